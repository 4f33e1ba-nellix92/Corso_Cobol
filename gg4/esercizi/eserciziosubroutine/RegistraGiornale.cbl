      *ricostruire l'accaduto incrociando i log a mano. La
      *quadratura della catena (saldo di apertura + intake - archivi
      *= saldo di chiusura) e' compito di QuadraturaGiornale.
      *In coda alla riga va la sigla dell'operatore per i programmi
      *interattivi (BATCH per i passi non presidiati): e' da qui che
      *il carico di lavoro conta correzioni e riprese per operatore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 GIO-DOPO-COUNT PIC 9(6).
           05 GIO-DOPO-TOTALE PIC S9(11)V99.
           05 GIO-DELTA PIC S9(11)V99.
           05 GIO-OPERATORE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-DATA-ORA PIC X(21).
       01 LNK-DOPO-COUNT PIC 9(6).
       01 LNK-DOPO-TOTALE PIC S9(11)V99.
       01 LNK-DELTA PIC S9(11)V99.
       01 LNK-OPERATORE PIC X(8).

       PROCEDURE DIVISION USING LNK-PROGRAMMA, LNK-PRIMA-COUNT,
           LNK-PRIMA-TOTALE, LNK-DOPO-COUNT, LNK-DOPO-TOTALE,
           LNK-DELTA, LNK-OPERATORE.
           OPEN EXTEND FILE-GIORNALE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:14) TO GIO-TIMESTAMP
           MOVE LNK-DOPO-COUNT TO GIO-DOPO-COUNT
           MOVE LNK-DOPO-TOTALE TO GIO-DOPO-TOTALE
           MOVE LNK-DELTA TO GIO-DELTA
           MOVE LNK-OPERATORE TO GIO-OPERATORE
           WRITE RECORD-GIORNALE
           CLOSE FILE-GIORNALE
           EXIT PROGRAM.
