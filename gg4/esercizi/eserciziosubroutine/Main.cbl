           05 STATO-PERIODO PIC X.
               88 PERIODO-APERTO VALUE 'A'.
               88 PERIODO-CHIUSO VALUE 'C'.
           05 FILLER PIC X(14).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       WORKING-STORAGE SECTION.
      *Nome del file vendite dalla configurazione centrale
       01 WS-SCOPE-TROVATO PIC X.
       01 WS-REGIONE-PERMESSA PIC X.
       01 WS-FUORI-AMBITO PIC 9(6) VALUE 0.
      *Societa' di lavoro scelta dopo il sign-on: tutti i report
      *contano solo le sue vendite (o il consolidato senza
      *infragruppo).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN.
               DISPLAY "AMBITO LIMITATO ALLE REGIONI: "
                   WS-REGIONI-SCOPE
           END-IF
           CALL 'SceltaSocieta' USING WS-OPERATORE-ID, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "NESSUNA SOCIETA' DI LAVORO."
               GOBACK
           END-IF
           MOVE "VENDITE-FILE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-VENDITE
           END-IF
           MOVE WS-NOME-FILE-VENDITE TO TST-NOME-FILE
           PERFORM CONTROLLA-TESTATA-VENDITE
      *Ciclo principale del programma fino a quando l'utente sceglie di uscire.
           PERFORM UNTIL SCELTA = 5
               PERFORM GET-DISPLAY
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           PERFORM ACCUMULA-RECORD-FILTRATO
                       END-IF
               END-READ
      *nell'ambito dell'operatore: per i ruoli di sede ("ALL") non
      *cambia niente.
       ACCUMULA-RECORD-FILTRATO.
           CALL 'FiltroSocieta' USING SOCIETA, SOCIETA-CONTROPARTE,
               WS-NESSUN-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-REGIONI-SCOPE NOT = "ALL"
               CALL 'REGIONE-PERMESSA' USING WS-REGIONI-SCOPE,
                   REGIONE-NUM, WS-REGIONE-PERMESSA
           ELSE
               ADD 1 TO WS-REGIONE-ERRORI
           END-IF.

           COPY TESTATA-CONTROLLI.
