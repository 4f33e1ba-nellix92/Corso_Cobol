           05 GIO-DOPO-COUNT PIC 9(6).
           05 GIO-DOPO-TOTALE PIC S9(11)V99.
           05 GIO-DELTA PIC S9(11)V99.
           05 GIO-OPERATORE PIC X(8).

       FD FILE-VENDITE.
       01 VENDITE.
           05 IMPORTO PIC S9(7)V99.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 FILLER PIC X(18).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
       01 WS-ALL-FONTE PIC X(20) VALUE "QuadraturaGiornale".
       01 WS-ALL-SEVERITA PIC X VALUE 'B'.
       01 WS-ALL-TESTO PIC X(60).
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-VENDITE
           OPEN OUTPUT FILE-REPORT
           MOVE "QUADRATURA GIORNALE DI CONTROLLO MASTER VENDITE"
               TO RIGA-REPORT
               MOVE "CATENA E MASTER ALLINEATI." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.

           COPY TESTATA-CONTROLLI.
