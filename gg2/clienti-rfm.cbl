           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA PIC 9(8).
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(34).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
       01 WS-CLASSE PIC 9.
       01 WS-TERZO PIC 9(4).
       01 WS-SCRITTI PIC 9(4) VALUE 0.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           COMPUTE WS-OGGI-INTERO = FUNCTION INTEGER-OF-DATE(WS-OGGI)
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM ACCUMULA-MISURE
                       END-IF
               END-READ
               ADD 1 TO WS-SCRITTI
           END-PERFORM
           CLOSE FILE-RFM.

           COPY TESTATA-CONTROLLI.
