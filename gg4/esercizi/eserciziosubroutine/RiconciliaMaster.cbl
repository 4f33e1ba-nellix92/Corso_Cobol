           05 IMPORTO PIC S9(7)V99.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 FILLER PIC X(18).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD VENDITE-IDX.
       01 RECORD-VENDITE-IDX.
       01 WS-ALL-FONTE PIC X(20) VALUE "RiconciliaMaster".
       01 WS-ALL-SEVERITA PIC X VALUE 'A'.
       01 WS-ALL-TESTO PIC X(60).
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-VENDITE
           ACCEPT WS-RIPARA FROM ENVIRONMENT "RICONCILIA_RIPARA"
           IF WS-RIPARA = 's'
               MOVE 'S' TO WS-RIPARA
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           PERFORM AGGREGA-RECORD
                       END-IF
               END-READ
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-RIPARATE
           END-WRITE.

           COPY TESTATA-CONTROLLI.
