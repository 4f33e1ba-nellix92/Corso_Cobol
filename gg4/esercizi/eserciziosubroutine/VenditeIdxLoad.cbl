           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD VENDITE-IDX.
       01 RECORD-VENDITE-IDX.
      *I-O (stessa sequenza di apertura di CLIENTI-MAINT): il
      *caricamento fa READ per chiave e WRITE/REWRITE, che su un
      *file aperto OUTPUT non sono ammessi.
       COPY TESTATA-RICHIESTA.
       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-VENDITE
           OPEN OUTPUT VENDITE-IDX
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE CREARE Vendite-master.idx, "
                           MOVE TRAILER-CONTROL-TOTAL
                               TO WS-TRAILER-TOTALE
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               PERFORM CARICA-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   END-IF
                   REWRITE RECORD-VENDITE-IDX
           END-READ.

           COPY TESTATA-CONTROLLI.
