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

       FD FILE-NUOVO.
       01 VENDITE-NUOVO PIC X(38).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           VALUE "Vendite-mese.trimestre.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-mese.trimestre.new".
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-VENDITE
           OPEN INPUT FILE-VENDITE
           IF WS-VENDITE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE " WS-NOME-MASTER
                           MOVE TRAILER-CONTROL-TOTAL
                               TO WS-VECCHIO-TOTALE
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-RECORD-COUNT
                               ADD IMPORTO TO WS-CONTROL-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           MOVE VENDITE TO VENDITE-NUOVO
                           WRITE VENDITE-NUOVO
                       END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "RicostruisciTrailer" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
           END-IF.

           COPY TESTATA-CONTROLLI.
