      *trailer viene ricalcolato dai dati, confrontandolo con quello
      *vecchio cosi' la storia continua a quadrare. Il nuovo file
      *passa da Vendite-mese.trimestre.new e sostituisce l'originale
      *solo a conversione completata, e riceve la testata HDR del
      *tracciato corrente: un file che porta gia' la testata e'
      *gia' stato convertito e viene rifiutato.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 VEC-TRAILER-TAG PIC X(3).
           05 VEC-TRAILER-RECORD-COUNT PIC 9(6).
           05 VEC-TRAILER-CONTROL-TOTAL PIC S9(8).
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VECCHIO PIC X(48).

      *Nuovo tracciato con i centesimi.
       FD FILE-NUOVO.
           VALUE "Vendite-mese.trimestre.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-mese.trimestre.new".
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF VEC-TRAILER-TAG = "HDR"
                           DISPLAY "IL FILE HA GIA' LA TESTATA HDR: "
                               "CONVERSIONE GIA' ESEGUITA."
                           CLOSE FILE-VECCHIO
                           CLOSE FILE-NUOVO
                           CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF VEC-TRAILER-TAG = "TRL"
                           MOVE 'S' TO WS-TRAILER-VISTO
                           MOVE VEC-TRAILER-RECORD-COUNT
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "ConvertiImportiVendite" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
               DISPLAY "MASTER CONVERTITO AL TRACCIATO CON CENTESIMI."
           END-IF.

           COPY TESTATA-CONTROLLI.
