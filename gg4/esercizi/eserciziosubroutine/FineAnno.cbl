           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-PACCO.
       01 RIGA-PACCO PIC X(100).
       01 WS-GRD-OPERATORE PIC X(8) VALUE SPACES.
       01 WS-GRD-ESITO PIC 9.
       01 WS-GIO-PROGRAMMA PIC X(20) VALUE "FineAnno".
       01 WS-GIO-OPERATORE PIC X(8) VALUE "BATCH".
       01 WS-GIO-DOPO-COUNT PIC 9(6).
       01 WS-GIO-DOPO-TOTALE PIC S9(11)V99.
       01 WS-GIO-DELTA PIC S9(11)V99 VALUE 0.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
               MOVE 'N' TO WS-MESE-PRESENTE(INDICE-MESE)
               MOVE 0 TO WS-MESE-APERTI(INDICE-MESE)
           END-PERFORM
           PERFORM VERIFICA-TESTATA-VENDITE
           MOVE 'P' TO WS-GRD-OPERAZIONE
           CALL 'GuardiaMaster' USING WS-GRD-OPERAZIONE,
               WS-GRD-PROGRAMMA, WS-GRD-OPERATORE, WS-GRD-ESITO
           MOVE WS-FILE-TOTALE TO WS-GIO-DOPO-TOTALE
           CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
               WS-FILE-COUNT, WS-FILE-TOTALE,
               WS-GIO-DOPO-COUNT, WS-GIO-DOPO-TOTALE, WS-GIO-DELTA,
               WS-GIO-OPERATORE
               ON EXCEPTION CONTINUE
           END-CALL
           PERFORM VERIFICA-MESI-CHIUSI
                               MOVE 'N' TO WS-TRAILER-QUADRA
                           END-IF
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-FILE-COUNT
                               ADD IMPORTO TO WS-FILE-TOTALE
                               IF ANNO = WS-ANNO-CHIUSURA
                                   PERFORM ACCUMULA-ANNO
                               END-IF
                           END-IF
                       END-IF
               END-READ
       AZZERA-CHECKPOINT-TRIMESTRE.
           CALL "CBL_DELETE_FILE" USING "GetVenditeTrimestre.chk"
           MOVE 0 TO RETURN-CODE.

           COPY TESTATA-CONTROLLI.
