           05 RIM-NUOVO PIC 99.
           05 RIM-ANNO-EFFETTO PIC 9(4).

      *Tracciato comune di master e storici (38 caratteri con la
      *marcatura intake in coda).
       FD FILE-VENDITE.
       01 VENDITE.
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
       01 VENDITE-NUOVO.
           05 NV-REGIONE-NUM PIC 99.
           05 NV-RESTO PIC X(36).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 BGT-TRAILER-TAG PIC X(3).
           05 BGT-TRAILER-RECORD-COUNT PIC 9(6).
           05 BGT-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-BUDGET PIC X(48).

       FD FILE-BUDGET-NUOVO.
       01 BUDGET-NUOVO.
      *ma la riscrittura va comunque messa agli atti o la
      *quadratura notturna la denuncia come non giornalizzata.
       01 WS-GIO-PROGRAMMA PIC X(20) VALUE "RiorganizzaRegioni".
       01 WS-GIO-OPERATORE PIC X(8) VALUE "BATCH".
       01 WS-GIO-DELTA PIC S9(11)V99 VALUE 0.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
               DISPLAY "RIORGANIZZAZIONE ANNULLATA."
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-VENDITE
           MOVE 'P' TO WS-GRD-OPERAZIONE
           CALL 'GuardiaMaster' USING WS-GRD-OPERAZIONE,
               WS-GRD-PROGRAMMA, WS-GRD-OPERATORE, WS-GRD-ESITO
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           ADD 1 TO WS-PRIMA-COUNT
                           ADD IMPORTO TO WS-PRIMA-TOTALE
                           MOVE REGIONE-NUM TO WS-REGIONE-LAVORO
           MOVE WS-DOPO-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
      *Righe uscite ed entrate nel registro modifiche, finche'
      *master e appoggio esistono entrambi.
           IF WS-NOME-CORRENTE = "Vendite-mese.trimestre.txt"
               CALL 'RegistraModifiche' USING WS-GIO-PROGRAMMA,
                   WS-NOME-CORRENTE, WS-NOME-NUOVO
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO
               WS-NOME-CORRENTE
           IF RETURN-CODE NOT = 0
               IF WS-NOME-CORRENTE = "Vendite-mese.trimestre.txt"
                   CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
                       WS-PRIMA-COUNT, WS-PRIMA-TOTALE,
                       WS-DOPO-COUNT, WS-DOPO-TOTALE, WS-GIO-DELTA,
                       WS-GIO-OPERATORE
                       ON EXCEPTION CONTINUE
                   END-CALL
                   MOVE "RiorganizzaRegioni" TO TST-PROGRAMMA
                   PERFORM TIMBRA-TESTATA-VENDITE
               END-IF
           END-IF
           PERFORM SCRIVI-RICONCILIAZIONE.
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF BGT-TRAILER-TAG NOT = "TRL"
                           AND BGT-TRAILER-TAG NOT = "HDR"
                           ADD 1 TO WS-PRIMA-COUNT
                           ADD BGT-IMPORTO TO WS-PRIMA-TOTALE
                           MOVE BGT-REGIONE-NUM
                   END-IF
               END-IF
           END-PERFORM.

           COPY TESTATA-CONTROLLI.
