           05 PEN-ANNO PIC 9(4).
           05 PEN-LOTTO PIC X(6).
           05 PEN-DATA PIC X(8).
           05 PEN-SOCIETA PIC X(2).
           05 PEN-SOCIETA-CONTROPARTE PIC X(2).

       FD FILE-PENDENTI-NUOVO.
       01 RECORD-PENDENTE-NUOVO PIC X(37).

       FD FILE-MASTER.
       01 VENDITE-MASTER.
           05 MST-STATO-PERIODO PIC X.
           05 MST-BATCH-NUMERO PIC X(6).
           05 MST-DATA-INTAKE PIC X(8).
           05 MST-SOCIETA PIC X(2).
           05 MST-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-MASTER.
           05 MST-TRAILER-TAG PIC X(3).
           05 MST-TRAILER-RECORD-COUNT PIC 9(6).
           05 MST-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-MASTER PIC X(48).

       FD FILE-NUOVO.
       01 VENDITE-NUOVO.
           05 NV-STATO-PERIODO PIC X.
           05 NV-BATCH-NUMERO PIC X(6).
           05 NV-DATA-INTAKE PIC X(8).
           05 NV-SOCIETA PIC X(2).
           05 NV-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 RIG-ANNO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RIG-CODICE-MOTIVO PIC X(25).
           05 RIG-SOCIETA PIC X(2).
           05 RIG-SOCIETA-CONTROPARTE PIC X(2).

       FD FILE-APPROVATI.
       01 RECORD-APPROVATO.
               10 WS-PEN-ANNO PIC 9(4).
               10 WS-PEN-LOTTO PIC X(6).
               10 WS-PEN-DATA PIC X(8).
               10 WS-PEN-SOCIETA PIC X(2).
               10 WS-PEN-SOCIETA-CONTROPARTE PIC X(2).
               10 WS-PEN-ESITO PIC X.
       01 INDICE-PEN PIC 9(3).
       01 WS-APPROVATI PIC 9(3) VALUE 0.
       01 WS-GIO-PROGRAMMA PIC X(20) VALUE "ApprovaCrediti".
       01 WS-GIO-DOPO-COUNT PIC 9(6).
       01 WS-GIO-DOPO-TOTALE PIC S9(11)V99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
               STOP RUN
           END-IF
           PERFORM CARICA-PENDENTI
           PERFORM VERIFICA-TESTATA-VENDITE
           IF WS-NUM-PENDENTI = 0
               DISPLAY "NESSUNA NOTA DI CREDITO IN ATTESA."
               STOP RUN
                               TO WS-PEN-LOTTO(WS-NUM-PENDENTI)
                           MOVE PEN-DATA
                               TO WS-PEN-DATA(WS-NUM-PENDENTI)
                           MOVE PEN-SOCIETA
                               TO WS-PEN-SOCIETA(WS-NUM-PENDENTI)
                           MOVE PEN-SOCIETA-CONTROPARTE
                               TO WS-PEN-SOCIETA-CONTROPARTE
                               (WS-NUM-PENDENTI)
                           MOVE 'P'
                               TO WS-PEN-ESITO(WS-NUM-PENDENTI)
                       END-IF
           MOVE WS-PEN-IMPORTO(INDICE-PEN) TO RIG-IMPORTO
           MOVE WS-PEN-ANNO(INDICE-PEN) TO RIG-ANNO
           MOVE "CREDITO NON APPROVATO" TO RIG-CODICE-MOTIVO
           MOVE WS-PEN-SOCIETA(INDICE-PEN) TO RIG-SOCIETA
           MOVE WS-PEN-SOCIETA-CONTROPARTE(INDICE-PEN)
               TO RIG-SOCIETA-CONTROPARTE
           WRITE RECORD-RIGETTATO
           CLOSE FILE-RIGETTATI.

                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           IF MST-TRAILER-TAG NOT = "TRL"
                               AND MST-TRAILER-TAG NOT = "HDR"
                               MOVE VENDITE-MASTER TO VENDITE-NUOVO
                               WRITE VENDITE-NUOVO
                               ADD 1 TO WS-MST-COUNT
                   MOVE WS-PEN-LOTTO(INDICE-PEN)
                       TO NV-BATCH-NUMERO
                   MOVE WS-DATA-ORA(1:8) TO NV-DATA-INTAKE
                   MOVE WS-PEN-SOCIETA(INDICE-PEN) TO NV-SOCIETA
                   MOVE WS-PEN-SOCIETA-CONTROPARTE(INDICE-PEN)
                       TO NV-SOCIETA-CONTROPARTE
                   WRITE VENDITE-NUOVO
                   ADD 1 TO WS-MST-COUNT
                   ADD WS-PEN-IMPORTO(INDICE-PEN) TO WS-MST-TOTALE
           MOVE WS-MST-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
      *Righe uscite ed entrate nel registro modifiche, finche'
      *master e appoggio esistono entrambi.
           CALL 'RegistraModifiche' USING WS-GIO-PROGRAMMA,
               WS-NOME-MASTER, WS-NOME-NUOVO
               ON EXCEPTION CONTINUE
           END-CALL
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-MASTER
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEL MASTER (CODICE "
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "ApprovaCrediti" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
      *Solo ora gli approvati sono davvero nel master: il registro
      *approvazioni si scrive qui, una riga per credito postato.
               PERFORM VARYING INDICE-PEN FROM 1 BY 1
               CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
                   WS-GIO-DOPO-COUNT, WS-GIO-DOPO-TOTALE,
                   WS-MST-COUNT, WS-MST-TOTALE,
                   WS-APPROVATI-TOTALE, WS-OPERATORE-ID
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
                   MOVE WS-PEN-ANNO(INDICE-PEN) TO PEN-ANNO
                   MOVE WS-PEN-LOTTO(INDICE-PEN) TO PEN-LOTTO
                   MOVE WS-PEN-DATA(INDICE-PEN) TO PEN-DATA
                   MOVE WS-PEN-SOCIETA(INDICE-PEN) TO PEN-SOCIETA
                   MOVE WS-PEN-SOCIETA-CONTROPARTE(INDICE-PEN)
                       TO PEN-SOCIETA-CONTROPARTE
                   MOVE RECORD-PENDENTE TO RECORD-PENDENTE-NUOVO
                   WRITE RECORD-PENDENTE-NUOVO
               END-IF
               CALL "CBL_DELETE_FILE" USING WS-NOME-PEN-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.

           COPY TESTATA-CONTROLLI.
