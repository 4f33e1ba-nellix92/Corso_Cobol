       01 WS-RIGHE-PAGINA PIC 9(2) VALUE 10.
       01 WS-PAUSA PIC X.
       01 WS-DATA-VALIDA PIC X.
      *Voce da lavorare durante l'assenza del titolare della nota,
      *finita in questa coda col passo notturno ASSENZE-INSTRADA.
       01 WS-SEGNO-ASSENZA PIC X(16).
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
      *Operatore riconosciuto all'avvio: firma le chiusure delle
       01 WS-BASE-NOME PIC X(20).
       01 WS-BASE-LUNG PIC 99.

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 WL_NOME PIC X(20).
       01 WL_SCADENZA PIC X(10).
       01 WL_LAVORO PIC X(10).
       01 WL_IN_ASSENZA PIC X(1).
       01 WL_GENERATE PIC 9(6).
       01 NOTA_COMPLETAMENTO PIC X(300).
       01 DATA_RINVIO PIC X(10).
       LISTA-VOCI.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                    SELECT NOME, DATA_SCADENZA, DATA_LAVORO,
                           IN_ASSENZA
                    FROM WORKLIST
                    WHERE STATO = 'P'
                    ORDER BY TO_DATE(DATA_LAVORO, 'DD/MM/YYYY')
           END-EXEC
           DISPLAY "---- VOCI APERTE (DALLA PIU' VECCHIA) ----"
           EXEC SQL
                 FETCH C1 INTO :WL_NOME, :WL_SCADENZA, :WL_LAVORO,
                     :WL_IN_ASSENZA
           END-EXEC
           MOVE 0 TO WS-CONTATORE-RIGHE
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM IMPOSTA-SEGNO-ASSENZA
               DISPLAY WL_NOME " SCADENZA " WL_SCADENZA
                   " IN LAVORO PER " WL_LAVORO WS-SEGNO-ASSENZA
               ADD 1 TO WS-CONTATORE-RIGHE
               IF WS-CONTATORE-RIGHE >= WS-RIGHE-PAGINA
                   DISPLAY "-- PREMI INVIO PER CONTINUARE --"
               END-IF
               EXEC SQL
                     FETCH C1 INTO :WL_NOME, :WL_SCADENZA,
                         :WL_LAVORO, :WL_IN_ASSENZA
               END-EXEC
           END-PERFORM
           EXEC SQL
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE WL_NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE NOTA_COMPLETAMENTO TO AUD-NUOVO
           MOVE "W" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, COMPLETAMENTO ANNULLATO."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE NUOVO_NOME TO AUD-NOME
           MOVE WL_NOME TO AUD-PRECEDENTE
           MOVE NUOVA_SCADENZA TO AUD-NUOVO
           MOVE "G" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, GENERAZIONE ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           MOVE OPERATORE_ID TO ASSEGNATARIO
           EXEC SQL
               DECLARE CMIE CURSOR FOR
                    SELECT W.NOME, W.DATA_SCADENZA, W.DATA_LAVORO,
                           W.IN_ASSENZA
                    FROM WORKLIST W, NOTA N
                    WHERE W.NOME = N.NOME
                      AND W.STATO = 'P'
           END-EXEC
           DISPLAY "---- LE MIE VOCI APERTE ----"
           EXEC SQL
                 FETCH CMIE INTO :WL_NOME, :WL_SCADENZA, :WL_LAVORO,
                     :WL_IN_ASSENZA
           END-EXEC
           MOVE 0 TO WS-CONTATORE-RIGHE
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM IMPOSTA-SEGNO-ASSENZA
               DISPLAY WL_NOME " SCADENZA " WL_SCADENZA
                   " IN LAVORO PER " WL_LAVORO WS-SEGNO-ASSENZA
               ADD 1 TO WS-CONTATORE-RIGHE
               IF WS-CONTATORE-RIGHE >= WS-RIGHE-PAGINA
                   DISPLAY "-- PREMI INVIO PER CONTINUARE --"
               END-IF
               EXEC SQL
                     FETCH CMIE INTO :WL_NOME, :WL_SCADENZA,
                         :WL_LAVORO, :WL_IN_ASSENZA
               END-EXEC
           END-PERFORM
           EXEC SQL
           END-EXEC.

      *Passaggio esplicito di una nota a un altro operatore, con
      *traccia in NOTA_AUDIT (operazione 'H', da chi a chi). Il
      *passaggio a mano vince su una sostituzione per assenza in
      *corso: la nota non torna piu' da sola al titolare.
       PASSA-NOTA.
           DISPLAY "NOME DELLA NOTA DA PASSARE: "
           ACCEPT WL_NOME
           END-IF
           EXEC SQL
               UPDATE NOTA
               SET ASSEGNATARIO = :NUOVO_ASSEGNATARIO,
                   ASSEGNATARIO_TITOLARE = ' '
               WHERE NOME = :WL_NOME
           END-EXEC
           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE WL_NOME TO AUD-NOME
           MOVE VECCHIO_ASSEGNATARIO TO AUD-PRECEDENTE
           MOVE NUOVO_ASSEGNATARIO TO AUD-NUOVO
           MOVE "H" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, PASSAGGIO ANNULLATO."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           ACCEPT VECCHIO_ASSEGNATARIO
           DISPLAY "SIGLA DEL COLLEGA CHE RICEVE: "
           ACCEPT NUOVO_ASSEGNATARIO
      *Le righe di audit passano una per una da NOTA-AUDIT-SCRIVI
      *per restare nella catena.
           MOVE VECCHIO_ASSEGNATARIO TO AUD-PRECEDENTE
           MOVE NUOVO_ASSEGNATARIO TO AUD-NUOVO
           MOVE "H" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           MOVE 0 TO AUD-ESITO
           EXEC SQL
               DECLARE CTRA CURSOR FOR
                    SELECT NOME FROM NOTA
                    WHERE ASSEGNATARIO = :VECCHIO_ASSEGNATARIO
                    ORDER BY NOME
           END-EXEC
           EXEC SQL
                 OPEN CTRA
           END-EXEC
           EXEC SQL
                 FETCH CTRA INTO :WL_NOME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO OR AUD-ESITO NOT = 0
               MOVE WL_NOME TO AUD-NOME
               CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
                   ON EXCEPTION MOVE -1 TO AUD-ESITO
               END-CALL
               IF AUD-ESITO = 0
                   EXEC SQL
                         FETCH CTRA INTO :WL_NOME
                   END-EXEC
               END-IF
           END-PERFORM
           EXEC SQL
                 CLOSE CTRA
           END-EXEC
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, TRASFERIMENTO ANNULLATO."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE NOTA
               SET ASSEGNATARIO = :NUOVO_ASSEGNATARIO,
                   ASSEGNATARIO_TITOLARE = ' '
               WHERE ASSEGNATARIO = :VECCHIO_ASSEGNATARIO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
           DISPLAY "NOTE TRASFERITE: " CONTA_VOCI " DA "
               VECCHIO_ASSEGNATARIO " A " NUOVO_ASSEGNATARIO.

      *Anche il rinvio lascia traccia in NOTA_AUDIT (operazione
      *'R', con la nuova data): chiusure e rinvii per operatore
      *sono il conto del carico di lavoro.
       RINVIA-VOCE.
           DISPLAY "NOME DELLA VOCE DA RINVIARE: "
           ACCEPT WL_NOME
               SET DATA_LAVORO = :DATA_RINVIO
               WHERE NOME = :WL_NOME AND STATO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               DISPLAY "VOCE NON TROVATA O GIA' CHIUSA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE WL_NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE SPACES TO AUD-NUOVO
           STRING "RINVIO AL " DATA_RINVIO
               DELIMITED BY SIZE INTO AUD-NUOVO
           MOVE "R" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, RINVIO ANNULLATO."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           DISPLAY "VOCE RINVIATA AL " DATA_RINVIO.

       IMPOSTA-SEGNO-ASSENZA.
           IF WL_IN_ASSENZA = 'S'
               MOVE " [SOSTITUZIONE]" TO WS-SEGNO-ASSENZA
           ELSE
               MOVE SPACES TO WS-SEGNO-ASSENZA
           END-IF.

       CHIEDI-DATA-RINVIO.
