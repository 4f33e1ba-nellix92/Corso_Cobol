       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKLIST-CONTA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Voci aperte della lista di lavoro assegnate a una sigla (le
      *note con ASSEGNATARIO = sigla), e quante di queste hanno la
      *DATA_LAVORO gia' passata: le mostra la schermata principale
      *del menu operatore, senza portare l'ESQL nel menu. Stesso
      *schema a chiamata singola di CLIENTI-NOTE-COUNT. Esito:
      *0 = conteggi validi, 1 = database non raggiungibile (il menu
      *mostra i conteggi come non disponibili e prosegue).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 ASSEGNATARIO PIC X(8).
       01 CONTA_APERTE PIC 9(6).
       01 CONTA_RITARDO PIC 9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LNK-SIGLA PIC X(8).
       01 LNK-APERTE PIC 9(6).
       01 LNK-IN-RITARDO PIC 9(6).
       01 LNK-ESITO PIC 9.
           88 CONTEGGIO-OK VALUE 0.
           88 CONTEGGIO-ERRORE VALUE 1.

       PROCEDURE DIVISION USING LNK-SIGLA, LNK-APERTE,
           LNK-IN-RITARDO, LNK-ESITO.
           SET CONTEGGIO-OK TO TRUE
           MOVE 0 TO LNK-APERTE LNK-IN-RITARDO
           ACCEPT DBNAME FROM ENVIRONMENT "NOTA_DBNAME"
           IF DBNAME = SPACES MOVE "notadb@db" TO DBNAME END-IF
           ACCEPT USERNAME FROM ENVIRONMENT "NOTA_DBUSER"
           IF USERNAME = SPACES MOVE "postgres" TO USERNAME END-IF
           ACCEPT PASSWORD FROM ENVIRONMENT "NOTA_DBPASS"
           MOVE 0 TO WS-CONNECT-TENTATIVI
           PERFORM UNTIL SQLCODE = ZERO OR WS-CONNECT-TENTATIVI >= 3
               ADD 1 TO WS-CONNECT-TENTATIVI
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWORD USING :DBNAME
               END-EXEC
               IF SQLCODE NOT = 0 AND WS-CONNECT-TENTATIVI < 3
                   CALL "CBL_THREAD_SLEEP" USING WS-SLEEP-MS
               END-IF
           END-PERFORM
           IF SQLCODE NOT = 0
               SET CONTEGGIO-ERRORE TO TRUE
               EXIT PROGRAM
           END-IF
           MOVE LNK-SIGLA TO ASSEGNATARIO
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN
                          TO_DATE(W.DATA_LAVORO, 'DD/MM/YYYY')
                          < CURRENT_DATE THEN 1 ELSE 0 END), 0)
               INTO :CONTA_APERTE, :CONTA_RITARDO
               FROM WORKLIST W, NOTA N
               WHERE W.NOME = N.NOME
                 AND W.STATO = 'P'
                 AND N.ASSEGNATARIO = :ASSEGNATARIO
           END-EXEC
           IF SQLCODE = 0
               MOVE CONTA_APERTE TO LNK-APERTE
               MOVE CONTA_RITARDO TO LNK-IN-RITARDO
           ELSE
               SET CONTEGGIO-ERRORE TO TRUE
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC
           EXIT PROGRAM.
