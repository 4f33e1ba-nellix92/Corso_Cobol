       WORKING-STORAGE SECTION.
       01 NOME_NOTA_SEARCH    PIC X(20).
       01 WS-CONFERMA         PIC X.
       01 WS-TABELLA-CONTESTAZIONI PIC X.
       01 NOTA-REC.
           05 D-NOME             PIC X(20).
           05 D-DATA-CREATE      PIC X(10).
           05 FILLER             PIC X.
           05 D-NOTA             PIC X(300).

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                PIC X(30) VALUE SPACE.
       01 USERNAME              PIC X(30) VALUE SPACE.
            03 DATA_CREATE      PIC X(10).
            03 NOTA             PIC X(300).
       01 NOTA_PRECEDENTE       PIC X(300).
       01 CONTA_CONTESTAZIONI   PIC 9(4).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               PERFORM ERROR-RUNTIME
               STOP RUN
           END-IF.
      *La nota di una contestazione aperta non si cancella; dove
      *le contestazioni non sono mai state usate la tabella puo'
      *mancare e non c'e' niente da controllare.
           MOVE 0 TO CONTA_CONTESTAZIONI.
           MOVE 'S' TO WS-TABELLA-CONTESTAZIONI.
           EXEC SQL
                SELECT COUNT(*) INTO :CONTA_CONTESTAZIONI
                FROM PARTITE_CONTESTATE
                WHERE NOME = :NOME_NOTA_SEARCH AND STATO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 0 TO CONTA_CONTESTAZIONI
               MOVE 'N' TO WS-TABELLA-CONTESTAZIONI
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.
           IF CONTA_CONTESTAZIONI > 0
               DISPLAY "LA NOTA HA UNA CONTESTAZIONE APERTA: "
                   "CHIUDERLA PRIMA DI CANCELLARE."
               EXIT PROGRAM
           END-IF.

           DISPLAY "STAI PER CANCELLARE LA SEGUENTE NOTA:".
           DISPLAY "NOME: " NOME_NOTA_SEARCH.
               PERFORM ERROR-RUNTIME
               STOP RUN
           END-IF.
      *Le voci del registro allegati seguono la nota; i documenti
      *restano sull'archivio condiviso.
           EXEC SQL
              DELETE FROM NOTA_ALLEGATI
              WHERE NOME = :NOME_NOTA_SEARCH
           END-EXEC.
           IF WS-TABELLA-CONTESTAZIONI = 'S'
               EXEC SQL
                  DELETE FROM PARTITE_CONTESTATE
                  WHERE NOME = :NOME_NOTA_SEARCH
               END-EXEC
           END-IF.
           MOVE NOME_NOTA_SEARCH TO AUD-NOME
           MOVE NOTA_PRECEDENTE TO AUD-PRECEDENTE
           MOVE SPACES TO AUD-NUOVO
           MOVE "D" TO AUD-OPERAZIONE
           MOVE SPACES TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL.
      *Cancellazione e audit nella stessa unita' di lavoro: senza
      *audit non c'e' cancellazione.
           IF AUD-ESITO NOT = 0 THEN
               DISPLAY "AUDIT NON SCRITTO, CANCELLAZIONE ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PROGRAM
