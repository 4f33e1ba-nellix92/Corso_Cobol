           05 FILLER             PIC X.
           05 D-NOTA             PIC X(300).

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                PIC X(30) VALUE SPACE.
       01 USERNAME              PIC X(30) VALUE SPACE.
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE NOME_NOTA_SEARCH TO AUD-NOME
           MOVE NOTA_PRECEDENTE TO AUD-PRECEDENTE
           MOVE NUOVA_NOTA TO AUD-NUOVO
           MOVE "U" TO AUD-OPERAZIONE
           MOVE SPACES TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL.
      *Modifica e audit o atterrano insieme o niente: se l'audit non
      *si scrive, torna indietro anche la modifica.
           IF AUD-ESITO NOT = 0 THEN
               DISPLAY "AUDIT NON SCRITTO, MODIFICA ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
