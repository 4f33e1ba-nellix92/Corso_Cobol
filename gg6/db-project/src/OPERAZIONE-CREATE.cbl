       01 WS-OGGI-INTERO      PIC 9(7).
       01 WS-SCAD-DATA        PIC 9(8).

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME                PIC X(30) VALUE SPACE.
       01 USERNAME              PIC X(30) VALUE SPACE.
               PERFORM ERROR-RUNTIME
               STOP RUN
           END-IF.
           MOVE NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE NOTA TO AUD-NUOVO
           MOVE "C" TO AUD-OPERAZIONE
           MOVE SPACES TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL.
      *Inserimento e audit nella stessa unita' di lavoro.
           IF AUD-ESITO NOT = 0 THEN
               DISPLAY "AUDIT NON SCRITTO, INSERIMENTO ANNULLATO."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PROGRAM
