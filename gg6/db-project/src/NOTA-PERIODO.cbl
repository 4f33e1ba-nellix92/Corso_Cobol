       01 WS-MESE PIC 99.
       01 WS-ESISTEVA PIC X.

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
               EXIT PARAGRAPH
           END-IF
           IF WS-ESISTEVA = 'S'
               MOVE NOME TO AUD-NOME
               MOVE NOTA_PRECEDENTE TO AUD-PRECEDENTE
               MOVE NOTA TO AUD-NUOVO
               MOVE "U" TO AUD-OPERAZIONE
               MOVE OPERATORE_ID TO AUD-OPERATORE
               CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
                   ON EXCEPTION MOVE -1 TO AUD-ESITO
               END-CALL
           ELSE
               MOVE NOME TO AUD-NOME
               MOVE SPACES TO AUD-PRECEDENTE
               MOVE NOTA TO AUD-NUOVO
               MOVE "C" TO AUD-OPERAZIONE
               MOVE OPERATORE_ID TO AUD-OPERATORE
               CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
                   ON EXCEPTION MOVE -1 TO AUD-ESITO
               END-CALL
           END-IF
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, SCRITTURA ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
