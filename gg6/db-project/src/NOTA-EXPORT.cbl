       01 WS-DATA-ORA PIC X(21).
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
      *Riga per NOTA-AUDIT-SCRIVI: ogni nota ricaricata entra nella
      *catena di audit come inserimento.
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
                       :ID_CLIENTE)
           END-EXEC
           IF SQLCODE = 0
               PERFORM SCRIVI-AUDIT-RIGA
           ELSE
               DISPLAY "INSERT FALLITA PER " EXP-NOME " SQLCODE "
                   SQLCODE
           END-IF.

      *La nota conta come inserita solo con la sua riga di audit:
      *se manca, i conteggi non tornano e il ricarico si annulla.
       SCRIVI-AUDIT-RIGA.
           MOVE NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE NOTA TO AUD-NUOVO
           MOVE "C" TO AUD-OPERAZIONE
           MOVE "RICARICO" TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO = 0
               ADD 1 TO WS-INSERITE
           ELSE
               DISPLAY "AUDIT NON SCRITTO PER " EXP-NOME
                   " SQLCODE " AUD-ESITO
           END-IF.

           COPY ERROR-HANDLER.
