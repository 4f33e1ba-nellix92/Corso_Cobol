       01 WS-INTERVALLO-TESTO   PIC X(6).
       01 WS-CONNECT-TENTATIVI  PIC 9 VALUE 0.
       01 WS-SLEEP-MS           PIC 9(8) COMP-5 VALUE 1000.
      *Riga per NOTA-AUDIT-SCRIVI: anche il caricamento lascia la
      *sua traccia nella catena di audit, come l'inserimento a video.
       COPY NOTA-AUDIT-RIGA.

      *****************************************************************
      *****************INIZIO DEI COMANDI SQL*************************
               IF SQLCODE NOT = 0
                   ADD 1 TO WS-RIGHE-RIGETTATE
               ELSE
                   PERFORM SCRIVI-AUDIT-RIGA
                   ADD 1 TO WS-RIGHE-CARICATE
               END-IF
           END-IF.

      *Audit della nota caricata, operazione 'C' a nome del batch.
      *Senza audit la nota non resta: si torna all'ultimo checkpoint
      *committato e ci si ferma, il rilancio riparte da li'.
       SCRIVI-AUDIT-RIGA.
           MOVE NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE NOTA TO AUD-NUOVO
           MOVE "C" TO AUD-OPERAZIONE
           MOVE "NOTALOAD" TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO PER " NOME
                   ", CARICAMENTO FERMATO ALL'ULTIMO CHECKPOINT."
               EXEC SQL ROLLBACK WORK END-EXEC
               CLOSE FILE-NOTA-IMPORT
               EXEC SQL DISCONNECT ALL END-EXEC
               STOP RUN
           END-IF.

      *Se esiste un checkpoint di un giro interrotto, si riparte
      *dalla riga successiva all'ultima committata.
       CARICA-CHECKPOINT.
