      *quello che abbiamo (record anagrafico piu' ogni riga NOTA con
      *quell'ID_CLIENTE), e su doppia conferma si cancella il
      *cliente, si cancellano o si anonimizzano le sue note
      *(compresi i segmenti oltre i 300 caratteri in NOTA_SEGMENTI
      *e i documenti registrati in NOTA_ALLEGATI, voce e file
      *sull'archivio, in entrambi i modi), si ripulisce la storia
      *modifiche clienti-storia.txt dalle immagini dell'ID
      *cancellato, e si scrive in cancellazioni-registro.txt un
      *certificato senza dati personali (data, operatore, conteggi)
      *da esibire come prova di adempimento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTI-REC.

       FD FILE-REGISTRO.
       01 RIGA-REGISTRO PIC X(130).

      *Storia modifiche clienti: stesso tracciato di CLIENTI-MAINT,
      *serve solo l'ID dentro l'immagine per riconoscere le righe
           05 STO-OPERAZIONE PIC X.
           05 STO-IMMAGINE.
              10 STO-ID-CLIENTE PIC 9(6).
              10 FILLER PIC X(179).
       FD FILE-STORIA-NUOVO.
       01 RECORD-STORIA-NUOVO PIC X(208).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-MODO-NOTE PIC X.
       01 WS-NOTE-VISTE PIC 9(4).
       01 WS-NOTE-TRATTATE PIC 9(6).
      *Documenti dell'archivio da cancellare dopo il COMMIT: i
      *percorsi si raccolgono prima di togliere le voci di registro.
       01 WS-ALLEGATI-VISTI PIC 9(4).
       01 WS-ALLEGATI-TRATTATI PIC 9(6) VALUE 0.
       01 WS-DOCUMENTI-CANCELLATI PIC 9(4) VALUE 0.
       01 WS-NUM-DOCUMENTI PIC 9(4) VALUE 0.
       01 WS-DOCUMENTI-TABELLA.
           05 WS-DOCUMENTO OCCURS 500 TIMES PIC X(120).
       01 WS-I-DOC PIC 9(4).
       01 WS-DATA-ORA PIC X(21).
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
            03 NOTA PIC X(300).
       01 CATEGORIA PIC X(20).
       01 ID_CLIENTE PIC 9(6).
       01 ALL_PERCORSO PIC X(120).
       01 ALL_TIPO PIC X(10).
       01 ALL_DATA_RICEZIONE PIC X(10).
       01 ALL_RIFERIMENTI PIC 9(4).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           END-DELETE.
           EXEC SQL COMMIT WORK END-EXEC.
           CLOSE CLIENTI-IDX.
           PERFORM CANCELLA-DOCUMENTI.
           PERFORM PULISCI-STORIA.
           PERFORM SCRIVI-CERTIFICATO.
           EXEC SQL DISCONNECT ALL END-EXEC.
                 CLOSE C1
           END-EXEC
           DISPLAY "NOTE TOTALI: " WS-NOTE-VISTE.
           DISPLAY "ALLEGATI DELLE NOTE:"
           MOVE 0 TO WS-ALLEGATI-VISTI
           EXEC SQL
               DECLARE CALG CURSOR FOR
                    SELECT A.NOME, A.TIPO, A.DATA_RICEZIONE,
                           A.PERCORSO
                    FROM NOTA_ALLEGATI A, NOTA N
                    WHERE A.NOME = N.NOME
                      AND N.ID_CLIENTE = :ID_CLIENTE
                    ORDER BY A.NOME, A.SEQ
           END-EXEC
           EXEC SQL
                 OPEN CALG
           END-EXEC
           EXEC SQL
                 FETCH CALG INTO :NOME, :ALL_TIPO, :ALL_DATA_RICEZIONE,
                     :ALL_PERCORSO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-ALLEGATI-VISTI
               DISPLAY "  " NOME " " ALL_TIPO " DEL "
                   ALL_DATA_RICEZIONE
               DISPLAY "    " ALL_PERCORSO(1:100)
               EXEC SQL
                     FETCH CALG INTO :NOME, :ALL_TIPO,
                         :ALL_DATA_RICEZIONE, :ALL_PERCORSO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CALG
           END-EXEC
           DISPLAY "ALLEGATI TOTALI: " WS-ALLEGATI-VISTI.

      *Cancellazione fisica oppure anonimizzazione: nel secondo caso
      *la riga NOTA resta (per i conteggi storici) ma testo e
               CLOSE CLIENTI-IDX
               STOP RUN
           END-IF
      *Allo stesso modo i documenti allegati: voce di registro qui,
      *file sull'archivio solo a cancellazione confermata.
           PERFORM RACCOGLI-DOCUMENTI
           EXEC SQL
               DELETE FROM NOTA_ALLEGATI
               WHERE NOME IN
                   (SELECT NOME FROM NOTA
                    WHERE ID_CLIENTE = :ID_CLIENTE)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "CANCELLAZIONE ALLEGATI FALLITA, OPERAZIONE "
                   "INTERROTTA."
               EXEC SQL ROLLBACK WORK END-EXEC
               CLOSE CLIENTI-IDX
               STOP RUN
           END-IF
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ALLEGATI-TRATTATI
           END-IF
           IF WS-MODO-NOTE = 'A' OR WS-MODO-NOTE = 'a'
               EXEC SQL
                   UPDATE NOTA
           END-IF
           MOVE SQLERRD(3) TO WS-NOTE-TRATTATE.

      *Percorsi distinti dei documenti del cliente. Oltre la
      *capienza della tabella la cancellazione si ferma prima di
      *toccare qualunque cosa: meglio nessun file che meta'.
       RACCOGLI-DOCUMENTI.
           MOVE 0 TO WS-NUM-DOCUMENTI
           EXEC SQL
               DECLARE CDOC CURSOR FOR
                    SELECT DISTINCT A.PERCORSO
                    FROM NOTA_ALLEGATI A, NOTA N
                    WHERE A.NOME = N.NOME
                      AND N.ID_CLIENTE = :ID_CLIENTE
           END-EXEC
           EXEC SQL
                 OPEN CDOC
           END-EXEC
           EXEC SQL
                 FETCH CDOC INTO :ALL_PERCORSO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF WS-NUM-DOCUMENTI >= 500
                   DISPLAY "TROPPI DOCUMENTI ALLEGATI, OPERAZIONE "
                       "INTERROTTA."
                   EXEC SQL ROLLBACK WORK END-EXEC
                   CLOSE CLIENTI-IDX
                   STOP RUN
               END-IF
               ADD 1 TO WS-NUM-DOCUMENTI
               MOVE ALL_PERCORSO TO WS-DOCUMENTO(WS-NUM-DOCUMENTI)
               EXEC SQL
                     FETCH CDOC INTO :ALL_PERCORSO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CDOC
           END-EXEC.

      *Un documento ancora registrato sotto la nota di un altro
      *cliente resta dov'e'; gli altri si cancellano dall'archivio.
      *Un file che non si riesce a cancellare viene segnalato a
      *video per la rimozione a mano.
       CANCELLA-DOCUMENTI.
           PERFORM VARYING WS-I-DOC FROM 1 BY 1
               UNTIL WS-I-DOC > WS-NUM-DOCUMENTI
               MOVE WS-DOCUMENTO(WS-I-DOC) TO ALL_PERCORSO
               MOVE 0 TO ALL_RIFERIMENTI
               EXEC SQL
                   SELECT COUNT(*) INTO :ALL_RIFERIMENTI
                   FROM NOTA_ALLEGATI
                   WHERE PERCORSO = :ALL_PERCORSO
               END-EXEC
               IF ALL_RIFERIMENTI = 0
                   CALL "CBL_DELETE_FILE" USING ALL_PERCORSO
                   IF RETURN-CODE = 0
                       ADD 1 TO WS-DOCUMENTI-CANCELLATI
                   ELSE
                       DISPLAY "DOCUMENTO NON CANCELLATO: "
                           ALL_PERCORSO(1:100)
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM
           DISPLAY "DOCUMENTI CANCELLATI DALL'ARCHIVIO: "
               WS-DOCUMENTI-CANCELLATI.

      *Anche le immagini "prima" della storia modifiche portano
      *indirizzi e recapiti dell'ID cancellato: la storia viene
      *riscritta senza quelle righe, altrimenti la cancellazione
               " CANCELLAZIONE ID " ID_CLIENTE
               " CLIENTI 000001 NOTE " WS-NOTE-TRATTATE
               " MODO " WS-MODO-NOTE
               " ALLEGATI " WS-ALLEGATI-TRATTATI
               " DOCUMENTI " WS-DOCUMENTI-CANCELLATI
               DELIMITED BY SIZE INTO RIGA-REGISTRO
           WRITE RIGA-REGISTRO
           CLOSE FILE-REGISTRO.
