       01 WS-POS-OUT           PIC 9(3).
       01 WS-VALORE            PIC X(30).
       01 WS-VAL-LUNG          PIC 9(3).
      *Registro allegati della nota: scelta del sottomenu,
      *conteggio a video ed esistenza del documento in archivio
      *(CBL_CHECK_FILE_EXIST).
       01 WS-SCELTA-ALLEGATO   PIC X.
       01 WS-ALLEGATI-VISTI    PIC 9(3).
       01 WS-OGGI-ALLEGATO     PIC X(21).
      *Esito della contestazione di una partita (OPERAZIONE-CONTESTA).
       01 WS-ESITO-CONTESTA    PIC X.
       01 INFO-FILE.
           05 INFO-DIMENSIONE PIC X(8) COMP-X.
           05 INFO-GG PIC X COMP-X.
           05 INFO-MM PIC X COMP-X.
           05 INFO-AAAA PIC XX COMP-X.
           05 INFO-ORE PIC X COMP-X.
           05 INFO-MIN PIC X COMP-X.
           05 INFO-SEC PIC X COMP-X.
           05 INFO-CEN PIC X COMP-X.
      
      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

      ******************************************************************
      *****************INIZIO DEI COMANDI SQL***************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 SEGMENTO_SEQ         PIC 9(3).
       01 CONTA_CATEGORIE      PIC 9(4).
       01 CATEGORIA_NUOVA      PIC X(20).
       01 ALL_SEQ              PIC 9(3).
       01 ALL_PERCORSO         PIC X(120).
       01 ALL_TIPO             PIC X(10).
       01 ALL_DESCRIZIONE      PIC X(60).
       01 ALL_DATA_RICEZIONE   PIC X(10).
       01 ALL_OPERATORE        PIC X(8).
       01 AUDIT_ALLEGATO       PIC X(300).
       01 CONTA_CONTESTAZIONI  PIC 9(4).
       EXEC SQL END DECLARE SECTION END-EXEC.
      ********************INCLUDO SQLCA*********************************       
       EXEC SQL INCLUDE SQLCA END-EXEC.
           END-PERFORM.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           DISPLAY "Connessione al database riuscita!".
      *Registro allegati creato se manca, nella stessa forma di NOTA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTA_ALLEGATI
               (
                   NOME            CHAR(20),
                   SEQ             NUMERIC(3,0),
                   PERCORSO        CHAR(120),
                   TIPO            CHAR(10),
                   DESCRIZIONE     CHAR(60),
                   DATA_RICEZIONE  CHAR(10),
                   OPERATORE       CHAR(8),
                   PRIMARY KEY (NOME, SEQ)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
      *Contestazioni delle partite agganciate alle note.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PARTITE_CONTESTATE
               (
                   NOME            CHAR(20)   PRIMARY KEY,
                   ID_CLIENTE      NUMERIC(6,0),
                   REGIONE         NUMERIC(2,0),
                   DATA_MOVIMENTO  CHAR(10),
                   RATA            NUMERIC(1,0),
                   IMPORTO         NUMERIC(9,2),
                   STATO           CHAR(1) DEFAULT 'A',
                   DATA_APERTURA   CHAR(10),
                   DATA_CHIUSURA   CHAR(10),
                   OPERATORE       CHAR(8)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

      *******************MENU*******************************************
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "[D]ELETE"
              DISPLAY "[S]CADUTE"
              DISPLAY "[G]RUPPI PER CATEGORIA"
              DISPLAY "[A]LLEGATI"
              DISPLAY "[P]ARTITA CONTESTATA"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'C'
                WHEN 'U'
                WHEN 'D'
                WHEN 'A'
                WHEN 'P'
                      IF WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                                  PERFORM OPERAZIONE-UPDATE
                            WHEN 'D'
                                  PERFORM OPERAZIONE-DELETE
                            WHEN 'A'
                                  PERFORM OPERAZIONE-ALLEGATI
                            WHEN 'P'
                                  PERFORM OPERAZIONE-CONTESTAZIONE
                          END-EVALUATE
                      END-IF
                WHEN 'L'
               PERFORM ERROR-RUNTIME
               STOP RUN
           END-IF.
           MOVE NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE NOTA TO AUD-NUOVO
           MOVE "C" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL.
      *Inserimento e audit nella stessa unita' di lavoro.
           IF AUD-ESITO NOT = 0 THEN
               DISPLAY "AUDIT NON SCRITTO, INSERIMENTO ANNULLATO."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
            MOVE NOTA TO D-NOTA
            DISPLAY NOTA-REC
            PERFORM MOSTRA-SEGMENTI
            PERFORM MOSTRA-ALLEGATI
            ADD 1 TO WS-CONTATORE-RIGHE
            IF WS-CONTATORE-RIGHE >= WS-RIGHE-PAGINA
                DISPLAY "-- PREMI INVIO PER CONTINUARE --"
            MOVE NOTA TO D-NOTA
            DISPLAY NOTA-REC
            PERFORM MOSTRA-SEGMENTI
            PERFORM MOSTRA-ALLEGATI
            ADD 1 TO WS-CONTATORE-RIGHE
            IF WS-CONTATORE-RIGHE >= WS-RIGHE-PAGINA
                DISPLAY "-- PREMI INVIO PER CONTINUARE --"
                MOVE DATA_CREATE TO D-DATA-CREATE
                MOVE NOTA TO D-NOTA
                DISPLAY NOTA-REC
                PERFORM MOSTRA-ALLEGATI
                ADD 1 TO WS-CONTATORE-RIGHE
                IF WS-CONTATORE-RIGHE >= WS-RIGHE-PAGINA
                    DISPLAY "-- PREMI INVIO PER CONTINUARE --"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE NOME_NOTA_SEARCH TO AUD-NOME
           MOVE NOTA_PRECEDENTE TO AUD-PRECEDENTE
           MOVE NUOVA_NOTA TO AUD-NUOVO
           MOVE "U" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL.
      *Modifica e audit o atterrano insieme o niente.
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, MODIFICA ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
                WHERE NOME = :NOME_NOTA_SEARCH
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
      *La nota di una contestazione aperta documenta una partita
      *fuori dai solleciti: prima si chiude la contestazione.
           EXEC SQL
                SELECT COUNT(*) INTO :CONTA_CONTESTAZIONI
                FROM PARTITE_CONTESTATE
                WHERE NOME = :NOME_NOTA_SEARCH AND STATO = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           IF CONTA_CONTESTAZIONI > 0
               DISPLAY "LA NOTA HA UNA CONTESTAZIONE APERTA: "
                   "CHIUDERLA PRIMA CON [P]ARTITA CONTESTATA."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "STAI PER CANCELLARE LA SEGUENTE NOTA:".
           DISPLAY "NOME: " NOME_NOTA_SEARCH.
              DELETE FROM NOTA_SEGMENTI
              WHERE NOME = :NOME_NOTA_SEARCH
           END-EXEC.
      *Le voci del registro allegati seguono la nota; i documenti
      *restano sull'archivio condiviso.
           EXEC SQL
              DELETE FROM NOTA_ALLEGATI
              WHERE NOME = :NOME_NOTA_SEARCH
           END-EXEC.
           EXEC SQL
              DELETE FROM PARTITE_CONTESTATE
              WHERE NOME = :NOME_NOTA_SEARCH
           END-EXEC.
           MOVE NOME_NOTA_SEARCH TO AUD-NOME
           MOVE NOTA_PRECEDENTE TO AUD-PRECEDENTE
           MOVE SPACES TO AUD-NUOVO
           MOVE "D" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL.
      *Cancellazione e audit nella stessa unita' di lavoro.
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, CANCELLAZIONE ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-EXEC.
           DISPLAY "Nota cancellata con successo!".
           EXIT.
      *****************ALLEGATI DELLA NOTA******************************
      *Registro dei documenti collegati alla nota: il documento sta
      *sull'archivio condiviso, qui si registra dove, di che tipo,
      *quando e' arrivato e chi lo ha archiviato. Ogni voce
      *aggiunta o tolta lascia una riga 'A' in NOTA_AUDIT.
       OPERAZIONE-ALLEGATI.
           DISPLAY "INSERISCI IL NOME DELLA NOTA: ".
           ACCEPT NOME_NOTA_SEARCH.
           EXEC SQL
                SELECT NOTA INTO :NOTA_PRECEDENTE
                FROM NOTA
                WHERE NOME = :NOME_NOTA_SEARCH
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "NOTA NON TROVATA."
               EXIT PARAGRAPH
           END-IF.
           MOVE NOME_NOTA_SEARCH TO NOME.
           MOVE SPACE TO WS-SCELTA-ALLEGATO.
           PERFORM UNTIL WS-SCELTA-ALLEGATO = 'F'
               DISPLAY "---- ALLEGATI DELLA NOTA " NOME " ----"
               PERFORM MOSTRA-ALLEGATI
               IF WS-ALLEGATI-VISTI = 0
                   DISPLAY "   NESSUN ALLEGATO REGISTRATO"
               END-IF
               DISPLAY "[I]NSERISCI  [T]OGLI  [F]INE"
               ACCEPT WS-SCELTA-ALLEGATO
               EVALUATE WS-SCELTA-ALLEGATO
                   WHEN 'I'
                   WHEN 'i'
                       PERFORM INSERISCI-ALLEGATO
                   WHEN 'T'
                   WHEN 't'
                       PERFORM TOGLI-ALLEGATO
                   WHEN 'F'
                   WHEN 'f'
                       MOVE 'F' TO WS-SCELTA-ALLEGATO
                   WHEN OTHER
                       DISPLAY "SCELTA NON VALIDA"
               END-EVALUATE
           END-PERFORM.

      *Un percorso che oggi non si trova si registra solo su
      *conferma: capita che il documento arrivi in archivio dopo.
       INSERISCI-ALLEGATO.
           DISPLAY "PERCORSO DEL DOCUMENTO SULL'ARCHIVIO: ".
           ACCEPT ALL_PERCORSO.
           IF ALL_PERCORSO = SPACES
               DISPLAY "PERCORSO OBBLIGATORIO, ALLEGATO NON REGISTRATO."
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING ALL_PERCORSO INFO-FILE.
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "DOCUMENTO NON TROVATO IN ARCHIVIO. "
                   "REGISTRO COMUNQUE? [S/N]"
               ACCEPT WS-CONFERMA
               IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
                   DISPLAY "ALLEGATO NON REGISTRATO."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "TIPO (CONTRATTO, EMAIL, FATTURA, ORDINE, ALTRO): ".
           ACCEPT ALL_TIPO.
           MOVE FUNCTION UPPER-CASE(ALL_TIPO) TO ALL_TIPO.
           IF ALL_TIPO = SPACES
               MOVE "ALTRO" TO ALL_TIPO
           END-IF.
           DISPLAY "DESCRIZIONE: ".
           ACCEPT ALL_DESCRIZIONE.
           PERFORM VALIDA-DATA-RICEZIONE.
           EXEC SQL
                SELECT COALESCE(MAX(SEQ), 0) + 1 INTO :ALL_SEQ
                FROM NOTA_ALLEGATI
                WHERE NOME = :NOME
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           EXEC SQL
                INSERT INTO NOTA_ALLEGATI
                    (NOME, SEQ, PERCORSO, TIPO, DESCRIZIONE,
                     DATA_RICEZIONE, OPERATORE)
                VALUES (:NOME, :ALL_SEQ, :ALL_PERCORSO, :ALL_TIPO,
                        :ALL_DESCRIZIONE, :ALL_DATA_RICEZIONE,
                        :OPERATORE_ID)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ALLEGATO NON SALVATO, SQLCODE " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AUDIT_ALLEGATO.
           STRING "ALLEGATO " ALL_SEQ " " ALL_TIPO " " ALL_PERCORSO
               DELIMITED BY SIZE INTO AUDIT_ALLEGATO.
           MOVE NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE AUDIT_ALLEGATO TO AUD-NUOVO
           MOVE "A" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL.
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, ALLEGATO ANNULLATO."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
                COMMIT WORK
           END-EXEC.
           DISPLAY "ALLEGATO " ALL_SEQ " REGISTRATO.".

      *Si toglie la voce del registro, non il documento.
       TOGLI-ALLEGATO.
           DISPLAY "PROGRESSIVO DELL'ALLEGATO DA TOGLIERE: ".
           ACCEPT ALL_SEQ.
           EXEC SQL
                SELECT PERCORSO, TIPO INTO :ALL_PERCORSO, :ALL_TIPO
                FROM NOTA_ALLEGATI
                WHERE NOME = :NOME AND SEQ = :ALL_SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "ALLEGATO NON TROVATO."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STAI PER TOGLIERE: " ALL_TIPO " " ALL_PERCORSO.
           DISPLAY "CONFERMI? [S/N]".
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "OPERAZIONE ANNULLATA."
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
                DELETE FROM NOTA_ALLEGATI
                WHERE NOME = :NOME AND SEQ = :ALL_SEQ
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           MOVE SPACES TO AUDIT_ALLEGATO.
           STRING "ALLEGATO " ALL_SEQ " " ALL_TIPO " " ALL_PERCORSO
               DELIMITED BY SIZE INTO AUDIT_ALLEGATO.
           MOVE NOME TO AUD-NOME
           MOVE AUDIT_ALLEGATO TO AUD-PRECEDENTE
           MOVE SPACES TO AUD-NUOVO
           MOVE "A" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL.
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, OPERAZIONE ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF.
           EXEC SQL
                COMMIT WORK
           END-EXEC.
           DISPLAY "VOCE TOLTA DAL REGISTRO, IL DOCUMENTO RESTA "
               "IN ARCHIVIO.".

      *****************PARTITA CONTESTATA*******************************
      *La nota documenta la contestazione di una partita del suo
      *cliente: apertura e chiusura in OPERAZIONE-CONTESTA, che
      *registra e conferma da se'.
       OPERAZIONE-CONTESTAZIONE.
           DISPLAY "INSERISCI IL NOME DELLA NOTA DI CONTESTAZIONE: ".
           ACCEPT NOME_NOTA_SEARCH.
           CALL 'OPERAZIONE-CONTESTA' USING NOME_NOTA_SEARCH,
               OPERATORE_ID, WS-ESITO-CONTESTA.
           IF WS-ESITO-CONTESTA NOT = 'S'
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

      *****************DATA OVERDUE REPORT********************************
       OPERAZIONE-SCADUTE.
           EXEC SQL
                 CLOSE CSEG
           END-EXEC.

      *Elenca sotto la nota corrente (host variable NOME gia'
      *valorizzata) i documenti registrati in NOTA_ALLEGATI.
       MOSTRA-ALLEGATI.
           MOVE 0 TO WS-ALLEGATI-VISTI
           EXEC SQL
               DECLARE CALG CURSOR FOR
                    SELECT SEQ, PERCORSO, TIPO, DESCRIZIONE,
                           DATA_RICEZIONE, OPERATORE
                    FROM NOTA_ALLEGATI
                    WHERE NOME = :NOME
                    ORDER BY SEQ
           END-EXEC
           EXEC SQL
                 OPEN CALG
           END-EXEC
           EXEC SQL
                 FETCH CALG INTO :ALL_SEQ, :ALL_PERCORSO, :ALL_TIPO,
                     :ALL_DESCRIZIONE, :ALL_DATA_RICEZIONE,
                     :ALL_OPERATORE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-ALLEGATI-VISTI
               DISPLAY "   ALLEGATO " ALL_SEQ " " ALL_TIPO " DEL "
                   ALL_DATA_RICEZIONE " (" ALL_OPERATORE ") "
                   ALL_DESCRIZIONE(1:40)
               DISPLAY "      " ALL_PERCORSO(1:100)
               EXEC SQL
                     FETCH CALG INTO :ALL_SEQ, :ALL_PERCORSO,
                         :ALL_TIPO, :ALL_DESCRIZIONE,
                         :ALL_DATA_RICEZIONE, :ALL_OPERATORE
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CALG
           END-EXEC.

      *****************VALIDAZIONE FORMATO DATA****************************
       VALIDA-DATA-CREATE.
           MOVE 'N' TO WS-DATA-VALIDA
               END-IF
           END-PERFORM.

      *Data di ricezione del documento: vuota vale oggi.
       VALIDA-DATA-RICEZIONE.
           MOVE 'N' TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = 'S'
               DISPLAY "DATA DI RICEZIONE (GG/MM/AAAA, VUOTO = OGGI): "
               ACCEPT ALL_DATA_RICEZIONE
               IF ALL_DATA_RICEZIONE = SPACES
                   MOVE FUNCTION CURRENT-DATE TO WS-OGGI-ALLEGATO
                   STRING WS-OGGI-ALLEGATO(7:2) "/"
                       WS-OGGI-ALLEGATO(5:2) "/"
                       WS-OGGI-ALLEGATO(1:4)
                       DELIMITED BY SIZE INTO ALL_DATA_RICEZIONE
               END-IF
               IF ALL_DATA_RICEZIONE(1:2) IS NUMERIC
                   AND ALL_DATA_RICEZIONE(3:1) = "/"
                   AND ALL_DATA_RICEZIONE(4:2) IS NUMERIC
                   AND ALL_DATA_RICEZIONE(6:1) = "/"
                   AND ALL_DATA_RICEZIONE(7:4) IS NUMERIC
                   MOVE 'S' TO WS-DATA-VALIDA
               ELSE
                   DISPLAY "FORMATO DATA NON VALIDO, USARE GG/MM/AAAA"
               END-IF
           END-PERFORM.

      *Convalida l'ID cliente digitato contro clienti.idx prima
      *dell'INSERT, cosi' la NOTA punta sempre a un cliente reale.
       VALIDA-ID-CLIENTE.
