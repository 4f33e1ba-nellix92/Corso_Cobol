       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEMA-MIGRA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Migrazioni numerate dello schema di notadb. Finora ogni
      *programma si creava le sue tabelle e colonne al primo giro,
      *e nessuno sapeva dire a che punto fosse un impianto: un
      *database ripristinato o nuovo restava a meta' finche' non
      *passava il programma giusto. Qui lo schema e' una sequenza
      *di passi numerati (MIGRA-nnnn), ognuno applicato in una sua
      *transazione e registrato in SCHEMA_VERSIONE con data e
      *operatore. Il programma rifiuta di partire se il registro ha
      *buchi (versioni fuori sequenza) o se il database e' piu'
      *avanti dei programmi (SCHEMA-VERSIONE-ATTESA), e applica i
      *passi soltanto uno dopo l'altro a partire dall'ultimo
      *registrato. Riservato ai supervisori. I passi usano IF NOT
      *EXISTS, per cui su un impianto gia' cresciuto coi vecchi
      *programmi registrano soltanto lo stato di fatto.
      *Nuovo passo: paragrafo MIGRA-nnnn, riga in TABELLA-PASSI,
      *WHEN in APPLICA-PASSO e SCHEMA-VERSIONE-ATTESA alzata.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
      *Giornale d'uso della sessione interattiva.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "SCHEMA-MIGRA".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(7).
       COPY SCHEMA-VERSIONE.
       01 WS-VERSIONE-META PIC 9(4).
       01 WS-PASSO PIC 9(4).
       01 WS-CONFERMA PIC X.
       01 WS-ESITO PIC X VALUE 'S'.
           88 MIGRA-OK VALUE 'S'.
           88 MIGRA-FALLITA VALUE 'N'.
      *Descrizione di ogni passo, registrata in SCHEMA_VERSIONE.
       01 TABELLA-PASSI.
           05 FILLER PIC X(60) VALUE
               "TABELLE BASE NOTA, NOTA_AUDIT, NOTA_SEGMENTI".
           05 FILLER PIC X(60) VALUE
               "PATERNITA', RICORRENZA E ASSEGNATARIO DELLE NOTE".
           05 FILLER PIC X(60) VALUE
               "STATO NOTA E TABELLA NOTA_ARCHIVIO".
           05 FILLER PIC X(60) VALUE
               "LISTA DI LAVORO (WORKLIST)".
           05 FILLER PIC X(60) VALUE
               "CATEGORIE CON MODELLO E GIORNI DI SCADENZA".
           05 FILLER PIC X(60) VALUE
               "BOLLETTINI E BOLLETTINI_VISTI".
           05 FILLER PIC X(60) VALUE
               "RECLAMI E RECLAMI_STORIA".
           05 FILLER PIC X(60) VALUE
               "ALLEGATI DELLE NOTE E PARTITE CONTESTATE".
           05 FILLER PIC X(60) VALUE
               "PROGRESSIVO E HASH DI CATENA SU NOTA_AUDIT".
           05 FILLER PIC X(60) VALUE
               "ANAGRAFICHE REPLICATE: CLIENTI E PERSONA ESTESA".
           05 FILLER PIC X(60) VALUE
               "REPLICA FILE VENDITE E REPLICA_CONTROLLI".
           05 FILLER PIC X(60) VALUE
               "SOCIETA' DEL GRUPPO SU VENDITE, DETTAGLIO E PARTITE".
           05 FILLER PIC X(60) VALUE
               "ASSENZE DEL PERSONALE, SOSTITUTI E CODE IN ASSENZA".
       01 FILLER REDEFINES TABELLA-PASSI.
           05 WS-PASSO-DESCRIZIONE OCCURS 13 TIMES PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 OPERATORE_ID PIC X(8).
       01 VERSIONE_ATTUALE PIC 9(4).
       01 VERSIONI_REGISTRATE PIC 9(4).
       01 MIG_VERSIONE PIC 9(4).
       01 MIG_DESCRIZIONE PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING OPERATORE_ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO.
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF.
           IF WS-OPERATORE-LIVELLO NOT = 'S'
               DISPLAY "MIGRAZIONI DI SCHEMA RISERVATE AI "
                   "SUPERVISORI."
               STOP RUN
           END-IF.
           MOVE 'I' TO WS-USO-EVENTO.
           MOVE SPACES TO WS-USO-ESITO.
           CALL 'GIORNALE-USO' USING OPERATORE_ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "Mi connetto al database.".
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
                   DISPLAY "CONNESSIONE FALLITA, RIPROVO... (TENTATIVO "
                       WS-CONNECT-TENTATIVI "/3)"
                   CALL "CBL_THREAD_SLEEP" USING WS-SLEEP-MS
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           DISPLAY "Connessione al database riuscita!".

      *Registro delle versioni: una riga per passo applicato.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS SCHEMA_VERSIONE
               (
                   VERSIONE          NUMERIC(4,0) PRIMARY KEY,
                   DESCRIZIONE       CHAR(60),
                   DATA_APPLICAZIONE TIMESTAMP
                       DEFAULT CURRENT_TIMESTAMP,
                   OPERATORE         CHAR(8)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

           PERFORM LEGGI-REGISTRO.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           DISPLAY "VERSIONE SCHEMA DEL DATABASE: " VERSIONE_ATTUALE.
           DISPLAY "VERSIONE ATTESA DAI PROGRAMMI: "
               SCHEMA-VERSIONE-ATTESA.
      *Un registro con buchi vuol dire passi applicati fuori
      *sequenza (a mano o da un rilascio sbagliato): prima si
      *chiarisce, poi si migra.
           IF VERSIONI_REGISTRATE NOT = VERSIONE_ATTUALE
               DISPLAY "REGISTRO SCHEMA_VERSIONE FUORI SEQUENZA: "
                   VERSIONI_REGISTRATE " PASSI REGISTRATI FINO "
                   "ALLA VERSIONE " VERSIONE_ATTUALE "."
               DISPLAY "NESSUNA MIGRAZIONE ESEGUITA."
               MOVE "FUORISQ" TO WS-USO-ESITO
               PERFORM CHIUDI-SESSIONE
           END-IF.
           IF VERSIONE_ATTUALE > SCHEMA-VERSIONE-ATTESA
               DISPLAY "IL DATABASE E' PIU' AVANTI DEI PROGRAMMI: "
                   "NESSUNA MIGRAZIONE ESEGUITA."
               MOVE "AVANTI" TO WS-USO-ESITO
               PERFORM CHIUDI-SESSIONE
           END-IF.
           IF VERSIONE_ATTUALE = SCHEMA-VERSIONE-ATTESA
               DISPLAY "SCHEMA GIA' AGGIORNATO."
               MOVE "OK" TO WS-USO-ESITO
               PERFORM CHIUDI-SESSIONE
           END-IF.

           DISPLAY "PASSI DA APPLICARE:".
           COMPUTE WS-PASSO = VERSIONE_ATTUALE + 1.
           PERFORM VARYING WS-PASSO FROM WS-PASSO BY 1
               UNTIL WS-PASSO > SCHEMA-VERSIONE-ATTESA
               DISPLAY "  " WS-PASSO " "
                   WS-PASSO-DESCRIZIONE(WS-PASSO)
           END-PERFORM.
           DISPLAY "VERSIONE DA RAGGIUNGERE (0 = "
               SCHEMA-VERSIONE-ATTESA "): ".
           ACCEPT WS-VERSIONE-META.
           IF WS-VERSIONE-META = 0
               MOVE SCHEMA-VERSIONE-ATTESA TO WS-VERSIONE-META
           END-IF.
           IF WS-VERSIONE-META <= VERSIONE_ATTUALE
               OR WS-VERSIONE-META > SCHEMA-VERSIONE-ATTESA
               COMPUTE WS-PASSO = VERSIONE_ATTUALE + 1
               DISPLAY "VERSIONE NON VALIDA: DEVE ESSERE TRA "
                   WS-PASSO " E " SCHEMA-VERSIONE-ATTESA "."
               MOVE "ANNULL" TO WS-USO-ESITO
               PERFORM CHIUDI-SESSIONE
           END-IF.
           DISPLAY "CONFERMI LA MIGRAZIONE ALLA VERSIONE "
               WS-VERSIONE-META " (S/N)? ".
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "MIGRAZIONE ANNULLATA."
               MOVE "ANNULL" TO WS-USO-ESITO
               PERFORM CHIUDI-SESSIONE
           END-IF.

           SET MIGRA-OK TO TRUE.
           PERFORM APPLICA-PASSO
               UNTIL MIGRA-FALLITA
               OR VERSIONE_ATTUALE >= WS-VERSIONE-META.
           IF MIGRA-OK
               DISPLAY "SCHEMA PORTATO ALLA VERSIONE "
                   VERSIONE_ATTUALE "."
               MOVE "OK" TO WS-USO-ESITO
           ELSE
               DISPLAY "MIGRAZIONE FERMA ALLA VERSIONE "
                   VERSIONE_ATTUALE "."
               MOVE "ERRORE" TO WS-USO-ESITO
           END-IF.
           PERFORM CHIUDI-SESSIONE.

       CHIUDI-SESSIONE.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 'F' TO WS-USO-EVENTO.
           CALL 'GIORNALE-USO' USING OPERATORE_ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "Programma finito".
           IF WS-USO-ESITO NOT = "OK"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *Ultima versione registrata e numero di passi registrati: se
      *sono in sequenza i due valori coincidono.
       LEGGI-REGISTRO.
           EXEC SQL
               SELECT COALESCE(MAX(VERSIONE), 0), COUNT(*)
               INTO :VERSIONE_ATTUALE, :VERSIONI_REGISTRATE
               FROM SCHEMA_VERSIONE
           END-EXEC.

      *Un passo alla volta, nella sua transazione: il registro e'
      *bloccato e riletto, cosi' due migrazioni lanciate insieme non
      *applicano lo stesso passo o passi fuori ordine; il passo e la
      *sua riga in SCHEMA_VERSIONE vanno a buon fine insieme o per
      *niente.
       APPLICA-PASSO.
           MOVE VERSIONE_ATTUALE TO MIG_VERSIONE
           EXEC SQL
               LOCK TABLE SCHEMA_VERSIONE IN EXCLUSIVE MODE
           END-EXEC
           IF SQLCODE = 0
               PERFORM LEGGI-REGISTRO
           END-IF
           IF SQLCODE NOT = 0
               PERFORM ERRORE-PASSO
               EXIT PARAGRAPH
           END-IF
           IF VERSIONE_ATTUALE NOT = MIG_VERSIONE
               OR VERSIONI_REGISTRATE NOT = VERSIONE_ATTUALE
               DISPLAY "REGISTRO MODIFICATO DA UN'ALTRA SESSIONE "
                   "(ORA ALLA VERSIONE " VERSIONE_ATTUALE ")."
               EXEC SQL ROLLBACK WORK END-EXEC
               SET MIGRA-FALLITA TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MIG_VERSIONE
           MOVE WS-PASSO-DESCRIZIONE(MIG_VERSIONE) TO MIG_DESCRIZIONE
           DISPLAY "APPLICO " MIG_VERSIONE " " MIG_DESCRIZIONE
           EVALUATE MIG_VERSIONE
               WHEN 1
                   PERFORM MIGRA-0001
               WHEN 2
                   PERFORM MIGRA-0002
               WHEN 3
                   PERFORM MIGRA-0003
               WHEN 4
                   PERFORM MIGRA-0004
               WHEN 5
                   PERFORM MIGRA-0005
               WHEN 6
                   PERFORM MIGRA-0006
               WHEN 7
                   PERFORM MIGRA-0007
               WHEN 8
                   PERFORM MIGRA-0008
               WHEN 9
                   PERFORM MIGRA-0009
               WHEN 10
                   PERFORM MIGRA-0010
               WHEN 11
                   PERFORM MIGRA-0011
               WHEN 12
                   PERFORM MIGRA-0012
               WHEN 13
                   PERFORM MIGRA-0013
           END-EVALUATE
           IF SQLCODE NOT = 0
               PERFORM ERRORE-PASSO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO SCHEMA_VERSIONE
                   (VERSIONE, DESCRIZIONE, OPERATORE)
               VALUES (:MIG_VERSIONE, :MIG_DESCRIZIONE, :OPERATORE_ID)
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM ERRORE-PASSO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           IF SQLCODE NOT = 0
               PERFORM ERRORE-PASSO
               EXIT PARAGRAPH
           END-IF
           MOVE MIG_VERSIONE TO VERSIONE_ATTUALE
           DISPLAY "  VERSIONE " MIG_VERSIONE " REGISTRATA.".

       ERRORE-PASSO.
           DISPLAY "PASSO " MIG_VERSIONE " FALLITO, ANNULLATO."
           DISPLAY "ERRCODE: " SQLSTATE
           DISPLAY SQLERRMC
           EXEC SQL ROLLBACK WORK END-EXEC
           SET MIGRA-FALLITA TO TRUE.

      ********************PASSI DI MIGRAZIONE***************************
      *Ogni passo si ferma alla prima istruzione che fallisce e
      *lascia lo SQLCODE ad APPLICA-PASSO.
       MIGRA-0001.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTA
               (
                   NOME            CHAR(20)   PRIMARY KEY,
                   DATA_CREATE     CHAR(10),
                   DATA_SCADENZA   CHAR(10),
                   CATEGORIA       CHAR(20),
                   NOTA            CHAR(300),
                   LAST_UPDATED    TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                   ID_CLIENTE      NUMERIC(6,0)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTA_AUDIT
               (
                   NOME                 CHAR(20),
                   VALORE_PRECEDENTE    CHAR(300),
                   VALORE_NUOVO         CHAR(300),
                   OPERAZIONE           CHAR(1),
                   TIMESTAMP_OP      TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTA_SEGMENTI
               (
                   NOME            CHAR(20),
                   SEQ             NUMERIC(3,0),
                   TESTO           CHAR(300),
                   PRIMARY KEY (NOME, SEQ)
               )
           END-EXEC.

       MIGRA-0002.
           EXEC SQL
               ALTER TABLE NOTA
               ADD COLUMN IF NOT EXISTS AUTORE CHAR(8)
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS OPERATORE CHAR(8)
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE NOTA
               ADD COLUMN IF NOT EXISTS RICORRENZA
                   CHAR(1) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE NOTA
               ADD COLUMN IF NOT EXISTS RICORRENZA_FINE
                   CHAR(10) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE NOTA
               ADD COLUMN IF NOT EXISTS ASSEGNATARIO
                   CHAR(8) DEFAULT ' '
           END-EXEC.

       MIGRA-0003.
           EXEC SQL
               ALTER TABLE NOTA
               ADD COLUMN IF NOT EXISTS STATO_NOTA CHAR(1)
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTA_ARCHIVIO
               (
                   NOME            CHAR(20),
                   DATA_CREATE     CHAR(10),
                   DATA_SCADENZA   CHAR(10),
                   CATEGORIA       CHAR(20),
                   NOTA            CHAR(300),
                   ID_CLIENTE      NUMERIC(6,0),
                   DATA_ARCHIVIO   TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

       MIGRA-0004.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS WORKLIST
               (
                   NOME          CHAR(20) PRIMARY KEY,
                   DATA_SCADENZA CHAR(10),
                   DATA_LAVORO   CHAR(10),
                   STATO         CHAR(1) DEFAULT 'P'
               )
           END-EXEC.

       MIGRA-0005.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CATEGORIE
               (
                   CATEGORIA        CHAR(20) PRIMARY KEY,
                   ATTIVA           CHAR(1) DEFAULT 'S'
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE CATEGORIE
               ADD COLUMN IF NOT EXISTS TEMPLATE
                   CHAR(300) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE CATEGORIE
               ADD COLUMN IF NOT EXISTS GIORNI_SCADENZA
                   INTEGER DEFAULT 0
           END-EXEC.

       MIGRA-0006.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BOLLETTINI
               (
                   ID        NUMERIC(6,0) PRIMARY KEY,
                   TESTO     CHAR(300),
                   SEVERITA  CHAR(1) DEFAULT 'I',
                   DATA_DA   CHAR(10),
                   DATA_A    CHAR(10),
                   AUTORE    CHAR(8)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS BOLLETTINI_VISTI
               (
                   ID              NUMERIC(6,0),
                   OPERATORE       CHAR(8),
                   TIMESTAMP_VISTO TIMESTAMP
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

       MIGRA-0007.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RECLAMI
               (
                   ID               NUMERIC(6,0) PRIMARY KEY,
                   ID_CLIENTE       NUMERIC(6,0),
                   TIPO             CHAR(2),
                   GRAVITA          CHAR(1) DEFAULT 'M',
                   STATO            CHAR(1) DEFAULT 'A',
                   RESPONSABILE     CHAR(8),
                   ESITO            CHAR(2),
                   DESCRIZIONE      CHAR(300),
                   REGIONE          NUMERIC(2,0),
                   CODICE_PRODOTTO  CHAR(8),
                   FATTURA_ANNO     NUMERIC(4,0) DEFAULT 0,
                   FATTURA_NUMERO   NUMERIC(6,0) DEFAULT 0,
                   DATA_APERTURA    CHAR(10),
                   DATA_RISPOSTA    CHAR(10),
                   DATA_RISOLUZIONE CHAR(10),
                   DATA_CHIUSURA    CHAR(10),
                   SLA_SEGNALATO    CHAR(1) DEFAULT 'N',
                   AUTORE           CHAR(8)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS RECLAMI_STORIA
               (
                   ID               NUMERIC(6,0),
                   STATO_PRECEDENTE CHAR(1),
                   STATO_NUOVO      CHAR(1),
                   NOTA             CHAR(100),
                   OPERATORE        CHAR(8),
                   TIMESTAMP_EVENTO TIMESTAMP
                       DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.

       MIGRA-0008.
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
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
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

       MIGRA-0009.
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS SEQ_AUDIT NUMERIC(12,0)
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS HASH_AUDIT CHAR(64)
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE UNIQUE INDEX IF NOT EXISTS NOTA_AUDIT_SEQ
               ON NOTA_AUDIT (SEQ_AUDIT)
           END-EXEC.

      *La PERSONA di notadb nasce con l'anagrafica di base e viene
      *estesa con sigla, reparto, assunzione e flag attivo per
      *l'organico degli operatori (OPERATORI-SYNC).
       MIGRA-0010.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS CLIENTI
               (
                   ID_CLIENTE   NUMERIC(6,0) PRIMARY KEY,
                   NOME         CHAR(10),
                   COGNOME      CHAR(10),
                   CITTA        CHAR(20),
                   PROVINCIA    CHAR(2),
                   STATO        CHAR(1),
                   LAST_SYNC    TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PERSONA
               (
                   ID_PERSONA      NUMERIC(4,0) NOT NULL,
                   NOME    CHAR(20),
                   ETA     NUMERIC(2,0),
                   DEPARTMENT CHAR(20),
                   HIRE_DATE  CHAR(10),
                   STATUS     CHAR(1),
                   CONSTRAINT ID_PERSONA_0 PRIMARY KEY(ID_PERSONA)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE PERSONA
               ADD COLUMN IF NOT EXISTS SIGLA CHAR(8) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE PERSONA
               ADD COLUMN IF NOT EXISTS REPARTO
                   CHAR(20) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE PERSONA
               ADD COLUMN IF NOT EXISTS DATA_ASSUNZIONE
                   CHAR(10) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE PERSONA
               ADD COLUMN IF NOT EXISTS ATTIVO CHAR(1) DEFAULT 'S'
           END-EXEC.

       MIGRA-0011.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS REGIONI
               (
                   CODICE          NUMERIC(2,0) PRIMARY KEY,
                   NOME            CHAR(20),
                   RESPONSABILE    CHAR(20),
                   ATTIVA          CHAR(1)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRODOTTI
               (
                   CODICE          CHAR(8) PRIMARY KEY,
                   DESCRIZIONE     CHAR(30),
                   LINEA           CHAR(10),
                   ATTIVO          CHAR(1)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VENDITE_MESE
               (
                   RIGA            NUMERIC(7,0) PRIMARY KEY,
                   REGIONE         NUMERIC(2,0),
                   TRIMESTRE       NUMERIC(2,0),
                   MESE            NUMERIC(2,0),
                   ANNO            NUMERIC(4,0),
                   IMPORTO         NUMERIC(9,2),
                   STATO_PERIODO   CHAR(1),
                   LOTTO           CHAR(6),
                   DATA_INTAKE     CHAR(8)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VENDITE_DETTAGLIO
               (
                   RIGA            NUMERIC(7,0) PRIMARY KEY,
                   ID_CLIENTE      NUMERIC(6,0),
                   REGIONE         NUMERIC(2,0),
                   DATA_MOVIMENTO  NUMERIC(8,0),
                   IMPORTO         NUMERIC(9,2),
                   CODICE_PRODOTTO CHAR(8),
                   QUANTITA        NUMERIC(5,0),
                   PREZZO_UNITARIO NUMERIC(7,2),
                   CODICE_IVA      CHAR(2),
                   FATTURA_ANNO    NUMERIC(4,0),
                   FATTURA_NUMERO  NUMERIC(6,0)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS VENDITE_PARTITE
               (
                   RIGA               NUMERIC(7,0) PRIMARY KEY,
                   ID_CLIENTE         NUMERIC(6,0),
                   REGIONE            NUMERIC(2,0),
                   DATA_MOVIMENTO     NUMERIC(8,0),
                   IMPORTO            NUMERIC(9,2),
                   STATO              CHAR(1),
                   DATA_INCASSO       NUMERIC(8,0),
                   LIVELLO_SOLLECITO  NUMERIC(1,0),
                   DATA_SOLLECITO     NUMERIC(8,0),
                   DATA_SCADENZA      NUMERIC(8,0),
                   RATA               NUMERIC(1,0),
                   CONTESTAZIONE      CHAR(1),
                   NOTA_CONTESTAZIONE CHAR(20)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS REPLICA_CONTROLLI
               (
                   DATA_CARICO     TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                   TABELLA         CHAR(20),
                   MODO            CHAR(1),
                   RIGHE_FILE      NUMERIC(7,0),
                   TOTALE_FILE     NUMERIC(13,2),
                   RIGHE_TABELLA   NUMERIC(7,0),
                   TOTALE_TABELLA  NUMERIC(13,2),
                   ESITO           CHAR(2)
               )
           END-EXEC.

      *Codice societa' del gruppo sulle tabelle replicate dai file
      *vendite (VENDITE-REPLICA); spazi = la societa' principale.
       MIGRA-0012.
           EXEC SQL
               ALTER TABLE VENDITE_MESE
               ADD COLUMN IF NOT EXISTS SOCIETA CHAR(2) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE VENDITE_MESE
               ADD COLUMN IF NOT EXISTS SOCIETA_CONTROPARTE
                   CHAR(2) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE VENDITE_DETTAGLIO
               ADD COLUMN IF NOT EXISTS SOCIETA CHAR(2) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE VENDITE_PARTITE
               ADD COLUMN IF NOT EXISTS SOCIETA CHAR(2) DEFAULT ' '
           END-EXEC.

      *Assenze dell'organico (ASSENZE-MAINT) con il sostituto
      *designato sulla PERSONA; sulla NOTA il titolare da cui il
      *passo notturno ASSENZE-INSTRADA ha preso la nota, sulla
      *WORKLIST la voce da lavorare durante l'assenza.
       MIGRA-0013.
           EXEC SQL
               ALTER TABLE PERSONA
               ADD COLUMN IF NOT EXISTS SOSTITUTO CHAR(8) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PERSONA_ASSENZE
               (
                   SIGLA           CHAR(8) NOT NULL,
                   DATA_DAL        CHAR(10) NOT NULL,
                   DATA_AL         CHAR(10) NOT NULL,
                   MOTIVO          CHAR(1) DEFAULT 'F',
                   OPERATORE       CHAR(8),
                   DATA_REGISTRA   TIMESTAMP DEFAULT CURRENT_TIMESTAMP,
                   CONSTRAINT PERSONA_ASSENZE_0
                       PRIMARY KEY(SIGLA, DATA_DAL)
               )
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE NOTA
               ADD COLUMN IF NOT EXISTS ASSEGNATARIO_TITOLARE
                   CHAR(8) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0 EXIT PARAGRAPH END-IF
           EXEC SQL
               ALTER TABLE WORKLIST
               ADD COLUMN IF NOT EXISTS IN_ASSENZA CHAR(1) DEFAULT 'N'
           END-EXEC.

           COPY ERROR-HANDLER.
