       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDITE-REPLICA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Replica notturna dei file vendite in notadb, accanto alla
      *tabella CLIENTI di CLIENTI-SYNC: ogni domanda nuova della
      *direzione ("venduto del prodotto X ai clienti di MI nel
      *trimestre") diventa una query invece di un programma. Da
      *chiamare dal batch notturno. Tabelle caricate:
      * - VENDITE_MESE da Vendite-mese.trimestre.txt, per lotto:
      *   si accodano solo i record dei lotti d'intake (numero
      *   lotto) oltre l'ultimo gia' replicato; se dopo il carico
      *   la tabella non quadra col trailer (master riscritto da
      *   chiusura, archiviazione, conversione importi o stime) si
      *   torna indietro e si ricarica da zero;
      * - VENDITE_DETTAGLIO da Vendite-dettaglio.txt e
      *   VENDITE_PARTITE da Vendite-partite.txt, ricaricate da
      *   zero (i record non portano lotto);
      * - REGIONI da Regioni.txt e PRODOTTI da Prodotti.txt.
      *Dopo ogni carico righe e totale della tabella si confrontano
      *con il trailer TRL del file (per le anagrafiche con le righe
      *lette): ogni tabella ha la sua unita' di lavoro e si
      *conferma solo se quadra, altrimenti resta com'era. L'esito
      *di ogni controllo va nella tabella REPLICA_CONTROLLI e in
      *vendite-replica.txt; una tabella che non quadra fa fallire
      *il passo e alza un allarme.
      *Ogni riga di vendite, dettaglio e partite porta la societa'
      *del gruppo (SOCIETA, spazi = la principale) e per le vendite
      *la societa' controparte delle operazioni infragruppo, cosi'
      *le query per societa' e il consolidato si fanno in notadb.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REGIONI ASSIGN TO "Regioni.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT FILE-PRODOTTI ASSIGN TO "Prodotti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT FILE-VENDITE ASSIGN TO "Vendite-mese.trimestre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT FILE-DETTAGLIO ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT FILE-PARTITE ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REGIONI.
       01 REGIONE-MASTER.
           05 REG-CODICE PIC 99.
           05 REG-NOME PIC X(20).
           05 REG-RESPONSABILE PIC X(20).
           05 REG-ATTIVA PIC X.

       FD FILE-PRODOTTI.
       COPY PRODOTTO-REC.

       FD FILE-VENDITE.
       01 VENDITE-MASTER.
           05 MST-REGIONE-NUM PIC 99.
           05 MST-TRIMESTRE PIC 99.
           05 MST-MESE PIC 99.
           05 MST-IMPORTO PIC S9(7)V99.
           05 MST-ANNO PIC 9(4).
           05 MST-STATO-PERIODO PIC X.
           05 MST-BATCH-NUMERO PIC X(6).
           05 MST-DATA-INTAKE PIC X(8).
           05 MST-SOCIETA PIC X(2).
           05 MST-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-MASTER.
           05 MST-TRAILER-TAG PIC X(3).
           05 MST-TRAILER-RECORD-COUNT PIC 9(6).
           05 MST-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-MASTER PIC X(48).

       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-ID-CLIENTE PIC 9(6).
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA PIC 9(8).
           05 DET-IMPORTO PIC S9(7)V99.
           05 DET-CODICE-PRODOTTO PIC X(8).
           05 DET-QUANTITA PIC 9(5).
           05 DET-PREZZO-UNITARIO PIC S9(5)V99.
           05 DET-CODICE-IVA PIC X(2).
           05 DET-FATTURA-ANNO PIC 9(4).
           05 DET-FATTURA-NUMERO PIC 9(6).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
           05 TRAILER-DET-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NOME-REPORT PIC X(40) VALUE "vendite-replica.txt".
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
      *Contatori del file in lettura e confronto con trailer e
      *tabella, comuni a tutti i carichi.
       01 WS-TABELLA PIC X(20).
       01 WS-MODO PIC X.
           88 MODO-INCREMENTALE VALUE 'I'.
           88 MODO-TOTALE VALUE 'T'.
       01 WS-RIGHE-FILE PIC 9(7).
       01 WS-TOTALE-FILE PIC S9(11)V99.
       01 WS-CHIUSI-FILE PIC 9(7).
       01 WS-TRAILER-VISTO PIC X.
       01 WS-TRAILER-RIGHE PIC 9(7).
       01 WS-TRAILER-TOTALE PIC S9(11)V99.
       01 WS-INSERITE PIC 9(7).
       01 WS-INSERT-FALLITE PIC 9(7).
       01 WS-ESITO PIC XX.
       01 WS-MOTIVO PIC X(30).
       01 WS-TABELLE-OK PIC 9 VALUE 0.
       01 WS-TABELLE-KO PIC 9 VALUE 0.
       01 WS-TOTALE-ED PIC -(10)9.99.
       01 WS-TOTALE-TAB-ED PIC -(10)9.99.
      *Spool del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "REPLICA".
       01 WS-SPOOL-ESITO PIC 9.
      *Registro allarmi.
       01 WS-ALL-FONTE PIC X(20) VALUE "VENDITE-REPLICA".
       01 WS-ALL-SEVERITA PIC X VALUE 'A'.
       01 WS-ALL-TESTO PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 RIGA_FILE PIC 9(7).
       01 REGIONE_CODICE PIC 99.
       01 REGIONE_NOME PIC X(20).
       01 REGIONE_RESPONSABILE PIC X(20).
       01 REGIONE_ATTIVA PIC X.
       01 PRODOTTO_CODICE PIC X(8).
       01 PRODOTTO_DESCRIZIONE PIC X(30).
       01 PRODOTTO_LINEA PIC X(10).
       01 PRODOTTO_ATTIVO PIC X.
       01 VEN_REGIONE PIC 99.
       01 VEN_TRIMESTRE PIC 99.
       01 VEN_MESE PIC 99.
       01 VEN_ANNO PIC 9(4).
       01 VEN_IMPORTO PIC S9(7)V99.
       01 VEN_STATO PIC X.
       01 VEN_LOTTO PIC X(6).
       01 VEN_DATA_INTAKE PIC X(8).
       01 VEN_SOCIETA PIC X(2).
       01 VEN_SOCIETA_CONTROPARTE PIC X(2).
       01 ULTIMO_LOTTO PIC X(6).
       01 DET_ID_CLIENTE PIC 9(6).
       01 DET_REGIONE PIC 99.
       01 DET_DATA PIC 9(8).
       01 DET_IMPORTO PIC S9(7)V99.
       01 DET_PRODOTTO PIC X(8).
       01 DET_QUANTITA PIC 9(5).
       01 DET_PREZZO PIC S9(5)V99.
       01 DET_IVA PIC X(2).
       01 DET_FATTURA_ANNO PIC 9(4).
       01 DET_FATTURA_NUMERO PIC 9(6).
       01 DET_SOCIETA PIC X(2).
       01 PAR_ID_CLIENTE PIC 9(6).
       01 PAR_REGIONE PIC 99.
       01 PAR_DATA_MOVIMENTO PIC 9(8).
       01 PAR_IMPORTO PIC S9(7)V99.
       01 PAR_STATO PIC X.
       01 PAR_DATA_INCASSO PIC 9(8).
       01 PAR_LIVELLO PIC 9.
       01 PAR_DATA_SOLLECITO PIC 9(8).
       01 PAR_DATA_SCADENZA PIC 9(8).
       01 PAR_RATA PIC 9.
       01 PAR_CONTESTAZIONE PIC X.
       01 PAR_NOTA PIC X(20).
       01 PAR_SOCIETA PIC X(2).
       01 RIGHE_TABELLA PIC 9(7).
       01 TOTALE_TABELLA PIC S9(11)V99.
       01 CHIUSI_TABELLA PIC 9(7).
       01 CTL_TABELLA PIC X(20).
       01 CTL_MODO PIC X.
       01 CTL_RIGHE_FILE PIC 9(7).
       01 CTL_TOTALE_FILE PIC S9(11)V99.
       01 CTL_ESITO PIC XX.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY TESTATA-RICHIESTA.

       LINKAGE SECTION.
       01 LNK-STATUS-CODE PIC 9.
           88 REPLICA-OK VALUE 0.
           88 REPLICA-ERRORE VALUE 1.

       PROCEDURE DIVISION USING LNK-STATUS-CODE.
       INIZIO.
           SET REPLICA-OK TO TRUE
           SET REPLICA-ERRORE TO TRUE
           PERFORM VERIFICA-TESTATA-VENDITE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM VERIFICA-TESTATA-PARTITE
           SET REPLICA-OK TO TRUE
           DISPLAY "VENDITE-REPLICA: Mi connetto al database.".
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
               DISPLAY "VENDITE-REPLICA: CONNESSIONE FALLITA."
               SET REPLICA-ERRORE TO TRUE
               EXIT PROGRAM
           END-IF
           PERFORM PREPARA-SCHEMA
           IF REPLICA-ERRORE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "VENDITE-REPLICA: TABELLE NON CREATE."
               EXIT PROGRAM
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           OPEN OUTPUT FILE-REPORT
           MOVE "REPLICA VENDITE IN NOTADB - CONTROLLI DI CARICO"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "TABELLA              MODO RIGHE FILE   TOTALE FILE"
               "   RIGHE TAB.  TOTALE TABELLA ESITO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM REPLICA-REGIONI
           PERFORM REPLICA-PRODOTTI
           PERFORM REPLICA-VENDITE
           PERFORM REPLICA-DETTAGLIO
           PERFORM REPLICA-PARTITE
           MOVE SPACES TO RIGA-REPORT
           STRING "TABELLE QUADRATE: " WS-TABELLE-OK
               "  NON QUADRATE: " WS-TABELLE-KO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT
      *L'edizione appena scritta entra nello spool: il nome fisso
      *viene sovrascritto al prossimo giro, la copia datata resta.
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           EXEC SQL DISCONNECT ALL END-EXEC
           IF WS-TABELLE-KO > 0
               SET REPLICA-ERRORE TO TRUE
               MOVE SPACES TO WS-ALL-TESTO
               STRING "REPLICA VENDITE: " WS-TABELLE-KO
                   " TABELLE NON QUADRANO COI FILE"
                   DELIMITED BY SIZE INTO WS-ALL-TESTO
               CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
                   WS-ALL-SEVERITA, WS-ALL-TESTO
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           DISPLAY "VENDITE-REPLICA: TABELLE QUADRATE " WS-TABELLE-OK
               " NON QUADRATE " WS-TABELLE-KO
           EXIT PROGRAM.

      *Tabelle create se mancano; RIGA e' la posizione del record
      *nel file, cosi' una riga della tabella si ritrova nel file.
       PREPARA-SCHEMA.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS REGIONI
               (
                   CODICE          NUMERIC(2,0) PRIMARY KEY,
                   NOME            CHAR(20),
                   RESPONSABILE    CHAR(20),
                   ATTIVA          CHAR(1)
               )
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PRODOTTI
               (
                   CODICE          CHAR(8) PRIMARY KEY,
                   DESCRIZIONE     CHAR(30),
                   LINEA           CHAR(10),
                   ATTIVO          CHAR(1)
               )
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
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
                   DATA_INTAKE     CHAR(8),
                   SOCIETA         CHAR(2) DEFAULT ' ',
                   SOCIETA_CONTROPARTE CHAR(2) DEFAULT ' '
               )
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               ALTER TABLE VENDITE_MESE
               ADD COLUMN IF NOT EXISTS SOCIETA CHAR(2) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               ALTER TABLE VENDITE_MESE
               ADD COLUMN IF NOT EXISTS SOCIETA_CONTROPARTE
                   CHAR(2) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
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
                   FATTURA_NUMERO  NUMERIC(6,0),
                   SOCIETA         CHAR(2) DEFAULT ' '
               )
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               ALTER TABLE VENDITE_DETTAGLIO
               ADD COLUMN IF NOT EXISTS SOCIETA CHAR(2) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
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
                   NOTA_CONTESTAZIONE CHAR(20),
                   SOCIETA            CHAR(2) DEFAULT ' '
               )
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               ALTER TABLE VENDITE_PARTITE
               ADD COLUMN IF NOT EXISTS SOCIETA CHAR(2) DEFAULT ' '
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
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
           END-EXEC
           IF SQLCODE NOT = 0
               SET REPLICA-ERRORE TO TRUE
           END-IF.

       AZZERA-CONTATORI.
           MOVE 0 TO WS-RIGHE-FILE
           MOVE 0 TO WS-TOTALE-FILE
           MOVE 0 TO WS-CHIUSI-FILE
           MOVE 0 TO WS-INSERITE
           MOVE 0 TO WS-INSERT-FALLITE
           MOVE 'N' TO WS-TRAILER-VISTO
           MOVE 0 TO WS-TRAILER-RIGHE
           MOVE 0 TO WS-TRAILER-TOTALE
           MOVE 0 TO RIGHE_TABELLA
           MOVE 0 TO TOTALE_TABELLA
           MOVE 0 TO CHIUSI_TABELLA
           MOVE SPACES TO WS-MOTIVO.

      *****************************************************************
      *Anagrafiche: niente trailer, si confrontano le righe lette con
      *quelle in tabella (e per i prodotti nessun totale).
       REPLICA-REGIONI.
           MOVE "REGIONI" TO WS-TABELLA
           SET MODO-TOTALE TO TRUE
           PERFORM AZZERA-CONTATORI
           OPEN INPUT FILE-REGIONI
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Regioni.txt NON APERTO" TO WS-MOTIVO
               PERFORM CHIUDI-CARICO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DELETE FROM REGIONI
           END-EXEC
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-REGIONI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RIGHE-FILE
                       MOVE REG-CODICE TO REGIONE_CODICE
                       MOVE REG-NOME TO REGIONE_NOME
                       MOVE REG-RESPONSABILE TO REGIONE_RESPONSABILE
                       MOVE REG-ATTIVA TO REGIONE_ATTIVA
                       EXEC SQL
                           INSERT INTO REGIONI
                               (CODICE, NOME, RESPONSABILE, ATTIVA)
                           VALUES (:REGIONE_CODICE, :REGIONE_NOME,
                                   :REGIONE_RESPONSABILE,
                                   :REGIONE_ATTIVA)
                       END-EXEC
                       PERFORM CONTA-INSERT
               END-READ
           END-PERFORM
           CLOSE FILE-REGIONI
           MOVE 'S' TO WS-TRAILER-VISTO
           MOVE WS-RIGHE-FILE TO WS-TRAILER-RIGHE
           EXEC SQL
               SELECT COUNT(*) INTO :RIGHE_TABELLA FROM REGIONI
           END-EXEC
           PERFORM CHIUDI-CARICO.

       REPLICA-PRODOTTI.
           MOVE "PRODOTTI" TO WS-TABELLA
           SET MODO-TOTALE TO TRUE
           PERFORM AZZERA-CONTATORI
           OPEN INPUT FILE-PRODOTTI
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Prodotti.txt NON APERTO" TO WS-MOTIVO
               PERFORM CHIUDI-CARICO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DELETE FROM PRODOTTI
           END-EXEC
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-PRODOTTI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RIGHE-FILE
                       MOVE PRO-CODICE TO PRODOTTO_CODICE
                       MOVE PRO-DESCRIZIONE TO PRODOTTO_DESCRIZIONE
                       MOVE PRO-LINEA TO PRODOTTO_LINEA
                       MOVE PRO-ATTIVO TO PRODOTTO_ATTIVO
                       EXEC SQL
                           INSERT INTO PRODOTTI
                               (CODICE, DESCRIZIONE, LINEA, ATTIVO)
                           VALUES (:PRODOTTO_CODICE,
                                   :PRODOTTO_DESCRIZIONE,
                                   :PRODOTTO_LINEA, :PRODOTTO_ATTIVO)
                       END-EXEC
                       PERFORM CONTA-INSERT
               END-READ
           END-PERFORM
           CLOSE FILE-PRODOTTI
           MOVE 'S' TO WS-TRAILER-VISTO
           MOVE WS-RIGHE-FILE TO WS-TRAILER-RIGHE
           EXEC SQL
               SELECT COUNT(*) INTO :RIGHE_TABELLA FROM PRODOTTI
           END-EXEC
           PERFORM CHIUDI-CARICO.

      *****************************************************************
      *Master vendite: prima per lotto, e se non quadra da zero.
      *Oltre a righe e totale si confrontano i periodi chiusi,
      *perche' la chiusura cambia lo stato senza toccare gli importi.
       REPLICA-VENDITE.
           MOVE "VENDITE_MESE" TO WS-TABELLA
           MOVE SPACES TO ULTIMO_LOTTO
           EXEC SQL
               SELECT COALESCE(MAX(LOTTO), ' ')
               INTO :ULTIMO_LOTTO
               FROM VENDITE_MESE
               WHERE TRIM(LOTTO) <> ''
           END-EXEC
           IF SQLCODE NOT = 0 OR ULTIMO_LOTTO = SPACES
               SET MODO-TOTALE TO TRUE
           ELSE
               SET MODO-INCREMENTALE TO TRUE
           END-IF
           PERFORM CARICA-VENDITE
           IF MODO-INCREMENTALE AND WS-ESITO NOT = "OK"
               AND WS-TRAILER-VISTO = 'S'
               AND WS-RIGHE-FILE = WS-TRAILER-RIGHE
               AND WS-TOTALE-FILE = WS-TRAILER-TOTALE
               SET MODO-TOTALE TO TRUE
               PERFORM CARICA-VENDITE
           END-IF.

       CARICA-VENDITE.
           PERFORM AZZERA-CONTATORI
           OPEN INPUT FILE-VENDITE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Vendite-mese.trimestre.txt NON APERTO"
                   TO WS-MOTIVO
               PERFORM CHIUDI-CARICO
               EXIT PARAGRAPH
           END-IF
           IF MODO-TOTALE
               EXEC SQL
                   DELETE FROM VENDITE_MESE
               END-EXEC
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-VENDITE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MST-TRAILER-TAG = "TRL"
                           MOVE 'S' TO WS-TRAILER-VISTO
                           MOVE MST-TRAILER-RECORD-COUNT
                               TO WS-TRAILER-RIGHE
                           MOVE MST-TRAILER-CONTROL-TOTAL
                               TO WS-TRAILER-TOTALE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF MST-TRAILER-TAG NOT = "HDR"
                               PERFORM REPLICA-RECORD-VENDITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-VENDITE
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(IMPORTO), 0),
                      COALESCE(SUM(CASE WHEN STATO_PERIODO = 'C'
                                   THEN 1 ELSE 0 END), 0)
               INTO :RIGHE_TABELLA, :TOTALE_TABELLA, :CHIUSI_TABELLA
               FROM VENDITE_MESE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 0 TO RIGHE_TABELLA
               MOVE 0 TO TOTALE_TABELLA
           END-IF
           IF CHIUSI_TABELLA NOT = WS-CHIUSI-FILE
               MOVE "PERIODI CHIUSI DIVERSI" TO WS-MOTIVO
           END-IF
           PERFORM CHIUDI-CARICO.

      *Per lotto si accodano solo i record con numero di lotto
      *oltre l'ultimo replicato; i record storici senza lotto
      *entrano solo col ricarico completo.
       REPLICA-RECORD-VENDITE.
           ADD 1 TO WS-RIGHE-FILE
           ADD MST-IMPORTO TO WS-TOTALE-FILE
           IF MST-STATO-PERIODO = 'C'
               ADD 1 TO WS-CHIUSI-FILE
           END-IF
           IF MODO-INCREMENTALE
               IF MST-BATCH-NUMERO NOT NUMERIC
                   OR MST-BATCH-NUMERO NOT > ULTIMO_LOTTO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-RIGHE-FILE TO RIGA_FILE
           MOVE MST-REGIONE-NUM TO VEN_REGIONE
           MOVE MST-TRIMESTRE TO VEN_TRIMESTRE
           MOVE MST-MESE TO VEN_MESE
           MOVE MST-ANNO TO VEN_ANNO
           MOVE MST-IMPORTO TO VEN_IMPORTO
           MOVE MST-STATO-PERIODO TO VEN_STATO
           MOVE MST-BATCH-NUMERO TO VEN_LOTTO
           MOVE MST-DATA-INTAKE TO VEN_DATA_INTAKE
           MOVE MST-SOCIETA TO VEN_SOCIETA
           MOVE MST-SOCIETA-CONTROPARTE TO VEN_SOCIETA_CONTROPARTE
           EXEC SQL
               INSERT INTO VENDITE_MESE
                   (RIGA, REGIONE, TRIMESTRE, MESE, ANNO, IMPORTO,
                    STATO_PERIODO, LOTTO, DATA_INTAKE, SOCIETA,
                    SOCIETA_CONTROPARTE)
               VALUES (:RIGA_FILE, :VEN_REGIONE, :VEN_TRIMESTRE,
                       :VEN_MESE, :VEN_ANNO, :VEN_IMPORTO,
                       :VEN_STATO, :VEN_LOTTO, :VEN_DATA_INTAKE,
                       :VEN_SOCIETA, :VEN_SOCIETA_CONTROPARTE)
           END-EXEC
           PERFORM CONTA-INSERT.

      *****************************************************************
      *Dettaglio: i record scritti prima dei campi prodotto e
      *fattura li hanno a spazi, e vanno a zero.
       REPLICA-DETTAGLIO.
           MOVE "VENDITE_DETTAGLIO" TO WS-TABELLA
           SET MODO-TOTALE TO TRUE
           PERFORM AZZERA-CONTATORI
           OPEN INPUT FILE-DETTAGLIO
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Vendite-dettaglio.txt NON APERTO" TO WS-MOTIVO
               PERFORM CHIUDI-CARICO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DELETE FROM VENDITE_DETTAGLIO
           END-EXEC
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRAILER-DET-TAG = "TRL"
                           MOVE 'S' TO WS-TRAILER-VISTO
                           MOVE TRAILER-DET-RECORD-COUNT
                               TO WS-TRAILER-RIGHE
                           MOVE TRAILER-DET-CONTROL-TOTAL
                               TO WS-TRAILER-TOTALE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               PERFORM REPLICA-RECORD-DETTAGLIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(IMPORTO), 0)
               INTO :RIGHE_TABELLA, :TOTALE_TABELLA
               FROM VENDITE_DETTAGLIO
           END-EXEC
           PERFORM CHIUDI-CARICO.

       REPLICA-RECORD-DETTAGLIO.
           ADD 1 TO WS-RIGHE-FILE
           ADD DET-IMPORTO TO WS-TOTALE-FILE
           MOVE WS-RIGHE-FILE TO RIGA_FILE
           MOVE DET-ID-CLIENTE TO DET_ID_CLIENTE
           MOVE DET-REGIONE-NUM TO DET_REGIONE
           MOVE DET-DATA TO DET_DATA
           MOVE DET-IMPORTO TO DET_IMPORTO
           MOVE DET-CODICE-PRODOTTO TO DET_PRODOTTO
           MOVE DET-CODICE-IVA TO DET_IVA
           MOVE DET-SOCIETA TO DET_SOCIETA
           MOVE 0 TO DET_QUANTITA
           MOVE 0 TO DET_PREZZO
           MOVE 0 TO DET_FATTURA_ANNO
           MOVE 0 TO DET_FATTURA_NUMERO
           IF DET-QUANTITA IS NUMERIC
               MOVE DET-QUANTITA TO DET_QUANTITA
           END-IF
           IF DET-PREZZO-UNITARIO IS NUMERIC
               MOVE DET-PREZZO-UNITARIO TO DET_PREZZO
           END-IF
           IF DET-FATTURA-ANNO IS NUMERIC
               MOVE DET-FATTURA-ANNO TO DET_FATTURA_ANNO
           END-IF
           IF DET-FATTURA-NUMERO IS NUMERIC
               MOVE DET-FATTURA-NUMERO TO DET_FATTURA_NUMERO
           END-IF
           EXEC SQL
               INSERT INTO VENDITE_DETTAGLIO
                   (RIGA, ID_CLIENTE, REGIONE, DATA_MOVIMENTO,
                    IMPORTO, CODICE_PRODOTTO, QUANTITA,
                    PREZZO_UNITARIO, CODICE_IVA, FATTURA_ANNO,
                    FATTURA_NUMERO, SOCIETA)
               VALUES (:RIGA_FILE, :DET_ID_CLIENTE, :DET_REGIONE,
                       :DET_DATA, :DET_IMPORTO, :DET_PRODOTTO,
                       :DET_QUANTITA, :DET_PREZZO, :DET_IVA,
                       :DET_FATTURA_ANNO, :DET_FATTURA_NUMERO,
                       :DET_SOCIETA)
           END-EXEC
           PERFORM CONTA-INSERT.

      *****************************************************************
      *Partite: stessi campi del tracciato PARTITA-REC; quelli
      *aggiunti dopo (solleciti, scadenza, rata) a spazi sulle
      *partite vecchie vanno a zero.
       REPLICA-PARTITE.
           MOVE "VENDITE_PARTITE" TO WS-TABELLA
           SET MODO-TOTALE TO TRUE
           PERFORM AZZERA-CONTATORI
           OPEN INPUT FILE-PARTITE
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Vendite-partite.txt NON APERTO" TO WS-MOTIVO
               PERFORM CHIUDI-CARICO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               DELETE FROM VENDITE_PARTITE
           END-EXEC
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-PARTITE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAR-TRAILER-TAG = "TRL"
                           MOVE 'S' TO WS-TRAILER-VISTO
                           MOVE PAR-TRAILER-RECORD-COUNT
                               TO WS-TRAILER-RIGHE
                           MOVE PAR-TRAILER-CONTROL-TOTAL
                               TO WS-TRAILER-TOTALE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF PAR-TRAILER-TAG NOT = "HDR"
                               PERFORM REPLICA-RECORD-PARTITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(IMPORTO), 0)
               INTO :RIGHE_TABELLA, :TOTALE_TABELLA
               FROM VENDITE_PARTITE
           END-EXEC
           PERFORM CHIUDI-CARICO.

       REPLICA-RECORD-PARTITA.
           ADD 1 TO WS-RIGHE-FILE
           ADD PAR-IMPORTO TO WS-TOTALE-FILE
           MOVE WS-RIGHE-FILE TO RIGA_FILE
           MOVE PAR-ID-CLIENTE TO PAR_ID_CLIENTE
           MOVE PAR-REGIONE-NUM TO PAR_REGIONE
           MOVE PAR-DATA-MOVIMENTO TO PAR_DATA_MOVIMENTO
           MOVE PAR-IMPORTO TO PAR_IMPORTO
           MOVE PAR-STATO TO PAR_STATO
           MOVE PAR-CONTESTAZIONE TO PAR_CONTESTAZIONE
           MOVE PAR-NOTA-CONTESTAZIONE TO PAR_NOTA
           MOVE PAR-SOCIETA TO PAR_SOCIETA
           MOVE 0 TO PAR_DATA_INCASSO
           MOVE 0 TO PAR_LIVELLO
           MOVE 0 TO PAR_DATA_SOLLECITO
           MOVE 0 TO PAR_DATA_SCADENZA
           MOVE 1 TO PAR_RATA
           IF PAR-DATA-INCASSO IS NUMERIC
               MOVE PAR-DATA-INCASSO TO PAR_DATA_INCASSO
           END-IF
           IF PAR-LIVELLO-SOLLECITO IS NUMERIC
               MOVE PAR-LIVELLO-SOLLECITO TO PAR_LIVELLO
           END-IF
           IF PAR-DATA-SOLLECITO IS NUMERIC
               MOVE PAR-DATA-SOLLECITO TO PAR_DATA_SOLLECITO
           END-IF
           IF PAR-DATA-SCADENZA IS NUMERIC
               MOVE PAR-DATA-SCADENZA TO PAR_DATA_SCADENZA
           ELSE
               MOVE PAR-DATA-MOVIMENTO TO PAR_DATA_SCADENZA
           END-IF
           IF PAR-RATA IS NUMERIC
               MOVE PAR-RATA TO PAR_RATA
           END-IF
           EXEC SQL
               INSERT INTO VENDITE_PARTITE
                   (RIGA, ID_CLIENTE, REGIONE, DATA_MOVIMENTO,
                    IMPORTO, STATO, DATA_INCASSO, LIVELLO_SOLLECITO,
                    DATA_SOLLECITO, DATA_SCADENZA, RATA,
                    CONTESTAZIONE, NOTA_CONTESTAZIONE, SOCIETA)
               VALUES (:RIGA_FILE, :PAR_ID_CLIENTE, :PAR_REGIONE,
                       :PAR_DATA_MOVIMENTO, :PAR_IMPORTO,
                       :PAR_STATO, :PAR_DATA_INCASSO, :PAR_LIVELLO,
                       :PAR_DATA_SOLLECITO, :PAR_DATA_SCADENZA,
                       :PAR_RATA, :PAR_CONTESTAZIONE, :PAR_NOTA,
                       :PAR_SOCIETA)
           END-EXEC
           PERFORM CONTA-INSERT.

       CONTA-INSERT.
           IF SQLCODE = 0
               ADD 1 TO WS-INSERITE
           ELSE
               ADD 1 TO WS-INSERT-FALLITE
           END-IF.

      *****************************************************************
      *Quadratura del carico: il file deve tornare col suo trailer
      *e la tabella col file. Si conferma solo se tutto torna; in
      *ogni caso l'esito resta in REPLICA_CONTROLLI e nel report.
      *Un carico per lotto che non quadra non e' ancora un errore:
      *REPLICA-VENDITE lo ritenta da zero.
       CHIUDI-CARICO.
           MOVE "OK" TO WS-ESITO
           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   MOVE "KO" TO WS-ESITO
               WHEN WS-TRAILER-VISTO NOT = 'S'
                   MOVE "KO" TO WS-ESITO
                   MOVE "TRAILER TRL ASSENTE" TO WS-MOTIVO
               WHEN WS-RIGHE-FILE NOT = WS-TRAILER-RIGHE
                   OR WS-TOTALE-FILE NOT = WS-TRAILER-TOTALE
                   MOVE "KO" TO WS-ESITO
                   MOVE "FILE NON QUADRA COL TRAILER" TO WS-MOTIVO
               WHEN WS-INSERT-FALLITE > 0
                   MOVE "KO" TO WS-ESITO
                   MOVE "INSERIMENTI FALLITI" TO WS-MOTIVO
               WHEN RIGHE_TABELLA NOT = WS-RIGHE-FILE
                   OR TOTALE_TABELLA NOT = WS-TOTALE-FILE
                   MOVE "KO" TO WS-ESITO
                   MOVE "TABELLA NON QUADRA COL FILE" TO WS-MOTIVO
           END-EVALUATE
           IF WS-ESITO = "OK"
               EXEC SQL COMMIT WORK END-EXEC
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF
           MOVE WS-TABELLA TO CTL_TABELLA
           MOVE WS-MODO TO CTL_MODO
           MOVE WS-RIGHE-FILE TO CTL_RIGHE_FILE
           MOVE WS-TOTALE-FILE TO CTL_TOTALE_FILE
           MOVE WS-ESITO TO CTL_ESITO
           EXEC SQL
               INSERT INTO REPLICA_CONTROLLI
                   (TABELLA, MODO, RIGHE_FILE, TOTALE_FILE,
                    RIGHE_TABELLA, TOTALE_TABELLA, ESITO)
               VALUES (:CTL_TABELLA, :CTL_MODO, :CTL_RIGHE_FILE,
                       :CTL_TOTALE_FILE, :RIGHE_TABELLA,
                       :TOTALE_TABELLA, :CTL_ESITO)
           END-EXEC
           EXEC SQL COMMIT WORK END-EXEC
           MOVE WS-TOTALE-FILE TO WS-TOTALE-ED
           MOVE TOTALE_TABELLA TO WS-TOTALE-TAB-ED
           MOVE SPACES TO RIGA-REPORT
           STRING WS-TABELLA " " WS-MODO "    " WS-RIGHE-FILE " "
               WS-TOTALE-ED " " RIGHE_TABELLA " " WS-TOTALE-TAB-ED
               " " WS-ESITO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-ESITO NOT = "OK"
               MOVE SPACES TO RIGA-REPORT
               IF MODO-INCREMENTALE
                   STRING "  " WS-MOTIVO
                       " - CARICO PER LOTTO ANNULLATO"
                       DELIMITED BY SIZE INTO RIGA-REPORT
               ELSE
                   STRING "  " WS-MOTIVO
                       " - TABELLA LASCIATA COM'ERA"
                       DELIMITED BY SIZE INTO RIGA-REPORT
               END-IF
               WRITE RIGA-REPORT
           END-IF
           EVALUATE TRUE
               WHEN WS-ESITO = "OK"
                   ADD 1 TO WS-TABELLE-OK
               WHEN MODO-INCREMENTALE
                   AND WS-TRAILER-VISTO = 'S'
                   AND WS-RIGHE-FILE = WS-TRAILER-RIGHE
                   AND WS-TOTALE-FILE = WS-TRAILER-TOTALE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-TABELLE-KO
           END-EVALUATE.

           COPY TESTATA-CONTROLLI.
