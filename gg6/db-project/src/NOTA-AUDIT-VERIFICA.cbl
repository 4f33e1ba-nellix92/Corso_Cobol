       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTA-AUDIT-VERIFICA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Controllo notturno della catena di NOTA_AUDIT, da chiamare
      *dal batch notturno. Scorre le righe in ordine di progressivo
      *(SEQ_AUDIT) e per ognuna ricalcola l'hash dall'hash della
      *riga precedente piu' il contenuto, con la stessa espressione
      *di NOTA-AUDIT-SCRIVI. Segnala in nota-audit-verifica.txt:
      * - i buchi nel progressivo (righe tolte);
      * - gli hash che non tornano: riga alterata, o collegamento
      *   spezzato se la riga segue un buco;
      * - le righe senza progressivo scritte dopo l'avvio della
      *   catena (inserite senza passare da NOTA-AUDIT-SCRIVI);
      * - la coda tagliata: l'ultimo anello verificato il giro prima
      *   sta in nota-audit-ancora.txt e deve esserci ancora uguale.
      *Le righe scritte prima della catena restano fuori controllo.
      *Ogni anomalia alza un allarme in allarmi-registro.txt; il
      *passo risulta fallito solo se il controllo non ha potuto
      *girare. L'ancora avanza solo a catena integra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-ANCORA ASSIGN TO "nota-audit-ancora.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANCORA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(200).
       FD FILE-ANCORA.
       01 RECORD-ANCORA.
           05 ANC-SEQ PIC 9(12).
           05 ANC-HASH PIC X(64).

       WORKING-STORAGE SECTION.
       01 WS-NOME-REPORT PIC X(40) VALUE "nota-audit-verifica.txt".
       01 WS-ANCORA-STATUS PIC XX.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-CONTROLLATE PIC 9(9) VALUE 0.
       01 WS-BUCHI PIC 9(6) VALUE 0.
       01 WS-ALTERATE PIC 9(6) VALUE 0.
       01 WS-ANOMALIE PIC 9(6) VALUE 0.
       01 WS-DOPO-BUCO PIC X VALUE 'N'.
       01 WS-ATTESO PIC 9(12).
       01 WS-ULTIMO-SEQ PIC 9(12) VALUE 0.
       01 WS-ULTIMO-HASH PIC X(64) VALUE SPACES.
       01 WS-ANCORA-SEQ PIC 9(12) VALUE 0.
       01 WS-ANCORA-HASH PIC X(64) VALUE SPACES.
      *Spool del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "AUDIT".
       01 WS-SPOOL-ESITO PIC 9.
      *Registro allarmi.
       01 WS-ALL-FONTE PIC X(20) VALUE "NOTA-AUDIT-VERIFICA".
       01 WS-ALL-SEVERITA PIC X VALUE 'A'.
       01 WS-ALL-TESTO PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 CAT_SEQ PIC 9(12).
       01 CAT_SEQ_PRECEDENTE PIC 9(12).
       01 CAT_HASH PIC X(64).
       01 CAT_HASH_CALCOLATO PIC X(64).
       01 CAT_NOME PIC X(20).
       01 CAT_OPERAZIONE PIC X.
       01 CAT_OPERATORE PIC X(8).
       01 CAT_MOMENTO PIC X(19).
       01 HASH_ANCORA PIC X(64).
       01 SEQ_ANCORA PIC 9(12).
       01 CONTA_ANCORA PIC 9(6).
       01 FUORI_CATENA PIC 9(9).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LNK-STATUS-CODE PIC 9.
           88 CATENA-OK VALUE 0.
           88 CATENA-ERRORE VALUE 1.

       PROCEDURE DIVISION USING LNK-STATUS-CODE.
       INIZIO.
           SET CATENA-OK TO TRUE
           DISPLAY "NOTA-AUDIT-VERIFICA: Mi connetto al database.".
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
               DISPLAY "NOTA-AUDIT-VERIFICA: CONNESSIONE FALLITA."
               SET CATENA-ERRORE TO TRUE
               EXIT PROGRAM
           END-IF
           PERFORM PREPARA-SCHEMA
           IF CATENA-OK
               PERFORM LEGGI-ANCORA
               PERFORM CONTROLLA-CATENA
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC
           IF CATENA-OK AND WS-ANOMALIE = 0
               PERFORM SALVA-ANCORA
           END-IF
           IF WS-ANOMALIE > 0
               MOVE SPACES TO WS-ALL-TESTO
               STRING "CATENA AUDIT: " WS-ANOMALIE " ANOMALIE, "
                   WS-BUCHI " BUCHI, " WS-ALTERATE " HASH ERRATI"
                   DELIMITED BY SIZE INTO WS-ALL-TESTO
               CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
                   WS-ALL-SEVERITA, WS-ALL-TESTO
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           DISPLAY "NOTA-AUDIT-VERIFICA: CONTROLLATE " WS-CONTROLLATE
               " ANOMALIE " WS-ANOMALIE
           EXIT PROGRAM.

      *Colonne della catena aggiunte se mancano, come in
      *NOTA-AUDIT-SCRIVI: il controllo puo' girare prima della
      *prima riga concatenata e trova semplicemente zero righe.
       PREPARA-SCHEMA.
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS SEQ_AUDIT NUMERIC(12,0)
           END-EXEC
           IF SQLCODE NOT = 0
               SET CATENA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS HASH_AUDIT CHAR(64)
           END-EXEC
           IF SQLCODE NOT = 0
               SET CATENA-ERRORE TO TRUE
           END-IF.

      *Ancora del giro precedente: manca al primo giro, e allora
      *il controllo della coda si salta.
       LEGGI-ANCORA.
           MOVE 0 TO WS-ANCORA-SEQ
           MOVE SPACES TO WS-ANCORA-HASH
           OPEN INPUT FILE-ANCORA
           IF WS-ANCORA-STATUS = "00"
               READ FILE-ANCORA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ANC-SEQ TO WS-ANCORA-SEQ
                       MOVE ANC-HASH TO WS-ANCORA-HASH
               END-READ
               CLOSE FILE-ANCORA
           END-IF.

       SALVA-ANCORA.
           IF WS-ULTIMO-SEQ > 0
               OPEN OUTPUT FILE-ANCORA
               MOVE WS-ULTIMO-SEQ TO ANC-SEQ
               MOVE WS-ULTIMO-HASH TO ANC-HASH
               WRITE RECORD-ANCORA
               CLOSE FILE-ANCORA
           END-IF.

       CONTROLLA-CATENA.
           OPEN OUTPUT FILE-REPORT
           MOVE "VERIFICA CATENA DI AUDIT NOTA_AUDIT" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "ANOMALIA                 PROGRESSIVO  NOTA     "
               "            OP OPERAT.  MOMENTO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
      *Hash ricalcolato sulla riga precedente come registrata: una
      *riga ritoccata si accusa da sola senza trascinarsi dietro
      *tutte quelle che seguono.
           EXEC SQL
               DECLARE CCAT CURSOR FOR
                    SELECT SEQ_AUDIT,
                           COALESCE(LAG(SEQ_AUDIT)
                               OVER (ORDER BY SEQ_AUDIT), 0),
                           COALESCE(HASH_AUDIT, ' '),
                           ENCODE(SHA256(CONVERT_TO(
                           COALESCE(LAG(HASH_AUDIT)
                               OVER (ORDER BY SEQ_AUDIT),
                               REPEAT('0', 64)) || '|' ||
                           CAST(SEQ_AUDIT AS TEXT) || '|' ||
                           COALESCE(RTRIM(NOME), '') || '|' ||
                           COALESCE(RTRIM(VALORE_PRECEDENTE), '')
                               || '|' ||
                           COALESCE(RTRIM(VALORE_NUOVO), '') || '|' ||
                           COALESCE(OPERAZIONE, '') || '|' ||
                           COALESCE(RTRIM(OPERATORE), '') || '|' ||
                           COALESCE(TO_CHAR(TIMESTAMP_OP,
                               'YYYY-MM-DD HH24:MI:SS.US'), ''),
                           'UTF8')), 'hex'),
                           COALESCE(NOME, ' '),
                           COALESCE(OPERAZIONE, ' '),
                           COALESCE(OPERATORE, ' '),
                           COALESCE(TO_CHAR(TIMESTAMP_OP,
                               'DD/MM/YYYY HH24:MI:SS'), ' ')
                    FROM NOTA_AUDIT
                    WHERE SEQ_AUDIT IS NOT NULL
                    ORDER BY SEQ_AUDIT
           END-EXEC
           EXEC SQL
                 OPEN CCAT
           END-EXEC
           IF SQLCODE NOT = 0
               SET CATENA-ERRORE TO TRUE
               CLOSE FILE-REPORT
               EXIT PARAGRAPH
           END-IF
           PERFORM LEGGI-ANELLO
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-CONTROLLATE
               PERFORM CONTROLLA-ANELLO
               MOVE CAT_SEQ TO WS-ULTIMO-SEQ
               MOVE CAT_HASH TO WS-ULTIMO-HASH
               PERFORM LEGGI-ANELLO
           END-PERFORM
           IF SQLCODE < 0
               SET CATENA-ERRORE TO TRUE
           END-IF
           EXEC SQL
                 CLOSE CCAT
           END-EXEC
           PERFORM CONTROLLA-CODA
           PERFORM CONTROLLA-FUORI-CATENA
           MOVE SPACES TO RIGA-REPORT
           STRING "RIGHE CONTROLLATE: " WS-CONTROLLATE
               "  ANOMALIE: " WS-ANOMALIE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-ANOMALIE = 0
               MOVE "CATENA INTEGRA." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           CLOSE FILE-REPORT
      *L'edizione appena scritta entra nello spool: il nome fisso
      *viene sovrascritto al prossimo giro, la copia datata resta.
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.

       LEGGI-ANELLO.
           EXEC SQL
                 FETCH CCAT INTO :CAT_SEQ, :CAT_SEQ_PRECEDENTE,
                     :CAT_HASH, :CAT_HASH_CALCOLATO, :CAT_NOME,
                     :CAT_OPERAZIONE, :CAT_OPERATORE, :CAT_MOMENTO
           END-EXEC.

      *Il progressivo deve seguire il precedente di uno (la prima
      *riga della catena e' la numero 1).
       CONTROLLA-ANELLO.
           MOVE 'N' TO WS-DOPO-BUCO
           COMPUTE WS-ATTESO = CAT_SEQ_PRECEDENTE + 1
           IF CAT_SEQ NOT = WS-ATTESO
               MOVE 'S' TO WS-DOPO-BUCO
               ADD 1 TO WS-BUCHI
               ADD 1 TO WS-ANOMALIE
               MOVE SPACES TO RIGA-REPORT
               STRING "BUCO NEL PROGRESSIVO     " WS-ATTESO
                   " MANCANTI FINO A " CAT_SEQ
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           IF CAT_HASH NOT = CAT_HASH_CALCOLATO
               ADD 1 TO WS-ALTERATE
               ADD 1 TO WS-ANOMALIE
               MOVE SPACES TO RIGA-REPORT
               IF WS-DOPO-BUCO = 'S'
                   STRING "COLLEGAMENTO SPEZZATO    " CAT_SEQ " "
                       CAT_NOME " " CAT_OPERAZIONE "  "
                       CAT_OPERATORE " " CAT_MOMENTO
                       DELIMITED BY SIZE INTO RIGA-REPORT
               ELSE
                   STRING "RIGA ALTERATA            " CAT_SEQ " "
                       CAT_NOME " " CAT_OPERAZIONE "  "
                       CAT_OPERATORE " " CAT_MOMENTO
                       DELIMITED BY SIZE INTO RIGA-REPORT
               END-IF
               WRITE RIGA-REPORT
           END-IF.

      *Righe tolte in fondo: nessun buco le tradisce, ma l'ultimo
      *anello verificato il giro prima deve esserci ancora, con lo
      *stesso hash.
       CONTROLLA-CODA.
           IF WS-ANCORA-SEQ = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANCORA-SEQ TO SEQ_ANCORA
           MOVE SPACES TO HASH_ANCORA
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(HASH_AUDIT), ' ')
               INTO :CONTA_ANCORA, :HASH_ANCORA
               FROM NOTA_AUDIT
               WHERE SEQ_AUDIT = :SEQ_ANCORA
           END-EXEC
           IF SQLCODE NOT = 0
               SET CATENA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF CONTA_ANCORA = 0 OR HASH_ANCORA NOT = WS-ANCORA-HASH
               ADD 1 TO WS-ANOMALIE
               MOVE SPACES TO RIGA-REPORT
               IF CONTA_ANCORA = 0
                   STRING "CODA CANCELLATA          " WS-ANCORA-SEQ
                       " ULTIMO ANELLO VERIFICATO NON PIU' PRESENTE"
                       DELIMITED BY SIZE INTO RIGA-REPORT
               ELSE
                   STRING "ANCORA NON CORRISPONDE   " WS-ANCORA-SEQ
                       " HASH DIVERSO DAL GIRO PRECEDENTE"
                       DELIMITED BY SIZE INTO RIGA-REPORT
               END-IF
               WRITE RIGA-REPORT
           END-IF.

      *Righe senza progressivo piu' recenti della prima riga
      *concatenata: non sono passate da NOTA-AUDIT-SCRIVI.
       CONTROLLA-FUORI-CATENA.
           MOVE 0 TO FUORI_CATENA
           EXEC SQL
               SELECT COUNT(*) INTO :FUORI_CATENA
               FROM NOTA_AUDIT
               WHERE SEQ_AUDIT IS NULL
                 AND TIMESTAMP_OP >=
                     (SELECT MIN(TIMESTAMP_OP) FROM NOTA_AUDIT
                      WHERE SEQ_AUDIT IS NOT NULL)
           END-EXEC
           IF SQLCODE NOT = 0
               SET CATENA-ERRORE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FUORI_CATENA > 0
               ADD 1 TO WS-ANOMALIE
               MOVE SPACES TO RIGA-REPORT
               STRING "RIGHE FUORI CATENA       " FUORI_CATENA
                   " SENZA PROGRESSIVO DOPO L'AVVIO DELLA CATENA"
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.
