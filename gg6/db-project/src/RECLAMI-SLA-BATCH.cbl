       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMI-SLA-BATCH.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Controllo notturno della promessa di risposta ai reclami, da
      *chiamare dal batch notturno: un reclamo ancora in stato A
      *(aperto, nessuno lo ha preso in mano) oltre i giorni
      *promessi (gestionale.cfg, chiave RECLAMI-SLA-GIORNI,
      *predefinita 10) alza una voce in allarmi-registro.txt, di
      *severita' B se la gravita' del reclamo e' alta, A altrimenti.
      *L'allarme parte una sola volta per reclamo (SLA_SEGNALATO).
      *Ogni notte reclami-sla.txt elenca tutti i reclami fuori
      *promessa ancora aperti, nuovi e gia' segnalati, con il
      *responsabile, per la riunione del mattino.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REPORT ASSIGN TO "reclami-sla.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-FUORI-SLA PIC 9(6) VALUE 0.
       01 WS-SEGNALATI PIC 9(6) VALUE 0.
      *Registro allarmi.
       01 WS-ALL-FONTE PIC X(20) VALUE "RECLAMI-SLA".
       01 WS-ALL-SEVERITA PIC X.
       01 WS-ALL-TESTO PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 GIORNI_SLA PIC 9(4).
       01 REC_ID PIC 9(6).
       01 REC_ID_CLIENTE PIC 9(6).
       01 REC_TIPO PIC X(2).
       01 REC_GRAVITA PIC X(1).
       01 REC_RESPONSABILE PIC X(8).
       01 REC_DATA_APERTURA PIC X(10).
       01 REC_SEGNALATO PIC X(1).
       01 REC_GIORNI PIC 9(5).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LNK-STATUS-CODE PIC 9.
           88 RECLAMI-OK VALUE 0.
           88 RECLAMI-ERRORE VALUE 1.

       PROCEDURE DIVISION USING LNK-STATUS-CODE.
       INIZIO.
           SET RECLAMI-OK TO TRUE
           MOVE 10 TO GIORNI_SLA
           MOVE "RECLAMI-SLA-GIORNI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) > 0
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) < 1000
                       COMPUTE GIORNI_SLA =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
           DISPLAY "RECLAMI-SLA-BATCH: Mi connetto al database.".
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
               DISPLAY "RECLAMI-SLA-BATCH: CONNESSIONE FALLITA."
               SET RECLAMI-ERRORE TO TRUE
               EXIT PROGRAM
           END-IF
           PERFORM PREPARA-SCHEMA
           PERFORM CONTROLLA-SCADUTI
           IF RECLAMI-OK
               PERFORM MARCA-SEGNALATI
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC
           DISPLAY "RECLAMI-SLA-BATCH: FUORI PROMESSA " WS-FUORI-SLA
               " NUOVI ALLARMI " WS-SEGNALATI
           EXIT PROGRAM.

      *Tabelle create se mancano, nella stessa forma di
      *RECLAMI-MAINT: il controllo puo' girare prima del primo
      *reclamo.
       PREPARA-SCHEMA.
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
           IF SQLCODE NOT = 0
               SET RECLAMI-ERRORE TO TRUE
           END-IF.

       CONTROLLA-SCADUTI.
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "RECLAMI APERTI SENZA RISPOSTA OLTRE " GIORNI_SLA
               " GIORNI"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "ID     CLIENTE TIPO GR APERTO IL   GIORNI RESPONS. "
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE C1 CURSOR FOR
                    SELECT ID, ID_CLIENTE, TIPO, GRAVITA,
                           RESPONSABILE, DATA_APERTURA,
                           COALESCE(SLA_SEGNALATO, 'N'),
                           CURRENT_DATE
                           - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                    FROM RECLAMI
                    WHERE STATO = 'A'
                      AND TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                          < CURRENT_DATE - :GIORNI_SLA
                    ORDER BY TO_DATE(DATA_APERTURA, 'DD/MM/YYYY'), ID
           END-EXEC
           EXEC SQL
                 OPEN C1
           END-EXEC
           IF SQLCODE NOT = 0
               SET RECLAMI-ERRORE TO TRUE
           END-IF
           EXEC SQL
                 FETCH C1 INTO :REC_ID, :REC_ID_CLIENTE, :REC_TIPO,
                     :REC_GRAVITA, :REC_RESPONSABILE,
                     :REC_DATA_APERTURA, :REC_SEGNALATO, :REC_GIORNI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-FUORI-SLA
               MOVE SPACES TO RIGA-REPORT
               STRING REC_ID " " REC_ID_CLIENTE "  " REC_TIPO "   "
                   REC_GRAVITA "  " REC_DATA_APERTURA " "
                   REC_GIORNI "  " REC_RESPONSABILE
                   DELIMITED BY SIZE INTO RIGA-REPORT
               IF REC_SEGNALATO NOT = 'S'
                   MOVE "NUOVO" TO RIGA-REPORT(60:5)
                   PERFORM ALZA-ALLARME
               END-IF
               WRITE RIGA-REPORT
               EXEC SQL
                     FETCH C1 INTO :REC_ID, :REC_ID_CLIENTE,
                         :REC_TIPO, :REC_GRAVITA, :REC_RESPONSABILE,
                         :REC_DATA_APERTURA, :REC_SEGNALATO,
                         :REC_GIORNI
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C1
           END-EXEC
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE FUORI PROMESSA: " WS-FUORI-SLA
               "  NUOVI ALLARMI: " WS-SEGNALATI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT.

       ALZA-ALLARME.
           ADD 1 TO WS-SEGNALATI
           IF REC_GRAVITA = 'A'
               MOVE 'B' TO WS-ALL-SEVERITA
           ELSE
               MOVE 'A' TO WS-ALL-SEVERITA
           END-IF
           MOVE SPACES TO WS-ALL-TESTO
           STRING "RECLAMO " REC_ID " CLI " REC_ID_CLIENTE
               " NO RISPOSTA DA " REC_GIORNI " GG " REC_RESPONSABILE
               DELIMITED BY SIZE INTO WS-ALL-TESTO
           CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
               WS-ALL-SEVERITA, WS-ALL-TESTO
               ON EXCEPTION CONTINUE
           END-CALL.

      *Gli allarmi appena alzati non si ripetono le notti dopo; lo
      *stesso criterio del cursore, fissato nello stesso giro.
       MARCA-SEGNALATI.
           EXEC SQL
               UPDATE RECLAMI
               SET SLA_SEGNALATO = 'S'
               WHERE STATO = 'A'
                 AND TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                     < CURRENT_DATE - :GIORNI_SLA
                 AND (SLA_SEGNALATO IS NULL OR SLA_SEGNALATO = 'N')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET RECLAMI-ERRORE TO TRUE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.
