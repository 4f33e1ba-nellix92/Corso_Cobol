       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTESTAZIONI-REPORT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Contestazioni aperte sulle partite (PARTITE_CONTESTATE del
      *database note) per il recupero crediti: una riga per
      *contestazione, dalla piu' vecchia, con i giorni trascorsi
      *dall'apertura, l'incaricato (ASSEGNATARIO della nota di
      *contestazione), il cliente, la partita e l'importo; in coda
      *il riepilogo per incaricato (numero, importo, contestazione
      *piu' vecchia) e il totale. Il report va in
      *contestazioni-AAAAMMGG.txt, registrato per la ritenzione e
      *depositato nello spool (famiglia CONTESTAZIONI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-NOME-REPORT PIC X(40) VALUE SPACES.
       01 WS-DATA-ORA PIC X(21).
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-APERTE PIC 9(6) VALUE 0.
       01 WS-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-IMPORTO-ED PIC -(7)9.99.
       01 WS-TOTALE-ED PIC -(9)9.99.
       01 WS-GIORNI-ED PIC ZZZZ9.
       01 WS-CONTA-ED PIC ZZZZZ9.
      *Spool del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "CONTESTAZIONI".
       01 WS-SPOOL-ESITO PIC 9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 CON_NOME PIC X(20).
       01 CON_ID_CLIENTE PIC 9(6).
       01 CON_REGIONE PIC 9(2).
       01 CON_DATA_MOVIMENTO PIC X(10).
       01 CON_RATA PIC 9(1).
       01 CON_IMPORTO PIC S9(7)V99.
       01 CON_DATA_APERTURA PIC X(10).
       01 CON_GIORNI PIC S9(5).
       01 CON_ASSEGNATARIO PIC X(8).
       01 CON_CONTA PIC 9(6).
       01 CON_TOTALE PIC S9(9)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
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
      *Tabella creata se manca: il report puo' girare prima della
      *prima contestazione.
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

           STRING "contestazioni-" WS-DATA-ORA(1:8) ".txt"
               DELIMITED BY SIZE INTO WS-NOME-REPORT
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CONTESTAZIONI APERTE AL " WS-DATA-ORA(7:2) "/"
               WS-DATA-ORA(5:2) "/" WS-DATA-ORA(1:4)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM SEZIONE-DETTAGLIO
           PERFORM SEZIONE-INCARICATI
           CLOSE FILE-REPORT
           EXEC SQL COMMIT WORK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE WS-TOTALE TO WS-TOTALE-ED
           DISPLAY "CONTESTAZIONI APERTE: " WS-APERTE
               " IMPORTO " WS-TOTALE-ED
           DISPLAY "REPORT IN " WS-NOME-REPORT
           STOP RUN.

      *Anzianita' in giorni dalla data di apertura (GG/MM/AAAA);
      *una contestazione senza incaricato compare come tale.
       SEZIONE-DETTAGLIO.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "GIORNI APERTA IL  INCARICATO NOTA                 "
               "CLIENTE REG MOVIMENTO  R       IMPORTO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE C1 CURSOR FOR
                    SELECT P.NOME, P.ID_CLIENTE, P.REGIONE,
                           P.DATA_MOVIMENTO, P.RATA, P.IMPORTO,
                           P.DATA_APERTURA,
                           CURRENT_DATE
                           - TO_DATE(P.DATA_APERTURA, 'DD/MM/YYYY'),
                           COALESCE(NULLIF(TRIM(N.ASSEGNATARIO), ''),
                                    'NESSUNO')
                    FROM PARTITE_CONTESTATE P
                    LEFT JOIN NOTA N ON N.NOME = P.NOME
                    WHERE P.STATO = 'A'
                    ORDER BY TO_DATE(P.DATA_APERTURA, 'DD/MM/YYYY'),
                             P.NOME
           END-EXEC
           EXEC SQL
                 OPEN C1
           END-EXEC
           EXEC SQL
                 FETCH C1 INTO :CON_NOME, :CON_ID_CLIENTE,
                     :CON_REGIONE, :CON_DATA_MOVIMENTO, :CON_RATA,
                     :CON_IMPORTO, :CON_DATA_APERTURA, :CON_GIORNI,
                     :CON_ASSEGNATARIO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-APERTE
               ADD CON_IMPORTO TO WS-TOTALE
               MOVE CON_GIORNI TO WS-GIORNI-ED
               MOVE CON_IMPORTO TO WS-IMPORTO-ED
               MOVE SPACES TO RIGA-REPORT
               STRING " " WS-GIORNI-ED " " CON_DATA_APERTURA " "
                   CON_ASSEGNATARIO "   " CON_NOME " "
                   CON_ID_CLIENTE "  " CON_REGIONE " "
                   CON_DATA_MOVIMENTO " " CON_RATA " " WS-IMPORTO-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               EXEC SQL
                     FETCH C1 INTO :CON_NOME, :CON_ID_CLIENTE,
                         :CON_REGIONE, :CON_DATA_MOVIMENTO, :CON_RATA,
                         :CON_IMPORTO, :CON_DATA_APERTURA,
                         :CON_GIORNI, :CON_ASSEGNATARIO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C1
           END-EXEC.

       SEZIONE-INCARICATI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PER INCARICATO  APERTE       IMPORTO  "
               "PIU' VECCHIA (GG)"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE C2 CURSOR FOR
                    SELECT COALESCE(NULLIF(TRIM(N.ASSEGNATARIO), ''),
                                    'NESSUNO'),
                           COUNT(*), SUM(P.IMPORTO),
                           MAX(CURRENT_DATE
                           - TO_DATE(P.DATA_APERTURA, 'DD/MM/YYYY'))
                    FROM PARTITE_CONTESTATE P
                    LEFT JOIN NOTA N ON N.NOME = P.NOME
                    WHERE P.STATO = 'A'
                    GROUP BY 1
                    ORDER BY 1
           END-EXEC
           EXEC SQL
                 OPEN C2
           END-EXEC
           EXEC SQL
                 FETCH C2 INTO :CON_ASSEGNATARIO, :CON_CONTA,
                     :CON_TOTALE, :CON_GIORNI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               MOVE CON_CONTA TO WS-CONTA-ED
               MOVE CON_TOTALE TO WS-TOTALE-ED
               MOVE CON_GIORNI TO WS-GIORNI-ED
               MOVE SPACES TO RIGA-REPORT
               STRING CON_ASSEGNATARIO "       " WS-CONTA-ED " "
                   WS-TOTALE-ED "        " WS-GIORNI-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               EXEC SQL
                     FETCH C2 INTO :CON_ASSEGNATARIO, :CON_CONTA,
                         :CON_TOTALE, :CON_GIORNI
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C2
           END-EXEC
           MOVE WS-APERTE TO WS-CONTA-ED
           MOVE WS-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE         " WS-CONTA-ED " " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY ERROR-HANDLER.
