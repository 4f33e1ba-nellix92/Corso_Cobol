       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLEGATI-VERIFICA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Controllo notturno del registro allegati, da chiamare dal
      *batch notturno: per ogni riga di NOTA_ALLEGATI verifica che
      *il documento esista ancora al percorso registrato
      *sull'archivio condiviso. Le voci il cui file non si trova
      *finiscono in allegati-verifica.txt (nota, progressivo,
      *percorso, tipo, data di ricezione e operatore che le ha
      *registrate), con i totali in coda; se ne manca almeno uno
      *si alza un allarme riepilogativo in allarmi-registro.txt.
      *Il registro non viene toccato: chi ha spostato il documento
      *corregge la voce da NOTAFETCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-NOME-REPORT PIC X(40) VALUE "allegati-verifica.txt".
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-CONTROLLATI PIC 9(6) VALUE 0.
       01 WS-MANCANTI PIC 9(6) VALUE 0.
      *Esistenza file (CBL_CHECK_FILE_EXIST).
       01 INFO-FILE.
           05 INFO-DIMENSIONE PIC X(8) COMP-X.
           05 INFO-GG PIC X COMP-X.
           05 INFO-MM PIC X COMP-X.
           05 INFO-AAAA PIC XX COMP-X.
           05 INFO-ORE PIC X COMP-X.
           05 INFO-MIN PIC X COMP-X.
           05 INFO-SEC PIC X COMP-X.
           05 INFO-CEN PIC X COMP-X.
      *Spool del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "ALLEGATI".
       01 WS-SPOOL-ESITO PIC 9.
      *Registro allarmi.
       01 WS-ALL-FONTE PIC X(20) VALUE "ALLEGATI-VERIFICA".
       01 WS-ALL-SEVERITA PIC X VALUE 'A'.
       01 WS-ALL-TESTO PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 ALL_NOME PIC X(20).
       01 ALL_SEQ PIC 9(3).
       01 ALL_PERCORSO PIC X(120).
       01 ALL_TIPO PIC X(10).
       01 ALL_DATA_RICEZIONE PIC X(10).
       01 ALL_OPERATORE PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LNK-STATUS-CODE PIC 9.
           88 ALLEGATI-OK VALUE 0.
           88 ALLEGATI-ERRORE VALUE 1.

       PROCEDURE DIVISION USING LNK-STATUS-CODE.
       INIZIO.
           SET ALLEGATI-OK TO TRUE
           DISPLAY "ALLEGATI-VERIFICA: Mi connetto al database.".
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
               DISPLAY "ALLEGATI-VERIFICA: CONNESSIONE FALLITA."
               SET ALLEGATI-ERRORE TO TRUE
               EXIT PROGRAM
           END-IF
           PERFORM PREPARA-SCHEMA
           IF ALLEGATI-OK
               PERFORM CONTROLLA-ALLEGATI
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC
           IF WS-MANCANTI > 0
               MOVE SPACES TO WS-ALL-TESTO
               STRING WS-MANCANTI " ALLEGATI NON TROVATI SU "
                   WS-CONTROLLATI " IN ARCHIVIO"
                   DELIMITED BY SIZE INTO WS-ALL-TESTO
               CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
                   WS-ALL-SEVERITA, WS-ALL-TESTO
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF
           DISPLAY "ALLEGATI-VERIFICA: CONTROLLATI " WS-CONTROLLATI
               " NON TROVATI " WS-MANCANTI
           EXIT PROGRAM.

      *Tabella creata se manca, nella stessa forma di NOTA: il
      *controllo puo' girare prima del primo allegato registrato.
       PREPARA-SCHEMA.
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
           IF SQLCODE NOT = 0
               SET ALLEGATI-ERRORE TO TRUE
           END-IF.

       CONTROLLA-ALLEGATI.
           OPEN OUTPUT FILE-REPORT
           MOVE "ALLEGATI REGISTRATI NON TROVATI IN ARCHIVIO"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "NOTA                 SEQ TIPO       RICEVUTO   "
               "OPERAT.  PERCORSO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE C1 CURSOR FOR
                    SELECT NOME, SEQ, PERCORSO, TIPO,
                           DATA_RICEZIONE, OPERATORE
                    FROM NOTA_ALLEGATI
                    ORDER BY NOME, SEQ
           END-EXEC
           EXEC SQL
                 OPEN C1
           END-EXEC
           IF SQLCODE NOT = 0
               SET ALLEGATI-ERRORE TO TRUE
           END-IF
           EXEC SQL
                 FETCH C1 INTO :ALL_NOME, :ALL_SEQ, :ALL_PERCORSO,
                     :ALL_TIPO, :ALL_DATA_RICEZIONE, :ALL_OPERATORE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-CONTROLLATI
               PERFORM CONTROLLA-FILE
               EXEC SQL
                     FETCH C1 INTO :ALL_NOME, :ALL_SEQ,
                         :ALL_PERCORSO, :ALL_TIPO,
                         :ALL_DATA_RICEZIONE, :ALL_OPERATORE
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C1
           END-EXEC
           MOVE SPACES TO RIGA-REPORT
           STRING "ALLEGATI CONTROLLATI: " WS-CONTROLLATI
               "  NON TROVATI: " WS-MANCANTI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT
      *L'edizione appena scritta entra nello spool: il nome fisso
      *viene sovrascritto al prossimo giro, la copia datata resta.
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.

       CONTROLLA-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING ALL_PERCORSO
               INFO-FILE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-MANCANTI
               MOVE SPACES TO RIGA-REPORT
               STRING ALL_NOME " " ALL_SEQ " " ALL_TIPO " "
                   ALL_DATA_RICEZIONE " " ALL_OPERATORE " "
                   ALL_PERCORSO
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.
