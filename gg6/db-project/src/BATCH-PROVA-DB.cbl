       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-PROVA-DB.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Copia dello schema notadb per il giro di prova del batch
      *notturno: BATCH-NOTTURNO con BATCH_PROVA=S lavora su una copia
      *dei file e, per i passi che scrivono su Postgres, su una copia
      *delle tabelle. Qui lo schema di prova (BATCH-PROVA-SCHEMA in
      *gestionale.cfg) viene rifatto da zero ogni volta: ogni tabella
      *dello schema public e' ricreata con la sua struttura (LIKE
      *... INCLUDING ALL) e riempita con i dati di stanotte. Lo
      *schema e le tabelle passano all'utente di prova
      *(BATCH-PROVA-DBUSER, un ruolo creato una volta dal DBA), il
      *cui search_path viene puntato sullo schema: i passi del giro
      *di prova si collegano con quell'utente, trovano le tabelle
      *con i nomi di sempre e non vedono quelle vere. L'utente di
      *prova non puo' essere quello della produzione: cambiargli il
      *search_path sposterebbe la produzione sulla copia.
      *Esito 0 copia fatta, 1 copia non fatta con il motivo; in
      *caso di errore la transazione si annulla e la produzione
      *resta com'era. Termina con EXIT PROGRAM.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-EOF PIC X.
       01 WS-SQLCODE-ED PIC -(8)9.
      *Nomi ammessi per schema e utente: finiscono dentro le
      *istruzioni SQL, quindi solo minuscole, cifre e trattino basso.
       01 WS-NOME-CONTROLLO PIC X(30).
       01 WS-NOME-VALIDO PIC X.
       01 WS-POSIZIONE PIC 99.
       01 WS-CARATTERE PIC X.
      *Tabelle dello schema public da copiare.
       01 WS-NUM-TABELLE PIC 9(3) VALUE 0.
       01 WS-TABELLE.
           05 WS-TABELLA OCCURS 200 TIMES PIC X(63).
       01 INDICE-TABELLA PIC 9(3).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 NOME_TABELLA PIC X(63).
       01 ISTRUZIONE PIC X(300).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LNK-SCHEMA PIC X(30).
       01 LNK-UTENTE PIC X(30).
       01 LNK-TABELLE PIC 9(3).
       01 LNK-ESITO PIC 9.
           88 PROVA-DB-OK VALUE 0.
           88 PROVA-DB-ERRORE VALUE 1.
       01 LNK-MOTIVO PIC X(60).

       PROCEDURE DIVISION USING LNK-SCHEMA, LNK-UTENTE, LNK-TABELLE,
           LNK-ESITO, LNK-MOTIVO.
       INIZIO.
           SET PROVA-DB-ERRORE TO TRUE
           MOVE 0 TO LNK-TABELLE
           MOVE SPACES TO LNK-MOTIVO
           MOVE LNK-SCHEMA TO WS-NOME-CONTROLLO
           PERFORM CONTROLLA-NOME
           IF WS-NOME-VALIDO = 'N' OR LNK-SCHEMA = "public"
               MOVE "BATCH-PROVA-SCHEMA NON VALIDO" TO LNK-MOTIVO
               EXIT PROGRAM
           END-IF
           MOVE LNK-UTENTE TO WS-NOME-CONTROLLO
           PERFORM CONTROLLA-NOME
           IF WS-NOME-VALIDO = 'N' OR LNK-UTENTE = "postgres"
               MOVE "BATCH-PROVA-DBUSER NON VALIDO" TO LNK-MOTIVO
               EXIT PROGRAM
           END-IF
           PERFORM CONNETTI-DB
           IF SQLCODE NOT = 0
               MOVE "DATABASE NOTE NON RAGGIUNGIBILE" TO LNK-MOTIVO
               EXIT PROGRAM
           END-IF
           IF LNK-UTENTE = USERNAME
               MOVE "BATCH-PROVA-DBUSER E' L'UTENTE DI PRODUZIONE"
                   TO LNK-MOTIVO
               EXEC SQL DISCONNECT ALL END-EXEC
               EXIT PROGRAM
           END-IF
           PERFORM CARICA-TABELLE
           IF LNK-MOTIVO = SPACES
               PERFORM RIFAI-SCHEMA
           END-IF
           IF LNK-MOTIVO = SPACES
               PERFORM VARYING INDICE-TABELLA FROM 1 BY 1
                   UNTIL INDICE-TABELLA > WS-NUM-TABELLE
                   OR LNK-MOTIVO NOT = SPACES
                   PERFORM COPIA-TABELLA
               END-PERFORM
           END-IF
           IF LNK-MOTIVO = SPACES
               PERFORM CONSEGNA-SCHEMA
           END-IF
           IF LNK-MOTIVO = SPACES
               EXEC SQL COMMIT WORK END-EXEC
               MOVE WS-NUM-TABELLE TO LNK-TABELLE
               SET PROVA-DB-OK TO TRUE
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF
           EXEC SQL DISCONNECT ALL END-EXEC
           EXIT PROGRAM.

       CONTROLLA-NOME.
           MOVE 'S' TO WS-NOME-VALIDO
           IF WS-NOME-CONTROLLO = SPACES
               MOVE 'N' TO WS-NOME-VALIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 1
               UNTIL WS-POSIZIONE > 30
               MOVE WS-NOME-CONTROLLO(WS-POSIZIONE:1) TO WS-CARATTERE
               IF WS-CARATTERE NOT = SPACE
                   AND (WS-CARATTERE < "a" OR WS-CARATTERE > "z")
                   AND (WS-CARATTERE < "0" OR WS-CARATTERE > "9")
                   AND WS-CARATTERE NOT = "_"
                   MOVE 'N' TO WS-NOME-VALIDO
               END-IF
               IF WS-CARATTERE = SPACE AND WS-POSIZIONE < 30
                   AND WS-NOME-CONTROLLO(WS-POSIZIONE + 1:) NOT = SPACES
                   MOVE 'N' TO WS-NOME-VALIDO
               END-IF
           END-PERFORM.

      *Collegamento alla produzione con l'utente di sempre: e'
      *l'unico che legge le tabelle vere.
       CONNETTI-DB.
           ACCEPT DBNAME FROM ENVIRONMENT "NOTA_DBNAME"
           IF DBNAME = SPACES MOVE "notadb@db" TO DBNAME END-IF
           ACCEPT USERNAME FROM ENVIRONMENT "NOTA_DBUSER"
           IF USERNAME = SPACES MOVE "postgres" TO USERNAME END-IF
           ACCEPT PASSWORD FROM ENVIRONMENT "NOTA_DBPASS"
           MOVE 0 TO WS-CONNECT-TENTATIVI
           PERFORM UNTIL SQLCODE = ZERO OR WS-CONNECT-TENTATIVI >= 3
               ADD 1 TO WS-CONNECT-TENTATIVI
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWORD
                   USING :DBNAME
               END-EXEC
               IF SQLCODE NOT = 0 AND WS-CONNECT-TENTATIVI < 3
                   CALL "CBL_THREAD_SLEEP" USING WS-SLEEP-MS
               END-IF
           END-PERFORM.

       CARICA-TABELLE.
           MOVE 0 TO WS-NUM-TABELLE
           EXEC SQL
               DECLARE CTAB CURSOR FOR
               SELECT TABLE_NAME
               FROM INFORMATION_SCHEMA.TABLES
               WHERE TABLE_SCHEMA = 'public'
               AND TABLE_TYPE = 'BASE TABLE'
               ORDER BY TABLE_NAME
           END-EXEC
           EXEC SQL OPEN CTAB END-EXEC
           IF SQLCODE NOT = 0
               MOVE "ELENCO TABELLE NON LEGGIBILE" TO LNK-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               EXEC SQL
                   FETCH CTAB INTO :NOME_TABELLA
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-EOF
               ELSE
                   IF WS-NUM-TABELLE < 200
                       ADD 1 TO WS-NUM-TABELLE
                       MOVE NOME_TABELLA
                           TO WS-TABELLA(WS-NUM-TABELLE)
                   ELSE
                       MOVE "OLTRE 200 TABELLE NELLO SCHEMA public"
                           TO LNK-MOTIVO
                       MOVE 'Y' TO WS-EOF
                   END-IF
               END-IF
           END-PERFORM
           EXEC SQL CLOSE CTAB END-EXEC.

       RIFAI-SCHEMA.
           MOVE SPACES TO ISTRUZIONE
           STRING "DROP SCHEMA IF EXISTS " DELIMITED BY SIZE
               LNK-SCHEMA DELIMITED BY SPACE
               " CASCADE" DELIMITED BY SIZE
               INTO ISTRUZIONE
           PERFORM ESEGUI-ISTRUZIONE
           IF LNK-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ISTRUZIONE
           STRING "CREATE SCHEMA " DELIMITED BY SIZE
               LNK-SCHEMA DELIMITED BY SPACE
               INTO ISTRUZIONE
           PERFORM ESEGUI-ISTRUZIONE.

       COPIA-TABELLA.
           MOVE SPACES TO ISTRUZIONE
           STRING "CREATE TABLE " DELIMITED BY SIZE
               LNK-SCHEMA DELIMITED BY SPACE
               ".""" DELIMITED BY SIZE
               WS-TABELLA(INDICE-TABELLA) DELIMITED BY SPACE
               """ (LIKE public.""" DELIMITED BY SIZE
               WS-TABELLA(INDICE-TABELLA) DELIMITED BY SPACE
               """ INCLUDING ALL)" DELIMITED BY SIZE
               INTO ISTRUZIONE
           PERFORM ESEGUI-ISTRUZIONE
           IF LNK-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ISTRUZIONE
           STRING "INSERT INTO " DELIMITED BY SIZE
               LNK-SCHEMA DELIMITED BY SPACE
               ".""" DELIMITED BY SIZE
               WS-TABELLA(INDICE-TABELLA) DELIMITED BY SPACE
               """ SELECT * FROM public.""" DELIMITED BY SIZE
               WS-TABELLA(INDICE-TABELLA) DELIMITED BY SPACE
               """" DELIMITED BY SIZE
               INTO ISTRUZIONE
           PERFORM ESEGUI-ISTRUZIONE
           IF LNK-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *I passi con la loro preparazione dello schema (ALTER TABLE
      *... IF NOT EXISTS) devono essere proprietari delle tabelle.
           MOVE SPACES TO ISTRUZIONE
           STRING "ALTER TABLE " DELIMITED BY SIZE
               LNK-SCHEMA DELIMITED BY SPACE
               ".""" DELIMITED BY SIZE
               WS-TABELLA(INDICE-TABELLA) DELIMITED BY SPACE
               """ OWNER TO " DELIMITED BY SIZE
               LNK-UTENTE DELIMITED BY SPACE
               INTO ISTRUZIONE
           PERFORM ESEGUI-ISTRUZIONE.

       CONSEGNA-SCHEMA.
           MOVE SPACES TO ISTRUZIONE
           STRING "ALTER SCHEMA " DELIMITED BY SIZE
               LNK-SCHEMA DELIMITED BY SPACE
               " OWNER TO " DELIMITED BY SIZE
               LNK-UTENTE DELIMITED BY SPACE
               INTO ISTRUZIONE
           PERFORM ESEGUI-ISTRUZIONE
           IF LNK-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ISTRUZIONE
           STRING "ALTER ROLE " DELIMITED BY SIZE
               LNK-UTENTE DELIMITED BY SPACE
               " SET search_path TO " DELIMITED BY SIZE
               LNK-SCHEMA DELIMITED BY SPACE
               INTO ISTRUZIONE
           PERFORM ESEGUI-ISTRUZIONE.

       ESEGUI-ISTRUZIONE.
           EXEC SQL
               PREPARE ISTR FROM :ISTRUZIONE
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   EXECUTE ISTR
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO WS-SQLCODE-ED
               MOVE SPACES TO LNK-MOTIVO
               STRING "SQLCODE " WS-SQLCODE-ED " SU: "
                   ISTRUZIONE(1:35)
                   DELIMITED BY SIZE INTO LNK-MOTIVO
               DISPLAY "BATCH-PROVA-DB: " FUNCTION TRIM(ISTRUZIONE)
               DISPLAY "BATCH-PROVA-DB: " SQLERRMC
           END-IF.
