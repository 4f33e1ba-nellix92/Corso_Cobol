       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTA-CLIENTE-CREA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Apertura di una NOTA di lavoro su un cliente per conto dei
      *programmi del lato file, che non parlano con il database:
      *il chiamante passa nome, categoria, testo, cliente, scadenza
      *(AAAAMMGG) e autore, e la nota entra nella lista di lavoro
      *con la sua DATA_SCADENZA come quelle di CLIENTI-DORMIENTI.
      *La nota va a chi segue gia' il cliente: l'ASSEGNATARIO della
      *nota piu' recente del cliente che ne ha uno; se nessuno lo
      *segue resta senza assegnatario e compare nella lista di tutti.
      *Il chiamante che sa gia' a chi va (es. l'agente del cliente
      *per i rinnovi dei contratti) lo passa in LNK-ASSEGNATARIO;
      *a spazi vale la regola di prima.
      *Audit 'C' a catena con NOTA-AUDIT-SCRIVI nella stessa
      *transazione. Esito: 0 creata, 1 database non raggiungibile o
      *errore, 2 nota con lo stesso nome gia' presente (il giro
      *rilanciato non la raddoppia). In LNK-ASSEGNATARIO torna a chi
      *e' andata.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-OGGI PIC 9(8).
       01 WS-ASSEGNATARIO-PROPOSTO PIC X(8).

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 NOME PIC X(20).
       01 DATA_CREATE PIC X(10).
       01 DATA_SCADENZA PIC X(10).
       01 CATEGORIA PIC X(20).
       01 NOTA PIC X(300).
       01 ID_CLIENTE PIC 9(6).
       01 AUTORE PIC X(8).
       01 ASSEGNATARIO PIC X(8).
       01 CONTA_NOTE PIC 9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LNK-NOME PIC X(20).
       01 LNK-CATEGORIA PIC X(20).
       01 LNK-TESTO PIC X(300).
       01 LNK-ID-CLIENTE PIC 9(6).
       01 LNK-SCADENZA PIC 9(8).
       01 LNK-AUTORE PIC X(8).
       01 LNK-ASSEGNATARIO PIC X(8).
       01 LNK-ESITO PIC 9.
           88 NOTA-CREATA VALUE 0.
           88 NOTA-ERRORE VALUE 1.
           88 NOTA-GIA-PRESENTE VALUE 2.

       PROCEDURE DIVISION USING LNK-NOME, LNK-CATEGORIA, LNK-TESTO,
           LNK-ID-CLIENTE, LNK-SCADENZA, LNK-AUTORE,
           LNK-ASSEGNATARIO, LNK-ESITO.
           SET NOTA-CREATA TO TRUE
           MOVE LNK-ASSEGNATARIO TO WS-ASSEGNATARIO-PROPOSTO
           MOVE SPACES TO LNK-ASSEGNATARIO
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
               SET NOTA-ERRORE TO TRUE
               EXIT PROGRAM
           END-IF
           MOVE LNK-NOME TO NOME
           MOVE LNK-CATEGORIA TO CATEGORIA
           MOVE LNK-TESTO TO NOTA
           MOVE LNK-ID-CLIENTE TO ID_CLIENTE
           MOVE LNK-AUTORE TO AUTORE
           MOVE SPACES TO DATA_SCADENZA
           STRING LNK-SCADENZA(7:2) "/" LNK-SCADENZA(5:2) "/"
               LNK-SCADENZA(1:4)
               DELIMITED BY SIZE INTO DATA_SCADENZA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OGGI
           MOVE SPACES TO DATA_CREATE
           STRING WS-OGGI(7:2) "/" WS-OGGI(5:2) "/" WS-OGGI(1:4)
               DELIMITED BY SIZE INTO DATA_CREATE
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA_NOTE
               FROM NOTA WHERE NOME = :NOME
           END-EXEC
           IF SQLCODE NOT = 0
               SET NOTA-ERRORE TO TRUE
               EXEC SQL DISCONNECT ALL END-EXEC
               EXIT PROGRAM
           END-IF
           IF CONTA_NOTE > 0
               SET NOTA-GIA-PRESENTE TO TRUE
               EXEC SQL DISCONNECT ALL END-EXEC
               EXIT PROGRAM
           END-IF
           IF WS-ASSEGNATARIO-PROPOSTO NOT = SPACES
               MOVE WS-ASSEGNATARIO-PROPOSTO TO ASSEGNATARIO
           ELSE
               PERFORM TROVA-ASSEGNATARIO
           END-IF
           EXEC SQL
               INSERT INTO NOTA
                   (NOME, DATA_CREATE, DATA_SCADENZA, CATEGORIA,
                    NOTA, ID_CLIENTE, AUTORE, ASSEGNATARIO)
               VALUES (:NOME, :DATA_CREATE, :DATA_SCADENZA,
                       :CATEGORIA, :NOTA, :ID_CLIENTE, :AUTORE,
                       :ASSEGNATARIO)
           END-EXEC
           IF SQLCODE NOT = 0
               SET NOTA-ERRORE TO TRUE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               EXIT PROGRAM
           END-IF
           MOVE NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE NOTA TO AUD-NUOVO
           MOVE "C" TO AUD-OPERAZIONE
           MOVE AUTORE TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO = 0
               EXEC SQL COMMIT WORK END-EXEC
               MOVE ASSEGNATARIO TO LNK-ASSEGNATARIO
           ELSE
               SET NOTA-ERRORE TO TRUE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF
           EXEC SQL DISCONNECT ALL END-EXEC
           EXIT PROGRAM.

      *DATA_CREATE e' GG/MM/AAAA: l'ordine cronologico passa da
      *TO_DATE, non dall'ordine della stringa.
       TROVA-ASSEGNATARIO.
           MOVE SPACES TO ASSEGNATARIO
           EXEC SQL
               SELECT ASSEGNATARIO INTO :ASSEGNATARIO
               FROM NOTA
               WHERE ID_CLIENTE = :ID_CLIENTE
                 AND ASSEGNATARIO IS NOT NULL
                 AND ASSEGNATARIO <> ' '
               ORDER BY TO_DATE(DATA_CREATE, 'DD/MM/YYYY') DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO ASSEGNATARIO
           END-IF.
