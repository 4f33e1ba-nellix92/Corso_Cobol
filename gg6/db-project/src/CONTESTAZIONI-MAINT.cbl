       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTESTAZIONI-MAINT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Contestazioni delle partite dal lato recupero crediti: chi
      *lavora il partitario parte dal cliente, non dalla nota.
      *[A]PRI - scelto il cliente e scritto il motivo, si crea la
      *nota di contestazione (categoria CONTESTAZIONE, nome
      *CT + ID cliente + AAMMGGHHMMSS, in carico all'operatore) e
      *si sceglie la partita aperta da contestare; se la partita
      *non viene contestata la nota non resta.
      *[L]ISTA - contestazioni aperte, di tutti o di un cliente,
      *con partita, importo, data di apertura e incaricato.
      *[C]HIUDI - chiusura della contestazione di una nota.
      *Apertura e chiusura sono quelle di OPERAZIONE-CONTESTA, le
      *stesse dell'opzione [P] di NOTAFETCH. Il riepilogo con
      *l'anzianita' e' CONTESTAZIONI-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
      *Giornale d'uso della sessione interattiva.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "CONTESTAZIONI-MAINT".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(7).
       01 WS-DATA-ORA PIC X(21).
       01 WS-ESITO-CONTESTA PIC X.
       01 WS-CLIENTE-TESTO PIC X(6).
       01 WS-IMPORTO-ED PIC -(7)9.99.
       01 WS-TOTALE-ED PIC -(9)9.99.
       01 WS-ELENCATE PIC 9(4).
       01 WS-TOTALE PIC S9(11)V99.

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 OPERATORE_ID PIC X(8).
       01 NOME PIC X(20).
       01 DATA_CREATE PIC X(10).
       01 NOTA PIC X(300).
       01 ID_CLIENTE PIC 9(6).
       01 ID_CLIENTE_SEARCH PIC 9(6).
       01 ASSEGNATARIO PIC X(8).
       01 CON_REGIONE PIC 9(2).
       01 CON_DATA_MOVIMENTO PIC X(10).
       01 CON_RATA PIC 9(1).
       01 CON_IMPORTO PIC S9(7)V99.
       01 CON_DATA_APERTURA PIC X(10).
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

           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "clienti.idx non apribile (STATUS "
                   WS-CLIENTI-STATUS "), IMPOSSIBILE APRIRE "
                   "CONTESTAZIONI."
           END-IF.

           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "---------MENU CONTESTAZIONI---------"
              DISPLAY "[A]PRI UNA CONTESTAZIONE"
              DISPLAY "[L]ISTA CONTESTAZIONI APERTE"
              DISPLAY "[C]HIUDI UNA CONTESTAZIONE"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'A'
                WHEN 'a'
                WHEN 'C'
                WHEN 'c'
                      IF WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                      ELSE
                          IF OPERAZIONE = 'A' OR OPERAZIONE = 'a'
                              PERFORM OPERAZIONE-APRI
                          ELSE
                              PERFORM OPERAZIONE-CHIUDI
                          END-IF
                      END-IF
                WHEN 'L'
                WHEN 'l'
                      PERFORM OPERAZIONE-LISTA
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM.
           IF WS-CLIENTI-STATUS = "00"
               CLOSE CLIENTI-IDX
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 'F' TO WS-USO-EVENTO.
           MOVE "OK" TO WS-USO-ESITO.
           CALL 'GIORNALE-USO' USING OPERATORE_ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "Programma finito".
           STOP RUN.

      *La nota e la contestazione si confermano insieme: se nessuna
      *partita viene contestata si annulla anche la nota.
       OPERAZIONE-APRI.
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "ANAGRAFICA CLIENTI NON DISPONIBILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID CLIENTE: "
           ACCEPT ID_CLIENTE
           MOVE ID_CLIENTE TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE " ID_CLIENTE " INESISTENTE."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CLIENTE: " NOME-IDX " " COGNOME-IDX
           DISPLAY "MOTIVO DELLA CONTESTAZIONE: "
           MOVE SPACES TO NOTA
           ACCEPT NOTA
           IF NOTA = SPACES
               DISPLAY "MOTIVO OBBLIGATORIO, CONTESTAZIONE NON APERTA."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE SPACES TO NOME
           STRING "CT" ID_CLIENTE WS-DATA-ORA(3:12)
               DELIMITED BY SIZE INTO NOME
           MOVE SPACES TO DATA_CREATE
           STRING WS-DATA-ORA(7:2) "/" WS-DATA-ORA(5:2) "/"
               WS-DATA-ORA(1:4)
               DELIMITED BY SIZE INTO DATA_CREATE
           EXEC SQL
               INSERT INTO NOTA
                   (NOME, DATA_CREATE, CATEGORIA, NOTA, ID_CLIENTE,
                    AUTORE, ASSEGNATARIO)
               VALUES (:NOME, :DATA_CREATE, 'CONTESTAZIONE', :NOTA,
                       :ID_CLIENTE, :OPERATORE_ID, :OPERATORE_ID)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "NOTA DI CONTESTAZIONE NON CREATA, SQLCODE "
                   SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE NOME TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE NOTA TO AUD-NUOVO
           MOVE "C" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, CONTESTAZIONE NON APERTA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           CALL 'OPERAZIONE-CONTESTA' USING NOME, OPERATORE_ID,
               WS-ESITO-CONTESTA
           IF WS-ESITO-CONTESTA = 'S'
               DISPLAY "NOTA DI CONTESTAZIONE: " NOME
           ELSE
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY "NESSUNA PARTITA CONTESTATA, NOTA NON CREATA."
           END-IF.

       OPERAZIONE-CHIUDI.
           DISPLAY "NOME DELLA NOTA DI CONTESTAZIONE: "
           ACCEPT NOME
           CALL 'OPERAZIONE-CONTESTA' USING NOME, OPERATORE_ID,
               WS-ESITO-CONTESTA
           IF WS-ESITO-CONTESTA NOT = 'S'
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

      *Cliente a spazi = tutte le contestazioni aperte.
       OPERAZIONE-LISTA.
           DISPLAY "ID CLIENTE (INVIO = TUTTI): "
           MOVE SPACES TO WS-CLIENTE-TESTO
           ACCEPT WS-CLIENTE-TESTO
           IF WS-CLIENTE-TESTO = SPACES
               MOVE 0 TO ID_CLIENTE_SEARCH
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CLIENTE-TESTO) NOT = 0
                   DISPLAY "ID CLIENTE NON VALIDO."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE ID_CLIENTE_SEARCH =
                   FUNCTION NUMVAL(WS-CLIENTE-TESTO)
           END-IF
           MOVE 0 TO WS-ELENCATE WS-TOTALE
           EXEC SQL
               DECLARE C1 CURSOR FOR
                    SELECT P.NOME, P.ID_CLIENTE, P.REGIONE,
                           P.DATA_MOVIMENTO, P.RATA, P.IMPORTO,
                           P.DATA_APERTURA,
                           COALESCE(N.ASSEGNATARIO, ' ')
                    FROM PARTITE_CONTESTATE P
                    LEFT JOIN NOTA N ON N.NOME = P.NOME
                    WHERE P.STATO = 'A'
                      AND (:ID_CLIENTE_SEARCH = 0
                           OR P.ID_CLIENTE = :ID_CLIENTE_SEARCH)
                    ORDER BY P.ID_CLIENTE, P.NOME
           END-EXEC
           EXEC SQL
                 OPEN C1
           END-EXEC
           DISPLAY "NOTA                 CLIENTE REG MOVIMENTO  R "
               "      IMPORTO APERTA IL  INCARICATO"
           EXEC SQL
                 FETCH C1 INTO :NOME, :ID_CLIENTE, :CON_REGIONE,
                     :CON_DATA_MOVIMENTO, :CON_RATA, :CON_IMPORTO,
                     :CON_DATA_APERTURA, :ASSEGNATARIO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-ELENCATE
               ADD CON_IMPORTO TO WS-TOTALE
               MOVE CON_IMPORTO TO WS-IMPORTO-ED
               DISPLAY NOME " " ID_CLIENTE "  " CON_REGIONE " "
                   CON_DATA_MOVIMENTO " " CON_RATA " " WS-IMPORTO-ED
                   " " CON_DATA_APERTURA " " ASSEGNATARIO
               EXEC SQL
                     FETCH C1 INTO :NOME, :ID_CLIENTE, :CON_REGIONE,
                         :CON_DATA_MOVIMENTO, :CON_RATA, :CON_IMPORTO,
                         :CON_DATA_APERTURA, :ASSEGNATARIO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C1
           END-EXEC
           MOVE WS-TOTALE TO WS-TOTALE-ED
           DISPLAY "CONTESTAZIONI APERTE: " WS-ELENCATE
               "  IMPORTO CONTESTATO: " WS-TOTALE-ED.

           COPY ERROR-HANDLER.
