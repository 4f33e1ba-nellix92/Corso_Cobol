       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMI-MAINT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Gestione dei reclami dei clienti: finivano in righe NOTA a
      *testo libero e nessuno sapeva dire quanti fossero aperti, da
      *quanto, e se la promessa di risposta entro dieci giorni era
      *mantenuta. Ogni reclamo e' una pratica in RECLAMI (database
      *note) legata a ID_CLIENTE e, se serve, a un movimento di
      *Vendite-dettaglio.txt (fattura anno/numero e prodotto, da cui
      *si prende la regione); ha tipo, gravita' (B bassa, M media, A
      *alta), stato, responsabile (sigla di operatori.txt) ed esito
      *di risoluzione, con le tabelle dei codici in RECLAMI-CODICI.
      *Ciclo di vita: A aperto -> L in lavorazione / C in attesa del
      *cliente / R risolto; L <-> C; L o C -> R; R -> X chiuso,
      *oppure R -> L se il cliente non e' soddisfatto. Il primo
      *passaggio da A segna DATA_RISPOSTA, che misura la promessa;
      *R chiede l'esito. Ogni passaggio e riassegnazione resta in
      *RECLAMI_STORIA con operatore e ora. Il controllo notturno
      *delle scadenze e' RECLAMI-SLA-BATCH, il riepilogo mensile
      *RECLAMI-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-OPERATORI ASSIGN TO "operatori.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATORI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

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

       FD FILE-OPERATORI.
       01 RECORD-OPERATORE.
           05 OP-ID PIC X(8).
           05 OP-NOME PIC X(20).
           05 OP-LIVELLO PIC X.
           05 OP-REGIONI PIC X(20).
           05 OP-REPARTO PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-OPERATORI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
      *Giornale d'uso della sessione interattiva.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "RECLAMI-MAINT".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(7).
      *Esiti delle ricerche e delle convalide.
       01 WS-TROVATO PIC X.
       01 WS-VALIDO PIC X.
       01 WS-MOV-TROVATO PIC X.
       01 WS-ULTIMA-REGIONE PIC 99.
       01 WS-ULTIMA-DATA PIC 9(8).
       01 WS-CERCA-OPERATORE PIC X(8).
       01 WS-REGIONE-TESTO PIC X(2).
       01 INDICE-CODICE PIC 9.
       01 WS-DESCRIZIONE PIC X(30).
       COPY RECLAMI-CODICI.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 OPERATORE_ID PIC X(8).
       01 REC_ID PIC 9(6).
       01 REC_ID_CLIENTE PIC 9(6).
       01 REC_TIPO PIC X(2).
       01 REC_GRAVITA PIC X(1).
       01 REC_STATO PIC X(1).
       01 REC_STATO_NUOVO PIC X(1).
       01 REC_RESPONSABILE PIC X(8).
       01 REC_RESPONSABILE_NUOVO PIC X(8).
       01 REC_ESITO PIC X(2).
       01 REC_DESCRIZIONE PIC X(300).
       01 REC_REGIONE PIC 9(2).
       01 REC_PRODOTTO PIC X(8).
       01 REC_FATTURA_ANNO PIC 9(4).
       01 REC_FATTURA_NUMERO PIC 9(6).
       01 REC_DATA_APERTURA PIC X(10).
       01 REC_DATA_RISPOSTA PIC X(10).
       01 REC_DATA_RISOLUZIONE PIC X(10).
       01 REC_DATA_CHIUSURA PIC X(10).
       01 REC_GIORNI PIC S9(5).
       01 STO_NOTA PIC X(100).
       01 STO_QUANDO PIC X(16).
       01 STO_OPERATORE PIC X(8).
       01 STO_STATO_PRIMA PIC X(1).
       01 STO_STATO_DOPO PIC X(1).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY TESTATA-RICHIESTA.

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

      *Le date sono GG/MM/AAAA come nel resto del database note;
      *quelle non ancora raggiunte restano NULL. SLA_SEGNALATO
      *diventa 'S' quando il controllo notturno ha gia' alzato
      *l'allarme, per non ripeterlo ogni notte.
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
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
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
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           EXEC SQL COMMIT WORK END-EXEC.

           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "clienti.idx non apribile (STATUS "
                   WS-CLIENTI-STATUS "), IMPOSSIBILE APRIRE RECLAMI."
           END-IF.

           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------MENU RECLAMI------------"
              DISPLAY "[A]PRI UN RECLAMO"
              DISPLAY "[L]ISTA RECLAMI NON CHIUSI"
              DISPLAY "[C]LIENTE (RECLAMI DI UN CLIENTE)"
              DISPLAY "[V]EDI UN RECLAMO CON LA STORIA"
              DISPLAY "[S]TATO (AVANZA IL RECLAMO)"
              DISPLAY "[R]IASSEGNA A UN ALTRO RESPONSABILE"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'A'
                WHEN 'a'
                      PERFORM OPERAZIONE-APRI
                WHEN 'L'
                WHEN 'l'
                      PERFORM OPERAZIONE-LISTA
                WHEN 'C'
                WHEN 'c'
                      PERFORM OPERAZIONE-CLIENTE
                WHEN 'V'
                WHEN 'v'
                      PERFORM OPERAZIONE-VEDI
                WHEN 'S'
                WHEN 's'
                      PERFORM OPERAZIONE-STATO
                WHEN 'R'
                WHEN 'r'
                      PERFORM OPERAZIONE-RIASSEGNA
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

       OPERAZIONE-APRI.
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "ANAGRAFICA CLIENTI NON DISPONIBILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID CLIENTE: "
           ACCEPT REC_ID_CLIENTE
           MOVE REC_ID_CLIENTE TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE " REC_ID_CLIENTE " INESISTENTE."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CLIENTE: " NOME-IDX " " COGNOME-IDX
           DISPLAY "MOVIMENTO: ANNO FATTURA (0 = NESSUN MOVIMENTO): "
           ACCEPT REC_FATTURA_ANNO
           MOVE 0 TO REC_FATTURA_NUMERO
           MOVE SPACES TO REC_PRODOTTO
           IF REC_FATTURA_ANNO NOT = 0
               DISPLAY "NUMERO FATTURA: "
               ACCEPT REC_FATTURA_NUMERO
               DISPLAY "CODICE PRODOTTO DEL MOVIMENTO: "
               ACCEPT REC_PRODOTTO
           END-IF
           PERFORM CERCA-MOVIMENTO
           IF REC_FATTURA_ANNO NOT = 0
               IF WS-MOV-TROVATO NOT = 'S'
                   DISPLAY "MOVIMENTO NON TROVATO PER IL CLIENTE IN "
                       "Vendite-dettaglio.txt: RECLAMO NON APERTO."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "PRODOTTO RECLAMATO (INVIO SE NESSUNO): "
               ACCEPT REC_PRODOTTO
               MOVE SPACES TO WS-REGIONE-TESTO
               IF WS-ULTIMA-REGIONE NOT = 0
                   DISPLAY "REGIONE (INVIO = " WS-ULTIMA-REGIONE
                       ", ULTIMO ACQUISTO): "
               ELSE
                   DISPLAY "REGIONE (2 CIFRE): "
               END-IF
               ACCEPT WS-REGIONE-TESTO
               IF WS-REGIONE-TESTO = SPACES
                   MOVE WS-ULTIMA-REGIONE TO REC_REGIONE
               ELSE
                   IF WS-REGIONE-TESTO IS NOT NUMERIC
                       DISPLAY "REGIONE NON VALIDA."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-REGIONE-TESTO TO REC_REGIONE
               END-IF
               IF REC_REGIONE < 1 OR REC_REGIONE > 10
                   DISPLAY "REGIONE NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM MOSTRA-TIPI
           DISPLAY "TIPO: "
           ACCEPT REC_TIPO
           MOVE FUNCTION UPPER-CASE(REC_TIPO) TO REC_TIPO
           PERFORM CONVALIDA-TIPO
           IF WS-VALIDO NOT = 'S'
               DISPLAY "TIPO NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GRAVITA' ([B]ASSA/[M]EDIA/[A]LTA): "
           ACCEPT REC_GRAVITA
           MOVE FUNCTION UPPER-CASE(REC_GRAVITA) TO REC_GRAVITA
           IF REC_GRAVITA NOT = 'B' AND REC_GRAVITA NOT = 'A'
               MOVE 'M' TO REC_GRAVITA
           END-IF
           DISPLAY "DESCRIZIONE DEL RECLAMO: "
           ACCEPT REC_DESCRIZIONE
           DISPLAY "RESPONSABILE (SIGLA, INVIO = " OPERATORE_ID "): "
           MOVE SPACES TO REC_RESPONSABILE
           ACCEPT REC_RESPONSABILE
           IF REC_RESPONSABILE = SPACES
               MOVE OPERATORE_ID TO REC_RESPONSABILE
           END-IF
           MOVE REC_RESPONSABILE TO WS-CERCA-OPERATORE
           PERFORM CERCA-OPERATORE
           IF WS-TROVATO NOT = 'S'
               DISPLAY "RESPONSABILE " REC_RESPONSABILE
                   " NON PRESENTE IN operatori.txt."
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(ID), 0) + 1 INTO :REC_ID
               FROM RECLAMI
           END-EXEC
           EXEC SQL
               INSERT INTO RECLAMI
                   (ID, ID_CLIENTE, TIPO, GRAVITA, STATO,
                    RESPONSABILE, ESITO, DESCRIZIONE, REGIONE,
                    CODICE_PRODOTTO, FATTURA_ANNO, FATTURA_NUMERO,
                    DATA_APERTURA, SLA_SEGNALATO, AUTORE)
               VALUES (:REC_ID, :REC_ID_CLIENTE, :REC_TIPO,
                       :REC_GRAVITA, 'A', :REC_RESPONSABILE, ' ',
                       :REC_DESCRIZIONE, :REC_REGIONE, :REC_PRODOTTO,
                       :REC_FATTURA_ANNO, :REC_FATTURA_NUMERO,
                       TO_CHAR(CURRENT_DATE, 'DD/MM/YYYY'), 'N',
                       :OPERATORE_ID)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "APERTURA FALLITA, SQLCODE " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO STO_STATO_PRIMA
           MOVE 'A' TO STO_STATO_DOPO
           MOVE "APERTURA" TO STO_NOTA
           PERFORM SCRIVI-STORIA
           IF SQLCODE NOT = 0
               DISPLAY "STORIA NON SCRITTA, APERTURA ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           DISPLAY "RECLAMO " REC_ID " APERTO, RESPONSABILE "
               REC_RESPONSABILE.

      *Un passaggio del feed: il movimento indicato (stesso cliente,
      *fattura e prodotto) da' la regione; in ogni caso resta la
      *regione dell'ultimo acquisto del cliente come proposta.
       CERCA-MOVIMENTO.
           MOVE 'N' TO WS-MOV-TROVATO
           MOVE 0 TO WS-ULTIMA-REGIONE
           MOVE 0 TO WS-ULTIMA-DATA
           PERFORM PROVA-TESTATA-DETTAGLIO
           IF NOT TESTATA-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG = "TRL"
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               IF DET-ID-CLIENTE = REC_ID_CLIENTE
                                   PERFORM CONFRONTA-MOVIMENTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       CONFRONTA-MOVIMENTO.
           IF DET-DATA NOT < WS-ULTIMA-DATA
               MOVE DET-DATA TO WS-ULTIMA-DATA
               MOVE DET-REGIONE-NUM TO WS-ULTIMA-REGIONE
           END-IF
           IF REC_FATTURA_ANNO NOT = 0
               AND DET-FATTURA-ANNO = REC_FATTURA_ANNO
               AND DET-FATTURA-NUMERO = REC_FATTURA_NUMERO
               AND DET-CODICE-PRODOTTO = REC_PRODOTTO
               MOVE 'S' TO WS-MOV-TROVATO
               MOVE DET-REGIONE-NUM TO REC_REGIONE
           END-IF.

       CERCA-OPERATORE.
           MOVE 'N' TO WS-TROVATO
           OPEN INPUT FILE-OPERATORI
           IF WS-OPERATORI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-OPERATORI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF OP-ID = WS-CERCA-OPERATORE
                           MOVE 'S' TO WS-TROVATO
                           MOVE 'Y' TO LETTURA-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-OPERATORI.

       MOSTRA-TIPI.
           DISPLAY "TIPI DI RECLAMO:"
           PERFORM VARYING INDICE-CODICE FROM 1 BY 1
               UNTIL INDICE-CODICE > NUM-TIPI-RECLAMO
               DISPLAY "  " TRE-CODICE(INDICE-CODICE) " "
                   TRE-DESCRIZIONE(INDICE-CODICE)
           END-PERFORM.

       CONVALIDA-TIPO.
           MOVE 'N' TO WS-VALIDO
           PERFORM VARYING INDICE-CODICE FROM 1 BY 1
               UNTIL INDICE-CODICE > NUM-TIPI-RECLAMO
               IF TRE-CODICE(INDICE-CODICE) = REC_TIPO
                   MOVE 'S' TO WS-VALIDO
               END-IF
           END-PERFORM.

       MOSTRA-ESITI.
           DISPLAY "ESITI DI RISOLUZIONE:"
           PERFORM VARYING INDICE-CODICE FROM 1 BY 1
               UNTIL INDICE-CODICE > NUM-ESITI-RECLAMO
               DISPLAY "  " ERE-CODICE(INDICE-CODICE) " "
                   ERE-DESCRIZIONE(INDICE-CODICE)
           END-PERFORM.

       CONVALIDA-ESITO.
           MOVE 'N' TO WS-VALIDO
           PERFORM VARYING INDICE-CODICE FROM 1 BY 1
               UNTIL INDICE-CODICE > NUM-ESITI-RECLAMO
               IF ERE-CODICE(INDICE-CODICE) = REC_ESITO
                   MOVE 'S' TO WS-VALIDO
               END-IF
           END-PERFORM.

       DESCRIVI-STATO.
           MOVE SPACES TO WS-DESCRIZIONE
           PERFORM VARYING INDICE-CODICE FROM 1 BY 1
               UNTIL INDICE-CODICE > NUM-STATI-RECLAMO
               IF SRE-CODICE(INDICE-CODICE) = REC_STATO
                   MOVE SRE-DESCRIZIONE(INDICE-CODICE)
                       TO WS-DESCRIZIONE
               END-IF
           END-PERFORM.

       OPERAZIONE-LISTA.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                    SELECT ID, ID_CLIENTE, TIPO, GRAVITA, STATO,
                           RESPONSABILE, DATA_APERTURA,
                           CURRENT_DATE
                           - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                    FROM RECLAMI
                    WHERE STATO NOT = 'X'
                    ORDER BY TO_DATE(DATA_APERTURA, 'DD/MM/YYYY'), ID
           END-EXEC
           EXEC SQL
                 OPEN C1
           END-EXEC
           DISPLAY "---- RECLAMI NON CHIUSI, DAL PIU' VECCHIO ----"
           DISPLAY "ID     CLIENTE TIPO GR STATO RESPONS. APERTO IL"
               "   GIORNI"
           EXEC SQL
                 FETCH C1 INTO :REC_ID, :REC_ID_CLIENTE, :REC_TIPO,
                     :REC_GRAVITA, :REC_STATO, :REC_RESPONSABILE,
                     :REC_DATA_APERTURA, :REC_GIORNI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY REC_ID " " REC_ID_CLIENTE "  " REC_TIPO "   "
                   REC_GRAVITA "  " REC_STATO "     "
                   REC_RESPONSABILE " " REC_DATA_APERTURA " "
                   REC_GIORNI
               EXEC SQL
                     FETCH C1 INTO :REC_ID, :REC_ID_CLIENTE,
                         :REC_TIPO, :REC_GRAVITA, :REC_STATO,
                         :REC_RESPONSABILE, :REC_DATA_APERTURA,
                         :REC_GIORNI
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C1
           END-EXEC.

       OPERAZIONE-CLIENTE.
           DISPLAY "ID CLIENTE: "
           ACCEPT REC_ID_CLIENTE
           EXEC SQL
               DECLARE C2 CURSOR FOR
                    SELECT ID, TIPO, STATO, COALESCE(ESITO, ' '),
                           DATA_APERTURA,
                           COALESCE(DATA_CHIUSURA, ' ')
                    FROM RECLAMI
                    WHERE ID_CLIENTE = :REC_ID_CLIENTE
                    ORDER BY ID
           END-EXEC
           EXEC SQL
                 OPEN C2
           END-EXEC
           DISPLAY "---- RECLAMI DEL CLIENTE " REC_ID_CLIENTE " ----"
           EXEC SQL
                 FETCH C2 INTO :REC_ID, :REC_TIPO, :REC_STATO,
                     :REC_ESITO, :REC_DATA_APERTURA,
                     :REC_DATA_CHIUSURA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM DESCRIVI-STATO
               DISPLAY REC_ID " " REC_TIPO " " WS-DESCRIZIONE(1:20)
                   " ESITO " REC_ESITO " APERTO " REC_DATA_APERTURA
                   " CHIUSO " REC_DATA_CHIUSURA
               EXEC SQL
                     FETCH C2 INTO :REC_ID, :REC_TIPO, :REC_STATO,
                         :REC_ESITO, :REC_DATA_APERTURA,
                         :REC_DATA_CHIUSURA
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C2
           END-EXEC.

       LEGGI-RECLAMO.
           EXEC SQL
               SELECT ID_CLIENTE, TIPO, GRAVITA, STATO, RESPONSABILE,
                      COALESCE(ESITO, ' '), DESCRIZIONE, REGIONE,
                      CODICE_PRODOTTO, FATTURA_ANNO, FATTURA_NUMERO,
                      DATA_APERTURA, COALESCE(DATA_RISPOSTA, ' '),
                      COALESCE(DATA_RISOLUZIONE, ' '),
                      COALESCE(DATA_CHIUSURA, ' ')
               INTO :REC_ID_CLIENTE, :REC_TIPO, :REC_GRAVITA,
                    :REC_STATO, :REC_RESPONSABILE, :REC_ESITO,
                    :REC_DESCRIZIONE, :REC_REGIONE, :REC_PRODOTTO,
                    :REC_FATTURA_ANNO, :REC_FATTURA_NUMERO,
                    :REC_DATA_APERTURA, :REC_DATA_RISPOSTA,
                    :REC_DATA_RISOLUZIONE, :REC_DATA_CHIUSURA
               FROM RECLAMI
               WHERE ID = :REC_ID
           END-EXEC.

       OPERAZIONE-VEDI.
           DISPLAY "ID DEL RECLAMO: "
           ACCEPT REC_ID
           PERFORM LEGGI-RECLAMO
           IF SQLCODE NOT = 0
               DISPLAY "RECLAMO NON TROVATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIVI-STATO
           DISPLAY "RECLAMO " REC_ID " CLIENTE " REC_ID_CLIENTE
               " REGIONE " REC_REGIONE
           DISPLAY "  TIPO " REC_TIPO " GRAVITA' " REC_GRAVITA
               " STATO " REC_STATO " " WS-DESCRIZIONE(1:20)
           DISPLAY "  RESPONSABILE " REC_RESPONSABILE
               " ESITO " REC_ESITO
           IF REC_FATTURA_ANNO NOT = 0
               DISPLAY "  MOVIMENTO: FATTURA " REC_FATTURA_ANNO "/"
                   REC_FATTURA_NUMERO " PRODOTTO " REC_PRODOTTO
           ELSE
               DISPLAY "  PRODOTTO " REC_PRODOTTO
           END-IF
           DISPLAY "  APERTO " REC_DATA_APERTURA
               " RISPOSTA " REC_DATA_RISPOSTA
               " RISOLTO " REC_DATA_RISOLUZIONE
               " CHIUSO " REC_DATA_CHIUSURA
           DISPLAY "  " REC_DESCRIZIONE(1:70)
           EXEC SQL
               DECLARE C3 CURSOR FOR
                    SELECT COALESCE(STATO_PRECEDENTE, ' '),
                           STATO_NUOVO, OPERATORE,
                           TO_CHAR(TIMESTAMP_EVENTO,
                                   'DD/MM/YYYY HH24:MI'),
                           NOTA
                    FROM RECLAMI_STORIA
                    WHERE ID = :REC_ID
                    ORDER BY TIMESTAMP_EVENTO
           END-EXEC
           EXEC SQL
                 OPEN C3
           END-EXEC
           DISPLAY "---- STORIA ----"
           EXEC SQL
                 FETCH C3 INTO :STO_STATO_PRIMA, :STO_STATO_DOPO,
                     :STO_OPERATORE, :STO_QUANDO, :STO_NOTA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY STO_QUANDO " " STO_OPERATORE " "
                   STO_STATO_PRIMA "->" STO_STATO_DOPO " "
                   STO_NOTA(1:50)
               EXEC SQL
                     FETCH C3 INTO :STO_STATO_PRIMA, :STO_STATO_DOPO,
                         :STO_OPERATORE, :STO_QUANDO, :STO_NOTA
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C3
           END-EXEC.

      *Passaggi ammessi del ciclo di vita; X e' terminale.
       CONVALIDA-PASSAGGIO.
           MOVE 'N' TO WS-VALIDO
           EVALUATE REC_STATO ALSO REC_STATO_NUOVO
               WHEN 'A' ALSO 'L'
               WHEN 'A' ALSO 'C'
               WHEN 'A' ALSO 'R'
               WHEN 'L' ALSO 'C'
               WHEN 'L' ALSO 'R'
               WHEN 'C' ALSO 'L'
               WHEN 'C' ALSO 'R'
               WHEN 'R' ALSO 'X'
               WHEN 'R' ALSO 'L'
                   MOVE 'S' TO WS-VALIDO
           END-EVALUATE.

       OPERAZIONE-STATO.
           DISPLAY "ID DEL RECLAMO: "
           ACCEPT REC_ID
           PERFORM LEGGI-RECLAMO
           IF SQLCODE NOT = 0
               DISPLAY "RECLAMO NON TROVATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIVI-STATO
           DISPLAY "STATO ATTUALE: " REC_STATO " " WS-DESCRIZIONE
           DISPLAY "NUOVO STATO ([L]AVORAZIONE/[C]ATTESA CLIENTE/"
               "[R]ISOLTO/[X]CHIUSO): "
           ACCEPT REC_STATO_NUOVO
           MOVE FUNCTION UPPER-CASE(REC_STATO_NUOVO)
               TO REC_STATO_NUOVO
           PERFORM CONVALIDA-PASSAGGIO
           IF WS-VALIDO NOT = 'S'
               DISPLAY "PASSAGGIO DA " REC_STATO " A "
                   REC_STATO_NUOVO " NON AMMESSO."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REC_ESITO
           IF REC_STATO_NUOVO = 'R'
               PERFORM MOSTRA-ESITI
               DISPLAY "ESITO: "
               ACCEPT REC_ESITO
               MOVE FUNCTION UPPER-CASE(REC_ESITO) TO REC_ESITO
               PERFORM CONVALIDA-ESITO
               IF WS-VALIDO NOT = 'S'
                   DISPLAY "ESITO NON VALIDO."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "NOTA DEL PASSAGGIO: "
           MOVE SPACES TO STO_NOTA
           ACCEPT STO_NOTA
      *La prima uscita da A e' la risposta; R fissa esito e data di
      *risoluzione, la riapertura R -> L li azzera.
           EVALUATE REC_STATO_NUOVO
               WHEN 'R'
                   EXEC SQL
                       UPDATE RECLAMI
                       SET STATO = 'R', ESITO = :REC_ESITO,
                           DATA_RISPOSTA = COALESCE(DATA_RISPOSTA,
                               TO_CHAR(CURRENT_DATE, 'DD/MM/YYYY')),
                           DATA_RISOLUZIONE =
                               TO_CHAR(CURRENT_DATE, 'DD/MM/YYYY')
                       WHERE ID = :REC_ID
                   END-EXEC
               WHEN 'X'
                   EXEC SQL
                       UPDATE RECLAMI
                       SET STATO = 'X',
                           DATA_CHIUSURA =
                               TO_CHAR(CURRENT_DATE, 'DD/MM/YYYY')
                       WHERE ID = :REC_ID
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       UPDATE RECLAMI
                       SET STATO = :REC_STATO_NUOVO,
                           ESITO = ' ', DATA_RISOLUZIONE = NULL,
                           DATA_RISPOSTA = COALESCE(DATA_RISPOSTA,
                               TO_CHAR(CURRENT_DATE, 'DD/MM/YYYY'))
                       WHERE ID = :REC_ID
                   END-EXEC
           END-EVALUATE
           IF SQLCODE NOT = 0
               DISPLAY "AGGIORNAMENTO FALLITO, SQLCODE " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE REC_STATO TO STO_STATO_PRIMA
           MOVE REC_STATO_NUOVO TO STO_STATO_DOPO
           PERFORM SCRIVI-STORIA
           IF SQLCODE NOT = 0
               DISPLAY "STORIA NON SCRITTA, PASSAGGIO ANNULLATO."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           DISPLAY "RECLAMO " REC_ID " PASSATO A " REC_STATO_NUOVO.

       OPERAZIONE-RIASSEGNA.
           DISPLAY "ID DEL RECLAMO: "
           ACCEPT REC_ID
           PERFORM LEGGI-RECLAMO
           IF SQLCODE NOT = 0
               DISPLAY "RECLAMO NON TROVATO."
               EXIT PARAGRAPH
           END-IF
           IF REC_STATO = 'X'
               DISPLAY "RECLAMO CHIUSO, NON SI RIASSEGNA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RESPONSABILE ATTUALE: " REC_RESPONSABILE
           DISPLAY "NUOVO RESPONSABILE (SIGLA): "
           ACCEPT REC_RESPONSABILE_NUOVO
           MOVE REC_RESPONSABILE_NUOVO TO WS-CERCA-OPERATORE
           PERFORM CERCA-OPERATORE
           IF WS-TROVATO NOT = 'S'
               DISPLAY "RESPONSABILE " REC_RESPONSABILE_NUOVO
                   " NON PRESENTE IN operatori.txt."
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE RECLAMI
               SET RESPONSABILE = :REC_RESPONSABILE_NUOVO
               WHERE ID = :REC_ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "RIASSEGNAZIONE FALLITA, SQLCODE " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE REC_STATO TO STO_STATO_PRIMA
           MOVE REC_STATO TO STO_STATO_DOPO
           MOVE SPACES TO STO_NOTA
           STRING "RIASSEGNATO DA " REC_RESPONSABILE " A "
               REC_RESPONSABILE_NUOVO
               DELIMITED BY SIZE INTO STO_NOTA
           PERFORM SCRIVI-STORIA
           IF SQLCODE NOT = 0
               DISPLAY "STORIA NON SCRITTA, RIASSEGNAZIONE ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           DISPLAY "RECLAMO " REC_ID " ASSEGNATO A "
               REC_RESPONSABILE_NUOVO.

       SCRIVI-STORIA.
           EXEC SQL
               INSERT INTO RECLAMI_STORIA
                   (ID, STATO_PRECEDENTE, STATO_NUOVO, NOTA,
                    OPERATORE)
               VALUES (:REC_ID, :STO_STATO_PRIMA, :STO_STATO_DOPO,
                       :STO_NOTA, :OPERATORE_ID)
           END-EXEC.

           COPY ERROR-HANDLER.

           COPY TESTATA-CONTROLLI.
