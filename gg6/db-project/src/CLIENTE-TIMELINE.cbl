      *valgono a mezzanotte). L'audit note si aggancia per NOME via
      *la NOTA del cliente: le note gia' cancellate non sono piu'
      *attribuibili e restano fuori.
      *Per un cliente grosso la raccolta tiene occupato il
      *terminale: dopo l'ID si puo' mettere la richiesta in coda per
      *la finestra batch (RICHIESTA-ACCODA, serve il sign-on per
      *sapere chi la chiede). CODA-REPORT la rilancia con i
      *parametri in NOTA_RICHIESTA: si riconosce la sessione del
      *richiedente e la linea del tempo va, senza pause, nel file
      *della richiesta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 STO-TIMESTAMP PIC X(14).
           05 STO-OPERATORE PIC X(8).
           05 STO-OPERAZIONE PIC X.
           05 STO-IMMAGINE PIC X(185).

       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA PIC 9(8).
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(34).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-RIGA-EVENTO PIC X(105).
      *Esecuzione subito o in coda per la finestra batch.
       01 WS-DALLA-CODA PIC X VALUE 'N'.
       01 WS-MODO-ESECUZIONE PIC X.
       01 WS-RIC-PROGRAMMA PIC X(20) VALUE "CLIENTE-TIMELINE".
       01 WS-RIC-SOCIETA PIC X(2) VALUE SPACES.
       01 WS-RIC-PARAMETRI PIC X(20).
       01 WS-RIC-NUMERO PIC 9(6).
       01 WS-RIC-ESITO PIC 9.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       COPY RICHIESTA-AMBIENTE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE "RIGHE-PAGINA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
               COMPUTE WS-RIGHE-PAGINA =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE SPACES TO RICHIESTA-AMBIENTE
           ACCEPT RICHIESTA-AMBIENTE FROM ENVIRONMENT "NOTA_RICHIESTA"
           IF RICHIESTA-AMBIENTE NOT = SPACES
               PERFORM PREPARA-DALLA-CODA
           ELSE
               DISPLAY "ID CLIENTE DELLA LINEA DEL TEMPO: "
               ACCEPT ID_CLIENTE
               DISPLAY "ELABORO [O]RA O IN [C]ODA PER LA NOTTE? "
               ACCEPT WS-MODO-ESECUZIONE
               IF WS-MODO-ESECUZIONE = 'C' OR WS-MODO-ESECUZIONE = 'c'
                   PERFORM ACCODA-RICHIESTA
                   STOP RUN
               END-IF
               DISPLAY "SCRIVO ANCHE SU FILE? [S/N]"
               ACCEPT WS-SU-FILE
               IF WS-SU-FILE = 's'
                   MOVE 'S' TO WS-SU-FILE
               END-IF
           END-IF
           PERFORM CONNETTI-DATABASE
           PERFORM RACCOGLI-STORIA
           PERFORM MOSTRA-TIMELINE
           STOP RUN.

      *Dalla coda: il richiedente deve avere ancora una sessione
      *valida (operatore abilitato), il cliente e' nei parametri.
       PREPARA-DALLA-CODA.
           MOVE 'S' TO WS-DALLA-CODA
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RAM-PARAMETRI(1:6) IS NOT NUMERIC
               DISPLAY "PARAMETRI DELLA RICHIESTA NON VALIDI: "
                   RAM-PARAMETRI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RAM-PARAMETRI(1:6) TO ID_CLIENTE
           MOVE 'S' TO WS-SU-FILE.

       ACCODA-RICHIESTA.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RIC-PARAMETRI
           MOVE ID_CLIENTE TO WS-RIC-PARAMETRI(1:6)
           CALL 'RICHIESTA-ACCODA' USING WS-RIC-PROGRAMMA,
               WS-OPERATORE-ID, WS-RIC-SOCIETA, WS-RIC-PARAMETRI,
               WS-RIC-NUMERO, WS-RIC-ESITO
               ON EXCEPTION MOVE 1 TO WS-RIC-ESITO
           END-CALL
           IF WS-RIC-ESITO = 0
               DISPLAY "RICHIESTA " WS-RIC-NUMERO " IN CODA: L'ESITO "
                   "AL PROSSIMO SIGN-ON."
           ELSE
               DISPLAY "CODA DELLE RICHIESTE NON DISPONIBILE."
           END-IF.

       CONNETTI-DATABASE.
           DISPLAY "Mi connetto al database."
           ACCEPT DBNAME FROM ENVIRONMENT "NOTA_DBNAME"
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           AND DET-ID-CLIENTE = ID_CLIENTE
                           AND WS-NUM-EVENTI < 500
                           ADD 1 TO WS-NUM-EVENTI
       MOSTRA-TIMELINE.
           IF WS-SU-FILE = 'S'
               MOVE SPACES TO WS-NOME-USCITA
               IF WS-DALLA-CODA = 'S'
                   MOVE RAM-USCITA TO WS-NOME-USCITA
               ELSE
                   STRING "cliente-timeline-" ID_CLIENTE ".txt"
                       DELIMITED BY SIZE INTO WS-NOME-USCITA
               END-IF
               OPEN OUTPUT FILE-USCITA
           END-IF
           DISPLAY "---- LINEA DEL TEMPO CLIENTE " ID_CLIENTE
               END-IF
               ADD 1 TO WS-CONTATORE-RIGHE
               IF WS-CONTATORE-RIGHE >= WS-RIGHE-PAGINA
                   AND WS-DALLA-CODA = 'N'
                   DISPLAY "-- PREMI INVIO PER CONTINUARE --"
                   ACCEPT WS-PAUSA
                   MOVE 0 TO WS-CONTATORE-RIGHE
           END-IF.

           COPY ERROR-HANDLER.

           COPY TESTATA-CONTROLLI.
