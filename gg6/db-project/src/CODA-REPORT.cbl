       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODA-REPORT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Esecuzione delle richieste di report messe in coda dai
      *programmi interattivi (RICHIESTA-ACCODA, report-richieste.txt):
      *i report pesanti non tengono piu' occupato un terminale di
      *giorno, e chi lavora su una filiale li puo' chiedere senza
      *passare dall'IT. Per ogni richiesta in attesa:
      *  - il programma deve essere tra quelli ammessi in coda
      *    (TABELLA-AMMESSI): il nome finisce in una riga di
      *    comando, dalla coda non si lancia altro;
      *  - si apre una sessione di coda della sigla del richiedente
      *    (SESSIONE-OPERATORE 'B'): il programma la ritrova in
      *    NOTA_SESSIONE e GET-OPERATORE riconosce il richiedente
      *    con il suo livello e il suo ambito regionale, oppure
      *    nega l'accesso se nel frattempo e' stato disabilitato;
      *  - parametri e file da produrre (richiesta-NNNNNN.txt)
      *    passano in NOTA_RICHIESTA, la societa' della richiesta
      *    in SOCIETA; l'uscita a video finisce in
      *    richiesta-NNNNNN.log;
      *  - il programma parte dalla cartella MENU-PROGRAMMI di
      *    gestionale.cfg, come dal menu operatore;
      *  - con file prodotto e codice di ritorno zero la richiesta
      *    e' eseguita e il file va nello spool (famiglia
      *    RICHIESTE), altrimenti e' fallita con il rimando al log.
      *Il richiedente vede l'esito al sign-on successivo
      *(RICHIESTE-AVVISO). A fine giro la coda si riscrive
      *rileggendola, cosi' le richieste accodate nel frattempo non
      *si perdono; le richieste gia' avvisate piu' vecchie di
      *RICHIESTE-GIORNI giorni (gestionale.cfg, predefinito 30)
      *escono dalla coda. Riepilogo del giro in coda-report.txt.
      *GOBACK: gira come passo RICHIESTE del batch notturno o da
      *solo, dallo schedulatore, per un giro in giornata (non in
      *contemporanea col batch). RETURN-CODE 4 se una richiesta e'
      *fallita, 8 se la coda non e' leggibile o riscrivibile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-RICHIESTE ASSIGN TO "report-richieste.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RICHIESTE-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "report-richieste.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUOVO-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-RICHIESTE.
       01 RIGA-RICHIESTA PIC X(126).

       FD FILE-NUOVO.
       01 RIGA-NUOVO PIC X(126).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RICHIESTE-STATUS PIC XX.
       01 WS-NUOVO-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CODA-TROPPO-LUNGA PIC X.
       01 WS-NUM-RIGHE PIC 9(3) VALUE 0.
       01 WS-RIGHE-TABELLA.
           05 WS-RIGA OCCURS 500 TIMES PIC X(126).
       01 INDICE-RIGA PIC 9(3).
       COPY RICHIESTA-REPORT.
       COPY RICHIESTA-AMBIENTE.
      *Esiti del giro, riportati sulla coda riletta a fine giro.
       01 WS-NUM-ESITI PIC 9(3) VALUE 0.
       01 WS-ESITI-TABELLA.
           05 WS-ESITO OCCURS 500 TIMES.
               10 ESI-NUMERO PIC 9(6).
               10 ESI-STATO PIC X.
               10 ESI-ESEGUITA PIC X(14).
               10 ESI-RISULTATO PIC X(40).
       01 INDICE-ESITO PIC 9(3).
       01 WS-ESEGUITE PIC 9(3) VALUE 0.
       01 WS-FALLITE PIC 9(3) VALUE 0.
       01 WS-RIMOSSE PIC 9(3) VALUE 0.
      *Programmi che si possono chiedere in coda.
       01 TABELLA-AMMESSI.
           05 FILLER PIC X(20) VALUE "StampaVendite".
           05 FILLER PIC X(20) VALUE "VenditeDrill".
           05 FILLER PIC X(20) VALUE "CLIENTE-TIMELINE".
       01 FILLER REDEFINES TABELLA-AMMESSI.
           05 WS-AMMESSO OCCURS 3 TIMES PIC X(20).
       01 WS-NUM-AMMESSI PIC 9 VALUE 3.
       01 INDICE-AMMESSO PIC 9.
       01 WS-PROGRAMMA-AMMESSO PIC X.
      *Sessione di coda del richiedente.
       01 WS-SESSIONE-FUNZIONE PIC X.
       01 WS-SESSIONE-BIGLIETTO PIC X(8).
       01 WS-SESSIONE-ESITO PIC 9.
       01 WS-SESSIONE.
           05 WS-SESSIONE-SIGLA PIC X(8).
           05 WS-SESSIONE-CODICE PIC X(8).
       01 WS-SOCIETA-ORIGINALE PIC X(10).
       01 WS-SOCIETA-RICHIESTA PIC X(10).
      *Lancio del programma.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-CARTELLA-PROGRAMMI PIC X(60) VALUE "./".
       01 WS-RICHIESTE-GIORNI PIC 9(3) VALUE 30.
       01 WS-COMANDO PIC X(200).
       01 WS-NOME-USCITA PIC X(40).
       01 WS-NOME-LOG PIC X(40).
       01 WS-RC-PROGRAMMA PIC S9(9).
       01 INFO-FILE.
           05 INFO-DIMENSIONE PIC X(8) COMP-X.
           05 INFO-GG PIC X COMP-X.
           05 INFO-MM PIC X COMP-X.
           05 INFO-AAAA PIC XX COMP-X.
           05 INFO-ORE PIC X COMP-X.
           05 INFO-MIN PIC X COMP-X.
           05 INFO-SEC PIC X COMP-X.
           05 INFO-CEN PIC X COMP-X.
       01 WS-USCITA-PRESENTE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-ETA-GIORNI PIC S9(7).
       01 WS-DATA-ESEGUITA PIC 9(8).
      *Report del giro.
       01 WS-NOME-REPORT PIC X(40) VALUE "coda-report.txt".
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "RICHIESTE".
       01 WS-SPOOL-ESITO PIC 9.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           MOVE 0 TO WS-NUM-ESITI WS-ESEGUITE WS-FALLITE WS-RIMOSSE
           PERFORM LEGGI-CONFIG
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CODA RICHIESTE DI REPORT - GIRO DEL "
               WS-DATA-ORA(7:2) "/" WS-DATA-ORA(5:2) "/"
               WS-DATA-ORA(1:4) " ORE " WS-DATA-ORA(9:2) ":"
               WS-DATA-ORA(11:2)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM CARICA-CODA
           IF WS-RICHIESTE-STATUS = "35"
               MOVE "NESSUNA CODA DI RICHIESTE." TO RIGA-REPORT
               WRITE RIGA-REPORT
               PERFORM CHIUDI-REPORT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RICHIESTE-STATUS NOT = "00"
               MOVE SPACES TO RIGA-REPORT
               STRING "CODA report-richieste.txt NON LEGGIBILE, "
                   "STATUS " WS-RICHIESTE-STATUS
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               PERFORM CHIUDI-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-SOCIETA-ORIGINALE
           ACCEPT WS-SOCIETA-ORIGINALE FROM ENVIRONMENT "SOCIETA"
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIGA(INDICE-RIGA) TO RECORD-RICHIESTA
               IF RICHIESTA-IN-ATTESA
                   PERFORM ESEGUI-RICHIESTA
               END-IF
           END-PERFORM
           PERFORM RIPRISTINA-AMBIENTE
           PERFORM AGGIORNA-CODA
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "RICHIESTE ESEGUITE: " WS-ESEGUITE
               "  FALLITE: " WS-FALLITE
               "  USCITE DALLA CODA: " WS-RIMOSSE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM CHIUDI-REPORT
           DISPLAY "CODA-REPORT: ESEGUITE " WS-ESEGUITE
               ", FALLITE " WS-FALLITE
           IF WS-RICHIESTE-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FALLITE > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LEGGI-CONFIG.
           MOVE "MENU-PROGRAMMI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
               ON EXCEPTION MOVE 'N' TO WS-CFG-TROVATO
           END-CALL
           IF WS-CFG-TROVATO = 'S' AND WS-CFG-VALORE NOT = SPACES
               MOVE WS-CFG-VALORE TO WS-CARTELLA-PROGRAMMI
           END-IF
           MOVE "RICHIESTE-GIORNI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
               ON EXCEPTION MOVE 'N' TO WS-CFG-TROVATO
           END-CALL
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 999
                       COMPUTE WS-RICHIESTE-GIORNI =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF.

       CARICA-CODA.
           MOVE 0 TO WS-NUM-RIGHE
           MOVE 'N' TO WS-CODA-TROPPO-LUNGA
           OPEN INPUT FILE-RICHIESTE
           IF WS-RICHIESTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-RICHIESTE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NUM-RIGHE < 500
                           ADD 1 TO WS-NUM-RIGHE
                           MOVE RIGA-RICHIESTA
                               TO WS-RIGA(WS-NUM-RIGHE)
                       ELSE
                           MOVE 'S' TO WS-CODA-TROPPO-LUNGA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RICHIESTE
           MOVE "00" TO WS-RICHIESTE-STATUS.

       ESEGUI-RICHIESTA.
           ADD 1 TO WS-NUM-ESITI
           MOVE RIC-NUMERO TO ESI-NUMERO(WS-NUM-ESITI)
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:14) TO ESI-ESEGUITA(WS-NUM-ESITI)
           MOVE SPACES TO WS-NOME-USCITA WS-NOME-LOG
           STRING "richiesta-" RIC-NUMERO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-USCITA
           STRING "richiesta-" RIC-NUMERO ".log"
               DELIMITED BY SIZE INTO WS-NOME-LOG
           PERFORM CONTROLLA-PROGRAMMA
           IF WS-PROGRAMMA-AMMESSO NOT = 'S'
               MOVE "PROGRAMMA NON AMMESSO IN CODA"
                   TO ESI-RISULTATO(WS-NUM-ESITI)
               PERFORM REGISTRA-FALLITA
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-SESSIONE-FUNZIONE
           MOVE SPACES TO WS-SESSIONE-BIGLIETTO
           CALL 'SESSIONE-OPERATORE' USING WS-SESSIONE-FUNZIONE,
               RIC-SIGLA, WS-SESSIONE-BIGLIETTO, WS-SESSIONE-ESITO
               ON EXCEPTION MOVE 2 TO WS-SESSIONE-ESITO
           END-CALL
           IF WS-SESSIONE-ESITO NOT = 0
               MOVE "SESSIONE DEL RICHIEDENTE NON APERTA"
                   TO ESI-RISULTATO(WS-NUM-ESITI)
               PERFORM REGISTRA-FALLITA
               EXIT PARAGRAPH
           END-IF
           MOVE RIC-SIGLA TO WS-SESSIONE-SIGLA
           MOVE WS-SESSIONE-BIGLIETTO TO WS-SESSIONE-CODICE
           MOVE SPACES TO RICHIESTA-AMBIENTE
           MOVE RIC-NUMERO TO RAM-NUMERO
           MOVE WS-NOME-USCITA TO RAM-USCITA
           MOVE RIC-PARAMETRI TO RAM-PARAMETRI
           IF RIC-SOCIETA = SPACES
               MOVE WS-SOCIETA-ORIGINALE TO WS-SOCIETA-RICHIESTA
           ELSE
               MOVE RIC-SOCIETA TO WS-SOCIETA-RICHIESTA
           END-IF
           DISPLAY "NOTA_SESSIONE" UPON ENVIRONMENT-NAME
           DISPLAY WS-SESSIONE UPON ENVIRONMENT-VALUE
           DISPLAY "NOTA_RICHIESTA" UPON ENVIRONMENT-NAME
           DISPLAY RICHIESTA-AMBIENTE UPON ENVIRONMENT-VALUE
           DISPLAY "SOCIETA" UPON ENVIRONMENT-NAME
           DISPLAY WS-SOCIETA-RICHIESTA UPON ENVIRONMENT-VALUE
           CALL "CBL_DELETE_FILE" USING WS-NOME-USCITA
           MOVE SPACES TO WS-COMANDO
           STRING WS-CARTELLA-PROGRAMMI DELIMITED BY SPACE
               RIC-PROGRAMMA DELIMITED BY SPACE
               " < /dev/null > " DELIMITED BY SIZE
               WS-NOME-LOG DELIMITED BY SPACE
               " 2>&1" DELIMITED BY SIZE
               INTO WS-COMANDO
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-PROGRAMMA
           MOVE 'D' TO WS-SESSIONE-FUNZIONE
           CALL 'SESSIONE-OPERATORE' USING WS-SESSIONE-FUNZIONE,
               RIC-SIGLA, WS-SESSIONE-BIGLIETTO, WS-SESSIONE-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'N' TO WS-USCITA-PRESENTE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-USCITA
               INFO-FILE
           IF RETURN-CODE = 0
               MOVE 'S' TO WS-USCITA-PRESENTE
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL 'REGISTRA-GENERATO' USING WS-NOME-LOG
               ON EXCEPTION CONTINUE
           END-CALL
           IF WS-RC-PROGRAMMA NOT = 0 OR WS-USCITA-PRESENTE NOT = 'S'
               MOVE SPACES TO ESI-RISULTATO(WS-NUM-ESITI)
               STRING "ERRORE, VEDERE " WS-NOME-LOG
                   DELIMITED BY SIZE INTO ESI-RISULTATO(WS-NUM-ESITI)
               PERFORM REGISTRA-FALLITA
               EXIT PARAGRAPH
           END-IF
           CALL 'REGISTRA-GENERATO' USING WS-NOME-USCITA
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-USCITA, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'E' TO ESI-STATO(WS-NUM-ESITI)
           MOVE WS-NOME-USCITA TO ESI-RISULTATO(WS-NUM-ESITI)
           ADD 1 TO WS-ESEGUITE
           PERFORM SCRIVI-RIGA-ESITO.

       CONTROLLA-PROGRAMMA.
           MOVE 'N' TO WS-PROGRAMMA-AMMESSO
           PERFORM VARYING INDICE-AMMESSO FROM 1 BY 1
               UNTIL INDICE-AMMESSO > WS-NUM-AMMESSI
               IF RIC-PROGRAMMA = WS-AMMESSO(INDICE-AMMESSO)
                   MOVE 'S' TO WS-PROGRAMMA-AMMESSO
               END-IF
           END-PERFORM.

       REGISTRA-FALLITA.
           MOVE 'F' TO ESI-STATO(WS-NUM-ESITI)
           ADD 1 TO WS-FALLITE
           PERFORM SCRIVI-RIGA-ESITO.

       SCRIVI-RIGA-ESITO.
           MOVE SPACES TO RIGA-REPORT
           STRING "RICHIESTA " RIC-NUMERO " " RIC-SIGLA " "
               RIC-PROGRAMMA " " RIC-PARAMETRI " "
               DELIMITED BY SIZE
               ESI-STATO(WS-NUM-ESITI) " "
               ESI-RISULTATO(WS-NUM-ESITI)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *Le variabili di lavoro non devono restare a chi gira dopo
      *nello stesso processo (il batch notturno).
       RIPRISTINA-AMBIENTE.
           MOVE SPACES TO WS-SESSIONE RICHIESTA-AMBIENTE
           DISPLAY "NOTA_SESSIONE" UPON ENVIRONMENT-NAME
           DISPLAY WS-SESSIONE UPON ENVIRONMENT-VALUE
           DISPLAY "NOTA_RICHIESTA" UPON ENVIRONMENT-NAME
           DISPLAY RICHIESTA-AMBIENTE UPON ENVIRONMENT-VALUE
           DISPLAY "SOCIETA" UPON ENVIRONMENT-NAME
           DISPLAY WS-SOCIETA-ORIGINALE UPON ENVIRONMENT-VALUE.

      *Si rilegge la coda (qualcuno puo' avere accodato o essere
      *stato avvisato durante il giro) e si riportano gli esiti per
      *numero. Una coda piu' lunga della tabella non si riscrive:
      *le richieste del giro ripartirebbero al prossimo, ma non si
      *perde niente.
       AGGIORNA-CODA.
           PERFORM CARICA-CODA
           IF WS-RICHIESTE-STATUS NOT = "00"
               OR WS-CODA-TROPPO-LUNGA = 'S'
               MOVE "99" TO WS-RICHIESTE-STATUS
               MOVE "CODA NON RISCRITTA: TROPPO LUNGA O ILLEGGIBILE."
                   TO RIGA-REPORT
               WRITE RIGA-REPORT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-NUOVO
           IF WS-NUOVO-STATUS NOT = "00"
               MOVE "99" TO WS-RICHIESTE-STATUS
               MOVE "CODA NON RISCRITTA: report-richieste.new."
                   TO RIGA-REPORT
               WRITE RIGA-REPORT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIGA(INDICE-RIGA) TO RECORD-RICHIESTA
               PERFORM VARYING INDICE-ESITO FROM 1 BY 1
                   UNTIL INDICE-ESITO > WS-NUM-ESITI
                   IF ESI-NUMERO(INDICE-ESITO) = RIC-NUMERO
                       AND RICHIESTA-IN-ATTESA
                       MOVE ESI-STATO(INDICE-ESITO) TO RIC-STATO
                       MOVE ESI-ESEGUITA(INDICE-ESITO)
                           TO RIC-ESEGUITA
                       MOVE ESI-RISULTATO(INDICE-ESITO)
                           TO RIC-RISULTATO
                       MOVE 'N' TO RIC-AVVISATO
                   END-IF
               END-PERFORM
               PERFORM CONTROLLA-SCADENZA
               IF WS-ETA-GIORNI > WS-RICHIESTE-GIORNI
                   ADD 1 TO WS-RIMOSSE
               ELSE
                   MOVE RECORD-RICHIESTA TO RIGA-NUOVO
                   WRITE RIGA-NUOVO
               END-IF
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING "report-richieste.new"
               "report-richieste.txt"
           IF RETURN-CODE NOT = 0
               MOVE "99" TO WS-RICHIESTE-STATUS
               MOVE "CODA NON RISCRITTA: COPIA FALLITA." TO RIGA-REPORT
               WRITE RIGA-REPORT
           ELSE
               CALL "CBL_DELETE_FILE" USING "report-richieste.new"
           END-IF
           MOVE 0 TO RETURN-CODE.

      *Eta' in giorni di una richiesta gia' avvisata; zero per
      *quelle in attesa o non ancora viste dal richiedente.
       CONTROLLA-SCADENZA.
           MOVE 0 TO WS-ETA-GIORNI
           IF NOT RICHIESTA-AVVISATA OR RICHIESTA-IN-ATTESA
               EXIT PARAGRAPH
           END-IF
           IF RIC-ESEGUITA(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE RIC-ESEGUITA(1:8) TO WS-DATA-ESEGUITA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ESEGUITA) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ETA-GIORNI =
               FUNCTION INTEGER-OF-DATE(WS-OGGI)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-ESEGUITA).

       CHIUDI-REPORT.
           CLOSE FILE-REPORT
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL.
