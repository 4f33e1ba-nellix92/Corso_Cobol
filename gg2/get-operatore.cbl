      *esito 1 e il chiamante non deve far entrare nessuno. Se il
      *file operatori manca l'esito e' comunque 1: senza anagrafica
      *operatori non c'e' sign-on, non un sign-on di cortesia.
      *Riconosciuta la sigla si chiede il PIN personale, confrontato
      *con l'hash dell'archivio credenziali (PIN-OPERATORE,
      *HASH-PIN): conoscere le iniziali di un collega non basta
      *piu'. Dopo OPERATORI-PIN-TENTATIVI PIN errati consecutivi
      *(gestionale.cfg, predefinito 3) l'utenza si blocca con un
      *allarme nel registro e la sblocca solo il reset di un
      *supervisore (OPERATORI-PIN). Il PIN provvisorio del reset e
      *quello piu' vecchio di OPERATORI-PIN-GIORNI giorni
      *(predefinito 90, 0 = mai) impongono la scelta di un PIN nuovo
      *prima di entrare. Credenziali disabilitate ('D', operatore
      *uscito) o mai assegnate: nessun accesso. Le prime
      *credenziali le assegna solo un supervisore, con il reset o
      *con l'emissione dei PIN provvisori di OPERATORI-PIN: chi
      *conosce una sigla senza PIN non puo' sceglierselo lui.
      *Lanciato dal menu operatore il programma trova in
      *NOTA_SESSIONE sigla e biglietto della sessione aperta dal
      *menu (SESSIONE-OPERATORE): se la sessione e' valida e
      *l'operatore e' ancora abilitato il riconoscimento e' fatto
      *senza chiedere niente (i bollettini li ha gia' mostrati il
      *sign-on del menu); altrimenti si chiede sigla e PIN come
      *sempre. Lanciato dalla coda dei report (NOTA_RICHIESTA
      *valorizzata, CODA-REPORT) non c'e' nessuno al terminale:
      *senza sessione valida l'accesso e' negato e basta.
      *Dopo i bollettini il sign-on mostra l'esito delle richieste
      *di report eseguite dalla coda (RICHIESTE-AVVISO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-SIGLA PIC X(8).
       01 WS-TROVATO PIC X.
       01 WS-BOLLETTINI-ESITO PIC 9.
      *Sessione del menu operatore: sigla + biglietto.
       01 WS-SESSIONE.
           05 WS-SESSIONE-SIGLA PIC X(8).
           05 WS-SESSIONE-BIGLIETTO PIC X(8).
       01 WS-SESSIONE-FUNZIONE PIC X VALUE 'V'.
       01 WS-SESSIONE-ESITO PIC 9.
       01 WS-RICHIESTA-CODA PIC X(56).
      *Verifica e cambio del PIN.
       COPY OPERATORE-PIN.
       01 WS-PIN-FUNZIONE PIC X.
       01 WS-PIN-ESITO PIC 9.
       01 WS-PIN PIC X(8).
       01 WS-PIN-NUOVO PIC X(8).
       01 WS-PIN-CONFERMA PIC X(8).
       01 WS-HASH PIC X(16).
       01 WS-PIN-OK PIC X.
       01 WS-PIN-VALIDO PIC X.
       01 WS-PIN-LUNG PIC 99.
       01 WS-CAMBI PIC 9.
       01 WS-ERRATI-PRIMA PIC 99.
       01 WS-PIN-MAX-ERRATI PIC 99 VALUE 3.
       01 WS-PIN-GIORNI PIC 9(3) VALUE 90.
       01 WS-PIN-ETA PIC S9(7).
       01 WS-OGGI PIC 9(8).
       01 WS-DATA-ORA PIC X(21).
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-ALL-FONTE PIC X(20) VALUE "GET-OPERATORE".
       01 WS-ALL-SEVERITA PIC X VALUE 'A'.
       01 WS-ALL-TESTO PIC X(60).

       LINKAGE SECTION.
       01 LNK-OPERATORE-ID PIC X(8).
           SET SIGNON-FALLITO TO TRUE
           MOVE SPACES TO LNK-OPERATORE-ID LNK-OPERATORE-NOME
           MOVE SPACE TO LNK-OPERATORE-LIVELLO
           MOVE SPACES TO WS-SESSIONE
           ACCEPT WS-SESSIONE FROM ENVIRONMENT "NOTA_SESSIONE"
           IF WS-SESSIONE NOT = SPACES
               PERFORM RIPRENDI-SESSIONE
               IF SIGNON-OK
                   EXIT PROGRAM
               END-IF
           END-IF
           MOVE SPACES TO WS-RICHIESTA-CODA
           ACCEPT WS-RICHIESTA-CODA FROM ENVIRONMENT "NOTA_RICHIESTA"
           IF WS-RICHIESTA-CODA NOT = SPACES
               DISPLAY "RICHIESTA DALLA CODA SENZA SESSIONE VALIDA."
               EXIT PROGRAM
           END-IF
           PERFORM LEGGI-CONFIG-PIN
           PERFORM UNTIL SIGNON-OK OR WS-TENTATIVI >= 3
               ADD 1 TO WS-TENTATIVI
               DISPLAY "SIGLA OPERATORE: "
               ACCEPT WS-SIGLA
               MOVE SPACE TO WS-PIN-OK
               PERFORM CERCA-OPERATORE
               IF WS-TROVATO = 'S'
                   PERFORM VERIFICA-PIN
                   IF WS-PIN-OK NOT = 'S'
                       MOVE 'N' TO WS-TROVATO
                       MOVE SPACES TO LNK-OPERATORE-ID
                           LNK-OPERATORE-NOME
                       MOVE SPACE TO LNK-OPERATORE-LIVELLO
                   END-IF
               END-IF
               IF WS-TROVATO = 'S'
                   SET SIGNON-OK TO TRUE
                   DISPLAY "BENVENUTO " LNK-OPERATORE-NOME
                           WS-BOLLETTINI-ESITO
                       ON EXCEPTION CONTINUE
                   END-CALL
                   CALL 'RICHIESTE-AVVISO' USING LNK-OPERATORE-ID
                       ON EXCEPTION CONTINUE
                   END-CALL
               ELSE
                   IF WS-PIN-OK = SPACE
                       DISPLAY "SIGLA NON RICONOSCIUTA."
                   END-IF
               END-IF
           END-PERFORM
           EXIT PROGRAM.

      *Sessione valida di oggi, operatore ancora in anagrafica con
      *livello R/U/S e credenziali ne' bloccate ne' disabilitate.
       RIPRENDI-SESSIONE.
           MOVE 2 TO WS-SESSIONE-ESITO
           CALL 'SESSIONE-OPERATORE' USING WS-SESSIONE-FUNZIONE,
               WS-SESSIONE-SIGLA, WS-SESSIONE-BIGLIETTO,
               WS-SESSIONE-ESITO
               ON EXCEPTION MOVE 2 TO WS-SESSIONE-ESITO
           END-CALL
           IF WS-SESSIONE-ESITO NOT = 0
               DISPLAY "SESSIONE DEL MENU NON VALIDA: SERVE IL "
                   "SIGN-ON."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SESSIONE-SIGLA TO WS-SIGLA
           PERFORM CERCA-OPERATORE
           IF WS-TROVATO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECORD-PIN
           MOVE LNK-OPERATORE-ID TO PIN-SIGLA
           MOVE 'L' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
               ON EXCEPTION MOVE 2 TO WS-PIN-ESITO
           END-CALL
           IF WS-PIN-ESITO NOT = 0 OR PIN-BLOCCATO
               OR PIN-DISABILITATO
               MOVE SPACES TO LNK-OPERATORE-ID LNK-OPERATORE-NOME
               MOVE SPACE TO LNK-OPERATORE-LIVELLO
               EXIT PARAGRAPH
           END-IF
           SET SIGNON-OK TO TRUE
           DISPLAY "OPERATORE " LNK-OPERATORE-NOME
               " (LIVELLO " LNK-OPERATORE-LIVELLO ", SESSIONE DEL "
               "MENU)".

       LEGGI-CONFIG-PIN.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           MOVE "OPERATORI-PIN-TENTATIVI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
               ON EXCEPTION MOVE 'N' TO WS-CFG-TROVATO
           END-CALL
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 99
                       COMPUTE WS-PIN-MAX-ERRATI =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
           MOVE "OPERATORI-PIN-GIORNI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
               ON EXCEPTION MOVE 'N' TO WS-CFG-TROVATO
           END-CALL
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 0
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 999
                       COMPUTE WS-PIN-GIORNI =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF.

      *WS-PIN-OK: 'S' accesso concesso, 'N' negato. Blocco,
      *disabilitazione o archivio illeggibile chiudono anche i
      *tentativi rimasti della sessione.
       VERIFICA-PIN.
           MOVE 'N' TO WS-PIN-OK
           MOVE SPACES TO RECORD-PIN
           MOVE LNK-OPERATORE-ID TO PIN-SIGLA
           MOVE 'L' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
               ON EXCEPTION MOVE 2 TO WS-PIN-ESITO
           END-CALL
           IF WS-PIN-ESITO = 2
               DISPLAY "ARCHIVIO CREDENZIALI NON DISPONIBILE."
               MOVE 3 TO WS-TENTATIVI
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-ESITO = 1
               DISPLAY "NESSUNA CREDENZIALE ASSEGNATA A "
                   LNK-OPERATORE-ID ": IL PIN PROVVISORIO LO "
                   "ASSEGNA UN SUPERVISORE (OPERATORI-PIN)."
               EXIT PARAGRAPH
           END-IF
           IF PIN-DISABILITATO
               DISPLAY "CREDENZIALI DISABILITATE."
               MOVE 3 TO WS-TENTATIVI
               EXIT PARAGRAPH
           END-IF
           IF PIN-BLOCCATO
               DISPLAY "UTENZA BLOCCATA PER PIN ERRATI: RIVOLGERSI "
                   "A UN SUPERVISORE."
               MOVE 3 TO WS-TENTATIVI
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PIN: "
           ACCEPT WS-PIN
           CALL 'HASH-PIN' USING PIN-SALE, PIN-SIGLA, WS-PIN,
               WS-HASH
           MOVE SPACES TO WS-PIN
           IF WS-HASH NOT = PIN-HASH
               PERFORM REGISTRA-PIN-ERRATO
               EXIT PARAGRAPH
           END-IF
           MOVE PIN-ERRATI TO WS-ERRATI-PRIMA
           MOVE 0 TO PIN-ERRATI
           IF PIN-DA-CAMBIARE
               DISPLAY "PIN PROVVISORIO: SCEGLIERE IL PIN PERSONALE."
               PERFORM IMPOSTA-NUOVO-PIN
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-GIORNI > 0
               IF PIN-DATA-CAMBIO NOT NUMERIC
                   OR PIN-DATA-CAMBIO = 0
                   MOVE 99999 TO WS-PIN-ETA
               ELSE
                   COMPUTE WS-PIN-ETA =
                       FUNCTION INTEGER-OF-DATE(WS-OGGI)
                       - FUNCTION INTEGER-OF-DATE(PIN-DATA-CAMBIO)
               END-IF
               IF WS-PIN-ETA >= WS-PIN-GIORNI
                   DISPLAY "PIN SCADUTO: SCEGLIERNE UNO NUOVO."
                   PERFORM IMPOSTA-NUOVO-PIN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ERRATI-PRIMA > 0
               PERFORM SCRIVI-CREDENZIALI
           END-IF
           MOVE 'S' TO WS-PIN-OK.

      *Il contatore resta sul record tra una sessione e l'altra: il
      *blocco scatta sugli errori consecutivi, non per sessione.
       REGISTRA-PIN-ERRATO.
           ADD 1 TO PIN-ERRATI
           IF PIN-ERRATI < WS-PIN-MAX-ERRATI
               PERFORM SCRIVI-CREDENZIALI
               DISPLAY "PIN ERRATO."
               EXIT PARAGRAPH
           END-IF
           SET PIN-BLOCCATO TO TRUE
           MOVE WS-OGGI TO PIN-DATA-EVENTO
           MOVE PIN-SIGLA TO PIN-SIGLA-EVENTO
           PERFORM SCRIVI-CREDENZIALI
           DISPLAY "PIN ERRATO: UTENZA BLOCCATA."
           MOVE 3 TO WS-TENTATIVI
           MOVE SPACES TO WS-ALL-TESTO
           STRING "UTENZA " PIN-SIGLA " BLOCCATA DOPO " PIN-ERRATI
               " PIN ERRATI"
               DELIMITED BY SIZE INTO WS-ALL-TESTO
           CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
               WS-ALL-SEVERITA, WS-ALL-TESTO
               ON EXCEPTION CONTINUE
           END-CALL.

      *Tre prove per scegliere un PIN valido e confermarlo; se non
      *si arriva in fondo l'accesso e' negato e il record resta
      *com'era.
       IMPOSTA-NUOVO-PIN.
           MOVE 0 TO WS-CAMBI
           PERFORM UNTIL WS-PIN-OK = 'S' OR WS-CAMBI >= 3
               ADD 1 TO WS-CAMBI
               PERFORM PROVA-NUOVO-PIN
           END-PERFORM
           MOVE SPACES TO WS-PIN-NUOVO WS-PIN-CONFERMA.

       PROVA-NUOVO-PIN.
           DISPLAY "NUOVO PIN (DA 4 A 8 CIFRE): "
           ACCEPT WS-PIN-NUOVO
           PERFORM CONTROLLA-FORMATO-PIN
           IF WS-PIN-VALIDO = 'N'
               DISPLAY "IL PIN DEVE ESSERE DI 4-8 CIFRE."
               EXIT PARAGRAPH
           END-IF
           IF PIN-HASH NOT = SPACES
               CALL 'HASH-PIN' USING PIN-SALE, PIN-SIGLA,
                   WS-PIN-NUOVO, WS-HASH
               IF WS-HASH = PIN-HASH
                   DISPLAY "IL NUOVO PIN DEVE ESSERE DIVERSO DAL "
                       "PRECEDENTE."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "CONFERMA NUOVO PIN: "
           ACCEPT WS-PIN-CONFERMA
           IF WS-PIN-CONFERMA NOT = WS-PIN-NUOVO
               DISPLAY "I DUE PIN NON COINCIDONO."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(9:8) TO PIN-SALE
           CALL 'HASH-PIN' USING PIN-SALE, PIN-SIGLA, WS-PIN-NUOVO,
               PIN-HASH
           SET PIN-ATTIVO TO TRUE
           MOVE 0 TO PIN-ERRATI
           MOVE WS-OGGI TO PIN-DATA-CAMBIO
           PERFORM SCRIVI-CREDENZIALI
           IF WS-PIN-ESITO NOT = 0
               DISPLAY "PIN NON REGISTRATO: ARCHIVIO CREDENZIALI "
                   "NON AGGIORNABILE."
               MOVE 3 TO WS-CAMBI
               MOVE 3 TO WS-TENTATIVI
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PIN REGISTRATO."
           MOVE 'S' TO WS-PIN-OK.

      *Da 4 a 8 cifre, allineate a sinistra, nient'altro.
       CONTROLLA-FORMATO-PIN.
           MOVE 'N' TO WS-PIN-VALIDO
           MOVE 0 TO WS-PIN-LUNG
           INSPECT WS-PIN-NUOVO TALLYING WS-PIN-LUNG
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PIN-LUNG < 4
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-NUOVO(1:WS-PIN-LUNG) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-LUNG < 8
               IF WS-PIN-NUOVO(WS-PIN-LUNG + 1:) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-PIN-VALIDO.

       SCRIVI-CREDENZIALI.
           MOVE 'S' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
               ON EXCEPTION MOVE 2 TO WS-PIN-ESITO
           END-CALL.

       CERCA-OPERATORE.
           MOVE 'N' TO WS-TROVATO
           OPEN INPUT FILE-OPERATORI
