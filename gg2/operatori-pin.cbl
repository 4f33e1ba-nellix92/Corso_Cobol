       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATORI-PIN.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Gestione delle credenziali operatori riservata ai
      *supervisori. Il reset assegna un PIN provvisorio che il
      *supervisore comunica a voce all'interessato: lo stato passa
      *a 'R', il contatore dei PIN errati si azzera (e' anche lo
      *sblocco di un'utenza bloccata) e al primo sign-on
      *GET-OPERATORE impone il cambio. Il reset del proprio PIN non
      *e' ammesso: lo si cambia facendoselo reimpostare da un altro
      *supervisore. Gli operatori disabilitati in operatori.txt
      *(livello 'D') non si reimpostano: prima va riabilitata
      *l'utenza. Ogni reset lascia un allarme informativo nel
      *registro con chi lo ha fatto. La lista mostra per ogni
      *operatore stato delle credenziali, PIN errati ed eta' del
      *PIN.
      *Il reset e' anche l'unico modo di dare le prime credenziali
      *a un operatore: GET-OPERATORE non fa entrare chi non ha un
      *record credenziali. Per l'avvio, e per le utenze rimaste
      *senza PIN, l'emissione assegna in un colpo un PIN
      *provvisorio casuale (CIFRE-CASUALI) a ogni operatore
      *abilitato che non ha ancora credenziali, con cambio
      *obbligatorio al primo sign-on, e li elenca a video perche'
      *il supervisore li consegni; chi ha gia' credenziali, di
      *qualunque stato, non viene toccato.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-OPERATORI ASSIGN TO "operatori.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATORI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-OPERATORI.
       01 RECORD-OPERATORE.
           05 OP-ID PIC X(8).
           05 OP-NOME PIC X(20).
           05 OP-LIVELLO PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-OPERATORI-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
      *Giornale d'uso della sessione interattiva.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "OPERATORI-PIN".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).
      *Credenziali.
       COPY OPERATORE-PIN.
       01 WS-PIN-FUNZIONE PIC X.
       01 WS-PIN-ESITO PIC 9.
       01 WS-PIN-NUOVO PIC X(8).
       01 WS-PIN-CONFERMA PIC X(8).
       01 WS-PIN-VALIDO PIC X.
       01 WS-PIN-LUNG PIC 99.
       01 WS-SIGLA PIC X(8).
       01 WS-TROVATO PIC X.
       01 WS-LIVELLO-TROVATO PIC X.
       01 WS-STATO-TESTO PIC X(20).
       01 WS-PIN-ETA PIC Z(4)9.
       01 WS-GIORNI PIC S9(7).
       01 WS-OGGI PIC 9(8).
       01 WS-DATA-ORA PIC X(21).
       01 WS-ALL-FONTE PIC X(20) VALUE "OPERATORI-PIN".
       01 WS-ALL-SEVERITA PIC X VALUE 'I'.
       01 WS-ALL-TESTO PIC X(60).
      *Emissione dei PIN provvisori: sei cifre di PIN e otto di
      *sale, estrazioni distinte.
       01 WS-CIFRE PIC X(16).
       01 WS-EMESSI PIC 9(3).
       01 WS-EMISSIONE-FERMA PIC X.
       01 WS-CONFERMA PIC X.

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO.
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF.
           IF WS-OPERATORE-LIVELLO NOT = 'S'
               DISPLAY "GESTIONE CREDENZIALI RISERVATA AI "
                   "SUPERVISORI."
               STOP RUN
           END-IF.
           MOVE 'I' TO WS-USO-EVENTO.
           MOVE SPACES TO WS-USO-ESITO.
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA.
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI.
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------CREDENZIALI OPERATORI------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[R]ESET PIN (ANCHE SBLOCCO)"
              DISPLAY "[L]ISTA CREDENZIALI"
              DISPLAY "[E]MISSIONE PIN PROVVISORI AGLI OPERATORI "
                  "SENZA CREDENZIALI"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'R'
                WHEN 'r'
                      PERFORM OPERAZIONE-RESET
                WHEN 'L'
                WHEN 'l'
                      PERFORM OPERAZIONE-LISTA
                WHEN 'E'
                WHEN 'e'
                      PERFORM OPERAZIONE-EMISSIONE
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM.
           MOVE 'F' TO WS-USO-EVENTO.
           MOVE "OK" TO WS-USO-ESITO.
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           STOP RUN.

       OPERAZIONE-RESET.
           DISPLAY "SIGLA DELL'OPERATORE: "
           ACCEPT WS-SIGLA
           IF WS-SIGLA = WS-OPERATORE-ID
               DISPLAY "IL PROPRIO PIN LO REIMPOSTA UN ALTRO "
                   "SUPERVISORE."
               EXIT PARAGRAPH
           END-IF
           PERFORM CERCA-OPERATORE
           IF WS-TROVATO = 'N'
               DISPLAY "SIGLA NON PRESENTE IN operatori.txt."
               EXIT PARAGRAPH
           END-IF
           IF WS-LIVELLO-TROVATO NOT = 'R'
               AND WS-LIVELLO-TROVATO NOT = 'U'
               AND WS-LIVELLO-TROVATO NOT = 'S'
               DISPLAY "OPERATORE DISABILITATO IN operatori.txt: "
                   "RIABILITARE PRIMA L'UTENZA."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RECORD-PIN
           MOVE WS-SIGLA TO PIN-SIGLA
           MOVE 'L' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
           IF WS-PIN-ESITO = 2
               DISPLAY "ARCHIVIO CREDENZIALI NON DISPONIBILE."
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-ESITO = 1
               MOVE SPACES TO RECORD-PIN
               MOVE WS-SIGLA TO PIN-SIGLA
           ELSE
               DISPLAY "CREDENZIALI ATTUALI: " PIN-STATO
                   "  PIN ERRATI: " PIN-ERRATI
           END-IF
           DISPLAY "PIN PROVVISORIO (DA 4 A 8 CIFRE): "
           ACCEPT WS-PIN-NUOVO
           PERFORM CONTROLLA-FORMATO-PIN
           IF WS-PIN-VALIDO = 'N'
               DISPLAY "IL PIN DEVE ESSERE DI 4-8 CIFRE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMA PIN PROVVISORIO: "
           ACCEPT WS-PIN-CONFERMA
           IF WS-PIN-CONFERMA NOT = WS-PIN-NUOVO
               DISPLAY "I DUE PIN NON COINCIDONO, RESET ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(9:8) TO PIN-SALE
           CALL 'HASH-PIN' USING PIN-SALE, PIN-SIGLA, WS-PIN-NUOVO,
               PIN-HASH
           MOVE SPACES TO WS-PIN-NUOVO WS-PIN-CONFERMA
           SET PIN-DA-CAMBIARE TO TRUE
           MOVE 0 TO PIN-ERRATI
           MOVE WS-OGGI TO PIN-DATA-CAMBIO
           MOVE WS-OGGI TO PIN-DATA-EVENTO
           MOVE WS-OPERATORE-ID TO PIN-SIGLA-EVENTO
           MOVE 'S' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
           IF WS-PIN-ESITO NOT = 0
               DISPLAY "RESET NON REGISTRATO: ARCHIVIO CREDENZIALI "
                   "NON AGGIORNABILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PIN DI " WS-SIGLA " REIMPOSTATO: CAMBIO "
               "OBBLIGATORIO AL PROSSIMO SIGN-ON."
           MOVE SPACES TO WS-ALL-TESTO
           STRING "PIN DI " WS-SIGLA " REIMPOSTATO DA "
               WS-OPERATORE-ID
               DELIMITED BY SIZE INTO WS-ALL-TESTO
           CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
               WS-ALL-SEVERITA, WS-ALL-TESTO
               ON EXCEPTION CONTINUE
           END-CALL.

       OPERAZIONE-LISTA.
           OPEN INPUT FILE-OPERATORI
           IF WS-OPERATORI-STATUS NOT = "00"
               DISPLAY "ANAGRAFICA OPERATORI NON DISPONIBILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SIGLA    NOME                 LIV CREDENZIALI"
               "          ERRATI ETA' PIN"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-OPERATORI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MOSTRA-CREDENZIALI
               END-READ
           END-PERFORM
           CLOSE FILE-OPERATORI.

       MOSTRA-CREDENZIALI.
           MOVE SPACES TO RECORD-PIN
           MOVE OP-ID TO PIN-SIGLA
           MOVE 'L' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
           MOVE 0 TO WS-PIN-ETA
           EVALUATE TRUE
               WHEN WS-PIN-ESITO = 2
                   MOVE "ARCHIVIO ILLEGGIBILE" TO WS-STATO-TESTO
               WHEN WS-PIN-ESITO = 1
                   MOVE "NESSUN PIN" TO WS-STATO-TESTO
                   MOVE 0 TO PIN-ERRATI
               WHEN PIN-ATTIVO
                   MOVE "ATTIVO" TO WS-STATO-TESTO
               WHEN PIN-DA-CAMBIARE
                   MOVE "PROVVISORIO" TO WS-STATO-TESTO
               WHEN PIN-BLOCCATO
                   MOVE "BLOCCATO" TO WS-STATO-TESTO
               WHEN PIN-DISABILITATO
                   MOVE "DISABILITATO" TO WS-STATO-TESTO
               WHEN OTHER
                   MOVE "STATO SCONOSCIUTO" TO WS-STATO-TESTO
           END-EVALUATE
           IF WS-PIN-ESITO = 0 AND PIN-DATA-CAMBIO NUMERIC
               AND PIN-DATA-CAMBIO > 0
               COMPUTE WS-GIORNI =
                   FUNCTION INTEGER-OF-DATE(WS-OGGI)
                   - FUNCTION INTEGER-OF-DATE(PIN-DATA-CAMBIO)
               MOVE WS-GIORNI TO WS-PIN-ETA
           END-IF
           DISPLAY OP-ID " " OP-NOME " " OP-LIVELLO "   "
               WS-STATO-TESTO " " PIN-ERRATI "     " WS-PIN-ETA.

      *L'elenco a video e' l'unica copia in chiaro dei PIN
      *emessi: nel file resta solo l'hash.
       OPERAZIONE-EMISSIONE.
           DISPLAY "PIN PROVVISORI A TUTTI GLI OPERATORI ABILITATI "
               "SENZA CREDENZIALI. CONFERMI? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "EMISSIONE ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-OPERATORI
           IF WS-OPERATORI-STATUS NOT = "00"
               DISPLAY "ANAGRAFICA OPERATORI NON DISPONIBILE."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EMESSI
           MOVE 'N' TO WS-EMISSIONE-FERMA
           DISPLAY "SIGLA    NOME                 PIN PROVVISORIO"
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-EMISSIONE-FERMA = 'S'
               READ FILE-OPERATORI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OP-LIVELLO = 'R' OR OP-LIVELLO = 'U'
                           OR OP-LIVELLO = 'S'
                           PERFORM EMETTI-PIN-PROVVISORIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-OPERATORI
           IF WS-EMISSIONE-FERMA = 'S'
               DISPLAY "EMISSIONE INTERROTTA: ARCHIVIO CREDENZIALI "
                   "NON DISPONIBILE O NON AGGIORNABILE."
           END-IF
           DISPLAY "PIN PROVVISORI EMESSI: " WS-EMESSI
               " - CAMBIO OBBLIGATORIO AL PRIMO SIGN-ON."
           IF WS-EMESSI > 0
               MOVE SPACES TO WS-ALL-TESTO
               STRING WS-EMESSI " PIN PROVVISORI EMESSI DA "
                   WS-OPERATORE-ID
                   DELIMITED BY SIZE INTO WS-ALL-TESTO
               CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
                   WS-ALL-SEVERITA, WS-ALL-TESTO
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

       EMETTI-PIN-PROVVISORIO.
           MOVE SPACES TO RECORD-PIN
           MOVE OP-ID TO PIN-SIGLA
           MOVE 'L' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
           IF WS-PIN-ESITO = 2
               MOVE 'S' TO WS-EMISSIONE-FERMA
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-ESITO = 0
               EXIT PARAGRAPH
           END-IF
           CALL 'CIFRE-CASUALI' USING WS-CIFRE
           MOVE SPACES TO RECORD-PIN WS-PIN-NUOVO
           MOVE OP-ID TO PIN-SIGLA
           MOVE WS-CIFRE(1:6) TO WS-PIN-NUOVO
           MOVE WS-CIFRE(9:8) TO PIN-SALE
           CALL 'HASH-PIN' USING PIN-SALE, PIN-SIGLA, WS-PIN-NUOVO,
               PIN-HASH
           SET PIN-DA-CAMBIARE TO TRUE
           MOVE 0 TO PIN-ERRATI
           MOVE WS-OGGI TO PIN-DATA-CAMBIO
           MOVE WS-OGGI TO PIN-DATA-EVENTO
           MOVE WS-OPERATORE-ID TO PIN-SIGLA-EVENTO
           MOVE 'S' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
           IF WS-PIN-ESITO NOT = 0
               MOVE SPACES TO WS-PIN-NUOVO
               MOVE 'S' TO WS-EMISSIONE-FERMA
               EXIT PARAGRAPH
           END-IF
           DISPLAY OP-ID " " OP-NOME " " WS-PIN-NUOVO
           MOVE SPACES TO WS-PIN-NUOVO
           ADD 1 TO WS-EMESSI.

       CERCA-OPERATORE.
           MOVE 'N' TO WS-TROVATO
           OPEN INPUT FILE-OPERATORI
           IF WS-OPERATORI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-OPERATORI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OP-ID = WS-SIGLA
                           MOVE 'S' TO WS-TROVATO
                           MOVE OP-LIVELLO TO WS-LIVELLO-TROVATO
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-OPERATORI.

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
