       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLARMI-NOTIFICA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Avviso al reperibile: il registro allarmi e ALLARMI-CONSOLE
      *funzionano solo se qualcuno guarda la console, e quando la
      *notte si rompe alle 2 lo si scopre alle 9. Questo passo
      *legge allarmi-registro.txt e, per ogni allarme non ancora
      *preso in carico con severita' tra quelle di
      *ALLARMI-NOTIFICA-SEVERITA (gestionale.cfg, predefinito 'B'
      *bloccante), scrive un messaggio in notifiche-uscita.txt, il
      *file che il gateway SMS/email preleva, indirizzato al primo
      *reperibile del turno di oggi (reperibilita.txt) sul canale e
      *recapito di operatori-contatti.txt. Se dopo
      *ALLARMI-ESCALATION-MINUTI minuti (predefinito 30)
      *l'allarme non e' ancora preso in carico in console, il
      *messaggio passa al secondo reperibile e poi al supervisore
      *del turno; senza secondo o senza recapito si sale subito al
      *livello dopo. Gli allarmi piu' vecchi di
      *ALLARMI-NOTIFICA-ORE ore (predefinito 24) al primo passaggio
      *non si mandano: la notifica serve per cio' che succede ora.
      *Lo stato di ogni allarme seguito (livello raggiunto, ultimo
      *destinatario e ora dell'ultimo invio) sta in
      *allarmi-notifiche.txt; ogni invio, escalation, presa in
      *carico o destinatario mancante finisce in notifiche-log.txt.
      *Gira dallo schedulatore ogni pochi minuti e alla fine del
      *batch notturno; GOBACK e RETURN-CODE 8 se c'era qualcosa da
      *mandare e nessuno a cui mandarlo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-ALLARMI
           ASSIGN TO "allarmi-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLARMI-STATUS.
           SELECT FILE-TURNI ASSIGN TO "reperibilita.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TURNI-STATUS.
           SELECT FILE-CONTATTI ASSIGN TO "operatori-contatti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTATTI-STATUS.
           SELECT FILE-STATO ASSIGN TO "allarmi-notifiche.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATO-STATUS.
           SELECT OPTIONAL FILE-USCITA
           ASSIGN TO "notifiche-uscita.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-LOG ASSIGN TO "notifiche-log.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-ALLARMI.
       01 RECORD-ALLARME.
           05 ALL-TIMESTAMP PIC X(14).
           05 ALL-FONTE PIC X(20).
           05 ALL-SEVERITA PIC X.
           05 ALL-TESTO PIC X(60).
           05 ALL-STATO PIC X.
           05 ALL-PRESA-SIGLA PIC X(8).
           05 ALL-PRESA-TIMESTAMP PIC X(14).

      *Turni di reperibilita': periodo di validita' (date
      *comprese), primo e secondo reperibile e supervisore di
      *riferimento. Vale la prima riga che copre la data di oggi.
       FD FILE-TURNI.
       01 RECORD-TURNO.
           05 TUR-DATA-DA PIC 9(8).
           05 TUR-DATA-A PIC 9(8).
           05 TUR-PRIMO PIC X(8).
           05 TUR-SECONDO PIC X(8).
           05 TUR-SUPERVISORE PIC X(8).

      *Recapito di ogni operatore: canale "SMS" o "EMAIL" e
      *numero o indirizzo.
       FD FILE-CONTATTI.
       01 RECORD-CONTATTO.
           05 CON-SIGLA PIC X(8).
           05 CON-CANALE PIC X(5).
           05 CON-INDIRIZZO PIC X(60).

      *Allarmi seguiti: la chiave e' ora, fonte e testo
      *dell'allarme; livello 1 primo reperibile, 2 secondo, 3
      *supervisore; stato 'A' in attesa di presa in carico, 'C'
      *preso in carico.
       FD FILE-STATO.
       01 RECORD-NOTIFICA.
           05 NOT-CHIAVE.
               10 NOT-TIMESTAMP PIC X(14).
               10 NOT-FONTE PIC X(20).
               10 NOT-TESTO PIC X(60).
           05 NOT-LIVELLO PIC 9.
           05 NOT-SIGLA PIC X(8).
           05 NOT-INVIO PIC X(14).
           05 NOT-STATO PIC X.

       FD FILE-USCITA.
       01 RECORD-USCITA.
           05 USC-TIMESTAMP PIC X(14).
           05 USC-CANALE PIC X(5).
           05 USC-INDIRIZZO PIC X(60).
           05 USC-SIGLA PIC X(8).
           05 USC-TESTO PIC X(100).

       FD FILE-LOG.
       01 RECORD-LOG.
           05 LOG-TIMESTAMP PIC X(14).
           05 LOG-EVENTO PIC X(12).
           05 LOG-SIGLA PIC X(8).
           05 LOG-LIVELLO PIC 9.
           05 LOG-ALLARME-TS PIC X(14).
           05 LOG-FONTE PIC X(20).
           05 LOG-NOTA PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-ALLARMI-STATUS PIC XX.
       01 WS-TURNI-STATUS PIC XX.
       01 WS-CONTATTI-STATUS PIC XX.
       01 WS-STATO-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-ADESSO PIC X(14).
       01 WS-OGGI PIC 9(8).
      *Minuti assoluti per confrontare le marche temporali.
       01 WS-TS-CALCOLO PIC X(14).
       01 FILLER REDEFINES WS-TS-CALCOLO.
           05 WS-TS-DATA PIC 9(8).
           05 WS-TS-ORE PIC 99.
           05 WS-TS-MINUTI PIC 99.
           05 FILLER PIC 99.
       01 WS-MINUTI PIC 9(12).
       01 WS-MINUTI-ADESSO PIC 9(12).
       01 WS-TRASCORSI PIC S9(12).
      *Parametri da gestionale.cfg.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-SEVERITA-AVVISO PIC X(5) VALUE "B".
       01 WS-MINUTI-ESCALATION PIC 9(4) VALUE 30.
       01 WS-ORE-MASSIME PIC 9(3) VALUE 24.
       01 WS-SEVERITA-CONTATE PIC 9.
      *Turno di oggi.
       01 WS-TURNO-TROVATO PIC X VALUE 'N'.
       01 WS-REPERIBILI.
           05 WS-REPERIBILE OCCURS 3 TIMES PIC X(8).
      *Recapiti.
       01 WS-NUM-CONTATTI PIC 9(3) VALUE 0.
       01 WS-CONTATTI-TABELLA.
           05 WS-CON-ENTRY OCCURS 200 TIMES.
               10 WS-CON-SIGLA PIC X(8).
               10 WS-CON-CANALE PIC X(5).
               10 WS-CON-INDIRIZZO PIC X(60).
       01 INDICE-CON PIC 9(3).
       01 WS-CON-TROVATO PIC 9(3).
      *Allarmi seguiti, riscritti a fine giro: restano quelli
      *ancora presenti nel registro.
       01 WS-NUM-NOTIFICHE PIC 9(4) VALUE 0.
       01 WS-NOTIFICHE-TABELLA.
           05 WS-NOT-ENTRY OCCURS 2000 TIMES.
               10 WS-NOT-RECORD PIC X(118).
               10 WS-NOT-VISTO PIC X.
       01 INDICE-NOT PIC 9(4).
       01 WS-CHIAVE-ALLARME.
           05 WS-CHIAVE-TIMESTAMP PIC X(14).
           05 WS-CHIAVE-FONTE PIC X(20).
           05 WS-CHIAVE-TESTO PIC X(60).
       01 WS-NOT-TROVATO PIC 9(4).
      *Invio.
       01 WS-LIVELLO PIC 9.
       01 WS-INVIATO PIC X.
       01 WS-EVENTO PIC X(12).
       01 WS-NOTA PIC X(40).
       01 WS-INVII PIC 9(4) VALUE 0.
       01 WS-ESCALATION PIC 9(4) VALUE 0.
       01 WS-PRESI PIC 9(4) VALUE 0.
       01 WS-SENZA-DESTINATARIO PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:14) TO WS-ADESSO
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           MOVE WS-ADESSO TO WS-TS-CALCOLO
           PERFORM CALCOLA-MINUTI
           MOVE WS-MINUTI TO WS-MINUTI-ADESSO
           PERFORM LEGGI-PARAMETRI
           PERFORM CARICA-TURNO
           PERFORM CARICA-CONTATTI
           PERFORM CARICA-NOTIFICHE
           OPEN INPUT FILE-ALLARMI
           IF WS-ALLARMI-STATUS NOT = "00"
               DISPLAY "NOTIFICHE: REGISTRO ALLARMI ASSENTE, NIENTE "
                   "DA AVVISARE."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND FILE-USCITA
           OPEN EXTEND FILE-LOG
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-ALLARMI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 0 TO WS-SEVERITA-CONTATE
                       INSPECT WS-SEVERITA-AVVISO TALLYING
                           WS-SEVERITA-CONTATE FOR ALL ALL-SEVERITA
                       IF WS-SEVERITA-CONTATE > 0
                           AND ALL-SEVERITA NOT = SPACE
                           PERFORM ESAMINA-ALLARME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ALLARMI
           CLOSE FILE-USCITA
           CLOSE FILE-LOG
           PERFORM SALVA-NOTIFICHE
           DISPLAY "NOTIFICHE: " WS-INVII " INVII, " WS-ESCALATION
               " ESCALATION, " WS-PRESI " PRESI IN CARICO, "
               WS-SENZA-DESTINATARIO " SENZA DESTINATARIO "
               "(notifiche-log.txt)"
           IF WS-SENZA-DESTINATARIO > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LEGGI-PARAMETRI.
           MOVE "ALLARMI-NOTIFICA-SEVERITA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S' AND WS-CFG-VALORE NOT = SPACES
               MOVE WS-CFG-VALORE TO WS-SEVERITA-AVVISO
           END-IF
           MOVE "ALLARMI-ESCALATION-MINUTI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 1440
                       COMPUTE WS-MINUTI-ESCALATION =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
           MOVE "ALLARMI-NOTIFICA-ORE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 720
                       COMPUTE WS-ORE-MASSIME =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF.

       CARICA-TURNO.
           MOVE SPACES TO WS-REPERIBILI
           OPEN INPUT FILE-TURNI
           IF WS-TURNI-STATUS NOT = "00"
               DISPLAY "NOTIFICHE: reperibilita.txt NON APRIBILE."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-TURNI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TUR-DATA-DA NUMERIC AND TUR-DATA-A NUMERIC
                           AND TUR-DATA-DA <= WS-OGGI
                           AND TUR-DATA-A >= WS-OGGI
                           MOVE 'S' TO WS-TURNO-TROVATO
                           MOVE TUR-PRIMO TO WS-REPERIBILE(1)
                           MOVE TUR-SECONDO TO WS-REPERIBILE(2)
                           MOVE TUR-SUPERVISORE TO WS-REPERIBILE(3)
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TURNI
           IF WS-TURNO-TROVATO = 'N'
               DISPLAY "NOTIFICHE: NESSUN TURNO DI REPERIBILITA' "
                   "PER IL " WS-OGGI "."
           END-IF.

       CARICA-CONTATTI.
           OPEN INPUT FILE-CONTATTI
           IF WS-CONTATTI-STATUS NOT = "00"
               DISPLAY "NOTIFICHE: operatori-contatti.txt NON "
                   "APRIBILE."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-CONTATTI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NUM-CONTATTI < 200
                           AND CON-INDIRIZZO NOT = SPACES
                           ADD 1 TO WS-NUM-CONTATTI
                           MOVE CON-SIGLA
                               TO WS-CON-SIGLA(WS-NUM-CONTATTI)
                           MOVE CON-CANALE
                               TO WS-CON-CANALE(WS-NUM-CONTATTI)
                           MOVE CON-INDIRIZZO
                               TO WS-CON-INDIRIZZO(WS-NUM-CONTATTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CONTATTI.

       CARICA-NOTIFICHE.
           OPEN INPUT FILE-STATO
           IF WS-STATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-STATO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NUM-NOTIFICHE < 2000
                           ADD 1 TO WS-NUM-NOTIFICHE
                           MOVE RECORD-NOTIFICA
                               TO WS-NOT-RECORD(WS-NUM-NOTIFICHE)
                           MOVE 'N' TO WS-NOT-VISTO(WS-NUM-NOTIFICHE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-STATO.

      *Un allarme preso in carico chiude il suo giro di avvisi; uno
      *nuovo parte dal primo reperibile; uno gia' avvisato sale di
      *livello quando l'ultimo invio e' piu' vecchio della soglia.
       ESAMINA-ALLARME.
           MOVE ALL-TIMESTAMP TO WS-CHIAVE-TIMESTAMP
           MOVE ALL-FONTE TO WS-CHIAVE-FONTE
           MOVE ALL-TESTO TO WS-CHIAVE-TESTO
           MOVE 0 TO WS-NOT-TROVATO
           PERFORM VARYING INDICE-NOT FROM 1 BY 1
               UNTIL INDICE-NOT > WS-NUM-NOTIFICHE
                   OR WS-NOT-TROVATO > 0
               IF WS-NOT-RECORD(INDICE-NOT)(1:94) = WS-CHIAVE-ALLARME
                   MOVE INDICE-NOT TO WS-NOT-TROVATO
               END-IF
           END-PERFORM
           IF WS-NOT-TROVATO > 0
               MOVE 'S' TO WS-NOT-VISTO(WS-NOT-TROVATO)
               MOVE WS-NOT-RECORD(WS-NOT-TROVATO) TO RECORD-NOTIFICA
           END-IF
           IF ALL-STATO NOT = 'N'
               IF WS-NOT-TROVATO > 0 AND NOT-STATO = 'A'
                   MOVE 'C' TO NOT-STATO
                   MOVE NOT-LIVELLO TO WS-LIVELLO
                   MOVE "PRESO" TO WS-EVENTO
                   MOVE SPACES TO WS-NOTA
                   STRING "IN CARICO A " ALL-PRESA-SIGLA
                       DELIMITED BY SIZE INTO WS-NOTA
                   PERFORM SCRIVI-LOG
                   ADD 1 TO WS-PRESI
                   MOVE RECORD-NOTIFICA
                       TO WS-NOT-RECORD(WS-NOT-TROVATO)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-NOT-TROVATO = 0
               MOVE ALL-TIMESTAMP TO WS-TS-CALCOLO
               PERFORM CALCOLA-MINUTI
               COMPUTE WS-TRASCORSI = WS-MINUTI-ADESSO - WS-MINUTI
               IF WS-TRASCORSI > WS-ORE-MASSIME * 60
                   EXIT PARAGRAPH
               END-IF
               IF WS-NUM-NOTIFICHE >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-NOTIFICHE
               MOVE WS-NUM-NOTIFICHE TO WS-NOT-TROVATO
               MOVE 'S' TO WS-NOT-VISTO(WS-NOT-TROVATO)
               MOVE ALL-TIMESTAMP TO NOT-TIMESTAMP
               MOVE ALL-FONTE TO NOT-FONTE
               MOVE ALL-TESTO TO NOT-TESTO
               MOVE 0 TO NOT-LIVELLO
               MOVE SPACES TO NOT-SIGLA NOT-INVIO
               MOVE 'A' TO NOT-STATO
               MOVE "INVIO" TO WS-EVENTO
               MOVE 1 TO WS-LIVELLO
               PERFORM INVIA-AL-LIVELLO
               MOVE RECORD-NOTIFICA TO WS-NOT-RECORD(WS-NOT-TROVATO)
               EXIT PARAGRAPH
           END-IF
           IF NOT-STATO NOT = 'A' OR NOT-LIVELLO >= 3
               EXIT PARAGRAPH
           END-IF
           MOVE NOT-INVIO TO WS-TS-CALCOLO
           PERFORM CALCOLA-MINUTI
           COMPUTE WS-TRASCORSI = WS-MINUTI-ADESSO - WS-MINUTI
           IF WS-TRASCORSI < WS-MINUTI-ESCALATION
               EXIT PARAGRAPH
           END-IF
           MOVE "ESCALATION" TO WS-EVENTO
           COMPUTE WS-LIVELLO = NOT-LIVELLO + 1
           PERFORM INVIA-AL-LIVELLO
           MOVE RECORD-NOTIFICA TO WS-NOT-RECORD(WS-NOT-TROVATO).

      *Dal livello chiesto in su, al primo destinatario che ha un
      *recapito; i livelli saltati restano nel log.
       INVIA-AL-LIVELLO.
           MOVE 'N' TO WS-INVIATO
           PERFORM UNTIL WS-INVIATO = 'S' OR WS-LIVELLO > 3
               PERFORM PROVA-DESTINATARIO
               IF WS-INVIATO = 'N'
                   ADD 1 TO WS-LIVELLO
               END-IF
           END-PERFORM
           IF WS-INVIATO = 'N'
               MOVE 3 TO NOT-LIVELLO
               MOVE WS-ADESSO TO NOT-INVIO
               MOVE SPACES TO NOT-SIGLA
               MOVE 3 TO WS-LIVELLO
               MOVE "NESSUNO" TO WS-EVENTO
               MOVE "NESSUN DESTINATARIO RAGGIUNGIBILE" TO WS-NOTA
               PERFORM SCRIVI-LOG
               ADD 1 TO WS-SENZA-DESTINATARIO
           END-IF.

       PROVA-DESTINATARIO.
           IF WS-REPERIBILE(WS-LIVELLO) = SPACES
               MOVE "NESSUN REPERIBILE IN TURNO" TO WS-NOTA
               PERFORM SCRIVI-LOG-SALTO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CON-TROVATO
           PERFORM VARYING INDICE-CON FROM 1 BY 1
               UNTIL INDICE-CON > WS-NUM-CONTATTI
                   OR WS-CON-TROVATO > 0
               IF WS-CON-SIGLA(INDICE-CON) = WS-REPERIBILE(WS-LIVELLO)
                   MOVE INDICE-CON TO WS-CON-TROVATO
               END-IF
           END-PERFORM
           IF WS-CON-TROVATO = 0
               MOVE SPACES TO WS-NOTA
               STRING "RECAPITO MANCANTE PER "
                   WS-REPERIBILE(WS-LIVELLO)
                   DELIMITED BY SIZE INTO WS-NOTA
               PERFORM SCRIVI-LOG-SALTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ADESSO TO USC-TIMESTAMP
           MOVE WS-CON-CANALE(WS-CON-TROVATO) TO USC-CANALE
           MOVE WS-CON-INDIRIZZO(WS-CON-TROVATO) TO USC-INDIRIZZO
           MOVE WS-REPERIBILE(WS-LIVELLO) TO USC-SIGLA
           MOVE SPACES TO USC-TESTO
           STRING "ALLARME " DELIMITED BY SIZE
               ALL-TIMESTAMP(7:2) "/" ALL-TIMESTAMP(5:2) " "
               ALL-TIMESTAMP(9:2) ":" ALL-TIMESTAMP(11:2)
               " LIV." WS-LIVELLO " " DELIMITED BY SIZE
               ALL-FONTE DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               ALL-TESTO DELIMITED BY "  "
               INTO USC-TESTO
           WRITE RECORD-USCITA
           MOVE WS-LIVELLO TO NOT-LIVELLO
           MOVE WS-REPERIBILE(WS-LIVELLO) TO NOT-SIGLA
           MOVE WS-ADESSO TO NOT-INVIO
           MOVE 'S' TO WS-INVIATO
           MOVE SPACES TO WS-NOTA
           STRING WS-CON-CANALE(WS-CON-TROVATO) " "
               WS-CON-INDIRIZZO(WS-CON-TROVATO)
               DELIMITED BY SIZE INTO WS-NOTA
           PERFORM SCRIVI-LOG
           IF WS-EVENTO = "ESCALATION"
               ADD 1 TO WS-ESCALATION
           ELSE
               ADD 1 TO WS-INVII
           END-IF.

       SCRIVI-LOG.
           MOVE WS-ADESSO TO LOG-TIMESTAMP
           MOVE WS-EVENTO TO LOG-EVENTO
           IF WS-EVENTO = "PRESO"
               MOVE ALL-PRESA-SIGLA TO LOG-SIGLA
           ELSE
               MOVE WS-REPERIBILE(WS-LIVELLO) TO LOG-SIGLA
           END-IF
           MOVE WS-LIVELLO TO LOG-LIVELLO
           MOVE ALL-TIMESTAMP TO LOG-ALLARME-TS
           MOVE ALL-FONTE TO LOG-FONTE
           MOVE WS-NOTA TO LOG-NOTA
           WRITE RECORD-LOG.

      *Livello saltato: nessuno in turno a quel livello o nessun
      *recapito per chi c'e'.
       SCRIVI-LOG-SALTO.
           MOVE WS-ADESSO TO LOG-TIMESTAMP
           MOVE "SALTATO" TO LOG-EVENTO
           MOVE WS-REPERIBILE(WS-LIVELLO) TO LOG-SIGLA
           MOVE WS-LIVELLO TO LOG-LIVELLO
           MOVE ALL-TIMESTAMP TO LOG-ALLARME-TS
           MOVE ALL-FONTE TO LOG-FONTE
           MOVE WS-NOTA TO LOG-NOTA
           WRITE RECORD-LOG.

       CALCOLA-MINUTI.
           IF WS-TS-CALCOLO(1:12) NOT NUMERIC
               MOVE 0 TO WS-MINUTI
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MINUTI =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATA) * 1440
               + WS-TS-ORE * 60 + WS-TS-MINUTI.

       SALVA-NOTIFICHE.
           OPEN OUTPUT FILE-STATO
           PERFORM VARYING INDICE-NOT FROM 1 BY 1
               UNTIL INDICE-NOT > WS-NUM-NOTIFICHE
               IF WS-NOT-VISTO(INDICE-NOT) = 'S'
                   MOVE WS-NOT-RECORD(INDICE-NOT) TO RECORD-NOTIFICA
                   WRITE RECORD-NOTIFICA
               END-IF
           END-PERFORM
           CLOSE FILE-STATO.
