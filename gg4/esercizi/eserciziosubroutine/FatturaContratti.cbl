       IDENTIFICATION DIVISION.
       PROGRAM-ID. FatturaContratti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Fatturazione dei canoni dei contratti di servizio
      *(Contratti-servizio.txt): per ogni contratto si addebitano
      *tutti i periodi dovuti fino al mese di fatturazione
      *(CONTRATTI_PERIODO=AAAAMM, predefinito il mese corrente), dal
      *mese di decorrenza alla scadenza e con il passo della
      *frequenza (1, 3, 6 o 12 mesi). Ogni canone diventa un
      *movimento di Vendite-dettaglio.txt datato il primo del mese
      *(il giorno di decorrenza per il primo canone), con prodotto,
      *codice IVA e regione del contratto, quantita' 1 e prezzo pari
      *al canone, come gli addebiti di RilasciaInteressi.
      *Il registro Contratti-addebitati.txt fa da guardia come il
      *registro dei lotti: un canone (contratto + mese) che vi
      *compare non si addebita piu', cosi' il giro rilanciato, la
      *notte ripartita o il mese recuperato in ritardo addebitano
      *ogni canone una volta sola e i mesi dimenticati si
      *recuperano da soli. Il registro si scrive solo dopo che il
      *feed e' stato sostituito.
      *Alla data di indicizzazione il canone cresce della
      *percentuale di gestionale.cfg (CONTRATTI-INDICIZZAZIONE,
      *es. 1.8) e la data passa all'anno dopo; il contratto
      *aggiornato si riscrive insieme al registro. Report del giro in
      *Contratti-fatturazione-AAAAMM.txt. Gira di notte nel batch
      *(job CONTRATTI); RETURN-CODE 8 se il feed non si tocca o
      *se il file dei contratti aggiornato non si sostituisce.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONTRATTI ASSIGN TO "Contratti-servizio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTRATTI-STATUS.
           SELECT FILE-CONTRATTI-NUOVO
               ASSIGN TO "Contratti-servizio.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-ADDEBITATI
               ASSIGN TO "Contratti-addebitati.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADDEBITATI-STATUS.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-dettaglio.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-CONTRATTI.
       COPY CONTRATTO-SERVIZIO.

       FD FILE-CONTRATTI-NUOVO.
       01 RECORD-CONTRATTO-NUOVO PIC X(73).

      *Registro dei canoni addebitati: la chiave e' contratto + mese.
       FD FILE-ADDEBITATI.
       01 RECORD-ADDEBITATO.
           05 ADD-NUMERO PIC 9(6).
           05 ADD-PERIODO PIC 9(6).
           05 ADD-ID-CLIENTE PIC 9(6).
           05 ADD-IMPORTO PIC 9(5)V99.
           05 ADD-DATA PIC 9(8).
           05 ADD-TIMESTAMP PIC X(14).
           05 ADD-OPERATORE PIC X(8).

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
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
           05 TRAILER-DET-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-NUOVO.
       01 DETTAGLIO-NUOVO.
           05 NV-ID-CLIENTE PIC 9(6).
           05 NV-REGIONE-NUM PIC 99.
           05 NV-DATA PIC 9(8).
           05 NV-IMPORTO PIC S9(7)V99.
           05 NV-CODICE-PRODOTTO PIC X(8).
           05 NV-QUANTITA PIC 9(5).
           05 NV-PREZZO-UNITARIO PIC S9(5)V99.
           05 NV-CODICE-IVA PIC X(2).
           05 NV-FATTURA.
               10 NV-FATTURA-ANNO PIC 9(4).
               10 NV-FATTURA-NUMERO PIC 9(6).
           05 NV-SOCIETA PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CONTRATTI-STATUS PIC XX.
       01 WS-ADDEBITATI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Mese di fatturazione.
       01 WS-PARAMETRO PIC X(6).
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANNO PIC 9(4).
           05 WS-PERIODO-MESE PIC 99.
      *Contratti in tabella: si aggiornano qui le indicizzazioni.
       01 WS-NUM-CONTRATTI PIC 9(4) VALUE 0.
       01 WS-CONTRATTI-TABELLA.
           05 WS-CTR-ENTRY OCCURS 2000 TIMES.
               10 WS-CTR-RECORD PIC X(73).
       01 INDICE-CONTRATTO PIC 9(4).
       01 WS-CONTRATTI-PIENO PIC X VALUE 'N'.
       01 WS-CONTRATTI-MODIFICATI PIC X VALUE 'N'.
      *Sostituzione dei contratti fallita: il report la sovrascrive
      *in RETURN-CODE, l'esito del giro si rimette alla fine.
       01 WS-CONTRATTI-NON-SALVATI PIC X VALUE 'N'.
      *Canoni gia' addebitati (contratto + mese).
       01 WS-NUM-GIA PIC 9(5) VALUE 0.
       01 WS-GIA-TABELLA.
           05 WS-GIA-ENTRY OCCURS 30000 TIMES.
               10 WS-GIA-NUMERO PIC 9(6).
               10 WS-GIA-PERIODO PIC 9(6).
       01 INDICE-GIA PIC 9(5).
       01 WS-GIA-TROVATO PIC X.
       01 WS-GIA-PIENO PIC X VALUE 'N'.
      *Canoni da addebitare in questo giro.
       01 WS-NUM-CANONI PIC 9(4) VALUE 0.
       01 WS-CANONI-TABELLA.
           05 WS-CAN-ENTRY OCCURS 5000 TIMES.
               10 WS-CAN-CONTRATTO PIC 9(4).
               10 WS-CAN-PERIODO PIC 9(6).
               10 WS-CAN-DATA PIC 9(8).
               10 WS-CAN-IMPORTO PIC 9(5)V99.
       01 INDICE-CANONE PIC 9(4).
       01 WS-CANONI-PIENO PIC X VALUE 'N'.
       01 WS-CANONI-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-GIA-SALTATI PIC 9(6) VALUE 0.
      *Scansione dei mesi di un contratto, come numero progressivo
      *di mesi (anno * 12 + mese - 1).
       01 WS-MESE-INIZIO PIC 9(6).
       01 WS-MESE-FINE PIC 9(6).
       01 WS-MESE-LIMITE PIC 9(6).
       01 WS-MESE-CORRENTE PIC 9(6).
       01 WS-PASSO PIC 99.
       01 WS-MESE-LAVORO PIC 9(6).
       01 WS-MESE-LAVORO-R REDEFINES WS-MESE-LAVORO.
           05 WS-ML-ANNO PIC 9(4).
           05 WS-ML-MESE PIC 99.
       01 WS-DATA-CANONE PIC 9(8).
       01 WS-DATA-SCOMPOSTA PIC 9(8).
       01 WS-DATA-SCOMPOSTA-R REDEFINES WS-DATA-SCOMPOSTA.
           05 WS-DS-ANNO PIC 9(4).
           05 WS-DS-MESE PIC 99.
           05 WS-DS-GIORNO PIC 99.
       01 WS-ANNO-CALCOLO PIC 9(4).
       01 WS-MESE-CALCOLO PIC 99.
      *Indicizzazione annuale del canone.
       01 WS-PERCENTO-INDICE PIC S9(3)V99 VALUE 0.
       01 WS-IMPORTO-PRIMA PIC 9(5)V99.
       01 WS-DATA-INDICE PIC 9(8).
       01 WS-DATA-INDICE-R REDEFINES WS-DATA-INDICE.
           05 WS-DI-ANNO PIC 9(4).
           05 WS-DI-MMGG PIC 9(4).
       01 WS-INDICIZZATI PIC 9(4) VALUE 0.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Stato del feed per la riscrittura.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-FEED-SOSTITUITO PIC X VALUE 'N'.
       01 WS-NOME-DETTAGLIO PIC X(30)
           VALUE "Vendite-dettaglio.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-dettaglio.new".
       01 WS-NOME-CONTRATTI PIC X(30)
           VALUE "Contratti-servizio.txt".
       01 WS-NOME-CONTRATTI-NUOVO PIC X(30)
           VALUE "Contratti-servizio.new".
       01 WS-NOME-REPORT PIC X(40).
       01 WS-OPERATORE-ID PIC X(8) VALUE "BATCH".
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "CONTRATTI".
       01 WS-SPOOL-ESITO PIC 9.
       01 WS-IMPORTO-ED PIC Z(4)9.99.
       01 WS-IMPORTO-ED2 PIC Z(4)9.99.
       01 WS-TOTALE-ED PIC -(10)9.99.
       01 WS-CONTA-ED PIC Z(5)9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO WS-CONTRATTI-NON-SALVATI
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM LEGGI-PARAMETRI
           IF WS-PERIODO = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM CARICA-CONTRATTI
           PERFORM CARICA-GIA-ADDEBITATI
           IF WS-CONTRATTI-PIENO = 'S' OR WS-GIA-PIENO = 'S'
               DISPLAY "CONTRATTI OLTRE LE 2000 RIGHE O REGISTRO "
                   "ADDEBITI OLTRE LE 30000: FATTURAZIONE RIFIUTATA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING INDICE-CONTRATTO FROM 1 BY 1
               UNTIL INDICE-CONTRATTO > WS-NUM-CONTRATTI
               PERFORM CALCOLA-CANONI
           END-PERFORM
           IF WS-CANONI-PIENO = 'S'
               DISPLAY "OLTRE 5000 CANONI IN UN GIRO: FATTURAZIONE "
                   "RIFIUTATA, RIDURRE IL PERIODO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-NUM-CANONI > 0
               PERFORM POSTA-CANONI
           END-IF
           IF WS-FEED-SOSTITUITO = 'S'
               PERFORM ANNOTA-ADDEBITI
               IF WS-CONTRATTI-MODIFICATI = 'S'
                   PERFORM RISCRIVI-CONTRATTI
               END-IF
           END-IF
           PERFORM SCRIVI-REPORT
           MOVE WS-CANONI-TOTALE TO WS-TOTALE-ED
           DISPLAY "CANONI ADDEBITATI FINO AL " WS-PERIODO ": "
               WS-NUM-CANONI " PER " WS-TOTALE-ED
               " (GIA' ADDEBITATI SALTATI: " WS-GIA-SALTATI ") - "
               WS-NOME-REPORT
           IF WS-NUM-CANONI > 0 AND WS-FEED-SOSTITUITO NOT = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CONTRATTI-NON-SALVATI = 'S'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LEGGI-PARAMETRI.
           MOVE 0 TO WS-PERIODO
           MOVE SPACES TO WS-PARAMETRO
           ACCEPT WS-PARAMETRO FROM ENVIRONMENT "CONTRATTI_PERIODO"
           IF WS-PARAMETRO = SPACES
               MOVE WS-OGGI(1:6) TO WS-PERIODO
           ELSE
               IF WS-PARAMETRO IS NOT NUMERIC
                   OR WS-PARAMETRO(5:2) < "01"
                   OR WS-PARAMETRO(5:2) > "12"
                   DISPLAY "CONTRATTI_PERIODO NON VALIDO (AAAAMM): "
                       WS-PARAMETRO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARAMETRO TO WS-PERIODO
           END-IF
           MOVE "CONTRATTI-INDICIZZAZIONE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               AND FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
               COMPUTE WS-PERCENTO-INDICE =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE SPACES TO WS-NOME-REPORT
           STRING "Contratti-fatturazione-" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-REPORT.

       CARICA-CONTRATTI.
           OPEN INPUT FILE-CONTRATTI
           IF WS-CONTRATTI-STATUS NOT = "00"
               DISPLAY "NESSUN CONTRATTO DI SERVIZIO "
                   "(Contratti-servizio.txt, STATUS "
                   WS-CONTRATTI-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-CONTRATTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF CTR-NUMERO IS NUMERIC AND CTR-NUMERO > 0
                           IF WS-NUM-CONTRATTI < 2000
                               ADD 1 TO WS-NUM-CONTRATTI
                               MOVE RECORD-CONTRATTO
                                   TO WS-CTR-RECORD(WS-NUM-CONTRATTI)
                           ELSE
                               MOVE 'S' TO WS-CONTRATTI-PIENO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CONTRATTI.

       CARICA-GIA-ADDEBITATI.
           OPEN INPUT FILE-ADDEBITATI
           IF WS-ADDEBITATI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ADDEBITATI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-GIA < 30000
                           ADD 1 TO WS-NUM-GIA
                           MOVE ADD-NUMERO TO WS-GIA-NUMERO(WS-NUM-GIA)
                           MOVE ADD-PERIODO
                               TO WS-GIA-PERIODO(WS-NUM-GIA)
                       ELSE
                           MOVE 'S' TO WS-GIA-PIENO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ADDEBITATI.

      *Mesi dovuti del contratto: dal mese di decorrenza, a passi
      *della frequenza, fino al mese di scadenza o di fatturazione
      *se viene prima. Un contratto che comincia dopo il mese di
      *fatturazione non ha ancora niente di dovuto.
       CALCOLA-CANONI.
           MOVE WS-CTR-RECORD(INDICE-CONTRATTO) TO RECORD-CONTRATTO
           EVALUATE TRUE
               WHEN CTR-MENSILE
                   MOVE 1 TO WS-PASSO
               WHEN CTR-TRIMESTRALE
                   MOVE 3 TO WS-PASSO
               WHEN CTR-SEMESTRALE
                   MOVE 6 TO WS-PASSO
               WHEN CTR-ANNUALE
                   MOVE 12 TO WS-PASSO
               WHEN OTHER
                   DISPLAY "CONTRATTO " CTR-NUMERO
                       " CON FREQUENZA NON VALIDA: " CTR-FREQUENZA
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE CTR-DATA-INIZIO TO WS-DATA-SCOMPOSTA
           COMPUTE WS-MESE-INIZIO = WS-DS-ANNO * 12 + WS-DS-MESE - 1
           MOVE CTR-DATA-FINE TO WS-DATA-SCOMPOSTA
           COMPUTE WS-MESE-FINE = WS-DS-ANNO * 12 + WS-DS-MESE - 1
           COMPUTE WS-MESE-LIMITE = WS-PERIODO-ANNO * 12
               + WS-PERIODO-MESE - 1
           IF WS-MESE-FINE < WS-MESE-LIMITE
               MOVE WS-MESE-FINE TO WS-MESE-LIMITE
           END-IF
           PERFORM VARYING WS-MESE-CORRENTE FROM WS-MESE-INIZIO
               BY WS-PASSO UNTIL WS-MESE-CORRENTE > WS-MESE-LIMITE
                   OR WS-CANONI-PIENO = 'S'
               PERFORM VALUTA-MESE
           END-PERFORM
           MOVE RECORD-CONTRATTO TO WS-CTR-RECORD(INDICE-CONTRATTO).

       VALUTA-MESE.
           DIVIDE WS-MESE-CORRENTE BY 12 GIVING WS-ANNO-CALCOLO
               REMAINDER WS-MESE-CALCOLO
           ADD 1 TO WS-MESE-CALCOLO
           MOVE WS-ANNO-CALCOLO TO WS-ML-ANNO
           MOVE WS-MESE-CALCOLO TO WS-ML-MESE
           MOVE 'N' TO WS-GIA-TROVATO
           PERFORM VARYING INDICE-GIA FROM 1 BY 1
               UNTIL INDICE-GIA > WS-NUM-GIA OR WS-GIA-TROVATO = 'S'
               IF WS-GIA-NUMERO(INDICE-GIA) = CTR-NUMERO
                   AND WS-GIA-PERIODO(INDICE-GIA) = WS-MESE-LAVORO
                   MOVE 'S' TO WS-GIA-TROVATO
               END-IF
           END-PERFORM
           IF WS-GIA-TROVATO = 'S'
               ADD 1 TO WS-GIA-SALTATI
               EXIT PARAGRAPH
           END-IF
           IF WS-MESE-CORRENTE = WS-MESE-INIZIO
               MOVE CTR-DATA-INIZIO TO WS-DATA-CANONE
           ELSE
               COMPUTE WS-DATA-CANONE = WS-MESE-LAVORO * 100 + 1
           END-IF
           PERFORM INDICIZZA-CANONE
           IF WS-NUM-CANONI >= 5000
               MOVE 'S' TO WS-CANONI-PIENO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-CANONI
           MOVE INDICE-CONTRATTO TO WS-CAN-CONTRATTO(WS-NUM-CANONI)
           MOVE WS-MESE-LAVORO TO WS-CAN-PERIODO(WS-NUM-CANONI)
           MOVE WS-DATA-CANONE TO WS-CAN-DATA(WS-NUM-CANONI)
           MOVE CTR-IMPORTO TO WS-CAN-IMPORTO(WS-NUM-CANONI)
           ADD CTR-IMPORTO TO WS-CANONI-TOTALE.

      *Ogni ricorrenza della data di indicizzazione raggiunta dal
      *canone aggiorna l'importo e sposta la data di un anno (il 29
      *febbraio diventa 28).
       INDICIZZA-CANONE.
           PERFORM UNTIL CTR-DATA-INDICIZZAZIONE = 0
                   OR CTR-DATA-INDICIZZAZIONE > WS-DATA-CANONE
               MOVE CTR-IMPORTO TO WS-IMPORTO-PRIMA
               COMPUTE CTR-IMPORTO ROUNDED = CTR-IMPORTO
                   * (100 + WS-PERCENTO-INDICE) / 100
               MOVE CTR-DATA-INDICIZZAZIONE TO WS-DATA-INDICE
               ADD 1 TO WS-DI-ANNO
               IF WS-DI-MMGG = 0229
                   MOVE 0228 TO WS-DI-MMGG
               END-IF
               MOVE WS-DATA-INDICE TO CTR-DATA-INDICIZZAZIONE
               MOVE WS-OGGI TO CTR-DATA-AGGIORNAMENTO
               MOVE WS-OPERATORE-ID TO CTR-OPERATORE
               MOVE 'S' TO WS-CONTRATTI-MODIFICATI
               ADD 1 TO WS-INDICIZZATI
               MOVE WS-IMPORTO-PRIMA TO WS-IMPORTO-ED
               MOVE CTR-IMPORTO TO WS-IMPORTO-ED2
               DISPLAY "CONTRATTO " CTR-NUMERO " INDICIZZATO: "
                   WS-IMPORTO-ED " -> " WS-IMPORTO-ED2
           END-PERFORM.

      *Il feed si copia sul .new verificandone il trailer: un feed
      *che non quadra non si tocca e nessun canone risulta
      *addebitato.
       POSTA-CANONI.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-NUOVO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG = "TRL"
                           IF WS-DET-COUNT = TRAILER-DET-RECORD-COUNT
                               AND WS-DET-TOTALE
                                   = TRAILER-DET-CONTROL-TOTAL
                               MOVE 'S' TO WS-DET-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               MOVE DETTAGLIO TO DETTAGLIO-NUOVO
                               WRITE DETTAGLIO-NUOVO
                               ADD 1 TO WS-DET-COUNT
                               ADD DET-IMPORTO TO WS-DET-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               CLOSE FILE-NUOVO
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               DISPLAY "Vendite-dettaglio.txt NON QUADRA CON IL "
                   "TRAILER: CANONI NON ADDEBITATI."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-CANONE FROM 1 BY 1
               UNTIL INDICE-CANONE > WS-NUM-CANONI
               MOVE WS-CTR-RECORD(WS-CAN-CONTRATTO(INDICE-CANONE))
                   TO RECORD-CONTRATTO
               MOVE CTR-ID-CLIENTE TO NV-ID-CLIENTE
               MOVE CTR-REGIONE TO NV-REGIONE-NUM
               MOVE WS-CAN-DATA(INDICE-CANONE) TO NV-DATA
               MOVE WS-CAN-IMPORTO(INDICE-CANONE) TO NV-IMPORTO
               MOVE CTR-CODICE-PRODOTTO TO NV-CODICE-PRODOTTO
               MOVE 1 TO NV-QUANTITA
               MOVE WS-CAN-IMPORTO(INDICE-CANONE)
                   TO NV-PREZZO-UNITARIO
               MOVE CTR-CODICE-IVA TO NV-CODICE-IVA
               MOVE SPACES TO NV-FATTURA
               CALL 'SocietaCliente' USING NV-ID-CLIENTE,
                   NV-SOCIETA
               WRITE DETTAGLIO-NUOVO
               ADD 1 TO WS-DET-COUNT
               ADD WS-CAN-IMPORTO(INDICE-CANONE) TO WS-DET-TOTALE
           END-PERFORM
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-DET-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-DET-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-DETTAGLIO
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI "
                   "Vendite-dettaglio.txt (CODICE " RETURN-CODE
                   "), CANONI NON ADDEBITATI."
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
           MOVE 0 TO RETURN-CODE
           MOVE 'S' TO WS-FEED-SOSTITUITO
           MOVE "FatturaContratti" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-DETTAGLIO.

      *Solo ora i canoni sono davvero nel feed: il registro si
      *scrive qui, una riga per canone.
       ANNOTA-ADDEBITI.
           OPEN EXTEND FILE-ADDEBITATI
           IF WS-ADDEBITATI-STATUS NOT = "00"
               OPEN OUTPUT FILE-ADDEBITATI
           END-IF
           PERFORM VARYING INDICE-CANONE FROM 1 BY 1
               UNTIL INDICE-CANONE > WS-NUM-CANONI
               MOVE WS-CTR-RECORD(WS-CAN-CONTRATTO(INDICE-CANONE))
                   TO RECORD-CONTRATTO
               MOVE CTR-NUMERO TO ADD-NUMERO
               MOVE WS-CAN-PERIODO(INDICE-CANONE) TO ADD-PERIODO
               MOVE CTR-ID-CLIENTE TO ADD-ID-CLIENTE
               MOVE WS-CAN-IMPORTO(INDICE-CANONE) TO ADD-IMPORTO
               MOVE WS-CAN-DATA(INDICE-CANONE) TO ADD-DATA
               MOVE WS-DATA-ORA(1:14) TO ADD-TIMESTAMP
               MOVE WS-OPERATORE-ID TO ADD-OPERATORE
               WRITE RECORD-ADDEBITATO
           END-PERFORM
           CLOSE FILE-ADDEBITATI.

      *I canoni indicizzati si riscrivono nel file dei contratti;
      *se la sostituzione fallisce il file nuovo resta da copiare a
      *mano, altrimenti il prossimo giro indicizzerebbe di nuovo.
       RISCRIVI-CONTRATTI.
           OPEN OUTPUT FILE-CONTRATTI-NUOVO
           PERFORM VARYING INDICE-CONTRATTO FROM 1 BY 1
               UNTIL INDICE-CONTRATTO > WS-NUM-CONTRATTI
               MOVE WS-CTR-RECORD(INDICE-CONTRATTO)
                   TO RECORD-CONTRATTO-NUOVO
               WRITE RECORD-CONTRATTO-NUOVO
           END-PERFORM
           CLOSE FILE-CONTRATTI-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-CONTRATTI-NUOVO
               WS-NOME-CONTRATTI
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEI CONTRATTI "
                   "(CODICE " RETURN-CODE "): COPIARE A MANO "
                   WS-NOME-CONTRATTI-NUOVO
               MOVE 'S' TO WS-CONTRATTI-NON-SALVATI
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-CONTRATTI-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.

       SCRIVI-REPORT.
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "FATTURAZIONE CANONI CONTRATTI DI SERVIZIO FINO AL "
               "MESE " WS-PERIODO " - ESEGUITA IL " WS-OGGI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-NUM-CANONI > 0 AND WS-FEED-SOSTITUITO NOT = 'S'
               MOVE "FEED NON AGGIORNATO: NESSUN CANONE ADDEBITATO, "
                   & "RILANCIARE DOPO AVER SISTEMATO IL FEED."
                   TO RIGA-REPORT
               WRITE RIGA-REPORT
               MOVE SPACES TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           MOVE "CONTR.  CLIENTE RG PRODOTTO MESE   DATA MOVIM.  "
               & "   CANONE"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-CANONE FROM 1 BY 1
               UNTIL INDICE-CANONE > WS-NUM-CANONI
               MOVE WS-CTR-RECORD(WS-CAN-CONTRATTO(INDICE-CANONE))
                   TO RECORD-CONTRATTO
               MOVE WS-CAN-IMPORTO(INDICE-CANONE) TO WS-IMPORTO-ED
               MOVE SPACES TO RIGA-REPORT
               STRING CTR-NUMERO "  " CTR-ID-CLIENTE " "
                   CTR-REGIONE " " CTR-CODICE-PRODOTTO " "
                   WS-CAN-PERIODO(INDICE-CANONE) " "
                   WS-CAN-DATA(INDICE-CANONE) "  " WS-IMPORTO-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-NUM-CANONI TO WS-CONTA-ED
           MOVE WS-CANONI-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "CANONI: " WS-CONTA-ED "  TOTALE: " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-GIA-SALTATI TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "GIA' ADDEBITATI IN GIRI PRECEDENTI (SALTATI): "
               WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-INDICIZZATI TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "INDICIZZAZIONI APPLICATE: " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.

           COPY TESTATA-CONTROLLI.
