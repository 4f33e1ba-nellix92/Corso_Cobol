       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstrattoContoClienti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Estratto conto mensile del cliente dal partitario
      *Vendite-partite.txt: alla domanda "quanto vi dobbiamo?" si
      *rispondeva mettendo insieme a mano ReportAging e la storia
      *degli incassi. Per il mese AAAAMM (ESTRATTO_PERIODO quando
      *gira dal batch, altrimenti si chiede) ogni cliente riceve il
      *saldo di apertura, gli addebiti e gli accrediti del mese, gli
      *incassi abbinati da AbbinaIncassi con la loro data (e gli
      *stralci), il saldo di chiusura e il riepilogo dello scaduto
      *per fasce di ritardo sulla scadenza, con la colonna a parte
      *delle partite contestate come in ReportAging. Intestazione
      *con l'indirizzo strutturato di clienti.idx. Si salta chi ha
      *saldo zero e nessun movimento nel mese.
      *L'invio segue i consensi di clienti-consensi.txt: per email
      *se il cliente l'ha consentita e ha un indirizzo, altrimenti
      *per posta se l'ha consentita; senza nessuno dei due
      *l'estratto non parte. Ogni cliente esaminato finisce nel
      *registro degli invii con canale, esito e saldi.
      *Il mese deve essere concluso. Estratti in
      *Estratti-conto-AAAAMM.txt (spool ESTRATTO-CLIENTE), registro
      *in Estratti-conto-invii-AAAAMM.txt.
      *L'estratto e' della societa' di lavoro (SocietaLavoro): solo
      *le sue partite (FiltroSocieta) e in testa a ogni estratto la
      *sua ragione sociale e partita IVA (DatiSocieta). Il
      *consolidato "GR" non emette estratti e si rifiuta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PARTITE ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-ESTRATTO ASSIGN TO WS-NOME-ESTRATTO
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-INVII ASSIGN TO WS-NOME-INVII
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-ESTRATTO.
       01 RIGA-ESTRATTO PIC X(80).

       FD FILE-INVII.
       01 RECORD-INVIO.
           05 INV-ID-CLIENTE PIC 9(6).
           05 FILLER PIC X.
           05 INV-NOME PIC X(21).
           05 FILLER PIC X.
           05 INV-CANALE PIC X(5).
           05 FILLER PIC X.
           05 INV-ESITO PIC X(20).
           05 FILLER PIC X.
           05 INV-SALDO-CHIUSURA PIC -(9)9.99.
           05 FILLER PIC X.
           05 INV-SCADUTO PIC -(9)9.99.
           05 FILLER PIC X.
           05 INV-EMAIL PIC X(30).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-CLIENTI-APERTO PIC X VALUE 'N'.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-NOME-ESTRATTO PIC X(40).
       01 WS-NOME-INVII PIC X(40).
      *Periodo dell'estratto e suoi estremi.
       01 WS-PERIODO-TESTO PIC X(6).
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANNO PIC 9(4).
           05 WS-PERIODO-MESE PIC 99.
       01 WS-INIZIO-MESE PIC 9(8).
       01 WS-FINE-MESE PIC 9(8).
       01 WS-MESE-SUCCESSIVO PIC 9(8).
       01 WS-FINE-INTERO PIC 9(7).
      *Quadratura del partitario con il trailer.
       01 WS-PAR-LETTI PIC 9(6) VALUE 0.
       01 WS-PAR-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-PAR-QUADRA PIC X VALUE 'N'.
      *Clienti del partitario: saldo di apertura, movimenti del mese
      *e scaduto a fine mese per fascia (1 a scadere, 2 1-30, 3
      *31-60, 4 61-90, 5 oltre 90, 6 in contestazione).
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 5000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-APERTURA PIC S9(11)V99.
               10 WS-CLI-MOVIMENTI PIC 9(5).
               10 WS-CLI-FASCIA OCCURS 6 TIMES PIC S9(11)V99.
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-POSIZIONE PIC 9(4).
       01 INDICE-FASCIA PIC 9.
       01 WS-FASCIA-MOV PIC 9.
      *Movimenti del mese: addebiti e accrediti alla data del
      *movimento, incassi e stralci alla data dell'incasso.
       01 WS-NUM-MOVIMENTI PIC 9(5) VALUE 0.
       01 WS-MOVIMENTI-TABELLA.
           05 WS-MOV-ENTRY OCCURS 20000 TIMES.
               10 WS-MOV-CLIENTE PIC 9(4).
               10 WS-MOV-DATA PIC 9(8).
               10 WS-MOV-TIPO PIC X(10).
               10 WS-MOV-IMPORTO PIC S9(9)V99.
               10 WS-MOV-RIFERIMENTO PIC X(24).
       01 INDICE-MOVIMENTO PIC 9(5).
       01 WS-TIPO-MOV PIC X(10).
       01 WS-TABELLE-PIENE PIC X VALUE 'N'.
      *Movimenti del cliente in stampa, ordinati per data.
       01 WS-NUM-ORDINE PIC 9(3).
       01 WS-ORDINE-TABELLA.
           05 WS-ORD-MOVIMENTO OCCURS 500 TIMES PIC 9(5).
       01 INDICE-ORDINE PIC 9(3).
       01 INDICE-CONFRONTO PIC 9(3).
       01 WS-ORD-APPOGGIO PIC 9(5).
      *Calcoli della partita e del cliente.
       01 WS-DATA-SCADENZA PIC 9(8).
       01 WS-CHIUSA-PRIMA PIC X.
       01 WS-APERTA-A-FINE PIC X.
       01 WS-RITARDO PIC S9(7).
       01 WS-SALDO PIC S9(11)V99.
       01 WS-SCADUTO PIC S9(11)V99.
       01 WS-POSTO-TROVATO PIC X.
       01 WS-NOME-COMPLETO PIC X(30).
       01 WS-LOCALITA PIC X(40).
      *Consensi e canale d'invio.
       01 WS-CANALE PIC X.
       01 WS-CONSENSO-EMAIL PIC X.
       01 WS-CONSENSO-POSTA PIC X.
       01 WS-CONSENSO-REGISTRATO PIC X.
       01 WS-CANALE-INVIO PIC X(5).
       01 WS-ESTRATTI-POSTA PIC 9(5) VALUE 0.
       01 WS-ESTRATTI-EMAIL PIC 9(5) VALUE 0.
       01 WS-SOPPRESSI-NEGATO PIC 9(5) VALUE 0.
       01 WS-SOPPRESSI-SENZA PIC 9(5) VALUE 0.
       01 WS-SENZA-SALDO PIC 9(5) VALUE 0.
      *Spool dell'edizione.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "ESTRATTO-CLIENTE".
       01 WS-SPOOL-ESITO PIC 9.
       01 WS-DATA-ED PIC X(10).
       01 WS-DATA-LAV PIC 9(8).
       01 WS-IMPORTO-ED PIC -(9)9.99.
       01 WS-FASCIA-ED OCCURS 6 TIMES PIC -(8)9.99.
      *Societa' che emette gli estratti.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-SOC-RAGIONE-SOCIALE PIC X(40).
       01 WS-SOC-PARTITA-IVA PIC X(11).
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S' OR WS-SOC-CODICE = "GR"
               DISPLAY "ESTRATTO RIFIUTATO: SOCIETA' NON VALIDA PER "
                   "L'EMISSIONE (" WS-SOC-CODICE ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'DatiSocieta' USING WS-SOC-CODICE,
               WS-SOC-RAGIONE-SOCIALE, WS-SOC-PARTITA-IVA
           PERFORM VERIFICA-TESTATA-PARTITE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           ACCEPT WS-PERIODO-TESTO FROM ENVIRONMENT "ESTRATTO_PERIODO"
           IF WS-PERIODO-TESTO NOT = SPACES
               COMPUTE WS-PERIODO = FUNCTION NUMVAL(WS-PERIODO-TESTO)
           ELSE
               DISPLAY "Periodo dell'estratto conto (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF
           IF WS-PERIODO-MESE < 1 OR WS-PERIODO-MESE > 12
               OR WS-PERIODO-ANNO < 1601
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-INIZIO-MESE = WS-PERIODO * 100 + 1
           IF WS-PERIODO-MESE = 12
               COMPUTE WS-MESE-SUCCESSIVO =
                   (WS-PERIODO-ANNO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MESE-SUCCESSIVO = WS-INIZIO-MESE + 100
           END-IF
           COMPUTE WS-FINE-MESE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MESE-SUCCESSIVO) - 1)
           IF WS-FINE-MESE NOT < WS-OGGI
               DISPLAY "ESTRATTO RIFIUTATO: il periodo " WS-PERIODO
                   " non e' ancora concluso."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FINE-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-FINE-MESE)
           PERFORM CARICA-PARTITE
           IF WS-PAR-QUADRA NOT = 'S'
               DISPLAY "ESTRATTO RIFIUTATO: Vendite-partite.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "OLTRE 5000 CLIENTI O 20000 MOVIMENTI NEL "
                   "MESE, ESTRATTO RIFIUTATO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCRIVI-ESTRATTI
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-ESTRATTO, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "ESTRATTO CONTO " WS-PERIODO " SOCIETA' "
               WS-SOC-CODICE ": "
               WS-ESTRATTI-POSTA " PER POSTA, " WS-ESTRATTI-EMAIL
               " PER EMAIL"
           DISPLAY "  SENZA CONSENSO: NEGATO " WS-SOPPRESSI-NEGATO
               ", NON REGISTRATO " WS-SOPPRESSI-SENZA
           DISPLAY "  SALDO ZERO SENZA MOVIMENTI: " WS-SENZA-SALDO
           DISPLAY "ESTRATTI IN " WS-NOME-ESTRATTO
           DISPLAY "REGISTRO INVII IN " WS-NOME-INVII
           STOP RUN.

       CARICA-PARTITE.
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-partite.txt, "
                   "STATUS: " WS-PARTITE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PARTITE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG = "TRL"
                           IF WS-PAR-LETTI
                                   = PAR-TRAILER-RECORD-COUNT
                               AND WS-PAR-TOTALE
                                   = PAR-TRAILER-CONTROL-TOTAL
                               MOVE 'S' TO WS-PAR-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF PAR-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-PAR-LETTI
                               ADD PAR-IMPORTO TO WS-PAR-TOTALE
                               CALL 'FiltroSocieta' USING
                                   PAR-SOCIETA, WS-NESSUNA-CONTROPARTE,
                                   PAR-ID-CLIENTE, WS-INCLUDI
                               IF PAR-DATA-MOVIMENTO
                                   NOT > WS-FINE-MESE
                                   AND WS-INCLUDI = 'S'
                                   PERFORM ACCUMULA-PARTITA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

      *Una partita nata prima del mese entra nel saldo di apertura
      *se a inizio mese non era ancora pagata o stralciata; una nata
      *nel mese e' un addebito (o un accredito se negativa). Il suo
      *incasso o stralcio nel mese e' un movimento a parte. Quel che
      *resta aperto a fine mese va nello scaduto per fascia.
       ACCUMULA-PARTITA.
           PERFORM TROVA-CLIENTE
           IF WS-CLI-POSIZIONE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CHIUSA-PRIMA
           IF (PARTITA-PAGATA OR PARTITA-STRALCIATA)
               AND PAR-DATA-INCASSO < WS-INIZIO-MESE
               MOVE 'S' TO WS-CHIUSA-PRIMA
           END-IF
           IF PAR-DATA-MOVIMENTO < WS-INIZIO-MESE
               IF WS-CHIUSA-PRIMA = 'N'
                   ADD PAR-IMPORTO
                       TO WS-CLI-APERTURA(WS-CLI-POSIZIONE)
               END-IF
           ELSE
               IF PAR-IMPORTO < 0
                   MOVE "ACCREDITO" TO WS-TIPO-MOV
               ELSE
                   MOVE "ADDEBITO" TO WS-TIPO-MOV
               END-IF
               MOVE PAR-DATA-MOVIMENTO TO WS-DATA-LAV
               MOVE PAR-IMPORTO TO WS-SALDO
               PERFORM AGGIUNGI-MOVIMENTO
           END-IF
           IF (PARTITA-PAGATA OR PARTITA-STRALCIATA)
               AND PAR-DATA-INCASSO NOT < WS-INIZIO-MESE
               AND PAR-DATA-INCASSO NOT > WS-FINE-MESE
               IF PARTITA-PAGATA
                   MOVE "INCASSO" TO WS-TIPO-MOV
               ELSE
                   MOVE "STRALCIO" TO WS-TIPO-MOV
               END-IF
               MOVE PAR-DATA-INCASSO TO WS-DATA-LAV
               COMPUTE WS-SALDO = 0 - PAR-IMPORTO
               PERFORM AGGIUNGI-MOVIMENTO
           END-IF
           MOVE 'S' TO WS-APERTA-A-FINE
           IF (PARTITA-PAGATA OR PARTITA-STRALCIATA)
               AND PAR-DATA-INCASSO NOT > WS-FINE-MESE
               MOVE 'N' TO WS-APERTA-A-FINE
           END-IF
           IF WS-APERTA-A-FINE = 'S'
               PERFORM ACCUMULA-SCADUTO
           END-IF.

       TROVA-CLIENTE.
           MOVE 0 TO WS-CLI-POSIZIONE
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
                   OR WS-CLI-POSIZIONE > 0
               IF WS-CLI-ID(INDICE-CLIENTE) = PAR-ID-CLIENTE
                   MOVE INDICE-CLIENTE TO WS-CLI-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-CLI-POSIZIONE > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-CLIENTI >= 5000
               MOVE 'S' TO WS-TABELLE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-CLIENTI
           MOVE WS-NUM-CLIENTI TO WS-CLI-POSIZIONE
           MOVE PAR-ID-CLIENTE TO WS-CLI-ID(WS-CLI-POSIZIONE)
           MOVE 0 TO WS-CLI-APERTURA(WS-CLI-POSIZIONE)
           MOVE 0 TO WS-CLI-MOVIMENTI(WS-CLI-POSIZIONE)
           PERFORM VARYING INDICE-FASCIA FROM 1 BY 1
               UNTIL INDICE-FASCIA > 6
               MOVE 0 TO WS-CLI-FASCIA(WS-CLI-POSIZIONE,
                   INDICE-FASCIA)
           END-PERFORM.

      *Tipo in WS-TIPO-MOV, data in WS-DATA-LAV,
      *importo con segno in WS-SALDO.
       AGGIUNGI-MOVIMENTO.
           IF WS-NUM-MOVIMENTI >= 20000
               MOVE 'S' TO WS-TABELLE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-MOVIMENTI
           ADD 1 TO WS-CLI-MOVIMENTI(WS-CLI-POSIZIONE)
           MOVE WS-TIPO-MOV TO WS-MOV-TIPO(WS-NUM-MOVIMENTI)
           MOVE WS-CLI-POSIZIONE TO WS-MOV-CLIENTE(WS-NUM-MOVIMENTI)
           MOVE WS-DATA-LAV TO WS-MOV-DATA(WS-NUM-MOVIMENTI)
           MOVE WS-SALDO TO WS-MOV-IMPORTO(WS-NUM-MOVIMENTI)
           MOVE PAR-DATA-SCADENZA TO WS-DATA-SCADENZA
           IF PAR-DATA-SCADENZA NOT NUMERIC
               MOVE PAR-DATA-MOVIMENTO TO WS-DATA-SCADENZA
           END-IF
           MOVE WS-DATA-SCADENZA TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO WS-MOV-RIFERIMENTO(WS-NUM-MOVIMENTI)
           IF WS-MOV-TIPO(WS-NUM-MOVIMENTI) = "ADDEBITO"
               OR WS-MOV-TIPO(WS-NUM-MOVIMENTI) = "ACCREDITO"
               STRING "SCADENZA " WS-DATA-ED
                   DELIMITED BY SIZE
                   INTO WS-MOV-RIFERIMENTO(WS-NUM-MOVIMENTI)
           ELSE
               MOVE PAR-DATA-MOVIMENTO TO WS-DATA-LAV
               PERFORM FORMATTA-DATA
               STRING "PARTITA DEL " WS-DATA-ED
                   DELIMITED BY SIZE
                   INTO WS-MOV-RIFERIMENTO(WS-NUM-MOVIMENTI)
           END-IF.

      *Fasce come ReportAging: giorni di ritardo sulla scadenza a
      *fine mese; la partita contestata va nella colonna 6.
       ACCUMULA-SCADUTO.
           MOVE PAR-DATA-SCADENZA TO WS-DATA-SCADENZA
           IF PAR-DATA-SCADENZA NOT NUMERIC
               MOVE PAR-DATA-MOVIMENTO TO WS-DATA-SCADENZA
           END-IF
           COMPUTE WS-RITARDO = WS-FINE-INTERO
               - FUNCTION INTEGER-OF-DATE(WS-DATA-SCADENZA)
           EVALUATE TRUE
               WHEN PARTITA-CONTESTATA
                   MOVE 6 TO WS-FASCIA-MOV
               WHEN WS-RITARDO <= 0
                   MOVE 1 TO WS-FASCIA-MOV
               WHEN WS-RITARDO <= 30
                   MOVE 2 TO WS-FASCIA-MOV
               WHEN WS-RITARDO <= 60
                   MOVE 3 TO WS-FASCIA-MOV
               WHEN WS-RITARDO <= 90
                   MOVE 4 TO WS-FASCIA-MOV
               WHEN OTHER
                   MOVE 5 TO WS-FASCIA-MOV
           END-EVALUATE
           ADD PAR-IMPORTO
               TO WS-CLI-FASCIA(WS-CLI-POSIZIONE, WS-FASCIA-MOV).

       SCRIVI-ESTRATTI.
           MOVE SPACES TO WS-NOME-ESTRATTO
           STRING "Estratti-conto-" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ESTRATTO
           MOVE SPACES TO WS-NOME-INVII
           STRING "Estratti-conto-invii-" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-INVII
           CALL 'REGISTRA-GENERATO' USING WS-NOME-ESTRATTO
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'REGISTRA-GENERATO' USING WS-NOME-INVII
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE 'S' TO WS-CLIENTI-APERTO
           END-IF
           OPEN OUTPUT FILE-ESTRATTO
           OPEN OUTPUT FILE-INVII
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               PERFORM ESAMINA-CLIENTE
           END-PERFORM
           MOVE ALL "=" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "ESTRATTI: " WS-ESTRATTI-POSTA " POSTA, "
               WS-ESTRATTI-EMAIL " EMAIL  SENZA CONSENSO: "
               WS-SOPPRESSI-NEGATO " NEGATO, " WS-SOPPRESSI-SENZA
               " NON REG."
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           CLOSE FILE-ESTRATTO
           CLOSE FILE-INVII
           IF WS-CLIENTI-APERTO = 'S'
               CLOSE CLIENTI-IDX
           END-IF.

      *Saldo di chiusura e scaduto del cliente; chi non ha ne'
      *saldo ne' movimenti non riceve niente e non va nel registro.
       ESAMINA-CLIENTE.
           MOVE WS-CLI-APERTURA(INDICE-CLIENTE) TO WS-SALDO
           PERFORM VARYING INDICE-MOVIMENTO FROM 1 BY 1
               UNTIL INDICE-MOVIMENTO > WS-NUM-MOVIMENTI
               IF WS-MOV-CLIENTE(INDICE-MOVIMENTO) = INDICE-CLIENTE
                   ADD WS-MOV-IMPORTO(INDICE-MOVIMENTO) TO WS-SALDO
               END-IF
           END-PERFORM
           IF WS-SALDO = 0 AND WS-CLI-MOVIMENTI(INDICE-CLIENTE) = 0
               ADD 1 TO WS-SENZA-SALDO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCADUTO
           PERFORM VARYING INDICE-FASCIA FROM 2 BY 1
               UNTIL INDICE-FASCIA > 5
               ADD WS-CLI-FASCIA(INDICE-CLIENTE, INDICE-FASCIA)
                   TO WS-SCADUTO
           END-PERFORM
           PERFORM LEGGI-ANAGRAFICA
           PERFORM SCEGLI-CANALE
           MOVE SPACES TO RECORD-INVIO
           MOVE WS-CLI-ID(INDICE-CLIENTE) TO INV-ID-CLIENTE
           MOVE WS-NOME-COMPLETO TO INV-NOME
           MOVE WS-CANALE-INVIO TO INV-CANALE
           MOVE WS-SALDO TO INV-SALDO-CHIUSURA
           MOVE WS-SCADUTO TO INV-SCADUTO
           EVALUATE TRUE
               WHEN WS-CANALE-INVIO = "EMAIL"
                   MOVE "INVIATO" TO INV-ESITO
                   MOVE EMAIL-IDX TO INV-EMAIL
                   ADD 1 TO WS-ESTRATTI-EMAIL
                   PERFORM SCRIVI-ESTRATTO-CLIENTE
               WHEN WS-CANALE-INVIO = "POSTA"
                   MOVE "INVIATO" TO INV-ESITO
                   ADD 1 TO WS-ESTRATTI-POSTA
                   PERFORM SCRIVI-ESTRATTO-CLIENTE
               WHEN WS-CONSENSO-REGISTRATO = 'S'
                   MOVE "NON INVIATO: NEGATO" TO INV-ESITO
                   ADD 1 TO WS-SOPPRESSI-NEGATO
               WHEN OTHER
                   MOVE "NON INVIATO: NO REG." TO INV-ESITO
                   ADD 1 TO WS-SOPPRESSI-SENZA
           END-EVALUATE
           WRITE RECORD-INVIO.

       LEGGI-ANAGRAFICA.
           MOVE SPACES TO WS-NOME-COMPLETO
           MOVE SPACES TO WS-LOCALITA
           MOVE SPACES TO VIA-IDX
           MOVE SPACES TO EMAIL-IDX
           IF WS-CLIENTI-APERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLI-ID(INDICE-CLIENTE) TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   MOVE "NON IN ANAGRAFICA" TO WS-NOME-COMPLETO
                   MOVE SPACES TO VIA-IDX
                   MOVE SPACES TO EMAIL-IDX
               NOT INVALID KEY
                   STRING NOME-IDX DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       COGNOME-IDX DELIMITED BY SPACE
                       INTO WS-NOME-COMPLETO
                   STRING CAP-IDX DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CITTA-IDX DELIMITED BY "  "
                       " (" DELIMITED BY SIZE
                       PROVINCIA-IDX DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-LOCALITA
           END-READ.

      *Email se consentita e c'e' l'indirizzo, altrimenti posta se
      *consentita; il consenso si legge al momento dell'invio.
       SCEGLI-CANALE.
           MOVE SPACES TO WS-CANALE-INVIO
           MOVE 'N' TO WS-CONSENSO-REGISTRATO
           MOVE WS-CLI-ID(INDICE-CLIENTE) TO ID-CLIENTE-IDX
           MOVE 'E' TO WS-CANALE
           CALL 'GET-CONSENSO' USING ID-CLIENTE-IDX,
               WS-CANALE, WS-CONSENSO-EMAIL, WS-CONSENSO-REGISTRATO
               ON EXCEPTION MOVE 'N' TO WS-CONSENSO-EMAIL
           END-CALL
           IF WS-CONSENSO-EMAIL = 'S' AND EMAIL-IDX NOT = SPACES
               MOVE "EMAIL" TO WS-CANALE-INVIO
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-CANALE
           CALL 'GET-CONSENSO' USING ID-CLIENTE-IDX,
               WS-CANALE, WS-CONSENSO-POSTA, WS-CONSENSO-REGISTRATO
               ON EXCEPTION MOVE 'N' TO WS-CONSENSO-POSTA
           END-CALL
           IF WS-CONSENSO-POSTA = 'S'
               MOVE "POSTA" TO WS-CANALE-INVIO
           END-IF.

       SCRIVI-ESTRATTO-CLIENTE.
           MOVE ALL "=" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING WS-SOC-RAGIONE-SOCIALE " P.IVA " WS-SOC-PARTITA-IVA
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "CLIENTE " WS-CLI-ID(INDICE-CLIENTE) " "
               WS-NOME-COMPLETO
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           MOVE WS-CANALE-INVIO TO RIGA-ESTRATTO(70:)
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           MOVE VIA-IDX TO RIGA-ESTRATTO(9:)
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           MOVE WS-LOCALITA TO RIGA-ESTRATTO(9:)
           WRITE RIGA-ESTRATTO
           IF WS-CANALE-INVIO = "EMAIL"
               MOVE SPACES TO RIGA-ESTRATTO
               MOVE EMAIL-IDX TO RIGA-ESTRATTO(9:)
               WRITE RIGA-ESTRATTO
           END-IF
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "ESTRATTO CONTO - PERIODO " WS-PERIODO-MESE
               "/" WS-PERIODO-ANNO
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE WS-CLI-APERTURA(INDICE-CLIENTE) TO WS-SALDO
           MOVE WS-SALDO TO WS-IMPORTO-ED
           MOVE WS-INIZIO-MESE TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  SALDO DI APERTURA AL " WS-DATA-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           MOVE WS-IMPORTO-ED TO RIGA-ESTRATTO(61:)
           WRITE RIGA-ESTRATTO
           IF WS-CLI-MOVIMENTI(INDICE-CLIENTE) > 0
               MOVE "  DATA       MOVIMENTO  RIFERIMENTO"
                   TO RIGA-ESTRATTO
               MOVE "IMPORTO" TO RIGA-ESTRATTO(67:)
               WRITE RIGA-ESTRATTO
               PERFORM ORDINA-MOVIMENTI
               PERFORM VARYING INDICE-ORDINE FROM 1 BY 1
                   UNTIL INDICE-ORDINE > WS-NUM-ORDINE
                   MOVE WS-ORD-MOVIMENTO(INDICE-ORDINE)
                       TO INDICE-MOVIMENTO
                   PERFORM SCRIVI-RIGA-MOVIMENTO
               END-PERFORM
           END-IF
           MOVE WS-SALDO TO WS-IMPORTO-ED
           MOVE WS-FINE-MESE TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  SALDO DI CHIUSURA AL " WS-DATA-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           MOVE WS-IMPORTO-ED TO RIGA-ESTRATTO(61:)
           WRITE RIGA-ESTRATTO
           PERFORM SCRIVI-RIEPILOGO-SCADUTO.

      *I movimenti del cliente (al piu' 500 per estratto) in ordine
      *di data, con un ordinamento per inserimento.
       ORDINA-MOVIMENTI.
           MOVE 0 TO WS-NUM-ORDINE
           PERFORM VARYING INDICE-MOVIMENTO FROM 1 BY 1
               UNTIL INDICE-MOVIMENTO > WS-NUM-MOVIMENTI
               IF WS-MOV-CLIENTE(INDICE-MOVIMENTO) = INDICE-CLIENTE
                   AND WS-NUM-ORDINE < 500
                   ADD 1 TO WS-NUM-ORDINE
                   MOVE INDICE-MOVIMENTO
                       TO WS-ORD-MOVIMENTO(WS-NUM-ORDINE)
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-ORDINE FROM 2 BY 1
               UNTIL INDICE-ORDINE > WS-NUM-ORDINE
               MOVE WS-ORD-MOVIMENTO(INDICE-ORDINE) TO WS-ORD-APPOGGIO
               MOVE INDICE-ORDINE TO INDICE-CONFRONTO
               MOVE 'N' TO WS-POSTO-TROVATO
               PERFORM UNTIL INDICE-CONFRONTO < 2
                   OR WS-POSTO-TROVATO = 'S'
                   MOVE WS-ORD-MOVIMENTO(INDICE-CONFRONTO - 1)
                       TO INDICE-MOVIMENTO
                   IF WS-MOV-DATA(INDICE-MOVIMENTO)
                       NOT > WS-MOV-DATA(WS-ORD-APPOGGIO)
                       MOVE 'S' TO WS-POSTO-TROVATO
                   ELSE
                       MOVE INDICE-MOVIMENTO
                           TO WS-ORD-MOVIMENTO(INDICE-CONFRONTO)
                       SUBTRACT 1 FROM INDICE-CONFRONTO
                   END-IF
               END-PERFORM
               MOVE WS-ORD-APPOGGIO
                   TO WS-ORD-MOVIMENTO(INDICE-CONFRONTO)
           END-PERFORM.

       SCRIVI-RIGA-MOVIMENTO.
           ADD WS-MOV-IMPORTO(INDICE-MOVIMENTO) TO WS-SALDO
           MOVE WS-MOV-DATA(INDICE-MOVIMENTO) TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE WS-MOV-IMPORTO(INDICE-MOVIMENTO) TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  " WS-DATA-ED " " WS-MOV-TIPO(INDICE-MOVIMENTO)
               " " WS-MOV-RIFERIMENTO(INDICE-MOVIMENTO)
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           MOVE WS-IMPORTO-ED TO RIGA-ESTRATTO(61:)
           WRITE RIGA-ESTRATTO.

       SCRIVI-RIEPILOGO-SCADUTO.
           PERFORM VARYING INDICE-FASCIA FROM 1 BY 1
               UNTIL INDICE-FASCIA > 6
               MOVE WS-CLI-FASCIA(INDICE-CLIENTE, INDICE-FASCIA)
                   TO WS-FASCIA-ED(INDICE-FASCIA)
           END-PERFORM
           MOVE "  SITUAZIONE A FINE MESE:" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "    A SCADERE " WS-FASCIA-ED(1)
               "   SCADUTO 1-30 GG  " WS-FASCIA-ED(2)
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "    31-60 GG  " WS-FASCIA-ED(3)
               "   61-90 GG         " WS-FASCIA-ED(4)
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "    OLTRE 90  " WS-FASCIA-ED(5)
               "   IN CONTESTAZIONE " WS-FASCIA-ED(6)
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE WS-SCADUTO TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-ESTRATTO
           MOVE "  TOTALE SCADUTO" TO RIGA-ESTRATTO
           MOVE WS-IMPORTO-ED TO RIGA-ESTRATTO(61:)
           WRITE RIGA-ESTRATTO.

       FORMATTA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-LAV(7:2) "/" WS-DATA-LAV(5:2) "/"
               WS-DATA-LAV(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED.

           COPY TESTATA-CONTROLLI.
