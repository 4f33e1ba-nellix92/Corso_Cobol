       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScreeningVendite.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Screening dei singoli movimenti di vendita per la revisione
      *interna: AnomalieVendite e CaloClienti guardano i totali che
      *salgono e scendono, ma un movimento ritoccato a mano si
      *nasconde dentro un totale normale. Per un periodo (AAAAMM -
      *AAAAMM) il passo legge Vendite-dettaglio.txt e:
      *- fa il test di Benford sulla prima cifra dell'importo (in
      *  valore assoluto, da 10 in su) per regione e per operatore:
      *  scarto medio assoluto (MAD) e chi quadro contro le
      *  frequenze attese; con MAD oltre SCREENING-BENFORD-MAD il
      *  gruppo non e' conforme e le cifre in eccesso significativo
      *  (z oltre 1,96) marcano i movimenti che le portano. Sotto
      *  SCREENING-BENFORD-MINIMO movimenti il gruppo non si giudica;
      *- cerca gli importi tondi (centinaia e migliaia senza
      *  decimali) e i gruppi con troppi tondi
      *  (SCREENING-TONDI-PERCENTO);
      *- cerca gli stessi importi ripetuti per lo stesso cliente
      *  (SCREENING-RIPETIZIONI volte) e i doppi nello stesso giorno;
      *- conta le note di credito appena sotto la soglia di
      *  approvazione (NOTACREDITO-SOGLIA, fascia del
      *  SCREENING-FASCIA-PERCENTO sotto) contro quelle appena sopra,
      *  sia nel dettaglio sia nei record di credito presi in carico
      *  nel master (con i pendenti ancora in attesa);
      *- segnala le note di credito da reso emesse dallo stesso
      *  operatore che aveva autorizzato il reso (Resi.txt).
      *Il dettaglio non porta chi ha battuto il movimento: l'operatore
      *si ricava dall'ordine del cliente per lo stesso prodotto
      *(Ordini.idx, l'ultimo ordinato entro la data), dal reso
      *ricevuto quel giorno per lo stesso prodotto (Resi.txt) o dal
      *premio emesso quel giorno (Premi-volume-emessi.txt); il resto
      *e' "FEED", il flusso del fornitore. I crediti del master
      *approvati in ApprovaCrediti vanno a chi li ha approvati
      *(vendite-crediti-approvati.txt), gli altri a "INTAKE".
      *Ogni voce prende un punteggio per indizio; quelle con almeno
      *SCREENING-PUNTEGGIO-MINIMO punti vanno nel report in ordine di
      *punteggio (al massimo 500, tenute le piu' alte), in
      *Screening-vendite-AAAAMM-AAAAMM.txt e nello spool (famiglia
      *AUDIT). Lo screening e' della societa' di lavoro (variabile
      *SOCIETA, FiltroSocieta). Il periodo arriva dall'ambiente
      *(SCREENING_DA, SCREENING_A) quando gira dal batch, altrimenti
      *si chiede a video. RETURN-CODE 4 se ci sono voci sospette.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-MASTER
               ASSIGN TO "Vendite-mese.trimestre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPTIONAL FILE-PENDENTI
               ASSIGN TO "Vendite-credito-pendenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDENTI-STATUS.
           SELECT OPTIONAL FILE-APPROVATI
               ASSIGN TO "vendite-crediti-approvati.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVATI-STATUS.
           SELECT OPTIONAL FILE-RESI ASSIGN TO "Resi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESI-STATUS.
           SELECT OPTIONAL FILE-EMESSI
               ASSIGN TO "Premi-volume-emessi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMESSI-STATUS.
           SELECT ORDINI-IDX ASSIGN TO "Ordini.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ORD-CHIAVE
           FILE STATUS IS WS-ORDINI-STATUS.
           SELECT FILE-FOGLIO ASSIGN TO WS-NOME-FOGLIO
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-ID-CLIENTE PIC 9(6).
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA.
               10 DET-ANNO PIC 9(4).
               10 DET-MESE PIC 99.
               10 DET-GIORNO PIC 99.
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

       FD FILE-MASTER.
       01 VENDITE-MASTER.
           05 MST-REGIONE-NUM PIC 99.
           05 MST-TRIMESTRE PIC 99.
           05 MST-MESE PIC 99.
           05 MST-IMPORTO PIC S9(7)V99.
           05 MST-ANNO PIC 9(4).
           05 MST-STATO-PERIODO PIC X.
           05 MST-BATCH-NUMERO PIC X(6).
           05 MST-DATA-INTAKE PIC X(8).
           05 MST-SOCIETA PIC X(2).
           05 MST-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-MASTER.
           05 MST-TRAILER-TAG PIC X(3).
           05 MST-TRAILER-RECORD-COUNT PIC 9(6).
           05 MST-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-MASTER PIC X(48).

       FD FILE-PENDENTI.
       01 RECORD-PENDENTE.
           05 PEN-REGIONE-NUM PIC 99.
           05 PEN-TRIMESTRE PIC 99.
           05 PEN-MESE PIC 99.
           05 PEN-IMPORTO PIC S9(7)V99.
           05 PEN-ANNO PIC 9(4).
           05 PEN-LOTTO PIC X(6).
           05 PEN-DATA PIC X(8).
           05 PEN-SOCIETA PIC X(2).
           05 PEN-SOCIETA-CONTROPARTE PIC X(2).

       FD FILE-APPROVATI.
       01 RECORD-APPROVATO.
           05 APP-TIMESTAMP PIC X(14).
           05 APP-OPERATORE PIC X(8).
           05 APP-REGIONE PIC 99.
           05 APP-MESE PIC 99.
           05 APP-ANNO PIC 9(4).
           05 APP-IMPORTO PIC S9(7)V99.
           05 APP-LOTTO PIC X(6).

       FD FILE-RESI.
       COPY RESO-REC.

       FD FILE-EMESSI.
       01 RECORD-EMESSO.
           05 EMS-ANNO PIC 9(4).
           05 EMS-ID-CLIENTE PIC 9(6).
           05 EMS-REGIONE PIC 99.
           05 EMS-IMPORTO PIC 9(9)V99.
           05 EMS-DATA PIC 9(8).
           05 EMS-TIMESTAMP PIC X(14).
           05 EMS-OPERATORE PIC X(8).

       FD ORDINI-IDX.
       COPY ORDINE-REC.

       FD FILE-FOGLIO.
       01 RIGA-FOGLIO PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-PENDENTI-STATUS PIC XX.
       01 WS-APPROVATI-STATUS PIC XX.
       01 WS-RESI-STATUS PIC XX.
       01 WS-EMESSI-STATUS PIC XX.
       01 WS-ORDINI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-NOME-FOGLIO PIC X(40).
       01 WS-NOME-BASE PIC X(40).
      *Periodo dello screening.
       01 WS-PARAMETRO PIC X(20).
       01 WS-PERIODO-DA PIC 9(6).
       01 WS-PERIODO-A PIC 9(6).
       01 WS-DATA-AM PIC 9(6).
       01 WS-DATA-MOV PIC 9(8).
      *Societa' di lavoro.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
      *Parametri da gestionale.cfg.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-BENFORD-MINIMO PIC 9(5) VALUE 50.
       01 WS-BENFORD-MAD PIC 9V9(5) VALUE 0.015.
       01 WS-TONDI-PERCENTO PIC 9(3) VALUE 20.
       01 WS-RIPETIZIONI-MINIMO PIC 9(4) VALUE 3.
       01 WS-FASCIA-PERCENTO PIC 9(3) VALUE 10.
       01 WS-PUNTEGGIO-MINIMO PIC 9(3) VALUE 20.
       01 WS-SOGLIA-CREDITO PIC 9(7)V99 VALUE 0.
       01 WS-FASCIA-DA PIC 9(7)V99 VALUE 0.
       01 WS-FASCIA-OLTRE PIC 9(7)V99 VALUE 0.
      *Punti per indizio.
       01 WS-PUNTI-SOGLIA PIC 9(3) VALUE 40.
       01 WS-PUNTI-AUTOAPPROVATO PIC 9(3) VALUE 50.
       01 WS-PUNTI-DOPPIO PIC 9(3) VALUE 30.
       01 WS-PUNTI-RIPETUTO PIC 9(3) VALUE 20.
       01 WS-PUNTI-TONDO-MILLE PIC 9(3) VALUE 20.
       01 WS-PUNTI-TONDO-CENTO PIC 9(3) VALUE 10.
       01 WS-PUNTI-TONDI-GRUPPO PIC 9(3) VALUE 10.
       01 WS-PUNTI-BENFORD PIC 9(3) VALUE 10.
      *Frequenze attese della prima cifra (log10(1 + 1/d)).
       01 WS-BENFORD-VALORI.
           05 FILLER PIC 9V9(5) VALUE 0.30103.
           05 FILLER PIC 9V9(5) VALUE 0.17609.
           05 FILLER PIC 9V9(5) VALUE 0.12494.
           05 FILLER PIC 9V9(5) VALUE 0.09691.
           05 FILLER PIC 9V9(5) VALUE 0.07918.
           05 FILLER PIC 9V9(5) VALUE 0.06695.
           05 FILLER PIC 9V9(5) VALUE 0.05799.
           05 FILLER PIC 9V9(5) VALUE 0.05115.
           05 FILLER PIC 9V9(5) VALUE 0.04576.
       01 WS-BENFORD-ATTESI REDEFINES WS-BENFORD-VALORI.
           05 WS-ATTESO PIC 9V9(5) OCCURS 9 TIMES.
      *Gruppi del test: righe 1-11 le regioni (codice regione + 1,
      *la prima raccoglie regioni fuori tabella), dalla 12 gli
      *operatori nell'ordine in cui compaiono.
       01 WS-NUM-GRUPPI PIC 99 VALUE 11.
       01 WS-GRUPPI-TABELLA.
           05 WS-GRP-ENTRY OCCURS 41 TIMES.
               10 WS-GRP-TIPO PIC X.
               10 WS-GRP-CHIAVE PIC X(8).
               10 WS-GRP-MOVIMENTI PIC 9(7).
               10 WS-GRP-TOTALE PIC 9(7).
               10 WS-GRP-TONDI PIC 9(7).
               10 WS-GRP-CIFRA PIC 9(7) OCCURS 9 TIMES.
               10 WS-GRP-ECCESSO PIC X OCCURS 9 TIMES.
               10 WS-GRP-MAD PIC 9V9(5).
               10 WS-GRP-CHI PIC 9(7)V99.
               10 WS-GRP-ESITO PIC X.
                   88 GRUPPO-CONFORME VALUE 'C'.
                   88 GRUPPO-NON-CONFORME VALUE 'N'.
                   88 GRUPPO-POCHI-DATI VALUE 'P'.
               10 WS-GRP-TONDI-ALTI PIC X.
       01 INDICE-GRUPPO PIC 99.
       01 INDICE-CIFRA PIC 99.
       01 WS-RIGA-REGIONE PIC 99.
       01 WS-RIGA-OPERATORE PIC 99.
       01 WS-GRUPPI-PIENI PIC X VALUE 'N'.
      *Calcolo del test.
       01 WS-OSSERVATO PIC 9V9(5).
       01 WS-SCARTO PIC S9V9(5).
       01 WS-SOMMA-SCARTI PIC 9(2)V9(5).
       01 WS-ATTESO-N PIC 9(7)V9(5).
       01 WS-Z PIC S9V9(7).
       01 WS-SOGLIA-Z PIC 9V9(9).
       01 WS-PERCENTO PIC 999V9.
       01 WS-PERCENTO-ED PIC ZZ9.9.
       01 WS-MAD-ED PIC 9.99999.
       01 WS-CHI-ED PIC Z(6)9.99.
       01 WS-CONTA-ED PIC Z(6)9.
       01 WS-SOTTO-ED PIC Z(5)9.
       01 WS-SOPRA-ED PIC Z(5)9.
       01 WS-ATTESA-ED PIC Z(5)9.
       01 WS-PUNTATORE PIC 9(3).
      *Prima cifra e tondi della voce in esame.
       01 WS-IMPORTO-VOCE PIC S9(7)V99.
       01 WS-IMPORTO-ASSOLUTO PIC 9(7)V99.
       01 WS-INTERO PIC 9(7).
       01 WS-INTERO-X REDEFINES WS-INTERO PIC X(7).
       01 WS-ZERI PIC 9.
       01 WS-CIFRA PIC 9.
       01 WS-TONDO PIC 9.
           88 TONDO-CENTO VALUE 1.
           88 TONDO-MILLE VALUE 2.
       01 WS-QUOZIENTE PIC 9(7).
       01 WS-RESTO PIC 9(4).
      *Operatore attribuito al movimento.
       01 WS-OPERATORE-MOV PIC X(8).
       01 WS-AUTOAPPROVATO PIC X.
       01 WS-DATA-ORDINE PIC 9(8).
      *Ordini, resi ricevuti, premi emessi e crediti approvati.
       01 WS-NUM-ORD PIC 9(4) VALUE 0.
       01 WS-ORD-TABELLA.
           05 WS-ORD-ENTRY OCCURS 2000 TIMES.
               10 WS-ORD-CLIENTE PIC 9(6).
               10 WS-ORD-PRODOTTO PIC X(8).
               10 WS-ORD-DATA PIC 9(8).
               10 WS-ORD-OPERATORE PIC X(8).
       01 INDICE-ORD PIC 9(4).
       01 WS-NUM-RES PIC 9(3) VALUE 0.
       01 WS-RES-TABELLA.
           05 WS-RES-ENTRY OCCURS 500 TIMES.
               10 WS-RES-CLIENTE PIC 9(6).
               10 WS-RES-DATA PIC 9(8).
               10 WS-RES-PRODOTTO PIC X(8).
               10 WS-RES-APERTURA PIC X(8).
               10 WS-RES-RICEZIONE PIC X(8).
       01 INDICE-RES PIC 9(3).
       01 WS-NUM-EMS PIC 9(3) VALUE 0.
       01 WS-EMS-TABELLA.
           05 WS-EMS-ENTRY OCCURS 500 TIMES.
               10 WS-EMS-CLIENTE PIC 9(6).
               10 WS-EMS-DATA PIC 9(8).
               10 WS-EMS-OPERATORE PIC X(8).
       01 INDICE-EMS PIC 9(3).
       01 WS-NUM-APP PIC 9(3) VALUE 0.
       01 WS-APP-TABELLA.
           05 WS-APP-ENTRY OCCURS 500 TIMES.
               10 WS-APP-REGIONE PIC 99.
               10 WS-APP-MESE PIC 99.
               10 WS-APP-ANNO PIC 9(4).
               10 WS-APP-IMPORTO PIC S9(7)V99.
               10 WS-APP-LOTTO PIC X(6).
               10 WS-APP-OPERATORE PIC X(8).
       01 INDICE-APP PIC 9(3).
       01 WS-TROVATO PIC X.
      *Importi per cliente e giorno, per ripetuti e doppi.
       01 WS-NUM-DOPPI PIC 9(4) VALUE 0.
       01 WS-DOPPI-PIENI PIC X VALUE 'N'.
       01 WS-DOPPI-TABELLA.
           05 WS-DOP-ENTRY OCCURS 3000 TIMES.
               10 WS-DOP-CLIENTE PIC 9(6).
               10 WS-DOP-IMPORTO PIC S9(7)V99.
               10 WS-DOP-DATA PIC 9(8).
               10 WS-DOP-VOLTE PIC 9(4).
       01 INDICE-DOPPIO PIC 9(4).
       01 WS-STESSO-GIORNO PIC 9(4).
       01 WS-RIPETIZIONI PIC 9(4).
      *Note di credito intorno alla soglia.
       01 WS-DET-SOTTO PIC 9(6) VALUE 0.
       01 WS-DET-SOPRA PIC 9(6) VALUE 0.
       01 WS-MST-SOTTO PIC 9(6) VALUE 0.
       01 WS-MST-SOPRA PIC 9(6) VALUE 0.
       01 WS-PEN-SOPRA PIC 9(6) VALUE 0.
       01 WS-SOTTO-SOGLIA PIC X.
      *Popolazione.
       01 WS-POPOLAZIONE PIC 9(7) VALUE 0.
       01 WS-CREDITI-MASTER PIC 9(7) VALUE 0.
      *Voce in valutazione e voci sospette, in ordine di punteggio
      *alla stampa.
       01 WS-VOCE.
           05 WS-VOC-PUNTEGGIO PIC 9(3).
           05 WS-VOC-FONTE PIC X.
           05 WS-VOC-CLIENTE PIC 9(6).
           05 WS-VOC-REGIONE PIC 99.
           05 WS-VOC-DATA PIC 9(8).
           05 WS-VOC-IMPORTO PIC S9(7)V99.
           05 WS-VOC-OPERATORE PIC X(8).
           05 WS-VOC-RIFERIMENTO PIC X(8).
           05 WS-VOC-MOTIVI PIC X(64).
       01 WS-MOTIVI-PTR PIC 9(3).
       01 WS-NUM-SOSPETTI PIC 9(3) VALUE 0.
       01 WS-SOSPETTI-TOTALE PIC 9(7) VALUE 0.
       01 WS-SOSPETTI-TABELLA.
           05 WS-SOS-ENTRY OCCURS 500 TIMES.
               10 WS-SOS-PUNTEGGIO PIC 9(3).
               10 FILLER PIC X(106).
       01 WS-SOS-SCAMBIO PIC X(109).
       01 INDICE-SOSPETTO PIC 9(3).
       01 INDICE-CONFRONTO PIC 9(3).
       01 INDICE-MINIMO PIC 9(3).
       01 WS-IMPORTO-ED PIC -(8)9.99.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "AUDIT".
       01 WS-SPOOL-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "SCREENING RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEGGI-PARAMETRI
           PERFORM LEGGI-CONFIGURAZIONE
           PERFORM CARICA-ORDINI
           PERFORM CARICA-RESI
           PERFORM CARICA-PREMI
           PERFORM CARICA-APPROVATI
           INITIALIZE WS-GRUPPI-TABELLA
           PERFORM VARYING INDICE-GRUPPO FROM 1 BY 1
               UNTIL INDICE-GRUPPO > 11
               MOVE 'R' TO WS-GRP-TIPO(INDICE-GRUPPO)
               COMPUTE WS-RIGA-REGIONE = INDICE-GRUPPO - 1
               MOVE WS-RIGA-REGIONE TO WS-GRP-CHIAVE(INDICE-GRUPPO)
           END-PERFORM
           PERFORM ACCUMULA-DETTAGLIO
           IF WS-POPOLAZIONE = 0
               DISPLAY "NESSUN MOVIMENTO NEL PERIODO " WS-PERIODO-DA
                   " - " WS-PERIODO-A "."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING INDICE-GRUPPO FROM 1 BY 1
               UNTIL INDICE-GRUPPO > WS-NUM-GRUPPI
               PERFORM VALUTA-BENFORD
           END-PERFORM
           PERFORM PUNTEGGIO-DETTAGLIO
           PERFORM PUNTEGGIO-MASTER
           PERFORM CONTA-PENDENTI
           PERFORM ORDINA-SOSPETTI
           PERFORM SCRIVI-FOGLIO
           DISPLAY "SCREENING " WS-PERIODO-DA " - " WS-PERIODO-A
               ": " WS-POPOLAZIONE " MOVIMENTI, " WS-SOSPETTI-TOTALE
               " VOCI SOSPETTE IN " WS-NOME-FOGLIO
           IF WS-SOSPETTI-TOTALE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LEGGI-PARAMETRI.
           MOVE SPACES TO WS-PARAMETRO
           ACCEPT WS-PARAMETRO FROM ENVIRONMENT "SCREENING_DA"
           IF WS-PARAMETRO NOT = SPACES
               COMPUTE WS-PERIODO-DA = FUNCTION NUMVAL(WS-PARAMETRO)
               MOVE SPACES TO WS-PARAMETRO
               ACCEPT WS-PARAMETRO FROM ENVIRONMENT "SCREENING_A"
               COMPUTE WS-PERIODO-A = FUNCTION NUMVAL(WS-PARAMETRO)
           ELSE
               DISPLAY "Periodo dal (AAAAMM): "
               ACCEPT WS-PERIODO-DA
               DISPLAY "Periodo al (AAAAMM): "
               ACCEPT WS-PERIODO-A
           END-IF
           IF WS-PERIODO-DA > WS-PERIODO-A
               OR WS-PERIODO-DA(5:2) < "01" OR WS-PERIODO-DA(5:2) > "12"
               OR WS-PERIODO-A(5:2) < "01" OR WS-PERIODO-A(5:2) > "12"
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO-DA " - "
                   WS-PERIODO-A
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LEGGI-CONFIGURAZIONE.
           MOVE "SCREENING-BENFORD-MINIMO" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-BENFORD-MINIMO =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE "SCREENING-BENFORD-MAD" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-BENFORD-MAD =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE "SCREENING-TONDI-PERCENTO" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-TONDI-PERCENTO =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE "SCREENING-RIPETIZIONI" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-RIPETIZIONI-MINIMO =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE "SCREENING-FASCIA-PERCENTO" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-FASCIA-PERCENTO =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE "SCREENING-PUNTEGGIO-MINIMO" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-PUNTEGGIO-MINIMO =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE "NOTACREDITO-SOGLIA" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-SOGLIA-CREDITO =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           IF WS-FASCIA-PERCENTO > 100
               MOVE 100 TO WS-FASCIA-PERCENTO
           END-IF
           COMPUTE WS-FASCIA-DA ROUNDED = WS-SOGLIA-CREDITO
               * (100 - WS-FASCIA-PERCENTO) / 100
           COMPUTE WS-FASCIA-OLTRE ROUNDED = WS-SOGLIA-CREDITO
               * (100 + WS-FASCIA-PERCENTO) / 100.

       LEGGI-CHIAVE.
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO.

      ***********************FONTI DEGLI OPERATORI*********************
      *Righe d'ordine gia' movimentate: chi le ha inserite.
       CARICA-ORDINI.
           OPEN INPUT ORDINI-IDX
           IF WS-ORDINI-STATUS NOT = "00"
               DISPLAY "Ordini.idx non apribile (STATUS "
                   WS-ORDINI-STATUS "): le vendite restano al FEED."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ ORDINI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ORD-QUANTITA-MOVIMENTATA > 0
                           AND WS-NUM-ORD < 2000
                           ADD 1 TO WS-NUM-ORD
                           MOVE ORD-ID-CLIENTE
                               TO WS-ORD-CLIENTE(WS-NUM-ORD)
                           MOVE ORD-CODICE-PRODOTTO
                               TO WS-ORD-PRODOTTO(WS-NUM-ORD)
                           MOVE ORD-DATA-ORDINE
                               TO WS-ORD-DATA(WS-NUM-ORD)
                           MOVE ORD-OPERATORE
                               TO WS-ORD-OPERATORE(WS-NUM-ORD)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDINI-IDX.

      *Resi ricevuti: la nota di credito porta la data di ricezione.
       CARICA-RESI.
           OPEN INPUT FILE-RESI
           IF WS-RESI-STATUS NOT = "00" AND WS-RESI-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RESI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF RESO-RICEVUTO AND WS-NUM-RES < 500
                           ADD 1 TO WS-NUM-RES
                           MOVE RES-ID-CLIENTE
                               TO WS-RES-CLIENTE(WS-NUM-RES)
                           MOVE RES-DATA-RICEZIONE
                               TO WS-RES-DATA(WS-NUM-RES)
                           MOVE RES-CODICE-PRODOTTO
                               TO WS-RES-PRODOTTO(WS-NUM-RES)
                           MOVE RES-OPERATORE-APERTURA
                               TO WS-RES-APERTURA(WS-NUM-RES)
                           MOVE RES-OPERATORE-RICEZIONE
                               TO WS-RES-RICEZIONE(WS-NUM-RES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RESI.

       CARICA-PREMI.
           OPEN INPUT FILE-EMESSI
           IF WS-EMESSI-STATUS NOT = "00"
               AND WS-EMESSI-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-EMESSI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-EMS < 500
                           ADD 1 TO WS-NUM-EMS
                           MOVE EMS-ID-CLIENTE
                               TO WS-EMS-CLIENTE(WS-NUM-EMS)
                           MOVE EMS-DATA TO WS-EMS-DATA(WS-NUM-EMS)
                           MOVE EMS-OPERATORE
                               TO WS-EMS-OPERATORE(WS-NUM-EMS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-EMESSI.

       CARICA-APPROVATI.
           OPEN INPUT FILE-APPROVATI
           IF WS-APPROVATI-STATUS NOT = "00"
               AND WS-APPROVATI-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-APPROVATI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-APP < 500
                           ADD 1 TO WS-NUM-APP
                           MOVE APP-REGIONE
                               TO WS-APP-REGIONE(WS-NUM-APP)
                           MOVE APP-MESE TO WS-APP-MESE(WS-NUM-APP)
                           MOVE APP-ANNO TO WS-APP-ANNO(WS-NUM-APP)
                           MOVE APP-IMPORTO
                               TO WS-APP-IMPORTO(WS-NUM-APP)
                           MOVE APP-LOTTO TO WS-APP-LOTTO(WS-NUM-APP)
                           MOVE APP-OPERATORE
                               TO WS-APP-OPERATORE(WS-NUM-APP)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-APPROVATI.

      *Una nota di credito e' di chi ha ricevuto il reso quel giorno
      *per quel prodotto, o di chi ha emesso il premio quel giorno;
      *una vendita e' di chi ha inserito l'ultimo ordine del cliente
      *per quel prodotto entro la data del movimento.
       ATTRIBUISCI-OPERATORE.
           MOVE "FEED" TO WS-OPERATORE-MOV
           MOVE 'N' TO WS-AUTOAPPROVATO
           MOVE 'N' TO WS-TROVATO
           IF DET-IMPORTO < 0
               PERFORM VARYING INDICE-RES FROM 1 BY 1
                   UNTIL INDICE-RES > WS-NUM-RES OR WS-TROVATO = 'S'
                   IF WS-RES-CLIENTE(INDICE-RES) = DET-ID-CLIENTE
                       AND WS-RES-DATA(INDICE-RES) = WS-DATA-MOV
                       AND WS-RES-PRODOTTO(INDICE-RES)
                           = DET-CODICE-PRODOTTO
                       MOVE 'S' TO WS-TROVATO
                       MOVE WS-RES-RICEZIONE(INDICE-RES)
                           TO WS-OPERATORE-MOV
                       IF WS-RES-APERTURA(INDICE-RES)
                           = WS-RES-RICEZIONE(INDICE-RES)
                           MOVE 'S' TO WS-AUTOAPPROVATO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING INDICE-EMS FROM 1 BY 1
                   UNTIL INDICE-EMS > WS-NUM-EMS OR WS-TROVATO = 'S'
                   IF WS-EMS-CLIENTE(INDICE-EMS) = DET-ID-CLIENTE
                       AND WS-EMS-DATA(INDICE-EMS) = WS-DATA-MOV
                       MOVE 'S' TO WS-TROVATO
                       MOVE WS-EMS-OPERATORE(INDICE-EMS)
                           TO WS-OPERATORE-MOV
                   END-IF
               END-PERFORM
           ELSE
               MOVE 0 TO WS-DATA-ORDINE
               PERFORM VARYING INDICE-ORD FROM 1 BY 1
                   UNTIL INDICE-ORD > WS-NUM-ORD
                   IF WS-ORD-CLIENTE(INDICE-ORD) = DET-ID-CLIENTE
                       AND WS-ORD-PRODOTTO(INDICE-ORD)
                           = DET-CODICE-PRODOTTO
                       AND WS-ORD-DATA(INDICE-ORD) <= WS-DATA-MOV
                       AND WS-ORD-DATA(INDICE-ORD) >= WS-DATA-ORDINE
                       MOVE WS-ORD-DATA(INDICE-ORD) TO WS-DATA-ORDINE
                       MOVE WS-ORD-OPERATORE(INDICE-ORD)
                           TO WS-OPERATORE-MOV
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OPERATORE-MOV = SPACES
               MOVE "FEED" TO WS-OPERATORE-MOV
           END-IF.

      ***********************PRIMA PASSATA****************************
      *Conteggi di Benford, tondi e importi per cliente e giorno.
       ACCUMULA-DETTAGLIO.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM MOVIMENTO-NEL-PERIODO
                       IF WS-INCLUDI = 'S'
                           PERFORM ACCUMULA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       MOVIMENTO-NEL-PERIODO.
           MOVE 'N' TO WS-INCLUDI
           IF TRAILER-DET-TAG = "TRL" OR TRAILER-DET-TAG = "HDR"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATA-AM = DET-ANNO * 100 + DET-MESE
           IF WS-DATA-AM < WS-PERIODO-DA OR WS-DATA-AM > WS-PERIODO-A
               EXIT PARAGRAPH
           END-IF
           MOVE DET-DATA TO WS-DATA-MOV
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI.

       ACCUMULA-MOVIMENTO.
           ADD 1 TO WS-POPOLAZIONE
           MOVE DET-IMPORTO TO WS-IMPORTO-VOCE
           PERFORM PRIMA-CIFRA
           PERFORM ATTRIBUISCI-OPERATORE
           PERFORM TROVA-GRUPPI
           MOVE WS-RIGA-REGIONE TO INDICE-GRUPPO
           PERFORM ACCUMULA-GRUPPO
           IF WS-RIGA-OPERATORE > 0
               MOVE WS-RIGA-OPERATORE TO INDICE-GRUPPO
               PERFORM ACCUMULA-GRUPPO
           END-IF
           IF DET-IMPORTO NOT = 0
               PERFORM REGISTRA-IMPORTO
           END-IF
           IF DET-IMPORTO < 0 AND WS-SOGLIA-CREDITO > 0
               IF WS-IMPORTO-ASSOLUTO >= WS-FASCIA-DA
                   AND WS-IMPORTO-ASSOLUTO <= WS-SOGLIA-CREDITO
                   ADD 1 TO WS-DET-SOTTO
               END-IF
               IF WS-IMPORTO-ASSOLUTO > WS-SOGLIA-CREDITO
                   AND WS-IMPORTO-ASSOLUTO <= WS-FASCIA-OLTRE
                   ADD 1 TO WS-DET-SOPRA
               END-IF
           END-IF.

      *Prima cifra significativa dell'importo assoluto (0 sotto 10,
      *che il test non considera) e tondo: senza decimali e multiplo
      *di 100 (1) o di 1000 (2), da 100 in su.
       PRIMA-CIFRA.
           IF WS-IMPORTO-VOCE < 0
               COMPUTE WS-IMPORTO-ASSOLUTO = 0 - WS-IMPORTO-VOCE
           ELSE
               MOVE WS-IMPORTO-VOCE TO WS-IMPORTO-ASSOLUTO
           END-IF
           MOVE WS-IMPORTO-ASSOLUTO TO WS-INTERO
           MOVE 0 TO WS-CIFRA
           MOVE 0 TO WS-TONDO
           IF WS-INTERO >= 10
               MOVE 0 TO WS-ZERI
               INSPECT WS-INTERO-X TALLYING WS-ZERI FOR LEADING "0"
               MOVE WS-INTERO-X(WS-ZERI + 1:1) TO WS-CIFRA
           END-IF
           IF WS-INTERO >= 100 AND WS-INTERO = WS-IMPORTO-ASSOLUTO
               DIVIDE WS-INTERO BY 1000 GIVING WS-QUOZIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = 0
                   MOVE 2 TO WS-TONDO
               ELSE
                   DIVIDE WS-INTERO BY 100 GIVING WS-QUOZIENTE
                       REMAINDER WS-RESTO
                   IF WS-RESTO = 0
                       MOVE 1 TO WS-TONDO
                   END-IF
               END-IF
           END-IF.

      *Riga della regione e dell'operatore; un operatore nuovo si
      *accoda finche' c'e' posto, poi non entra nel test per
      *operatore (WS-RIGA-OPERATORE = 0).
       TROVA-GRUPPI.
           IF DET-REGIONE-NUM > 10
               MOVE 1 TO WS-RIGA-REGIONE
           ELSE
               COMPUTE WS-RIGA-REGIONE = DET-REGIONE-NUM + 1
           END-IF
           MOVE 0 TO WS-RIGA-OPERATORE
           PERFORM VARYING INDICE-GRUPPO FROM 12 BY 1
               UNTIL INDICE-GRUPPO > WS-NUM-GRUPPI
                   OR WS-RIGA-OPERATORE > 0
               IF WS-GRP-CHIAVE(INDICE-GRUPPO) = WS-OPERATORE-MOV
                   MOVE INDICE-GRUPPO TO WS-RIGA-OPERATORE
               END-IF
           END-PERFORM
           IF WS-RIGA-OPERATORE = 0
               IF WS-NUM-GRUPPI < 41
                   ADD 1 TO WS-NUM-GRUPPI
                   MOVE 'O' TO WS-GRP-TIPO(WS-NUM-GRUPPI)
                   MOVE WS-OPERATORE-MOV
                       TO WS-GRP-CHIAVE(WS-NUM-GRUPPI)
                   MOVE WS-NUM-GRUPPI TO WS-RIGA-OPERATORE
               ELSE
                   MOVE 'S' TO WS-GRUPPI-PIENI
               END-IF
           END-IF.

       ACCUMULA-GRUPPO.
           ADD 1 TO WS-GRP-MOVIMENTI(INDICE-GRUPPO)
           IF WS-CIFRA > 0
               ADD 1 TO WS-GRP-TOTALE(INDICE-GRUPPO)
               ADD 1 TO WS-GRP-CIFRA(INDICE-GRUPPO, WS-CIFRA)
           END-IF
           IF WS-TONDO > 0
               ADD 1 TO WS-GRP-TONDI(INDICE-GRUPPO)
           END-IF.

       REGISTRA-IMPORTO.
           MOVE 'N' TO WS-TROVATO
           PERFORM VARYING INDICE-DOPPIO FROM 1 BY 1
               UNTIL INDICE-DOPPIO > WS-NUM-DOPPI OR WS-TROVATO = 'S'
               IF WS-DOP-CLIENTE(INDICE-DOPPIO) = DET-ID-CLIENTE
                   AND WS-DOP-IMPORTO(INDICE-DOPPIO) = DET-IMPORTO
                   AND WS-DOP-DATA(INDICE-DOPPIO) = WS-DATA-MOV
                   MOVE 'S' TO WS-TROVATO
                   ADD 1 TO WS-DOP-VOLTE(INDICE-DOPPIO)
               END-IF
           END-PERFORM
           IF WS-TROVATO = 'N'
               IF WS-NUM-DOPPI < 3000
                   ADD 1 TO WS-NUM-DOPPI
                   MOVE DET-ID-CLIENTE TO WS-DOP-CLIENTE(WS-NUM-DOPPI)
                   MOVE DET-IMPORTO TO WS-DOP-IMPORTO(WS-NUM-DOPPI)
                   MOVE WS-DATA-MOV TO WS-DOP-DATA(WS-NUM-DOPPI)
                   MOVE 1 TO WS-DOP-VOLTE(WS-NUM-DOPPI)
               ELSE
                   MOVE 'S' TO WS-DOPPI-PIENI
               END-IF
           END-IF.

      *Test del gruppo: MAD = media degli scarti assoluti fra quota
      *osservata e attesa delle nove cifre; chi quadro a 8 gradi di
      *liberta' (al 5% il valore critico e' 15,51). Una cifra e' in
      *eccesso quando la quota osservata supera l'attesa con
      *z = (|oss - att| - 1/2n) / radq(att(1 - att)/n) oltre 1,96:
      *si confrontano i quadrati per non estrarre la radice.
       VALUTA-BENFORD.
           IF WS-GRP-MOVIMENTI(INDICE-GRUPPO) > 0
               AND WS-GRP-TONDI(INDICE-GRUPPO) * 100 >
                   WS-GRP-MOVIMENTI(INDICE-GRUPPO) * WS-TONDI-PERCENTO
               MOVE 'S' TO WS-GRP-TONDI-ALTI(INDICE-GRUPPO)
           ELSE
               MOVE 'N' TO WS-GRP-TONDI-ALTI(INDICE-GRUPPO)
           END-IF
           IF WS-GRP-TOTALE(INDICE-GRUPPO) < WS-BENFORD-MINIMO
               OR WS-GRP-TOTALE(INDICE-GRUPPO) = 0
               MOVE 'P' TO WS-GRP-ESITO(INDICE-GRUPPO)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SOMMA-SCARTI
           MOVE 0 TO WS-GRP-CHI(INDICE-GRUPPO)
           PERFORM VARYING INDICE-CIFRA FROM 1 BY 1
               UNTIL INDICE-CIFRA > 9
               COMPUTE WS-OSSERVATO ROUNDED =
                   WS-GRP-CIFRA(INDICE-GRUPPO, INDICE-CIFRA)
                   / WS-GRP-TOTALE(INDICE-GRUPPO)
               COMPUTE WS-SCARTO = WS-OSSERVATO
                   - WS-ATTESO(INDICE-CIFRA)
               IF WS-SCARTO < 0
                   COMPUTE WS-SOMMA-SCARTI = WS-SOMMA-SCARTI
                       - WS-SCARTO
               ELSE
                   ADD WS-SCARTO TO WS-SOMMA-SCARTI
               END-IF
               COMPUTE WS-ATTESO-N = WS-GRP-TOTALE(INDICE-GRUPPO)
                   * WS-ATTESO(INDICE-CIFRA)
               COMPUTE WS-GRP-CHI(INDICE-GRUPPO) ROUNDED =
                   WS-GRP-CHI(INDICE-GRUPPO)
                   + (WS-GRP-CIFRA(INDICE-GRUPPO, INDICE-CIFRA)
                      - WS-ATTESO-N) ** 2 / WS-ATTESO-N
               MOVE 'N' TO WS-GRP-ECCESSO(INDICE-GRUPPO, INDICE-CIFRA)
               IF WS-SCARTO > 0
                   COMPUTE WS-Z = WS-SCARTO
                       - 1 / (2 * WS-GRP-TOTALE(INDICE-GRUPPO))
                   COMPUTE WS-SOGLIA-Z = 3.8416
                       * WS-ATTESO(INDICE-CIFRA)
                       * (1 - WS-ATTESO(INDICE-CIFRA))
                       / WS-GRP-TOTALE(INDICE-GRUPPO)
                   IF WS-Z > 0 AND WS-Z * WS-Z > WS-SOGLIA-Z
                       MOVE 'S' TO
                           WS-GRP-ECCESSO(INDICE-GRUPPO, INDICE-CIFRA)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-GRP-MAD(INDICE-GRUPPO) ROUNDED =
               WS-SOMMA-SCARTI / 9
           IF WS-GRP-MAD(INDICE-GRUPPO) > WS-BENFORD-MAD
               MOVE 'N' TO WS-GRP-ESITO(INDICE-GRUPPO)
           ELSE
               MOVE 'C' TO WS-GRP-ESITO(INDICE-GRUPPO)
           END-IF.

      ***********************SECONDA PASSATA**************************
      *Punteggio di ogni movimento del periodo.
       PUNTEGGIO-DETTAGLIO.
           OPEN INPUT FILE-DETTAGLIO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM MOVIMENTO-NEL-PERIODO
                       IF WS-INCLUDI = 'S'
                           PERFORM VALUTA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       VALUTA-MOVIMENTO.
           MOVE DET-IMPORTO TO WS-IMPORTO-VOCE
           PERFORM PRIMA-CIFRA
           PERFORM ATTRIBUISCI-OPERATORE
           PERFORM TROVA-GRUPPI
           INITIALIZE WS-VOCE
           MOVE 'D' TO WS-VOC-FONTE
           MOVE DET-ID-CLIENTE TO WS-VOC-CLIENTE
           MOVE DET-REGIONE-NUM TO WS-VOC-REGIONE
           MOVE WS-DATA-MOV TO WS-VOC-DATA
           MOVE DET-IMPORTO TO WS-VOC-IMPORTO
           MOVE WS-OPERATORE-MOV TO WS-VOC-OPERATORE
           MOVE DET-CODICE-PRODOTTO TO WS-VOC-RIFERIMENTO
           MOVE SPACES TO WS-VOC-MOTIVI
           MOVE 1 TO WS-MOTIVI-PTR
           IF DET-IMPORTO < 0
               PERFORM VALUTA-SOGLIA
           END-IF
           IF WS-AUTOAPPROVATO = 'S'
               ADD WS-PUNTI-AUTOAPPROVATO TO WS-VOC-PUNTEGGIO
               STRING "AUTOAPPR " DELIMITED BY SIZE
                   INTO WS-VOC-MOTIVI WITH POINTER WS-MOTIVI-PTR
           END-IF
           IF DET-IMPORTO NOT = 0
               PERFORM VALUTA-RIPETIZIONI
           END-IF
           PERFORM VALUTA-TONDO
           IF WS-CIFRA > 0
               IF GRUPPO-NON-CONFORME(WS-RIGA-REGIONE)
                   AND WS-GRP-ECCESSO(WS-RIGA-REGIONE, WS-CIFRA) = 'S'
                   ADD WS-PUNTI-BENFORD TO WS-VOC-PUNTEGGIO
                   STRING "BENF-REG " DELIMITED BY SIZE
                       INTO WS-VOC-MOTIVI WITH POINTER WS-MOTIVI-PTR
               END-IF
               IF WS-RIGA-OPERATORE > 0
                   IF GRUPPO-NON-CONFORME(WS-RIGA-OPERATORE)
                       AND WS-GRP-ECCESSO(WS-RIGA-OPERATORE, WS-CIFRA)
                           = 'S'
                       ADD WS-PUNTI-BENFORD TO WS-VOC-PUNTEGGIO
                       STRING "BENF-OPE " DELIMITED BY SIZE
                           INTO WS-VOC-MOTIVI
                           WITH POINTER WS-MOTIVI-PTR
                   END-IF
               END-IF
           END-IF
           PERFORM TIENI-SE-SOSPETTO.

      *Nota di credito nella fascia appena sotto la soglia di
      *approvazione.
       VALUTA-SOGLIA.
           MOVE 'N' TO WS-SOTTO-SOGLIA
           IF WS-SOGLIA-CREDITO > 0
               AND WS-IMPORTO-ASSOLUTO >= WS-FASCIA-DA
               AND WS-IMPORTO-ASSOLUTO <= WS-SOGLIA-CREDITO
               MOVE 'S' TO WS-SOTTO-SOGLIA
               ADD WS-PUNTI-SOGLIA TO WS-VOC-PUNTEGGIO
               STRING "SOGLIA " DELIMITED BY SIZE
                   INTO WS-VOC-MOTIVI WITH POINTER WS-MOTIVI-PTR
           END-IF.

       VALUTA-RIPETIZIONI.
           MOVE 0 TO WS-STESSO-GIORNO
           MOVE 0 TO WS-RIPETIZIONI
           PERFORM VARYING INDICE-DOPPIO FROM 1 BY 1
               UNTIL INDICE-DOPPIO > WS-NUM-DOPPI
               IF WS-DOP-CLIENTE(INDICE-DOPPIO) = DET-ID-CLIENTE
                   AND WS-DOP-IMPORTO(INDICE-DOPPIO) = DET-IMPORTO
                   ADD WS-DOP-VOLTE(INDICE-DOPPIO) TO WS-RIPETIZIONI
                   IF WS-DOP-DATA(INDICE-DOPPIO) = WS-DATA-MOV
                       MOVE WS-DOP-VOLTE(INDICE-DOPPIO)
                           TO WS-STESSO-GIORNO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-STESSO-GIORNO > 1
               ADD WS-PUNTI-DOPPIO TO WS-VOC-PUNTEGGIO
               STRING "DOPPIO " DELIMITED BY SIZE
                   INTO WS-VOC-MOTIVI WITH POINTER WS-MOTIVI-PTR
           END-IF
           IF WS-RIPETIZIONI >= WS-RIPETIZIONI-MINIMO
               ADD WS-PUNTI-RIPETUTO TO WS-VOC-PUNTEGGIO
               STRING "RIPETUTO " DELIMITED BY SIZE
                   INTO WS-VOC-MOTIVI WITH POINTER WS-MOTIVI-PTR
           END-IF.

      *Tondo della voce, con un punto in piu' se il suo gruppo ha
      *troppi tondi. Le voci del master hanno solo la regione.
       VALUTA-TONDO.
           IF TONDO-MILLE
               ADD WS-PUNTI-TONDO-MILLE TO WS-VOC-PUNTEGGIO
               STRING "TONDO1000 " DELIMITED BY SIZE
                   INTO WS-VOC-MOTIVI WITH POINTER WS-MOTIVI-PTR
           END-IF
           IF TONDO-CENTO
               ADD WS-PUNTI-TONDO-CENTO TO WS-VOC-PUNTEGGIO
               STRING "TONDO100 " DELIMITED BY SIZE
                   INTO WS-VOC-MOTIVI WITH POINTER WS-MOTIVI-PTR
           END-IF
           IF WS-TONDO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-TONDI-ALTI(WS-RIGA-REGIONE) TO WS-TROVATO
           IF WS-RIGA-OPERATORE > 0
               AND WS-GRP-TONDI-ALTI(WS-RIGA-OPERATORE) = 'S'
               MOVE 'S' TO WS-TROVATO
           END-IF
           IF WS-TROVATO = 'S'
               ADD WS-PUNTI-TONDI-GRUPPO TO WS-VOC-PUNTEGGIO
               STRING "TONDI-GRP " DELIMITED BY SIZE
                   INTO WS-VOC-MOTIVI WITH POINTER WS-MOTIVI-PTR
           END-IF.

      *Crediti presi in carico nel master nel periodo: soglia e
      *tondi. L'operatore e' chi li ha approvati, se sono passati
      *da ApprovaCrediti, altrimenti l'intake.
       PUNTEGGIO-MASTER.
           OPEN INPUT FILE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Vendite-mese.trimestre.txt non apribile: "
                   "crediti del master non esaminati."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-MASTER
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF MST-TRAILER-TAG NOT = "TRL"
                           AND MST-TRAILER-TAG NOT = "HDR"
                           AND MST-IMPORTO < 0
                           PERFORM VALUTA-CREDITO-MASTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-MASTER.

       VALUTA-CREDITO-MASTER.
           COMPUTE WS-DATA-AM = MST-ANNO * 100 + MST-MESE
           IF WS-DATA-AM < WS-PERIODO-DA OR WS-DATA-AM > WS-PERIODO-A
               EXIT PARAGRAPH
           END-IF
           CALL 'FiltroSocieta' USING MST-SOCIETA,
               MST-SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CREDITI-MASTER
           MOVE MST-IMPORTO TO WS-IMPORTO-VOCE
           PERFORM PRIMA-CIFRA
           IF WS-SOGLIA-CREDITO > 0
               AND WS-IMPORTO-ASSOLUTO > WS-SOGLIA-CREDITO
               AND WS-IMPORTO-ASSOLUTO <= WS-FASCIA-OLTRE
               ADD 1 TO WS-MST-SOPRA
           END-IF
           MOVE "INTAKE" TO WS-OPERATORE-MOV
           MOVE 'N' TO WS-TROVATO
           PERFORM VARYING INDICE-APP FROM 1 BY 1
               UNTIL INDICE-APP > WS-NUM-APP OR WS-TROVATO = 'S'
               IF WS-APP-REGIONE(INDICE-APP) = MST-REGIONE-NUM
                   AND WS-APP-MESE(INDICE-APP) = MST-MESE
                   AND WS-APP-ANNO(INDICE-APP) = MST-ANNO
                   AND WS-APP-IMPORTO(INDICE-APP) = MST-IMPORTO
                   AND WS-APP-LOTTO(INDICE-APP) = MST-BATCH-NUMERO
                   MOVE 'S' TO WS-TROVATO
                   MOVE WS-APP-OPERATORE(INDICE-APP)
                       TO WS-OPERATORE-MOV
               END-IF
           END-PERFORM
           IF MST-REGIONE-NUM > 10
               MOVE 1 TO WS-RIGA-REGIONE
           ELSE
               COMPUTE WS-RIGA-REGIONE = MST-REGIONE-NUM + 1
           END-IF
           MOVE 0 TO WS-RIGA-OPERATORE
           INITIALIZE WS-VOCE
           MOVE 'M' TO WS-VOC-FONTE
           MOVE MST-REGIONE-NUM TO WS-VOC-REGIONE
           COMPUTE WS-VOC-DATA = WS-DATA-AM * 100
           MOVE MST-IMPORTO TO WS-VOC-IMPORTO
           MOVE WS-OPERATORE-MOV TO WS-VOC-OPERATORE
           MOVE MST-BATCH-NUMERO TO WS-VOC-RIFERIMENTO
           MOVE SPACES TO WS-VOC-MOTIVI
           MOVE 1 TO WS-MOTIVI-PTR
           PERFORM VALUTA-SOGLIA
           IF WS-SOTTO-SOGLIA = 'S'
               ADD 1 TO WS-MST-SOTTO
           END-IF
           PERFORM VALUTA-TONDO
           PERFORM TIENI-SE-SOSPETTO.

      *I crediti ancora in attesa di approvazione contano fra quelli
      *appena sopra la soglia.
       CONTA-PENDENTI.
           IF WS-SOGLIA-CREDITO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-PENDENTI
           IF WS-PENDENTI-STATUS NOT = "00"
               AND WS-PENDENTI-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PENDENTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       COMPUTE WS-DATA-AM = PEN-ANNO * 100 + PEN-MESE
                       CALL 'FiltroSocieta' USING PEN-SOCIETA,
                           PEN-SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE,
                           WS-INCLUDI
                       COMPUTE WS-IMPORTO-ASSOLUTO = 0 - PEN-IMPORTO
                       IF WS-INCLUDI = 'S'
                           AND WS-DATA-AM >= WS-PERIODO-DA
                           AND WS-DATA-AM <= WS-PERIODO-A
                           AND WS-IMPORTO-ASSOLUTO <= WS-FASCIA-OLTRE
                           ADD 1 TO WS-PEN-SOPRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PENDENTI.

      *Le voci sopra il punteggio minimo entrano nella tabella; a
      *tabella piena una voce nuova prende il posto della piu' bassa
      *se la supera.
       TIENI-SE-SOSPETTO.
           IF WS-VOC-PUNTEGGIO < WS-PUNTEGGIO-MINIMO
               OR WS-VOC-PUNTEGGIO = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SOSPETTI-TOTALE
           IF WS-NUM-SOSPETTI < 500
               ADD 1 TO WS-NUM-SOSPETTI
               MOVE WS-VOCE TO WS-SOS-ENTRY(WS-NUM-SOSPETTI)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO INDICE-MINIMO
           PERFORM VARYING INDICE-SOSPETTO FROM 2 BY 1
               UNTIL INDICE-SOSPETTO > WS-NUM-SOSPETTI
               IF WS-SOS-PUNTEGGIO(INDICE-SOSPETTO)
                   < WS-SOS-PUNTEGGIO(INDICE-MINIMO)
                   MOVE INDICE-SOSPETTO TO INDICE-MINIMO
               END-IF
           END-PERFORM
           IF WS-VOC-PUNTEGGIO > WS-SOS-PUNTEGGIO(INDICE-MINIMO)
               MOVE WS-VOCE TO WS-SOS-ENTRY(INDICE-MINIMO)
           END-IF.

      *Ordinamento per punteggio decrescente (selezione).
       ORDINA-SOSPETTI.
           PERFORM VARYING INDICE-SOSPETTO FROM 1 BY 1
               UNTIL INDICE-SOSPETTO >= WS-NUM-SOSPETTI
               MOVE INDICE-SOSPETTO TO INDICE-MINIMO
               COMPUTE INDICE-CONFRONTO = INDICE-SOSPETTO + 1
               PERFORM UNTIL INDICE-CONFRONTO > WS-NUM-SOSPETTI
                   IF WS-SOS-PUNTEGGIO(INDICE-CONFRONTO)
                       > WS-SOS-PUNTEGGIO(INDICE-MINIMO)
                       MOVE INDICE-CONFRONTO TO INDICE-MINIMO
                   END-IF
                   ADD 1 TO INDICE-CONFRONTO
               END-PERFORM
               IF INDICE-MINIMO NOT = INDICE-SOSPETTO
                   MOVE WS-SOS-ENTRY(INDICE-SOSPETTO) TO WS-SOS-SCAMBIO
                   MOVE WS-SOS-ENTRY(INDICE-MINIMO)
                       TO WS-SOS-ENTRY(INDICE-SOSPETTO)
                   MOVE WS-SOS-SCAMBIO TO WS-SOS-ENTRY(INDICE-MINIMO)
               END-IF
           END-PERFORM.

      ***********************REPORT***********************************
       SCRIVI-FOGLIO.
           MOVE SPACES TO WS-NOME-BASE
           STRING "Screening-vendite-" WS-PERIODO-DA "-" WS-PERIODO-A
               ".txt" DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-FOGLIO
           CALL 'REGISTRA-GENERATO' USING WS-NOME-FOGLIO
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "SCREENING DEI MOVIMENTI DI VENDITA " WS-PERIODO-DA
               " - " WS-PERIODO-A " - SOCIETA' " WS-SOC-CODICE " "
               WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE WS-POPOLAZIONE TO WS-CONTA-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING "GIRO " WS-DATA-ORA(1:14) " - MOVIMENTI NEL PERIODO "
               WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE ALL "=" TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           PERFORM SCRIVI-BENFORD
           PERFORM SCRIVI-SOGLIA
           PERFORM SCRIVI-SOSPETTI
           CLOSE FILE-FOGLIO
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-FOGLIO, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.

       SCRIVI-BENFORD.
           MOVE WS-BENFORD-MAD TO WS-MAD-ED
           MOVE WS-BENFORD-MINIMO TO WS-CONTA-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING "TEST DI BENFORD SULLA PRIMA CIFRA (% PER CIFRA, "
               "* = ECCESSO SIGNIFICATIVO) - MAD MASSIMO " WS-MAD-ED
               " - MINIMO" WS-CONTA-ED " IMPORTI"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "GRUPPO         IMPORTI     1     2     3     4"
               "     5     6     7     8     9      MAD       CHI2"
               " ESITO     TONDI"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           MOVE "ATTESO" TO RIGA-FOGLIO
           MOVE 24 TO WS-PUNTATORE
           PERFORM VARYING INDICE-CIFRA FROM 1 BY 1
               UNTIL INDICE-CIFRA > 9
               COMPUTE WS-PERCENTO ROUNDED =
                   WS-ATTESO(INDICE-CIFRA) * 100
               MOVE WS-PERCENTO TO WS-PERCENTO-ED
               STRING WS-PERCENTO-ED " " DELIMITED BY SIZE
                   INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
           END-PERFORM
           WRITE RIGA-FOGLIO
           PERFORM VARYING INDICE-GRUPPO FROM 1 BY 1
               UNTIL INDICE-GRUPPO > WS-NUM-GRUPPI
               IF WS-GRP-MOVIMENTI(INDICE-GRUPPO) > 0
                   PERFORM SCRIVI-RIGA-GRUPPO
               END-IF
           END-PERFORM
           IF WS-GRUPPI-PIENI = 'S'
               MOVE "OPERATORI OLTRE I 30 PREVISTI: ESCLUSI DAL TEST "
                   TO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
           END-IF
           MOVE SPACES TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO.

       SCRIVI-RIGA-GRUPPO.
           MOVE SPACES TO RIGA-FOGLIO
           MOVE WS-GRP-TOTALE(INDICE-GRUPPO) TO WS-CONTA-ED
           IF WS-GRP-TIPO(INDICE-GRUPPO) = 'R'
               STRING "REGIONE " WS-GRP-CHIAVE(INDICE-GRUPPO)(1:2)
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
           ELSE
               STRING "OPER. " WS-GRP-CHIAVE(INDICE-GRUPPO)
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
           END-IF
           MOVE WS-CONTA-ED TO RIGA-FOGLIO(16:7)
           MOVE 24 TO WS-PUNTATORE
           PERFORM VARYING INDICE-CIFRA FROM 1 BY 1
               UNTIL INDICE-CIFRA > 9
               MOVE 0 TO WS-PERCENTO
               IF WS-GRP-TOTALE(INDICE-GRUPPO) > 0
                   COMPUTE WS-PERCENTO ROUNDED =
                       WS-GRP-CIFRA(INDICE-GRUPPO, INDICE-CIFRA)
                       * 100 / WS-GRP-TOTALE(INDICE-GRUPPO)
               END-IF
               MOVE WS-PERCENTO TO WS-PERCENTO-ED
               IF WS-GRP-ECCESSO(INDICE-GRUPPO, INDICE-CIFRA) = 'S'
                   STRING WS-PERCENTO-ED "*" DELIMITED BY SIZE
                       INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
               ELSE
                   STRING WS-PERCENTO-ED " " DELIMITED BY SIZE
                       INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
               END-IF
           END-PERFORM
           MOVE WS-GRP-MAD(INDICE-GRUPPO) TO WS-MAD-ED
           MOVE WS-GRP-CHI(INDICE-GRUPPO) TO WS-CHI-ED
           EVALUATE TRUE
               WHEN GRUPPO-POCHI-DATI(INDICE-GRUPPO)
                   STRING "                     POCHI DATI"
                       DELIMITED BY SIZE
                       INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
               WHEN GRUPPO-NON-CONFORME(INDICE-GRUPPO)
                   STRING "  " WS-MAD-ED " " WS-CHI-ED " NON CONF."
                       DELIMITED BY SIZE
                       INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
               WHEN OTHER
                   STRING "  " WS-MAD-ED " " WS-CHI-ED " CONFORME "
                       DELIMITED BY SIZE
                       INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
           END-EVALUATE
           COMPUTE WS-PERCENTO ROUNDED =
               WS-GRP-TONDI(INDICE-GRUPPO) * 100
               / WS-GRP-MOVIMENTI(INDICE-GRUPPO)
           MOVE WS-PERCENTO TO WS-PERCENTO-ED
           IF WS-GRP-TONDI-ALTI(INDICE-GRUPPO) = 'S'
               STRING " " WS-PERCENTO-ED "% ALTO"
                   DELIMITED BY SIZE
                   INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
           ELSE
               STRING " " WS-PERCENTO-ED "%"
                   DELIMITED BY SIZE
                   INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
           END-IF
           WRITE RIGA-FOGLIO.

      *Addensamento sotto la soglia: molte note nella fascia appena
      *sotto e poche in quella di pari ampiezza appena sopra.
       SCRIVI-SOGLIA.
           MOVE SPACES TO RIGA-FOGLIO
           IF WS-SOGLIA-CREDITO = 0
               MOVE "SOGLIA NOTE DI CREDITO: NON CONFIGURATA "
                   & "(NOTACREDITO-SOGLIA), TEST NON ESEGUITO"
                   TO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
               MOVE SPACES TO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOGLIA-CREDITO TO WS-IMPORTO-ED
           STRING "SOGLIA NOTE DI CREDITO " WS-IMPORTO-ED
               " - FASCIA DEL " WS-FASCIA-PERCENTO
               "% SOTTO E SOPRA"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           MOVE WS-DET-SOTTO TO WS-SOTTO-ED
           MOVE WS-DET-SOPRA TO WS-SOPRA-ED
           MOVE 1 TO WS-PUNTATORE
           STRING "  DETTAGLIO:         SOTTO " WS-SOTTO-ED
               "  SOPRA " WS-SOPRA-ED
               DELIMITED BY SIZE INTO RIGA-FOGLIO
               WITH POINTER WS-PUNTATORE
           IF WS-DET-SOTTO >= 3 AND WS-DET-SOTTO > WS-DET-SOPRA * 2
               STRING "  ADDENSAMENTO SOTTO SOGLIA" DELIMITED BY SIZE
                   INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
           END-IF
           WRITE RIGA-FOGLIO
           MOVE WS-MST-SOTTO TO WS-SOTTO-ED
           COMPUTE WS-SOPRA-ED = WS-MST-SOPRA + WS-PEN-SOPRA
           MOVE WS-PEN-SOPRA TO WS-ATTESA-ED
           MOVE SPACES TO RIGA-FOGLIO
           MOVE 1 TO WS-PUNTATORE
           STRING "  CREDITI IN CARICO: SOTTO " WS-SOTTO-ED
               "  SOPRA " WS-SOPRA-ED " (DI CUI IN ATTESA "
               WS-ATTESA-ED ")"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
               WITH POINTER WS-PUNTATORE
           IF WS-MST-SOTTO >= 3
               AND WS-MST-SOTTO > (WS-MST-SOPRA + WS-PEN-SOPRA) * 2
               STRING "  ADDENSAMENTO SOTTO SOGLIA" DELIMITED BY SIZE
                   INTO RIGA-FOGLIO WITH POINTER WS-PUNTATORE
           END-IF
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO.

       SCRIVI-SOSPETTI.
           MOVE WS-PUNTEGGIO-MINIMO TO WS-CONTA-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING "VOCI SOSPETTE IN ORDINE DI PUNTEGGIO (MINIMO"
               WS-CONTA-ED ")"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "PUNTI F CLIENTE RG DATA          IMPORTO OPERAT. "
               "RIFERIM. INDIZI"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           PERFORM VARYING INDICE-SOSPETTO FROM 1 BY 1
               UNTIL INDICE-SOSPETTO > WS-NUM-SOSPETTI
               MOVE WS-SOS-ENTRY(INDICE-SOSPETTO) TO WS-VOCE
               MOVE WS-VOC-IMPORTO TO WS-IMPORTO-ED
               MOVE SPACES TO RIGA-FOGLIO
               STRING "  " WS-VOC-PUNTEGGIO " " WS-VOC-FONTE " "
                   WS-VOC-CLIENTE " " WS-VOC-REGIONE " " WS-VOC-DATA
                   " " WS-IMPORTO-ED " " WS-VOC-OPERATORE " "
                   WS-VOC-RIFERIMENTO " " WS-VOC-MOTIVI
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
           END-PERFORM
           IF WS-SOSPETTI-TOTALE > WS-NUM-SOSPETTI
               MOVE SPACES TO RIGA-FOGLIO
               STRING "ALTRE VOCI SOPRA IL MINIMO NON STAMPATE: "
                   "TENUTE LE " WS-NUM-SOSPETTI " PIU' ALTE SU "
                   WS-SOSPETTI-TOTALE
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
           END-IF
           IF WS-DOPPI-PIENI = 'S'
               MOVE "IMPORTI PER CLIENTE OLTRE 3000: RIPETUTI E DOPPI "
                   & "CERCATI SOLO SUI PRIMI"
                   TO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
           END-IF
           MOVE SPACES TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE "F: D = MOVIMENTO DEL DETTAGLIO (RIFERIMENTO = "
               & "PRODOTTO), M = CREDITO PRESO IN CARICO NEL MASTER "
               & "(RIFERIMENTO = LOTTO, GIORNO 00 = MESE)"
               TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE "SOGLIA = NOTA DI CREDITO APPENA SOTTO LA SOGLIA DI "
               & "APPROVAZIONE; AUTOAPPR = RESO AUTORIZZATO E "
               & "ACCREDITATO DALLO STESSO OPERATORE"
               TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE "DOPPIO = STESSO IMPORTO, CLIENTE E GIORNO; RIPETUTO = "
               & "STESSO IMPORTO PER IL CLIENTE NEL PERIODO"
               TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE "TONDO1000/TONDO100 = IMPORTO TONDO; TONDI-GRP = "
               & "GRUPPO CON TROPPI TONDI; BENF-REG/BENF-OPE = CIFRA "
               & "IN ECCESSO NEL GRUPPO"
               TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO.

           COPY TESTATA-CONTROLLI.
