       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccreditoPunti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Accredito notturno dei punti fedelta' dal dettaglio vendite:
      *ogni movimento positivo di Vendite-dettaglio.txt di un
      *cliente iscritto al programma (clienti-fedelta.txt, con data
      *del movimento non anteriore all'adesione) matura punti al
      *tasso della linea del prodotto (Punti-tassi.txt, punti per
      *euro; le linee che non vi compaiono maturano al tasso di
      *gestionale.cfg PUNTI-TASSO-BASE, predefinito 1), e ogni nota
      *di credito (importo negativo) li storna allo stesso tasso. I
      *codici di servizio (interessi di mora e premi di volume) non
      *maturano niente. I punti si sommano per cliente, giorno e
      *fattura e si troncano all'intero, e vanno nel giornale
      *Punti-movimenti.txt con causale 'A' o 'S'. Come lo scarico
      *di magazzino si lavorano i movimenti dopo l'ultima data
      *accreditata (Punti-accredito.ultimo) e fino alla data di
      *elaborazione (PUNTI_DATA, altrimenti oggi), e il feed si
      *verifica contro il trailer prima di scrivere qualunque cosa.
      *Nello stesso giro scadono i punti maturati da piu' di
      *PUNTI-SCADENZA-MESI mesi (predefinito 24, 0 = mai): per ogni
      *cliente i punti usati (riscatti e scadenze gia' registrate)
      *consumano per primi i punti piu' vecchi, e quanto resta dei
      *punti maturati fino alla data limite, al netto degli storni
      *della stessa epoca, esce con una riga di causale 'X'.
      *Termina con GOBACK e RETURN-CODE 8 sugli errori, per girare
      *come passo del batch notturno.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-FEDELTA ASSIGN TO "clienti-fedelta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEDELTA-STATUS.
           SELECT FILE-TASSI ASSIGN TO "Punti-tassi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TASSI-STATUS.
           SELECT FILE-PUNTI ASSIGN TO "Punti-movimenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUNTI-STATUS.
           SELECT ULTIMA-DATA-FILE
               ASSIGN TO "Punti-accredito.ultimo"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ULTIMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD FILE-FEDELTA.
       COPY FEDELTA-ADESIONE.

      *Punti per euro di ogni linea di prodotto.
       FD FILE-TASSI.
       01 RECORD-TASSO.
           05 PTS-LINEA PIC X(10).
           05 PTS-PUNTI-EURO PIC 9(3)V99.

       FD FILE-PUNTI.
       COPY PUNTI-MOVIMENTO.

       FD ULTIMA-DATA-FILE.
       01 RECORD-ULTIMA-DATA.
           05 ULT-DATA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-FEDELTA-STATUS PIC XX.
       01 WS-TASSI-STATUS PIC XX.
       01 WS-PUNTI-STATUS PIC XX.
       01 WS-ULTIMA-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-TIMESTAMP PIC X(14).
       01 WS-DATA-TESTO PIC X(8).
       01 WS-DATA-ELABORAZIONE PIC 9(8).
       01 WS-ULTIMA-ACCREDITATA PIC 9(8) VALUE 0.
      *Codici di servizio che non maturano punti.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-TASSO-BASE PIC 9(3)V99 VALUE 1.
       01 WS-SCADENZA-MESI PIC 9(3) VALUE 24.
      *Data limite delle scadenze: stessa data N mesi prima.
       01 WS-DATA-LIMITE PIC 9(8) VALUE 0.
       01 WS-DATA-LAV PIC 9(8).
       01 WS-DATA-LAV-R REDEFINES WS-DATA-LAV.
           05 WS-LAV-ANNO PIC 9(4).
           05 WS-LAV-MESE PIC 99.
           05 WS-LAV-GIORNO PIC 99.
       01 WS-INDICE-MESE PIC 9(6).
      *Quadratura del feed contro il trailer.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
      *Anagrafica prodotti per la linea.
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 WS-DESCRIZIONE PIC X(30).
       01 WS-LINEA PIC X(10).
       01 WS-PRODOTTO-VALIDO PIC X.
      *Tassi per linea.
       01 WS-NUM-TASSI PIC 9(3) VALUE 0.
       01 WS-TASSI-TABELLA.
           05 WS-TAS-ENTRY OCCURS 100 TIMES.
               10 WS-TAS-LINEA PIC X(10).
               10 WS-TAS-PUNTI-EURO PIC 9(3)V99.
       01 INDICE-TASSO PIC 9(3).
       01 WS-TASSO PIC 9(3)V99.
      *Iscritti al programma con la data di adesione.
       01 WS-NUM-ISCRITTI PIC 9(4) VALUE 0.
       01 WS-ISCRITTI-TABELLA.
           05 WS-ISC-ENTRY OCCURS 5000 TIMES.
               10 WS-ISC-ID PIC 9(6).
               10 WS-ISC-DATA PIC 9(8).
       01 INDICE-ISCRITTO PIC 9(4).
       01 WS-ISCRITTO PIC X.
      *Punti da accreditare per cliente, giorno, fattura e causale,
      *con il valore ancora decimale fino al troncamento.
       01 WS-NUM-ACCREDITI PIC 9(4) VALUE 0.
       01 WS-ACCREDITI-TABELLA.
           05 WS-ACC-ENTRY OCCURS 5000 TIMES.
               10 WS-ACC-ID PIC 9(6).
               10 WS-ACC-DATA PIC 9(8).
               10 WS-ACC-ANNO PIC 9(4).
               10 WS-ACC-NUMERO PIC 9(6).
               10 WS-ACC-CAUSALE PIC X.
               10 WS-ACC-VALORE PIC 9(9)V9(4).
       01 INDICE-ACCREDITO PIC 9(4).
       01 WS-ACC-TROVATO PIC X.
       01 WS-ACCREDITI-PIENI PIC X VALUE 'N'.
       01 WS-CAUSALE PIC X.
       01 WS-VALORE PIC 9(9)V9(4).
       01 WS-PUNTI PIC 9(7).
      *Saldi per cliente per le scadenze.
       01 WS-NUM-SALDI PIC 9(4) VALUE 0.
       01 WS-SALDI-TABELLA.
           05 WS-SAL-ENTRY OCCURS 5000 TIMES.
               10 WS-SAL-ID PIC 9(6).
               10 WS-SAL-MATURATI PIC S9(9).
               10 WS-SAL-USATI PIC 9(9).
       01 INDICE-SALDO PIC 9(4).
       01 WS-SAL-TROVATO PIC X.
       01 WS-SALDI-PIENI PIC X VALUE 'N'.
       01 WS-DA-SCADERE PIC S9(9).
      *Contatori.
       01 WS-MOVIMENTI-LETTI PIC 9(6) VALUE 0.
       01 WS-MOVIMENTI-SERVIZIO PIC 9(6) VALUE 0.
       01 WS-NON-ISCRITTI PIC 9(6) VALUE 0.
       01 WS-TOT-ACCREDITATI PIC 9(9) VALUE 0.
       01 WS-TOT-STORNATI PIC 9(9) VALUE 0.
       01 WS-TOT-SCADUTI PIC 9(9) VALUE 0.
       01 WS-CLIENTI-SCADUTI PIC 9(6) VALUE 0.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:14) TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-TESTO
           ACCEPT WS-DATA-TESTO FROM ENVIRONMENT "PUNTI_DATA"
           IF WS-DATA-TESTO = SPACES
               MOVE WS-DATA-ORA(1:8) TO WS-DATA-ELABORAZIONE
           ELSE
               IF WS-DATA-TESTO IS NOT NUMERIC
                   DISPLAY "PUNTI_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-DATA-TESTO TO WS-DATA-ELABORAZIONE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ELABORAZIONE)
                   NOT = 0
                   DISPLAY "PUNTI_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LEGGI-PARAMETRI
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM LEGGI-ULTIMA-DATA
           IF WS-ULTIMA-ACCREDITATA NOT < WS-DATA-ELABORAZIONE
               DISPLAY "PUNTI GIA' ACCREDITATI FINO AL "
                   WS-ULTIMA-ACCREDITATA ", NIENTE DA FARE."
               GOBACK
           END-IF
           CALL 'GetProdotti' USING WS-PRODOTTI
           PERFORM CARICA-TASSI
           PERFORM CARICA-ISCRITTI
           PERFORM CARICA-ACCREDITI
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "Vendite-dettaglio.txt NON QUADRA CON IL "
                   "TRAILER: PUNTI NON ACCREDITATI."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ACCREDITI-PIENI = 'S'
               DISPLAY "OLTRE 5000 ACCREDITI CLIENTE/FATTURA DA "
                   "REGISTRARE: PUNTI NON ACCREDITATI."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND FILE-PUNTI
           IF WS-PUNTI-STATUS NOT = "00"
               OPEN OUTPUT FILE-PUNTI
           END-IF
           IF WS-PUNTI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Punti-movimenti.txt "
                   "(STATUS " WS-PUNTI-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING INDICE-ACCREDITO FROM 1 BY 1
               UNTIL INDICE-ACCREDITO > WS-NUM-ACCREDITI
               PERFORM SCRIVI-ACCREDITO
           END-PERFORM
           CLOSE FILE-PUNTI
           PERFORM REGISTRA-ULTIMA-DATA
           DISPLAY "PUNTI DAL " WS-ULTIMA-ACCREDITATA
               " AL " WS-DATA-ELABORAZIONE ": " WS-MOVIMENTI-LETTI
               " MOVIMENTI, ACCREDITATI " WS-TOT-ACCREDITATI
               " STORNATI " WS-TOT-STORNATI
           IF WS-NON-ISCRITTI > 0
               DISPLAY "MOVIMENTI DI CLIENTI NON ISCRITTI: "
                   WS-NON-ISCRITTI
           END-IF
           IF WS-MOVIMENTI-SERVIZIO > 0
               DISPLAY "MOVIMENTI SU CODICI DI SERVIZIO SALTATI: "
                   WS-MOVIMENTI-SERVIZIO
           END-IF
           IF WS-SCADENZA-MESI > 0
               PERFORM SCADENZA-PUNTI
           END-IF
           GOBACK.

       LEGGI-PARAMETRI.
           MOVE "INTERESSI-CODICE-PRODOTTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-CODICE-INTERESSI
           END-IF
           MOVE "PREMI-CODICE-PRODOTTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-CODICE-PREMI
           END-IF
           MOVE "PUNTI-TASSO-BASE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) NOT < 0
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) < 1000
                       COMPUTE WS-TASSO-BASE =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
           MOVE "PUNTI-SCADENZA-MESI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) NOT < 0
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) < 1000
                       COMPUTE WS-SCADENZA-MESI =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF.

      *Senza il file si parte da zero: al primo giro si accredita
      *tutto il feed fino alla data di elaborazione.
       LEGGI-ULTIMA-DATA.
           OPEN INPUT ULTIMA-DATA-FILE
           IF WS-ULTIMA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ULTIMA-DATA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ULT-DATA IS NUMERIC
                       MOVE ULT-DATA TO WS-ULTIMA-ACCREDITATA
                   END-IF
           END-READ
           CLOSE ULTIMA-DATA-FILE.

       REGISTRA-ULTIMA-DATA.
           OPEN OUTPUT ULTIMA-DATA-FILE
           MOVE WS-DATA-ELABORAZIONE TO ULT-DATA
           WRITE RECORD-ULTIMA-DATA
           CLOSE ULTIMA-DATA-FILE.

       CARICA-TASSI.
           OPEN INPUT FILE-TASSI
           IF WS-TASSI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-TASSI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-TASSI < 100
                           AND PTS-PUNTI-EURO IS NUMERIC
                           ADD 1 TO WS-NUM-TASSI
                           MOVE PTS-LINEA
                               TO WS-TAS-LINEA(WS-NUM-TASSI)
                           MOVE PTS-PUNTI-EURO
                               TO WS-TAS-PUNTI-EURO(WS-NUM-TASSI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TASSI.

       CARICA-ISCRITTI.
           OPEN INPUT FILE-FEDELTA
           IF WS-FEDELTA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-FEDELTA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-ISCRITTI < 5000
                           ADD 1 TO WS-NUM-ISCRITTI
                           MOVE FED-ID-CLIENTE
                               TO WS-ISC-ID(WS-NUM-ISCRITTI)
                           MOVE FED-DATA-ADESIONE
                               TO WS-ISC-DATA(WS-NUM-ISCRITTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-FEDELTA.

       CARICA-ACCREDITI.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
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
                               ADD 1 TO WS-DET-COUNT
                               ADD DET-IMPORTO TO WS-DET-TOTALE
                               IF DET-DATA > WS-ULTIMA-ACCREDITATA
                                   AND DET-DATA
                                       NOT > WS-DATA-ELABORAZIONE
                                   PERFORM ACCUMULA-MOVIMENTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       ACCUMULA-MOVIMENTO.
           IF DET-CODICE-PRODOTTO = WS-CODICE-INTERESSI
               OR DET-CODICE-PRODOTTO = WS-CODICE-PREMI
               ADD 1 TO WS-MOVIMENTI-SERVIZIO
               EXIT PARAGRAPH
           END-IF
           IF DET-IMPORTO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ISCRITTO
           PERFORM VARYING INDICE-ISCRITTO FROM 1 BY 1
               UNTIL INDICE-ISCRITTO > WS-NUM-ISCRITTI
                   OR WS-ISCRITTO = 'S'
               IF WS-ISC-ID(INDICE-ISCRITTO) = DET-ID-CLIENTE
                   AND WS-ISC-DATA(INDICE-ISCRITTO) NOT > DET-DATA
                   MOVE 'S' TO WS-ISCRITTO
               END-IF
           END-PERFORM
           IF WS-ISCRITTO NOT = 'S'
               ADD 1 TO WS-NON-ISCRITTI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVIMENTI-LETTI
           CALL 'GetProdottoInfo' USING WS-PRODOTTI,
               DET-CODICE-PRODOTTO, WS-DESCRIZIONE, WS-LINEA,
               WS-PRODOTTO-VALIDO
           MOVE WS-TASSO-BASE TO WS-TASSO
           IF WS-PRODOTTO-VALIDO = 'S'
               PERFORM VARYING INDICE-TASSO FROM 1 BY 1
                   UNTIL INDICE-TASSO > WS-NUM-TASSI
                   IF WS-TAS-LINEA(INDICE-TASSO) = WS-LINEA
                       MOVE WS-TAS-PUNTI-EURO(INDICE-TASSO)
                           TO WS-TASSO
                   END-IF
               END-PERFORM
           END-IF
           IF DET-IMPORTO < 0
               MOVE 'S' TO WS-CAUSALE
           ELSE
               MOVE 'A' TO WS-CAUSALE
           END-IF
      *WS-VALORE e' senza segno: riceve l'importo in valore assoluto.
           MOVE DET-IMPORTO TO WS-VALORE
           MULTIPLY WS-TASSO BY WS-VALORE
           MOVE 'N' TO WS-ACC-TROVATO
           PERFORM VARYING INDICE-ACCREDITO FROM 1 BY 1
               UNTIL INDICE-ACCREDITO > WS-NUM-ACCREDITI
                   OR WS-ACC-TROVATO = 'S'
               IF WS-ACC-ID(INDICE-ACCREDITO) = DET-ID-CLIENTE
                   AND WS-ACC-DATA(INDICE-ACCREDITO) = DET-DATA
                   AND WS-ACC-ANNO(INDICE-ACCREDITO) = DET-FATTURA-ANNO
                   AND WS-ACC-NUMERO(INDICE-ACCREDITO)
                       = DET-FATTURA-NUMERO
                   AND WS-ACC-CAUSALE(INDICE-ACCREDITO) = WS-CAUSALE
                   MOVE 'S' TO WS-ACC-TROVATO
               END-IF
           END-PERFORM
           IF WS-ACC-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-ACCREDITO
           ELSE
               IF WS-NUM-ACCREDITI >= 5000
                   MOVE 'S' TO WS-ACCREDITI-PIENI
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-ACCREDITI
               MOVE WS-NUM-ACCREDITI TO INDICE-ACCREDITO
               MOVE DET-ID-CLIENTE TO WS-ACC-ID(INDICE-ACCREDITO)
               MOVE DET-DATA TO WS-ACC-DATA(INDICE-ACCREDITO)
               MOVE DET-FATTURA-ANNO TO WS-ACC-ANNO(INDICE-ACCREDITO)
               MOVE DET-FATTURA-NUMERO
                   TO WS-ACC-NUMERO(INDICE-ACCREDITO)
               MOVE WS-CAUSALE TO WS-ACC-CAUSALE(INDICE-ACCREDITO)
               MOVE 0 TO WS-ACC-VALORE(INDICE-ACCREDITO)
           END-IF
           ADD WS-VALORE TO WS-ACC-VALORE(INDICE-ACCREDITO).

      *Una riga di giornale per cliente, giorno, fattura e causale;
      *i movimenti non ancora fatturati si riconoscono dal giorno.
       SCRIVI-ACCREDITO.
           MOVE WS-ACC-VALORE(INDICE-ACCREDITO) TO WS-PUNTI
           IF WS-PUNTI = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACC-ID(INDICE-ACCREDITO) TO PMV-ID-CLIENTE
           MOVE WS-ACC-DATA(INDICE-ACCREDITO) TO PMV-DATA
           MOVE WS-ACC-CAUSALE(INDICE-ACCREDITO) TO PMV-CAUSALE
           IF PMV-STORNO
               COMPUTE PMV-PUNTI = 0 - WS-PUNTI
               ADD WS-PUNTI TO WS-TOT-STORNATI
           ELSE
               MOVE WS-PUNTI TO PMV-PUNTI
               ADD WS-PUNTI TO WS-TOT-ACCREDITATI
           END-IF
           MOVE SPACES TO PMV-RIFERIMENTO
           IF WS-ACC-ANNO(INDICE-ACCREDITO) NOT = 0
               STRING "FT " WS-ACC-ANNO(INDICE-ACCREDITO) "/"
                   WS-ACC-NUMERO(INDICE-ACCREDITO)
                   DELIMITED BY SIZE INTO PMV-RIFERIMENTO
           ELSE
               STRING "VENDITE " WS-ACC-DATA(INDICE-ACCREDITO)
                   DELIMITED BY SIZE INTO PMV-RIFERIMENTO
           END-IF
           MOVE "BATCH" TO PMV-OPERATORE
           MOVE WS-TIMESTAMP TO PMV-TIMESTAMP
           WRITE RECORD-PUNTI.

      *Scadenza: per cliente, i punti maturati fino alla data limite
      *(accrediti meno storni) meno tutti quelli gia' usati
      *(riscatti e scadenze); il resto, se positivo, scade oggi.
       SCADENZA-PUNTI.
           MOVE WS-DATA-ELABORAZIONE TO WS-DATA-LAV
           COMPUTE WS-INDICE-MESE = WS-LAV-ANNO * 12 + WS-LAV-MESE - 1
               - WS-SCADENZA-MESI
           DIVIDE WS-INDICE-MESE BY 12 GIVING WS-LAV-ANNO
               REMAINDER WS-LAV-MESE
           ADD 1 TO WS-LAV-MESE
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-LAV) = 0
               SUBTRACT 1 FROM WS-LAV-GIORNO
           END-PERFORM
           MOVE WS-DATA-LAV TO WS-DATA-LIMITE
           OPEN INPUT FILE-PUNTI
           IF WS-PUNTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PUNTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM ACCUMULA-SALDO
               END-READ
           END-PERFORM
           CLOSE FILE-PUNTI
           IF WS-SALDI-PIENI = 'S'
               DISPLAY "OLTRE 5000 CLIENTI NEL GIORNALE PUNTI: "
                   "SCADENZE NON CALCOLATE."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FILE-PUNTI
           PERFORM VARYING INDICE-SALDO FROM 1 BY 1
               UNTIL INDICE-SALDO > WS-NUM-SALDI
               COMPUTE WS-DA-SCADERE = WS-SAL-MATURATI(INDICE-SALDO)
                   - WS-SAL-USATI(INDICE-SALDO)
               IF WS-DA-SCADERE > 0
                   MOVE WS-SAL-ID(INDICE-SALDO) TO PMV-ID-CLIENTE
                   MOVE WS-DATA-ELABORAZIONE TO PMV-DATA
                   MOVE 'X' TO PMV-CAUSALE
                   COMPUTE PMV-PUNTI = 0 - WS-DA-SCADERE
                   MOVE SPACES TO PMV-RIFERIMENTO
                   STRING "MATURATI AL " WS-DATA-LIMITE
                       DELIMITED BY SIZE INTO PMV-RIFERIMENTO
                   MOVE "BATCH" TO PMV-OPERATORE
                   MOVE WS-TIMESTAMP TO PMV-TIMESTAMP
                   WRITE RECORD-PUNTI
                   ADD WS-DA-SCADERE TO WS-TOT-SCADUTI
                   ADD 1 TO WS-CLIENTI-SCADUTI
               END-IF
           END-PERFORM
           CLOSE FILE-PUNTI
           DISPLAY "PUNTI SCADUTI (MATURATI FINO AL " WS-DATA-LIMITE
               "): " WS-TOT-SCADUTI " DI " WS-CLIENTI-SCADUTI
               " CLIENTI".

       ACCUMULA-SALDO.
           MOVE 'N' TO WS-SAL-TROVATO
           PERFORM VARYING INDICE-SALDO FROM 1 BY 1
               UNTIL INDICE-SALDO > WS-NUM-SALDI
                   OR WS-SAL-TROVATO = 'S'
               IF WS-SAL-ID(INDICE-SALDO) = PMV-ID-CLIENTE
                   MOVE 'S' TO WS-SAL-TROVATO
               END-IF
           END-PERFORM
           IF WS-SAL-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-SALDO
           ELSE
               IF WS-NUM-SALDI >= 5000
                   MOVE 'S' TO WS-SALDI-PIENI
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-SALDI
               MOVE WS-NUM-SALDI TO INDICE-SALDO
               MOVE PMV-ID-CLIENTE TO WS-SAL-ID(INDICE-SALDO)
               MOVE 0 TO WS-SAL-MATURATI(INDICE-SALDO)
               MOVE 0 TO WS-SAL-USATI(INDICE-SALDO)
           END-IF
           IF PMV-ACCREDITO OR PMV-STORNO
               IF PMV-DATA NOT > WS-DATA-LIMITE
                   ADD PMV-PUNTI TO WS-SAL-MATURATI(INDICE-SALDO)
               END-IF
           ELSE
               SUBTRACT PMV-PUNTI FROM WS-SAL-USATI(INDICE-SALDO)
           END-IF.

           COPY TESTATA-CONTROLLI.
