       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScaricoMagazzino.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Scarico notturno del magazzino dal dettaglio vendite: ogni
      *movimento di Vendite-dettaglio.txt toglie DET-QUANTITA dalla
      *giacenza del suo prodotto in Magazzino.idx, e ogni nota di
      *credito (importo negativo, merce resa) la rimette. I codici
      *di servizio di gestionale.cfg (INTERESSI-CODICE-PRODOTTO e
      *PREMI-CODICE-PRODOTTO) non hanno giacenza e si saltano. Un
      *prodotto venduto senza record di magazzino ne riceve uno a
      *zero e va in negativo: la situazione di magazzino lo mostra.
      *Si lavorano i movimenti con data successiva all'ultima data
      *scaricata (Magazzino-scarico.ultimo) e fino alla data di
      *elaborazione (MAGAZZINO_DATA, altrimenti oggi), cosi' una
      *notte saltata si recupera al giro dopo e nessun giorno si
      *scarica due volte; un movimento arrivato con una data gia'
      *scaricata non si riprende e va caricato a mano. Il feed si
      *verifica contro il trailer prima di toccare la giacenza: se
      *non quadra non si scarica niente. Per ogni prodotto e giorno
      *vendite e resi lasciano una riga ciascuno in
      *Magazzino-movimenti.txt. Le note di credito dei resi
      *ricevuti con ResiMerce, che hanno gia' rimesso la merce in
      *giacenza (RES-MAGAZZINO 'S' in Resi.txt), non si rimettono una
      *seconda volta. Allo stesso modo le vendite delle consegne
      *con DDT, la cui merce e' uscita da Magazzino.idx gia'
      *all'emissione del documento (DDT-MAGAZZINO 'S' in Ddt.idx),
      *non si tolgono di nuovo. Termina con GOBACK e RETURN-CODE 8
      *sugli errori, per girare come passo del batch notturno.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT MAGAZZINO-IDX ASSIGN TO "Magazzino.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MAG-CODICE-PRODOTTO
           FILE STATUS IS WS-MAGAZZINO-STATUS.
           SELECT FILE-MOVIMENTI ASSIGN TO "Magazzino-movimenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTI-STATUS.
           SELECT FILE-RESI ASSIGN TO "Resi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESI-STATUS.
           SELECT DDT-IDX ASSIGN TO "Ddt.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DDT-CHIAVE
           FILE STATUS IS WS-DDT-STATUS.
           SELECT ULTIMA-DATA-FILE
               ASSIGN TO "Magazzino-scarico.ultimo"
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

       FD MAGAZZINO-IDX.
       COPY MAGAZZINO-REC.

       FD FILE-MOVIMENTI.
       COPY MOVIMENTO-MAGAZZINO.

       FD FILE-RESI.
       COPY RESO-REC.

       FD DDT-IDX.
       COPY DDT-REC.

       FD ULTIMA-DATA-FILE.
       01 RECORD-ULTIMA-DATA.
           05 ULT-DATA PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-MAGAZZINO-STATUS PIC XX.
       01 WS-MOVIMENTI-STATUS PIC XX.
       01 WS-ULTIMA-STATUS PIC XX.
       01 WS-RESI-STATUS PIC XX.
       01 WS-DDT-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-TIMESTAMP PIC X(14).
       01 WS-DATA-TESTO PIC X(8).
       01 WS-DATA-ELABORAZIONE PIC 9(8).
       01 WS-ULTIMA-SCARICATA PIC 9(8) VALUE 0.
      *Codici di servizio senza giacenza.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Quadratura del feed contro il trailer.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
      *Quantita' da scaricare per prodotto e giorno, in ordine di
      *arrivo: vendute e rese separate per il giornale.
       01 WS-NUM-SCARICHI PIC 9(4) VALUE 0.
       01 WS-SCARICHI-TABELLA.
           05 WS-SCA-ENTRY OCCURS 3000 TIMES.
               10 WS-SCA-CODICE PIC X(8).
               10 WS-SCA-DATA PIC 9(8).
               10 WS-SCA-VENDUTO PIC 9(7).
               10 WS-SCA-RESO PIC 9(7).
       01 INDICE-SCARICO PIC 9(4).
       01 WS-SCA-TROVATO PIC X.
       01 WS-SCARICHI-PIENI PIC X VALUE 'N'.
       01 WS-NUOVO-PRODOTTO PIC X.
       01 WS-MOVIMENTI-LETTI PIC 9(6) VALUE 0.
       01 WS-MOVIMENTI-SERVIZIO PIC 9(6) VALUE 0.
       01 WS-TOT-VENDUTO PIC 9(9) VALUE 0.
       01 WS-TOT-RESO PIC 9(9) VALUE 0.
       01 WS-PRODOTTI-NUOVI PIC 9(4) VALUE 0.
       01 WS-ERRORI-SCRITTURA PIC 9(4) VALUE 0.
       01 WS-RESI-GIA-RIMESSI PIC 9(9) VALUE 0.
       01 WS-DDT-GIA-SCARICATI PIC 9(9) VALUE 0.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:14) TO WS-TIMESTAMP
           MOVE SPACES TO WS-DATA-TESTO
           ACCEPT WS-DATA-TESTO FROM ENVIRONMENT "MAGAZZINO_DATA"
           IF WS-DATA-TESTO = SPACES
               MOVE WS-DATA-ORA(1:8) TO WS-DATA-ELABORAZIONE
           ELSE
               IF WS-DATA-TESTO IS NOT NUMERIC
                   DISPLAY "MAGAZZINO_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-DATA-TESTO TO WS-DATA-ELABORAZIONE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ELABORAZIONE)
                   NOT = 0
                   DISPLAY "MAGAZZINO_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LEGGI-PARAMETRI
           PERFORM LEGGI-ULTIMA-DATA
           IF WS-ULTIMA-SCARICATA NOT < WS-DATA-ELABORAZIONE
               DISPLAY "MAGAZZINO GIA' SCARICATO FINO AL "
                   WS-ULTIMA-SCARICATA ", NIENTE DA FARE."
               GOBACK
           END-IF
           PERFORM CARICA-SCARICHI
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "Vendite-dettaglio.txt NON QUADRA CON IL "
                   "TRAILER: MAGAZZINO NON SCARICATO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SCARICHI-PIENI = 'S'
               DISPLAY "OLTRE 3000 COMBINAZIONI PRODOTTO/GIORNO DA "
                   "SCARICARE: MAGAZZINO NON SCARICATO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TOGLI-RESI-RIMESSI
           PERFORM TOGLI-DDT-SCARICATI
           OPEN I-O MAGAZZINO-IDX
           IF WS-MAGAZZINO-STATUS NOT = "00"
               OPEN OUTPUT MAGAZZINO-IDX
               CLOSE MAGAZZINO-IDX
               OPEN I-O MAGAZZINO-IDX
           END-IF
           IF WS-MAGAZZINO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Magazzino.idx (STATUS "
                   WS-MAGAZZINO-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND FILE-MOVIMENTI
           IF WS-MOVIMENTI-STATUS NOT = "00"
               OPEN OUTPUT FILE-MOVIMENTI
           END-IF
           PERFORM VARYING INDICE-SCARICO FROM 1 BY 1
               UNTIL INDICE-SCARICO > WS-NUM-SCARICHI
               PERFORM APPLICA-SCARICO
           END-PERFORM
           CLOSE FILE-MOVIMENTI
           CLOSE MAGAZZINO-IDX
           IF WS-ERRORI-SCRITTURA > 0
               DISPLAY "ERRORI DI SCRITTURA SU Magazzino.idx: "
                   WS-ERRORI-SCRITTURA ", DATA DI SCARICO NON "
                   "AVANZATA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM REGISTRA-ULTIMA-DATA
           DISPLAY "SCARICO MAGAZZINO DAL " WS-ULTIMA-SCARICATA
               " AL " WS-DATA-ELABORAZIONE ": " WS-MOVIMENTI-LETTI
               " MOVIMENTI, VENDUTI " WS-TOT-VENDUTO
               " RESI " WS-TOT-RESO
           IF WS-RESI-GIA-RIMESSI > 0
               DISPLAY "QUANTITA' RESE GIA' RIMESSE DA ResiMerce: "
                   WS-RESI-GIA-RIMESSI
           END-IF
           IF WS-DDT-GIA-SCARICATI > 0
               DISPLAY "QUANTITA' VENDUTE GIA' SCARICATE DA "
                   "SpedizioniDdt: " WS-DDT-GIA-SCARICATI
           END-IF
           IF WS-MOVIMENTI-SERVIZIO > 0
               DISPLAY "MOVIMENTI SU CODICI DI SERVIZIO SALTATI: "
                   WS-MOVIMENTI-SERVIZIO
           END-IF
           IF WS-PRODOTTI-NUOVI > 0
               DISPLAY "PRODOTTI VENDUTI SENZA RECORD DI MAGAZZINO "
                   "(CREATI A ZERO): " WS-PRODOTTI-NUOVI
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
           END-IF.

      *Senza il file si parte da zero: al primo giro si scarica
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
                       MOVE ULT-DATA TO WS-ULTIMA-SCARICATA
                   END-IF
           END-READ
           CLOSE ULTIMA-DATA-FILE.

       REGISTRA-ULTIMA-DATA.
           OPEN OUTPUT ULTIMA-DATA-FILE
           MOVE WS-DATA-ELABORAZIONE TO ULT-DATA
           WRITE RECORD-ULTIMA-DATA
           CLOSE ULTIMA-DATA-FILE.

       CARICA-SCARICHI.
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
                               IF DET-DATA > WS-ULTIMA-SCARICATA
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
           IF DET-QUANTITA = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVIMENTI-LETTI
           MOVE 'N' TO WS-SCA-TROVATO
           PERFORM VARYING INDICE-SCARICO FROM 1 BY 1
               UNTIL INDICE-SCARICO > WS-NUM-SCARICHI
                   OR WS-SCA-TROVATO = 'S'
               IF WS-SCA-CODICE(INDICE-SCARICO) = DET-CODICE-PRODOTTO
                   AND WS-SCA-DATA(INDICE-SCARICO) = DET-DATA
                   MOVE 'S' TO WS-SCA-TROVATO
               END-IF
           END-PERFORM
           IF WS-SCA-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-SCARICO
           ELSE
               IF WS-NUM-SCARICHI >= 3000
                   MOVE 'S' TO WS-SCARICHI-PIENI
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-SCARICHI
               MOVE WS-NUM-SCARICHI TO INDICE-SCARICO
               MOVE DET-CODICE-PRODOTTO
                   TO WS-SCA-CODICE(INDICE-SCARICO)
               MOVE DET-DATA TO WS-SCA-DATA(INDICE-SCARICO)
               MOVE 0 TO WS-SCA-VENDUTO(INDICE-SCARICO)
               MOVE 0 TO WS-SCA-RESO(INDICE-SCARICO)
           END-IF
           IF DET-IMPORTO < 0
               ADD DET-QUANTITA TO WS-SCA-RESO(INDICE-SCARICO)
               ADD DET-QUANTITA TO WS-TOT-RESO
           ELSE
               ADD DET-QUANTITA TO WS-SCA-VENDUTO(INDICE-SCARICO)
               ADD DET-QUANTITA TO WS-TOT-VENDUTO
           END-IF.

      *Un reso ricevuto con la merce gia' rimessa in giacenza ha la
      *sua nota di credito nel feed alla data di ricevimento: quella
      *quantita' si toglie dai resi del prodotto nel giorno.
       TOGLI-RESI-RIMESSI.
           OPEN INPUT FILE-RESI
           IF WS-RESI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RESI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF RESO-RICEVUTO AND RESO-IN-GIACENZA
                           AND RES-DATA-RICEZIONE > WS-ULTIMA-SCARICATA
                           AND RES-DATA-RICEZIONE
                               NOT > WS-DATA-ELABORAZIONE
                           PERFORM TOGLI-RESO-RIMESSO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RESI.

       TOGLI-RESO-RIMESSO.
           MOVE 'N' TO WS-SCA-TROVATO
           PERFORM VARYING INDICE-SCARICO FROM 1 BY 1
               UNTIL INDICE-SCARICO > WS-NUM-SCARICHI
                   OR WS-SCA-TROVATO = 'S'
               IF WS-SCA-CODICE(INDICE-SCARICO) = RES-CODICE-PRODOTTO
                   AND WS-SCA-DATA(INDICE-SCARICO) = RES-DATA-RICEZIONE
                   MOVE 'S' TO WS-SCA-TROVATO
               END-IF
           END-PERFORM
           IF WS-SCA-TROVATO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM INDICE-SCARICO
           IF RES-QUANTITA > WS-SCA-RESO(INDICE-SCARICO)
               ADD WS-SCA-RESO(INDICE-SCARICO) TO WS-RESI-GIA-RIMESSI
               SUBTRACT WS-SCA-RESO(INDICE-SCARICO) FROM WS-TOT-RESO
               MOVE 0 TO WS-SCA-RESO(INDICE-SCARICO)
           ELSE
               ADD RES-QUANTITA TO WS-RESI-GIA-RIMESSI
               SUBTRACT RES-QUANTITA FROM WS-TOT-RESO
               SUBTRACT RES-QUANTITA FROM WS-SCA-RESO(INDICE-SCARICO)
           END-IF.

      *Le righe di DDT consegnate entrano nel dettaglio alla data di
      *consegna; se la merce e' uscita all'emissione del documento
      *la loro quantita' non si scarica una seconda volta.
       TOGLI-DDT-SCARICATI.
           OPEN INPUT DDT-IDX
           IF WS-DDT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ DDT-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF DDT-CONSEGNATO AND DDT-SCARICATO
                           AND DDT-IN-DETTAGLIO
                           AND DDT-DATA-CONSEGNA > WS-ULTIMA-SCARICATA
                           AND DDT-DATA-CONSEGNA
                               NOT > WS-DATA-ELABORAZIONE
                           PERFORM TOGLI-DDT-SCARICATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DDT-IDX.

       TOGLI-DDT-SCARICATO.
           MOVE 'N' TO WS-SCA-TROVATO
           PERFORM VARYING INDICE-SCARICO FROM 1 BY 1
               UNTIL INDICE-SCARICO > WS-NUM-SCARICHI
                   OR WS-SCA-TROVATO = 'S'
               IF WS-SCA-CODICE(INDICE-SCARICO) = DDT-CODICE-PRODOTTO
                   AND WS-SCA-DATA(INDICE-SCARICO) = DDT-DATA-CONSEGNA
                   MOVE 'S' TO WS-SCA-TROVATO
               END-IF
           END-PERFORM
           IF WS-SCA-TROVATO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM INDICE-SCARICO
           IF DDT-QUANTITA > WS-SCA-VENDUTO(INDICE-SCARICO)
               ADD WS-SCA-VENDUTO(INDICE-SCARICO)
                   TO WS-DDT-GIA-SCARICATI
               SUBTRACT WS-SCA-VENDUTO(INDICE-SCARICO)
                   FROM WS-TOT-VENDUTO
               MOVE 0 TO WS-SCA-VENDUTO(INDICE-SCARICO)
           ELSE
               ADD DDT-QUANTITA TO WS-DDT-GIA-SCARICATI
               SUBTRACT DDT-QUANTITA FROM WS-TOT-VENDUTO
               SUBTRACT DDT-QUANTITA FROM WS-SCA-VENDUTO(INDICE-SCARICO)
           END-IF.

      *Una riga di giornale per le vendite e una per i resi del
      *prodotto nel giorno, ciascuna con la giacenza risultante.
       APPLICA-SCARICO.
           MOVE WS-SCA-CODICE(INDICE-SCARICO) TO MAG-CODICE-PRODOTTO
           MOVE 'N' TO WS-NUOVO-PRODOTTO
           READ MAGAZZINO-IDX
               INVALID KEY
                   MOVE 'S' TO WS-NUOVO-PRODOTTO
                   ADD 1 TO WS-PRODOTTI-NUOVI
                   MOVE WS-SCA-CODICE(INDICE-SCARICO)
                       TO MAG-CODICE-PRODOTTO
                   MOVE 0 TO MAG-GIACENZA
                   MOVE 0 TO MAG-PUNTO-RIORDINO
                   MOVE 0 TO MAG-DATA-ULTIMO-CARICO
                   MOVE 0 TO MAG-DATA-ULTIMO-SCARICO
           END-READ
           MOVE WS-SCA-DATA(INDICE-SCARICO) TO MMV-DATA
           MOVE WS-SCA-CODICE(INDICE-SCARICO) TO MMV-CODICE-PRODOTTO
           MOVE SPACES TO MMV-RIFERIMENTO
           STRING "SCARICO " WS-DATA-ELABORAZIONE
               DELIMITED BY SIZE INTO MMV-RIFERIMENTO
           MOVE "BATCH" TO MMV-OPERATORE
           MOVE WS-TIMESTAMP TO MMV-TIMESTAMP
           IF WS-SCA-VENDUTO(INDICE-SCARICO) > 0
               SUBTRACT WS-SCA-VENDUTO(INDICE-SCARICO)
                   FROM MAG-GIACENZA
               SET MMV-VENDITA TO TRUE
               COMPUTE MMV-QUANTITA =
                   0 - WS-SCA-VENDUTO(INDICE-SCARICO)
               MOVE MAG-GIACENZA TO MMV-GIACENZA-DOPO
               WRITE RECORD-MOVIMENTO-MAGAZZINO
           END-IF
           IF WS-SCA-RESO(INDICE-SCARICO) > 0
               ADD WS-SCA-RESO(INDICE-SCARICO) TO MAG-GIACENZA
               SET MMV-RESO TO TRUE
               MOVE WS-SCA-RESO(INDICE-SCARICO) TO MMV-QUANTITA
               MOVE MAG-GIACENZA TO MMV-GIACENZA-DOPO
               WRITE RECORD-MOVIMENTO-MAGAZZINO
           END-IF
           IF WS-SCA-DATA(INDICE-SCARICO) > MAG-DATA-ULTIMO-SCARICO
               MOVE WS-SCA-DATA(INDICE-SCARICO)
                   TO MAG-DATA-ULTIMO-SCARICO
           END-IF
           MOVE WS-DATA-ORA(1:8) TO MAG-DATA-AGGIORNAMENTO
           MOVE "BATCH" TO MAG-OPERATORE
           IF WS-NUOVO-PRODOTTO = 'S'
               WRITE RECORD-MAGAZZINO
                   INVALID KEY
                       ADD 1 TO WS-ERRORI-SCRITTURA
               END-WRITE
           ELSE
               REWRITE RECORD-MAGAZZINO
                   INVALID KEY
                       ADD 1 TO WS-ERRORI-SCRITTURA
               END-REWRITE
           END-IF.

           COPY TESTATA-CONTROLLI.
