       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTI-COORTI.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Tenuta dei clienti acquisiti, per coorte del mese di primo
      *acquisto: CLIENTI-MOVIMENTO conta i cambi di stato ma non
      *dice se i clienti conquistati continuano a comprare. Ogni
      *cliente di Vendite-dettaglio.txt entra nella coorte del mese
      *del suo primo acquisto (primo movimento di merce con importo
      *positivo; note di credito, interessi e premi non fanno
      *acquisto); il dettaglio tiene tutta la storia, mentre gli
      *storici annuali Vendite-storico-AAAA.txt sono a grana
      *mese/regione e non portano il cliente. Per ogni coorte si
      *contano i clienti che comprano ancora 1, 3, 6 e 12 mesi dopo
      *(un acquisto nel mese di calendario corrispondente) e i
      *ricavi netti di quel mese, confrontati con quelli del mese
      *di acquisizione: due griglie a triangolo in clienti-coorti.txt,
      *con le caselle non ancora osservabili (oltre l'ultimo mese del
      *feed) lasciate a punto, e in coda la media ponderata delle
      *coorti mature. A richiesta la stessa griglia si ripete per
      *regione (quella del primo acquisto) o per provincia
      *dell'anagrafica clienti.idx, per vedere dove cala la qualita'
      *dell'acquisizione.
      *Entrano i movimenti della societa' di lavoro (SocietaLavoro,
      *FiltroSocieta su DET-SOCIETA e cliente); per il consolidato
      *"GR" senza le vendite alle societa' del gruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-REPORT ASSIGN TO "clienti-coorti.txt"
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

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 LETTURA-FILE PIC X.
       01 WS-MODO PIC X.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Mesi come numero progressivo (anno * 12 + mese - 1), cosi'
      *la distanza fra due mesi e' una sottrazione.
       01 WS-MESE-NUM PIC 9(6).
       01 WS-ULTIMO-MESE PIC 9(6) VALUE 0.
       01 WS-PRIMO-MESE PIC 9(6) VALUE 999999.
       01 WS-DISTANZA PIC S9(6).
      *Mesi di distanza osservati: 0 (acquisizione), 1, 3, 6, 12.
       01 WS-SCARTI-VALORI PIC X(10) VALUE "0001030612".
       01 WS-SCARTI REDEFINES WS-SCARTI-VALORI.
           05 WS-SCARTO OCCURS 5 TIMES PIC 99.
       01 INDICE-SCARTO PIC 9.
      *Clienti in ordine di codice, con coorte e tenuta.
       01 WS-NUM-CLI PIC 9(4) VALUE 0.
       01 WS-CLI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 3000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-PRIMA-DATA PIC 9(8).
               10 WS-CLI-COORTE PIC 9(6).
               10 WS-CLI-REGIONE PIC 99.
               10 WS-CLI-PROVINCIA PIC X(2).
               10 WS-CLI-ATTIVO OCCURS 5 TIMES PIC X.
               10 WS-CLI-RICAVI OCCURS 5 TIMES PIC S9(9)V99.
       01 INDICE-CLI PIC 9(4).
       01 INDICE-SPOSTA PIC 9(4).
       01 WS-CLI-PIENI PIC X VALUE 'N'.
       01 WS-BASSO PIC S9(5).
       01 WS-ALTO PIC S9(5).
       01 WS-MEDIO PIC S9(5).
       01 WS-POSIZIONE PIC 9(4).
       01 WS-TROVATO PIC X.
       01 WS-CERCA-ID PIC 9(6).
      *Griglia della selezione corrente, una riga per mese di
      *coorte a partire da WS-BASE-MESE (al piu' 30 anni).
       01 WS-BASE-MESE PIC 9(6).
       01 WS-COORTI-TABELLA.
           05 WS-COO-ENTRY OCCURS 360 TIMES.
               10 WS-COO-CLIENTI PIC 9(6).
               10 WS-COO-ATTIVI OCCURS 5 TIMES PIC 9(6).
               10 WS-COO-RICAVI OCCURS 5 TIMES PIC S9(11)V99.
       01 INDICE-COO PIC 9(3).
       01 WS-COO-MESE PIC 9(6).
       01 WS-COO-ANNO PIC 9(4).
       01 WS-COO-MESE-CAL PIC 99.
      *Media ponderata delle coorti mature.
       01 WS-MATURI.
           05 WS-MATURI-ENTRY OCCURS 5 TIMES.
               10 WS-MATURI-CLIENTI PIC 9(7).
               10 WS-MATURI-ATTIVI PIC 9(7).
               10 WS-MATURI-RICAVI-BASE PIC S9(11)V99.
               10 WS-MATURI-RICAVI PIC S9(11)V99.
      *Selezione per la griglia corrente.
       01 WS-FILTRO-TIPO PIC X.
       01 WS-FILTRO-REGIONE PIC 99.
       01 WS-FILTRO-PROVINCIA PIC X(2).
       01 WS-TITOLO PIC X(60).
       01 WS-SELEZIONATI PIC 9(6).
      *Regioni e province presenti.
       01 WS-REGIONI-PRESENTI.
           05 WS-REGIONE-PRESENTE OCCURS 99 TIMES PIC X.
       01 INDICE-REGIONE PIC 99.
       01 WS-NUM-PROVINCE PIC 9(3) VALUE 0.
       01 WS-PROVINCE-TABELLA.
           05 WS-PRV-SIGLA OCCURS 120 TIMES PIC X(2).
       01 INDICE-PRV PIC 9(3).
       01 WS-PRV-TROVATA PIC X.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 INDICE-ANAGRAFICA PIC 99.
       01 WS-NOME-REGIONE PIC X(20).
      *Campi di stampa.
       01 WS-CLIENTI-ED PIC Z(5)9.
       01 WS-PERC PIC 9(3)V9.
       01 WS-PERC-ED PIC ZZ9.9.
       01 WS-PERC-SEGNO PIC S9(5)V9.
       01 WS-PERC-SEGNO-ED PIC -(4)9.9.
       01 WS-RICAVI-ED PIC -(10)9.99.
       01 WS-COLONNA PIC 9(3).
       01 WS-REGIONE-ED PIC 99.
      *Societa' di lavoro del report.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "COORTI RIFIUTATE: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           DISPLAY "Griglia anche per [R]egione, per [P]rovincia "
               "o [N]essun dettaglio: "
           ACCEPT WS-MODO
           IF WS-MODO = 'r'
               MOVE 'R' TO WS-MODO
           END-IF
           IF WS-MODO = 'p'
               MOVE 'P' TO WS-MODO
           END-IF
           PERFORM LEGGI-PARAMETRI
           PERFORM CARICA-PRIMI-ACQUISTI
           IF WS-CLI-PIENI = 'S'
               DISPLAY "OLTRE 3000 CLIENTI CON ACQUISTI: REPORT NON "
                   "PRODOTTO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM-CLI = 0
               DISPLAY "NESSUN ACQUISTO IN Vendite-dettaglio.txt: "
                   "REPORT NON PRODOTTO."
               STOP RUN
           END-IF
           PERFORM CARICA-TENUTA
           PERFORM CARICA-PROVINCE
           IF WS-ULTIMO-MESE - WS-PRIMO-MESE > 359
               COMPUTE WS-BASE-MESE = WS-ULTIMO-MESE - 359
           ELSE
               MOVE WS-PRIMO-MESE TO WS-BASE-MESE
           END-IF
           CALL 'GetRegioni' USING WS-REGIONI
               ON EXCEPTION MOVE 0 TO WS-NUM-REGIONI
           END-CALL
           OPEN OUTPUT FILE-REPORT
           MOVE 'T' TO WS-FILTRO-TIPO
           MOVE "TUTTI I CLIENTI" TO WS-TITOLO
           PERFORM STAMPA-GRIGLIA
           IF WS-MODO = 'R'
               MOVE 'R' TO WS-FILTRO-TIPO
               PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
                   UNTIL INDICE-REGIONE > 98
                   IF WS-REGIONE-PRESENTE(INDICE-REGIONE) = 'S'
                       PERFORM STAMPA-REGIONE
                   END-IF
               END-PERFORM
               IF WS-REGIONE-PRESENTE(99) = 'S'
                   MOVE 99 TO INDICE-REGIONE
                   PERFORM STAMPA-REGIONE
               END-IF
           END-IF
           IF WS-MODO = 'P'
               MOVE 'P' TO WS-FILTRO-TIPO
               PERFORM VARYING INDICE-PRV FROM 1 BY 1
                   UNTIL INDICE-PRV > WS-NUM-PROVINCE
                   MOVE WS-PRV-SIGLA(INDICE-PRV)
                       TO WS-FILTRO-PROVINCIA
                   MOVE SPACES TO WS-TITOLO
                   STRING "PROVINCIA " WS-FILTRO-PROVINCIA
                       DELIMITED BY SIZE INTO WS-TITOLO
                   IF WS-FILTRO-PROVINCIA = SPACES
                       MOVE "PROVINCIA NON INDICATA" TO WS-TITOLO
                   END-IF
                   PERFORM STAMPA-GRIGLIA
               END-PERFORM
           END-IF
           CLOSE FILE-REPORT
           DISPLAY "COORTI DI " WS-NUM-CLI " CLIENTI SCRITTE IN "
               "clienti-coorti.txt"
           STOP RUN.

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

      *Prima passata: il primo acquisto di ogni cliente, che ne
      *fissa coorte e regione, e l'ultimo mese presente nel feed.
       CARICA-PRIMI-ACQUISTI.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM REGISTRA-PRIMO-ACQUISTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       REGISTRA-PRIMO-ACQUISTO.
           IF DET-CODICE-PRODOTTO = WS-CODICE-INTERESSI
               OR DET-CODICE-PRODOTTO = WS-CODICE-PREMI
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MESE-NUM = DET-ANNO * 12 + DET-MESE - 1
           IF WS-MESE-NUM > WS-ULTIMO-MESE
               MOVE WS-MESE-NUM TO WS-ULTIMO-MESE
           END-IF
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF DET-IMPORTO NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MESE-NUM < WS-PRIMO-MESE
               MOVE WS-MESE-NUM TO WS-PRIMO-MESE
           END-IF
           MOVE DET-ID-CLIENTE TO WS-CERCA-ID
           PERFORM CERCA-CLIENTE
           IF WS-TROVATO = 'S'
               IF DET-DATA < WS-CLI-PRIMA-DATA(WS-POSIZIONE)
                   MOVE DET-DATA TO WS-CLI-PRIMA-DATA(WS-POSIZIONE)
                   MOVE WS-MESE-NUM TO WS-CLI-COORTE(WS-POSIZIONE)
                   MOVE DET-REGIONE-NUM
                       TO WS-CLI-REGIONE(WS-POSIZIONE)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-CLI >= 3000
               MOVE 'S' TO WS-CLI-PIENI
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-SPOSTA FROM WS-NUM-CLI BY -1
               UNTIL INDICE-SPOSTA < WS-POSIZIONE
               MOVE WS-CLI-ENTRY(INDICE-SPOSTA)
                   TO WS-CLI-ENTRY(INDICE-SPOSTA + 1)
           END-PERFORM
           ADD 1 TO WS-NUM-CLI
           INITIALIZE WS-CLI-ENTRY(WS-POSIZIONE)
           MOVE DET-ID-CLIENTE TO WS-CLI-ID(WS-POSIZIONE)
           MOVE DET-DATA TO WS-CLI-PRIMA-DATA(WS-POSIZIONE)
           MOVE WS-MESE-NUM TO WS-CLI-COORTE(WS-POSIZIONE)
           MOVE DET-REGIONE-NUM TO WS-CLI-REGIONE(WS-POSIZIONE)
           MOVE SPACES TO WS-CLI-PROVINCIA(WS-POSIZIONE).

      *Ricerca dicotomica di WS-CERCA-ID: trovato, o posizione
      *in cui inserirlo.
       CERCA-CLIENTE.
           MOVE 'N' TO WS-TROVATO
           MOVE 1 TO WS-BASSO
           MOVE WS-NUM-CLI TO WS-ALTO
           PERFORM UNTIL WS-BASSO > WS-ALTO OR WS-TROVATO = 'S'
               COMPUTE WS-MEDIO = (WS-BASSO + WS-ALTO) / 2
               EVALUATE TRUE
                   WHEN WS-CLI-ID(WS-MEDIO) = WS-CERCA-ID
                       MOVE 'S' TO WS-TROVATO
                   WHEN WS-CLI-ID(WS-MEDIO) < WS-CERCA-ID
                       COMPUTE WS-BASSO = WS-MEDIO + 1
                   WHEN OTHER
                       COMPUTE WS-ALTO = WS-MEDIO - 1
               END-EVALUATE
           END-PERFORM
           IF WS-TROVATO = 'S'
               MOVE WS-MEDIO TO WS-POSIZIONE
           ELSE
               MOVE WS-BASSO TO WS-POSIZIONE
           END-IF.

      *Seconda passata: acquisti e ricavi netti (note di credito
      *comprese) nei mesi osservati dopo l'acquisizione.
       CARICA-TENUTA.
           OPEN INPUT FILE-DETTAGLIO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM REGISTRA-TENUTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       REGISTRA-TENUTA.
           IF DET-CODICE-PRODOTTO = WS-CODICE-INTERESSI
               OR DET-CODICE-PRODOTTO = WS-CODICE-PREMI
               EXIT PARAGRAPH
           END-IF
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE DET-ID-CLIENTE TO WS-CERCA-ID
           PERFORM CERCA-CLIENTE
           IF WS-TROVATO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MESE-NUM = DET-ANNO * 12 + DET-MESE - 1
           COMPUTE WS-DISTANZA =
               WS-MESE-NUM - WS-CLI-COORTE(WS-POSIZIONE)
           PERFORM VARYING INDICE-SCARTO FROM 1 BY 1
               UNTIL INDICE-SCARTO > 5
               IF WS-DISTANZA = WS-SCARTO(INDICE-SCARTO)
                   ADD DET-IMPORTO
                       TO WS-CLI-RICAVI(WS-POSIZIONE, INDICE-SCARTO)
                   IF DET-IMPORTO > 0
                       MOVE 'S'
                           TO WS-CLI-ATTIVO(WS-POSIZIONE, INDICE-SCARTO)
                   END-IF
               END-IF
           END-PERFORM.

      *Provincia dall'anagrafica; chi non c'e' resta senza.
       CARICA-PROVINCE.
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLIENTI-IDX NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ID-CLIENTE-IDX TO WS-CERCA-ID
                           PERFORM CERCA-CLIENTE
                           IF WS-TROVATO = 'S'
                               MOVE PROVINCIA-IDX
                                   TO WS-CLI-PROVINCIA(WS-POSIZIONE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTI-IDX
           END-IF
           MOVE ALL 'N' TO WS-REGIONI-PRESENTI
           PERFORM VARYING INDICE-CLI FROM 1 BY 1
               UNTIL INDICE-CLI > WS-NUM-CLI
               IF WS-CLI-REGIONE(INDICE-CLI) > 0
                   MOVE 'S' TO WS-REGIONE-PRESENTE(
                       WS-CLI-REGIONE(INDICE-CLI))
               END-IF
               PERFORM ACCODA-PROVINCIA
           END-PERFORM.

      *Province in ordine di sigla.
       ACCODA-PROVINCIA.
           MOVE 'N' TO WS-PRV-TROVATA
           MOVE 0 TO WS-POSIZIONE
           PERFORM VARYING INDICE-PRV FROM 1 BY 1
               UNTIL INDICE-PRV > WS-NUM-PROVINCE
                   OR WS-PRV-TROVATA = 'S'
               IF WS-PRV-SIGLA(INDICE-PRV)
                   = WS-CLI-PROVINCIA(INDICE-CLI)
                   MOVE 'S' TO WS-PRV-TROVATA
               END-IF
               IF WS-PRV-SIGLA(INDICE-PRV)
                   > WS-CLI-PROVINCIA(INDICE-CLI)
                   AND WS-POSIZIONE = 0
                   MOVE INDICE-PRV TO WS-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-PRV-TROVATA = 'S' OR WS-NUM-PROVINCE >= 120
               EXIT PARAGRAPH
           END-IF
           IF WS-POSIZIONE = 0
               COMPUTE WS-POSIZIONE = WS-NUM-PROVINCE + 1
           END-IF
           PERFORM VARYING INDICE-SPOSTA FROM WS-NUM-PROVINCE BY -1
               UNTIL INDICE-SPOSTA < WS-POSIZIONE
               MOVE WS-PRV-SIGLA(INDICE-SPOSTA)
                   TO WS-PRV-SIGLA(INDICE-SPOSTA + 1)
           END-PERFORM
           ADD 1 TO WS-NUM-PROVINCE
           MOVE WS-CLI-PROVINCIA(INDICE-CLI)
               TO WS-PRV-SIGLA(WS-POSIZIONE).

       STAMPA-REGIONE.
           MOVE INDICE-REGIONE TO WS-FILTRO-REGIONE
           MOVE "REGIONE SCONOSCIUTA" TO WS-NOME-REGIONE
           PERFORM VARYING INDICE-ANAGRAFICA FROM 1 BY 1
               UNTIL INDICE-ANAGRAFICA > WS-NUM-REGIONI
               IF WS-REG-CODICE(INDICE-ANAGRAFICA) = INDICE-REGIONE
                   MOVE WS-REG-NOME(INDICE-ANAGRAFICA)
                       TO WS-NOME-REGIONE
               END-IF
           END-PERFORM
           MOVE INDICE-REGIONE TO WS-REGIONE-ED
           MOVE SPACES TO WS-TITOLO
           STRING "REGIONE " WS-REGIONE-ED " " WS-NOME-REGIONE
               DELIMITED BY SIZE INTO WS-TITOLO
           PERFORM STAMPA-GRIGLIA.

      *Griglia dei clienti selezionati: coorti per riga, mesi dopo
      *l'acquisizione per colonna.
       STAMPA-GRIGLIA.
           INITIALIZE WS-COORTI-TABELLA
           MOVE 0 TO WS-SELEZIONATI
           PERFORM VARYING INDICE-CLI FROM 1 BY 1
               UNTIL INDICE-CLI > WS-NUM-CLI
               PERFORM ACCUMULA-COORTE
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-SELEZIONATI TO WS-CLIENTI-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "COORTI PER MESE DI PRIMO ACQUISTO - " WS-TITOLO
               DELIMITED BY "  " " - CLIENTI " DELIMITED BY SIZE
               WS-CLIENTI-ED " - SOCIETA' " WS-SOC-CODICE
               DELIMITED BY SIZE
               INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM STAMPA-CLIENTI
           PERFORM STAMPA-RICAVI.

       ACCUMULA-COORTE.
           EVALUATE WS-FILTRO-TIPO
               WHEN 'R'
                   IF WS-CLI-REGIONE(INDICE-CLI) NOT = WS-FILTRO-REGIONE
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'P'
                   IF WS-CLI-PROVINCIA(INDICE-CLI)
                       NOT = WS-FILTRO-PROVINCIA
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CLI-COORTE(INDICE-CLI) < WS-BASE-MESE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SELEZIONATI
           COMPUTE INDICE-COO =
               WS-CLI-COORTE(INDICE-CLI) - WS-BASE-MESE + 1
           ADD 1 TO WS-COO-CLIENTI(INDICE-COO)
           PERFORM VARYING INDICE-SCARTO FROM 1 BY 1
               UNTIL INDICE-SCARTO > 5
               IF WS-CLI-ATTIVO(INDICE-CLI, INDICE-SCARTO) = 'S'
                   ADD 1 TO WS-COO-ATTIVI(INDICE-COO, INDICE-SCARTO)
               END-IF
               ADD WS-CLI-RICAVI(INDICE-CLI, INDICE-SCARTO)
                   TO WS-COO-RICAVI(INDICE-COO, INDICE-SCARTO)
           END-PERFORM.

       STAMPA-CLIENTI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "CLIENTI CHE COMPRANO ANCORA (NUMERO E % DELLA COORTE)"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "COORTE   ACQUISITI        DOPO 1 MESE      DOPO 3 "
               "MESI      DOPO 6 MESI     DOPO 12 MESI"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-SCARTO FROM 1 BY 1
               UNTIL INDICE-SCARTO > 5
               MOVE 0 TO WS-MATURI-CLIENTI(INDICE-SCARTO)
               MOVE 0 TO WS-MATURI-ATTIVI(INDICE-SCARTO)
           END-PERFORM
           PERFORM VARYING INDICE-COO FROM 1 BY 1
               UNTIL INDICE-COO > 360
               IF WS-COO-CLIENTI(INDICE-COO) > 0
                   PERFORM STAMPA-RIGA-CLIENTI
               END-IF
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           MOVE "MEDIA" TO RIGA-REPORT(1:5)
           MOVE WS-MATURI-CLIENTI(1) TO WS-CLIENTI-ED
           MOVE WS-CLIENTI-ED TO RIGA-REPORT(12:6)
           PERFORM VARYING INDICE-SCARTO FROM 2 BY 1
               UNTIL INDICE-SCARTO > 5
               COMPUTE WS-COLONNA = 20 + (INDICE-SCARTO - 2) * 17
               IF WS-MATURI-CLIENTI(INDICE-SCARTO) = 0
                   MOVE "." TO RIGA-REPORT(WS-COLONNA + 15:1)
               ELSE
                   COMPUTE WS-PERC ROUNDED =
                       WS-MATURI-ATTIVI(INDICE-SCARTO) * 100
                       / WS-MATURI-CLIENTI(INDICE-SCARTO)
                   MOVE WS-PERC TO WS-PERC-ED
                   MOVE WS-PERC-ED TO RIGA-REPORT(WS-COLONNA + 9:5)
                   MOVE "%" TO RIGA-REPORT(WS-COLONNA + 14:1)
               END-IF
           END-PERFORM
           WRITE RIGA-REPORT.

      *Una casella e' osservabile se il mese della coorte piu' lo
      *scarto non supera l'ultimo mese del feed.
       STAMPA-RIGA-CLIENTI.
           PERFORM PREPARA-RIGA-COORTE
           MOVE WS-COO-CLIENTI(INDICE-COO) TO WS-CLIENTI-ED
           MOVE WS-CLIENTI-ED TO RIGA-REPORT(12:6)
           ADD WS-COO-CLIENTI(INDICE-COO) TO WS-MATURI-CLIENTI(1)
           PERFORM VARYING INDICE-SCARTO FROM 2 BY 1
               UNTIL INDICE-SCARTO > 5
               COMPUTE WS-COLONNA = 20 + (INDICE-SCARTO - 2) * 17
               IF WS-COO-MESE + WS-SCARTO(INDICE-SCARTO)
                   > WS-ULTIMO-MESE
                   MOVE "." TO RIGA-REPORT(WS-COLONNA + 15:1)
               ELSE
                   ADD WS-COO-CLIENTI(INDICE-COO)
                       TO WS-MATURI-CLIENTI(INDICE-SCARTO)
                   ADD WS-COO-ATTIVI(INDICE-COO, INDICE-SCARTO)
                       TO WS-MATURI-ATTIVI(INDICE-SCARTO)
                   MOVE WS-COO-ATTIVI(INDICE-COO, INDICE-SCARTO)
                       TO WS-CLIENTI-ED
                   MOVE WS-CLIENTI-ED TO RIGA-REPORT(WS-COLONNA:6)
                   COMPUTE WS-PERC ROUNDED =
                       WS-COO-ATTIVI(INDICE-COO, INDICE-SCARTO) * 100
                       / WS-COO-CLIENTI(INDICE-COO)
                   MOVE WS-PERC TO WS-PERC-ED
                   MOVE WS-PERC-ED TO RIGA-REPORT(WS-COLONNA + 9:5)
                   MOVE "%" TO RIGA-REPORT(WS-COLONNA + 14:1)
               END-IF
           END-PERFORM
           WRITE RIGA-REPORT.

       PREPARA-RIGA-COORTE.
           COMPUTE WS-COO-MESE = WS-BASE-MESE + INDICE-COO - 1
           DIVIDE WS-COO-MESE BY 12 GIVING WS-COO-ANNO
               REMAINDER WS-COO-MESE-CAL
           ADD 1 TO WS-COO-MESE-CAL
           MOVE SPACES TO RIGA-REPORT
           STRING WS-COO-MESE-CAL "/" WS-COO-ANNO
               DELIMITED BY SIZE INTO RIGA-REPORT.

      *Ricavi netti del mese osservato e quota sui ricavi del mese
      *di acquisizione della stessa coorte.
       STAMPA-RICAVI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "RICAVI TRATTENUTI (RICAVI DEL MESE E % DEI RICAVI DEL "
               & "MESE DI ACQUISIZIONE)" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "COORTE     RICAVI ACQUISIZ.             DOPO 1 MESE"
               "               DOPO 3 MESI               DOPO 6 MESI"
               "              DOPO 12 MESI"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-SCARTO FROM 1 BY 1
               UNTIL INDICE-SCARTO > 5
               MOVE 0 TO WS-MATURI-RICAVI-BASE(INDICE-SCARTO)
               MOVE 0 TO WS-MATURI-RICAVI(INDICE-SCARTO)
           END-PERFORM
           PERFORM VARYING INDICE-COO FROM 1 BY 1
               UNTIL INDICE-COO > 360
               IF WS-COO-CLIENTI(INDICE-COO) > 0
                   PERFORM STAMPA-RIGA-RICAVI
               END-IF
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           MOVE "MEDIA" TO RIGA-REPORT(1:5)
           MOVE WS-MATURI-RICAVI(1) TO WS-RICAVI-ED
           MOVE WS-RICAVI-ED TO RIGA-REPORT(12:14)
           PERFORM VARYING INDICE-SCARTO FROM 2 BY 1
               UNTIL INDICE-SCARTO > 5
               COMPUTE WS-COLONNA = 28 + (INDICE-SCARTO - 2) * 26
               IF WS-MATURI-RICAVI-BASE(INDICE-SCARTO) NOT > 0
                   MOVE "." TO RIGA-REPORT(WS-COLONNA + 23:1)
               ELSE
                   MOVE WS-MATURI-RICAVI(INDICE-SCARTO)
                       TO WS-RICAVI-ED
                   MOVE WS-RICAVI-ED TO RIGA-REPORT(WS-COLONNA:14)
                   COMPUTE WS-PERC-SEGNO ROUNDED =
                       WS-MATURI-RICAVI(INDICE-SCARTO) * 100
                       / WS-MATURI-RICAVI-BASE(INDICE-SCARTO)
                       ON SIZE ERROR
                           MOVE 0 TO WS-PERC-SEGNO
                   END-COMPUTE
                   MOVE WS-PERC-SEGNO TO WS-PERC-SEGNO-ED
                   MOVE WS-PERC-SEGNO-ED
                       TO RIGA-REPORT(WS-COLONNA + 15:7)
                   MOVE "%" TO RIGA-REPORT(WS-COLONNA + 22:1)
               END-IF
           END-PERFORM
           WRITE RIGA-REPORT.

       STAMPA-RIGA-RICAVI.
           PERFORM PREPARA-RIGA-COORTE
           MOVE WS-COO-RICAVI(INDICE-COO, 1) TO WS-RICAVI-ED
           MOVE WS-RICAVI-ED TO RIGA-REPORT(12:14)
           ADD WS-COO-RICAVI(INDICE-COO, 1) TO WS-MATURI-RICAVI(1)
           PERFORM VARYING INDICE-SCARTO FROM 2 BY 1
               UNTIL INDICE-SCARTO > 5
               COMPUTE WS-COLONNA = 28 + (INDICE-SCARTO - 2) * 26
               IF WS-COO-MESE + WS-SCARTO(INDICE-SCARTO)
                   > WS-ULTIMO-MESE
                   MOVE "." TO RIGA-REPORT(WS-COLONNA + 23:1)
               ELSE
                   ADD WS-COO-RICAVI(INDICE-COO, 1)
                       TO WS-MATURI-RICAVI-BASE(INDICE-SCARTO)
                   ADD WS-COO-RICAVI(INDICE-COO, INDICE-SCARTO)
                       TO WS-MATURI-RICAVI(INDICE-SCARTO)
                   MOVE WS-COO-RICAVI(INDICE-COO, INDICE-SCARTO)
                       TO WS-RICAVI-ED
                   MOVE WS-RICAVI-ED TO RIGA-REPORT(WS-COLONNA:14)
                   IF WS-COO-RICAVI(INDICE-COO, 1) > 0
                       COMPUTE WS-PERC-SEGNO ROUNDED =
                           WS-COO-RICAVI(INDICE-COO, INDICE-SCARTO)
                           * 100 / WS-COO-RICAVI(INDICE-COO, 1)
                           ON SIZE ERROR
                               MOVE 0 TO WS-PERC-SEGNO
                       END-COMPUTE
                       MOVE WS-PERC-SEGNO TO WS-PERC-SEGNO-ED
                       MOVE WS-PERC-SEGNO-ED
                           TO RIGA-REPORT(WS-COLONNA + 15:7)
                       MOVE "%" TO RIGA-REPORT(WS-COLONNA + 22:1)
                   END-IF
               END-IF
           END-PERFORM
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
