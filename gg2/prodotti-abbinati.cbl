       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODOTTI-ABBINATI.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Prodotti comprati insieme, per costruire pacchetti e campagne
      *di vendita incrociata. Il cesto e' l'insieme dei prodotti che
      *un cliente compra in un giorno (DET-ID-CLIENTE, DET-DATA,
      *DET-CODICE-PRODOTTO di Vendite-dettaglio.txt); la regione del
      *cesto e' quella del suo primo movimento. Le note di credito
      *(importo negativo) non sono acquisti e gli addebiti di
      *interessi e i premi (INTERESSI-CODICE-PRODOTTO,
      *PREMI-CODICE-PRODOTTO) non sono merce: restano fuori. Per ogni
      *coppia di prodotti si contano i cesti che le contengono
      *entrambe, in totale (regione 00) e per regione, e se ne
      *ricavano supporto (cesti con la coppia sui cesti), confidenza
      *nei due versi (cesti con la coppia sui cesti con il primo
      *prodotto) e lift (quanto la coppia compare piu' del caso).
      *Le coppie con almeno ABBINAMENTI-MIN-CESTI cesti
      *(gestionale.cfg, predefinito 2) vanno in prodotti-abbinati.txt;
      *le prime 20 in totale e le prime 10 per regione sono stampate
      *in prodotti-abbinati-report.txt. In clienti-prodotti.txt
      *resta per ogni cliente l'elenco dei prodotti comprati, con i
      *cesti e l'ultimo acquisto: e' il criterio "ha comprato X ma
      *mai Y" delle campagne in CAMPAGNE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-ABBINATI ASSIGN TO "prodotti-abbinati.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-CLIENTI-PRODOTTI
           ASSIGN TO "clienti-prodotti.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-REPORT ASSIGN TO "prodotti-abbinati-report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *Una coppia per regione (00 = tutte), con i cesti della coppia,
      *di ciascun prodotto e della regione; percentuali e lift a due
      *decimali.
       FD FILE-ABBINATI.
       01 RECORD-ABBINAMENTO.
           05 ABB-REGIONE PIC 99.
           05 ABB-PRODOTTO-A PIC X(8).
           05 ABB-PRODOTTO-B PIC X(8).
           05 ABB-CESTI PIC 9(6).
           05 ABB-CESTI-A PIC 9(6).
           05 ABB-CESTI-B PIC 9(6).
           05 ABB-CESTI-TOTALI PIC 9(6).
           05 ABB-SUPPORTO PIC 9(3)V99.
           05 ABB-CONFIDENZA-AB PIC 9(3)V99.
           05 ABB-CONFIDENZA-BA PIC 9(3)V99.
           05 ABB-LIFT PIC 9(4)V99.
           05 ABB-DATA-CALCOLO PIC 9(8).

       FD FILE-CLIENTI-PRODOTTI.
       01 RECORD-CLIENTE-PRODOTTO.
           05 CLP-ID-CLIENTE PIC 9(6).
           05 CLP-CODICE-PRODOTTO PIC X(8).
           05 CLP-CESTI PIC 9(6).
           05 CLP-ULTIMO-ACQUISTO PIC 9(8).
           05 CLP-DATA-CALCOLO PIC 9(8).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-MIN-CESTI PIC 9(4) VALUE 2.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Righe d'acquisto del feed, ordinate per cliente, giorno e
      *prodotto cosi' che i cesti risultino contigui.
       01 WS-NUM-RIGHE PIC 9(5) VALUE 0.
       01 WS-RIGHE-TABELLA.
           05 WS-RIG-ENTRY OCCURS 20000 TIMES.
               10 WS-RIG-CHIAVE.
                   15 WS-RIG-CLIENTE PIC 9(6).
                   15 WS-RIG-DATA PIC 9(8).
                   15 WS-RIG-PRODOTTO PIC X(8).
               10 WS-RIG-REGIONE PIC 99.
       01 WS-RIGHE-PIENE PIC X VALUE 'N'.
       01 INDICE-RIGA PIC 9(5).
       01 INDICE-PRECEDENTE PIC 9(5).
       01 WS-PASSO PIC 9(5).
       01 WS-PARTENZA PIC 9(5).
       01 WS-RIGA-APPOGGIO PIC X(24).
       01 WS-RIGA-APPOGGIO-R REDEFINES WS-RIGA-APPOGGIO.
           05 WS-APP-CHIAVE PIC X(22).
           05 WS-APP-REGIONE PIC 99.
       01 WS-SPOSTA PIC X.
      *Cesto in lavorazione.
       01 WS-CES-CLIENTE PIC 9(6) VALUE 0.
       01 WS-CES-DATA PIC 9(8) VALUE 0.
       01 WS-CES-REGIONE PIC 99.
       01 WS-CES-NUM-PRODOTTI PIC 99 VALUE 0.
       01 WS-CES-PRODOTTI.
           05 WS-CES-PRODOTTO OCCURS 50 TIMES PIC X(8).
       01 INDICE-CES PIC 99.
       01 INDICE-CES-2 PIC 99.
      *Cesti per regione: posizione 1 il totale, poi regione + 1.
       01 WS-CESTI-REGIONE-TABELLA.
           05 WS-CESTI-REGIONE OCCURS 100 TIMES PIC 9(6).
       01 INDICE-REGIONE PIC 999.
       01 WS-REGIONE-LAV PIC 99.
      *Cesti per prodotto e regione, ordinati per chiave.
       01 WS-NUM-PRODOTTI-CNT PIC 9(4) VALUE 0.
       01 WS-PRODOTTI-CNT-TABELLA.
           05 WS-PRC-ENTRY OCCURS 3000 TIMES.
               10 WS-PRC-CHIAVE.
                   15 WS-PRC-REGIONE PIC 99.
                   15 WS-PRC-PRODOTTO PIC X(8).
               10 WS-PRC-CESTI PIC 9(6).
       01 WS-CERCA-PRODOTTO.
           05 WS-CPR-REGIONE PIC 99.
           05 WS-CPR-PRODOTTO PIC X(8).
      *Coppie per regione, ordinate per chiave (primo prodotto minore
      *del secondo).
       01 WS-NUM-COPPIE PIC 9(5) VALUE 0.
       01 WS-COPPIE-TABELLA.
           05 WS-CPP-ENTRY OCCURS 10000 TIMES.
               10 WS-CPP-CHIAVE.
                   15 WS-CPP-REGIONE PIC 99.
                   15 WS-CPP-PRODOTTO-A PIC X(8).
                   15 WS-CPP-PRODOTTO-B PIC X(8).
               10 WS-CPP-CESTI PIC 9(6).
               10 WS-CPP-CESTI-A PIC 9(6).
               10 WS-CPP-CESTI-B PIC 9(6).
               10 WS-CPP-SUPPORTO PIC 9(3)V99.
               10 WS-CPP-CONFIDENZA-AB PIC 9(3)V99.
               10 WS-CPP-CONFIDENZA-BA PIC 9(3)V99.
               10 WS-CPP-LIFT PIC 9(4)V99.
               10 WS-CPP-SCELTA PIC X.
       01 WS-CERCA-COPPIA.
           05 WS-CCP-REGIONE PIC 99.
           05 WS-CCP-PRODOTTO-A PIC X(8).
           05 WS-CCP-PRODOTTO-B PIC X(8).
      *Ricerca dicotomica comune alle due tabelle ordinate: trovata
      *la chiave, o posizione in cui inserirla.
       01 WS-BASSO PIC S9(5).
       01 WS-ALTO PIC S9(5).
       01 WS-MEDIO PIC S9(5).
       01 WS-POSIZIONE PIC 9(5).
       01 WS-TROVATA PIC X.
       01 INDICE-SPOSTA PIC 9(5).
       01 WS-TABELLE-PIENE PIC X VALUE 'N'.
      *Prodotti del cliente in lavorazione per clienti-prodotti.txt.
       01 WS-CLP-CLIENTE PIC 9(6) VALUE 0.
       01 WS-NUM-CLP PIC 9(3) VALUE 0.
       01 WS-CLP-TABELLA.
           05 WS-CLP-ENTRY OCCURS 200 TIMES.
               10 WS-CLP-PRODOTTO PIC X(8).
               10 WS-CLP-CESTI PIC 9(6).
               10 WS-CLP-ULTIMO PIC 9(8).
       01 INDICE-CLP PIC 9(3).
       01 WS-CLP-TROVATO PIC X.
      *Graduatoria per la stampa.
       01 WS-MIGLIORE PIC 9(5).
       01 WS-PRIMA PIC 9(5).
       01 WS-ULTIMA PIC 9(5).
       01 WS-LIMITE PIC 99.
       01 WS-STAMPATE PIC 99.
       01 WS-ANCORA PIC X.
      *Totali.
       01 WS-RIGHE-LETTE PIC 9(7) VALUE 0.
       01 WS-RIGHE-ESCLUSE PIC 9(7) VALUE 0.
       01 WS-TOT-CESTI PIC 9(6) VALUE 0.
       01 WS-CESTI-MULTIPLI PIC 9(6) VALUE 0.
       01 WS-COPPIE-SCRITTE PIC 9(6) VALUE 0.
       01 WS-CLP-SCRITTI PIC 9(6) VALUE 0.
      *Anagrafica regioni per i titoli.
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
       01 WS-CESTI-ED PIC Z(5)9.
       01 WS-PERC-ED PIC ZZ9.99.
       01 WS-LIFT-ED PIC ZZZ9.99.
       01 WS-REGIONE-ED PIC 99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           INITIALIZE WS-CESTI-REGIONE-TABELLA
           PERFORM LEGGI-PARAMETRI
           CALL 'GetRegioni' USING WS-REGIONI
               ON EXCEPTION MOVE 0 TO WS-NUM-REGIONI
           END-CALL
           PERFORM CARICA-RIGHE
           IF WS-RIGHE-PIENE = 'S'
               DISPLAY "OLTRE 20000 RIGHE D'ACQUISTO: ANALISI NON "
                   "ESEGUITA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-NUM-RIGHE = 0
               DISPLAY "NESSUN ACQUISTO IN Vendite-dettaglio.txt: "
                   "ANALISI NON ESEGUITA."
               GOBACK
           END-IF
           PERFORM ORDINA-RIGHE
           OPEN OUTPUT FILE-CLIENTI-PRODOTTI
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               PERFORM LAVORA-RIGA
           END-PERFORM
           PERFORM CHIUDI-CESTO
           PERFORM SCRIVI-CLIENTE-PRODOTTI
           CLOSE FILE-CLIENTI-PRODOTTI
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "OLTRE 3000 PRODOTTI PER REGIONE O 10000 "
                   "COPPIE: ANALISI NON ESEGUITA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CALCOLA-MISURE
           PERFORM SCRIVI-ABBINATI
           PERFORM SCRIVI-REPORT
           DISPLAY "CESTI ANALIZZATI: " WS-TOT-CESTI
               " (CON PIU' PRODOTTI " WS-CESTI-MULTIPLI ")"
           DISPLAY "COPPIE CON ALMENO " WS-MIN-CESTI " CESTI: "
               WS-COPPIE-SCRITTE " (prodotti-abbinati.txt)"
           DISPLAY "PRODOTTI PER CLIENTE: " WS-CLP-SCRITTI
               " (clienti-prodotti.txt)"
           GOBACK.

       LEGGI-PARAMETRI.
           MOVE "ABBINAMENTI-MIN-CESTI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 9999
                       COMPUTE WS-MIN-CESTI =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
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

       CARICA-RIGHE.
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
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM ACCODA-RIGA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       ACCODA-RIGA.
           ADD 1 TO WS-RIGHE-LETTE
           IF DET-IMPORTO NOT > 0
               OR DET-CODICE-PRODOTTO = SPACES
               OR DET-CODICE-PRODOTTO = WS-CODICE-INTERESSI
               OR DET-CODICE-PRODOTTO = WS-CODICE-PREMI
               ADD 1 TO WS-RIGHE-ESCLUSE
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-RIGHE >= 20000
               MOVE 'S' TO WS-RIGHE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-RIGHE
           MOVE DET-ID-CLIENTE TO WS-RIG-CLIENTE(WS-NUM-RIGHE)
           MOVE DET-DATA TO WS-RIG-DATA(WS-NUM-RIGHE)
           MOVE DET-CODICE-PRODOTTO TO WS-RIG-PRODOTTO(WS-NUM-RIGHE)
           MOVE DET-REGIONE-NUM TO WS-RIG-REGIONE(WS-NUM-RIGHE).

      *Ordinamento per inserzione a passo decrescente (il passo si
      *dimezza fino a 1): con decine di migliaia di righe lo scambio
      *fra vicine sarebbe troppo lento.
       ORDINA-RIGHE.
           COMPUTE WS-PASSO = WS-NUM-RIGHE / 2
           PERFORM UNTIL WS-PASSO = 0
               COMPUTE WS-PARTENZA = WS-PASSO + 1
               PERFORM VARYING INDICE-RIGA FROM WS-PARTENZA BY 1
                   UNTIL INDICE-RIGA > WS-NUM-RIGHE
                   PERFORM INSERISCI-RIGA
               END-PERFORM
               COMPUTE WS-PASSO = WS-PASSO / 2
           END-PERFORM.

       INSERISCI-RIGA.
           MOVE WS-RIG-ENTRY(INDICE-RIGA) TO WS-RIGA-APPOGGIO
           MOVE INDICE-RIGA TO INDICE-PRECEDENTE
           MOVE 'S' TO WS-SPOSTA
           PERFORM UNTIL WS-SPOSTA = 'N'
               IF INDICE-PRECEDENTE > WS-PASSO
                   IF WS-RIG-CHIAVE(INDICE-PRECEDENTE - WS-PASSO)
                       > WS-APP-CHIAVE
                       MOVE WS-RIG-ENTRY(INDICE-PRECEDENTE - WS-PASSO)
                           TO WS-RIG-ENTRY(INDICE-PRECEDENTE)
                       SUBTRACT WS-PASSO FROM INDICE-PRECEDENTE
                   ELSE
                       MOVE 'N' TO WS-SPOSTA
                   END-IF
               ELSE
                   MOVE 'N' TO WS-SPOSTA
               END-IF
           END-PERFORM
           MOVE WS-RIGA-APPOGGIO TO WS-RIG-ENTRY(INDICE-PRECEDENTE).

      *Le righe di un cesto sono contigue; lo stesso prodotto due
      *volte nello stesso giorno conta una volta sola.
       LAVORA-RIGA.
           IF WS-RIG-CLIENTE(INDICE-RIGA) NOT = WS-CES-CLIENTE
               OR WS-RIG-DATA(INDICE-RIGA) NOT = WS-CES-DATA
               PERFORM CHIUDI-CESTO
               IF WS-RIG-CLIENTE(INDICE-RIGA) NOT = WS-CLP-CLIENTE
                   PERFORM SCRIVI-CLIENTE-PRODOTTI
                   MOVE WS-RIG-CLIENTE(INDICE-RIGA) TO WS-CLP-CLIENTE
               END-IF
               MOVE WS-RIG-CLIENTE(INDICE-RIGA) TO WS-CES-CLIENTE
               MOVE WS-RIG-DATA(INDICE-RIGA) TO WS-CES-DATA
               MOVE WS-RIG-REGIONE(INDICE-RIGA) TO WS-CES-REGIONE
           END-IF
           IF WS-CES-NUM-PRODOTTI > 0
               IF WS-CES-PRODOTTO(WS-CES-NUM-PRODOTTI)
                   = WS-RIG-PRODOTTO(INDICE-RIGA)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CES-NUM-PRODOTTI < 50
               ADD 1 TO WS-CES-NUM-PRODOTTI
               MOVE WS-RIG-PRODOTTO(INDICE-RIGA)
                   TO WS-CES-PRODOTTO(WS-CES-NUM-PRODOTTI)
           END-IF.

      *Il cesto conta per il totale e per la sua regione; ogni
      *prodotto e ogni coppia (in ordine di codice) pure.
       CHIUDI-CESTO.
           IF WS-CES-NUM-PRODOTTI = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-CESTI
           IF WS-CES-NUM-PRODOTTI > 1
               ADD 1 TO WS-CESTI-MULTIPLI
           END-IF
           MOVE 0 TO WS-REGIONE-LAV
           PERFORM CONTA-CESTO
           IF WS-CES-REGIONE > 0
               MOVE WS-CES-REGIONE TO WS-REGIONE-LAV
               PERFORM CONTA-CESTO
           END-IF
           PERFORM VARYING INDICE-CES FROM 1 BY 1
               UNTIL INDICE-CES > WS-CES-NUM-PRODOTTI
               PERFORM ACCUMULA-CLIENTE-PRODOTTO
           END-PERFORM
           MOVE 0 TO WS-CES-NUM-PRODOTTI.

       CONTA-CESTO.
           COMPUTE INDICE-REGIONE = WS-REGIONE-LAV + 1
           ADD 1 TO WS-CESTI-REGIONE(INDICE-REGIONE)
           PERFORM VARYING INDICE-CES FROM 1 BY 1
               UNTIL INDICE-CES > WS-CES-NUM-PRODOTTI
               MOVE WS-REGIONE-LAV TO WS-CPR-REGIONE
               MOVE WS-CES-PRODOTTO(INDICE-CES) TO WS-CPR-PRODOTTO
               PERFORM CONTA-PRODOTTO
               PERFORM VARYING INDICE-CES-2 FROM INDICE-CES BY 1
                   UNTIL INDICE-CES-2 >= WS-CES-NUM-PRODOTTI
                   MOVE WS-REGIONE-LAV TO WS-CCP-REGIONE
                   MOVE WS-CES-PRODOTTO(INDICE-CES)
                       TO WS-CCP-PRODOTTO-A
                   MOVE WS-CES-PRODOTTO(INDICE-CES-2 + 1)
                       TO WS-CCP-PRODOTTO-B
                   PERFORM CONTA-COPPIA
               END-PERFORM
           END-PERFORM.

       CERCA-PRODOTTO.
           MOVE 'N' TO WS-TROVATA
           MOVE 1 TO WS-BASSO
           MOVE WS-NUM-PRODOTTI-CNT TO WS-ALTO
           PERFORM UNTIL WS-BASSO > WS-ALTO OR WS-TROVATA = 'S'
               COMPUTE WS-MEDIO = (WS-BASSO + WS-ALTO) / 2
               EVALUATE TRUE
                   WHEN WS-PRC-CHIAVE(WS-MEDIO) = WS-CERCA-PRODOTTO
                       MOVE 'S' TO WS-TROVATA
                   WHEN WS-PRC-CHIAVE(WS-MEDIO) < WS-CERCA-PRODOTTO
                       COMPUTE WS-BASSO = WS-MEDIO + 1
                   WHEN OTHER
                       COMPUTE WS-ALTO = WS-MEDIO - 1
               END-EVALUATE
           END-PERFORM
           IF WS-TROVATA = 'S'
               MOVE WS-MEDIO TO WS-POSIZIONE
           ELSE
               MOVE WS-BASSO TO WS-POSIZIONE
           END-IF.

       CONTA-PRODOTTO.
           PERFORM CERCA-PRODOTTO
           IF WS-TROVATA NOT = 'S'
               IF WS-NUM-PRODOTTI-CNT >= 3000
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING INDICE-SPOSTA FROM WS-NUM-PRODOTTI-CNT
                   BY -1 UNTIL INDICE-SPOSTA < WS-POSIZIONE
                   MOVE WS-PRC-ENTRY(INDICE-SPOSTA)
                       TO WS-PRC-ENTRY(INDICE-SPOSTA + 1)
               END-PERFORM
               ADD 1 TO WS-NUM-PRODOTTI-CNT
               MOVE WS-CERCA-PRODOTTO TO WS-PRC-CHIAVE(WS-POSIZIONE)
               MOVE 0 TO WS-PRC-CESTI(WS-POSIZIONE)
           END-IF
           ADD 1 TO WS-PRC-CESTI(WS-POSIZIONE).

       CERCA-COPPIA.
           MOVE 'N' TO WS-TROVATA
           MOVE 1 TO WS-BASSO
           MOVE WS-NUM-COPPIE TO WS-ALTO
           PERFORM UNTIL WS-BASSO > WS-ALTO OR WS-TROVATA = 'S'
               COMPUTE WS-MEDIO = (WS-BASSO + WS-ALTO) / 2
               EVALUATE TRUE
                   WHEN WS-CPP-CHIAVE(WS-MEDIO) = WS-CERCA-COPPIA
                       MOVE 'S' TO WS-TROVATA
                   WHEN WS-CPP-CHIAVE(WS-MEDIO) < WS-CERCA-COPPIA
                       COMPUTE WS-BASSO = WS-MEDIO + 1
                   WHEN OTHER
                       COMPUTE WS-ALTO = WS-MEDIO - 1
               END-EVALUATE
           END-PERFORM
           IF WS-TROVATA = 'S'
               MOVE WS-MEDIO TO WS-POSIZIONE
           ELSE
               MOVE WS-BASSO TO WS-POSIZIONE
           END-IF.

       CONTA-COPPIA.
           PERFORM CERCA-COPPIA
           IF WS-TROVATA NOT = 'S'
               IF WS-NUM-COPPIE >= 10000
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING INDICE-SPOSTA FROM WS-NUM-COPPIE
                   BY -1 UNTIL INDICE-SPOSTA < WS-POSIZIONE
                   MOVE WS-CPP-ENTRY(INDICE-SPOSTA)
                       TO WS-CPP-ENTRY(INDICE-SPOSTA + 1)
               END-PERFORM
               ADD 1 TO WS-NUM-COPPIE
               INITIALIZE WS-CPP-ENTRY(WS-POSIZIONE)
               MOVE WS-CERCA-COPPIA TO WS-CPP-CHIAVE(WS-POSIZIONE)
           END-IF
           ADD 1 TO WS-CPP-CESTI(WS-POSIZIONE).

       ACCUMULA-CLIENTE-PRODOTTO.
           MOVE 'N' TO WS-CLP-TROVATO
           PERFORM VARYING INDICE-CLP FROM 1 BY 1
               UNTIL INDICE-CLP > WS-NUM-CLP OR WS-CLP-TROVATO = 'S'
               IF WS-CLP-PRODOTTO(INDICE-CLP)
                   = WS-CES-PRODOTTO(INDICE-CES)
                   MOVE 'S' TO WS-CLP-TROVATO
               END-IF
           END-PERFORM
           IF WS-CLP-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-CLP
           ELSE
               IF WS-NUM-CLP >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-CLP
               MOVE WS-NUM-CLP TO INDICE-CLP
               MOVE WS-CES-PRODOTTO(INDICE-CES)
                   TO WS-CLP-PRODOTTO(INDICE-CLP)
               MOVE 0 TO WS-CLP-CESTI(INDICE-CLP)
           END-IF
           ADD 1 TO WS-CLP-CESTI(INDICE-CLP)
           MOVE WS-CES-DATA TO WS-CLP-ULTIMO(INDICE-CLP).

       SCRIVI-CLIENTE-PRODOTTI.
           PERFORM VARYING INDICE-CLP FROM 1 BY 1
               UNTIL INDICE-CLP > WS-NUM-CLP
               MOVE WS-CLP-CLIENTE TO CLP-ID-CLIENTE
               MOVE WS-CLP-PRODOTTO(INDICE-CLP) TO CLP-CODICE-PRODOTTO
               MOVE WS-CLP-CESTI(INDICE-CLP) TO CLP-CESTI
               MOVE WS-CLP-ULTIMO(INDICE-CLP) TO CLP-ULTIMO-ACQUISTO
               MOVE WS-OGGI TO CLP-DATA-CALCOLO
               WRITE RECORD-CLIENTE-PRODOTTO
               ADD 1 TO WS-CLP-SCRITTI
           END-PERFORM
           MOVE 0 TO WS-NUM-CLP.

      *Supporto = cesti della coppia / cesti della regione;
      *confidenza A->B = cesti della coppia / cesti con A;
      *lift = confidenza A->B / quota dei cesti con B.
       CALCOLA-MISURE.
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-COPPIE
               MOVE WS-CPP-REGIONE(INDICE-RIGA) TO WS-CPR-REGIONE
               MOVE WS-CPP-PRODOTTO-A(INDICE-RIGA) TO WS-CPR-PRODOTTO
               PERFORM CERCA-PRODOTTO
               MOVE WS-PRC-CESTI(WS-POSIZIONE)
                   TO WS-CPP-CESTI-A(INDICE-RIGA)
               MOVE WS-CPP-PRODOTTO-B(INDICE-RIGA) TO WS-CPR-PRODOTTO
               PERFORM CERCA-PRODOTTO
               MOVE WS-PRC-CESTI(WS-POSIZIONE)
                   TO WS-CPP-CESTI-B(INDICE-RIGA)
               COMPUTE INDICE-REGIONE = WS-CPP-REGIONE(INDICE-RIGA) + 1
               COMPUTE WS-CPP-SUPPORTO(INDICE-RIGA) ROUNDED =
                   WS-CPP-CESTI(INDICE-RIGA) * 100
                   / WS-CESTI-REGIONE(INDICE-REGIONE)
               COMPUTE WS-CPP-CONFIDENZA-AB(INDICE-RIGA) ROUNDED =
                   WS-CPP-CESTI(INDICE-RIGA) * 100
                   / WS-CPP-CESTI-A(INDICE-RIGA)
               COMPUTE WS-CPP-CONFIDENZA-BA(INDICE-RIGA) ROUNDED =
                   WS-CPP-CESTI(INDICE-RIGA) * 100
                   / WS-CPP-CESTI-B(INDICE-RIGA)
               COMPUTE WS-CPP-LIFT(INDICE-RIGA) ROUNDED =
                   WS-CPP-CESTI(INDICE-RIGA)
                   * WS-CESTI-REGIONE(INDICE-REGIONE)
                   / (WS-CPP-CESTI-A(INDICE-RIGA)
                      * WS-CPP-CESTI-B(INDICE-RIGA))
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-CPP-LIFT(INDICE-RIGA)
               END-COMPUTE
           END-PERFORM.

       SCRIVI-ABBINATI.
           OPEN OUTPUT FILE-ABBINATI
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-COPPIE
               IF WS-CPP-CESTI(INDICE-RIGA) >= WS-MIN-CESTI
                   COMPUTE INDICE-REGIONE =
                       WS-CPP-REGIONE(INDICE-RIGA) + 1
                   MOVE WS-CPP-REGIONE(INDICE-RIGA) TO ABB-REGIONE
                   MOVE WS-CPP-PRODOTTO-A(INDICE-RIGA)
                       TO ABB-PRODOTTO-A
                   MOVE WS-CPP-PRODOTTO-B(INDICE-RIGA)
                       TO ABB-PRODOTTO-B
                   MOVE WS-CPP-CESTI(INDICE-RIGA) TO ABB-CESTI
                   MOVE WS-CPP-CESTI-A(INDICE-RIGA) TO ABB-CESTI-A
                   MOVE WS-CPP-CESTI-B(INDICE-RIGA) TO ABB-CESTI-B
                   MOVE WS-CESTI-REGIONE(INDICE-REGIONE)
                       TO ABB-CESTI-TOTALI
                   MOVE WS-CPP-SUPPORTO(INDICE-RIGA) TO ABB-SUPPORTO
                   MOVE WS-CPP-CONFIDENZA-AB(INDICE-RIGA)
                       TO ABB-CONFIDENZA-AB
                   MOVE WS-CPP-CONFIDENZA-BA(INDICE-RIGA)
                       TO ABB-CONFIDENZA-BA
                   MOVE WS-CPP-LIFT(INDICE-RIGA) TO ABB-LIFT
                   MOVE WS-OGGI TO ABB-DATA-CALCOLO
                   WRITE RECORD-ABBINAMENTO
                   ADD 1 TO WS-COPPIE-SCRITTE
               END-IF
           END-PERFORM
           CLOSE FILE-ABBINATI.

       SCRIVI-REPORT.
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PRODOTTI COMPRATI INSIEME AL "
               WS-OGGI(7:2) "/" WS-OGGI(5:2) "/" WS-OGGI(1:4)
               " - CESTO = ACQUISTI DI UN CLIENTE IN UN GIORNO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-CESTI TO WS-CESTI-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "CESTI: " WS-CESTI-ED
               "   COPPIE CON ALMENO " WS-MIN-CESTI " CESTI"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE 0 TO WS-REGIONE-LAV
           MOVE 20 TO WS-LIMITE
           PERFORM STAMPA-REGIONE
           PERFORM VARYING INDICE-REGIONE FROM 2 BY 1
               UNTIL INDICE-REGIONE > 100
               IF WS-CESTI-REGIONE(INDICE-REGIONE) > 0
                   COMPUTE WS-REGIONE-LAV = INDICE-REGIONE - 1
                   MOVE 10 TO WS-LIMITE
                   PERFORM STAMPA-REGIONE
               END-IF
           END-PERFORM
           CLOSE FILE-REPORT.

      *Le coppie di una regione sono contigue nella tabella: si
      *stampano le prime per cesti, a parita' per lift.
       STAMPA-REGIONE.
           MOVE 0 TO WS-PRIMA
           MOVE 0 TO WS-ULTIMA
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-COPPIE
               IF WS-CPP-REGIONE(INDICE-RIGA) = WS-REGIONE-LAV
                   IF WS-PRIMA = 0
                       MOVE INDICE-RIGA TO WS-PRIMA
                   END-IF
                   MOVE INDICE-RIGA TO WS-ULTIMA
               END-IF
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           IF WS-REGIONE-LAV = 0
               STRING "TUTTE LE REGIONI - PRIME " WS-LIMITE " COPPIE"
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               PERFORM TROVA-NOME-REGIONE
               MOVE WS-REGIONE-LAV TO WS-REGIONE-ED
               MOVE WS-CESTI-REGIONE(WS-REGIONE-LAV + 1)
                   TO WS-CESTI-ED
               STRING "REGIONE " WS-REGIONE-ED " " WS-NOME-REGIONE
                   " - CESTI " WS-CESTI-ED " - PRIME " WS-LIMITE
                   " COPPIE"
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PRODOTTO A PRODOTTO B  CESTI SUPP.% "
               "CONF.A>B% CONF.B>A%    LIFT"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE 0 TO WS-STAMPATE
           MOVE 'S' TO WS-ANCORA
           PERFORM UNTIL WS-ANCORA = 'N' OR WS-STAMPATE >= WS-LIMITE
               PERFORM SCEGLI-MIGLIORE
               IF WS-MIGLIORE = 0
                   MOVE 'N' TO WS-ANCORA
               ELSE
                   MOVE 'S' TO WS-CPP-SCELTA(WS-MIGLIORE)
                   ADD 1 TO WS-STAMPATE
                   PERFORM STAMPA-COPPIA
               END-IF
           END-PERFORM
           IF WS-STAMPATE = 0
               MOVE "  NESSUNA COPPIA SOPRA LA SOGLIA." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.

       SCEGLI-MIGLIORE.
           MOVE 0 TO WS-MIGLIORE
           IF WS-PRIMA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-RIGA FROM WS-PRIMA BY 1
               UNTIL INDICE-RIGA > WS-ULTIMA
               IF WS-CPP-SCELTA(INDICE-RIGA) NOT = 'S'
                   AND WS-CPP-CESTI(INDICE-RIGA) >= WS-MIN-CESTI
                   IF WS-MIGLIORE = 0
                       MOVE INDICE-RIGA TO WS-MIGLIORE
                   ELSE
                       IF WS-CPP-CESTI(INDICE-RIGA)
                           > WS-CPP-CESTI(WS-MIGLIORE)
                           OR (WS-CPP-CESTI(INDICE-RIGA)
                               = WS-CPP-CESTI(WS-MIGLIORE)
                               AND WS-CPP-LIFT(INDICE-RIGA)
                                   > WS-CPP-LIFT(WS-MIGLIORE))
                           MOVE INDICE-RIGA TO WS-MIGLIORE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       STAMPA-COPPIA.
           MOVE SPACES TO RIGA-REPORT
           MOVE WS-CPP-CESTI(WS-MIGLIORE) TO WS-CESTI-ED
           STRING WS-CPP-PRODOTTO-A(WS-MIGLIORE) "   "
               WS-CPP-PRODOTTO-B(WS-MIGLIORE) "   " WS-CESTI-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           MOVE WS-CPP-SUPPORTO(WS-MIGLIORE) TO WS-PERC-ED
           MOVE WS-PERC-ED TO RIGA-REPORT(30:6)
           MOVE WS-CPP-CONFIDENZA-AB(WS-MIGLIORE) TO WS-PERC-ED
           MOVE WS-PERC-ED TO RIGA-REPORT(40:6)
           MOVE WS-CPP-CONFIDENZA-BA(WS-MIGLIORE) TO WS-PERC-ED
           MOVE WS-PERC-ED TO RIGA-REPORT(50:6)
           MOVE WS-CPP-LIFT(WS-MIGLIORE) TO WS-LIFT-ED
           MOVE WS-LIFT-ED TO RIGA-REPORT(57:7)
           WRITE RIGA-REPORT.

       TROVA-NOME-REGIONE.
           MOVE "REGIONE SCONOSCIUTA" TO WS-NOME-REGIONE
           PERFORM VARYING INDICE-ANAGRAFICA FROM 1 BY 1
               UNTIL INDICE-ANAGRAFICA > WS-NUM-REGIONI
               IF WS-REG-CODICE(INDICE-ANAGRAFICA) = WS-REGIONE-LAV
                   MOVE WS-REG-NOME(INDICE-ANAGRAFICA)
                       TO WS-NOME-REGIONE
               END-IF
           END-PERFORM.

           COPY TESTATA-CONTROLLI.
