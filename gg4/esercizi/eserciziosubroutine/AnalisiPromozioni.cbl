       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnalisiPromozioni.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Analisi delle promozioni concluse del calendario Promozioni.txt
      *(tracciato PROMOZIONE-REC, mantenuto con Promozioni) sul
      *dettaglio vendite Vendite-dettaglio.txt (trailer TRL
      *riconciliato): dopo una promozione nessuno sapeva dire se
      *aveva funzionato. Per ogni promozione e per ogni regione
      *della promozione si confrontano quantita' e ricavi dei giorni
      *di promozione con la base, cioe' la media delle stesse
      *settimane degli anni precedenti (stessi giorni spostati di 52
      *settimane, cosi' i giorni della settimana coincidono; quanti
      *anni lo dice PROMOZIONI-ANNI-BASE di gestionale.cfg, 2 in
      *mancanza, massimo 3, e contano solo gli anni coperti dal
      *dettaglio). Il report da':
      *  - l'incremento (uplift) di quantita' e ricavi sulla base;
      *  - la cannibalizzazione: per una promozione su un prodotto,
      *    come sono andati gli altri prodotti della stessa linea
      *    nei giorni di promozione rispetto alla loro base;
      *  - il calo dopo la promozione: i ricavi dell'oggetto nei
      *    giorni successivi alla fine, per una durata pari a quella
      *    della promozione, rispetto alla base degli stessi giorni.
      *Le promozioni ancora in corso o future non si analizzano; se
      *il periodo dopo la promozione non e' ancora finito il calo
      *resta N.D. Il report e' della societa' di lavoro (variabile
      *SOCIETA), o del consolidato "GR" senza le vendite
      *infragruppo. Con la variabile PROMO_CODICE si analizza una
      *sola promozione. Esce in Vendite-promozioni.txt e va nello
      *spool (famiglia PROMOZIONI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PROMOZIONI ASSIGN TO "Promozioni.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROMOZIONI-STATUS.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PROMOZIONI.
       COPY PROMOZIONE-REC.

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

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PROMOZIONI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-OGGI-INTERO PIC 9(7).
       01 WS-NOME-REPORT PIC X(40) VALUE "Vendite-promozioni.txt".
       01 WS-PROMO-RICHIESTA PIC X(8).
      *Anni di base e parametri.
       01 WS-ANNI-BASE PIC 9 VALUE 2.
       01 WS-SETTIMANE-ANNO PIC 9(3) VALUE 364.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Verifica trailer del dettaglio.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-SCARTATI PIC 9(6) VALUE 0.
       01 WS-PRIMO-GIORNO PIC 9(7) VALUE 9999999.
      *Promozioni da analizzare, con i giorni in forma intera e le
      *regioni della promozione gia' risolte. Per ogni regione sei
      *insiemi: 1 promozione, 2 base della promozione, 3 dopo la
      *promozione, 4 base del dopo, 5 altri prodotti della linea in
      *promozione, 6 loro base. Le basi sono somme sugli anni di
      *base, divise alla stampa.
       01 WS-NUM-ANALISI PIC 9(3) VALUE 0.
       01 WS-ANALISI-PIENE PIC X VALUE 'N'.
       01 WS-ANALISI-TABELLA.
           05 WS-AN-ENTRY OCCURS 100 TIMES.
               10 WS-AN-PROMOZIONE PIC X(105).
               10 WS-AN-LINEA PIC X(10).
               10 WS-AN-INIZIO PIC 9(7).
               10 WS-AN-FINE PIC 9(7).
               10 WS-AN-DURATA PIC 9(5).
               10 WS-AN-DOPO-COMPLETO PIC X.
               10 WS-AN-ANNI-VALIDI PIC 9.
               10 WS-AN-REGIONE OCCURS 10 TIMES.
                   15 WS-AN-REG-IN PIC X.
                   15 WS-AN-INSIEME OCCURS 6 TIMES.
                       20 WS-AN-QUANTITA PIC S9(9).
                       20 WS-AN-RICAVI PIC S9(11)V99.
       01 INDICE-ANALISI PIC 9(3).
       01 INDICE-REGIONE PIC 99.
       01 INDICE-INSIEME PIC 9.
       01 INDICE-ANNO PIC 9.
      *Promozione in lavorazione: stessa forma del record su file.
       01 WS-LAV-PROMOZIONE.
           05 WS-LAV-CODICE PIC X(8).
           05 WS-LAV-DESCRIZIONE PIC X(30).
           05 WS-LAV-TIPO PIC X.
           05 WS-LAV-OGGETTO PIC X(10).
           05 WS-LAV-REGIONI PIC X(20).
           05 WS-LAV-DATA-INIZIO PIC 9(8).
           05 WS-LAV-DATA-FINE PIC 9(8).
           05 WS-LAV-SCONTO PIC 99V99.
           05 WS-LAV-AGGIORNAMENTO PIC 9(8).
           05 WS-LAV-OPERATORE PIC X(8).
      *Movimento in lavorazione.
       01 WS-DATA-MOV PIC 9(8).
       01 WS-GIORNO-MOV PIC 9(7).
       01 WS-QUANTITA-MOV PIC S9(5).
       01 WS-RUOLO-MOV PIC X.
           88 MOV-OGGETTO VALUE 'O'.
           88 MOV-ALTRA-LINEA VALUE 'A'.
           88 MOV-ESTRANEO VALUE 'N'.
       01 WS-INIZIO-ANNO PIC S9(7).
       01 WS-FINE-ANNO PIC S9(7).
       01 WS-SPOSTAMENTO PIC 9(7).
      *Totali e percentuali di stampa.
       01 WS-TOTALI-PROMOZIONE.
           05 WS-TOT-INSIEME OCCURS 6 TIMES.
               10 WS-TOT-QUANTITA PIC S9(9).
               10 WS-TOT-RICAVI PIC S9(11)V99.
       01 WS-STAMPA-INSIEMI.
           05 WS-STP-INSIEME OCCURS 6 TIMES.
               10 WS-STP-QUANTITA PIC S9(9).
               10 WS-STP-RICAVI PIC S9(11)V99.
       01 WS-VAL-ATTUALE PIC S9(11)V99.
       01 WS-VAL-BASE PIC S9(11)V99.
       01 WS-PERC PIC S9(5)V9.
       01 WS-PERC-TESTO PIC X(8).
       01 WS-PERC-ED PIC -(4)9.9.
       01 WS-UPLIFT-Q PIC X(8).
       01 WS-UPLIFT-R PIC X(8).
       01 WS-CANNIBALE PIC X(8).
       01 WS-CALO-DOPO PIC X(8).
       01 WS-QUANTITA-ED PIC -(8)9.
       01 WS-QUANTITA-BASE-ED PIC -(8)9.
       01 WS-RICAVI-ED PIC -(10)9.99.
       01 WS-RICAVI-BASE-ED PIC -(10)9.99.
       01 WS-SCONTO-ED PIC Z9.99.
       01 WS-NOME-RIGA PIC X(20).
       01 WS-RIGA-VUOTA PIC X.
       01 WS-ANALIZZATE PIC 9(3) VALUE 0.
      *Anagrafiche.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-REGIONE-VALIDA PIC X.
       01 WS-REGIONE-PERMESSA PIC X.
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 WS-PRO-CODICE-LAV PIC X(8).
       01 WS-PRO-DESCRIZIONE-LAV PIC X(30).
       01 WS-PRO-LINEA-LAV PIC X(10).
       01 WS-PRODOTTO-VALIDO PIC X.
      *Societa' di lavoro del report.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "PROMOZIONI".
       01 WS-SPOOL-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "ANALISI RIFIUTATA: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           COMPUTE WS-OGGI-INTERO = FUNCTION INTEGER-OF-DATE(WS-OGGI)
           MOVE SPACES TO WS-PROMO-RICHIESTA
           ACCEPT WS-PROMO-RICHIESTA FROM ENVIRONMENT "PROMO_CODICE"
           PERFORM LEGGI-PARAMETRI
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'GetProdotti' USING WS-PRODOTTI
           IF WS-NUM-PRODOTTI = 0
               DISPLAY "Prodotti.txt assente o vuoto: senza "
                   "anagrafica niente linee, analisi non eseguita."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-PROMOZIONI
           IF WS-NUM-ANALISI = 0
               DISPLAY "NESSUNA PROMOZIONE CONCLUSA DA ANALIZZARE "
                   "IN Promozioni.txt."
               STOP RUN
           END-IF
           IF WS-ANALISI-PIENE = 'S'
               DISPLAY "OLTRE 100 PROMOZIONI CONCLUSE: SI ANALIZZANO "
                   "LE PRIME 100 (PROMO_CODICE PER LE ALTRE)."
           END-IF
           PERFORM CARICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "ANALISI RIFIUTATA: Vendite-dettaglio.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           PERFORM VARYING INDICE-ANALISI FROM 1 BY 1
               UNTIL INDICE-ANALISI > WS-NUM-ANALISI
               PERFORM SCRIVI-PROMOZIONE
           END-PERFORM
           CLOSE FILE-REPORT
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "ANALISI PROMOZIONI: " WS-NUM-ANALISI
               " PROMOZIONI SU " WS-DET-COUNT " MOVIMENTI ("
               WS-NOME-REPORT ")"
           IF WS-SCARTATI > 0
               DISPLAY "  MOVIMENTI CON DATA O REGIONE NON VALIDA: "
                   WS-SCARTATI
           END-IF
           STOP RUN.

       LEGGI-PARAMETRI.
           MOVE "PROMOZIONI-ANNI-BASE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               AND WS-CFG-VALORE(1:1) >= '1'
               AND WS-CFG-VALORE(1:1) <= '3'
               AND WS-CFG-VALORE(2:1) = SPACE
               MOVE WS-CFG-VALORE(1:1) TO WS-ANNI-BASE
           END-IF.

      *Entrano le promozioni concluse (fine prima di oggi), o la
      *sola richiesta con PROMO_CODICE se conclusa.
       CARICA-PROMOZIONI.
           OPEN INPUT FILE-PROMOZIONI
           IF WS-PROMOZIONI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Promozioni.txt, STATUS: "
                   WS-PROMOZIONI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PROMOZIONI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       MOVE RECORD-PROMOZIONE TO WS-LAV-PROMOZIONE
                       IF WS-LAV-CODICE NOT = SPACES
                           AND WS-LAV-DATA-INIZIO IS NUMERIC
                           AND WS-LAV-DATA-FINE IS NUMERIC
                           AND WS-LAV-DATA-FINE < WS-OGGI
                           AND (WS-PROMO-RICHIESTA = SPACES
                               OR WS-PROMO-RICHIESTA = WS-LAV-CODICE)
                           PERFORM AGGIUNGI-ANALISI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PROMOZIONI.

       AGGIUNGI-ANALISI.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LAV-DATA-INIZIO) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-LAV-DATA-FINE) NOT = 0
               OR WS-LAV-DATA-FINE < WS-LAV-DATA-INIZIO
               DISPLAY "PROMOZIONE " WS-LAV-CODICE
                   " CON DATE NON VALIDE, ESCLUSA."
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-ANALISI >= 100
               MOVE 'S' TO WS-ANALISI-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-ANALISI
           MOVE WS-NUM-ANALISI TO INDICE-ANALISI
           INITIALIZE WS-AN-ENTRY(INDICE-ANALISI)
           MOVE WS-LAV-PROMOZIONE TO WS-AN-PROMOZIONE(INDICE-ANALISI)
           COMPUTE WS-AN-INIZIO(INDICE-ANALISI) =
               FUNCTION INTEGER-OF-DATE(WS-LAV-DATA-INIZIO)
           COMPUTE WS-AN-FINE(INDICE-ANALISI) =
               FUNCTION INTEGER-OF-DATE(WS-LAV-DATA-FINE)
           COMPUTE WS-AN-DURATA(INDICE-ANALISI) =
               WS-AN-FINE(INDICE-ANALISI)
               - WS-AN-INIZIO(INDICE-ANALISI) + 1
      *Il dopo promozione e' completo quando i suoi giorni sono
      *tutti passati.
           IF WS-AN-FINE(INDICE-ANALISI) + WS-AN-DURATA(INDICE-ANALISI)
               < WS-OGGI-INTERO
               MOVE 'S' TO WS-AN-DOPO-COMPLETO(INDICE-ANALISI)
           ELSE
               MOVE 'N' TO WS-AN-DOPO-COMPLETO(INDICE-ANALISI)
           END-IF
      *Per un prodotto serve la sua linea, per gli altri prodotti
      *della linea (cannibalizzazione).
           MOVE SPACES TO WS-AN-LINEA(INDICE-ANALISI)
           IF WS-LAV-TIPO = 'P'
               MOVE WS-LAV-OGGETTO TO WS-PRO-CODICE-LAV
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-PRO-CODICE-LAV, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
               IF WS-PRODOTTO-VALIDO = 'S'
                   MOVE WS-PRO-LINEA-LAV TO WS-AN-LINEA(INDICE-ANALISI)
               END-IF
           ELSE
               MOVE WS-LAV-OGGETTO TO WS-AN-LINEA(INDICE-ANALISI)
           END-IF
           PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
               UNTIL INDICE-REGIONE > 10
               CALL 'REGIONE-PERMESSA' USING WS-LAV-REGIONI,
                   INDICE-REGIONE, WS-REGIONE-PERMESSA
                   ON EXCEPTION MOVE 'S' TO WS-REGIONE-PERMESSA
               END-CALL
               MOVE WS-REGIONE-PERMESSA
                   TO WS-AN-REG-IN(INDICE-ANALISI, INDICE-REGIONE)
           END-PERFORM.

       CARICA-DETTAGLIO.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
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
                               PERFORM LAVORA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

      *Il primo giorno del dettaglio dice quanti anni di base ci
      *sono davvero: si conta prima del filtro societa', perche' la
      *copertura del file e' la stessa per tutte.
       LAVORA-MOVIMENTO.
           IF DET-DATA IS NOT NUMERIC
               OR DET-REGIONE-NUM < 1 OR DET-REGIONE-NUM > 10
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           MOVE DET-DATA TO WS-DATA-MOV
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-MOV) NOT = 0
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GIORNO-MOV =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOV)
           IF WS-GIORNO-MOV < WS-PRIMO-GIORNO
               MOVE WS-GIORNO-MOV TO WS-PRIMO-GIORNO
           END-IF
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE DET-QUANTITA TO WS-QUANTITA-MOV
           IF DET-IMPORTO < 0
               COMPUTE WS-QUANTITA-MOV = 0 - WS-QUANTITA-MOV
           END-IF
           CALL 'GetProdottoInfo' USING WS-PRODOTTI,
               DET-CODICE-PRODOTTO, WS-PRO-DESCRIZIONE-LAV,
               WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               MOVE SPACES TO WS-PRO-LINEA-LAV
           END-IF
           MOVE DET-REGIONE-NUM TO INDICE-REGIONE
           PERFORM VARYING INDICE-ANALISI FROM 1 BY 1
               UNTIL INDICE-ANALISI > WS-NUM-ANALISI
               IF WS-AN-REG-IN(INDICE-ANALISI, INDICE-REGIONE) = 'S'
                   PERFORM CLASSIFICA-MOVIMENTO
                   IF NOT MOV-ESTRANEO
                       PERFORM ACCUMULA-FINESTRE
                   END-IF
               END-IF
           END-PERFORM.

      *Il movimento e' dell'oggetto della promozione, di un altro
      *prodotto della stessa linea (solo per le promozioni su un
      *prodotto), o estraneo.
       CLASSIFICA-MOVIMENTO.
           MOVE WS-AN-PROMOZIONE(INDICE-ANALISI) TO WS-LAV-PROMOZIONE
           SET MOV-ESTRANEO TO TRUE
           IF WS-LAV-TIPO = 'P'
               IF DET-CODICE-PRODOTTO = WS-LAV-OGGETTO
                   SET MOV-OGGETTO TO TRUE
               ELSE
                   IF WS-PRO-LINEA-LAV NOT = SPACES
                       AND WS-PRO-LINEA-LAV
                           = WS-AN-LINEA(INDICE-ANALISI)
                       SET MOV-ALTRA-LINEA TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WS-PRO-LINEA-LAV NOT = SPACES
                   AND WS-PRO-LINEA-LAV = WS-LAV-OGGETTO
                   SET MOV-OGGETTO TO TRUE
               END-IF
           END-IF.

      *Anno 0 e' la promozione, anni 1..N le stesse settimane degli
      *anni precedenti. Il giorno del movimento cade nei giorni di
      *promozione (insieme 1/2, o 5/6 per gli altri prodotti della
      *linea) o nei giorni dopo (insieme 3/4, solo per l'oggetto).
       ACCUMULA-FINESTRE.
           PERFORM VARYING INDICE-ANNO FROM 0 BY 1
               UNTIL INDICE-ANNO > WS-ANNI-BASE
               COMPUTE WS-SPOSTAMENTO =
                   WS-SETTIMANE-ANNO * INDICE-ANNO
               COMPUTE WS-INIZIO-ANNO =
                   WS-AN-INIZIO(INDICE-ANALISI) - WS-SPOSTAMENTO
               COMPUTE WS-FINE-ANNO =
                   WS-AN-FINE(INDICE-ANALISI) - WS-SPOSTAMENTO
               MOVE 0 TO INDICE-INSIEME
               EVALUATE TRUE
                   WHEN WS-GIORNO-MOV >= WS-INIZIO-ANNO
                       AND WS-GIORNO-MOV <= WS-FINE-ANNO
                       IF MOV-OGGETTO
                           MOVE 1 TO INDICE-INSIEME
                       ELSE
                           MOVE 5 TO INDICE-INSIEME
                       END-IF
                   WHEN WS-GIORNO-MOV > WS-FINE-ANNO
                       AND WS-GIORNO-MOV <= WS-FINE-ANNO
                           + WS-AN-DURATA(INDICE-ANALISI)
                       AND MOV-OGGETTO
                       MOVE 3 TO INDICE-INSIEME
               END-EVALUATE
               IF INDICE-INSIEME > 0
                   IF INDICE-ANNO > 0
                       ADD 1 TO INDICE-INSIEME
                   END-IF
                   ADD WS-QUANTITA-MOV TO WS-AN-QUANTITA
                       (INDICE-ANALISI, INDICE-REGIONE, INDICE-INSIEME)
                   ADD DET-IMPORTO TO WS-AN-RICAVI
                       (INDICE-ANALISI, INDICE-REGIONE, INDICE-INSIEME)
               END-IF
           END-PERFORM.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO RIGA-REPORT
           STRING "ANALISI DELLE PROMOZIONI - SOCIETA' " WS-SOC-CODICE
               " " WS-SOC-DESCRIZIONE " - ELABORATO IL "
               WS-OGGI(7:2) "/" WS-OGGI(5:2) "/" WS-OGGI(1:4)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "BASE = MEDIA DELLE STESSE SETTIMANE DI "
               WS-ANNI-BASE " ANNI PRECEDENTI AL MASSIMO (52 "
               "SETTIMANE PRIMA PER OGNI ANNO)"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "UPL = VARIAZIONE % SULLA BASE; ALTRI LINEA = "
               "VARIAZIONE % DEI RICAVI DEGLI ALTRI PRODOTTI DELLA "
               "LINEA NEI GIORNI DI PROMOZIONE"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "DOPO = VARIAZIONE % DEI RICAVI NEI GIORNI DOPO LA "
               "PROMOZIONE (TANTI QUANTI LA SUA DURATA)"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT.

      *Anni di base validi: quelli le cui settimane (e i giorni dopo)
      *stanno tutte dentro il dettaglio.
       CONTA-ANNI-VALIDI.
           MOVE 0 TO WS-AN-ANNI-VALIDI(INDICE-ANALISI)
           PERFORM VARYING INDICE-ANNO FROM 1 BY 1
               UNTIL INDICE-ANNO > WS-ANNI-BASE
               COMPUTE WS-SPOSTAMENTO =
                   WS-SETTIMANE-ANNO * INDICE-ANNO
               COMPUTE WS-INIZIO-ANNO =
                   WS-AN-INIZIO(INDICE-ANALISI) - WS-SPOSTAMENTO
               IF WS-INIZIO-ANNO >= WS-PRIMO-GIORNO
                   ADD 1 TO WS-AN-ANNI-VALIDI(INDICE-ANALISI)
               END-IF
           END-PERFORM.

       SCRIVI-PROMOZIONE.
           MOVE WS-AN-PROMOZIONE(INDICE-ANALISI) TO WS-LAV-PROMOZIONE
           PERFORM CONTA-ANNI-VALIDI
           MOVE WS-LAV-SCONTO TO WS-SCONTO-ED
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PROMOZIONE " WS-LAV-CODICE " " WS-LAV-DESCRIZIONE
               " SCONTO " WS-SCONTO-ED "% DAL "
               WS-LAV-DATA-INIZIO(7:2) "/" WS-LAV-DATA-INIZIO(5:2) "/"
               WS-LAV-DATA-INIZIO(1:4) " AL "
               WS-LAV-DATA-FINE(7:2) "/" WS-LAV-DATA-FINE(5:2) "/"
               WS-LAV-DATA-FINE(1:4)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           IF WS-LAV-TIPO = 'P'
               STRING "  PRODOTTO " WS-LAV-OGGETTO " LINEA "
                   WS-AN-LINEA(INDICE-ANALISI) " REGIONI "
                   WS-LAV-REGIONI " ANNI DI BASE "
                   WS-AN-ANNI-VALIDI(INDICE-ANALISI)
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               STRING "  LINEA " WS-LAV-OGGETTO " REGIONI "
                   WS-LAV-REGIONI " ANNI DI BASE "
                   WS-AN-ANNI-VALIDI(INDICE-ANALISI)
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT
           IF WS-AN-ANNI-VALIDI(INDICE-ANALISI) = 0
               MOVE "  DETTAGLIO SENZA ANNI PRECEDENTI: BASE NON "
                   & "DISPONIBILE, SI MOSTRANO SOLO I VALORI."
                   TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           IF WS-AN-DOPO-COMPLETO(INDICE-ANALISI) NOT = 'S'
               MOVE "  PERIODO DOPO LA PROMOZIONE NON ANCORA "
                   & "CONCLUSO: CALO N.D." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           MOVE SPACES TO RIGA-REPORT
           STRING "  REGIONE               Q.TA' PROM  Q.TA' BASE"
               "   UPL Q%     RICAVI PROM     RICAVI BASE   UPL R%"
               "  ALTRI LINEA%  DOPO R%"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           INITIALIZE WS-TOTALI-PROMOZIONE
           PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
               UNTIL INDICE-REGIONE > 10
               IF WS-AN-REG-IN(INDICE-ANALISI, INDICE-REGIONE) = 'S'
                   PERFORM SCRIVI-RIGA-REGIONE
               END-IF
           END-PERFORM
           MOVE WS-TOTALI-PROMOZIONE TO WS-STAMPA-INSIEMI
           MOVE "TOTALE PROMOZIONE" TO WS-NOME-RIGA
           PERFORM SCRIVI-RIGA-VALORI
           ADD 1 TO WS-ANALIZZATE.

      *Riga di una regione: le regioni senza movimenti in nessuno dei
      *sei insiemi non si stampano.
       SCRIVI-RIGA-REGIONE.
           MOVE 'S' TO WS-RIGA-VUOTA
           PERFORM VARYING INDICE-INSIEME FROM 1 BY 1
               UNTIL INDICE-INSIEME > 6
               MOVE WS-AN-QUANTITA
                   (INDICE-ANALISI, INDICE-REGIONE, INDICE-INSIEME)
                   TO WS-STP-QUANTITA(INDICE-INSIEME)
               MOVE WS-AN-RICAVI
                   (INDICE-ANALISI, INDICE-REGIONE, INDICE-INSIEME)
                   TO WS-STP-RICAVI(INDICE-INSIEME)
               ADD WS-STP-QUANTITA(INDICE-INSIEME)
                   TO WS-TOT-QUANTITA(INDICE-INSIEME)
               ADD WS-STP-RICAVI(INDICE-INSIEME)
                   TO WS-TOT-RICAVI(INDICE-INSIEME)
               IF WS-STP-QUANTITA(INDICE-INSIEME) NOT = 0
                   OR WS-STP-RICAVI(INDICE-INSIEME) NOT = 0
                   MOVE 'N' TO WS-RIGA-VUOTA
               END-IF
           END-PERFORM
           IF WS-RIGA-VUOTA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOME-RIGA
           CALL 'GetRegioneNome' USING WS-REGIONI, INDICE-REGIONE,
               WS-NOME-REGIONE, WS-REGIONE-VALIDA
           STRING INDICE-REGIONE " " WS-NOME-REGIONE
               DELIMITED BY SIZE INTO WS-NOME-RIGA
           PERFORM SCRIVI-RIGA-VALORI.

      *Le basi sono somme sugli anni: la media e' la somma divisa
      *per gli anni di base validi.
       SCRIVI-RIGA-VALORI.
           IF WS-AN-ANNI-VALIDI(INDICE-ANALISI) > 0
               PERFORM VARYING INDICE-INSIEME FROM 2 BY 2
                   UNTIL INDICE-INSIEME > 6
                   COMPUTE WS-STP-QUANTITA(INDICE-INSIEME) ROUNDED =
                       WS-STP-QUANTITA(INDICE-INSIEME)
                       / WS-AN-ANNI-VALIDI(INDICE-ANALISI)
                   COMPUTE WS-STP-RICAVI(INDICE-INSIEME) ROUNDED =
                       WS-STP-RICAVI(INDICE-INSIEME)
                       / WS-AN-ANNI-VALIDI(INDICE-ANALISI)
               END-PERFORM
           ELSE
               MOVE 0 TO WS-STP-QUANTITA(2) WS-STP-RICAVI(2)
                   WS-STP-QUANTITA(4) WS-STP-RICAVI(4)
                   WS-STP-QUANTITA(6) WS-STP-RICAVI(6)
           END-IF
           MOVE WS-STP-QUANTITA(1) TO WS-VAL-ATTUALE
           MOVE WS-STP-QUANTITA(2) TO WS-VAL-BASE
           PERFORM CALCOLA-PERC
           MOVE WS-PERC-TESTO TO WS-UPLIFT-Q
           MOVE WS-STP-RICAVI(1) TO WS-VAL-ATTUALE
           MOVE WS-STP-RICAVI(2) TO WS-VAL-BASE
           PERFORM CALCOLA-PERC
           MOVE WS-PERC-TESTO TO WS-UPLIFT-R
           IF WS-LAV-TIPO = 'P'
               MOVE WS-STP-RICAVI(5) TO WS-VAL-ATTUALE
               MOVE WS-STP-RICAVI(6) TO WS-VAL-BASE
               PERFORM CALCOLA-PERC
               MOVE WS-PERC-TESTO TO WS-CANNIBALE
           ELSE
               MOVE "     -  " TO WS-CANNIBALE
           END-IF
           IF WS-AN-DOPO-COMPLETO(INDICE-ANALISI) = 'S'
               MOVE WS-STP-RICAVI(3) TO WS-VAL-ATTUALE
               MOVE WS-STP-RICAVI(4) TO WS-VAL-BASE
               PERFORM CALCOLA-PERC
               MOVE WS-PERC-TESTO TO WS-CALO-DOPO
           ELSE
               MOVE "    N.D." TO WS-CALO-DOPO
           END-IF
           MOVE WS-STP-QUANTITA(1) TO WS-QUANTITA-ED
           MOVE WS-STP-QUANTITA(2) TO WS-QUANTITA-BASE-ED
           MOVE WS-STP-RICAVI(1) TO WS-RICAVI-ED
           MOVE WS-STP-RICAVI(2) TO WS-RICAVI-BASE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  " WS-NOME-RIGA " " WS-QUANTITA-ED " "
               WS-QUANTITA-BASE-ED " " WS-UPLIFT-Q " "
               WS-RICAVI-ED " " WS-RICAVI-BASE-ED " " WS-UPLIFT-R
               "      " WS-CANNIBALE " " WS-CALO-DOPO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *Variazione percentuale sulla base; senza base N.D.
       CALCOLA-PERC.
           IF WS-VAL-BASE = 0
               MOVE "    N.D." TO WS-PERC-TESTO
           ELSE
               COMPUTE WS-PERC ROUNDED =
                   (WS-VAL-ATTUALE - WS-VAL-BASE) * 100 / WS-VAL-BASE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERC
               END-COMPUTE
               MOVE WS-PERC TO WS-PERC-ED
               MOVE SPACES TO WS-PERC-TESTO
               MOVE WS-PERC-ED TO WS-PERC-TESTO(2:7)
           END-IF.

           COPY TESTATA-CONTROLLI.
