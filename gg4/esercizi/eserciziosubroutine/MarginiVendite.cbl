       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarginiVendite.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Margine lordo delle vendite di un mese o di un anno: i report
      *si fermavano al fatturato, e una regione poteva sembrare
      *ottima vendendo solo la linea che rende meno. Ogni movimento
      *di Vendite-dettaglio.txt (trailer TRL riconciliato) si
      *valorizza al costo standard di Costi-standard.txt (tracciato
      *COSTO-REC, mantenuto con CostiStandard) valido alla data del
      *movimento: costo = DET-QUANTITA per costo unitario, con il
      *segno del movimento, cosi' una nota di credito per merce resa
      *restituisce anche il costo. Ricavi, costo, margine e margine
      *percentuale si stampano per linea di prodotto (Prodotti.txt),
      *per regione (Regioni.txt) e per cliente, con il totale; in
      *testa l'elenco dei movimenti venduti sotto costo (prezzo
      *unitario minore del costo standard). Gli addebiti di
      *interessi e i premi (INTERESSI-CODICE-PRODOTTO,
      *PREMI-CODICE-PRODOTTO) non sono vendite di merce e restano
      *fuori, come i movimenti di prodotti senza costo alla data;
      *la coda del report riconcilia i ricavi del periodo e nomina i
      *prodotti senza costo. Il report esce in
      *Vendite-margini-<periodo>.txt e va nello spool (famiglia
      *MARGINI). Il periodo (AAAAMM per un mese, AAAA per un anno)
      *arriva dall'ambiente (MARGINI_PERIODO), altrimenti si chiede
      *a video.
      *Entrano i movimenti della societa' di lavoro (SocietaLavoro,
      *FiltroSocieta su DET-SOCIETA e cliente); per il consolidato
      *"GR" senza le vendite alle societa' del gruppo. Il trailer
      *quadra sempre sul file intero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-COSTI ASSIGN TO "Costi-standard.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COSTI-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

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

       FD FILE-COSTI.
       COPY COSTO-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-COSTI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-CLIENTI-APERTO PIC X VALUE 'N'.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Periodo: anno, e mese a zero per l'anno intero.
       01 WS-PERIODO-TESTO PIC X(6).
       01 WS-PERIODO-ANNO PIC 9(4).
       01 WS-PERIODO-MESE PIC 99 VALUE 0.
       01 WS-NOME-REPORT PIC X(40).
      *Codici di servizio senza costo.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Costi standard in tabella.
       01 WS-NUM-COSTI PIC 9(4) VALUE 0.
       01 WS-COSTI-TABELLA.
           05 WS-COS-ENTRY OCCURS 3000 TIMES.
               10 WS-COS-CODICE PIC X(8).
               10 WS-COS-DATA PIC 9(8).
               10 WS-COS-COSTO PIC 9(5)V99.
       01 INDICE-COSTO PIC 9(4).
       01 WS-COSTI-PIENI PIC X VALUE 'N'.
       01 WS-DATA-COSTO PIC 9(8).
       01 WS-COSTO-UNITARIO PIC 9(5)V99.
      *Quadratura del feed contro il trailer.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
      *Valori del movimento in lavorazione.
       01 WS-COSTO-MOV PIC S9(11)V99.
       01 WS-MARGINE-MOV PIC S9(11)V99.
      *Totali per linea di prodotto.
       01 WS-NUM-LINEE PIC 99 VALUE 0.
       01 WS-LINEE-TABELLA.
           05 WS-LIN-ENTRY OCCURS 50 TIMES.
               10 WS-LIN-NOME PIC X(10).
               10 WS-LIN-RICAVI PIC S9(11)V99.
               10 WS-LIN-COSTO PIC S9(11)V99.
       01 INDICE-LINEA PIC 99.
       01 WS-LIN-TROVATA PIC X.
      *Totali per regione, indicizzati dal numero di regione.
       01 WS-REGIONI-TOTALI.
           05 WS-RGT-ENTRY OCCURS 99 TIMES.
               10 WS-RGT-MOVIMENTI PIC 9(6).
               10 WS-RGT-RICAVI PIC S9(11)V99.
               10 WS-RGT-COSTO PIC S9(11)V99.
       01 INDICE-REGIONE PIC 99.
      *Totali per cliente, in ordine di codice.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 3000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-RICAVI PIC S9(11)V99.
               10 WS-CLI-COSTO PIC S9(11)V99.
       01 INDICE-CLIENTE PIC 9(4).
       01 INDICE-SPOSTA PIC 9(4).
       01 WS-POSIZIONE PIC 9(4).
       01 WS-CLI-TROVATO PIC X.
       01 WS-CERCA-ID PIC 9(6).
       01 WS-NOME-COMPLETO PIC X(25).
       01 WS-TABELLE-PIENE PIC X VALUE 'N'.
      *Prodotti venduti nel periodo senza costo alla data.
       01 WS-NUM-SENZA-COSTO PIC 9(3) VALUE 0.
       01 WS-SENZA-COSTO-TABELLA.
           05 WS-SNC-ENTRY OCCURS 200 TIMES.
               10 WS-SNC-CODICE PIC X(8).
               10 WS-SNC-MOVIMENTI PIC 9(6).
               10 WS-SNC-RICAVI PIC S9(11)V99.
       01 INDICE-SENZA-COSTO PIC 9(3).
       01 WS-SNC-TROVATO PIC X.
      *Totali generali e riconciliazione.
       01 WS-TOT-MOVIMENTI PIC 9(6) VALUE 0.
       01 WS-TOT-RICAVI PIC S9(11)V99 VALUE 0.
       01 WS-TOT-COSTO PIC S9(11)V99 VALUE 0.
       01 WS-SERVIZIO-MOVIMENTI PIC 9(6) VALUE 0.
       01 WS-SERVIZIO-RICAVI PIC S9(11)V99 VALUE 0.
       01 WS-SENZA-COSTO-MOVIMENTI PIC 9(6) VALUE 0.
       01 WS-SENZA-COSTO-RICAVI PIC S9(11)V99 VALUE 0.
       01 WS-PERIODO-RICAVI PIC S9(11)V99 VALUE 0.
       01 WS-SOTTO-COSTO PIC 9(6) VALUE 0.
       01 WS-SOTTO-COSTO-PERDITA PIC S9(11)V99 VALUE 0.
      *Gruppo da stampare.
       01 WS-GRP-RICAVI PIC S9(11)V99.
       01 WS-GRP-COSTO PIC S9(11)V99.
       01 WS-GRP-MARGINE PIC S9(11)V99.
       01 WS-GRP-PERC PIC S9(5)V9.
       01 WS-VALORI-TESTO PIC X(70).
      *Anagrafiche.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 INDICE-ANAGRAFICA PIC 99.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 WS-PRO-DESCRIZIONE-LAV PIC X(30).
       01 WS-PRO-LINEA-LAV PIC X(10).
       01 WS-PRODOTTO-VALIDO PIC X.
      *Campi di stampa.
       01 WS-VALORE-ED PIC -(11)9.99.
       01 WS-PERC-ED PIC -(4)9.9.
       01 WS-PREZZO-ED PIC -(4)9.99.
       01 WS-COSTO-ED PIC Z(4)9.99.
       01 WS-QUANTITA-ED PIC Z(4)9.
       01 WS-CONTA-ED PIC Z(5)9.
       01 WS-DATA-ED PIC X(10).
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "MARGINI".
       01 WS-SPOOL-ESITO PIC 9.
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
           MOVE 0 TO RETURN-CODE
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "MARGINI RIFIUTATI: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           MOVE SPACES TO WS-PERIODO-TESTO
           ACCEPT WS-PERIODO-TESTO FROM ENVIRONMENT "MARGINI_PERIODO"
           IF WS-PERIODO-TESTO = SPACES
               DISPLAY "Periodo dei margini (AAAAMM per un mese, "
                   "AAAA per un anno): "
               ACCEPT WS-PERIODO-TESTO
           END-IF
           IF WS-PERIODO-TESTO(1:4) IS NOT NUMERIC
               OR (WS-PERIODO-TESTO(5:2) NOT = SPACES
                   AND WS-PERIODO-TESTO(5:2) IS NOT NUMERIC)
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO-TESTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIODO-TESTO(1:4) TO WS-PERIODO-ANNO
           IF WS-PERIODO-TESTO(5:2) NOT = SPACES
               MOVE WS-PERIODO-TESTO(5:2) TO WS-PERIODO-MESE
           END-IF
           IF WS-PERIODO-ANNO < 1601 OR WS-PERIODO-MESE > 12
               OR (WS-PERIODO-TESTO(5:2) NOT = SPACES
                   AND WS-PERIODO-MESE = 0)
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO-TESTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-REGIONI-TOTALI
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'GetProdotti' USING WS-PRODOTTI
           PERFORM LEGGI-PARAMETRI
           PERFORM CARICA-COSTI
           IF WS-COSTI-PIENI = 'S'
               DISPLAY "Costi-standard.txt OLTRE LE 3000 RIGHE: "
                   "MARGINI NON CALCOLATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM-COSTI = 0
               DISPLAY "NESSUN COSTO STANDARD IN Costi-standard.txt: "
                   "MARGINI NON CALCOLATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOME-REPORT
           STRING "Vendite-margini-" WS-PERIODO-TESTO DELIMITED BY
               SPACE ".txt" DELIMITED BY SIZE INTO WS-NOME-REPORT
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           PERFORM CARICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               CLOSE FILE-REPORT
               DISPLAY "MARGINI RIFIUTATI: Vendite-dettaglio.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TABELLE-PIENE = 'S'
               CLOSE FILE-REPORT
               DISPLAY "OLTRE 50 LINEE, 3000 CLIENTI O 200 PRODOTTI "
                   "SENZA COSTO: MARGINI RIFIUTATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SOTTO-COSTO = 0
               MOVE "  NESSUN MOVIMENTO SOTTO COSTO." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE 'S' TO WS-CLIENTI-APERTO
           END-IF
           PERFORM SCRIVI-LINEE
           PERFORM SCRIVI-REGIONI
           PERFORM SCRIVI-CLIENTI
           PERFORM SCRIVI-CODA
           IF WS-CLIENTI-APERTO = 'S'
               CLOSE CLIENTI-IDX
           END-IF
           CLOSE FILE-REPORT
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE WS-TOT-RICAVI TO WS-GRP-RICAVI
           MOVE WS-TOT-COSTO TO WS-GRP-COSTO
           PERFORM CALCOLA-MARGINE
           MOVE WS-GRP-MARGINE TO WS-VALORE-ED
           DISPLAY "MARGINI " WS-PERIODO-TESTO ": " WS-TOT-MOVIMENTI
               " MOVIMENTI, MARGINE LORDO " WS-VALORE-ED
           DISPLAY "  REPORT: " WS-NOME-REPORT
           IF WS-SOTTO-COSTO > 0
               DISPLAY "  MOVIMENTI SOTTO COSTO: " WS-SOTTO-COSTO
           END-IF
           IF WS-SENZA-COSTO-MOVIMENTI > 0
               DISPLAY "  MOVIMENTI SENZA COSTO STANDARD (FUORI DAI "
                   "MARGINI): " WS-SENZA-COSTO-MOVIMENTI
           END-IF
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

       CARICA-COSTI.
           OPEN INPUT FILE-COSTI
           IF WS-COSTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-COSTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF COS-CODICE-PRODOTTO NOT = SPACES
                           IF WS-NUM-COSTI < 3000
                               ADD 1 TO WS-NUM-COSTI
                               MOVE COS-CODICE-PRODOTTO
                                   TO WS-COS-CODICE(WS-NUM-COSTI)
                               MOVE COS-DATA-EFFETTO
                                   TO WS-COS-DATA(WS-NUM-COSTI)
                               MOVE COS-COSTO
                                   TO WS-COS-COSTO(WS-NUM-COSTI)
                           ELSE
                               MOVE 'S' TO WS-COSTI-PIENI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-COSTI.

      *Costo del prodotto del movimento valido alla sua data: la
      *decorrenza piu' recente non successiva. Il file puo' essere
      *fuori ordine, quindi si guarda tutta la tabella.
       TROVA-COSTO.
           MOVE 0 TO WS-DATA-COSTO
           MOVE 0 TO WS-COSTO-UNITARIO
           PERFORM VARYING INDICE-COSTO FROM 1 BY 1
               UNTIL INDICE-COSTO > WS-NUM-COSTI
               IF WS-COS-CODICE(INDICE-COSTO) = DET-CODICE-PRODOTTO
                   AND WS-COS-DATA(INDICE-COSTO) NOT > DET-DATA
                   AND WS-COS-DATA(INDICE-COSTO) > WS-DATA-COSTO
                   MOVE WS-COS-DATA(INDICE-COSTO) TO WS-DATA-COSTO
                   MOVE WS-COS-COSTO(INDICE-COSTO) TO WS-COSTO-UNITARIO
               END-IF
           END-PERFORM.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO RIGA-REPORT
           IF WS-PERIODO-MESE = 0
               STRING "MARGINE LORDO DELLE VENDITE - ANNO "
                   WS-PERIODO-ANNO
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               STRING "MARGINE LORDO DELLE VENDITE - MESE "
                   WS-PERIODO-MESE "/" WS-PERIODO-ANNO
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "COSTO STANDARD DA Costi-standard.txt ALLA DATA DEL "
               "MOVIMENTO - ELABORATO IL "
               WS-OGGI(7:2) "/" WS-OGGI(5:2) "/" WS-OGGI(1:4)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "MOVIMENTI VENDUTI SOTTO COSTO" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "DATA       CLIENTE REG PRODOTTO  Q.TA'   PREZZO"
               "    COSTO         PERDITA"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

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
                               IF DET-ANNO = WS-PERIODO-ANNO
                                   AND (WS-PERIODO-MESE = 0
                                       OR DET-MESE = WS-PERIODO-MESE)
                                   PERFORM LAVORA-MOVIMENTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       LAVORA-MOVIMENTO.
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD DET-IMPORTO TO WS-PERIODO-RICAVI
           IF DET-CODICE-PRODOTTO = WS-CODICE-INTERESSI
               OR DET-CODICE-PRODOTTO = WS-CODICE-PREMI
               ADD 1 TO WS-SERVIZIO-MOVIMENTI
               ADD DET-IMPORTO TO WS-SERVIZIO-RICAVI
               EXIT PARAGRAPH
           END-IF
           PERFORM TROVA-COSTO
           IF WS-DATA-COSTO = 0
               ADD 1 TO WS-SENZA-COSTO-MOVIMENTI
               ADD DET-IMPORTO TO WS-SENZA-COSTO-RICAVI
               PERFORM ACCUMULA-SENZA-COSTO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COSTO-MOV = DET-QUANTITA * WS-COSTO-UNITARIO
           IF DET-IMPORTO < 0
               COMPUTE WS-COSTO-MOV = 0 - WS-COSTO-MOV
           END-IF
           COMPUTE WS-MARGINE-MOV = DET-IMPORTO - WS-COSTO-MOV
           ADD 1 TO WS-TOT-MOVIMENTI
           ADD DET-IMPORTO TO WS-TOT-RICAVI
           ADD WS-COSTO-MOV TO WS-TOT-COSTO
           IF DET-IMPORTO > 0
               AND DET-PREZZO-UNITARIO < WS-COSTO-UNITARIO
               PERFORM SCRIVI-SOTTO-COSTO
           END-IF
           PERFORM ACCUMULA-LINEA
           MOVE DET-REGIONE-NUM TO INDICE-REGIONE
           IF INDICE-REGIONE > 0
               ADD 1 TO WS-RGT-MOVIMENTI(INDICE-REGIONE)
               ADD DET-IMPORTO TO WS-RGT-RICAVI(INDICE-REGIONE)
               ADD WS-COSTO-MOV TO WS-RGT-COSTO(INDICE-REGIONE)
           END-IF
           PERFORM ACCUMULA-CLIENTE.

       SCRIVI-SOTTO-COSTO.
           ADD 1 TO WS-SOTTO-COSTO
           ADD WS-MARGINE-MOV TO WS-SOTTO-COSTO-PERDITA
           MOVE SPACES TO WS-DATA-ED
           STRING DET-GIORNO "/" DET-MESE "/" DET-ANNO
               DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE DET-QUANTITA TO WS-QUANTITA-ED
           MOVE DET-PREZZO-UNITARIO TO WS-PREZZO-ED
           MOVE WS-COSTO-UNITARIO TO WS-COSTO-ED
           MOVE WS-MARGINE-MOV TO WS-VALORE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING WS-DATA-ED " " DET-ID-CLIENTE "  " DET-REGIONE-NUM
               "  " DET-CODICE-PRODOTTO " " WS-QUANTITA-ED " "
               WS-PREZZO-ED " " WS-COSTO-ED " " WS-VALORE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *Linea dall'anagrafica prodotti; un codice sconosciuto va
      *sotto la linea di comodo di GetProdottoInfo.
       ACCUMULA-LINEA.
           MOVE 'N' TO WS-PRODOTTO-VALIDO
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   DET-CODICE-PRODOTTO, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           ELSE
               MOVE "??????????" TO WS-PRO-LINEA-LAV
           END-IF
           MOVE 'N' TO WS-LIN-TROVATA
           PERFORM VARYING INDICE-LINEA FROM 1 BY 1
               UNTIL INDICE-LINEA > WS-NUM-LINEE
                   OR WS-LIN-TROVATA = 'S'
               IF WS-LIN-NOME(INDICE-LINEA) = WS-PRO-LINEA-LAV
                   MOVE 'S' TO WS-LIN-TROVATA
               END-IF
           END-PERFORM
           IF WS-LIN-TROVATA = 'S'
               SUBTRACT 1 FROM INDICE-LINEA
           ELSE
               IF WS-NUM-LINEE >= 50
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-LINEE
               MOVE WS-NUM-LINEE TO INDICE-LINEA
               MOVE WS-PRO-LINEA-LAV TO WS-LIN-NOME(INDICE-LINEA)
               MOVE 0 TO WS-LIN-RICAVI(INDICE-LINEA)
               MOVE 0 TO WS-LIN-COSTO(INDICE-LINEA)
           END-IF
           ADD DET-IMPORTO TO WS-LIN-RICAVI(INDICE-LINEA)
           ADD WS-COSTO-MOV TO WS-LIN-COSTO(INDICE-LINEA).

      *Clienti tenuti in ordine di codice: la posizione e' la prima
      *riga con codice maggiore, le successive scendono di un posto.
       ACCUMULA-CLIENTE.
           MOVE 'N' TO WS-CLI-TROVATO
           COMPUTE WS-POSIZIONE = WS-NUM-CLIENTI + 1
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
                   OR WS-CLI-TROVATO NOT = 'N'
               IF WS-CLI-ID(INDICE-CLIENTE) = DET-ID-CLIENTE
                   MOVE 'S' TO WS-CLI-TROVATO
                   MOVE INDICE-CLIENTE TO WS-POSIZIONE
               ELSE
                   IF WS-CLI-ID(INDICE-CLIENTE) > DET-ID-CLIENTE
                       MOVE 'P' TO WS-CLI-TROVATO
                       MOVE INDICE-CLIENTE TO WS-POSIZIONE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLI-TROVATO NOT = 'S'
               IF WS-NUM-CLIENTI >= 3000
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING INDICE-SPOSTA FROM WS-NUM-CLIENTI BY -1
                   UNTIL INDICE-SPOSTA < WS-POSIZIONE
                   MOVE WS-CLI-ENTRY(INDICE-SPOSTA)
                       TO WS-CLI-ENTRY(INDICE-SPOSTA + 1)
               END-PERFORM
               ADD 1 TO WS-NUM-CLIENTI
               MOVE DET-ID-CLIENTE TO WS-CLI-ID(WS-POSIZIONE)
               MOVE 0 TO WS-CLI-RICAVI(WS-POSIZIONE)
               MOVE 0 TO WS-CLI-COSTO(WS-POSIZIONE)
           END-IF
           ADD DET-IMPORTO TO WS-CLI-RICAVI(WS-POSIZIONE)
           ADD WS-COSTO-MOV TO WS-CLI-COSTO(WS-POSIZIONE).

       ACCUMULA-SENZA-COSTO.
           MOVE 'N' TO WS-SNC-TROVATO
           PERFORM VARYING INDICE-SENZA-COSTO FROM 1 BY 1
               UNTIL INDICE-SENZA-COSTO > WS-NUM-SENZA-COSTO
                   OR WS-SNC-TROVATO = 'S'
               IF WS-SNC-CODICE(INDICE-SENZA-COSTO)
                   = DET-CODICE-PRODOTTO
                   MOVE 'S' TO WS-SNC-TROVATO
               END-IF
           END-PERFORM
           IF WS-SNC-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-SENZA-COSTO
           ELSE
               IF WS-NUM-SENZA-COSTO >= 200
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-SENZA-COSTO
               MOVE WS-NUM-SENZA-COSTO TO INDICE-SENZA-COSTO
               MOVE DET-CODICE-PRODOTTO
                   TO WS-SNC-CODICE(INDICE-SENZA-COSTO)
               MOVE 0 TO WS-SNC-MOVIMENTI(INDICE-SENZA-COSTO)
               MOVE 0 TO WS-SNC-RICAVI(INDICE-SENZA-COSTO)
           END-IF
           ADD 1 TO WS-SNC-MOVIMENTI(INDICE-SENZA-COSTO)
           ADD DET-IMPORTO TO WS-SNC-RICAVI(INDICE-SENZA-COSTO).

      *Margine e margine percentuale del gruppo in WS-GRP-*; la
      *percentuale e' sui ricavi e resta vuota a ricavi nulli.
       CALCOLA-MARGINE.
           COMPUTE WS-GRP-MARGINE = WS-GRP-RICAVI - WS-GRP-COSTO
           MOVE SPACES TO WS-VALORI-TESTO
           MOVE WS-GRP-RICAVI TO WS-VALORE-ED
           MOVE WS-VALORE-ED TO WS-VALORI-TESTO(1:15)
           MOVE WS-GRP-COSTO TO WS-VALORE-ED
           MOVE WS-VALORE-ED TO WS-VALORI-TESTO(17:15)
           MOVE WS-GRP-MARGINE TO WS-VALORE-ED
           MOVE WS-VALORE-ED TO WS-VALORI-TESTO(33:15)
           IF WS-GRP-RICAVI NOT = 0
               COMPUTE WS-GRP-PERC ROUNDED =
                   WS-GRP-MARGINE * 100 / WS-GRP-RICAVI
                   ON SIZE ERROR
                       MOVE 0 TO WS-GRP-PERC
               END-COMPUTE
               MOVE WS-GRP-PERC TO WS-PERC-ED
               MOVE WS-PERC-ED TO WS-VALORI-TESTO(49:7)
               MOVE "%" TO WS-VALORI-TESTO(56:1)
           END-IF.

       SCRIVI-TITOLO-GRUPPO.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-LINEE.
           PERFORM SCRIVI-TITOLO-GRUPPO
           MOVE "MARGINE PER LINEA DI PRODOTTO" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "LINEA                                    RICAVI"
               "           COSTO         MARGINE  MARG.%"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-LINEA FROM 1 BY 1
               UNTIL INDICE-LINEA > WS-NUM-LINEE
               MOVE WS-LIN-RICAVI(INDICE-LINEA) TO WS-GRP-RICAVI
               MOVE WS-LIN-COSTO(INDICE-LINEA) TO WS-GRP-COSTO
               PERFORM CALCOLA-MARGINE
               MOVE SPACES TO RIGA-REPORT
               STRING WS-LIN-NOME(INDICE-LINEA) "                  "
                   "    " WS-VALORI-TESTO
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-PERFORM.

       SCRIVI-REGIONI.
           PERFORM SCRIVI-TITOLO-GRUPPO
           MOVE "MARGINE PER REGIONE" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "REG NOME                                 RICAVI"
               "           COSTO         MARGINE  MARG.%"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
               UNTIL INDICE-REGIONE > 98
               IF WS-RGT-MOVIMENTI(INDICE-REGIONE) > 0
                   PERFORM SCRIVI-REGIONE
               END-IF
           END-PERFORM
           IF WS-RGT-MOVIMENTI(99) > 0
               MOVE 99 TO INDICE-REGIONE
               PERFORM SCRIVI-REGIONE
           END-IF.

       SCRIVI-REGIONE.
           MOVE "REGIONE SCONOSCIUTA" TO WS-NOME-REGIONE
           PERFORM VARYING INDICE-ANAGRAFICA FROM 1 BY 1
               UNTIL INDICE-ANAGRAFICA > WS-NUM-REGIONI
               IF WS-REG-CODICE(INDICE-ANAGRAFICA) = INDICE-REGIONE
                   MOVE WS-REG-NOME(INDICE-ANAGRAFICA)
                       TO WS-NOME-REGIONE
               END-IF
           END-PERFORM
           MOVE WS-RGT-RICAVI(INDICE-REGIONE) TO WS-GRP-RICAVI
           MOVE WS-RGT-COSTO(INDICE-REGIONE) TO WS-GRP-COSTO
           PERFORM CALCOLA-MARGINE
           MOVE SPACES TO RIGA-REPORT
           STRING INDICE-REGIONE "  " WS-NOME-REGIONE "        "
               WS-VALORI-TESTO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-CLIENTI.
           PERFORM SCRIVI-TITOLO-GRUPPO
           MOVE "MARGINE PER CLIENTE" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CLIENTE NOME                             RICAVI"
               "           COSTO         MARGINE  MARG.%"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               MOVE WS-CLI-ID(INDICE-CLIENTE) TO WS-CERCA-ID
               PERFORM NOME-CLIENTE
               MOVE WS-CLI-RICAVI(INDICE-CLIENTE) TO WS-GRP-RICAVI
               MOVE WS-CLI-COSTO(INDICE-CLIENTE) TO WS-GRP-COSTO
               PERFORM CALCOLA-MARGINE
               MOVE SPACES TO RIGA-REPORT
               STRING WS-CERCA-ID "  " WS-NOME-COMPLETO(1:24)
                   WS-VALORI-TESTO
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-PERFORM.

       NOME-CLIENTE.
           MOVE SPACES TO WS-NOME-COMPLETO
           IF WS-CLIENTI-APERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CERCA-ID TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   MOVE "NON IN ANAGRAFICA" TO WS-NOME-COMPLETO
               NOT INVALID KEY
                   STRING NOME-IDX DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       COGNOME-IDX DELIMITED BY SPACE
                       INTO WS-NOME-COMPLETO
           END-READ.

      *Totale e riconciliazione con i ricavi del periodo nel feed.
       SCRIVI-CODA.
           PERFORM SCRIVI-TITOLO-GRUPPO
           MOVE WS-TOT-RICAVI TO WS-GRP-RICAVI
           MOVE WS-TOT-COSTO TO WS-GRP-COSTO
           PERFORM CALCOLA-MARGINE
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE VALORIZZATO              " WS-VALORI-TESTO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-MOVIMENTI TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  MOVIMENTI VALORIZZATI: " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-SOTTO-COSTO TO WS-CONTA-ED
           MOVE WS-SOTTO-COSTO-PERDITA TO WS-VALORE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  DI CUI SOTTO COSTO: " WS-CONTA-ED
               " CON PERDITA " WS-VALORE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "RICONCILIAZIONE CON Vendite-dettaglio.txt"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-PERIODO-RICAVI TO WS-VALORE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  RICAVI DEL PERIODO NEL FEED     " WS-VALORE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-RICAVI TO WS-VALORE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  VALORIZZATI AL COSTO STANDARD   " WS-VALORE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-SENZA-COSTO-RICAVI TO WS-VALORE-ED
           MOVE WS-SENZA-COSTO-MOVIMENTI TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  PRODOTTI SENZA COSTO STANDARD   " WS-VALORE-ED
               "  (" WS-CONTA-ED " MOVIMENTI)"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-SERVIZIO-RICAVI TO WS-VALORE-ED
           MOVE WS-SERVIZIO-MOVIMENTI TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  INTERESSI E PREMI               " WS-VALORE-ED
               "  (" WS-CONTA-ED " MOVIMENTI)"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-NUM-SENZA-COSTO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PRODOTTI VENDUTI SENZA COSTO STANDARD ALLA DATA "
               & "(INSERIRLO CON CostiStandard)" TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-SENZA-COSTO FROM 1 BY 1
               UNTIL INDICE-SENZA-COSTO > WS-NUM-SENZA-COSTO
               MOVE WS-SNC-RICAVI(INDICE-SENZA-COSTO) TO WS-VALORE-ED
               MOVE WS-SNC-MOVIMENTI(INDICE-SENZA-COSTO)
                   TO WS-CONTA-ED
               MOVE SPACES TO RIGA-REPORT
               STRING "  " WS-SNC-CODICE(INDICE-SENZA-COSTO) " "
                   WS-CONTA-ED " MOVIMENTI " WS-VALORE-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-PERFORM.

           COPY TESTATA-CONTROLLI.
