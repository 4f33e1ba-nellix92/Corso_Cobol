       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClassificaAbc.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Classificazione ABC dei prodotti sulla finestra mobile degli
      *ultimi ABC-FINESTRA-MESI mesi (gestionale.cfg, predefinito 12)
      *di Vendite-dettaglio.txt, con il trailer TRL riconciliato. I
      *prodotti si mettono in graduatoria per ricavi netti e, a
      *parte, per quantita' nette (le note di credito tolgono ricavi
      *e pezzi): un prodotto e' in classe A finche' la quota
      *cumulata dei prodotti che lo precedono e' sotto ABC-SOGLIA-A
      *(predefinita 80), in classe B finche' e' sotto ABC-SOGLIA-B
      *(predefinita 95), in classe C dopo; chi non ha vendute nette
      *positive e' sempre C. Entrano tutti i prodotti di
      *Prodotti.txt e i codici venduti fuori anagrafica; restano
      *fuori gli interessi e i premi (INTERESSI-CODICE-PRODOTTO,
      *PREMI-CODICE-PRODOTTO). La classe si conserva per codice
      *prodotto in Prodotti-abc.txt (tracciato PRODOTTO-ABC), tenuto
      *fuori da Prodotti.txt perche' la manutenzione dell'anagrafica
      *la riscrive: il giro successivo la rilegge e segnala i
      *prodotti che hanno cambiato classe. Il report di Pareto
      *(posizione, quota, quota cumulata, classe e classe del giro
      *precedente) esce in Prodotti-abc-pareto.txt e va nello spool
      *(famiglia MAGAZZINO). La data di fine finestra e' oggi o
      *ABC_DATA (AAAAMMGG) dall'ambiente. Termina con GOBACK e
      *RETURN-CODE 8 sugli errori, lasciando intatta la classe del
      *giro precedente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-ABC ASSIGN TO "Prodotti-abc.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABC-STATUS.
           SELECT FILE-REPORT ASSIGN TO "Prodotti-abc-pareto.txt"
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

       FD FILE-ABC.
       COPY PRODOTTO-ABC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-ABC-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-DATA-TESTO PIC X(8).
      *Finestra mobile: dal giorno dopo la stessa data di N mesi fa
      *fino alla data di riferimento compresa.
       01 WS-DATA-AL PIC 9(8).
       01 WS-DATA-DAL PIC 9(8).
       01 WS-DATA-LAV PIC 9(8).
       01 WS-DATA-LAV-R REDEFINES WS-DATA-LAV.
           05 WS-LAV-ANNO PIC 9(4).
           05 WS-LAV-MESE PIC 99.
           05 WS-LAV-GIORNO PIC 99.
       01 WS-INDICE-MESE PIC 9(6).
       01 WS-FINESTRA-MESI PIC 99 VALUE 12.
       01 WS-SOGLIA-A PIC 999 VALUE 80.
       01 WS-SOGLIA-B PIC 999 VALUE 95.
      *Codici di servizio fuori dalla classificazione.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Quadratura del feed contro il trailer.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-MOVIMENTI-FINESTRA PIC 9(6) VALUE 0.
      *Prodotti da classificare, con la classe del giro precedente.
       01 WS-NUM-ABC PIC 9(3) VALUE 0.
       01 WS-ABC-TABELLA.
           05 WS-ABC-ENTRY OCCURS 500 TIMES.
               10 WS-ABC-CODICE PIC X(8).
               10 WS-ABC-DESCRIZIONE PIC X(30).
               10 WS-ABC-RICAVI PIC S9(11)V99.
               10 WS-ABC-QUANTITA PIC S9(9).
               10 WS-ABC-CLASSE-R PIC X.
               10 WS-ABC-CLASSE-Q PIC X.
               10 WS-ABC-RANGO-R PIC 9(4).
               10 WS-ABC-RANGO-Q PIC 9(4).
               10 WS-ABC-PREC-R PIC X.
               10 WS-ABC-PREC-Q PIC X.
       01 INDICE-ABC PIC 9(3).
       01 WS-ABC-TROVATO PIC X.
       01 WS-TABELLA-PIENA PIC X VALUE 'N'.
       01 WS-CERCA-CODICE PIC X(8).
      *Graduatorie: indici nella tabella prodotti, dal primo.
       01 WS-ORDINE-R.
           05 WS-ORD-R OCCURS 500 TIMES PIC 9(3).
       01 WS-ORDINE-Q.
           05 WS-ORD-Q OCCURS 500 TIMES PIC 9(3).
       01 INDICE-ORD PIC 9(3).
       01 INDICE-SCAMBIO PIC 9(3).
       01 WS-ORD-TEMP PIC 9(3).
       01 WS-SCAMBIO PIC X.
      *Criterio della graduatoria in lavorazione: R ricavi,
      *Q quantita'.
       01 WS-CRITERIO PIC X.
       01 WS-VALORE-1 PIC S9(11)V99.
       01 WS-VALORE-2 PIC S9(11)V99.
       01 WS-TOTALE-POSITIVO PIC S9(11)V99.
       01 WS-CUMULATO PIC S9(11)V99.
       01 WS-VALORE PIC S9(11)V99.
       01 WS-QUOTA PIC 9(3)V99.
       01 WS-QUOTA-PRIMA PIC 9(3)V99.
       01 WS-QUOTA-CUMULATA PIC 9(3)V99.
       01 WS-CLASSE PIC X.
       01 WS-CLASSE-PREC PIC X.
       01 WS-SEGNALE PIC X(9).
      *Conteggi per classe (1 A, 2 B, 3 C) e cambi di classe.
       01 WS-CONTEGGI.
           05 WS-CNT-CLASSE OCCURS 3 TIMES.
               10 WS-CNT-PRODOTTI PIC 9(4).
               10 WS-CNT-VALORE PIC S9(11)V99.
       01 INDICE-CLASSE PIC 9.
       01 WS-CAMBI PIC 9(4).
       01 WS-CAMBI-R PIC 9(4) VALUE 0.
       01 WS-CAMBI-Q PIC 9(4) VALUE 0.
       01 WS-PRECEDENTI PIC 9(4) VALUE 0.
      *Anagrafica prodotti.
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 INDICE-PRODOTTO PIC 9(3).
       01 INDICE-ANAGRAFICA PIC 9(3).
      *Campi di stampa.
       01 WS-RANGO-ED PIC Z(3)9.
       01 WS-VALORE-ED PIC -(11)9.99.
       01 WS-QUANTITA-ED PIC -(11)9.
       01 WS-QUOTA-ED PIC ZZ9.99.
       01 WS-CONTA-ED PIC Z(3)9.
       01 WS-MESI-ED PIC Z9.
       01 WS-SOGLIA-ED PIC ZZ9.
       01 WS-SOGLIA-B-ED PIC ZZ9.
       01 WS-DATA-ED PIC X(10).
       01 WS-DATA-ED-2 PIC X(10).
       01 WS-TITOLO PIC X(40).
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "MAGAZZINO".
       01 WS-SPOOL-NOME PIC X(40) VALUE "Prodotti-abc-pareto.txt".
       01 WS-SPOOL-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           MOVE SPACES TO WS-DATA-TESTO
           ACCEPT WS-DATA-TESTO FROM ENVIRONMENT "ABC_DATA"
           IF WS-DATA-TESTO = SPACES
               MOVE WS-OGGI TO WS-DATA-AL
           ELSE
               IF WS-DATA-TESTO IS NOT NUMERIC
                   DISPLAY "ABC_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-DATA-TESTO TO WS-DATA-AL
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AL) NOT = 0
                   DISPLAY "ABC_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LEGGI-PARAMETRI
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM CALCOLA-FINESTRA
           CALL 'GetProdotti' USING WS-PRODOTTI
           PERFORM VARYING INDICE-PRODOTTO FROM 1 BY 1
               UNTIL INDICE-PRODOTTO > WS-NUM-PRODOTTI
               IF WS-PRO-CODICE(INDICE-PRODOTTO) NOT =
                   WS-CODICE-INTERESSI
                   AND WS-PRO-CODICE(INDICE-PRODOTTO) NOT =
                   WS-CODICE-PREMI
                   MOVE WS-PRO-CODICE(INDICE-PRODOTTO)
                       TO WS-CERCA-CODICE
                   PERFORM TROVA-PRODOTTO
               END-IF
           END-PERFORM
           PERFORM CARICA-PRECEDENTE
           PERFORM CARICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "CLASSIFICAZIONE ABC RIFIUTATA: "
                   "Vendite-dettaglio.txt non quadra con il trailer "
                   "o manca."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TABELLA-PIENA = 'S'
               DISPLAY "OLTRE 500 PRODOTTI DA CLASSIFICARE: "
                   "CLASSIFICAZIONE ABC RIFIUTATA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-NUM-ABC = 0
               DISPLAY "NESSUN PRODOTTO DA CLASSIFICARE."
               GOBACK
           END-IF
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           MOVE 'R' TO WS-CRITERIO
           PERFORM CLASSIFICA
           MOVE WS-CAMBI TO WS-CAMBI-R
           MOVE 'Q' TO WS-CRITERIO
           PERFORM CLASSIFICA
           MOVE WS-CAMBI TO WS-CAMBI-Q
           PERFORM SCRIVI-CODA
           CLOSE FILE-REPORT
           PERFORM SCRIVI-CLASSI
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-SPOOL-NOME, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "CLASSIFICAZIONE ABC: " WS-NUM-ABC " PRODOTTI, "
               WS-MOVIMENTI-FINESTRA " MOVIMENTI NELLA FINESTRA"
           DISPLAY "  CAMBI DI CLASSE PER RICAVI: " WS-CAMBI-R
               ", PER QUANTITA': " WS-CAMBI-Q
           DISPLAY "  REPORT: Prodotti-abc-pareto.txt"
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
           MOVE "ABC-FINESTRA-MESI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 60
                       COMPUTE WS-FINESTRA-MESI =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
           MOVE "ABC-SOGLIA-A" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 99
                       COMPUTE WS-SOGLIA-A =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
           MOVE "ABC-SOGLIA-B" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 100
                       COMPUTE WS-SOGLIA-B =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
      *Soglie incoerenti: si torna a quelle predefinite.
           IF WS-SOGLIA-A NOT < WS-SOGLIA-B
               DISPLAY "ABC-SOGLIA-A NON MINORE DI ABC-SOGLIA-B: "
                   "SI USANO 80 E 95."
               MOVE 80 TO WS-SOGLIA-A
               MOVE 95 TO WS-SOGLIA-B
           END-IF.

       CALCOLA-FINESTRA.
      *Stessa data N mesi prima; sul 29-31 di un mese piu' corto si
      *arretra all'ultimo giorno valido.
           MOVE WS-DATA-AL TO WS-DATA-LAV
           COMPUTE WS-INDICE-MESE = WS-LAV-ANNO * 12 + WS-LAV-MESE - 1
               - WS-FINESTRA-MESI
           DIVIDE WS-INDICE-MESE BY 12 GIVING WS-LAV-ANNO
               REMAINDER WS-LAV-MESE
           ADD 1 TO WS-LAV-MESE
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-LAV) = 0
               SUBTRACT 1 FROM WS-LAV-GIORNO
           END-PERFORM
           MOVE WS-DATA-LAV TO WS-DATA-DAL.

       TROVA-PRODOTTO.
      *Posizione di WS-CERCA-CODICE in tabella, aggiunto se manca.
           MOVE 'N' TO WS-ABC-TROVATO
           PERFORM VARYING INDICE-ABC FROM 1 BY 1
               UNTIL INDICE-ABC > WS-NUM-ABC
               OR WS-ABC-TROVATO = 'S'
               IF WS-ABC-CODICE(INDICE-ABC) = WS-CERCA-CODICE
                   MOVE 'S' TO WS-ABC-TROVATO
               END-IF
           END-PERFORM
           IF WS-ABC-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-ABC
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-ABC >= 500
               MOVE 'S' TO WS-TABELLA-PIENA
               MOVE 0 TO INDICE-ABC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-ABC
           MOVE WS-NUM-ABC TO INDICE-ABC
           MOVE WS-CERCA-CODICE TO WS-ABC-CODICE(INDICE-ABC)
           MOVE "(NON IN ANAGRAFICA)"
               TO WS-ABC-DESCRIZIONE(INDICE-ABC)
           PERFORM VARYING INDICE-ANAGRAFICA FROM 1 BY 1
               UNTIL INDICE-ANAGRAFICA > WS-NUM-PRODOTTI
               IF WS-PRO-CODICE(INDICE-ANAGRAFICA) = WS-CERCA-CODICE
                   MOVE WS-PRO-DESCRIZIONE(INDICE-ANAGRAFICA)
                       TO WS-ABC-DESCRIZIONE(INDICE-ABC)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ABC-RICAVI(INDICE-ABC)
           MOVE 0 TO WS-ABC-QUANTITA(INDICE-ABC)
           MOVE SPACE TO WS-ABC-PREC-R(INDICE-ABC)
           MOVE SPACE TO WS-ABC-PREC-Q(INDICE-ABC).

       CARICA-PRECEDENTE.
      *Classe del giro precedente; un prodotto uscito
      *dall'anagrafica resta in tabella per mostrare il cambio.
           OPEN INPUT FILE-ABC
           IF WS-ABC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ABC
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       MOVE ABC-CODICE-PRODOTTO TO WS-CERCA-CODICE
                       PERFORM TROVA-PRODOTTO
                       IF INDICE-ABC > 0
                           ADD 1 TO WS-PRECEDENTI
                           MOVE ABC-CLASSE-RICAVI
                               TO WS-ABC-PREC-R(INDICE-ABC)
                           MOVE ABC-CLASSE-QUANTITA
                               TO WS-ABC-PREC-Q(INDICE-ABC)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ABC.

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
                               IF DET-DATA > WS-DATA-DAL
                                   AND DET-DATA NOT > WS-DATA-AL
                                   PERFORM LAVORA-MOVIMENTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       LAVORA-MOVIMENTO.
           IF DET-CODICE-PRODOTTO = WS-CODICE-INTERESSI
               OR DET-CODICE-PRODOTTO = WS-CODICE-PREMI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVIMENTI-FINESTRA
           MOVE DET-CODICE-PRODOTTO TO WS-CERCA-CODICE
           PERFORM TROVA-PRODOTTO
           IF INDICE-ABC = 0
               EXIT PARAGRAPH
           END-IF
           ADD DET-IMPORTO TO WS-ABC-RICAVI(INDICE-ABC)
      *La nota di credito restituisce i pezzi.
           IF DET-IMPORTO < 0
               SUBTRACT DET-QUANTITA FROM WS-ABC-QUANTITA(INDICE-ABC)
           ELSE
               ADD DET-QUANTITA TO WS-ABC-QUANTITA(INDICE-ABC)
           END-IF.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-DAL(7:2) "/" WS-DATA-DAL(5:2) "/"
               WS-DATA-DAL(1:4) DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE SPACES TO WS-DATA-ED-2
           STRING WS-DATA-AL(7:2) "/" WS-DATA-AL(5:2) "/"
               WS-DATA-AL(1:4) DELIMITED BY SIZE INTO WS-DATA-ED-2
           MOVE WS-FINESTRA-MESI TO WS-MESI-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "CLASSIFICAZIONE ABC DEI PRODOTTI - ULTIMI "
               WS-MESI-ED " MESI (DOPO IL " WS-DATA-ED " FINO AL "
               WS-DATA-ED-2 ")"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-SOGLIA-A TO WS-SOGLIA-ED
           MOVE WS-SOGLIA-B TO WS-SOGLIA-B-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "CLASSE A FINO AL" WS-SOGLIA-ED "% CUMULATO, "
               "CLASSE B FINO AL" WS-SOGLIA-B-ED "%, CLASSE C OLTRE. "
               "* = CLASSE CAMBIATA DAL GIRO PRECEDENTE."
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       CLASSIFICA.
      *Graduatoria per il criterio, quote cumulate e classe.
           PERFORM VARYING INDICE-ORD FROM 1 BY 1
               UNTIL INDICE-ORD > WS-NUM-ABC
               IF WS-CRITERIO = 'R'
                   MOVE INDICE-ORD TO WS-ORD-R(INDICE-ORD)
               ELSE
                   MOVE INDICE-ORD TO WS-ORD-Q(INDICE-ORD)
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-SCAMBIO
           PERFORM UNTIL WS-SCAMBIO = 'N'
               MOVE 'N' TO WS-SCAMBIO
               PERFORM VARYING INDICE-SCAMBIO FROM 1 BY 1
                   UNTIL INDICE-SCAMBIO >= WS-NUM-ABC
                   PERFORM CONFRONTA-E-SCAMBIA
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-TOTALE-POSITIVO
           PERFORM VARYING INDICE-ABC FROM 1 BY 1
               UNTIL INDICE-ABC > WS-NUM-ABC
               PERFORM VALORE-PRODOTTO
               IF WS-VALORE > 0
                   ADD WS-VALORE TO WS-TOTALE-POSITIVO
               END-IF
           END-PERFORM
           INITIALIZE WS-CONTEGGI
           MOVE 0 TO WS-CAMBI
           MOVE 0 TO WS-CUMULATO
           MOVE 0 TO WS-QUOTA-CUMULATA
           PERFORM SCRIVI-TITOLO-SEZIONE
           PERFORM VARYING INDICE-ORD FROM 1 BY 1
               UNTIL INDICE-ORD > WS-NUM-ABC
               IF WS-CRITERIO = 'R'
                   MOVE WS-ORD-R(INDICE-ORD) TO INDICE-ABC
               ELSE
                   MOVE WS-ORD-Q(INDICE-ORD) TO INDICE-ABC
               END-IF
               PERFORM CLASSIFICA-PRODOTTO
           END-PERFORM
           PERFORM SCRIVI-RIEPILOGO-SEZIONE.

       VALORE-PRODOTTO.
           IF WS-CRITERIO = 'R'
               MOVE WS-ABC-RICAVI(INDICE-ABC) TO WS-VALORE
           ELSE
               MOVE WS-ABC-QUANTITA(INDICE-ABC) TO WS-VALORE
           END-IF.

       CONFRONTA-E-SCAMBIA.
      *Valore decrescente, a parita' codice crescente.
           IF WS-CRITERIO = 'R'
               MOVE WS-ORD-R(INDICE-SCAMBIO) TO INDICE-ABC
               PERFORM VALORE-PRODOTTO
               MOVE WS-VALORE TO WS-VALORE-1
               MOVE WS-ORD-R(INDICE-SCAMBIO + 1) TO INDICE-PRODOTTO
           ELSE
               MOVE WS-ORD-Q(INDICE-SCAMBIO) TO INDICE-ABC
               PERFORM VALORE-PRODOTTO
               MOVE WS-VALORE TO WS-VALORE-1
               MOVE WS-ORD-Q(INDICE-SCAMBIO + 1) TO INDICE-PRODOTTO
           END-IF
           MOVE INDICE-PRODOTTO TO INDICE-ABC
           PERFORM VALORE-PRODOTTO
           MOVE WS-VALORE TO WS-VALORE-2
           IF WS-VALORE-1 > WS-VALORE-2
               EXIT PARAGRAPH
           END-IF
           IF WS-VALORE-1 = WS-VALORE-2
               IF WS-CRITERIO = 'R'
                   MOVE WS-ORD-R(INDICE-SCAMBIO) TO INDICE-ABC
               ELSE
                   MOVE WS-ORD-Q(INDICE-SCAMBIO) TO INDICE-ABC
               END-IF
               IF WS-ABC-CODICE(INDICE-ABC)
                   NOT > WS-ABC-CODICE(INDICE-PRODOTTO)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-SCAMBIO
           IF WS-CRITERIO = 'R'
               MOVE WS-ORD-R(INDICE-SCAMBIO) TO WS-ORD-TEMP
               MOVE WS-ORD-R(INDICE-SCAMBIO + 1)
                   TO WS-ORD-R(INDICE-SCAMBIO)
               MOVE WS-ORD-TEMP TO WS-ORD-R(INDICE-SCAMBIO + 1)
           ELSE
               MOVE WS-ORD-Q(INDICE-SCAMBIO) TO WS-ORD-TEMP
               MOVE WS-ORD-Q(INDICE-SCAMBIO + 1)
                   TO WS-ORD-Q(INDICE-SCAMBIO)
               MOVE WS-ORD-TEMP TO WS-ORD-Q(INDICE-SCAMBIO + 1)
           END-IF.

       CLASSIFICA-PRODOTTO.
           PERFORM VALORE-PRODOTTO
           MOVE WS-QUOTA-CUMULATA TO WS-QUOTA-PRIMA
           MOVE 0 TO WS-QUOTA
           IF WS-VALORE > 0 AND WS-TOTALE-POSITIVO > 0
               ADD WS-VALORE TO WS-CUMULATO
               COMPUTE WS-QUOTA ROUNDED =
                   WS-VALORE * 100 / WS-TOTALE-POSITIVO
               COMPUTE WS-QUOTA-CUMULATA ROUNDED =
                   WS-CUMULATO * 100 / WS-TOTALE-POSITIVO
           END-IF
           EVALUATE TRUE
               WHEN WS-VALORE NOT > 0
                   MOVE 'C' TO WS-CLASSE
               WHEN WS-QUOTA-PRIMA < WS-SOGLIA-A
                   MOVE 'A' TO WS-CLASSE
               WHEN WS-QUOTA-PRIMA < WS-SOGLIA-B
                   MOVE 'B' TO WS-CLASSE
               WHEN OTHER
                   MOVE 'C' TO WS-CLASSE
           END-EVALUATE
           IF WS-CRITERIO = 'R'
               MOVE WS-CLASSE TO WS-ABC-CLASSE-R(INDICE-ABC)
               MOVE INDICE-ORD TO WS-ABC-RANGO-R(INDICE-ABC)
               MOVE WS-ABC-PREC-R(INDICE-ABC) TO WS-CLASSE-PREC
           ELSE
               MOVE WS-CLASSE TO WS-ABC-CLASSE-Q(INDICE-ABC)
               MOVE INDICE-ORD TO WS-ABC-RANGO-Q(INDICE-ABC)
               MOVE WS-ABC-PREC-Q(INDICE-ABC) TO WS-CLASSE-PREC
           END-IF
           EVALUATE WS-CLASSE
               WHEN 'A'
                   MOVE 1 TO INDICE-CLASSE
               WHEN 'B'
                   MOVE 2 TO INDICE-CLASSE
               WHEN OTHER
                   MOVE 3 TO INDICE-CLASSE
           END-EVALUATE
           ADD 1 TO WS-CNT-PRODOTTI(INDICE-CLASSE)
           ADD WS-VALORE TO WS-CNT-VALORE(INDICE-CLASSE)
           MOVE SPACES TO WS-SEGNALE
           IF WS-CLASSE-PREC = SPACE
               IF WS-PRECEDENTI > 0
                   MOVE "  NUOVO" TO WS-SEGNALE
               END-IF
           ELSE
               IF WS-CLASSE-PREC NOT = WS-CLASSE
                   ADD 1 TO WS-CAMBI
                   STRING WS-CLASSE-PREC " -> " WS-CLASSE " *"
                       DELIMITED BY SIZE INTO WS-SEGNALE
               END-IF
           END-IF
           MOVE INDICE-ORD TO WS-RANGO-ED
           MOVE WS-QUOTA TO WS-QUOTA-ED
           MOVE SPACES TO RIGA-REPORT
           IF WS-CRITERIO = 'R'
               MOVE WS-VALORE TO WS-VALORE-ED
               STRING WS-RANGO-ED "  " WS-ABC-CODICE(INDICE-ABC) " "
                   WS-ABC-DESCRIZIONE(INDICE-ABC) " " WS-VALORE-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               MOVE WS-VALORE TO WS-QUANTITA-ED
               STRING WS-RANGO-ED "  " WS-ABC-CODICE(INDICE-ABC) " "
                   WS-ABC-DESCRIZIONE(INDICE-ABC) "    "
                   WS-QUANTITA-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           STRING WS-QUOTA-ED DELIMITED BY SIZE INTO RIGA-REPORT(63:)
           MOVE WS-QUOTA-CUMULATA TO WS-QUOTA-ED
           STRING WS-QUOTA-ED "    " WS-CLASSE "    " WS-SEGNALE
               DELIMITED BY SIZE INTO RIGA-REPORT(71:)
           WRITE RIGA-REPORT.

       SCRIVI-TITOLO-SEZIONE.
           IF WS-CRITERIO = 'R'
               MOVE "PARETO PER RICAVI NETTI" TO WS-TITOLO
           ELSE
               MOVE "PARETO PER QUANTITA' NETTE" TO WS-TITOLO
           END-IF
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TITOLO TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "RANGO CODICE   DESCRIZIONE                    "
               "        VALORE  QUOTA%  CUMUL%  CL.  CAMBIO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-RIEPILOGO-SEZIONE.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-CLASSE FROM 1 BY 1
               UNTIL INDICE-CLASSE > 3
               MOVE WS-CNT-PRODOTTI(INDICE-CLASSE) TO WS-CONTA-ED
               MOVE SPACES TO RIGA-REPORT
               EVALUATE INDICE-CLASSE
                   WHEN 1
                       MOVE "  CLASSE A:" TO RIGA-REPORT
                   WHEN 2
                       MOVE "  CLASSE B:" TO RIGA-REPORT
                   WHEN OTHER
                       MOVE "  CLASSE C:" TO RIGA-REPORT
               END-EVALUATE
               IF WS-CRITERIO = 'R'
                   MOVE WS-CNT-VALORE(INDICE-CLASSE) TO WS-VALORE-ED
                   STRING WS-CONTA-ED " PRODOTTI, RICAVI "
                       WS-VALORE-ED
                       DELIMITED BY SIZE INTO RIGA-REPORT(13:)
               ELSE
                   MOVE WS-CNT-VALORE(INDICE-CLASSE)
                       TO WS-QUANTITA-ED
                   STRING WS-CONTA-ED " PRODOTTI, PEZZI   "
                       WS-QUANTITA-ED
                       DELIMITED BY SIZE INTO RIGA-REPORT(13:)
               END-IF
               WRITE RIGA-REPORT
           END-PERFORM
           MOVE WS-CAMBI TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  CAMBI DI CLASSE DAL GIRO PRECEDENTE:" WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-CODA.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-MOVIMENTI-FINESTRA TO WS-QUANTITA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "MOVIMENTI DI MERCE NELLA FINESTRA: " WS-QUANTITA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-PRECEDENTI = 0
               MOVE SPACES TO RIGA-REPORT
               STRING "NESSUNA CLASSIFICAZIONE PRECEDENTE IN "
                   "Prodotti-abc.txt: CAMBI NON VALUTATI."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.

       SCRIVI-CLASSI.
           OPEN OUTPUT FILE-ABC
           PERFORM VARYING INDICE-ABC FROM 1 BY 1
               UNTIL INDICE-ABC > WS-NUM-ABC
               MOVE WS-ABC-CODICE(INDICE-ABC) TO ABC-CODICE-PRODOTTO
               MOVE WS-ABC-CLASSE-R(INDICE-ABC) TO ABC-CLASSE-RICAVI
               MOVE WS-ABC-CLASSE-Q(INDICE-ABC) TO ABC-CLASSE-QUANTITA
               MOVE WS-ABC-RANGO-R(INDICE-ABC) TO ABC-RANGO-RICAVI
               MOVE WS-ABC-RANGO-Q(INDICE-ABC) TO ABC-RANGO-QUANTITA
               MOVE WS-ABC-RICAVI(INDICE-ABC) TO ABC-RICAVI
               MOVE WS-ABC-QUANTITA(INDICE-ABC) TO ABC-QUANTITA
               MOVE WS-DATA-DAL TO ABC-DATA-DAL
               MOVE WS-DATA-AL TO ABC-DATA-AL
               MOVE WS-OGGI TO ABC-DATA-CALCOLO
               WRITE RECORD-ABC
           END-PERFORM
           CLOSE FILE-ABC.

           COPY TESTATA-CONTROLLI.
