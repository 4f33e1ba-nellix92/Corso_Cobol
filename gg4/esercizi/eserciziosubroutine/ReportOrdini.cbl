       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportOrdini.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Portafoglio ordini in Ordini-portafoglio.txt: le righe di
      *Ordini.idx ancora aperte o parzialmente spedite, con la
      *quantita' residua (ordinata meno spedita) e il suo valore al
      *prezzo dell'ordine. Prima il dettaglio riga per riga, con la
      *consegna prevista e RITARDO quando la data prevista e' gia'
      *passata; poi i totali per regione (nome da Regioni.txt) e per
      *prodotto, con la prima consegna prevista e le righe in
      *ritardo. In coda le quantita' spedite ma non ancora passate
      *nel dettaglio vendite da MovimentiOrdini. Ogni edizione va
      *nello spool (famiglia ORDINI). Termina con GOBACK e
      *RETURN-CODE 8 sugli errori, per girare come passo del batch
      *notturno dopo MovimentiOrdini.
      *Entrano le righe dei clienti della societa' di lavoro
      *(SocietaLavoro): l'ordine non porta la societa', vale quella
      *del cliente (SocietaCliente), passata a FiltroSocieta; per il
      *consolidato "GR" senza gli ordini delle societa' del gruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDINI-IDX ASSIGN TO "Ordini.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORD-CHIAVE
           FILE STATUS IS WS-ORDINI-STATUS.
           SELECT FILE-REPORT ASSIGN TO "Ordini-portafoglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ORDINI-IDX.
       COPY ORDINE-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ORDINI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Totali per regione, indicizzati dal numero di regione.
       01 WS-REGIONI-TOTALI.
           05 WS-RGT-ENTRY OCCURS 99 TIMES.
               10 WS-RGT-RIGHE PIC 9(5).
               10 WS-RGT-QUANTITA PIC 9(9).
               10 WS-RGT-VALORE PIC 9(11)V99.
               10 WS-RGT-PRIMA-DATA PIC 9(8).
               10 WS-RGT-RITARDO PIC 9(5).
       01 INDICE-REGIONE PIC 99.
      *Totali per prodotto.
       01 WS-NUM-ARTICOLI PIC 9(4) VALUE 0.
       01 WS-ARTICOLI-TABELLA.
           05 WS-ART-ENTRY OCCURS 1000 TIMES.
               10 WS-ART-CODICE PIC X(8).
               10 WS-ART-RIGHE PIC 9(5).
               10 WS-ART-QUANTITA PIC 9(9).
               10 WS-ART-VALORE PIC 9(11)V99.
               10 WS-ART-PRIMA-DATA PIC 9(8).
               10 WS-ART-RITARDO PIC 9(5).
       01 INDICE-ARTICOLO PIC 9(4).
       01 WS-ART-TROVATO PIC X.
       01 WS-ARTICOLI-PIENI PIC X VALUE 'N'.
      *Valori della riga in lavorazione.
       01 WS-RESIDUO PIC 9(5).
       01 WS-VALORE PIC 9(9)V99.
       01 WS-IN-RITARDO PIC X.
       01 WS-DA-MUOVERE PIC 9(5).
      *Totali generali.
       01 WS-TOT-RIGHE PIC 9(6) VALUE 0.
       01 WS-TOT-QUANTITA PIC 9(9) VALUE 0.
       01 WS-TOT-VALORE PIC 9(11)V99 VALUE 0.
       01 WS-TOT-RITARDO PIC 9(6) VALUE 0.
       01 WS-RIGHE-DA-MUOVERE PIC 9(6) VALUE 0.
       01 WS-QUANTITA-DA-MUOVERE PIC 9(9) VALUE 0.
       01 WS-VALORE-DA-MUOVERE PIC 9(11)V99 VALUE 0.
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
       01 WS-RIGHE-ED PIC Z(4)9.
       01 WS-QUANTITA-ED PIC Z(8)9.
       01 WS-RESIDUO-ED PIC Z(4)9.
       01 WS-PREZZO-ED PIC Z(4)9.99.
       01 WS-VALORE-ED PIC Z(10)9.99.
       01 WS-DATA-ED PIC X(10).
       01 WS-RITARDO-TESTO PIC X(7).
      *Societa' di lavoro del portafoglio.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
       01 WS-SOCIETA-ORDINE PIC X(2).
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "ORDINI".
       01 WS-SPOOL-NOME PIC X(40) VALUE "Ordini-portafoglio.txt".
       01 WS-SPOOL-ESITO PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "PORTAFOGLIO RIFIUTATO: SOCIETA' "
                   WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           INITIALIZE WS-REGIONI-TOTALI
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'GetProdotti' USING WS-PRODOTTI
           OPEN INPUT ORDINI-IDX
           IF WS-ORDINI-STATUS = "35"
               DISPLAY "Ordini.idx ASSENTE: NESSUN PORTAFOGLIO "
                   "ORDINI."
               GOBACK
           END-IF
           IF WS-ORDINI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Ordini.idx (STATUS "
                   WS-ORDINI-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ ORDINI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM LAVORA-RIGA
               END-READ
           END-PERFORM
           CLOSE ORDINI-IDX
           IF WS-TOT-RIGHE = 0
               MOVE "  NESSUNA RIGA IN PORTAFOGLIO." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           PERFORM SCRIVI-REGIONI
           PERFORM SCRIVI-ARTICOLI
           PERFORM SCRIVI-CODA
           CLOSE FILE-REPORT
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-SPOOL-NOME, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE WS-TOT-VALORE TO WS-VALORE-ED
           DISPLAY "PORTAFOGLIO ORDINI AL " WS-OGGI ": " WS-TOT-RIGHE
               " RIGHE PER " WS-VALORE-ED ", " WS-TOT-RITARDO
               " IN RITARDO (Ordini-portafoglio.txt)"
           IF WS-ARTICOLI-PIENI = 'S'
               DISPLAY "OLTRE 1000 PRODOTTI IN PORTAFOGLIO: "
                   "TOTALI PER PRODOTTO INCOMPLETI."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO RIGA-REPORT
           STRING "PORTAFOGLIO ORDINI CLIENTI AL "
               WS-OGGI(7:2) "/" WS-OGGI(5:2) "/" WS-OGGI(1:4)
               " - SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "RIGHE APERTE" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "ORDINE RIGA CLIENTE REG DATA ORD.  PRODOTTO "
               "RESIDUO   PREZZO         VALORE PREVISTA"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       LAVORA-RIGA.
           CALL 'SocietaCliente' USING ORD-ID-CLIENTE,
               WS-SOCIETA-ORDINE
           CALL 'FiltroSocieta' USING WS-SOCIETA-ORDINE,
               WS-NESSUNA-CONTROPARTE, ORD-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF ORD-QUANTITA-SPEDITA > ORD-QUANTITA-MOVIMENTATA
               COMPUTE WS-DA-MUOVERE =
                   ORD-QUANTITA-SPEDITA - ORD-QUANTITA-MOVIMENTATA
               ADD 1 TO WS-RIGHE-DA-MUOVERE
               ADD WS-DA-MUOVERE TO WS-QUANTITA-DA-MUOVERE
               COMPUTE WS-VALORE-DA-MUOVERE = WS-VALORE-DA-MUOVERE
                   + WS-DA-MUOVERE * ORD-PREZZO-UNITARIO
           END-IF
           IF NOT RIGA-IN-PORTAFOGLIO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RESIDUO = ORD-QUANTITA - ORD-QUANTITA-SPEDITA
           COMPUTE WS-VALORE = WS-RESIDUO * ORD-PREZZO-UNITARIO
           IF ORD-DATA-PREVISTA < WS-OGGI
               MOVE 'S' TO WS-IN-RITARDO
               MOVE "RITARDO" TO WS-RITARDO-TESTO
               ADD 1 TO WS-TOT-RITARDO
           ELSE
               MOVE 'N' TO WS-IN-RITARDO
               MOVE SPACES TO WS-RITARDO-TESTO
           END-IF
           ADD 1 TO WS-TOT-RIGHE
           ADD WS-RESIDUO TO WS-TOT-QUANTITA
           ADD WS-VALORE TO WS-TOT-VALORE
           MOVE ORD-REGIONE-NUM TO INDICE-REGIONE
           IF INDICE-REGIONE > 0
               ADD 1 TO WS-RGT-RIGHE(INDICE-REGIONE)
               ADD WS-RESIDUO TO WS-RGT-QUANTITA(INDICE-REGIONE)
               ADD WS-VALORE TO WS-RGT-VALORE(INDICE-REGIONE)
               IF WS-RGT-PRIMA-DATA(INDICE-REGIONE) = 0
                   OR ORD-DATA-PREVISTA
                       < WS-RGT-PRIMA-DATA(INDICE-REGIONE)
                   MOVE ORD-DATA-PREVISTA
                       TO WS-RGT-PRIMA-DATA(INDICE-REGIONE)
               END-IF
               IF WS-IN-RITARDO = 'S'
                   ADD 1 TO WS-RGT-RITARDO(INDICE-REGIONE)
               END-IF
           END-IF
           PERFORM ACCUMULA-ARTICOLO
           MOVE WS-RESIDUO TO WS-RESIDUO-ED
           MOVE ORD-PREZZO-UNITARIO TO WS-PREZZO-ED
           MOVE WS-VALORE TO WS-VALORE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING ORD-NUMERO " " ORD-RIGA "  " ORD-ID-CLIENTE "  "
               ORD-REGIONE-NUM "  " ORD-DATA-ORDINE(7:2) "/"
               ORD-DATA-ORDINE(5:2) "/" ORD-DATA-ORDINE(1:4) " "
               ORD-CODICE-PRODOTTO "   " WS-RESIDUO-ED " "
               WS-PREZZO-ED " " WS-VALORE-ED " "
               ORD-DATA-PREVISTA(7:2) "/" ORD-DATA-PREVISTA(5:2) "/"
               ORD-DATA-PREVISTA(1:4) " " WS-RITARDO-TESTO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       ACCUMULA-ARTICOLO.
           MOVE 'N' TO WS-ART-TROVATO
           PERFORM VARYING INDICE-ARTICOLO FROM 1 BY 1
               UNTIL INDICE-ARTICOLO > WS-NUM-ARTICOLI
                   OR WS-ART-TROVATO = 'S'
               IF WS-ART-CODICE(INDICE-ARTICOLO) = ORD-CODICE-PRODOTTO
                   MOVE 'S' TO WS-ART-TROVATO
               END-IF
           END-PERFORM
           IF WS-ART-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-ARTICOLO
           ELSE
               IF WS-NUM-ARTICOLI >= 1000
                   MOVE 'S' TO WS-ARTICOLI-PIENI
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-ARTICOLI
               MOVE WS-NUM-ARTICOLI TO INDICE-ARTICOLO
               MOVE ORD-CODICE-PRODOTTO
                   TO WS-ART-CODICE(INDICE-ARTICOLO)
               MOVE 0 TO WS-ART-RIGHE(INDICE-ARTICOLO)
               MOVE 0 TO WS-ART-QUANTITA(INDICE-ARTICOLO)
               MOVE 0 TO WS-ART-VALORE(INDICE-ARTICOLO)
               MOVE 0 TO WS-ART-PRIMA-DATA(INDICE-ARTICOLO)
               MOVE 0 TO WS-ART-RITARDO(INDICE-ARTICOLO)
           END-IF
           ADD 1 TO WS-ART-RIGHE(INDICE-ARTICOLO)
           ADD WS-RESIDUO TO WS-ART-QUANTITA(INDICE-ARTICOLO)
           ADD WS-VALORE TO WS-ART-VALORE(INDICE-ARTICOLO)
           IF WS-ART-PRIMA-DATA(INDICE-ARTICOLO) = 0
               OR ORD-DATA-PREVISTA < WS-ART-PRIMA-DATA(INDICE-ARTICOLO)
               MOVE ORD-DATA-PREVISTA
                   TO WS-ART-PRIMA-DATA(INDICE-ARTICOLO)
           END-IF
           IF WS-IN-RITARDO = 'S'
               ADD 1 TO WS-ART-RITARDO(INDICE-ARTICOLO)
           END-IF.

       SCRIVI-REGIONI.
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER REGIONE" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "REG NOME                 RIGHE QUANTITA'"
               "         VALORE PRIMA CONS. RITARDO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
               UNTIL INDICE-REGIONE > 98
               IF WS-RGT-RIGHE(INDICE-REGIONE) > 0
                   PERFORM SCRIVI-RIGA-REGIONE
               END-IF
           END-PERFORM
           IF WS-RGT-RIGHE(99) > 0
               MOVE 99 TO INDICE-REGIONE
               PERFORM SCRIVI-RIGA-REGIONE
           END-IF.

       SCRIVI-RIGA-REGIONE.
           MOVE "NON IN ANAGRAFICA" TO WS-NOME-REGIONE
           PERFORM VARYING INDICE-ANAGRAFICA FROM 1 BY 1
               UNTIL INDICE-ANAGRAFICA > WS-NUM-REGIONI
               IF WS-REG-CODICE(INDICE-ANAGRAFICA) = INDICE-REGIONE
                   MOVE WS-REG-NOME(INDICE-ANAGRAFICA)
                       TO WS-NOME-REGIONE
               END-IF
           END-PERFORM
           MOVE WS-RGT-RIGHE(INDICE-REGIONE) TO WS-RIGHE-ED
           MOVE WS-RGT-QUANTITA(INDICE-REGIONE) TO WS-QUANTITA-ED
           MOVE WS-RGT-VALORE(INDICE-REGIONE) TO WS-VALORE-ED
           MOVE SPACES TO WS-DATA-ED
           STRING WS-RGT-PRIMA-DATA(INDICE-REGIONE)(7:2) "/"
               WS-RGT-PRIMA-DATA(INDICE-REGIONE)(5:2) "/"
               WS-RGT-PRIMA-DATA(INDICE-REGIONE)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE WS-RGT-RITARDO(INDICE-REGIONE) TO WS-RESIDUO-ED
           MOVE SPACES TO RIGA-REPORT
           STRING INDICE-REGIONE "  " WS-NOME-REGIONE " " WS-RIGHE-ED
               " " WS-QUANTITA-ED " " WS-VALORE-ED " " WS-DATA-ED
               "   " WS-RESIDUO-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-ARTICOLI.
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER PRODOTTO" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CODICE   DESCRIZIONE                    RIGHE "
               "QUANTITA'         VALORE PRIMA CONS. RITARDO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-ARTICOLO FROM 1 BY 1
               UNTIL INDICE-ARTICOLO > WS-NUM-ARTICOLI
               PERFORM SCRIVI-RIGA-ARTICOLO
           END-PERFORM.

       SCRIVI-RIGA-ARTICOLO.
           MOVE 'N' TO WS-PRODOTTO-VALIDO
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-ART-CODICE(INDICE-ARTICOLO),
                   WS-PRO-DESCRIZIONE-LAV, WS-PRO-LINEA-LAV,
                   WS-PRODOTTO-VALIDO
           END-IF
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               MOVE "NON IN ANAGRAFICA" TO WS-PRO-DESCRIZIONE-LAV
           END-IF
           MOVE WS-ART-RIGHE(INDICE-ARTICOLO) TO WS-RIGHE-ED
           MOVE WS-ART-QUANTITA(INDICE-ARTICOLO) TO WS-QUANTITA-ED
           MOVE WS-ART-VALORE(INDICE-ARTICOLO) TO WS-VALORE-ED
           MOVE SPACES TO WS-DATA-ED
           STRING WS-ART-PRIMA-DATA(INDICE-ARTICOLO)(7:2) "/"
               WS-ART-PRIMA-DATA(INDICE-ARTICOLO)(5:2) "/"
               WS-ART-PRIMA-DATA(INDICE-ARTICOLO)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE WS-ART-RITARDO(INDICE-ARTICOLO) TO WS-RESIDUO-ED
           MOVE SPACES TO RIGA-REPORT
           STRING WS-ART-CODICE(INDICE-ARTICOLO) " "
               WS-PRO-DESCRIZIONE-LAV " " WS-RIGHE-ED
               " " WS-QUANTITA-ED " " WS-VALORE-ED " " WS-DATA-ED
               "   " WS-RESIDUO-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-CODA.
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-VALORE TO WS-VALORE-ED
           MOVE WS-TOT-QUANTITA TO WS-QUANTITA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE PORTAFOGLIO: " WS-TOT-RIGHE " RIGHE, "
               "QUANTITA' " WS-QUANTITA-ED ", VALORE " WS-VALORE-ED
               ", IN RITARDO " WS-TOT-RITARDO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-VALORE-DA-MUOVERE TO WS-VALORE-ED
           MOVE WS-QUANTITA-DA-MUOVERE TO WS-QUANTITA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "SPEDITO NON ANCORA IN Vendite-dettaglio.txt: "
               WS-RIGHE-DA-MUOVERE " RIGHE, QUANTITA' "
               WS-QUANTITA-ED ", VALORE " WS-VALORE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.
