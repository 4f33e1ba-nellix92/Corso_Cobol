       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportMagazzino.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Situazione di magazzino in Magazzino-situazione.txt: per ogni
      *prodotto di Magazzino.idx la giacenza, il punto di riordino,
      *il venduto netto (vendite meno resi) degli ultimi
      *MAGAZZINO-GIORNI-RITMO giorni di gestionale.cfg (predefinito
      *30) dal dettaglio vendite, il ritmo medio giornaliero e i
      *giorni di copertura che la giacenza garantisce a quel ritmo.
      *Senza vendite nel periodo la copertura non e' calcolabile
      *(N/D). In coda l'elenco delle eccezioni: giacenze negative e
      *prodotti al punto di riordino o sotto. La data di riferimento
      *e' quella dello scarico (MAGAZZINO_DATA, altrimenti oggi). Il
      *feed si verifica contro il trailer: se non quadra il ritmo
      *sarebbe falso e il report non si produce. Ogni edizione va
      *nello spool (famiglia MAGAZZINO). Termina con GOBACK e
      *RETURN-CODE 8 sugli errori, per girare come passo del batch
      *notturno dopo ScaricoMagazzino.
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
           SELECT FILE-REPORT ASSIGN TO "Magazzino-situazione.txt"
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

       FD MAGAZZINO-IDX.
       COPY MAGAZZINO-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-MAGAZZINO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-DATA-TESTO PIC X(8).
       01 WS-DATA-RIFERIMENTO PIC 9(8).
       01 WS-DATA-INIZIO PIC 9(8).
       01 WS-GIORNI-RITMO PIC 9(3) VALUE 30.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Quadratura del feed contro il trailer.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
      *Venduto netto del periodo per prodotto.
       01 WS-NUM-VENDUTI PIC 9(4) VALUE 0.
       01 WS-VENDUTI-TABELLA.
           05 WS-VEN-ENTRY OCCURS 1000 TIMES.
               10 WS-VEN-CODICE PIC X(8).
               10 WS-VEN-NETTO PIC S9(9).
       01 INDICE-VENDUTO PIC 9(4).
       01 WS-VEN-TROVATO PIC X.
       01 WS-VENDUTI-PIENI PIC X VALUE 'N'.
      *Anagrafica prodotti per la descrizione.
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
      *Valori della riga prodotto.
       01 WS-NETTO PIC S9(9).
       01 WS-MEDIA PIC 9(7)V99.
       01 WS-COPERTURA PIC 9(10).
       01 WS-STATO PIC X(16).
       01 WS-ECCEZIONE PIC X.
       01 WS-PASSATA PIC X.
       01 WS-GIACENZA-ED PIC -(6)9.
       01 WS-RIORDINO-ED PIC Z(6)9.
       01 WS-NETTO-ED PIC -(8)9.
       01 WS-MEDIA-ED PIC Z(6)9.99.
       01 WS-COPERTURA-ED PIC Z(4)9.
       01 WS-COPERTURA-TESTO PIC X(6).
       01 WS-PRODOTTI-LETTI PIC 9(5) VALUE 0.
       01 WS-NEGATIVI PIC 9(5) VALUE 0.
       01 WS-SOTTO-RIORDINO PIC 9(5) VALUE 0.
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "MAGAZZINO".
       01 WS-SPOOL-NOME PIC X(40) VALUE "Magazzino-situazione.txt".
       01 WS-SPOOL-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE SPACES TO WS-DATA-TESTO
           ACCEPT WS-DATA-TESTO FROM ENVIRONMENT "MAGAZZINO_DATA"
           IF WS-DATA-TESTO = SPACES
               MOVE WS-DATA-ORA(1:8) TO WS-DATA-RIFERIMENTO
           ELSE
               IF WS-DATA-TESTO IS NOT NUMERIC
                   DISPLAY "MAGAZZINO_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-DATA-TESTO TO WS-DATA-RIFERIMENTO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-RIFERIMENTO)
                   NOT = 0
                   DISPLAY "MAGAZZINO_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM LEGGI-PARAMETRI
           COMPUTE WS-DATA-INIZIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-RIFERIMENTO)
               - WS-GIORNI-RITMO + 1)
           CALL 'GetProdotti' USING WS-PRODOTTI
           PERFORM CARICA-VENDUTO
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "Vendite-dettaglio.txt NON QUADRA CON IL "
                   "TRAILER: SITUAZIONE DI MAGAZZINO NON PRODOTTA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-VENDUTI-PIENI = 'S'
               DISPLAY "OLTRE 1000 PRODOTTI VENDUTI NEL PERIODO: "
                   "SITUAZIONE DI MAGAZZINO NON PRODOTTA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MAGAZZINO-IDX
           IF WS-MAGAZZINO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Magazzino.idx (STATUS "
                   WS-MAGAZZINO-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           MOVE 'T' TO WS-PASSATA
           PERFORM SCORRI-MAGAZZINO
           CLOSE MAGAZZINO-IDX
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "ECCEZIONI: GIACENZE NEGATIVE E PRODOTTI DA RIORDINARE"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-NEGATIVI = 0 AND WS-SOTTO-RIORDINO = 0
               MOVE "  NESSUNA." TO RIGA-REPORT
               WRITE RIGA-REPORT
           ELSE
               OPEN INPUT MAGAZZINO-IDX
               MOVE 'E' TO WS-PASSATA
               PERFORM SCORRI-MAGAZZINO
               CLOSE MAGAZZINO-IDX
           END-IF
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PRODOTTI: " WS-PRODOTTI-LETTI
               "  NEGATIVI: " WS-NEGATIVI
               "  AL PUNTO DI RIORDINO O SOTTO: " WS-SOTTO-RIORDINO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-SPOOL-NOME, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "SITUAZIONE DI MAGAZZINO AL " WS-DATA-RIFERIMENTO
               ": " WS-PRODOTTI-LETTI " PRODOTTI, " WS-NEGATIVI
               " NEGATIVI, " WS-SOTTO-RIORDINO " DA RIORDINARE "
               "(Magazzino-situazione.txt)"
           GOBACK.

       LEGGI-PARAMETRI.
           MOVE "MAGAZZINO-GIORNI-RITMO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 365
                       COMPUTE WS-GIORNI-RITMO =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF.

       CARICA-VENDUTO.
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
                               IF DET-DATA NOT < WS-DATA-INIZIO
                                   AND DET-DATA
                                       NOT > WS-DATA-RIFERIMENTO
                                   PERFORM ACCUMULA-VENDUTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       ACCUMULA-VENDUTO.
           MOVE 'N' TO WS-VEN-TROVATO
           PERFORM VARYING INDICE-VENDUTO FROM 1 BY 1
               UNTIL INDICE-VENDUTO > WS-NUM-VENDUTI
                   OR WS-VEN-TROVATO = 'S'
               IF WS-VEN-CODICE(INDICE-VENDUTO) = DET-CODICE-PRODOTTO
                   MOVE 'S' TO WS-VEN-TROVATO
               END-IF
           END-PERFORM
           IF WS-VEN-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-VENDUTO
           ELSE
               IF WS-NUM-VENDUTI >= 1000
                   MOVE 'S' TO WS-VENDUTI-PIENI
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-VENDUTI
               MOVE WS-NUM-VENDUTI TO INDICE-VENDUTO
               MOVE DET-CODICE-PRODOTTO
                   TO WS-VEN-CODICE(INDICE-VENDUTO)
               MOVE 0 TO WS-VEN-NETTO(INDICE-VENDUTO)
           END-IF
           IF DET-IMPORTO < 0
               SUBTRACT DET-QUANTITA FROM WS-VEN-NETTO(INDICE-VENDUTO)
           ELSE
               ADD DET-QUANTITA TO WS-VEN-NETTO(INDICE-VENDUTO)
           END-IF.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO RIGA-REPORT
           STRING "SITUAZIONE DI MAGAZZINO AL "
               WS-DATA-RIFERIMENTO(7:2) "/" WS-DATA-RIFERIMENTO(5:2)
               "/" WS-DATA-RIFERIMENTO(1:4)
               " - RITMO DI VENDITA SUGLI ULTIMI " WS-GIORNI-RITMO
               " GIORNI (DAL " WS-DATA-INIZIO(7:2) "/"
               WS-DATA-INIZIO(5:2) "/" WS-DATA-INIZIO(1:4) ")"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CODICE   DESCRIZIONE                    "
               "GIACENZA RIORDINO  VENDUTO    MEDIA/GG COPERTURA "
               "STATO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *Lettura in ordine di codice: la passata 'T' scrive tutti i
      *prodotti, la passata 'E' solo le eccezioni.
       SCORRI-MAGAZZINO.
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ MAGAZZINO-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM VALUTA-PRODOTTO
                       IF WS-PASSATA = 'T' OR WS-ECCEZIONE = 'S'
                           PERFORM SCRIVI-RIGA-PRODOTTO
                       END-IF
               END-READ
           END-PERFORM.

      *Ritmo = venduto netto / giorni del periodo; copertura =
      *giacenza / ritmo, zero con giacenza nulla o negativa.
       VALUTA-PRODOTTO.
           MOVE 0 TO WS-NETTO
           PERFORM VARYING INDICE-VENDUTO FROM 1 BY 1
               UNTIL INDICE-VENDUTO > WS-NUM-VENDUTI
               IF WS-VEN-CODICE(INDICE-VENDUTO) = MAG-CODICE-PRODOTTO
                   MOVE WS-VEN-NETTO(INDICE-VENDUTO) TO WS-NETTO
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MEDIA
           MOVE 0 TO WS-COPERTURA
           MOVE SPACES TO WS-COPERTURA-TESTO
           IF WS-NETTO > 0
               COMPUTE WS-MEDIA ROUNDED = WS-NETTO / WS-GIORNI-RITMO
               IF MAG-GIACENZA > 0
                   COMPUTE WS-COPERTURA =
                       MAG-GIACENZA * WS-GIORNI-RITMO / WS-NETTO
               END-IF
               IF WS-COPERTURA > 99999
                   MOVE "OLTRE" TO WS-COPERTURA-TESTO
               ELSE
                   MOVE WS-COPERTURA TO WS-COPERTURA-ED
                   MOVE WS-COPERTURA-ED TO WS-COPERTURA-TESTO
               END-IF
           ELSE
               MOVE "  N/D" TO WS-COPERTURA-TESTO
           END-IF
           MOVE 'N' TO WS-ECCEZIONE
           EVALUATE TRUE
               WHEN MAG-GIACENZA < 0
                   MOVE "NEGATIVA" TO WS-STATO
                   MOVE 'S' TO WS-ECCEZIONE
               WHEN MAG-PUNTO-RIORDINO > 0
                   AND MAG-GIACENZA NOT > MAG-PUNTO-RIORDINO
                   MOVE "DA RIORDINARE" TO WS-STATO
                   MOVE 'S' TO WS-ECCEZIONE
               WHEN MAG-PUNTO-RIORDINO = 0
                   MOVE "SENZA RIORDINO" TO WS-STATO
               WHEN OTHER
                   MOVE "OK" TO WS-STATO
           END-EVALUATE
           IF WS-PASSATA = 'T'
               ADD 1 TO WS-PRODOTTI-LETTI
               IF MAG-GIACENZA < 0
                   ADD 1 TO WS-NEGATIVI
               ELSE
                   IF WS-ECCEZIONE = 'S'
                       ADD 1 TO WS-SOTTO-RIORDINO
                   END-IF
               END-IF
           END-IF.

       SCRIVI-RIGA-PRODOTTO.
           MOVE 'N' TO WS-PRODOTTO-VALIDO
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   MAG-CODICE-PRODOTTO, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           END-IF
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               MOVE "NON IN ANAGRAFICA" TO WS-PRO-DESCRIZIONE-LAV
           END-IF
           MOVE MAG-GIACENZA TO WS-GIACENZA-ED
           MOVE MAG-PUNTO-RIORDINO TO WS-RIORDINO-ED
           MOVE WS-NETTO TO WS-NETTO-ED
           MOVE WS-MEDIA TO WS-MEDIA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING MAG-CODICE-PRODOTTO " " WS-PRO-DESCRIZIONE-LAV
               " " WS-GIACENZA-ED " " WS-RIORDINO-ED
               " " WS-NETTO-ED " " WS-MEDIA-ED
               "    " WS-COPERTURA-TESTO " " WS-STATO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
