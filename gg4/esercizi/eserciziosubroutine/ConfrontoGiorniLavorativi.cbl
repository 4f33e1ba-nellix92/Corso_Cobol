       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfrontoGiorniLavorativi.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Confronto anno su anno a parita' di giorni di vendita:
      *GetVarianzaAnnuale e ReportTrend mettono a confronto mesi
      *come se fossero uguali, ma un marzo con due giorni lavorativi
      *in meno del marzo precedente "perde" anche a vendite
      *giornaliere invariate. Qui per ogni mese dei due anni si
      *contano i giorni di vendita con la stessa regola delle
      *scadenze (GiornoLavorativo: calendario.txt, sabato e
      *domenica chiusi salvo aperture segnate in calendario) e
      *accanto alla variazione grezza si stampano la vendita per
      *giorno di vendita e la variazione normalizzata sui giorni,
      *per regione e nazionale. Il mese in corso si proietta a fine
      *mese con la media dei giorni di vendita gia' trascorsi.
      *I dati arrivano da GetVenditeFinestra (file vivo piu'
      *archivi dei due anni, trailer riconciliati); il report
      *finisce in Vendite-giorni-lavorativi.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REPORT ASSIGN TO "Vendite-giorni-lavorativi.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-ANNO-OGGI PIC 9(4).
       01 WS-MESE-OGGI PIC 99.
       01 WS-ANNO-CORRENTE PIC 9(4) VALUE 0.
       01 WS-ANNO-PRECEDENTE PIC 9(4).
      *Ultimo mese da stampare: 12, o il mese in corso quando si
      *confronta l'anno in corso.
       01 WS-ULTIMO-MESE PIC 99.
       01 WS-MESE-IN-CORSO PIC 99 VALUE 0.
      *Finestra dei due anni da GetVenditeFinestra.
       01 WS-SCARTATI PIC 9(6) VALUE 0.
       01 WS-FINESTRA-ESITO PIC 9.
           88 FINESTRA-OK VALUE 0.
           88 FINESTRA-ERRORE VALUE 1.
       01 WS-COMBO.
           05 WS-NUM-COMBO PIC 9(4).
           05 WS-COMBO-ENTRY OCCURS 1200 TIMES.
               10 WS-COMBO-REGIONE PIC 99.
               10 WS-COMBO-ANNO PIC 9(4).
               10 WS-COMBO-MESE PIC 99.
               10 WS-COMBO-IMPORTO PIC S9(11)V99.
       01 INDICE-COMBO PIC 9(4).
      *Vendite per regione (11 = nazionale), anno (1 precedente, 2
      *corrente) e mese.
       01 WS-VENDITE-TABELLA.
           05 WS-VEN-REGIONE OCCURS 11 TIMES.
               10 WS-VEN-ANNO OCCURS 2 TIMES.
                   15 WS-VEN-MESE OCCURS 12 TIMES PIC S9(11)V99.
       01 INDICE-REGIONE PIC 99.
       01 INDICE-ANNO PIC 9.
       01 INDICE-MESE PIC 99.
      *Giorni di vendita per anno e mese, e quelli gia' trascorsi
      *nel mese in corso (oggi compreso).
       01 WS-GIORNI-TABELLA.
           05 WS-GG-ANNO OCCURS 2 TIMES.
               10 WS-GG-MESE OCCURS 12 TIMES PIC 99.
       01 WS-GG-TRASCORSI PIC 99 VALUE 0.
       01 WS-ANNO-CONTA PIC 9(4).
       01 WS-PRIMO-GIORNO PIC 9(8).
       01 WS-PRIMO-SUCCESSIVO PIC 9(8).
       01 WS-GIORNO-INTERO PIC 9(7).
       01 WS-FINE-INTERO PIC 9(7).
       01 WS-DATA-CONTATA PIC 9(8).
       01 WS-DATA-PROVA PIC 9(8).
      *Anagrafica regioni.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 INDICE-ENTRY PIC 99.
       01 WS-TITOLO-BLOCCO PIC X(30).
      *Calcoli della riga.
       01 WS-IMPORTO-PREC PIC S9(11)V99.
       01 WS-IMPORTO-CORR PIC S9(11)V99.
       01 WS-GG-PREC PIC 9(3).
       01 WS-GG-CORR PIC 9(3).
       01 WS-MEDIA-PREC PIC S9(11)V99.
       01 WS-MEDIA-CORR PIC S9(11)V99.
       01 WS-VAR-GREZZA PIC S9(5)V99.
       01 WS-VAR-NORMALIZZATA PIC S9(5)V99.
       01 WS-PROIEZIONE PIC S9(11)V99.
       01 WS-TOTALE-PREC PIC S9(11)V99.
       01 WS-TOTALE-CORR PIC S9(11)V99.
       01 WS-TOTALE-GG-PREC PIC 9(3).
       01 WS-TOTALE-GG-CORR PIC 9(3).
       01 WS-MESE-ABBREV PIC X(3).
       01 WS-IMPORTO-PREC-ED PIC -(10)9.99.
       01 WS-IMPORTO-CORR-ED PIC -(10)9.99.
       01 WS-MEDIA-PREC-ED PIC -(8)9.99.
       01 WS-MEDIA-CORR-ED PIC -(8)9.99.
       01 WS-VAR-GREZZA-ED PIC -(4)9.99.
       01 WS-VAR-NORM-ED PIC -(4)9.99.
       01 WS-GG-PREC-ED PIC ZZ9.
       01 WS-GG-CORR-ED PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           MOVE WS-DATA-ORA(1:4) TO WS-ANNO-OGGI
           MOVE WS-DATA-ORA(5:2) TO WS-MESE-OGGI
           DISPLAY "Anno da confrontare con il precedente "
               "(0 = anno in corso): "
           ACCEPT WS-ANNO-CORRENTE
           IF WS-ANNO-CORRENTE = 0
               MOVE WS-ANNO-OGGI TO WS-ANNO-CORRENTE
           END-IF
           IF WS-ANNO-CORRENTE > WS-ANNO-OGGI
               DISPLAY "ANNO FUTURO, NIENTE DA CONFRONTARE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ANNO-PRECEDENTE = WS-ANNO-CORRENTE - 1
           MOVE 12 TO WS-ULTIMO-MESE
           IF WS-ANNO-CORRENTE = WS-ANNO-OGGI
               MOVE WS-MESE-OGGI TO WS-ULTIMO-MESE
               MOVE WS-MESE-OGGI TO WS-MESE-IN-CORSO
           END-IF
           CALL 'GetRegioni' USING WS-REGIONI
           PERFORM CARICA-VENDITE
           PERFORM CONTA-GIORNI
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CONFRONTO A PARITA' DI GIORNI DI VENDITA "
               WS-ANNO-CORRENTE " SU " WS-ANNO-PRECEDENTE
               " - ELABORATO IL " WS-OGGI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-ENTRY FROM 1 BY 1
               UNTIL INDICE-ENTRY > WS-NUM-REGIONI
               MOVE WS-REG-CODICE(INDICE-ENTRY) TO INDICE-REGIONE
               MOVE WS-REG-NOME(INDICE-ENTRY) TO WS-TITOLO-BLOCCO
               PERFORM STAMPA-BLOCCO
           END-PERFORM
           MOVE 11 TO INDICE-REGIONE
           MOVE "NAZIONALE" TO WS-TITOLO-BLOCCO
           PERFORM STAMPA-BLOCCO
           CLOSE FILE-REPORT
           DISPLAY "CONFRONTO A PARITA' DI GIORNI DI VENDITA IN "
               "Vendite-giorni-lavorativi.txt"
           IF WS-SCARTATI > 0
               DISPLAY "RECORD FUORI RANGE SCARTATI: " WS-SCARTATI
           END-IF
           STOP RUN.

      *Le combo regione/anno/mese dei due anni si riportano nella
      *tabella per regione, e sommate nella riga nazionale.
       CARICA-VENDITE.
           INITIALIZE WS-VENDITE-TABELLA
           CALL 'GetVenditeFinestra' USING WS-COMBO,
               WS-ANNO-PRECEDENTE, WS-ANNO-CORRENTE, WS-SCARTATI,
               WS-FINESTRA-ESITO
           IF FINESTRA-ERRORE
               DISPLAY "CONFRONTO NON GENERATO: UN FILE DELLA "
                   "FINESTRA NON QUADRA CON IL TRAILER."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING INDICE-COMBO FROM 1 BY 1
               UNTIL INDICE-COMBO > WS-NUM-COMBO
               IF WS-COMBO-ANNO(INDICE-COMBO) = WS-ANNO-PRECEDENTE
                   MOVE 1 TO INDICE-ANNO
               ELSE
                   MOVE 2 TO INDICE-ANNO
               END-IF
               IF WS-COMBO-REGIONE(INDICE-COMBO) >= 1
                   AND WS-COMBO-REGIONE(INDICE-COMBO) <= 10
                   AND WS-COMBO-MESE(INDICE-COMBO) >= 1
                   AND WS-COMBO-MESE(INDICE-COMBO) <= 12
                   MOVE WS-COMBO-REGIONE(INDICE-COMBO)
                       TO INDICE-REGIONE
                   MOVE WS-COMBO-MESE(INDICE-COMBO) TO INDICE-MESE
                   ADD WS-COMBO-IMPORTO(INDICE-COMBO) TO
                       WS-VEN-MESE(INDICE-REGIONE, INDICE-ANNO,
                           INDICE-MESE)
                   ADD WS-COMBO-IMPORTO(INDICE-COMBO) TO
                       WS-VEN-MESE(11, INDICE-ANNO, INDICE-MESE)
               ELSE
                   ADD 1 TO WS-SCARTATI
               END-IF
           END-PERFORM.

      *Un giorno e' di vendita se GiornoLavorativo lo lascia dov'e':
      *un giorno chiuso viene spostato al primo lavorativo dopo.
       CONTA-GIORNI.
           PERFORM VARYING INDICE-ANNO FROM 1 BY 1
               UNTIL INDICE-ANNO > 2
               IF INDICE-ANNO = 1
                   MOVE WS-ANNO-PRECEDENTE TO WS-ANNO-CONTA
               ELSE
                   MOVE WS-ANNO-CORRENTE TO WS-ANNO-CONTA
               END-IF
               PERFORM VARYING INDICE-MESE FROM 1 BY 1
                   UNTIL INDICE-MESE > 12
                   PERFORM CONTA-GIORNI-MESE
               END-PERFORM
           END-PERFORM.

       CONTA-GIORNI-MESE.
           MOVE 0 TO WS-GG-MESE(INDICE-ANNO, INDICE-MESE)
           COMPUTE WS-PRIMO-GIORNO =
               WS-ANNO-CONTA * 10000 + INDICE-MESE * 100 + 1
           IF INDICE-MESE = 12
               COMPUTE WS-PRIMO-SUCCESSIVO =
                   (WS-ANNO-CONTA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PRIMO-SUCCESSIVO =
                   WS-ANNO-CONTA * 10000 + (INDICE-MESE + 1) * 100 + 1
           END-IF
           COMPUTE WS-GIORNO-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMO-GIORNO)
           COMPUTE WS-FINE-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMO-SUCCESSIVO)
           PERFORM UNTIL WS-GIORNO-INTERO >= WS-FINE-INTERO
               COMPUTE WS-DATA-CONTATA =
                   FUNCTION DATE-OF-INTEGER(WS-GIORNO-INTERO)
               MOVE WS-DATA-CONTATA TO WS-DATA-PROVA
               CALL 'GiornoLavorativo' USING WS-DATA-PROVA
               IF WS-DATA-PROVA = WS-DATA-CONTATA
                   ADD 1 TO WS-GG-MESE(INDICE-ANNO, INDICE-MESE)
                   IF INDICE-ANNO = 2
                       AND INDICE-MESE = WS-MESE-IN-CORSO
                       AND WS-DATA-CONTATA <= WS-OGGI
                       ADD 1 TO WS-GG-TRASCORSI
                   END-IF
               END-IF
               ADD 1 TO WS-GIORNO-INTERO
           END-PERFORM.

      *Un blocco per regione (o nazionale): una riga per mese, il
      *mese in corso seguito dalla sua proiezione, e il totale dei
      *mesi stampati (con il mese in corso proiettato).
       STAMPA-BLOCCO.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING WS-TITOLO-BLOCCO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "MESE GG.PR GG.CO    ANNO PRECED.    ANNO CORRENTE"
               "  VAR.GREZZA%   PRECED./GG   CORRENTE/GG"
               "   VAR.NORM.%"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE 0 TO WS-TOTALE-PREC
           MOVE 0 TO WS-TOTALE-CORR
           MOVE 0 TO WS-TOTALE-GG-PREC
           MOVE 0 TO WS-TOTALE-GG-CORR
           PERFORM VARYING INDICE-MESE FROM 1 BY 1
               UNTIL INDICE-MESE > WS-ULTIMO-MESE
               PERFORM STAMPA-MESE
           END-PERFORM
           MOVE WS-TOTALE-PREC TO WS-IMPORTO-PREC
           MOVE WS-TOTALE-CORR TO WS-IMPORTO-CORR
           MOVE WS-TOTALE-GG-PREC TO WS-GG-PREC
           MOVE WS-TOTALE-GG-CORR TO WS-GG-CORR
           PERFORM CALCOLA-VARIAZIONI
           MOVE "TOT" TO WS-MESE-ABBREV
           PERFORM SCRIVI-RIGA-CONFRONTO.

       STAMPA-MESE.
           MOVE WS-VEN-MESE(INDICE-REGIONE, 1, INDICE-MESE)
               TO WS-IMPORTO-PREC
           MOVE WS-VEN-MESE(INDICE-REGIONE, 2, INDICE-MESE)
               TO WS-IMPORTO-CORR
           MOVE WS-GG-MESE(1, INDICE-MESE) TO WS-GG-PREC
           IF INDICE-MESE = WS-MESE-IN-CORSO
               MOVE WS-GG-TRASCORSI TO WS-GG-CORR
           ELSE
               MOVE WS-GG-MESE(2, INDICE-MESE) TO WS-GG-CORR
           END-IF
           PERFORM CALCOLA-VARIAZIONI
           CALL 'GetMeseAbbrev' USING INDICE-MESE, WS-MESE-ABBREV
           PERFORM SCRIVI-RIGA-CONFRONTO
           ADD WS-IMPORTO-PREC TO WS-TOTALE-PREC
           ADD WS-GG-PREC TO WS-TOTALE-GG-PREC
           IF INDICE-MESE NOT = WS-MESE-IN-CORSO
               ADD WS-IMPORTO-CORR TO WS-TOTALE-CORR
               ADD WS-GG-CORR TO WS-TOTALE-GG-CORR
               EXIT PARAGRAPH
           END-IF
      *Mese in corso: la media dei giorni gia' trascorsi portata su
      *tutti i giorni di vendita del mese.
           MOVE WS-GG-MESE(2, INDICE-MESE) TO WS-GG-CORR
           COMPUTE WS-PROIEZIONE ROUNDED =
               WS-MEDIA-CORR * WS-GG-CORR
           MOVE WS-PROIEZIONE TO WS-IMPORTO-CORR
           PERFORM CALCOLA-VARIAZIONI
           MOVE "PRO" TO WS-MESE-ABBREV
           PERFORM SCRIVI-RIGA-CONFRONTO
           MOVE SPACES TO RIGA-REPORT
           STRING "     (MESE IN CORSO: " WS-GG-TRASCORSI
               " GIORNI DI VENDITA SU " WS-GG-CORR
               ", PRO = PROIEZIONE A FINE MESE)"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           ADD WS-IMPORTO-CORR TO WS-TOTALE-CORR
           ADD WS-GG-CORR TO WS-TOTALE-GG-CORR.

      *Variazione grezza sugli importi, normalizzata sulle medie per
      *giorno di vendita; un mese senza giorni o senza vendite
      *nell'anno precedente non ha variazione.
       CALCOLA-VARIAZIONI.
           MOVE 0 TO WS-MEDIA-PREC
           MOVE 0 TO WS-MEDIA-CORR
           MOVE 0 TO WS-VAR-GREZZA
           MOVE 0 TO WS-VAR-NORMALIZZATA
           IF WS-GG-PREC > 0
               COMPUTE WS-MEDIA-PREC ROUNDED =
                   WS-IMPORTO-PREC / WS-GG-PREC
           END-IF
           IF WS-GG-CORR > 0
               COMPUTE WS-MEDIA-CORR ROUNDED =
                   WS-IMPORTO-CORR / WS-GG-CORR
           END-IF
           IF WS-IMPORTO-PREC NOT = 0
               COMPUTE WS-VAR-GREZZA ROUNDED =
                   (WS-IMPORTO-CORR - WS-IMPORTO-PREC)
                   / WS-IMPORTO-PREC * 100
                   ON SIZE ERROR MOVE 0 TO WS-VAR-GREZZA
               END-COMPUTE
           END-IF
           IF WS-MEDIA-PREC NOT = 0
               COMPUTE WS-VAR-NORMALIZZATA ROUNDED =
                   (WS-MEDIA-CORR - WS-MEDIA-PREC)
                   / WS-MEDIA-PREC * 100
                   ON SIZE ERROR MOVE 0 TO WS-VAR-NORMALIZZATA
               END-COMPUTE
           END-IF.

       SCRIVI-RIGA-CONFRONTO.
           MOVE WS-GG-PREC TO WS-GG-PREC-ED
           MOVE WS-GG-CORR TO WS-GG-CORR-ED
           MOVE WS-IMPORTO-PREC TO WS-IMPORTO-PREC-ED
           MOVE WS-IMPORTO-CORR TO WS-IMPORTO-CORR-ED
           MOVE WS-VAR-GREZZA TO WS-VAR-GREZZA-ED
           MOVE WS-MEDIA-PREC TO WS-MEDIA-PREC-ED
           MOVE WS-MEDIA-CORR TO WS-MEDIA-CORR-ED
           MOVE WS-VAR-NORMALIZZATA TO WS-VAR-NORM-ED
           MOVE SPACES TO RIGA-REPORT
           STRING WS-MESE-ABBREV "  " WS-GG-PREC-ED "   "
               WS-GG-CORR-ED " " WS-IMPORTO-PREC-ED " "
               WS-IMPORTO-CORR-ED "   " WS-VAR-GREZZA-ED "  "
               WS-MEDIA-PREC-ED "  " WS-MEDIA-CORR-ED "     "
               WS-VAR-NORM-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.
