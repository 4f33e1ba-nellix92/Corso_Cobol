      *imponibile del riepilogo contro il totale chiuso del periodo
      *in Vendite-mese.trimestre.txt - la prima cosa che guarda il
      *revisore.
      *La liquidazione e' di una societa' (SocietaLavoro): entrano
      *solo i movimenti e i periodi suoi (FiltroSocieta) e la
      *testata porta ragione sociale e partita IVA (DatiSocieta).
      *Il consolidato "GR" non ha una liquidazione e si rifiuta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 DET-QUANTITA PIC 9(5).
           05 DET-PREZZO-UNITARIO PIC S9(5)V99.
           05 DET-CODICE-IVA PIC X(2).
           05 DET-FATTURA-ANNO PIC 9(4).
           05 DET-FATTURA-NUMERO PIC 9(6).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
           05 STATO-PERIODO PIC X.
               88 PERIODO-CHIUSO VALUE 'C'.
           05 FILLER PIC X(14).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).
       01 WS-IMPOSTA-ED PIC -(10)9.99.
       01 WS-MASTER-ED PIC -(10)9.99.
       01 WS-ALIQUOTA-ED PIC Z9.99.
      *Societa' di lavoro della liquidazione.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-SOC-RAGIONE-SOCIALE PIC X(40).
       01 WS-SOC-PARTITA-IVA PIC X(11).
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S' OR WS-SOC-CODICE = "GR"
               DISPLAY "RIEPILOGO RIFIUTATO: SOCIETA' NON VALIDA PER "
                   "LA LIQUIDAZIONE IVA (" WS-SOC-CODICE ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'DatiSocieta' USING WS-SOC-CODICE,
               WS-SOC-RAGIONE-SOCIALE, WS-SOC-PARTITA-IVA
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM VERIFICA-TESTATA-VENDITE
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "IVA_ANNO"
           ACCEPT WS-MESE-TESTO FROM ENVIRONMENT "IVA_MESE"
           IF WS-ANNO-TESTO NOT = SPACES
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           AND DET-ANNO = WS-ANNO-RIEPILOGO
                           AND DET-MESE = WS-MESE-RIEPILOGO
                           CALL 'FiltroSocieta' USING DET-SOCIETA,
                               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               PERFORM ACCUMULA-VOCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND ANNO = WS-ANNO-RIEPILOGO
                           AND MESE = WS-MESE-RIEPILOGO
                           AND PERIODO-CHIUSO
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               ADD IMPORTO TO WS-MASTER-PERIODO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "RIEPILOGO IVA " WS-MESE-RIEPILOGO "/"
               WS-ANNO-RIEPILOGO " - SOCIETA' " WS-SOC-CODICE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING WS-SOC-RAGIONE-SOCIALE " P.IVA " WS-SOC-PARTITA-IVA
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
               "  " WS-IMPONIBILE-ED "  " WS-IMPOSTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
