               10 DET-MESE PIC 99.
               10 DET-GIORNO PIC 99.
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(34).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
       01 WS-CONTROLLATI PIC 9(6) VALUE 0.
       01 WS-SENZA-CLIENTE PIC 9(6) VALUE 0.
       01 WS-SENZA-MAPPA PIC 9(6) VALUE 0.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM CARICA-MAPPA
           IF WS-NUM-MAPPA = 0
               DISPLAY "VERIFICA RIFIUTATA: Province-regioni.txt "
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           AND DET-REGIONE-NUM >= 1
                           AND DET-REGIONE-NUM <= 10
                           PERFORM CONTROLLA-UN-MOVIMENTO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT.

           COPY TESTATA-CONTROLLI.
