      *Cosi' a "quale linea ha fatto il salto del T2 nella regione
      *03" si risponde con un report invece che con un'alzata di
      *spalle.
      *Entrano i movimenti della societa' di lavoro (SocietaLavoro,
      *FiltroSocieta su DET-SOCIETA e cliente); per il consolidato
      *"GR" senza le vendite alle societa' del gruppo. Il trailer
      *quadra sempre sul file intero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 DET-CODICE-PRODOTTO PIC X(8).
           05 DET-QUANTITA PIC 9(5).
           05 DET-PREZZO-UNITARIO PIC S9(5)V99.
           05 FILLER PIC X(12).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
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
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "REPORT RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'GetProdotti' USING WS-PRODOTTI
           IF WS-NUM-PRODOTTI = 0
                               MOVE 'Y' TO LETTURA-FILE
                           END-IF
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               ADD 1 TO WS-RECORD-COUNT
                               ADD DET-IMPORTO TO WS-CONTROL-TOTAL
                               PERFORM ACCUMULA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *fuori anagrafica o mese fuori range vanno negli scartati,
      *come nel rollup.
       ACCUMULA-MOVIMENTO.
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           CALL 'GetRegioneNome' USING WS-REGIONI, DET-REGIONE-NUM,
               WS-NOME-REGIONE, WS-REGIONE-VALIDA
           CALL 'GetProdottoInfo' USING WS-PRODOTTI,
           MOVE "REPORT PER LINEA DI PRODOTTO E PRODOTTO"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "VENDITE PER LINEA E REGIONE" TO RIGA-REPORT
               " MEDIO " WS-PREZZO-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
