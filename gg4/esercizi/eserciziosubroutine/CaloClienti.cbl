      *clienti.idx, cosi' il responsabile puo' alzare il telefono.
      *Perdere un cliente da top 20 non deve piu' scoprirsi a fine
      *anno. Termina con GOBACK per girare come passo del batch.
      *Entrano i movimenti della societa' di lavoro (SocietaLavoro,
      *FiltroSocieta su DET-SOCIETA e cliente); per il consolidato
      *"GR" senza le vendite alle societa' del gruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 DET-MESE PIC 99.
               10 DET-GIORNO PIC 99.
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(32).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
       01 WS-RECENTE-ED PIC -(9)9.99.
       01 WS-BASE-ED PIC -(9)9.99.
       01 WS-CALO-ED PIC -(4)9.99.
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
               DISPLAY "CALO CLIENTI RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE "CALO-SOGLIA-PERCENTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM ACCUMULA-MOVIMENTO
                       END-IF
               END-READ
      *Distanza in mesi dal mese corrente: 0-2 = finestra recente,
      *3-11 = linea di base, oltre non conta.
       ACCUMULA-MOVIMENTO.
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MESE-MOVIMENTO = DET-ANNO * 12 + DET-MESE
           COMPUTE WS-DISTANZA = WS-MESE-OGGI - WS-MESE-MOVIMENTO
           IF WS-DISTANZA < 0 OR WS-DISTANZA > 11
               "% (ULTIMI 3 MESI CONTRO LINEA DI BASE)"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-CLI FROM 1 BY 1
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
