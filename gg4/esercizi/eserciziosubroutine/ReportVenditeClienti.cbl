      *e li incrocia con clienti.idx per stampare nome e cognome
      *accanto a ogni totale - cosi' si puo' finalmente rispondere a
      *"quali clienti hanno fatto il numero di marzo della regione 2".
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
       01 WS-CLI-TROVATO PIC X.
       01 WS-SCARTATI PIC 9(6) VALUE 0.
       01 WS-IMPORTO-ED PIC -(10)9.99.
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
           DISPLAY "Regione da filtrare (0 = tutte): "
           ACCEPT WS-REGIONE-FILTRO
           DISPLAY "Mese da filtrare (0 = tutti): "
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM ACCUMULA-CLIENTE
                       END-IF
               END-READ
           STOP RUN.

       ACCUMULA-CLIENTE.
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF (WS-REGIONE-FILTRO = 0
                   OR DET-REGIONE-NUM = WS-REGIONE-FILTRO)
               AND (WS-MESE-FILTRO = 0 OR DET-MESE = WS-MESE-FILTRO)
      *se l'ID non esiste in anagrafica lo si stampa comunque, con
      *l'avviso, perche' il totale resta denaro vero da spiegare.
       STAMPA-CLIENTI.
           DISPLAY "---- VENDITE PER CLIENTE - SOCIETA' "
               WS-SOC-CODICE " " FUNCTION TRIM(WS-SOC-DESCRIZIONE)
               " ----"
           IF WS-NUM-CLIENTI = 0
               DISPLAY "NESSUN MOVIMENTO PER I FILTRI RICHIESTI."
               EXIT PARAGRAPH
           IF WS-CLIENTI-STATUS = "00"
               CLOSE CLIENTI-IDX
           END-IF.

           COPY TESTATA-CONTROLLI.
