      *Vendite-flash.txt: e' il numero che il direttore vendite
      *chiede a voce ogni mattina. Termina con GOBACK cosi' puo'
      *girare anche come passo del batch.
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
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
      *Societa' di lavoro del flash.
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
               DISPLAY "FLASH RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           CALL 'GetRegioni' USING WS-REGIONI
           MOVE "FLASH-SOGLIA-PERCENTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM ACCUMULA-MOVIMENTO
                       END-IF
               END-READ
           IF DET-REGIONE-NUM < 1 OR DET-REGIONE-NUM > 10
               EXIT PARAGRAPH
           END-IF
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE DET-DATA TO WS-DATA-MOVIMENTO
           IF WS-DATA-MOVIMENTO = WS-IERI
               ADD DET-IMPORTO TO WS-FLA-IERI(DET-REGIONE-NUM)
           OPEN OUTPUT FILE-FLASH
           MOVE SPACES TO RIGA-FLASH
           STRING "FLASH VENDITE DI IERI " WS-IERI
               " (SOGLIA " WS-SOGLIA "%) - SOCIETA' " WS-SOC-CODICE
               " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-FLASH
           WRITE RIGA-FLASH
           MOVE ALL "-" TO RIGA-FLASH
                   DELIMITED BY SIZE INTO RIGA-FLASH
           END-IF
           WRITE RIGA-FLASH.

           COPY TESTATA-CONTROLLI.
