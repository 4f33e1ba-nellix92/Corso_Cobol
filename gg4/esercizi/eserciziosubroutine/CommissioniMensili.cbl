      *registrato nel registro dei file generati per la ritenzione.
      *L'anno arriva dall'ambiente (COMMISSIONI_ANNO) quando gira
      *dal batch, altrimenti si chiede a video.
      *I totali sono quelli della societa' di lavoro (SocietaLavoro,
      *FiltroSocieta come GetVenditeMese); per il consolidato "GR"
      *senza le vendite infragruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88 PERIODO-APERTO VALUE 'A'.
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

      *Tasso provvigionale per regione con data di decorrenza.
       FD FILE-TASSI.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
      *Societa' di lavoro dei cedolini.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "CEDOLINI RIFIUTATI: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "COMMISSIONI_ANNO"
           IF WS-ANNO-TESTO NOT = SPACES
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND ANNO = WS-ANNO-CEDOLINO
                           AND REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
                           AND MESE >= 1 AND MESE <= 12
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               PERFORM ACCUMULA-CELLA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-VENDITE.

       ACCUMULA-CELLA.
           ADD IMPORTO TO WS-CEL-IMPORTO(REGIONE-NUM, MESE)
           MOVE 'S' TO WS-CEL-PRESENTE(REGIONE-NUM, MESE)
           IF NOT PERIODO-CHIUSO
               ADD 1 TO WS-CEL-APERTI(REGIONE-NUM, MESE)
           END-IF.

      *Tasso del mese: decorrenza piu' recente non successiva alla
      *fine del mese. Un mese senza tasso resta fuori dal cedolino
      *con segnalazione, invece di uscire a provvigione zero.
           MOVE SPACES TO RIGA-CEDOLINO
           STRING "CEDOLINO PROVVIGIONI " WS-ANNO-CEDOLINO
               " - REGIONE " WS-REG-NOME(INDICE-ENTRY)
               " - SOCIETA' " WS-SOC-CODICE
               DELIMITED BY SIZE INTO RIGA-CEDOLINO
           WRITE RIGA-CEDOLINO
           MOVE SPACES TO RIGA-CEDOLINO
               WS-TASSO-ED "  " WS-PROVV-ED "  " WS-PROG-ED
               DELIMITED BY SIZE INTO RIGA-CEDOLINO
           WRITE RIGA-CEDOLINO.

           COPY TESTATA-CONTROLLI.
