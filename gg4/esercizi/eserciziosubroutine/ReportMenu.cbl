           05 STATO-PERIODO PIC X.
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

       FD FILE-CSV.
       01 RIGA-CSV PIC X(100).
           05 TRAILER-BGT-TAG PIC X(3).
           05 TRAILER-BGT-RECORD-COUNT PIC 9(6).
           05 TRAILER-BGT-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-BUDGET PIC X(48).

       WORKING-STORAGE SECTION.
      *Nome del file vendite dalla configurazione centrale
       01 WS-BARRA PIC X(60).
       01 WS-VALORE-BARRA PIC S9(11)V99.
       01 WS-VALORE-ED PIC -(10)9.99.
      *Societa' di lavoro scelta nel menu principale: tutte le
      *opzioni sommano solo i suoi record (FiltroSocieta), per il
      *consolidato "GR" senza le vendite alle societa' del gruppo.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "REPORT RIFIUTATI: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "VENDITE-FILE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-VENDITE
           END-IF
           MOVE WS-NOME-FILE-VENDITE TO TST-NOME-FILE
           PERFORM CONTROLLA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           PERFORM UNTIL SCELTA = 9
               PERFORM GET-DISPLAY

       GET-DISPLAY.
           DISPLAY LINEA-REPORT.
           DISPLAY "SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE.
           DISPLAY "Scegli quale report visualizzare: ".
           DISPLAY "1 - Vendite totali per mese".
           DISPLAY "2 - Vendite totali per trimestre".
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM FILTRA-VENDITA
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND WS-INCLUDI = 'S'
                           IF MESE >= 1 AND MESE <= 12
                               ADD IMPORTO TO MONTH-AMOUNTS(MESE)
                           ELSE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM FILTRA-VENDITA
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND WS-INCLUDI = 'S'
                           IF TRIMESTRE >= 1 AND TRIMESTRE <= 4
                               ADD IMPORTO TO QUARTER-AMOUNTS(TRIMESTRE)
                           ELSE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM FILTRA-VENDITA
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND WS-INCLUDI = 'S'
                           CALL 'GetRegioneNome' USING WS-REGIONI,
                               REGIONE-NUM, WS-NOME-REGIONE,
                               WS-REGIONE-VALIDA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM FILTRA-VENDITA
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND WS-INCLUDI = 'S'
                           CALL 'GetRegioneNome' USING WS-REGIONI,
                               REGIONE-NUM, WS-NOME-REGIONE,
                               WS-REGIONE-VALIDA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM FILTRA-VENDITA
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND WS-INCLUDI = 'S'
                           AND ANNO = WS-ANNO-BUDGET
                           CALL 'GetRegioneNome' USING WS-REGIONI,
                               REGIONE-NUM, WS-NOME-REGIONE,
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           IF TRAILER-BGT-TAG NOT = "TRL"
                               AND TRAILER-BGT-TAG NOT = "HDR"
                               AND BGT-ANNO = WS-ANNO-BUDGET
                               CALL 'GetRegioneNome'
                                   USING WS-REGIONI,
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM FILTRA-VENDITA
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND WS-INCLUDI = 'S'
                           AND ANNO = WS-ANNO-GRAFICO
                           AND REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
                           AND MESE >= 1 AND MESE <= 12
           OPEN OUTPUT FILE-GRAFICO
           MOVE SPACES TO RIGA-GRAFICO
           STRING "GRAFICO VENDITE MENSILI PER REGIONE - ANNO "
               WS-ANNO-GRAFICO " - SOCIETA' " WS-SOC-CODICE
               DELIMITED BY SIZE INTO RIGA-GRAFICO
           WRITE RIGA-GRAFICO
           PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
               UNTIL INDICE-REGIONE > WS-NUM-REGIONI
           DISPLAY INDICE-1 "  " WS-MESE-ABBREV "  " WS-ACT-ED
               "  " WS-BGT-ED "  " WS-SCOSTAMENTO-ED "  "
               WS-PERCENT-ED.

      *Il trailer e la testata non passano dal filtro.
       FILTRA-VENDITA.
           MOVE 'N' TO WS-INCLUDI
           IF TRAILER-TAG NOT = "TRL"
               AND TRAILER-TAG NOT = "HDR"
               CALL 'FiltroSocieta' USING SOCIETA,
                   SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE, WS-INCLUDI
           END-IF.

           COPY TESTATA-CONTROLLI.
