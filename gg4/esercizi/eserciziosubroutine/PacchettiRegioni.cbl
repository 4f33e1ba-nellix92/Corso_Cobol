      *dei file generati, cosi' PULIZIA-FILE lo pota con le normali
      *regole di ritenzione. Anno e mese del pacchetto arrivano
      *dall'ambiente (PACCHETTI_ANNO, PACCHETTI_MESE) o a video.
      *Totali e clienti sono della societa' di lavoro
      *(SocietaLavoro, FiltroSocieta); per il consolidato "GR"
      *senza le vendite alle societa' del gruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 FILLER PIC X(14).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-BUDGET.
       01 BUDGET.
           05 TRAILER-BGT-TAG PIC X(3).
           05 TRAILER-BGT-RECORD-COUNT PIC 9(6).
           05 TRAILER-BGT-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-BUDGET PIC X(48).

       FD FILE-ANOMALIE.
       01 RIGA-ANOMALIA PIC X(80).
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
      *Societa' di lavoro dei pacchetti.
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
               DISPLAY "PACCHETTI RIFIUTATI: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFICA-TESTATA-VENDITE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           CALL 'GetRegioni' USING WS-REGIONI
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "PACCHETTI_ANNO"
           ACCEPT WS-MESE-TESTO FROM ENVIRONMENT "PACCHETTI_MESE"
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND ANNO = WS-ANNO-PACCO
                           AND REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
                           AND MESE >= 1 AND MESE <= 12
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               ADD IMPORTO
                                   TO WS-ACT-CELL(REGIONE-NUM, MESE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           IF TRAILER-BGT-TAG NOT = "TRL"
                               AND TRAILER-BGT-TAG NOT = "HDR"
                               AND BGT-ANNO = WS-ANNO-PACCO
                               AND BGT-REGIONE-NUM >= 1
                               AND BGT-REGIONE-NUM <= 10
           MOVE SPACES TO RIGA-PACCO
           STRING "PACCHETTO " WS-REG-NOME(INDICE-ENTRY)
               " - " WS-MESE-PACCO "/" WS-ANNO-PACCO
               " - SOCIETA' " WS-SOC-CODICE
               DELIMITED BY SIZE INTO RIGA-PACCO
           WRITE RIGA-PACCO
           MOVE SPACES TO RIGA-PACCO
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           AND DET-REGIONE-NUM = INDICE-REGIONE
                           AND DET-ANNO = WS-ANNO-PACCO
                           PERFORM ACCUMULA-CLIENTE
           END-PERFORM.

       ACCUMULA-CLIENTE.
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLI-TROVATO
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
                   END-IF
               END-PERFORM
           END-PERFORM.

           COPY TESTATA-CONTROLLI.
