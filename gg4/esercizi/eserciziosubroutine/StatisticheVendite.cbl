      *finestra che esiste, riconciliando il trailer TRL di ciascun
      *file prima di accumulare: un file che non quadra ferma il
      *report.
      *Entrano nelle statistiche solo i record della societa' di
      *lavoro (SocietaLavoro, FiltroSocieta); per il consolidato
      *"GR" senza le vendite infragruppo. La quadratura del trailer
      *resta sul file intero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 IMPORTO PIC S9(7)V99.
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

       FD FILE-STATISTICHE.
       01 RIGA-STATISTICHE PIC X(100).
       01 WS-MEDIA-ED PIC -(8)9.99.
       01 WS-MEDIANA-ED PIC -(8)9.99.
       01 WS-STDDEV-ED PIC -(8)9.99.
      *Societa' di lavoro delle statistiche.
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
               DISPLAY "STATISTICHE NON GENERATE: SOCIETA' "
                   WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           DISPLAY "Anno iniziale della finestra (0 = tutto): "
           ACCEPT WS-ANNO-DA
               STOP RUN
           END-IF
           OPEN OUTPUT FILE-STATISTICHE
           MOVE SPACES TO RIGA-STATISTICHE
           STRING "STATISTICHE IMPORTI VENDITE PER REGIONE - "
               "SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-STATISTICHE
           WRITE RIGA-STATISTICHE
           MOVE SPACES TO RIGA-STATISTICHE
           STRING "REGIONE                      MIN          MAX"
                               MOVE 'N' TO WS-FILE-QUADRA
                           END-IF
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-FILE-COUNT
                               ADD IMPORTO TO WS-FILE-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND ANNO >= WS-ANNO-DA-USO
                           AND ANNO <= WS-ANNO-A-USO
                           PERFORM ACCUMULA-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-VENDITE.

       ACCUMULA-RECORD.
           CALL 'FiltroSocieta' USING SOCIETA, SOCIETA-CONTROPARTE,
               WS-NESSUN-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
               MOVE REGIONE-NUM TO INDICE-STAT
               PERFORM ACCUMULA-IMPORTO
               MOVE 11 TO INDICE-STAT
               PERFORM ACCUMULA-IMPORTO
           ELSE
               ADD 1 TO WS-SCARTATI
           END-IF.

       ACCUMULA-IMPORTO.
           IF WS-STAT-COUNT(INDICE-STAT) = 0
               MOVE IMPORTO TO WS-STAT-MIN(INDICE-STAT)
           COMPUTE WS-VARIANZA = WS-SOMMA-QUADRATI
               / WS-STAT-NUM-TAB(INDICE-STAT)
           COMPUTE WS-STDDEV = FUNCTION SQRT(WS-VARIANZA).

           COPY TESTATA-CONTROLLI.
