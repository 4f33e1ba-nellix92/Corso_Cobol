
      *Invecchiamento dei crediti: legge il partitario
      *Vendite-partite.txt (trailer TRL riconciliato) e per ogni
      *cliente con partite aperte calcola il saldo non incassato
      *ancora a scadere e per fasce di ritardo 1-30, 31-60, 61-90 e
      *oltre 90 giorni dalla scadenza della partita (non dalla data
      *del movimento: un cliente a 60 giorni non e' in ritardo al
      *trentunesimo), con il cognome risolto da
      *clienti.idx e i subtotali per regione. Il report finisce in
      *Vendite-aging.txt: e' il foglio che il recupero crediti
      *riconciliava a mano ogni venerdi'.
      *Le partite contestate (PAR-CONTESTAZIONE = 'C') non
      *invecchiano finche' la contestazione e' aperta: escono dalle
      *fasce e finiscono nella colonna IN CONTESTAZIONE.
      *Il report e' della societa' di lavoro (variabile SOCIETA), o
      *del consolidato "GR" senza i crediti verso societa' del gruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.
       01 WS-PAR-LETTI PIC 9(6) VALUE 0.
       01 WS-PAR-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-PAR-QUADRA PIC X VALUE 'N'.
      *Saldi per cliente nelle cinque fasce, piu' la sesta colonna
      *delle partite in contestazione.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 1000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-REGIONE PIC 99.
               10 WS-CLI-FASCIA OCCURS 6 TIMES PIC S9(11)V99.
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-TROVATO PIC X.
       01 INDICE-FASCIA PIC 9.
      *Subtotali per regione (indice = codice regione).
       01 WS-REGIONE-FASCE.
           05 WS-REG-RIGA OCCURS 10 TIMES.
               10 WS-REG-FASCIA OCCURS 6 TIMES PIC S9(11)V99.
       01 INDICE-REGIONE PIC 99.
       01 WS-COGNOME-LAVORO PIC X(10).
       01 WS-FASCIA-ED OCCURS 6 TIMES PIC -(9)9.99.
       01 WS-APERTE PIC 9(6) VALUE 0.
      *Anagrafica regioni per i nomi nei subtotali.
       01 WS-REGIONI.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-REGIONE-VALIDA PIC X.
       01 INDICE-ENTRY PIC 99.
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
               DISPLAY "AGING RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-PARTITE
           CALL 'GetRegioni' USING WS-REGIONI
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF PAR-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-PAR-LETTI
                               ADD PAR-IMPORTO TO WS-PAR-TOTALE
                               CALL 'FiltroSocieta' USING
                                   PAR-SOCIETA, WS-NESSUNA-CONTROPARTE,
                                   PAR-ID-CLIENTE, WS-INCLUDI
                               IF PAR-STATO = 'A' AND WS-INCLUDI = 'S'
                                   PERFORM ACCUMULA-PARTITA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

      *La fascia viene dai giorni di ritardo sulla scadenza: 1 = non
      *ancora scaduta, 2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = oltre 90.
      *Le partite scritte prima delle scadenze scadono alla data del
      *movimento. La partita contestata va sempre nella colonna 6.
       ACCUMULA-PARTITA.
           IF PAR-REGIONE-NUM < 1 OR PAR-REGIONE-NUM > 10
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-APERTE
           IF PAR-DATA-SCADENZA NOT NUMERIC
               MOVE PAR-DATA-MOVIMENTO TO PAR-DATA-SCADENZA
           END-IF
           COMPUTE WS-ETA-GIORNI = WS-OGGI-INTERO
               - FUNCTION INTEGER-OF-DATE(PAR-DATA-SCADENZA)
           EVALUATE TRUE
               WHEN PARTITA-CONTESTATA
                   MOVE 6 TO WS-FASCIA-MOV
               WHEN WS-ETA-GIORNI <= 0
                   MOVE 1 TO WS-FASCIA-MOV
               WHEN WS-ETA-GIORNI <= 30
                   MOVE 2 TO WS-FASCIA-MOV
               WHEN WS-ETA-GIORNI <= 60
                   MOVE 3 TO WS-FASCIA-MOV
               WHEN WS-ETA-GIORNI <= 90
                   MOVE 4 TO WS-FASCIA-MOV
               WHEN OTHER
                   MOVE 5 TO WS-FASCIA-MOV
           END-EVALUATE
           ADD PAR-IMPORTO TO WS-REG-FASCIA(PAR-REGIONE-NUM,
               WS-FASCIA-MOV)
                   MOVE PAR-REGIONE-NUM
                       TO WS-CLI-REGIONE(WS-NUM-CLIENTI)
                   PERFORM VARYING INDICE-FASCIA FROM 1 BY 1
                       UNTIL INDICE-FASCIA > 6
                       MOVE 0 TO WS-CLI-FASCIA(WS-NUM-CLIENTI,
                           INDICE-FASCIA)
                   END-PERFORM
       SCRIVI-REPORT.
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "AGING CREDITI AL " WS-OGGI " - SOCIETA' "
               WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CLIENTE               A SCADERE    SCAD. 1-30"
               "      31-60 GG      61-90 GG      OLTRE 90"
               "  IN CONTESTAZ."
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
      *Una sezione per regione in anagrafica, con le righe dei suoi
      *clienti e il subtotale delle fasce in coda.
           PERFORM VARYING INDICE-ENTRY FROM 1 BY 1
               UNTIL INDICE-ENTRY > WS-NUM-REGIONI
               MOVE WS-REG-CODICE(INDICE-ENTRY) TO INDICE-REGIONE
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-FASCIA FROM 1 BY 1
               UNTIL INDICE-FASCIA > 6
               MOVE WS-REG-FASCIA(INDICE-REGIONE, INDICE-FASCIA)
                   TO WS-FASCIA-ED(INDICE-FASCIA)
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           STRING "  SUBTOTALE REGIONE " WS-FASCIA-ED(1) " "
               WS-FASCIA-ED(2) " " WS-FASCIA-ED(3) " "
               WS-FASCIA-ED(4) " " WS-FASCIA-ED(5) " "
               WS-FASCIA-ED(6)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

               END-READ
           END-IF
           PERFORM VARYING INDICE-FASCIA FROM 1 BY 1
               UNTIL INDICE-FASCIA > 6
               MOVE WS-CLI-FASCIA(INDICE-CLIENTE, INDICE-FASCIA)
                   TO WS-FASCIA-ED(INDICE-FASCIA)
           END-PERFORM
           STRING WS-CLI-ID(INDICE-CLIENTE) " "
               WS-COGNOME-LAVORO " " WS-FASCIA-ED(1) " "
               WS-FASCIA-ED(2) " " WS-FASCIA-ED(3) " "
               WS-FASCIA-ED(4) " " WS-FASCIA-ED(5) " "
               WS-FASCIA-ED(6)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
