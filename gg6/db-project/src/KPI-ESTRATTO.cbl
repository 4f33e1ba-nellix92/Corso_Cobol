      *seguono portano i conteggi note per categoria. Accodata una
      *riga a notte, il file e' da solo la serie storica per Excel.
      *Termina con esito al chiamante, come NOTAFETCHBATCH.
      *Le vendite sono quelle della societa' di lavoro
      *(SocietaLavoro, FiltroSocieta; per il consolidato "GR" senza
      *le vendite alle societa' del gruppo) e la riga KPI chiude con
      *il codice della societa', in coda perche' le colonne gia' in
      *uso non si spostino.
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

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.
       01 WS-REG-TOTALI.
           05 WS-REG-TOTALE OCCURS 10 TIMES PIC S9(11)V99 VALUE 0.
       01 INDICE-REG PIC 99.
      *Societa' di lavoro dei KPI vendite.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
      *KPI clienti.
       01 WS-CLIENTI-TOTALI PIC 9(6) VALUE 0.
       01 WS-CLIENTI-TOCCATI PIC 9(6) VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY TESTATA-RICHIESTA.

       LINKAGE SECTION.
       01 LNK-STATUS-CODE PIC 9.
       PROCEDURE DIVISION USING LNK-STATUS-CODE.
       INIZIO.
           SET KPI-OK TO TRUE
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "KPI-ESTRATTO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA, KPI NON ACCODATI."
               SET KPI-ERRORE TO TRUE
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-DATA-OGGI
           MOVE "VENDITE-FILE" TO WS-CFG-CHIAVE
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-CLIENTI
           END-IF
           SET KPI-ERRORE TO TRUE
           MOVE WS-NOME-FILE-VENDITE TO TST-NOME-FILE
           PERFORM CONTROLLA-TESTATA-VENDITE
           SET KPI-OK TO TRUE
           PERFORM KPI-VENDITE
           PERFORM KPI-CLIENTI
           PERFORM CONNETTI-DB
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           PERFORM ACCUMULA-VENDITA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-VENDITE.

       ACCUMULA-VENDITA.
           CALL 'FiltroSocieta' USING SOCIETA, SOCIETA-CONTROPARTE,
               WS-NESSUN-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD IMPORTO TO WS-TOT-VENDITE
           IF REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
               ADD IMPORTO TO WS-REG-TOTALE(REGIONE-NUM)
           END-IF.

      *Come in REPORT-FINE-GIORNATA: aggiunte e modifiche del giorno
      *si leggono da LAST-UPDATED-IDX, contate insieme.
       KPI-CLIENTI.
               ";" WS-CLIENTI-TOCCATI
               ";" NOTE_TOTALI
               ";" NOTE_SCADENZA
               ";" WS-SOC-CODICE
               DELIMITED BY SIZE INTO WS-RIGA-LAVORO
           MOVE WS-RIGA-LAVORO TO RIGA-KPI
           WRITE RIGA-KPI.
           EXEC SQL
                 CLOSE C1
           END-EXEC.

           COPY TESTATA-CONTROLLI.
