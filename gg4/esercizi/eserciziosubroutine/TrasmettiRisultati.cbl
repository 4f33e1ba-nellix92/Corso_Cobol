      *una trasmissione passata viene riemesso con lo stesso numero
      *(estraendo dai dati chiusi correnti) e la riemissione viene
      *annotata nel registro. Il file generato entra nel registro
      *dei file generati per la ritenzione. Dopo la sequenza la
      *testata porta anche tipo file, versione del tracciato e
      *programma, come la testata HDR dei file interni; i primi
      *campi restano dove la direzione li legge gia'.
      *Il flusso e' della societa' di lavoro (variabile SOCIETA,
      *vuota = la principale): solo i suoi record (FiltroSocieta) e
      *progressivo, registro e file con il codice nel nome
      *(NomeFileSocieta). Con "GR" parte il consolidato di gruppo,
      *senza le vendite infragruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "Vendite-mese.trimestre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDITE-STATUS.
           SELECT FILE-SEQ ASSIGN TO WS-NOME-SEQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.
           SELECT FILE-HQ ASSIGN TO WS-NOME-HQ
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-LOG
           ASSIGN TO WS-NOME-LOG
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 STATO-PERIODO PIC X.
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

       FD FILE-SEQ.
       01 RECORD-SEQ.
           05 HDR-MITTENTE PIC X(10).
           05 HDR-DATA PIC 9(8).
           05 HDR-SEQUENZA PIC 9(6).
           05 HDR-TIPO-FILE PIC X(8).
           05 HDR-VERSIONE PIC 9(3).
           05 HDR-PROGRAMMA PIC X(20).
       01 RECORD-HQ-DETTAGLIO.
           05 DET-TAG PIC X(3).
           05 DET-REGIONE PIC 99.
       01 WS-SEQ-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-NOME-HQ PIC X(40).
       01 WS-NOME-SEQ PIC X(40).
       01 WS-NOME-LOG PIC X(40).
       01 WS-NOME-BASE PIC X(40).
      *Societa' del flusso e filtro dei record.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-SEQUENZA PIC 9(6).
       01 WS-HQ-RIGHE PIC 9(6) VALUE 0.
       01 WS-HQ-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-TOTALE-ED PIC -(10)9.99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE(1:10) TO WS-MITTENTE
           END-IF
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "TRASMISSIONE NON GENERATA: SOCIETA' "
                   WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Vendite-trasmissione.seq" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-SEQ
           MOVE "Vendite-trasmissioni-log.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-LOG
           ACCEPT WS-RIGENERA-TESTO FROM ENVIRONMENT
               "TRASMISSIONE_RIGENERA"
           IF WS-RIGENERA-TESTO NOT = SPACES
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       MOVE 'N' TO WS-INCLUDI
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE,
                               WS-NESSUN-CLIENTE, WS-INCLUDI
                       END-IF
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND WS-INCLUDI = 'S'
                           AND PERIODO-CHIUSO
                           AND REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
                           AND MESE >= 1 AND MESE <= 12
           END-IF.

       SCRIVI-FILE-HQ.
           MOVE SPACES TO WS-NOME-BASE
           STRING "Vendite-hq-" WS-SEQUENZA ".txt"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-HQ
           CALL 'REGISTRA-GENERATO' USING WS-NOME-HQ
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE WS-MITTENTE TO HDR-MITTENTE
           MOVE WS-OGGI TO HDR-DATA
           MOVE WS-SEQUENZA TO HDR-SEQUENZA
           MOVE "HQ" TO HDR-TIPO-FILE
           MOVE TST-VERSIONE-HQ TO HDR-VERSIONE
           MOVE "TrasmettiRisultati" TO HDR-PROGRAMMA
           WRITE RECORD-HQ-TESTA
           PERFORM VARYING INDICE-COMBO FROM 1 BY 1
               UNTIL INDICE-COMBO > WS-NUM-COMBO
           MOVE WS-NOME-HQ TO LOG-NOME-FILE
           WRITE RECORD-LOG
           CLOSE FILE-LOG.

           COPY TESTATA-CONTROLLI.
