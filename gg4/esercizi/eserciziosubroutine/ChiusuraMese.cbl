      *viveva su un foglio plastificato - consolidare e prendere in
      *carico i feed, rilavorare i rigetti, spiegare le anomalie,
      *passare il budget, verificare la completezza, eseguire
      *ChiusuraPeriodo, riconciliare l'indicizzato, controllare
      *l'integrita' dei file legati al cliente, distribuire i
      *pacchetti. FineAnno lo fa per dicembre; questo lo fa per
      *ogni mese: per un anno/mese dato verifica (o esegue, dove il
      *controllo E' l'esecuzione, come la riconciliazione) ogni
      *si ricontrollano solo le voci fallite (le passate escono
      *SALTATO). Anno e mese da ambiente (CHIUSURA_ANNO,
      *CHIUSURA_MESE) o a video.
      *La chiusura e' della societa' di lavoro (variabile SOCIETA,
      *vuota = la principale; "GR" = tutto il gruppo): contano i
      *suoi record del master, e stato e lista hanno il codice nel
      *nome (NomeFileSocieta) perche' ogni societa' chiude per conto
      *suo.
      *La voce CREDITI-GL chiede che la riconciliazione del
      *partitario con il conto crediti (RiconciliaCrediti) sia stata
      *elaborata per il mese e che l'ultimo giro sia firmato.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           FILE STATUS IS WS-STATO-STATUS.
           SELECT FILE-LISTA ASSIGN TO WS-NOME-LISTA
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-RIC-CREDITI
               ASSIGN TO "Riconciliazione-crediti-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RIC-CREDITI-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88 PERIODO-CHIUSO VALUE 'C'.
               88 PERIODO-STIMATO VALUE 'E'.
           05 FILLER PIC X(14).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-GENERICO.
       01 RIGA-GENERICA PIC X(200).
       FD FILE-LISTA.
       01 RIGA-LISTA PIC X(90).

      *Registro dei giri di RiconciliaCrediti: 'G' giro, 'F' firma.
       FD FILE-RIC-CREDITI.
       01 RECORD-RIC-CREDITI.
           05 RCR-TIPO PIC X.
           05 RCR-ANNO-MESE PIC 9(6).
           05 RCR-SOCIETA PIC X(2).
           05 RCR-GIRO-ID PIC X(14).
           05 RCR-DIFFERENZA PIC S9(11)V99.
           05 RCR-NON-SPIEGATA PIC S9(11)V99.
           05 RCR-OPERATORE PIC X(8).
           05 RCR-DATA-ORA PIC X(14).
           05 RCR-NOTA PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-VENDITE-STATUS PIC XX.
       01 WS-GENERICO-STATUS PIC XX.
       01 WS-LOTTI-STATUS PIC XX.
       01 WS-STATO-STATUS PIC XX.
       01 WS-RIC-CREDITI-STATUS PIC XX.
       01 WS-ULTIMO-GIRO PIC X(14).
       01 WS-GIRO-FIRMATO PIC X.
       01 LETTURA-FILE PIC X.
       01 WS-EOF-STATO PIC X.
       01 WS-NOME-GENERICO PIC X(40).
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
      *Societa' per cui si chiude.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       01 WS-NOME-BASE PIC X(40).
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "SOCIETA' " WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "CHIUSURA_ANNO"
           ACCEPT WS-MESE-TESTO FROM ENVIRONMENT "CHIUSURA_MESE"
           IF WS-ANNO-TESTO NOT = SPACES
           END-IF
           COMPUTE WS-ANNO-MESE =
               WS-ANNO-CHIUSURA * 100 + WS-MESE-CHIUSURA
           MOVE SPACES TO WS-NOME-BASE
           STRING "chiusura-mese-" WS-ANNO-MESE ".stato"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-STATO
           MOVE SPACES TO WS-NOME-BASE
           STRING "chiusura-mese-" WS-ANNO-MESE ".txt"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-LISTA
           PERFORM CARICA-STATO
           PERFORM LEGGI-PERIODO-MASTER
           OPEN OUTPUT FILE-LISTA
           MOVE SPACES TO RIGA-LISTA
           STRING "LISTA DI CHIUSURA " WS-MESE-CHIUSURA "/"
               WS-ANNO-CHIUSURA " - SOCIETA' " WS-SOC-CODICE " "
               WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-LISTA
           WRITE RIGA-LISTA
           MOVE ALL "-" TO RIGA-LISTA
           PERFORM VOCE-CHIUSURA
           MOVE "RICONCILIA" TO WS-VOCE-CORRENTE
           PERFORM VOCE-RICONCILIA
           MOVE "INTEGRITA" TO WS-VOCE-CORRENTE
           PERFORM VOCE-INTEGRITA
           MOVE "CREDITI-GL" TO WS-VOCE-CORRENTE
           PERFORM VOCE-CREDITI-GL
           MOVE "PACCHETTI" TO WS-VOCE-CORRENTE
           PERFORM VOCE-PACCHETTI
           MOVE SPACES TO RIGA-LISTA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       MOVE 'S' TO WS-INCLUDI
                       IF WS-SOC-CODICE NOT = "GR"
                           AND TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE,
                               WS-NESSUN-CLIENTE, WS-INCLUDI
                       END-IF
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND ANNO = WS-ANNO-CHIUSURA
                           AND MESE = WS-MESE-CHIUSURA
                           AND WS-INCLUDI = 'S'
                           ADD 1 TO WS-PERIODO-RECORD
                           IF PERIODO-APERTO
                               ADD 1 TO WS-PERIODO-APERTI
               PERFORM SEGNA-FAIL
           END-IF.

      *Anche l'integrita' e' l'esecuzione: IntegritaClienti
      *controlla ogni ID cliente dei file piatti contro clienti.idx e
      *torna diverso da zero se trova eccezioni.
       VOCE-INTEGRITA.
           PERFORM VOCE-GIA-PASSATA
           IF WS-VOCE-GIA-PASSATA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL 'IntegritaClienti'
               ON EXCEPTION MOVE 8 TO RETURN-CODE
           END-CALL
           IF RETURN-CODE = 0
               PERFORM SEGNA-PASS
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE "ECCEZIONI IN clienti-integrita.txt"
                   TO WS-NOME-GENERICO
               PERFORM SEGNA-FAIL
           END-IF.

      *Riconciliazione partitario / conto crediti: l'ultimo giro
      *del mese per la societa' deve avere la sua firma.
       VOCE-CREDITI-GL.
           PERFORM VOCE-GIA-PASSATA
           IF WS-VOCE-GIA-PASSATA = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ULTIMO-GIRO
           MOVE 'N' TO WS-GIRO-FIRMATO
           OPEN INPUT FILE-RIC-CREDITI
           IF WS-RIC-CREDITI-STATUS = "00"
               MOVE 'N' TO LETTURA-FILE
               PERFORM UNTIL LETTURA-FILE = 'Y'
                   READ FILE-RIC-CREDITI
                       AT END
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           IF RCR-ANNO-MESE = WS-ANNO-MESE
                               AND RCR-SOCIETA = WS-SOC-CODICE
                               IF RCR-TIPO = 'G'
                                   MOVE RCR-GIRO-ID TO WS-ULTIMO-GIRO
                                   MOVE 'N' TO WS-GIRO-FIRMATO
                               END-IF
                               IF RCR-TIPO = 'F'
                                   AND RCR-GIRO-ID = WS-ULTIMO-GIRO
                                   MOVE 'S' TO WS-GIRO-FIRMATO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-RIC-CREDITI
           END-IF
           EVALUATE TRUE
               WHEN WS-ULTIMO-GIRO = SPACES
                   MOVE "RICONCILIAZIONE CREDITI NON ELABORATA"
                       TO WS-NOME-GENERICO
                   PERFORM SEGNA-FAIL
               WHEN WS-GIRO-FIRMATO NOT = 'S'
                   MOVE "RICONCILIAZIONE CREDITI NON FIRMATA"
                       TO WS-NOME-GENERICO
                   PERFORM SEGNA-FAIL
               WHEN OTHER
                   PERFORM SEGNA-PASS
           END-EVALUATE.

       VOCE-PACCHETTI.
           PERFORM VOCE-GIA-PASSATA
           IF WS-VOCE-GIA-PASSATA = 'S'
                   DELIMITED BY SIZE INTO WS-NOME-GENERICO
               PERFORM SEGNA-FAIL
           END-IF.

           COPY TESTATA-CONTROLLI.
