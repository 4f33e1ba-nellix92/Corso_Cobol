      *di pagina con data e numero pagina, e un totale generale
      *verificato contro il trailer TRL del file. Scrive su
      *Vendite-stampa.txt, impaginato a 55 righe.
      *Il tabulato e' della societa' di lavoro scelta dopo il
      *sign-on, o del consolidato "GR" senza le vendite infragruppo;
      *il riscontro con il trailer resta sull'intero file.
      *Su molti anni il tabulato tiene occupato il terminale: dopo
      *l'anno si puo' metterlo in coda per la finestra batch
      *(RICHIESTA-ACCODA); CODA-REPORT lo rilancia con i parametri
      *in NOTA_RICHIESTA e il tabulato va nel file della richiesta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDITE-STATUS.
           SELECT FILE-STAMPA
               ASSIGN TO WS-NOME-STAMPA
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
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

       FD FILE-STAMPA.
       01 RIGA-STAMPA PIC X(80).
       01 WS-VENDITE-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-ANNO-FILTRO PIC 9(4).
       01 WS-NOME-STAMPA PIC X(30) VALUE "Vendite-stampa.txt".
      *Esecuzione subito o in coda per la finestra batch.
       01 WS-MODO-ESECUZIONE PIC X.
       01 WS-RIC-PROGRAMMA PIC X(20) VALUE "StampaVendite".
       01 WS-RIC-PARAMETRI PIC X(20).
       01 WS-RIC-NUMERO PIC 9(6).
       01 WS-RIC-ESITO PIC 9.
       COPY RICHIESTA-AMBIENTE.
      *Matrice regione x mese filtrata per anno, piu' i totali di
      *tutto il file per il riscontro con il trailer.
       01 REGION-MONTH-MATRIX.
       01 WS-REGIONI-SCOPE PIC X(20).
       01 WS-SCOPE-TROVATO PIC X.
       01 WS-REGIONE-PERMESSA PIC X.
      *Societa' di lavoro del tabulato.
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
               WS-REGIONI-SCOPE, WS-SCOPE-TROVATO
               ON EXCEPTION MOVE "ALL" TO WS-REGIONI-SCOPE
           END-CALL
           CALL 'SceltaSocieta' USING WS-OPERATORE-ID, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "NESSUNA SOCIETA' DI LAVORO."
               STOP RUN
           END-IF
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           MOVE SPACES TO RICHIESTA-AMBIENTE
           ACCEPT RICHIESTA-AMBIENTE FROM ENVIRONMENT "NOTA_RICHIESTA"
           IF RICHIESTA-AMBIENTE NOT = SPACES
               IF RAM-PARAMETRI(1:4) IS NOT NUMERIC
                   DISPLAY "PARAMETRI DELLA RICHIESTA NON VALIDI: "
                       RAM-PARAMETRI
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RAM-PARAMETRI(1:4) TO WS-ANNO-FILTRO
               MOVE RAM-USCITA TO WS-NOME-STAMPA
           ELSE
               DISPLAY "Anno da stampare (0 = tutti gli anni): "
               ACCEPT WS-ANNO-FILTRO
               DISPLAY "STAMPA [O]RA O IN [C]ODA PER LA NOTTE? "
               ACCEPT WS-MODO-ESECUZIONE
               IF WS-MODO-ESECUZIONE = 'C' OR WS-MODO-ESECUZIONE = 'c'
                   PERFORM ACCODA-RICHIESTA
                   STOP RUN
               END-IF
           END-IF
           PERFORM ACCUMULA-MATRICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-CORRENTE
           MOVE WS-GIORNO-CORRENTE TO RT-GIORNO
           END-PERFORM
           PERFORM STAMPA-TOTALE-GENERALE
           CLOSE FILE-STAMPA
           DISPLAY "TABULATO GENERATO: " FUNCTION TRIM(WS-NOME-STAMPA)
               " (" WS-NUMERO-PAGINA " PAGINE)"
           IF WS-SCARTATI > 0
               DISPLAY "RECORD FUORI RANGE SCARTATI: " WS-SCARTATI
           END-IF
           STOP RUN.

       ACCODA-RICHIESTA.
           MOVE SPACES TO WS-RIC-PARAMETRI
           MOVE WS-ANNO-FILTRO TO WS-RIC-PARAMETRI(1:4)
           CALL 'RICHIESTA-ACCODA' USING WS-RIC-PROGRAMMA,
               WS-OPERATORE-ID, WS-SOC-CODICE, WS-RIC-PARAMETRI,
               WS-RIC-NUMERO, WS-RIC-ESITO
               ON EXCEPTION MOVE 1 TO WS-RIC-ESITO
           END-CALL
           IF WS-RIC-ESITO = 0
               DISPLAY "RICHIESTA " WS-RIC-NUMERO " IN CODA: L'ESITO "
                   "AL PROSSIMO SIGN-ON."
           ELSE
               DISPLAY "CODA DELLE RICHIESTE NON DISPONIBILE."
           END-IF.

       ACCUMULA-MATRICE.
           OPEN INPUT FILE-VENDITE
           IF WS-VENDITE-STATUS NOT = "00"
                           MOVE TRAILER-CONTROL-TOTAL
                               TO WS-TRAILER-TOTALE
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-FILE-COUNT
                               ADD IMPORTO TO WS-FILE-TOTALE
                               CALL 'FiltroSocieta' USING SOCIETA,
                                   SOCIETA-CONTROPARTE,
                                   WS-NESSUN-CLIENTE, WS-INCLUDI
                               IF REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
                                   AND MESE >= 1 AND MESE <= 12
                                   IF (WS-ANNO-FILTRO = 0
                                       OR ANNO = WS-ANNO-FILTRO)
                                       AND WS-INCLUDI = 'S'
                                       ADD IMPORTO
                                           TO RM-CELL(REGIONE-NUM, MESE)
                                   END-IF
                               ELSE
                                   ADD 1 TO WS-SCARTATI
                               END-IF
                           END-IF
                       END-IF
               END-READ
           MOVE "TOTALE GENERALE" TO RS-ETICHETTA
           MOVE WS-TOT-GENERALE TO RS-IMPORTO
           PERFORM SCRIVI-RIGA-SUBTOTALE
           MOVE SPACES TO RIGA-STAMPA
           STRING "SOCIETA': " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-STAMPA
           PERFORM SCRIVI-RIGA
      *Con l'ambito limitato il totale file nazionale non si
      *stampa: l'operatore di filiale vede solo il suo perimetro.
           IF WS-REGIONI-SCOPE = "ALL"
           MOVE RIGA-SEPARATORE TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE 3 TO WS-RIGA-CORRENTE.

           COPY TESTATA-CONTROLLI.
