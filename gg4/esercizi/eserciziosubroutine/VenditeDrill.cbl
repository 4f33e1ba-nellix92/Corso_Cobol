      *da clienti.idx), con la paginazione delle liste NOTA
      *(RIGHE-PAGINA da gestionale.cfg). Una sola schermata, dal
      *totale al movimento.
      *Dal livello anno si puo' chiedere l'esportazione completa
      *dell'anno (regioni, trimestri, mesi e movimenti) in coda per
      *la finestra batch (RICHIESTA-ACCODA): CODA-REPORT rilancia il
      *programma con i parametri in NOTA_RICHIESTA e l'esportazione
      *va nel file della richiesta, limitata alle regioni
      *dell'ambito del richiedente (GET-OPERATORE-REGIONI), cosi'
      *anche chi lavora su una filiale ottiene il suo estratto.
      *Tutti i livelli vedono solo la societa' di lavoro scelta dopo
      *il sign-on (SceltaSocieta, FiltroSocieta); la richiesta in
      *coda porta con se' la societa', e CODA-REPORT la ripassa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-ESPORTA ASSIGN TO WS-NOME-ESPORTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESPORTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
               10 DET-MESE PIC 99.
               10 DET-GIORNO PIC 99.
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(32).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-ESPORTA.
       01 RIGA-ESPORTA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VENDITE-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "VenditeDrill".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).
      *Esportazione dell'anno in coda per la finestra batch.
       01 WS-ESPORTA-STATUS PIC XX.
       01 WS-NOME-ESPORTA PIC X(30).
       01 WS-REGIONI-SCOPE PIC X(20).
       01 WS-SCOPE-TROVATO PIC X.
       01 WS-REGIONE-PERMESSA PIC X.
       01 WS-RIC-PROGRAMMA PIC X(20) VALUE "VenditeDrill".
       01 WS-RIC-PARAMETRI PIC X(20).
       01 WS-RIC-NUMERO PIC 9(6).
       01 WS-RIC-ESITO PIC 9.
      *Societa' di lavoro (SceltaSocieta, SocietaLavoro) e filtro.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       COPY RICHIESTA-AMBIENTE.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF
           CALL 'SceltaSocieta' USING WS-OPERATORE-ID, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "NESSUNA SOCIETA' DI LAVORO."
               STOP RUN
           END-IF
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           MOVE 'I' TO WS-USO-EVENTO
           MOVE SPACES TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           PERFORM VERIFICA-TESTATA-VENDITE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           CALL 'GetRegioni' USING WS-REGIONI
           MOVE "RIGHE-PAGINA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               DISPLAY "clienti.idx non apribile: i movimenti "
                   "usciranno senza cognome."
           END-IF
           MOVE SPACES TO RICHIESTA-AMBIENTE
           ACCEPT RICHIESTA-AMBIENTE FROM ENVIRONMENT "NOTA_RICHIESTA"
           IF RICHIESTA-AMBIENTE NOT = SPACES
               PERFORM ESPORTA-DALLA-CODA
               MOVE 'N' TO WS-CONTINUE
           END-IF
           PERFORM UNTIL WS-CONTINUE = 'N'
               PERFORM LIVELLO-ANNO
               DISPLAY "ALTRA INTERROGAZIONE? [Y/N]"
           END-PERFORM
           PERFORM CARICA-ANNO
           DISPLAY "---- ANNO " WS-ANNO-SCELTO
               " - TOTALI PER REGIONE - SOCIETA' " WS-SOC-CODICE
               " ----"
           PERFORM VARYING INDICE-ENTRY FROM 1 BY 1
               UNTIL INDICE-ENTRY > WS-NUM-REGIONI
               MOVE WS-REG-CODICE(INDICE-ENTRY) TO INDICE-REGIONE
               DISPLAY WS-REG-CODICE(INDICE-ENTRY) " "
                   WS-REG-NOME(INDICE-ENTRY) " " WS-TOT-ED
           END-PERFORM
           DISPLAY "REGIONE DA APRIRE (0 = TORNA, E = ESPORTA "
               "L'ANNO IN CODA PER LA NOTTE): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = 'E' OR WS-CAMPO-INPUT = 'e'
               PERFORM ACCODA-ESPORTAZIONE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REGIONE-SCELTA =
               FUNCTION NUMVAL(WS-CAMPO-INPUT)
           IF WS-REGIONE-SCELTA >= 1 AND WS-REGIONE-SCELTA <= 10
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND ANNO = WS-ANNO-SCELTO
                           AND REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
                           AND MESE >= 1 AND MESE <= 12
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               ADD IMPORTO
                                   TO WS-RM-CELL(REGIONE-NUM, MESE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           AND DET-REGIONE-NUM = WS-REGIONE-SCELTA
                           AND DET-ANNO = WS-ANNO-SCELTO
                           AND DET-MESE = WS-MESE-SCELTO
                           CALL 'FiltroSocieta' USING DET-SOCIETA,
                               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               PERFORM MOSTRA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               ACCEPT WS-PAUSA
               MOVE 0 TO WS-CONTATORE-RIGHE
           END-IF.

       ACCODA-ESPORTAZIONE.
           MOVE SPACES TO WS-RIC-PARAMETRI
           MOVE WS-ANNO-SCELTO TO WS-RIC-PARAMETRI(1:4)
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

      *Esportazione dalla coda: anno nei parametri, file della
      *richiesta, solo le regioni dell'ambito del richiedente.
       ESPORTA-DALLA-CODA.
           IF RAM-PARAMETRI(1:4) IS NOT NUMERIC
               DISPLAY "PARAMETRI DELLA RICHIESTA NON VALIDI: "
                   RAM-PARAMETRI
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE RAM-PARAMETRI(1:4) TO WS-ANNO-SCELTO
           CALL 'GET-OPERATORE-REGIONI' USING WS-OPERATORE-ID,
               WS-REGIONI-SCOPE, WS-SCOPE-TROVATO
               ON EXCEPTION MOVE "ALL" TO WS-REGIONI-SCOPE
           END-CALL
           INITIALIZE WS-MATRICE
           PERFORM CARICA-ANNO
           MOVE RAM-USCITA TO WS-NOME-ESPORTA
           OPEN OUTPUT FILE-ESPORTA
           IF WS-ESPORTA-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE SCRIVERE " WS-NOME-ESPORTA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RIGA-ESPORTA
           STRING "VENDITE ANNO " WS-ANNO-SCELTO " - SOCIETA' "
               WS-SOC-CODICE " - RICHIESTA " RAM-NUMERO " DI "
               WS-OPERATORE-ID
               DELIMITED BY SIZE INTO RIGA-ESPORTA
           WRITE RIGA-ESPORTA
           PERFORM VARYING INDICE-ENTRY FROM 1 BY 1
               UNTIL INDICE-ENTRY > WS-NUM-REGIONI
               MOVE WS-REG-CODICE(INDICE-ENTRY) TO WS-REGIONE-SCELTA
               CALL 'REGIONE-PERMESSA' USING WS-REGIONI-SCOPE,
                   WS-REGIONE-SCELTA, WS-REGIONE-PERMESSA
                   ON EXCEPTION MOVE 'S' TO WS-REGIONE-PERMESSA
               END-CALL
               IF WS-REGIONE-PERMESSA = 'S'
                   AND WS-REGIONE-SCELTA >= 1
                   AND WS-REGIONE-SCELTA <= 10
                   PERFORM ESPORTA-REGIONE
               END-IF
           END-PERFORM
           CLOSE FILE-ESPORTA
           DISPLAY "ESPORTAZIONE SCRITTA IN " WS-NOME-ESPORTA.

       ESPORTA-REGIONE.
           MOVE SPACES TO RIGA-ESPORTA
           WRITE RIGA-ESPORTA
           MOVE 0 TO WS-TOT-LAVORO
           PERFORM VARYING INDICE-MESE FROM 1 BY 1
               UNTIL INDICE-MESE > 12
               ADD WS-RM-CELL(WS-REGIONE-SCELTA, INDICE-MESE)
                   TO WS-TOT-LAVORO
           END-PERFORM
           MOVE WS-TOT-LAVORO TO WS-TOT-ED
           MOVE SPACES TO RIGA-ESPORTA
           STRING "REGIONE " WS-REG-CODICE(INDICE-ENTRY) " "
               WS-REG-NOME(INDICE-ENTRY) " " WS-TOT-ED
               DELIMITED BY SIZE INTO RIGA-ESPORTA
           WRITE RIGA-ESPORTA
           PERFORM VARYING INDICE-TRIM FROM 1 BY 1
               UNTIL INDICE-TRIM > 4
               MOVE 0 TO WS-TOT-LAVORO
               COMPUTE INDICE-MESE = (INDICE-TRIM - 1) * 3 + 1
               PERFORM 3 TIMES
                   ADD WS-RM-CELL(WS-REGIONE-SCELTA, INDICE-MESE)
                       TO WS-TOT-LAVORO
                   ADD 1 TO INDICE-MESE
               END-PERFORM
               MOVE WS-TOT-LAVORO TO WS-TOT-ED
               MOVE SPACES TO RIGA-ESPORTA
               STRING "  T" INDICE-TRIM "  " WS-TOT-ED
                   DELIMITED BY SIZE INTO RIGA-ESPORTA
               WRITE RIGA-ESPORTA
           END-PERFORM
           PERFORM VARYING INDICE-MESE FROM 1 BY 1
               UNTIL INDICE-MESE > 12
               CALL 'GetMeseAbbrev' USING INDICE-MESE,
                   WS-MESE-ABBREV
               MOVE WS-RM-CELL(WS-REGIONE-SCELTA, INDICE-MESE)
                   TO WS-TOT-ED
               MOVE SPACES TO RIGA-ESPORTA
               STRING "    " INDICE-MESE " " WS-MESE-ABBREV "  "
                   WS-TOT-ED
                   DELIMITED BY SIZE INTO RIGA-ESPORTA
               WRITE RIGA-ESPORTA
           END-PERFORM
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           AND DET-REGIONE-NUM = WS-REGIONE-SCELTA
                           AND DET-ANNO = WS-ANNO-SCELTO
                           CALL 'FiltroSocieta' USING DET-SOCIETA,
                               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               PERFORM ESPORTA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       ESPORTA-MOVIMENTO.
           MOVE SPACES TO WS-COGNOME-LAVORO
           IF WS-CLIENTI-STATUS = "00"
               MOVE DET-ID-CLIENTE TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       MOVE "??????????" TO WS-COGNOME-LAVORO
                   NOT INVALID KEY
                       MOVE COGNOME-IDX TO WS-COGNOME-LAVORO
               END-READ
           END-IF
           MOVE DET-IMPORTO TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-ESPORTA
           STRING "      " DET-DATA " CLIENTE " DET-ID-CLIENTE " "
               WS-COGNOME-LAVORO " " WS-IMPORTO-ED
               DELIMITED BY SIZE INTO RIGA-ESPORTA
           WRITE RIGA-ESPORTA.

           COPY TESTATA-CONTROLLI.
