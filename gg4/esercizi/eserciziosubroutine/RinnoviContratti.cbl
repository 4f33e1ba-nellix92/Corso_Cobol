       IDENTIFICATION DIVISION.
       PROGRAM-ID. RinnoviContratti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Rinnovi in arrivo dei contratti di servizio: elenca in
      *Contratti-rinnovi.txt i contratti attivi che scadono entro i
      *prossimi giorni (gestionale.cfg, chiave
      *CONTRATTI-RINNOVO-GIORNI, predefinita 90), in ordine di
      *scadenza, con cliente, agente responsabile, canone e valore
      *annuo. Per ogni contratto apre anche una NOTA di lavoro di
      *categoria RINNOVO (NOTA-CLIENTE-CREA) intestata all'agente
      *che ha il cliente oggi (AgenteCliente; senza agente va a chi
      *segue gia' il cliente), da lavorare entro trenta giorni
      *prima della scadenza. Il nome della nota porta contratto e
      *scadenza: il giro di ogni notte non la raddoppia, e dopo un
      *rinnovo la scadenza nuova apre a suo tempo una nota nuova.
      *Con RINNOVI_NOTE=N solo la lista. Gira di notte nel batch
      *(job RINNOVI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONTRATTI ASSIGN TO "Contratti-servizio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTRATTI-STATUS.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-REPORT ASSIGN TO "Contratti-rinnovi.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-CONTRATTI.
       COPY CONTRATTO-SERVIZIO.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-CONTRATTI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-CLIENTI-APERTO PIC X VALUE 'N'.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-OGGI-INTERO PIC 9(7).
       01 WS-LIMITE PIC 9(8).
       01 WS-GIORNI-FINESTRA PIC 9(3) VALUE 90.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-GENERA-NOTE PIC X VALUE 'S'.
      *Contratti in scadenza nella finestra, ordinati per scadenza.
       01 WS-NUM-RINNOVI PIC 9(4) VALUE 0.
       01 WS-RINNOVI-TABELLA.
           05 WS-RIN-ENTRY OCCURS 2000 TIMES.
               10 WS-RIN-RECORD PIC X(73).
               10 WS-RIN-GIORNI PIC 9(3).
               10 WS-RIN-ESITO PIC X(16).
       01 WS-RIN-SCAMBIO PIC X(92).
       01 INDICE-RINNOVO PIC 9(4).
       01 INDICE-CONFRONTO PIC 9(4).
       01 INDICE-MINIMO PIC 9(4).
       01 WS-RINNOVI-PIENO PIC X VALUE 'N'.
       01 WS-CHIAVE-A PIC 9(14).
       01 WS-CHIAVE-B PIC 9(14).
      *Cliente e agente della riga.
       01 WS-NOMINATIVO PIC X(21).
       01 WS-AGENTE PIC X(8).
       01 WS-AGENTE-TROVATO PIC X.
       01 WS-VALORE-ANNUO PIC 9(7)V99.
       01 WS-RATE-ANNUE PIC 99.
      *Nota di rinnovo.
       01 WS-NOTA-NOME PIC X(20).
       01 WS-NOTA-CATEGORIA PIC X(20) VALUE "RINNOVO".
       01 WS-NOTA-TESTO PIC X(300).
       01 WS-NOTA-CLIENTE PIC 9(6).
       01 WS-NOTA-SCADENZA PIC 9(8).
       01 WS-NOTA-AUTORE PIC X(8) VALUE "BATCH".
       01 WS-NOTA-ASSEGNATARIO PIC X(8).
       01 WS-NOTA-ESITO PIC 9.
           88 NOTA-CREATA VALUE 0.
           88 NOTA-ERRORE VALUE 1.
           88 NOTA-GIA-PRESENTE VALUE 2.
       01 WS-SCADENZA-INTERO PIC 9(7).
       01 WS-NOTE-CREATE PIC 9(4) VALUE 0.
       01 WS-NOTE-PRESENTI PIC 9(4) VALUE 0.
       01 WS-NOTE-MANCATE PIC 9(4) VALUE 0.
       01 WS-DATA-ED PIC X(10).
       01 WS-DATA-LAV PIC 9(8).
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "CONTRATTI".
       01 WS-SPOOL-NOME PIC X(40) VALUE "Contratti-rinnovi.txt".
       01 WS-SPOOL-ESITO PIC 9.
       01 WS-IMPORTO-ED PIC Z(4)9.99.
       01 WS-VALORE-ED PIC Z(6)9.99.
       01 WS-CONTA-ED PIC Z(3)9.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           COMPUTE WS-OGGI-INTERO = FUNCTION INTEGER-OF-DATE(WS-OGGI)
           MOVE "CONTRATTI-RINNOVO-GIORNI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               AND FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
               COMPUTE WS-GIORNI-FINESTRA =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER(
               WS-OGGI-INTERO + WS-GIORNI-FINESTRA)
           ACCEPT WS-GENERA-NOTE FROM ENVIRONMENT "RINNOVI_NOTE"
           IF WS-GENERA-NOTE = 'n'
               MOVE 'N' TO WS-GENERA-NOTE
           END-IF
           IF WS-GENERA-NOTE NOT = 'N'
               MOVE 'S' TO WS-GENERA-NOTE
           END-IF
           PERFORM CARICA-IN-SCADENZA
           IF WS-RINNOVI-PIENO = 'S'
               DISPLAY "OLTRE 2000 CONTRATTI IN SCADENZA: LISTA "
                   "TRONCATA."
           END-IF
           PERFORM ORDINA-RINNOVI
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE 'S' TO WS-CLIENTI-APERTO
           END-IF
           PERFORM SCRIVI-REPORT
           IF WS-CLIENTI-APERTO = 'S'
               CLOSE CLIENTI-IDX
           END-IF
           DISPLAY "CONTRATTI IN SCADENZA ENTRO " WS-LIMITE ": "
               WS-NUM-RINNOVI " (NOTE CREATE " WS-NOTE-CREATE
               ", GIA' PRESENTI " WS-NOTE-PRESENTI ", NON CREATE "
               WS-NOTE-MANCATE ") - Contratti-rinnovi.txt"
           GOBACK.

      *Solo i contratti attivi: un contratto disdetto scade per
      *scelta e non va rinnovato.
       CARICA-IN-SCADENZA.
           OPEN INPUT FILE-CONTRATTI
           IF WS-CONTRATTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-CONTRATTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF CTR-NUMERO IS NUMERIC AND CTR-NUMERO > 0
                           AND CTR-ATTIVO
                           AND CTR-DATA-FINE NOT < WS-OGGI
                           AND CTR-DATA-FINE NOT > WS-LIMITE
                           PERFORM ACCODA-RINNOVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CONTRATTI.

       ACCODA-RINNOVO.
           IF WS-NUM-RINNOVI >= 2000
               MOVE 'S' TO WS-RINNOVI-PIENO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-RINNOVI
           MOVE RECORD-CONTRATTO TO WS-RIN-RECORD(WS-NUM-RINNOVI)
           COMPUTE WS-RIN-GIORNI(WS-NUM-RINNOVI) =
               FUNCTION INTEGER-OF-DATE(CTR-DATA-FINE)
               - WS-OGGI-INTERO
           MOVE SPACES TO WS-RIN-ESITO(WS-NUM-RINNOVI).

      *Ordinamento per scadenza e numero di contratto (selezione).
       ORDINA-RINNOVI.
           PERFORM VARYING INDICE-RINNOVO FROM 1 BY 1
               UNTIL INDICE-RINNOVO >= WS-NUM-RINNOVI
               MOVE INDICE-RINNOVO TO INDICE-MINIMO
               MOVE WS-RIN-RECORD(INDICE-MINIMO) TO RECORD-CONTRATTO
               COMPUTE WS-CHIAVE-A = CTR-DATA-FINE * 1000000
                   + CTR-NUMERO
               PERFORM VARYING INDICE-CONFRONTO
                   FROM INDICE-RINNOVO BY 1
                   UNTIL INDICE-CONFRONTO > WS-NUM-RINNOVI
                   MOVE WS-RIN-RECORD(INDICE-CONFRONTO)
                       TO RECORD-CONTRATTO
                   COMPUTE WS-CHIAVE-B = CTR-DATA-FINE * 1000000
                       + CTR-NUMERO
                   IF WS-CHIAVE-B < WS-CHIAVE-A
                       MOVE INDICE-CONFRONTO TO INDICE-MINIMO
                       MOVE WS-CHIAVE-B TO WS-CHIAVE-A
                   END-IF
               END-PERFORM
               IF INDICE-MINIMO NOT = INDICE-RINNOVO
                   MOVE WS-RIN-ENTRY(INDICE-RINNOVO) TO WS-RIN-SCAMBIO
                   MOVE WS-RIN-ENTRY(INDICE-MINIMO)
                       TO WS-RIN-ENTRY(INDICE-RINNOVO)
                   MOVE WS-RIN-SCAMBIO TO WS-RIN-ENTRY(INDICE-MINIMO)
               END-IF
           END-PERFORM.

       SCRIVI-REPORT.
           CALL 'REGISTRA-GENERATO' USING WS-SPOOL-NOME
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CONTRATTI DI SERVIZIO IN SCADENZA DAL " WS-OGGI
               " AL " WS-LIMITE " (" WS-GIORNI-FINESTRA " GIORNI)"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-GENERA-NOTE = 'N'
               MOVE "NOTE DI RINNOVO NON RICHIESTE (RINNOVI_NOTE=N)"
                   TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "CONTR.  SCADENZA GG  CLIENTE NOMINATIVO            "
               & "AGENTE   PRODOTTO F    CANONE  VALORE ANNUO NOTA"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-RINNOVO FROM 1 BY 1
               UNTIL INDICE-RINNOVO > WS-NUM-RINNOVI
               PERFORM SCRIVI-RIGA-RINNOVO
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-NUM-RINNOVI TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "CONTRATTI IN SCADENZA: " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-GENERA-NOTE = 'S'
               MOVE SPACES TO RIGA-REPORT
               STRING "NOTE DI RINNOVO CREATE: " WS-NOTE-CREATE
                   "  GIA' PRESENTI: " WS-NOTE-PRESENTI
                   "  NON CREATE: " WS-NOTE-MANCATE
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           CLOSE FILE-REPORT
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-SPOOL-NOME, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.

       SCRIVI-RIGA-RINNOVO.
           MOVE WS-RIN-RECORD(INDICE-RINNOVO) TO RECORD-CONTRATTO
           MOVE "(NON IN ANAGRAFICA)" TO WS-NOMINATIVO
           IF WS-CLIENTI-APERTO = 'S'
               MOVE CTR-ID-CLIENTE TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-NOMINATIVO
                       STRING COGNOME-IDX DELIMITED BY SPACE
                           " " NOME-IDX DELIMITED BY SIZE
                           INTO WS-NOMINATIVO
               END-READ
           END-IF
           MOVE SPACES TO WS-AGENTE
           MOVE 'N' TO WS-AGENTE-TROVATO
           CALL 'AgenteCliente' USING CTR-ID-CLIENTE, WS-OGGI,
               WS-AGENTE, WS-AGENTE-TROVATO
               ON EXCEPTION
                   MOVE 'N' TO WS-AGENTE-TROVATO
           END-CALL
           IF WS-AGENTE-TROVATO NOT = 'S'
               MOVE SPACES TO WS-AGENTE
           END-IF
           EVALUATE TRUE
               WHEN CTR-MENSILE
                   MOVE 12 TO WS-RATE-ANNUE
               WHEN CTR-TRIMESTRALE
                   MOVE 4 TO WS-RATE-ANNUE
               WHEN CTR-SEMESTRALE
                   MOVE 2 TO WS-RATE-ANNUE
               WHEN OTHER
                   MOVE 1 TO WS-RATE-ANNUE
           END-EVALUATE
           COMPUTE WS-VALORE-ANNUO = CTR-IMPORTO * WS-RATE-ANNUE
           IF WS-GENERA-NOTE = 'S'
               PERFORM CREA-NOTA-RINNOVO
           END-IF
           MOVE CTR-IMPORTO TO WS-IMPORTO-ED
           MOVE WS-VALORE-ANNUO TO WS-VALORE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING CTR-NUMERO "  " CTR-DATA-FINE " "
               WS-RIN-GIORNI(INDICE-RINNOVO) " " CTR-ID-CLIENTE " "
               WS-NOMINATIVO " " WS-AGENTE " " CTR-CODICE-PRODOTTO " "
               CTR-FREQUENZA " " WS-IMPORTO-ED " " WS-VALORE-ED " "
               WS-RIN-ESITO(INDICE-RINNOVO)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *Scadenza della nota: trenta giorni prima della fine del
      *contratto, o oggi se mancano meno di trenta giorni.
       CREA-NOTA-RINNOVO.
           MOVE SPACES TO WS-NOTA-NOME
           STRING "RINN " CTR-NUMERO " " CTR-DATA-FINE
               DELIMITED BY SIZE INTO WS-NOTA-NOME
           IF WS-RIN-GIORNI(INDICE-RINNOVO) > 30
               COMPUTE WS-SCADENZA-INTERO =
                   FUNCTION INTEGER-OF-DATE(CTR-DATA-FINE) - 30
               COMPUTE WS-NOTA-SCADENZA =
                   FUNCTION DATE-OF-INTEGER(WS-SCADENZA-INTERO)
           ELSE
               MOVE WS-OGGI TO WS-NOTA-SCADENZA
           END-IF
           MOVE CTR-DATA-FINE TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE CTR-IMPORTO TO WS-IMPORTO-ED
           MOVE WS-VALORE-ANNUO TO WS-VALORE-ED
           MOVE SPACES TO WS-NOTA-TESTO
           STRING "CONTRATTO DI SERVIZIO " CTR-NUMERO
               " (PRODOTTO " CTR-CODICE-PRODOTTO ", CANONE "
               WS-IMPORTO-ED " FREQUENZA " CTR-FREQUENZA
               ", VALORE ANNUO " WS-VALORE-ED ") IN SCADENZA IL "
               WS-DATA-ED ". CONTATTARE IL CLIENTE PER IL RINNOVO "
               "(ContrattiServizio [R]) O PRENDERE ATTO DELLA "
               "DISDETTA."
               DELIMITED BY SIZE INTO WS-NOTA-TESTO
           MOVE CTR-ID-CLIENTE TO WS-NOTA-CLIENTE
           MOVE WS-AGENTE TO WS-NOTA-ASSEGNATARIO
           MOVE 1 TO WS-NOTA-ESITO
           CALL 'NOTA-CLIENTE-CREA' USING WS-NOTA-NOME,
               WS-NOTA-CATEGORIA, WS-NOTA-TESTO, WS-NOTA-CLIENTE,
               WS-NOTA-SCADENZA, WS-NOTA-AUTORE,
               WS-NOTA-ASSEGNATARIO, WS-NOTA-ESITO
               ON EXCEPTION
                   MOVE 1 TO WS-NOTA-ESITO
           END-CALL
           EVALUATE TRUE
               WHEN NOTA-CREATA AND WS-NOTA-ASSEGNATARIO = SPACES
                   ADD 1 TO WS-NOTE-CREATE
                   MOVE "NOTA PER TUTTI"
                       TO WS-RIN-ESITO(INDICE-RINNOVO)
               WHEN NOTA-CREATA
                   ADD 1 TO WS-NOTE-CREATE
                   STRING "NOTA A " WS-NOTA-ASSEGNATARIO
                       DELIMITED BY SIZE
                       INTO WS-RIN-ESITO(INDICE-RINNOVO)
               WHEN NOTA-GIA-PRESENTE
                   ADD 1 TO WS-NOTE-PRESENTI
                   MOVE "NOTA GIA' APERTA"
                       TO WS-RIN-ESITO(INDICE-RINNOVO)
               WHEN OTHER
      *Database non raggiungibile: inutile ritentare per ogni
      *contratto, il resto del giro e' solo lista.
                   ADD 1 TO WS-NOTE-MANCATE
                   MOVE "NOTA NON CREATA"
                       TO WS-RIN-ESITO(INDICE-RINNOVO)
                   MOVE 'N' TO WS-GENERA-NOTE
                   DISPLAY "NOTE DI RINNOVO NON CREATE: DATABASE "
                       "NON RAGGIUNGIBILE, SOLO LISTA."
           END-EVALUATE.

       FORMATTA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-LAV(7:2) "/" WS-DATA-LAV(5:2) "/"
               WS-DATA-LAV(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED.
