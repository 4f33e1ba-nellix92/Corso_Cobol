      *(clienti): richiama le subroutine non interattive di ciascun
      *job in sequenza e scrive un unico log consolidato con inizio,
      *fine ed esito di ogni passo.
      *Con BATCH_PROVA=S la notte gira in prova: file di input e
      *schema notadb vengono copiati in un'area di lavoro
      *(BATCH-PROVA-DIR e BATCH-PROVA-SCHEMA in gestionale.cfg), il
      *piano dei lavori gira tutto sulla copia e un report confronta
      *record e totali di controllo di ogni file prima e dopo ogni
      *passo. Produzione e registro allarmi non vengono toccati.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT LAVORI-FILE ASSIGN TO "batch-lavori.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAVORI-STATUS.
          SELECT ELENCO-PROVA-FILE ASSIGN TO "batch-prova-file.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELENCO-STATUS.
          SELECT CFG-PRODUZIONE-FILE ASSIGN TO "gestionale.cfg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.
          SELECT CFG-PROVA-FILE ASSIGN TO WS-NOME-DESTINAZIONE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-PROVA-STATUS.
          SELECT MISURA-FILE ASSIGN TO WS-NOME-MISURA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MISURA-STATUS.
          SELECT CONFRONTO-FILE ASSIGN TO WS-NOME-CONFRONTO
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
              05 LAV-TIPO PIC X.
              05 LAV-PREDECESSORI PIC X(44).

      *Giro di prova: elenco dei file da copiare e seguire (uno per
      *riga, '*' in colonna 1 per i commenti), configurazione di
      *produzione e sua copia reindirizzata, lettura generica per i
      *conteggi e report di confronto.
           FD ELENCO-PROVA-FILE.
           01 RIGA-ELENCO-PROVA PIC X(40).

           FD CFG-PRODUZIONE-FILE.
           01 RIGA-CFG-PRODUZIONE PIC X(100).

           FD CFG-PROVA-FILE.
           01 RIGA-CFG-PROVA PIC X(100).

           FD MISURA-FILE.
           01 RIGA-MISURA.
              05 MIS-TAG PIC X(3).
              05 MIS-TRL-CONTA PIC 9(6).
              05 MIS-TRL-TOTALE PIC S9(11)V99.
              05 FILLER PIC X(378).

           FD CONFRONTO-FILE.
           01 RIGA-CONFRONTO PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-NOME-LOG       PIC X(40).
           01 WS-DATA-ORA       PIC X(21).
           01 WS-BATCH-FALLITO  PIC X VALUE 'N'.
           01 WS-NUM-PASSI      PIC 99 VALUE 0.
           01 WS-PASSI-TABELLA.
               05 WS-PASSO-ENTRY OCCURS 40 TIMES.
                   10 WS-PASSO-NOME PIC X(10).
                   10 WS-PASSO-ESITO PIC X(7).
           01 INDICE-PASSO      PIC 99.
           01 WS-LAVORI-STATUS  PIC XX.
           01 WS-NUM-LAVORI     PIC 99 VALUE 0.
           01 WS-LAVORI-TABELLA.
               05 WS-LAVORO-ENTRY OCCURS 40 TIMES.
                   10 WS-LAV-NOME PIC X(10).
                   10 WS-LAV-TIPO PIC X.
                   10 WS-LAV-PRED OCCURS 4 TIMES PIC X(10).
           01 WS-FINE-MESE      PIC X VALUE 'N'.
           01 WS-EOF-CAL        PIC X.
           01 WS-ANNI-ARCHIVIO  PIC X(4).
           01 WS-RC-NOTIFICHE   PIC 99.
      *Giorno della settimana della verifica archivi (1 lunedi' ..
      *7 domenica), da VERIFICA-ARCHIVI-GIORNO in gestionale.cfg.
           01 WS-GIORNO-SETTIMANA PIC 9.
           01 WS-GIORNO-VERIFICA PIC 9 VALUE 1.
           01 WS-CFG-CHIAVE     PIC X(30).
           01 WS-CFG-VALORE     PIC X(60).
           01 WS-CFG-TROVATO    PIC X.

      *Totali passati alle subroutine VENDITE, stesso schema usato da
      *Main.cbl/ESEGUI-TUTTI-REPORT.
               88 SCADENZE-OK     VALUE 0.
               88 SCADENZE-ERRORE VALUE 1.

           01 LNK-RECLAMI-STATUS PIC 9.
               88 RECLAMI-OK     VALUE 0.
               88 RECLAMI-ERRORE VALUE 1.

           01 LNK-ALLEGATI-STATUS PIC 9.
               88 ALLEGATI-OK     VALUE 0.
               88 ALLEGATI-ERRORE VALUE 1.

           01 LNK-AUDIT-STATUS PIC 9.
               88 AUDIT-OK     VALUE 0.
               88 AUDIT-ERRORE VALUE 1.

           01 LNK-CATENA-STATUS PIC 9.
               88 CATENA-OK     VALUE 0.
               88 CATENA-ERRORE VALUE 1.

           01 LNK-REPLICA-STATUS PIC 9.
               88 REPLICA-OK     VALUE 0.
               88 REPLICA-ERRORE VALUE 1.

           01 LNK-KPI-STATUS PIC 9.
               88 KPI-OK     VALUE 0.
               88 KPI-ERRORE VALUE 1.
               88 TRIMESTRE-OK      VALUE 0.
               88 TRIMESTRE-ERRORE  VALUE 1.

      *Giro di prova (BATCH_PROVA=S): area di lavoro, rifiuto se
      *coincide con la produzione (stesse regole di
      *COPIA-MASCHERATA), schema e utente Postgres di prova.
           01 WS-PROVA          PIC X VALUE 'N'.
           01 WS-ELENCO-STATUS  PIC XX.
           01 WS-CFG-STATUS     PIC XX.
           01 WS-CFG-PROVA-STATUS PIC XX.
           01 WS-MISURA-STATUS  PIC XX.
           01 WS-EOF-PROVA      PIC X.
           01 WS-DIR-PROVA      PIC X(80).
           01 WS-DIR-PRODUZIONE PIC X(80).
           01 WS-DIR-CONFRONTO  PIC X(80).
           01 WS-DIR-LUNGHEZZA  PIC 99.
           01 WS-POSIZIONE      PIC 99.
           01 WS-ULTIMA-BARRA   PIC 99.
           01 WS-RIFIUTO        PIC X(60) VALUE SPACES.
           01 WS-NOME-FILE-CLIENTI PIC X(60) VALUE "clienti.idx".
           01 WS-NOME-FILE-VENDITE PIC X(60) VALUE SPACES.
           01 WS-NOME-LETTURA   PIC X(60).
           01 WS-NOME-COPIA     PIC X(40).
           01 WS-NOME-DESTINAZIONE PIC X(120).
           01 WS-NOME-MISURA    PIC X(40).
           01 WS-NOME-CONFRONTO PIC X(40).
           01 WS-NOME-AGGIUNTA  PIC X(40).
           01 WS-CHIAVE-LUNGHEZZA PIC 99.
           01 WS-CONTA-IDX      PIC 99.
           01 WS-ANNO-CORSA     PIC 9(4).
           01 WS-ANNO-LIMITE    PIC 9(4).
           01 WS-PRV-COPIATI    PIC 9(3) VALUE 0.
           01 WS-PRV-FALLITI    PIC 9(3) VALUE 0.
           01 WS-PRV-CAMBI      PIC 9(3).
           01 WS-PRV-PASSI-KO   PIC 99.
           01 WS-PRV-SCHEMA     PIC X(30) VALUE "batch_prova".
           01 WS-PRV-DBUSER     PIC X(30) VALUE "batch_prova".
           01 WS-PRV-DBPASS     PIC X(30) VALUE SPACES.
           01 WS-PRV-TABELLE    PIC 9(3) VALUE 0.
           01 WS-PRV-DB-ESITO   PIC 9.
           01 WS-PRV-DB-MOTIVO  PIC X(60).
      *Esistenza, dimensione e ora di modifica (CBL_CHECK_FILE_EXIST).
           01 INFO-FILE.
               05 INFO-DIMENSIONE PIC X(8) COMP-X.
               05 INFO-GG PIC X COMP-X.
               05 INFO-MM PIC X COMP-X.
               05 INFO-AAAA PIC XX COMP-X.
               05 INFO-ORE PIC X COMP-X.
               05 INFO-MIN PIC X COMP-X.
               05 INFO-SEC PIC X COMP-X.
               05 INFO-CEN PIC X COMP-X.
      *File seguiti nel giro di prova: la misura di inizio giro e
      *quella dopo l'ultimo passo che li ha toccati. Gli indicizzati
      *si misurano in byte; per i sequenziali contano le righe dati
      *e, se c'e' il trailer, il suo totale di controllo.
           01 WS-PRV-NUM-FILE   PIC 9(3) VALUE 0.
           01 WS-PRV-FILE-TABELLA.
               05 WS-PRV-FILE OCCURS 300 TIMES.
                   10 WS-PRV-NOME PIC X(40).
                   10 WS-PRV-BINARIO PIC X.
                   10 WS-PRV-SEGUITO PIC X.
                   10 WS-PRV-INIZIO PIC X(46).
                   10 WS-PRV-ULTIMA PIC X(46).
           01 INDICE-PROVA      PIC 9(3).
           01 INDICE-ELENCO     PIC 9(3).
           01 WS-MISURA.
               05 WS-MIS-ESISTE PIC X.
               05 WS-MIS-RECORD PIC 9(9).
               05 WS-MIS-TRL PIC X.
               05 WS-MIS-TOTALE PIC S9(13)V99.
               05 WS-MIS-DIMENSIONE PIC 9(12).
               05 WS-MIS-MARCA PIC X(8).
           01 WS-MISURA-PRIMA.
               05 WS-MPR-ESISTE PIC X.
               05 WS-MPR-RECORD PIC 9(9).
               05 WS-MPR-TRL PIC X.
               05 WS-MPR-TOTALE PIC S9(13)V99.
               05 WS-MPR-DIMENSIONE PIC 9(12).
               05 WS-MPR-MARCA PIC X(8).
           01 WS-CNF-PASSO      PIC X(10).
           01 WS-ED-NUMERO      PIC Z(11)9.
           01 WS-ED-TOTALE      PIC -(13)9.99.
           01 WS-ED-CONTA       PIC ZZ9.
           01 WS-RIGA-CONFRONTO.
               05 WS-RC-PASSO PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-RC-FILE PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 WS-RC-RECORD-PRIMA PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 WS-RC-RECORD-DOPO PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 WS-RC-TOTALE-PRIMA PIC X(17).
               05 FILLER PIC X VALUE SPACE.
               05 WS-RC-TOTALE-DOPO PIC X(17).
               05 FILLER PIC X VALUE SPACE.
               05 WS-RC-NOTA PIC X(18).
           COPY BATCH-PROVA-FILE.

       PROCEDURE DIVISION.
           MAIN.
           ACCEPT WS-PROVA FROM ENVIRONMENT "BATCH_PROVA"
           IF WS-PROVA = 's'
               MOVE 'S' TO WS-PROVA
           END-IF
           ACCEPT WS-RESTART FROM ENVIRONMENT "BATCH_RESTART"
           IF WS-RESTART = 's'
               MOVE 'S' TO WS-RESTART
           END-IF
      *Il giro di prova riparte sempre da capo su una copia fresca.
           IF WS-PROVA = 'S'
               MOVE 'N' TO WS-RESTART
           END-IF
           IF WS-RESTART = 'S'
               PERFORM CARICA-STATO
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-OGGI
      *Da qui in poi, in prova, ogni nome di file relativo punta
      *alla copia: la directory corrente e' l'area di lavoro.
           IF WS-PROVA = 'S'
               PERFORM PREPARA-PROVA
           END-IF
           PERFORM CONTROLLA-DOPPIA-ESECUZIONE
           PERFORM LEGGI-CALENDARIO
           PERFORM APRI-LOG
           IF WS-PROVA = 'S'
               PERFORM APRI-CONFRONTO
           END-IF
           IF WS-TIPO-GIORNO = 'F'
               MOVE SPACES TO RIGA-LOG
               STRING "GIORNO NON LAVORATIVO (" WS-DATA-OGGI
                   "): ESECUZIONE SALTATA"
                   DELIMITED BY SIZE INTO RIGA-LOG
               WRITE RIGA-LOG
               IF WS-PROVA = 'S'
                   PERFORM CHIUDI-CONFRONTO
               END-IF
               PERFORM CHIUDI-LOG
               STOP RUN
           END-IF
                   "preflight-report.txt"
                   DELIMITED BY SIZE INTO RIGA-LOG
               WRITE RIGA-LOG
               PERFORM AVVISA-REPERIBILE
               IF WS-PROVA = 'S'
                   PERFORM CHIUDI-CONFRONTO
               END-IF
               PERFORM CHIUDI-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM JOB-MONITOR
               PERFORM JOB-CONSOLIDA
               PERFORM JOB-CONTRATTI
               PERFORM JOB-VENDITE
               PERFORM JOB-RICONCILIA
               PERFORM JOB-QUADRATURA
               PERFORM JOB-ANOMALIE
               PERFORM JOB-ORDINI
               PERFORM JOB-MAGAZZINO
               PERFORM JOB-PUNTI
               PERFORM JOB-NOTE
               PERFORM JOB-SCADENZE
               PERFORM JOB-RECLAMI
               PERFORM JOB-ALLEGATI
               PERFORM JOB-AUDIT
               PERFORM JOB-CATENA
               PERFORM JOB-CLIENTI
               PERFORM JOB-INTEGRITA
               PERFORM JOB-OPSYNC
               PERFORM JOB-AGENTI
               PERFORM JOB-RINNOVI
               PERFORM JOB-ASSENZE
      *I lavori pesanti di fine periodo (archiviazione) partono da
      *soli sull'ultimo giorno lavorativo segnato in calendario,
      *senza dipendere dalla memoria di un umano.
               IF WS-FINE-MESE = 'S'
                   PERFORM JOB-ARCHIVIO
               END-IF
               PERFORM JOB-VERIFICA
               PERFORM JOB-REPLICA
               PERFORM JOB-KPI
               PERFORM JOB-RICHIESTE
               PERFORM JOB-PULIZIA
           END-IF
           PERFORM REGISTRA-DATA-ESECUZIONE
           PERFORM AVVISA-REPERIBILE
           IF WS-PROVA = 'S'
               PERFORM CHIUDI-CONFRONTO
           END-IF
           PERFORM CHIUDI-LOG
      *RETURN-CODE diverso da zero quando un passo ha fallito: lo
      *schedulatore deve svegliare l'operatore, non scoprirlo alle 9.
                       MOVE 'Y' TO WS-EOF-CAL
                   NOT AT END
                       IF LAV-NOME NOT = SPACES
                           AND WS-NUM-LAVORI < 40
                           ADD 1 TO WS-NUM-LAVORI
                           MOVE LAV-NOME
                               TO WS-LAV-NOME(WS-NUM-LAVORI)
                   PERFORM JOB-MONITOR
               WHEN "CONSOLIDA"
                   PERFORM JOB-CONSOLIDA
               WHEN "CONTRATTI"
                   PERFORM JOB-CONTRATTI
               WHEN "VENDITE"
                   PERFORM JOB-VENDITE
               WHEN "RICONCILIA"
                   PERFORM JOB-QUADRATURA
               WHEN "ANOMALIE"
                   PERFORM JOB-ANOMALIE
               WHEN "ORDINI"
                   PERFORM JOB-ORDINI
               WHEN "MAGAZZINO"
                   PERFORM JOB-MAGAZZINO
               WHEN "PUNTI"
                   PERFORM JOB-PUNTI
               WHEN "NOTE"
                   PERFORM JOB-NOTE
               WHEN "SCADENZE"
                   PERFORM JOB-SCADENZE
               WHEN "RECLAMI"
                   PERFORM JOB-RECLAMI
               WHEN "ALLEGATI"
                   PERFORM JOB-ALLEGATI
               WHEN "AUDIT"
                   PERFORM JOB-AUDIT
               WHEN "CATENA"
                   PERFORM JOB-CATENA
               WHEN "REPLICA"
                   PERFORM JOB-REPLICA
               WHEN "CLIENTI"
                   PERFORM JOB-CLIENTI
               WHEN "INTEGRITA"
                   PERFORM JOB-INTEGRITA
               WHEN "OPSYNC"
                   PERFORM JOB-OPSYNC
               WHEN "AGENTI"
                   PERFORM JOB-AGENTI
               WHEN "RINNOVI"
                   PERFORM JOB-RINNOVI
               WHEN "ASSENZE"
                   PERFORM JOB-ASSENZE
               WHEN "ARCHIVIO"
                   PERFORM JOB-ARCHIVIO
               WHEN "VERIFICA"
                   PERFORM JOB-VERIFICA
               WHEN "KPI"
                   PERFORM JOB-KPI
               WHEN "RICHIESTE"
                   PERFORM JOB-RICHIESTE
               WHEN "PULIZIA"
                   PERFORM JOB-PULIZIA
               WHEN OTHER

      *Il batch non deve girare due volte per la stessa data di
      *elaborazione (la ripartenza con BATCH_RESTART=S e' l'unica
      *eccezione ammessa). Il giro di prova gira quando serve,
      *anche a notte gia' fatta.
           CONTROLLA-DOPPIA-ESECUZIONE.
           IF WS-RESTART = 'S' OR WS-PROVA = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ULTIMA-DATA-FILE
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Verifica settimanale di storici, backup clienti e snapshot:
      *gira solo nel giorno della settimana configurato, dopo
      *l'archiviazione (uno storico appena riscritto e' gia'
      *registrato). Un file guasto (RETURN-CODE 4) ha gia' il suo
      *allarme e fa fallire il passo; 8 e' il registro delle
      *verifiche non leggibile o non riscritto.
           JOB-VERIFICA.
           MOVE "VERIFICA" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "VERIFICA-ARCHIVI-GIORNO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
               ON EXCEPTION MOVE 'N' TO WS-CFG-TROVATO
           END-CALL
           IF WS-CFG-TROVATO = 'S'
               AND WS-CFG-VALORE(1:1) >= "1"
               AND WS-CFG-VALORE(1:1) <= "7"
               MOVE WS-CFG-VALORE(1:1) TO WS-GIORNO-VERIFICA
           END-IF
           ACCEPT WS-GIORNO-SETTIMANA FROM DAY-OF-WEEK
           IF WS-GIORNO-SETTIMANA NOT = WS-GIORNO-VERIFICA
               MOVE SPACES TO RIGA-LOG
               STRING "VERIFICA SALTATO (SOLO IL GIORNO "
                   WS-GIORNO-VERIFICA " DELLA SETTIMANA)"
                   DELIMITED BY SIZE INTO RIGA-LOG
               WRITE RIGA-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'VERIFICA-ARCHIVI'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Estratto KPI dei tre sottosistemi, una riga CSV datata per
      *giro in kpi-estratto.csv.
           JOB-KPI.
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Richieste di report accodate dagli operatori, sui dati gia'
      *consolidati della notte e prima della pulizia. Una richiesta
      *fallita (RETURN-CODE 4) la vede il richiedente al sign-on e
      *non fa fallire la notte; fallisce il passo solo se la coda
      *non si legge o non si riscrive.
           JOB-RICHIESTE.
           MOVE "RICHIESTE" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'CODA-REPORT'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE >= 8
               MOVE "FALLITO" TO WS-JOB-ESITO
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Pulizia dei file generati (regole in ritenzione.txt), come
      *ultimo passo del giro.
           JOB-PULIZIA.
                   AT END
                       MOVE 'Y' TO WS-EOF-STATO
                   NOT AT END
                       IF WS-NUM-PASSI < 40
                           ADD 1 TO WS-NUM-PASSI
                           MOVE STA-NOME
                               TO WS-PASSO-NOME(WS-NUM-PASSI)
                   MOVE 'S' TO WS-SALTA-PASSO
               END-IF
           END-PERFORM
           IF WS-SALTA-PASSO = 'N' AND WS-NUM-PASSI < 40
               ADD 1 TO WS-NUM-PASSI
               MOVE WS-JOB-NOME TO WS-PASSO-NOME(WS-NUM-PASSI)
               MOVE WS-JOB-ESITO TO WS-PASSO-ESITO(WS-NUM-PASSI)
               MOVE WS-PASSO-ESITO(INDICE-PASSO) TO STA-ESITO
               WRITE RECORD-STATO
           END-PERFORM
           CLOSE STATO-FILE
           IF WS-PROVA = 'S'
               PERFORM CONFRONTA-PASSO
           END-IF.

           APRI-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Canoni dei contratti di servizio dovuti fino al mese
      *corrente, prima dei report: il registro degli addebiti rende
      *innocuo il giro di ogni notte (addebita solo cio' che manca).
           JOB-CONTRATTI.
           MOVE "CONTRATTI" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'FatturaContratti'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Richiama le stesse subroutine VENDITE che Main.cbl orchestra
      *con ESEGUI-TUTTI-REPORT, catturando con ON EXCEPTION il caso
      *in cui una subroutine non sia disponibile a runtime.
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Consegne dei DDT nel dettaglio vendite, portafoglio ordini e
      *DDT ancora senza copia firmata: gira prima dello scarico, cosi'
      *la merce consegnata oggi entra nello scarico di stanotte. Il
      *portafoglio e la lista dei DDT si producono solo a movimenti
      *riusciti.
           JOB-ORDINI.
           MOVE "ORDINI" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'MovimentiOrdini'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-JOB-ESITO = "OK"
               CALL 'ReportOrdini'
                   ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE "FALLITO" TO WS-JOB-ESITO
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-JOB-ESITO = "OK"
               CALL 'DdtSenzaConsegna'
                   ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE "FALLITO" TO WS-JOB-ESITO
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Scarico del magazzino dalle vendite del giorno e situazione
      *di magazzino: la situazione si produce solo a scarico riuscito,
      *altrimenti mostrerebbe giacenze vecchie come fossero di oggi.
           JOB-MAGAZZINO.
           MOVE "MAGAZZINO" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'ScaricoMagazzino'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-JOB-ESITO = "OK"
               CALL 'ReportMagazzino'
                   ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE "FALLITO" TO WS-JOB-ESITO
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Accredito e storno dei punti fedelta' dalle vendite del
      *giorno e scadenza dei punti vecchi.
           JOB-PUNTI.
           MOVE "PUNTI" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'AccreditoPunti'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *NOTAFETCHBATCH e' la variante non interattiva di NOTAFETCH/
      *NOTAFETCHSUB: niente ACCEPT da tastiera, torna un codice di
      *esito invece di fermare il run unit con STOP RUN.
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Reclami aperti senza risposta oltre la promessa: allarme
      *una volta per reclamo ed elenco in reclami-sla.txt.
           JOB-RECLAMI.
           MOVE "RECLAMI" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           CALL 'RECLAMI-SLA-BATCH' USING LNK-RECLAMI-STATUS
               ON EXCEPTION
                   MOVE "FALLITO" TO WS-JOB-ESITO
               NOT ON EXCEPTION
                   IF RECLAMI-ERRORE
                       MOVE "FALLITO" TO WS-JOB-ESITO
                   END-IF
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Allegati delle note il cui documento non e' piu' al suo
      *posto sull'archivio: elenco in allegati-verifica.txt.
           JOB-ALLEGATI.
           MOVE "ALLEGATI" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           CALL 'ALLEGATI-VERIFICA' USING LNK-ALLEGATI-STATUS
               ON EXCEPTION
                   MOVE "FALLITO" TO WS-JOB-ESITO
               NOT ON EXCEPTION
                   IF ALLEGATI-ERRORE
                       MOVE "FALLITO" TO WS-JOB-ESITO
                   END-IF
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Riepilogo giornaliero dell'audit note (conteggi C/U/D del
      *giorno accodati a nota-audit-riepilogo.txt).
           JOB-AUDIT.
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Verifica della catena di hash di NOTA_AUDIT: buchi, righe
      *alterate o tolte in nota-audit-verifica.txt e negli allarmi.
           JOB-CATENA.
           MOVE "CATENA" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           CALL 'NOTA-AUDIT-VERIFICA' USING LNK-CATENA-STATUS
               ON EXCEPTION
                   MOVE "FALLITO" TO WS-JOB-ESITO
               NOT ON EXCEPTION
                   IF CATENA-ERRORE
                       MOVE "FALLITO" TO WS-JOB-ESITO
                   END-IF
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Replica dei file vendite e delle anagrafiche in notadb, con
      *quadratura di ogni tabella sul trailer (vendite-replica.txt).
           JOB-REPLICA.
           MOVE "REPLICA" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           CALL 'VENDITE-REPLICA' USING LNK-REPLICA-STATUS
               ON EXCEPTION
                   MOVE "FALLITO" TO WS-JOB-ESITO
               NOT ON EXCEPTION
                   IF REPLICA-ERRORE
                       MOVE "FALLITO" TO WS-JOB-ESITO
                   END-IF
           END-CALL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *CLIENTI-REPORT termina con GOBACK (non STOP RUN), quindi puo'
      *essere richiamato come le altre subroutine senza terminare il
      *run unit del batch.
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Integrita' referenziale dei file legati al cliente contro
      *clienti.idx: ID inesistenti o movimenti su clienti cessati
      *fanno fallire il passo (eccezioni in clienti-integrita.txt).
           JOB-INTEGRITA.
           MOVE "INTEGRITA" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'IntegritaClienti'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Allineamento degli operatori con l'organico in PERSONA:
      *entrate, spostamenti e uscite in un passo solo.
           JOB-OPSYNC.
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Anagrafica agenti di vendita allineata all'organico del
      *reparto commerciale, dopo OPSYNC che ne prepara le colonne.
           JOB-AGENTI.
           MOVE "AGENTI" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'AGENTI-SYNC'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Contratti in scadenza e note di rinnovo agli agenti, dopo
      *AGENTI (assegnazioni aggiornate) e prima di ASSENZE, che
      *instrada anche queste note se l'agente e' assente.
           JOB-RINNOVI.
           MOVE "RINNOVI" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'RinnoviContratti'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *Code degli operatori assenti ai sostituti e ritorno ai
      *rientrati, dopo OPSYNC (organico aggiornato) e dopo SCADENZE
      *(lista di lavoro generata).
           JOB-ASSENZE.
           MOVE "ASSENZE" TO WS-JOB-NOME
           PERFORM CONTROLLA-SALTO
           IF WS-SALTA-PASSO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-JOB-ESITO
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-INIZIO-PASSO
           MOVE 0 TO RETURN-CODE
           CALL 'ASSENZE-INSTRADA'
               ON EXCEPTION MOVE "FALLITO" TO WS-JOB-ESITO
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "FALLITO" TO WS-JOB-ESITO
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FINE-PASSO
           PERFORM SCRIVI-RIGA-LOG
           PERFORM REGISTRA-ESITO.

      *A fine notte gli allarmi bloccanti alzati dai passi partono
      *subito verso il reperibile, senza aspettare il prossimo giro
      *dello schedulatore. Non e' un passo: non entra nello stato
      *di ripartenza e non cambia l'esito della notte. Il giro di
      *prova non sveglia nessuno.
           AVVISA-REPERIBILE.
           IF WS-PROVA = 'S'
               MOVE "GIRO DI PROVA: NESSUNA NOTIFICA AL REPERIBILE"
                   TO RIGA-LOG
               WRITE RIGA-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL 'ALLARMI-NOTIFICA'
               ON EXCEPTION
                   MOVE 99 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-RC-NOTIFICHE
           MOVE SPACES TO RIGA-LOG
           IF WS-RC-NOTIFICHE = 0
               STRING "NOTIFICHE AL REPERIBILE INVIATE "
                   "(notifiche-log.txt)"
                   DELIMITED BY SIZE INTO RIGA-LOG
           ELSE
               STRING "NOTIFICHE AL REPERIBILE NON COMPLETE, RC="
                   WS-RC-NOTIFICHE " (notifiche-log.txt)"
                   DELIMITED BY SIZE INTO RIGA-LOG
           END-IF
           WRITE RIGA-LOG
           MOVE 0 TO RETURN-CODE.

           SCRIVI-RIGA-LOG.
           OPEN EXTEND STORIA-BATCH-FILE
           MOVE WS-JOB-NOME TO STB-NOME
           WRITE RIGA-LOG
           CLOSE LOG-FILE
           DISPLAY "LOG SCRITTO: " WS-NOME-LOG.

      ********************GIRO DI PROVA*********************************
      *Prepara l'area di lavoro prima di qualsiasi altra lettura:
      *copia dei file, gestionale.cfg reindirizzato, copia dello
      *schema notadb; poi la directory corrente diventa l'area di
      *lavoro. Qualsiasi intoppo ferma il giro prima che un passo
      *possa scrivere da qualche parte.
           PREPARA-PROVA.
           PERFORM LEGGI-PARAMETRI-PROVA
           PERFORM CONTROLLA-DESTINAZIONE
           IF WS-RIFIUTO NOT = SPACES
               DISPLAY "GIRO DI PROVA RIFIUTATO: " WS-RIFIUTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-DIR-PROVA
           MOVE 0 TO RETURN-CODE
           PERFORM CARICA-ELENCO-PROVA
           PERFORM VARYING INDICE-PROVA FROM 1 BY 1
               UNTIL INDICE-PROVA > WS-PRV-NUM-FILE
               PERFORM COPIA-FILE-PROVA
           END-PERFORM
           PERFORM SCRIVI-CFG-PROVA
           IF WS-PRV-FALLITI > 0
               DISPLAY "GIRO DI PROVA RIFIUTATO: " WS-PRV-FALLITI
                   " FILE NON COPIATI IN " FUNCTION TRIM(WS-DIR-PROVA)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'BATCH-PROVA-DB' USING WS-PRV-SCHEMA, WS-PRV-DBUSER,
               WS-PRV-TABELLE, WS-PRV-DB-ESITO, WS-PRV-DB-MOTIVO
               ON EXCEPTION
                   MOVE 1 TO WS-PRV-DB-ESITO
                   MOVE "BATCH-PROVA-DB NON DISPONIBILE"
                       TO WS-PRV-DB-MOTIVO
           END-CALL
           IF WS-PRV-DB-ESITO NOT = 0
               DISPLAY "GIRO DI PROVA RIFIUTATO: COPIA DELLO SCHEMA "
                   "NON RIUSCITA (" FUNCTION TRIM(WS-PRV-DB-MOTIVO) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *I passi che vanno su Postgres si collegano con l'utente di
      *prova, che vede solo lo schema copiato.
           DISPLAY "NOTA_DBUSER" UPON ENVIRONMENT-NAME
           DISPLAY WS-PRV-DBUSER UPON ENVIRONMENT-VALUE
           IF WS-PRV-DBPASS NOT = SPACES
               DISPLAY "NOTA_DBPASS" UPON ENVIRONMENT-NAME
               DISPLAY WS-PRV-DBPASS UPON ENVIRONMENT-VALUE
           END-IF
           CALL "CBL_CHANGE_DIR" USING WS-DIR-PROVA
           IF RETURN-CODE NOT = 0
               DISPLAY "GIRO DI PROVA RIFIUTATO: DIRECTORY "
                   FUNCTION TRIM(WS-DIR-PROVA) " NON RAGGIUNGIBILE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO RETURN-CODE
           DISPLAY "GIRO DI PROVA IN " FUNCTION TRIM(WS-DIR-PROVA)
               ": " WS-PRV-COPIATI " FILE COPIATI, SCHEMA "
               FUNCTION TRIM(WS-PRV-SCHEMA) " CON " WS-PRV-TABELLE
               " TABELLE".

           LEGGI-PARAMETRI-PROVA.
           MOVE SPACES TO WS-DIR-PROVA
           ACCEPT WS-DIR-PROVA FROM ENVIRONMENT "BATCH_PROVA_DIR"
           IF WS-DIR-PROVA = SPACES
               MOVE "BATCH-PROVA-DIR" TO WS-CFG-CHIAVE
               PERFORM LEGGI-CHIAVE-PROVA
               IF WS-CFG-TROVATO = 'S'
                   MOVE WS-CFG-VALORE TO WS-DIR-PROVA
               END-IF
           END-IF
           MOVE SPACES TO WS-DIR-PRODUZIONE
           MOVE "PRODUZIONE-DIR" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE-PROVA
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-DIR-PRODUZIONE
           END-IF
           IF WS-DIR-PRODUZIONE = SPACES
               ACCEPT WS-DIR-PRODUZIONE FROM ENVIRONMENT "PWD"
           END-IF
           MOVE "CLIENTI-FILE" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE-PROVA
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-CLIENTI
           END-IF
           MOVE "VENDITE-FILE" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE-PROVA
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-VENDITE
           END-IF
           MOVE "BATCH-PROVA-SCHEMA" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE-PROVA
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-PRV-SCHEMA
           END-IF
           MOVE "BATCH-PROVA-DBUSER" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CHIAVE-PROVA
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-PRV-DBUSER
           END-IF
      *La password dell'utente di prova non sta nella
      *configurazione: arriva dall'ambiente come quella di sempre.
           ACCEPT WS-PRV-DBPASS FROM ENVIRONMENT "BATCH_PROVA_DBPASS".

           LEGGI-CHIAVE-PROVA.
           MOVE SPACES TO WS-CFG-VALORE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
               ON EXCEPTION MOVE 'N' TO WS-CFG-TROVATO
           END-CALL
           IF WS-CFG-VALORE = SPACES
               MOVE 'N' TO WS-CFG-TROVATO
           END-IF.

      *La copia usa i nomi di produzione: nella directory di
      *produzione il giro di prova lavorerebbe sui dati veri.
           CONTROLLA-DESTINAZIONE.
           MOVE WS-DIR-PROVA TO WS-DIR-CONFRONTO
           PERFORM TOGLI-BARRA-FINALE
           MOVE WS-DIR-CONFRONTO TO WS-DIR-PROVA
           IF WS-DIR-PROVA = SPACES
               MOVE "NESSUNA DIRECTORY DI PROVA (BATCH-PROVA-DIR)"
                   TO WS-RIFIUTO
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-PROVA = "."
               MOVE "LA DESTINAZIONE E' LA DIRECTORY CORRENTE"
                   TO WS-RIFIUTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DIR-PRODUZIONE TO WS-DIR-CONFRONTO
           PERFORM TOGLI-BARRA-FINALE
           IF WS-DIR-CONFRONTO NOT = SPACES
               AND WS-DIR-CONFRONTO = WS-DIR-PROVA
               MOVE "LA DESTINAZIONE E' LA DIRECTORY DI PRODUZIONE"
                   TO WS-RIFIUTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOME-FILE-CLIENTI TO WS-DIR-CONFRONTO
           PERFORM DIRECTORY-DEL-FILE
           IF WS-DIR-CONFRONTO NOT = SPACES
               AND WS-DIR-CONFRONTO = WS-DIR-PROVA
               MOVE "LA DESTINAZIONE CONTIENE CLIENTI-FILE"
                   TO WS-RIFIUTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOME-FILE-VENDITE TO WS-DIR-CONFRONTO
           PERFORM DIRECTORY-DEL-FILE
           IF WS-DIR-CONFRONTO NOT = SPACES
               AND WS-DIR-CONFRONTO = WS-DIR-PROVA
               MOVE "LA DESTINAZIONE CONTIENE VENDITE-FILE"
                   TO WS-RIFIUTO
           END-IF.

           TOGLI-BARRA-FINALE.
           MOVE 0 TO WS-DIR-LUNGHEZZA
           IF WS-DIR-CONFRONTO NOT = SPACES
               COMPUTE WS-DIR-LUNGHEZZA =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-CONFRONTO
                   TRAILING))
           END-IF
           PERFORM UNTIL WS-DIR-LUNGHEZZA < 2
               OR WS-DIR-CONFRONTO(WS-DIR-LUNGHEZZA:1) NOT = "/"
               MOVE SPACE TO WS-DIR-CONFRONTO(WS-DIR-LUNGHEZZA:1)
               SUBTRACT 1 FROM WS-DIR-LUNGHEZZA
           END-PERFORM.

      *Directory di un nome file: spazi se il nome non ne ha.
           DIRECTORY-DEL-FILE.
           MOVE 0 TO WS-ULTIMA-BARRA
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 1
               UNTIL WS-POSIZIONE > 60
               IF WS-DIR-CONFRONTO(WS-POSIZIONE:1) = "/"
                   MOVE WS-POSIZIONE TO WS-ULTIMA-BARRA
               END-IF
           END-PERFORM
           IF WS-ULTIMA-BARRA = 0
               MOVE SPACES TO WS-DIR-CONFRONTO
           ELSE
               MOVE SPACES TO WS-DIR-CONFRONTO(WS-ULTIMA-BARRA:)
               IF WS-DIR-CONFRONTO = SPACES
                   MOVE "/" TO WS-DIR-CONFRONTO
               END-IF
           END-IF.

           COMPONI-DESTINAZIONE.
           MOVE SPACES TO WS-NOME-DESTINAZIONE
           STRING WS-DIR-PROVA DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-NOME-COPIA DELIMITED BY SPACE
               INTO WS-NOME-DESTINAZIONE.

      *Elenco da batch-prova-file.txt se c'e', altrimenti quello
      *predefinito; in coda gli storici degli ultimi quindici anni
      *che esistono.
           CARICA-ELENCO-PROVA.
           OPEN INPUT ELENCO-PROVA-FILE
           IF WS-ELENCO-STATUS = "00"
               MOVE 'N' TO WS-EOF-PROVA
               PERFORM UNTIL WS-EOF-PROVA = 'Y'
                   READ ELENCO-PROVA-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-PROVA
                       NOT AT END
                           IF RIGA-ELENCO-PROVA NOT = SPACES
                               AND RIGA-ELENCO-PROVA(1:1) NOT = "*"
                               MOVE RIGA-ELENCO-PROVA
                                   TO WS-NOME-AGGIUNTA
                               PERFORM AGGIUNGI-FILE-PROVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELENCO-PROVA-FILE
           ELSE
               PERFORM VARYING INDICE-ELENCO FROM 1 BY 1
                   UNTIL INDICE-ELENCO > NUM-FILE-PROVA
                   MOVE FPR-NOME(INDICE-ELENCO) TO WS-NOME-AGGIUNTA
                   PERFORM AGGIUNGI-FILE-PROVA
               END-PERFORM
           END-IF
           MOVE WS-DATA-OGGI(1:4) TO WS-ANNO-LIMITE
           SUBTRACT 15 FROM WS-ANNO-LIMITE
           PERFORM VARYING WS-ANNO-CORSA FROM WS-ANNO-LIMITE BY 1
               UNTIL WS-ANNO-CORSA > WS-DATA-OGGI(1:4)
               MOVE SPACES TO WS-NOME-AGGIUNTA
               STRING "Vendite-storico-" WS-ANNO-CORSA ".txt"
                   DELIMITED BY SIZE INTO WS-NOME-AGGIUNTA
               CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-AGGIUNTA
                   INFO-FILE
               IF RETURN-CODE = 0
                   PERFORM AGGIUNGI-FILE-PROVA
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

      *La storia dei passi la scrive il batch stesso a ogni passo:
      *si copia ma non entra nel confronto.
           AGGIUNGI-FILE-PROVA.
           PERFORM VARYING INDICE-PROVA FROM 1 BY 1
               UNTIL INDICE-PROVA > WS-PRV-NUM-FILE
               IF WS-PRV-NOME(INDICE-PROVA) = WS-NOME-AGGIUNTA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PRV-NUM-FILE >= 300
               DISPLAY "GIRO DI PROVA: OLTRE 300 FILE, "
                   FUNCTION TRIM(WS-NOME-AGGIUNTA) " NON COPIATO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRV-NUM-FILE
           MOVE WS-NOME-AGGIUNTA TO WS-PRV-NOME(WS-PRV-NUM-FILE)
           MOVE 0 TO WS-CONTA-IDX
           INSPECT WS-NOME-AGGIUNTA TALLYING WS-CONTA-IDX
               FOR ALL ".idx"
           IF WS-CONTA-IDX > 0
               MOVE 'S' TO WS-PRV-BINARIO(WS-PRV-NUM-FILE)
           ELSE
               MOVE 'N' TO WS-PRV-BINARIO(WS-PRV-NUM-FILE)
           END-IF
           IF WS-NOME-AGGIUNTA = "batch-notturno-storia.txt"
               MOVE 'N' TO WS-PRV-SEGUITO(WS-PRV-NUM-FILE)
           ELSE
               MOVE 'S' TO WS-PRV-SEGUITO(WS-PRV-NUM-FILE)
           END-IF.

      *Un file che in produzione non c'e' non deve sopravvivere
      *nella copia da un giro di prova precedente.
           COPIA-FILE-PROVA.
           MOVE WS-PRV-NOME(INDICE-PROVA) TO WS-NOME-LETTURA
           MOVE WS-PRV-NOME(INDICE-PROVA) TO WS-NOME-COPIA
           PERFORM COMPONI-DESTINAZIONE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-LETTURA
               INFO-FILE
           IF RETURN-CODE NOT = 0
               CALL "CBL_DELETE_FILE" USING WS-NOME-DESTINAZIONE
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM COPIA-IN-PROVA.

           COPIA-IN-PROVA.
           CALL "CBL_COPY_FILE" USING WS-NOME-LETTURA
               WS-NOME-DESTINAZIONE
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-PRV-FALLITI
               DISPLAY "COPIA DI " FUNCTION TRIM(WS-NOME-LETTURA)
                   " FALLITA (CODICE " RETURN-CODE ")"
           ELSE
               ADD 1 TO WS-PRV-COPIATI
           END-IF
           MOVE 0 TO RETURN-CODE.

      *gestionale.cfg della copia: ogni chiave il cui valore e' un
      *file esistente (nome relativo o percorso completo) viene
      *copiata nell'area di lavoro e puntata li' con il solo nome;
      *le chiavi -DIR restano come sono (servono ai controlli sulla
      *produzione). Cosi' un CLIENTI-FILE o VENDITE-FILE con il
      *percorso della produzione non porta il giro fuori dalla
      *copia.
           SCRIVI-CFG-PROVA.
           MOVE "gestionale.cfg" TO WS-NOME-COPIA
           PERFORM COMPONI-DESTINAZIONE
           OPEN OUTPUT CFG-PROVA-FILE
           IF WS-CFG-PROVA-STATUS NOT = "00"
               ADD 1 TO WS-PRV-FALLITI
               DISPLAY "gestionale.cfg DI PROVA NON SCRIVIBILE "
                   "(STATUS " WS-CFG-PROVA-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CFG-PRODUZIONE-FILE
           IF WS-CFG-STATUS NOT = "00"
               CLOSE CFG-PROVA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-PROVA
           PERFORM UNTIL WS-EOF-PROVA = 'Y'
               READ CFG-PRODUZIONE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PROVA
                   NOT AT END
                       MOVE RIGA-CFG-PRODUZIONE TO RIGA-CFG-PROVA
                       IF RIGA-CFG-PRODUZIONE(1:1) NOT = "*"
                           PERFORM REINDIRIZZA-CHIAVE
                       END-IF
                       WRITE RIGA-CFG-PROVA
               END-READ
           END-PERFORM
           CLOSE CFG-PRODUZIONE-FILE
           CLOSE CFG-PROVA-FILE.

           REINDIRIZZA-CHIAVE.
           MOVE SPACES TO WS-CFG-CHIAVE WS-CFG-VALORE
           UNSTRING RIGA-CFG-PRODUZIONE DELIMITED BY "="
               INTO WS-CFG-CHIAVE WS-CFG-VALORE
           END-UNSTRING
           IF WS-CFG-VALORE = SPACES OR WS-CFG-CHIAVE = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHIAVE-LUNGHEZZA =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CFG-CHIAVE TRAILING))
           IF WS-CHIAVE-LUNGHEZZA > 4
               IF WS-CFG-CHIAVE(WS-CHIAVE-LUNGHEZZA - 3:4) = "-DIR"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CFG-VALORE TO WS-NOME-LETTURA
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-LETTURA
               INFO-FILE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ULTIMA-BARRA
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 1
               UNTIL WS-POSIZIONE > 60
               IF WS-CFG-VALORE(WS-POSIZIONE:1) = "/"
                   MOVE WS-POSIZIONE TO WS-ULTIMA-BARRA
               END-IF
           END-PERFORM
           MOVE WS-CFG-VALORE(WS-ULTIMA-BARRA + 1:) TO WS-NOME-COPIA
      *Un nome relativo gia' in elenco e' gia' copiato e la riga
      *resta com'e'; un percorso completo vince sulla copia fatta
      *dall'elenco con lo stesso nome.
           MOVE WS-PRV-NUM-FILE TO INDICE-ELENCO
           MOVE WS-NOME-COPIA TO WS-NOME-AGGIUNTA
           PERFORM AGGIUNGI-FILE-PROVA
           IF WS-PRV-NUM-FILE = INDICE-ELENCO AND WS-ULTIMA-BARRA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPONI-DESTINAZIONE
           PERFORM COPIA-IN-PROVA
           MOVE SPACES TO RIGA-CFG-PROVA
           STRING WS-CFG-CHIAVE DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               WS-NOME-COPIA DELIMITED BY SPACE
               INTO RIGA-CFG-PROVA.

      *Report di confronto nell'area di lavoro, con la misura di
      *partenza di ogni file seguito.
           APRI-CONFRONTO.
           MOVE SPACES TO WS-NOME-CONFRONTO
           STRING "batch-prova-confronto-" WS-INIZIO-BATCH ".txt"
               DELIMITED BY SIZE INTO WS-NOME-CONFRONTO
           CALL 'REGISTRA-GENERATO' USING WS-NOME-CONFRONTO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE SPACES TO RIGA-LOG
           STRING "GIRO DI PROVA SULLA COPIA IN " DELIMITED BY SIZE
               WS-DIR-PROVA DELIMITED BY SPACE
               ", CONFRONTO IN " DELIMITED BY SIZE
               WS-NOME-CONFRONTO DELIMITED BY SPACE
               INTO RIGA-LOG
           WRITE RIGA-LOG
           OPEN OUTPUT CONFRONTO-FILE
           MOVE SPACES TO RIGA-CONFRONTO
           STRING "BATCH NOTTURNO IN PROVA - CONFRONTO DEI FILE "
               "PASSO PER PASSO - INIZIO " WS-INIZIO-BATCH
               DELIMITED BY SIZE INTO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           MOVE SPACES TO RIGA-CONFRONTO
           STRING "COPIA IN " DELIMITED BY SIZE
               WS-DIR-PROVA DELIMITED BY SPACE
               ": " WS-PRV-COPIATI " FILE COPIATI, " WS-PRV-NUM-FILE
               " SEGUITI; SCHEMA " DELIMITED BY SIZE
               WS-PRV-SCHEMA DELIMITED BY SPACE
               " (" WS-PRV-TABELLE " TABELLE), UTENTE "
               DELIMITED BY SIZE
               WS-PRV-DBUSER DELIMITED BY SPACE
               INTO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           MOVE SPACES TO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           PERFORM INTESTA-CONFRONTO
           PERFORM VARYING INDICE-PROVA FROM 1 BY 1
               UNTIL INDICE-PROVA > WS-PRV-NUM-FILE
               PERFORM MISURA-FILE-PROVA
               MOVE WS-MISURA TO WS-PRV-INIZIO(INDICE-PROVA)
               MOVE WS-MISURA TO WS-PRV-ULTIMA(INDICE-PROVA)
           END-PERFORM.

           INTESTA-CONFRONTO.
           MOVE SPACES TO WS-RIGA-CONFRONTO
           MOVE "PASSO" TO WS-RC-PASSO
           MOVE "FILE" TO WS-RC-FILE
           MOVE "RECORD PRIMA" TO WS-RC-RECORD-PRIMA
           MOVE " RECORD DOPO" TO WS-RC-RECORD-DOPO
           MOVE "     TOTALE PRIMA" TO WS-RC-TOTALE-PRIMA
           MOVE "      TOTALE DOPO" TO WS-RC-TOTALE-DOPO
           MOVE "NOTA" TO WS-RC-NOTA
           MOVE WS-RIGA-CONFRONTO TO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO.

      *Misura di un file dell'area di lavoro in WS-MISURA.
           MISURA-FILE-PROVA.
           INITIALIZE WS-MISURA
           MOVE 'N' TO WS-MIS-ESISTE
           MOVE 'N' TO WS-MIS-TRL
           MOVE WS-PRV-NOME(INDICE-PROVA) TO WS-NOME-MISURA
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-MISURA
               INFO-FILE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-MIS-ESISTE
           MOVE INFO-DIMENSIONE TO WS-MIS-DIMENSIONE
           MOVE INFO-FILE(9:8) TO WS-MIS-MARCA
           IF WS-PRV-BINARIO(INDICE-PROVA) = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MISURA-FILE
           IF WS-MISURA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-PROVA
           PERFORM UNTIL WS-EOF-PROVA = 'Y'
               READ MISURA-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-PROVA
                   NOT AT END
                       EVALUATE MIS-TAG
                           WHEN "HDR"
                               CONTINUE
                           WHEN "TRL"
                               MOVE 'S' TO WS-MIS-TRL
                               IF MIS-TRL-TOTALE NUMERIC
                                   MOVE MIS-TRL-TOTALE TO WS-MIS-TOTALE
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-MIS-RECORD
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MISURA-FILE.

      *Dopo ogni passo: ogni file seguito la cui misura e' cambiata
      *dall'ultima volta va nel report con il prima e il dopo; un
      *passo fallito ha sempre la sua riga.
           CONFRONTA-PASSO.
           MOVE 0 TO WS-PRV-CAMBI
           MOVE WS-JOB-NOME TO WS-CNF-PASSO
           PERFORM VARYING INDICE-PROVA FROM 1 BY 1
               UNTIL INDICE-PROVA > WS-PRV-NUM-FILE
               IF WS-PRV-SEGUITO(INDICE-PROVA) = 'S'
                   PERFORM MISURA-FILE-PROVA
                   IF WS-MISURA NOT = WS-PRV-ULTIMA(INDICE-PROVA)
                       MOVE WS-PRV-ULTIMA(INDICE-PROVA)
                           TO WS-MISURA-PRIMA
                       PERFORM SCRIVI-RIGA-CONFRONTO
                       MOVE WS-MISURA TO WS-PRV-ULTIMA(INDICE-PROVA)
                       ADD 1 TO WS-PRV-CAMBI
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RIGA-CONFRONTO
           MOVE WS-JOB-NOME TO WS-RC-PASSO
           IF WS-JOB-ESITO = "FALLITO"
               MOVE "(PASSO FALLITO)" TO WS-RC-FILE
               MOVE WS-RIGA-CONFRONTO TO RIGA-CONFRONTO
               WRITE RIGA-CONFRONTO
           ELSE
               IF WS-PRV-CAMBI = 0
                   MOVE "(NESSUN FILE TOCCATO)" TO WS-RC-FILE
                   MOVE WS-RIGA-CONFRONTO TO RIGA-CONFRONTO
                   WRITE RIGA-CONFRONTO
               END-IF
           END-IF.

      *Riga di confronto da WS-MISURA-PRIMA a WS-MISURA: per gli
      *indicizzati la dimensione in byte, per i sequenziali righe
      *dati e totale del trailer (N.D. se il file non ne ha).
           SCRIVI-RIGA-CONFRONTO.
           MOVE SPACES TO WS-RIGA-CONFRONTO
           MOVE WS-CNF-PASSO TO WS-RC-PASSO
           MOVE WS-PRV-NOME(INDICE-PROVA) TO WS-RC-FILE
           IF WS-MPR-ESISTE = 'S'
               IF WS-PRV-BINARIO(INDICE-PROVA) = 'S'
                   MOVE WS-MPR-DIMENSIONE TO WS-ED-NUMERO
               ELSE
                   MOVE WS-MPR-RECORD TO WS-ED-NUMERO
               END-IF
               MOVE WS-ED-NUMERO TO WS-RC-RECORD-PRIMA
               IF WS-MPR-TRL = 'S'
                   MOVE WS-MPR-TOTALE TO WS-ED-TOTALE
                   MOVE WS-ED-TOTALE TO WS-RC-TOTALE-PRIMA
               ELSE
                   MOVE "             N.D." TO WS-RC-TOTALE-PRIMA
               END-IF
           ELSE
               MOVE "     ASSENTE" TO WS-RC-RECORD-PRIMA
           END-IF
           IF WS-MIS-ESISTE = 'S'
               IF WS-PRV-BINARIO(INDICE-PROVA) = 'S'
                   MOVE WS-MIS-DIMENSIONE TO WS-ED-NUMERO
               ELSE
                   MOVE WS-MIS-RECORD TO WS-ED-NUMERO
               END-IF
               MOVE WS-ED-NUMERO TO WS-RC-RECORD-DOPO
               IF WS-MIS-TRL = 'S'
                   MOVE WS-MIS-TOTALE TO WS-ED-TOTALE
                   MOVE WS-ED-TOTALE TO WS-RC-TOTALE-DOPO
               ELSE
                   MOVE "             N.D." TO WS-RC-TOTALE-DOPO
               END-IF
           ELSE
               MOVE "     ASSENTE" TO WS-RC-RECORD-DOPO
           END-IF
           EVALUATE TRUE
               WHEN WS-MPR-ESISTE = 'N'
                   MOVE "CREATO" TO WS-RC-NOTA
               WHEN WS-MIS-ESISTE = 'N'
                   MOVE "CANCELLATO" TO WS-RC-NOTA
               WHEN WS-PRV-BINARIO(INDICE-PROVA) = 'S'
                   MOVE "BYTE, INDICIZZATO" TO WS-RC-NOTA
               WHEN WS-MPR-RECORD = WS-MIS-RECORD
                   AND WS-MPR-TOTALE = WS-MIS-TOTALE
                   MOVE "RISCRITTO UGUALE" TO WS-RC-NOTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-RIGA-CONFRONTO TO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO.

      *Chiusura: esito di ogni passo (falliti e saltati compresi) e
      *riepilogo del giro, inizio contro fine, dei file cambiati.
           CHIUDI-CONFRONTO.
           MOVE SPACES TO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           MOVE "ESITO DEI PASSI" TO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           MOVE 0 TO WS-PRV-PASSI-KO
           PERFORM VARYING INDICE-PASSO FROM 1 BY 1
               UNTIL INDICE-PASSO > WS-NUM-PASSI
               MOVE SPACES TO RIGA-CONFRONTO
               STRING "  " WS-PASSO-NOME(INDICE-PASSO) " "
                   WS-PASSO-ESITO(INDICE-PASSO)
                   DELIMITED BY SIZE INTO RIGA-CONFRONTO
               WRITE RIGA-CONFRONTO
               IF WS-PASSO-ESITO(INDICE-PASSO) = "FALLITO"
                   ADD 1 TO WS-PRV-PASSI-KO
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-LAVORO FROM 1 BY 1
               UNTIL INDICE-LAVORO > WS-NUM-LAVORI
               IF WS-LAV-STATO(INDICE-LAVORO) = 'S'
                   MOVE SPACES TO RIGA-CONFRONTO
                   STRING "  " WS-LAV-NOME(INDICE-LAVORO) " SALTATO"
                       DELIMITED BY SIZE INTO RIGA-CONFRONTO
                   WRITE RIGA-CONFRONTO
               END-IF
           END-PERFORM
           MOVE SPACES TO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           MOVE "RIEPILOGO DEL GIRO (INIZIO -> FINE)" TO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           PERFORM INTESTA-CONFRONTO
           MOVE "GIRO" TO WS-CNF-PASSO
           MOVE 0 TO WS-PRV-CAMBI
           PERFORM VARYING INDICE-PROVA FROM 1 BY 1
               UNTIL INDICE-PROVA > WS-PRV-NUM-FILE
               IF WS-PRV-SEGUITO(INDICE-PROVA) = 'S'
                   AND WS-PRV-INIZIO(INDICE-PROVA)
                   NOT = WS-PRV-ULTIMA(INDICE-PROVA)
                   MOVE WS-PRV-INIZIO(INDICE-PROVA) TO WS-MISURA-PRIMA
                   MOVE WS-PRV-ULTIMA(INDICE-PROVA) TO WS-MISURA
                   PERFORM SCRIVI-RIGA-CONFRONTO
                   ADD 1 TO WS-PRV-CAMBI
               END-IF
           END-PERFORM
           MOVE SPACES TO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           MOVE WS-PRV-PASSI-KO TO WS-ED-CONTA
           MOVE SPACES TO RIGA-CONFRONTO
           STRING "PASSI FALLITI: " WS-ED-CONTA
               "   FILE CAMBIATI NEL GIRO: " WS-PRV-CAMBI
               DELIMITED BY SIZE INTO RIGA-CONFRONTO
           WRITE RIGA-CONFRONTO
           CLOSE CONFRONTO-FILE
           DISPLAY "CONFRONTO DEL GIRO DI PROVA: "
               FUNCTION TRIM(WS-DIR-PROVA) "/" WS-NOME-CONFRONTO.
