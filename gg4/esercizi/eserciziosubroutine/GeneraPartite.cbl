      *conservata in Vendite-partite.seq (stesso schema del
      *progressivo lotto dell'intake): entrano solo i movimenti con
      *data successiva.
      *Ogni partita porta la sua scadenza: i termini di pagamento del
      *cliente (CODICE-TERMINI-IDX di clienti.idx, vuoto = chiave
      *TERMINI-PREDEFINITI di gestionale.cfg, in mancanza rimessa
      *diretta) vengono risolti da GetTermini su
      *Termini-pagamento.txt; un movimento con termini a piu' rate
      *diventa una partita per rata, con l'importo diviso per
      *percentuale (l'ultima rata prende il resto degli
      *arrotondamenti). La scadenza e' data movimento piu' giorni,
      *portata a fine mese se i termini lo dicono e poi al primo
      *giorno lavorativo (GiornoLavorativo, su calendario.txt).
      *La partita e' intestata alla societa' del movimento
      *(DET-SOCIETA, in coda al tracciato; spazi = la principale).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "Vendite-partite.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ULTIMA-STATUS.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10 DET-MESE PIC 99.
               10 DET-GIORNO PIC 99.
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(32).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
           05 TRAILER-DET-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-NUOVO.
       01 PARTITA-NUOVA.
           05 NV-IMPORTO PIC S9(7)V99.
           05 NV-STATO PIC X.
           05 NV-DATA-INCASSO PIC 9(8).
           05 NV-LIVELLO-SOLLECITO PIC 9.
           05 NV-DATA-SOLLECITO PIC 9(8).
           05 NV-DATA-SCADENZA PIC 9(8).
           05 NV-RATA PIC 9.
           05 NV-CONTESTAZIONE PIC X.
           05 NV-NOTA-CONTESTAZIONE PIC X(20).
           05 NV-SOCIETA PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
       01 RECORD-ULTIMA.
           05 ULT-DATA-GENERATA PIC 9(8).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-ULTIMA-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-LIMITE PIC 9(8) VALUE 0.
       01 WS-DATA-MASSIMA PIC 9(8) VALUE 0.
       01 WS-PAR-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-GENERATE PIC 9(6) VALUE 0.
       01 WS-SALTATI PIC 9(6) VALUE 0.
       01 WS-RATE-SCRITTE PIC 9(6) VALUE 0.
       01 WS-TERMINI-IGNOTI PIC 9(6) VALUE 0.
      *Termini di pagamento del cliente e scadenze delle rate.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-TERMINI-PREDEFINITI PIC X(4) VALUE SPACES.
       01 WS-CODICE-TERMINI PIC X(4).
       01 WS-TERMINI.
           05 WS-TER-DESCRIZIONE PIC X(30).
           05 WS-TER-FINE-MESE PIC X.
           05 WS-TER-NUM-RATE PIC 9.
           05 WS-TER-RATA OCCURS 3 TIMES.
               10 WS-TER-GIORNI PIC 9(3).
               10 WS-TER-PERCENTUALE PIC 9(3).
       01 WS-TERMINI-TROVATI PIC X.
       01 INDICE-RATA PIC 9.
       01 WS-IMPORTO-RATA PIC S9(7)V99.
       01 WS-IMPORTO-RESIDUO PIC S9(7)V99.
       01 WS-DATA-MOVIMENTO PIC 9(8).
       01 WS-DATA-SCADENZA PIC 9(8).
       01 WS-SCADENZA-INTERO PIC 9(7).
       01 WS-SCADENZA-ANNO PIC 9(4).
       01 WS-SCADENZA-MESE PIC 99.
       01 WS-NOME-PARTITE PIC X(30)
           VALUE "Vendite-partite.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-partite.new".
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM VERIFICA-TESTATA-PARTITE
           PERFORM LEGGI-ULTIMA-DATA
           PERFORM VERIFICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "TERMINI-PREDEFINITI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE(1:4) TO WS-TERMINI-PREDEFINITI
           END-IF
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "clienti.idx non apribile (STATUS "
                   WS-CLIENTI-STATUS "), TUTTE LE PARTITE CON I "
                   "TERMINI PREDEFINITI."
           END-IF
           PERFORM COPIA-PARTITE-ESISTENTI
           PERFORM ACCODA-NUOVE-PARTITE
           IF WS-CLIENTI-STATUS = "00"
               CLOSE CLIENTI-IDX
           END-IF
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-PAR-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-PAR-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "GeneraPartite" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-PARTITE
           END-IF
           PERFORM SCRIVI-ULTIMA-DATA
           DISPLAY "MOVIMENTI TRASFORMATI: " WS-GENERATE
               " IN " WS-RATE-SCRITTE " PARTITE"
               " (GIA' TRASFORMATI IN PRECEDENZA: " WS-SALTATI ")"
           IF WS-TERMINI-IGNOTI > 0
               DISPLAY "MOVIMENTI CON CODICE TERMINI NON IN "
                   "Termini-pagamento.txt, TRATTATI A RIMESSA "
                   "DIRETTA: " WS-TERMINI-IGNOTI
           END-IF
           STOP RUN.

       LEGGI-ULTIMA-DATA.
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               ADD 1 TO WS-DET-LETTI
                               ADD DET-IMPORTO TO WS-DET-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG NOT = "TRL"
                           AND PAR-TRAILER-TAG NOT = "HDR"
                           IF PAR-LIVELLO-SOLLECITO NOT NUMERIC
                               MOVE 0 TO PAR-LIVELLO-SOLLECITO
                                   PAR-DATA-SOLLECITO
                           END-IF
                           IF PAR-DATA-SCADENZA NOT NUMERIC
                               MOVE PAR-DATA-MOVIMENTO
                                   TO PAR-DATA-SCADENZA
                               MOVE 1 TO PAR-RATA
                           END-IF
                           MOVE PARTITA TO PARTITA-NUOVA
                           WRITE PARTITA-NUOVA
                           ADD 1 TO WS-PAR-COUNT
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           IF DET-DATA > WS-DATA-LIMITE
                               PERFORM GENERA-RATE-MOVIMENTO
                               ADD 1 TO WS-GENERATE
                               IF DET-DATA > WS-DATA-MASSIMA
                                   MOVE DET-DATA TO WS-DATA-MASSIMA
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

      *Una partita per rata dei termini del cliente: le rate prima
      *dell'ultima prendono la loro percentuale arrotondata,
      *l'ultima il residuo, cosi' la somma torna sempre all'importo
      *del movimento (e il trailer del partitario quadra).
       GENERA-RATE-MOVIMENTO.
           PERFORM DETERMINA-TERMINI
           MOVE DET-IMPORTO TO WS-IMPORTO-RESIDUO
           PERFORM VARYING INDICE-RATA FROM 1 BY 1
               UNTIL INDICE-RATA > WS-TER-NUM-RATE
               IF INDICE-RATA = WS-TER-NUM-RATE
                   MOVE WS-IMPORTO-RESIDUO TO WS-IMPORTO-RATA
               ELSE
                   COMPUTE WS-IMPORTO-RATA ROUNDED = DET-IMPORTO
                       * WS-TER-PERCENTUALE(INDICE-RATA) / 100
                   SUBTRACT WS-IMPORTO-RATA FROM WS-IMPORTO-RESIDUO
               END-IF
               PERFORM CALCOLA-SCADENZA
               MOVE DET-ID-CLIENTE TO NV-ID-CLIENTE
               MOVE DET-REGIONE-NUM TO NV-REGIONE-NUM
               MOVE DET-DATA TO NV-DATA-MOVIMENTO
               MOVE WS-IMPORTO-RATA TO NV-IMPORTO
               MOVE 'A' TO NV-STATO
               MOVE 0 TO NV-DATA-INCASSO
               MOVE 0 TO NV-LIVELLO-SOLLECITO
               MOVE 0 TO NV-DATA-SOLLECITO
               MOVE WS-DATA-SCADENZA TO NV-DATA-SCADENZA
               MOVE INDICE-RATA TO NV-RATA
               MOVE SPACE TO NV-CONTESTAZIONE
               MOVE SPACES TO NV-NOTA-CONTESTAZIONE
               MOVE DET-SOCIETA TO NV-SOCIETA
               WRITE PARTITA-NUOVA
               ADD 1 TO WS-PAR-COUNT
               ADD WS-IMPORTO-RATA TO WS-PAR-TOTALE
               ADD 1 TO WS-RATE-SCRITTE
           END-PERFORM.

      *Termini del cliente, poi i predefiniti; un codice che non
      *esiste nel riferimento vale rimessa diretta (GetTermini torna
      *una rata unica a zero giorni) e viene contato.
       DETERMINA-TERMINI.
           MOVE SPACES TO WS-CODICE-TERMINI
           IF WS-CLIENTI-STATUS = "00"
               MOVE DET-ID-CLIENTE TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CODICE-TERMINI-IDX TO WS-CODICE-TERMINI
               END-READ
           END-IF
           IF WS-CODICE-TERMINI = SPACES
               MOVE WS-TERMINI-PREDEFINITI TO WS-CODICE-TERMINI
           END-IF
           CALL 'GetTermini' USING WS-CODICE-TERMINI, WS-TERMINI,
               WS-TERMINI-TROVATI
           IF WS-TERMINI-TROVATI = 'N'
               AND WS-CODICE-TERMINI NOT = SPACES
               ADD 1 TO WS-TERMINI-IGNOTI
           END-IF.

      *Data movimento piu' i giorni della rata; con il fine mese la
      *scadenza va all'ultimo giorno del mese raggiunto (il primo
      *del mese dopo meno un giorno). In ogni caso si finisce sul
      *primo giorno lavorativo.
       CALCOLA-SCADENZA.
           MOVE DET-DATA TO WS-DATA-MOVIMENTO
           COMPUTE WS-SCADENZA-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
               + WS-TER-GIORNI(INDICE-RATA)
           COMPUTE WS-DATA-SCADENZA =
               FUNCTION DATE-OF-INTEGER(WS-SCADENZA-INTERO)
           IF WS-TER-FINE-MESE = 'S'
               MOVE WS-DATA-SCADENZA(1:4) TO WS-SCADENZA-ANNO
               MOVE WS-DATA-SCADENZA(5:2) TO WS-SCADENZA-MESE
               IF WS-SCADENZA-MESE = 12
                   ADD 1 TO WS-SCADENZA-ANNO
                   MOVE 1 TO WS-SCADENZA-MESE
               ELSE
                   ADD 1 TO WS-SCADENZA-MESE
               END-IF
               COMPUTE WS-DATA-SCADENZA = WS-SCADENZA-ANNO * 10000
                   + WS-SCADENZA-MESE * 100 + 1
               COMPUTE WS-SCADENZA-INTERO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SCADENZA) - 1
               COMPUTE WS-DATA-SCADENZA =
                   FUNCTION DATE-OF-INTEGER(WS-SCADENZA-INTERO)
           END-IF
           CALL 'GiornoLavorativo' USING WS-DATA-SCADENZA.

           COPY TESTATA-CONTROLLI.
