      *nel riscontro: il fornitore che rimanda il file di ieri non
      *carica piu' due volte gli stessi movimenti. L'elenco storico
      *dei lotti si interroga con ElencaLotti.
      *Ogni riga porta la societa' del gruppo che ha venduto e, per
      *le vendite infragruppo, la societa' controparte (spazi = la
      *societa' principale e nessuna controparte): il codice deve
      *essere in Societa.txt e la chiusura dei periodi vale per
      *societa'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 IN-IMPORTO PIC S9(7)V99.
           05 IN-ANNO PIC 9(4).
           05 IN-STATO-PERIODO PIC X.
           05 IN-SOCIETA PIC X(2).
           05 IN-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-IN.
           05 IN-TRAILER-TAG PIC X(3).
           05 IN-TRAILER-RECORD-COUNT PIC 9(6).
           05 IN-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-IN PIC X(48).

       FD FILE-MASTER.
       01 VENDITE-MASTER.
           05 MST-STATO-PERIODO PIC X.
           05 MST-BATCH-NUMERO PIC X(6).
           05 MST-DATA-INTAKE PIC X(8).
           05 MST-SOCIETA PIC X(2).
           05 MST-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-MASTER.
           05 MST-TRAILER-TAG PIC X(3).
           05 MST-TRAILER-RECORD-COUNT PIC 9(6).
           05 MST-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-MASTER PIC X(48).

      *Il record accodato porta in coda numero di lotto, data di
      *presa in carico e societa': i lettori del tracciato corto li
      *ignorano.
       FD FILE-NUOVO.
       01 VENDITE-NUOVO.
           05 NV-REGIONE-NUM PIC 99.
           05 NV-STATO-PERIODO PIC X.
           05 NV-BATCH-NUMERO PIC X(6).
           05 NV-DATA-INTAKE PIC X(8).
           05 NV-SOCIETA PIC X(2).
           05 NV-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 RIG-ANNO PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RIG-CODICE-MOTIVO PIC X(25).
           05 RIG-SOCIETA PIC X(2).
           05 RIG-SOCIETA-CONTROPARTE PIC X(2).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(70).
           05 LREG-FONTE PIC X(20).

      *Note di credito grosse in attesa di approvazione: il record
      *originale piu' lotto, data e societa', lavorato da
      *ApprovaCrediti.
       FD FILE-PENDENTI.
       01 RECORD-PENDENTE.
           05 PEN-REGIONE-NUM PIC 99.
           05 PEN-ANNO PIC 9(4).
           05 PEN-LOTTO PIC X(6).
           05 PEN-DATA PIC X(8).
           05 PEN-SOCIETA PIC X(2).
           05 PEN-SOCIETA-CONTROPARTE PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
               10 WS-ACC-REGIONE PIC 99.
               10 WS-ACC-ANNO PIC 9(4).
               10 WS-ACC-MESE PIC 99.
               10 WS-ACC-SOCIETA PIC X(2).
       01 INDICE-CHIAVE-ACC PIC 9(3).
       01 WS-CHIAVE-ACC-TROVATA PIC X.
       01 WS-STIME-STORNATE PIC 9(4) VALUE 0.
       01 WS-ALL-TESTO PIC X(60).
      *Riga per il giornale di controllo del master.
       01 WS-GIO-PROGRAMMA PIC X(20) VALUE "IntakeVendite".
       01 WS-GIO-OPERATORE PIC X(8) VALUE "BATCH".
       01 WS-GIO-PRIMA-COUNT PIC 9(6).
       01 WS-GIO-PRIMA-TOTALE PIC S9(11)V99.
       01 WS-GIO-DOPO-COUNT PIC 9(6).
       01 WS-MOTIVO-MESE PIC 9(6) VALUE 0.
       01 WS-MOTIVO-IMPORTO PIC 9(6) VALUE 0.
       01 WS-MOTIVO-CHIUSO PIC 9(6) VALUE 0.
       01 WS-MOTIVO-SOCIETA PIC 9(6) VALUE 0.
       01 WS-RECORD-VALIDO PIC X.
       01 WS-MOTIVO PIC X(25).
      *Soglia delle note di credito da mandare in approvazione
       01 WS-MST-COUNT PIC 9(6) VALUE 0.
       01 WS-MST-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-MST-TRAILER-VISTO PIC X VALUE 'N'.
      *Periodi gia' chiusi nel master (anno+mese per societa'), per
      *rifiutare nuove righe su un periodo che la contabilita' della
      *societa' ha gia' chiuso.
       01 WS-NUM-CHIUSI PIC 9(4) VALUE 0.
       01 WS-CHIUSI-TABELLA.
           05 WS-CHIUSO-ENTRY OCCURS 600 TIMES.
               10 WS-CHIUSO-ANNO PIC 9(4).
               10 WS-CHIUSO-MESE PIC 99.
               10 WS-CHIUSO-SOCIETA PIC X(2).
       01 INDICE-CHIUSO PIC 9(4).
       01 WS-PERIODO-CHIUSO-TROVATO PIC X.
      *Anagrafica regioni.
               10 WS-REG-ATTIVA PIC X.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-REGIONE-VALIDA PIC X.
      *Societa' del gruppo: codice effettivo della riga (spazi = la
      *principale) e controllo dei codici in ingresso.
       COPY SOCIETA-TABELLA.
       01 WS-SOCIETA-RIGA PIC X(2).
       01 WS-SOCIETA-TROVATA PIC X.
       01 WS-CONTROPARTE-TROVATA PIC X.
       01 INDICE-SOCIETA PIC 99.
       01 WS-NOME-MASTER PIC X(30)
           VALUE "Vendite-mese.trimestre.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-mese.trimestre.new".
       01 WS-CONTA-ED PIC Z(5)9.
       01 WS-TOTALE-ED PIC -(10)9.99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'GetSocieta' USING GRP-SOCIETA
           MOVE "NOTACREDITO-SOGLIA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-DATA-INTAKE
           PERFORM VERIFICA-TESTATA-VENDITE
           PERFORM ASSEGNA-LOTTO
           PERFORM CARICA-PERIODI-CHIUSI
           IF WS-MST-TRAILER-VISTO NOT = 'S'
               - WS-STIME-STORNATE-TOTALE
           CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
               WS-GIO-PRIMA-COUNT, WS-GIO-PRIMA-TOTALE,
               WS-GIO-DOPO-COUNT, WS-GIO-DOPO-TOTALE, WS-GIO-DELTA,
               WS-GIO-OPERATORE
               ON EXCEPTION CONTINUE
           END-CALL.

                       IF MST-TRAILER-TAG = "TRL"
                           MOVE 'S' TO WS-MST-TRAILER-VISTO
                       ELSE
                           IF MST-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-MST-COUNT
                               ADD MST-IMPORTO TO WS-MST-TOTALE
                               IF MST-STATO-PERIODO = 'C'
                                   PERFORM MEMORIZZA-PERIODO-CHIUSO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           CLOSE FILE-MASTER.

       MEMORIZZA-PERIODO-CHIUSO.
           IF MST-SOCIETA = SPACES
               MOVE GRP-PRINCIPALE TO WS-SOCIETA-RIGA
           ELSE
               MOVE MST-SOCIETA TO WS-SOCIETA-RIGA
           END-IF
           MOVE 'N' TO WS-PERIODO-CHIUSO-TROVATO
           PERFORM VARYING INDICE-CHIUSO FROM 1 BY 1
               UNTIL INDICE-CHIUSO > WS-NUM-CHIUSI
                   OR WS-PERIODO-CHIUSO-TROVATO = 'S'
               IF WS-CHIUSO-ANNO(INDICE-CHIUSO) = MST-ANNO
                   AND WS-CHIUSO-MESE(INDICE-CHIUSO) = MST-MESE
                   AND WS-CHIUSO-SOCIETA(INDICE-CHIUSO)
                       = WS-SOCIETA-RIGA
                   MOVE 'S' TO WS-PERIODO-CHIUSO-TROVATO
               END-IF
           END-PERFORM
               ADD 1 TO WS-NUM-CHIUSI
               MOVE MST-ANNO TO WS-CHIUSO-ANNO(WS-NUM-CHIUSI)
               MOVE MST-MESE TO WS-CHIUSO-MESE(WS-NUM-CHIUSI)
               MOVE WS-SOCIETA-RIGA
                   TO WS-CHIUSO-SOCIETA(WS-NUM-CHIUSI)
           END-IF.

      *Uso esclusivo del master per la riscrittura: se un altro
                               MOVE 'Y' TO LETTURA-FILE
                           END-IF
                       ELSE
                           IF IN-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-IN-LETTI
                               ADD IN-IMPORTO TO WS-IN-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           IF MST-TRAILER-TAG NOT = "TRL"
                               AND MST-TRAILER-TAG NOT = "HDR"
                               MOVE VENDITE-MASTER TO VENDITE-NUOVO
                               WRITE VENDITE-NUOVO
                           END-IF
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF IN-TRAILER-TAG NOT = "TRL"
                           AND IN-TRAILER-TAG NOT = "HDR"
                           PERFORM VALIDA-RECORD-IN
                           IF WS-RECORD-VALIDO = 'S'
                               IF WS-SOGLIA-CREDITO > 0
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CLOSE FILE-RIGETTATI
      *Righe uscite ed entrate nel registro modifiche, finche'
      *master e appoggio esistono entrambi.
           CALL 'RegistraModifiche' USING WS-GIO-PROGRAMMA,
               WS-NOME-MASTER, WS-NOME-NUOVO
               ON EXCEPTION CONTINUE
           END-CALL
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-MASTER
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEL MASTER (CODICE "
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "IntakeVendite" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
           END-IF.

      *Stesse regole di VALIDA-RECORD in GetVenditeTrimestre, piu'
                   MOVE "IMPORTO FUORI RANGE" TO WS-MOTIVO
                   ADD 1 TO WS-MOTIVO-IMPORTO
               WHEN OTHER
                   PERFORM CONTROLLA-SOCIETA-IN
                   IF WS-RECORD-VALIDO = 'S'
                       PERFORM CONTROLLA-PERIODO-CHIUSO
                   END-IF
           END-EVALUATE.

      *La societa' (spazi = la principale) deve essere del gruppo;
      *la controparte, se c'e', un'altra societa' del gruppo.
       CONTROLLA-SOCIETA-IN.
           IF IN-SOCIETA = SPACES
               MOVE GRP-PRINCIPALE TO WS-SOCIETA-RIGA
           ELSE
               MOVE IN-SOCIETA TO WS-SOCIETA-RIGA
           END-IF
           MOVE 'N' TO WS-SOCIETA-TROVATA
           MOVE 'N' TO WS-CONTROPARTE-TROVATA
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = WS-SOCIETA-RIGA
                   MOVE 'S' TO WS-SOCIETA-TROVATA
               END-IF
               IF GRP-CODICE(INDICE-SOCIETA) = IN-SOCIETA-CONTROPARTE
                   AND IN-SOCIETA-CONTROPARTE NOT = WS-SOCIETA-RIGA
                   MOVE 'S' TO WS-CONTROPARTE-TROVATA
               END-IF
           END-PERFORM
           IF IN-SOCIETA-CONTROPARTE = SPACES
               MOVE 'S' TO WS-CONTROPARTE-TROVATA
           END-IF
           IF WS-SOCIETA-TROVATA = 'N' OR WS-CONTROPARTE-TROVATA = 'N'
               MOVE 'N' TO WS-RECORD-VALIDO
               MOVE "SOCIETA' NON IN ANAGRAFICA" TO WS-MOTIVO
               ADD 1 TO WS-MOTIVO-SOCIETA
           END-IF.

       CONTROLLA-PERIODO-CHIUSO.
           PERFORM VARYING INDICE-CHIUSO FROM 1 BY 1
               UNTIL INDICE-CHIUSO > WS-NUM-CHIUSI
               IF WS-CHIUSO-ANNO(INDICE-CHIUSO) = IN-ANNO
                   AND WS-CHIUSO-MESE(INDICE-CHIUSO) = IN-MESE
                   AND WS-CHIUSO-SOCIETA(INDICE-CHIUSO)
                       = WS-SOCIETA-RIGA
                   MOVE 'N' TO WS-RECORD-VALIDO
                   MOVE "PERIODO CHIUSO" TO WS-MOTIVO
                   ADD 1 TO WS-MOTIVO-CHIUSO
               MOVE IN-ANNO TO PEN-ANNO
               MOVE WS-BATCH-NUMERO TO PEN-LOTTO
               MOVE WS-DATA-INTAKE TO PEN-DATA
               MOVE IN-SOCIETA TO PEN-SOCIETA
               MOVE IN-SOCIETA-CONTROPARTE TO PEN-SOCIETA-CONTROPARTE
               WRITE RECORD-PENDENTE
               CLOSE FILE-PENDENTI
               ADD 1 TO WS-DIROTTATI
           MOVE 'A' TO NV-STATO-PERIODO
           MOVE WS-BATCH-NUMERO TO NV-BATCH-NUMERO
           MOVE WS-DATA-INTAKE TO NV-DATA-INTAKE
           MOVE IN-SOCIETA TO NV-SOCIETA
           MOVE IN-SOCIETA-CONTROPARTE TO NV-SOCIETA-CONTROPARTE
           WRITE VENDITE-NUOVO
           ADD 1 TO WS-ACCETTATI
           ADD IN-IMPORTO TO WS-ACCETTATI-TOTALE
                       = IN-REGIONE-NUM
                   AND WS-ACC-ANNO(INDICE-CHIAVE-ACC) = IN-ANNO
                   AND WS-ACC-MESE(INDICE-CHIAVE-ACC) = IN-MESE
                   AND WS-ACC-SOCIETA(INDICE-CHIAVE-ACC)
                       = WS-SOCIETA-RIGA
                   MOVE 'S' TO WS-CHIAVE-ACC-TROVATA
               END-IF
           END-PERFORM
                   TO WS-ACC-REGIONE(WS-NUM-CHIAVI-ACC)
               MOVE IN-ANNO TO WS-ACC-ANNO(WS-NUM-CHIAVI-ACC)
               MOVE IN-MESE TO WS-ACC-MESE(WS-NUM-CHIAVI-ACC)
               MOVE WS-SOCIETA-RIGA
                   TO WS-ACC-SOCIETA(WS-NUM-CHIAVI-ACC)
           END-IF.

      *Storno automatico degli accantonamenti: i record di stima
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF MST-TRAILER-TAG NOT = "TRL"
                           AND MST-TRAILER-TAG NOT = "HDR"
                           PERFORM VALUTA-STORNO-RECORD
                       END-IF
               END-READ
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           IF WS-STIME-STORNATE > 0
               CALL 'RegistraModifiche' USING WS-GIO-PROGRAMMA,
                   WS-NOME-MASTER, WS-NOME-NUOVO
                   ON EXCEPTION CONTINUE
               END-CALL
               CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO
                   WS-NOME-MASTER
               IF RETURN-CODE NOT = 0
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
                   MOVE 0 TO RETURN-CODE
                   MOVE "IntakeVendite" TO TST-PROGRAMMA
                   PERFORM TIMBRA-TESTATA-VENDITE
               END-IF
               DISPLAY "STIME STORNATE DAI PERIODI CONSUNTIVATI: "
                   WS-STIME-STORNATE

       VALUTA-STORNO-RECORD.
           MOVE 'N' TO WS-CHIAVE-ACC-TROVATA
           IF MST-SOCIETA = SPACES
               MOVE GRP-PRINCIPALE TO WS-SOCIETA-RIGA
           ELSE
               MOVE MST-SOCIETA TO WS-SOCIETA-RIGA
           END-IF
           IF MST-STATO-PERIODO = 'E'
               PERFORM VARYING INDICE-CHIAVE-ACC FROM 1 BY 1
                   UNTIL INDICE-CHIAVE-ACC > WS-NUM-CHIAVI-ACC
                           = MST-ANNO
                       AND WS-ACC-MESE(INDICE-CHIAVE-ACC)
                           = MST-MESE
                       AND WS-ACC-SOCIETA(INDICE-CHIAVE-ACC)
                           = WS-SOCIETA-RIGA
                       MOVE 'S' TO WS-CHIAVE-ACC-TROVATA
                   END-IF
               END-PERFORM
           MOVE IN-IMPORTO TO RIG-IMPORTO
           MOVE IN-ANNO TO RIG-ANNO
           MOVE WS-MOTIVO TO RIG-CODICE-MOTIVO
           MOVE IN-SOCIETA TO RIG-SOCIETA
           MOVE IN-SOCIETA-CONTROPARTE TO RIG-SOCIETA-CONTROPARTE
           WRITE RECORD-RIGETTATO
           ADD 1 TO WS-RIGETTATI.

           STRING "  PERIODO CHIUSO:            " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-MOTIVO-SOCIETA TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "  SOCIETA' NON IN ANAGRAFICA:" WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-ACCETTATI-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE IMPORTI ACCETTATI:   " WS-TOTALE-ED
           MOVE "PERIODO CHIUSO" TO RSN-CODICE
           MOVE WS-MOTIVO-CHIUSO TO RSN-CONTEGGIO
           PERFORM SCRIVI-ACK-MOTIVO
           MOVE "SOCIETA' NON IN ANAGRAFICA" TO RSN-CODICE
           MOVE WS-MOTIVO-SOCIETA TO RSN-CONTEGGIO
           PERFORM SCRIVI-ACK-MOTIVO
           CLOSE FILE-ACK
           DISPLAY "RISCONTRO PER IL FORNITORE: Vendite-ack.txt".

               MOVE "RSN" TO RSN-TAG
               WRITE RECORD-ACK-MOTIVO
           END-IF.

           COPY TESTATA-CONTROLLI.
