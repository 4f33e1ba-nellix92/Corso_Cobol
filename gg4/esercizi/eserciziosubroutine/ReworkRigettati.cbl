      *Il nome del file dei rigettati viene chiesto all'avvio (come
      *GetVarianzaAnnuale chiede i suoi file), cosi' si lavorano sia
      *i rigettati della validazione trimestrale sia quelli
      *dell'intake (Vendite-in-rigettati.txt). I rigettati
      *dell'intake portano in coda la societa' e la controparte, che
      *si correggono come gli altri campi e tornano nel master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
      *Stesso tracciato dei rigettati di GetVenditeTrimestre e
      *dell'intake (il motivo piu' corto viene riempito di spazi;
      *societa' a spazi per i rigettati trimestrali).
       FD FILE-RIGETTATI.
       01 RECORD-RIGETTATO.
           05 RIG-REGIONE-NUM PIC 99.
           05 RIG-ANNO PIC 9(4).
           05 FILLER PIC X(1).
           05 RIG-CODICE-MOTIVO PIC X(25).
           05 RIG-SOCIETA PIC X(2).
           05 RIG-SOCIETA-CONTROPARTE PIC X(2).

       FD FILE-RIGETTATI-NUOVO.
       01 RECORD-RIGETTATO-NUOVO PIC X(49).

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

       FD FILE-NUOVO.
       01 VENDITE-NUOVO.
           05 NV-STATO-PERIODO PIC X.
           05 NV-BATCH-NUMERO PIC X(6).
           05 NV-DATA-INTAKE PIC X(8).
           05 NV-SOCIETA PIC X(2).
           05 NV-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
               10 WS-COR-MESE PIC 99.
               10 WS-COR-IMPORTO PIC S9(7)V99.
               10 WS-COR-ANNO PIC 9(4).
               10 WS-COR-SOCIETA PIC X(2).
               10 WS-COR-SOCIETA-CONTROPARTE PIC X(2).
       01 INDICE-COR PIC 9(4).
      *Rigettati che restano tali.
       01 WS-NUM-RESTANTI PIC 9(4) VALUE 0.
       01 WS-RESTANTI-TABELLA.
           05 WS-RES-ENTRY OCCURS 500 TIMES PIC X(49).
       01 INDICE-RES PIC 9(4).
       01 WS-ELIMINATI PIC 9(4) VALUE 0.
       01 WS-MST-COUNT PIC 9(6) VALUE 0.
           05 WS-CHIUSO-ENTRY OCCURS 600 TIMES.
               10 WS-CHIUSO-ANNO PIC 9(4).
               10 WS-CHIUSO-MESE PIC 99.
               10 WS-CHIUSO-SOCIETA PIC X(2).
       01 INDICE-CHIUSO PIC 9(4).
       01 WS-PERIODO-CHIUSO-TROVATO PIC X.
       01 WS-IMPORTO-ED PIC -(9)9.99.
               10 WS-REG-ATTIVA PIC X.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-REGIONE-VALIDA PIC X.
      *Societa' del gruppo per la rivalidazione e per i periodi
      *chiusi, che valgono per societa'.
       COPY SOCIETA-TABELLA.
       01 WS-SOCIETA-RIGA PIC X(2).
       01 WS-SOCIETA-TROVATA PIC X.
       01 WS-CONTROPARTE-TROVATA PIC X.
       01 INDICE-SOCIETA PIC 99.
       01 WS-NOME-MASTER PIC X(30)
           VALUE "Vendite-mese.trimestre.txt".
       01 WS-NOME-NUOVO PIC X(30)
       01 WS-GIO-PRIMA-COUNT PIC 9(6).
       01 WS-GIO-PRIMA-TOTALE PIC S9(11)V99.
       01 WS-GIO-DELTA PIC S9(11)V99.
      *Operatore riconosciuto all'avvio: chi riprende i rigettati
      *firma il giornale del master e il giornale d'uso; il livello
      *'R' non entra, la ripresa scrive sul master.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "ReworkRigettati".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF
           IF WS-OPERATORE-LIVELLO = 'R'
               DISPLAY "OPERATORE IN SOLA LETTURA: LA RIPRESA DEI "
                   "RIGETTATI SCRIVE SUL MASTER, ACCESSO NON "
                   "CONSENTITO."
               STOP RUN
           END-IF
           MOVE 'I' TO WS-USO-EVENTO
           MOVE SPACES TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'GetSocieta' USING GRP-SOCIETA
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-DATA-OGGI
           PERFORM CARICA-PERIODI-CHIUSI
           DISPLAY "CORRETTI E REIMMESSI: " WS-NUM-CORRETTI
               "  ELIMINATI: " WS-ELIMINATI
               "  ANCORA RIGETTATI: " WS-NUM-RESTANTI
           MOVE 'F' TO WS-USO-EVENTO
           MOVE "OK" TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           STOP RUN.

       LAVORA-RIGETTATO.
               "  MESE: " RIG-MESE
               "  ANNO: " RIG-ANNO
           DISPLAY "IMPORTO: " WS-IMPORTO-ED
               "  SOCIETA': " RIG-SOCIETA
               "  CONTROPARTE: " RIG-SOCIETA-CONTROPARTE
           DISPLAY "MOTIVO RIGETTO: " RIG-CODICE-MOTIVO
           DISPLAY "[C]ORREGGI, [S]ALTA, [E]LIMINA? "
           ACCEPT WS-SCELTA
           IF WS-CAMPO-INPUT NOT = SPACES
               COMPUTE RIG-ANNO = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           END-IF
           DISPLAY "NUOVA SOCIETA' (INVIO = " RIG-SOCIETA "): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT NOT = SPACES
               MOVE WS-CAMPO-INPUT(1:2) TO RIG-SOCIETA
           END-IF
           DISPLAY "NUOVA CONTROPARTE (INVIO = "
               RIG-SOCIETA-CONTROPARTE ", - = NESSUNA): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = "-"
               MOVE SPACES TO RIG-SOCIETA-CONTROPARTE
           ELSE
               IF WS-CAMPO-INPUT NOT = SPACES
                   MOVE WS-CAMPO-INPUT(1:2) TO RIG-SOCIETA-CONTROPARTE
               END-IF
           END-IF
           PERFORM RIVALIDA-RECORD
           IF WS-RECORD-VALIDO = 'S'
               IF WS-NUM-CORRETTI < 500
                   MOVE RIG-IMPORTO
                       TO WS-COR-IMPORTO(WS-NUM-CORRETTI)
                   MOVE RIG-ANNO TO WS-COR-ANNO(WS-NUM-CORRETTI)
                   MOVE RIG-SOCIETA
                       TO WS-COR-SOCIETA(WS-NUM-CORRETTI)
                   MOVE RIG-SOCIETA-CONTROPARTE
                       TO WS-COR-SOCIETA-CONTROPARTE(WS-NUM-CORRETTI)
                   DISPLAY "RECORD VALIDO, VERRA' REIMMESSO."
               ELSE
                   DISPLAY "TROPPI RECORD CORRETTI IN UN GIRO, "
                   MOVE 'N' TO WS-RECORD-VALIDO
                   MOVE "IMPORTO FUORI RANGE" TO WS-MOTIVO
               WHEN OTHER
                   PERFORM CONTROLLA-SOCIETA-RIG
                   IF WS-RECORD-VALIDO = 'S'
                       PERFORM CONTROLLA-PERIODO-CHIUSO
                   END-IF
           END-EVALUATE.

      *Come CONTROLLA-SOCIETA-IN nell'intake.
       CONTROLLA-SOCIETA-RIG.
           IF RIG-SOCIETA = SPACES
               MOVE GRP-PRINCIPALE TO WS-SOCIETA-RIGA
           ELSE
               MOVE RIG-SOCIETA TO WS-SOCIETA-RIGA
           END-IF
           MOVE 'N' TO WS-SOCIETA-TROVATA
           MOVE 'N' TO WS-CONTROPARTE-TROVATA
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = WS-SOCIETA-RIGA
                   MOVE 'S' TO WS-SOCIETA-TROVATA
               END-IF
               IF GRP-CODICE(INDICE-SOCIETA) = RIG-SOCIETA-CONTROPARTE
                   AND RIG-SOCIETA-CONTROPARTE NOT = WS-SOCIETA-RIGA
                   MOVE 'S' TO WS-CONTROPARTE-TROVATA
               END-IF
           END-PERFORM
           IF RIG-SOCIETA-CONTROPARTE = SPACES
               MOVE 'S' TO WS-CONTROPARTE-TROVATA
           END-IF
           IF WS-SOCIETA-TROVATA = 'N' OR WS-CONTROPARTE-TROVATA = 'N'
               MOVE 'N' TO WS-RECORD-VALIDO
               MOVE "SOCIETA' NON IN ANAGRAFICA" TO WS-MOTIVO
           END-IF.

      *Come CARICA-PERIODI-CHIUSI nell'intake: raccoglie dal master
      *le coppie anno/mese gia' chiuse.
       CARICA-PERIODI-CHIUSI.
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF MST-TRAILER-TAG NOT = "TRL"
                           AND MST-TRAILER-TAG NOT = "HDR"
                           AND MST-STATO-PERIODO = 'C'
                           PERFORM MEMORIZZA-PERIODO-CHIUSO
                       END-IF
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

       CONTROLLA-PERIODO-CHIUSO.
               UNTIL INDICE-CHIUSO > WS-NUM-CHIUSI
               IF WS-CHIUSO-ANNO(INDICE-CHIUSO) = RIG-ANNO
                   AND WS-CHIUSO-MESE(INDICE-CHIUSO) = RIG-MESE
                   AND WS-CHIUSO-SOCIETA(INDICE-CHIUSO)
                       = WS-SOCIETA-RIGA
                   MOVE 'N' TO WS-RECORD-VALIDO
                   MOVE "PERIODO CHIUSO" TO WS-MOTIVO
               END-IF
                           IF MST-TRAILER-TAG = "TRL"
                               MOVE 'S' TO WS-MST-TRAILER-VISTO
                           ELSE
                               IF MST-TRAILER-TAG NOT = "HDR"
                                   ADD 1 TO WS-MST-COUNT
                                   ADD MST-IMPORTO TO WS-MST-TOTALE
                                   MOVE VENDITE-MASTER TO VENDITE-NUOVO
                                   WRITE VENDITE-NUOVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'A' TO NV-STATO-PERIODO
               MOVE "RIPRES" TO NV-BATCH-NUMERO
               MOVE WS-DATA-OGGI TO NV-DATA-INTAKE
               MOVE WS-COR-SOCIETA(INDICE-COR) TO NV-SOCIETA
               MOVE WS-COR-SOCIETA-CONTROPARTE(INDICE-COR)
                   TO NV-SOCIETA-CONTROPARTE
               WRITE VENDITE-NUOVO
               ADD 1 TO WS-MST-COUNT
               ADD WS-COR-IMPORTO(INDICE-COR) TO WS-MST-TOTALE
           MOVE WS-MST-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
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
               MOVE "ReworkRigettati" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
      *Riga nel giornale di controllo a scambio riuscito: prima,
      *dopo e delta dei reimmessi, come ApprovaCrediti.
               CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
                   WS-GIO-PRIMA-COUNT, WS-GIO-PRIMA-TOTALE,
                   WS-MST-COUNT, WS-MST-TOTALE, WS-GIO-DELTA,
                   WS-OPERATORE-ID
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
               CALL "CBL_DELETE_FILE" USING WS-NOME-RIG-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.

           COPY TESTATA-CONTROLLI.
