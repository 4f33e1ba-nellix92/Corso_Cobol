       IDENTIFICATION DIVISION.
       PROGRAM-ID. RilasciaPremi.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Approvazione dei premi a volume calcolati da PremiVolume:
      *nessun premio arriva al cliente senza che un supervisore ('S'
      *in operatori.txt) abbia visto l'estratto Premi-volume-AAAA.txt.
      *Le proposte di Premi-volume-proposte.txt si presentano una per
      *una con fatturato, percentuale e premio, e si [A]pprovano, si
      *[R]ifiutano (la proposta si toglie; ricalcolando l'anno torna)
      *o si lasciano in attesa. I premi approvati diventano note di
      *credito in Vendite-dettaglio.txt: movimenti con importo
      *negativo alla data di oggi, codice prodotto e codice IVA dei
      *premi da gestionale.cfg (PREMI-CODICE-PRODOTTO, predefinito
      *PREMIO, e PREMI-CODICE-IVA, predefinito 22), quantita' 1 e
      *prezzo pari all'importo; un premio oltre 99999.99 si divide in
      *piu' movimenti, perche' il prezzo unitario non ci sta. Da li'
      *passano in fattura, partite e contabilita' come ogni altra
      *nota di credito. Il feed si riscrive dal .new con il trailer
      *ricalcolato, dopo aver verificato il trailer vecchio; solo a
      *feed sostituito ogni premio lascia la sua riga, con la sigla
      *di chi l'ha approvato, in Premi-volume-emessi.txt, e le
      *proposte si riscrivono senza quelle lavorate.
      *Il movimento nuovo porta la societa' del gruppo del cliente
      *(SocietaCliente), in coda al tracciato dopo la fattura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PROPOSTE
               ASSIGN TO "Premi-volume-proposte.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSTE-STATUS.
           SELECT FILE-PROPOSTE-NUOVO
               ASSIGN TO "Premi-volume-proposte.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-dettaglio.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-EMESSI ASSIGN TO "Premi-volume-emessi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMESSI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PROPOSTE.
       01 RECORD-PROPOSTA.
           05 PPR-ANNO PIC 9(4).
           05 PPR-ID-CLIENTE PIC 9(6).
           05 PPR-REGIONE PIC 99.
           05 PPR-FATTURATO PIC S9(11)V99.
           05 PPR-PERCENTUALE PIC 99V99.
           05 PPR-IMPORTO PIC 9(9)V99.
           05 PPR-DATA-CALCOLO PIC 9(8).

       FD FILE-PROPOSTE-NUOVO.
       01 RECORD-PROPOSTA-NUOVO PIC X(48).

       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-ID-CLIENTE PIC 9(6).
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA PIC 9(8).
           05 DET-IMPORTO PIC S9(7)V99.
           05 DET-CODICE-PRODOTTO PIC X(8).
           05 DET-QUANTITA PIC 9(5).
           05 DET-PREZZO-UNITARIO PIC S9(5)V99.
           05 DET-CODICE-IVA PIC X(2).
           05 DET-FATTURA-ANNO PIC 9(4).
           05 DET-FATTURA-NUMERO PIC 9(6).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
           05 TRAILER-DET-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-NUOVO.
       01 DETTAGLIO-NUOVO.
           05 NV-ID-CLIENTE PIC 9(6).
           05 NV-REGIONE-NUM PIC 99.
           05 NV-DATA PIC 9(8).
           05 NV-IMPORTO PIC S9(7)V99.
           05 NV-CODICE-PRODOTTO PIC X(8).
           05 NV-QUANTITA PIC 9(5).
           05 NV-PREZZO-UNITARIO PIC S9(5)V99.
           05 NV-CODICE-IVA PIC X(2).
           05 NV-FATTURA.
               10 NV-FATTURA-ANNO PIC 9(4).
               10 NV-FATTURA-NUMERO PIC 9(6).
           05 NV-SOCIETA PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-EMESSI.
       01 RECORD-EMESSO.
           05 EMS-ANNO PIC 9(4).
           05 EMS-ID-CLIENTE PIC 9(6).
           05 EMS-REGIONE PIC 99.
           05 EMS-IMPORTO PIC 9(9)V99.
           05 EMS-DATA PIC 9(8).
           05 EMS-TIMESTAMP PIC X(14).
           05 EMS-OPERATORE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PROPOSTE-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-EMESSI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-SCELTA PIC X.
      *Proposte in tabella con l'esito: 'P' in attesa, 'A'
      *approvata, 'R' rifiutata in questo giro, 'D' gia' accreditata.
       01 WS-NUM-PROPOSTE PIC 9(4) VALUE 0.
       01 WS-PROPOSTE-TABELLA.
           05 WS-PRP-ENTRY OCCURS 1000 TIMES.
               10 WS-PRP-RECORD PIC X(48).
               10 WS-PRP-ESITO PIC X.
       01 INDICE-PROPOSTA PIC 9(4).
       01 WS-PROPOSTE-PIENE PIC X VALUE 'N'.
      *Anno+cliente gia' accreditati: non si accreditano due volte.
       01 WS-NUM-EMESSI PIC 9(4) VALUE 0.
       01 WS-EMESSI-TABELLA.
           05 WS-EMS-CHIAVE OCCURS 3000 TIMES PIC 9(10).
       01 INDICE-EMESSO PIC 9(4).
       01 WS-GIA-EMESSO PIC X.
       01 WS-CHIAVE-PROPOSTA PIC 9(10).
      *Codici con cui i premi entrano nel feed.
       01 WS-CODICE-PRODOTTO PIC X(8) VALUE "PREMIO".
       01 WS-CODICE-IVA PIC X(2) VALUE "22".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Stato del feed per la riscrittura.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-MASSIMO-MOVIMENTO PIC 9(5)V99 VALUE 99999.99.
       01 WS-RESIDUO PIC 9(9)V99.
       01 WS-QUOTA PIC 9(5)V99.
       01 WS-APPROVATI PIC 9(4) VALUE 0.
       01 WS-RIFIUTATI PIC 9(4) VALUE 0.
       01 WS-DOPPI PIC 9(4) VALUE 0.
       01 WS-APPROVATI-TOTALE PIC 9(11)V99 VALUE 0.
       01 WS-IMPORTO-ED PIC -(10)9.99.
       01 WS-PREMIO-ED PIC Z(8)9.99.
       01 WS-PERC-ED PIC Z9.99.
       01 WS-NOME-DETTAGLIO PIC X(30)
           VALUE "Vendite-dettaglio.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-dettaglio.new".
       01 WS-NOME-PRP PIC X(30)
           VALUE "Premi-volume-proposte.txt".
       01 WS-NOME-PRP-NUOVO PIC X(30)
           VALUE "Premi-volume-proposte.new".
      *Operatore: solo il livello supervisore approva.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
           88 OPERATORE-SUPERVISORE VALUE 'S'.
       01 WS-SIGNON-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF
           IF NOT OPERATORE-SUPERVISORE
               DISPLAY "SERVE UN OPERATORE DI LIVELLO SUPERVISORE "
                   "('S'): APPROVAZIONE NON CONSENTITA."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM LEGGI-PARAMETRI
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM CARICA-EMESSI
           PERFORM CARICA-PROPOSTE
           IF WS-PROPOSTE-PIENE = 'S'
               DISPLAY "Premi-volume-proposte.txt OLTRE LE 1000 "
                   "RIGHE, APPROVAZIONE RIFIUTATA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM-PROPOSTE = 0
               DISPLAY "NESSUN PREMIO A VOLUME IN ATTESA."
               STOP RUN
           END-IF
           PERFORM VARYING INDICE-PROPOSTA FROM 1 BY 1
               UNTIL INDICE-PROPOSTA > WS-NUM-PROPOSTE
               PERFORM LAVORA-PROPOSTA
           END-PERFORM
           IF WS-APPROVATI > 0
               PERFORM POSTA-PREMI
           END-IF
           IF WS-APPROVATI > 0 OR WS-RIFIUTATI > 0 OR WS-DOPPI > 0
               PERFORM RISCRIVI-PROPOSTE
           END-IF
           MOVE WS-APPROVATI-TOTALE TO WS-IMPORTO-ED
           DISPLAY "PREMI APPROVATI: " WS-APPROVATI
               " PER " WS-IMPORTO-ED " RIFIUTATI: " WS-RIFIUTATI
           STOP RUN.

       LEGGI-PARAMETRI.
           MOVE "PREMI-CODICE-PRODOTTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-CODICE-PRODOTTO
           END-IF
           MOVE "PREMI-CODICE-IVA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-CODICE-IVA
           END-IF.

       CARICA-EMESSI.
           OPEN INPUT FILE-EMESSI
           IF WS-EMESSI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-EMESSI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-EMESSI < 3000
                           ADD 1 TO WS-NUM-EMESSI
                           COMPUTE WS-EMS-CHIAVE(WS-NUM-EMESSI) =
                               EMS-ANNO * 1000000 + EMS-ID-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-EMESSI.

       CARICA-PROPOSTE.
           OPEN INPUT FILE-PROPOSTE
           IF WS-PROPOSTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PROPOSTE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-PROPOSTE < 1000
                           ADD 1 TO WS-NUM-PROPOSTE
                           MOVE RECORD-PROPOSTA
                               TO WS-PRP-RECORD(WS-NUM-PROPOSTE)
                           MOVE 'P' TO WS-PRP-ESITO(WS-NUM-PROPOSTE)
                       ELSE
                           MOVE 'S' TO WS-PROPOSTE-PIENE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PROPOSTE.

       LAVORA-PROPOSTA.
           MOVE WS-PRP-RECORD(INDICE-PROPOSTA) TO RECORD-PROPOSTA
           COMPUTE WS-CHIAVE-PROPOSTA =
               PPR-ANNO * 1000000 + PPR-ID-CLIENTE
           MOVE 'N' TO WS-GIA-EMESSO
           PERFORM VARYING INDICE-EMESSO FROM 1 BY 1
               UNTIL INDICE-EMESSO > WS-NUM-EMESSI
               IF WS-EMS-CHIAVE(INDICE-EMESSO) = WS-CHIAVE-PROPOSTA
                   MOVE 'S' TO WS-GIA-EMESSO
               END-IF
           END-PERFORM
           IF WS-GIA-EMESSO = 'S'
               DISPLAY "PREMIO " PPR-ANNO " CLIENTE " PPR-ID-CLIENTE
                   " GIA' ACCREDITATO (Premi-volume-emessi.txt): "
                   "PROPOSTA TOLTA."
               MOVE 'D' TO WS-PRP-ESITO(INDICE-PROPOSTA)
               ADD 1 TO WS-DOPPI
               EXIT PARAGRAPH
           END-IF
           MOVE PPR-FATTURATO TO WS-IMPORTO-ED
           MOVE PPR-PERCENTUALE TO WS-PERC-ED
           MOVE PPR-IMPORTO TO WS-PREMIO-ED
           DISPLAY "PREMIO " PPR-ANNO " CLIENTE " PPR-ID-CLIENTE
               " REGIONE " PPR-REGIONE ": FATTURATO " WS-IMPORTO-ED
               " AL " WS-PERC-ED "% = " WS-PREMIO-ED
               " (ESTRATTO Premi-volume-" PPR-ANNO ".txt)"
           DISPLAY "[A]PPROVA / [R]IFIUTA / [S]ALTA: "
           ACCEPT WS-SCELTA
           EVALUATE WS-SCELTA
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-PRP-ESITO(INDICE-PROPOSTA)
                   ADD 1 TO WS-APPROVATI
                   ADD PPR-IMPORTO TO WS-APPROVATI-TOTALE
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-PRP-ESITO(INDICE-PROPOSTA)
                   ADD 1 TO WS-RIFIUTATI
               WHEN OTHER
                   DISPLAY "LASCIATO IN ATTESA."
           END-EVALUATE.

      *Il feed si copia sul .new verificandone il trailer: un feed che
      *non quadra non si tocca e i premi restano in attesa.
       POSTA-PREMI.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               PERFORM ANNULLA-APPROVAZIONI
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-NUOVO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG = "TRL"
                           IF WS-DET-COUNT = TRAILER-DET-RECORD-COUNT
                               AND WS-DET-TOTALE
                                   = TRAILER-DET-CONTROL-TOTAL
                               MOVE 'S' TO WS-DET-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               MOVE DETTAGLIO TO DETTAGLIO-NUOVO
                               WRITE DETTAGLIO-NUOVO
                               ADD 1 TO WS-DET-COUNT
                               ADD DET-IMPORTO TO WS-DET-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               CLOSE FILE-NUOVO
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               DISPLAY "Vendite-dettaglio.txt NON QUADRA CON IL "
                   "TRAILER: PREMI NON ACCREDITATI."
               PERFORM ANNULLA-APPROVAZIONI
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-PROPOSTA FROM 1 BY 1
               UNTIL INDICE-PROPOSTA > WS-NUM-PROPOSTE
               IF WS-PRP-ESITO(INDICE-PROPOSTA) = 'A'
                   MOVE WS-PRP-RECORD(INDICE-PROPOSTA)
                       TO RECORD-PROPOSTA
                   MOVE PPR-IMPORTO TO WS-RESIDUO
                   PERFORM UNTIL WS-RESIDUO = 0
                       IF WS-RESIDUO > WS-MASSIMO-MOVIMENTO
                           MOVE WS-MASSIMO-MOVIMENTO TO WS-QUOTA
                       ELSE
                           MOVE WS-RESIDUO TO WS-QUOTA
                       END-IF
                       PERFORM SCRIVI-NOTA-CREDITO
                       SUBTRACT WS-QUOTA FROM WS-RESIDUO
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-DET-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-DET-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-DETTAGLIO
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI "
                   "Vendite-dettaglio.txt (CODICE " RETURN-CODE
                   "), PREMI NON ACCREDITATI."
               PERFORM ANNULLA-APPROVAZIONI
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
           MOVE 0 TO RETURN-CODE
           MOVE "RilasciaPremi" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-DETTAGLIO
           PERFORM ANNOTA-PREMI.

       SCRIVI-NOTA-CREDITO.
           MOVE PPR-ID-CLIENTE TO NV-ID-CLIENTE
           MOVE PPR-REGIONE TO NV-REGIONE-NUM
           MOVE WS-OGGI TO NV-DATA
           COMPUTE NV-IMPORTO = 0 - WS-QUOTA
           MOVE WS-CODICE-PRODOTTO TO NV-CODICE-PRODOTTO
           MOVE 1 TO NV-QUANTITA
           COMPUTE NV-PREZZO-UNITARIO = 0 - WS-QUOTA
           MOVE WS-CODICE-IVA TO NV-CODICE-IVA
           MOVE SPACES TO NV-FATTURA
           CALL 'SocietaCliente' USING NV-ID-CLIENTE, NV-SOCIETA
           WRITE DETTAGLIO-NUOVO
           ADD 1 TO WS-DET-COUNT
           SUBTRACT WS-QUOTA FROM WS-DET-TOTALE.

      *Solo ora i premi sono davvero nel feed: il registro si scrive
      *qui, una riga per premio approvato.
       ANNOTA-PREMI.
           OPEN EXTEND FILE-EMESSI
           IF WS-EMESSI-STATUS NOT = "00"
               OPEN OUTPUT FILE-EMESSI
           END-IF
           PERFORM VARYING INDICE-PROPOSTA FROM 1 BY 1
               UNTIL INDICE-PROPOSTA > WS-NUM-PROPOSTE
               IF WS-PRP-ESITO(INDICE-PROPOSTA) = 'A'
                   MOVE WS-PRP-RECORD(INDICE-PROPOSTA)
                       TO RECORD-PROPOSTA
                   MOVE PPR-ANNO TO EMS-ANNO
                   MOVE PPR-ID-CLIENTE TO EMS-ID-CLIENTE
                   MOVE PPR-REGIONE TO EMS-REGIONE
                   MOVE PPR-IMPORTO TO EMS-IMPORTO
                   MOVE WS-OGGI TO EMS-DATA
                   MOVE WS-DATA-ORA(1:14) TO EMS-TIMESTAMP
                   MOVE WS-OPERATORE-ID TO EMS-OPERATORE
                   WRITE RECORD-EMESSO
               END-IF
           END-PERFORM
           CLOSE FILE-EMESSI.

       ANNULLA-APPROVAZIONI.
           PERFORM VARYING INDICE-PROPOSTA FROM 1 BY 1
               UNTIL INDICE-PROPOSTA > WS-NUM-PROPOSTE
               IF WS-PRP-ESITO(INDICE-PROPOSTA) = 'A'
                   MOVE 'P' TO WS-PRP-ESITO(INDICE-PROPOSTA)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-APPROVATI
           MOVE 0 TO WS-APPROVATI-TOTALE.

      *Restano solo le proposte in attesa; approvate, rifiutate e
      *gia' accreditate escono.
       RISCRIVI-PROPOSTE.
           OPEN OUTPUT FILE-PROPOSTE-NUOVO
           PERFORM VARYING INDICE-PROPOSTA FROM 1 BY 1
               UNTIL INDICE-PROPOSTA > WS-NUM-PROPOSTE
               IF WS-PRP-ESITO(INDICE-PROPOSTA) = 'P'
                   MOVE WS-PRP-RECORD(INDICE-PROPOSTA)
                       TO RECORD-PROPOSTA-NUOVO
                   WRITE RECORD-PROPOSTA-NUOVO
               END-IF
           END-PERFORM
           CLOSE FILE-PROPOSTE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-PRP-NUOVO WS-NOME-PRP
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA RISCRITTURA DELLE PROPOSTE "
                   "(CODICE " RETURN-CODE "): TOGLIERE A MANO I "
                   "PREMI APPROVATI"
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-PRP-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.

           COPY TESTATA-CONTROLLI.
