       IDENTIFICATION DIVISION.
       PROGRAM-ID. RilasciaPrezzi.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Decisione del supervisore sui movimenti trattenuti da
      *RollupVenditeDettaglio perche' il prezzo unitario si scosta
      *dal listino oltre LISTINO-BLOCCO-PERCENTO: un prezzo di 0.01
      *o dieci volte il listino non entra nel riassunto mensile
      *senza che un operatore di livello supervisore ('S' in
      *operatori.txt) l'abbia visto. I trattenuti in attesa di
      *Vendite-prezzi-sospesi.txt si presentano uno per uno con
      *prezzo, listino e scostamento, e si [R]ilasciano (il rollup
      *successivo li riassume), si respingono con [X] (il rollup li
      *scarta: il movimento va corretto alla fonte) o si lasciano in
      *attesa. La decisione resta sulla riga con la data e la sigla
      *di chi l'ha presa: il movimento rimane nel feed, e il rollup
      *la deve ritrovare a ogni giro. Il file si riscrive dal .new.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-SOSPESI
               ASSIGN TO "Vendite-prezzi-sospesi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOSPESI-STATUS.
           SELECT FILE-SOSPESI-NUOVO
               ASSIGN TO "Vendite-prezzi-sospesi.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-SOSPESI.
       COPY PREZZO-SOSPESO.

       FD FILE-SOSPESI-NUOVO.
       01 RECORD-SOSPESO-NUOVO PIC X(84).

       WORKING-STORAGE SECTION.
       01 WS-SOSPESI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-SCELTA PIC X.
      *Tutte le righe del file in tabella, decise e in attesa: si
      *riscrivono tutte, con le decisioni di questo giro.
       01 WS-NUM-SOSPESI PIC 9(4) VALUE 0.
       01 WS-SOSPESI-TABELLA.
           05 WS-SOS-ENTRY OCCURS 2000 TIMES.
               10 WS-SOS-RECORD PIC X(84).
       01 INDICE-SOSPESO PIC 9(4).
       01 WS-SOSPESI-PIENI PIC X VALUE 'N'.
       01 WS-IN-ATTESA PIC 9(4) VALUE 0.
       01 WS-RILASCIATI PIC 9(4) VALUE 0.
       01 WS-RESPINTI PIC 9(4) VALUE 0.
       01 WS-IMPORTO-ED PIC -(7)9.99.
       01 WS-PREZZO-ED PIC -(5)9.99.
       01 WS-LISTINO-ED PIC Z(4)9.99.
       01 WS-SCOSTAMENTO-ED PIC +(5)9.99.
       01 WS-NOME-SOS PIC X(30)
           VALUE "Vendite-prezzi-sospesi.txt".
       01 WS-NOME-SOS-NUOVO PIC X(30)
           VALUE "Vendite-prezzi-sospesi.new".
      *Operatore: solo il livello supervisore decide.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
           88 OPERATORE-SUPERVISORE VALUE 'S'.
       01 WS-SIGNON-ESITO PIC 9.

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
                   "('S'): RILASCIO NON CONSENTITO."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM CARICA-SOSPESI
           IF WS-SOSPESI-PIENI = 'S'
               DISPLAY "Vendite-prezzi-sospesi.txt OLTRE LE 2000 "
                   "RIGHE, RILASCIO RIFIUTATO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-IN-ATTESA = 0
               DISPLAY "NESSUN MOVIMENTO TRATTENUTO IN ATTESA."
               STOP RUN
           END-IF
           PERFORM VARYING INDICE-SOSPESO FROM 1 BY 1
               UNTIL INDICE-SOSPESO > WS-NUM-SOSPESI
               MOVE WS-SOS-RECORD(INDICE-SOSPESO)
                   TO RECORD-PREZZO-SOSPESO
               IF PSO-IN-ATTESA
                   PERFORM LAVORA-SOSPESO
               END-IF
           END-PERFORM
           IF WS-RILASCIATI > 0 OR WS-RESPINTI > 0
               PERFORM RISCRIVI-SOSPESI
           END-IF
           DISPLAY "MOVIMENTI RILASCIATI: " WS-RILASCIATI
               " RESPINTI: " WS-RESPINTI
           STOP RUN.

       CARICA-SOSPESI.
           OPEN INPUT FILE-SOSPESI
           IF WS-SOSPESI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-SOSPESI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-SOSPESI < 2000
                           ADD 1 TO WS-NUM-SOSPESI
                           MOVE RECORD-PREZZO-SOSPESO
                               TO WS-SOS-RECORD(WS-NUM-SOSPESI)
                           IF PSO-IN-ATTESA
                               ADD 1 TO WS-IN-ATTESA
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-SOSPESI-PIENI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-SOSPESI.

       LAVORA-SOSPESO.
           MOVE PSO-IMPORTO TO WS-IMPORTO-ED
           MOVE PSO-PREZZO-UNITARIO TO WS-PREZZO-ED
           MOVE PSO-PREZZO-LISTINO TO WS-LISTINO-ED
           MOVE PSO-SCOSTAMENTO-PERC TO WS-SCOSTAMENTO-ED
           DISPLAY "MOVIMENTO " INDICE-SOSPESO ": CLIENTE "
               PSO-ID-CLIENTE " REGIONE " PSO-REGIONE-NUM
               " DATA " PSO-DATA " IMPORTO " WS-IMPORTO-ED
           DISPLAY "  PRODOTTO " PSO-CODICE-PRODOTTO
               " QTA " PSO-QUANTITA " PREZZO " WS-PREZZO-ED
               " LISTINO " WS-LISTINO-ED " SCOST.% "
               WS-SCOSTAMENTO-ED
           DISPLAY "[R]ILASCIA / [X] RESPINGI / [S]ALTA: "
           ACCEPT WS-SCELTA
           EVALUATE WS-SCELTA
               WHEN 'R'
               WHEN 'r'
                   SET PSO-RILASCIATO TO TRUE
                   ADD 1 TO WS-RILASCIATI
               WHEN 'X'
               WHEN 'x'
                   SET PSO-RESPINTO TO TRUE
                   ADD 1 TO WS-RESPINTI
               WHEN OTHER
                   DISPLAY "LASCIATO IN ATTESA."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OGGI TO PSO-DATA-DECISIONE
           MOVE WS-OPERATORE-ID TO PSO-OPERATORE
           MOVE RECORD-PREZZO-SOSPESO TO WS-SOS-RECORD(INDICE-SOSPESO).

       RISCRIVI-SOSPESI.
           OPEN OUTPUT FILE-SOSPESI-NUOVO
           PERFORM VARYING INDICE-SOSPESO FROM 1 BY 1
               UNTIL INDICE-SOSPESO > WS-NUM-SOSPESI
               MOVE WS-SOS-RECORD(INDICE-SOSPESO)
                   TO RECORD-SOSPESO-NUOVO
               WRITE RECORD-SOSPESO-NUOVO
           END-PERFORM
           CLOSE FILE-SOSPESI-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-SOS-NUOVO WS-NOME-SOS
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI " WS-NOME-SOS
                   " (CODICE " RETURN-CODE "), LE DECISIONI RESTANO IN "
                   WS-NOME-SOS-NUOVO
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-SOS-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.
