       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSIONE-OPERATORE.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Sessioni aperte dal menu operatore (MENU-OPERATORE): dopo il
      *sign-on completo il menu apre una sessione e riceve un
      *biglietto di otto cifre, che passa ai programmi lanciati
      *nella variabile d'ambiente NOTA_SESSIONE (sigla + biglietto);
      *GET-OPERATORE la verifica e riconosce l'operatore senza
      *chiedere di nuovo sigla e PIN. In operatori-sessioni.txt non
      *c'e' il biglietto ma il suo hash (HASH-PIN, col sale del
      *record), come per i PIN: chi legge il file non apre sessioni
      *altrui. Il biglietto vale solo nel giorno di apertura.
      *Biglietto e sale sono due estrazioni distinte di
      *CIFRE-CASUALI: il sale scritto nel file non dice niente del
      *biglietto, e nessun seme finisce nell'archivio.
      *Funzione 'A' apre (o rinnova) la sessione della sigla e
      *restituisce il biglietto, 'V' verifica sigla e biglietto,
      *'C' chiude la sessione. La coda dei report (CODA-REPORT)
      *esegue le richieste con una sessione di coda della sigla del
      *richiedente, tenuta a parte da quella del menu perche' il
      *giro in giornata non faccia cadere la sessione di chi sta
      *lavorando: 'B' la apre, 'D' la chiude; 'V' accetta l'una e
      *l'altra. Esito 0 fatto / valida, 1 sessione
      *assente o non valida, 2 archivio non leggibile o non
      *riscrivibile. Il file si riscrive da operatori-sessioni.new
      *come operatori-pin.txt in PIN-OPERATORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-SESSIONI ASSIGN TO "operatori-sessioni.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSIONI-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "operatori-sessioni.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-SESSIONI.
       01 RIGA-SESSIONE PIC X(41).

       FD FILE-NUOVO.
       01 RIGA-NUOVO PIC X(41).

       WORKING-STORAGE SECTION.
       01 WS-SESSIONI-STATUS PIC XX.
       01 WS-NUOVO-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-NUM-RIGHE PIC 9(3) VALUE 0.
       01 WS-RIGHE-TABELLA.
           05 WS-RIGA OCCURS 200 TIMES PIC X(41).
       01 INDICE-RIGA PIC 9(3).
       01 WS-TROVATA PIC 9(3).
      *Tracciato della sessione: sigla, sale e hash del biglietto,
      *giorno di apertura, tipo ('C' coda dei report, altrimenti
      *menu).
       01 RECORD-SESSIONE.
           05 SES-SIGLA PIC X(8).
           05 SES-SALE PIC X(8).
           05 SES-HASH PIC X(16).
           05 SES-DATA PIC 9(8).
           05 SES-TIPO PIC X.
               88 SESSIONE-DI-CODA VALUE 'C'.
       01 WS-TIPO-CERCATO PIC X.
       01 WS-HASH PIC X(16).
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Cifre casuali dell'apertura: le prime otto sono il
      *biglietto, le altre otto il sale.
       01 WS-CIFRE PIC X(16).

       LINKAGE SECTION.
       01 LNK-FUNZIONE PIC X.
           88 SESSIONE-APRI VALUE 'A'.
           88 SESSIONE-VERIFICA VALUE 'V'.
           88 SESSIONE-CHIUDI VALUE 'C'.
           88 SESSIONE-CODA-APRI VALUE 'B'.
           88 SESSIONE-CODA-CHIUDI VALUE 'D'.
       01 LNK-SIGLA PIC X(8).
       01 LNK-BIGLIETTO PIC X(8).
       01 LNK-ESITO PIC 9.
           88 SESSIONE-OK VALUE 0.
           88 SESSIONE-NON-VALIDA VALUE 1.
           88 SESSIONE-ARCHIVIO-ERRATO VALUE 2.

       PROCEDURE DIVISION USING LNK-FUNZIONE, LNK-SIGLA,
           LNK-BIGLIETTO, LNK-ESITO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM CARICA-ARCHIVIO
           IF SESSIONE-ARCHIVIO-ERRATO
               EXIT PROGRAM
           END-IF
           IF SESSIONE-CODA-APRI OR SESSIONE-CODA-CHIUDI
               MOVE 'C' TO WS-TIPO-CERCATO
           ELSE
               MOVE 'M' TO WS-TIPO-CERCATO
           END-IF
           PERFORM CERCA-SESSIONE
           EVALUATE TRUE
               WHEN SESSIONE-APRI OR SESSIONE-CODA-APRI
                   PERFORM APRI-SESSIONE
               WHEN SESSIONE-VERIFICA
                   PERFORM VERIFICA-SESSIONE
                   IF NOT SESSIONE-OK
                       MOVE 'C' TO WS-TIPO-CERCATO
                       PERFORM CERCA-SESSIONE
                       PERFORM VERIFICA-SESSIONE
                   END-IF
               WHEN SESSIONE-CHIUDI
                   PERFORM CHIUDI-SESSIONE
               WHEN SESSIONE-CODA-CHIUDI
                   PERFORM CHIUDI-SESSIONE-CODA
               WHEN OTHER
                   SET SESSIONE-NON-VALIDA TO TRUE
           END-EVALUATE
           EXIT PROGRAM.

      *Archivio assente: nessuna sessione aperta, non un errore.
       CARICA-ARCHIVIO.
           SET SESSIONE-OK TO TRUE
           MOVE 0 TO WS-NUM-RIGHE
           OPEN INPUT FILE-SESSIONI
           IF WS-SESSIONI-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-SESSIONI-STATUS NOT = "00"
               SET SESSIONE-ARCHIVIO-ERRATO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-SESSIONI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NUM-RIGHE < 200
                           ADD 1 TO WS-NUM-RIGHE
                           MOVE RIGA-SESSIONE
                               TO WS-RIGA(WS-NUM-RIGHE)
                       ELSE
                           SET SESSIONE-ARCHIVIO-ERRATO TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-SESSIONI.

      *La sessione della sigla del tipo cercato; le righe senza
      *tipo sono sessioni del menu.
       CERCA-SESSIONE.
           MOVE 0 TO WS-TROVATA
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIGA(INDICE-RIGA) TO RECORD-SESSIONE
               IF SES-SIGLA = LNK-SIGLA
                   IF (WS-TIPO-CERCATO = 'C' AND SESSIONE-DI-CODA)
                       OR (WS-TIPO-CERCATO = 'M'
                       AND NOT SESSIONE-DI-CODA)
                       MOVE INDICE-RIGA TO WS-TROVATA
                   END-IF
               END-IF
           END-PERFORM.

      *Un solo biglietto per sigla e tipo: riaprire dal menu
      *invalida il biglietto precedente.
       APRI-SESSIONE.
           CALL 'CIFRE-CASUALI' USING WS-CIFRE
           MOVE WS-CIFRE(1:8) TO LNK-BIGLIETTO
           MOVE LNK-SIGLA TO SES-SIGLA
           MOVE WS-CIFRE(9:8) TO SES-SALE
           CALL 'HASH-PIN' USING SES-SALE, SES-SIGLA, LNK-BIGLIETTO,
               SES-HASH
           MOVE WS-OGGI TO SES-DATA
           MOVE WS-TIPO-CERCATO TO SES-TIPO
           IF WS-TROVATA = 0
               IF WS-NUM-RIGHE >= 200
                   SET SESSIONE-ARCHIVIO-ERRATO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-RIGHE
               MOVE WS-NUM-RIGHE TO WS-TROVATA
           END-IF
           MOVE RECORD-SESSIONE TO WS-RIGA(WS-TROVATA)
           PERFORM RISCRIVI-ARCHIVIO
           IF NOT SESSIONE-OK
               MOVE SPACES TO LNK-BIGLIETTO
           END-IF.

       VERIFICA-SESSIONE.
           SET SESSIONE-NON-VALIDA TO TRUE
           IF WS-TROVATA = 0 OR LNK-BIGLIETTO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RIGA(WS-TROVATA) TO RECORD-SESSIONE
           IF SES-DATA NOT = WS-OGGI
               EXIT PARAGRAPH
           END-IF
           CALL 'HASH-PIN' USING SES-SALE, SES-SIGLA, LNK-BIGLIETTO,
               WS-HASH
           IF WS-HASH = SES-HASH
               SET SESSIONE-OK TO TRUE
           END-IF.

      *Le sessioni scadute degli altri si puliscono qui, a ogni
      *chiusura.
       CHIUDI-SESSIONE.
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIGA(INDICE-RIGA) TO RECORD-SESSIONE
               IF (SES-SIGLA = LNK-SIGLA AND NOT SESSIONE-DI-CODA)
                   OR SES-DATA NOT = WS-OGGI
                   MOVE SPACES TO WS-RIGA(INDICE-RIGA)
               END-IF
           END-PERFORM
           PERFORM RISCRIVI-ARCHIVIO.

       CHIUDI-SESSIONE-CODA.
           IF WS-TROVATA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RIGA(WS-TROVATA)
           PERFORM RISCRIVI-ARCHIVIO.

       RISCRIVI-ARCHIVIO.
           OPEN OUTPUT FILE-NUOVO
           IF WS-NUOVO-STATUS NOT = "00"
               SET SESSIONE-ARCHIVIO-ERRATO TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               IF WS-RIGA(INDICE-RIGA) NOT = SPACES
                   MOVE WS-RIGA(INDICE-RIGA) TO RIGA-NUOVO
                   WRITE RIGA-NUOVO
               END-IF
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING "operatori-sessioni.new"
               "operatori-sessioni.txt"
           IF RETURN-CODE NOT = 0
               SET SESSIONE-ARCHIVIO-ERRATO TO TRUE
           ELSE
               CALL "CBL_DELETE_FILE" USING "operatori-sessioni.new"
               SET SESSIONE-OK TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE.
