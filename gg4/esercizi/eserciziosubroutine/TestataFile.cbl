       IDENTIFICATION DIVISION.
       PROGRAM-ID. TestataFile.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Testata HDR dei file piatti (tracciato in TESTATA-FILE): ogni
      *file aveva il suo trailer TRL ma niente diceva con quale
      *tracciato era stato scritto, e un lettore rimasto indietro
      *leggeva di traverso senza accorgersene (il FILLER X(14) di
      *CommissioniMensili, la conversione di ConvertiImportiVendite).
      *Funzione 'V': controlla che il primo record sia una testata
      *del tipo atteso alla versione che il chiamante sa leggere; in
      *caso contrario spiega il motivo a video e torna un esito
      *diverso da zero, e il chiamante si ferma. Un file assente o
      *vuoto passa: ai file mancanti pensa gia' ogni programma.
      *Funzione 'S': mette in testa al file appena scritto la testata
      *nuova (data di oggi, programma, lotto), togliendo quella
      *vecchia se c'era; il file viene ricopiato da un .hdr di
      *appoggio come fanno i programmi che riscrivono il master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DATI ASSIGN TO WS-NOME-DATI
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DATI-STATUS.
           SELECT FILE-APPOGGIO ASSIGN TO WS-NOME-APPOGGIO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPOGGIO-STATUS.
           SELECT FILE-LOTTO ASSIGN TO "Vendite-batch.seq"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-DATI.
       01 RIGA-DATI PIC X(300).

       FD FILE-APPOGGIO.
       01 RIGA-APPOGGIO PIC X(300).

       FD FILE-LOTTO.
       01 RECORD-LOTTO.
           05 LOTTO-ULTIMO PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-DATI-STATUS PIC XX.
       01 WS-APPOGGIO-STATUS PIC XX.
       01 WS-LOTTO-STATUS PIC XX.
       01 WS-NOME-DATI PIC X(60).
       01 WS-NOME-APPOGGIO PIC X(64).
       01 WS-EOF PIC X.
       01 WS-RIGHE-COPIATE PIC 9(7) VALUE 0.
       COPY TESTATA-FILE.

       LINKAGE SECTION.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION USING TESTATA-RICHIESTA.
           SET TESTATA-OK TO TRUE
           MOVE TST-NOME-FILE TO WS-NOME-DATI
           IF TESTATA-DA-SCRIVERE
               PERFORM SCRIVI-TESTATA
           ELSE
               PERFORM VERIFICA-TESTATA
           END-IF
           EXIT PROGRAM.

       VERIFICA-TESTATA.
           OPEN INPUT FILE-DATI
           IF WS-DATI-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-DATI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE " WS-NOME-DATI
                   " PER IL CONTROLLO DELLA TESTATA, STATUS: "
                   WS-DATI-STATUS
               SET TESTATA-FILE-ERRATO TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ FILE-DATI
               AT END
                   CLOSE FILE-DATI
                   EXIT PARAGRAPH
           END-READ
           CLOSE FILE-DATI
           MOVE RIGA-DATI TO TESTATA-FILE
           IF HDR-TAG NOT = "HDR"
               DISPLAY "FILE " WS-NOME-DATI
               DISPLAY "  SENZA TESTATA HDR: TRACCIATO NON DICHIARATO, "
                   "IL FILE NON VIENE LETTO."
               DISPLAY "  UN FILE SCRITTO PRIMA DELLE TESTATE VA "
                   "MARCATO CON AggiungiTestate."
               SET TESTATA-ASSENTE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF HDR-TIPO-FILE NOT = TST-TIPO-FILE
               DISPLAY "FILE " WS-NOME-DATI
               DISPLAY "  TESTATA DI TIPO " HDR-TIPO-FILE
                   ", ATTESO " TST-TIPO-FILE
                   ": NON E' IL FILE GIUSTO."
               SET TESTATA-TIPO-ERRATO TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF HDR-VERSIONE NOT = TST-VERSIONE
               DISPLAY "FILE " WS-NOME-DATI
               DISPLAY "  SCRITTO CON IL TRACCIATO " HDR-TIPO-FILE
                   " VERSIONE " HDR-VERSIONE
                   " DA " HDR-PROGRAMMA
                   " IL " HDR-DATA-CREAZIONE
               DISPLAY "  QUESTO PROGRAMMA LEGGE SOLO LA VERSIONE "
                   TST-VERSIONE ": FILE RIFIUTATO."
               SET TESTATA-VERSIONE-ERRATA TO TRUE
           END-IF.

      *La testata nuova va in testa, poi tutte le righe del file
      *tranne le testate vecchie.
       SCRIVI-TESTATA.
           MOVE SPACES TO WS-NOME-APPOGGIO
           STRING WS-NOME-DATI DELIMITED BY SPACE
               ".hdr" DELIMITED BY SIZE INTO WS-NOME-APPOGGIO
           MOVE "HDR" TO HDR-TAG
           MOVE TST-TIPO-FILE TO HDR-TIPO-FILE
           MOVE TST-VERSIONE TO HDR-VERSIONE
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-DATA-CREAZIONE
           MOVE TST-PROGRAMMA TO HDR-PROGRAMMA
           MOVE TST-LOTTO TO HDR-LOTTO
           IF TST-LOTTO = 0
               PERFORM LEGGI-LOTTO
           END-IF
           OPEN INPUT FILE-DATI
           IF WS-DATI-STATUS NOT = "00"
               DISPLAY "TESTATA NON SCRITTA: IMPOSSIBILE APRIRE "
                   WS-NOME-DATI ", STATUS: " WS-DATI-STATUS
               SET TESTATA-FILE-ERRATO TO TRUE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-APPOGGIO
           IF WS-APPOGGIO-STATUS NOT = "00"
               DISPLAY "TESTATA NON SCRITTA: IMPOSSIBILE CREARE "
                   WS-NOME-APPOGGIO ", STATUS: " WS-APPOGGIO-STATUS
               CLOSE FILE-DATI
               SET TESTATA-FILE-ERRATO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE TESTATA-FILE TO RIGA-APPOGGIO
           WRITE RIGA-APPOGGIO
           MOVE 0 TO WS-RIGHE-COPIATE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-DATI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RIGA-DATI(1:3) NOT = "HDR"
                           MOVE RIGA-DATI TO RIGA-APPOGGIO
                           WRITE RIGA-APPOGGIO
                           ADD 1 TO WS-RIGHE-COPIATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DATI
           CLOSE FILE-APPOGGIO
           CALL "CBL_COPY_FILE" USING WS-NOME-APPOGGIO WS-NOME-DATI
           IF RETURN-CODE NOT = 0
               DISPLAY "TESTATA NON SCRITTA SU " WS-NOME-DATI
                   " (CODICE " RETURN-CODE "), IL FILE CON TESTATA "
                   "RESTA IN " WS-NOME-APPOGGIO
               SET TESTATA-FILE-ERRATO TO TRUE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-APPOGGIO
           END-IF
           MOVE 0 TO RETURN-CODE.

      *Lotto della testata: l'ultimo lotto di intake assegnato da
      *IntakeVendite, zero se non ce n'e' ancora stato uno.
       LEGGI-LOTTO.
           OPEN INPUT FILE-LOTTO
           IF WS-LOTTO-STATUS = "00"
               READ FILE-LOTTO
                   AT END CONTINUE
                   NOT AT END MOVE LOTTO-ULTIMO TO HDR-LOTTO
               END-READ
               CLOSE FILE-LOTTO
           END-IF.
