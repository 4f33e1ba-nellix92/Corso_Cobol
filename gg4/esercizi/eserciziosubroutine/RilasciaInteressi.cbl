       IDENTIFICATION DIVISION.
       PROGRAM-ID. RilasciaInteressi.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Rilascio degli addebiti per interessi di mora calcolati da
      *InteressiMora: nessun interesse arriva al cliente senza che un
      *supervisore ('S' in operatori.txt) abbia visto l'estratto.
      *I pendenti di Vendite-interessi-pendenti.txt si presentano per
      *periodo, con numero di addebiti e totale, e si [R]ilasciano
      *o si lasciano in attesa. Gli addebiti rilasciati diventano
      *movimenti di Vendite-dettaglio.txt con la data di oggi, codice
      *prodotto e codice IVA degli interessi da gestionale.cfg
      *(INTERESSI-CODICE-PRODOTTO, predefinito INTMORA, e
      *INTERESSI-CODICE-IVA, predefinito FC), quantita' 1 e prezzo
      *pari all'importo: da li' passano in partite, IVA e contabilita'
      *come ogni altro addebito. Il feed si riscrive dal .new con il
      *trailer ricalcolato, dopo aver verificato il trailer vecchio.
      *Solo a feed sostituito ogni addebito lascia la sua riga, con
      *la sigla di chi ha rilasciato, in
      *Vendite-interessi-addebitati.txt, e i pendenti si riscrivono
      *senza i periodi rilasciati.
      *Il movimento nuovo porta la societa' del gruppo del cliente
      *(SocietaCliente), in coda al tracciato dopo la fattura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PENDENTI
               ASSIGN TO "Vendite-interessi-pendenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDENTI-STATUS.
           SELECT FILE-PENDENTI-NUOVO
               ASSIGN TO "Vendite-interessi-pendenti.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-dettaglio.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-ADDEBITATI
               ASSIGN TO "Vendite-interessi-addebitati.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADDEBITATI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PENDENTI.
       01 RECORD-PENDENTE.
           05 PND-PERIODO PIC 9(6).
           05 PND-ID-CLIENTE PIC 9(6).
           05 PND-REGIONE PIC 99.
           05 PND-IMPORTO PIC S9(7)V99.
           05 PND-DATA-CALCOLO PIC 9(8).

       FD FILE-PENDENTI-NUOVO.
       01 RECORD-PENDENTE-NUOVO PIC X(31).

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

       FD FILE-ADDEBITATI.
       01 RECORD-ADDEBITATO.
           05 ADD-PERIODO PIC 9(6).
           05 ADD-ID-CLIENTE PIC 9(6).
           05 ADD-REGIONE PIC 99.
           05 ADD-IMPORTO PIC S9(7)V99.
           05 ADD-DATA PIC 9(8).
           05 ADD-TIMESTAMP PIC X(14).
           05 ADD-OPERATORE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PENDENTI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-ADDEBITATI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-SCELTA PIC X.
      *Pendenti in tabella con l'esito: 'P' in attesa, 'R' da
      *rilasciare in questo giro.
       01 WS-NUM-PENDENTI PIC 9(4) VALUE 0.
       01 WS-PENDENTI-TABELLA.
           05 WS-PEN-ENTRY OCCURS 2000 TIMES.
               10 WS-PEN-RECORD PIC X(31).
               10 WS-PEN-ESITO PIC X.
       01 INDICE-PEN PIC 9(4).
       01 WS-PENDENTI-PIENI PIC X VALUE 'N'.
      *Periodi presenti fra i pendenti, con conteggio e totale.
       01 WS-NUM-PERIODI PIC 99 VALUE 0.
       01 WS-PERIODI-TABELLA.
           05 WS-PER-ENTRY OCCURS 60 TIMES.
               10 WS-PER-PERIODO PIC 9(6).
               10 WS-PER-ADDEBITI PIC 9(4).
               10 WS-PER-TOTALE PIC S9(11)V99.
       01 INDICE-PERIODO PIC 99.
       01 WS-PER-TROVATO PIC X.
       01 WS-IMPORTO-ED PIC -(10)9.99.
      *Periodi gia' presenti nel registro degli addebiti: non si
      *rilasciano una seconda volta.
       01 WS-NUM-GIA-RILASCIATI PIC 9(3) VALUE 0.
       01 WS-GIA-RILASCIATI-TABELLA.
           05 WS-GIA-PERIODO OCCURS 600 TIMES PIC 9(6).
       01 INDICE-GIA PIC 9(3).
       01 WS-GIA-TROVATO PIC X.
      *Codici con cui gli interessi entrano nel feed.
       01 WS-CODICE-PRODOTTO PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-IVA PIC X(2) VALUE "FC".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Stato del feed per la riscrittura.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-RILASCIATI PIC 9(4) VALUE 0.
       01 WS-RILASCIATI-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-NOME-DETTAGLIO PIC X(30)
           VALUE "Vendite-dettaglio.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-dettaglio.new".
       01 WS-NOME-PEN PIC X(34)
           VALUE "Vendite-interessi-pendenti.txt".
       01 WS-NOME-PEN-NUOVO PIC X(34)
           VALUE "Vendite-interessi-pendenti.new".
      *Operatore: solo il livello supervisore rilascia.
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
                   "('S'): RILASCIO NON CONSENTITO."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM LEGGI-PARAMETRI
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM CARICA-GIA-RILASCIATI
           PERFORM CARICA-PENDENTI
           IF WS-PENDENTI-PIENI = 'S'
               DISPLAY "Vendite-interessi-pendenti.txt OLTRE LE 2000 "
                   "RIGHE O I 60 PERIODI, RILASCIO RIFIUTATO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM-PENDENTI = 0
               DISPLAY "NESSUN ADDEBITO DI INTERESSI IN ATTESA."
               STOP RUN
           END-IF
           PERFORM VARYING INDICE-PERIODO FROM 1 BY 1
               UNTIL INDICE-PERIODO > WS-NUM-PERIODI
               PERFORM LAVORA-PERIODO
           END-PERFORM
           IF WS-RILASCIATI > 0
               PERFORM POSTA-ADDEBITI
           END-IF
           IF WS-RILASCIATI > 0
               PERFORM RISCRIVI-PENDENTI
           END-IF
           MOVE WS-RILASCIATI-TOTALE TO WS-IMPORTO-ED
           DISPLAY "ADDEBITI RILASCIATI: " WS-RILASCIATI
               " PER " WS-IMPORTO-ED
           STOP RUN.

       LEGGI-PARAMETRI.
           MOVE "INTERESSI-CODICE-PRODOTTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-CODICE-PRODOTTO
           END-IF
           MOVE "INTERESSI-CODICE-IVA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-CODICE-IVA
           END-IF.

       CARICA-GIA-RILASCIATI.
           OPEN INPUT FILE-ADDEBITATI
           IF WS-ADDEBITATI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ADDEBITATI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       MOVE 'N' TO WS-GIA-TROVATO
                       PERFORM VARYING INDICE-GIA FROM 1 BY 1
                           UNTIL INDICE-GIA > WS-NUM-GIA-RILASCIATI
                           IF WS-GIA-PERIODO(INDICE-GIA) = ADD-PERIODO
                               MOVE 'S' TO WS-GIA-TROVATO
                           END-IF
                       END-PERFORM
                       IF WS-GIA-TROVATO = 'N'
                           AND WS-NUM-GIA-RILASCIATI < 600
                           ADD 1 TO WS-NUM-GIA-RILASCIATI
                           MOVE ADD-PERIODO
                               TO WS-GIA-PERIODO(WS-NUM-GIA-RILASCIATI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ADDEBITATI.

       CARICA-PENDENTI.
           OPEN INPUT FILE-PENDENTI
           IF WS-PENDENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PENDENTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-PENDENTI < 2000
                           ADD 1 TO WS-NUM-PENDENTI
                           MOVE RECORD-PENDENTE
                               TO WS-PEN-RECORD(WS-NUM-PENDENTI)
                           MOVE 'P' TO WS-PEN-ESITO(WS-NUM-PENDENTI)
                           PERFORM ACCUMULA-PERIODO
                       ELSE
                           MOVE 'S' TO WS-PENDENTI-PIENI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PENDENTI.

       ACCUMULA-PERIODO.
           MOVE 'N' TO WS-PER-TROVATO
           PERFORM VARYING INDICE-PERIODO FROM 1 BY 1
               UNTIL INDICE-PERIODO > WS-NUM-PERIODI
                   OR WS-PER-TROVATO = 'S'
               IF WS-PER-PERIODO(INDICE-PERIODO) = PND-PERIODO
                   ADD 1 TO WS-PER-ADDEBITI(INDICE-PERIODO)
                   ADD PND-IMPORTO TO WS-PER-TOTALE(INDICE-PERIODO)
                   MOVE 'S' TO WS-PER-TROVATO
               END-IF
           END-PERFORM
           IF WS-PER-TROVATO = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-PERIODI >= 60
               MOVE 'S' TO WS-PENDENTI-PIENI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-PERIODI
           MOVE PND-PERIODO TO WS-PER-PERIODO(WS-NUM-PERIODI)
           MOVE 1 TO WS-PER-ADDEBITI(WS-NUM-PERIODI)
           MOVE PND-IMPORTO TO WS-PER-TOTALE(WS-NUM-PERIODI).

       LAVORA-PERIODO.
           MOVE 'N' TO WS-GIA-TROVATO
           PERFORM VARYING INDICE-GIA FROM 1 BY 1
               UNTIL INDICE-GIA > WS-NUM-GIA-RILASCIATI
               IF WS-GIA-PERIODO(INDICE-GIA)
                       = WS-PER-PERIODO(INDICE-PERIODO)
                   MOVE 'S' TO WS-GIA-TROVATO
               END-IF
           END-PERFORM
           IF WS-GIA-TROVATO = 'S'
               DISPLAY "PERIODO " WS-PER-PERIODO(INDICE-PERIODO)
                   " GIA' ADDEBITATO (Vendite-interessi-addebitati"
                   ".txt): PENDENTI DA TOGLIERE A MANO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PER-TOTALE(INDICE-PERIODO) TO WS-IMPORTO-ED
           DISPLAY "PERIODO " WS-PER-PERIODO(INDICE-PERIODO)
               ": " WS-PER-ADDEBITI(INDICE-PERIODO)
               " ADDEBITI PER " WS-IMPORTO-ED
               " (ESTRATTO Vendite-interessi-"
               WS-PER-PERIODO(INDICE-PERIODO) ".txt)"
           DISPLAY "[R]ILASCIA / [S]ALTA: "
           ACCEPT WS-SCELTA
           IF WS-SCELTA NOT = 'R' AND WS-SCELTA NOT = 'r'
               DISPLAY "LASCIATO IN ATTESA."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-PEN FROM 1 BY 1
               UNTIL INDICE-PEN > WS-NUM-PENDENTI
               MOVE WS-PEN-RECORD(INDICE-PEN) TO RECORD-PENDENTE
               IF PND-PERIODO = WS-PER-PERIODO(INDICE-PERIODO)
                   MOVE 'R' TO WS-PEN-ESITO(INDICE-PEN)
                   ADD 1 TO WS-RILASCIATI
                   ADD PND-IMPORTO TO WS-RILASCIATI-TOTALE
               END-IF
           END-PERFORM.

      *Il feed si copia sul .new verificandone il trailer: un feed che
      *non quadra non si tocca e gli addebiti restano in attesa.
       POSTA-ADDEBITI.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               PERFORM ANNULLA-RILASCI
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
                   "TRAILER: ADDEBITI NON RILASCIATI."
               PERFORM ANNULLA-RILASCI
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-PEN FROM 1 BY 1
               UNTIL INDICE-PEN > WS-NUM-PENDENTI
               IF WS-PEN-ESITO(INDICE-PEN) = 'R'
                   MOVE WS-PEN-RECORD(INDICE-PEN) TO RECORD-PENDENTE
                   MOVE PND-ID-CLIENTE TO NV-ID-CLIENTE
                   MOVE PND-REGIONE TO NV-REGIONE-NUM
                   MOVE WS-OGGI TO NV-DATA
                   MOVE PND-IMPORTO TO NV-IMPORTO
                   MOVE WS-CODICE-PRODOTTO TO NV-CODICE-PRODOTTO
                   MOVE 1 TO NV-QUANTITA
                   MOVE PND-IMPORTO TO NV-PREZZO-UNITARIO
                   MOVE WS-CODICE-IVA TO NV-CODICE-IVA
                   MOVE SPACES TO NV-FATTURA
                   CALL 'SocietaCliente' USING NV-ID-CLIENTE,
                       NV-SOCIETA
                   WRITE DETTAGLIO-NUOVO
                   ADD 1 TO WS-DET-COUNT
                   ADD PND-IMPORTO TO WS-DET-TOTALE
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
                   "), ADDEBITI NON RILASCIATI."
               PERFORM ANNULLA-RILASCI
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
           MOVE 0 TO RETURN-CODE
           MOVE "RilasciaInteressi" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-DETTAGLIO
           PERFORM ANNOTA-ADDEBITI.

      *Solo ora gli addebiti sono davvero nel feed: il registro si
      *scrive qui, una riga per addebito rilasciato.
       ANNOTA-ADDEBITI.
           OPEN EXTEND FILE-ADDEBITATI
           IF WS-ADDEBITATI-STATUS NOT = "00"
               OPEN OUTPUT FILE-ADDEBITATI
           END-IF
           PERFORM VARYING INDICE-PEN FROM 1 BY 1
               UNTIL INDICE-PEN > WS-NUM-PENDENTI
               IF WS-PEN-ESITO(INDICE-PEN) = 'R'
                   MOVE WS-PEN-RECORD(INDICE-PEN) TO RECORD-PENDENTE
                   MOVE PND-PERIODO TO ADD-PERIODO
                   MOVE PND-ID-CLIENTE TO ADD-ID-CLIENTE
                   MOVE PND-REGIONE TO ADD-REGIONE
                   MOVE PND-IMPORTO TO ADD-IMPORTO
                   MOVE WS-OGGI TO ADD-DATA
                   MOVE WS-DATA-ORA(1:14) TO ADD-TIMESTAMP
                   MOVE WS-OPERATORE-ID TO ADD-OPERATORE
                   WRITE RECORD-ADDEBITATO
               END-IF
           END-PERFORM
           CLOSE FILE-ADDEBITATI.

       ANNULLA-RILASCI.
           PERFORM VARYING INDICE-PEN FROM 1 BY 1
               UNTIL INDICE-PEN > WS-NUM-PENDENTI
               IF WS-PEN-ESITO(INDICE-PEN) = 'R'
                   MOVE 'P' TO WS-PEN-ESITO(INDICE-PEN)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-RILASCIATI
           MOVE 0 TO WS-RILASCIATI-TOTALE.

       RISCRIVI-PENDENTI.
           OPEN OUTPUT FILE-PENDENTI-NUOVO
           PERFORM VARYING INDICE-PEN FROM 1 BY 1
               UNTIL INDICE-PEN > WS-NUM-PENDENTI
               IF WS-PEN-ESITO(INDICE-PEN) = 'P'
                   MOVE WS-PEN-RECORD(INDICE-PEN)
                       TO RECORD-PENDENTE-NUOVO
                   WRITE RECORD-PENDENTE-NUOVO
               END-IF
           END-PERFORM
           CLOSE FILE-PENDENTI-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-PEN-NUOVO WS-NOME-PEN
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA RISCRITTURA DEI PENDENTI "
                   "(CODICE " RETURN-CODE "): TOGLIERE A MANO I "
                   "PERIODI RILASCIATI"
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-PEN-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.

           COPY TESTATA-CONTROLLI.
