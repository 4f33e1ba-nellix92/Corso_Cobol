       IDENTIFICATION DIVISION.
       PROGRAM-ID. GetTermini.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Termini di pagamento per codice: il riferimento vive in
      *Termini-pagamento.txt, una riga per codice con descrizione,
      *flag fine mese e fino a tre rate (giorni dalla data movimento
      *e percentuale dell'importo). Esempi: RD rimessa diretta
      *(una rata a 0 giorni), 30GG, 60FM (60 giorni fine mese),
      *3069 (tre rate 30/60/90 giorni). Il chiamante passa il codice
      *e riceve la struttura con un flag di trovato; senza file o
      *senza codice il flag resta 'N' e il chiamante decide - stesso
      *schema a chiamata singola di GET-CAP-COMUNE. Il file viene
      *caricato alla prima chiamata e tenuto in memoria, perche'
      *GeneraPartite chiede i termini movimento per movimento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-TERMINI ASSIGN TO "Termini-pagamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERMINI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-TERMINI.
       01 RECORD-TERMINI.
           05 TER-CODICE PIC X(4).
           05 TER-DESCRIZIONE PIC X(30).
           05 TER-FINE-MESE PIC X.
           05 TER-NUM-RATE PIC 9.
           05 TER-RATA OCCURS 3 TIMES.
               10 TER-GIORNI PIC 9(3).
               10 TER-PERCENTUALE PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-TERMINI-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CARICATO PIC X VALUE 'N'.
       01 WS-NUM-TERMINI PIC 9(3) VALUE 0.
       01 WS-TERMINI-TABELLA.
           05 WS-TERMINI-ENTRY OCCURS 100 TIMES.
               10 WS-TER-CODICE PIC X(4).
               10 WS-TER-DATI PIC X(50).
       01 INDICE-TERMINI PIC 9(3).

       LINKAGE SECTION.
       01 LNK-CODICE PIC X(4).
       01 LNK-TERMINI.
           05 LNK-DESCRIZIONE PIC X(30).
           05 LNK-FINE-MESE PIC X.
           05 LNK-NUM-RATE PIC 9.
           05 LNK-RATA OCCURS 3 TIMES.
               10 LNK-GIORNI PIC 9(3).
               10 LNK-PERCENTUALE PIC 9(3).
       01 LNK-TROVATO PIC X.

       PROCEDURE DIVISION USING LNK-CODICE, LNK-TERMINI,
           LNK-TROVATO.
           IF WS-CARICATO = 'N'
               PERFORM CARICA-TERMINI
           END-IF
           MOVE 'N' TO LNK-TROVATO
           MOVE SPACES TO LNK-DESCRIZIONE
           MOVE 'N' TO LNK-FINE-MESE
           MOVE 1 TO LNK-NUM-RATE
           MOVE 0 TO LNK-GIORNI(1) LNK-GIORNI(2) LNK-GIORNI(3)
           MOVE 100 TO LNK-PERCENTUALE(1)
           MOVE 0 TO LNK-PERCENTUALE(2) LNK-PERCENTUALE(3)
           PERFORM VARYING INDICE-TERMINI FROM 1 BY 1
               UNTIL INDICE-TERMINI > WS-NUM-TERMINI
               IF WS-TER-CODICE(INDICE-TERMINI) = LNK-CODICE
                   MOVE WS-TER-DATI(INDICE-TERMINI) TO LNK-TERMINI
                   MOVE 'S' TO LNK-TROVATO
               END-IF
           END-PERFORM
           EXIT PROGRAM.

      *Le righe con numero rate fuori da 1-3 non entrano: una rata
      *in piu' o in meno sposterebbe scadenze e importi di tutte.
       CARICA-TERMINI.
           MOVE 'S' TO WS-CARICATO
           OPEN INPUT FILE-TERMINI
           IF WS-TERMINI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-TERMINI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TER-NUM-RATE >= 1 AND TER-NUM-RATE <= 3
                           AND WS-NUM-TERMINI < 100
                           ADD 1 TO WS-NUM-TERMINI
                           MOVE TER-CODICE
                               TO WS-TER-CODICE(WS-NUM-TERMINI)
                           MOVE RECORD-TERMINI(5:50)
                               TO WS-TER-DATI(WS-NUM-TERMINI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TERMINI.
