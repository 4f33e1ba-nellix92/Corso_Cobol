       IDENTIFICATION DIVISION.
       PROGRAM-ID. GiornoLavorativo.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Porta una data (AAAAMMGG) al primo giorno lavorativo uguale o
      *successivo: sabato e domenica non lo sono, e nemmeno le date
      *segnate 'F' (festivo) in calendario.txt, lo stesso calendario
      *del batch notturno. Una data segnata 'L' o 'U' in calendario
      *vale lavorativa anche se cade di sabato (le aperture
      *straordinarie si segnano cosi'). Serve alle scadenze delle
      *partite: una rata che scade di domenica si paga il lunedi'.
      *Il calendario viene caricato alla prima chiamata; senza
      *calendario restano solo i fine settimana.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "calendario.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDARIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO-FILE.
       01 RECORD-CALENDARIO.
           05 CAL-DATA PIC 9(8).
           05 CAL-TIPO PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CALENDARIO-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CARICATO PIC X VALUE 'N'.
      *Date del calendario con il loro tipo.
       01 WS-NUM-GIORNI PIC 9(4) VALUE 0.
       01 WS-GIORNI-TABELLA.
           05 WS-GIORNO-ENTRY OCCURS 3000 TIMES.
               10 WS-GIO-DATA PIC 9(8).
               10 WS-GIO-TIPO PIC X.
       01 INDICE-GIORNO PIC 9(4).
       01 WS-DATA-INTERO PIC 9(7).
       01 WS-DATA-CORRENTE PIC 9(8).
       01 WS-GIORNO-SETTIMANA PIC 9.
       01 WS-TIPO-GIORNO PIC X.
       01 WS-LAVORATIVO PIC X.

       LINKAGE SECTION.
       01 LNK-DATA PIC 9(8).

       PROCEDURE DIVISION USING LNK-DATA.
           IF WS-CARICATO = 'N'
               PERFORM CARICA-CALENDARIO
           END-IF
           IF LNK-DATA = 0
               EXIT PROGRAM
           END-IF
           COMPUTE WS-DATA-INTERO = FUNCTION INTEGER-OF-DATE(LNK-DATA)
           MOVE 'N' TO WS-LAVORATIVO
           PERFORM UNTIL WS-LAVORATIVO = 'S'
               PERFORM VALUTA-GIORNO
               IF WS-LAVORATIVO = 'N'
                   ADD 1 TO WS-DATA-INTERO
               END-IF
           END-PERFORM
           COMPUTE LNK-DATA = FUNCTION DATE-OF-INTEGER(WS-DATA-INTERO)
           EXIT PROGRAM.

      *Il giorno 1 del calendario interno (01/01/1601) era un
      *lunedi': resto 5 e 6 della divisione per sette sono sabato e
      *domenica.
       VALUTA-GIORNO.
           COMPUTE WS-GIORNO-SETTIMANA =
               FUNCTION MOD(WS-DATA-INTERO - 1, 7)
           COMPUTE WS-DATA-CORRENTE =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INTERO)
           MOVE SPACE TO WS-TIPO-GIORNO
           PERFORM VARYING INDICE-GIORNO FROM 1 BY 1
               UNTIL INDICE-GIORNO > WS-NUM-GIORNI
               IF WS-GIO-DATA(INDICE-GIORNO) = WS-DATA-CORRENTE
                   MOVE WS-GIO-TIPO(INDICE-GIORNO) TO WS-TIPO-GIORNO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TIPO-GIORNO = 'F'
                   MOVE 'N' TO WS-LAVORATIVO
               WHEN WS-TIPO-GIORNO = 'L' OR WS-TIPO-GIORNO = 'U'
                   MOVE 'S' TO WS-LAVORATIVO
               WHEN WS-GIORNO-SETTIMANA >= 5
                   MOVE 'N' TO WS-LAVORATIVO
               WHEN OTHER
                   MOVE 'S' TO WS-LAVORATIVO
           END-EVALUATE.

       CARICA-CALENDARIO.
           MOVE 'S' TO WS-CARICATO
           OPEN INPUT CALENDARIO-FILE
           IF WS-CALENDARIO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALENDARIO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NUM-GIORNI < 3000
                           ADD 1 TO WS-NUM-GIORNI
                           MOVE CAL-DATA TO WS-GIO-DATA(WS-NUM-GIORNI)
                           MOVE CAL-TIPO TO WS-GIO-TIPO(WS-NUM-GIORNI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDARIO-FILE.
