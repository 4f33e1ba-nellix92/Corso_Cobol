       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-OPERATORE-SOCIETA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Ambito societa' dell'operatore, sullo stesso schema
      *dell'ambito regionale (GET-OPERATORE-REGIONI): con la
      *seconda societa' del gruppo il personale di una societa' non
      *deve vedere ne' toccare i dati dell'altra. Il record di
      *operatori.txt porta in coda, dopo il reparto, "ALL" oppure
      *una lista di codici societa' separati da virgola (es.
      *"01,02"). Il campo vuoto vale ALL, cosi' gli operatori
      *storici non si accorgono di niente. Il consolidato di gruppo
      *e' solo per chi ha ALL. Il controllo puntuale su una
      *societa' sta in SOCIETA-PERMESSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-OPERATORI ASSIGN TO "operatori.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATORI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-OPERATORI.
       01 RECORD-OPERATORE.
           05 OP-ID PIC X(8).
           05 OP-NOME PIC X(20).
           05 OP-LIVELLO PIC X.
           05 OP-REGIONI PIC X(20).
           05 OP-REPARTO PIC X(20).
           05 OP-SOCIETA PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-OPERATORI-STATUS PIC XX.
       01 WS-EOF PIC X.

       LINKAGE SECTION.
       01 LNK-SIGLA PIC X(8).
       01 LNK-SOCIETA-SCOPE PIC X(20).
       01 LNK-TROVATO PIC X.

       PROCEDURE DIVISION USING LNK-SIGLA, LNK-SOCIETA-SCOPE,
           LNK-TROVATO.
           MOVE 'N' TO LNK-TROVATO
           MOVE "ALL" TO LNK-SOCIETA-SCOPE
           OPEN INPUT FILE-OPERATORI
           IF WS-OPERATORI-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-OPERATORI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OP-ID = LNK-SIGLA
                           MOVE 'S' TO LNK-TROVATO
                           IF OP-SOCIETA = SPACES
                               MOVE "ALL" TO LNK-SOCIETA-SCOPE
                           ELSE
                               MOVE OP-SOCIETA
                                   TO LNK-SOCIETA-SCOPE
                           END-IF
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-OPERATORI
           EXIT PROGRAM.
