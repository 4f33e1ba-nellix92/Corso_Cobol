       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistraModifiche.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Registro delle modifiche al master vendite, compagno di
      *RegistraGiornale: il giornale dice chi ha riscritto il master
      *e con quali conteggi, questo dice QUALI righe sono uscite e
      *quali sono entrate. Il programma che riscrive lo chiama
      *subito prima di copiare il file di appoggio .new sul master,
      *quando i due file esistono ancora entrambi: le righe dati del
      *master vengono caricate in tabella, quelle del .new cercate
      *una per una (a partire dall'ultima trovata, perche' quasi
      *tutte le riscritture conservano l'ordine), e in coda a
      *Vendite-modifiche.txt vanno una testata di gruppo, le righe
      *del .new senza riscontro ('I') e quelle del master rimaste
      *senza riscontro ('D'). Una correzione e' quindi una 'D' piu'
      *una 'I'. Un gruppo la cui sostituzione poi fallisce non avra'
      *la sua riga di giornale: RicostruisciMaster lo riconosce e
      *lo scarta. Testata e trailer non entrano nel confronto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PRIMA ASSIGN TO WS-NOME-PRIMA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRIMA-STATUS.
           SELECT FILE-DOPO ASSIGN TO WS-NOME-DOPO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOPO-STATUS.
           SELECT OPTIONAL FILE-MODIFICHE
           ASSIGN TO "Vendite-modifiche.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PRIMA.
       01 RIGA-PRIMA.
           05 PRI-TAG PIC X(3).
           05 FILLER PIC X(57).

       FD FILE-DOPO.
       01 RIGA-DOPO.
           05 DOP-TAG PIC X(3).
           05 FILLER PIC X(57).

       FD FILE-MODIFICHE.
       COPY MODIFICA-MASTER.

       WORKING-STORAGE SECTION.
       01 WS-PRIMA-STATUS PIC XX.
       01 WS-DOPO-STATUS PIC XX.
       01 WS-NOME-PRIMA PIC X(30).
       01 WS-NOME-DOPO PIC X(30).
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
      *Righe dati del master prima della riscrittura; oltre la
      *capienza il gruppo si registra come non confrontato.
       01 WS-MAX-RIGHE PIC 9(5) VALUE 20000.
       01 WS-NUM-RIGHE PIC 9(5) VALUE 0.
       01 WS-TROPPE-RIGHE PIC X VALUE 'N'.
       01 WS-RIGHE-TABELLA.
           05 WS-RIGA-ENTRY OCCURS 20000 TIMES.
               10 WS-RIGA-IMMAGINE PIC X(40).
               10 WS-RIGA-USATA PIC X.
       01 INDICE-RIGA PIC 9(5).
       01 WS-CURSORE PIC 9(5) VALUE 0.
       01 WS-TROVATA PIC X.

       LINKAGE SECTION.
       01 LNK-PROGRAMMA PIC X(20).
       01 LNK-NOME-MASTER PIC X(30).
       01 LNK-NOME-NUOVO PIC X(30).

       PROCEDURE DIVISION USING LNK-PROGRAMMA, LNK-NOME-MASTER,
           LNK-NOME-NUOVO.
           MOVE LNK-NOME-MASTER TO WS-NOME-PRIMA
           MOVE LNK-NOME-NUOVO TO WS-NOME-DOPO
           MOVE 0 TO WS-NUM-RIGHE
           MOVE 0 TO WS-CURSORE
           MOVE 'N' TO WS-TROPPE-RIGHE
           OPEN INPUT FILE-DOPO
           IF WS-DOPO-STATUS NOT = "00"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           PERFORM CARICA-PRIMA
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           OPEN EXTEND FILE-MODIFICHE
           MOVE SPACES TO RECORD-MODIFICA
           IF WS-TROPPE-RIGHE = 'S'
               SET MOD-GRUPPO-NON-REGISTRATO TO TRUE
           ELSE
               SET MOD-GRUPPO TO TRUE
           END-IF
           MOVE WS-DATA-ORA(1:14) TO MOD-MARCA
           MOVE LNK-PROGRAMMA TO MOD-PROGRAMMA
           WRITE RECORD-MODIFICA
           IF WS-TROPPE-RIGHE = 'N'
               PERFORM CONFRONTA-DOPO
               PERFORM SCRIVI-USCITE
           END-IF
           CLOSE FILE-MODIFICHE
           CLOSE FILE-DOPO
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

      *Il master puo' non esistere ancora (primo intake): tutte le
      *righe del .new risultano allora entrate.
       CARICA-PRIMA.
           OPEN INPUT FILE-PRIMA
           IF WS-PRIMA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PRIMA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PRI-TAG NOT = "TRL" AND PRI-TAG NOT = "HDR"
                           IF WS-NUM-RIGHE < WS-MAX-RIGHE
                               ADD 1 TO WS-NUM-RIGHE
                               MOVE RIGA-PRIMA
                                   TO WS-RIGA-IMMAGINE(WS-NUM-RIGHE)
                               MOVE 'N'
                                   TO WS-RIGA-USATA(WS-NUM-RIGHE)
                           ELSE
                               MOVE 'S' TO WS-TROPPE-RIGHE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PRIMA.

       CONFRONTA-DOPO.
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DOPO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF DOP-TAG NOT = "TRL" AND DOP-TAG NOT = "HDR"
                           PERFORM CERCA-RISCONTRO
                           IF WS-TROVATA = 'N'
                               SET MOD-ENTRATA TO TRUE
                               MOVE RIGA-DOPO TO MOD-IMMAGINE
                               WRITE RECORD-MODIFICA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Ricerca circolare a partire dalla riga dopo l'ultima trovata:
      *su una riscrittura che conserva l'ordine ogni ricerca si
      *chiude al primo confronto.
       CERCA-RISCONTRO.
           MOVE 'N' TO WS-TROVATA
           PERFORM VARYING INDICE-RIGA FROM WS-CURSORE BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE OR WS-TROVATA = 'S'
               IF INDICE-RIGA > 0
                   IF WS-RIGA-USATA(INDICE-RIGA) = 'N'
                       AND WS-RIGA-IMMAGINE(INDICE-RIGA) = RIGA-DOPO
                       MOVE 'S' TO WS-TROVATA
                       MOVE 'S' TO WS-RIGA-USATA(INDICE-RIGA)
                       MOVE INDICE-RIGA TO WS-CURSORE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA >= WS-CURSORE OR WS-TROVATA = 'S'
               IF WS-RIGA-USATA(INDICE-RIGA) = 'N'
                   AND WS-RIGA-IMMAGINE(INDICE-RIGA) = RIGA-DOPO
                   MOVE 'S' TO WS-TROVATA
                   MOVE 'S' TO WS-RIGA-USATA(INDICE-RIGA)
                   MOVE INDICE-RIGA TO WS-CURSORE
               END-IF
           END-PERFORM.

       SCRIVI-USCITE.
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               IF WS-RIGA-USATA(INDICE-RIGA) = 'N'
                   SET MOD-USCITA TO TRUE
                   MOVE WS-RIGA-IMMAGINE(INDICE-RIGA) TO MOD-IMMAGINE
                   WRITE RECORD-MODIFICA
               END-IF
           END-PERFORM.
