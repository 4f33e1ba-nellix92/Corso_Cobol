       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-OPERATORE.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Accesso all'archivio credenziali operatori-pin.txt per
      *GET-OPERATORE (verifica, blocco, cambio PIN), OPERATORI-PIN
      *(reset del supervisore) e OPERATORI-SYNC (disabilitazione
      *degli usciti): nessuno di loro dichiara il file. Funzione
      *'L' legge il record della sigla, 'S' lo sostituisce o lo
      *aggiunge riscrivendo il file da operatori-pin.new, come fa
      *OPERATORI-SYNC con operatori.txt. Esito 0 fatto, 1 sigla
      *non presente (o archivio non ancora creato), 2 archivio non
      *leggibile o non riscrivibile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PIN ASSIGN TO "operatori-pin.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIN-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "operatori-pin.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PIN.
       01 RIGA-PIN PIC X(59).

       FD FILE-NUOVO.
       01 RIGA-NUOVO PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-PIN-STATUS PIC XX.
       01 WS-NUOVO-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-SOSTITUITO PIC X.
       01 WS-NUM-RIGHE PIC 9(3) VALUE 0.
       01 WS-RIGHE-TABELLA.
           05 WS-RIGA OCCURS 200 TIMES PIC X(59).
       01 INDICE-RIGA PIC 9(3).

       LINKAGE SECTION.
       01 LNK-FUNZIONE PIC X.
           88 PIN-LEGGI VALUE 'L'.
           88 PIN-SCRIVI VALUE 'S'.
       COPY OPERATORE-PIN.
       01 LNK-ESITO PIC 9.
           88 PIN-ARCHIVIO-OK VALUE 0.
           88 PIN-NON-PRESENTE VALUE 1.
           88 PIN-ARCHIVIO-ERRATO VALUE 2.

       PROCEDURE DIVISION USING LNK-FUNZIONE, RECORD-PIN,
           LNK-ESITO.
           PERFORM CARICA-ARCHIVIO
           IF PIN-ARCHIVIO-ERRATO
               EXIT PROGRAM
           END-IF
           IF PIN-LEGGI
               PERFORM LEGGI-SIGLA
           ELSE
               PERFORM SCRIVI-SIGLA
           END-IF
           EXIT PROGRAM.

      *Archivio assente: nessuna credenziale ancora registrata,
      *non un errore.
       CARICA-ARCHIVIO.
           SET PIN-ARCHIVIO-OK TO TRUE
           MOVE 0 TO WS-NUM-RIGHE
           OPEN INPUT FILE-PIN
           IF WS-PIN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-STATUS NOT = "00"
               SET PIN-ARCHIVIO-ERRATO TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-PIN
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NUM-RIGHE < 200
                           ADD 1 TO WS-NUM-RIGHE
                           MOVE RIGA-PIN TO WS-RIGA(WS-NUM-RIGHE)
                       ELSE
                           SET PIN-ARCHIVIO-ERRATO TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PIN.

       LEGGI-SIGLA.
           SET PIN-NON-PRESENTE TO TRUE
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               IF WS-RIGA(INDICE-RIGA)(1:8) = PIN-SIGLA
                   MOVE WS-RIGA(INDICE-RIGA) TO RECORD-PIN
                   SET PIN-ARCHIVIO-OK TO TRUE
               END-IF
           END-PERFORM.

       SCRIVI-SIGLA.
           MOVE 'N' TO WS-SOSTITUITO
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               IF WS-RIGA(INDICE-RIGA)(1:8) = PIN-SIGLA
                   MOVE RECORD-PIN TO WS-RIGA(INDICE-RIGA)
                   MOVE 'S' TO WS-SOSTITUITO
               END-IF
           END-PERFORM
           IF WS-SOSTITUITO = 'N'
               IF WS-NUM-RIGHE >= 200
                   SET PIN-ARCHIVIO-ERRATO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-RIGHE
               MOVE RECORD-PIN TO WS-RIGA(WS-NUM-RIGHE)
           END-IF
           OPEN OUTPUT FILE-NUOVO
           IF WS-NUOVO-STATUS NOT = "00"
               SET PIN-ARCHIVIO-ERRATO TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIGA(INDICE-RIGA) TO RIGA-NUOVO
               WRITE RIGA-NUOVO
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING "operatori-pin.new"
               "operatori-pin.txt"
           IF RETURN-CODE NOT = 0
               SET PIN-ARCHIVIO-ERRATO TO TRUE
           ELSE
               CALL "CBL_DELETE_FILE" USING "operatori-pin.new"
               SET PIN-ARCHIVIO-OK TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE.
