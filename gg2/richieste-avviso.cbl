       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICHIESTE-AVVISO.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Al sign-on (GET-OPERATORE) l'operatore vede l'esito delle sue
      *richieste di report eseguite dalla coda (CODA-REPORT) dopo
      *l'ultimo avviso: dove trovare il file prodotto, o perche' la
      *richiesta e' fallita. Le richieste mostrate passano ad
      *avvisate e non si ripresentano; quelle ancora in attesa si
      *contano soltanto. Coda assente o illeggibile: nessun avviso,
      *il sign-on prosegue. Il file si riscrive da
      *report-richieste.new come in CODA-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-RICHIESTE ASSIGN TO "report-richieste.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RICHIESTE-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "report-richieste.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUOVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-RICHIESTE.
       01 RIGA-RICHIESTA PIC X(126).

       FD FILE-NUOVO.
       01 RIGA-NUOVO PIC X(126).

       WORKING-STORAGE SECTION.
       01 WS-RICHIESTE-STATUS PIC XX.
       01 WS-NUOVO-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-NUM-RIGHE PIC 9(3) VALUE 0.
       01 WS-RIGHE-TABELLA.
           05 WS-RIGA OCCURS 500 TIMES PIC X(126).
       01 INDICE-RIGA PIC 9(3).
       01 WS-AVVISATE PIC 9(3) VALUE 0.
       01 WS-IN-ATTESA PIC 9(3) VALUE 0.
       01 WS-CODA-TROPPO-LUNGA PIC X VALUE 'N'.
       COPY RICHIESTA-REPORT.

       LINKAGE SECTION.
       01 LNK-SIGLA PIC X(8).

       PROCEDURE DIVISION USING LNK-SIGLA.
           MOVE 0 TO WS-NUM-RIGHE WS-AVVISATE WS-IN-ATTESA
           MOVE 'N' TO WS-CODA-TROPPO-LUNGA
           OPEN INPUT FILE-RICHIESTE
           IF WS-RICHIESTE-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-RICHIESTE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-NUM-RIGHE < 500
                           ADD 1 TO WS-NUM-RIGHE
                           MOVE RIGA-RICHIESTA
                               TO WS-RIGA(WS-NUM-RIGHE)
                       ELSE
                           MOVE 'S' TO WS-CODA-TROPPO-LUNGA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RICHIESTE
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIGA(INDICE-RIGA) TO RECORD-RICHIESTA
               IF RIC-SIGLA = LNK-SIGLA
                   PERFORM ESAMINA-RICHIESTA
               END-IF
           END-PERFORM
           IF WS-IN-ATTESA > 0
               DISPLAY "RICHIESTE DI REPORT ANCORA IN CODA: "
                   WS-IN-ATTESA
           END-IF
      *Una coda piu' lunga della tabella non si riscrive: si
      *perderebbero le righe in fondo.
           IF WS-AVVISATE > 0 AND WS-CODA-TROPPO-LUNGA = 'N'
               PERFORM RISCRIVI-CODA
           END-IF
           EXIT PROGRAM.

       ESAMINA-RICHIESTA.
           IF RICHIESTA-IN-ATTESA
               ADD 1 TO WS-IN-ATTESA
               EXIT PARAGRAPH
           END-IF
           IF RICHIESTA-AVVISATA
               EXIT PARAGRAPH
           END-IF
           IF WS-AVVISATE = 0
               DISPLAY "---- RICHIESTE DI REPORT ELABORATE ----"
           END-IF
           IF RICHIESTA-ESEGUITA
               DISPLAY "RICHIESTA " RIC-NUMERO " " RIC-PROGRAMMA
                   " ESEGUITA: " RIC-RISULTATO
               DISPLAY "  (COPIA IN SPOOL, FAMIGLIA RICHIESTE)"
           ELSE
               DISPLAY "RICHIESTA " RIC-NUMERO " " RIC-PROGRAMMA
                   " FALLITA: " RIC-RISULTATO
           END-IF
           MOVE 'S' TO RIC-AVVISATO
           MOVE RECORD-RICHIESTA TO WS-RIGA(INDICE-RIGA)
           ADD 1 TO WS-AVVISATE.

      *Se la riscrittura non riesce l'avviso si ripresentera' al
      *prossimo sign-on: meglio due volte che nessuna.
       RISCRIVI-CODA.
           OPEN OUTPUT FILE-NUOVO
           IF WS-NUOVO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIGA(INDICE-RIGA) TO RIGA-NUOVO
               WRITE RIGA-NUOVO
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING "report-richieste.new"
               "report-richieste.txt"
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE" USING "report-richieste.new"
           END-IF
           MOVE 0 TO RETURN-CODE.
