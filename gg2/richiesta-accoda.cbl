       IDENTIFICATION DIVISION.
       PROGRAM-ID. RICHIESTA-ACCODA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Mette in coda una richiesta di report pesante: i programmi
      *interattivi che lo prevedono (StampaVendite, VenditeDrill,
      *CLIENTE-TIMELINE) la chiamano al posto di elaborare subito,
      *con la sigla del richiedente, la societa' di lavoro e i
      *parametri gia' chiesti a video. La richiesta va in fondo a
      *report-richieste.txt in stato 'A' con il numero successivo
      *al piu' alto presente, e la esegue CODA-REPORT nella
      *finestra batch. Esito 0 accodata, 1 coda non scrivibile.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-RICHIESTE ASSIGN TO "report-richieste.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RICHIESTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-RICHIESTE.
       COPY RICHIESTA-REPORT.

       WORKING-STORAGE SECTION.
       01 WS-RICHIESTE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
       01 WS-DATA-ORA PIC X(21).

       LINKAGE SECTION.
       01 LNK-PROGRAMMA PIC X(20).
       01 LNK-SIGLA PIC X(8).
       01 LNK-SOCIETA PIC X(2).
       01 LNK-PARAMETRI PIC X(20).
       01 LNK-NUMERO PIC 9(6).
       01 LNK-ESITO PIC 9.
           88 RICHIESTA-ACCODATA VALUE 0.
           88 RICHIESTA-NON-ACCODATA VALUE 1.

       PROCEDURE DIVISION USING LNK-PROGRAMMA, LNK-SIGLA,
           LNK-SOCIETA, LNK-PARAMETRI, LNK-NUMERO, LNK-ESITO.
           SET RICHIESTA-NON-ACCODATA TO TRUE
           MOVE 0 TO LNK-NUMERO
           MOVE 0 TO WS-ULTIMO-NUMERO
           OPEN INPUT FILE-RICHIESTE
           IF WS-RICHIESTE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FILE-RICHIESTE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RIC-NUMERO IS NUMERIC
                               AND RIC-NUMERO > WS-ULTIMO-NUMERO
                               MOVE RIC-NUMERO TO WS-ULTIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-RICHIESTE
               OPEN EXTEND FILE-RICHIESTE
           ELSE
               IF WS-RICHIESTE-STATUS NOT = "35"
                   EXIT PROGRAM
               END-IF
               OPEN OUTPUT FILE-RICHIESTE
           END-IF
           IF WS-RICHIESTE-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE SPACES TO RECORD-RICHIESTA
           ADD 1 TO WS-ULTIMO-NUMERO GIVING RIC-NUMERO
           MOVE LNK-SIGLA TO RIC-SIGLA
           MOVE LNK-PROGRAMMA TO RIC-PROGRAMMA
           MOVE LNK-SOCIETA TO RIC-SOCIETA
           MOVE LNK-PARAMETRI TO RIC-PARAMETRI
           MOVE WS-DATA-ORA(1:14) TO RIC-INSERITA
           SET RICHIESTA-IN-ATTESA TO TRUE
           MOVE 'N' TO RIC-AVVISATO
           WRITE RECORD-RICHIESTA
           IF WS-RICHIESTE-STATUS = "00"
               MOVE RIC-NUMERO TO LNK-NUMERO
               SET RICHIESTA-ACCODATA TO TRUE
           END-IF
           CLOSE FILE-RICHIESTE
           EXIT PROGRAM.
