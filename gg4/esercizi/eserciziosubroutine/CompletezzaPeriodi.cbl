           05 IMPORTO PIC S9(7)V99.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 FILLER PIC X(18).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(90).
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "COMPLETEZZA_ANNO"
           IF WS-ANNO-TESTO NOT = SPACES
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND ANNO = WS-ANNO-CONTROLLO
                           AND REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
                           AND MESE >= 1 AND MESE <= 12
                   END-IF
               END-IF
           END-PERFORM.

           COPY TESTATA-CONTROLLI.
