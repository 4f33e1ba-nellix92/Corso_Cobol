       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRE-CASUALI.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Sedici cifre casuali per biglietti di sessione
      *(SESSIONE-OPERATORE), PIN provvisori e sali (OPERATORI-PIN):
      *il chiamante ne usa i pezzi che gli servono, ogni pezzo e'
      *un'estrazione distinta. Le cifre vengono da /dev/urandom, una
      *per byte letto; i byte da 250 in su si scartano, cosi' le
      *dieci cifre escono con la stessa probabilita'. Solo se il
      *dispositivo non si legge si ripiega sul generatore della
      *libreria, con un seme fatto di data e ora al centesimo e del
      *numero di processo: il seme resta in memoria e non va mai in
      *nessun file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CASO ASSIGN TO "/dev/urandom"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CASO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-CASO.
       01 RIGA-CASO PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-CASO-STATUS PIC XX.
       01 WS-NUM-CIFRE PIC 99.
       01 INDICE-BYTE PIC 99.
       01 WS-BYTE-VALORE PIC 999.
       01 WS-CIFRA PIC 9.
       01 WS-DATA-ORA PIC X(21).
       01 WS-PID PIC 9(9).
       01 WS-SEME PIC 9(9).
       01 WS-CASUALE PIC 9(8).
       01 WS-CASUALE-TESTO REDEFINES WS-CASUALE PIC X(8).
       01 WS-GENERATORE-PRONTO PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LNK-CIFRE PIC X(16).

       PROCEDURE DIVISION USING LNK-CIFRE.
           MOVE 0 TO WS-NUM-CIFRE
           MOVE SPACES TO LNK-CIFRE
           OPEN INPUT FILE-CASO
           IF WS-CASO-STATUS = "00"
               PERFORM UNTIL WS-NUM-CIFRE = 16
                   OR WS-CASO-STATUS NOT = "00"
                   READ FILE-CASO
                   IF WS-CASO-STATUS = "00"
                       PERFORM VARYING INDICE-BYTE FROM 1 BY 1
                           UNTIL INDICE-BYTE > 32
                           OR WS-NUM-CIFRE = 16
                           COMPUTE WS-BYTE-VALORE = FUNCTION ORD(
                               RIGA-CASO(INDICE-BYTE:1)) - 1
                           IF WS-BYTE-VALORE < 250
                               ADD 1 TO WS-NUM-CIFRE
                               COMPUTE WS-CIFRA =
                                   FUNCTION MOD(WS-BYTE-VALORE, 10)
                               MOVE WS-CIFRA
                                   TO LNK-CIFRE(WS-NUM-CIFRE:1)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE FILE-CASO
           END-IF
           IF WS-NUM-CIFRE < 16
               PERFORM ESTRAI-DI-RISERVA
           END-IF
           EXIT PROGRAM.

       ESTRAI-DI-RISERVA.
           IF WS-GENERATORE-PRONTO = 'N'
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
               MOVE 0 TO WS-PID
               CALL "C$GETPID" RETURNING WS-PID
                   ON EXCEPTION MOVE 0 TO WS-PID
               END-CALL
               COMPUTE WS-SEME = FUNCTION MOD(
                   FUNCTION NUMVAL(WS-DATA-ORA(1:16))
                   + WS-PID * 104729, 999999937)
               COMPUTE WS-CASUALE = FUNCTION RANDOM(WS-SEME)
                   * 99999999
               MOVE 'S' TO WS-GENERATORE-PRONTO
           END-IF
           COMPUTE WS-CASUALE = FUNCTION RANDOM * 99999999
           MOVE WS-CASUALE-TESTO TO LNK-CIFRE(1:8)
           COMPUTE WS-CASUALE = FUNCTION RANDOM * 99999999
           MOVE WS-CASUALE-TESTO TO LNK-CIFRE(9:8).
