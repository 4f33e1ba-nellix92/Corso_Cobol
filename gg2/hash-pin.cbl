       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASH-PIN.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Hash del PIN operatore: nell'archivio credenziali il PIN
      *non si scrive mai, si scrive questo. Sale del record, sigla
      *e PIN passano duemila volte in due accumulatori modulo due
      *primi vicini a 2**32; il risultato sono 16 cifre esadecimali.
      *Il sale cambia a ogni nuovo PIN, per cui lo stesso PIN di
      *due operatori (o dello stesso operatore in due momenti) da'
      *hash diversi, e le migliaia di giri rendono lenta la prova
      *a tappeto delle combinazioni su una copia del file.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CHIAVE.
           05 WS-CHIAVE-SALE PIC X(8).
           05 WS-CHIAVE-SIGLA PIC X(8).
           05 WS-CHIAVE-PIN PIC X(8).
       01 WS-GIRO PIC 9(4) COMP.
       01 WS-POS PIC 99 COMP.
       01 WS-CAR PIC 9(3).
       01 WS-H1 PIC 9(18).
       01 WS-H2 PIC 9(18).
       01 WS-QUOZIENTE PIC 9(18).
       01 WS-RESTO PIC 99.
       01 WS-ESADECIMALI PIC X(16) VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
       01 LNK-SALE PIC X(8).
       01 LNK-SIGLA PIC X(8).
       01 LNK-PIN PIC X(8).
       01 LNK-HASH PIC X(16).

       PROCEDURE DIVISION USING LNK-SALE, LNK-SIGLA, LNK-PIN,
           LNK-HASH.
           MOVE LNK-SALE TO WS-CHIAVE-SALE
           MOVE LNK-SIGLA TO WS-CHIAVE-SIGLA
           MOVE LNK-PIN TO WS-CHIAVE-PIN
           MOVE 5381 TO WS-H1
           MOVE 52711 TO WS-H2
           PERFORM VARYING WS-GIRO FROM 1 BY 1 UNTIL WS-GIRO > 2000
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 24
                   COMPUTE WS-CAR =
                       FUNCTION ORD(WS-CHIAVE(WS-POS:1))
                   COMPUTE WS-H1 = FUNCTION MOD(
                       WS-H1 * 33 + WS-CAR + WS-GIRO, 4294967291)
                   COMPUTE WS-H2 = FUNCTION MOD(
                       WS-H2 * 131 + WS-CAR * 7 + WS-H1,
                       4294967279)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO LNK-HASH
           PERFORM VARYING WS-POS FROM 8 BY -1 UNTIL WS-POS < 1
               DIVIDE WS-H1 BY 16 GIVING WS-QUOZIENTE
                   REMAINDER WS-RESTO
               MOVE WS-QUOZIENTE TO WS-H1
               MOVE WS-ESADECIMALI(WS-RESTO + 1:1)
                   TO LNK-HASH(WS-POS:1)
               DIVIDE WS-H2 BY 16 GIVING WS-QUOZIENTE
                   REMAINDER WS-RESTO
               MOVE WS-QUOZIENTE TO WS-H2
               MOVE WS-ESADECIMALI(WS-RESTO + 1:1)
                   TO LNK-HASH(WS-POS + 8:1)
           END-PERFORM
           EXIT PROGRAM.
