           05 VP-STATO-PERIODO PIC X.
       01 TRAILER-PRECEDENTE.
           05 TRAILER-TAG-PRECEDENTE PIC X(3).
           05 FILLER PIC X(18).
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-PRECEDENTE PIC X(48).

       FD FILE-CORRENTE.
       01 VENDITE-CORRENTE.
           05 VC-STATO-PERIODO PIC X.
       01 TRAILER-CORRENTE.
           05 TRAILER-TAG-CORRENTE PIC X(3).
           05 FILLER PIC X(18).
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-CORRENTE PIC X(48).

       WORKING-STORAGE SECTION.
       01 WS-FILE-PRECEDENTE PIC X(100).
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG-PRECEDENTE NOT = "TRL"
                           AND TRAILER-TAG-PRECEDENTE NOT = "HDR"
                           IF VP-REGIONE-NUM >= 1
                                   AND VP-REGIONE-NUM <= 10
                               AND VP-TRIMESTRE >= 1
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG-CORRENTE NOT = "TRL"
                           AND TRAILER-TAG-CORRENTE NOT = "HDR"
                           IF VC-REGIONE-NUM >= 1
                                   AND VC-REGIONE-NUM <= 10
                               AND VC-TRIMESTRE >= 1
