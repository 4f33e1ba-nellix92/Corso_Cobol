               05 IMPORTO PIC S9(7)V99.
               05 ANNO PIC 9(4).
               05 STATO-PERIODO PIC X.
               05 FILLER PIC X(14).
               05 SOCIETA PIC X(2).
               05 SOCIETA-CONTROPARTE PIC X(2).
           01 TRAILER-VENDITE.
               05 TRAILER-TAG PIC X(3).
               05 TRAILER-RECORD-COUNT PIC 9(6).
               05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
           01 TESTATA-VENDITE PIC X(48).

           WORKING-STORAGE SECTION.
      *Nome del file vendite dalla configurazione centrale
                   10 WS-REG-ATTIVA PIC X.
           01 WS-NOME-REGIONE PIC X(20).
           01 WS-REGIONE-VALIDA PIC X.
      *Solo i record della societa' di lavoro; per il consolidato
      *senza le vendite infragruppo (FiltroSocieta).
           01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
           01 WS-INCLUDI PIC X.
           COPY TESTATA-RICHIESTA.

       LINKAGE SECTION.
           01 LNK-VENDITE-REGIONE.
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-VENDITE
           END-IF
           MOVE WS-NOME-FILE-VENDITE TO TST-NOME-FILE
           PERFORM CONTROLLA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           OPEN INPUT FILE-VENDITE
           MOVE 'N' TO LETTURA-FILE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       MOVE 'N' TO WS-INCLUDI
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE,
                               WS-NESSUN-CLIENTE, WS-INCLUDI
                       END-IF
                       IF WS-INCLUDI = 'S'
                           CALL 'GetRegioneNome' USING WS-REGIONI,
                               TAB-REGIONE-NUM, WS-NOME-REGIONE,
                               WS-REGIONE-VALIDA
                   WS-REGIONE-ERRORI
           END-IF
            EXIT PROGRAM.

           COPY TESTATA-CONTROLLI.
