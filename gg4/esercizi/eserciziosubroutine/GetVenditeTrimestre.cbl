               05 STATO-PERIODO PIC X.
                   88 PERIODO-APERTO VALUE 'A'.
                   88 PERIODO-CHIUSO VALUE 'C'.
               05 FILLER PIC X(14).
               05 SOCIETA PIC X(2).
               05 SOCIETA-CONTROPARTE PIC X(2).
           01 TRAILER-VENDITE.
               05 TRAILER-TAG PIC X(3).
               05 TRAILER-RECORD-COUNT PIC 9(6).
               05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
           01 TESTATA-VENDITE PIC X(48).

           FD FILE-RIGETTATI.
           01 RECORD-RIGETTATO.
                   10 WS-REG-ATTIVA PIC X.
           01 WS-NOME-REGIONE PIC X(20).
           01 WS-REGIONE-VALIDA PIC X.
      *Solo i record della societa' di lavoro; per il consolidato
      *senza le vendite infragruppo (FiltroSocieta).
           01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
           01 WS-INCLUDI PIC X.
           COPY TESTATA-RICHIESTA.

       LINKAGE SECTION.
           01 LNK-VENDITE-TRIMESTRE.
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-VENDITE
           END-IF
           SET TRIMESTRE-ERRORE TO TRUE
           MOVE WS-NOME-FILE-VENDITE TO TST-NOME-FILE
           PERFORM CONTROLLA-TESTATA-VENDITE
           SET TRIMESTRE-OK TO TRUE
           CALL 'GetRegioni' USING WS-REGIONI
           PERFORM CARICA-CHECKPOINT
           OPEN INPUT FILE-VENDITE
                           SET TRAILER-VISTO TO TRUE
                           PERFORM VERIFICA-TRAILER
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-RECORDS-SEEN
                               IF WS-RECORDS-SEEN > WS-RESTART-COUNT
                                   MOVE VENDITE TO TABELLA-VENDITE
                                   PERFORM VALIDA-RECORD
                                   IF WS-RECORD-VALIDO = 'S'
                                       PERFORM DERIVA-TRIMESTRE
                                       ADD 1 TO WS-RECORD-COUNT
                                       ADD TAB-IMPORTO
                                           TO WS-CONTROL-TOTAL
                                       CALL 'FiltroSocieta' USING
                                           SOCIETA, SOCIETA-CONTROPARTE,
                                           WS-NESSUN-CLIENTE, WS-INCLUDI
                                       IF LNK-ANNO-FILTRO NOT = 0
                                           AND TAB-ANNO NOT =
                                               LNK-ANNO-FILTRO
                                           MOVE 'N' TO WS-INCLUDI
                                       END-IF
                                       IF WS-INCLUDI = 'S'
                                           IF LNK-SOLO-CHIUSI NOT = 'S'
                                              OR TAB-STATO-PERIODO = 'C'
                                               ADD TAB-IMPORTO TO
                                                LNK-TRIMESTRE-SOMME
                                                (WS-TRIMESTRE-DERIVATO)
                                           END-IF
                                       END-IF
                                   END-IF
                                   IF FUNCTION MOD(WS-RECORDS-SEEN,
                                       WS-CHECKPOINT-INTERVALLO) = 0
                                       PERFORM SALVA-CHECKPOINT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               MOVE TAB-IMPORTO TO RIG-IMPORTO
               MOVE TAB-ANNO TO RIG-ANNO
               WRITE RECORD-RIGETTATO
           END-IF.

           COPY TESTATA-CONTROLLI.
