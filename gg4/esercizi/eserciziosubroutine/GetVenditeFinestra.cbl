      *ReportPrevisione. Ogni file viene letto due volte: prima la
      *quadratura, poi l'accumulo - nessun numero entra nei report
      *da un file troncato.
      *Si accumulano solo i record della societa' di lavoro, per il
      *consolidato senza le vendite infragruppo (FiltroSocieta).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 WS-VENDITE-STATUS PIC XX.
       01 WS-ANNO-A-USO PIC 9(4).
       01 INDICE-COMBO PIC 9(4).
       01 WS-COMBO-TROVATO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       LINKAGE SECTION.
       01 LNK-COMBO.
       PROCEDURE DIVISION USING LNK-COMBO, LNK-ANNO-DA, LNK-ANNO-A,
           LNK-SCARTATI, LNK-ESITO.
           SET FINESTRA-OK TO TRUE
           SET FINESTRA-ERRORE TO TRUE
           PERFORM VERIFICA-TESTATA-VENDITE
           SET FINESTRA-OK TO TRUE
           MOVE 0 TO LNK-NUM-COMBO
           MOVE 0 TO LNK-SCARTATI
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
                               MOVE 'N' TO WS-FILE-QUADRA
                           END-IF
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-FILE-COUNT
                               ADD IMPORTO TO WS-FILE-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
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
                           AND ANNO >= WS-ANNO-DA-USO
                           AND ANNO <= WS-ANNO-A-USO
                           PERFORM ACCUMULA-COMBINAZIONE
                   ADD 1 TO LNK-SCARTATI
               END-IF
           END-IF.

           COPY TESTATA-CONTROLLI.
