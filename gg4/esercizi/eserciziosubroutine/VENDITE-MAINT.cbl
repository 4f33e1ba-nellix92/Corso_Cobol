               88 PERIODO-APERTO VALUE 'A'.
               88 PERIODO-CHIUSO VALUE 'C'.
           05 VEN-MARCA-INTAKE PIC X(14).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-NUOVO.
       01 VENDITE-NUOVO.
           05 NV-ANNO PIC 9(4).
           05 NV-STATO-PERIODO PIC X.
           05 NV-MARCA-INTAKE PIC X(14).
           05 NV-SOCIETA PIC X(2).
           05 NV-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
               10 WS-MOV-ANNO PIC 9(4).
               10 WS-MOV-STATO PIC X.
               10 WS-MOV-MARCA PIC X(14).
               10 WS-MOV-SOCIETA PIC X(2).
               10 WS-MOV-CONTROPARTE PIC X(2).
               10 WS-MOV-CANCELLATO PIC X.
       01 INDICE-MOV PIC 9(4).
       01 INDICE-SCAN PIC 9(4).
       01 WS-MASCHERA-MESSAGGIO PIC X(60).
       01 WS-MASCHERA-CONFERMA PIC X.
       01 WS-MASCHERA-VALIDA PIC X.
       COPY TESTATA-RICHIESTA.

       SCREEN SECTION.
      *Maschera del movimento a tutto schermo: regione, mese, anno
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           MOVE 'P' TO WS-GRD-OPERAZIONE
           CALL 'GuardiaMaster' USING WS-GRD-OPERAZIONE,
                   NOT AT END
                       IF TRAILER-TAG = "TRL"
                           MOVE 'S' TO WS-TRAILER-PRESENTE
                       END-IF
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           IF WS-NUM-MOVIMENTI < 2000
                               ADD 1 TO WS-NUM-MOVIMENTI
                               MOVE REGIONE-NUM TO
                                   WS-MOV-STATO(WS-NUM-MOVIMENTI)
                               MOVE VEN-MARCA-INTAKE TO
                                   WS-MOV-MARCA(WS-NUM-MOVIMENTI)
                               MOVE SOCIETA TO
                                   WS-MOV-SOCIETA(WS-NUM-MOVIMENTI)
                               MOVE SOCIETA-CONTROPARTE TO
                                WS-MOV-CONTROPARTE(WS-NUM-MOVIMENTI)
                               MOVE 'N' TO
                                   WS-MOV-CANCELLATO(WS-NUM-MOVIMENTI)
                           ELSE
           MOVE WS-LAV-ANNO TO WS-MOV-ANNO(WS-NUM-MOVIMENTI)
           MOVE 'A' TO WS-MOV-STATO(WS-NUM-MOVIMENTI)
           MOVE SPACES TO WS-MOV-MARCA(WS-NUM-MOVIMENTI)
      *Il movimento inserito a mano e' della societa' principale
      *(codice in bianco) e senza controparte di gruppo.
           MOVE SPACES TO WS-MOV-SOCIETA(WS-NUM-MOVIMENTI)
           MOVE SPACES TO WS-MOV-CONTROPARTE(WS-NUM-MOVIMENTI)
           MOVE 'N' TO WS-MOV-CANCELLATO(WS-NUM-MOVIMENTI)
           PERFORM SALVA-MASTER
           DISPLAY "MOVIMENTO AGGIUNTO (" WS-NUM-MOVIMENTI ")".
                   MOVE WS-MOV-ANNO(INDICE-MOV) TO NV-ANNO
                   MOVE WS-MOV-STATO(INDICE-MOV) TO NV-STATO-PERIODO
                   MOVE WS-MOV-MARCA(INDICE-MOV) TO NV-MARCA-INTAKE
                   MOVE WS-MOV-SOCIETA(INDICE-MOV) TO NV-SOCIETA
                   MOVE WS-MOV-CONTROPARTE(INDICE-MOV)
                       TO NV-SOCIETA-CONTROPARTE
                   WRITE VENDITE-NUOVO
                   ADD 1 TO WS-SALVA-COUNT
                   ADD WS-MOV-IMPORTO(INDICE-MOV) TO WS-SALVA-TOTALE
           MOVE WS-SALVA-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
      *Righe uscite ed entrate nel registro modifiche, finche'
      *master e appoggio esistono entrambi.
           CALL 'RegistraModifiche' USING WS-GIO-PROGRAMMA,
               WS-NOME-MASTER, WS-NOME-NUOVO
               ON EXCEPTION CONTINUE
           END-CALL
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-MASTER
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEL MASTER (CODICE "
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "VENDITE-MAINT" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
      *Riga nel giornale di controllo per ogni riscrittura andata a
      *buon fine; il prossimo salvataggio parte da questo DOPO.
               COMPUTE WS-GIO-DELTA =
                   WS-SALVA-TOTALE - WS-GIO-PRIMA-TOTALE
               CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
                   WS-GIO-PRIMA-COUNT, WS-GIO-PRIMA-TOTALE,
                   WS-SALVA-COUNT, WS-SALVA-TOTALE, WS-GIO-DELTA,
                   WS-OPERATORE-ID
                   ON EXCEPTION CONTINUE
               END-CALL
               MOVE WS-SALVA-COUNT TO WS-GIO-PRIMA-COUNT
               MOVE WS-SALVA-TOTALE TO WS-GIO-PRIMA-TOTALE
           END-IF.

           COPY TESTATA-CONTROLLI.
