      *e le stime generate finiscono in vendite-stime-AAAAMM.txt.
      *Anno e mese arrivano dall'ambiente (STIMA_ANNO, STIMA_MESE)
      *o si chiedono a video. Termina con GOBACK.
      *Le stime sono per regione e vanno alla societa' principale
      *(codice societa' a spazi), come le vendite senza societa'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88 PERIODO-APERTO VALUE 'A'.
               88 PERIODO-CHIUSO VALUE 'C'.
               88 PERIODO-STIMATO VALUE 'E'.
           05 FILLER PIC X(18).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-NUOVO.
       01 VENDITE-NUOVO.
           05 NV-STATO-PERIODO PIC X.
           05 NV-BATCH-NUMERO PIC X(6).
           05 NV-DATA-INTAKE PIC X(8).
           05 NV-SOCIETA PIC X(2).
           05 NV-SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
      *Stato prima delle stime e totale stimato, per il giornale di
      *controllo del master.
       01 WS-GIO-PROGRAMMA PIC X(20) VALUE "AccantonaStime".
       01 WS-GIO-OPERATORE PIC X(8) VALUE "BATCH".
       01 WS-GIO-PRIMA-COUNT PIC 9(6).
       01 WS-GIO-PRIMA-TOTALE PIC S9(11)V99.
       01 WS-STIME-TOTALE PIC S9(11)V99 VALUE 0.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-VENDITE
           CALL 'GetRegioni' USING WS-REGIONI
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "STIMA_ANNO"
           ACCEPT WS-MESE-TESTO FROM ENVIRONMENT "STIMA_MESE"
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND REGIONE-NUM >= 1 AND REGIONE-NUM <= 10
                           AND MESE >= 1 AND MESE <= 12
                           PERFORM ACCUMULA-PER-STIMA
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           MOVE VENDITE TO VENDITE-NUOVO
                           WRITE VENDITE-NUOVO
                           ADD 1 TO WS-FILE-COUNT
           MOVE WS-FILE-TOTALE TO NV-TRAILER-CONTROL-TOTAL
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
               MOVE "AccantonaStime" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
               CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
                   WS-GIO-PRIMA-COUNT, WS-GIO-PRIMA-TOTALE,
                   WS-FILE-COUNT, WS-FILE-TOTALE, WS-STIME-TOTALE,
                   WS-GIO-OPERATORE
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.
           MOVE 'E' TO NV-STATO-PERIODO
           MOVE "STIMA " TO NV-BATCH-NUMERO
           MOVE WS-DATA-ORA(1:8) TO NV-DATA-INTAKE
           MOVE SPACES TO NV-SOCIETA
           MOVE SPACES TO NV-SOCIETA-CONTROPARTE
           WRITE VENDITE-NUOVO
           ADD 1 TO WS-FILE-COUNT
           ADD WS-STIMA TO WS-FILE-TOTALE
           STRING WS-REG-NOME(INDICE-ENTRY) " STIMA " WS-STIMA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
