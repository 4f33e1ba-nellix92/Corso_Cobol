           05 STATO-PERIODO PIC X.
               88 PERIODO-APERTO VALUE 'A'.
               88 PERIODO-CHIUSO VALUE 'C'.
           05 FILLER PIC X(18).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-NUOVO.
       01 VENDITE-NUOVO PIC X(38).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 STO-IMPORTO PIC S9(7)V99.
           05 STO-ANNO PIC 9(4).
           05 STO-STATO-PERIODO PIC X.
           05 FILLER PIC X(18).
       01 TRAILER-STORICO.
           05 STO-TRAILER-TAG PIC X(3).
           05 STO-TRAILER-RECORD-COUNT PIC 9(6).
           05 STO-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-STORICO PIC X(48).

       FD FILE-STORICO-NUOVO.
       01 STORICO-NUOVO PIC X(38).
       01 TRAILER-STORICO-NUOVO.
           05 SN-TRAILER-TAG PIC X(3).
           05 SN-TRAILER-RECORD-COUNT PIC 9(6).
       01 WS-STORICO-STATUS PIC XX.
       01 WS-NOME-STORICO PIC X(30).
       01 WS-NOME-STORICO-NUOVO PIC X(30).
       01 WS-TIPO-REGISTRATO PIC X(3) VALUE "STO".
       01 WS-NOME-REGISTRATO PIC X(40).
       01 LETTURA-FILE PIC X.
       01 WS-ANNI-CONSERVATI PIC 99.
       01 WS-ANNI-TESTO PIC X(4).
       01 WS-PRIMA-COUNT PIC 9(6) VALUE 0.
       01 WS-PRIMA-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-GIO-PROGRAMMA PIC X(20) VALUE "ArchiviaVendite".
       01 WS-GIO-OPERATORE PIC X(8) VALUE "BATCH".
       01 WS-GIO-DELTA PIC S9(11)V99.
      *Guardia di uso esclusivo del master.
       01 WS-GRD-OPERAZIONE PIC X.
      *Gli anni da conservare arrivano dall'ambiente
      *(VENDITE_ANNI_CONSERVATI) quando il job gira dal batch
      *notturno senza tastiera; altrimenti si chiedono a video.
       COPY TESTATA-RICHIESTA.
       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-VENDITE
           ACCEPT WS-ANNI-TESTO FROM ENVIRONMENT
               "VENDITE_ANNI_CONSERVATI"
           IF WS-ANNI-TESTO NOT = SPACES
           COMPUTE WS-GIO-DELTA = 0 - WS-ARCHIVIATI-TOTALE
           CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
               WS-PRIMA-COUNT, WS-PRIMA-TOTALE,
               WS-RIMASTI, WS-RIMASTI-TOTALE, WS-GIO-DELTA,
               WS-GIO-OPERATORE
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'R' TO WS-GRD-OPERAZIONE
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           ADD 1 TO WS-PRIMA-COUNT
                           ADD IMPORTO TO WS-PRIMA-TOTALE
                           IF PERIODO-CHIUSO
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           IF STO-TRAILER-TAG NOT = "TRL"
                               AND STO-TRAILER-TAG NOT = "HDR"
                               MOVE VENDITE-STORICO TO STORICO-NUOVO
                               WRITE STORICO-NUOVO
                               ADD 1 TO WS-STO-COUNT
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           AND PERIODO-CHIUSO
                           AND ANNO = WS-ANNO-CORSA
                           MOVE VENDITE TO STORICO-NUOVO
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-STORICO-NUOVO
               MOVE 0 TO RETURN-CODE
      *Lo storico riscritto si registra: la verifica settimanale
      *riprende da qui la sua impronta invece di darlo per alterato.
               MOVE WS-NOME-STORICO TO WS-NOME-REGISTRATO
               CALL 'REGISTRA-ARCHIVIO' USING WS-TIPO-REGISTRATO,
                   WS-NOME-REGISTRATO
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

      *Il file vivo viene riscritto senza i record archiviati e con
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           MOVE 'N' TO WS-ANNO-TROVATO
                           IF PERIODO-CHIUSO
                               AND ANNO <= WS-ANNO-LIMITE
           MOVE WS-RIMASTI-TOTALE TO NV-TRAILER-CONTROL-TOTAL
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
               MOVE "ArchiviaVendite" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
           END-IF.

       CERCA-ANNO-ARCHIVIATO.
                   MOVE 'S' TO WS-ANNO-TROVATO
               END-IF
           END-PERFORM.

           COPY TESTATA-CONTROLLI.
