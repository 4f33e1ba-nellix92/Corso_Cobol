      *Il rifiuto di nuove righe su un periodo gia' chiuso e' compito
      *dei programmi che alimentano il master, che trovano qui i
      *record marcati 'C'.
      *Si chiude per la societa' di lavoro (variabile SOCIETA, vuota
      *= la principale): solo i suoi record del periodo passano a
      *'C' (FiltroSocieta), le altre societa' chiudono quando sono
      *pronte. Con "GR" il periodo si chiude per tutto il gruppo,
      *infragruppo compreso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88 PERIODO-APERTO VALUE 'A'.
               88 PERIODO-CHIUSO VALUE 'C'.
               88 PERIODO-STIMATO VALUE 'E'.
      *Marcatura lotto/data apposta dall'intake e societa': vanno
      *ricopiate cosi' come sono quando il master viene riscritto.
           05 FILLER PIC X(14).
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
           05 NV-IMPORTO PIC S9(7)V99.
           05 NV-ANNO PIC 9(4).
           05 NV-STATO-PERIODO PIC X.
           05 FILLER PIC X(18).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
       01 WS-GRD-OPERATORE PIC X(8) VALUE SPACES.
       01 WS-GRD-ESITO PIC 9.
       01 WS-GIO-PROGRAMMA PIC X(20) VALUE "ChiusuraPeriodo".
       01 WS-GIO-OPERATORE PIC X(8) VALUE "BATCH".
       01 WS-GIO-DOPO-COUNT PIC 9(6).
       01 WS-GIO-DOPO-TOTALE PIC S9(11)V99.
       01 WS-GIO-DELTA PIC S9(11)V99 VALUE 0.
           VALUE "Vendite-mese.trimestre.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-mese.trimestre.new".
      *Societa' per cui si chiude.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "CHIUSURA RIFIUTATA: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CHIUSURA PER " WS-SOC-CODICE " "
               WS-SOC-DESCRIZIONE
           DISPLAY "Anno del periodo da chiudere: "
           ACCEPT WS-ANNO-CHIUSURA
           DISPLAY "Mese del periodo da chiudere (1-12): "
               DISPLAY "MESE NON VALIDO, USARE 1-12."
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-VENDITE
           PERFORM RICONCILIA-TRAILER
           IF WS-TRAILER-OK NOT = 'S'
               DISPLAY "CHIUSURA RIFIUTATA: il file vendite non "
               CALL 'RegistraGiornale' USING WS-GIO-PROGRAMMA,
                   WS-RECORD-COUNT, WS-CONTROL-TOTAL,
                   WS-GIO-DOPO-COUNT, WS-GIO-DOPO-TOTALE,
                   WS-GIO-DELTA, WS-GIO-OPERATORE
                   ON EXCEPTION CONTINUE
               END-CALL
               DISPLAY "PERIODO " WS-MESE-CHIUSURA "/"
                               MOVE 'Y' TO LETTURA-FILE
                           END-IF
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-RECORD-COUNT
                               ADD IMPORTO TO WS-CONTROL-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                           MOVE TRAILER-VENDITE TO TRAILER-NUOVO
                           WRITE TRAILER-NUOVO
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               MOVE VENDITE TO VENDITE-NUOVO
                               IF WS-SOC-CODICE = "GR"
                                   MOVE 'S' TO WS-INCLUDI
                               ELSE
                                   CALL 'FiltroSocieta' USING SOCIETA,
                                       SOCIETA-CONTROPARTE,
                                       WS-NESSUN-CLIENTE, WS-INCLUDI
                               END-IF
                               IF ANNO = WS-ANNO-CHIUSURA
                                   AND MESE = WS-MESE-CHIUSURA
                                   AND WS-INCLUDI = 'S'
                                   EVALUATE TRUE
                                       WHEN PERIODO-CHIUSO
                                           ADD 1 TO WS-GIA-CHIUSI
      *Le stime di AccantonaStime restano marcate 'E' anche a
      *periodo chiuso: sono provvisorie finche' IntakeVendite non
      *le storna con i consuntivi veri.
                                       WHEN PERIODO-STIMATO
                                           ADD 1 TO WS-STIME-LASCIATE
                                       WHEN OTHER
                                           MOVE 'C' TO NV-STATO-PERIODO
                                           ADD 1 TO WS-CHIUSI
                                   END-EVALUATE
                               END-IF
                               WRITE VENDITE-NUOVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *Stesso schema di BACKUP-CLIENTI-IDX: copia di sistema del file
      *completato sull'originale, poi si elimina l'appoggio.
       SOSTITUISCI-MASTER.
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
               MOVE "ChiusuraPeriodo" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-VENDITE
           END-IF.

           COPY TESTATA-CONTROLLI.
