      *dormiente, firmata dall'operatore e con audit 'C': cosi' i
      *richiami li guida la lista di lavoro esistente, non una
      *stampa che si perde.
      *Entrano i clienti e i movimenti della societa' di lavoro
      *(SocietaLavoro): il cliente vale per la sua societa'
      *(SocietaCliente), il movimento per DET-SOCIETA, entrambi
      *attraverso FiltroSocieta; per il consolidato "GR" restano
      *fuori le societa' del gruppo come clienti.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 DET-MESE PIC 99.
               10 DET-GIORNO PIC 99.
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(32).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
       01 WS-DORMIENTI PIC 9(4) VALUE 0.
       01 WS-NOTE-CREATE PIC 9(4) VALUE 0.
       01 WS-VOLUME-ED PIC -(9)9.99.
      *Societa' di lavoro della spazzolata.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
       01 WS-SOCIETA-CLIENTE PIC X(2).
      *Operatore che firma le note di riattivazione.
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "CLIENTI DORMIENTI RIFIUTATI: SOCIETA' "
                   WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE "DORMIENTI-MESI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM ACCUMULA-CLIENTE
                       END-IF
               END-READ
           CLOSE FILE-DETTAGLIO.

       ACCUMULA-CLIENTE.
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE DET-DATA TO WS-DATA-MOVIMENTO
           MOVE 'N' TO WS-CLI-TROVATO
           PERFORM VARYING INDICE-CLI FROM 1 BY 1
               WS-MESI-FINESTRA " MESI (AL " WS-OGGI ")"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE 'N' TO WS-EOF
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CLIENTE-ATTIVO
                           PERFORM FILTRA-CLIENTE
                           IF WS-INCLUDI = 'S'
                               PERFORM VALUTA-DORMIENZA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REPORT
           CLOSE CLIENTI-IDX.

       FILTRA-CLIENTE.
           CALL 'SocietaCliente' USING ID-CLIENTE-IDX,
               WS-SOCIETA-CLIENTE
           CALL 'FiltroSocieta' USING WS-SOCIETA-CLIENTE,
               WS-NESSUNA-CONTROPARTE, ID-CLIENTE-IDX, WS-INCLUDI.

       VALUTA-DORMIENZA.
           MOVE 'N' TO WS-CLI-TROVATO
           PERFORM VARYING INDICE-CLI FROM 1 BY 1
                       :OPERATORE_ID)
           END-EXEC
           IF SQLCODE = 0
               MOVE NOME TO AUD-NOME
               MOVE SPACES TO AUD-PRECEDENTE
               MOVE NOTA TO AUD-NUOVO
               MOVE "C" TO AUD-OPERAZIONE
               MOVE OPERATORE_ID TO AUD-OPERATORE
               CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
                   ON EXCEPTION MOVE -1 TO AUD-ESITO
               END-CALL
               IF AUD-ESITO = 0
                   EXEC SQL COMMIT WORK END-EXEC
                   ADD 1 TO WS-NOTE-CREATE
               ELSE
           END-IF.

           COPY ERROR-HANDLER.

           COPY TESTATA-CONTROLLI.
