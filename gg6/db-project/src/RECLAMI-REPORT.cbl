       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECLAMI-REPORT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Riepilogo mensile dei reclami (tabella RECLAMI del database
      *note) per la direzione: dei reclami aperti nel mese, quanti
      *per tipo, quanti hanno avuto risposta entro la promessa
      *(gestionale.cfg, chiave RECLAMI-SLA-GIORNI, predefinita 10),
      *quanti fuori (risposta tardiva o ancora nessuna risposta
      *oltre i giorni promessi) e quanti sono gia' risolti o
      *chiusi; poi gli stessi aperti per regione e per prodotto, e
      *in coda l'arretrato di tutti i reclami non chiusi per stato.
      *Il mese (AAAAMM) arriva dall'ambiente (RECLAMI_PERIODO),
      *altrimenti si chiede. Il report va in
      *reclami-mensile-AAAAMM.txt, registrato per la ritenzione e
      *depositato nello spool (famiglia RECLAMI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NOME-REPORT PIC X(40) VALUE SPACES.
       01 WS-PERIODO-TESTO PIC X(6) VALUE SPACES.
       01 WS-PERIODO REDEFINES WS-PERIODO-TESTO.
           05 WS-PERIODO-ANNO PIC 9(4).
           05 WS-PERIODO-MESE PIC 99.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 INDICE-CODICE PIC 9.
       01 WS-DESCRIZIONE PIC X(30).
      *Totali della sezione per tipo.
       01 WS-TOT-APERTI PIC 9(6) VALUE 0.
       01 WS-TOT-ENTRO PIC 9(6) VALUE 0.
       01 WS-TOT-FUORI PIC 9(6) VALUE 0.
       01 WS-TOT-RISOLTI PIC 9(6) VALUE 0.
       01 WS-TOT-ARRETRATO PIC 9(6) VALUE 0.
       01 WS-QUOTA PIC 999V9.
       01 WS-QUOTA-ED PIC ZZ9.9.
       01 WS-CONTA-ED PIC ZZZZZ9.
       01 WS-ENTRO-ED PIC ZZZZZ9.
       01 WS-FUORI-ED PIC ZZZZZ9.
       01 WS-RISOLTI-ED PIC Z(6)9.
      *Spool dell'edizione del mese.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "RECLAMI".
       01 WS-SPOOL-ESITO PIC 9.
       COPY RECLAMI-CODICI.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 GIORNI_SLA PIC 9(4).
       01 MESE_APERTURA PIC X(7).
       01 REC_TIPO PIC X(2).
       01 REC_STATO PIC X(1).
       01 REC_REGIONE PIC 9(2).
       01 REC_PRODOTTO PIC X(8).
       01 REC_CONTA PIC 9(6).
       01 REC_ENTRO PIC 9(6).
       01 REC_FUORI PIC 9(6).
       01 REC_RISOLTI PIC 9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE 10 TO GIORNI_SLA
           MOVE "RECLAMI-SLA-GIORNI" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) > 0
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) < 1000
                       COMPUTE GIORNI_SLA =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
           ACCEPT WS-PERIODO-TESTO FROM ENVIRONMENT "RECLAMI_PERIODO"
           IF WS-PERIODO-TESTO = SPACES
               DISPLAY "MESE DEL RIEPILOGO (AAAAMM): "
               ACCEPT WS-PERIODO-TESTO
           END-IF
           IF WS-PERIODO-TESTO IS NOT NUMERIC
               DISPLAY "MESE " WS-PERIODO-TESTO " NON VALIDO."
               STOP RUN
           END-IF
           IF WS-PERIODO-MESE < 1 OR WS-PERIODO-MESE > 12
               DISPLAY "MESE " WS-PERIODO-TESTO " NON VALIDO."
               STOP RUN
           END-IF
      *Le date del database note sono GG/MM/AAAA: il mese di
      *apertura e' la parte MM/AAAA.
           STRING WS-PERIODO-MESE "/" WS-PERIODO-ANNO
               DELIMITED BY SIZE INTO MESE_APERTURA
           DISPLAY "Mi connetto al database.".
           ACCEPT DBNAME FROM ENVIRONMENT "NOTA_DBNAME"
           IF DBNAME = SPACES MOVE "notadb@db" TO DBNAME END-IF
           ACCEPT USERNAME FROM ENVIRONMENT "NOTA_DBUSER"
           IF USERNAME = SPACES MOVE "postgres" TO USERNAME END-IF
           ACCEPT PASSWORD FROM ENVIRONMENT "NOTA_DBPASS"
           MOVE 0 TO WS-CONNECT-TENTATIVI
           PERFORM UNTIL SQLCODE = ZERO OR WS-CONNECT-TENTATIVI >= 3
               ADD 1 TO WS-CONNECT-TENTATIVI
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWORD USING :DBNAME
               END-EXEC
               IF SQLCODE NOT = 0 AND WS-CONNECT-TENTATIVI < 3
                   DISPLAY "CONNESSIONE FALLITA, RIPROVO... (TENTATIVO "
                       WS-CONNECT-TENTATIVI "/3)"
                   CALL "CBL_THREAD_SLEEP" USING WS-SLEEP-MS
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.

           STRING "reclami-mensile-" WS-PERIODO-TESTO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-REPORT
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "RIEPILOGO RECLAMI DEL MESE " MESE_APERTURA
               " - PROMESSA DI RISPOSTA " GIORNI_SLA " GIORNI"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM SEZIONE-TIPI
           PERFORM SEZIONE-REGIONI
           PERFORM SEZIONE-PRODOTTI
           PERFORM SEZIONE-ARRETRATO
           CLOSE FILE-REPORT
           EXEC SQL COMMIT WORK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC
      *Il report datato entra nel registro dei file generati per la
      *ritenzione di PULIZIA-FILE.
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "RECLAMI " MESE_APERTURA ": APERTI " WS-TOT-APERTI
               " FUORI PROMESSA " WS-TOT-FUORI
               " ARRETRATO " WS-TOT-ARRETRATO
           DISPLAY "REPORT IN " WS-NOME-REPORT
           STOP RUN.

      *Fuori promessa: risposta arrivata oltre i giorni promessi,
      *oppure nessuna risposta e i giorni sono gia' passati oggi.
       SEZIONE-TIPI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER TIPO" TO RIGA-REPORT
           MOVE "APERTI  ENTRO  FUORI RISOLTI     QUOTA%"
               TO RIGA-REPORT(35:)
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE C1 CURSOR FOR
                    SELECT TIPO, COUNT(*),
                           SUM(CASE WHEN DATA_RISPOSTA IS NOT NULL
                               AND TO_DATE(DATA_RISPOSTA, 'DD/MM/YYYY')
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               <= :GIORNI_SLA THEN 1 ELSE 0 END),
                           SUM(CASE WHEN (DATA_RISPOSTA IS NOT NULL
                               AND TO_DATE(DATA_RISPOSTA, 'DD/MM/YYYY')
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               > :GIORNI_SLA)
                               OR (DATA_RISPOSTA IS NULL
                               AND CURRENT_DATE
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               > :GIORNI_SLA) THEN 1 ELSE 0 END),
                           SUM(CASE WHEN STATO IN ('R', 'X')
                               THEN 1 ELSE 0 END)
                    FROM RECLAMI
                    WHERE SUBSTR(DATA_APERTURA, 4, 7) = :MESE_APERTURA
                    GROUP BY TIPO
                    ORDER BY TIPO
           END-EXEC
           EXEC SQL
                 OPEN C1
           END-EXEC
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           EXEC SQL
                 FETCH C1 INTO :REC_TIPO, :REC_CONTA, :REC_ENTRO,
                     :REC_FUORI, :REC_RISOLTI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD REC_CONTA TO WS-TOT-APERTI
               ADD REC_ENTRO TO WS-TOT-ENTRO
               ADD REC_FUORI TO WS-TOT-FUORI
               ADD REC_RISOLTI TO WS-TOT-RISOLTI
               MOVE SPACES TO WS-DESCRIZIONE
               PERFORM VARYING INDICE-CODICE FROM 1 BY 1
                   UNTIL INDICE-CODICE > NUM-TIPI-RECLAMO
                   IF TRE-CODICE(INDICE-CODICE) = REC_TIPO
                       MOVE TRE-DESCRIZIONE(INDICE-CODICE)
                           TO WS-DESCRIZIONE
                   END-IF
               END-PERFORM
               MOVE SPACES TO RIGA-REPORT
               STRING REC_TIPO " " WS-DESCRIZIONE
                   DELIMITED BY SIZE INTO RIGA-REPORT
               PERFORM SCRIVI-CONTEGGI
               EXEC SQL
                     FETCH C1 INTO :REC_TIPO, :REC_CONTA, :REC_ENTRO,
                         :REC_FUORI, :REC_RISOLTI
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C1
           END-EXEC
           MOVE WS-TOT-APERTI TO REC_CONTA
           MOVE WS-TOT-ENTRO TO REC_ENTRO
           MOVE WS-TOT-FUORI TO REC_FUORI
           MOVE WS-TOT-RISOLTI TO REC_RISOLTI
           MOVE "TOTALE" TO RIGA-REPORT
           PERFORM SCRIVI-CONTEGGI.

      *Colonne comuni dalla 35: aperti, entro, fuori, risolti e
      *quota percentuale fuori promessa sugli aperti.
       SCRIVI-CONTEGGI.
           MOVE REC_CONTA TO WS-CONTA-ED
           MOVE REC_ENTRO TO WS-ENTRO-ED
           MOVE REC_FUORI TO WS-FUORI-ED
           MOVE REC_RISOLTI TO WS-RISOLTI-ED
           MOVE 0 TO WS-QUOTA
           IF REC_CONTA > 0
               COMPUTE WS-QUOTA ROUNDED = REC_FUORI * 100 / REC_CONTA
           END-IF
           MOVE WS-QUOTA TO WS-QUOTA-ED
           STRING WS-CONTA-ED " " WS-ENTRO-ED " " WS-FUORI-ED " "
               WS-RISOLTI-ED "      " WS-QUOTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT(35:)
           WRITE RIGA-REPORT.

       SEZIONE-REGIONI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER REGIONE" TO RIGA-REPORT
           MOVE "APERTI  ENTRO  FUORI RISOLTI     QUOTA%"
               TO RIGA-REPORT(35:)
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE C2 CURSOR FOR
                    SELECT COALESCE(REGIONE, 0), COUNT(*),
                           SUM(CASE WHEN DATA_RISPOSTA IS NOT NULL
                               AND TO_DATE(DATA_RISPOSTA, 'DD/MM/YYYY')
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               <= :GIORNI_SLA THEN 1 ELSE 0 END),
                           SUM(CASE WHEN (DATA_RISPOSTA IS NOT NULL
                               AND TO_DATE(DATA_RISPOSTA, 'DD/MM/YYYY')
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               > :GIORNI_SLA)
                               OR (DATA_RISPOSTA IS NULL
                               AND CURRENT_DATE
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               > :GIORNI_SLA) THEN 1 ELSE 0 END),
                           SUM(CASE WHEN STATO IN ('R', 'X')
                               THEN 1 ELSE 0 END)
                    FROM RECLAMI
                    WHERE SUBSTR(DATA_APERTURA, 4, 7) = :MESE_APERTURA
                    GROUP BY COALESCE(REGIONE, 0)
                    ORDER BY 1
           END-EXEC
           EXEC SQL
                 OPEN C2
           END-EXEC
           EXEC SQL
                 FETCH C2 INTO :REC_REGIONE, :REC_CONTA, :REC_ENTRO,
                     :REC_FUORI, :REC_RISOLTI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO RIGA-REPORT
               STRING "REGIONE " REC_REGIONE
                   DELIMITED BY SIZE INTO RIGA-REPORT
               PERFORM SCRIVI-CONTEGGI
               EXEC SQL
                     FETCH C2 INTO :REC_REGIONE, :REC_CONTA,
                         :REC_ENTRO, :REC_FUORI, :REC_RISOLTI
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C2
           END-EXEC.

      *Per prodotto dal piu' reclamato; i reclami senza prodotto
      *finiscono in una riga a parte.
       SEZIONE-PRODOTTI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER PRODOTTO" TO RIGA-REPORT
           MOVE "APERTI  ENTRO  FUORI RISOLTI     QUOTA%"
               TO RIGA-REPORT(35:)
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE C3 CURSOR FOR
                    SELECT COALESCE(CODICE_PRODOTTO, ' '), COUNT(*),
                           SUM(CASE WHEN DATA_RISPOSTA IS NOT NULL
                               AND TO_DATE(DATA_RISPOSTA, 'DD/MM/YYYY')
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               <= :GIORNI_SLA THEN 1 ELSE 0 END),
                           SUM(CASE WHEN (DATA_RISPOSTA IS NOT NULL
                               AND TO_DATE(DATA_RISPOSTA, 'DD/MM/YYYY')
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               > :GIORNI_SLA)
                               OR (DATA_RISPOSTA IS NULL
                               AND CURRENT_DATE
                               - TO_DATE(DATA_APERTURA, 'DD/MM/YYYY')
                               > :GIORNI_SLA) THEN 1 ELSE 0 END),
                           SUM(CASE WHEN STATO IN ('R', 'X')
                               THEN 1 ELSE 0 END)
                    FROM RECLAMI
                    WHERE SUBSTR(DATA_APERTURA, 4, 7) = :MESE_APERTURA
                    GROUP BY COALESCE(CODICE_PRODOTTO, ' ')
                    ORDER BY 2 DESC, 1
           END-EXEC
           EXEC SQL
                 OPEN C3
           END-EXEC
           EXEC SQL
                 FETCH C3 INTO :REC_PRODOTTO, :REC_CONTA, :REC_ENTRO,
                     :REC_FUORI, :REC_RISOLTI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACES TO RIGA-REPORT
               IF REC_PRODOTTO = SPACES
                   MOVE "(NESSUN PRODOTTO)" TO RIGA-REPORT
               ELSE
                   MOVE REC_PRODOTTO TO RIGA-REPORT
               END-IF
               PERFORM SCRIVI-CONTEGGI
               EXEC SQL
                     FETCH C3 INTO :REC_PRODOTTO, :REC_CONTA,
                         :REC_ENTRO, :REC_FUORI, :REC_RISOLTI
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C3
           END-EXEC.

      *Arretrato alla data del report, indipendente dal mese.
       SEZIONE-ARRETRATO.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "ARRETRATO NON CHIUSO PER STATO    RECLAMI"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE C4 CURSOR FOR
                    SELECT STATO, COUNT(*)
                    FROM RECLAMI
                    WHERE STATO NOT = 'X'
                    GROUP BY STATO
                    ORDER BY STATO
           END-EXEC
           EXEC SQL
                 OPEN C4
           END-EXEC
           EXEC SQL
                 FETCH C4 INTO :REC_STATO, :REC_CONTA
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD REC_CONTA TO WS-TOT-ARRETRATO
               MOVE SPACES TO WS-DESCRIZIONE
               PERFORM VARYING INDICE-CODICE FROM 1 BY 1
                   UNTIL INDICE-CODICE > NUM-STATI-RECLAMO
                   IF SRE-CODICE(INDICE-CODICE) = REC_STATO
                       MOVE SRE-DESCRIZIONE(INDICE-CODICE)
                           TO WS-DESCRIZIONE
                   END-IF
               END-PERFORM
               MOVE REC_CONTA TO WS-CONTA-ED
               MOVE SPACES TO RIGA-REPORT
               STRING REC_STATO " " WS-DESCRIZIONE
                   DELIMITED BY SIZE INTO RIGA-REPORT
               MOVE WS-CONTA-ED TO RIGA-REPORT(35:6)
               WRITE RIGA-REPORT
               EXEC SQL
                     FETCH C4 INTO :REC_STATO, :REC_CONTA
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE C4
           END-EXEC
           MOVE WS-TOT-ARRETRATO TO WS-CONTA-ED
           MOVE "TOTALE ARRETRATO" TO RIGA-REPORT
           MOVE WS-CONTA-ED TO RIGA-REPORT(35:6)
           WRITE RIGA-REPORT.

           COPY ERROR-HANDLER.
