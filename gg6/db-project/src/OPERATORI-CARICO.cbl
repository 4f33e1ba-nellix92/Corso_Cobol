       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATORI-CARICO.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Carico di lavoro settimanale per operatore, costruito sul
      *lavoro fatto e non sugli accessi (quelli li dice
      *GIORNALE-USO). Per ogni sigla si contano nella settimana da
      *lunedi' a domenica:
      *  - note create, modificate e cancellate (NOTA_AUDIT, 'C',
      *    'U', 'D');
      *  - voci di WORKLIST chiuse ('W') e rinviate ('R');
      *  - modifiche all'anagrafica clienti (clienti-storia.txt);
      *  - movimenti corretti con VENDITE-MAINT e rigettati ripresi
      *    nel master con ReworkRigettati (Vendite-giornale.txt,
      *    che porta la sigla in coda alla riga);
      *  - reclami lavorati, cioe' con almeno un passaggio di stato
      *    firmato nella settimana (RECLAMI_STORIA).
      *Sotto ogni riga la media delle quattro settimane precedenti,
      *per il confronto. In coda la coda aperta per ASSEGNATARIO
      *(voci WORKLIST aperte, quante in ritardo, reclami non
      *chiusi del RESPONSABILE) con lo scarto dalla media, per
      *ribilanciare il lavoro.
      *La settimana e' quella del giorno in CARICO_GIORNO
      *(AAAAMMGG), altrimenti chiesto; INVIO = la settimana
      *scorsa. Report in carico-operatori-AAAAMMGG.txt (data del
      *lunedi'), registrato per la ritenzione e depositato nello
      *spool (famiglia OPERATORI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-OPERATORI ASSIGN TO "operatori.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATORI-STATUS.
           SELECT FILE-STORIA ASSIGN TO "clienti-storia.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STORIA-STATUS.
           SELECT FILE-GIORNALE ASSIGN TO "Vendite-giornale.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GIORNALE-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-OPERATORI.
       01 RECORD-OPERATORE.
           05 OP-ID PIC X(8).
           05 OP-NOME PIC X(20).
           05 OP-LIVELLO PIC X.
           05 OP-REGIONI PIC X(20).
           05 OP-REPARTO PIC X(20).
           05 OP-SOCIETA PIC X(20).

       FD FILE-STORIA.
       01 RECORD-STORIA.
           05 STO-TIMESTAMP PIC X(14).
           05 STO-OPERATORE PIC X(8).
           05 STO-OPERAZIONE PIC X.
           05 STO-IMMAGINE PIC X(185).

       FD FILE-GIORNALE.
       01 RECORD-GIORNALE.
           05 GIO-TIMESTAMP PIC X(14).
           05 GIO-PROGRAMMA PIC X(20).
           05 GIO-PRIMA-COUNT PIC 9(6).
           05 GIO-PRIMA-TOTALE PIC S9(11)V99.
           05 GIO-DOPO-COUNT PIC 9(6).
           05 GIO-DOPO-TOTALE PIC S9(11)V99.
           05 GIO-DELTA PIC S9(11)V99.
           05 GIO-OPERATORE PIC X(8).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPERATORI-STATUS PIC XX.
       01 WS-STORIA-STATUS PIC XX.
       01 WS-GIORNALE-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-NOME-REPORT PIC X(40) VALUE SPACES.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Settimana del report (lunedi'-domenica) e le quattro prima.
       01 WS-GIORNO-TESTO PIC X(8) VALUE SPACES.
       01 WS-GIORNO PIC 9(8).
       01 WS-GIORNO-INT PIC 9(7).
       01 WS-LUNEDI-INT PIC 9(7).
       01 WS-SETT-DAL PIC 9(8).
       01 WS-SETT-AL PIC 9(8).
       01 WS-PREC-DAL PIC 9(8).
       01 WS-DATA-EVENTO PIC 9(8).
      *Una riga per sigla: la 1 raccoglie il lavoro non firmato.
      *Le nove misure, nell'ordine delle colonne del report:
      *  1 note create      2 note modificate  3 note cancellate
      *  4 WORKLIST chiuse  5 WORKLIST rinviate
      *  6 clienti modificati
      *  7 movimenti corretti  8 rigettati ripresi
      *  9 reclami lavorati
       01 WS-NUM-MISURE PIC 9 VALUE 9.
       01 WS-NUM-OPE PIC 9(3) VALUE 0.
       01 WS-OPE-TABELLA.
           05 WS-OPE-ENTRY OCCURS 150 TIMES.
               10 WS-OPE-SIGLA PIC X(8).
               10 WS-OPE-NOME PIC X(20).
               10 WS-OPE-SETT PIC 9(6) OCCURS 9 TIMES.
               10 WS-OPE-PREC PIC 9(6) OCCURS 9 TIMES.
               10 WS-OPE-VOCI PIC 9(6).
               10 WS-OPE-RITARDO PIC 9(6).
               10 WS-OPE-RECLAMI PIC 9(6).
       01 INDICE-OPE PIC 9(3).
       01 WS-OPE-POSIZIONE PIC 9(3).
       01 WS-SIGLA-CERCATA PIC X(8).
       01 INDICE-MISURA PIC 99.
       01 WS-MISURA PIC 9.
       01 WS-QUANTI PIC 9(6).
      *Totali e stampa.
       01 WS-TOTALI-MISURE.
           05 WS-TOT-SETT PIC 9(6) OCCURS 9 TIMES VALUE 0.
           05 WS-TOT-PREC PIC 9(6) OCCURS 9 TIMES VALUE 0.
       01 WS-RIGA-SETT PIC 9(7).
       01 WS-RIGA-PREC PIC 9(7).
       01 WS-CONTA-ED PIC ZZZZZ9.
       01 WS-MEDIA PIC 9(6)V9.
       01 WS-MEDIA-ED PIC ZZZZ9.9.
       01 WS-TOTALE-ED PIC ZZZZZZ9.
       01 WS-TOTALE-MEDIA-ED PIC ZZZZZ9.9.
       01 WS-PERC PIC S9(5)V9.
       01 WS-PERC-ED PIC -(4)9.9.
       01 WS-COLONNA PIC 9(3).
       01 WS-TOT-CODA PIC 9(7) VALUE 0.
       01 WS-NUM-IN-CODA PIC 9(3) VALUE 0.
       01 WS-CODA-OPE PIC 9(7).
       01 WS-CODA-MEDIA PIC 9(6)V9.
       01 WS-SCARTO PIC S9(6)V9.
       01 WS-SCARTO-ED PIC -(6)9.9.
      *Spool dell'edizione della settimana.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "OPERATORI".
       01 WS-SPOOL-ESITO PIC 9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 SETT_DAL PIC X(10).
       01 SETT_AL PIC X(10).
       01 PREC_DAL PIC X(10).
       01 CAR_OPERATORE PIC X(8).
       01 CAR_OPERAZIONE PIC X(1).
       01 CAR_SETT PIC 9(6).
       01 CAR_PREC PIC 9(6).
       01 CAR_VOCI PIC 9(6).
       01 CAR_RITARDO PIC 9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM IMPOSTA-SETTIMANA
           PERFORM CARICA-OPERATORI
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

           PERFORM CONTA-AUDIT-NOTE
           PERFORM CONTA-RECLAMI
           PERFORM CONTA-CODA-WORKLIST
           PERFORM CONTA-CODA-RECLAMI
           EXEC SQL COMMIT WORK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC
           PERFORM CONTA-STORIA-CLIENTI
           PERFORM CONTA-GIORNALE-VENDITE
           STRING "carico-operatori-" WS-SETT-DAL ".txt"
               DELIMITED BY SIZE INTO WS-NOME-REPORT
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           PERFORM VARYING INDICE-OPE FROM 1 BY 1
               UNTIL INDICE-OPE > WS-NUM-OPE
               PERFORM SCRIVI-OPERATORE
           END-PERFORM
           PERFORM SCRIVI-TOTALI
           PERFORM SCRIVI-CODA
           CLOSE FILE-REPORT
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "CARICO OPERATORI DAL " WS-SETT-DAL " AL "
               WS-SETT-AL ": REPORT IN " WS-NOME-REPORT
           STOP RUN.

      *Il lunedi' della settimana: il giorno 1 del calendario
      *intero (01/01/1601) era un lunedi'.
       IMPOSTA-SETTIMANA.
           ACCEPT WS-GIORNO-TESTO FROM ENVIRONMENT "CARICO_GIORNO"
           IF WS-GIORNO-TESTO = SPACES
               DISPLAY "UN GIORNO DELLA SETTIMANA (AAAAMMGG, "
                   "INVIO = SETTIMANA SCORSA): "
               ACCEPT WS-GIORNO-TESTO
           END-IF
           IF WS-GIORNO-TESTO = SPACES
               COMPUTE WS-GIORNO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-OGGI) - 7)
           ELSE
               IF WS-GIORNO-TESTO IS NOT NUMERIC
                   DISPLAY "GIORNO " WS-GIORNO-TESTO " NON VALIDO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-GIORNO-TESTO TO WS-GIORNO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-GIORNO) NOT = 0
               OR WS-GIORNO < 16010201
               DISPLAY "GIORNO " WS-GIORNO " NON VALIDO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-GIORNO-INT = FUNCTION INTEGER-OF-DATE(WS-GIORNO)
           COMPUTE WS-LUNEDI-INT = WS-GIORNO-INT
               - FUNCTION MOD(WS-GIORNO-INT - 1, 7)
           COMPUTE WS-SETT-DAL = FUNCTION DATE-OF-INTEGER(WS-LUNEDI-INT)
           COMPUTE WS-SETT-AL =
               FUNCTION DATE-OF-INTEGER(WS-LUNEDI-INT + 6)
           COMPUTE WS-PREC-DAL =
               FUNCTION DATE-OF-INTEGER(WS-LUNEDI-INT - 28)
      *Le date per il database in forma AAAA-MM-GG.
           STRING WS-SETT-DAL(1:4) "-" WS-SETT-DAL(5:2) "-"
               WS-SETT-DAL(7:2) DELIMITED BY SIZE INTO SETT_DAL
           STRING WS-SETT-AL(1:4) "-" WS-SETT-AL(5:2) "-"
               WS-SETT-AL(7:2) DELIMITED BY SIZE INTO SETT_AL
           STRING WS-PREC-DAL(1:4) "-" WS-PREC-DAL(5:2) "-"
               WS-PREC-DAL(7:2) DELIMITED BY SIZE INTO PREC_DAL.

      *Riga 1 per il lavoro senza firma, poi gli operatori censiti
      *con il loro nome; chi compare solo nelle tracce si aggiunge
      *strada facendo.
       CARICA-OPERATORI.
           MOVE 1 TO WS-NUM-OPE
           INITIALIZE WS-OPE-ENTRY(1)
           MOVE "(NON FIRMATO)" TO WS-OPE-NOME(1)
           OPEN INPUT FILE-OPERATORI
           IF WS-OPERATORI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-OPERATORI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF OP-ID NOT = SPACES AND WS-NUM-OPE < 150
                           ADD 1 TO WS-NUM-OPE
                           INITIALIZE WS-OPE-ENTRY(WS-NUM-OPE)
                           MOVE OP-ID TO WS-OPE-SIGLA(WS-NUM-OPE)
                           MOVE OP-NOME TO WS-OPE-NOME(WS-NUM-OPE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-OPERATORI.

       CERCA-OPERATORE.
           MOVE 0 TO WS-OPE-POSIZIONE
           IF WS-SIGLA-CERCATA = SPACES
               MOVE 1 TO WS-OPE-POSIZIONE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-OPE FROM 2 BY 1
               UNTIL INDICE-OPE > WS-NUM-OPE
                   OR WS-OPE-POSIZIONE > 0
               IF WS-OPE-SIGLA(INDICE-OPE) = WS-SIGLA-CERCATA
                   MOVE INDICE-OPE TO WS-OPE-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-OPE-POSIZIONE > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-OPE >= 150
               MOVE 1 TO WS-OPE-POSIZIONE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-OPE
           MOVE WS-NUM-OPE TO WS-OPE-POSIZIONE
           INITIALIZE WS-OPE-ENTRY(WS-OPE-POSIZIONE)
           MOVE WS-SIGLA-CERCATA TO WS-OPE-SIGLA(WS-OPE-POSIZIONE)
           MOVE "(NON CENSITO)" TO WS-OPE-NOME(WS-OPE-POSIZIONE).

      *Conteggio di un evento datato WS-DATA-EVENTO sulla misura
      *WS-MISURA della sigla WS-SIGLA-CERCATA, nella settimana o
      *nelle quattro precedenti.
       ACCREDITA-EVENTO.
           IF WS-DATA-EVENTO < WS-PREC-DAL
               OR WS-DATA-EVENTO > WS-SETT-AL
               EXIT PARAGRAPH
           END-IF
           PERFORM CERCA-OPERATORE
           IF WS-DATA-EVENTO >= WS-SETT-DAL
               ADD WS-QUANTI TO WS-OPE-SETT(WS-OPE-POSIZIONE, WS-MISURA)
           ELSE
               ADD WS-QUANTI TO WS-OPE-PREC(WS-OPE-POSIZIONE, WS-MISURA)
           END-IF.

       CONTA-AUDIT-NOTE.
           EXEC SQL
               DECLARE CAUD CURSOR FOR
                    SELECT COALESCE(OPERATORE, ' '), OPERAZIONE,
                           SUM(CASE WHEN CAST(TIMESTAMP_OP AS DATE)
                               >= CAST(:SETT_DAL AS DATE)
                               THEN 1 ELSE 0 END),
                           SUM(CASE WHEN CAST(TIMESTAMP_OP AS DATE)
                               < CAST(:SETT_DAL AS DATE)
                               THEN 1 ELSE 0 END)
                    FROM NOTA_AUDIT
                    WHERE CAST(TIMESTAMP_OP AS DATE)
                          BETWEEN CAST(:PREC_DAL AS DATE)
                              AND CAST(:SETT_AL AS DATE)
                      AND OPERAZIONE IN ('C', 'U', 'D', 'W', 'R')
                    GROUP BY COALESCE(OPERATORE, ' '), OPERAZIONE
           END-EXEC
           EXEC SQL
                 OPEN CAUD
           END-EXEC
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           EXEC SQL
                 FETCH CAUD INTO :CAR_OPERATORE, :CAR_OPERAZIONE,
                     :CAR_SETT, :CAR_PREC
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               EVALUATE CAR_OPERAZIONE
                   WHEN 'C' MOVE 1 TO WS-MISURA
                   WHEN 'U' MOVE 2 TO WS-MISURA
                   WHEN 'D' MOVE 3 TO WS-MISURA
                   WHEN 'W' MOVE 4 TO WS-MISURA
                   WHEN 'R' MOVE 5 TO WS-MISURA
               END-EVALUATE
               PERFORM ACCREDITA-CONTEGGI
               EXEC SQL
                     FETCH CAUD INTO :CAR_OPERATORE, :CAR_OPERAZIONE,
                         :CAR_SETT, :CAR_PREC
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CAUD
           END-EXEC.

       ACCREDITA-CONTEGGI.
           MOVE CAR_OPERATORE TO WS-SIGLA-CERCATA
           PERFORM CERCA-OPERATORE
           ADD CAR_SETT TO WS-OPE-SETT(WS-OPE-POSIZIONE, WS-MISURA)
           ADD CAR_PREC TO WS-OPE-PREC(WS-OPE-POSIZIONE, WS-MISURA).

      *Un reclamo conta una volta per operatore e per settimana,
      *per quanti passaggi di stato abbia avuto.
       CONTA-RECLAMI.
           EXEC SQL
               DECLARE CREC CURSOR FOR
                    SELECT COALESCE(OPERATORE, ' '),
                           COUNT(DISTINCT CASE
                               WHEN CAST(TIMESTAMP_EVENTO AS DATE)
                               >= CAST(:SETT_DAL AS DATE)
                               THEN ID END),
                           COUNT(DISTINCT CASE
                               WHEN CAST(TIMESTAMP_EVENTO AS DATE)
                               < CAST(:SETT_DAL AS DATE)
                               THEN TO_CHAR(ID, 'FM000000')
                                 || TO_CHAR(TIMESTAMP_EVENTO, 'IYYYIW')
                               END)
                    FROM RECLAMI_STORIA
                    WHERE CAST(TIMESTAMP_EVENTO AS DATE)
                          BETWEEN CAST(:PREC_DAL AS DATE)
                              AND CAST(:SETT_AL AS DATE)
                    GROUP BY COALESCE(OPERATORE, ' ')
           END-EXEC
           EXEC SQL
                 OPEN CREC
           END-EXEC
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           MOVE 9 TO WS-MISURA
           EXEC SQL
                 FETCH CREC INTO :CAR_OPERATORE, :CAR_SETT, :CAR_PREC
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM ACCREDITA-CONTEGGI
               EXEC SQL
                     FETCH CREC INTO :CAR_OPERATORE, :CAR_SETT,
                         :CAR_PREC
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CREC
           END-EXEC.

      *Voci aperte per assegnatario della nota; in ritardo quelle
      *con la data di lavoro gia' passata.
       CONTA-CODA-WORKLIST.
           EXEC SQL
               DECLARE CCODA CURSOR FOR
                    SELECT COALESCE(N.ASSEGNATARIO, ' '), COUNT(*),
                           SUM(CASE WHEN
                               TO_DATE(W.DATA_LAVORO, 'DD/MM/YYYY')
                               < CURRENT_DATE THEN 1 ELSE 0 END)
                    FROM WORKLIST W, NOTA N
                    WHERE W.NOME = N.NOME AND W.STATO = 'P'
                    GROUP BY COALESCE(N.ASSEGNATARIO, ' ')
           END-EXEC
           EXEC SQL
                 OPEN CCODA
           END-EXEC
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           EXEC SQL
                 FETCH CCODA INTO :CAR_OPERATORE, :CAR_VOCI,
                     :CAR_RITARDO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE CAR_OPERATORE TO WS-SIGLA-CERCATA
               PERFORM CERCA-OPERATORE
               ADD CAR_VOCI TO WS-OPE-VOCI(WS-OPE-POSIZIONE)
               ADD CAR_RITARDO TO WS-OPE-RITARDO(WS-OPE-POSIZIONE)
               EXEC SQL
                     FETCH CCODA INTO :CAR_OPERATORE, :CAR_VOCI,
                         :CAR_RITARDO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CCODA
           END-EXEC.

       CONTA-CODA-RECLAMI.
           EXEC SQL
               DECLARE CCREC CURSOR FOR
                    SELECT COALESCE(RESPONSABILE, ' '), COUNT(*)
                    FROM RECLAMI
                    WHERE STATO NOT IN ('R', 'X')
                    GROUP BY COALESCE(RESPONSABILE, ' ')
           END-EXEC
           EXEC SQL
                 OPEN CCREC
           END-EXEC
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           EXEC SQL
                 FETCH CCREC INTO :CAR_OPERATORE, :CAR_VOCI
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE CAR_OPERATORE TO WS-SIGLA-CERCATA
               PERFORM CERCA-OPERATORE
               ADD CAR_VOCI TO WS-OPE-RECLAMI(WS-OPE-POSIZIONE)
               EXEC SQL
                     FETCH CCREC INTO :CAR_OPERATORE, :CAR_VOCI
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CCREC
           END-EXEC.

      *Ogni riga della storia clienti e' una modifica firmata.
       CONTA-STORIA-CLIENTI.
           OPEN INPUT FILE-STORIA
           IF WS-STORIA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-MISURA
           MOVE 1 TO WS-QUANTI
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-STORIA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF STO-TIMESTAMP(1:8) IS NUMERIC
                           MOVE STO-TIMESTAMP(1:8) TO WS-DATA-EVENTO
                           MOVE STO-OPERATORE TO WS-SIGLA-CERCATA
                           PERFORM ACCREDITA-EVENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-STORIA.

      *VENDITE-MAINT scrive una riga per operazione salvata; per
      *ReworkRigettati contano i record rientrati nel master (dopo
      *meno prima). Le righe scritte prima della sigla in coda
      *vanno tra il lavoro non firmato.
       CONTA-GIORNALE-VENDITE.
           OPEN INPUT FILE-GIORNALE
           IF WS-GIORNALE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-GIORNALE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM LAVORA-RIGA-GIORNALE
               END-READ
           END-PERFORM
           CLOSE FILE-GIORNALE.

       LAVORA-RIGA-GIORNALE.
           IF GIO-TIMESTAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE GIO-TIMESTAMP(1:8) TO WS-DATA-EVENTO
           MOVE GIO-OPERATORE TO WS-SIGLA-CERCATA
           EVALUATE GIO-PROGRAMMA
               WHEN "VENDITE-MAINT"
                   MOVE 7 TO WS-MISURA
                   MOVE 1 TO WS-QUANTI
                   PERFORM ACCREDITA-EVENTO
               WHEN "ReworkRigettati"
                   IF GIO-DOPO-COUNT > GIO-PRIMA-COUNT
                       MOVE 8 TO WS-MISURA
                       COMPUTE WS-QUANTI =
                           GIO-DOPO-COUNT - GIO-PRIMA-COUNT
                       PERFORM ACCREDITA-EVENTO
                   END-IF
           END-EVALUATE.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO RIGA-REPORT
           STRING "CARICO DI LAVORO PER OPERATORE - SETTIMANA DAL "
               WS-SETT-DAL(7:2) "/" WS-SETT-DAL(5:2) "/"
               WS-SETT-DAL(1:4) " AL " WS-SETT-AL(7:2) "/"
               WS-SETT-AL(5:2) "/" WS-SETT-AL(1:4)
               " - MEDIA SULLE 4 SETTIMANE DAL " WS-PREC-DAL(7:2) "/"
               WS-PREC-DAL(5:2) "/" WS-PREC-DAL(1:4)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "NOTE: CREATE/MODIFICATE/CANCELLATE - WORKLIST: CHIUSE/R
      -        "INVIATE - CLIENTI MODIFICATI - VENDITE CORRETTE - RIGETT
      -        "ATI RIPRESI - RECLAMI LAVORATI" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SIGLA    NOME                              "
               " NOTE-C  NOTE-M  NOTE-D  WL-CHI  WL-RIN  CLIENT"
               "  VEN-CO  RIPRES  RECLAM    TOTALE    VAR%"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *Due righe per operatore: la settimana e, sotto, la media
      *delle quattro precedenti. Chi non ha niente ne' in settimana
      *ne' prima non si stampa.
       SCRIVI-OPERATORE.
           MOVE 0 TO WS-RIGA-SETT
           MOVE 0 TO WS-RIGA-PREC
           PERFORM VARYING INDICE-MISURA FROM 1 BY 1
               UNTIL INDICE-MISURA > WS-NUM-MISURE
               ADD WS-OPE-SETT(INDICE-OPE, INDICE-MISURA)
                   TO WS-RIGA-SETT
               ADD WS-OPE-PREC(INDICE-OPE, INDICE-MISURA)
                   TO WS-RIGA-PREC
               ADD WS-OPE-SETT(INDICE-OPE, INDICE-MISURA)
                   TO WS-TOT-SETT(INDICE-MISURA)
               ADD WS-OPE-PREC(INDICE-OPE, INDICE-MISURA)
                   TO WS-TOT-PREC(INDICE-MISURA)
           END-PERFORM
           IF WS-RIGA-SETT = 0 AND WS-RIGA-PREC = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RIGA-REPORT
           STRING WS-OPE-SIGLA(INDICE-OPE) " "
               WS-OPE-NOME(INDICE-OPE) " SETTIMANA"
               DELIMITED BY SIZE INTO RIGA-REPORT
           MOVE 43 TO WS-COLONNA
           PERFORM VARYING INDICE-MISURA FROM 1 BY 1
               UNTIL INDICE-MISURA > WS-NUM-MISURE
               MOVE WS-OPE-SETT(INDICE-OPE, INDICE-MISURA)
                   TO WS-CONTA-ED
               MOVE WS-CONTA-ED TO RIGA-REPORT(WS-COLONNA + 2:6)
               ADD 8 TO WS-COLONNA
           END-PERFORM
           MOVE WS-RIGA-SETT TO WS-TOTALE-ED
           MOVE WS-TOTALE-ED TO RIGA-REPORT(WS-COLONNA + 3:7)
           PERFORM CALCOLA-VARIAZIONE
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           MOVE "MEDIA 4 SETT." TO RIGA-REPORT(31:13)
           MOVE 43 TO WS-COLONNA
           PERFORM VARYING INDICE-MISURA FROM 1 BY 1
               UNTIL INDICE-MISURA > WS-NUM-MISURE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-OPE-PREC(INDICE-OPE, INDICE-MISURA) / 4
               MOVE WS-MEDIA TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED TO RIGA-REPORT(WS-COLONNA + 1:7)
               ADD 8 TO WS-COLONNA
           END-PERFORM
           COMPUTE WS-MEDIA ROUNDED = WS-RIGA-PREC / 4
           MOVE WS-MEDIA TO WS-TOTALE-MEDIA-ED
           MOVE WS-TOTALE-MEDIA-ED TO RIGA-REPORT(WS-COLONNA + 2:8)
           WRITE RIGA-REPORT.

      *Variazione del totale della settimana sulla media delle
      *quattro precedenti, in coda alla riga della settimana.
       CALCOLA-VARIAZIONE.
           IF WS-RIGA-PREC = 0
               MOVE "    N.D." TO RIGA-REPORT(WS-COLONNA + 10:8)
           ELSE
               COMPUTE WS-PERC ROUNDED =
                   (WS-RIGA-SETT * 4 - WS-RIGA-PREC) * 100
                   / WS-RIGA-PREC
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERC
               END-COMPUTE
               MOVE WS-PERC TO WS-PERC-ED
               MOVE WS-PERC-ED TO RIGA-REPORT(WS-COLONNA + 11:7)
           END-IF.

       SCRIVI-TOTALI.
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE 0 TO WS-RIGA-SETT
           MOVE 0 TO WS-RIGA-PREC
           MOVE SPACES TO RIGA-REPORT
           MOVE "TOTALE                        SETTIMANA"
               TO RIGA-REPORT
           MOVE 43 TO WS-COLONNA
           PERFORM VARYING INDICE-MISURA FROM 1 BY 1
               UNTIL INDICE-MISURA > WS-NUM-MISURE
               ADD WS-TOT-SETT(INDICE-MISURA) TO WS-RIGA-SETT
               ADD WS-TOT-PREC(INDICE-MISURA) TO WS-RIGA-PREC
               MOVE WS-TOT-SETT(INDICE-MISURA) TO WS-CONTA-ED
               MOVE WS-CONTA-ED TO RIGA-REPORT(WS-COLONNA + 2:6)
               ADD 8 TO WS-COLONNA
           END-PERFORM
           MOVE WS-RIGA-SETT TO WS-TOTALE-ED
           MOVE WS-TOTALE-ED TO RIGA-REPORT(WS-COLONNA + 3:7)
           PERFORM CALCOLA-VARIAZIONE
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           MOVE "MEDIA 4 SETT." TO RIGA-REPORT(31:13)
           MOVE 43 TO WS-COLONNA
           PERFORM VARYING INDICE-MISURA FROM 1 BY 1
               UNTIL INDICE-MISURA > WS-NUM-MISURE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-TOT-PREC(INDICE-MISURA) / 4
               MOVE WS-MEDIA TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED TO RIGA-REPORT(WS-COLONNA + 1:7)
               ADD 8 TO WS-COLONNA
           END-PERFORM
           COMPUTE WS-MEDIA ROUNDED = WS-RIGA-PREC / 4
           MOVE WS-MEDIA TO WS-TOTALE-MEDIA-ED
           MOVE WS-TOTALE-MEDIA-ED TO RIGA-REPORT(WS-COLONNA + 2:8)
           WRITE RIGA-REPORT.

      *Coda aperta oggi per assegnatario: voci WORKLIST (di cui in
      *ritardo) e reclami non chiusi; lo scarto e' sulla media di
      *chi ha coda, positivo = piu' carico degli altri.
       SCRIVI-CODA.
           PERFORM VARYING INDICE-OPE FROM 2 BY 1
               UNTIL INDICE-OPE > WS-NUM-OPE
               COMPUTE WS-CODA-OPE = WS-OPE-VOCI(INDICE-OPE)
                   + WS-OPE-RECLAMI(INDICE-OPE)
               IF WS-CODA-OPE > 0
                   ADD WS-CODA-OPE TO WS-TOT-CODA
                   ADD 1 TO WS-NUM-IN-CODA
               END-IF
           END-PERFORM
           IF WS-NUM-IN-CODA > 0
               COMPUTE WS-CODA-MEDIA ROUNDED =
                   WS-TOT-CODA / WS-NUM-IN-CODA
           ELSE
               MOVE 0 TO WS-CODA-MEDIA
           END-IF
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CODA APERTA AL " WS-OGGI(7:2) "/" WS-OGGI(5:2) "/"
               WS-OGGI(1:4) " PER ASSEGNATARIO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SIGLA    NOME                 "
               "WL-APERTE  IN RITARDO  RECLAMI  TOTALE   SCARTO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-OPE FROM 1 BY 1
               UNTIL INDICE-OPE > WS-NUM-OPE
               PERFORM SCRIVI-CODA-OPERATORE
           END-PERFORM
           MOVE WS-CODA-MEDIA TO WS-TOTALE-MEDIA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "MEDIA PER ASSEGNATARIO CON CODA: "
               WS-TOTALE-MEDIA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *La coda senza assegnatario (riga 1) non entra nella media:
      *e' lavoro ancora da distribuire.
       SCRIVI-CODA-OPERATORE.
           COMPUTE WS-CODA-OPE = WS-OPE-VOCI(INDICE-OPE)
               + WS-OPE-RECLAMI(INDICE-OPE)
           IF WS-CODA-OPE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RIGA-REPORT
           MOVE WS-OPE-SIGLA(INDICE-OPE) TO RIGA-REPORT(1:8)
           MOVE WS-OPE-NOME(INDICE-OPE) TO RIGA-REPORT(10:20)
           IF INDICE-OPE = 1
               MOVE "(DA ASSEGNARE)" TO RIGA-REPORT(10:20)
           END-IF
           MOVE WS-OPE-VOCI(INDICE-OPE) TO WS-CONTA-ED
           MOVE WS-CONTA-ED TO RIGA-REPORT(34:6)
           MOVE WS-OPE-RITARDO(INDICE-OPE) TO WS-CONTA-ED
           MOVE WS-CONTA-ED TO RIGA-REPORT(46:6)
           MOVE WS-OPE-RECLAMI(INDICE-OPE) TO WS-CONTA-ED
           MOVE WS-CONTA-ED TO RIGA-REPORT(55:6)
           MOVE WS-CODA-OPE TO WS-TOTALE-ED
           MOVE WS-TOTALE-ED TO RIGA-REPORT(62:7)
           IF INDICE-OPE > 1
               COMPUTE WS-SCARTO = WS-CODA-OPE - WS-CODA-MEDIA
               MOVE WS-SCARTO TO WS-SCARTO-ED
               MOVE WS-SCARTO-ED TO RIGA-REPORT(69:9)
           END-IF
           WRITE RIGA-REPORT.

           COPY ERROR-HANDLER.
