       IDENTIFICATION DIVISION.
       PROGRAM-ID. RicostruisciMaster.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Ricostruzione del master vendite com'era a una data e ora:
      *quando una regione contesta una cifra pubblicata settimane
      *fa, il master di quel giorno e' stato riscritto da intake,
      *rilavorazioni, chiusure e correzioni, e nessuno sa piu'
      *mostrarlo. Il passo:
      *  - parte dallo snapshot di SNAPSHOT-DR piu' vicino PRIMA
      *    della data (il manifesto piu' recente registrato in
      *    archivi-registro.txt, o quello indicato in
      *    RICOSTRUZIONE_MANIFESTO) e ne ricarica la copia del
      *    master, riquadrandola sul manifesto;
      *  - ripercorre in ordine le righe di Vendite-giornale.txt
      *    successive allo snapshot fino alla data, e per ognuna
      *    applica i gruppi di Vendite-modifiche.txt scritti da
      *    quel programma (RegistraModifiche): righe entrate e
      *    righe uscite. Prima e dopo ogni passo conteggio e totale
      *    ricostruiti devono coincidere con il PRIMA e il DOPO del
      *    giornale; un passo senza modifiche registrate o che non
      *    torna e' segnalato e la ricostruzione non e' garantita.
      *    Fa eccezione il passo di un programma che il master lo
      *    legge soltanto (FineAnno): PRIMA e DOPO uguali e nessun
      *    gruppo, e' "SOLA LETTURA" e vale come quadrato se lo
      *    stato ricostruito coincide col suo PRIMA;
      *  - per i passi di IntakeVendite riporta i lotti ripetuti con
      *    data di presa in carico, conteggio e totale di
      *    Vendite-lotti-registro.txt;
      *  - scrive Vendite-ricostruito-AAAAMMGGHHMMSS.txt con testata
      *    e trailer del master: con VENDITE-FILE in gestionale.cfg
      *    i report standard lo leggono al posto del master;
      *  - confronta il ricostruito con il master di oggi, righe
      *    uguali e diverse e differenze per anno, mese e regione,
      *    in Vendite-ricostruzione-AAAAMMGGHHMMSS.txt (spool,
      *    famiglia AUDIT).
      *Un gruppo di modifiche senza la sua riga di giornale e' una
      *riscrittura la cui sostituzione non e' andata a buon fine: si
      *scarta e si elenca. Senza snapshot precedente si riparte da
      *master vuoto, e lo dice il primo passo che non quadra.
      *Data e ora arrivano dall'ambiente (RICOSTRUZIONE_DATA
      *AAAAMMGG, RICOSTRUZIONE_ORA HHMMSS, vuota = fine giornata),
      *altrimenti si chiedono a video. RETURN-CODE 4 se la
      *ricostruzione non e' garantita, 8 se non si puo' fare.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILE-ARCHIVI
           ASSIGN TO "archivi-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-MANIFEST ASSIGN TO WS-NOME-MANIFEST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT FILE-VENDITE ASSIGN TO WS-NOME-LETTURA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDITE-STATUS.
           SELECT FILE-GIORNALE
           ASSIGN TO "Vendite-giornale.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GIORNALE-STATUS.
           SELECT OPTIONAL FILE-MODIFICHE
           ASSIGN TO "Vendite-modifiche.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-REGISTRO-LOTTI
           ASSIGN TO "Vendite-lotti-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-RICOSTRUITO ASSIGN TO WS-NOME-RICOSTRUITO
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-ARCHIVI.
       COPY REGISTRO-ARCHIVI.

       FD FILE-MANIFEST.
       01 RECORD-MANIFEST.
           05 MAN-TIPO PIC X(3).
           05 MAN-ORIGINALE PIC X(40).
           05 MAN-COPIA PIC X(40).
           05 MAN-RECORD PIC 9(6).
           05 MAN-TOTALE PIC S9(11)V99.

       FD FILE-VENDITE.
       01 RIGA-VENDITE.
           05 VEN-TAG PIC X(3).
           05 FILLER PIC X(57).

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

       FD FILE-MODIFICHE.
       COPY MODIFICA-MASTER.

       FD FILE-REGISTRO-LOTTI.
       01 RECORD-REGISTRO-LOTTO.
           05 LREG-LOTTO PIC 9(6).
           05 LREG-DATA PIC 9(8).
           05 LREG-RECORD-COUNT PIC 9(6).
           05 LREG-CONTROL-TOTAL PIC S9(11)V99.
           05 LREG-FONTE PIC X(20).

       FD FILE-RICOSTRUITO.
       01 RIGA-RICOSTRUITO PIC X(40).
       01 TRAILER-RICOSTRUITO.
           05 RIC-TRAILER-TAG PIC X(3).
           05 RIC-TRAILER-RECORD-COUNT PIC 9(6).
           05 RIC-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(110).

       WORKING-STORAGE SECTION.
           COPY TESTATA-RICHIESTA.
       01 WS-MANIFEST-STATUS PIC XX.
       01 WS-VENDITE-STATUS PIC XX.
       01 WS-GIORNALE-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-EOF PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-PARAMETRO PIC X(20).
      *Istante da ricostruire.
       01 WS-OBIETTIVO.
           05 WS-DATA-OBIETTIVO PIC 9(8).
           05 WS-DATA-OBIETTIVO-CAMPI REDEFINES WS-DATA-OBIETTIVO.
               10 WS-OBI-ANNO PIC 9(4).
               10 WS-OBI-MESE PIC 99.
               10 WS-OBI-GIORNO PIC 99.
           05 WS-ORA-OBIETTIVO PIC 9(6).
           05 WS-ORA-OBIETTIVO-CAMPI REDEFINES WS-ORA-OBIETTIVO.
               10 WS-OBI-ORE PIC 99.
               10 WS-OBI-MINUTI PIC 99.
               10 WS-OBI-SECONDI PIC 99.
       01 WS-MARCA-OBIETTIVO REDEFINES WS-OBIETTIVO PIC X(14).
      *Punto di partenza: snapshot scelto (zeri = master vuoto).
       01 WS-NOME-MANIFEST PIC X(40).
       01 WS-MARCA-BASE PIC X(14) VALUE ZEROS.
       01 WS-MARCA-CANDIDATA PIC X(14).
       01 WS-NOME-BASE PIC X(40) VALUE SPACES.
       01 WS-BASE-RECORD PIC 9(6) VALUE 0.
       01 WS-BASE-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-NOME-LETTURA PIC X(40).
       01 WS-NOME-RICOSTRUITO PIC X(40).
       01 WS-NOME-REPORT PIC X(40).
       01 WS-ERRORE-GRAVE PIC X VALUE 'N'.
      *Vista a campi di una riga del master (tracciato lungo
      *dell'intake: lotto, data di presa in carico, societa').
       01 WS-IMMAGINE PIC X(40).
       01 WS-IMMAGINE-CAMPI REDEFINES WS-IMMAGINE.
           05 IMM-REGIONE-NUM PIC 99.
           05 IMM-TRIMESTRE PIC 99.
           05 IMM-MESE PIC 99.
           05 IMM-IMPORTO PIC S9(7)V99.
           05 IMM-ANNO PIC 9(4).
           05 IMM-STATO-PERIODO PIC X.
           05 IMM-LOTTO PIC X(6).
           05 IMM-DATA-INTAKE PIC X(8).
           05 IMM-SOCIETA PIC X(2).
           05 IMM-SOCIETA-CONTROPARTE PIC X(2).
           05 FILLER PIC X(2).
      *Master in ricostruzione: una casella per riga, le righe
      *uscite restano in tabella marcate non attive.
       01 WS-MAX-RIGHE PIC 9(5) VALUE 20000.
       01 WS-NUM-CASELLE PIC 9(5) VALUE 0.
       01 WS-TABELLA-PIENA PIC X VALUE 'N'.
       01 WS-STATO-TABELLA.
           05 WS-ST-ENTRY OCCURS 20000 TIMES.
               10 WS-ST-IMMAGINE PIC X(40).
               10 WS-ST-ATTIVA PIC X.
               10 WS-ST-RISCONTRO PIC X.
       01 INDICE-ST PIC 9(5).
       01 WS-CURSORE PIC 9(5) VALUE 0.
       01 WS-TROVATA PIC X.
       01 WS-ST-COUNT PIC 9(6) VALUE 0.
       01 WS-ST-TOTALE PIC S9(11)V99 VALUE 0.
      *Lettura del registro modifiche, allineata al giornale.
       01 WS-MOD-FINE PIC X VALUE 'N'.
       01 WS-MODO-GRUPPO PIC X VALUE 'S'.
           88 GRUPPO-DA-APPLICARE VALUE 'A'.
           88 GRUPPO-DA-SALTARE VALUE 'S'.
      *Passo in corso.
       01 WS-PASSO-PRIMA-OK PIC X.
       01 WS-PASSO-DOPO-OK PIC X.
       01 WS-PASSO-GRUPPI PIC 9(3).
       01 WS-PASSO-NON-REGISTRATI PIC 9(3).
       01 WS-PASSO-ENTRATE PIC 9(6).
       01 WS-PASSO-USCITE PIC 9(6).
       01 WS-PASSO-MANCANTI PIC 9(6).
       01 WS-PASSO-ESITO PIC X(14).
      *Lotti toccati dal passo di intake.
       01 WS-NUM-LOTTI-PASSO PIC 99 VALUE 0.
       01 WS-LOTTI-PASSO.
           05 WS-LP-ENTRY OCCURS 20 TIMES.
               10 WS-LP-LOTTO PIC X(6).
               10 WS-LP-COUNT PIC 9(6).
               10 WS-LP-TOTALE PIC S9(11)V99.
       01 INDICE-LP PIC 99.
       01 WS-LOTTO-NUM PIC 9(6).
      *Registro lotti in tabella.
       01 WS-NUM-LOTTI PIC 9(4) VALUE 0.
       01 WS-LOTTI-TABELLA.
           05 WS-LOT-ENTRY OCCURS 5000 TIMES.
               10 WS-LOT-NUMERO PIC 9(6).
               10 WS-LOT-DATA PIC 9(8).
               10 WS-LOT-COUNT PIC 9(6).
               10 WS-LOT-TOTALE PIC S9(11)V99.
       01 INDICE-LOT PIC 9(4).
       01 WS-LOT-TROVATO PIC 9(4).
      *Totali della ricostruzione.
       01 WS-PASSI PIC 9(5) VALUE 0.
       01 WS-PASSI-QUADRATI PIC 9(5) VALUE 0.
       01 WS-PASSI-DIVERGENTI PIC 9(5) VALUE 0.
       01 WS-PASSI-NON-REGISTRATI PIC 9(5) VALUE 0.
       01 WS-GRUPPI-SCARTATI PIC 9(5) VALUE 0.
       01 WS-LOTTI-RIPETUTI PIC 9(5) VALUE 0.
      *Confronto con il master di oggi.
       01 WS-OGGI-COUNT PIC 9(6) VALUE 0.
       01 WS-OGGI-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-RIGHE-UGUALI PIC 9(6) VALUE 0.
       01 WS-RIGHE-SOLO-DATA PIC 9(6) VALUE 0.
       01 WS-RIGHE-SOLO-OGGI PIC 9(6) VALUE 0.
       01 WS-NUM-CHIAVI PIC 9(4) VALUE 0.
       01 WS-CHIAVI-PIENE PIC X VALUE 'N'.
       01 WS-CHIAVI-TABELLA.
           05 WS-CHV-ENTRY OCCURS 3000 TIMES.
               10 WS-CHV-CHIAVE.
                   15 WS-CHV-ANNO PIC 9(4).
                   15 WS-CHV-MESE PIC 99.
                   15 WS-CHV-REGIONE PIC 99.
               10 WS-CHV-DATA-COUNT PIC 9(6).
               10 WS-CHV-DATA-TOTALE PIC S9(11)V99.
               10 WS-CHV-OGGI-COUNT PIC 9(6).
               10 WS-CHV-OGGI-TOTALE PIC S9(11)V99.
       01 WS-CHV-SCAMBIO PIC X(46).
       01 INDICE-CHV PIC 9(4).
       01 INDICE-CHV2 PIC 9(4).
       01 WS-CHIAVE-CERCATA.
           05 WS-CERCA-ANNO PIC 9(4).
           05 WS-CERCA-MESE PIC 99.
           05 WS-CERCA-REGIONE PIC 99.
       01 WS-LATO PIC X.
       01 WS-CHIAVI-DIVERSE PIC 9(4) VALUE 0.
       01 WS-DIFFERENZA PIC S9(11)V99.
      *Campi di stampa.
       01 WS-TOTALE-ED PIC -(10)9.99.
       01 WS-TOTALE-ED2 PIC -(10)9.99.
       01 WS-TOTALE-ED3 PIC -(10)9.99.
       01 WS-COUNT-ED PIC Z(5)9.
       01 WS-COUNT-ED2 PIC Z(5)9.
       01 WS-COUNT-ED3 PIC Z(5)9.
      *Registro file generati e spool.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "AUDIT".
       01 WS-SPOOL-ESITO PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           PERFORM LEGGI-PARAMETRI
           MOVE SPACES TO WS-NOME-REPORT
           STRING "Vendite-ricostruzione-" WS-MARCA-OBIETTIVO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-REPORT
           MOVE SPACES TO WS-NOME-RICOSTRUITO
           STRING "Vendite-ricostruito-" WS-MARCA-OBIETTIVO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-RICOSTRUITO
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "RICOSTRUZIONE DEL MASTER VENDITE AL "
               WS-OBI-GIORNO "/" WS-OBI-MESE "/" WS-OBI-ANNO " ORE "
               WS-OBI-ORE ":" WS-OBI-MINUTI ":" WS-OBI-SECONDI
               " - ESEGUITA IL " WS-DATA-ORA(1:8)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM SCEGLI-SNAPSHOT
           PERFORM CARICA-BASE
           IF WS-ERRORE-GRAVE = 'S'
               PERFORM CHIUDI-CON-ERRORE
           END-IF
           PERFORM CARICA-REGISTRO-LOTTI
           PERFORM RIPERCORRI-GIORNALE
           IF WS-TABELLA-PIENA = 'S'
               MOVE SPACES TO RIGA-REPORT
               STRING "MASTER OLTRE " WS-MAX-RIGHE " RIGHE: "
                   "RICOSTRUZIONE INTERROTTA."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               PERFORM CHIUDI-CON-ERRORE
           END-IF
           PERFORM SCRIVI-RICOSTRUITO
           PERFORM CONFRONTA-CON-OGGI
           PERFORM SCRIVI-RIEPILOGO
           CLOSE FILE-REPORT
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "MASTER AL " WS-MARCA-OBIETTIVO ": " WS-ST-COUNT
               " RECORD IN " WS-NOME-RICOSTRUITO
           DISPLAY "PASSI " WS-PASSI ", QUADRATI " WS-PASSI-QUADRATI
               ", DIVERGENTI " WS-PASSI-DIVERGENTI
               ", NON REGISTRATI " WS-PASSI-NON-REGISTRATI
               " - " WS-NOME-REPORT
           DISPLAY "PER I REPORT STANDARD: VENDITE-FILE="
               WS-NOME-RICOSTRUITO " IN gestionale.cfg"
           IF WS-PASSI-DIVERGENTI > 0 OR WS-PASSI-NON-REGISTRATI > 0
               OR WS-MARCA-BASE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       CHIUDI-CON-ERRORE.
           CLOSE FILE-REPORT
           DISPLAY "RICOSTRUZIONE NON ESEGUITA - " WS-NOME-REPORT
           MOVE 8 TO RETURN-CODE
           GOBACK.

       LEGGI-PARAMETRI.
           MOVE SPACES TO WS-PARAMETRO
           ACCEPT WS-PARAMETRO FROM ENVIRONMENT "RICOSTRUZIONE_DATA"
           IF WS-PARAMETRO = SPACES
               DISPLAY "Data da ricostruire (AAAAMMGG): "
               ACCEPT WS-PARAMETRO
               IF WS-PARAMETRO(1:8) IS NUMERIC
                   MOVE WS-PARAMETRO(1:8) TO WS-DATA-OBIETTIVO
                   DISPLAY "Ora (HHMMSS, invio = fine giornata): "
                   MOVE SPACES TO WS-PARAMETRO
                   ACCEPT WS-PARAMETRO
               ELSE
                   MOVE ZEROS TO WS-DATA-OBIETTIVO
               END-IF
           ELSE
               IF WS-PARAMETRO(1:8) IS NUMERIC
                   MOVE WS-PARAMETRO(1:8) TO WS-DATA-OBIETTIVO
               ELSE
                   MOVE ZEROS TO WS-DATA-OBIETTIVO
               END-IF
               MOVE SPACES TO WS-PARAMETRO
               ACCEPT WS-PARAMETRO
                   FROM ENVIRONMENT "RICOSTRUZIONE_ORA"
           END-IF
           IF WS-PARAMETRO = SPACES
               MOVE 235959 TO WS-ORA-OBIETTIVO
           ELSE
               IF WS-PARAMETRO(1:6) IS NUMERIC
                   MOVE WS-PARAMETRO(1:6) TO WS-ORA-OBIETTIVO
               ELSE
                   MOVE 999999 TO WS-ORA-OBIETTIVO
               END-IF
           END-IF
           IF WS-OBI-MESE < 1 OR WS-OBI-MESE > 12
               OR WS-OBI-GIORNO < 1 OR WS-OBI-GIORNO > 31
               OR WS-OBI-ORE > 23 OR WS-OBI-MINUTI > 59
               OR WS-OBI-SECONDI > 59
               DISPLAY "DATA O ORA NON VALIDA: " WS-MARCA-OBIETTIVO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-MARCA-OBIETTIVO > WS-DATA-ORA(1:14)
               DISPLAY "LA DATA " WS-MARCA-OBIETTIVO
                   " E' NEL FUTURO: IL MASTER DI OGGI E' GIA' QUELLO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *Snapshot di partenza: il manifesto indicato nell'ambiente,
      *altrimenti il piu' recente di archivi-registro.txt con marca
      *non successiva alla data (la marca e' nel nome del file).
       SCEGLI-SNAPSHOT.
           MOVE SPACES TO WS-NOME-MANIFEST
           ACCEPT WS-NOME-MANIFEST
               FROM ENVIRONMENT "RICOSTRUZIONE_MANIFESTO"
           IF WS-NOME-MANIFEST NOT = SPACES
               MOVE WS-NOME-MANIFEST(19:14) TO WS-MARCA-BASE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-ARCHIVI
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ARCHIVI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ARC-TIPO = "MAN"
                           AND ARC-NOME(1:18) = "snapshot-manifest-"
                           MOVE ARC-NOME(19:14) TO WS-MARCA-CANDIDATA
                           IF WS-MARCA-CANDIDATA <= WS-MARCA-OBIETTIVO
                               AND WS-MARCA-CANDIDATA > WS-MARCA-BASE
                               MOVE WS-MARCA-CANDIDATA
                                   TO WS-MARCA-BASE
                               MOVE ARC-NOME TO WS-NOME-MANIFEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ARCHIVI.

      *La copia del master dello snapshot entra in tabella e deve
      *riquadrare con conteggio e totale del manifesto: da una base
      *che non torna non si ricostruisce niente.
       CARICA-BASE.
           IF WS-NOME-MANIFEST = SPACES
               MOVE SPACES TO RIGA-REPORT
               STRING "NESSUNO SNAPSHOT PRIMA DELLA DATA: SI RIPARTE "
                   "DA MASTER VUOTO, RICOSTRUZIONE NON GARANTITA."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-MANIFEST
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE SPACES TO RIGA-REPORT
               STRING "MANIFESTO " WS-NOME-MANIFEST
                   " NON APRIBILE, STATUS " WS-MANIFEST-STATUS
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               MOVE 'S' TO WS-ERRORE-GRAVE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-MANIFEST
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF MAN-TIPO = "VEN"
                           MOVE MAN-COPIA TO WS-NOME-BASE
                           MOVE MAN-RECORD TO WS-BASE-RECORD
                           MOVE MAN-TOTALE TO WS-BASE-TOTALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-MANIFEST
           IF WS-NOME-BASE = SPACES
               MOVE SPACES TO RIGA-REPORT
               STRING "IL MANIFESTO " WS-NOME-MANIFEST
                   " NON PORTA LA COPIA DEL MASTER."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               MOVE 'S' TO WS-ERRORE-GRAVE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOME-BASE TO WS-NOME-LETTURA
           OPEN INPUT FILE-VENDITE
           IF WS-VENDITE-STATUS NOT = "00"
               MOVE SPACES TO RIGA-REPORT
               STRING "COPIA DEL MASTER " WS-NOME-BASE
                   " NON APRIBILE, STATUS " WS-VENDITE-STATUS
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               MOVE 'S' TO WS-ERRORE-GRAVE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-VENDITE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF VEN-TAG NOT = "TRL" AND VEN-TAG NOT = "HDR"
                           MOVE RIGA-VENDITE TO WS-IMMAGINE
                           PERFORM AGGIUNGI-RIGA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-VENDITE
           MOVE WS-ST-COUNT TO WS-COUNT-ED
           MOVE WS-ST-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "PARTENZA: " WS-NOME-BASE " (SNAPSHOT "
               WS-MARCA-BASE ") " WS-COUNT-ED " RECORD "
               WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-ST-COUNT NOT = WS-BASE-RECORD
               OR WS-ST-TOTALE NOT = WS-BASE-TOTALE
               OR WS-TABELLA-PIENA = 'S'
               MOVE WS-BASE-RECORD TO WS-COUNT-ED
               MOVE WS-BASE-TOTALE TO WS-TOTALE-ED
               MOVE SPACES TO RIGA-REPORT
               STRING "LA COPIA NON RIQUADRA CON IL MANIFESTO ("
                   WS-COUNT-ED " RECORD " WS-TOTALE-ED ")."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               MOVE 'S' TO WS-ERRORE-GRAVE
           END-IF.

       CARICA-REGISTRO-LOTTI.
           OPEN INPUT FILE-REGISTRO-LOTTI
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-REGISTRO-LOTTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-LOTTI < 5000
                           ADD 1 TO WS-NUM-LOTTI
                           MOVE LREG-LOTTO
                               TO WS-LOT-NUMERO(WS-NUM-LOTTI)
                           MOVE LREG-DATA TO WS-LOT-DATA(WS-NUM-LOTTI)
                           MOVE LREG-RECORD-COUNT
                               TO WS-LOT-COUNT(WS-NUM-LOTTI)
                           MOVE LREG-CONTROL-TOTAL
                               TO WS-LOT-TOTALE(WS-NUM-LOTTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO-LOTTI.

      *Giornale e registro modifiche sono entrambi in ordine di
      *tempo: si scorrono insieme, e a ogni riga di giornale dopo lo
      *snapshot e fino alla data si applicano i gruppi di modifiche
      *scritti prima di lei.
       RIPERCORRI-GIORNALE.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "MARCA          PROGRAMMA            OPERAT.  "
               "PRIMA  DOPO GIORN.  ENTR.  USC. RICOSTR.  ESITO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           OPEN INPUT FILE-GIORNALE
           IF WS-GIORNALE-STATUS NOT = "00"
               MOVE SPACES TO RIGA-REPORT
               STRING "GIORNALE DI CONTROLLO NON DISPONIBILE: "
                   "NESSUN PASSO DA RIPETERE."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-MODIFICHE
           MOVE 'N' TO WS-MOD-FINE
           PERFORM LEGGI-MODIFICA
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-GIORNALE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF GIO-TIMESTAMP > WS-MARCA-OBIETTIVO
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF GIO-TIMESTAMP > WS-MARCA-BASE
                               PERFORM RIPETI-PASSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-MODIFICHE
           CLOSE FILE-GIORNALE.

       LEGGI-MODIFICA.
           READ FILE-MODIFICHE
               AT END
                   MOVE 'S' TO WS-MOD-FINE
           END-READ.

       RIPETI-PASSO.
           ADD 1 TO WS-PASSI
           MOVE 0 TO WS-PASSO-GRUPPI
           MOVE 0 TO WS-PASSO-NON-REGISTRATI
           MOVE 0 TO WS-PASSO-ENTRATE
           MOVE 0 TO WS-PASSO-USCITE
           MOVE 0 TO WS-PASSO-MANCANTI
           MOVE 0 TO WS-NUM-LOTTI-PASSO
           IF WS-ST-COUNT = GIO-PRIMA-COUNT
               AND WS-ST-TOTALE = GIO-PRIMA-TOTALE
               MOVE 'S' TO WS-PASSO-PRIMA-OK
           ELSE
               MOVE 'N' TO WS-PASSO-PRIMA-OK
           END-IF
           PERFORM ALLINEA-MODIFICHE
           IF WS-ST-COUNT = GIO-DOPO-COUNT
               AND WS-ST-TOTALE = GIO-DOPO-TOTALE
               MOVE 'S' TO WS-PASSO-DOPO-OK
           ELSE
               MOVE 'N' TO WS-PASSO-DOPO-OK
           END-IF
           EVALUATE TRUE
               WHEN WS-PASSO-GRUPPI = 0
                   AND GIO-PRIMA-COUNT = GIO-DOPO-COUNT
                   AND GIO-PRIMA-TOTALE = GIO-DOPO-TOTALE
                   AND WS-PASSO-PRIMA-OK = 'S'
                   MOVE "SOLA LETTURA" TO WS-PASSO-ESITO
                   ADD 1 TO WS-PASSI-QUADRATI
               WHEN WS-PASSO-GRUPPI = 0
                   AND GIO-PRIMA-COUNT = GIO-DOPO-COUNT
                   AND GIO-PRIMA-TOTALE = GIO-DOPO-TOTALE
                   MOVE "DIVERGE" TO WS-PASSO-ESITO
                   ADD 1 TO WS-PASSI-DIVERGENTI
               WHEN WS-PASSO-GRUPPI = 0
                   MOVE "NON REGISTRATO" TO WS-PASSO-ESITO
                   ADD 1 TO WS-PASSI-NON-REGISTRATI
               WHEN WS-PASSO-NON-REGISTRATI > 0
                   MOVE "TROPPO GRANDE" TO WS-PASSO-ESITO
                   ADD 1 TO WS-PASSI-NON-REGISTRATI
               WHEN WS-PASSO-PRIMA-OK = 'S' AND WS-PASSO-DOPO-OK = 'S'
                   AND WS-PASSO-MANCANTI = 0
                   MOVE "QUADRA" TO WS-PASSO-ESITO
                   ADD 1 TO WS-PASSI-QUADRATI
               WHEN OTHER
                   MOVE "DIVERGE" TO WS-PASSO-ESITO
                   ADD 1 TO WS-PASSI-DIVERGENTI
           END-EVALUATE
           MOVE GIO-PRIMA-COUNT TO WS-COUNT-ED
           MOVE GIO-DOPO-COUNT TO WS-COUNT-ED2
           MOVE WS-ST-COUNT TO WS-COUNT-ED3
           MOVE SPACES TO RIGA-REPORT
           STRING GIO-TIMESTAMP " " GIO-PROGRAMMA " " GIO-OPERATORE
               " " WS-COUNT-ED WS-COUNT-ED2 "  " WS-PASSO-ENTRATE
               " " WS-PASSO-USCITE " " WS-COUNT-ED3 "  "
               WS-PASSO-ESITO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-PASSO-DOPO-OK = 'N'
               MOVE GIO-DOPO-TOTALE TO WS-TOTALE-ED
               MOVE WS-ST-TOTALE TO WS-TOTALE-ED2
               MOVE SPACES TO RIGA-REPORT
               STRING "               TOTALE DOPO NEL GIORNALE "
                   WS-TOTALE-ED ", RICOSTRUITO " WS-TOTALE-ED2
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           IF WS-PASSO-PRIMA-OK = 'N'
               MOVE SPACES TO RIGA-REPORT
               STRING "               IL PRIMA DEL GIORNALE NON "
                   "COINCIDE CON LO STATO RICOSTRUITO: CATENA "
                   "INTERROTTA PRIMA DEL PASSO."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           IF WS-PASSO-MANCANTI > 0
               MOVE WS-PASSO-MANCANTI TO WS-COUNT-ED
               MOVE SPACES TO RIGA-REPORT
               STRING "               " WS-COUNT-ED
                   " RIGHE USCITE NON PRESENTI NELLO STATO "
                   "RICOSTRUITO."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           PERFORM VARYING INDICE-LP FROM 1 BY 1
               UNTIL INDICE-LP > WS-NUM-LOTTI-PASSO
               PERFORM SCRIVI-LOTTO-PASSO
           END-PERFORM.

      *Consuma il registro modifiche fino alla prima testata di
      *gruppo successiva alla riga di giornale in corso.
       ALLINEA-MODIFICHE.
           PERFORM UNTIL WS-MOD-FINE = 'S'
               OR ((MOD-GRUPPO OR MOD-GRUPPO-NON-REGISTRATO)
                   AND MOD-MARCA > GIO-TIMESTAMP)
               EVALUATE TRUE
                   WHEN MOD-GRUPPO
                   WHEN MOD-GRUPPO-NON-REGISTRATO
                       PERFORM APRI-GRUPPO
                   WHEN MOD-ENTRATA
                       IF GRUPPO-DA-APPLICARE
                           MOVE MOD-IMMAGINE TO WS-IMMAGINE
                           PERFORM AGGIUNGI-RIGA
                           ADD 1 TO WS-PASSO-ENTRATE
                           IF GIO-PROGRAMMA = "IntakeVendite"
                               AND IMM-LOTTO IS NUMERIC
                               PERFORM CONTA-LOTTO-PASSO
                           END-IF
                       END-IF
                   WHEN MOD-USCITA
                       IF GRUPPO-DA-APPLICARE
                           MOVE MOD-IMMAGINE TO WS-IMMAGINE
                           PERFORM TOGLI-RIGA
                           ADD 1 TO WS-PASSO-USCITE
                       END-IF
               END-EVALUATE
               PERFORM LEGGI-MODIFICA
           END-PERFORM.

      *Un gruppo appartiene al passo se l'ha scritto lo stesso
      *programma; un gruppo di un altro programma arrivato fin qui
      *non ha avuto la sua riga di giornale (sostituzione fallita).
       APRI-GRUPPO.
           IF MOD-MARCA <= WS-MARCA-BASE
               SET GRUPPO-DA-SALTARE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF MOD-PROGRAMMA = GIO-PROGRAMMA
               ADD 1 TO WS-PASSO-GRUPPI
               IF MOD-GRUPPO-NON-REGISTRATO
                   ADD 1 TO WS-PASSO-NON-REGISTRATI
                   SET GRUPPO-DA-SALTARE TO TRUE
               ELSE
                   SET GRUPPO-DA-APPLICARE TO TRUE
               END-IF
           ELSE
               SET GRUPPO-DA-SALTARE TO TRUE
               ADD 1 TO WS-GRUPPI-SCARTATI
               MOVE SPACES TO RIGA-REPORT
               STRING MOD-MARCA " " MOD-PROGRAMMA
                   " GRUPPO DI MODIFICHE SENZA RIGA DI GIORNALE: "
                   "SCARTATO"
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.

       AGGIUNGI-RIGA.
           IF WS-NUM-CASELLE >= WS-MAX-RIGHE
               MOVE 'S' TO WS-TABELLA-PIENA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-CASELLE
           MOVE WS-IMMAGINE TO WS-ST-IMMAGINE(WS-NUM-CASELLE)
           MOVE 'S' TO WS-ST-ATTIVA(WS-NUM-CASELLE)
           ADD 1 TO WS-ST-COUNT
           ADD IMM-IMPORTO TO WS-ST-TOTALE.

      *Ricerca circolare dalla casella dopo l'ultima tolta, come in
      *RegistraModifiche: le uscite arrivano nell'ordine del master.
       TOGLI-RIGA.
           MOVE 'N' TO WS-TROVATA
           PERFORM VARYING INDICE-ST FROM WS-CURSORE BY 1
               UNTIL INDICE-ST > WS-NUM-CASELLE OR WS-TROVATA = 'S'
               IF INDICE-ST > 0
                   IF WS-ST-ATTIVA(INDICE-ST) = 'S'
                       AND WS-ST-IMMAGINE(INDICE-ST) = WS-IMMAGINE
                       MOVE 'S' TO WS-TROVATA
                       MOVE 'N' TO WS-ST-ATTIVA(INDICE-ST)
                       MOVE INDICE-ST TO WS-CURSORE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-ST FROM 1 BY 1
               UNTIL INDICE-ST >= WS-CURSORE OR WS-TROVATA = 'S'
               IF WS-ST-ATTIVA(INDICE-ST) = 'S'
                   AND WS-ST-IMMAGINE(INDICE-ST) = WS-IMMAGINE
                   MOVE 'S' TO WS-TROVATA
                   MOVE 'N' TO WS-ST-ATTIVA(INDICE-ST)
                   MOVE INDICE-ST TO WS-CURSORE
               END-IF
           END-PERFORM
           IF WS-TROVATA = 'S'
               SUBTRACT 1 FROM WS-ST-COUNT
               SUBTRACT IMM-IMPORTO FROM WS-ST-TOTALE
           ELSE
               ADD 1 TO WS-PASSO-MANCANTI
           END-IF.

       CONTA-LOTTO-PASSO.
           PERFORM VARYING INDICE-LP FROM 1 BY 1
               UNTIL INDICE-LP > WS-NUM-LOTTI-PASSO
               OR WS-LP-LOTTO(INDICE-LP) = IMM-LOTTO
               CONTINUE
           END-PERFORM
           IF INDICE-LP > WS-NUM-LOTTI-PASSO
               IF WS-NUM-LOTTI-PASSO >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-LOTTI-PASSO
               MOVE IMM-LOTTO TO WS-LP-LOTTO(INDICE-LP)
               MOVE 0 TO WS-LP-COUNT(INDICE-LP)
               MOVE 0 TO WS-LP-TOTALE(INDICE-LP)
           END-IF
           ADD 1 TO WS-LP-COUNT(INDICE-LP)
           ADD IMM-IMPORTO TO WS-LP-TOTALE(INDICE-LP).

      *Il lotto ripetuto accanto alla sua riga di registro: data di
      *presa in carico, conteggio e totale accettati (le note di
      *credito in approvazione contano nel lotto ma entrano nel
      *master piu' tardi, con ApprovaCrediti).
       SCRIVI-LOTTO-PASSO.
           ADD 1 TO WS-LOTTI-RIPETUTI
           MOVE WS-LP-LOTTO(INDICE-LP) TO WS-LOTTO-NUM
           MOVE 0 TO WS-LOT-TROVATO
           PERFORM VARYING INDICE-LOT FROM 1 BY 1
               UNTIL INDICE-LOT > WS-NUM-LOTTI
               IF WS-LOT-NUMERO(INDICE-LOT) = WS-LOTTO-NUM
                   MOVE INDICE-LOT TO WS-LOT-TROVATO
               END-IF
           END-PERFORM
           MOVE WS-LP-COUNT(INDICE-LP) TO WS-COUNT-ED
           MOVE WS-LP-TOTALE(INDICE-LP) TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           IF WS-LOT-TROVATO = 0
               STRING "     LOTTO " WS-LP-LOTTO(INDICE-LP)
                   " RIPETUTO " WS-COUNT-ED " RIGHE " WS-TOTALE-ED
                   " - NON IN REGISTRO LOTTI"
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               MOVE WS-LOT-COUNT(WS-LOT-TROVATO) TO WS-COUNT-ED2
               MOVE WS-LOT-TOTALE(WS-LOT-TROVATO) TO WS-TOTALE-ED2
               STRING "     LOTTO " WS-LP-LOTTO(INDICE-LP)
                   " DEL " WS-LOT-DATA(WS-LOT-TROVATO)
                   " RIPETUTO " WS-COUNT-ED " RIGHE " WS-TOTALE-ED
                   " - REGISTRO " WS-COUNT-ED2 " RIGHE "
                   WS-TOTALE-ED2
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT.

      *Il ricostruito ha il tracciato del master, trailer compreso,
      *e la testata VENDITE: i report standard lo aprono come il
      *master vero.
       SCRIVI-RICOSTRUITO.
           CALL 'REGISTRA-GENERATO' USING WS-NOME-RICOSTRUITO
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-RICOSTRUITO
           PERFORM VARYING INDICE-ST FROM 1 BY 1
               UNTIL INDICE-ST > WS-NUM-CASELLE
               IF WS-ST-ATTIVA(INDICE-ST) = 'S'
                   MOVE WS-ST-IMMAGINE(INDICE-ST) TO RIGA-RICOSTRUITO
                   WRITE RIGA-RICOSTRUITO
               END-IF
           END-PERFORM
           MOVE "TRL" TO RIC-TRAILER-TAG
           MOVE WS-ST-COUNT TO RIC-TRAILER-RECORD-COUNT
           MOVE WS-ST-TOTALE TO RIC-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-RICOSTRUITO
           CLOSE FILE-RICOSTRUITO
           MOVE WS-NOME-RICOSTRUITO TO TST-NOME-FILE
           MOVE "VENDITE" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-VENDITE TO TST-VERSIONE
           MOVE "RicostruisciMaster" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA
           MOVE 0 TO RETURN-CODE.

      *Confronto con il master di oggi: riga per riga (uguali, solo
      *alla data, solo oggi) e per anno, mese e regione.
       CONFRONTA-CON-OGGI.
           PERFORM VARYING INDICE-ST FROM 1 BY 1
               UNTIL INDICE-ST > WS-NUM-CASELLE
               MOVE 'N' TO WS-ST-RISCONTRO(INDICE-ST)
               IF WS-ST-ATTIVA(INDICE-ST) = 'S'
                   MOVE WS-ST-IMMAGINE(INDICE-ST) TO WS-IMMAGINE
                   MOVE 'D' TO WS-LATO
                   PERFORM ACCUMULA-CHIAVE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CURSORE
           MOVE "Vendite-mese.trimestre.txt" TO WS-NOME-LETTURA
           OPEN INPUT FILE-VENDITE
           IF WS-VENDITE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FILE-VENDITE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF VEN-TAG NOT = "TRL"
                               AND VEN-TAG NOT = "HDR"
                               MOVE RIGA-VENDITE TO WS-IMMAGINE
                               PERFORM RISCONTRA-RIGA-OGGI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-VENDITE
           END-IF
           PERFORM VARYING INDICE-ST FROM 1 BY 1
               UNTIL INDICE-ST > WS-NUM-CASELLE
               IF WS-ST-ATTIVA(INDICE-ST) = 'S'
                   AND WS-ST-RISCONTRO(INDICE-ST) = 'N'
                   ADD 1 TO WS-RIGHE-SOLO-DATA
               END-IF
           END-PERFORM
           PERFORM ORDINA-CHIAVI
           PERFORM SCRIVI-DIFFERENZE.

       RISCONTRA-RIGA-OGGI.
           ADD 1 TO WS-OGGI-COUNT
           ADD IMM-IMPORTO TO WS-OGGI-TOTALE
           MOVE 'O' TO WS-LATO
           PERFORM ACCUMULA-CHIAVE
           MOVE 'N' TO WS-TROVATA
           PERFORM VARYING INDICE-ST FROM WS-CURSORE BY 1
               UNTIL INDICE-ST > WS-NUM-CASELLE OR WS-TROVATA = 'S'
               IF INDICE-ST > 0
                   IF WS-ST-ATTIVA(INDICE-ST) = 'S'
                       AND WS-ST-RISCONTRO(INDICE-ST) = 'N'
                       AND WS-ST-IMMAGINE(INDICE-ST) = WS-IMMAGINE
                       MOVE 'S' TO WS-TROVATA
                       MOVE 'S' TO WS-ST-RISCONTRO(INDICE-ST)
                       MOVE INDICE-ST TO WS-CURSORE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-ST FROM 1 BY 1
               UNTIL INDICE-ST >= WS-CURSORE OR WS-TROVATA = 'S'
               IF WS-ST-ATTIVA(INDICE-ST) = 'S'
                   AND WS-ST-RISCONTRO(INDICE-ST) = 'N'
                   AND WS-ST-IMMAGINE(INDICE-ST) = WS-IMMAGINE
                   MOVE 'S' TO WS-TROVATA
                   MOVE 'S' TO WS-ST-RISCONTRO(INDICE-ST)
                   MOVE INDICE-ST TO WS-CURSORE
               END-IF
           END-PERFORM
           IF WS-TROVATA = 'S'
               ADD 1 TO WS-RIGHE-UGUALI
           ELSE
               ADD 1 TO WS-RIGHE-SOLO-OGGI
           END-IF.

       ACCUMULA-CHIAVE.
           MOVE IMM-ANNO TO WS-CERCA-ANNO
           MOVE IMM-MESE TO WS-CERCA-MESE
           MOVE IMM-REGIONE-NUM TO WS-CERCA-REGIONE
           PERFORM VARYING INDICE-CHV FROM 1 BY 1
               UNTIL INDICE-CHV > WS-NUM-CHIAVI
               OR WS-CHV-CHIAVE(INDICE-CHV) = WS-CHIAVE-CERCATA
               CONTINUE
           END-PERFORM
           IF INDICE-CHV > WS-NUM-CHIAVI
               IF WS-NUM-CHIAVI >= 3000
                   MOVE 'S' TO WS-CHIAVI-PIENE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-CHIAVI
               MOVE WS-CHIAVE-CERCATA TO WS-CHV-CHIAVE(INDICE-CHV)
               MOVE 0 TO WS-CHV-DATA-COUNT(INDICE-CHV)
               MOVE 0 TO WS-CHV-DATA-TOTALE(INDICE-CHV)
               MOVE 0 TO WS-CHV-OGGI-COUNT(INDICE-CHV)
               MOVE 0 TO WS-CHV-OGGI-TOTALE(INDICE-CHV)
           END-IF
           IF WS-LATO = 'D'
               ADD 1 TO WS-CHV-DATA-COUNT(INDICE-CHV)
               ADD IMM-IMPORTO TO WS-CHV-DATA-TOTALE(INDICE-CHV)
           ELSE
               ADD 1 TO WS-CHV-OGGI-COUNT(INDICE-CHV)
               ADD IMM-IMPORTO TO WS-CHV-OGGI-TOTALE(INDICE-CHV)
           END-IF.

       ORDINA-CHIAVI.
           PERFORM VARYING INDICE-CHV FROM 1 BY 1
               UNTIL INDICE-CHV >= WS-NUM-CHIAVI
               PERFORM VARYING INDICE-CHV2 FROM INDICE-CHV BY 1
                   UNTIL INDICE-CHV2 > WS-NUM-CHIAVI
                   IF WS-CHV-CHIAVE(INDICE-CHV2)
                       < WS-CHV-CHIAVE(INDICE-CHV)
                       MOVE WS-CHV-ENTRY(INDICE-CHV) TO WS-CHV-SCAMBIO
                       MOVE WS-CHV-ENTRY(INDICE-CHV2)
                           TO WS-CHV-ENTRY(INDICE-CHV)
                       MOVE WS-CHV-SCAMBIO TO WS-CHV-ENTRY(INDICE-CHV2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SCRIVI-DIFFERENZE.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "DIFFERENZE CON IL MASTER DI OGGI PER ANNO, MESE E "
               "REGIONE"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "ANNO MM RG   REC.DATA    TOTALE ALLA DATA   "
               "REC.OGGI       TOTALE OGGI        DIFFERENZA"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-CHV FROM 1 BY 1
               UNTIL INDICE-CHV > WS-NUM-CHIAVI
               IF WS-CHV-DATA-COUNT(INDICE-CHV)
                   NOT = WS-CHV-OGGI-COUNT(INDICE-CHV)
                   OR WS-CHV-DATA-TOTALE(INDICE-CHV)
                   NOT = WS-CHV-OGGI-TOTALE(INDICE-CHV)
                   PERFORM SCRIVI-RIGA-DIFFERENZA
               END-IF
           END-PERFORM
           IF WS-CHIAVI-DIVERSE = 0
               MOVE SPACES TO RIGA-REPORT
               STRING "NESSUNA DIFFERENZA PER ANNO, MESE E REGIONE."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           IF WS-CHIAVI-PIENE = 'S'
               MOVE SPACES TO RIGA-REPORT
               STRING "ATTENZIONE: OLTRE 3000 CHIAVI, CONFRONTO PER "
                   "CHIAVE INCOMPLETO."
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.

       SCRIVI-RIGA-DIFFERENZA.
           ADD 1 TO WS-CHIAVI-DIVERSE
           COMPUTE WS-DIFFERENZA = WS-CHV-OGGI-TOTALE(INDICE-CHV)
               - WS-CHV-DATA-TOTALE(INDICE-CHV)
           MOVE WS-CHV-DATA-COUNT(INDICE-CHV) TO WS-COUNT-ED
           MOVE WS-CHV-DATA-TOTALE(INDICE-CHV) TO WS-TOTALE-ED
           MOVE WS-CHV-OGGI-COUNT(INDICE-CHV) TO WS-COUNT-ED2
           MOVE WS-CHV-OGGI-TOTALE(INDICE-CHV) TO WS-TOTALE-ED2
           MOVE WS-DIFFERENZA TO WS-TOTALE-ED3
           MOVE SPACES TO RIGA-REPORT
           STRING WS-CHV-ANNO(INDICE-CHV) " "
               WS-CHV-MESE(INDICE-CHV) " "
               WS-CHV-REGIONE(INDICE-CHV) "     " WS-COUNT-ED " "
               WS-TOTALE-ED "     " WS-COUNT-ED2 " " WS-TOTALE-ED2
               " " WS-TOTALE-ED3
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-RIEPILOGO.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-ST-COUNT TO WS-COUNT-ED
           MOVE WS-ST-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "MASTER RICOSTRUITO:  " WS-COUNT-ED " RECORD "
               WS-TOTALE-ED " IN " WS-NOME-RICOSTRUITO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-OGGI-COUNT TO WS-COUNT-ED
           MOVE WS-OGGI-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "MASTER DI OGGI:      " WS-COUNT-ED " RECORD "
               WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "RIGHE UGUALI: " WS-RIGHE-UGUALI
               "  SOLO ALLA DATA: " WS-RIGHE-SOLO-DATA
               "  SOLO OGGI: " WS-RIGHE-SOLO-OGGI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PASSI DI GIORNALE RIPETUTI: " WS-PASSI
               "  QUADRATI: " WS-PASSI-QUADRATI
               "  DIVERGENTI: " WS-PASSI-DIVERGENTI
               "  NON REGISTRATI: " WS-PASSI-NON-REGISTRATI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "LOTTI DI INTAKE RIPETUTI: " WS-LOTTI-RIPETUTI
               "  GRUPPI DI MODIFICHE SCARTATI: " WS-GRUPPI-SCARTATI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           IF WS-PASSI-DIVERGENTI = 0 AND WS-PASSI-NON-REGISTRATI = 0
               AND WS-MARCA-BASE NOT = ZEROS
               STRING "RICOSTRUZIONE GARANTITA: OGNI PASSO QUADRA CON "
                   "IL GIORNALE DI CONTROLLO."
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               STRING "RICOSTRUZIONE NON GARANTITA: VEDERE I PASSI "
                   "NON QUADRATI."
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
