       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstrattoPunti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Estratto mensile dei punti fedelta', da spedire per posta a
      *ogni cliente iscritto al programma (clienti-fedelta.txt): per
      *il mese AAAAMM (PUNTI_PERIODO quando gira dal batch,
      *altrimenti si chiede) riporta nome e indirizzo da
      *clienti.idx, il saldo a inizio mese, i movimenti del mese dal
      *giornale Punti-movimenti.txt (accrediti, storni, riscatti e
      *scadenze) e il saldo a fine mese. Come ogni invio postale
      *vale il consenso del cliente sul canale P: chi lo ha negato
      *o non lo ha registrato non riceve l'estratto e si conta a
      *parte. Si salta anche chi non ha ne' saldo ne' movimenti. Il
      *mese deve essere concluso. L'estratto va in
      *Punti-estratti-AAAAMM.txt, nello spool ESTRATTO-CLIENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PUNTI ASSIGN TO "Punti-movimenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUNTI-STATUS.
           SELECT FILE-FEDELTA ASSIGN TO "clienti-fedelta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEDELTA-STATUS.
           SELECT FILE-ESTRATTO ASSIGN TO WS-NOME-ESTRATTO
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PUNTI.
       COPY PUNTI-MOVIMENTO.

       FD FILE-FEDELTA.
       COPY FEDELTA-ADESIONE.

       FD FILE-ESTRATTO.
       01 RIGA-ESTRATTO PIC X(80).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-PUNTI-STATUS PIC XX.
       01 WS-FEDELTA-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-CLIENTI-APERTO PIC X VALUE 'N'.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-NOME-ESTRATTO PIC X(40).
      *Periodo dell'estratto e suoi estremi.
       01 WS-PERIODO-TESTO PIC X(6).
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANNO PIC 9(4).
           05 WS-PERIODO-MESE PIC 99.
       01 WS-INIZIO-MESE PIC 9(8).
       01 WS-FINE-MESE PIC 9(8).
       01 WS-MESE-SUCCESSIVO PIC 9(8).
      *Iscritti con saldo a inizio mese e movimenti del mese.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 5000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-ADESIONE PIC 9(8).
               10 WS-CLI-SALDO-INIZIALE PIC S9(9).
               10 WS-CLI-MOVIMENTI PIC 9(5).
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-POSIZIONE PIC 9(4).
       01 WS-NUM-MOVIMENTI PIC 9(5) VALUE 0.
       01 WS-MOVIMENTI-TABELLA.
           05 WS-MOV-ENTRY OCCURS 20000 TIMES.
               10 WS-MOV-CLIENTE PIC 9(4).
               10 WS-MOV-DATA PIC 9(8).
               10 WS-MOV-CAUSALE PIC X.
               10 WS-MOV-PUNTI PIC S9(7).
               10 WS-MOV-RIFERIMENTO PIC X(20).
       01 INDICE-MOVIMENTO PIC 9(5).
       01 WS-TABELLE-PIENE PIC X VALUE 'N'.
       01 WS-SALDO PIC S9(9).
       01 WS-CAUSALE-DESCRIZIONE PIC X(10).
       01 WS-NOME-COMPLETO PIC X(30).
       01 WS-LOCALITA PIC X(40).
      *Consenso all'invio postale.
       01 WS-CANALE PIC X VALUE 'P'.
       01 WS-CONSENSO PIC X.
       01 WS-CONSENSO-REGISTRATO PIC X.
       01 WS-SOPPRESSI-NEGATO PIC 9(5) VALUE 0.
       01 WS-SOPPRESSI-SENZA PIC 9(5) VALUE 0.
       01 WS-SENZA-PUNTI PIC 9(5) VALUE 0.
       01 WS-ESTRATTI PIC 9(5) VALUE 0.
      *Spool dell'edizione.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "ESTRATTO-CLIENTE".
       01 WS-SPOOL-ESITO PIC 9.
       01 WS-DATA-ED PIC X(10).
       01 WS-DATA-LAV PIC 9(8).
       01 WS-PUNTI-ED PIC -(8)9.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           ACCEPT WS-PERIODO-TESTO FROM ENVIRONMENT "PUNTI_PERIODO"
           IF WS-PERIODO-TESTO NOT = SPACES
               COMPUTE WS-PERIODO = FUNCTION NUMVAL(WS-PERIODO-TESTO)
           ELSE
               DISPLAY "Periodo dell'estratto punti (AAAAMM): "
               ACCEPT WS-PERIODO
           END-IF
           IF WS-PERIODO-MESE < 1 OR WS-PERIODO-MESE > 12
               OR WS-PERIODO-ANNO < 1601
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-INIZIO-MESE = WS-PERIODO * 100 + 1
           IF WS-PERIODO-MESE = 12
               COMPUTE WS-MESE-SUCCESSIVO =
                   (WS-PERIODO-ANNO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-MESE-SUCCESSIVO = WS-INIZIO-MESE + 100
           END-IF
           COMPUTE WS-FINE-MESE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MESE-SUCCESSIVO) - 1)
           IF WS-FINE-MESE NOT < WS-OGGI
               DISPLAY "ESTRATTO RIFIUTATO: il periodo " WS-PERIODO
                   " non e' ancora concluso."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-ISCRITTI
           PERFORM CARICA-MOVIMENTI
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "OLTRE 5000 ISCRITTI O 20000 MOVIMENTI NEL "
                   "MESE, ESTRATTO RIFIUTATO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCRIVI-ESTRATTI
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-ESTRATTO, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "ESTRATTO PUNTI " WS-PERIODO ": " WS-ESTRATTI
               " CLIENTI SU " WS-NUM-CLIENTI " ISCRITTI"
           DISPLAY "  SENZA CONSENSO POSTALE: NEGATO "
               WS-SOPPRESSI-NEGATO ", NON REGISTRATO "
               WS-SOPPRESSI-SENZA
           DISPLAY "  SENZA SALDO NE' MOVIMENTI: " WS-SENZA-PUNTI
           DISPLAY "ESTRATTO IN " WS-NOME-ESTRATTO
           STOP RUN.

      *Gli iscritti dopo la fine del mese non hanno ancora estratto.
       CARICA-ISCRITTI.
           OPEN INPUT FILE-FEDELTA
           IF WS-FEDELTA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-FEDELTA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF FED-DATA-ADESIONE NOT > WS-FINE-MESE
                           IF WS-NUM-CLIENTI < 5000
                               ADD 1 TO WS-NUM-CLIENTI
                               MOVE FED-ID-CLIENTE
                                   TO WS-CLI-ID(WS-NUM-CLIENTI)
                               MOVE FED-DATA-ADESIONE
                                   TO WS-CLI-ADESIONE(WS-NUM-CLIENTI)
                               MOVE 0 TO
                                   WS-CLI-SALDO-INIZIALE(WS-NUM-CLIENTI)
                               MOVE 0 TO
                                   WS-CLI-MOVIMENTI(WS-NUM-CLIENTI)
                           ELSE
                               MOVE 'S' TO WS-TABELLE-PIENE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-FEDELTA.

       CARICA-MOVIMENTI.
           OPEN INPUT FILE-PUNTI
           IF WS-PUNTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PUNTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PMV-DATA NOT > WS-FINE-MESE
                           PERFORM ACCUMULA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PUNTI.

       ACCUMULA-MOVIMENTO.
           MOVE 0 TO WS-CLI-POSIZIONE
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
                   OR WS-CLI-POSIZIONE > 0
               IF WS-CLI-ID(INDICE-CLIENTE) = PMV-ID-CLIENTE
                   MOVE INDICE-CLIENTE TO WS-CLI-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-CLI-POSIZIONE = 0
               EXIT PARAGRAPH
           END-IF
           IF PMV-DATA < WS-INIZIO-MESE
               ADD PMV-PUNTI TO WS-CLI-SALDO-INIZIALE(WS-CLI-POSIZIONE)
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-MOVIMENTI >= 20000
               MOVE 'S' TO WS-TABELLE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-MOVIMENTI
           ADD 1 TO WS-CLI-MOVIMENTI(WS-CLI-POSIZIONE)
           MOVE WS-CLI-POSIZIONE TO WS-MOV-CLIENTE(WS-NUM-MOVIMENTI)
           MOVE PMV-DATA TO WS-MOV-DATA(WS-NUM-MOVIMENTI)
           MOVE PMV-CAUSALE TO WS-MOV-CAUSALE(WS-NUM-MOVIMENTI)
           MOVE PMV-PUNTI TO WS-MOV-PUNTI(WS-NUM-MOVIMENTI)
           MOVE PMV-RIFERIMENTO TO WS-MOV-RIFERIMENTO(WS-NUM-MOVIMENTI).

       SCRIVI-ESTRATTI.
           MOVE SPACES TO WS-NOME-ESTRATTO
           STRING "Punti-estratti-" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ESTRATTO
           CALL 'REGISTRA-GENERATO' USING WS-NOME-ESTRATTO
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE 'S' TO WS-CLIENTI-APERTO
           END-IF
           OPEN OUTPUT FILE-ESTRATTO
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               IF WS-CLI-SALDO-INIZIALE(INDICE-CLIENTE) = 0
                   AND WS-CLI-MOVIMENTI(INDICE-CLIENTE) = 0
                   ADD 1 TO WS-SENZA-PUNTI
               ELSE
                   PERFORM CONTROLLA-CONSENSO
                   IF WS-CONSENSO = 'S'
                       PERFORM SCRIVI-ESTRATTO-CLIENTE
                   END-IF
               END-IF
           END-PERFORM
           MOVE ALL "=" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "ESTRATTI: " WS-ESTRATTI "  SENZA CONSENSO: "
               WS-SOPPRESSI-NEGATO " NEGATO, " WS-SOPPRESSI-SENZA
               " NON REGISTRATO"
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           CLOSE FILE-ESTRATTO
           IF WS-CLIENTI-APERTO = 'S'
               CLOSE CLIENTI-IDX
           END-IF.

      *Il consenso si controlla al momento dell'invio, sul canale
      *postale: chi non lo ha non riceve l'estratto.
       CONTROLLA-CONSENSO.
           MOVE WS-CLI-ID(INDICE-CLIENTE) TO ID-CLIENTE-IDX
           CALL 'GET-CONSENSO' USING ID-CLIENTE-IDX,
               WS-CANALE, WS-CONSENSO, WS-CONSENSO-REGISTRATO
               ON EXCEPTION MOVE 'N' TO WS-CONSENSO
           END-CALL
           IF WS-CONSENSO NOT = 'S'
               IF WS-CONSENSO-REGISTRATO = 'S'
                   ADD 1 TO WS-SOPPRESSI-NEGATO
               ELSE
                   ADD 1 TO WS-SOPPRESSI-SENZA
               END-IF
           END-IF.

       SCRIVI-ESTRATTO-CLIENTE.
           ADD 1 TO WS-ESTRATTI
           MOVE ALL "=" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO WS-NOME-COMPLETO
           MOVE SPACES TO VIA-IDX
           MOVE SPACES TO WS-LOCALITA
           IF WS-CLIENTI-APERTO = 'S'
               MOVE WS-CLI-ID(INDICE-CLIENTE) TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       MOVE "NON IN ANAGRAFICA" TO WS-NOME-COMPLETO
                       MOVE SPACES TO VIA-IDX
                   NOT INVALID KEY
                       STRING NOME-IDX DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           COGNOME-IDX DELIMITED BY SPACE
                           INTO WS-NOME-COMPLETO
                       STRING CAP-IDX DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CITTA-IDX DELIMITED BY "  "
                           " (" DELIMITED BY SIZE
                           PROVINCIA-IDX DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-LOCALITA
               END-READ
           END-IF
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "CLIENTE " WS-CLI-ID(INDICE-CLIENTE) " "
               WS-NOME-COMPLETO
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           MOVE VIA-IDX TO RIGA-ESTRATTO(9:)
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           MOVE WS-LOCALITA TO RIGA-ESTRATTO(9:)
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "ESTRATTO PUNTI FEDELTA' - PERIODO " WS-PERIODO-MESE
               "/" WS-PERIODO-ANNO
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE WS-CLI-SALDO-INIZIALE(INDICE-CLIENTE) TO WS-SALDO
           MOVE WS-SALDO TO WS-PUNTI-ED
           MOVE WS-INIZIO-MESE TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  SALDO AL " WS-DATA-ED "                        "
               WS-PUNTI-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           IF WS-CLI-MOVIMENTI(INDICE-CLIENTE) > 0
               MOVE "  DATA       MOVIMENTO  RIFERIMENTO"
                   TO RIGA-ESTRATTO
               MOVE "PUNTI" TO RIGA-ESTRATTO(50:)
               WRITE RIGA-ESTRATTO
           END-IF
           PERFORM VARYING INDICE-MOVIMENTO FROM 1 BY 1
               UNTIL INDICE-MOVIMENTO > WS-NUM-MOVIMENTI
               IF WS-MOV-CLIENTE(INDICE-MOVIMENTO) = INDICE-CLIENTE
                   PERFORM SCRIVI-RIGA-MOVIMENTO
               END-IF
           END-PERFORM
           MOVE WS-SALDO TO WS-PUNTI-ED
           MOVE WS-FINE-MESE TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  SALDO AL " WS-DATA-ED "                        "
               WS-PUNTI-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO.

       SCRIVI-RIGA-MOVIMENTO.
           ADD WS-MOV-PUNTI(INDICE-MOVIMENTO) TO WS-SALDO
           EVALUATE WS-MOV-CAUSALE(INDICE-MOVIMENTO)
               WHEN 'A'
                   MOVE "ACCREDITO" TO WS-CAUSALE-DESCRIZIONE
               WHEN 'S'
                   MOVE "STORNO" TO WS-CAUSALE-DESCRIZIONE
               WHEN 'R'
                   MOVE "RISCATTO" TO WS-CAUSALE-DESCRIZIONE
               WHEN 'X'
                   MOVE "SCADENZA" TO WS-CAUSALE-DESCRIZIONE
               WHEN OTHER
                   MOVE "RETTIFICA" TO WS-CAUSALE-DESCRIZIONE
           END-EVALUATE
           MOVE WS-MOV-DATA(INDICE-MOVIMENTO) TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE WS-MOV-PUNTI(INDICE-MOVIMENTO) TO WS-PUNTI-ED
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  " WS-DATA-ED " " WS-CAUSALE-DESCRIZIONE " "
               WS-MOV-RIFERIMENTO(INDICE-MOVIMENTO) " " WS-PUNTI-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO.

       FORMATTA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-LAV(7:2) "/" WS-DATA-LAV(5:2) "/"
               WS-DATA-LAV(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED.
