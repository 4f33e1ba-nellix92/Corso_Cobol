       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddebitiSepa.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Giro di incasso con addebito diretto SEPA (SDD Core): per i
      *clienti con un mandato attivo in clienti-mandati.txt le
      *partite aperte che scadono alla data scelta (SEPA_DATA
      *quando gira dal batch, altrimenti si chiede) non si aspettano
      *piu' come bonifico in Incassi-in.txt ma si addebitano.
      *La data e' quella di addebito chiesta alla banca: deve essere
      *futura e un giorno lavorativo di calendario.txt.
      *Entrano le partite aperte, positive e non contestate del
      *cliente attivo; la partita di un cliente sospeso o cessato,
      *o con il mandato sospeso dagli insoluti, resta aperta e
      *finisce nella distinta fra le escluse con il motivo.
      *Il flusso per la banca e' un pain.008.001.02 XML
      *(Sepa-addebiti-<timestamp>.xml) con un blocco per sequenza:
      *FRST per il primo addebito del mandato, RCUR per i seguenti.
      *Il creditore viene da gestionale.cfg: AZIENDA-DENOMINAZIONE,
      *AZIENDA-IBAN, AZIENDA-SEPA-ID (identificativo creditore) e,
      *facoltativo, AZIENDA-BIC.
      *Le partite addebitate passano a 'P' con la data di addebito
      *come data incasso: se la banca le respinge InsolutiSepa le
      *riapre. Il partitario si riscrive dal .new con il trailer
      *ricalcolato; solo a partitario sostituito ogni addebito
      *entra nel registro Sepa-addebiti-registro.txt e i mandati
      *prendono la data dell'ultimo addebito. Se la sostituzione
      *fallisce il flusso XML viene cancellato e non va spedito.
      *Distinta in Sepa-addebiti-AAAAMMGG.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-partite.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-MANDATI ASSIGN TO "clienti-mandati.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANDATI-STATUS.
           SELECT OPTIONAL FILE-REGISTRO
               ASSIGN TO "Sepa-addebiti-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT FILE-XML ASSIGN TO WS-NOME-XML
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-DISTINTA ASSIGN TO WS-NOME-DISTINTA
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-NUOVO.
       01 PARTITA-NUOVA PIC X(75).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-MANDATI.
       COPY MANDATO-SEPA.

       FD FILE-REGISTRO.
       COPY ADDEBITO-SEPA.

       FD FILE-XML.
       01 RIGA-XML PIC X(250).

       FD FILE-DISTINTA.
       01 RIGA-DISTINTA PIC X(100).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-MANDATI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-REGISTRO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Data di addebito chiesta alla banca.
       01 WS-DATA-TESTO PIC X(8).
       01 WS-DATA-ADDEBITO PIC 9(8).
       01 WS-DATA-CONTROLLO PIC 9(8).
       01 WS-NOME-XML PIC X(40).
       01 WS-NOME-DISTINTA PIC X(40).
       01 WS-ID-MESSAGGIO PIC X(20).
      *Creditore da gestionale.cfg.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-CREDITORE.
           05 WS-CRE-DENOMINAZIONE PIC X(60).
           05 WS-CRE-IBAN PIC X(34).
           05 WS-CRE-BIC PIC X(11).
           05 WS-CRE-SEPA-ID PIC X(35).
       01 WS-ESITO-IBAN PIC X.
      *Operatore che presenta gli addebiti.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
           88 OPERATORE-SOLA-LETTURA VALUE 'R'.
       01 WS-SIGNON-ESITO PIC 9.
      *Partitario in tabella, con la verifica del trailer.
       01 WS-NUM-PARTITE PIC 9(5) VALUE 0.
       01 WS-PARTITE-TABELLA.
           05 WS-PAR-ENTRY OCCURS 5000 TIMES.
               10 WS-PAR-ID-CLIENTE PIC 9(6).
               10 WS-PAR-REGIONE PIC 99.
               10 WS-PAR-DATA-MOV PIC 9(8).
               10 WS-PAR-IMPORTO PIC S9(7)V99.
               10 WS-PAR-STATO PIC X.
               10 WS-PAR-DATA-INCASSO PIC 9(8).
               10 WS-PAR-LIVELLO-SOLL PIC 9.
               10 WS-PAR-DATA-SOLL PIC 9(8).
               10 WS-PAR-DATA-SCAD PIC 9(8).
               10 WS-PAR-RATA PIC 9.
               10 WS-PAR-CONTESTAZIONE PIC X.
               10 WS-PAR-NOTA-CONTESTAZIONE PIC X(20).
               10 WS-PAR-SOCIETA PIC X(2).
       01 INDICE-PARTITA PIC 9(5).
       01 WS-PARTITE-PIENE PIC X VALUE 'N'.
       01 WS-PAR-LETTI PIC 9(6) VALUE 0.
       01 WS-PAR-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-PAR-QUADRA PIC X VALUE 'N'.
       01 WS-SALVA-COUNT PIC 9(6) VALUE 0.
       01 WS-SALVA-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-NOME-PARTITE PIC X(30)
           VALUE "Vendite-partite.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-partite.new".
      *Mandati in tabella.
       01 WS-NUM-MANDATI PIC 9(4) VALUE 0.
       01 WS-MANDATI-TABELLA.
           05 WS-MAN-ENTRY OCCURS 5000 TIMES.
               10 WS-MAN-ID-CLIENTE PIC 9(6).
               10 WS-MAN-ID-MANDATO PIC X(35).
               10 WS-MAN-IBAN PIC X(34).
               10 WS-MAN-DATA-FIRMA PIC 9(8).
               10 WS-MAN-STATO PIC X.
               10 WS-MAN-DATA-STATO PIC 9(8).
               10 WS-MAN-OPERATORE PIC X(8).
               10 WS-MAN-DATA-ULTIMO PIC 9(8).
               10 WS-MAN-NUM-INSOLUTI PIC 99.
       01 INDICE-MAN PIC 9(4).
       01 WS-MAN-POSIZIONE PIC 9(4).
       01 WS-MANDATI-PIENI PIC X VALUE 'N'.
      *Addebiti del giro: partita, mandato, sequenza, nome debitore.
       01 WS-NUM-ADDEBITI PIC 9(4) VALUE 0.
       01 WS-ADDEBITI-TABELLA.
           05 WS-ADD-ENTRY OCCURS 2000 TIMES.
               10 WS-ADD-PARTITA PIC 9(5).
               10 WS-ADD-MANDATO PIC 9(4).
               10 WS-ADD-SEQUENZA PIC X(4).
               10 WS-ADD-END-TO-END PIC X(20).
               10 WS-ADD-DEBITORE PIC X(30).
       01 INDICE-ADDEBITO PIC 9(4).
       01 WS-ADDEBITI-PIENI PIC X VALUE 'N'.
       01 WS-ESCLUSE PIC 9(4) VALUE 0.
       01 WS-MOTIVO-ESCLUSIONE PIC X(30).
       01 WS-DEBITORE PIC X(30).
       01 WS-SEQUENZA PIC X(4).
       01 WS-NUM-SEQUENZA PIC 9(4).
       01 WS-TOTALE-SEQUENZA PIC S9(9)V99.
       01 WS-TOTALE-ADDEBITI PIC S9(9)V99 VALUE 0.
       01 WS-PROGRESSIVO PIC 9(5) VALUE 0.
       01 WS-PROGRESSIVO-REG PIC 9(5).
      *Scrittura XML, come in EsportaFatturePA.
       01 WS-RIENTRO PIC 99 VALUE 0.
       01 WS-TAG PIC X(40).
       01 WS-TESTO PIC X(60).
       01 WS-VALORE PIC X(150).
       01 WS-VALORE-LUN PIC 999.
       01 WS-TESTO-LUN PIC 99.
       01 INDICE-CAR PIC 999.
       01 WS-CAR PIC X.
       01 WS-IMPORTO-NUM PIC S9(9)V99.
       01 WS-IMPORTO-ED PIC -(9)9.99.
       01 WS-INTERO-NUM PIC 9(6).
       01 WS-INTERO-ED PIC Z(5)9.
       01 WS-PRIMA-CIFRA PIC 99.
       01 WS-DATA-LAV PIC 9(8).
       01 WS-DATA-ISO PIC X(10).
       01 WS-DATA-ED PIC X(10).
       01 WS-IMPORTO-STAMPA PIC -(7)9.99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-PARTITE
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPERATORE-SOLA-LETTURA
               DISPLAY "OPERATORE IN SOLA LETTURA, ADDEBITI NON "
                   "CONSENTITI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM CHIEDI-DATA-ADDEBITO
           PERFORM CARICA-CREDITORE
           PERFORM CARICA-PARTITE
           IF WS-PAR-QUADRA NOT = 'S'
               DISPLAY "ADDEBITI RIFIUTATI: Vendite-partite.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTITE-PIENE = 'S'
               DISPLAY "PARTITARIO OLTRE LE 5000 VOCI, ADDEBITI "
                   "RIFIUTATI PER NON PERDERE PARTITE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-MANDATI
           PERFORM CARICA-PROGRESSIVO
           IF WS-MANDATI-PIENI = 'S'
               DISPLAY "REGISTRO MANDATI OLTRE LE 5000 RIGHE, "
                   "ADDEBITI RIFIUTATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOME-DISTINTA
           STRING "Sepa-addebiti-" WS-DATA-ADDEBITO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-DISTINTA
           OPEN OUTPUT FILE-DISTINTA
           PERFORM SCRIVI-TESTATA-DISTINTA
           OPEN INPUT CLIENTI-IDX
           PERFORM SELEZIONA-PARTITE
           IF WS-CLIENTI-STATUS = "00"
               CLOSE CLIENTI-IDX
           END-IF
           IF WS-ADDEBITI-PIENI = 'S'
               CLOSE FILE-DISTINTA
               DISPLAY "OLTRE 2000 ADDEBITI IN UN GIRO, ADDEBITI "
                   "RIFIUTATI: DIVIDERE PER DATA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM-ADDEBITI = 0
               PERFORM CHIUDI-DISTINTA
               DISPLAY "NESSUNA PARTITA DA ADDEBITARE IL "
                   WS-DATA-ADDEBITO " (ESCLUSE: " WS-ESCLUSE ")"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCRIVI-FLUSSO-XML
           PERFORM SALVA-PARTITE
           IF RETURN-CODE NOT = 0
               CALL "CBL_DELETE_FILE" USING WS-NOME-XML
               MOVE SPACES TO RIGA-DISTINTA
               MOVE "PARTITARIO NON SOSTITUITO: FLUSSO CANCELLATO, "
                   & "NIENTE DA SPEDIRE." TO RIGA-DISTINTA
               WRITE RIGA-DISTINTA
               CLOSE FILE-DISTINTA
               DISPLAY "PARTITARIO NON SOSTITUITO: IL FLUSSO "
                   "ADDEBITI E' STATO CANCELLATO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'REGISTRA-GENERATO' USING WS-NOME-XML
               ON EXCEPTION CONTINUE
           END-CALL
           PERFORM REGISTRA-ADDEBITI
           PERFORM SALVA-MANDATI
           PERFORM CHIUDI-DISTINTA
           MOVE WS-TOTALE-ADDEBITI TO WS-IMPORTO-STAMPA
           DISPLAY "ADDEBITI SEPA DEL " WS-DATA-ADDEBITO ": "
               WS-NUM-ADDEBITI " PER " WS-IMPORTO-STAMPA
               " - ESCLUSE: " WS-ESCLUSE
           DISPLAY "FLUSSO PER LA BANCA: " WS-NOME-XML
           DISPLAY "DISTINTA: " WS-NOME-DISTINTA
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *La data deve essere valida, futura e lavorativa: la banca
      *non addebita di sabato, di domenica o nei festivi.
       CHIEDI-DATA-ADDEBITO.
           ACCEPT WS-DATA-TESTO FROM ENVIRONMENT "SEPA_DATA"
           IF WS-DATA-TESTO NOT = SPACES
               IF WS-DATA-TESTO IS NUMERIC
                   MOVE WS-DATA-TESTO TO WS-DATA-ADDEBITO
               ELSE
                   MOVE 0 TO WS-DATA-ADDEBITO
               END-IF
           ELSE
               DISPLAY "Data di addebito delle partite (AAAAMMGG): "
               ACCEPT WS-DATA-ADDEBITO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ADDEBITO) NOT = 0
               DISPLAY "DATA DI ADDEBITO NON VALIDA: "
                   WS-DATA-ADDEBITO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DATA-ADDEBITO NOT > WS-OGGI
               DISPLAY "LA DATA DI ADDEBITO DEVE ESSERE FUTURA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATA-ADDEBITO TO WS-DATA-CONTROLLO
           CALL 'GiornoLavorativo' USING WS-DATA-CONTROLLO
           IF WS-DATA-CONTROLLO NOT = WS-DATA-ADDEBITO
               DISPLAY "IL " WS-DATA-ADDEBITO " NON E' LAVORATIVO: "
                   "PRIMO GIORNO UTILE " WS-DATA-CONTROLLO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARICA-CREDITORE.
           MOVE SPACES TO WS-CREDITORE
           MOVE "AZIENDA-DENOMINAZIONE" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-CRE-DENOMINAZIONE
           MOVE "AZIENDA-IBAN" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-CRE-IBAN
           MOVE "AZIENDA-BIC" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-CRE-BIC
           MOVE "AZIENDA-SEPA-ID" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-CRE-SEPA-ID
           CALL 'CONTROLLA-IBAN' USING WS-CRE-IBAN, WS-ESITO-IBAN
           IF WS-CRE-DENOMINAZIONE = SPACES
               OR WS-CRE-SEPA-ID = SPACES
               OR WS-ESITO-IBAN NOT = 'S'
               DISPLAY "DATI DEL CREDITORE MANCANTI O ERRATI "
                   "(AZIENDA-DENOMINAZIONE, AZIENDA-IBAN, "
                   "AZIENDA-SEPA-ID): ADDEBITI RIFIUTATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEGGI-CONFIG.
           MOVE SPACES TO WS-CFG-VALORE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO NOT = 'S'
               MOVE SPACES TO WS-CFG-VALORE
           END-IF.

       CARICA-PARTITE.
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               DISPLAY "PARTITARIO ASSENTE (STATUS "
                   WS-PARTITE-STATUS "), LANCIARE PRIMA "
                   "GeneraPartite."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PARTITE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG = "TRL"
                           IF WS-PAR-LETTI
                                   = PAR-TRAILER-RECORD-COUNT
                               AND WS-PAR-TOTALE
                                   = PAR-TRAILER-CONTROL-TOTAL
                               MOVE 'S' TO WS-PAR-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF PAR-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-PAR-LETTI
                               ADD PAR-IMPORTO TO WS-PAR-TOTALE
                               PERFORM CARICA-UNA-PARTITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

       CARICA-UNA-PARTITA.
           IF WS-NUM-PARTITE >= 5000
               MOVE 'S' TO WS-PARTITE-PIENE
               EXIT PARAGRAPH
           END-IF
           IF PAR-LIVELLO-SOLLECITO NOT NUMERIC
               MOVE 0 TO PAR-LIVELLO-SOLLECITO
                   PAR-DATA-SOLLECITO
           END-IF
           IF PAR-DATA-SCADENZA NOT NUMERIC
               MOVE PAR-DATA-MOVIMENTO TO PAR-DATA-SCADENZA
               MOVE 1 TO PAR-RATA
           END-IF
           ADD 1 TO WS-NUM-PARTITE
           MOVE PARTITA TO WS-PAR-ENTRY(WS-NUM-PARTITE).

       CARICA-MANDATI.
           OPEN INPUT FILE-MANDATI
           IF WS-MANDATI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-MANDATI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-MANDATI < 5000
                           ADD 1 TO WS-NUM-MANDATI
                           MOVE RECORD-MANDATO
                               TO WS-MAN-ENTRY(WS-NUM-MANDATI)
                       ELSE
                           MOVE 'S' TO WS-MANDATI-PIENI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-MANDATI.

      *Un secondo giro sulla stessa data di addebito prosegue la
      *numerazione end-to-end del registro invece di ripartire da 1.
       CARICA-PROGRESSIVO.
           OPEN INPUT FILE-REGISTRO
           IF WS-REGISTRO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-REGISTRO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ADS-DATA-ADDEBITO = WS-DATA-ADDEBITO
                           AND ADS-END-TO-END(12:5) IS NUMERIC
                           MOVE ADS-END-TO-END(12:5)
                               TO WS-PROGRESSIVO-REG
                           IF WS-PROGRESSIVO-REG > WS-PROGRESSIVO
                               MOVE WS-PROGRESSIVO-REG
                                   TO WS-PROGRESSIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO.

      *Partite aperte che scadono alla data di addebito, dei soli
      *clienti con un mandato in vigore: chi paga con bonifico non
      *compare nemmeno fra le escluse.
       SELEZIONA-PARTITE.
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
                   OR WS-ADDEBITI-PIENI = 'S'
               IF WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   AND WS-PAR-DATA-SCAD(INDICE-PARTITA)
                       = WS-DATA-ADDEBITO
                   AND WS-PAR-IMPORTO(INDICE-PARTITA) > 0
                   PERFORM TROVA-MANDATO
                   IF WS-MAN-POSIZIONE > 0
                       PERFORM VALUTA-PARTITA
                   END-IF
               END-IF
           END-PERFORM.

       TROVA-MANDATO.
           MOVE 0 TO WS-MAN-POSIZIONE
           PERFORM VARYING INDICE-MAN FROM 1 BY 1
               UNTIL INDICE-MAN > WS-NUM-MANDATI
               IF WS-MAN-ID-CLIENTE(INDICE-MAN)
                       = WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   AND WS-MAN-STATO(INDICE-MAN) NOT = 'R'
                   MOVE INDICE-MAN TO WS-MAN-POSIZIONE
               END-IF
           END-PERFORM.

       VALUTA-PARTITA.
           MOVE SPACES TO WS-MOTIVO-ESCLUSIONE
           MOVE SPACES TO WS-DEBITORE
           IF WS-CLIENTI-STATUS NOT = "00"
               MOVE "ANAGRAFICA NON DISPONIBILE"
                   TO WS-MOTIVO-ESCLUSIONE
           ELSE
               MOVE WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       MOVE "CLIENTE NON IN ANAGRAFICA"
                           TO WS-MOTIVO-ESCLUSIONE
                   NOT INVALID KEY
                       STRING NOME-IDX DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           COGNOME-IDX DELIMITED BY SPACE
                           INTO WS-DEBITORE
                       IF NOT CLIENTE-ATTIVO
                           MOVE "CLIENTE SOSPESO O CESSATO"
                               TO WS-MOTIVO-ESCLUSIONE
                       END-IF
               END-READ
           END-IF
           IF WS-MOTIVO-ESCLUSIONE = SPACES
               AND WS-MAN-STATO(WS-MAN-POSIZIONE) = 'S'
               MOVE "MANDATO SOSPESO PER INSOLUTI"
                   TO WS-MOTIVO-ESCLUSIONE
           END-IF
           IF WS-MOTIVO-ESCLUSIONE = SPACES
               AND WS-PAR-CONTESTAZIONE(INDICE-PARTITA) = 'C'
               MOVE "PARTITA IN CONTESTAZIONE"
                   TO WS-MOTIVO-ESCLUSIONE
           END-IF
           IF WS-MOTIVO-ESCLUSIONE NOT = SPACES
               ADD 1 TO WS-ESCLUSE
               PERFORM SCRIVI-RIGA-ESCLUSA
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-ADDEBITI >= 2000
               MOVE 'S' TO WS-ADDEBITI-PIENI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-ADDEBITI
           ADD 1 TO WS-PROGRESSIVO
           MOVE INDICE-PARTITA TO WS-ADD-PARTITA(WS-NUM-ADDEBITI)
           MOVE WS-MAN-POSIZIONE TO WS-ADD-MANDATO(WS-NUM-ADDEBITI)
           IF WS-MAN-DATA-ULTIMO(WS-MAN-POSIZIONE) = 0
               MOVE "FRST" TO WS-ADD-SEQUENZA(WS-NUM-ADDEBITI)
           ELSE
               MOVE "RCUR" TO WS-ADD-SEQUENZA(WS-NUM-ADDEBITI)
           END-IF
           MOVE SPACES TO WS-ADD-END-TO-END(WS-NUM-ADDEBITI)
           STRING "SDD" WS-DATA-ADDEBITO WS-PROGRESSIVO
               DELIMITED BY SIZE
               INTO WS-ADD-END-TO-END(WS-NUM-ADDEBITI)
           MOVE WS-DEBITORE TO WS-ADD-DEBITORE(WS-NUM-ADDEBITI)
           ADD WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-TOTALE-ADDEBITI
           MOVE 'P' TO WS-PAR-STATO(INDICE-PARTITA)
           MOVE WS-DATA-ADDEBITO TO WS-PAR-DATA-INCASSO(INDICE-PARTITA)
           MOVE WS-NUM-ADDEBITI TO INDICE-ADDEBITO
           PERFORM SCRIVI-RIGA-ADDEBITO.

      ****************FLUSSO PAIN.008 PER LA BANCA*********************
      *Un blocco PmtInf per sequenza presente (prima FRST, poi RCUR),
      *con numero e somma di controllo propri; la testata del
      *messaggio porta il totale del giro.
       SCRIVI-FLUSSO-XML.
           MOVE SPACES TO WS-ID-MESSAGGIO
           STRING "SDD" WS-DATA-ORA(1:14)
               DELIMITED BY SIZE INTO WS-ID-MESSAGGIO
           MOVE SPACES TO WS-NOME-XML
           STRING "Sepa-addebiti-" WS-DATA-ORA(1:14) ".xml"
               DELIMITED BY SIZE INTO WS-NOME-XML
           MOVE 0 TO WS-RIENTRO
           OPEN OUTPUT FILE-XML
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO RIGA-XML
           WRITE RIGA-XML
           MOVE SPACES TO RIGA-XML
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
               'pain.008.001.02">'
               DELIMITED BY SIZE INTO RIGA-XML
           WRITE RIGA-XML
           MOVE 1 TO WS-RIENTRO
           MOVE "CstmrDrctDbtInitn" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "GrpHdr" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "MsgId" TO WS-TAG
           MOVE WS-ID-MESSAGGIO TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "CreDtTm" TO WS-TAG
           STRING WS-DATA-ORA(1:4) "-" WS-DATA-ORA(5:2) "-"
               WS-DATA-ORA(7:2) "T" WS-DATA-ORA(9:2) ":"
               WS-DATA-ORA(11:2) ":" WS-DATA-ORA(13:2)
               DELIMITED BY SIZE INTO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "NbOfTxs" TO WS-TAG
           MOVE WS-NUM-ADDEBITI TO WS-INTERO-NUM
           PERFORM FORMATTA-INTERO
           PERFORM SCRIVI-ELEMENTO
           MOVE "CtrlSum" TO WS-TAG
           MOVE WS-TOTALE-ADDEBITI TO WS-IMPORTO-NUM
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           MOVE "InitgPty" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Nm" TO WS-TAG
           MOVE WS-CRE-DENOMINAZIONE TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "InitgPty" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "GrpHdr" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "FRST" TO WS-SEQUENZA
           PERFORM SCRIVI-BLOCCO-SEQUENZA
           MOVE "RCUR" TO WS-SEQUENZA
           PERFORM SCRIVI-BLOCCO-SEQUENZA
           MOVE "CstmrDrctDbtInitn" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "</Document>" TO RIGA-XML
           WRITE RIGA-XML
           CLOSE FILE-XML.

       SCRIVI-BLOCCO-SEQUENZA.
           MOVE 0 TO WS-NUM-SEQUENZA
           MOVE 0 TO WS-TOTALE-SEQUENZA
           PERFORM VARYING INDICE-ADDEBITO FROM 1 BY 1
               UNTIL INDICE-ADDEBITO > WS-NUM-ADDEBITI
               IF WS-ADD-SEQUENZA(INDICE-ADDEBITO) = WS-SEQUENZA
                   ADD 1 TO WS-NUM-SEQUENZA
                   MOVE WS-ADD-PARTITA(INDICE-ADDEBITO)
                       TO INDICE-PARTITA
                   ADD WS-PAR-IMPORTO(INDICE-PARTITA)
                       TO WS-TOTALE-SEQUENZA
               END-IF
           END-PERFORM
           IF WS-NUM-SEQUENZA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "PmtInf" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "PmtInfId" TO WS-TAG
           STRING WS-ID-MESSAGGIO DELIMITED BY SPACE
               "-" WS-SEQUENZA DELIMITED BY SIZE
               INTO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "PmtMtd" TO WS-TAG
           MOVE "DD" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "NbOfTxs" TO WS-TAG
           MOVE WS-NUM-SEQUENZA TO WS-INTERO-NUM
           PERFORM FORMATTA-INTERO
           PERFORM SCRIVI-ELEMENTO
           MOVE "CtrlSum" TO WS-TAG
           MOVE WS-TOTALE-SEQUENZA TO WS-IMPORTO-NUM
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           MOVE "PmtTpInf" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "SvcLvl" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Cd" TO WS-TAG
           MOVE "SEPA" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "SvcLvl" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "LclInstrm" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Cd" TO WS-TAG
           MOVE "CORE" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "LclInstrm" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "SeqTp" TO WS-TAG
           MOVE WS-SEQUENZA TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "PmtTpInf" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "ReqdColltnDt" TO WS-TAG
           MOVE WS-DATA-ADDEBITO TO WS-DATA-LAV
           PERFORM FORMATTA-DATA-ISO
           MOVE WS-DATA-ISO TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Cdtr" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Nm" TO WS-TAG
           MOVE WS-CRE-DENOMINAZIONE TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "Cdtr" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE WS-CRE-IBAN TO WS-VALORE
           MOVE "CdtrAcct" TO WS-TAG
           PERFORM SCRIVI-CONTO
           MOVE "CdtrAgt" TO WS-TAG
           MOVE WS-CRE-BIC TO WS-VALORE
           PERFORM SCRIVI-BANCA
           MOVE "ChrgBr" TO WS-TAG
           MOVE "SLEV" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           PERFORM SCRIVI-ID-CREDITORE
           PERFORM VARYING INDICE-ADDEBITO FROM 1 BY 1
               UNTIL INDICE-ADDEBITO > WS-NUM-ADDEBITI
               IF WS-ADD-SEQUENZA(INDICE-ADDEBITO) = WS-SEQUENZA
                   PERFORM SCRIVI-ADDEBITO-XML
               END-IF
           END-PERFORM
           MOVE "PmtInf" TO WS-TAG
           PERFORM CHIUDI-TAG.

       SCRIVI-ID-CREDITORE.
           MOVE "CdtrSchmeId" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Id" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "PrvtId" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Othr" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Id" TO WS-TAG
           MOVE WS-CRE-SEPA-ID TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "SchmeNm" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Prtry" TO WS-TAG
           MOVE "SEPA" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "SchmeNm" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "Othr" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "PrvtId" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "Id" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "CdtrSchmeId" TO WS-TAG
           PERFORM CHIUDI-TAG.

       SCRIVI-ADDEBITO-XML.
           MOVE WS-ADD-PARTITA(INDICE-ADDEBITO) TO INDICE-PARTITA
           MOVE WS-ADD-MANDATO(INDICE-ADDEBITO) TO INDICE-MAN
           MOVE "DrctDbtTxInf" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "PmtId" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "EndToEndId" TO WS-TAG
           MOVE WS-ADD-END-TO-END(INDICE-ADDEBITO) TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "PmtId" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-IMPORTO-NUM
           PERFORM FORMATTA-IMPORTO
           MOVE SPACES TO RIGA-XML
           STRING '<InstdAmt Ccy="EUR">' DELIMITED BY SIZE
               WS-VALORE DELIMITED BY SPACE
               "</InstdAmt>" DELIMITED BY SIZE
               INTO RIGA-XML(WS-RIENTRO * 2 + 1:)
           WRITE RIGA-XML
           MOVE SPACES TO WS-VALORE
           MOVE "DrctDbtTx" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "MndtRltdInf" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "MndtId" TO WS-TAG
           MOVE WS-MAN-ID-MANDATO(INDICE-MAN) TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "DtOfSgntr" TO WS-TAG
           MOVE WS-MAN-DATA-FIRMA(INDICE-MAN) TO WS-DATA-LAV
           PERFORM FORMATTA-DATA-ISO
           MOVE WS-DATA-ISO TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "MndtRltdInf" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "DrctDbtTx" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "DbtrAgt" TO WS-TAG
           MOVE SPACES TO WS-VALORE
           PERFORM SCRIVI-BANCA
           MOVE "Dbtr" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Nm" TO WS-TAG
           MOVE WS-ADD-DEBITORE(INDICE-ADDEBITO) TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "Dbtr" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE WS-MAN-IBAN(INDICE-MAN) TO WS-VALORE
           MOVE "DbtrAcct" TO WS-TAG
           PERFORM SCRIVI-CONTO
           MOVE "RmtInf" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Ustrd" TO WS-TAG
           MOVE WS-PAR-DATA-MOV(INDICE-PARTITA) TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO WS-TESTO
           STRING "CLIENTE " WS-PAR-ID-CLIENTE(INDICE-PARTITA)
               " DOCUMENTO DEL " WS-DATA-ED
               " RATA " WS-PAR-RATA(INDICE-PARTITA)
               DELIMITED BY SIZE INTO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "RmtInf" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "DrctDbtTxInf" TO WS-TAG
           PERFORM CHIUDI-TAG.

      *Conto (IBAN in WS-VALORE) dentro il tag in WS-TAG.
       SCRIVI-CONTO.
           MOVE WS-VALORE TO WS-TESTO
           PERFORM APRI-TAG
           MOVE WS-TAG TO WS-CFG-CHIAVE
           MOVE "Id" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "IBAN" TO WS-TAG
           MOVE WS-TESTO TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Id" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE WS-CFG-CHIAVE TO WS-TAG
           PERFORM CHIUDI-TAG.

      *Banca (BIC in WS-VALORE) dentro il tag in WS-TAG; senza BIC
      *la banca si lascia ricavare dall'IBAN (NOTPROVIDED).
       SCRIVI-BANCA.
           MOVE WS-VALORE TO WS-TESTO
           PERFORM APRI-TAG
           MOVE WS-TAG TO WS-CFG-CHIAVE
           MOVE "FinInstnId" TO WS-TAG
           PERFORM APRI-TAG
           IF WS-TESTO = SPACES
               MOVE "Othr" TO WS-TAG
               PERFORM APRI-TAG
               MOVE "Id" TO WS-TAG
               MOVE "NOTPROVIDED" TO WS-VALORE
               PERFORM SCRIVI-ELEMENTO
               MOVE "Othr" TO WS-TAG
               PERFORM CHIUDI-TAG
           ELSE
               MOVE "BIC" TO WS-TAG
               MOVE WS-TESTO TO WS-VALORE
               PERFORM SCRIVI-ELEMENTO
           END-IF
           MOVE "FinInstnId" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE WS-CFG-CHIAVE TO WS-TAG
           PERFORM CHIUDI-TAG.

      *Elementi XML come in EsportaFatturePA: WS-TAG e' il nome,
      *WS-VALORE il contenuto gia' pronto; SCRIVI-ELEMENTO-TESTO
      *passa prima WS-TESTO per l'escape dei caratteri riservati.
       APRI-TAG.
           MOVE SPACES TO RIGA-XML
           STRING "<" WS-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO RIGA-XML(WS-RIENTRO * 2 + 1:)
           WRITE RIGA-XML
           ADD 1 TO WS-RIENTRO.

       CHIUDI-TAG.
           SUBTRACT 1 FROM WS-RIENTRO
           MOVE SPACES TO RIGA-XML
           STRING "</" WS-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO RIGA-XML(WS-RIENTRO * 2 + 1:)
           WRITE RIGA-XML.

       SCRIVI-ELEMENTO.
           PERFORM VARYING WS-VALORE-LUN FROM 150 BY -1
               UNTIL WS-VALORE-LUN = 0
                   OR WS-VALORE(WS-VALORE-LUN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-VALORE-LUN = 0
               MOVE 1 TO WS-VALORE-LUN
           END-IF
           MOVE SPACES TO RIGA-XML
           STRING "<" WS-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               WS-VALORE(1:WS-VALORE-LUN) DELIMITED BY SIZE
               "</" WS-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO RIGA-XML(WS-RIENTRO * 2 + 1:)
           WRITE RIGA-XML
           MOVE SPACES TO WS-VALORE.

       SCRIVI-ELEMENTO-TESTO.
           MOVE SPACES TO WS-VALORE
           MOVE 0 TO WS-VALORE-LUN
           PERFORM VARYING INDICE-CAR FROM 60 BY -1
               UNTIL INDICE-CAR = 0
                   OR WS-TESTO(INDICE-CAR:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE INDICE-CAR TO WS-TESTO-LUN
           PERFORM VARYING INDICE-CAR FROM 1 BY 1
               UNTIL INDICE-CAR > WS-TESTO-LUN
               MOVE WS-TESTO(INDICE-CAR:1) TO WS-CAR
               EVALUATE WS-CAR
                   WHEN "&"
                       MOVE "&amp;" TO WS-VALORE(WS-VALORE-LUN + 1:5)
                       ADD 5 TO WS-VALORE-LUN
                   WHEN "<"
                       MOVE "&lt;" TO WS-VALORE(WS-VALORE-LUN + 1:4)
                       ADD 4 TO WS-VALORE-LUN
                   WHEN ">"
                       MOVE "&gt;" TO WS-VALORE(WS-VALORE-LUN + 1:4)
                       ADD 4 TO WS-VALORE-LUN
                   WHEN '"'
                       MOVE "&quot;" TO WS-VALORE(WS-VALORE-LUN + 1:6)
                       ADD 6 TO WS-VALORE-LUN
                   WHEN "'"
                       MOVE "&apos;" TO WS-VALORE(WS-VALORE-LUN + 1:6)
                       ADD 6 TO WS-VALORE-LUN
                   WHEN OTHER
                       ADD 1 TO WS-VALORE-LUN
                       MOVE WS-CAR TO WS-VALORE(WS-VALORE-LUN:1)
               END-EVALUATE
           END-PERFORM
           PERFORM SCRIVI-ELEMENTO.

      *Importo con il punto decimale e senza spazi davanti, come lo
      *vuole il tracciato (1234.50).
       FORMATTA-IMPORTO.
           MOVE WS-IMPORTO-NUM TO WS-IMPORTO-ED
           MOVE 0 TO WS-PRIMA-CIFRA
           INSPECT WS-IMPORTO-ED TALLYING WS-PRIMA-CIFRA
               FOR LEADING SPACES
           MOVE SPACES TO WS-VALORE
           MOVE WS-IMPORTO-ED(WS-PRIMA-CIFRA + 1:) TO WS-VALORE.

       FORMATTA-INTERO.
           MOVE WS-INTERO-NUM TO WS-INTERO-ED
           MOVE 0 TO WS-PRIMA-CIFRA
           INSPECT WS-INTERO-ED TALLYING WS-PRIMA-CIFRA
               FOR LEADING SPACES
           MOVE SPACES TO WS-VALORE
           MOVE WS-INTERO-ED(WS-PRIMA-CIFRA + 1:) TO WS-VALORE.

       FORMATTA-DATA-ISO.
           MOVE SPACES TO WS-DATA-ISO
           STRING WS-DATA-LAV(1:4) "-" WS-DATA-LAV(5:2) "-"
               WS-DATA-LAV(7:2)
               DELIMITED BY SIZE INTO WS-DATA-ISO.

       FORMATTA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-LAV(7:2) "/" WS-DATA-LAV(5:2) "/"
               WS-DATA-LAV(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED.

      ****************PARTITARIO, REGISTRO E MANDATI*******************
       SALVA-PARTITE.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               MOVE WS-PAR-ENTRY(INDICE-PARTITA) TO PARTITA-NUOVA
               WRITE PARTITA-NUOVA
               ADD 1 TO WS-SALVA-COUNT
               ADD WS-PAR-IMPORTO(INDICE-PARTITA)
                   TO WS-SALVA-TOTALE
           END-PERFORM
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-SALVA-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-SALVA-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-PARTITE
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEL PARTITARIO "
                   "(CODICE " RETURN-CODE "), IL FILE RESTA IN "
                   WS-NOME-NUOVO
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "AddebitiSepa" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-PARTITE
           END-IF.

      *Una riga di registro per addebito; il mandato prende la data
      *dell'ultimo addebito, cosi' il giro dopo e' RCUR.
       REGISTRA-ADDEBITI.
           OPEN EXTEND FILE-REGISTRO
           PERFORM VARYING INDICE-ADDEBITO FROM 1 BY 1
               UNTIL INDICE-ADDEBITO > WS-NUM-ADDEBITI
               MOVE WS-ADD-PARTITA(INDICE-ADDEBITO) TO INDICE-PARTITA
               MOVE WS-ADD-MANDATO(INDICE-ADDEBITO) TO INDICE-MAN
               MOVE SPACES TO RECORD-ADDEBITO-SEPA
               MOVE WS-ADD-END-TO-END(INDICE-ADDEBITO)
                   TO ADS-END-TO-END
               MOVE WS-DATA-ADDEBITO TO ADS-DATA-ADDEBITO
               MOVE WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   TO ADS-ID-CLIENTE
               MOVE WS-MAN-ID-MANDATO(INDICE-MAN) TO ADS-ID-MANDATO
               MOVE WS-ADD-SEQUENZA(INDICE-ADDEBITO) TO ADS-SEQUENZA
               MOVE WS-PAR-DATA-MOV(INDICE-PARTITA)
                   TO ADS-DATA-MOVIMENTO
               MOVE WS-PAR-RATA(INDICE-PARTITA) TO ADS-RATA
               MOVE WS-PAR-DATA-SCAD(INDICE-PARTITA)
                   TO ADS-DATA-SCADENZA
               MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO ADS-IMPORTO
               MOVE 'I' TO ADS-STATO
               MOVE 0 TO ADS-DATA-INSOLUTO
               MOVE WS-OPERATORE-ID TO ADS-OPERATORE
               WRITE RECORD-ADDEBITO-SEPA
               MOVE WS-DATA-ADDEBITO TO WS-MAN-DATA-ULTIMO(INDICE-MAN)
           END-PERFORM
           CLOSE FILE-REGISTRO.

       SALVA-MANDATI.
           OPEN OUTPUT FILE-MANDATI
           PERFORM VARYING INDICE-MAN FROM 1 BY 1
               UNTIL INDICE-MAN > WS-NUM-MANDATI
               MOVE WS-MAN-ENTRY(INDICE-MAN) TO RECORD-MANDATO
               WRITE RECORD-MANDATO
           END-PERFORM
           CLOSE FILE-MANDATI.

      ****************DISTINTA*****************************************
       SCRIVI-TESTATA-DISTINTA.
           MOVE WS-DATA-ADDEBITO TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO RIGA-DISTINTA
           STRING "DISTINTA ADDEBITI DIRETTI SEPA - DATA DI ADDEBITO "
               WS-DATA-ED " - OPERATORE " WS-OPERATORE-ID
               DELIMITED BY SIZE INTO RIGA-DISTINTA
           WRITE RIGA-DISTINTA
           MOVE ALL "-" TO RIGA-DISTINTA
           WRITE RIGA-DISTINTA
           MOVE "END-TO-END           SEQ  CLIENTE DEBITORE"
               TO RIGA-DISTINTA
           MOVE "IMPORTO" TO RIGA-DISTINTA(84:)
           WRITE RIGA-DISTINTA.

       SCRIVI-RIGA-ADDEBITO.
           MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-IMPORTO-STAMPA
           MOVE SPACES TO RIGA-DISTINTA
           STRING WS-ADD-END-TO-END(INDICE-ADDEBITO) " "
               WS-ADD-SEQUENZA(INDICE-ADDEBITO) " "
               WS-PAR-ID-CLIENTE(INDICE-PARTITA) "  "
               WS-ADD-DEBITORE(INDICE-ADDEBITO)
               DELIMITED BY SIZE INTO RIGA-DISTINTA
           MOVE WS-IMPORTO-STAMPA TO RIGA-DISTINTA(80:)
           WRITE RIGA-DISTINTA.

       SCRIVI-RIGA-ESCLUSA.
           MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-IMPORTO-STAMPA
           MOVE SPACES TO RIGA-DISTINTA
           STRING "ESCLUSA" "                   "
               WS-PAR-ID-CLIENTE(INDICE-PARTITA) "  "
               WS-MOTIVO-ESCLUSIONE
               DELIMITED BY SIZE INTO RIGA-DISTINTA
           MOVE WS-IMPORTO-STAMPA TO RIGA-DISTINTA(80:)
           WRITE RIGA-DISTINTA.

       CHIUDI-DISTINTA.
           MOVE ALL "-" TO RIGA-DISTINTA
           WRITE RIGA-DISTINTA
           MOVE WS-TOTALE-ADDEBITI TO WS-IMPORTO-STAMPA
           MOVE SPACES TO RIGA-DISTINTA
           STRING "ADDEBITI: " WS-NUM-ADDEBITI
               "   ESCLUSE: " WS-ESCLUSE
               DELIMITED BY SIZE INTO RIGA-DISTINTA
           MOVE WS-IMPORTO-STAMPA TO RIGA-DISTINTA(80:)
           WRITE RIGA-DISTINTA
           CLOSE FILE-DISTINTA
           CALL 'REGISTRA-GENERATO' USING WS-NOME-DISTINTA
               ON EXCEPTION CONTINUE
           END-CALL.

           COPY TESTATA-CONTROLLI.
