       IDENTIFICATION DIVISION.
       PROGRAM-ID. InsolutiSepa.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Lavorazione del flusso insoluti SDD della banca
      *(Sepa-insoluti.txt, con trailer TRL come Incassi-in.txt): un
      *record per addebito respinto con l'identificativo end-to-end
      *di AddebitiSepa, la data dello storno, l'importo e la causale
      *ISO (AM04 fondi insufficienti, MD06 rimborso chiesto dal
      *debitore, ...).
      *Per ogni insoluto ritrovato nel registro
      *Sepa-addebiti-registro.txt la partita addebitata torna aperta
      *(stato 'A', data incasso a zero), si apre una nuova partita
      *per le spese dell'insoluto a carico del cliente (importo da
      *SEPA-SPESE-INSOLUTO di gestionale.cfg, 5,00 se manca, con
      *scadenza a vista), la riga di registro passa a respinta e il
      *mandato conta un insoluto in piu'. Il mandato si sospende
      *quando gli insoluti arrivano a SEPA-INSOLUTI-MAX (2 se
      *manca) oppure subito per le causali che dicono che il conto
      *o il mandato non valgono piu' (AC01, AC04, AC06, MD01, MD07):
      *da sospeso non entra negli addebiti finche' un supervisore
      *non lo riattiva da CLIENTI-MAINT [B].
      *Le spese sono un riaddebito dei costi bancari, non una
      *vendita: stanno solo nel partitario, non in
      *Vendite-dettaglio.txt.
      *Scartati, e solo elencati, gli insoluti che non sono nel
      *registro, gia' lavorati (il flusso rilanciato non raddoppia
      *niente) o con importo diverso dall'addebito.
      *Il partitario si riscrive dal .new con il trailer ricalcolato;
      *se la sostituzione fallisce registro e mandati restano come
      *erano e il giro si puo' rilanciare. A file salvati, per ogni
      *insoluto si apre una nota di lavoro sul cliente
      *(NOTA-CLIENTE-CREA) per chi lo segue, da lavorare entro
      *cinque giorni. Esito in Sepa-insoluti-esito-AAAAMMGG.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-INSOLUTI ASSIGN TO "Sepa-insoluti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSOLUTI-STATUS.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-partite.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-REGISTRO
               ASSIGN TO "Sepa-addebiti-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT FILE-MANDATI ASSIGN TO "clienti-mandati.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANDATI-STATUS.
           SELECT FILE-ESITO ASSIGN TO WS-NOME-ESITO
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-INSOLUTI.
       01 INSOLUTO.
           05 INS-END-TO-END PIC X(35).
           05 INS-DATA-STORNO PIC 9(8).
           05 INS-IMPORTO PIC S9(7)V99.
           05 INS-CAUSALE PIC X(4).
       01 TRAILER-INSOLUTI.
           05 INS-TRAILER-TAG PIC X(3).
           05 INS-TRAILER-RECORD-COUNT PIC 9(6).
           05 INS-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-NUOVO.
       01 PARTITA-NUOVA PIC X(75).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-REGISTRO.
       COPY ADDEBITO-SEPA.

       FD FILE-MANDATI.
       COPY MANDATO-SEPA.

       FD FILE-ESITO.
       01 RIGA-ESITO PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-INSOLUTI-STATUS PIC XX.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-MANDATI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-OGGI PIC 9(8).
       01 WS-SCADENZA-NOTA PIC 9(8).
       01 WS-NOME-ESITO PIC X(40).
      *Parametri da gestionale.cfg.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-SPESE-INSOLUTO PIC S9(5)V99 VALUE 5.00.
       01 WS-INSOLUTI-MAX PIC 99 VALUE 2.
      *Operatore che lavora il flusso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
           88 OPERATORE-SOLA-LETTURA VALUE 'R'.
       01 WS-SIGNON-ESITO PIC 9.
      *Causali ISO di storno: descrizione e, in coda, 'S' se il
      *mandato va sospeso al primo insoluto.
       01 WS-CAUSALI-VALORI.
           05 FILLER PIC X(35)
               VALUE "AC01CONTO INESISTENTE O ERRATO    S".
           05 FILLER PIC X(35)
               VALUE "AC04CONTO CHIUSO                  S".
           05 FILLER PIC X(35)
               VALUE "AC06CONTO BLOCCATO                S".
           05 FILLER PIC X(35)
               VALUE "AM04FONDI INSUFFICIENTI           N".
           05 FILLER PIC X(35)
               VALUE "MD01MANDATO INESISTENTE           S".
           05 FILLER PIC X(35)
               VALUE "MD06RIMBORSO CHIESTO DAL DEBITORE N".
           05 FILLER PIC X(35)
               VALUE "MD07DEBITORE DECEDUTO             S".
           05 FILLER PIC X(35)
               VALUE "MS02RIFIUTO DEL DEBITORE          N".
           05 FILLER PIC X(35)
               VALUE "MS03MOTIVO NON SPECIFICATO        N".
           05 FILLER PIC X(35)
               VALUE "SL01SERVIZIO DELLA BANCA DEBITORE N".
       01 WS-CAUSALI-TABELLA REDEFINES WS-CAUSALI-VALORI.
           05 WS-CAUSALE-ENTRY OCCURS 10 TIMES.
               10 WS-CAU-CODICE PIC X(4).
               10 WS-CAU-DESCRIZIONE PIC X(30).
               10 WS-CAU-SOSPENDE PIC X.
       01 INDICE-CAUSALE PIC 99.
       01 WS-CAUSALE-CERCATA PIC X(4).
       01 WS-CAUSALE-DESCR PIC X(30).
       01 WS-CAUSALE-SOSPENDE PIC X.
      *Flusso insoluti in tabella, con la verifica del trailer.
       01 WS-NUM-INSOLUTI PIC 9(4) VALUE 0.
       01 WS-INSOLUTI-TABELLA.
           05 WS-INS-ENTRY OCCURS 2000 TIMES.
               10 WS-INS-END-TO-END PIC X(35).
               10 WS-INS-DATA-STORNO PIC 9(8).
               10 WS-INS-IMPORTO PIC S9(7)V99.
               10 WS-INS-CAUSALE PIC X(4).
               10 WS-INS-ESITO PIC X(40).
               10 WS-INS-NOTA PIC X(20).
               10 WS-INS-REGISTRO PIC 9(5).
               10 WS-INS-MANDATO PIC 9(4).
       01 INDICE-INSOLUTO PIC 9(4).
       01 WS-INSOLUTI-PIENI PIC X VALUE 'N'.
       01 WS-INS-LETTI PIC 9(6) VALUE 0.
       01 WS-INS-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-INS-QUADRA PIC X VALUE 'N'.
       01 WS-LAVORATI PIC 9(4) VALUE 0.
       01 WS-SCARTATI PIC 9(4) VALUE 0.
       01 WS-SOSPESI PIC 9(4) VALUE 0.
       01 WS-TOTALE-RIAPERTO PIC S9(9)V99 VALUE 0.
       01 WS-TOTALE-SPESE PIC S9(9)V99 VALUE 0.
      *Partitario in tabella.
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
       01 WS-PAR-POSIZIONE PIC 9(5).
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
      *Registro addebiti in tabella.
       01 WS-NUM-REGISTRO PIC 9(5) VALUE 0.
       01 WS-REGISTRO-TABELLA.
           05 WS-REG-ENTRY OCCURS 20000 TIMES.
               10 WS-REG-END-TO-END PIC X(20).
               10 WS-REG-DATA-ADDEBITO PIC 9(8).
               10 WS-REG-ID-CLIENTE PIC 9(6).
               10 WS-REG-ID-MANDATO PIC X(35).
               10 WS-REG-SEQUENZA PIC X(4).
               10 WS-REG-DATA-MOV PIC 9(8).
               10 WS-REG-RATA PIC 9.
               10 WS-REG-DATA-SCAD PIC 9(8).
               10 WS-REG-IMPORTO PIC S9(7)V99.
               10 WS-REG-STATO PIC X.
               10 WS-REG-DATA-INSOLUTO PIC 9(8).
               10 WS-REG-CAUSALE PIC X(4).
               10 WS-REG-OPERATORE PIC X(8).
       01 INDICE-REGISTRO PIC 9(5).
       01 WS-REG-POSIZIONE PIC 9(5).
       01 WS-REGISTRO-PIENO PIC X VALUE 'N'.
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
      *Nota di lavoro per chi segue il cliente.
       01 WS-NOTA-NOME PIC X(20).
       01 WS-NOTA-CATEGORIA PIC X(20) VALUE "INSOLUTO".
       01 WS-NOTA-TESTO PIC X(300).
       01 WS-NOTA-CLIENTE PIC 9(6).
       01 WS-NOTA-ASSEGNATARIO PIC X(8).
       01 WS-NOTA-ESITO PIC 9.
           88 NOTA-CREATA VALUE 0.
           88 NOTA-GIA-PRESENTE VALUE 2.
       01 WS-NOTE-CREATE PIC 9(4) VALUE 0.
       01 WS-NOTE-MANCATE PIC 9(4) VALUE 0.
       01 WS-IMPORTO-STAMPA PIC -(7)9.99.
       01 WS-DATA-LAV PIC 9(8).
       01 WS-DATA-ED PIC X(10).
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
               DISPLAY "OPERATORE IN SOLA LETTURA, INSOLUTI NON "
                   "LAVORABILI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OGGI
           PERFORM CARICA-PARAMETRI
           PERFORM CARICA-INSOLUTI
           IF WS-INS-QUADRA NOT = 'S'
               DISPLAY "INSOLUTI RIFIUTATI: Sepa-insoluti.txt non "
                   "quadra con il trailer o manca il trailer."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INSOLUTI-PIENI = 'S'
               DISPLAY "FLUSSO OLTRE I 2000 INSOLUTI, RIFIUTATO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-PARTITE
           IF WS-PAR-QUADRA NOT = 'S'
               DISPLAY "INSOLUTI RIFIUTATI: Vendite-partite.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTITE-PIENE = 'S'
               DISPLAY "PARTITARIO OLTRE LE 5000 VOCI, INSOLUTI "
                   "RIFIUTATI PER NON PERDERE PARTITE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-REGISTRO
           PERFORM CARICA-MANDATI
           IF WS-REGISTRO-PIENO = 'S' OR WS-MANDATI-PIENI = 'S'
               DISPLAY "REGISTRO ADDEBITI O MANDATI OLTRE LA "
                   "CAPIENZA, INSOLUTI RIFIUTATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING INDICE-INSOLUTO FROM 1 BY 1
               UNTIL INDICE-INSOLUTO > WS-NUM-INSOLUTI
               PERFORM LAVORA-INSOLUTO
           END-PERFORM
           IF WS-LAVORATI > 0
               PERFORM SALVA-PARTITE
               IF RETURN-CODE NOT = 0
                   DISPLAY "PARTITARIO NON SOSTITUITO: REGISTRO E "
                       "MANDATI NON TOCCATI, RILANCIARE IL GIRO."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM SALVA-REGISTRO
               PERFORM SALVA-MANDATI
               PERFORM APRI-NOTE
           END-IF
           PERFORM SCRIVI-ESITO
           DISPLAY "INSOLUTI SEPA LAVORATI: " WS-LAVORATI
               " - SCARTATI: " WS-SCARTATI
               " - MANDATI SOSPESI: " WS-SOSPESI
           DISPLAY "ESITO: " WS-NOME-ESITO
           IF WS-SCARTATI > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CARICA-PARAMETRI.
           MOVE "SEPA-SPESE-INSOLUTO" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           IF WS-CFG-VALORE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   COMPUTE WS-SPESE-INSOLUTO =
                       FUNCTION NUMVAL(WS-CFG-VALORE)
               ELSE
                   DISPLAY "SEPA-SPESE-INSOLUTO NON NUMERICO, USO "
                       "IL PREDEFINITO."
               END-IF
           END-IF
           MOVE "SEPA-INSOLUTI-MAX" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           IF WS-CFG-VALORE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   AND FUNCTION NUMVAL(WS-CFG-VALORE) >= 1
                   AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 99
                   COMPUTE WS-INSOLUTI-MAX =
                       FUNCTION NUMVAL(WS-CFG-VALORE)
               ELSE
                   DISPLAY "SEPA-INSOLUTI-MAX NON VALIDO, USO IL "
                       "PREDEFINITO."
               END-IF
           END-IF.

       LEGGI-CONFIG.
           MOVE SPACES TO WS-CFG-VALORE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO NOT = 'S'
               MOVE SPACES TO WS-CFG-VALORE
           END-IF.

       CARICA-INSOLUTI.
           OPEN INPUT FILE-INSOLUTI
           IF WS-INSOLUTI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Sepa-insoluti.txt, STATUS: "
                   WS-INSOLUTI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-INSOLUTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF INS-TRAILER-TAG = "TRL"
                           IF WS-INS-LETTI
                                   = INS-TRAILER-RECORD-COUNT
                               AND WS-INS-TOTALE
                                   = INS-TRAILER-CONTROL-TOTAL
                               MOVE 'S' TO WS-INS-QUADRA
                           ELSE
                               DISPLAY "TRAILER INSOLUTI: letti "
                                   WS-INS-LETTI " attesi "
                                   INS-TRAILER-RECORD-COUNT
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF INS-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-INS-LETTI
                               ADD INS-IMPORTO TO WS-INS-TOTALE
                               PERFORM CARICA-UN-INSOLUTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-INSOLUTI.

       CARICA-UN-INSOLUTO.
           IF WS-NUM-INSOLUTI >= 2000
               MOVE 'S' TO WS-INSOLUTI-PIENI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-INSOLUTI
           MOVE INS-END-TO-END TO WS-INS-END-TO-END(WS-NUM-INSOLUTI)
           MOVE INS-DATA-STORNO TO WS-INS-DATA-STORNO(WS-NUM-INSOLUTI)
           MOVE INS-IMPORTO TO WS-INS-IMPORTO(WS-NUM-INSOLUTI)
           MOVE INS-CAUSALE TO WS-INS-CAUSALE(WS-NUM-INSOLUTI)
           MOVE SPACES TO WS-INS-ESITO(WS-NUM-INSOLUTI)
           MOVE SPACES TO WS-INS-NOTA(WS-NUM-INSOLUTI)
           MOVE 0 TO WS-INS-REGISTRO(WS-NUM-INSOLUTI)
           MOVE 0 TO WS-INS-MANDATO(WS-NUM-INSOLUTI).

       CARICA-PARTITE.
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               DISPLAY "PARTITARIO ASSENTE (STATUS "
                   WS-PARTITE-STATUS ")."
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

       CARICA-REGISTRO.
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
                       IF WS-NUM-REGISTRO < 20000
                           ADD 1 TO WS-NUM-REGISTRO
                           MOVE RECORD-ADDEBITO-SEPA
                               TO WS-REG-ENTRY(WS-NUM-REGISTRO)
                       ELSE
                           MOVE 'S' TO WS-REGISTRO-PIENO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO.

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

      ****************LAVORAZIONE DI UN INSOLUTO***********************
       LAVORA-INSOLUTO.
           MOVE 0 TO WS-REG-POSIZIONE
           IF WS-INS-END-TO-END(INDICE-INSOLUTO)(21:15) = SPACES
               PERFORM VARYING INDICE-REGISTRO FROM 1 BY 1
                   UNTIL INDICE-REGISTRO > WS-NUM-REGISTRO
                       OR WS-REG-POSIZIONE > 0
                   IF WS-REG-END-TO-END(INDICE-REGISTRO)
                       = WS-INS-END-TO-END(INDICE-INSOLUTO)(1:20)
                       MOVE INDICE-REGISTRO TO WS-REG-POSIZIONE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REG-POSIZIONE = 0
               MOVE "SCARTATO: NON NEL REGISTRO ADDEBITI"
                   TO WS-INS-ESITO(INDICE-INSOLUTO)
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-STATO(WS-REG-POSIZIONE) = 'R'
               MOVE "SCARTATO: INSOLUTO GIA' LAVORATO"
                   TO WS-INS-ESITO(INDICE-INSOLUTO)
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-IMPORTO(WS-REG-POSIZIONE)
               NOT = WS-INS-IMPORTO(INDICE-INSOLUTO)
               MOVE "SCARTATO: IMPORTO DIVERSO DALL'ADDEBITO"
                   TO WS-INS-ESITO(INDICE-INSOLUTO)
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           PERFORM TROVA-PARTITA
           IF WS-PAR-POSIZIONE = 0
               MOVE "SCARTATO: PARTITA NON PIU' INCASSATA DA SDD"
                   TO WS-INS-ESITO(INDICE-INSOLUTO)
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           IF WS-SPESE-INSOLUTO > 0 AND WS-NUM-PARTITE >= 5000
               MOVE "SCARTATO: PARTITARIO PIENO PER LE SPESE"
                   TO WS-INS-ESITO(INDICE-INSOLUTO)
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-PAR-STATO(WS-PAR-POSIZIONE)
           MOVE 0 TO WS-PAR-DATA-INCASSO(WS-PAR-POSIZIONE)
           ADD WS-PAR-IMPORTO(WS-PAR-POSIZIONE) TO WS-TOTALE-RIAPERTO
           IF WS-SPESE-INSOLUTO > 0
               PERFORM ADDEBITA-SPESE
           END-IF
           MOVE 'R' TO WS-REG-STATO(WS-REG-POSIZIONE)
           MOVE WS-INS-DATA-STORNO(INDICE-INSOLUTO)
               TO WS-REG-DATA-INSOLUTO(WS-REG-POSIZIONE)
           MOVE WS-INS-CAUSALE(INDICE-INSOLUTO)
               TO WS-REG-CAUSALE(WS-REG-POSIZIONE)
           MOVE WS-REG-POSIZIONE TO WS-INS-REGISTRO(INDICE-INSOLUTO)
           MOVE "PARTITA RIAPERTA" TO WS-INS-ESITO(INDICE-INSOLUTO)
           ADD 1 TO WS-LAVORATI
           PERFORM AGGIORNA-MANDATO.

      *La partita addebitata: stessi cliente, data movimento, rata,
      *scadenza e importo della riga di registro, ancora pagata con
      *la data dell'addebito come data incasso.
       TROVA-PARTITA.
           MOVE 0 TO WS-PAR-POSIZIONE
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
                   OR WS-PAR-POSIZIONE > 0
               IF WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                       = WS-REG-ID-CLIENTE(WS-REG-POSIZIONE)
                   AND WS-PAR-DATA-MOV(INDICE-PARTITA)
                       = WS-REG-DATA-MOV(WS-REG-POSIZIONE)
                   AND WS-PAR-RATA(INDICE-PARTITA)
                       = WS-REG-RATA(WS-REG-POSIZIONE)
                   AND WS-PAR-DATA-SCAD(INDICE-PARTITA)
                       = WS-REG-DATA-SCAD(WS-REG-POSIZIONE)
                   AND WS-PAR-IMPORTO(INDICE-PARTITA)
                       = WS-REG-IMPORTO(WS-REG-POSIZIONE)
                   AND WS-PAR-STATO(INDICE-PARTITA) = 'P'
                   AND WS-PAR-DATA-INCASSO(INDICE-PARTITA)
                       = WS-REG-DATA-ADDEBITO(WS-REG-POSIZIONE)
                   MOVE INDICE-PARTITA TO WS-PAR-POSIZIONE
               END-IF
           END-PERFORM.

      *Partita di spese a vista, nella regione della partita
      *respinta.
       ADDEBITA-SPESE.
           ADD 1 TO WS-NUM-PARTITE
           MOVE WS-PAR-ID-CLIENTE(WS-PAR-POSIZIONE)
               TO WS-PAR-ID-CLIENTE(WS-NUM-PARTITE)
           MOVE WS-PAR-REGIONE(WS-PAR-POSIZIONE)
               TO WS-PAR-REGIONE(WS-NUM-PARTITE)
           MOVE WS-OGGI TO WS-PAR-DATA-MOV(WS-NUM-PARTITE)
           MOVE WS-SPESE-INSOLUTO TO WS-PAR-IMPORTO(WS-NUM-PARTITE)
           MOVE 'A' TO WS-PAR-STATO(WS-NUM-PARTITE)
           MOVE 0 TO WS-PAR-DATA-INCASSO(WS-NUM-PARTITE)
           MOVE 0 TO WS-PAR-LIVELLO-SOLL(WS-NUM-PARTITE)
           MOVE 0 TO WS-PAR-DATA-SOLL(WS-NUM-PARTITE)
           MOVE WS-OGGI TO WS-PAR-DATA-SCAD(WS-NUM-PARTITE)
           MOVE 1 TO WS-PAR-RATA(WS-NUM-PARTITE)
           MOVE SPACE TO WS-PAR-CONTESTAZIONE(WS-NUM-PARTITE)
           MOVE SPACES TO WS-PAR-NOTA-CONTESTAZIONE(WS-NUM-PARTITE)
           MOVE WS-PAR-SOCIETA(WS-PAR-POSIZIONE)
               TO WS-PAR-SOCIETA(WS-NUM-PARTITE)
           ADD WS-SPESE-INSOLUTO TO WS-TOTALE-SPESE.

       AGGIORNA-MANDATO.
           MOVE 0 TO WS-MAN-POSIZIONE
           PERFORM VARYING INDICE-MAN FROM 1 BY 1
               UNTIL INDICE-MAN > WS-NUM-MANDATI
                   OR WS-MAN-POSIZIONE > 0
               IF WS-MAN-ID-CLIENTE(INDICE-MAN)
                       = WS-REG-ID-CLIENTE(WS-REG-POSIZIONE)
                   AND WS-MAN-ID-MANDATO(INDICE-MAN)
                       = WS-REG-ID-MANDATO(WS-REG-POSIZIONE)
                   MOVE INDICE-MAN TO WS-MAN-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-MAN-POSIZIONE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAN-POSIZIONE TO WS-INS-MANDATO(INDICE-INSOLUTO)
           IF WS-MAN-NUM-INSOLUTI(WS-MAN-POSIZIONE) < 99
               ADD 1 TO WS-MAN-NUM-INSOLUTI(WS-MAN-POSIZIONE)
           END-IF
           IF WS-MAN-STATO(WS-MAN-POSIZIONE) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INS-CAUSALE(INDICE-INSOLUTO)
               TO WS-CAUSALE-CERCATA
           PERFORM DESCRIVI-CAUSALE
           IF WS-MAN-NUM-INSOLUTI(WS-MAN-POSIZIONE)
                   >= WS-INSOLUTI-MAX
               OR WS-CAUSALE-SOSPENDE = 'S'
               MOVE 'S' TO WS-MAN-STATO(WS-MAN-POSIZIONE)
               MOVE WS-OGGI TO WS-MAN-DATA-STATO(WS-MAN-POSIZIONE)
               MOVE WS-OPERATORE-ID
                   TO WS-MAN-OPERATORE(WS-MAN-POSIZIONE)
               MOVE "PARTITA RIAPERTA, MANDATO SOSPESO"
                   TO WS-INS-ESITO(INDICE-INSOLUTO)
               ADD 1 TO WS-SOSPESI
           END-IF.

      *Causale in WS-CAUSALE-CERCATA; una causale fuori tabella si
      *stampa com'e' e non sospende da sola.
       DESCRIVI-CAUSALE.
           MOVE "CAUSALE NON CODIFICATA" TO WS-CAUSALE-DESCR
           MOVE 'N' TO WS-CAUSALE-SOSPENDE
           PERFORM VARYING INDICE-CAUSALE FROM 1 BY 1
               UNTIL INDICE-CAUSALE > 10
               IF WS-CAU-CODICE(INDICE-CAUSALE) = WS-CAUSALE-CERCATA
                   MOVE WS-CAU-DESCRIZIONE(INDICE-CAUSALE)
                       TO WS-CAUSALE-DESCR
                   MOVE WS-CAU-SOSPENDE(INDICE-CAUSALE)
                       TO WS-CAUSALE-SOSPENDE
               END-IF
           END-PERFORM.

      ****************SALVATAGGIO**************************************
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
               MOVE "InsolutiSepa" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-PARTITE
           END-IF.

       SALVA-REGISTRO.
           OPEN OUTPUT FILE-REGISTRO
           PERFORM VARYING INDICE-REGISTRO FROM 1 BY 1
               UNTIL INDICE-REGISTRO > WS-NUM-REGISTRO
               MOVE WS-REG-ENTRY(INDICE-REGISTRO)
                   TO RECORD-ADDEBITO-SEPA
               WRITE RECORD-ADDEBITO-SEPA
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

      ****************NOTE DI LAVORO***********************************
      *Una nota per insoluto lavorato, con nome INS-<end-to-end> cosi'
      *un rilancio non la raddoppia. Senza database le partite
      *restano comunque riaperte: l'esito dice che la nota manca.
       APRI-NOTE.
           COMPUTE WS-SCADENZA-NOTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-OGGI) + 5)
           CALL 'GiornoLavorativo' USING WS-SCADENZA-NOTA
           PERFORM VARYING INDICE-INSOLUTO FROM 1 BY 1
               UNTIL INDICE-INSOLUTO > WS-NUM-INSOLUTI
               IF WS-INS-REGISTRO(INDICE-INSOLUTO) > 0
                   PERFORM APRI-UNA-NOTA
               END-IF
           END-PERFORM.

       APRI-UNA-NOTA.
           MOVE WS-INS-REGISTRO(INDICE-INSOLUTO) TO WS-REG-POSIZIONE
           MOVE SPACES TO WS-NOTA-NOME
           STRING "INS-" WS-REG-END-TO-END(WS-REG-POSIZIONE)
               DELIMITED BY SIZE INTO WS-NOTA-NOME
           MOVE WS-INS-CAUSALE(INDICE-INSOLUTO)
               TO WS-CAUSALE-CERCATA
           PERFORM DESCRIVI-CAUSALE
           MOVE WS-REG-IMPORTO(WS-REG-POSIZIONE) TO WS-IMPORTO-STAMPA
           MOVE WS-REG-DATA-ADDEBITO(WS-REG-POSIZIONE) TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO WS-NOTA-TESTO
           STRING "ADDEBITO SDD DEL " WS-DATA-ED
               " DI EURO " WS-IMPORTO-STAMPA
               " RESPINTO DALLA BANCA, CAUSALE "
               WS-INS-CAUSALE(INDICE-INSOLUTO) " "
               WS-CAUSALE-DESCR
               ". PARTITA RIAPERTA, SPESE ADDEBITATE."
               DELIMITED BY SIZE INTO WS-NOTA-TESTO
           IF WS-INS-MANDATO(INDICE-INSOLUTO) > 0
               MOVE WS-INS-MANDATO(INDICE-INSOLUTO) TO INDICE-MAN
               IF WS-MAN-STATO(INDICE-MAN) = 'S'
                   MOVE " MANDATO SOSPESO: CONCORDARE UN ALTRO "
                       & "PAGAMENTO O UN NUOVO MANDATO."
                       TO WS-NOTA-TESTO(200:)
               END-IF
           END-IF
           MOVE WS-REG-ID-CLIENTE(WS-REG-POSIZIONE) TO WS-NOTA-CLIENTE
           MOVE SPACES TO WS-NOTA-ASSEGNATARIO
           MOVE 1 TO WS-NOTA-ESITO
           CALL 'NOTA-CLIENTE-CREA' USING WS-NOTA-NOME,
               WS-NOTA-CATEGORIA, WS-NOTA-TESTO, WS-NOTA-CLIENTE,
               WS-SCADENZA-NOTA, WS-OPERATORE-ID,
               WS-NOTA-ASSEGNATARIO, WS-NOTA-ESITO
               ON EXCEPTION
                   MOVE 1 TO WS-NOTA-ESITO
           END-CALL
           EVALUATE TRUE
               WHEN NOTA-CREATA AND WS-NOTA-ASSEGNATARIO = SPACES
                   ADD 1 TO WS-NOTE-CREATE
                   MOVE "NOTA PER TUTTI"
                       TO WS-INS-NOTA(INDICE-INSOLUTO)
               WHEN NOTA-CREATA
                   ADD 1 TO WS-NOTE-CREATE
                   STRING "NOTA A " WS-NOTA-ASSEGNATARIO
                       DELIMITED BY SIZE
                       INTO WS-INS-NOTA(INDICE-INSOLUTO)
               WHEN NOTA-GIA-PRESENTE
                   MOVE "NOTA GIA' PRESENTE"
                       TO WS-INS-NOTA(INDICE-INSOLUTO)
               WHEN OTHER
                   ADD 1 TO WS-NOTE-MANCATE
                   MOVE "NOTA NON CREATA"
                       TO WS-INS-NOTA(INDICE-INSOLUTO)
           END-EVALUATE.

       FORMATTA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-LAV(7:2) "/" WS-DATA-LAV(5:2) "/"
               WS-DATA-LAV(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED.

      ****************ESITO********************************************
       SCRIVI-ESITO.
           MOVE SPACES TO WS-NOME-ESITO
           STRING "Sepa-insoluti-esito-" WS-OGGI ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ESITO
           OPEN OUTPUT FILE-ESITO
           MOVE WS-OGGI TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO RIGA-ESITO
           STRING "ESITO INSOLUTI SDD DEL " WS-DATA-ED
               " - OPERATORE " WS-OPERATORE-ID
               DELIMITED BY SIZE INTO RIGA-ESITO
           WRITE RIGA-ESITO
           MOVE ALL "-" TO RIGA-ESITO
           WRITE RIGA-ESITO
           MOVE "END-TO-END           CAU  CLIENTE      IMPORTO ESITO"
               TO RIGA-ESITO
           WRITE RIGA-ESITO
           PERFORM VARYING INDICE-INSOLUTO FROM 1 BY 1
               UNTIL INDICE-INSOLUTO > WS-NUM-INSOLUTI
               PERFORM SCRIVI-RIGA-ESITO
           END-PERFORM
           MOVE ALL "-" TO RIGA-ESITO
           WRITE RIGA-ESITO
           MOVE SPACES TO RIGA-ESITO
           STRING "LAVORATI: " WS-LAVORATI "   SCARTATI: "
               WS-SCARTATI "   MANDATI SOSPESI: " WS-SOSPESI
               DELIMITED BY SIZE INTO RIGA-ESITO
           WRITE RIGA-ESITO
           MOVE WS-TOTALE-RIAPERTO TO WS-IMPORTO-STAMPA
           MOVE SPACES TO RIGA-ESITO
           STRING "PARTITE RIAPERTE PER EURO " WS-IMPORTO-STAMPA
               DELIMITED BY SIZE INTO RIGA-ESITO
           WRITE RIGA-ESITO
           MOVE WS-TOTALE-SPESE TO WS-IMPORTO-STAMPA
           MOVE SPACES TO RIGA-ESITO
           STRING "SPESE INSOLUTO ADDEBITATE PER EURO "
               WS-IMPORTO-STAMPA
               DELIMITED BY SIZE INTO RIGA-ESITO
           WRITE RIGA-ESITO
           MOVE SPACES TO RIGA-ESITO
           STRING "NOTE DI LAVORO APERTE: " WS-NOTE-CREATE
               "   NON CREATE (DATABASE): " WS-NOTE-MANCATE
               DELIMITED BY SIZE INTO RIGA-ESITO
           WRITE RIGA-ESITO
           CLOSE FILE-ESITO
           CALL 'REGISTRA-GENERATO' USING WS-NOME-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.

       SCRIVI-RIGA-ESITO.
           MOVE WS-INS-IMPORTO(INDICE-INSOLUTO) TO WS-IMPORTO-STAMPA
           MOVE SPACES TO RIGA-ESITO
           MOVE WS-INS-END-TO-END(INDICE-INSOLUTO)(1:20)
               TO RIGA-ESITO(1:20)
           MOVE WS-INS-CAUSALE(INDICE-INSOLUTO) TO RIGA-ESITO(22:4)
           IF WS-INS-REGISTRO(INDICE-INSOLUTO) > 0
               MOVE WS-INS-REGISTRO(INDICE-INSOLUTO)
                   TO WS-REG-POSIZIONE
               MOVE WS-REG-ID-CLIENTE(WS-REG-POSIZIONE)
                   TO RIGA-ESITO(27:6)
           END-IF
           MOVE WS-IMPORTO-STAMPA TO RIGA-ESITO(34:11)
           MOVE WS-INS-ESITO(INDICE-INSOLUTO) TO RIGA-ESITO(46:40)
           IF WS-INS-REGISTRO(INDICE-INSOLUTO) > 0
               MOVE WS-INS-CAUSALE(INDICE-INSOLUTO)
                   TO WS-CAUSALE-CERCATA
               PERFORM DESCRIVI-CAUSALE
               MOVE WS-CAUSALE-DESCR TO RIGA-ESITO(87:30)
           END-IF
           MOVE WS-INS-NOTA(INDICE-INSOLUTO) TO RIGA-ESITO(118:20)
           WRITE RIGA-ESITO.

           COPY TESTATA-CONTROLLI.
