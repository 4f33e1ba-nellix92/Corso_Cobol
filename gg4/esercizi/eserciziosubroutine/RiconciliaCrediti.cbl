       IDENTIFICATION DIVISION.
       PROGRAM-ID. RiconciliaCrediti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Riconciliazione mensile del partitario clienti con il conto
      *di controllo crediti della CO.GE.: le partite aperte di
      *Vendite-partite.txt dovrebbero fare il saldo del conto, ma
      *nessuno lo dimostrava e a fine anno i revisori hanno trovato
      *una differenza che non sapevamo spiegare.
      *[E]LABORA - per anno/mese e regione calcola il saldo del
      *partitario: apertura (partite nate prima del mese e non
      *ancora pagate o stralciate a inizio mese), piu' addebiti del
      *mese, meno incassi e stralci del mese = chiusura. Dal lato
      *CO.GE. somma i movimenti del mese sul conto di controllo
      *crediti (GetContoCrediti: riga 'C' della mappa conti della
      *societa', in mancanza GL-CONTO-CONTROPARTITA): DARE meno AVERE
      *dall'estratto delle vendite Vendite-gl-AAAAMM.txt, dalle
      *scritture di stralcio del mese (Vendite-gl-stralci-registro
      *.txt) e dalle scritture manuali della contabilita' in
      *Coge-crediti-manuali-AAAAMM.txt (stesso tracciato, se c'e');
      *gli incassi vanno in CO.GE. dalla banca, quindi tutti: quelli
      *abbinati alle partite piu' quelli senza partita dello
      *storico Incassi-non-abbinati-storia.txt. La differenza fra i
      *due movimenti viene scomposta per regione e causa: periodo
      *non contabilizzato (manca l'estratto del mese), incassi senza
      *partita, scritture manuali, stralci non contabilizzati; quel
      *che resta e' la differenza non spiegata. Vengono elencati
      *anche i mesi precedenti dell'anno con addebiti e senza
      *estratto. Il foglio va in Riconciliazione-crediti-AAAAMM.txt
      *e nel registro Riconciliazione-crediti-registro.txt resta una
      *riga 'G' per giro.
      *[F]IRMA - un supervisore ('S' in operatori.txt) rivede
      *l'ultimo giro del mese e lo firma: riga 'F' nel registro con
      *lo stesso giro. Con differenza diversa da zero serve una
      *nota. ChiusuraMese passa la voce CREDITI-GL solo con l'ultimo
      *giro firmato.
      *Anno e mese arrivano dall'ambiente (CREDITI_ANNO,
      *CREDITI_MESE) quando gira dal batch, e allora si elabora;
      *altrimenti si chiedono a video con la scelta dell'operazione.
      *La riconciliazione e' della societa' di lavoro (variabile
      *SOCIETA, vuota = la principale; "GR" = il gruppo con la
      *mappa della principale): partite, incassi e scritture
      *passano da FiltroSocieta e i file prendono il codice nel
      *nome (NomeFileSocieta).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-GL ASSIGN TO WS-NOME-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
           SELECT OPTIONAL FILE-GL-REGISTRO
               ASSIGN TO "Vendite-gl-stralci-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLR-STATUS.
           SELECT OPTIONAL FILE-NAB-STORIA
               ASSIGN TO "Incassi-non-abbinati-storia.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NST-STATUS.
           SELECT OPTIONAL FILE-REGISTRO
               ASSIGN TO "Riconciliazione-crediti-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT FILE-FOGLIO ASSIGN TO WS-NOME-FOGLIO
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PARTITE.
       COPY PARTITA-REC.

      *Tracciato GL di EstrattoContabile e StralciPartite.
       FD FILE-GL.
       01 RECORD-GL.
           05 GL-CONTO PIC X(8).
           05 GL-SEZIONE PIC X.
           05 GL-IMPORTO PIC 9(11)V99.
           05 GL-REGIONE PIC 99.
           05 GL-ANNO PIC 9(4).
           05 GL-MESE PIC 99.
           05 GL-SOCIETA PIC X(2).
       01 TRAILER-GL.
           05 GL-TRAILER-TAG PIC X(3).
           05 GL-TRAILER-RECORD-COUNT PIC 9(6).
           05 GL-TRAILER-SBILANCIO PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-GL PIC X(48).

       FD FILE-GL-REGISTRO.
       01 RECORD-GL-REGISTRO.
           05 GLR-NOME PIC X(40).
           05 GLR-ANNO-MESE PIC 9(6).
           05 GLR-TIMESTAMP PIC X(14).

       FD FILE-NAB-STORIA.
       01 RECORD-NAB-STORIA.
           05 NST-ID-CLIENTE PIC 9(6).
           05 NST-DATA PIC 9(8).
           05 NST-IMPORTO PIC S9(7)V99.
           05 NST-REGIONE PIC 99.
           05 NST-SOCIETA PIC X(2).
           05 NST-MOTIVO PIC X(30).

      *Registro dei giri: 'G' elaborazione, 'F' firma del giro.
       FD FILE-REGISTRO.
       01 RECORD-REGISTRO.
           05 RCR-TIPO PIC X.
               88 RCR-GIRO VALUE 'G'.
               88 RCR-FIRMA VALUE 'F'.
           05 RCR-ANNO-MESE PIC 9(6).
           05 RCR-SOCIETA PIC X(2).
           05 RCR-GIRO-ID PIC X(14).
           05 RCR-DIFFERENZA PIC S9(11)V99.
           05 RCR-NON-SPIEGATA PIC S9(11)V99.
           05 RCR-OPERATORE PIC X(8).
           05 RCR-DATA-ORA PIC X(14).
           05 RCR-NOTA PIC X(40).

       FD FILE-FOGLIO.
       01 RIGA-FOGLIO PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-GLR-STATUS PIC XX.
       01 WS-NST-STATUS PIC XX.
       01 WS-REGISTRO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-EOF-REGISTRO PIC X.
       01 WS-NOME-GL PIC X(40).
       01 WS-NOME-FOGLIO PIC X(40).
       01 WS-NOME-BASE PIC X(40).
       01 WS-OPERAZIONE PIC X.
       01 WS-ANNO-TESTO PIC X(4).
       01 WS-MESE-TESTO PIC X(2).
       01 WS-ANNO-RIC PIC 9(4).
       01 WS-MESE-RIC PIC 99.
       01 WS-ANNO-MESE PIC 9(6).
       01 WS-DATA-ORA PIC X(21).
      *Data di una partita o di un incasso vista come anno/mese.
       01 WS-DATA-LAVORO.
           05 WS-DL-ANNO-MESE PIC 9(6).
           05 WS-DL-ANNO-MESE-R REDEFINES WS-DL-ANNO-MESE.
               10 WS-DL-ANNO PIC 9(4).
               10 WS-DL-MESE PIC 99.
           05 WS-DL-GIORNO PIC 99.
       01 WS-INCASSO-LAVORO.
           05 WS-IL-ANNO-MESE PIC 9(6).
           05 WS-IL-GIORNO PIC 99.
      *Societa' e conto di controllo.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-CONTO-CREDITI PIC X(8).
       01 WS-CONTO-TROVATO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-ID-CLIENTE PIC 9(6).
       01 WS-INCLUDI PIC X.
      *Saldi per regione: indice = codice regione + 1, la prima riga
      *raccoglie le partite e gli incassi senza regione.
       01 WS-RIC-TABELLA.
           05 WS-RIC-REGIONE OCCURS 11 TIMES.
               10 WS-RIC-APERTURA PIC S9(11)V99.
               10 WS-RIC-ADDEBITI PIC S9(11)V99.
               10 WS-RIC-INCASSI PIC S9(11)V99.
               10 WS-RIC-STRALCI PIC S9(11)V99.
               10 WS-RIC-CHIUSURA PIC S9(11)V99.
               10 WS-RIC-GL-VENDITE PIC S9(11)V99.
               10 WS-RIC-GL-STRALCI PIC S9(11)V99.
               10 WS-RIC-GL-MANUALI PIC S9(11)V99.
               10 WS-RIC-SENZA-PARTITA PIC S9(11)V99.
               10 WS-RIC-GL-MOVIMENTO PIC S9(11)V99.
               10 WS-RIC-DIFFERENZA PIC S9(11)V99.
               10 WS-RIC-NON-CONTAB PIC S9(11)V99.
               10 WS-RIC-NON-SPIEGATA PIC S9(11)V99.
       01 INDICE-RIGA PIC 99.
       01 WS-REGIONE-ED PIC Z9.
      *Addebiti dei mesi dell'anno, per i periodi non contabilizzati.
       01 WS-ADDEBITI-MESI.
           05 WS-ADDEBITI-MESE OCCURS 12 TIMES PIC S9(11)V99.
       01 INDICE-MESE PIC 99.
       01 WS-MESE-PROVA PIC 9(6).
       01 WS-ESTRATTO-PRESENTE PIC X.
       01 WS-MESI-SCOPERTI PIC 99 VALUE 0.
      *Lettura di un file GL: 'V' estratto vendite, 'S' stralci,
      *'M' manuali.
       01 WS-TIPO-GL PIC X.
       01 WS-IMPORTO-GL PIC S9(11)V99.
      *Totali del giro.
       01 WS-TOT-PARTITARIO PIC S9(11)V99.
       01 WS-TOT-GL PIC S9(11)V99.
       01 WS-TOT-DIFFERENZA PIC S9(11)V99.
       01 WS-TOT-NON-SPIEGATA PIC S9(11)V99.
       01 WS-TOT-ED PIC -(10)9.99.
       01 WS-ED-1 PIC -(9)9.99.
       01 WS-ED-2 PIC -(9)9.99.
       01 WS-ED-3 PIC -(9)9.99.
       01 WS-ED-4 PIC -(9)9.99.
       01 WS-ED-5 PIC -(9)9.99.
       01 WS-ED-6 PIC -(9)9.99.
       01 WS-ED-7 PIC -(9)9.99.
       01 WS-ED-8 PIC -(9)9.99.
      *Firma.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
           88 OPERATORE-SUPERVISORE VALUE 'S'.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-ULTIMO-GIRO PIC X(14).
       01 WS-ULTIMA-DIFFERENZA PIC S9(11)V99.
       01 WS-ULTIMA-NON-SPIEGATA PIC S9(11)V99.
       01 WS-GIRO-FIRMATO PIC X.
       01 WS-NOTA PIC X(40).
       01 WS-SCELTA PIC X.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "CONTABILITA".
       01 WS-SPOOL-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "RICONCILIAZIONE RIFIUTATA: SOCIETA' "
                   WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "CREDITI_ANNO"
           ACCEPT WS-MESE-TESTO FROM ENVIRONMENT "CREDITI_MESE"
           IF WS-ANNO-TESTO NOT = SPACES
               AND WS-MESE-TESTO NOT = SPACES
               COMPUTE WS-ANNO-RIC = FUNCTION NUMVAL(WS-ANNO-TESTO)
               COMPUTE WS-MESE-RIC = FUNCTION NUMVAL(WS-MESE-TESTO)
               MOVE 'E' TO WS-OPERAZIONE
           ELSE
               DISPLAY "Anno della riconciliazione: "
               ACCEPT WS-ANNO-RIC
               DISPLAY "Mese della riconciliazione (1-12): "
               ACCEPT WS-MESE-RIC
               DISPLAY "[E]LABORA RICONCILIAZIONE / [F]IRMA "
                   "L'ULTIMO GIRO: "
               ACCEPT WS-OPERAZIONE
           END-IF
           IF WS-MESE-RIC < 1 OR WS-MESE-RIC > 12
               DISPLAY "MESE NON VALIDO, USARE 1-12."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ANNO-MESE = WS-ANNO-RIC * 100 + WS-MESE-RIC
           EVALUATE WS-OPERAZIONE
               WHEN 'E'
               WHEN 'e'
                   PERFORM ELABORA
               WHEN 'F'
               WHEN 'f'
                   PERFORM FIRMA
               WHEN OTHER
                   DISPLAY "OPERAZIONE NON VALIDA"
           END-EVALUATE
           STOP RUN.

       ELABORA.
           CALL 'GetContoCrediti' USING WS-SOC-MAPPING,
               WS-CONTO-CREDITI, WS-CONTO-TROVATO
           IF WS-CONTO-TROVATO NOT = 'S'
               DISPLAY "RICONCILIAZIONE RIFIUTATA: conto crediti "
                   "assente (riga 'C' in " WS-SOC-MAPPING
               DISPLAY "  o GL-CONTO-CONTROPARTITA in gestionale.cfg)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-PARTITE
           INITIALIZE WS-RIC-TABELLA
           INITIALIZE WS-ADDEBITI-MESI
           PERFORM LEGGI-PARTITE
           PERFORM LEGGI-SENZA-PARTITA
      *Estratto delle vendite del mese: se manca il periodo non e'
      *contabilizzato.
           MOVE SPACES TO WS-NOME-BASE
           STRING "Vendite-gl-" WS-ANNO-MESE ".txt"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-GL
           MOVE 'V' TO WS-TIPO-GL
           PERFORM LEGGI-FILE-GL
           IF WS-GL-STATUS = "00"
               MOVE 'S' TO WS-ESTRATTO-PRESENTE
           ELSE
               MOVE 'N' TO WS-ESTRATTO-PRESENTE
           END-IF
           PERFORM LEGGI-STRALCI-GL
           MOVE SPACES TO WS-NOME-BASE
           STRING "Coge-crediti-manuali-" WS-ANNO-MESE ".txt"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-GL
           MOVE 'M' TO WS-TIPO-GL
           PERFORM LEGGI-FILE-GL
           PERFORM CALCOLA-DIFFERENZE
           PERFORM SCRIVI-FOGLIO
           PERFORM REGISTRA-GIRO
           MOVE WS-TOT-DIFFERENZA TO WS-TOT-ED
           DISPLAY "RICONCILIAZIONE CREDITI " WS-ANNO-MESE
               " IN " WS-NOME-FOGLIO
           DISPLAY "  DIFFERENZA CON LA CO.GE.: " WS-TOT-ED
           MOVE WS-TOT-NON-SPIEGATA TO WS-TOT-ED
           DISPLAY "  DI CUI NON SPIEGATA:      " WS-TOT-ED
           IF WS-TOT-NON-SPIEGATA NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Saldo del partitario per regione. Una partita pagata o
      *stralciata porta in PAR-DATA-INCASSO la data dell'incasso o
      *dello stralcio.
       LEGGI-PARTITE.
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
                       IF PAR-TRAILER-TAG NOT = "TRL"
                           AND PAR-TRAILER-TAG NOT = "HDR"
                           PERFORM CONTA-PARTITA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

       CONTA-PARTITA.
           CALL 'FiltroSocieta' USING PAR-SOCIETA,
               WS-NESSUNA-CONTROPARTE, PAR-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF PAR-REGIONE-NUM >= 1 AND PAR-REGIONE-NUM <= 10
               COMPUTE INDICE-RIGA = PAR-REGIONE-NUM + 1
           ELSE
               MOVE 1 TO INDICE-RIGA
           END-IF
           MOVE PAR-DATA-MOVIMENTO TO WS-DATA-LAVORO
           IF PAR-DATA-INCASSO IS NUMERIC
               MOVE PAR-DATA-INCASSO TO WS-INCASSO-LAVORO
           ELSE
               MOVE 0 TO WS-IL-ANNO-MESE
           END-IF
           IF WS-DL-ANNO = WS-ANNO-RIC AND WS-DL-MESE < WS-MESE-RIC
               ADD PAR-IMPORTO TO WS-ADDEBITI-MESE(WS-DL-MESE)
           END-IF
           IF WS-DL-ANNO-MESE < WS-ANNO-MESE
               IF (PAR-STATO = 'P' OR PAR-STATO = 'S')
                   AND WS-IL-ANNO-MESE < WS-ANNO-MESE
                   CONTINUE
               ELSE
                   ADD PAR-IMPORTO TO WS-RIC-APERTURA(INDICE-RIGA)
               END-IF
           END-IF
           IF WS-DL-ANNO-MESE = WS-ANNO-MESE
               ADD PAR-IMPORTO TO WS-RIC-ADDEBITI(INDICE-RIGA)
           END-IF
           IF WS-DL-ANNO-MESE <= WS-ANNO-MESE
               AND WS-IL-ANNO-MESE = WS-ANNO-MESE
               IF PAR-STATO = 'P'
                   ADD PAR-IMPORTO TO WS-RIC-INCASSI(INDICE-RIGA)
               END-IF
               IF PAR-STATO = 'S'
                   ADD PAR-IMPORTO TO WS-RIC-STRALCI(INDICE-RIGA)
               END-IF
           END-IF.

      *Incassi del mese arrivati in banca senza partita: in CO.GE.
      *sono entrati lo stesso.
       LEGGI-SENZA-PARTITA.
           OPEN INPUT FILE-NAB-STORIA
           IF WS-NST-STATUS NOT = "00" AND WS-NST-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-NAB-STORIA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       MOVE NST-DATA TO WS-DATA-LAVORO
                       CALL 'FiltroSocieta' USING NST-SOCIETA,
                           WS-NESSUNA-CONTROPARTE, NST-ID-CLIENTE,
                           WS-INCLUDI
                       IF WS-DL-ANNO-MESE = WS-ANNO-MESE
                           AND WS-INCLUDI = 'S'
                           IF NST-REGIONE >= 1 AND NST-REGIONE <= 10
                               COMPUTE INDICE-RIGA = NST-REGIONE + 1
                           ELSE
                               MOVE 1 TO INDICE-RIGA
                           END-IF
                           ADD NST-IMPORTO TO
                               WS-RIC-SENZA-PARTITA(INDICE-RIGA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-NAB-STORIA.

      *Scritture di stralcio del mese: i file elencati nel registro
      *di StralciPartite con l'anno/mese della riconciliazione.
       LEGGI-STRALCI-GL.
           OPEN INPUT FILE-GL-REGISTRO
           IF WS-GLR-STATUS NOT = "00" AND WS-GLR-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-REGISTRO
           PERFORM UNTIL WS-EOF-REGISTRO = 'Y'
               READ FILE-GL-REGISTRO
                   AT END
                       MOVE 'Y' TO WS-EOF-REGISTRO
                   NOT AT END
                       IF GLR-ANNO-MESE = WS-ANNO-MESE
                           MOVE GLR-NOME TO WS-NOME-GL
                           MOVE 'S' TO WS-TIPO-GL
                           PERFORM LEGGI-FILE-GL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-GL-REGISTRO.

      *Movimenti del mese sul conto di controllo crediti: DARE in
      *piu', AVERE in meno.
       LEGGI-FILE-GL.
           OPEN INPUT FILE-GL
           IF WS-GL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-GL
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF GL-TRAILER-TAG NOT = "TRL"
                           AND GL-TRAILER-TAG NOT = "HDR"
                           AND GL-CONTO = WS-CONTO-CREDITI
                           AND GL-ANNO = WS-ANNO-RIC
                           AND GL-MESE = WS-MESE-RIC
                           PERFORM CONTA-RIGA-GL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-GL
           MOVE "00" TO WS-GL-STATUS.

       CONTA-RIGA-GL.
           MOVE 0 TO WS-ID-CLIENTE
           CALL 'FiltroSocieta' USING GL-SOCIETA,
               WS-NESSUNA-CONTROPARTE, WS-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF GL-REGIONE >= 1 AND GL-REGIONE <= 10
               COMPUTE INDICE-RIGA = GL-REGIONE + 1
           ELSE
               MOVE 1 TO INDICE-RIGA
           END-IF
           IF GL-SEZIONE = 'D'
               MOVE GL-IMPORTO TO WS-IMPORTO-GL
           ELSE
               COMPUTE WS-IMPORTO-GL = 0 - GL-IMPORTO
           END-IF
           EVALUATE WS-TIPO-GL
               WHEN 'V'
                   ADD WS-IMPORTO-GL TO WS-RIC-GL-VENDITE(INDICE-RIGA)
               WHEN 'S'
                   ADD WS-IMPORTO-GL TO WS-RIC-GL-STRALCI(INDICE-RIGA)
               WHEN OTHER
                   ADD WS-IMPORTO-GL TO WS-RIC-GL-MANUALI(INDICE-RIGA)
           END-EVALUATE.

      *Movimento CO.GE. = vendite + stralci + manuali - incassi
      *(abbinati e senza partita); movimento partitario = addebiti
      *- incassi - stralci. La differenza si scompone in: periodo
      *non contabilizzato (-addebiti se manca l'estratto), incassi
      *senza partita, scritture manuali, stralci non contabilizzati
      *(stralci CO.GE. + stralci partitario); il resto e' non
      *spiegato.
       CALCOLA-DIFFERENZE.
           MOVE 0 TO WS-TOT-PARTITARIO WS-TOT-GL WS-TOT-DIFFERENZA
               WS-TOT-NON-SPIEGATA
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > 11
               COMPUTE WS-RIC-CHIUSURA(INDICE-RIGA) =
                   WS-RIC-APERTURA(INDICE-RIGA)
                   + WS-RIC-ADDEBITI(INDICE-RIGA)
                   - WS-RIC-INCASSI(INDICE-RIGA)
                   - WS-RIC-STRALCI(INDICE-RIGA)
               COMPUTE WS-RIC-GL-MOVIMENTO(INDICE-RIGA) =
                   WS-RIC-GL-VENDITE(INDICE-RIGA)
                   + WS-RIC-GL-STRALCI(INDICE-RIGA)
                   + WS-RIC-GL-MANUALI(INDICE-RIGA)
                   - WS-RIC-INCASSI(INDICE-RIGA)
                   - WS-RIC-SENZA-PARTITA(INDICE-RIGA)
               COMPUTE WS-RIC-DIFFERENZA(INDICE-RIGA) =
                   WS-RIC-GL-MOVIMENTO(INDICE-RIGA)
                   - (WS-RIC-ADDEBITI(INDICE-RIGA)
                   - WS-RIC-INCASSI(INDICE-RIGA)
                   - WS-RIC-STRALCI(INDICE-RIGA))
               IF WS-ESTRATTO-PRESENTE = 'N'
                   COMPUTE WS-RIC-NON-CONTAB(INDICE-RIGA) =
                       0 - WS-RIC-ADDEBITI(INDICE-RIGA)
               ELSE
                   MOVE 0 TO WS-RIC-NON-CONTAB(INDICE-RIGA)
               END-IF
               COMPUTE WS-RIC-NON-SPIEGATA(INDICE-RIGA) =
                   WS-RIC-DIFFERENZA(INDICE-RIGA)
                   - WS-RIC-NON-CONTAB(INDICE-RIGA)
                   + WS-RIC-SENZA-PARTITA(INDICE-RIGA)
                   - WS-RIC-GL-MANUALI(INDICE-RIGA)
                   - (WS-RIC-GL-STRALCI(INDICE-RIGA)
                   + WS-RIC-STRALCI(INDICE-RIGA))
               ADD WS-RIC-CHIUSURA(INDICE-RIGA) TO WS-TOT-PARTITARIO
               ADD WS-RIC-GL-MOVIMENTO(INDICE-RIGA) TO WS-TOT-GL
               ADD WS-RIC-DIFFERENZA(INDICE-RIGA) TO WS-TOT-DIFFERENZA
               ADD WS-RIC-NON-SPIEGATA(INDICE-RIGA)
                   TO WS-TOT-NON-SPIEGATA
           END-PERFORM.

       SCRIVI-FOGLIO.
           MOVE SPACES TO WS-NOME-BASE
           STRING "Riconciliazione-crediti-" WS-ANNO-MESE ".txt"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-FOGLIO
           CALL 'REGISTRA-GENERATO' USING WS-NOME-FOGLIO
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "RICONCILIAZIONE PARTITARIO CLIENTI / CONTO "
               WS-CONTO-CREDITI " - " WS-MESE-RIC "/" WS-ANNO-RIC
               " - SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "GIRO " WS-DATA-ORA(1:14)
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE ALL "=" TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "RG      APERTURA      ADDEBITI       INCASSI"
               "       STRALCI      CHIUSURA   MOVIM.PARTIT."
               "    MOVIM.COGE    DIFFERENZA"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > 11
               PERFORM SCRIVI-RIGA-SALDI
           END-PERFORM
           MOVE SPACES TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "RG  DIFFERENZA NON CONTABIL.  INC.SENZA PAR."
               "       MANUALI   STRALCI N.C.  NON SPIEGATA"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > 11
               IF WS-RIC-DIFFERENZA(INDICE-RIGA) NOT = 0
                   PERFORM SCRIVI-RIGA-CAUSE
               END-IF
           END-PERFORM
           MOVE SPACES TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE WS-TOT-PARTITARIO TO WS-TOT-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING "SALDO PARTITARIO A FINE MESE:  " WS-TOT-ED
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE WS-TOT-GL TO WS-TOT-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING "MOVIMENTO DEL CONTO IN CO.GE.: " WS-TOT-ED
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE WS-TOT-DIFFERENZA TO WS-TOT-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING "DIFFERENZA DEL MESE:           " WS-TOT-ED
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE WS-TOT-NON-SPIEGATA TO WS-TOT-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING "DI CUI NON SPIEGATA:           " WS-TOT-ED
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           IF WS-ESTRATTO-PRESENTE = 'N'
               MOVE SPACES TO RIGA-FOGLIO
               STRING "PERIODO " WS-ANNO-MESE " NON CONTABILIZZATO: "
                   "MANCA L'ESTRATTO VENDITE DEL MESE"
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
           END-IF
           PERFORM ELENCA-MESI-SCOPERTI
           CLOSE FILE-FOGLIO
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-FOGLIO, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.

       SCRIVI-RIGA-SALDI.
           COMPUTE WS-REGIONE-ED = INDICE-RIGA - 1
           MOVE WS-RIC-APERTURA(INDICE-RIGA) TO WS-ED-1
           MOVE WS-RIC-ADDEBITI(INDICE-RIGA) TO WS-ED-2
           MOVE WS-RIC-INCASSI(INDICE-RIGA) TO WS-ED-3
           MOVE WS-RIC-STRALCI(INDICE-RIGA) TO WS-ED-4
           MOVE WS-RIC-CHIUSURA(INDICE-RIGA) TO WS-ED-5
           COMPUTE WS-ED-6 = WS-RIC-ADDEBITI(INDICE-RIGA)
               - WS-RIC-INCASSI(INDICE-RIGA)
               - WS-RIC-STRALCI(INDICE-RIGA)
           MOVE WS-RIC-GL-MOVIMENTO(INDICE-RIGA) TO WS-ED-7
           MOVE WS-RIC-DIFFERENZA(INDICE-RIGA) TO WS-ED-8
           MOVE SPACES TO RIGA-FOGLIO
           STRING WS-REGIONE-ED " " WS-ED-1 " " WS-ED-2 " " WS-ED-3
               " " WS-ED-4 " " WS-ED-5 " " WS-ED-6 " " WS-ED-7
               " " WS-ED-8
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO.

       SCRIVI-RIGA-CAUSE.
           COMPUTE WS-REGIONE-ED = INDICE-RIGA - 1
           MOVE WS-RIC-DIFFERENZA(INDICE-RIGA) TO WS-ED-1
           MOVE WS-RIC-NON-CONTAB(INDICE-RIGA) TO WS-ED-2
           COMPUTE WS-ED-3 = 0 - WS-RIC-SENZA-PARTITA(INDICE-RIGA)
           MOVE WS-RIC-GL-MANUALI(INDICE-RIGA) TO WS-ED-4
           COMPUTE WS-ED-5 = WS-RIC-GL-STRALCI(INDICE-RIGA)
               + WS-RIC-STRALCI(INDICE-RIGA)
           MOVE WS-RIC-NON-SPIEGATA(INDICE-RIGA) TO WS-ED-6
           MOVE SPACES TO RIGA-FOGLIO
           STRING WS-REGIONE-ED " " WS-ED-1 " " WS-ED-2 " " WS-ED-3
               " " WS-ED-4 " " WS-ED-5 " " WS-ED-6
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO.

      *Mesi precedenti dell'anno con addebiti nel partitario e
      *senza estratto delle vendite.
       ELENCA-MESI-SCOPERTI.
           PERFORM VARYING INDICE-MESE FROM 1 BY 1
               UNTIL INDICE-MESE >= WS-MESE-RIC
               IF WS-ADDEBITI-MESE(INDICE-MESE) NOT = 0
                   COMPUTE WS-MESE-PROVA =
                       WS-ANNO-RIC * 100 + INDICE-MESE
                   MOVE SPACES TO WS-NOME-BASE
                   STRING "Vendite-gl-" WS-MESE-PROVA ".txt"
                       DELIMITED BY SIZE INTO WS-NOME-BASE
                   CALL 'NomeFileSocieta' USING WS-NOME-BASE,
                       WS-NOME-GL
                   OPEN INPUT FILE-GL
                   IF WS-GL-STATUS = "00"
                       CLOSE FILE-GL
                   ELSE
                       ADD 1 TO WS-MESI-SCOPERTI
                       MOVE WS-ADDEBITI-MESE(INDICE-MESE) TO WS-TOT-ED
                       MOVE SPACES TO RIGA-FOGLIO
                       STRING "PERIODO " WS-MESE-PROVA
                           " NON CONTABILIZZATO, ADDEBITI "
                           WS-TOT-ED
                           DELIMITED BY SIZE INTO RIGA-FOGLIO
                       WRITE RIGA-FOGLIO
                   END-IF
               END-IF
           END-PERFORM.

       REGISTRA-GIRO.
           OPEN EXTEND FILE-REGISTRO
           MOVE SPACES TO RECORD-REGISTRO
           MOVE 'G' TO RCR-TIPO
           MOVE WS-ANNO-MESE TO RCR-ANNO-MESE
           MOVE WS-SOC-CODICE TO RCR-SOCIETA
           MOVE WS-DATA-ORA(1:14) TO RCR-GIRO-ID
           MOVE WS-TOT-DIFFERENZA TO RCR-DIFFERENZA
           MOVE WS-TOT-NON-SPIEGATA TO RCR-NON-SPIEGATA
           MOVE WS-DATA-ORA(1:14) TO RCR-DATA-ORA
           WRITE RECORD-REGISTRO
           CLOSE FILE-REGISTRO.

      *Firma dell'ultimo giro del mese per la societa' di lavoro.
       FIRMA.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF
           IF NOT OPERATORE-SUPERVISORE
               DISPLAY "SERVE UN OPERATORE DI LIVELLO SUPERVISORE "
                   "('S'): FIRMA NON CONSENTITA."
               STOP RUN
           END-IF
           PERFORM CERCA-ULTIMO-GIRO
           IF WS-ULTIMO-GIRO = SPACES
               DISPLAY "NESSUNA RICONCILIAZIONE ELABORATA PER "
                   WS-ANNO-MESE " SOCIETA' " WS-SOC-CODICE "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GIRO-FIRMATO = 'S'
               DISPLAY "GIRO " WS-ULTIMO-GIRO " GIA' FIRMATO."
               STOP RUN
           END-IF
           MOVE WS-ULTIMA-DIFFERENZA TO WS-TOT-ED
           DISPLAY "GIRO " WS-ULTIMO-GIRO " DEL MESE " WS-ANNO-MESE
           DISPLAY "  DIFFERENZA CON LA CO.GE.: " WS-TOT-ED
           MOVE WS-ULTIMA-NON-SPIEGATA TO WS-TOT-ED
           DISPLAY "  DI CUI NON SPIEGATA:      " WS-TOT-ED
           MOVE SPACES TO WS-NOTA
           DISPLAY "Nota di firma: "
           ACCEPT WS-NOTA
           IF WS-ULTIMA-DIFFERENZA NOT = 0 AND WS-NOTA = SPACES
               DISPLAY "CON UNA DIFFERENZA LA NOTA E' OBBLIGATORIA, "
                   "FIRMA NON REGISTRATA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CONFERMI LA FIRMA (S/N)? "
           ACCEPT WS-SCELTA
           IF WS-SCELTA NOT = 'S' AND WS-SCELTA NOT = 's'
               DISPLAY "FIRMA ANNULLATA."
               STOP RUN
           END-IF
           OPEN EXTEND FILE-REGISTRO
           MOVE SPACES TO RECORD-REGISTRO
           MOVE 'F' TO RCR-TIPO
           MOVE WS-ANNO-MESE TO RCR-ANNO-MESE
           MOVE WS-SOC-CODICE TO RCR-SOCIETA
           MOVE WS-ULTIMO-GIRO TO RCR-GIRO-ID
           MOVE WS-ULTIMA-DIFFERENZA TO RCR-DIFFERENZA
           MOVE WS-ULTIMA-NON-SPIEGATA TO RCR-NON-SPIEGATA
           MOVE WS-OPERATORE-ID TO RCR-OPERATORE
           MOVE WS-DATA-ORA(1:14) TO RCR-DATA-ORA
           MOVE WS-NOTA TO RCR-NOTA
           WRITE RECORD-REGISTRO
           CLOSE FILE-REGISTRO
           DISPLAY "GIRO " WS-ULTIMO-GIRO " FIRMATO DA "
               WS-OPERATORE-NOME.

       CERCA-ULTIMO-GIRO.
           MOVE SPACES TO WS-ULTIMO-GIRO
           MOVE 'N' TO WS-GIRO-FIRMATO
           OPEN INPUT FILE-REGISTRO
           IF WS-REGISTRO-STATUS NOT = "00"
               AND WS-REGISTRO-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-REGISTRO
           PERFORM UNTIL WS-EOF-REGISTRO = 'Y'
               READ FILE-REGISTRO
                   AT END
                       MOVE 'Y' TO WS-EOF-REGISTRO
                   NOT AT END
                       IF RCR-ANNO-MESE = WS-ANNO-MESE
                           AND RCR-SOCIETA = WS-SOC-CODICE
                           IF RCR-GIRO
                               MOVE RCR-GIRO-ID TO WS-ULTIMO-GIRO
                               MOVE RCR-DIFFERENZA
                                   TO WS-ULTIMA-DIFFERENZA
                               MOVE RCR-NON-SPIEGATA
                                   TO WS-ULTIMA-NON-SPIEGATA
                               MOVE 'N' TO WS-GIRO-FIRMATO
                           END-IF
                           IF RCR-FIRMA
                               AND RCR-GIRO-ID = WS-ULTIMO-GIRO
                               MOVE 'S' TO WS-GIRO-FIRMATO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO.

           COPY TESTATA-CONTROLLI.
