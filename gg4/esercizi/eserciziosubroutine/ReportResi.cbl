       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportResi.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Riepilogo mensile dei resi: tassi di reso per prodotto, per
      *causale e per cliente. I resi del mese sono le autorizzazioni
      *di Resi.txt ricevute nel mese (data di ricevimento, cioe' la
      *data della nota di credito); il venduto del mese sono le
      *quantita' dei movimenti non negativi di Vendite-dettaglio.txt
      *con data nel mese, verificato contro il trailer. Il tasso e'
      *reso su venduto dello stesso mese, in quantita': un reso di
      *merce venduta il mese prima pesa sul mese in cui rientra, e
      *un prodotto reso ma non venduto nel mese non ha tasso. Per
      *causale si danno numero di resi, quantita', importo accreditato
      *e quota sul totale reso; per cliente solo i clienti con resi.
      *In coda le autorizzazioni aperte nel mese ancora da ricevere.
      *Esce Resi-mensile-AAAAMM.txt, registrato nel registro dei file
      *generati. Il periodo (AAAAMM) arriva dall'ambiente
      *(RESI_PERIODO) quando gira dal batch, altrimenti si chiede a
      *video.
      *Entrano venduto e resi della societa' di lavoro
      *(SocietaLavoro, FiltroSocieta): il movimento porta
      *DET-SOCIETA, il reso vale per la societa' del cliente
      *(SocietaCliente); per il consolidato "GR" senza le vendite
      *alle societa' del gruppo. Il trailer quadra sempre sul file
      *intero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-RESI ASSIGN TO "Resi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESI-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-ID-CLIENTE PIC 9(6).
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA PIC 9(8).
           05 DET-IMPORTO PIC S9(7)V99.
           05 DET-CODICE-PRODOTTO PIC X(8).
           05 DET-QUANTITA PIC 9(5).
           05 DET-PREZZO-UNITARIO PIC S9(5)V99.
           05 DET-CODICE-IVA PIC X(2).
           05 DET-FATTURA-ANNO PIC 9(4).
           05 DET-FATTURA-NUMERO PIC 9(6).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
           05 TRAILER-DET-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-RESI.
       COPY RESO-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CAUSALI-RESO.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-RESI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-NOME-REPORT PIC X(40).
      *Periodo del riepilogo e suoi estremi.
       01 WS-PERIODO-TESTO PIC X(6).
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANNO PIC 9(4).
           05 WS-PERIODO-MESE PIC 99.
       01 WS-INIZIO-MESE PIC 9(8).
       01 WS-MESE-SUCCESSIVO PIC 9(8).
      *Quadratura del feed contro il trailer.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
      *Codici di servizio, fuori dal venduto.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Venduto e reso del mese per prodotto.
       01 WS-NUM-ARTICOLI PIC 9(4) VALUE 0.
       01 WS-ARTICOLI-TABELLA.
           05 WS-ART-ENTRY OCCURS 1000 TIMES.
               10 WS-ART-CODICE PIC X(8).
               10 WS-ART-VENDUTO PIC 9(9).
               10 WS-ART-RESO PIC 9(9).
               10 WS-ART-NUMERO PIC 9(5).
               10 WS-ART-IMPORTO PIC 9(11)V99.
       01 INDICE-ARTICOLO PIC 9(4).
       01 WS-CHIAVE-ARTICOLO PIC X(8).
       01 WS-ART-TROVATO PIC X.
      *Venduto e reso del mese per cliente.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 3000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-VENDUTO PIC 9(9).
               10 WS-CLI-RESO PIC 9(9).
               10 WS-CLI-NUMERO PIC 9(5).
               10 WS-CLI-IMPORTO PIC 9(11)V99.
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CHIAVE-CLIENTE PIC 9(6).
       01 WS-CLI-TROVATO PIC X.
       01 WS-TABELLE-PIENE PIC X VALUE 'N'.
      *Resi del mese per causale, in parallelo a CAUSALI-RESO; la
      *settima riga raccoglie le causali sconosciute.
       01 WS-CAUSALI-TOTALI.
           05 WS-CAT-ENTRY OCCURS 7 TIMES.
               10 WS-CAT-NUMERO PIC 9(5).
               10 WS-CAT-RESO PIC 9(9).
               10 WS-CAT-IMPORTO PIC 9(11)V99.
       01 INDICE-CAUSALE PIC 9.
       01 WS-CAT-TROVATO PIC X.
      *Totali del mese.
       01 WS-TOT-VENDUTO PIC 9(9) VALUE 0.
       01 WS-TOT-RESO PIC 9(9) VALUE 0.
       01 WS-TOT-NUMERO PIC 9(5) VALUE 0.
       01 WS-TOT-IMPORTO PIC 9(11)V99 VALUE 0.
       01 WS-APERTI-DA-RICEVERE PIC 9(5) VALUE 0.
       01 WS-APERTI-ANNULLATI PIC 9(5) VALUE 0.
      *Campi di stampa.
       01 WS-VENDUTO-LAV PIC 9(9).
       01 WS-RESO-LAV PIC 9(9).
       01 WS-TASSO PIC 9(5)V99.
       01 WS-TASSO-TESTO PIC X(8).
       01 WS-TASSO-ED PIC Z(4)9.99.
       01 WS-QUANTITA-ED PIC Z(8)9.
       01 WS-RESO-ED PIC Z(8)9.
       01 WS-NUMERO-ED PIC Z(4)9.
       01 WS-IMPORTO-ED PIC Z(10)9.99.
       01 WS-DESCRIZIONE PIC X(30).
      *Anagrafica prodotti per le descrizioni.
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 WS-PRO-LINEA-LAV PIC X(10).
       01 WS-PRODOTTO-VALIDO PIC X.
      *Societa' di lavoro del riepilogo.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
       01 WS-SOCIETA-RESO PIC X(2).
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "RIEPILOGO RESI RIFIUTATO: SOCIETA' "
                   WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE SPACES TO WS-PERIODO-TESTO
           ACCEPT WS-PERIODO-TESTO FROM ENVIRONMENT "RESI_PERIODO"
           IF WS-PERIODO-TESTO NOT = SPACES
               COMPUTE WS-PERIODO = FUNCTION NUMVAL(WS-PERIODO-TESTO)
           ELSE
               DISPLAY "Periodo del riepilogo resi (AAAAMM): "
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
           PERFORM LEGGI-PARAMETRI
           CALL 'GetProdotti' USING WS-PRODOTTI
           PERFORM VARYING INDICE-CAUSALE FROM 1 BY 1
               UNTIL INDICE-CAUSALE > 7
               MOVE 0 TO WS-CAT-NUMERO(INDICE-CAUSALE)
               MOVE 0 TO WS-CAT-RESO(INDICE-CAUSALE)
               MOVE 0 TO WS-CAT-IMPORTO(INDICE-CAUSALE)
           END-PERFORM
           PERFORM CARICA-VENDUTO
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "Vendite-dettaglio.txt NON QUADRA CON IL "
                   "TRAILER: RIEPILOGO RESI NON PRODOTTO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-RESI
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "OLTRE 1000 PRODOTTI O 3000 CLIENTI NEL MESE: "
                   "RIEPILOGO RESI NON PRODOTTO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCRIVI-REPORT
           DISPLAY "RIEPILOGO RESI " WS-PERIODO ": " WS-TOT-NUMERO
               " RESI RICEVUTI, QUANTITA' " WS-TOT-RESO
               " SU " WS-TOT-VENDUTO " VENDUTE (" WS-NOME-REPORT ")"
           STOP RUN.

       LEGGI-PARAMETRI.
           MOVE "INTERESSI-CODICE-PRODOTTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-CODICE-INTERESSI
           END-IF
           MOVE "PREMI-CODICE-PRODOTTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-CODICE-PREMI
           END-IF.

       CARICA-VENDUTO.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG = "TRL"
                           IF WS-DET-COUNT = TRAILER-DET-RECORD-COUNT
                               AND WS-DET-TOTALE
                                   = TRAILER-DET-CONTROL-TOTAL
                               MOVE 'S' TO WS-DET-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               ADD 1 TO WS-DET-COUNT
                               ADD DET-IMPORTO TO WS-DET-TOTALE
                               IF DET-DATA NOT < WS-INIZIO-MESE
                                   AND DET-DATA < WS-MESE-SUCCESSIVO
                                   AND DET-IMPORTO NOT < 0
                                   AND DET-CODICE-PRODOTTO
                                       NOT = WS-CODICE-INTERESSI
                                   AND DET-CODICE-PRODOTTO
                                       NOT = WS-CODICE-PREMI
                                   PERFORM ACCUMULA-VENDUTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       ACCUMULA-VENDUTO.
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE DET-CODICE-PRODOTTO TO WS-CHIAVE-ARTICOLO
           PERFORM TROVA-ARTICOLO
           IF WS-ART-TROVATO = 'S'
               ADD DET-QUANTITA TO WS-ART-VENDUTO(INDICE-ARTICOLO)
           END-IF
           MOVE DET-ID-CLIENTE TO WS-CHIAVE-CLIENTE
           PERFORM TROVA-CLIENTE
           IF WS-CLI-TROVATO = 'S'
               ADD DET-QUANTITA TO WS-CLI-VENDUTO(INDICE-CLIENTE)
           END-IF
           ADD DET-QUANTITA TO WS-TOT-VENDUTO.

       CARICA-RESI.
           OPEN INPUT FILE-RESI
           IF WS-RESI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RESI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM SMISTA-RESO
               END-READ
           END-PERFORM
           CLOSE FILE-RESI.

       SMISTA-RESO.
           CALL 'SocietaCliente' USING RES-ID-CLIENTE,
               WS-SOCIETA-RESO
           CALL 'FiltroSocieta' USING WS-SOCIETA-RESO,
               WS-NESSUNA-CONTROPARTE, RES-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF RESO-RICEVUTO
               AND RES-DATA-RICEZIONE NOT < WS-INIZIO-MESE
               AND RES-DATA-RICEZIONE < WS-MESE-SUCCESSIVO
               PERFORM ACCUMULA-RESO
           END-IF
           IF RES-DATA-APERTURA NOT < WS-INIZIO-MESE
               AND RES-DATA-APERTURA < WS-MESE-SUCCESSIVO
               IF RESO-AUTORIZZATO
                   ADD 1 TO WS-APERTI-DA-RICEVERE
               END-IF
               IF RESO-ANNULLATO
                   ADD 1 TO WS-APERTI-ANNULLATI
               END-IF
           END-IF.

       ACCUMULA-RESO.
           MOVE RES-CODICE-PRODOTTO TO WS-CHIAVE-ARTICOLO
           PERFORM TROVA-ARTICOLO
           IF WS-ART-TROVATO = 'S'
               ADD RES-QUANTITA TO WS-ART-RESO(INDICE-ARTICOLO)
               ADD 1 TO WS-ART-NUMERO(INDICE-ARTICOLO)
               ADD RES-IMPORTO-ACCREDITATO
                   TO WS-ART-IMPORTO(INDICE-ARTICOLO)
           END-IF
           MOVE RES-ID-CLIENTE TO WS-CHIAVE-CLIENTE
           PERFORM TROVA-CLIENTE
           IF WS-CLI-TROVATO = 'S'
               ADD RES-QUANTITA TO WS-CLI-RESO(INDICE-CLIENTE)
               ADD 1 TO WS-CLI-NUMERO(INDICE-CLIENTE)
               ADD RES-IMPORTO-ACCREDITATO
                   TO WS-CLI-IMPORTO(INDICE-CLIENTE)
           END-IF
           MOVE 'N' TO WS-CAT-TROVATO
           PERFORM VARYING INDICE-CAUSALE FROM 1 BY 1
               UNTIL INDICE-CAUSALE > NUM-CAUSALI-RESO
                   OR WS-CAT-TROVATO = 'S'
               IF CAU-CODICE(INDICE-CAUSALE) = RES-CAUSALE
                   MOVE 'S' TO WS-CAT-TROVATO
               END-IF
           END-PERFORM
           IF WS-CAT-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-CAUSALE
           ELSE
               MOVE 7 TO INDICE-CAUSALE
           END-IF
           ADD 1 TO WS-CAT-NUMERO(INDICE-CAUSALE)
           ADD RES-QUANTITA TO WS-CAT-RESO(INDICE-CAUSALE)
           ADD RES-IMPORTO-ACCREDITATO TO WS-CAT-IMPORTO(INDICE-CAUSALE)
           ADD 1 TO WS-TOT-NUMERO
           ADD RES-QUANTITA TO WS-TOT-RESO
           ADD RES-IMPORTO-ACCREDITATO TO WS-TOT-IMPORTO.

      *Riga del prodotto (o del cliente) cercato; se manca si
      *aggiunge a zero.
       TROVA-ARTICOLO.
           MOVE 'N' TO WS-ART-TROVATO
           PERFORM VARYING INDICE-ARTICOLO FROM 1 BY 1
               UNTIL INDICE-ARTICOLO > WS-NUM-ARTICOLI
                   OR WS-ART-TROVATO = 'S'
               IF WS-ART-CODICE(INDICE-ARTICOLO) = WS-CHIAVE-ARTICOLO
                   MOVE 'S' TO WS-ART-TROVATO
               END-IF
           END-PERFORM
           IF WS-ART-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-ARTICOLO
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-ARTICOLI >= 1000
               MOVE 'S' TO WS-TABELLE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-ARTICOLI
           MOVE WS-NUM-ARTICOLI TO INDICE-ARTICOLO
           MOVE WS-CHIAVE-ARTICOLO TO WS-ART-CODICE(INDICE-ARTICOLO)
           MOVE 0 TO WS-ART-VENDUTO(INDICE-ARTICOLO)
           MOVE 0 TO WS-ART-RESO(INDICE-ARTICOLO)
           MOVE 0 TO WS-ART-NUMERO(INDICE-ARTICOLO)
           MOVE 0 TO WS-ART-IMPORTO(INDICE-ARTICOLO)
           MOVE 'S' TO WS-ART-TROVATO.

       TROVA-CLIENTE.
           MOVE 'N' TO WS-CLI-TROVATO
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
                   OR WS-CLI-TROVATO = 'S'
               IF WS-CLI-ID(INDICE-CLIENTE) = WS-CHIAVE-CLIENTE
                   MOVE 'S' TO WS-CLI-TROVATO
               END-IF
           END-PERFORM
           IF WS-CLI-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-CLIENTE
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-CLIENTI >= 3000
               MOVE 'S' TO WS-TABELLE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-CLIENTI
           MOVE WS-NUM-CLIENTI TO INDICE-CLIENTE
           MOVE WS-CHIAVE-CLIENTE TO WS-CLI-ID(INDICE-CLIENTE)
           MOVE 0 TO WS-CLI-VENDUTO(INDICE-CLIENTE)
           MOVE 0 TO WS-CLI-RESO(INDICE-CLIENTE)
           MOVE 0 TO WS-CLI-NUMERO(INDICE-CLIENTE)
           MOVE 0 TO WS-CLI-IMPORTO(INDICE-CLIENTE)
           MOVE 'S' TO WS-CLI-TROVATO.

      *Tasso di reso in quantita' su WS-RESO-LAV e WS-VENDUTO-LAV;
      *senza venduto nel mese non c'e' tasso.
       CALCOLA-TASSO.
           IF WS-VENDUTO-LAV = 0
               MOVE "     N/D" TO WS-TASSO-TESTO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TASSO ROUNDED =
               WS-RESO-LAV * 100 / WS-VENDUTO-LAV
               ON SIZE ERROR
                   MOVE "   OLTRE" TO WS-TASSO-TESTO
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE WS-TASSO TO WS-TASSO-ED
           MOVE WS-TASSO-ED TO WS-TASSO-TESTO.

       SCRIVI-REPORT.
           MOVE SPACES TO WS-NOME-REPORT
           STRING "Resi-mensile-" WS-PERIODO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-REPORT
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "RIEPILOGO RESI - PERIODO " WS-PERIODO-MESE "/"
               WS-PERIODO-ANNO " - SOCIETA' " WS-SOC-CODICE " "
               WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "TASSO DI RESO = QUANTITA' RICEVUTA IN RESO NEL MESE "
               "/ QUANTITA' VENDUTA NEL MESE"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER PRODOTTO" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PRODOTTO DESCRIZIONE                      VENDUTO"
               "      RESO   TASSO%  RESI    ACCREDITATO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-ARTICOLO FROM 1 BY 1
               UNTIL INDICE-ARTICOLO > WS-NUM-ARTICOLI
               PERFORM SCRIVI-RIGA-PRODOTTO
           END-PERFORM
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER CAUSALE" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CAUSALE                            RESI      RESO"
               "   QUOTA%    ACCREDITATO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-CAUSALE FROM 1 BY 1
               UNTIL INDICE-CAUSALE > 7
               PERFORM SCRIVI-RIGA-CAUSALE
           END-PERFORM
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER CLIENTE (SOLO CLIENTI CON RESI NEL MESE)"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CLIENTE  VENDUTO      RESO   TASSO%  RESI"
               "    ACCREDITATO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               IF WS-CLI-NUMERO(INDICE-CLIENTE) > 0
                   PERFORM SCRIVI-RIGA-CLIENTE
               END-IF
           END-PERFORM
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-VENDUTO TO WS-VENDUTO-LAV
           MOVE WS-TOT-RESO TO WS-RESO-LAV
           PERFORM CALCOLA-TASSO
           MOVE WS-TOT-VENDUTO TO WS-QUANTITA-ED
           MOVE WS-TOT-RESO TO WS-RESO-ED
           MOVE WS-TOT-IMPORTO TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE MESE: VENDUTO " WS-QUANTITA-ED
               "  RESO " WS-RESO-ED "  TASSO% " WS-TASSO-TESTO
               "  ACCREDITATO " WS-IMPORTO-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "AUTORIZZAZIONI APERTE NEL MESE ANCORA DA RICEVERE: "
               WS-APERTI-DA-RICEVERE "  ANNULLATE: "
               WS-APERTI-ANNULLATI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT.

       SCRIVI-RIGA-PRODOTTO.
           MOVE SPACES TO WS-DESCRIZIONE
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-ART-CODICE(INDICE-ARTICOLO), WS-DESCRIZIONE,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           END-IF
           MOVE WS-ART-VENDUTO(INDICE-ARTICOLO) TO WS-VENDUTO-LAV
           MOVE WS-ART-RESO(INDICE-ARTICOLO) TO WS-RESO-LAV
           PERFORM CALCOLA-TASSO
           MOVE WS-VENDUTO-LAV TO WS-QUANTITA-ED
           MOVE WS-RESO-LAV TO WS-RESO-ED
           MOVE WS-ART-NUMERO(INDICE-ARTICOLO) TO WS-NUMERO-ED
           MOVE WS-ART-IMPORTO(INDICE-ARTICOLO) TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-REPORT
           STRING WS-ART-CODICE(INDICE-ARTICOLO) " " WS-DESCRIZIONE
               " " WS-QUANTITA-ED " " WS-RESO-ED " " WS-TASSO-TESTO
               " " WS-NUMERO-ED " " WS-IMPORTO-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *La quota e' la parte della quantita' resa del mese dovuta
      *alla causale.
       SCRIVI-RIGA-CAUSALE.
           IF INDICE-CAUSALE > NUM-CAUSALI-RESO
               IF WS-CAT-NUMERO(INDICE-CAUSALE) = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "CAUSALE NON IN TABELLA" TO WS-DESCRIZIONE
           ELSE
               MOVE CAU-DESCRIZIONE(INDICE-CAUSALE) TO WS-DESCRIZIONE
           END-IF
           MOVE WS-TOT-RESO TO WS-VENDUTO-LAV
           MOVE WS-CAT-RESO(INDICE-CAUSALE) TO WS-RESO-LAV
           PERFORM CALCOLA-TASSO
           MOVE WS-CAT-NUMERO(INDICE-CAUSALE) TO WS-NUMERO-ED
           MOVE WS-RESO-LAV TO WS-RESO-ED
           MOVE WS-CAT-IMPORTO(INDICE-CAUSALE) TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-REPORT
           IF INDICE-CAUSALE > NUM-CAUSALI-RESO
               STRING "?? " WS-DESCRIZIONE
                   " " WS-NUMERO-ED " " WS-RESO-ED " "
                   WS-TASSO-TESTO " " WS-IMPORTO-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               STRING CAU-CODICE(INDICE-CAUSALE) " " WS-DESCRIZIONE
                   " " WS-NUMERO-ED " " WS-RESO-ED " "
                   WS-TASSO-TESTO " " WS-IMPORTO-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT.

       SCRIVI-RIGA-CLIENTE.
           MOVE WS-CLI-VENDUTO(INDICE-CLIENTE) TO WS-VENDUTO-LAV
           MOVE WS-CLI-RESO(INDICE-CLIENTE) TO WS-RESO-LAV
           PERFORM CALCOLA-TASSO
           MOVE WS-VENDUTO-LAV TO WS-QUANTITA-ED
           MOVE WS-RESO-LAV TO WS-RESO-ED
           MOVE WS-CLI-NUMERO(INDICE-CLIENTE) TO WS-NUMERO-ED
           MOVE WS-CLI-IMPORTO(INDICE-CLIENTE) TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-REPORT
           STRING WS-CLI-ID(INDICE-CLIENTE) " " WS-QUANTITA-ED " "
               WS-RESO-ED " " WS-TASSO-TESTO " " WS-NUMERO-ED " "
               WS-IMPORTO-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
