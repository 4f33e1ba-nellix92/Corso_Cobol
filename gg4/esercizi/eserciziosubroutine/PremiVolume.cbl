       IDENTIFICATION DIVISION.
       PROGRAM-ID. PremiVolume.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Premi di fine anno sul volume d'affari: finora l'ufficio
      *commerciale li ricavava a mano dall'output di
      *ReportVenditeClienti. Gli accordi stanno in Premi-accordi.txt
      *(tracciato ACCORDO-PREMIO), per cliente o per gruppo di
      *clienti-relazioni.txt, con gli scaglioni di soglia e
      *percentuale. Questo passo legge Vendite-dettaglio.txt (trailer
      *TRL riconciliato) e somma per cliente il fatturato netto
      *dell'anno, note di credito comprese; non fanno fatturato gli
      *addebiti di interessi (INTERESSI-CODICE-PRODOTTO) ne' i premi
      *gia' accreditati (PREMI-CODICE-PRODOTTO). Per ogni accordo
      *valido nell'anno si somma il fatturato dei clienti coperti, si
      *trova lo scaglione raggiunto e si calcola il premio; un
      *cliente coperto da due accordi conta solo nel primo, e
      *l'estratto lo segnala. L'estratto esce in
      *Premi-volume-AAAA.txt; i premi per il beneficiario (cliente o
      *capogruppo) vanno in Premi-volume-proposte.txt, dove restano
      *finche' un supervisore non li approva con RilasciaPremi, che
      *ne fa note di credito nel feed. Un beneficiario gia' premiato
      *per l'anno (Premi-volume-emessi.txt) non si ricalcola. L'anno
      *arriva dall'ambiente (PREMI_ANNO) quando gira dal batch,
      *altrimenti si chiede a video; l'anno in corso non si premia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-ACCORDI ASSIGN TO "Premi-accordi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCORDI-STATUS.
           SELECT FILE-RELAZIONI ASSIGN TO "clienti-relazioni.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELAZIONI-STATUS.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-EMESSI ASSIGN TO "Premi-volume-emessi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMESSI-STATUS.
           SELECT FILE-PROPOSTE
               ASSIGN TO "Premi-volume-proposte.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSTE-STATUS.
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
       FD FILE-ACCORDI.
       COPY ACCORDO-PREMIO.

       FD FILE-RELAZIONI.
       01 RECORD-RELAZIONE.
           05 REL-ID-CAPO PIC 9(6).
           05 REL-ID-MEMBRO PIC 9(6).
           05 REL-RUOLO PIC X.

       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-ID-CLIENTE PIC 9(6).
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA.
               10 DET-ANNO PIC 9(4).
               10 DET-MESE PIC 99.
               10 DET-GIORNO PIC 99.
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

      *Registro dei premi gia' accreditati, scritto da RilasciaPremi.
       FD FILE-EMESSI.
       01 RECORD-EMESSO.
           05 EMS-ANNO PIC 9(4).
           05 EMS-ID-CLIENTE PIC 9(6).
           05 EMS-REGIONE PIC 99.
           05 EMS-IMPORTO PIC 9(9)V99.
           05 EMS-DATA PIC 9(8).
           05 EMS-TIMESTAMP PIC X(14).
           05 EMS-OPERATORE PIC X(8).

      *Premio proposto per il beneficiario dell'accordo: importo
      *positivo, la nota di credito lo porta con il segno meno.
       FD FILE-PROPOSTE.
       01 RECORD-PROPOSTA.
           05 PPR-ANNO PIC 9(4).
           05 PPR-ID-CLIENTE PIC 9(6).
           05 PPR-REGIONE PIC 99.
           05 PPR-FATTURATO PIC S9(11)V99.
           05 PPR-PERCENTUALE PIC 99V99.
           05 PPR-IMPORTO PIC 9(9)V99.
           05 PPR-DATA-CALCOLO PIC 9(8).

       FD FILE-ESTRATTO.
       01 RIGA-ESTRATTO PIC X(100).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-ACCORDI-STATUS PIC XX.
       01 WS-RELAZIONI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-EMESSI-STATUS PIC XX.
       01 WS-PROPOSTE-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-CLIENTI-APERTO PIC X VALUE 'N'.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-ANNO-TESTO PIC X(10).
       01 WS-ANNO PIC 9(4).
       01 WS-NOME-ESTRATTO PIC X(40).
       01 WS-TABELLE-PIENE PIC X VALUE 'N'.
      *Codici che non fanno fatturato.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Accordi validi nell'anno, nell'ordine del file.
       01 WS-NUM-ACCORDI PIC 9(3) VALUE 0.
       01 WS-ACCORDI-TABELLA.
           05 WS-ACC-ENTRY OCCURS 500 TIMES.
               10 WS-ACC-RECORD PIC X(90).
       01 INDICE-ACCORDO PIC 9(3).
       01 INDICE-SCAGLIONE PIC 9.
      *Relazioni membro -> capogruppo.
       01 WS-NUM-RELAZIONI PIC 9(4) VALUE 0.
       01 WS-RELAZIONI-TABELLA.
           05 WS-REL-ENTRY OCCURS 1000 TIMES.
               10 WS-REL-CAPO PIC 9(6).
               10 WS-REL-MEMBRO PIC 9(6).
       01 INDICE-REL PIC 9(4).
      *Fatturato netto dell'anno per cliente, con la regione
      *dell'ultimo movimento e il segno di copertura da un accordo.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 3000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-FATTURATO PIC S9(11)V99.
               10 WS-CLI-REGIONE PIC 99.
               10 WS-CLI-DATA PIC 9(8).
               10 WS-CLI-COPERTO PIC X.
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-TROVATO PIC X.
       01 WS-CERCA-ID PIC 9(6).
      *Beneficiari gia' premiati nell'anno.
       01 WS-NUM-EMESSI PIC 9(4) VALUE 0.
       01 WS-EMESSI-TABELLA.
           05 WS-EMS-ID OCCURS 1000 TIMES PIC 9(6).
       01 INDICE-EMESSO PIC 9(4).
       01 WS-GIA-EMESSO PIC X.
      *Proposte di altri anni, riscritte cosi' come sono.
       01 WS-NUM-ALTRE PIC 9(4) VALUE 0.
       01 WS-ALTRE-TABELLA.
           05 WS-ALTRA-RECORD OCCURS 1000 TIMES PIC X(48).
       01 INDICE-ALTRA PIC 9(4).
      *Premi calcolati in questo giro.
       01 WS-NUM-PREMI PIC 9(3) VALUE 0.
       01 WS-PREMI-TABELLA.
           05 WS-PRM-ENTRY OCCURS 500 TIMES.
               10 WS-PRM-ID-CLIENTE PIC 9(6).
               10 WS-PRM-REGIONE PIC 99.
               10 WS-PRM-FATTURATO PIC S9(11)V99.
               10 WS-PRM-PERCENTUALE PIC 99V99.
               10 WS-PRM-IMPORTO PIC 9(9)V99.
       01 INDICE-PREMIO PIC 9(3).
      *Lavoro sull'accordo corrente.
       01 WS-ACC-FATTURATO PIC S9(11)V99.
       01 WS-ACC-PERCENTUALE PIC 99V99.
       01 WS-ACC-PREMIO PIC 9(9)V99.
       01 WS-ACC-REGIONE PIC 99.
       01 WS-ACC-DATA-REGIONE PIC 9(8).
       01 WS-ACC-CLIENTI PIC 9(3).
       01 WS-RUOLO-ED PIC X(12).
      *Stato del feed e totali.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-TOTALE-PREMI PIC 9(11)V99 VALUE 0.
       01 WS-ACCORDI-SENZA-PREMIO PIC 9(3) VALUE 0.
       01 WS-ACCORDI-GIA-EMESSI PIC 9(3) VALUE 0.
       01 WS-NOME-COMPLETO PIC X(25).
       01 WS-IMPORTO-ED PIC -(10)9.99.
       01 WS-PREMIO-ED PIC Z(8)9.99.
       01 WS-SOGLIA-ED PIC Z(8)9.99.
       01 WS-PERC-ED PIC Z9.99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "PREMI_ANNO"
           IF WS-ANNO-TESTO NOT = SPACES
               COMPUTE WS-ANNO = FUNCTION NUMVAL(WS-ANNO-TESTO)
           ELSE
               DISPLAY "Anno dei premi a volume (AAAA): "
               ACCEPT WS-ANNO
           END-IF
           IF WS-ANNO < 1601
               DISPLAY "ANNO NON VALIDO: " WS-ANNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ANNO >= WS-OGGI(1:4)
               DISPLAY "PREMI RIFIUTATI: l'anno " WS-ANNO
                   " non e' ancora concluso."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEGGI-PARAMETRI
           PERFORM CARICA-ACCORDI
           IF WS-NUM-ACCORDI = 0
               DISPLAY "NESSUN ACCORDO DI PREMIO VALIDO NEL " WS-ANNO
                   " (Premi-accordi.txt)."
               STOP RUN
           END-IF
           PERFORM CARICA-RELAZIONI
           PERFORM CARICA-EMESSI
           PERFORM CARICA-ALTRE-PROPOSTE
           PERFORM CARICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "PREMI RIFIUTATI: Vendite-dettaglio.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "OLTRE 500 ACCORDI, 1000 RELAZIONI, 3000 "
                   "CLIENTI O 1000 PROPOSTE: PREMI RIFIUTATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCRIVI-ESTRATTO
           PERFORM SCRIVI-PROPOSTE
           MOVE WS-TOTALE-PREMI TO WS-PREMIO-ED
           DISPLAY "PREMI A VOLUME " WS-ANNO ": " WS-NUM-ACCORDI
               " ACCORDI, " WS-NUM-PREMI " PREMI PER " WS-PREMIO-ED
           IF WS-ACCORDI-GIA-EMESSI > 0
               DISPLAY "  ACCORDI GIA' ACCREDITATI NELL'ANNO: "
                   WS-ACCORDI-GIA-EMESSI
           END-IF
           DISPLAY "ESTRATTO IN " WS-NOME-ESTRATTO
           DISPLAY "PREMI IN ATTESA DI APPROVAZIONE IN "
               "Premi-volume-proposte.txt (RilasciaPremi)"
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

       CARICA-ACCORDI.
           OPEN INPUT FILE-ACCORDI
           IF WS-ACCORDI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ACCORDI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ACP-ANNO-DAL NOT > WS-ANNO
                           AND ACP-ANNO-AL NOT < WS-ANNO
                           AND (ACP-PER-CLIENTE OR ACP-PER-GRUPPO)
                           IF WS-NUM-ACCORDI < 500
                               ADD 1 TO WS-NUM-ACCORDI
                               MOVE RECORD-ACCORDO-PREMIO
                                   TO WS-ACC-RECORD(WS-NUM-ACCORDI)
                           ELSE
                               MOVE 'S' TO WS-TABELLE-PIENE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ACCORDI.

       CARICA-RELAZIONI.
           OPEN INPUT FILE-RELAZIONI
           IF WS-RELAZIONI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RELAZIONI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-RELAZIONI < 1000
                           ADD 1 TO WS-NUM-RELAZIONI
                           MOVE REL-ID-CAPO
                               TO WS-REL-CAPO(WS-NUM-RELAZIONI)
                           MOVE REL-ID-MEMBRO
                               TO WS-REL-MEMBRO(WS-NUM-RELAZIONI)
                       ELSE
                           MOVE 'S' TO WS-TABELLE-PIENE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RELAZIONI.

       CARICA-EMESSI.
           OPEN INPUT FILE-EMESSI
           IF WS-EMESSI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-EMESSI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF EMS-ANNO = WS-ANNO
                           AND WS-NUM-EMESSI < 1000
                           ADD 1 TO WS-NUM-EMESSI
                           MOVE EMS-ID-CLIENTE
                               TO WS-EMS-ID(WS-NUM-EMESSI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-EMESSI.

      *Le proposte dell'anno si rifanno da capo; quelle degli altri
      *anni, ancora da approvare, restano.
       CARICA-ALTRE-PROPOSTE.
           OPEN INPUT FILE-PROPOSTE
           IF WS-PROPOSTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PROPOSTE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PPR-ANNO NOT = WS-ANNO
                           IF WS-NUM-ALTRE < 1000
                               ADD 1 TO WS-NUM-ALTRE
                               MOVE RECORD-PROPOSTA
                                   TO WS-ALTRA-RECORD(WS-NUM-ALTRE)
                           ELSE
                               MOVE 'S' TO WS-TABELLE-PIENE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PROPOSTE.

       CARICA-DETTAGLIO.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
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
                               IF DET-ANNO = WS-ANNO
                                   AND DET-CODICE-PRODOTTO
                                       NOT = WS-CODICE-INTERESSI
                                   AND DET-CODICE-PRODOTTO
                                       NOT = WS-CODICE-PREMI
                                   PERFORM ACCUMULA-CLIENTE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       ACCUMULA-CLIENTE.
           MOVE DET-ID-CLIENTE TO WS-CERCA-ID
           PERFORM CERCA-CLIENTE
           IF WS-CLI-TROVATO = 'N'
               IF WS-NUM-CLIENTI >= 3000
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-CLIENTI
               MOVE WS-NUM-CLIENTI TO INDICE-CLIENTE
               MOVE DET-ID-CLIENTE TO WS-CLI-ID(INDICE-CLIENTE)
               MOVE 0 TO WS-CLI-FATTURATO(INDICE-CLIENTE)
               MOVE 0 TO WS-CLI-DATA(INDICE-CLIENTE)
               MOVE 'N' TO WS-CLI-COPERTO(INDICE-CLIENTE)
           END-IF
           ADD DET-IMPORTO TO WS-CLI-FATTURATO(INDICE-CLIENTE)
           IF DET-DATA NOT < WS-CLI-DATA(INDICE-CLIENTE)
               MOVE DET-DATA TO WS-CLI-DATA(INDICE-CLIENTE)
               MOVE DET-REGIONE-NUM TO WS-CLI-REGIONE(INDICE-CLIENTE)
           END-IF.

      *Lascia INDICE-CLIENTE sulla voce di WS-CERCA-ID se c'e'.
       CERCA-CLIENTE.
           MOVE 'N' TO WS-CLI-TROVATO
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
                   OR WS-CLI-TROVATO = 'S'
               IF WS-CLI-ID(INDICE-CLIENTE) = WS-CERCA-ID
                   MOVE 'S' TO WS-CLI-TROVATO
               END-IF
           END-PERFORM
           IF WS-CLI-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-CLIENTE
           END-IF.

       SCRIVI-ESTRATTO.
           MOVE SPACES TO WS-NOME-ESTRATTO
           STRING "Premi-volume-" WS-ANNO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ESTRATTO
           CALL 'REGISTRA-GENERATO' USING WS-NOME-ESTRATTO
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE 'S' TO WS-CLIENTI-APERTO
           END-IF
           OPEN OUTPUT FILE-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "PREMI A VOLUME - ANNO " WS-ANNO
               " - CALCOLO DEL " WS-OGGI(7:2) "/" WS-OGGI(5:2) "/"
               WS-OGGI(1:4)
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           PERFORM VARYING INDICE-ACCORDO FROM 1 BY 1
               UNTIL INDICE-ACCORDO > WS-NUM-ACCORDI
               PERFORM LAVORA-ACCORDO
           END-PERFORM
           MOVE ALL "=" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE WS-TOTALE-PREMI TO WS-PREMIO-ED
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "ACCORDI: " WS-NUM-ACCORDI "  PREMI: " WS-NUM-PREMI
               "  SENZA PREMIO: " WS-ACCORDI-SENZA-PREMIO
               "  GIA' ACCREDITATI: " WS-ACCORDI-GIA-EMESSI
               "  TOTALE PREMI " WS-PREMIO-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           CLOSE FILE-ESTRATTO
           IF WS-CLIENTI-APERTO = 'S'
               CLOSE CLIENTI-IDX
           END-IF.

      *Un accordo: intestazione con gli scaglioni, una riga per
      *cliente coperto, fatturato, scaglione raggiunto e premio.
       LAVORA-ACCORDO.
           MOVE WS-ACC-RECORD(INDICE-ACCORDO) TO RECORD-ACCORDO-PREMIO
           MOVE ALL "=" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE ACP-ID-CLIENTE TO WS-CERCA-ID
           PERFORM NOME-CLIENTE
           MOVE SPACES TO RIGA-ESTRATTO
           IF ACP-PER-GRUPPO
               STRING "ACCORDO DI GRUPPO - CAPOGRUPPO "
                   ACP-ID-CLIENTE " " WS-NOME-COMPLETO
                   DELIMITED BY SIZE INTO RIGA-ESTRATTO
           ELSE
               STRING "ACCORDO CLIENTE " ACP-ID-CLIENTE " "
                   WS-NOME-COMPLETO
                   DELIMITED BY SIZE INTO RIGA-ESTRATTO
           END-IF
           WRITE RIGA-ESTRATTO
           PERFORM VARYING INDICE-SCAGLIONE FROM 1 BY 1
               UNTIL INDICE-SCAGLIONE > 5
               IF ACP-PERCENTUALE(INDICE-SCAGLIONE) > 0
                   MOVE ACP-SOGLIA(INDICE-SCAGLIONE) TO WS-SOGLIA-ED
                   MOVE ACP-PERCENTUALE(INDICE-SCAGLIONE)
                       TO WS-PERC-ED
                   MOVE SPACES TO RIGA-ESTRATTO
                   STRING "  SCAGLIONE DA " WS-SOGLIA-ED "  "
                       WS-PERC-ED "%"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
                   WRITE RIGA-ESTRATTO
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-GIA-EMESSO
           PERFORM VARYING INDICE-EMESSO FROM 1 BY 1
               UNTIL INDICE-EMESSO > WS-NUM-EMESSI
               IF WS-EMS-ID(INDICE-EMESSO) = ACP-ID-CLIENTE
                   MOVE 'S' TO WS-GIA-EMESSO
               END-IF
           END-PERFORM
           IF WS-GIA-EMESSO = 'S'
               ADD 1 TO WS-ACCORDI-GIA-EMESSI
               MOVE SPACES TO RIGA-ESTRATTO
               STRING "  PREMIO DELL'ANNO GIA' ACCREDITATO "
                   "(Premi-volume-emessi.txt): NON SI RICALCOLA"
                   DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WRITE RIGA-ESTRATTO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACC-FATTURATO
           MOVE 0 TO WS-ACC-CLIENTI
           MOVE 0 TO WS-ACC-REGIONE
           MOVE 0 TO WS-ACC-DATA-REGIONE
           MOVE ACP-ID-CLIENTE TO WS-CERCA-ID
           MOVE "TITOLARE" TO WS-RUOLO-ED
           PERFORM SOMMA-CLIENTE-ACCORDO
           IF ACP-PER-GRUPPO
               MOVE "MEMBRO" TO WS-RUOLO-ED
               PERFORM VARYING INDICE-REL FROM 1 BY 1
                   UNTIL INDICE-REL > WS-NUM-RELAZIONI
                   IF WS-REL-CAPO(INDICE-REL) = ACP-ID-CLIENTE
                       AND WS-REL-MEMBRO(INDICE-REL)
                           NOT = ACP-ID-CLIENTE
                       MOVE WS-REL-MEMBRO(INDICE-REL) TO WS-CERCA-ID
                       PERFORM SOMMA-CLIENTE-ACCORDO
                   END-IF
               END-PERFORM
           END-IF
           PERFORM TROVA-SCAGLIONE
           MOVE WS-ACC-FATTURATO TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  FATTURATO NETTO DELL'ACCORDO          "
               WS-IMPORTO-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           IF WS-ACC-PERCENTUALE = 0
               ADD 1 TO WS-ACCORDI-SENZA-PREMIO
               MOVE "  NESSUNO SCAGLIONE RAGGIUNTO: NESSUN PREMIO"
                   TO RIGA-ESTRATTO
               WRITE RIGA-ESTRATTO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACC-PREMIO ROUNDED =
               WS-ACC-FATTURATO * WS-ACC-PERCENTUALE / 100
           MOVE WS-ACC-PERCENTUALE TO WS-PERC-ED
           MOVE WS-ACC-PREMIO TO WS-PREMIO-ED
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  PREMIO AL " WS-PERC-ED "% DA ACCREDITARE A "
               ACP-ID-CLIENTE "         " WS-PREMIO-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           IF WS-NUM-PREMI < 500
               ADD 1 TO WS-NUM-PREMI
               MOVE ACP-ID-CLIENTE TO WS-PRM-ID-CLIENTE(WS-NUM-PREMI)
               MOVE WS-ACC-REGIONE TO WS-PRM-REGIONE(WS-NUM-PREMI)
               MOVE WS-ACC-FATTURATO
                   TO WS-PRM-FATTURATO(WS-NUM-PREMI)
               MOVE WS-ACC-PERCENTUALE
                   TO WS-PRM-PERCENTUALE(WS-NUM-PREMI)
               MOVE WS-ACC-PREMIO TO WS-PRM-IMPORTO(WS-NUM-PREMI)
               ADD WS-ACC-PREMIO TO WS-TOTALE-PREMI
           END-IF.

      *Il cliente WS-CERCA-ID entra nell'accordo corrente se ha
      *movimenti nell'anno e non e' gia' coperto da un accordo
      *precedente. La regione della nota di credito e' quella del
      *titolare o, se il titolare non ha movimenti, del cliente del
      *gruppo con il movimento piu' recente.
       SOMMA-CLIENTE-ACCORDO.
           PERFORM CERCA-CLIENTE
           IF WS-CLI-TROVATO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM NOME-CLIENTE
           MOVE WS-CLI-FATTURATO(INDICE-CLIENTE) TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-ESTRATTO
           IF WS-CLI-COPERTO(INDICE-CLIENTE) = 'S'
               STRING "  " WS-RUOLO-ED WS-CERCA-ID " "
                   WS-NOME-COMPLETO " GIA' IN UN ALTRO ACCORDO"
                   DELIMITED BY SIZE INTO RIGA-ESTRATTO
               WRITE RIGA-ESTRATTO
               EXIT PARAGRAPH
           END-IF
           STRING "  " WS-RUOLO-ED WS-CERCA-ID " " WS-NOME-COMPLETO
               " " WS-IMPORTO-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE 'S' TO WS-CLI-COPERTO(INDICE-CLIENTE)
           ADD 1 TO WS-ACC-CLIENTI
           ADD WS-CLI-FATTURATO(INDICE-CLIENTE) TO WS-ACC-FATTURATO
           IF WS-CERCA-ID = ACP-ID-CLIENTE
               MOVE WS-CLI-REGIONE(INDICE-CLIENTE) TO WS-ACC-REGIONE
               MOVE 99999999 TO WS-ACC-DATA-REGIONE
           ELSE
               IF WS-CLI-DATA(INDICE-CLIENTE) > WS-ACC-DATA-REGIONE
                   MOVE WS-CLI-REGIONE(INDICE-CLIENTE)
                       TO WS-ACC-REGIONE
                   MOVE WS-CLI-DATA(INDICE-CLIENTE)
                       TO WS-ACC-DATA-REGIONE
               END-IF
           END-IF.

      *Scaglione piu' alto con soglia raggiunta; un fatturato netto
      *nullo o negativo non raggiunge nulla.
       TROVA-SCAGLIONE.
           MOVE 0 TO WS-ACC-PERCENTUALE
           IF WS-ACC-FATTURATO NOT > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-SCAGLIONE FROM 1 BY 1
               UNTIL INDICE-SCAGLIONE > 5
               IF ACP-PERCENTUALE(INDICE-SCAGLIONE) > 0
                   AND WS-ACC-FATTURATO
                       NOT < ACP-SOGLIA(INDICE-SCAGLIONE)
                   MOVE ACP-PERCENTUALE(INDICE-SCAGLIONE)
                       TO WS-ACC-PERCENTUALE
               END-IF
           END-PERFORM.

       NOME-CLIENTE.
           MOVE SPACES TO WS-NOME-COMPLETO
           IF WS-CLIENTI-APERTO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CERCA-ID TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   MOVE "NON IN ANAGRAFICA" TO WS-NOME-COMPLETO
               NOT INVALID KEY
                   STRING NOME-IDX DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       COGNOME-IDX DELIMITED BY SPACE
                       INTO WS-NOME-COMPLETO
           END-READ.

       SCRIVI-PROPOSTE.
           OPEN OUTPUT FILE-PROPOSTE
           PERFORM VARYING INDICE-ALTRA FROM 1 BY 1
               UNTIL INDICE-ALTRA > WS-NUM-ALTRE
               MOVE WS-ALTRA-RECORD(INDICE-ALTRA) TO RECORD-PROPOSTA
               WRITE RECORD-PROPOSTA
           END-PERFORM
           PERFORM VARYING INDICE-PREMIO FROM 1 BY 1
               UNTIL INDICE-PREMIO > WS-NUM-PREMI
               MOVE WS-ANNO TO PPR-ANNO
               MOVE WS-PRM-ID-CLIENTE(INDICE-PREMIO) TO PPR-ID-CLIENTE
               MOVE WS-PRM-REGIONE(INDICE-PREMIO) TO PPR-REGIONE
               MOVE WS-PRM-FATTURATO(INDICE-PREMIO) TO PPR-FATTURATO
               MOVE WS-PRM-PERCENTUALE(INDICE-PREMIO)
                   TO PPR-PERCENTUALE
               MOVE WS-PRM-IMPORTO(INDICE-PREMIO) TO PPR-IMPORTO
               MOVE WS-OGGI TO PPR-DATA-CALCOLO
               WRITE RECORD-PROPOSTA
           END-PERFORM
           CLOSE FILE-PROPOSTE.

           COPY TESTATA-CONTROLLI.
