       IDENTIFICATION DIVISION.
       PROGRAM-ID. InteressiMora.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Interessi di mora mensili sulle partite in ritardo: finora il
      *ritardo costava al cliente solo una lettera di sollecito.
      *Questo passo legge Vendite-partite.txt (trailer TRL
      *riconciliato) e per ogni partita calcola gli interessi maturati
      *nel mese scelto tra la scadenza (PAR-DATA-SCADENZA, secondo i
      *termini del cliente) e la fine del mese, o la data incasso se
      *la partita e' stata pagata in ritardo nel mese. Le partite
      *stralciate non maturano niente. Il tasso annuo arriva da
      *Interessi-tassi.txt con data di decorrenza, nello stile di
      *Commissioni-tassi.txt: per ogni giorno del mese vale il tasso
      *con decorrenza piu' recente non successiva al giorno, cosi' un
      *cambio di tasso a meta' mese divide il calcolo. Base anno
      *civile di 365 giorni.
      *I clienti segnati esenti in clienti-esenti-mora.txt (mantenuto
      *da CLIENTI-MAINT) hanno il loro estratto con gli interessi
      *calcolati ma non addebitati. Esce l'estratto per cliente in
      *Vendite-interessi-AAAAMM.txt; gli addebiti per cliente e
      *regione vanno in Vendite-interessi-pendenti.txt, dove restano
      *finche' un supervisore non li rilascia con RilasciaInteressi
      *nel feed di dettaglio. Un periodo gia' rilasciato (presente in
      *Vendite-interessi-addebitati.txt) non si ricalcola, e le
      *partite nate da un addebito di interessi non maturano a loro
      *volta interessi. Il periodo (AAAAMM) arriva dall'ambiente
      *(INTERESSI_PERIODO) quando gira dal batch, altrimenti si chiede
      *a video.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-TASSI ASSIGN TO "Interessi-tassi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TASSI-STATUS.
           SELECT FILE-ESENTI ASSIGN TO "clienti-esenti-mora.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESENTI-STATUS.
           SELECT FILE-ADDEBITATI
               ASSIGN TO "Vendite-interessi-addebitati.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADDEBITATI-STATUS.
           SELECT FILE-PENDENTI
               ASSIGN TO "Vendite-interessi-pendenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDENTI-STATUS.
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
       FD FILE-PARTITE.
       COPY PARTITA-REC.

      *Tasso annuo percentuale di mora con data di decorrenza.
       FD FILE-TASSI.
       01 RECORD-TASSO.
           05 TAS-DATA-EFFETTO PIC 9(8).
           05 TAS-TASSO PIC 9(2)V9(4).

      *Clienti esenti dagli interessi di mora, con data e sigla di chi
      *ha concesso l'esenzione.
       FD FILE-ESENTI.
       01 RECORD-ESENTE.
           05 ESM-ID-CLIENTE PIC 9(6).
           05 ESM-DATA PIC 9(8).
           05 ESM-OPERATORE PIC X(8).

      *Registro degli addebiti rilasciati da RilasciaInteressi: la
      *data e' quella del movimento scritto nel feed di dettaglio.
       FD FILE-ADDEBITATI.
       01 RECORD-ADDEBITATO.
           05 ADD-PERIODO PIC 9(6).
           05 ADD-ID-CLIENTE PIC 9(6).
           05 ADD-REGIONE PIC 99.
           05 ADD-IMPORTO PIC S9(7)V99.
           05 ADD-DATA PIC 9(8).
           05 ADD-TIMESTAMP PIC X(14).
           05 ADD-OPERATORE PIC X(8).

      *Addebiti calcolati in attesa di rilascio, per cliente e
      *regione.
       FD FILE-PENDENTI.
       01 RECORD-PENDENTE.
           05 PND-PERIODO PIC 9(6).
           05 PND-ID-CLIENTE PIC 9(6).
           05 PND-REGIONE PIC 99.
           05 PND-IMPORTO PIC S9(7)V99.
           05 PND-DATA-CALCOLO PIC 9(8).

       FD FILE-ESTRATTO.
       01 RIGA-ESTRATTO PIC X(80).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-TASSI-STATUS PIC XX.
       01 WS-ESENTI-STATUS PIC XX.
       01 WS-ADDEBITATI-STATUS PIC XX.
       01 WS-PENDENTI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-NOME-ESTRATTO PIC X(40).
      *Periodo di calcolo e suoi estremi.
       01 WS-PERIODO-TESTO PIC X(6).
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANNO PIC 9(4).
           05 WS-PERIODO-MESE PIC 99.
       01 WS-INIZIO-MESE PIC 9(8).
       01 WS-MESE-SUCCESSIVO PIC 9(8).
       01 WS-INIZIO-INTERO PIC 9(7).
       01 WS-FINE-INTERO PIC 9(7).
       01 WS-GIORNI-MESE PIC 99.
      *Tassi caricati e tasso annuo di ogni giorno del mese.
       01 WS-NUM-TASSI PIC 9(3) VALUE 0.
       01 WS-TASSI-TABELLA.
           05 WS-TASSO-ENTRY OCCURS 100 TIMES.
               10 WS-TAS-DATA PIC 9(8).
               10 WS-TAS-TASSO PIC 9(2)V9(4).
       01 INDICE-TASSO PIC 9(3).
       01 WS-TASSO-DATA PIC 9(8).
       01 WS-GIORNI-TABELLA.
           05 WS-TASSO-GIORNO OCCURS 31 TIMES PIC 9(2)V9(4).
       01 WS-GIORNO-PRESENTE OCCURS 31 TIMES PIC X.
       01 INDICE-GIORNO PIC 99.
       01 WS-DATA-GIORNO PIC 9(8).
       01 WS-GIORNI-SENZA-TASSO PIC 99 VALUE 0.
      *Clienti esenti.
       01 WS-NUM-ESENTI PIC 9(4) VALUE 0.
       01 WS-ESENTI-TABELLA.
           05 WS-ESENTE-ID OCCURS 1000 TIMES PIC 9(6).
       01 INDICE-ESENTE PIC 9(4).
      *Addebiti gia' rilasciati: periodo e movimento generato.
       01 WS-NUM-ADDEBITATI PIC 9(4) VALUE 0.
       01 WS-ADDEBITATI-TABELLA.
           05 WS-ADD-ENTRY OCCURS 3000 TIMES.
               10 WS-ADD-PERIODO PIC 9(6).
               10 WS-ADD-ID-CLIENTE PIC 9(6).
               10 WS-ADD-REGIONE PIC 99.
               10 WS-ADD-DATA PIC 9(8).
       01 INDICE-ADDEBITATO PIC 9(4).
       01 WS-PERIODO-RILASCIATO PIC X VALUE 'N'.
       01 WS-DA-ADDEBITO PIC X.
      *Pendenti di altri periodi, da conservare alla riscrittura.
       01 WS-NUM-ALTRI PIC 9(4) VALUE 0.
       01 WS-ALTRI-TABELLA.
           05 WS-ALTRO-RECORD OCCURS 2000 TIMES PIC X(31).
       01 INDICE-ALTRO PIC 9(4).
      *Verifica trailer del partitario.
       01 WS-PAR-LETTI PIC 9(6) VALUE 0.
       01 WS-PAR-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-PAR-QUADRA PIC X VALUE 'N'.
      *Partitario in tabella con gli interessi di ogni partita.
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
       01 WS-INTERESSI-TABELLA.
           05 WS-INT-ENTRY OCCURS 5000 TIMES.
               10 WS-INT-GIORNI PIC 99.
               10 WS-INT-IMPORTO PIC S9(7)V99.
       01 INDICE-PARTITA PIC 9(5).
       01 WS-PARTITE-PIENE PIC X VALUE 'N'.
      *Appoggi del calcolo di una partita.
       01 WS-DA-INTERO PIC 9(7).
       01 WS-A-INTERO PIC 9(7).
       01 WS-DA-GIORNO PIC S99.
       01 WS-A-GIORNO PIC S99.
       01 WS-SOMMA-TASSI PIC 9(5)V9(4).
      *Clienti con interessi nel periodo, e addebiti per regione.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 1000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-ESENTE PIC X.
               10 WS-CLI-TOTALE PIC S9(9)V99.
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-POSIZIONE PIC 9(4).
       01 WS-NUM-ADDEBITI PIC 9(4) VALUE 0.
       01 WS-ADDEBITI-TABELLA.
           05 WS-ADB-ENTRY OCCURS 2000 TIMES.
               10 WS-ADB-ID-CLIENTE PIC 9(6).
               10 WS-ADB-REGIONE PIC 99.
               10 WS-ADB-IMPORTO PIC S9(7)V99.
       01 INDICE-ADDEBITO PIC 9(4).
       01 WS-ADB-TROVATO PIC X.
       01 WS-TABELLE-PIENE PIC X VALUE 'N'.
      *Un addebito viaggia nel feed come un movimento a quantita' 1:
      *il prezzo unitario del tracciato non va oltre 99999.99.
       01 WS-MASSIMO-MOVIMENTO PIC S9(7)V99 VALUE 99999.99.
      *Appoggi dell'estratto.
       01 WS-CLIENTI-APERTO PIC X VALUE 'N'.
       01 WS-NOME-COMPLETO PIC X(21).
       01 WS-DATA-MOV-ED PIC X(10).
       01 WS-DATA-SCAD-ED PIC X(10).
       01 WS-DATA-TASSO-ED PIC X(10).
       01 WS-IMPORTO-ED PIC -(7)9.99.
       01 WS-INTERESSI-ED PIC -(6)9.99.
       01 WS-TOTALE-ED PIC -(8)9.99.
       01 WS-TASSO-ED PIC Z9.9999.
       01 WS-GIORNI-ED PIC Z9.
       01 WS-ULTIMO-TASSO PIC 9(2)V9(4).
      *Conteggi del giro.
       01 WS-PARTITE-CON-INTERESSI PIC 9(5) VALUE 0.
       01 WS-CLIENTI-ESENTI PIC 9(4) VALUE 0.
       01 WS-TOTALE-ADDEBITI PIC S9(11)V99 VALUE 0.
       01 WS-TOTALE-ESENTI PIC S9(11)V99 VALUE 0.
       01 WS-OLTRE-MASSIMO PIC 9(4) VALUE 0.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-PARTITE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           ACCEPT WS-PERIODO-TESTO FROM ENVIRONMENT "INTERESSI_PERIODO"
           IF WS-PERIODO-TESTO NOT = SPACES
               COMPUTE WS-PERIODO = FUNCTION NUMVAL(WS-PERIODO-TESTO)
           ELSE
               DISPLAY "Periodo degli interessi di mora (AAAAMM): "
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
           COMPUTE WS-INIZIO-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-INIZIO-MESE)
           COMPUTE WS-FINE-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-MESE-SUCCESSIVO) - 1
           COMPUTE WS-GIORNI-MESE =
               WS-FINE-INTERO - WS-INIZIO-INTERO + 1
           IF WS-FINE-INTERO >= FUNCTION INTEGER-OF-DATE(WS-OGGI)
               DISPLAY "INTERESSI RIFIUTATI: il periodo " WS-PERIODO
                   " non e' ancora concluso."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-TASSI
           PERFORM PREPARA-TASSI-GIORNO
           IF WS-GIORNI-SENZA-TASSO > 0
               DISPLAY "INTERESSI RIFIUTATI: " WS-GIORNI-SENZA-TASSO
                   " giorni del periodo senza tasso in "
                   "Interessi-tassi.txt."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-ADDEBITATI
           IF WS-PERIODO-RILASCIATO = 'S'
               DISPLAY "INTERESSI RIFIUTATI: il periodo " WS-PERIODO
                   " e' gia' stato addebitato."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-ESENTI
           PERFORM CARICA-PARTITE
           IF WS-PAR-QUADRA NOT = 'S'
               DISPLAY "INTERESSI RIFIUTATI: Vendite-partite.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTITE-PIENE = 'S'
               DISPLAY "PARTITARIO OLTRE LE 5000 VOCI, INTERESSI "
                   "RIFIUTATI PER NON PERDERE PARTITE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CALCOLA-INTERESSI
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "OLTRE 1000 CLIENTI O 2000 ADDEBITI NEL "
                   "PERIODO, INTERESSI RIFIUTATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-ALTRI-PENDENTI
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "Vendite-interessi-pendenti.txt OLTRE LE 2000 "
                   "RIGHE, INTERESSI RIFIUTATI."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCRIVI-ESTRATTI
           PERFORM SCRIVI-PENDENTI
           MOVE WS-TOTALE-ADDEBITI TO WS-TOTALE-ED
           DISPLAY "INTERESSI DI MORA " WS-PERIODO ": "
               WS-PARTITE-CON-INTERESSI " PARTITE, " WS-NUM-CLIENTI
               " CLIENTI, DA ADDEBITARE " WS-TOTALE-ED
           IF WS-CLIENTI-ESENTI > 0
               MOVE WS-TOTALE-ESENTI TO WS-TOTALE-ED
               DISPLAY "  CLIENTI ESENTI: " WS-CLIENTI-ESENTI
                   " INTERESSI NON ADDEBITATI " WS-TOTALE-ED
           END-IF
           IF WS-OLTRE-MASSIMO > 0
               DISPLAY "  ADDEBITI OLTRE 99999.99 NON MESSI IN "
                   "RILASCIO, DA TRATTARE A MANO: " WS-OLTRE-MASSIMO
           END-IF
           DISPLAY "ESTRATTO IN " WS-NOME-ESTRATTO
           DISPLAY "ADDEBITI IN ATTESA DI RILASCIO IN "
               "Vendite-interessi-pendenti.txt (RilasciaInteressi)"
           STOP RUN.

       CARICA-TASSI.
           OPEN INPUT FILE-TASSI
           IF WS-TASSI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-TASSI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TAS-DATA-EFFETTO IS NUMERIC
                           AND TAS-TASSO IS NUMERIC
                           AND WS-NUM-TASSI < 100
                           ADD 1 TO WS-NUM-TASSI
                           MOVE TAS-DATA-EFFETTO
                               TO WS-TAS-DATA(WS-NUM-TASSI)
                           MOVE TAS-TASSO
                               TO WS-TAS-TASSO(WS-NUM-TASSI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TASSI.

      *Tasso di ogni giorno del mese: decorrenza piu' recente non
      *successiva al giorno. Un giorno senza tasso blocca il giro,
      *invece di uscire con interessi a zero.
       PREPARA-TASSI-GIORNO.
           PERFORM VARYING INDICE-GIORNO FROM 1 BY 1
               UNTIL INDICE-GIORNO > WS-GIORNI-MESE
               COMPUTE WS-DATA-GIORNO = FUNCTION DATE-OF-INTEGER(
                   WS-INIZIO-INTERO + INDICE-GIORNO - 1)
               MOVE 0 TO WS-TASSO-GIORNO(INDICE-GIORNO)
               MOVE 'N' TO WS-GIORNO-PRESENTE(INDICE-GIORNO)
               MOVE 0 TO WS-TASSO-DATA
               PERFORM VARYING INDICE-TASSO FROM 1 BY 1
                   UNTIL INDICE-TASSO > WS-NUM-TASSI
                   IF WS-TAS-DATA(INDICE-TASSO) <= WS-DATA-GIORNO
                       AND WS-TAS-DATA(INDICE-TASSO) >= WS-TASSO-DATA
                       MOVE WS-TAS-DATA(INDICE-TASSO) TO WS-TASSO-DATA
                       MOVE WS-TAS-TASSO(INDICE-TASSO)
                           TO WS-TASSO-GIORNO(INDICE-GIORNO)
                       MOVE 'S' TO WS-GIORNO-PRESENTE(INDICE-GIORNO)
                   END-IF
               END-PERFORM
               IF WS-GIORNO-PRESENTE(INDICE-GIORNO) = 'N'
                   ADD 1 TO WS-GIORNI-SENZA-TASSO
               END-IF
           END-PERFORM.

       CARICA-ADDEBITATI.
           OPEN INPUT FILE-ADDEBITATI
           IF WS-ADDEBITATI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ADDEBITATI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ADD-PERIODO = WS-PERIODO
                           MOVE 'S' TO WS-PERIODO-RILASCIATO
                       END-IF
                       IF WS-NUM-ADDEBITATI < 3000
                           ADD 1 TO WS-NUM-ADDEBITATI
                           MOVE ADD-PERIODO
                               TO WS-ADD-PERIODO(WS-NUM-ADDEBITATI)
                           MOVE ADD-ID-CLIENTE
                               TO WS-ADD-ID-CLIENTE(WS-NUM-ADDEBITATI)
                           MOVE ADD-REGIONE
                               TO WS-ADD-REGIONE(WS-NUM-ADDEBITATI)
                           MOVE ADD-DATA
                               TO WS-ADD-DATA(WS-NUM-ADDEBITATI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ADDEBITATI.

       CARICA-ESENTI.
           OPEN INPUT FILE-ESENTI
           IF WS-ESENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ESENTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-ESENTI < 1000
                           ADD 1 TO WS-NUM-ESENTI
                           MOVE ESM-ID-CLIENTE
                               TO WS-ESENTE-ID(WS-NUM-ESENTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ESENTI.

       CARICA-PARTITE.
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-partite.txt, "
                   "STATUS: " WS-PARTITE-STATUS
               EXIT PARAGRAPH
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
               MOVE 0 TO PAR-LIVELLO-SOLLECITO PAR-DATA-SOLLECITO
           END-IF
           IF PAR-DATA-SCADENZA NOT NUMERIC
               MOVE PAR-DATA-MOVIMENTO TO PAR-DATA-SCADENZA
               MOVE 1 TO PAR-RATA
           END-IF
           IF PAR-DATA-INCASSO NOT NUMERIC
               MOVE 0 TO PAR-DATA-INCASSO
           END-IF
           ADD 1 TO WS-NUM-PARTITE
           MOVE PARTITA TO WS-PAR-ENTRY(WS-NUM-PARTITE)
           MOVE 0 TO WS-INT-GIORNI(WS-NUM-PARTITE)
           MOVE 0 TO WS-INT-IMPORTO(WS-NUM-PARTITE).

       CALCOLA-INTERESSI.
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
                   OR WS-TABELLE-PIENE = 'S'
               PERFORM CALCOLA-UNA-PARTITA
           END-PERFORM.

      *Maturano le partite aperte e quelle pagate in ritardo dentro
      *il mese, sui soli giorni del mese successivi alla scadenza e
      *fino alla fine del mese o al giorno dell'incasso. I crediti
      *(importo negativo) e le partite nate da un addebito di
      *interessi non maturano niente.
       CALCOLA-UNA-PARTITA.
           IF WS-PAR-IMPORTO(INDICE-PARTITA) NOT > 0
               OR WS-PAR-DATA-SCAD(INDICE-PARTITA) = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PAR-STATO(INDICE-PARTITA)
               WHEN 'A'
                   MOVE WS-FINE-INTERO TO WS-A-INTERO
               WHEN 'P'
                   IF WS-PAR-DATA-INCASSO(INDICE-PARTITA)
                           < WS-INIZIO-MESE
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-A-INTERO = FUNCTION INTEGER-OF-DATE(
                       WS-PAR-DATA-INCASSO(INDICE-PARTITA))
                   IF WS-A-INTERO > WS-FINE-INTERO
                       MOVE WS-FINE-INTERO TO WS-A-INTERO
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           COMPUTE WS-DA-INTERO = FUNCTION INTEGER-OF-DATE(
               WS-PAR-DATA-SCAD(INDICE-PARTITA)) + 1
           IF WS-DA-INTERO < WS-INIZIO-INTERO
               MOVE WS-INIZIO-INTERO TO WS-DA-INTERO
           END-IF
           IF WS-DA-INTERO > WS-A-INTERO
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLLA-DA-ADDEBITO
           IF WS-DA-ADDEBITO = 'S'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DA-GIORNO = WS-DA-INTERO - WS-INIZIO-INTERO + 1
           COMPUTE WS-A-GIORNO = WS-A-INTERO - WS-INIZIO-INTERO + 1
           MOVE 0 TO WS-SOMMA-TASSI
           PERFORM VARYING INDICE-GIORNO FROM WS-DA-GIORNO BY 1
               UNTIL INDICE-GIORNO > WS-A-GIORNO
               ADD WS-TASSO-GIORNO(INDICE-GIORNO) TO WS-SOMMA-TASSI
           END-PERFORM
           COMPUTE WS-INT-GIORNI(INDICE-PARTITA) =
               WS-A-GIORNO - WS-DA-GIORNO + 1
           COMPUTE WS-INT-IMPORTO(INDICE-PARTITA) ROUNDED =
               WS-PAR-IMPORTO(INDICE-PARTITA) * WS-SOMMA-TASSI
               / 36500
           IF WS-INT-IMPORTO(INDICE-PARTITA) = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM REGISTRA-CLIENTE
           IF WS-TABELLE-PIENE = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PARTITE-CON-INTERESSI
           ADD WS-INT-IMPORTO(INDICE-PARTITA)
               TO WS-CLI-TOTALE(WS-CLI-POSIZIONE)
           IF WS-CLI-ESENTE(WS-CLI-POSIZIONE) = 'N'
               PERFORM REGISTRA-ADDEBITO
           END-IF.

      *Una partita nata da un addebito di interessi ha cliente,
      *regione e data movimento di un addebito gia' rilasciato.
       CONTROLLA-DA-ADDEBITO.
           MOVE 'N' TO WS-DA-ADDEBITO
           PERFORM VARYING INDICE-ADDEBITATO FROM 1 BY 1
               UNTIL INDICE-ADDEBITATO > WS-NUM-ADDEBITATI
                   OR WS-DA-ADDEBITO = 'S'
               IF WS-ADD-ID-CLIENTE(INDICE-ADDEBITATO)
                       = WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   AND WS-ADD-REGIONE(INDICE-ADDEBITATO)
                       = WS-PAR-REGIONE(INDICE-PARTITA)
                   AND WS-ADD-DATA(INDICE-ADDEBITATO)
                       = WS-PAR-DATA-MOV(INDICE-PARTITA)
                   MOVE 'S' TO WS-DA-ADDEBITO
               END-IF
           END-PERFORM.

       REGISTRA-CLIENTE.
           MOVE 0 TO WS-CLI-POSIZIONE
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               IF WS-CLI-ID(INDICE-CLIENTE)
                       = WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   MOVE INDICE-CLIENTE TO WS-CLI-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-CLI-POSIZIONE > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-CLIENTI >= 1000
               MOVE 'S' TO WS-TABELLE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-CLIENTI
           MOVE WS-NUM-CLIENTI TO WS-CLI-POSIZIONE
           MOVE WS-PAR-ID-CLIENTE(INDICE-PARTITA)
               TO WS-CLI-ID(WS-CLI-POSIZIONE)
           MOVE 0 TO WS-CLI-TOTALE(WS-CLI-POSIZIONE)
           MOVE 'N' TO WS-CLI-ESENTE(WS-CLI-POSIZIONE)
           PERFORM VARYING INDICE-ESENTE FROM 1 BY 1
               UNTIL INDICE-ESENTE > WS-NUM-ESENTI
               IF WS-ESENTE-ID(INDICE-ESENTE)
                       = WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   MOVE 'S' TO WS-CLI-ESENTE(WS-CLI-POSIZIONE)
               END-IF
           END-PERFORM
           IF WS-CLI-ESENTE(WS-CLI-POSIZIONE) = 'S'
               ADD 1 TO WS-CLIENTI-ESENTI
           END-IF.

       REGISTRA-ADDEBITO.
           MOVE 'N' TO WS-ADB-TROVATO
           PERFORM VARYING INDICE-ADDEBITO FROM 1 BY 1
               UNTIL INDICE-ADDEBITO > WS-NUM-ADDEBITI
                   OR WS-ADB-TROVATO = 'S'
               IF WS-ADB-ID-CLIENTE(INDICE-ADDEBITO)
                       = WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   AND WS-ADB-REGIONE(INDICE-ADDEBITO)
                       = WS-PAR-REGIONE(INDICE-PARTITA)
                   ADD WS-INT-IMPORTO(INDICE-PARTITA)
                       TO WS-ADB-IMPORTO(INDICE-ADDEBITO)
                   MOVE 'S' TO WS-ADB-TROVATO
               END-IF
           END-PERFORM
           IF WS-ADB-TROVATO = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-ADDEBITI >= 2000
               MOVE 'S' TO WS-TABELLE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-ADDEBITI
           MOVE WS-PAR-ID-CLIENTE(INDICE-PARTITA)
               TO WS-ADB-ID-CLIENTE(WS-NUM-ADDEBITI)
           MOVE WS-PAR-REGIONE(INDICE-PARTITA)
               TO WS-ADB-REGIONE(WS-NUM-ADDEBITI)
           MOVE WS-INT-IMPORTO(INDICE-PARTITA)
               TO WS-ADB-IMPORTO(WS-NUM-ADDEBITI).

      *I pendenti di altri periodi non ancora rilasciati restano; quelli
      *dello stesso periodo vengono sostituiti dal calcolo di oggi.
       CARICA-ALTRI-PENDENTI.
           OPEN INPUT FILE-PENDENTI
           IF WS-PENDENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PENDENTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PND-PERIODO NOT = WS-PERIODO
                           IF WS-NUM-ALTRI < 2000
                               ADD 1 TO WS-NUM-ALTRI
                               MOVE RECORD-PENDENTE
                                   TO WS-ALTRO-RECORD(WS-NUM-ALTRI)
                           ELSE
                               MOVE 'S' TO WS-TABELLE-PIENE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PENDENTI.

       SCRIVI-PENDENTI.
           OPEN OUTPUT FILE-PENDENTI
           PERFORM VARYING INDICE-ALTRO FROM 1 BY 1
               UNTIL INDICE-ALTRO > WS-NUM-ALTRI
               MOVE WS-ALTRO-RECORD(INDICE-ALTRO) TO RECORD-PENDENTE
               WRITE RECORD-PENDENTE
           END-PERFORM
           PERFORM VARYING INDICE-ADDEBITO FROM 1 BY 1
               UNTIL INDICE-ADDEBITO > WS-NUM-ADDEBITI
               IF WS-ADB-IMPORTO(INDICE-ADDEBITO)
                       > WS-MASSIMO-MOVIMENTO
                   ADD 1 TO WS-OLTRE-MASSIMO
               ELSE
                   MOVE WS-PERIODO TO PND-PERIODO
                   MOVE WS-ADB-ID-CLIENTE(INDICE-ADDEBITO)
                       TO PND-ID-CLIENTE
                   MOVE WS-ADB-REGIONE(INDICE-ADDEBITO) TO PND-REGIONE
                   MOVE WS-ADB-IMPORTO(INDICE-ADDEBITO) TO PND-IMPORTO
                   MOVE WS-OGGI TO PND-DATA-CALCOLO
                   WRITE RECORD-PENDENTE
                   ADD WS-ADB-IMPORTO(INDICE-ADDEBITO)
                       TO WS-TOTALE-ADDEBITI
               END-IF
           END-PERFORM
           CLOSE FILE-PENDENTI.

       SCRIVI-ESTRATTI.
           MOVE SPACES TO WS-NOME-ESTRATTO
           STRING "Vendite-interessi-" WS-PERIODO ".txt"
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
           STRING "INTERESSI DI MORA - PERIODO " WS-PERIODO-MESE "/"
               WS-PERIODO-ANNO
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           PERFORM SCRIVI-RIGHE-TASSI
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               PERFORM SCRIVI-ESTRATTO-CLIENTE
           END-PERFORM
           MOVE ALL "=" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE WS-TOTALE-ADDEBITI TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "CLIENTI: " WS-NUM-CLIENTI "  ESENTI: "
               WS-CLIENTI-ESENTI "  PARTITE: "
               WS-PARTITE-CON-INTERESSI
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           CLOSE FILE-ESTRATTO
           IF WS-CLIENTI-APERTO = 'S'
               CLOSE CLIENTI-IDX
           END-IF.

      *In testa i tassi in vigore nel mese, uno per ogni cambio.
       SCRIVI-RIGHE-TASSI.
           MOVE 99 TO WS-ULTIMO-TASSO
           PERFORM VARYING INDICE-GIORNO FROM 1 BY 1
               UNTIL INDICE-GIORNO > WS-GIORNI-MESE
               IF WS-TASSO-GIORNO(INDICE-GIORNO) NOT = WS-ULTIMO-TASSO
                   MOVE WS-TASSO-GIORNO(INDICE-GIORNO)
                       TO WS-ULTIMO-TASSO
                   MOVE WS-ULTIMO-TASSO TO WS-TASSO-ED
                   COMPUTE WS-DATA-GIORNO = FUNCTION DATE-OF-INTEGER(
                       WS-INIZIO-INTERO + INDICE-GIORNO - 1)
                   MOVE SPACES TO WS-DATA-TASSO-ED
                   STRING WS-DATA-GIORNO(7:2) "/" WS-DATA-GIORNO(5:2)
                       "/" WS-DATA-GIORNO(1:4)
                       DELIMITED BY SIZE INTO WS-DATA-TASSO-ED
                   MOVE SPACES TO RIGA-ESTRATTO
                   STRING "TASSO ANNUO " WS-TASSO-ED "% DAL "
                       WS-DATA-TASSO-ED " (BASE 365 GIORNI)"
                       DELIMITED BY SIZE INTO RIGA-ESTRATTO
                   WRITE RIGA-ESTRATTO
               END-IF
           END-PERFORM.

       SCRIVI-ESTRATTO-CLIENTE.
           MOVE ALL "=" TO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO WS-NOME-COMPLETO
           IF WS-CLIENTI-APERTO = 'S'
               MOVE WS-CLI-ID(INDICE-CLIENTE) TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       MOVE "NON IN ANAGRAFICA" TO WS-NOME-COMPLETO
                   NOT INVALID KEY
                       STRING NOME-IDX DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           COGNOME-IDX DELIMITED BY SPACE
                           INTO WS-NOME-COMPLETO
               END-READ
           END-IF
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "CLIENTE " WS-CLI-ID(INDICE-CLIENTE) " "
               WS-NOME-COMPLETO
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  DATA MOV.  RATA  SCADENZA   GIORNI      IMPORTO"
               "   INTERESSI"
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               IF WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                       = WS-CLI-ID(INDICE-CLIENTE)
                   AND WS-INT-IMPORTO(INDICE-PARTITA) NOT = 0
                   PERFORM SCRIVI-RIGA-PARTITA
               END-IF
           END-PERFORM
           MOVE WS-CLI-TOTALE(INDICE-CLIENTE) TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  TOTALE INTERESSI DEL PERIODO          "
               WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO
           IF WS-CLI-ESENTE(INDICE-CLIENTE) = 'S'
               ADD WS-CLI-TOTALE(INDICE-CLIENTE) TO WS-TOTALE-ESENTI
               MOVE "  CLIENTE ESENTE: INTERESSI NON ADDEBITATI"
                   TO RIGA-ESTRATTO
               WRITE RIGA-ESTRATTO
           END-IF.

       SCRIVI-RIGA-PARTITA.
           MOVE SPACES TO WS-DATA-MOV-ED
           STRING WS-PAR-DATA-MOV(INDICE-PARTITA)(7:2) "/"
               WS-PAR-DATA-MOV(INDICE-PARTITA)(5:2) "/"
               WS-PAR-DATA-MOV(INDICE-PARTITA)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-MOV-ED
           MOVE SPACES TO WS-DATA-SCAD-ED
           STRING WS-PAR-DATA-SCAD(INDICE-PARTITA)(7:2) "/"
               WS-PAR-DATA-SCAD(INDICE-PARTITA)(5:2) "/"
               WS-PAR-DATA-SCAD(INDICE-PARTITA)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-SCAD-ED
           MOVE WS-INT-GIORNI(INDICE-PARTITA) TO WS-GIORNI-ED
           MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-IMPORTO-ED
           MOVE WS-INT-IMPORTO(INDICE-PARTITA) TO WS-INTERESSI-ED
           MOVE SPACES TO RIGA-ESTRATTO
           STRING "  " WS-DATA-MOV-ED "   " WS-PAR-RATA(INDICE-PARTITA)
               "  " WS-DATA-SCAD-ED "     " WS-GIORNI-ED " "
               WS-IMPORTO-ED " " WS-INTERESSI-ED
               DELIMITED BY SIZE INTO RIGA-ESTRATTO
           WRITE RIGA-ESTRATTO.

           COPY TESTATA-CONTROLLI.
