       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmissioneFatture.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Emissione fatture dal dettaglio vendite: Vendite-dettaglio.txt
      *dice chi ha comprato cosa ma nessun movimento portava un
      *numero di documento, e al cliente non si sapeva dire in quale
      *fattura stava un addebito. Questo passo raccoglie i movimenti
      *non ancora fatturati fino alla data di taglio (oggi, o
      *FATTURE_DATA dall'ambiente quando gira dal batch) e ne fa un
      *documento per cliente e giorno: fattura, o nota di credito se
      *il totale e' negativo, con la stessa numerazione. I documenti
      *si emettono in ordine di data e cliente, e il numero arriva
      *da ProssimoNumeroFattura (progressivo per anno senza buchi,
      *contatore in Fatture-contatore.txt); anno e numero vengono
      *accodati al movimento DOPO il tracciato con codice IVA, cosi'
      *i lettori del tracciato corto continuano a funzionare. Un
      *giorno anteriore all'ultima fattura gia' registrata nell'anno
      *non si numera piu' (la numerazione deve seguire le date) e
      *resta segnalato fra gli arretrati.
      *La stampa esce in Fatture-stampa-<data e ora>.txt con
      *l'indirizzo di clienti.idx, le righe con la descrizione di
      *Prodotti.txt e il riepilogo IVA per codice: imposta calcolata
      *sul totale imponibile di ogni codice, aliquota di
      *Iva-aliquote.txt con decorrenza piu' recente non successiva
      *alla data del documento. Ogni documento lascia la sua riga nel
      *registro fatture emesse Fatture-registro.txt nel momento in
      *cui riceve il numero. Prima di emettere si verifica che il
      *registro non abbia buchi e che il contatore sia allineato
      *all'ultima riga: altrimenti non si emette niente e la stampa
      *del registro (RegistroFatture) dice dove guardare. Il feed si
      *riscrive dal .new con il trailer verificato e ricalcolato.
      *Si fattura per una societa' del gruppo alla volta, quella di
      *lavoro (variabile SOCIETA, vuota = la principale): solo i
      *movimenti suoi (DET-SOCIETA, spazi = la principale), con la
      *numerazione, il registro e il contatore della societa'
      *(NomeFileSocieta). Il consolidato non emette fatture.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-dettaglio.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-ALIQUOTE ASSIGN TO "Iva-aliquote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALIQUOTE-STATUS.
           SELECT FILE-REGISTRO
               ASSIGN TO WS-NOME-REGISTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT FILE-CONTATORE
               ASSIGN TO WS-NOME-CONTATORE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTATORE-STATUS.
           SELECT FILE-STAMPA ASSIGN TO WS-NOME-STAMPA
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Movimento di dettaglio con il documento che lo ha fatturato:
      *anno e numero a spazi finche' il movimento non e' fatturato.
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

       FD FILE-NUOVO.
       01 DETTAGLIO-NUOVO PIC X(59).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-ALIQUOTE.
       01 RECORD-ALIQUOTA.
           05 ALQ-CODICE PIC X(2).
           05 ALQ-ALIQUOTA PIC 9(2)V99.
           05 ALQ-DATA-EFFETTO PIC 9(8).

       FD FILE-REGISTRO.
       COPY FATTURA-REG.

       FD FILE-CONTATORE.
       01 RECORD-CONTATORE.
           05 CNT-ANNO PIC 9(4).
           05 CNT-PROSSIMO PIC 9(7).

       FD FILE-STAMPA.
       01 RIGA-STAMPA PIC X(80).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-ALIQUOTE-STATUS PIC XX.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-CONTATORE-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-DATA-TAGLIO PIC 9(8).
       01 WS-DATA-TESTO PIC X(8).
       01 WS-NOME-STAMPA PIC X(40).
       01 WS-NOME-DETTAGLIO PIC X(30)
           VALUE "Vendite-dettaglio.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-dettaglio.new".
      *Dettaglio in tabella, un movimento per voce nel tracciato del
      *file: i documenti si compongono qui e il feed si riscrive.
       01 WS-NUM-MOVIMENTI PIC 9(5) VALUE 0.
       01 WS-MOVIMENTI-TABELLA.
           05 WS-MOV-RECORD OCCURS 10000 TIMES PIC X(59).
       01 INDICE-MOV PIC 9(5).
       01 WS-MOVIMENTI-PIENI PIC X VALUE 'N'.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-MOV.
           05 WS-MOV-ID-CLIENTE PIC 9(6).
           05 WS-MOV-REGIONE PIC 99.
           05 WS-MOV-DATA PIC 9(8).
           05 WS-MOV-IMPORTO PIC S9(7)V99.
           05 WS-MOV-PRODOTTO PIC X(8).
           05 WS-MOV-QUANTITA PIC 9(5).
           05 WS-MOV-PREZZO PIC S9(5)V99.
           05 WS-MOV-CODICE-IVA PIC X(2).
           05 WS-MOV-FATTURA.
               10 WS-MOV-FATTURA-ANNO PIC 9(4).
               10 WS-MOV-FATTURA-NUMERO PIC 9(6).
           05 WS-MOV-SOCIETA PIC X(2).
      *Societa' effettiva del movimento in WS-MOV: la principale al
      *posto degli spazi. Il movimento resta com'e' nella tabella.
       01 WS-SOC-MOVIMENTO PIC X(2).
      *Documenti da emettere: chiave data + cliente, tenuta in
      *ordine crescente all'inserimento.
       01 WS-NUM-DOCUMENTI PIC 9(4) VALUE 0.
       01 WS-DOCUMENTI-TABELLA.
           05 WS-DOC-CHIAVE OCCURS 3000 TIMES PIC X(14).
       01 INDICE-DOC PIC 9(4).
       01 INDICE-SPOSTA PIC 9(4).
       01 WS-DOC-POSIZIONE PIC 9(4).
       01 WS-DOC-TROVATO PIC X.
       01 WS-DOCUMENTI-PIENI PIC X VALUE 'N'.
       01 WS-CHIAVE-LAVORO PIC X(14).
       01 WS-DOC-DATA PIC 9(8).
       01 WS-DOC-CLIENTE PIC 9(6).
       01 WS-DOC-ANNO PIC 9(4).
       01 WS-DOC-NUMERO PIC 9(6).
       01 WS-NUM-ESITO PIC 9.
           88 NUMERO-ASSEGNATO VALUE 0.
           88 NUMERAZIONE-ESAURITA VALUE 1.
           88 ANNO-CHIUSO VALUE 2.
       01 WS-EMISSIONE-FERMA PIC X VALUE 'N'.
      *Aliquote IVA con decorrenza.
       01 WS-NUM-ALIQUOTE PIC 9(3) VALUE 0.
       01 WS-ALIQUOTE-TABELLA.
           05 WS-ALQ-ENTRY OCCURS 50 TIMES.
               10 WS-ALQ-CODICE PIC X(2).
               10 WS-ALQ-ALIQUOTA PIC 9(2)V99.
               10 WS-ALQ-DATA PIC 9(8).
       01 INDICE-ALIQUOTA PIC 9(3).
       01 WS-ALQ-DATA-MIGLIORE PIC 9(8).
      *Riepilogo IVA del documento in composizione.
       01 WS-NUM-IVA PIC 99.
       01 WS-IVA-TABELLA.
           05 WS-IVA-ENTRY OCCURS 10 TIMES.
               10 WS-IVA-CODICE PIC X(2).
               10 WS-IVA-ALIQUOTA PIC 9(2)V99.
               10 WS-IVA-IMPONIBILE PIC S9(9)V99.
               10 WS-IVA-IMPOSTA PIC S9(9)V99.
       01 INDICE-IVA PIC 99.
       01 WS-IVA-TROVATA PIC X.
       01 WS-IVA-VALIDA PIC X.
       01 WS-DOC-RIGHE PIC 9(4).
       01 WS-DOC-IMPONIBILE PIC S9(9)V99.
       01 WS-DOC-IMPOSTA PIC S9(9)V99.
       01 WS-DOC-TOTALE PIC S9(9)V99.
       01 WS-DOC-VALIDO PIC X.
      *Stato del registro: ultimo numero e ultima data per anno.
       01 WS-NUM-ANNI PIC 99 VALUE 0.
       01 WS-ANNI-TABELLA.
           05 WS-ANNO-ENTRY OCCURS 50 TIMES.
               10 WS-ANN-ANNO PIC 9(4).
               10 WS-ANN-ULTIMO PIC 9(6).
               10 WS-ANN-DATA PIC 9(8).
       01 INDICE-ANNO PIC 99.
       01 WS-ANN-POSIZIONE PIC 99.
       01 WS-BUCHI PIC 9(6) VALUE 0.
       01 WS-CONTATORE-ALLINEATO PIC X VALUE 'S'.
      *Anagrafica prodotti per le descrizioni di riga.
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 WS-PRO-DESCRIZIONE-LAV PIC X(30).
       01 WS-PRO-LINEA-LAV PIC X(10).
       01 WS-PRODOTTO-VALIDO PIC X.
      *Appoggi della stampa.
       01 WS-NOME-COMPLETO PIC X(21).
       01 WS-LOCALITA PIC X(32).
       01 WS-DATA-ED PIC X(10).
       01 WS-QUANTITA-ED PIC Z(4)9.
       01 WS-PREZZO-ED PIC -(5)9.99.
       01 WS-IMPORTO-ED PIC -(7)9.99.
       01 WS-ALIQUOTA-ED PIC Z9.99.
       01 WS-TOTALE-ED PIC -(9)9.99.
      *Conteggi del giro.
       01 WS-EMESSI PIC 9(4) VALUE 0.
       01 WS-NOTE-CREDITO PIC 9(4) VALUE 0.
       01 WS-ARRETRATI PIC 9(4) VALUE 0.
       01 WS-SENZA-ANAGRAFICA PIC 9(4) VALUE 0.
       01 WS-SENZA-ALIQUOTA PIC 9(4) VALUE 0.
       01 WS-PRIMO-NUMERO PIC 9(6) VALUE 0.
      *Societa' per cui si emette e file della sua numerazione.
       COPY SOCIETA-TABELLA.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NOME-BASE PIC X(40).
       01 WS-NOME-REGISTRO PIC X(40).
       01 WS-NOME-CONTATORE PIC X(40).
       01 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           ACCEPT WS-DATA-TESTO FROM ENVIRONMENT "FATTURE_DATA"
           IF WS-DATA-TESTO NOT = SPACES
               COMPUTE WS-DATA-TAGLIO = FUNCTION NUMVAL(WS-DATA-TESTO)
           ELSE
               MOVE WS-DATA-ORA(1:8) TO WS-DATA-TAGLIO
           END-IF
           PERFORM IMPOSTA-SOCIETA
           PERFORM VERIFICA-REGISTRO
           IF WS-BUCHI > 0
               DISPLAY "EMISSIONE RIFIUTATA: " WS-NOME-REGISTRO
               DISPLAY "  ha " WS-BUCHI " salti di numerazione (vedi "
                   "RegistroFatture)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-CONTATORE
           IF WS-CONTATORE-ALLINEATO NOT = 'S'
               DISPLAY "EMISSIONE RIFIUTATA: " WS-NOME-CONTATORE
               DISPLAY "  non allineato all'ultima fattura del "
                   "registro."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-ALIQUOTE
           IF WS-NUM-ALIQUOTE = 0
               DISPLAY "EMISSIONE RIFIUTATA: Iva-aliquote.txt assente "
                   "o vuoto, nessun riepilogo IVA possibile."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'GetProdotti' USING WS-PRODOTTI
           PERFORM CARICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "EMISSIONE RIFIUTATA: Vendite-dettaglio.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MOVIMENTI-PIENI = 'S'
               DISPLAY "DETTAGLIO OLTRE I 10000 MOVIMENTI, EMISSIONE "
                   "RIFIUTATA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RACCOGLI-DOCUMENTI
           IF WS-DOCUMENTI-PIENI = 'S'
               DISPLAY "OLTRE 3000 DOCUMENTI DA EMETTERE, EMISSIONE "
                   "RIFIUTATA: ANTICIPARE LA DATA DI TAGLIO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUM-DOCUMENTI = 0
               DISPLAY "NESSUN MOVIMENTO DA FATTURARE FINO AL "
                   WS-DATA-TAGLIO
               STOP RUN
           END-IF
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "clienti.idx non apribile (STATUS "
                   WS-CLIENTI-STATUS "), EMISSIONE RIFIUTATA: una "
                   "fattura senza intestatario non si emette."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOME-STAMPA
           STRING "Fatture-stampa-" WS-DATA-ORA(1:14) ".txt"
               DELIMITED BY SIZE INTO WS-NOME-STAMPA
           CALL 'REGISTRA-GENERATO' USING WS-NOME-STAMPA
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-STAMPA
           PERFORM VARYING INDICE-DOC FROM 1 BY 1
               UNTIL INDICE-DOC > WS-NUM-DOCUMENTI
                   OR WS-EMISSIONE-FERMA = 'S'
               PERFORM EMETTI-DOCUMENTO
           END-PERFORM
           CLOSE FILE-STAMPA
           CLOSE CLIENTI-IDX
           IF WS-EMESSI > 0
               PERFORM SALVA-DETTAGLIO
           END-IF
           DISPLAY "DOCUMENTI EMESSI: " WS-EMESSI " (DI CUI NOTE DI "
               "CREDITO " WS-NOTE-CREDITO ") IN " WS-NOME-STAMPA
           IF WS-EMESSI > 0
               DISPLAY "  NUMERI DAL " WS-PRIMO-NUMERO " AL "
                   WS-ULTIMO-NUMERO
           END-IF
           IF WS-ARRETRATI > 0 OR WS-SENZA-ANAGRAFICA > 0
               OR WS-SENZA-ALIQUOTA > 0
               DISPLAY "  NON EMESSI: " WS-ARRETRATI
                   " ANTERIORI ALL'ULTIMA FATTURA, "
                   WS-SENZA-ANAGRAFICA " CLIENTE NON IN ANAGRAFICA, "
                   WS-SENZA-ALIQUOTA " CODICE IVA SENZA ALIQUOTA"
           END-IF
           STOP RUN.

      *Societa' di lavoro: deve essere una societa' del gruppo, non
      *il consolidato; registro e contatore sono i suoi.
       IMPOSTA-SOCIETA.
           CALL 'GetSocieta' USING GRP-SOCIETA
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S' OR WS-SOC-CODICE = "GR"
               DISPLAY "EMISSIONE RIFIUTATA: SOCIETA' NON VALIDA PER "
                   "LA FATTURAZIONE (" WS-SOC-CODICE ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Fatture-registro.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-REGISTRO
           MOVE "Fatture-contatore.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-CONTATORE
           DISPLAY "EMISSIONE FATTURE PER " WS-SOC-CODICE " "
               WS-SOC-DESCRIZIONE.

      *Il registro si scrive solo in coda: in ogni anno i numeri
      *devono salire di uno alla volta a partire da 1.
       VERIFICA-REGISTRO.
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
                       MOVE FRG-ANNO TO WS-DOC-ANNO
                       PERFORM POSIZIONA-ANNO
                       IF WS-ANN-POSIZIONE > 0
                           IF FRG-NUMERO
                                   NOT = WS-ANN-ULTIMO(WS-ANN-POSIZIONE)
                                   + 1
                               ADD 1 TO WS-BUCHI
                           END-IF
                           MOVE FRG-NUMERO
                               TO WS-ANN-ULTIMO(WS-ANN-POSIZIONE)
                           MOVE FRG-DATA
                               TO WS-ANN-DATA(WS-ANN-POSIZIONE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO.

      *Posiziona WS-ANN-POSIZIONE sull'anno WS-DOC-ANNO, creando la
      *voce (ultimo numero 0) alla prima occorrenza.
       POSIZIONA-ANNO.
           MOVE 0 TO WS-ANN-POSIZIONE
           PERFORM VARYING INDICE-ANNO FROM 1 BY 1
               UNTIL INDICE-ANNO > WS-NUM-ANNI
               IF WS-ANN-ANNO(INDICE-ANNO) = WS-DOC-ANNO
                   MOVE INDICE-ANNO TO WS-ANN-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-ANN-POSIZIONE = 0 AND WS-NUM-ANNI < 50
               ADD 1 TO WS-NUM-ANNI
               MOVE WS-NUM-ANNI TO WS-ANN-POSIZIONE
               MOVE WS-DOC-ANNO TO WS-ANN-ANNO(WS-ANN-POSIZIONE)
               MOVE 0 TO WS-ANN-ULTIMO(WS-ANN-POSIZIONE)
               MOVE 0 TO WS-ANN-DATA(WS-ANN-POSIZIONE)
           END-IF.

      *Il contatore deve proporre esattamente il numero dopo l'ultima
      *fattura registrata del suo anno: piu' avanti vorrebbe dire un
      *numero gia' consumato senza riga di registro, cioe' un buco.
       VERIFICA-CONTATORE.
           OPEN INPUT FILE-CONTATORE
           IF WS-CONTATORE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FILE-CONTATORE
               AT END
                   CLOSE FILE-CONTATORE
                   EXIT PARAGRAPH
           END-READ
           CLOSE FILE-CONTATORE
           MOVE CNT-ANNO TO WS-DOC-ANNO
           PERFORM POSIZIONA-ANNO
           IF WS-ANN-POSIZIONE > 0
               IF CNT-PROSSIMO NOT = WS-ANN-ULTIMO(WS-ANN-POSIZIONE) + 1
                   MOVE 'N' TO WS-CONTATORE-ALLINEATO
               END-IF
           END-IF.

       CARICA-ALIQUOTE.
           OPEN INPUT FILE-ALIQUOTE
           IF WS-ALIQUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ALIQUOTE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ALQ-CODICE NOT = SPACES
                           AND WS-NUM-ALIQUOTE < 50
                           ADD 1 TO WS-NUM-ALIQUOTE
                           MOVE ALQ-CODICE
                               TO WS-ALQ-CODICE(WS-NUM-ALIQUOTE)
                           MOVE ALQ-ALIQUOTA
                               TO WS-ALQ-ALIQUOTA(WS-NUM-ALIQUOTE)
                           MOVE ALQ-DATA-EFFETTO
                               TO WS-ALQ-DATA(WS-NUM-ALIQUOTE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ALIQUOTE.

       CARICA-DETTAGLIO.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
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
                               PERFORM CARICA-UN-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

      *I movimenti scritti prima della fatturazione hanno i campi
      *documento a spazi: valgono non fatturati.
       CARICA-UN-MOVIMENTO.
           IF WS-NUM-MOVIMENTI >= 10000
               MOVE 'S' TO WS-MOVIMENTI-PIENI
               EXIT PARAGRAPH
           END-IF
           IF DET-FATTURA-ANNO NOT NUMERIC
               OR DET-FATTURA-NUMERO NOT NUMERIC
               MOVE 0 TO DET-FATTURA-ANNO DET-FATTURA-NUMERO
           END-IF
           ADD 1 TO WS-NUM-MOVIMENTI
           MOVE DETTAGLIO TO WS-MOV-RECORD(WS-NUM-MOVIMENTI).

       SOCIETA-DEL-MOVIMENTO.
           MOVE WS-MOV-SOCIETA TO WS-SOC-MOVIMENTO
           IF WS-SOC-MOVIMENTO = SPACES
               MOVE GRP-PRINCIPALE TO WS-SOC-MOVIMENTO
           END-IF.

       RACCOGLI-DOCUMENTI.
           PERFORM VARYING INDICE-MOV FROM 1 BY 1
               UNTIL INDICE-MOV > WS-NUM-MOVIMENTI
                   OR WS-DOCUMENTI-PIENI = 'S'
               MOVE WS-MOV-RECORD(INDICE-MOV) TO WS-MOV
               PERFORM SOCIETA-DEL-MOVIMENTO
               IF WS-MOV-FATTURA-NUMERO = 0
                   AND WS-MOV-DATA <= WS-DATA-TAGLIO
                   AND WS-SOC-MOVIMENTO = WS-SOC-CODICE
                   MOVE WS-MOV-DATA TO WS-CHIAVE-LAVORO(1:8)
                   MOVE WS-MOV-ID-CLIENTE TO WS-CHIAVE-LAVORO(9:6)
                   PERFORM INSERISCI-DOCUMENTO
               END-IF
           END-PERFORM.

      *Inserimento ordinato: la chiave nuova entra al suo posto e le
      *successive scalano di una voce.
       INSERISCI-DOCUMENTO.
           MOVE 'N' TO WS-DOC-TROVATO
           MOVE 0 TO WS-DOC-POSIZIONE
           PERFORM VARYING INDICE-DOC FROM 1 BY 1
               UNTIL INDICE-DOC > WS-NUM-DOCUMENTI
                   OR WS-DOC-POSIZIONE > 0
               IF WS-DOC-CHIAVE(INDICE-DOC) = WS-CHIAVE-LAVORO
                   MOVE 'S' TO WS-DOC-TROVATO
                   MOVE INDICE-DOC TO WS-DOC-POSIZIONE
               ELSE
                   IF WS-DOC-CHIAVE(INDICE-DOC) > WS-CHIAVE-LAVORO
                       MOVE INDICE-DOC TO WS-DOC-POSIZIONE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DOC-TROVATO = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-DOCUMENTI >= 3000
               MOVE 'S' TO WS-DOCUMENTI-PIENI
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-POSIZIONE = 0
               COMPUTE WS-DOC-POSIZIONE = WS-NUM-DOCUMENTI + 1
           ELSE
               PERFORM VARYING INDICE-SPOSTA FROM WS-NUM-DOCUMENTI
                   BY -1 UNTIL INDICE-SPOSTA < WS-DOC-POSIZIONE
                   MOVE WS-DOC-CHIAVE(INDICE-SPOSTA)
                       TO WS-DOC-CHIAVE(INDICE-SPOSTA + 1)
               END-PERFORM
           END-IF
           ADD 1 TO WS-NUM-DOCUMENTI
           MOVE WS-CHIAVE-LAVORO TO WS-DOC-CHIAVE(WS-DOC-POSIZIONE).

      *Un documento si numera solo se tutto e' a posto: cliente in
      *anagrafica, ogni codice IVA con aliquota alla data, data non
      *anteriore all'ultima fattura dell'anno, anno non chiuso nel
      *contatore. Il numero si chiede per ultimo, e da quel momento
      *il documento va comunque in stampa e a registro: niente
      *buchi.
       EMETTI-DOCUMENTO.
           MOVE WS-DOC-CHIAVE(INDICE-DOC)(1:8) TO WS-DOC-DATA
           MOVE WS-DOC-CHIAVE(INDICE-DOC)(9:6) TO WS-DOC-CLIENTE
           MOVE WS-DOC-DATA(1:4) TO WS-DOC-ANNO
           PERFORM POSIZIONA-ANNO
           IF WS-ANN-POSIZIONE = 0
               ADD 1 TO WS-ARRETRATI
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-DATA < WS-ANN-DATA(WS-ANN-POSIZIONE)
               ADD 1 TO WS-ARRETRATI
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-CLIENTE TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   ADD 1 TO WS-SENZA-ANAGRAFICA
                   EXIT PARAGRAPH
           END-READ
           PERFORM COMPONI-DOCUMENTO
           IF WS-DOC-VALIDO = 'N'
               ADD 1 TO WS-SENZA-ALIQUOTA
               EXIT PARAGRAPH
           END-IF
           CALL 'ProssimoNumeroFattura' USING WS-DOC-ANNO,
               WS-DOC-NUMERO, WS-NUM-ESITO
           IF ANNO-CHIUSO
               ADD 1 TO WS-ARRETRATI
               EXIT PARAGRAPH
           END-IF
           IF NOT NUMERO-ASSEGNATO
               DISPLAY "NUMERAZIONE " WS-DOC-ANNO " ESAURITA: "
                   "EMISSIONE FERMATA."
               MOVE 'S' TO WS-EMISSIONE-FERMA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMESSI
           IF WS-PRIMO-NUMERO = 0
               MOVE WS-DOC-NUMERO TO WS-PRIMO-NUMERO
           END-IF
           MOVE WS-DOC-NUMERO TO WS-ULTIMO-NUMERO
           MOVE WS-DOC-NUMERO TO WS-ANN-ULTIMO(WS-ANN-POSIZIONE)
           MOVE WS-DOC-DATA TO WS-ANN-DATA(WS-ANN-POSIZIONE)
           IF WS-DOC-TOTALE < 0
               ADD 1 TO WS-NOTE-CREDITO
           END-IF
           PERFORM TIMBRA-MOVIMENTI
           PERFORM STAMPA-DOCUMENTO
           PERFORM REGISTRA-DOCUMENTO.

      *Riepilogo per codice IVA e totali del documento; l'imposta si
      *calcola sul totale imponibile di ciascun codice.
       COMPONI-DOCUMENTO.
           MOVE 'S' TO WS-DOC-VALIDO
           MOVE 0 TO WS-NUM-IVA
           MOVE 0 TO WS-DOC-RIGHE
           MOVE 0 TO WS-DOC-IMPONIBILE
           MOVE 0 TO WS-DOC-IMPOSTA
           PERFORM VARYING INDICE-MOV FROM 1 BY 1
               UNTIL INDICE-MOV > WS-NUM-MOVIMENTI
                   OR WS-DOC-VALIDO = 'N'
               MOVE WS-MOV-RECORD(INDICE-MOV) TO WS-MOV
               PERFORM SOCIETA-DEL-MOVIMENTO
               IF WS-MOV-FATTURA-NUMERO = 0
                   AND WS-MOV-DATA = WS-DOC-DATA
                   AND WS-MOV-ID-CLIENTE = WS-DOC-CLIENTE
                   AND WS-SOC-MOVIMENTO = WS-SOC-CODICE
                   ADD 1 TO WS-DOC-RIGHE
                   ADD WS-MOV-IMPORTO TO WS-DOC-IMPONIBILE
                   PERFORM ACCUMULA-IVA
               END-IF
           END-PERFORM
           IF WS-DOC-VALIDO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-IVA FROM 1 BY 1
               UNTIL INDICE-IVA > WS-NUM-IVA
               COMPUTE WS-IVA-IMPOSTA(INDICE-IVA) ROUNDED =
                   WS-IVA-IMPONIBILE(INDICE-IVA)
                   * WS-IVA-ALIQUOTA(INDICE-IVA) / 100
               ADD WS-IVA-IMPOSTA(INDICE-IVA) TO WS-DOC-IMPOSTA
           END-PERFORM
           COMPUTE WS-DOC-TOTALE = WS-DOC-IMPONIBILE + WS-DOC-IMPOSTA.

       ACCUMULA-IVA.
           MOVE 'N' TO WS-IVA-TROVATA
           PERFORM VARYING INDICE-IVA FROM 1 BY 1
               UNTIL INDICE-IVA > WS-NUM-IVA
                   OR WS-IVA-TROVATA = 'S'
               IF WS-IVA-CODICE(INDICE-IVA) = WS-MOV-CODICE-IVA
                   ADD WS-MOV-IMPORTO TO WS-IVA-IMPONIBILE(INDICE-IVA)
                   MOVE 'S' TO WS-IVA-TROVATA
               END-IF
           END-PERFORM
           IF WS-IVA-TROVATA = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-IVA >= 10
               MOVE 'N' TO WS-DOC-VALIDO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IVA-VALIDA
           MOVE 0 TO WS-ALQ-DATA-MIGLIORE
           ADD 1 TO WS-NUM-IVA
           MOVE WS-MOV-CODICE-IVA TO WS-IVA-CODICE(WS-NUM-IVA)
           MOVE WS-MOV-IMPORTO TO WS-IVA-IMPONIBILE(WS-NUM-IVA)
           MOVE 0 TO WS-IVA-ALIQUOTA(WS-NUM-IVA)
           PERFORM VARYING INDICE-ALIQUOTA FROM 1 BY 1
               UNTIL INDICE-ALIQUOTA > WS-NUM-ALIQUOTE
               IF WS-ALQ-CODICE(INDICE-ALIQUOTA) = WS-MOV-CODICE-IVA
                   AND WS-ALQ-DATA(INDICE-ALIQUOTA) <= WS-DOC-DATA
                   AND WS-ALQ-DATA(INDICE-ALIQUOTA)
                       >= WS-ALQ-DATA-MIGLIORE
                   MOVE WS-ALQ-DATA(INDICE-ALIQUOTA)
                       TO WS-ALQ-DATA-MIGLIORE
                   MOVE WS-ALQ-ALIQUOTA(INDICE-ALIQUOTA)
                       TO WS-IVA-ALIQUOTA(WS-NUM-IVA)
                   MOVE 'S' TO WS-IVA-VALIDA
               END-IF
           END-PERFORM
           IF WS-IVA-VALIDA = 'N'
               MOVE 'N' TO WS-DOC-VALIDO
           END-IF.

       TIMBRA-MOVIMENTI.
           PERFORM VARYING INDICE-MOV FROM 1 BY 1
               UNTIL INDICE-MOV > WS-NUM-MOVIMENTI
               MOVE WS-MOV-RECORD(INDICE-MOV) TO WS-MOV
               PERFORM SOCIETA-DEL-MOVIMENTO
               IF WS-MOV-FATTURA-NUMERO = 0
                   AND WS-MOV-DATA = WS-DOC-DATA
                   AND WS-MOV-ID-CLIENTE = WS-DOC-CLIENTE
                   AND WS-SOC-MOVIMENTO = WS-SOC-CODICE
                   MOVE WS-DOC-ANNO TO WS-MOV-FATTURA-ANNO
                   MOVE WS-DOC-NUMERO TO WS-MOV-FATTURA-NUMERO
                   MOVE WS-MOV TO WS-MOV-RECORD(INDICE-MOV)
               END-IF
           END-PERFORM.

       STAMPA-DOCUMENTO.
           MOVE ALL "=" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA
      *Intestatario dall'anagrafica, nel blocco postale a destra.
           MOVE SPACES TO WS-NOME-COMPLETO
           STRING NOME-IDX DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               COGNOME-IDX DELIMITED BY SPACE
               INTO WS-NOME-COMPLETO
           MOVE SPACES TO WS-LOCALITA
           STRING CAP-IDX " " DELIMITED BY SIZE
               CITTA-IDX DELIMITED BY "  "
               " (" PROVINCIA-IDX ")" DELIMITED BY SIZE
               INTO WS-LOCALITA
           MOVE SPACES TO RIGA-STAMPA
           MOVE WS-NOME-COMPLETO TO RIGA-STAMPA(41:21)
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           MOVE VIA-IDX TO RIGA-STAMPA(41:30)
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           MOVE WS-LOCALITA TO RIGA-STAMPA(41:32)
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DOC-DATA(7:2) "/" WS-DOC-DATA(5:2) "/"
               WS-DOC-DATA(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE SPACES TO RIGA-STAMPA
           IF WS-DOC-TOTALE < 0
               STRING "NOTA DI CREDITO N. " WS-DOC-ANNO "/"
                   WS-DOC-NUMERO " DEL " WS-DATA-ED
                   "    CLIENTE " WS-DOC-CLIENTE
                   DELIMITED BY SIZE INTO RIGA-STAMPA
           ELSE
               STRING "FATTURA N. " WS-DOC-ANNO "/" WS-DOC-NUMERO
                   " DEL " WS-DATA-ED "            CLIENTE "
                   WS-DOC-CLIENTE
                   DELIMITED BY SIZE INTO RIGA-STAMPA
           END-IF
           WRITE RIGA-STAMPA
           MOVE ALL "-" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           MOVE "PRODOTTO DESCRIZIONE" TO RIGA-STAMPA(1:20)
           MOVE "QTA'" TO RIGA-STAMPA(42:4)
           MOVE "PREZZO UN." TO RIGA-STAMPA(46:10)
           MOVE "IMPORTO" TO RIGA-STAMPA(61:7)
           MOVE "IVA" TO RIGA-STAMPA(69:3)
           WRITE RIGA-STAMPA
           PERFORM VARYING INDICE-MOV FROM 1 BY 1
               UNTIL INDICE-MOV > WS-NUM-MOVIMENTI
               MOVE WS-MOV-RECORD(INDICE-MOV) TO WS-MOV
               PERFORM SOCIETA-DEL-MOVIMENTO
               IF WS-MOV-FATTURA-ANNO = WS-DOC-ANNO
                   AND WS-MOV-FATTURA-NUMERO = WS-DOC-NUMERO
                   AND WS-SOC-MOVIMENTO = WS-SOC-CODICE
                   PERFORM STAMPA-RIGA-MOVIMENTO
               END-IF
           END-PERFORM
           MOVE ALL "-" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           MOVE "RIEPILOGO IVA" TO RIGA-STAMPA(1:13)
           MOVE "COD." TO RIGA-STAMPA(15:4)
           MOVE "ALIQUOTA" TO RIGA-STAMPA(21:8)
           MOVE "IMPONIBILE" TO RIGA-STAMPA(33:10)
           MOVE "IMPOSTA" TO RIGA-STAMPA(48:7)
           WRITE RIGA-STAMPA
           PERFORM VARYING INDICE-IVA FROM 1 BY 1
               UNTIL INDICE-IVA > WS-NUM-IVA
               MOVE WS-IVA-ALIQUOTA(INDICE-IVA) TO WS-ALIQUOTA-ED
               MOVE WS-IVA-IMPONIBILE(INDICE-IVA) TO WS-TOTALE-ED
               MOVE WS-IVA-IMPOSTA(INDICE-IVA) TO WS-IMPORTO-ED
               MOVE SPACES TO RIGA-STAMPA
               STRING "               " WS-IVA-CODICE(INDICE-IVA)
                   "     " WS-ALIQUOTA-ED "% " WS-TOTALE-ED " "
                   WS-IMPORTO-ED
                   DELIMITED BY SIZE INTO RIGA-STAMPA
               WRITE RIGA-STAMPA
           END-PERFORM
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE WS-DOC-IMPONIBILE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING "TOTALE IMPONIBILE            " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE WS-DOC-IMPOSTA TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING "TOTALE IVA                   " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE WS-DOC-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING "TOTALE DOCUMENTO             " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA.

       STAMPA-RIGA-MOVIMENTO.
           MOVE SPACES TO WS-PRO-DESCRIZIONE-LAV
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-MOV-PRODOTTO, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           END-IF
           MOVE WS-MOV-QUANTITA TO WS-QUANTITA-ED
           MOVE WS-MOV-PREZZO TO WS-PREZZO-ED
           MOVE WS-MOV-IMPORTO TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING WS-MOV-PRODOTTO " " WS-PRO-DESCRIZIONE-LAV " "
               WS-QUANTITA-ED " " WS-PREZZO-ED " " WS-IMPORTO-ED
               " " WS-MOV-CODICE-IVA
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA.

      *Riga di registro del documento appena numerato, scritta e
      *chiusa subito; oltre il quarto codice IVA gli importi si
      *sommano nel quarto.
       REGISTRA-DOCUMENTO.
           OPEN EXTEND FILE-REGISTRO
           IF WS-REGISTRO-STATUS NOT = "00"
               OPEN OUTPUT FILE-REGISTRO
           END-IF
           MOVE SPACES TO RECORD-FATTURA-REG
           MOVE WS-DOC-ANNO TO FRG-ANNO
           MOVE WS-DOC-NUMERO TO FRG-NUMERO
           MOVE WS-DOC-DATA TO FRG-DATA
           IF WS-DOC-TOTALE < 0
               SET FRG-NOTA-CREDITO TO TRUE
           ELSE
               SET FRG-FATTURA TO TRUE
           END-IF
           MOVE WS-DOC-CLIENTE TO FRG-ID-CLIENTE
           MOVE WS-DOC-IMPONIBILE TO FRG-IMPONIBILE
           MOVE WS-DOC-IMPOSTA TO FRG-IMPOSTA
           MOVE WS-DOC-TOTALE TO FRG-TOTALE
           MOVE WS-DOC-RIGHE TO FRG-RIGHE
           PERFORM VARYING INDICE-IVA FROM 1 BY 1
               UNTIL INDICE-IVA > 4
               MOVE SPACES TO FRG-IVA-CODICE(INDICE-IVA)
               MOVE 0 TO FRG-IVA-IMPONIBILE(INDICE-IVA)
               MOVE 0 TO FRG-IVA-IMPOSTA(INDICE-IVA)
           END-PERFORM
           PERFORM VARYING INDICE-IVA FROM 1 BY 1
               UNTIL INDICE-IVA > WS-NUM-IVA
               IF INDICE-IVA <= 4
                   MOVE WS-IVA-CODICE(INDICE-IVA)
                       TO FRG-IVA-CODICE(INDICE-IVA)
                   MOVE WS-IVA-IMPONIBILE(INDICE-IVA)
                       TO FRG-IVA-IMPONIBILE(INDICE-IVA)
                   MOVE WS-IVA-IMPOSTA(INDICE-IVA)
                       TO FRG-IVA-IMPOSTA(INDICE-IVA)
               ELSE
                   MOVE "**" TO FRG-IVA-CODICE(4)
                   ADD WS-IVA-IMPONIBILE(INDICE-IVA)
                       TO FRG-IVA-IMPONIBILE(4)
                   ADD WS-IVA-IMPOSTA(INDICE-IVA)
                       TO FRG-IVA-IMPOSTA(4)
               END-IF
           END-PERFORM
           MOVE WS-DATA-ORA(1:14) TO FRG-TIMESTAMP
           WRITE RECORD-FATTURA-REG
           CLOSE FILE-REGISTRO.

      *Riscrittura del feed con i movimenti timbrati: conteggio e
      *totale non cambiano, il trailer si riscrive uguale. I
      *movimenti della principale tornano con la societa' a spazi,
      *come li scrivono i programmi che alimentano il feed.
       SALVA-DETTAGLIO.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-MOV FROM 1 BY 1
               UNTIL INDICE-MOV > WS-NUM-MOVIMENTI
               MOVE WS-MOV-RECORD(INDICE-MOV) TO WS-MOV
               IF WS-MOV-FATTURA-NUMERO = 0
                   MOVE SPACES TO WS-MOV-FATTURA
               END-IF
               IF WS-MOV-SOCIETA = GRP-PRINCIPALE
                   MOVE SPACES TO WS-MOV-SOCIETA
               END-IF
               MOVE WS-MOV TO DETTAGLIO-NUOVO
               WRITE DETTAGLIO-NUOVO
           END-PERFORM
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-DET-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-DET-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-DETTAGLIO
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI "
                   "Vendite-dettaglio.txt (CODICE " RETURN-CODE
                   "): LE FATTURE SONO A REGISTRO, COPIARE A MANO "
                   WS-NOME-NUOVO
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "EmissioneFatture" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-DETTAGLIO
           END-IF.

           COPY TESTATA-CONTROLLI.
