       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistroFatture.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Stampa del registro fatture emesse di un anno (FATTURE_ANNO
      *dall'ambiente, altrimenti chiesto a video) da
      *Fatture-registro.txt in Fatture-registro-AAAA.txt: una riga
      *per documento con data, tipo (FT fattura, NC nota di
      *credito), cliente, imponibile, imposta e totale, poi il
      *riepilogo per codice IVA e i totali dell'anno. Nello stesso
      *passaggio si controlla la numerazione: ogni numero deve
      *seguire il precedente di uno a partire da 1, senza doppi, con
      *date che non tornano indietro; i numeri che il contatore
      *Fatture-contatore.txt ha gia' dato oltre l'ultima riga sono
      *numeri assegnati e mai registrati, cioe' buchi anche loro.
      *Ogni anomalia e' segnalata in stampa sulla riga in cui si
      *vede, e il passo esce con RC 8.
      *Il registro e' quello della societa' di lavoro (variabile
      *SOCIETA, vuota = la principale): ogni societa' del gruppo ha
      *registro e contatore suoi (NomeFileSocieta); il consolidato
      *non ha registro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REGISTRO.
       COPY FATTURA-REG.

       FD FILE-CONTATORE.
       01 RECORD-CONTATORE.
           05 CNT-ANNO PIC 9(4).
           05 CNT-PROSSIMO PIC 9(7).

       FD FILE-STAMPA.
       01 RIGA-STAMPA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-CONTATORE-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-ANNO-TESTO PIC X(4).
       01 WS-ANNO PIC 9(4).
       01 WS-NOME-STAMPA PIC X(40).
      *Societa' di lavoro e file della sua numerazione.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NOME-BASE PIC X(40).
       01 WS-NOME-REGISTRO PIC X(40).
       01 WS-NOME-CONTATORE PIC X(40).
      *Controllo della sequenza.
       01 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
       01 WS-ULTIMA-DATA PIC 9(8) VALUE 0.
       01 WS-ATTESO PIC 9(7).
       01 WS-ANOMALIE PIC 9(6) VALUE 0.
       01 WS-NUMERI-MANCANTI PIC 9(7) VALUE 0.
       01 WS-NOTA PIC X(30).
      *Riepilogo IVA dell'anno.
       01 WS-NUM-IVA PIC 99 VALUE 0.
       01 WS-IVA-TABELLA.
           05 WS-IVA-ENTRY OCCURS 20 TIMES.
               10 WS-IVA-CODICE PIC X(2).
               10 WS-IVA-IMPONIBILE PIC S9(11)V99.
               10 WS-IVA-IMPOSTA PIC S9(11)V99.
       01 INDICE-IVA PIC 99.
       01 INDICE-RIEPILOGO PIC 9.
       01 WS-IVA-TROVATA PIC X.
      *Totali dell'anno.
       01 WS-NUM-FATTURE PIC 9(6) VALUE 0.
       01 WS-NUM-NOTE PIC 9(6) VALUE 0.
       01 WS-TOT-IMPONIBILE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-IMPOSTA PIC S9(11)V99 VALUE 0.
       01 WS-TOT-TOTALE PIC S9(11)V99 VALUE 0.
      *Appoggi della stampa.
       01 WS-TIPO-ED PIC X(2).
       01 WS-DATA-ED PIC X(10).
       01 WS-IMPORTO-ED PIC -(9)9.99.
       01 WS-IMPOSTA-ED PIC -(9)9.99.
       01 WS-TOTALE-ED PIC -(9)9.99.
       01 WS-CONTA-ED PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROC.
           ACCEPT WS-ANNO-TESTO FROM ENVIRONMENT "FATTURE_ANNO"
           IF WS-ANNO-TESTO = SPACES
               DISPLAY "ANNO DEL REGISTRO (AAAA): "
               ACCEPT WS-ANNO-TESTO
           END-IF
           IF WS-ANNO-TESTO NOT NUMERIC
               DISPLAY "ANNO NON VALIDO: " WS-ANNO-TESTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ANNO-TESTO TO WS-ANNO
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S' OR WS-SOC-CODICE = "GR"
               DISPLAY "SOCIETA' NON VALIDA PER IL REGISTRO: "
                   WS-SOC-CODICE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Fatture-registro.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-REGISTRO
           MOVE "Fatture-contatore.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-CONTATORE
           OPEN INPUT FILE-REGISTRO
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE " WS-NOME-REGISTRO
                   ", STATUS: " WS-REGISTRO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOME-BASE
           STRING "Fatture-registro-" WS-ANNO ".txt"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-STAMPA
           CALL 'REGISTRA-GENERATO' USING WS-NOME-STAMPA
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-STAMPA
           PERFORM SCRIVI-INTESTAZIONE
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-REGISTRO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF FRG-ANNO = WS-ANNO
                           PERFORM STAMPA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO
           PERFORM VERIFICA-CONTATORE
           PERFORM SCRIVI-RIEPILOGO
           CLOSE FILE-STAMPA
           DISPLAY "REGISTRO " WS-ANNO ": " WS-NUM-FATTURE
               " FATTURE, " WS-NUM-NOTE " NOTE DI CREDITO IN "
               WS-NOME-STAMPA
           IF WS-ANOMALIE > 0
               DISPLAY "ATTENZIONE: " WS-ANOMALIE
                   " ANOMALIE DI NUMERAZIONE NEL REGISTRO."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO RIGA-STAMPA
           STRING "REGISTRO FATTURE EMESSE - ANNO " WS-ANNO
               " - " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE ALL "=" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           STRING "NUMERO DATA       TP CLIENTE    IMPONIBILE"
               "       IMPOSTA        TOTALE NOTE"
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE ALL "-" TO RIGA-STAMPA
           WRITE RIGA-STAMPA.

      *Una riga per documento, con l'anomalia di sequenza accanto.
       STAMPA-DOCUMENTO.
           MOVE SPACES TO WS-NOTA
           COMPUTE WS-ATTESO = WS-ULTIMO-NUMERO + 1
           EVALUATE TRUE
               WHEN FRG-NUMERO <= WS-ULTIMO-NUMERO
                   MOVE "*** NUMERO DOPPIO/ARRETRATO" TO WS-NOTA
                   ADD 1 TO WS-ANOMALIE
               WHEN FRG-NUMERO > WS-ATTESO
                   MOVE "*** BUCO DI NUMERAZIONE" TO WS-NOTA
                   ADD 1 TO WS-ANOMALIE
                   COMPUTE WS-NUMERI-MANCANTI = WS-NUMERI-MANCANTI
                       + FRG-NUMERO - WS-ATTESO
               WHEN FRG-DATA < WS-ULTIMA-DATA
                   MOVE "*** DATA ANTERIORE ALLA PREC." TO WS-NOTA
                   ADD 1 TO WS-ANOMALIE
           END-EVALUATE
           IF FRG-NUMERO > WS-ULTIMO-NUMERO
               MOVE FRG-NUMERO TO WS-ULTIMO-NUMERO
           END-IF
           IF FRG-DATA > WS-ULTIMA-DATA
               MOVE FRG-DATA TO WS-ULTIMA-DATA
           END-IF
           IF FRG-NOTA-CREDITO
               MOVE "NC" TO WS-TIPO-ED
               ADD 1 TO WS-NUM-NOTE
           ELSE
               MOVE "FT" TO WS-TIPO-ED
               ADD 1 TO WS-NUM-FATTURE
           END-IF
           ADD FRG-IMPONIBILE TO WS-TOT-IMPONIBILE
           ADD FRG-IMPOSTA TO WS-TOT-IMPOSTA
           ADD FRG-TOTALE TO WS-TOT-TOTALE
           PERFORM VARYING INDICE-RIEPILOGO FROM 1 BY 1
               UNTIL INDICE-RIEPILOGO > 4
               IF FRG-IVA-CODICE(INDICE-RIEPILOGO) NOT = SPACES
                   PERFORM ACCUMULA-IVA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DATA-ED
           STRING FRG-DATA(7:2) "/" FRG-DATA(5:2) "/" FRG-DATA(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE FRG-IMPONIBILE TO WS-IMPORTO-ED
           MOVE FRG-IMPOSTA TO WS-IMPOSTA-ED
           MOVE FRG-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING FRG-NUMERO " " WS-DATA-ED " " WS-TIPO-ED " "
               FRG-ID-CLIENTE " " WS-IMPORTO-ED " " WS-IMPOSTA-ED " "
               WS-TOTALE-ED " " WS-NOTA
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA.

       ACCUMULA-IVA.
           MOVE 'N' TO WS-IVA-TROVATA
           PERFORM VARYING INDICE-IVA FROM 1 BY 1
               UNTIL INDICE-IVA > WS-NUM-IVA
                   OR WS-IVA-TROVATA = 'S'
               IF WS-IVA-CODICE(INDICE-IVA)
                       = FRG-IVA-CODICE(INDICE-RIEPILOGO)
                   MOVE 'S' TO WS-IVA-TROVATA
                   ADD FRG-IVA-IMPONIBILE(INDICE-RIEPILOGO)
                       TO WS-IVA-IMPONIBILE(INDICE-IVA)
                   ADD FRG-IVA-IMPOSTA(INDICE-RIEPILOGO)
                       TO WS-IVA-IMPOSTA(INDICE-IVA)
               END-IF
           END-PERFORM
           IF WS-IVA-TROVATA = 'N' AND WS-NUM-IVA < 20
               ADD 1 TO WS-NUM-IVA
               MOVE FRG-IVA-CODICE(INDICE-RIEPILOGO)
                   TO WS-IVA-CODICE(WS-NUM-IVA)
               MOVE FRG-IVA-IMPONIBILE(INDICE-RIEPILOGO)
                   TO WS-IVA-IMPONIBILE(WS-NUM-IVA)
               MOVE FRG-IVA-IMPOSTA(INDICE-RIEPILOGO)
                   TO WS-IVA-IMPOSTA(WS-NUM-IVA)
           END-IF.

      *Numeri dati dal contatore dopo l'ultima riga dell'anno: sono
      *stati assegnati e non sono mai arrivati a registro.
       VERIFICA-CONTATORE.
           OPEN INPUT FILE-CONTATORE
           IF WS-CONTATORE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FILE-CONTATORE
               AT END
                   MOVE 0 TO CNT-ANNO
           END-READ
           CLOSE FILE-CONTATORE
           IF CNT-ANNO NOT = WS-ANNO
               EXIT PARAGRAPH
           END-IF
           IF CNT-PROSSIMO > WS-ULTIMO-NUMERO + 1
               ADD 1 TO WS-ANOMALIE
               COMPUTE WS-NUMERI-MANCANTI = WS-NUMERI-MANCANTI
                   + CNT-PROSSIMO - WS-ULTIMO-NUMERO - 1
               COMPUTE WS-ATTESO = WS-ULTIMO-NUMERO + 1
               COMPUTE WS-ULTIMO-NUMERO = CNT-PROSSIMO - 1
               MOVE SPACES TO RIGA-STAMPA
               STRING "*** NUMERI DAL " WS-ATTESO(2:6) " AL "
                   WS-ULTIMO-NUMERO " DATI DAL CONTATORE E NON "
                   "REGISTRATI"
                   DELIMITED BY SIZE INTO RIGA-STAMPA
               WRITE RIGA-STAMPA
           END-IF.

       SCRIVI-RIEPILOGO.
           MOVE ALL "-" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE "RIEPILOGO IVA" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           PERFORM VARYING INDICE-IVA FROM 1 BY 1
               UNTIL INDICE-IVA > WS-NUM-IVA
               MOVE WS-IVA-IMPONIBILE(INDICE-IVA) TO WS-IMPORTO-ED
               MOVE WS-IVA-IMPOSTA(INDICE-IVA) TO WS-IMPOSTA-ED
               MOVE SPACES TO RIGA-STAMPA
               STRING "  CODICE " WS-IVA-CODICE(INDICE-IVA)
                   "   IMPONIBILE " WS-IMPORTO-ED
                   "   IMPOSTA " WS-IMPOSTA-ED
                   DELIMITED BY SIZE INTO RIGA-STAMPA
               WRITE RIGA-STAMPA
           END-PERFORM
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE WS-NUM-FATTURE TO WS-CONTA-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING "FATTURE EMESSE:        " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE WS-NUM-NOTE TO WS-CONTA-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING "NOTE DI CREDITO:       " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE WS-TOT-IMPONIBILE TO WS-IMPORTO-ED
           MOVE WS-TOT-IMPOSTA TO WS-IMPOSTA-ED
           MOVE WS-TOT-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING "TOTALI ANNO   IMPONIBILE " WS-IMPORTO-ED
               "   IMPOSTA " WS-IMPOSTA-ED "   TOTALE " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           IF WS-ANOMALIE = 0
               MOVE "NUMERAZIONE CONTINUA, NESSUNA ANOMALIA."
                   TO RIGA-STAMPA
           ELSE
               STRING "ANOMALIE DI NUMERAZIONE: " WS-ANOMALIE
                   "   NUMERI MANCANTI: " WS-NUMERI-MANCANTI
                   DELIMITED BY SIZE INTO RIGA-STAMPA
           END-IF
           WRITE RIGA-STAMPA.
