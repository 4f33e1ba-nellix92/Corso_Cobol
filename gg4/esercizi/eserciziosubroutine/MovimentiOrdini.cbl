       IDENTIFICATION DIVISION.
       PROGRAM-ID. MovimentiOrdini.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Passaggio notturno delle consegne nel dettaglio vendite: per
      *ogni riga di Ddt.idx con la consegna firmata registrata e non
      *ancora movimentata si scrive un movimento in
      *Vendite-dettaglio.txt con cliente, regione, prodotto, prezzo e
      *codice IVA della riga d'ordine, alla data di consegna; da li'
      *la vendita segue la strada normale (rollup, fattura, partite).
      *Le righe in attesa della copia firmata o respinte non si
      *fatturano. Il feed si riscrive dal .new con il trailer
      *ricalcolato dopo aver verificato il trailer vecchio; solo a
      *feed sostituito le righe del DDT si segnano movimentate e la
      *riga d'ordine avanza ORD-QUANTITA-MOVIMENTATA.
      *La merce delle righe gia' scaricate all'emissione del DDT non
      *la toglie di nuovo lo scarico di magazzino; una riga non
      *scaricata con data di consegna gia' passata dallo scarico
      *(Magazzino-scarico.ultimo) si segnala: la giacenza va
      *corretta a mano, come per ogni movimento arrivato in ritardo.
      *Termina con GOBACK e RETURN-CODE 8 sugli errori, per girare
      *come passo del batch notturno prima dello scarico.
      *Il movimento nuovo porta la societa' del gruppo del cliente
      *(SocietaCliente), in coda al tracciato dopo la fattura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDT-IDX ASSIGN TO "Ddt.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DDT-CHIAVE
           FILE STATUS IS WS-DDT-STATUS.
           SELECT ORDINI-IDX ASSIGN TO "Ordini.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ORD-CHIAVE
           FILE STATUS IS WS-ORDINI-STATUS.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-dettaglio.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ULTIMA-DATA-FILE
               ASSIGN TO "Magazzino-scarico.ultimo"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ULTIMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DDT-IDX.
       COPY DDT-REC.

       FD ORDINI-IDX.
       COPY ORDINE-REC.

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
       01 DETTAGLIO-NUOVO.
           05 NV-ID-CLIENTE PIC 9(6).
           05 NV-REGIONE-NUM PIC 99.
           05 NV-DATA PIC 9(8).
           05 NV-IMPORTO PIC S9(7)V99.
           05 NV-CODICE-PRODOTTO PIC X(8).
           05 NV-QUANTITA PIC 9(5).
           05 NV-PREZZO-UNITARIO PIC S9(5)V99.
           05 NV-CODICE-IVA PIC X(2).
           05 NV-FATTURA.
               10 NV-FATTURA-ANNO PIC 9(4).
               10 NV-FATTURA-NUMERO PIC 9(6).
           05 NV-SOCIETA PIC X(2).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD ULTIMA-DATA-FILE.
       01 RECORD-ULTIMA-DATA.
           05 ULT-DATA PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-DDT-STATUS PIC XX.
       01 WS-ORDINI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-ULTIMA-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-ULTIMA-SCARICATA PIC 9(8) VALUE 0.
      *Righe di DDT consegnate da passare in movimento.
       01 WS-NUM-DA-MUOVERE PIC 9(4) VALUE 0.
       01 WS-MOVIMENTI-TABELLA.
           05 WS-MOV-ENTRY OCCURS 3000 TIMES.
               10 WS-MOV-CHIAVE PIC 9(13).
               10 WS-MOV-ORDINE PIC 9(9).
               10 WS-MOV-ID-CLIENTE PIC 9(6).
               10 WS-MOV-REGIONE PIC 99.
               10 WS-MOV-DATA PIC 9(8).
               10 WS-MOV-CODICE PIC X(8).
               10 WS-MOV-QUANTITA PIC 9(5).
               10 WS-MOV-PREZZO PIC 9(5)V99.
               10 WS-MOV-IVA PIC X(2).
       01 INDICE-MOVIMENTO PIC 9(4).
       01 WS-MOVIMENTI-PIENI PIC X VALUE 'N'.
       01 WS-CHIAVE-DDT PIC 9(13).
       01 WS-CHIAVE-ORDINE PIC 9(9).
      *Stato del feed per la riscrittura.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-IMPORTO PIC 9(7)V99.
       01 WS-TOTALE-MOSSO PIC 9(11)V99 VALUE 0.
       01 WS-TOTALE-ED PIC Z(10)9.99.
       01 WS-IN-RITARDO PIC 9(4) VALUE 0.
       01 WS-ERRORI-SCRITTURA PIC 9(4) VALUE 0.
       01 WS-NOME-DETTAGLIO PIC X(30)
           VALUE "Vendite-dettaglio.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-dettaglio.new".
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM LEGGI-ULTIMA-DATA
           OPEN I-O DDT-IDX
           IF WS-DDT-STATUS = "35"
               DISPLAY "Ddt.idx ASSENTE: NESSUNA CONSEGNA DA "
                   "MOVIMENTARE."
               GOBACK
           END-IF
           IF WS-DDT-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Ddt.idx (STATUS "
                   WS-DDT-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ORDINI-IDX
           IF WS-ORDINI-STATUS NOT = "00"
               CLOSE DDT-IDX
               DISPLAY "IMPOSSIBILE APRIRE Ordini.idx (STATUS "
                   WS-ORDINI-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARICA-CONSEGNE
           IF WS-MOVIMENTI-PIENI = 'S'
               CLOSE DDT-IDX ORDINI-IDX
               DISPLAY "OLTRE 3000 RIGHE DI DDT DA MOVIMENTARE: "
                   "NESSUN MOVIMENTO SCRITTO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-NUM-DA-MUOVERE = 0
               CLOSE DDT-IDX ORDINI-IDX
               DISPLAY "NESSUNA CONSEGNA DA MOVIMENTARE."
               GOBACK
           END-IF
           PERFORM SCRIVI-MOVIMENTI
           IF RETURN-CODE NOT = 0
               CLOSE DDT-IDX ORDINI-IDX
               GOBACK
           END-IF
           PERFORM VARYING INDICE-MOVIMENTO FROM 1 BY 1
               UNTIL INDICE-MOVIMENTO > WS-NUM-DA-MUOVERE
               PERFORM SEGNA-MOVIMENTATA
               PERFORM AVANZA-RIGA
           END-PERFORM
           CLOSE DDT-IDX ORDINI-IDX
           MOVE "MovimentiOrdini" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-DETTAGLIO
           MOVE WS-TOTALE-MOSSO TO WS-TOTALE-ED
           DISPLAY "RIGHE DI DDT CONSEGNATE MOVIMENTATE: "
               WS-NUM-DA-MUOVERE " PER " WS-TOTALE-ED
           IF WS-IN-RITARDO > 0
               DISPLAY "CONSEGNE CON DATA GIA' SCARICATA DAL "
                   "MAGAZZINO (GIACENZA DA CORREGGERE A MANO): "
                   WS-IN-RITARDO
           END-IF
           IF WS-ERRORI-SCRITTURA > 0
               DISPLAY "ERRORI DI RISCRITTURA SU Ddt.idx O "
                   "Ordini.idx: " WS-ERRORI-SCRITTURA
                   ", MOVIMENTI GIA' NEL FEED: CORREGGERE A MANO."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LEGGI-ULTIMA-DATA.
           OPEN INPUT ULTIMA-DATA-FILE
           IF WS-ULTIMA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ULTIMA-DATA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ULT-DATA IS NUMERIC
                       MOVE ULT-DATA TO WS-ULTIMA-SCARICATA
                   END-IF
           END-READ
           CLOSE ULTIMA-DATA-FILE.

       CARICA-CONSEGNE.
           MOVE LOW-VALUES TO DDT-CHIAVE
           START DDT-IDX KEY IS NOT LESS THAN DDT-CHIAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ DDT-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF DDT-CONSEGNATO AND NOT DDT-IN-DETTAGLIO
                           PERFORM ACCODA-CONSEGNA
                       END-IF
               END-READ
           END-PERFORM.

       ACCODA-CONSEGNA.
           IF WS-NUM-DA-MUOVERE >= 3000
               MOVE 'S' TO WS-MOVIMENTI-PIENI
               MOVE 'Y' TO LETTURA-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-DA-MUOVERE
           MOVE DDT-CHIAVE TO WS-MOV-CHIAVE(WS-NUM-DA-MUOVERE)
           MOVE DDT-ORDINE TO WS-MOV-ORDINE(WS-NUM-DA-MUOVERE)
           MOVE DDT-ID-CLIENTE TO WS-MOV-ID-CLIENTE(WS-NUM-DA-MUOVERE)
           MOVE DDT-REGIONE-NUM TO WS-MOV-REGIONE(WS-NUM-DA-MUOVERE)
           MOVE DDT-DATA-CONSEGNA TO WS-MOV-DATA(WS-NUM-DA-MUOVERE)
           MOVE DDT-CODICE-PRODOTTO TO WS-MOV-CODICE(WS-NUM-DA-MUOVERE)
           MOVE DDT-QUANTITA TO WS-MOV-QUANTITA(WS-NUM-DA-MUOVERE)
           MOVE DDT-PREZZO-UNITARIO TO WS-MOV-PREZZO(WS-NUM-DA-MUOVERE)
           MOVE DDT-CODICE-IVA TO WS-MOV-IVA(WS-NUM-DA-MUOVERE)
           IF NOT DDT-SCARICATO
               AND DDT-DATA-CONSEGNA NOT > WS-ULTIMA-SCARICATA
               DISPLAY "DDT " DDT-ANNO "/" DDT-NUMERO " RIGA "
                   DDT-RIGA " CONSEGNATO IL " DDT-DATA-CONSEGNA
                   ": DATA GIA' SCARICATA DAL MAGAZZINO."
               ADD 1 TO WS-IN-RITARDO
           END-IF.

      *Il feed si copia sul .new verificandone il trailer: un feed che
      *non quadra non si tocca e le consegne restano da muovere.
       SCRIVI-MOVIMENTI.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-NUOVO
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
                               MOVE DETTAGLIO TO DETTAGLIO-NUOVO
                               WRITE DETTAGLIO-NUOVO
                               ADD 1 TO WS-DET-COUNT
                               ADD DET-IMPORTO TO WS-DET-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               CLOSE FILE-NUOVO
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               DISPLAY "Vendite-dettaglio.txt NON QUADRA CON IL "
                   "TRAILER: CONSEGNE NON MOVIMENTATE."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-MOVIMENTO FROM 1 BY 1
               UNTIL INDICE-MOVIMENTO > WS-NUM-DA-MUOVERE
               PERFORM SCRIVI-MOVIMENTO
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
                   "), CONSEGNE NON MOVIMENTATE."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
           MOVE 0 TO RETURN-CODE.

       SCRIVI-MOVIMENTO.
           COMPUTE WS-IMPORTO = WS-MOV-QUANTITA(INDICE-MOVIMENTO)
               * WS-MOV-PREZZO(INDICE-MOVIMENTO)
           MOVE WS-MOV-ID-CLIENTE(INDICE-MOVIMENTO) TO NV-ID-CLIENTE
           MOVE WS-MOV-REGIONE(INDICE-MOVIMENTO) TO NV-REGIONE-NUM
           MOVE WS-MOV-DATA(INDICE-MOVIMENTO) TO NV-DATA
           MOVE WS-IMPORTO TO NV-IMPORTO
           MOVE WS-MOV-CODICE(INDICE-MOVIMENTO) TO NV-CODICE-PRODOTTO
           MOVE WS-MOV-QUANTITA(INDICE-MOVIMENTO) TO NV-QUANTITA
           MOVE WS-MOV-PREZZO(INDICE-MOVIMENTO) TO NV-PREZZO-UNITARIO
           MOVE WS-MOV-IVA(INDICE-MOVIMENTO) TO NV-CODICE-IVA
           MOVE SPACES TO NV-FATTURA
           CALL 'SocietaCliente' USING NV-ID-CLIENTE, NV-SOCIETA
           WRITE DETTAGLIO-NUOVO
           ADD 1 TO WS-DET-COUNT
           ADD WS-IMPORTO TO WS-DET-TOTALE
           ADD WS-IMPORTO TO WS-TOTALE-MOSSO.

       SEGNA-MOVIMENTATA.
           MOVE WS-MOV-CHIAVE(INDICE-MOVIMENTO) TO WS-CHIAVE-DDT
           MOVE WS-CHIAVE-DDT TO DDT-CHIAVE
           READ DDT-IDX
               INVALID KEY
                   DISPLAY "RIGA DI DDT " WS-CHIAVE-DDT
                       " NON PIU' TROVATA IN Ddt.idx."
                   ADD 1 TO WS-ERRORI-SCRITTURA
                   EXIT PARAGRAPH
           END-READ
           SET DDT-IN-DETTAGLIO TO TRUE
           REWRITE RECORD-DDT
               INVALID KEY
                   DISPLAY "ERRORE RISCRITTURA Ddt.idx (STATUS "
                       WS-DDT-STATUS ") SULLA RIGA " WS-CHIAVE-DDT
                   ADD 1 TO WS-ERRORI-SCRITTURA
           END-REWRITE.

       AVANZA-RIGA.
           MOVE WS-MOV-ORDINE(INDICE-MOVIMENTO) TO WS-CHIAVE-ORDINE
           MOVE WS-CHIAVE-ORDINE TO ORD-CHIAVE
           READ ORDINI-IDX
               INVALID KEY
                   DISPLAY "RIGA D'ORDINE " WS-CHIAVE-ORDINE
                       " NON PIU' TROVATA IN Ordini.idx."
                   ADD 1 TO WS-ERRORI-SCRITTURA
                   EXIT PARAGRAPH
           END-READ
           ADD WS-MOV-QUANTITA(INDICE-MOVIMENTO)
               TO ORD-QUANTITA-MOVIMENTATA
           REWRITE RECORD-ORDINE
               INVALID KEY
                   DISPLAY "ERRORE RISCRITTURA Ordini.idx (STATUS "
                       WS-ORDINI-STATUS ") SULLA RIGA "
                       WS-CHIAVE-ORDINE
                   ADD 1 TO WS-ERRORI-SCRITTURA
           END-REWRITE.

           COPY TESTATA-CONTROLLI.
