      *NOTA-EXPORT: una riga ANA con l'anagrafica completa, una riga
      *STO per ogni immagine di clienti-storia.txt del cliente, una
      *riga NOT per ogni NOTA con quell'ID_CLIENTE (piu' le SEG dei
      *segmenti e le ALL dei documenti registrati in
      *NOTA_ALLEGATI), una riga MOV per ogni movimento di
      *Vendite-dettaglio.txt, e in coda la riga CER di
      *certificazione con data, operatore e conteggi, da allegare
      *alla risposta.
           05 STO-TIMESTAMP PIC X(14).
           05 STO-OPERATORE PIC X(8).
           05 STO-OPERAZIONE PIC X.
           05 STO-IMMAGINE PIC X(185).

       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA PIC 9(8).
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(34).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
       FD FILE-DOSSIER.
       01 RECORD-DOSSIER-ANA.
           05 ANA-TIPO PIC X(3).
           05 ANA-IMMAGINE PIC X(185).
       01 RECORD-DOSSIER-STO.
           05 DST-TIPO PIC X(3).
           05 DST-TIMESTAMP PIC X(14).
           05 DST-OPERATORE PIC X(8).
           05 DST-OPERAZIONE PIC X.
           05 DST-IMMAGINE PIC X(185).
       01 RECORD-DOSSIER-NOT.
           05 DNT-TIPO PIC X(3).
           05 DNT-NOME PIC X(20).
           05 DSG-NOME PIC X(20).
           05 DSG-SEQ PIC 9(3).
           05 DSG-TESTO PIC X(300).
       01 RECORD-DOSSIER-ALL.
           05 DAL-TIPO PIC X(3).
           05 DAL-NOME PIC X(20).
           05 DAL-SEQ PIC 9(3).
           05 DAL-TIPO-DOCUMENTO PIC X(10).
           05 DAL-DATA-RICEZIONE PIC X(10).
           05 DAL-OPERATORE PIC X(8).
           05 DAL-DESCRIZIONE PIC X(60).
           05 DAL-PERCORSO PIC X(120).
       01 RECORD-DOSSIER-MOV.
           05 DMV-TIPO PIC X(3).
           05 DMV-DATA PIC 9(8).
           05 CER-CONTA-NOTE PIC 9(6).
           05 CER-CONTA-SEGMENTI PIC 9(6).
           05 CER-CONTA-MOVIMENTI PIC 9(6).
           05 CER-CONTA-ALLEGATI PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-CONTA-NOTE PIC 9(6) VALUE 0.
       01 WS-CONTA-SEGMENTI PIC 9(6) VALUE 0.
       01 WS-CONTA-MOVIMENTI PIC 9(6) VALUE 0.
       01 WS-CONTA-ALLEGATI PIC 9(6) VALUE 0.
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 SEGMENTO_SEQ PIC 9(3).
       01 SEGMENTO_TESTO PIC X(300).
       01 OPERATORE_ID PIC X(8).
       01 ALL_SEQ PIC 9(3).
       01 ALL_PERCORSO PIC X(120).
       01 ALL_TIPO PIC X(10).
       01 ALL_DESCRIZIONE PIC X(60).
       01 ALL_DATA_RICEZIONE PIC X(10).
       01 ALL_OPERATORE PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
           EXEC SQL DISCONNECT ALL END-EXEC
           DISPLAY "DOSSIER SCRITTO IN " WS-NOME-DOSSIER ": "
               WS-CONTA-STORIA " STORIA, " WS-CONTA-NOTE " NOTE, "
               WS-CONTA-ALLEGATI " ALLEGATI, "
               WS-CONTA-MOVIMENTI " MOVIMENTI."
           STOP RUN.

               WRITE RECORD-DOSSIER-NOT
               ADD 1 TO WS-CONTA-NOTE
               PERFORM ESPORTA-SEGMENTI
               PERFORM ESPORTA-ALLEGATI
               EXEC SQL
                     FETCH C1 INTO :NOME, :DATA_CREATE,
                         :DATA_SCADENZA, :CATEGORIA, :NOTA
                 CLOSE CSEG
           END-EXEC.

      *Dei documenti si riporta la voce di registro (tipo, data,
      *chi l'ha archiviato e dove): i file si prelevano
      *dall'archivio ai percorsi indicati.
       ESPORTA-ALLEGATI.
           EXEC SQL
               DECLARE CALG CURSOR FOR
                    SELECT SEQ, PERCORSO, TIPO, DESCRIZIONE,
                           DATA_RICEZIONE, OPERATORE
                    FROM NOTA_ALLEGATI
                    WHERE NOME = :NOME
                    ORDER BY SEQ
           END-EXEC
           EXEC SQL
                 OPEN CALG
           END-EXEC
           EXEC SQL
                 FETCH CALG INTO :ALL_SEQ, :ALL_PERCORSO, :ALL_TIPO,
                     :ALL_DESCRIZIONE, :ALL_DATA_RICEZIONE,
                     :ALL_OPERATORE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE "ALL" TO DAL-TIPO
               MOVE NOME TO DAL-NOME
               MOVE ALL_SEQ TO DAL-SEQ
               MOVE ALL_TIPO TO DAL-TIPO-DOCUMENTO
               MOVE ALL_DATA_RICEZIONE TO DAL-DATA-RICEZIONE
               MOVE ALL_OPERATORE TO DAL-OPERATORE
               MOVE ALL_DESCRIZIONE TO DAL-DESCRIZIONE
               MOVE ALL_PERCORSO TO DAL-PERCORSO
               WRITE RECORD-DOSSIER-ALL
               ADD 1 TO WS-CONTA-ALLEGATI
               EXEC SQL
                     FETCH CALG INTO :ALL_SEQ, :ALL_PERCORSO,
                         :ALL_TIPO, :ALL_DESCRIZIONE,
                         :ALL_DATA_RICEZIONE, :ALL_OPERATORE
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CALG
           END-EXEC.

       ESPORTA-MOVIMENTI.
           PERFORM PROVA-TESTATA-DETTAGLIO
           IF NOT TESTATA-OK
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               EXIT PARAGRAPH
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           AND DET-ID-CLIENTE = ID_CLIENTE
                           MOVE "MOV" TO DMV-TIPO
                           MOVE DET-DATA TO DMV-DATA
           MOVE WS-CONTA-NOTE TO CER-CONTA-NOTE
           MOVE WS-CONTA-SEGMENTI TO CER-CONTA-SEGMENTI
           MOVE WS-CONTA-MOVIMENTI TO CER-CONTA-MOVIMENTI
           MOVE WS-CONTA-ALLEGATI TO CER-CONTA-ALLEGATI
           WRITE RECORD-DOSSIER-CER.

           COPY ERROR-HANDLER.

           COPY TESTATA-CONTROLLI.
