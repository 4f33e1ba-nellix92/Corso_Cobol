       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegritaClienti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Integrita' referenziale dei file piatti legati al cliente:
      *CLIENTI-SYNC controlla le note di notadb, ma dettaglio
      *vendite, partitario, fidi, consensi, relazioni, segmenti RFM
      *e liste delle campagne portano anch'essi l'ID cliente, e
      *dopo fusioni e cancellazioni restavano partite intestate a
      *clienti che non esistono piu'. Qui ogni ID di ogni file si
      *cerca in clienti.idx e si guarda anche lo stato del cliente:
      *movimenti datati dopo la cessazione, partite ancora aperte,
      *fidi ancora accordati e destinatari di campagna su clienti
      *CESSATO. Le eccezioni finiscono in clienti-integrita.txt
      *raggruppate per file e per motivo.
      *RETURN-CODE 4 se ci sono eccezioni, 8 se il controllo non si
      *puo' fare (clienti.idx non apribile, testate errate), 0 se
      *tutto torna: il batch notturno e la lista di chiusura mese
      *lo leggono per fermarsi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-DETTAGLIO ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-PARTITE ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-FIDI ASSIGN TO "clienti-fidi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIDI-STATUS.
           SELECT FILE-CONSENSI ASSIGN TO "clienti-consensi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSENSI-STATUS.
           SELECT FILE-RELAZIONI ASSIGN TO "clienti-relazioni.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELAZIONI-STATUS.
           SELECT FILE-RFM ASSIGN TO "clienti-rfm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFM-STATUS.
           SELECT FILE-CAMPAGNE ASSIGN TO "Campagne.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAMPAGNE-STATUS.
           SELECT FILE-TARGET ASSIGN TO WS-NOME-TARGET
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-STATUS.
           SELECT FILE-REPORT ASSIGN TO "clienti-integrita.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

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

       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-FIDI.
       01 RECORD-FIDO.
           05 FID-ID-CLIENTE PIC 9(6).
           05 FID-LIMITE PIC 9(7)V99.

       FD FILE-CONSENSI.
       01 RECORD-CONSENSO.
           05 CON-ID-CLIENTE PIC 9(6).
           05 CON-RESTO PIC X(57).

       FD FILE-RELAZIONI.
       01 RECORD-RELAZIONE.
           05 REL-ID-CAPO PIC 9(6).
           05 REL-ID-MEMBRO PIC 9(6).
           05 REL-RUOLO PIC X.

       FD FILE-RFM.
       01 RECORD-RFM.
           05 RFM-ID-CLIENTE PIC 9(6).
           05 RFM-CLASSE-R PIC 9.
           05 RFM-CLASSE-F PIC 9.
           05 RFM-CLASSE-M PIC 9.
           05 RFM-SEGMENTO PIC X(3).
           05 RFM-DATA-CALCOLO PIC 9(8).

       FD FILE-CAMPAGNE.
       01 RECORD-CAMPAGNA.
           05 CAM-ID PIC 9(4).
           05 CAM-DESCRIZIONE PIC X(30).
           05 CAM-TIPO PIC X.
           05 CAM-CRITERIO PIC X(20).
           05 CAM-FILTRO-STATO PIC X.
           05 CAM-SEGMENTO PIC X(3).
           05 CAM-DATA-INIZIO PIC 9(8).
           05 CAM-STATO PIC X.
           05 CAM-PRODOTTO-SI PIC X(8).
           05 CAM-PRODOTTO-NO PIC X(8).

       FD FILE-TARGET.
       01 RECORD-TARGET.
           05 TGT-ID-CLIENTE PIC 9(6).
           05 TGT-NOME PIC X(10).
           05 TGT-COGNOME PIC X(10).
           05 TGT-VIA PIC X(30).
           05 TGT-CAP PIC X(5).
           05 TGT-CITTA PIC X(20).
           05 TGT-PROVINCIA PIC X(2).
           05 TGT-RISPOSTA PIC X.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-FIDI-STATUS PIC XX.
       01 WS-CONSENSI-STATUS PIC XX.
       01 WS-RELAZIONI-STATUS PIC XX.
       01 WS-RFM-STATUS PIC XX.
       01 WS-CAMPAGNE-STATUS PIC XX.
       01 WS-TARGET-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-EOF-CAMPAGNE PIC X.
       01 WS-NOME-TARGET PIC X(40).
       01 WS-DATA-ORA PIC X(21).
      *Cliente cercato in clienti.idx e riferimento del record che
      *lo nomina, per la riga di eccezione.
       01 WS-ID-CERCATO PIC X(6).
       01 WS-CLIENTE-TROVATO PIC X.
       01 WS-FILE-CORRENTE PIC 9.
       01 WS-MOTIVO-CORRENTE PIC 9.
       01 WS-RIFERIMENTO PIC X(40).
       01 WS-IMPORTO-ED PIC -(7)9.99.
      *File controllati (indice = codice file nella tabella delle
      *eccezioni): nome, record letti, 'S' se presente.
       01 WS-FILE-TABELLA.
           05 WS-FILE-ENTRY OCCURS 7 TIMES.
               10 WS-FILE-NOME PIC X(30).
               10 WS-FILE-LETTI PIC 9(7).
               10 WS-FILE-PRESENTE PIC X.
               10 WS-FILE-MOTIVO-CONTA OCCURS 6 TIMES PIC 9(6).
       01 INDICE-FILE PIC 9.
      *Motivi di eccezione (indice = codice motivo).
       01 WS-MOTIVI-VALORI.
           05 FILLER PIC X(40)
               VALUE "CLIENTE INESISTENTE IN clienti.idx".
           05 FILLER PIC X(40)
               VALUE "ID CLIENTE NON NUMERICO O ZERO".
           05 FILLER PIC X(40)
               VALUE "MOVIMENTO DOPO LA CESSAZIONE".
           05 FILLER PIC X(40)
               VALUE "PARTITA APERTA SU CLIENTE CESSATO".
           05 FILLER PIC X(40)
               VALUE "FIDO ACCORDATO A CLIENTE CESSATO".
           05 FILLER PIC X(40)
               VALUE "CLIENTE CESSATO IN CAMPAGNA IN CORSO".
       01 WS-MOTIVI REDEFINES WS-MOTIVI-VALORI.
           05 WS-MOTIVO-TESTO OCCURS 6 TIMES PIC X(40).
       01 INDICE-MOTIVO PIC 9.
      *Eccezioni trovate, stampate a fine giro per file e motivo;
      *oltre la capienza si contano soltanto.
       01 WS-NUM-ECCEZIONI PIC 9(6) VALUE 0.
       01 WS-ECCEZIONI-TABELLA.
           05 WS-ECC-ENTRY OCCURS 3000 TIMES.
               10 WS-ECC-FILE PIC 9.
               10 WS-ECC-MOTIVO PIC 9.
               10 WS-ECC-ID PIC X(6).
               10 WS-ECC-RIFERIMENTO PIC X(40).
       01 INDICE-ECCEZIONE PIC 9(6).
       01 WS-TOTALE-ECCEZIONI PIC 9(7) VALUE 0.
       01 WS-NON-ELENCATE PIC 9(7) VALUE 0.
       01 WS-TOTALE-FILE PIC 9(7).
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM VERIFICA-TESTATA-PARTITE
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "CONTROLLO INTEGRITA' CLIENTI NON ESEGUITO: "
                   "clienti.idx NON APRIBILE, STATUS: "
                   WS-CLIENTI-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PREPARA-TABELLE
           PERFORM CONTROLLA-DETTAGLIO
           PERFORM CONTROLLA-PARTITE
           PERFORM CONTROLLA-FIDI
           PERFORM CONTROLLA-CONSENSI
           PERFORM CONTROLLA-RELAZIONI
           PERFORM CONTROLLA-RFM
           PERFORM CONTROLLA-CAMPAGNE
           CLOSE CLIENTI-IDX
           PERFORM SCRIVI-REPORT
           DISPLAY "INTEGRITA' CLIENTI: " WS-TOTALE-ECCEZIONI
               " ECCEZIONI (clienti-integrita.txt)"
           IF WS-TOTALE-ECCEZIONI > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       PREPARA-TABELLE.
           MOVE "Vendite-dettaglio.txt" TO WS-FILE-NOME(1)
           MOVE "Vendite-partite.txt" TO WS-FILE-NOME(2)
           MOVE "clienti-fidi.txt" TO WS-FILE-NOME(3)
           MOVE "clienti-consensi.txt" TO WS-FILE-NOME(4)
           MOVE "clienti-relazioni.txt" TO WS-FILE-NOME(5)
           MOVE "clienti-rfm.txt" TO WS-FILE-NOME(6)
           MOVE "campagna-target-NNNN.txt" TO WS-FILE-NOME(7)
           PERFORM VARYING INDICE-FILE FROM 1 BY 1
               UNTIL INDICE-FILE > 7
               MOVE 0 TO WS-FILE-LETTI(INDICE-FILE)
               MOVE 'N' TO WS-FILE-PRESENTE(INDICE-FILE)
               PERFORM VARYING INDICE-MOTIVO FROM 1 BY 1
                   UNTIL INDICE-MOTIVO > 6
                   MOVE 0 TO WS-FILE-MOTIVO-CONTA(INDICE-FILE,
                       INDICE-MOTIVO)
               END-PERFORM
           END-PERFORM.

      *Cerca WS-ID-CERCATO in clienti.idx; un ID non numerico o a
      *zero e' gia' un'eccezione e non si cerca.
       CERCA-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-TROVATO
           IF WS-ID-CERCATO NOT NUMERIC OR WS-ID-CERCATO = ZEROS
               MOVE 2 TO WS-MOTIVO-CORRENTE
               PERFORM REGISTRA-ECCEZIONE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-CERCATO TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   MOVE 1 TO WS-MOTIVO-CORRENTE
                   PERFORM REGISTRA-ECCEZIONE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-TROVATO
           END-READ.

       REGISTRA-ECCEZIONE.
           ADD 1 TO WS-TOTALE-ECCEZIONI
           ADD 1 TO WS-FILE-MOTIVO-CONTA(WS-FILE-CORRENTE,
               WS-MOTIVO-CORRENTE)
           IF WS-NUM-ECCEZIONI < 3000
               ADD 1 TO WS-NUM-ECCEZIONI
               MOVE WS-FILE-CORRENTE TO WS-ECC-FILE(WS-NUM-ECCEZIONI)
               MOVE WS-MOTIVO-CORRENTE
                   TO WS-ECC-MOTIVO(WS-NUM-ECCEZIONI)
               MOVE WS-ID-CERCATO TO WS-ECC-ID(WS-NUM-ECCEZIONI)
               MOVE WS-RIFERIMENTO
                   TO WS-ECC-RIFERIMENTO(WS-NUM-ECCEZIONI)
           ELSE
               ADD 1 TO WS-NON-ELENCATE
           END-IF.

      *Dettaglio vendite: oltre all'esistenza, una vendita datata
      *dopo la cessazione del cliente e' un movimento che non
      *doveva entrare.
       CONTROLLA-DETTAGLIO.
           MOVE 1 TO WS-FILE-CORRENTE
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-FILE-PRESENTE(1)
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM CONTROLLA-RIGA-DETTAGLIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       CONTROLLA-RIGA-DETTAGLIO.
           ADD 1 TO WS-FILE-LETTI(1)
           MOVE DET-IMPORTO TO WS-IMPORTO-ED
           MOVE SPACES TO WS-RIFERIMENTO
           STRING "VENDITA DEL " DET-DATA " " WS-IMPORTO-ED
               DELIMITED BY SIZE INTO WS-RIFERIMENTO
           MOVE DET-ID-CLIENTE TO WS-ID-CERCATO
           PERFORM CERCA-CLIENTE
           IF WS-CLIENTE-TROVATO = 'S'
               AND CLIENTE-CESSATO
               AND DATA-STATO-IDX NOT = SPACES
               AND DET-DATA > DATA-STATO-IDX
               MOVE 3 TO WS-MOTIVO-CORRENTE
               PERFORM REGISTRA-ECCEZIONE
           END-IF.

      *Partitario: movimenti dopo la cessazione e partite ancora
      *aperte su un cliente cessato (da incassare o stralciare).
       CONTROLLA-PARTITE.
           MOVE 2 TO WS-FILE-CORRENTE
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-FILE-PRESENTE(2)
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PARTITE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG NOT = "TRL"
                           AND PAR-TRAILER-TAG NOT = "HDR"
                           PERFORM CONTROLLA-RIGA-PARTITA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

       CONTROLLA-RIGA-PARTITA.
           ADD 1 TO WS-FILE-LETTI(2)
           MOVE PAR-IMPORTO TO WS-IMPORTO-ED
           MOVE SPACES TO WS-RIFERIMENTO
           STRING "PARTITA DEL " PAR-DATA-MOVIMENTO " "
               WS-IMPORTO-ED " STATO " PAR-STATO
               DELIMITED BY SIZE INTO WS-RIFERIMENTO
           MOVE PAR-ID-CLIENTE TO WS-ID-CERCATO
           PERFORM CERCA-CLIENTE
           IF WS-CLIENTE-TROVATO NOT = 'S'
               OR NOT CLIENTE-CESSATO
               EXIT PARAGRAPH
           END-IF
           IF DATA-STATO-IDX NOT = SPACES
               AND PAR-DATA-MOVIMENTO > DATA-STATO-IDX
               MOVE 3 TO WS-MOTIVO-CORRENTE
               PERFORM REGISTRA-ECCEZIONE
           END-IF
           IF PARTITA-APERTA
               MOVE 4 TO WS-MOTIVO-CORRENTE
               PERFORM REGISTRA-ECCEZIONE
           END-IF.

       CONTROLLA-FIDI.
           MOVE 3 TO WS-FILE-CORRENTE
           OPEN INPUT FILE-FIDI
           IF WS-FIDI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-FILE-PRESENTE(3)
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-FIDI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       ADD 1 TO WS-FILE-LETTI(3)
                       MOVE FID-LIMITE TO WS-IMPORTO-ED
                       MOVE SPACES TO WS-RIFERIMENTO
                       STRING "FIDO " WS-IMPORTO-ED
                           DELIMITED BY SIZE INTO WS-RIFERIMENTO
                       MOVE FID-ID-CLIENTE TO WS-ID-CERCATO
                       PERFORM CERCA-CLIENTE
                       IF WS-CLIENTE-TROVATO = 'S'
                           AND CLIENTE-CESSATO
                           AND FID-LIMITE > 0
                           MOVE 5 TO WS-MOTIVO-CORRENTE
                           PERFORM REGISTRA-ECCEZIONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-FIDI.

       CONTROLLA-CONSENSI.
           MOVE 4 TO WS-FILE-CORRENTE
           OPEN INPUT FILE-CONSENSI
           IF WS-CONSENSI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-FILE-PRESENTE(4)
           MOVE "CONSENSI PRIVACY" TO WS-RIFERIMENTO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-CONSENSI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       ADD 1 TO WS-FILE-LETTI(4)
                       MOVE CON-ID-CLIENTE TO WS-ID-CERCATO
                       PERFORM CERCA-CLIENTE
               END-READ
           END-PERFORM
           CLOSE FILE-CONSENSI.

      *Relazioni: capo e membro del gruppo vanno cercati entrambi.
       CONTROLLA-RELAZIONI.
           MOVE 5 TO WS-FILE-CORRENTE
           OPEN INPUT FILE-RELAZIONI
           IF WS-RELAZIONI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-FILE-PRESENTE(5)
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RELAZIONI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       ADD 1 TO WS-FILE-LETTI(5)
                       MOVE SPACES TO WS-RIFERIMENTO
                       STRING "CAPO DEL GRUPPO DI " REL-ID-MEMBRO
                           DELIMITED BY SIZE INTO WS-RIFERIMENTO
                       MOVE REL-ID-CAPO TO WS-ID-CERCATO
                       PERFORM CERCA-CLIENTE
                       MOVE SPACES TO WS-RIFERIMENTO
                       STRING "MEMBRO DEL GRUPPO DI " REL-ID-CAPO
                           DELIMITED BY SIZE INTO WS-RIFERIMENTO
                       MOVE REL-ID-MEMBRO TO WS-ID-CERCATO
                       PERFORM CERCA-CLIENTE
               END-READ
           END-PERFORM
           CLOSE FILE-RELAZIONI.

       CONTROLLA-RFM.
           MOVE 6 TO WS-FILE-CORRENTE
           OPEN INPUT FILE-RFM
           IF WS-RFM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-FILE-PRESENTE(6)
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RFM
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       ADD 1 TO WS-FILE-LETTI(6)
                       MOVE SPACES TO WS-RIFERIMENTO
                       STRING "SEGMENTO " RFM-SEGMENTO
                           " CALCOLATO IL " RFM-DATA-CALCOLO
                           DELIMITED BY SIZE INTO WS-RIFERIMENTO
                       MOVE RFM-ID-CLIENTE TO WS-ID-CERCATO
                       PERFORM CERCA-CLIENTE
               END-READ
           END-PERFORM
           CLOSE FILE-RFM.

      *Liste delle campagne: si guardano quelle congelate dalla
      *selezione (stato 'S'); un cliente cessato dopo la selezione
      *non deve ricevere la campagna.
       CONTROLLA-CAMPAGNE.
           MOVE 7 TO WS-FILE-CORRENTE
           OPEN INPUT FILE-CAMPAGNE
           IF WS-CAMPAGNE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-CAMPAGNE
           PERFORM UNTIL WS-EOF-CAMPAGNE = 'Y'
               READ FILE-CAMPAGNE
                   AT END
                       MOVE 'Y' TO WS-EOF-CAMPAGNE
                   NOT AT END
                       IF CAM-STATO = 'S'
                           PERFORM CONTROLLA-TARGET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CAMPAGNE.

       CONTROLLA-TARGET.
           MOVE SPACES TO WS-NOME-TARGET
           STRING "campagna-target-" CAM-ID ".txt"
               DELIMITED BY SIZE INTO WS-NOME-TARGET
           OPEN INPUT FILE-TARGET
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-FILE-PRESENTE(7)
           MOVE SPACES TO WS-RIFERIMENTO
           STRING "CAMPAGNA " CAM-ID " " CAM-DESCRIZIONE
               DELIMITED BY SIZE INTO WS-RIFERIMENTO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-TARGET
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       ADD 1 TO WS-FILE-LETTI(7)
                       MOVE TGT-ID-CLIENTE TO WS-ID-CERCATO
                       PERFORM CERCA-CLIENTE
                       IF WS-CLIENTE-TROVATO = 'S'
                           AND CLIENTE-CESSATO
                           MOVE 6 TO WS-MOTIVO-CORRENTE
                           PERFORM REGISTRA-ECCEZIONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-TARGET.

      *Report per file e, dentro il file, per motivo: conteggio del
      *motivo e poi le righe con cliente e riferimento del record.
       SCRIVI-REPORT.
           OPEN OUTPUT FILE-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE SPACES TO RIGA-REPORT
           STRING "INTEGRITA' REFERENZIALE DEI FILE CLIENTE - "
               WS-DATA-ORA(1:8) " " WS-DATA-ORA(9:6)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-FILE FROM 1 BY 1
               UNTIL INDICE-FILE > 7
               PERFORM SCRIVI-REPORT-FILE
           END-PERFORM
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE ECCEZIONI: " WS-TOTALE-ECCEZIONI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-NON-ELENCATE > 0
               MOVE SPACES TO RIGA-REPORT
               STRING "ECCEZIONI CONTATE MA NON ELENCATE: "
                   WS-NON-ELENCATE
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           CLOSE FILE-REPORT.

       SCRIVI-REPORT-FILE.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-FILE-PRESENTE(INDICE-FILE) NOT = 'S'
               STRING WS-FILE-NOME(INDICE-FILE)
                   " ASSENTE, NON CONTROLLATO"
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOTALE-FILE
           PERFORM VARYING INDICE-MOTIVO FROM 1 BY 1
               UNTIL INDICE-MOTIVO > 6
               ADD WS-FILE-MOTIVO-CONTA(INDICE-FILE, INDICE-MOTIVO)
                   TO WS-TOTALE-FILE
           END-PERFORM
           STRING WS-FILE-NOME(INDICE-FILE)
               " RECORD " WS-FILE-LETTI(INDICE-FILE)
               " ECCEZIONI " WS-TOTALE-FILE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-MOTIVO FROM 1 BY 1
               UNTIL INDICE-MOTIVO > 6
               IF WS-FILE-MOTIVO-CONTA(INDICE-FILE, INDICE-MOTIVO)
                   > 0
                   PERFORM SCRIVI-REPORT-MOTIVO
               END-IF
           END-PERFORM.

       SCRIVI-REPORT-MOTIVO.
           MOVE SPACES TO RIGA-REPORT
           STRING "  " WS-MOTIVO-TESTO(INDICE-MOTIVO) ": "
               WS-FILE-MOTIVO-CONTA(INDICE-FILE, INDICE-MOTIVO)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-ECCEZIONE FROM 1 BY 1
               UNTIL INDICE-ECCEZIONE > WS-NUM-ECCEZIONI
               IF WS-ECC-FILE(INDICE-ECCEZIONE) = INDICE-FILE
                   AND WS-ECC-MOTIVO(INDICE-ECCEZIONE) = INDICE-MOTIVO
                   MOVE SPACES TO RIGA-REPORT
                   STRING "    CLIENTE " WS-ECC-ID(INDICE-ECCEZIONE)
                       "  " WS-ECC-RIFERIMENTO(INDICE-ECCEZIONE)
                       DELIMITED BY SIZE INTO RIGA-REPORT
                   WRITE RIGA-REPORT
               END-IF
           END-PERFORM.

           COPY TESTATA-CONTROLLI.
