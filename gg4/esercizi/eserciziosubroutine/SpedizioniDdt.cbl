       IDENTIFICATION DIVISION.
       PROGRAM-ID. SpedizioniDdt.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Spedizioni con documento di trasporto (DDT) in Ddt.idx,
      *tracciato DDT-REC. Un [N]uovo DDT si costruisce dalle righe
      *d'ordine aperte di un cliente (Ordini.idx): per ogni riga si
      *sceglie quanto spedire (invio = tutto il residuo, zero = non
      *in questo documento), poi vettore e colli. Il numero e'
      *progressivo nell'anno. All'emissione le righe d'ordine
      *avanzano la quantita' spedita e la merce esce da
      *Magazzino.idx, con una riga 'V' nel giornale di magazzino; il
      *DDT si stampa in Ddt-stampa-<data e ora>.txt con mittente
      *(chiavi AZIENDA-* di gestionale.cfg) e destinatario
      *dall'indirizzo strutturato di clienti.idx. Con la [C]onsegna
      *si registra l'esito quando rientra la copia firmata:
      *consegnato (data e nome di chi ha firmato) o respinto (la
      *merce rientra in giacenza e le quantita' tornano da spedire
      *sulle righe d'ordine). Solo le righe consegnate diventano
      *vendite: le porta nel dettaglio vendite MovimentiOrdini, e
      *da li' vanno in fattura. [R]istampa e [I]nterroga rileggono
      *un DDT. Gli operatori di livello 'R' consultano soltanto.
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
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT MAGAZZINO-IDX ASSIGN TO "Magazzino.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MAG-CODICE-PRODOTTO
           FILE STATUS IS WS-MAGAZZINO-STATUS.
           SELECT FILE-MOVIMENTI ASSIGN TO "Magazzino-movimenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTI-STATUS.
           SELECT FILE-STAMPA ASSIGN TO WS-NOME-STAMPA
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DDT-IDX.
       COPY DDT-REC.

       FD ORDINI-IDX.
       COPY ORDINE-REC.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD MAGAZZINO-IDX.
       COPY MAGAZZINO-REC.

       FD FILE-MOVIMENTI.
       COPY MOVIMENTO-MAGAZZINO.

       FD FILE-STAMPA.
       01 RIGA-STAMPA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DDT-STATUS PIC XX.
       01 WS-ORDINI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-MAGAZZINO-STATUS PIC XX.
       01 WS-MOVIMENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONFERMA PIC X.
       01 WS-SCELTA PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-CAMPO-INPUT PIC X(15).
       01 WS-DATI-VALIDI PIC X.
       01 WS-ORDINI-APERTI PIC X VALUE 'N'.
      *Documento in lavorazione.
       01 WS-ANNO-DDT PIC 9(4).
       01 WS-NUMERO-DDT PIC 9(6).
       01 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
       01 WS-DDT-TROVATO PIC X.
       01 WS-DDT-DATA PIC 9(8).
       01 WS-DDT-CLIENTE PIC 9(6).
       01 WS-DDT-STATO PIC X.
       01 WS-ID-CLIENTE PIC 9(6).
       01 WS-VETTORE PIC X(20).
       01 WS-COLLI PIC 9(3).
       01 WS-DATA-CONSEGNA PIC 9(8).
       01 WS-FIRMATARIO PIC X(20).
       01 WS-RIGHE-SCRITTE PIC 9(3).
       01 WS-QUANTITA-SPEDITA PIC 9(7).
      *Righe d'ordine aperte del cliente, con la quantita' scelta.
       01 WS-NUM-CANDIDATE PIC 99 VALUE 0.
       01 WS-CANDIDATE-TABELLA.
           05 WS-CAN-ENTRY OCCURS 99 TIMES.
               10 WS-CAN-CHIAVE PIC 9(9).
               10 WS-CAN-CODICE PIC X(8).
               10 WS-CAN-RESIDUO PIC 9(5).
               10 WS-CAN-PREVISTA PIC 9(8).
               10 WS-CAN-SCELTA PIC 9(5).
       01 INDICE-CANDIDATA PIC 99.
       01 WS-CANDIDATE-PIENE PIC X.
       01 WS-RIGHE-SCELTE PIC 99.
       01 WS-CHIAVE-ORDINE PIC 9(9).
       01 WS-RESIDUO PIC 9(5).
      *Variazione di giacenza in corso.
       01 WS-VARIAZIONE PIC S9(7).
       01 WS-CAUSALE-MAG PIC X.
       01 WS-NUOVO-PRODOTTO PIC X.
       01 WS-GIACENZA-AGGIORNATA PIC X.
      *Stampa.
       01 WS-NOME-STAMPA PIC X(40).
       01 WS-NOME-COMPLETO PIC X(21).
       01 WS-LOCALITA PIC X(32).
       01 WS-DESTINATARIO-TROVATO PIC X.
       01 WS-DATA-ED PIC X(10).
       01 WS-QUANTITA-ED PIC Z(4)9.
       01 WS-COLLI-ED PIC ZZ9.
       01 WS-AZ-DENOMINAZIONE PIC X(60).
       01 WS-AZ-INDIRIZZO PIC X(60).
       01 WS-AZ-CAP PIC X(5).
       01 WS-AZ-COMUNE PIC X(40).
       01 WS-AZ-PROVINCIA PIC X(2).
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Anagrafica prodotti per le descrizioni.
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
      *Operatore e giornale d'uso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "SpedizioniDdt".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF
           MOVE 'I' TO WS-USO-EVENTO
           MOVE SPACES TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           CALL 'GetProdotti' USING WS-PRODOTTI
           PERFORM CARICA-AZIENDA
           OPEN I-O DDT-IDX
           IF WS-DDT-STATUS NOT = "00"
               OPEN OUTPUT DDT-IDX
               CLOSE DDT-IDX
               OPEN I-O DDT-IDX
           END-IF
           IF WS-DDT-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Ddt.idx (STATUS "
                   WS-DDT-STATUS ")."
               STOP RUN
           END-IF
           OPEN I-O ORDINI-IDX
           IF WS-ORDINI-STATUS = "00"
               MOVE 'S' TO WS-ORDINI-APERTI
           ELSE
               DISPLAY "Ordini.idx NON DISPONIBILE (STATUS "
                   WS-ORDINI-STATUS "): NIENTE DA SPEDIRE."
           END-IF
           MOVE WS-OGGI(1:4) TO WS-ANNO-DDT
           PERFORM CERCA-ULTIMO-NUMERO
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------SPEDIZIONI DDT------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[N]UOVO DDT"
              DISPLAY "[C]ONSEGNA: ESITO DELLA COPIA FIRMATA"
              DISPLAY "[R]ISTAMPA DDT"
              DISPLAY "[I]NTERROGA DDT"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'N'
                WHEN 'n'
                WHEN 'C'
                WHEN 'c'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-ORDINI-APERTI NOT = 'S'
                          DISPLAY "Ordini.idx NON DISPONIBILE, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'N' OR OPERAZIONE = 'n'
                          PERFORM OPERAZIONE-NUOVO
                        WHEN OTHER
                          PERFORM OPERAZIONE-CONSEGNA
                      END-EVALUATE
                WHEN 'R'
                WHEN 'r'
                      PERFORM OPERAZIONE-RISTAMPA
                WHEN 'I'
                WHEN 'i'
                      PERFORM OPERAZIONE-INTERROGA
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM
           IF WS-ORDINI-APERTI = 'S'
               CLOSE ORDINI-IDX
           END-IF
           CLOSE DDT-IDX
           MOVE 'F' TO WS-USO-EVENTO
           MOVE "OK" TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           STOP RUN.

       CARICA-AZIENDA.
           MOVE "AZIENDA-DENOMINAZIONE" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-AZ-DENOMINAZIONE
           MOVE "AZIENDA-INDIRIZZO" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-AZ-INDIRIZZO
           MOVE "AZIENDA-CAP" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-AZ-CAP
           MOVE "AZIENDA-COMUNE" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-AZ-COMUNE
           MOVE "AZIENDA-PROVINCIA" TO WS-CFG-CHIAVE
           PERFORM LEGGI-CONFIG
           MOVE WS-CFG-VALORE TO WS-AZ-PROVINCIA.

       LEGGI-CONFIG.
           MOVE SPACES TO WS-CFG-VALORE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO NOT = 'S'
               MOVE SPACES TO WS-CFG-VALORE
           END-IF.

      *Numerazione per anno: si riparte dal numero piu' alto gia'
      *usato nell'anno corrente.
       CERCA-ULTIMO-NUMERO.
           MOVE WS-ANNO-DDT TO DDT-ANNO
           MOVE 0 TO DDT-NUMERO
           MOVE 0 TO DDT-RIGA
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
                       IF DDT-ANNO NOT = WS-ANNO-DDT
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF DDT-NUMERO > WS-ULTIMO-NUMERO
                               MOVE DDT-NUMERO TO WS-ULTIMO-NUMERO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPERAZIONE-NUOVO.
           PERFORM CHIEDI-CLIENTE
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM CARICA-CANDIDATE
           IF WS-NUM-CANDIDATE = 0
               DISPLAY "NESSUNA RIGA D'ORDINE APERTA PER IL CLIENTE."
               EXIT PARAGRAPH
           END-IF
           IF WS-CANDIDATE-PIENE = 'S'
               DISPLAY "OLTRE 99 RIGHE APERTE: SI PROPONGONO LE PRIME "
                   "99, LE ALTRE IN UN DDT SUCCESSIVO."
           END-IF
           MOVE 0 TO WS-RIGHE-SCELTE
           PERFORM VARYING INDICE-CANDIDATA FROM 1 BY 1
               UNTIL INDICE-CANDIDATA > WS-NUM-CANDIDATE
               PERFORM CHIEDI-QUANTITA
           END-PERFORM
           IF WS-RIGHE-SCELTE = 0
               DISPLAY "NESSUNA RIGA SCELTA, DDT NON EMESSO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VETTORE (INVIO = MITTENTE): "
           MOVE SPACES TO WS-VETTORE
           ACCEPT WS-VETTORE
           IF WS-VETTORE = SPACES
               MOVE "MITTENTE" TO WS-VETTORE
           END-IF
           DISPLAY "NUMERO DI COLLI: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "COLLI NON NUMERICI, DDT NON EMESSO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   NOT = FUNCTION INTEGER(FUNCTION NUMVAL
                       (WS-CAMPO-INPUT))
               DISPLAY "COLLI DA 1 A 999, DDT NON EMESSO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COLLI = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           DISPLAY "RIGHE SCELTE: " WS-RIGHE-SCELTE
               ". EMETTERE IL DDT? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "DDT NON EMESSO."
               EXIT PARAGRAPH
           END-IF
           PERFORM EMETTI-DDT
           IF WS-RIGHE-SCRITTE = 0
               DISPLAY "NESSUNA RIGA SPEDIBILE, DDT NON EMESSO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-DDT TO WS-ULTIMO-NUMERO
           MOVE 'A' TO WS-DDT-STATO
           DISPLAY "DDT N. " WS-ANNO-DDT "/" WS-NUMERO-DDT
               " EMESSO CON " WS-RIGHE-SCRITTE " RIGHE."
           PERFORM STAMPA-DDT.

      *Cliente da clienti.idx: serve l'indirizzo per il documento.
      *Sospesi e cessati non ricevono merce.
       CHIEDI-CLIENTE.
           MOVE 'N' TO WS-DATI-VALIDI
           DISPLAY "CODICE CLIENTE: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "CODICE CLIENTE NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999999
               DISPLAY "CODICE CLIENTE NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ID-CLIENTE = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "clienti.idx NON DISPONIBILE (STATUS "
                   WS-CLIENTI-STATUS "): DESTINATARIO NON "
                   "VERIFICABILE."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-CLIENTE TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE NON IN ANAGRAFICA."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CLIENTE-SOSPESO
                           DISPLAY "CLIENTE SOSPESO: SPEDIZIONE NON "
                               "CONSENTITA."
                       WHEN CLIENTE-CESSATO
                           DISPLAY "CLIENTE CESSATO: SPEDIZIONE NON "
                               "CONSENTITA."
                       WHEN VIA-IDX = SPACES OR CITTA-IDX = SPACES
                           DISPLAY "INDIRIZZO DEL CLIENTE INCOMPLETO: "
                               "COMPLETARLO CON CLIENTI-MAINT."
                       WHEN OTHER
                           DISPLAY "CLIENTE " ID-CLIENTE-IDX " "
                               NOME-IDX " " COGNOME-IDX
                           DISPLAY "    " VIA-IDX " " CAP-IDX " "
                               CITTA-IDX " " PROVINCIA-IDX
                           MOVE 'S' TO WS-DATI-VALIDI
                   END-EVALUATE
           END-READ
           CLOSE CLIENTI-IDX.

       CARICA-CANDIDATE.
           MOVE 0 TO WS-NUM-CANDIDATE
           MOVE 'N' TO WS-CANDIDATE-PIENE
           MOVE LOW-VALUES TO ORD-CHIAVE
           START ORDINI-IDX KEY IS NOT LESS THAN ORD-CHIAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ ORDINI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ORD-ID-CLIENTE = WS-ID-CLIENTE
                           AND RIGA-IN-PORTAFOGLIO
                           PERFORM ACCODA-CANDIDATA
                       END-IF
               END-READ
           END-PERFORM.

       ACCODA-CANDIDATA.
           IF WS-NUM-CANDIDATE >= 99
               MOVE 'S' TO WS-CANDIDATE-PIENE
               MOVE 'Y' TO LETTURA-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-CANDIDATE
           MOVE ORD-CHIAVE TO WS-CAN-CHIAVE(WS-NUM-CANDIDATE)
           MOVE ORD-CODICE-PRODOTTO TO WS-CAN-CODICE(WS-NUM-CANDIDATE)
           COMPUTE WS-CAN-RESIDUO(WS-NUM-CANDIDATE) =
               ORD-QUANTITA - ORD-QUANTITA-SPEDITA
           MOVE ORD-DATA-PREVISTA TO WS-CAN-PREVISTA(WS-NUM-CANDIDATE)
           MOVE 0 TO WS-CAN-SCELTA(WS-NUM-CANDIDATE).

      *Invio spedisce tutto il residuo, zero lascia la riga fuori;
      *una risposta non valida vale zero.
       CHIEDI-QUANTITA.
           MOVE WS-CAN-CHIAVE(INDICE-CANDIDATA) TO WS-CHIAVE-ORDINE
           MOVE WS-CAN-RESIDUO(INDICE-CANDIDATA) TO WS-QUANTITA-ED
           DISPLAY "ORDINE " WS-CHIAVE-ORDINE(1:6) "/"
               WS-CHIAVE-ORDINE(7:3) " " WS-CAN-CODICE(INDICE-CANDIDATA)
               " RESIDUO " WS-QUANTITA-ED " PREVISTA "
               WS-CAN-PREVISTA(INDICE-CANDIDATA)
           DISPLAY "  QUANTITA' DA SPEDIRE (INVIO = RESIDUO, 0 = "
               "NESSUNA): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-CAN-RESIDUO(INDICE-CANDIDATA)
                   TO WS-CAN-SCELTA(INDICE-CANDIDATA)
               ADD 1 TO WS-RIGHE-SCELTE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "  QUANTITA' NON NUMERICA, RIGA ESCLUSA."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 0
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   > WS-CAN-RESIDUO(INDICE-CANDIDATA)
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   NOT = FUNCTION INTEGER(FUNCTION NUMVAL
                       (WS-CAMPO-INPUT))
               DISPLAY "  QUANTITA' INTERA DA 0 AL RESIDUO, RIGA "
                   "ESCLUSA."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CAN-SCELTA(INDICE-CANDIDATA) =
               FUNCTION NUMVAL(WS-CAMPO-INPUT)
           IF WS-CAN-SCELTA(INDICE-CANDIDATA) > 0
               ADD 1 TO WS-RIGHE-SCELTE
           END-IF.

      *Ogni riga scelta si riverifica sulla riga d'ordine appena
      *riletta: un'altra postazione puo' averla spedita o annullata
      *nel frattempo.
       EMETTI-DDT.
           MOVE WS-OGGI(1:4) TO WS-ANNO-DDT
           COMPUTE WS-NUMERO-DDT = WS-ULTIMO-NUMERO + 1
           MOVE 0 TO WS-RIGHE-SCRITTE
           PERFORM VARYING INDICE-CANDIDATA FROM 1 BY 1
               UNTIL INDICE-CANDIDATA > WS-NUM-CANDIDATE
               IF WS-CAN-SCELTA(INDICE-CANDIDATA) > 0
                   PERFORM EMETTI-RIGA
               END-IF
           END-PERFORM.

       EMETTI-RIGA.
           MOVE WS-CAN-CHIAVE(INDICE-CANDIDATA) TO WS-CHIAVE-ORDINE
           MOVE WS-CHIAVE-ORDINE TO ORD-CHIAVE
           READ ORDINI-IDX
               INVALID KEY
                   DISPLAY "RIGA D'ORDINE " WS-CHIAVE-ORDINE
                       " NON PIU' TROVATA, ESCLUSA."
                   EXIT PARAGRAPH
           END-READ
           IF NOT RIGA-IN-PORTAFOGLIO
               DISPLAY "RIGA D'ORDINE " WS-CHIAVE-ORDINE
                   " CHIUSA NEL FRATTEMPO, ESCLUSA."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RESIDUO = ORD-QUANTITA - ORD-QUANTITA-SPEDITA
           IF WS-CAN-SCELTA(INDICE-CANDIDATA) > WS-RESIDUO
               DISPLAY "RIGA D'ORDINE " WS-CHIAVE-ORDINE
                   " CON RESIDUO CAMBIATO, ESCLUSA."
               EXIT PARAGRAPH
           END-IF
           ADD WS-CAN-SCELTA(INDICE-CANDIDATA) TO ORD-QUANTITA-SPEDITA
           MOVE WS-OGGI TO ORD-DATA-SPEDIZIONE
           IF ORD-QUANTITA-SPEDITA = ORD-QUANTITA
               SET RIGA-SPEDITA TO TRUE
           ELSE
               SET RIGA-PARZIALE TO TRUE
           END-IF
           MOVE WS-OPERATORE-ID TO ORD-OPERATORE
           MOVE WS-OGGI TO ORD-DATA-AGGIORNAMENTO
           REWRITE RECORD-ORDINE
               INVALID KEY
                   DISPLAY "ERRORE RISCRITTURA Ordini.idx (STATUS "
                       WS-ORDINI-STATUS ") SULLA RIGA "
                       WS-CHIAVE-ORDINE ", ESCLUSA."
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-RIGHE-SCRITTE
           MOVE WS-ANNO-DDT TO DDT-ANNO
           MOVE WS-NUMERO-DDT TO DDT-NUMERO
           MOVE WS-RIGHE-SCRITTE TO DDT-RIGA
           MOVE WS-OGGI TO DDT-DATA
           MOVE WS-ID-CLIENTE TO DDT-ID-CLIENTE
           MOVE WS-VETTORE TO DDT-VETTORE
           MOVE WS-COLLI TO DDT-COLLI
           MOVE ORD-NUMERO TO DDT-ORD-NUMERO
           MOVE ORD-RIGA TO DDT-ORD-RIGA
           MOVE ORD-REGIONE-NUM TO DDT-REGIONE-NUM
           MOVE ORD-CODICE-PRODOTTO TO DDT-CODICE-PRODOTTO
           MOVE WS-CAN-SCELTA(INDICE-CANDIDATA) TO DDT-QUANTITA
           MOVE ORD-PREZZO-UNITARIO TO DDT-PREZZO-UNITARIO
           MOVE ORD-CODICE-IVA TO DDT-CODICE-IVA
           SET DDT-IN-ATTESA TO TRUE
           MOVE 0 TO DDT-DATA-CONSEGNA
           MOVE SPACES TO DDT-FIRMATARIO
           MOVE 'N' TO DDT-MAGAZZINO
           MOVE 'N' TO DDT-MOVIMENTATO
           MOVE WS-OPERATORE-ID TO DDT-OPERATORE
           MOVE WS-OGGI TO DDT-DATA-AGGIORNAMENTO
           COMPUTE WS-VARIAZIONE = 0 - DDT-QUANTITA
           SET MMV-VENDITA TO TRUE
           MOVE MMV-CAUSALE TO WS-CAUSALE-MAG
           PERFORM AGGIORNA-GIACENZA
           IF WS-GIACENZA-AGGIORNATA = 'S'
               SET DDT-SCARICATO TO TRUE
           END-IF
           WRITE RECORD-DDT
               INVALID KEY
                   DISPLAY "ERRORE SCRITTURA Ddt.idx (STATUS "
                       WS-DDT-STATUS ") SULLA RIGA " DDT-RIGA
           END-WRITE.

      *Variazione WS-VARIAZIONE sulla giacenza di DDT-CODICE-PRODOTTO
      *con la sua riga di giornale. Se Magazzino.idx non si aggiorna
      *la riga resta non scaricata e la giacenza la muove lo scarico
      *notturno quando la vendita entra nel dettaglio.
       AGGIORNA-GIACENZA.
           MOVE 'N' TO WS-GIACENZA-AGGIORNATA
           OPEN I-O MAGAZZINO-IDX
           IF WS-MAGAZZINO-STATUS NOT = "00"
               OPEN OUTPUT MAGAZZINO-IDX
               CLOSE MAGAZZINO-IDX
               OPEN I-O MAGAZZINO-IDX
           END-IF
           IF WS-MAGAZZINO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Magazzino.idx (STATUS "
                   WS-MAGAZZINO-STATUS "): LA GIACENZA LA MUOVE "
                   "LO SCARICO NOTTURNO."
               EXIT PARAGRAPH
           END-IF
           MOVE DDT-CODICE-PRODOTTO TO MAG-CODICE-PRODOTTO
           MOVE 'N' TO WS-NUOVO-PRODOTTO
           READ MAGAZZINO-IDX
               INVALID KEY
                   MOVE 'S' TO WS-NUOVO-PRODOTTO
                   MOVE DDT-CODICE-PRODOTTO TO MAG-CODICE-PRODOTTO
                   MOVE 0 TO MAG-GIACENZA
                   MOVE 0 TO MAG-PUNTO-RIORDINO
                   MOVE 0 TO MAG-DATA-ULTIMO-CARICO
                   MOVE 0 TO MAG-DATA-ULTIMO-SCARICO
           END-READ
           ADD WS-VARIAZIONE TO MAG-GIACENZA
           IF WS-VARIAZIONE < 0
               MOVE WS-OGGI TO MAG-DATA-ULTIMO-SCARICO
           END-IF
           MOVE WS-OGGI TO MAG-DATA-AGGIORNAMENTO
           MOVE WS-OPERATORE-ID TO MAG-OPERATORE
           IF WS-NUOVO-PRODOTTO = 'S'
               WRITE RECORD-MAGAZZINO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE RECORD-MAGAZZINO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-MAGAZZINO-STATUS NOT = "00"
               DISPLAY "ERRORE SCRITTURA Magazzino.idx (STATUS "
                   WS-MAGAZZINO-STATUS "): LA GIACENZA LA MUOVE "
                   "LO SCARICO NOTTURNO."
               CLOSE MAGAZZINO-IDX
               EXIT PARAGRAPH
           END-IF
           CLOSE MAGAZZINO-IDX
           MOVE 'S' TO WS-GIACENZA-AGGIORNATA
           MOVE WS-OGGI TO MMV-DATA
           MOVE DDT-CODICE-PRODOTTO TO MMV-CODICE-PRODOTTO
           MOVE WS-CAUSALE-MAG TO MMV-CAUSALE
           MOVE WS-VARIAZIONE TO MMV-QUANTITA
           MOVE MAG-GIACENZA TO MMV-GIACENZA-DOPO
           MOVE SPACES TO MMV-RIFERIMENTO
           STRING "DDT " DDT-ANNO "/" DDT-NUMERO
               DELIMITED BY SIZE INTO MMV-RIFERIMENTO
           MOVE WS-OPERATORE-ID TO MMV-OPERATORE
           MOVE FUNCTION CURRENT-DATE(1:14) TO MMV-TIMESTAMP
           OPEN EXTEND FILE-MOVIMENTI
           IF WS-MOVIMENTI-STATUS NOT = "00"
               OPEN OUTPUT FILE-MOVIMENTI
           END-IF
           WRITE RECORD-MOVIMENTO-MAGAZZINO
           CLOSE FILE-MOVIMENTI.

      *Anno (invio = anno corrente) e numero del documento; la prima
      *riga trovata da' la testata.
       CHIEDI-DDT.
           MOVE 'N' TO WS-DDT-TROVATO
           DISPLAY "ANNO DEL DDT (INVIO = " WS-OGGI(1:4) "): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-OGGI(1:4) TO WS-ANNO-DDT
           ELSE
               IF WS-CAMPO-INPUT(1:4) IS NOT NUMERIC
                   OR WS-CAMPO-INPUT(5:11) NOT = SPACES
                   DISPLAY "ANNO NON VALIDO."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAMPO-INPUT(1:4) TO WS-ANNO-DDT
           END-IF
           DISPLAY "NUMERO DEL DDT: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "NUMERO NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999999
               DISPLAY "NUMERO NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMERO-DDT = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           PERFORM POSIZIONA-DDT
           IF LETTURA-FILE = 'Y'
               DISPLAY "DDT NON TROVATO."
               EXIT PARAGRAPH
           END-IF
           READ DDT-IDX NEXT RECORD
               AT END
                   MOVE 'Y' TO LETTURA-FILE
           END-READ
           IF LETTURA-FILE = 'Y' OR DDT-ANNO NOT = WS-ANNO-DDT
               OR DDT-NUMERO NOT = WS-NUMERO-DDT
               DISPLAY "DDT NON TROVATO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-DDT-TROVATO
           MOVE DDT-DATA TO WS-DDT-DATA
           MOVE DDT-ID-CLIENTE TO WS-DDT-CLIENTE
           MOVE DDT-STATO-CONSEGNA TO WS-DDT-STATO
           MOVE DDT-DATA-CONSEGNA TO WS-DATA-CONSEGNA
           MOVE DDT-FIRMATARIO TO WS-FIRMATARIO.

      *START sulla prima riga del documento WS-ANNO-DDT/WS-NUMERO-DDT;
      *LETTURA-FILE a 'Y' se non c'e' niente da leggere.
       POSIZIONA-DDT.
           MOVE WS-ANNO-DDT TO DDT-ANNO
           MOVE WS-NUMERO-DDT TO DDT-NUMERO
           MOVE 0 TO DDT-RIGA
           START DDT-IDX KEY IS NOT LESS THAN DDT-CHIAVE
               INVALID KEY
                   MOVE 'Y' TO LETTURA-FILE
               NOT INVALID KEY
                   MOVE 'N' TO LETTURA-FILE
           END-START.

      *L'esito vale per tutto il documento e si registra una volta
      *sola.
       OPERAZIONE-CONSEGNA.
           PERFORM CHIEDI-DDT
           IF WS-DDT-TROVATO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-DDT
           IF WS-DDT-STATO NOT = 'A'
               DISPLAY "ESITO DELLA CONSEGNA GIA' REGISTRATO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "[C]ONSEGNATO CON COPIA FIRMATA / [R]ESPINTO: "
           ACCEPT WS-SCELTA
           EVALUATE WS-SCELTA
               WHEN 'C'
               WHEN 'c'
                   PERFORM REGISTRA-CONSEGNA
               WHEN 'R'
               WHEN 'r'
                   PERFORM REGISTRA-RIFIUTO
               WHEN OTHER
                   DISPLAY "NESSUN ESITO REGISTRATO."
           END-EVALUATE.

       REGISTRA-CONSEGNA.
           DISPLAY "DATA DI CONSEGNA (AAAAMMGG, INVIO = OGGI): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-OGGI TO WS-DATA-CONSEGNA
           ELSE
               IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
                   OR WS-CAMPO-INPUT(9:7) NOT = SPACES
                   DISPLAY "DATA NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAMPO-INPUT(1:8) TO WS-DATA-CONSEGNA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-CONSEGNA)
                   NOT = 0
                   OR WS-DATA-CONSEGNA > WS-OGGI
                   OR WS-DATA-CONSEGNA < WS-DDT-DATA
                   DISPLAY "DATA NON VALIDA, FUTURA O PRECEDENTE "
                       "IL DDT."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "FIRMATO DA: "
           MOVE SPACES TO WS-FIRMATARIO
           ACCEPT WS-FIRMATARIO
           IF WS-FIRMATARIO = SPACES
               DISPLAY "SENZA FIRMATARIO LA CONSEGNA NON SI "
                   "REGISTRA."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-FIRMATARIO) TO WS-FIRMATARIO
           PERFORM POSIZIONA-DDT
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ DDT-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF DDT-ANNO NOT = WS-ANNO-DDT
                           OR DDT-NUMERO NOT = WS-NUMERO-DDT
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           SET DDT-CONSEGNATO TO TRUE
                           MOVE WS-DATA-CONSEGNA TO DDT-DATA-CONSEGNA
                           MOVE WS-FIRMATARIO TO DDT-FIRMATARIO
                           PERFORM RISCRIVI-RIGA-DDT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "CONSEGNA REGISTRATA: LE RIGHE PASSANO IN "
               "FATTURAZIONE CON IL BATCH NOTTURNO.".

      *Merce respinta: rientra in giacenza (se l'emissione l'aveva
      *tolta) e torna da spedire sulla riga d'ordine; una riga
      *d'ordine annullata nel frattempo resta annullata.
       REGISTRA-RIFIUTO.
           DISPLAY "CONFERMI CHE LA MERCE E' STATA RESPINTA? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "NESSUN ESITO REGISTRATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM POSIZIONA-DDT
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ DDT-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF DDT-ANNO NOT = WS-ANNO-DDT
                           OR DDT-NUMERO NOT = WS-NUMERO-DDT
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           PERFORM RESPINGI-RIGA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "RIFIUTO REGISTRATO.".

       RESPINGI-RIGA.
           MOVE DDT-ORDINE TO ORD-CHIAVE
           READ ORDINI-IDX
               INVALID KEY
                   DISPLAY "RIGA D'ORDINE " DDT-ORD-NUMERO "/"
                       DDT-ORD-RIGA " NON TROVATA: CORREGGERE A MANO."
               NOT INVALID KEY
                   IF DDT-QUANTITA > ORD-QUANTITA-SPEDITA
                       MOVE 0 TO ORD-QUANTITA-SPEDITA
                   ELSE
                       SUBTRACT DDT-QUANTITA FROM ORD-QUANTITA-SPEDITA
                   END-IF
                   IF NOT RIGA-ANNULLATA
                       IF ORD-QUANTITA-SPEDITA = 0
                           SET RIGA-APERTA TO TRUE
                       ELSE
                           SET RIGA-PARZIALE TO TRUE
                       END-IF
                   END-IF
                   MOVE WS-OPERATORE-ID TO ORD-OPERATORE
                   MOVE WS-OGGI TO ORD-DATA-AGGIORNAMENTO
                   REWRITE RECORD-ORDINE
                       INVALID KEY
                           DISPLAY "ERRORE RISCRITTURA Ordini.idx "
                               "(STATUS " WS-ORDINI-STATUS ") SULLA "
                               "RIGA " DDT-ORD-NUMERO "/" DDT-ORD-RIGA
                   END-REWRITE
           END-READ
           IF DDT-SCARICATO
               MOVE DDT-QUANTITA TO WS-VARIAZIONE
               SET MMV-RESO TO TRUE
               MOVE MMV-CAUSALE TO WS-CAUSALE-MAG
               PERFORM AGGIORNA-GIACENZA
               IF WS-GIACENZA-AGGIORNATA NOT = 'S'
                   DISPLAY "MERCE DEL DDT NON RIMESSA IN GIACENZA: "
                       "CARICARLA A MANO CON CaricoMerci."
               END-IF
           END-IF
           SET DDT-RESPINTO TO TRUE
           MOVE WS-OGGI TO DDT-DATA-CONSEGNA
           MOVE SPACES TO DDT-FIRMATARIO
           PERFORM RISCRIVI-RIGA-DDT.

       RISCRIVI-RIGA-DDT.
           MOVE WS-OPERATORE-ID TO DDT-OPERATORE
           MOVE WS-OGGI TO DDT-DATA-AGGIORNAMENTO
           REWRITE RECORD-DDT
               INVALID KEY
                   DISPLAY "ERRORE RISCRITTURA Ddt.idx (STATUS "
                       WS-DDT-STATUS ") SULLA RIGA " DDT-RIGA
           END-REWRITE.

       OPERAZIONE-RISTAMPA.
           PERFORM CHIEDI-DDT
           IF WS-DDT-TROVATO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMPA-DDT.

       OPERAZIONE-INTERROGA.
           PERFORM CHIEDI-DDT
           IF WS-DDT-TROVATO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-DDT.

       MOSTRA-DDT.
           DISPLAY "DDT " WS-ANNO-DDT "/" WS-NUMERO-DDT " DEL "
               WS-DDT-DATA " CLIENTE " WS-DDT-CLIENTE
           PERFORM POSIZIONA-DDT
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ DDT-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF DDT-ANNO NOT = WS-ANNO-DDT
                           OR DDT-NUMERO NOT = WS-NUMERO-DDT
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           MOVE DDT-QUANTITA TO WS-QUANTITA-ED
                           DISPLAY "  " DDT-RIGA " ORDINE "
                               DDT-ORD-NUMERO "/" DDT-ORD-RIGA " "
                               DDT-CODICE-PRODOTTO " Q.TA' "
                               WS-QUANTITA-ED
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE WS-DDT-STATO
               WHEN 'A'
                   DISPLAY "  IN ATTESA DELLA COPIA FIRMATA"
               WHEN 'C'
                   DISPLAY "  CONSEGNATO IL " WS-DATA-CONSEGNA
                       " FIRMATO DA " WS-FIRMATARIO
               WHEN 'R'
                   DISPLAY "  RESPINTO, REGISTRATO IL "
                       WS-DATA-CONSEGNA
           END-EVALUATE.

      *Il documento si stampa in un file nuovo ad ogni stampa, come
      *le fatture; la ristampa riporta l'esito se gia' registrato.
       STAMPA-DDT.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE SPACES TO WS-NOME-STAMPA
           STRING "Ddt-stampa-" WS-DATA-ORA(1:14) ".txt"
               DELIMITED BY SIZE INTO WS-NOME-STAMPA
           PERFORM POSIZIONA-DDT
           IF LETTURA-FILE = 'Y'
               EXIT PARAGRAPH
           END-IF
           READ DDT-IDX NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           OPEN OUTPUT FILE-STAMPA
           PERFORM STAMPA-TESTATA
           PERFORM UNTIL LETTURA-FILE = 'Y'
               IF DDT-ANNO NOT = WS-ANNO-DDT
                   OR DDT-NUMERO NOT = WS-NUMERO-DDT
                   MOVE 'Y' TO LETTURA-FILE
               ELSE
                   PERFORM STAMPA-RIGA-DDT
                   READ DDT-IDX NEXT RECORD
                       AT END
                           MOVE 'Y' TO LETTURA-FILE
                   END-READ
               END-IF
           END-PERFORM
           PERFORM STAMPA-PIEDE
           CLOSE FILE-STAMPA
           CALL 'REGISTRA-GENERATO' USING WS-NOME-STAMPA
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "DDT STAMPATO IN " WS-NOME-STAMPA.

       STAMPA-TESTATA.
           MOVE ALL "=" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           MOVE "MITTENTE:" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           MOVE WS-AZ-DENOMINAZIONE TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           MOVE WS-AZ-INDIRIZZO TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           STRING WS-AZ-CAP " " DELIMITED BY SIZE
               WS-AZ-COMUNE DELIMITED BY "  "
               " (" WS-AZ-PROVINCIA ")" DELIMITED BY SIZE
               INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA
      *Destinatario dall'anagrafica, nel blocco postale a destra.
           MOVE 'N' TO WS-DESTINATARIO-TROVATO
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE DDT-ID-CLIENTE TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-DESTINATARIO-TROVATO
               END-READ
               CLOSE CLIENTI-IDX
           END-IF
           MOVE SPACES TO RIGA-STAMPA
           MOVE "DESTINATARIO:" TO RIGA-STAMPA(41:13)
           WRITE RIGA-STAMPA
           IF WS-DESTINATARIO-TROVATO = 'S'
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
           ELSE
               MOVE SPACES TO RIGA-STAMPA
               STRING "CLIENTE " DDT-ID-CLIENTE
                   " - RECAPITO DA VERIFICARE"
                   DELIMITED BY SIZE INTO RIGA-STAMPA(41:40)
               WRITE RIGA-STAMPA
           END-IF
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO WS-DATA-ED
           STRING DDT-DATA(7:2) "/" DDT-DATA(5:2) "/" DDT-DATA(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING "DOCUMENTO DI TRASPORTO N. " DDT-ANNO "/" DDT-NUMERO
               " DEL " WS-DATA-ED "   CLIENTE " DDT-ID-CLIENTE
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE DDT-COLLI TO WS-COLLI-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING "CAUSALE: VENDITA   VETTORE: " DDT-VETTORE
               "   COLLI: " WS-COLLI-ED
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE ALL "-" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           MOVE "ORDINE" TO RIGA-STAMPA(1:6)
           MOVE "PRODOTTO DESCRIZIONE" TO RIGA-STAMPA(13:20)
           MOVE "QTA'" TO RIGA-STAMPA(59:4)
           WRITE RIGA-STAMPA.

       STAMPA-RIGA-DDT.
           MOVE 'N' TO WS-PRODOTTO-VALIDO
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   DDT-CODICE-PRODOTTO, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           END-IF
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               MOVE SPACES TO WS-PRO-DESCRIZIONE-LAV
           END-IF
           MOVE DDT-QUANTITA TO WS-QUANTITA-ED
           MOVE SPACES TO RIGA-STAMPA
           STRING DDT-ORD-NUMERO "/" DDT-ORD-RIGA " "
               DDT-CODICE-PRODOTTO " " WS-PRO-DESCRIZIONE-LAV "   "
               WS-QUANTITA-ED
               DELIMITED BY SIZE INTO RIGA-STAMPA
           WRITE RIGA-STAMPA.

      *Spazio per la firma; gli esiti gia' registrati si riportano.
       STAMPA-PIEDE.
           MOVE ALL "-" TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA
           EVALUATE WS-DDT-STATO
               WHEN 'C'
                   MOVE SPACES TO WS-DATA-ED
                   STRING WS-DATA-CONSEGNA(7:2) "/"
                       WS-DATA-CONSEGNA(5:2) "/"
                       WS-DATA-CONSEGNA(1:4)
                       DELIMITED BY SIZE INTO WS-DATA-ED
                   MOVE SPACES TO RIGA-STAMPA
                   STRING "CONSEGNATO IL " WS-DATA-ED
                       " - FIRMATO DA " WS-FIRMATARIO
                       DELIMITED BY SIZE INTO RIGA-STAMPA
                   WRITE RIGA-STAMPA
               WHEN 'R'
                   MOVE "MERCE RESPINTA DAL DESTINATARIO" TO RIGA-STAMPA
                   WRITE RIGA-STAMPA
               WHEN OTHER
                   MOVE SPACES TO RIGA-STAMPA
                   STRING "DATA DI CONSEGNA: ____/____/________"
                       "   FIRMA DEL DESTINATARIO: "
                       "____________________"
                       DELIMITED BY SIZE INTO RIGA-STAMPA
                   WRITE RIGA-STAMPA
           END-EVALUATE
           MOVE SPACES TO RIGA-STAMPA
           WRITE RIGA-STAMPA.
