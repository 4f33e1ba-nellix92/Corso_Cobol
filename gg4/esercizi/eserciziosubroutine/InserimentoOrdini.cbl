       IDENTIFICATION DIVISION.
       PROGRAM-ID. InserimentoOrdini.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Inserimento degli ordini dei clienti in Ordini.idx (tracciato
      *ORDINE-REC): gli ordini presi al telefono stavano su carta
      *finche' non partivano, e del portafoglio non si sapeva niente.
      *Un [N]uovo ordine e' una testata (cliente, regione, riferimento
      *del cliente) con fino a 99 righe. Il cliente deve esistere in
      *clienti.idx e non essere sospeso o cessato; ogni prodotto deve
      *stare in Prodotti.txt ed essere attivo (i codici di servizio
      *non si ordinano); il prezzo proposto e' quello di
      *Listino-prezzi.txt valido oggi, il codice IVA (predefinito da
      *ORDINI-CODICE-IVA, 22) deve stare in Iva-aliquote.txt, la data
      *di consegna prevista parte da oggi piu' ORDINI-GIORNI-CONSEGNA
      *(predefinito 7). Il fido di clienti-fidi.txt si controlla
      *sull'ordine intero: l'esposizione e' il totale dei movimenti
      *del cliente nel dettaglio vendite (la stessa misura del
      *controllo fidi del rollup) piu' il valore delle righe d'ordine
      *non ancora diventate movimento, piu' l'ordine nuovo. Oltre
      *fido l'ordine si rifiuta; solo un supervisore ('S') puo'
      *forzarlo. Le spedizioni si fanno con il documento di
      *trasporto di SpedizioniDdt, che avanza la quantita' spedita
      *delle righe (stato parziale o spedita); l'[A]nnullamento
      *chiude il residuo non spedito di una riga. Gli operatori di
      *livello 'R' consultano soltanto.
      *Si prendono ordini solo per i clienti delle societa' del
      *gruppo nell'ambito dell'operatore (GET-OPERATORE-SOCIETA).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT FILE-FIDI ASSIGN TO "clienti-fidi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIDI-STATUS.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-LISTINO ASSIGN TO "Listino-prezzi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LISTINO-STATUS.
           SELECT FILE-ALIQUOTE ASSIGN TO "Iva-aliquote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALIQUOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDINI-IDX.
       COPY ORDINE-REC.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-FIDI.
       01 RECORD-FIDO.
           05 FID-ID-CLIENTE PIC 9(6).
           05 FID-LIMITE PIC 9(7)V99.

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

       FD FILE-LISTINO.
       COPY LISTINO-REC.

       FD FILE-ALIQUOTE.
       01 RECORD-ALIQUOTA.
           05 ALQ-CODICE PIC X(2).
           05 ALQ-ALIQUOTA PIC 9(2)V99.
           05 ALQ-DATA-EFFETTO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ORDINI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-FIDI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-LISTINO-STATUS PIC XX.
       01 WS-ALIQUOTE-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONFERMA PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-CAMPO-INPUT PIC X(15).
       01 WS-DATI-VALIDI PIC X.
       01 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
      *Testata dell'ordine in inserimento.
       01 WS-ID-CLIENTE PIC 9(6).
       01 WS-REGIONE PIC 99.
       01 WS-RIFERIMENTO PIC X(15).
       01 WS-DATA-PREVISTA-STD PIC 9(8).
      *Righe dell'ordine in inserimento, scritte solo a conferma.
       01 WS-NUM-RIGHE PIC 99 VALUE 0.
       01 WS-RIGHE-TABELLA.
           05 WS-RIG-ENTRY OCCURS 99 TIMES.
               10 WS-RIG-CODICE PIC X(8).
               10 WS-RIG-QUANTITA PIC 9(5).
               10 WS-RIG-PREZZO PIC 9(5)V99.
               10 WS-RIG-IVA PIC X(2).
               10 WS-RIG-PREVISTA PIC 9(8).
               10 WS-RIG-VALORE PIC 9(7)V99.
       01 INDICE-RIGA PIC 99.
       01 WS-FINE-RIGHE PIC X.
       01 WS-TOTALE-ORDINE PIC 9(9)V99.
      *Riga in lavorazione.
       01 WS-CODICE PIC X(8).
       01 WS-QUANTITA PIC 9(5).
       01 WS-PREZZO PIC 9(5)V99.
       01 WS-CODICE-IVA PIC X(2).
       01 WS-DATA-PREVISTA PIC 9(8).
       01 WS-VALORE-RIGA PIC 9(7)V99.
       01 WS-DATA-LAVORO PIC 9(8).
      *Riga d'ordine cercata per spedizione, annullamento e
      *interrogazione.
       01 WS-NUMERO PIC 9(6).
       01 WS-RIGA PIC 9(3).
       01 WS-RIGA-TROVATA PIC X.
      *Fido ed esposizione del cliente.
       01 WS-FIDO-PRESENTE PIC X.
       01 WS-FIDO-LIMITE PIC 9(7)V99.
       01 WS-ESPOSIZIONE-FEED PIC S9(11)V99.
       01 WS-ESPOSIZIONE-ORDINI PIC 9(11)V99.
       01 WS-ESPOSIZIONE PIC S9(11)V99.
       01 WS-ULTIMA-REGIONE PIC 99.
       01 WS-ULTIMA-DATA PIC 9(8).
       01 WS-DET-COUNT PIC 9(6).
       01 WS-DET-TOTALE PIC S9(11)V99.
       01 WS-DET-QUADRA PIC X.
      *Listino e aliquote in tabella.
       01 WS-NUM-LISTINO PIC 9(4) VALUE 0.
       01 WS-LISTINO-TABELLA.
           05 WS-LIS-ENTRY OCCURS 3000 TIMES.
               10 WS-LIS-CODICE PIC X(8).
               10 WS-LIS-DATA PIC 9(8).
               10 WS-LIS-PREZZO PIC 9(5)V99.
       01 INDICE-LISTINO PIC 9(4).
       01 WS-LIS-DATA-MIGLIORE PIC 9(8).
       01 WS-PREZZO-LISTINO PIC 9(5)V99.
       01 WS-LISTINO-TROVATO PIC X.
       01 WS-NUM-ALIQUOTE PIC 9(3) VALUE 0.
       01 WS-ALIQUOTE-TABELLA.
           05 WS-ALQ-CODICE OCCURS 50 TIMES PIC X(2).
       01 INDICE-ALIQUOTA PIC 9(3).
       01 WS-IVA-VALIDA PIC X.
      *Parametri da gestionale.cfg.
       01 WS-IVA-PREDEFINITA PIC X(2) VALUE "22".
       01 WS-GIORNI-CONSEGNA PIC 9(3) VALUE 7.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Anagrafiche.
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 INDICE-PRODOTTO PIC 9(3).
       01 WS-PRODOTTO-VALIDO PIC X.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 INDICE-REGIONE PIC 99.
       01 WS-REGIONE-VALIDA PIC X.
      *Campi di stampa.
       01 WS-QUANTITA-ED PIC Z(4)9.
       01 WS-PREZZO-ED PIC Z(4)9.99.
       01 WS-VALORE-ED PIC Z(8)9.99.
       01 WS-ESPOSIZIONE-ED PIC -(10)9.99.
       01 WS-FIDO-ED PIC Z(6)9.99.
      *Operatore e giornale d'uso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
           88 OPERATORE-SUPERVISORE VALUE 'S'.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "InserimentoOrdini".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).
      *Ambito societa' dell'operatore e societa' del cliente.
       01 WS-SOCIETA-SCOPE PIC X(20).
       01 WS-SOC-SCOPE-TROVATO PIC X.
       01 WS-SOCIETA-CLIENTE PIC X(2).
       01 WS-SOCIETA-PERMESSA PIC X.
       COPY SOCIETA-TABELLA.
       COPY TESTATA-RICHIESTA.

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
           CALL 'GET-OPERATORE-SOCIETA' USING WS-OPERATORE-ID,
               WS-SOCIETA-SCOPE, WS-SOC-SCOPE-TROVATO
               ON EXCEPTION MOVE "ALL" TO WS-SOCIETA-SCOPE
           END-CALL
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM LEGGI-PARAMETRI
           COMPUTE WS-DATA-PREVISTA-STD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-OGGI) + WS-GIORNI-CONSEGNA)
           CALL 'GetProdotti' USING WS-PRODOTTI
           CALL 'GetRegioni' USING WS-REGIONI
           PERFORM CARICA-LISTINO
           PERFORM CARICA-ALIQUOTE
           IF WS-NUM-PRODOTTI = 0
               DISPLAY "Prodotti.txt ASSENTE O VUOTO: IMPOSSIBILE "
                   "VALIDARE I PRODOTTI, ORDINI IN SOLA LETTURA."
           END-IF
           OPEN I-O ORDINI-IDX
           IF WS-ORDINI-STATUS NOT = "00"
               OPEN OUTPUT ORDINI-IDX
               CLOSE ORDINI-IDX
               OPEN I-O ORDINI-IDX
           END-IF
           IF WS-ORDINI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Ordini.idx (STATUS "
                   WS-ORDINI-STATUS ")."
               STOP RUN
           END-IF
           PERFORM CERCA-ULTIMO-NUMERO
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------ORDINI CLIENTI------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[N]UOVO ORDINE"
              DISPLAY "[A]NNULLA RESIDUO DI UNA RIGA"
              DISPLAY "[I]NTERROGA ORDINE"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'N'
                WHEN 'n'
                WHEN 'A'
                WHEN 'a'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-NUM-PRODOTTI = 0
                          DISPLAY "ORDINI IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'N' OR OPERAZIONE = 'n'
                          PERFORM OPERAZIONE-NUOVO
                        WHEN OTHER
                          PERFORM OPERAZIONE-ANNULLA
                      END-EVALUATE
                WHEN 'I'
                WHEN 'i'
                      PERFORM OPERAZIONE-INTERROGA
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM
           CLOSE ORDINI-IDX
           MOVE 'F' TO WS-USO-EVENTO
           MOVE "OK" TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           STOP RUN.

       LEGGI-PARAMETRI.
           MOVE "ORDINI-CODICE-IVA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-IVA-PREDEFINITA
           END-IF
           MOVE "ORDINI-GIORNI-CONSEGNA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 0
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 365
                       COMPUTE WS-GIORNI-CONSEGNA =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF
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

       CARICA-LISTINO.
           OPEN INPUT FILE-LISTINO
           IF WS-LISTINO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-LISTINO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF LIS-CODICE-PRODOTTO NOT = SPACES
                           AND WS-NUM-LISTINO < 3000
                           ADD 1 TO WS-NUM-LISTINO
                           MOVE LIS-CODICE-PRODOTTO
                               TO WS-LIS-CODICE(WS-NUM-LISTINO)
                           MOVE LIS-DATA-EFFETTO
                               TO WS-LIS-DATA(WS-NUM-LISTINO)
                           MOVE LIS-PREZZO
                               TO WS-LIS-PREZZO(WS-NUM-LISTINO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LISTINO.

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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ALIQUOTE.

      *Le chiavi escono in ordine: l'ultimo record letto porta il
      *numero d'ordine piu' alto.
       CERCA-ULTIMO-NUMERO.
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
                       IF ORD-NUMERO > WS-ULTIMO-NUMERO
                           MOVE ORD-NUMERO TO WS-ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM.

       OPERAZIONE-NUOVO.
           PERFORM CHIEDI-CLIENTE
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCOLA-ESPOSIZIONE
           PERFORM CHIEDI-TESTATA
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NUM-RIGHE
           MOVE 0 TO WS-TOTALE-ORDINE
           MOVE 'N' TO WS-FINE-RIGHE
           PERFORM UNTIL WS-FINE-RIGHE = 'S'
               PERFORM CHIEDI-RIGA
           END-PERFORM
           IF WS-NUM-RIGHE = 0
               DISPLAY "ORDINE SENZA RIGHE, NON INSERITO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOTALE-ORDINE TO WS-VALORE-ED
           DISPLAY "RIGHE: " WS-NUM-RIGHE " TOTALE ORDINE: "
               WS-VALORE-ED
           PERFORM CONTROLLA-FIDO
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI L'ORDINE? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "ORDINE ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM SCRIVI-ORDINE.

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
                   WS-CLIENTI-STATUS "): CLIENTE NON VERIFICABILE."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-CLIENTE TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE NON IN ANAGRAFICA."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CLIENTE-SOSPESO
                           DISPLAY "CLIENTE SOSPESO: ORDINE NON "
                               "CONSENTITO."
                       WHEN CLIENTE-CESSATO
                           DISPLAY "CLIENTE CESSATO: ORDINE NON "
                               "CONSENTITO."
                       WHEN OTHER
                           DISPLAY "CLIENTE " ID-CLIENTE-IDX " "
                               NOME-IDX " " COGNOME-IDX
                           MOVE 'S' TO WS-DATI-VALIDI
                   END-EVALUATE
           END-READ
           CLOSE CLIENTI-IDX
           IF WS-DATI-VALIDI = 'S'
               CALL 'SocietaCliente' USING WS-ID-CLIENTE,
                   WS-SOCIETA-CLIENTE
               IF WS-SOCIETA-CLIENTE = SPACES
                   CALL 'GetSocieta' USING GRP-SOCIETA
                   MOVE GRP-PRINCIPALE TO WS-SOCIETA-CLIENTE
               END-IF
               CALL 'SOCIETA-PERMESSA' USING WS-SOCIETA-SCOPE,
                   WS-SOCIETA-CLIENTE, WS-SOCIETA-PERMESSA
                   ON EXCEPTION MOVE 'S' TO WS-SOCIETA-PERMESSA
               END-CALL
               IF WS-SOCIETA-PERMESSA = 'N'
                   DISPLAY "CLIENTE DELLA SOCIETA' "
                       WS-SOCIETA-CLIENTE
                       ", FUORI AMBITO OPERATORE."
                   MOVE 'N' TO WS-DATI-VALIDI
               END-IF
           END-IF.

      *Totale dei movimenti del cliente nel feed, come nel controllo
      *fidi del rollup, piu' il valore delle righe d'ordine non
      *ancora passate in movimento. Dal feed si prende anche la
      *regione dell'ultimo movimento, proposta per l'ordine.
       CALCOLA-ESPOSIZIONE.
           MOVE 'N' TO WS-FIDO-PRESENTE
           MOVE 0 TO WS-FIDO-LIMITE
           OPEN INPUT FILE-FIDI
           IF WS-FIDI-STATUS = "00"
               MOVE 'N' TO LETTURA-FILE
               PERFORM UNTIL LETTURA-FILE = 'Y'
                   READ FILE-FIDI
                       AT END
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           IF FID-ID-CLIENTE = WS-ID-CLIENTE
                               MOVE 'S' TO WS-FIDO-PRESENTE
                               MOVE FID-LIMITE TO WS-FIDO-LIMITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-FIDI
           END-IF
           MOVE 0 TO WS-ESPOSIZIONE-FEED
           MOVE 0 TO WS-ULTIMA-REGIONE
           MOVE 0 TO WS-ULTIMA-DATA
           MOVE 0 TO WS-DET-COUNT
           MOVE 0 TO WS-DET-TOTALE
           MOVE 'N' TO WS-DET-QUADRA
           PERFORM PROVA-TESTATA-DETTAGLIO
           IF TESTATA-OK
               OPEN INPUT FILE-DETTAGLIO
           ELSE
               MOVE "39" TO WS-DETTAGLIO-STATUS
           END-IF
           IF WS-DETTAGLIO-STATUS = "00"
               MOVE 'N' TO LETTURA-FILE
               PERFORM UNTIL LETTURA-FILE = 'Y'
                   READ FILE-DETTAGLIO
                       AT END
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           PERFORM ACCUMULA-DETTAGLIO
                   END-READ
               END-PERFORM
               CLOSE FILE-DETTAGLIO
           END-IF
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "ATTENZIONE: Vendite-dettaglio.txt ASSENTE O "
                   "NON QUADRA CON IL TRAILER, ESPOSIZIONE INCERTA."
           END-IF
           MOVE 0 TO WS-ESPOSIZIONE-ORDINI
           MOVE LOW-VALUES TO ORD-CHIAVE
           START ORDINI-IDX KEY IS NOT LESS THAN ORD-CHIAVE
               INVALID KEY
                   MOVE 'Y' TO LETTURA-FILE
               NOT INVALID KEY
                   MOVE 'N' TO LETTURA-FILE
           END-START
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ ORDINI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ORD-ID-CLIENTE = WS-ID-CLIENTE
                           PERFORM ACCUMULA-ORDINE
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-ESPOSIZIONE =
               WS-ESPOSIZIONE-FEED + WS-ESPOSIZIONE-ORDINI
           MOVE WS-ESPOSIZIONE TO WS-ESPOSIZIONE-ED
           IF WS-FIDO-PRESENTE = 'S'
               MOVE WS-FIDO-LIMITE TO WS-FIDO-ED
               DISPLAY "ESPOSIZIONE ATTUALE " WS-ESPOSIZIONE-ED
                   " FIDO " WS-FIDO-ED
           ELSE
               DISPLAY "ESPOSIZIONE ATTUALE " WS-ESPOSIZIONE-ED
                   " (NESSUN FIDO IN clienti-fidi.txt)"
           END-IF.

       ACCUMULA-DETTAGLIO.
           IF TRAILER-DET-TAG = "HDR"
               EXIT PARAGRAPH
           END-IF
           IF TRAILER-DET-TAG = "TRL"
               IF WS-DET-COUNT = TRAILER-DET-RECORD-COUNT
                   AND WS-DET-TOTALE = TRAILER-DET-CONTROL-TOTAL
                   MOVE 'S' TO WS-DET-QUADRA
               END-IF
               MOVE 'Y' TO LETTURA-FILE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DET-COUNT
           ADD DET-IMPORTO TO WS-DET-TOTALE
           IF DET-ID-CLIENTE = WS-ID-CLIENTE
               ADD DET-IMPORTO TO WS-ESPOSIZIONE-FEED
               IF DET-DATA NOT < WS-ULTIMA-DATA
                   MOVE DET-DATA TO WS-ULTIMA-DATA
                   MOVE DET-REGIONE-NUM TO WS-ULTIMA-REGIONE
               END-IF
           END-IF.

      *Una riga annullata pesa ancora per la parte spedita e non
      *ancora movimentata.
       ACCUMULA-ORDINE.
           IF RIGA-ANNULLATA
               COMPUTE WS-ESPOSIZIONE-ORDINI = WS-ESPOSIZIONE-ORDINI
                   + (ORD-QUANTITA-SPEDITA - ORD-QUANTITA-MOVIMENTATA)
                   * ORD-PREZZO-UNITARIO
           ELSE
               COMPUTE WS-ESPOSIZIONE-ORDINI = WS-ESPOSIZIONE-ORDINI
                   + (ORD-QUANTITA - ORD-QUANTITA-MOVIMENTATA)
                   * ORD-PREZZO-UNITARIO
           END-IF.

       CHIEDI-TESTATA.
           MOVE 'N' TO WS-DATI-VALIDI
           IF WS-ULTIMA-REGIONE > 0
               DISPLAY "REGIONE (INVIO = " WS-ULTIMA-REGIONE "): "
           ELSE
               DISPLAY "REGIONE: "
           END-IF
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-ULTIMA-REGIONE TO WS-REGIONE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
                   DISPLAY "REGIONE NON NUMERICA."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
                   OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 99
                   DISPLAY "REGIONE NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-REGIONE = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           END-IF
           MOVE 'N' TO WS-REGIONE-VALIDA
           PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
               UNTIL INDICE-REGIONE > WS-NUM-REGIONI
               IF WS-REG-CODICE(INDICE-REGIONE) = WS-REGIONE
                   AND WS-REG-ATTIVA(INDICE-REGIONE) = 'S'
                   MOVE 'S' TO WS-REGIONE-VALIDA
               END-IF
           END-PERFORM
           IF WS-REGIONE-VALIDA NOT = 'S'
               DISPLAY "REGIONE NON ATTIVA IN Regioni.txt."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RIFERIMENTO DEL CLIENTE (FACOLTATIVO): "
           MOVE SPACES TO WS-RIFERIMENTO
           ACCEPT WS-RIFERIMENTO
           MOVE 'S' TO WS-DATI-VALIDI.

      *Codice vuoto chiude le righe. Una riga non valida si scarta
      *con il motivo e si riprende dalla successiva.
       CHIEDI-RIGA.
           IF WS-NUM-RIGHE >= 99
               DISPLAY "RAGGIUNTE LE 99 RIGHE PER ORDINE."
               MOVE 'S' TO WS-FINE-RIGHE
               EXIT PARAGRAPH
           END-IF
           COMPUTE INDICE-RIGA = WS-NUM-RIGHE + 1
           DISPLAY "RIGA " INDICE-RIGA
               " - CODICE PRODOTTO (INVIO = FINE RIGHE): "
           MOVE SPACES TO WS-CODICE
           ACCEPT WS-CODICE
           IF WS-CODICE = SPACES
               MOVE 'S' TO WS-FINE-RIGHE
               EXIT PARAGRAPH
           END-IF
           IF WS-CODICE = WS-CODICE-INTERESSI
               OR WS-CODICE = WS-CODICE-PREMI
               DISPLAY "CODICE DI SERVIZIO, NON SI ORDINA."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PRODOTTO-VALIDO
           PERFORM VARYING INDICE-PRODOTTO FROM 1 BY 1
               UNTIL INDICE-PRODOTTO > WS-NUM-PRODOTTI
               IF WS-PRO-CODICE(INDICE-PRODOTTO) = WS-CODICE
                   IF WS-PRO-ATTIVO(INDICE-PRODOTTO) = 'S'
                       MOVE 'S' TO WS-PRODOTTO-VALIDO
                       DISPLAY WS-CODICE " "
                           WS-PRO-DESCRIZIONE(INDICE-PRODOTTO)
                   ELSE
                       MOVE 'D' TO WS-PRODOTTO-VALIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PRODOTTO-VALIDO = 'D'
               DISPLAY "PRODOTTO DISATTIVATO, NON SI ORDINA."
               EXIT PARAGRAPH
           END-IF
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               DISPLAY "PRODOTTO NON IN ANAGRAFICA (Prodotti.txt)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUANTITA': "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "QUANTITA' NON NUMERICA, RIGA SCARTATA."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 99999
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   NOT = FUNCTION INTEGER(FUNCTION NUMVAL
                       (WS-CAMPO-INPUT))
               DISPLAY "QUANTITA' DA 1 A 99999, SENZA DECIMALI, "
                   "RIGA SCARTATA."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUANTITA = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           MOVE WS-OGGI TO WS-DATA-LAVORO
           PERFORM PREZZO-DI-LISTINO
           IF WS-LISTINO-TROVATO = 'S'
               MOVE WS-PREZZO-LISTINO TO WS-PREZZO-ED
               DISPLAY "PREZZO UNITARIO (INVIO = LISTINO "
                   WS-PREZZO-ED "): "
           ELSE
               DISPLAY "PREZZO UNITARIO (NESSUN PREZZO DI LISTINO): "
           END-IF
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               IF WS-LISTINO-TROVATO NOT = 'S'
                   DISPLAY "PREZZO OBBLIGATORIO, RIGA SCARTATA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PREZZO-LISTINO TO WS-PREZZO
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
                   DISPLAY "PREZZO NON NUMERICO, RIGA SCARTATA."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-CAMPO-INPUT) <= 0
                   OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 99999.99
                   DISPLAY "PREZZO DA 0.01 A 99999.99, RIGA "
                       "SCARTATA."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PREZZO = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           END-IF
           COMPUTE WS-VALORE-RIGA = WS-QUANTITA * WS-PREZZO
               ON SIZE ERROR
                   DISPLAY "VALORE DELLA RIGA OLTRE 9999999.99: "
                       "DIVIDERE SU PIU' RIGHE."
                   EXIT PARAGRAPH
           END-COMPUTE
           DISPLAY "CODICE IVA (INVIO = " WS-IVA-PREDEFINITA "): "
           MOVE SPACES TO WS-CODICE-IVA
           ACCEPT WS-CODICE-IVA
           IF WS-CODICE-IVA = SPACES
               MOVE WS-IVA-PREDEFINITA TO WS-CODICE-IVA
           END-IF
           PERFORM CONTROLLA-IVA
           IF WS-IVA-VALIDA NOT = 'S'
               DISPLAY "CODICE IVA NON IN Iva-aliquote.txt, RIGA "
                   "SCARTATA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONSEGNA PREVISTA (AAAAMMGG, INVIO = "
               WS-DATA-PREVISTA-STD "): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-DATA-PREVISTA-STD TO WS-DATA-PREVISTA
           ELSE
               IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
                   OR WS-CAMPO-INPUT(9:7) NOT = SPACES
                   DISPLAY "DATA NON VALIDA, RIGA SCARTATA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAMPO-INPUT(1:8) TO WS-DATA-PREVISTA
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PREVISTA)
                   NOT = 0
                   OR WS-DATA-PREVISTA < WS-OGGI
                   DISPLAY "DATA NON VALIDA O PASSATA, RIGA "
                       "SCARTATA."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-NUM-RIGHE
           MOVE WS-CODICE TO WS-RIG-CODICE(WS-NUM-RIGHE)
           MOVE WS-QUANTITA TO WS-RIG-QUANTITA(WS-NUM-RIGHE)
           MOVE WS-PREZZO TO WS-RIG-PREZZO(WS-NUM-RIGHE)
           MOVE WS-CODICE-IVA TO WS-RIG-IVA(WS-NUM-RIGHE)
           MOVE WS-DATA-PREVISTA TO WS-RIG-PREVISTA(WS-NUM-RIGHE)
           MOVE WS-VALORE-RIGA TO WS-RIG-VALORE(WS-NUM-RIGHE)
           ADD WS-VALORE-RIGA TO WS-TOTALE-ORDINE
           MOVE WS-VALORE-RIGA TO WS-VALORE-ED
           DISPLAY "RIGA " WS-NUM-RIGHE " REGISTRATA, VALORE "
               WS-VALORE-ED.

      *Prezzo del prodotto valido a WS-DATA-LAVORO: la decorrenza
      *piu' recente non successiva alla data.
       PREZZO-DI-LISTINO.
           MOVE 'N' TO WS-LISTINO-TROVATO
           MOVE 0 TO WS-LIS-DATA-MIGLIORE
           MOVE 0 TO WS-PREZZO-LISTINO
           PERFORM VARYING INDICE-LISTINO FROM 1 BY 1
               UNTIL INDICE-LISTINO > WS-NUM-LISTINO
               IF WS-LIS-CODICE(INDICE-LISTINO) = WS-CODICE
                   AND WS-LIS-DATA(INDICE-LISTINO)
                       NOT > WS-DATA-LAVORO
                   AND WS-LIS-DATA(INDICE-LISTINO)
                       NOT < WS-LIS-DATA-MIGLIORE
                   MOVE 'S' TO WS-LISTINO-TROVATO
                   MOVE WS-LIS-DATA(INDICE-LISTINO)
                       TO WS-LIS-DATA-MIGLIORE
                   MOVE WS-LIS-PREZZO(INDICE-LISTINO)
                       TO WS-PREZZO-LISTINO
               END-IF
           END-PERFORM.

      *Con Iva-aliquote.txt assente il controllo si salta, come nel
      *rollup.
       CONTROLLA-IVA.
           MOVE 'S' TO WS-IVA-VALIDA
           IF WS-NUM-ALIQUOTE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IVA-VALIDA
           PERFORM VARYING INDICE-ALIQUOTA FROM 1 BY 1
               UNTIL INDICE-ALIQUOTA > WS-NUM-ALIQUOTE
               IF WS-ALQ-CODICE(INDICE-ALIQUOTA) = WS-CODICE-IVA
                   MOVE 'S' TO WS-IVA-VALIDA
               END-IF
           END-PERFORM.

       CONTROLLA-FIDO.
           MOVE 'S' TO WS-DATI-VALIDI
           IF WS-FIDO-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-ESPOSIZIONE + WS-TOTALE-ORDINE NOT > WS-FIDO-LIMITE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ESPOSIZIONE-ED =
               WS-ESPOSIZIONE + WS-TOTALE-ORDINE
           MOVE WS-FIDO-LIMITE TO WS-FIDO-ED
           DISPLAY "ORDINE OLTRE FIDO: ESPOSIZIONE CON L'ORDINE "
               WS-ESPOSIZIONE-ED " FIDO " WS-FIDO-ED
           IF NOT OPERATORE-SUPERVISORE
               DISPLAY "ORDINE RIFIUTATO: SOLO UN SUPERVISORE PUO' "
                   "FORZARE IL FIDO."
               MOVE 'N' TO WS-DATI-VALIDI
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FORZARE IL FIDO? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "ORDINE RIFIUTATO PER FIDO."
               MOVE 'N' TO WS-DATI-VALIDI
           END-IF.

       SCRIVI-ORDINE.
           ADD 1 TO WS-ULTIMO-NUMERO
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-ULTIMO-NUMERO TO ORD-NUMERO
               MOVE INDICE-RIGA TO ORD-RIGA
               MOVE WS-ID-CLIENTE TO ORD-ID-CLIENTE
               MOVE WS-REGIONE TO ORD-REGIONE-NUM
               MOVE WS-OGGI TO ORD-DATA-ORDINE
               MOVE WS-RIFERIMENTO TO ORD-RIFERIMENTO
               MOVE WS-RIG-CODICE(INDICE-RIGA) TO ORD-CODICE-PRODOTTO
               MOVE WS-RIG-QUANTITA(INDICE-RIGA) TO ORD-QUANTITA
               MOVE WS-RIG-PREZZO(INDICE-RIGA) TO ORD-PREZZO-UNITARIO
               MOVE WS-RIG-IVA(INDICE-RIGA) TO ORD-CODICE-IVA
               MOVE WS-RIG-PREVISTA(INDICE-RIGA) TO ORD-DATA-PREVISTA
               MOVE 0 TO ORD-QUANTITA-SPEDITA
               MOVE 0 TO ORD-DATA-SPEDIZIONE
               MOVE 0 TO ORD-QUANTITA-MOVIMENTATA
               SET RIGA-APERTA TO TRUE
               MOVE WS-OPERATORE-ID TO ORD-OPERATORE
               MOVE WS-OGGI TO ORD-DATA-AGGIORNAMENTO
               WRITE RECORD-ORDINE
                   INVALID KEY
                       DISPLAY "ERRORE SCRITTURA Ordini.idx (STATUS "
                           WS-ORDINI-STATUS ") SULLA RIGA "
                           INDICE-RIGA
               END-WRITE
           END-PERFORM
           DISPLAY "ORDINE N. " WS-ULTIMO-NUMERO " INSERITO CON "
               WS-NUM-RIGHE " RIGHE.".

       CHIEDI-RIGA-ORDINE.
           MOVE 'N' TO WS-RIGA-TROVATA
           PERFORM CHIEDI-NUMERO-ORDINE
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO RIGA: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "RIGA NON NUMERICA."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999
               DISPLAY "RIGA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RIGA = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           MOVE WS-NUMERO TO ORD-NUMERO
           MOVE WS-RIGA TO ORD-RIGA
           READ ORDINI-IDX
               INVALID KEY
                   DISPLAY "RIGA D'ORDINE NON TROVATA."
               NOT INVALID KEY
                   MOVE 'S' TO WS-RIGA-TROVATA
                   PERFORM MOSTRA-RIGA
           END-READ.

       CHIEDI-NUMERO-ORDINE.
           MOVE 'N' TO WS-DATI-VALIDI
           DISPLAY "NUMERO ORDINE: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "NUMERO ORDINE NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999999
               DISPLAY "NUMERO ORDINE NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           MOVE 'S' TO WS-DATI-VALIDI.

       MOSTRA-RIGA.
           MOVE ORD-QUANTITA TO WS-QUANTITA-ED
           MOVE ORD-PREZZO-UNITARIO TO WS-PREZZO-ED
           DISPLAY ORD-NUMERO "/" ORD-RIGA " CLIENTE " ORD-ID-CLIENTE
               " REG " ORD-REGIONE-NUM " DEL " ORD-DATA-ORDINE
               " RIF " ORD-RIFERIMENTO
           DISPLAY "    " ORD-CODICE-PRODOTTO " Q.TA' " WS-QUANTITA-ED
               " A " WS-PREZZO-ED " IVA " ORD-CODICE-IVA
               " PREVISTA " ORD-DATA-PREVISTA
           MOVE ORD-QUANTITA-SPEDITA TO WS-QUANTITA-ED
           EVALUATE TRUE
               WHEN RIGA-APERTA
                   DISPLAY "    APERTA"
               WHEN RIGA-PARZIALE
                   DISPLAY "    PARZIALMENTE SPEDITA: " WS-QUANTITA-ED
                       " AL " ORD-DATA-SPEDIZIONE
               WHEN RIGA-SPEDITA
                   DISPLAY "    SPEDITA: " WS-QUANTITA-ED
                       " AL " ORD-DATA-SPEDIZIONE
               WHEN RIGA-ANNULLATA
                   DISPLAY "    ANNULLATA, SPEDITO " WS-QUANTITA-ED
           END-EVALUATE
           IF ORD-QUANTITA-MOVIMENTATA < ORD-QUANTITA-SPEDITA
               MOVE ORD-QUANTITA-MOVIMENTATA TO WS-QUANTITA-ED
               DISPLAY "    GIA' IN MOVIMENTO: " WS-QUANTITA-ED
           END-IF.

       OPERAZIONE-ANNULLA.
           PERFORM CHIEDI-RIGA-ORDINE
           IF WS-RIGA-TROVATA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF NOT RIGA-IN-PORTAFOGLIO
               DISPLAY "RIGA GIA' CHIUSA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ANNULLARE IL RESIDUO NON SPEDITO? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "RIGA INVARIATA."
               EXIT PARAGRAPH
           END-IF
           SET RIGA-ANNULLATA TO TRUE
           MOVE WS-OPERATORE-ID TO ORD-OPERATORE
           MOVE WS-OGGI TO ORD-DATA-AGGIORNAMENTO
           REWRITE RECORD-ORDINE
               INVALID KEY
                   DISPLAY "ERRORE RISCRITTURA Ordini.idx (STATUS "
                       WS-ORDINI-STATUS ")"
               NOT INVALID KEY
                   DISPLAY "RESIDUO ANNULLATO."
           END-REWRITE.

       OPERAZIONE-INTERROGA.
           PERFORM CHIEDI-NUMERO-ORDINE
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO TO ORD-NUMERO
           MOVE 0 TO ORD-RIGA
           MOVE 'N' TO WS-RIGA-TROVATA
           START ORDINI-IDX KEY IS NOT LESS THAN ORD-CHIAVE
               INVALID KEY
                   MOVE 'Y' TO LETTURA-FILE
               NOT INVALID KEY
                   MOVE 'N' TO LETTURA-FILE
           END-START
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ ORDINI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ORD-NUMERO NOT = WS-NUMERO
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           MOVE 'S' TO WS-RIGA-TROVATA
                           PERFORM MOSTRA-RIGA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RIGA-TROVATA NOT = 'S'
               DISPLAY "ORDINE NON TROVATO."
           END-IF.

           COPY TESTATA-CONTROLLI.
