       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContrattiServizio.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Manutenzione interattiva dei contratti di manutenzione a
      *canone (Contratti-servizio.txt, tracciato CONTRATTO-SERVIZIO):
      *i canoni si battevano a mano nel feed ogni mese e qualche mese
      *si dimenticava. Ogni contratto ha cliente, regione, prodotto,
      *canone per addebito, frequenza (M/T/S/A), decorrenza,
      *scadenza e data della prima indicizzazione annuale; gli
      *addebiti li genera FatturaContratti, i rinnovi in arrivo li
      *segnala RinnoviContratti. Cliente in clienti.idx, prodotto in
      *anagrafica e regione in Regioni.txt sono obbligatori. Un
      *contratto non si cancella: si [R]innova spostando la
      *scadenza o si [D]isdice anticipandola, e i canoni gia'
      *addebitati restano. Il file si tiene in tabella e si
      *riscrive per intero dopo ogni modifica, passando dal file di
      *appoggio .new. Gli operatori di livello 'R' consultano
      *soltanto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONTRATTI ASSIGN TO "Contratti-servizio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTRATTI-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "Contratti-servizio.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-CONTRATTI.
       COPY CONTRATTO-SERVIZIO.

       FD FILE-NUOVO.
       01 RECORD-CONTRATTO-NUOVO PIC X(73).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-CONTRATTI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-CLIENTI-APERTO PIC X VALUE 'N'.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Contratti in tabella, nell'ordine del file (per numero).
       01 WS-NUM-CONTRATTI PIC 9(4) VALUE 0.
       01 WS-CONTRATTI-TABELLA.
           05 WS-CTR-ENTRY OCCURS 2000 TIMES.
               10 WS-CTR-RECORD PIC X(73).
       01 INDICE-CONTRATTO PIC 9(4).
       01 WS-POSIZIONE PIC 9(4).
       01 WS-CONTRATTI-PIENO PIC X VALUE 'N'.
       01 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
      *Contratto di lavoro: stessa forma del record su file.
       01 WS-LAV-CONTRATTO.
           05 WS-LAV-NUMERO PIC 9(6).
           05 WS-LAV-ID-CLIENTE PIC 9(6).
           05 WS-LAV-REGIONE PIC 99.
           05 WS-LAV-CODICE-PRODOTTO PIC X(8).
           05 WS-LAV-IMPORTO PIC 9(5)V99.
           05 WS-LAV-CODICE-IVA PIC X(2).
           05 WS-LAV-FREQUENZA PIC X.
           05 WS-LAV-DATA-INIZIO PIC 9(8).
           05 WS-LAV-DATA-FINE PIC 9(8).
           05 WS-LAV-DATA-INDICIZZAZIONE PIC 9(8).
           05 WS-LAV-STATO PIC X.
           05 WS-LAV-DATA-AGGIORNAMENTO PIC 9(8).
           05 WS-LAV-OPERATORE PIC X(8).
       01 WS-CLIENTE-SCELTO PIC 9(6).
       01 WS-CAMPO-INPUT PIC X(15).
       01 WS-CONFERMA PIC X.
       01 WS-DATA-INPUT PIC 9(8).
       01 WS-DATA-VALIDA PIC X.
       01 WS-IMPORTO-ED PIC Z(4)9.99.
       01 WS-STATO-RIGA PIC X(10).
       01 WS-RIGHE-MOSTRATE PIC 9(4).
       01 WS-NOME-CONTRATTI PIC X(30)
           VALUE "Contratti-servizio.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Contratti-servizio.new".
      *Codice IVA proposto per i canoni (gestionale.cfg, chiave
      *CONTRATTI-CODICE-IVA).
       01 WS-IVA-PREDEFINITA PIC X(2) VALUE "22".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Anagrafiche per la validazione.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 INDICE-REGIONE PIC 99.
       01 WS-REGIONE-VALIDA PIC X.
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
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "ContrattiServizio".
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
           MOVE "CONTRATTI-CODICE-IVA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-IVA-PREDEFINITA
           END-IF
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'GetProdotti' USING WS-PRODOTTI
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE 'S' TO WS-CLIENTI-APERTO
           ELSE
               DISPLAY "clienti.idx NON DISPONIBILE (STATUS "
                   WS-CLIENTI-STATUS "): CONTRATTI IN SOLA LETTURA."
           END-IF
           PERFORM CARICA-CONTRATTI
           IF WS-CONTRATTI-PIENO = 'S'
               DISPLAY "Contratti-servizio.txt OLTRE LE 2000 RIGHE, "
                   "CONTRATTI IN SOLA LETTURA."
           END-IF
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "----------CONTRATTI DI SERVIZIO----------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[L]ISTA CONTRATTI DI UN CLIENTE"
              DISPLAY "[I]NSERISCI CONTRATTO"
              DISPLAY "[R]INNOVA (NUOVA SCADENZA)"
              DISPLAY "[D]ISDICI"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'I'
                WHEN 'i'
                WHEN 'R'
                WHEN 'r'
                WHEN 'D'
                WHEN 'd'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-CLIENTI-APERTO NOT = 'S'
                        WHEN WS-CONTRATTI-PIENO = 'S'
                          DISPLAY "CONTRATTI IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'I' OR OPERAZIONE = 'i'
                          PERFORM OPERAZIONE-INSERISCI
                        WHEN OPERAZIONE = 'R' OR OPERAZIONE = 'r'
                          PERFORM OPERAZIONE-RINNOVA
                        WHEN OTHER
                          PERFORM OPERAZIONE-DISDICI
                      END-EVALUATE
                WHEN 'L'
                WHEN 'l'
                      PERFORM OPERAZIONE-LISTA
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM
           IF WS-CLIENTI-APERTO = 'S'
               CLOSE CLIENTI-IDX
           END-IF
           MOVE 'F' TO WS-USO-EVENTO
           MOVE "OK" TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           STOP RUN.

       CARICA-CONTRATTI.
           OPEN INPUT FILE-CONTRATTI
           IF WS-CONTRATTI-STATUS NOT = "00"
               DISPLAY "CONTRATTI ASSENTI (STATUS "
                   WS-CONTRATTI-STATUS "), SI PARTE DA UN FILE VUOTO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-CONTRATTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF CTR-NUMERO IS NUMERIC AND CTR-NUMERO > 0
                           IF WS-NUM-CONTRATTI < 2000
                               ADD 1 TO WS-NUM-CONTRATTI
                               MOVE RECORD-CONTRATTO
                                   TO WS-CTR-RECORD(WS-NUM-CONTRATTI)
                               IF CTR-NUMERO > WS-ULTIMO-NUMERO
                                   MOVE CTR-NUMERO TO WS-ULTIMO-NUMERO
                               END-IF
                           ELSE
                               MOVE 'S' TO WS-CONTRATTI-PIENO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CONTRATTI.

       CHIEDI-CLIENTE.
           MOVE 0 TO WS-CLIENTE-SCELTO
           DISPLAY "ID CLIENTE (6 CIFRE): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT(1:6) IS NOT NUMERIC
               OR WS-CAMPO-INPUT(7:9) NOT = SPACES
               DISPLAY "ID CLIENTE NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT(1:6) TO WS-CLIENTE-SCELTO.

      *Tutti i contratti del cliente, con lo stato alla data di
      *oggi: il numero a sinistra e' quello che chiedono rinnovo e
      *disdetta.
       OPERAZIONE-LISTA.
           PERFORM CHIEDI-CLIENTE
           IF WS-CLIENTE-SCELTO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RIGHE-MOSTRATE
           PERFORM VARYING INDICE-CONTRATTO FROM 1 BY 1
               UNTIL INDICE-CONTRATTO > WS-NUM-CONTRATTI
               MOVE WS-CTR-RECORD(INDICE-CONTRATTO) TO RECORD-CONTRATTO
               IF CTR-ID-CLIENTE = WS-CLIENTE-SCELTO
                   ADD 1 TO WS-RIGHE-MOSTRATE
                   PERFORM MOSTRA-CONTRATTO
               END-IF
           END-PERFORM
           IF WS-RIGHE-MOSTRATE = 0
               DISPLAY "NESSUN CONTRATTO PER IL CLIENTE."
           END-IF.

       MOSTRA-CONTRATTO.
           EVALUATE TRUE
               WHEN CTR-DISDETTO
                   MOVE "DISDETTO" TO WS-STATO-RIGA
               WHEN CTR-DATA-FINE < WS-OGGI
                   MOVE "SCADUTO" TO WS-STATO-RIGA
               WHEN CTR-DATA-INIZIO > WS-OGGI
                   MOVE "FUTURO" TO WS-STATO-RIGA
               WHEN OTHER
                   MOVE "IN VIGORE" TO WS-STATO-RIGA
           END-EVALUATE
           MOVE CTR-IMPORTO TO WS-IMPORTO-ED
           DISPLAY CTR-NUMERO ") " CTR-CODICE-PRODOTTO
               " REG " CTR-REGIONE " CANONE " WS-IMPORTO-ED
               " FREQ " CTR-FREQUENZA " IVA " CTR-CODICE-IVA
           DISPLAY "        DAL " CTR-DATA-INIZIO " AL "
               CTR-DATA-FINE " INDICIZZ. " CTR-DATA-INDICIZZAZIONE
               " " WS-STATO-RIGA " (" CTR-OPERATORE " "
               CTR-DATA-AGGIORNAMENTO ")".

       CHIEDI-DATA.
           MOVE 'N' TO WS-DATA-VALIDA
           MOVE 0 TO WS-DATA-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
               OR WS-CAMPO-INPUT(9:7) NOT = SPACES
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT(1:8) TO WS-DATA-INPUT
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INPUT) NOT = 0
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-DATA-VALIDA.

       OPERAZIONE-INSERISCI.
           IF WS-NUM-CONTRATTI >= 2000
               DISPLAY "TABELLA CONTRATTI PIENA."
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-LAV-CONTRATTO
           PERFORM CHIEDI-CLIENTE
           IF WS-CLIENTE-SCELTO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLIENTE-SCELTO TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE NON IN ANAGRAFICA."
                   EXIT PARAGRAPH
           END-READ
           IF CLIENTE-CESSATO
               DISPLAY "CLIENTE CESSATO: CONTRATTO NON CONSENTITO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY COGNOME-IDX " " NOME-IDX
           MOVE WS-CLIENTE-SCELTO TO WS-LAV-ID-CLIENTE
           DISPLAY "REGIONE DI CONTABILIZZAZIONE (2 CIFRE): "
           ACCEPT WS-CAMPO-INPUT
           MOVE 'N' TO WS-REGIONE-VALIDA
           IF WS-CAMPO-INPUT(1:2) IS NUMERIC
               AND WS-CAMPO-INPUT(3:13) = SPACES
               PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
                   UNTIL INDICE-REGIONE > WS-NUM-REGIONI
                   IF WS-REG-CODICE(INDICE-REGIONE)
                           = WS-CAMPO-INPUT(1:2)
                       AND WS-REG-ATTIVA(INDICE-REGIONE) = 'S'
                       MOVE 'S' TO WS-REGIONE-VALIDA
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REGIONE-VALIDA NOT = 'S'
               DISPLAY "REGIONE NON IN ANAGRAFICA O NON ATTIVA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT(1:2) TO WS-LAV-REGIONE
           DISPLAY "CODICE PRODOTTO DEL SERVIZIO: "
           ACCEPT WS-LAV-CODICE-PRODOTTO
           MOVE 'N' TO WS-PRODOTTO-VALIDO
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-LAV-CODICE-PRODOTTO, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           END-IF
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               DISPLAY "PRODOTTO NON IN ANAGRAFICA (Prodotti.txt)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-LAV-CODICE-PRODOTTO " " WS-PRO-DESCRIZIONE-LAV
           DISPLAY "CANONE PER ADDEBITO (ES. 150.00): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "CANONE NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) NOT > 0
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 99999.99
               DISPLAY "IL CANONE DEVE ESSERE FRA 0.01 E 99999.99."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAV-IMPORTO = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           DISPLAY "CODICE IVA [INVIO = " WS-IVA-PREDEFINITA "]: "
           MOVE SPACES TO WS-LAV-CODICE-IVA
           ACCEPT WS-LAV-CODICE-IVA
           IF WS-LAV-CODICE-IVA = SPACES
               MOVE WS-IVA-PREDEFINITA TO WS-LAV-CODICE-IVA
           END-IF
           DISPLAY "FREQUENZA [M]ENSILE [T]RIMESTRALE [S]EMESTRALE "
               "[A]NNUALE: "
           ACCEPT WS-LAV-FREQUENZA
           MOVE FUNCTION UPPER-CASE(WS-LAV-FREQUENZA)
               TO WS-LAV-FREQUENZA
           IF WS-LAV-FREQUENZA NOT = 'M' AND NOT = 'T'
               AND NOT = 'S' AND NOT = 'A'
               DISPLAY "FREQUENZA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DECORRENZA (AAAAMMGG): "
           PERFORM CHIEDI-DATA
           IF WS-DATA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-INPUT TO WS-LAV-DATA-INIZIO
           DISPLAY "SCADENZA (AAAAMMGG): "
           PERFORM CHIEDI-DATA
           IF WS-DATA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-INPUT NOT > WS-LAV-DATA-INIZIO
               DISPLAY "LA SCADENZA DEVE SEGUIRE LA DECORRENZA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-INPUT TO WS-LAV-DATA-FINE
           DISPLAY "PRIMA INDICIZZAZIONE (AAAAMMGG, INVIO = CANONE "
               "FISSO): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT NOT = SPACES
               IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
                   OR WS-CAMPO-INPUT(9:7) NOT = SPACES
                   DISPLAY "DATA NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAMPO-INPUT(1:8) TO WS-LAV-DATA-INDICIZZAZIONE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       WS-LAV-DATA-INDICIZZAZIONE) NOT = 0
                   OR WS-LAV-DATA-INDICIZZAZIONE
                       NOT > WS-LAV-DATA-INIZIO
                   DISPLAY "DATA DI INDICIZZAZIONE NON VALIDA (DEVE "
                       "SEGUIRE LA DECORRENZA)."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-LAV-DATA-INIZIO < WS-OGGI
               DISPLAY "ATTENZIONE: DECORRENZA NEL PASSATO, LA "
                   "PROSSIMA FATTURAZIONE ADDEBITERA' I PERIODI "
                   "ARRETRATI."
           END-IF
           DISPLAY "CONFERMI IL CONTRATTO? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "INSERIMENTO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO WS-LAV-NUMERO
           MOVE 'A' TO WS-LAV-STATO
           MOVE WS-OGGI TO WS-LAV-DATA-AGGIORNAMENTO
           MOVE WS-OPERATORE-ID TO WS-LAV-OPERATORE
           ADD 1 TO WS-NUM-CONTRATTI
           MOVE WS-LAV-CONTRATTO TO WS-CTR-RECORD(WS-NUM-CONTRATTI)
           PERFORM SALVA-CONTRATTI
           DISPLAY "CONTRATTO " WS-LAV-NUMERO " REGISTRATO.".

      *Numero di contratto da rinnovare o disdire, fra quelli ancora
      *attivi.
       CHIEDI-CONTRATTO.
           MOVE 0 TO WS-POSIZIONE
           DISPLAY "NUMERO DEL CONTRATTO (6 CIFRE): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT(1:6) IS NOT NUMERIC
               OR WS-CAMPO-INPUT(7:9) NOT = SPACES
               DISPLAY "NUMERO NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-CONTRATTO FROM 1 BY 1
               UNTIL INDICE-CONTRATTO > WS-NUM-CONTRATTI
                   OR WS-POSIZIONE > 0
               MOVE WS-CTR-RECORD(INDICE-CONTRATTO) TO RECORD-CONTRATTO
               IF CTR-NUMERO = WS-CAMPO-INPUT(1:6)
                   MOVE INDICE-CONTRATTO TO WS-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-POSIZIONE = 0
               DISPLAY "CONTRATTO INESISTENTE."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTR-RECORD(WS-POSIZIONE) TO RECORD-CONTRATTO
           IF CTR-DISDETTO
               DISPLAY "CONTRATTO DISDETTO: NON SI MODIFICA."
               MOVE 0 TO WS-POSIZIONE
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-CONTRATTO.

      *Il rinnovo sposta solo la scadenza in avanti: canone,
      *frequenza e indicizzazione proseguono come prima.
       OPERAZIONE-RINNOVA.
           PERFORM CHIEDI-CONTRATTO
           IF WS-POSIZIONE = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUOVA SCADENZA (AAAAMMGG): "
           PERFORM CHIEDI-DATA
           IF WS-DATA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-INPUT NOT > CTR-DATA-FINE
               DISPLAY "LA NUOVA SCADENZA DEVE SEGUIRE QUELLA "
                   "ATTUALE (" CTR-DATA-FINE ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI IL RINNOVO? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "RINNOVO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-INPUT TO CTR-DATA-FINE
           MOVE WS-OGGI TO CTR-DATA-AGGIORNAMENTO
           MOVE WS-OPERATORE-ID TO CTR-OPERATORE
           MOVE RECORD-CONTRATTO TO WS-CTR-RECORD(WS-POSIZIONE)
           PERFORM SALVA-CONTRATTI
           DISPLAY "CONTRATTO RINNOVATO FINO AL " CTR-DATA-FINE.

      *La disdetta anticipa la scadenza alla data indicata (non
      *prima di oggi): i periodi gia' addebitati non si toccano,
      *quelli dopo la data non si addebitano piu'.
       OPERAZIONE-DISDICI.
           PERFORM CHIEDI-CONTRATTO
           IF WS-POSIZIONE = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATA DI DISDETTA (AAAAMMGG): "
           PERFORM CHIEDI-DATA
           IF WS-DATA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-INPUT < WS-OGGI
               DISPLAY "LA DISDETTA NON PUO' ESSERE NEL PASSATO."
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-INPUT > CTR-DATA-FINE
               DISPLAY "LA DISDETTA E' OLTRE LA SCADENZA: BASTA NON "
                   "RINNOVARE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI LA DISDETTA? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "DISDETTA ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-INPUT TO CTR-DATA-FINE
           MOVE 'D' TO CTR-STATO
           MOVE WS-OGGI TO CTR-DATA-AGGIORNAMENTO
           MOVE WS-OPERATORE-ID TO CTR-OPERATORE
           MOVE RECORD-CONTRATTO TO WS-CTR-RECORD(WS-POSIZIONE)
           PERFORM SALVA-CONTRATTI
           DISPLAY "CONTRATTO DISDETTO AL " CTR-DATA-FINE.

       SALVA-CONTRATTI.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-CONTRATTO FROM 1 BY 1
               UNTIL INDICE-CONTRATTO > WS-NUM-CONTRATTI
               MOVE WS-CTR-RECORD(INDICE-CONTRATTO)
                   TO RECORD-CONTRATTO-NUOVO
               WRITE RECORD-CONTRATTO-NUOVO
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-CONTRATTI
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEI CONTRATTI "
                   "(CODICE " RETURN-CODE "), IL FILE AGGIORNATO "
                   "RESTA IN " WS-NOME-NUOVO
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.
