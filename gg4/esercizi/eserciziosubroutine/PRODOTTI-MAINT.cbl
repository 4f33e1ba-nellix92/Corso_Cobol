       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODOTTI-MAINT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Manutenzione interattiva dell'anagrafica prodotti
      *(Prodotti.txt, tracciato PRODOTTO-REC), controparte di
      *CLIENTI-MAINT per i prodotti: GetProdotti e GetProdottoInfo
      *la leggono soltanto, e aggiungere o ritirare un prodotto
      *voleva dire l'editor di testo - una colonna spostata ha reso
      *invalida un'intera linea. Qui aggiunta, modifica, disattivazione
      *e riattivazione passano dai controlli: la linea di prodotto
      *deve stare nell'elenco Prodotti-linee.txt, e un prodotto con
      *giacenza in Magazzino.idx o con righe d'ordine ancora aperte
      *in Ordini.idx non si disattiva. All'avvio le righe
      *con linea sconosciuta o flag attivo non valido si elencano,
      *da correggere con [C]AMBIA. L'interrogazione mostra anche
      *l'uso del prodotto nel dettaglio vendite, la giacenza e le
      *righe d'ordine in portafoglio. Ogni
      *modifica lascia in Prodotti-storia.txt l'immagine del record
      *PRIMA della modifica ('C' cambio, 'S' cambio stato); le
      *aggiunte ('A') vi lasciano il record nuovo. Il file si tiene
      *in tabella (non oltre i 200 prodotti che GetProdotti carica)
      *e si riscrive per intero dal .new dopo ogni modifica.
      *Gli operatori di livello 'R' consultano soltanto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PRODOTTI ASSIGN TO "Prodotti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODOTTI-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "Prodotti.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-LINEE ASSIGN TO "Prodotti-linee.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINEE-STATUS.
           SELECT OPTIONAL FILE-STORIA ASSIGN TO "Prodotti-storia.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT MAGAZZINO-IDX ASSIGN TO "Magazzino.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MAG-CODICE-PRODOTTO
           FILE STATUS IS WS-MAGAZZINO-STATUS.
           SELECT ORDINI-IDX ASSIGN TO "Ordini.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ORD-CHIAVE
           FILE STATUS IS WS-ORDINI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PRODOTTI.
       COPY PRODOTTO-REC.

       FD FILE-NUOVO.
       01 RECORD-PRODOTTO-NUOVO PIC X(49).

      *Linee di prodotto ammesse, una per riga con la descrizione.
       FD FILE-LINEE.
       01 RECORD-LINEA.
           05 LIN-CODICE PIC X(10).
           05 LIN-DESCRIZIONE PIC X(30).

      *Storia delle modifiche, stesso schema di clienti-storia.txt.
       FD FILE-STORIA.
       01 RECORD-STORIA.
           05 STO-TIMESTAMP PIC X(14).
           05 STO-OPERATORE PIC X(8).
           05 STO-OPERAZIONE PIC X.
           05 STO-IMMAGINE PIC X(49).

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

       FD MAGAZZINO-IDX.
       COPY MAGAZZINO-REC.

       FD ORDINI-IDX.
       COPY ORDINE-REC.

       WORKING-STORAGE SECTION.
       01 WS-PRODOTTI-STATUS PIC XX.
       01 WS-LINEE-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-MAGAZZINO-STATUS PIC XX.
       01 WS-ORDINI-STATUS PIC XX.
       01 WS-RIGHE-APERTE PIC 9(5).
       01 WS-QUANTITA-APERTA PIC 9(9).
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONFERMA PIC X.
      *Anagrafica in tabella, nell'ordine del file.
       01 WS-NUM-PRODOTTI PIC 9(3) VALUE 0.
       01 WS-PRODOTTI-TABELLA.
           05 WS-PRD-ENTRY OCCURS 200 TIMES.
               10 WS-PRD-RECORD PIC X(49).
       01 INDICE-PRODOTTO PIC 9(3).
       01 WS-POSIZIONE PIC 9(3).
       01 WS-PRODOTTI-PIENI PIC X VALUE 'N'.
       01 WS-RIGHE-SCARTATE PIC 9(4) VALUE 0.
       01 WS-RIGHE-DA-CORREGGERE PIC 9(3) VALUE 0.
      *Linee ammesse.
       01 WS-NUM-LINEE PIC 99 VALUE 0.
       01 WS-LINEE-TABELLA.
           05 WS-LIN-ENTRY OCCURS 50 TIMES.
               10 WS-LIN-CODICE PIC X(10).
               10 WS-LIN-DESCRIZIONE PIC X(30).
       01 INDICE-LINEA PIC 99.
       01 WS-LINEA-VALIDA PIC X.
       01 WS-LINEA-DESCRIZIONE PIC X(30).
      *Campi di lavoro della maschera.
       01 WS-CODICE PIC X(8).
       01 WS-DESCRIZIONE PIC X(30).
       01 WS-LINEA PIC X(10).
       01 WS-COD-OPERAZIONE PIC X.
       01 WS-IMMAGINE-PRIMA PIC X(49).
       01 WS-NOME-PRODOTTI PIC X(30) VALUE "Prodotti.txt".
       01 WS-NOME-NUOVO PIC X(30) VALUE "Prodotti.new".
      *Uso del prodotto nel dettaglio vendite.
       01 WS-USO-MOVIMENTI PIC 9(6).
       01 WS-USO-VENDUTO PIC 9(9).
       01 WS-USO-RESO PIC 9(9).
       01 WS-USO-IMPORTO PIC S9(11)V99.
       01 WS-USO-PRIMA PIC 9(8).
       01 WS-USO-ULTIMA PIC 9(8).
       01 WS-DET-COUNT PIC 9(6).
       01 WS-DET-TOTALE PIC S9(11)V99.
       01 WS-DET-QUADRA PIC X.
       01 WS-GIACENZA PIC S9(7).
       01 WS-GIACENZA-TROVATA PIC X.
       01 WS-QUANTITA-ED PIC Z(8)9.
       01 WS-GIACENZA-ED PIC -(6)9.
       01 WS-IMPORTO-ED PIC -(10)9.99.
      *Operatore e giornale d'uso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "PRODOTTI-MAINT".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).
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
           PERFORM CARICA-LINEE
           IF WS-NUM-LINEE = 0
               DISPLAY "Prodotti-linee.txt ASSENTE O VUOTO: "
                   "IMPOSSIBILE VALIDARE LE LINEE, ANAGRAFICA IN "
                   "SOLA LETTURA."
           END-IF
           PERFORM CARICA-PRODOTTI
           IF WS-PRODOTTI-PIENI = 'S'
               DISPLAY "Prodotti.txt OLTRE I 200 PRODOTTI, "
                   "ANAGRAFICA IN SOLA LETTURA."
           END-IF
           IF WS-RIGHE-SCARTATE > 0
               DISPLAY "RIGHE SENZA CODICE IGNORATE IN Prodotti.txt: "
                   WS-RIGHE-SCARTATE " (SPARIRANNO AL PRIMO "
                   "SALVATAGGIO)"
           END-IF
           PERFORM CONTROLLA-ANAGRAFICA
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------MENU PRODOTTI------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[A]GGIUNGI"
              DISPLAY "[C]AMBIA (DESCRIZIONE E LINEA)"
              DISPLAY "[S]TATO (DISATTIVA/RIATTIVA)"
              DISPLAY "[I]NTERROGA CON USO NELLE VENDITE"
              DISPLAY "[E]LENCO PRODOTTI"
              DISPLAY "[L]INEE DI PRODOTTO"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'A'
                WHEN 'a'
                WHEN 'C'
                WHEN 'c'
                WHEN 'S'
                WHEN 's'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-NUM-LINEE = 0
                        WHEN WS-PRODOTTI-PIENI = 'S'
                          DISPLAY "ANAGRAFICA IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'A' OR OPERAZIONE = 'a'
                          PERFORM OPERAZIONE-AGGIUNGI
                        WHEN OPERAZIONE = 'C' OR OPERAZIONE = 'c'
                          PERFORM OPERAZIONE-CAMBIA
                        WHEN OTHER
                          PERFORM OPERAZIONE-STATO
                      END-EVALUATE
                WHEN 'I'
                WHEN 'i'
                      PERFORM OPERAZIONE-INTERROGA
                WHEN 'E'
                WHEN 'e'
                      PERFORM OPERAZIONE-ELENCO
                WHEN 'L'
                WHEN 'l'
                      PERFORM OPERAZIONE-LINEE
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM
           MOVE 'F' TO WS-USO-EVENTO
           MOVE "OK" TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           STOP RUN.

       CARICA-LINEE.
           OPEN INPUT FILE-LINEE
           IF WS-LINEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-LINEE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF LIN-CODICE NOT = SPACES
                           AND WS-NUM-LINEE < 50
                           ADD 1 TO WS-NUM-LINEE
                           MOVE LIN-CODICE
                               TO WS-LIN-CODICE(WS-NUM-LINEE)
                           MOVE LIN-DESCRIZIONE
                               TO WS-LIN-DESCRIZIONE(WS-NUM-LINEE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LINEE.

       CARICA-PRODOTTI.
           OPEN INPUT FILE-PRODOTTI
           IF WS-PRODOTTI-STATUS NOT = "00"
               DISPLAY "Prodotti.txt ASSENTE (STATUS "
                   WS-PRODOTTI-STATUS "), SI PARTE DA UN FILE VUOTO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PRODOTTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PRO-CODICE = SPACES
                           ADD 1 TO WS-RIGHE-SCARTATE
                       ELSE
                           IF WS-NUM-PRODOTTI < 200
                               ADD 1 TO WS-NUM-PRODOTTI
                               MOVE PRODOTTO-MASTER
                                   TO WS-PRD-RECORD(WS-NUM-PRODOTTI)
                           ELSE
                               MOVE 'S' TO WS-PRODOTTI-PIENI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PRODOTTI.

      *Le righe scritte a mano con una colonna spostata si vedono
      *qui: linea fuori elenco o flag attivo diverso da S/N.
       CONTROLLA-ANAGRAFICA.
           IF WS-NUM-LINEE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-PRODOTTO FROM 1 BY 1
               UNTIL INDICE-PRODOTTO > WS-NUM-PRODOTTI
               MOVE WS-PRD-RECORD(INDICE-PRODOTTO) TO PRODOTTO-MASTER
               MOVE PRO-LINEA TO WS-LINEA
               PERFORM VALIDA-LINEA
               IF WS-LINEA-VALIDA NOT = 'S'
                   OR (NOT PRODOTTO-ATTIVO AND NOT PRODOTTO-DISATTIVO)
                   ADD 1 TO WS-RIGHE-DA-CORREGGERE
                   DISPLAY "DA CORREGGERE: " PRO-CODICE " LINEA '"
                       PRO-LINEA "' ATTIVO '" PRO-ATTIVO "'"
               END-IF
           END-PERFORM
           IF WS-RIGHE-DA-CORREGGERE > 0
               DISPLAY WS-RIGHE-DA-CORREGGERE " PRODOTTI CON LINEA O "
                   "FLAG NON VALIDI: CORREGGERE CON [C]AMBIA."
           END-IF.

       VALIDA-LINEA.
           MOVE 'N' TO WS-LINEA-VALIDA
           MOVE SPACES TO WS-LINEA-DESCRIZIONE
           PERFORM VARYING INDICE-LINEA FROM 1 BY 1
               UNTIL INDICE-LINEA > WS-NUM-LINEE
               IF WS-LIN-CODICE(INDICE-LINEA) = WS-LINEA
                   MOVE 'S' TO WS-LINEA-VALIDA
                   MOVE WS-LIN-DESCRIZIONE(INDICE-LINEA)
                       TO WS-LINEA-DESCRIZIONE
               END-IF
           END-PERFORM.

      *Posizione in tabella del codice di lavoro, zero se assente.
       CERCA-PRODOTTO.
           MOVE 0 TO WS-POSIZIONE
           PERFORM VARYING INDICE-PRODOTTO FROM 1 BY 1
               UNTIL INDICE-PRODOTTO > WS-NUM-PRODOTTI
               MOVE WS-PRD-RECORD(INDICE-PRODOTTO) TO PRODOTTO-MASTER
               IF PRO-CODICE = WS-CODICE
                   MOVE INDICE-PRODOTTO TO WS-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-POSIZIONE > 0
               MOVE WS-PRD-RECORD(WS-POSIZIONE) TO PRODOTTO-MASTER
           END-IF.

       CHIEDI-CODICE.
           MOVE SPACES TO WS-CODICE
           DISPLAY "CODICE PRODOTTO: "
           ACCEPT WS-CODICE
           PERFORM CERCA-PRODOTTO.

       CHIEDI-LINEA.
           MOVE 'N' TO WS-LINEA-VALIDA
           PERFORM OPERAZIONE-LINEE
           DISPLAY "LINEA DI PRODOTTO: "
           MOVE SPACES TO WS-LINEA
           ACCEPT WS-LINEA
           PERFORM VALIDA-LINEA
           IF WS-LINEA-VALIDA NOT = 'S'
               DISPLAY "LINEA NON IN ELENCO (Prodotti-linee.txt)."
           END-IF.

       MOSTRA-PRODOTTO.
           MOVE PRO-LINEA TO WS-LINEA
           PERFORM VALIDA-LINEA
           DISPLAY "CODICE......: " PRO-CODICE
           DISPLAY "DESCRIZIONE.: " PRO-DESCRIZIONE
           IF WS-LINEA-VALIDA = 'S'
               DISPLAY "LINEA.......: " PRO-LINEA " "
                   WS-LINEA-DESCRIZIONE
           ELSE
               DISPLAY "LINEA.......: " PRO-LINEA
                   " (NON IN ELENCO)"
           END-IF
           EVALUATE TRUE
               WHEN PRODOTTO-ATTIVO
                   DISPLAY "STATO.......: ATTIVO"
               WHEN PRODOTTO-DISATTIVO
                   DISPLAY "STATO.......: DISATTIVATO"
               WHEN OTHER
                   DISPLAY "STATO.......: NON VALIDO ('" PRO-ATTIVO
                       "')"
           END-EVALUATE.

       OPERAZIONE-AGGIUNGI.
           IF WS-NUM-PRODOTTI >= 200
               DISPLAY "ANAGRAFICA PIENA (200 PRODOTTI)."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-CODICE
           IF WS-CODICE = SPACES OR WS-CODICE(1:1) = SPACE
               DISPLAY "CODICE OBBLIGATORIO, SENZA SPAZI INIZIALI."
               EXIT PARAGRAPH
           END-IF
           IF WS-POSIZIONE > 0
               DISPLAY "CODICE GIA' IN ANAGRAFICA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIZIONE: "
           MOVE SPACES TO WS-DESCRIZIONE
           ACCEPT WS-DESCRIZIONE
           IF WS-DESCRIZIONE = SPACES
               DISPLAY "DESCRIZIONE OBBLIGATORIA."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-LINEA
           IF WS-LINEA-VALIDA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODICE TO PRO-CODICE
           MOVE WS-DESCRIZIONE TO PRO-DESCRIZIONE
           MOVE WS-LINEA TO PRO-LINEA
           SET PRODOTTO-ATTIVO TO TRUE
           PERFORM MOSTRA-PRODOTTO
           DISPLAY "CONFERMI L'INSERIMENTO? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "INSERIMENTO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-PRODOTTI
           MOVE PRODOTTO-MASTER TO WS-PRD-RECORD(WS-NUM-PRODOTTI)
           MOVE 'A' TO WS-COD-OPERAZIONE
           MOVE PRODOTTO-MASTER TO WS-IMMAGINE-PRIMA
           PERFORM SALVA-PRODOTTI
           IF RETURN-CODE = 0
               PERFORM SCRIVI-STORIA
               DISPLAY "PRODOTTO AGGIUNTO."
           END-IF.

      *Invio lascia il valore attuale; la linea nuova deve stare in
      *elenco (anche per correggere una riga scritta male a mano).
       OPERAZIONE-CAMBIA.
           PERFORM CHIEDI-CODICE
           IF WS-POSIZIONE = 0
               DISPLAY "PRODOTTO NON TROVATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-PRODOTTO
           MOVE PRODOTTO-MASTER TO WS-IMMAGINE-PRIMA
           DISPLAY "NUOVA DESCRIZIONE (INVIO = INVARIATA): "
           MOVE SPACES TO WS-DESCRIZIONE
           ACCEPT WS-DESCRIZIONE
           IF WS-DESCRIZIONE NOT = SPACES
               MOVE WS-DESCRIZIONE TO PRO-DESCRIZIONE
           END-IF
           PERFORM OPERAZIONE-LINEE
           DISPLAY "NUOVA LINEA (INVIO = INVARIATA): "
           MOVE SPACES TO WS-LINEA
           ACCEPT WS-LINEA
           IF WS-LINEA = SPACES
               MOVE PRO-LINEA TO WS-LINEA
           END-IF
           PERFORM VALIDA-LINEA
           IF WS-LINEA-VALIDA NOT = 'S'
               DISPLAY "LINEA NON IN ELENCO (Prodotti-linee.txt), "
                   "MODIFICA ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINEA TO PRO-LINEA
           IF NOT PRODOTTO-ATTIVO AND NOT PRODOTTO-DISATTIVO
               DISPLAY "FLAG ATTIVO NON VALIDO, RIMESSO AD ATTIVO "
                   "(DISATTIVARE CON [S]TATO)."
               SET PRODOTTO-ATTIVO TO TRUE
           END-IF
           IF PRODOTTO-MASTER = WS-IMMAGINE-PRIMA
               DISPLAY "NESSUNA MODIFICA."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-PRODOTTO
           DISPLAY "CONFERMI LA MODIFICA? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "MODIFICA ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           MOVE PRODOTTO-MASTER TO WS-PRD-RECORD(WS-POSIZIONE)
           MOVE 'C' TO WS-COD-OPERAZIONE
           PERFORM SALVA-PRODOTTI
           IF RETURN-CODE = 0
               PERFORM SCRIVI-STORIA
               DISPLAY "PRODOTTO MODIFICATO."
           END-IF.

      *Disattivazione rifiutata con giacenza diversa da zero: la
      *merce in magazzino (o il buco di una giacenza negativa) va
      *sistemata prima di ritirare il prodotto.
       OPERAZIONE-STATO.
           PERFORM CHIEDI-CODICE
           IF WS-POSIZIONE = 0
               DISPLAY "PRODOTTO NON TROVATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-PRODOTTO
           MOVE PRODOTTO-MASTER TO WS-IMMAGINE-PRIMA
           IF PRODOTTO-ATTIVO
               PERFORM LEGGI-GIACENZA
               IF WS-GIACENZA-TROVATA = 'S' AND WS-GIACENZA NOT = 0
                   MOVE WS-GIACENZA TO WS-GIACENZA-ED
                   DISPLAY "GIACENZA " WS-GIACENZA-ED
                       " IN Magazzino.idx: DISATTIVAZIONE RIFIUTATA."
                   EXIT PARAGRAPH
               END-IF
               PERFORM CONTA-ORDINI-APERTI
               IF WS-RIGHE-APERTE > 0
                   DISPLAY WS-RIGHE-APERTE " RIGHE D'ORDINE APERTE "
                       "IN Ordini.idx: DISATTIVAZIONE RIFIUTATA."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "DISATTIVARE IL PRODOTTO? [S/N]"
           ELSE
               DISPLAY "RIATTIVARE IL PRODOTTO? [S/N]"
           END-IF
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "STATO INVARIATO."
               EXIT PARAGRAPH
           END-IF
           IF PRODOTTO-ATTIVO
               SET PRODOTTO-DISATTIVO TO TRUE
           ELSE
               SET PRODOTTO-ATTIVO TO TRUE
           END-IF
           MOVE PRODOTTO-MASTER TO WS-PRD-RECORD(WS-POSIZIONE)
           MOVE 'S' TO WS-COD-OPERAZIONE
           PERFORM SALVA-PRODOTTI
           IF RETURN-CODE = 0
               PERFORM SCRIVI-STORIA
               DISPLAY "STATO AGGIORNATO."
           END-IF.

      *Giacenza del prodotto di lavoro; un magazzino che non si apre
      *vale nessuna giacenza registrata.
       LEGGI-GIACENZA.
           MOVE 'N' TO WS-GIACENZA-TROVATA
           MOVE 0 TO WS-GIACENZA
           OPEN INPUT MAGAZZINO-IDX
           IF WS-MAGAZZINO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODICE TO MAG-CODICE-PRODOTTO
           READ MAGAZZINO-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-GIACENZA-TROVATA
                   MOVE MAG-GIACENZA TO WS-GIACENZA
           END-READ
           CLOSE MAGAZZINO-IDX.

      *Righe d'ordine aperte o parzialmente spedite del prodotto di
      *lavoro, con la quantita' ancora da spedire; senza Ordini.idx
      *non ci sono ordini.
       CONTA-ORDINI-APERTI.
           MOVE 0 TO WS-RIGHE-APERTE
           MOVE 0 TO WS-QUANTITA-APERTA
           OPEN INPUT ORDINI-IDX
           IF WS-ORDINI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ ORDINI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ORD-CODICE-PRODOTTO = WS-CODICE
                           AND RIGA-IN-PORTAFOGLIO
                           ADD 1 TO WS-RIGHE-APERTE
                           COMPUTE WS-QUANTITA-APERTA =
                               WS-QUANTITA-APERTA + ORD-QUANTITA
                               - ORD-QUANTITA-SPEDITA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDINI-IDX.

       OPERAZIONE-INTERROGA.
           PERFORM CHIEDI-CODICE
           IF WS-POSIZIONE = 0
               DISPLAY "PRODOTTO NON TROVATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-PRODOTTO
           PERFORM LEGGI-GIACENZA
           IF WS-GIACENZA-TROVATA = 'S'
               MOVE WS-GIACENZA TO WS-GIACENZA-ED
               DISPLAY "GIACENZA....: " WS-GIACENZA-ED
           ELSE
               DISPLAY "GIACENZA....: NESSUN RECORD DI MAGAZZINO"
           END-IF
           PERFORM CONTA-ORDINI-APERTI
           DISPLAY "ORDINI APERTI: " WS-RIGHE-APERTE
               " RIGHE, QUANTITA' DA SPEDIRE " WS-QUANTITA-APERTA
           PERFORM CALCOLA-USO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "Vendite-dettaglio.txt NON DISPONIBILE (STATUS "
                   WS-DETTAGLIO-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           IF WS-USO-MOVIMENTI = 0
               DISPLAY "NESSUN MOVIMENTO NEL DETTAGLIO VENDITE."
           ELSE
               DISPLAY "MOVIMENTI...: " WS-USO-MOVIMENTI
                   " DAL " WS-USO-PRIMA " AL " WS-USO-ULTIMA
               MOVE WS-USO-VENDUTO TO WS-QUANTITA-ED
               DISPLAY "VENDUTO.....: " WS-QUANTITA-ED
               MOVE WS-USO-RESO TO WS-QUANTITA-ED
               DISPLAY "RESO........: " WS-QUANTITA-ED
               MOVE WS-USO-IMPORTO TO WS-IMPORTO-ED
               DISPLAY "IMPORTO NETTO: " WS-IMPORTO-ED
           END-IF
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "ATTENZIONE: Vendite-dettaglio.txt NON QUADRA "
                   "CON IL TRAILER, CIFRE DA VERIFICARE."
           END-IF.

       CALCOLA-USO.
           MOVE 0 TO WS-USO-MOVIMENTI
           MOVE 0 TO WS-USO-VENDUTO
           MOVE 0 TO WS-USO-RESO
           MOVE 0 TO WS-USO-IMPORTO
           MOVE 0 TO WS-USO-PRIMA
           MOVE 0 TO WS-USO-ULTIMA
           MOVE 0 TO WS-DET-COUNT
           MOVE 0 TO WS-DET-TOTALE
           MOVE 'N' TO WS-DET-QUADRA
           PERFORM PROVA-TESTATA-DETTAGLIO
           IF NOT TESTATA-OK
               MOVE "39" TO WS-DETTAGLIO-STATUS
               EXIT PARAGRAPH
           END-IF
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
                               IF DET-CODICE-PRODOTTO = WS-CODICE
                                   PERFORM ACCUMULA-USO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO
           MOVE "00" TO WS-DETTAGLIO-STATUS.

       ACCUMULA-USO.
           ADD 1 TO WS-USO-MOVIMENTI
           ADD DET-IMPORTO TO WS-USO-IMPORTO
           IF DET-IMPORTO < 0
               ADD DET-QUANTITA TO WS-USO-RESO
           ELSE
               ADD DET-QUANTITA TO WS-USO-VENDUTO
           END-IF
           IF WS-USO-PRIMA = 0 OR DET-DATA < WS-USO-PRIMA
               MOVE DET-DATA TO WS-USO-PRIMA
           END-IF
           IF DET-DATA > WS-USO-ULTIMA
               MOVE DET-DATA TO WS-USO-ULTIMA
           END-IF.

       OPERAZIONE-ELENCO.
           PERFORM VARYING INDICE-PRODOTTO FROM 1 BY 1
               UNTIL INDICE-PRODOTTO > WS-NUM-PRODOTTI
               MOVE WS-PRD-RECORD(INDICE-PRODOTTO) TO PRODOTTO-MASTER
               DISPLAY PRO-CODICE " " PRO-DESCRIZIONE " " PRO-LINEA
                   " " PRO-ATTIVO
           END-PERFORM
           DISPLAY "PRODOTTI IN ANAGRAFICA: " WS-NUM-PRODOTTI.

       OPERAZIONE-LINEE.
           PERFORM VARYING INDICE-LINEA FROM 1 BY 1
               UNTIL INDICE-LINEA > WS-NUM-LINEE
               DISPLAY "  " WS-LIN-CODICE(INDICE-LINEA) " "
                   WS-LIN-DESCRIZIONE(INDICE-LINEA)
           END-PERFORM.

       SALVA-PRODOTTI.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-PRODOTTO FROM 1 BY 1
               UNTIL INDICE-PRODOTTO > WS-NUM-PRODOTTI
               MOVE WS-PRD-RECORD(INDICE-PRODOTTO)
                   TO RECORD-PRODOTTO-NUOVO
               WRITE RECORD-PRODOTTO-NUOVO
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-PRODOTTI
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI Prodotti.txt "
                   "(CODICE " RETURN-CODE "), L'ANAGRAFICA AGGIORNATA "
                   "RESTA IN Prodotti.new"
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.

      *Apre in EXTEND, scrive e richiude a ogni immagine, come
      *CLIENTI-MAINT.
       SCRIVI-STORIA.
           OPEN EXTEND FILE-STORIA
           MOVE FUNCTION CURRENT-DATE(1:14) TO STO-TIMESTAMP
           MOVE WS-OPERATORE-ID TO STO-OPERATORE
           MOVE WS-COD-OPERAZIONE TO STO-OPERAZIONE
           MOVE WS-IMMAGINE-PRIMA TO STO-IMMAGINE
           WRITE RECORD-STORIA
           CLOSE FILE-STORIA.

           COPY TESTATA-CONTROLLI.
