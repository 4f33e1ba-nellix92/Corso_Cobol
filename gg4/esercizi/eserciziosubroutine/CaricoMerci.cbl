       IDENTIFICATION DIVISION.
       PROGRAM-ID. CaricoMerci.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Carico della merce in arrivo sul magazzino indicizzato
      *Magazzino.idx (tracciato MAGAZZINO-REC): il dettaglio vendite
      *porta la quantita' su ogni movimento ma nessuno sapeva quanta
      *merce restasse, e il foglio del magazzino non tornava mai con
      *le vendite. Ogni consegna del fornitore si registra qui con
      *la sua bolla: la giacenza sale e il carico lascia la riga in
      *Magazzino-movimenti.txt. Lo scarico per le vendite lo fa di
      *notte ScaricoMagazzino. Da qui si fissa anche il punto di
      *riordino di ogni prodotto e si interroga la giacenza. Il
      *codice deve stare in Prodotti.txt e non essere uno dei codici
      *di servizio (interessi di mora e premi a volume) di
      *gestionale.cfg, che non hanno giacenza. Gli operatori di
      *livello 'R' interrogano soltanto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAGAZZINO-IDX ASSIGN TO "Magazzino.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MAG-CODICE-PRODOTTO
           FILE STATUS IS WS-MAGAZZINO-STATUS.
           SELECT FILE-MOVIMENTI ASSIGN TO "Magazzino-movimenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAGAZZINO-IDX.
       COPY MAGAZZINO-REC.

       FD FILE-MOVIMENTI.
       COPY MOVIMENTO-MAGAZZINO.

       WORKING-STORAGE SECTION.
       01 WS-MAGAZZINO-STATUS PIC XX.
       01 WS-MOVIMENTI-STATUS PIC XX.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-CAMPO-INPUT PIC X(15).
       01 WS-CONFERMA PIC X.
       01 WS-CODICE PIC X(8).
       01 WS-DATA-CARICO PIC 9(8).
       01 WS-QUANTITA PIC 9(7).
       01 WS-RIFERIMENTO PIC X(20).
       01 WS-NUOVO-PRODOTTO PIC X.
       01 WS-QUANTITA-ED PIC -(6)9.
       01 WS-RIORDINO-ED PIC Z(6)9.
      *Codici di servizio senza giacenza.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Anagrafica prodotti per la validazione del codice.
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
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "CaricoMerci".
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
           PERFORM LEGGI-PARAMETRI
           CALL 'GetProdotti' USING WS-PRODOTTI
           IF WS-NUM-PRODOTTI = 0
               DISPLAY "Prodotti.txt ASSENTE O VUOTO: IMPOSSIBILE "
                   "VALIDARE I CODICI, MAGAZZINO IN SOLA LETTURA."
           END-IF
           OPEN I-O MAGAZZINO-IDX
           IF WS-MAGAZZINO-STATUS NOT = "00"
               OPEN OUTPUT MAGAZZINO-IDX
               CLOSE MAGAZZINO-IDX
               OPEN I-O MAGAZZINO-IDX
           END-IF
           IF WS-MAGAZZINO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Magazzino.idx (STATUS "
                   WS-MAGAZZINO-STATUS ")."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------MAGAZZINO------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[C]ARICO MERCE DA FORNITORE"
              DISPLAY "[P]UNTO DI RIORDINO"
              DISPLAY "[G]IACENZA DI UN PRODOTTO"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'C'
                WHEN 'c'
                WHEN 'P'
                WHEN 'p'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-NUM-PRODOTTI = 0
                          DISPLAY "MAGAZZINO IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'C' OR OPERAZIONE = 'c'
                          PERFORM OPERAZIONE-CARICO
                        WHEN OTHER
                          PERFORM OPERAZIONE-RIORDINO
                      END-EVALUATE
                WHEN 'G'
                WHEN 'g'
                      PERFORM OPERAZIONE-GIACENZA
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM
           CLOSE MAGAZZINO-IDX
           MOVE 'F' TO WS-USO-EVENTO
           MOVE "OK" TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           STOP RUN.

       LEGGI-PARAMETRI.
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

       CHIEDI-PRODOTTO.
           MOVE SPACES TO WS-CODICE
           DISPLAY "CODICE PRODOTTO: "
           ACCEPT WS-CODICE
           MOVE 'N' TO WS-PRODOTTO-VALIDO
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-CODICE, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           END-IF
           IF WS-PRODOTTO-VALIDO = 'S'
               DISPLAY WS-CODICE " " WS-PRO-DESCRIZIONE-LAV
                   " (" WS-PRO-LINEA-LAV ")"
           END-IF.

      *Record di magazzino del prodotto di lavoro: se il prodotto
      *non e' mai stato movimentato si prepara un record a zero, da
      *scrivere con WRITE invece che con REWRITE.
       LEGGI-MAGAZZINO.
           MOVE WS-CODICE TO MAG-CODICE-PRODOTTO
           MOVE 'N' TO WS-NUOVO-PRODOTTO
           READ MAGAZZINO-IDX
               INVALID KEY
                   MOVE 'S' TO WS-NUOVO-PRODOTTO
                   MOVE WS-CODICE TO MAG-CODICE-PRODOTTO
                   MOVE 0 TO MAG-GIACENZA
                   MOVE 0 TO MAG-PUNTO-RIORDINO
                   MOVE 0 TO MAG-DATA-ULTIMO-CARICO
                   MOVE 0 TO MAG-DATA-ULTIMO-SCARICO
                   MOVE 0 TO MAG-DATA-AGGIORNAMENTO
                   MOVE SPACES TO MAG-OPERATORE
           END-READ.

       SALVA-MAGAZZINO.
           MOVE WS-OGGI TO MAG-DATA-AGGIORNAMENTO
           MOVE WS-OPERATORE-ID TO MAG-OPERATORE
           IF WS-NUOVO-PRODOTTO = 'S'
               WRITE RECORD-MAGAZZINO
                   INVALID KEY
                       DISPLAY "ERRORE SCRITTURA Magazzino.idx "
                           "(STATUS " WS-MAGAZZINO-STATUS ")"
               END-WRITE
           ELSE
               REWRITE RECORD-MAGAZZINO
                   INVALID KEY
                       DISPLAY "ERRORE RISCRITTURA Magazzino.idx "
                           "(STATUS " WS-MAGAZZINO-STATUS ")"
               END-REWRITE
           END-IF.

       OPERAZIONE-GIACENZA.
           PERFORM CHIEDI-PRODOTTO
           MOVE WS-CODICE TO MAG-CODICE-PRODOTTO
           READ MAGAZZINO-IDX
               INVALID KEY
                   DISPLAY "PRODOTTO MAI MOVIMENTATO A MAGAZZINO."
               NOT INVALID KEY
                   MOVE MAG-GIACENZA TO WS-QUANTITA-ED
                   MOVE MAG-PUNTO-RIORDINO TO WS-RIORDINO-ED
                   DISPLAY "GIACENZA " WS-QUANTITA-ED
                       " PUNTO DI RIORDINO " WS-RIORDINO-ED
                   DISPLAY "ULTIMO CARICO " MAG-DATA-ULTIMO-CARICO
                       " ULTIMO SCARICO " MAG-DATA-ULTIMO-SCARICO
                   IF MAG-GIACENZA < 0
                       DISPLAY "GIACENZA NEGATIVA: VENDUTO PIU' DEL "
                           "CARICATO."
                   ELSE
                       IF MAG-PUNTO-RIORDINO > 0
                           AND MAG-GIACENZA NOT > MAG-PUNTO-RIORDINO
                           DISPLAY "SOTTO IL PUNTO DI RIORDINO."
                       END-IF
                   END-IF
           END-READ.

      *Carico da bolla del fornitore: data (invio vale oggi, non nel
      *futuro), quantita' intera positiva e numero della bolla, poi
      *conferma. La riga del giornale si scrive dopo l'aggiornamento
      *della giacenza, con la giacenza risultante.
       OPERAZIONE-CARICO.
           PERFORM CHIEDI-PRODOTTO
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               DISPLAY "PRODOTTO NON IN ANAGRAFICA (Prodotti.txt)."
               EXIT PARAGRAPH
           END-IF
           IF WS-CODICE = WS-CODICE-INTERESSI
               OR WS-CODICE = WS-CODICE-PREMI
               DISPLAY "CODICE DI SERVIZIO, NON GESTITO A MAGAZZINO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATA DEL CARICO (AAAAMMGG, INVIO = OGGI): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-OGGI TO WS-DATA-CARICO
           ELSE
               IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
                   OR WS-CAMPO-INPUT(9:7) NOT = SPACES
                   DISPLAY "DATA NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAMPO-INPUT(1:8) TO WS-DATA-CARICO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-CARICO) NOT = 0
                   OR WS-DATA-CARICO > WS-OGGI
                   DISPLAY "DATA NON VALIDA O FUTURA."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "QUANTITA' RICEVUTA: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "QUANTITA' NON NUMERICA."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 9999999
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   NOT = FUNCTION INTEGER(FUNCTION NUMVAL
                       (WS-CAMPO-INPUT))
               DISPLAY "QUANTITA' DA 1 A 9999999, SENZA DECIMALI."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUANTITA = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           DISPLAY "NUMERO BOLLA DEL FORNITORE: "
           MOVE SPACES TO WS-RIFERIMENTO
           ACCEPT WS-RIFERIMENTO
           IF WS-RIFERIMENTO = SPACES
               DISPLAY "BOLLA OBBLIGATORIA: SENZA RIFERIMENTO IL "
                   "CARICO NON SI RISCONTRA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUANTITA TO WS-QUANTITA-ED
           DISPLAY "CARICO DI " WS-QUANTITA-ED " " WS-CODICE
               " DEL " WS-DATA-CARICO " BOLLA " WS-RIFERIMENTO
           DISPLAY "CONFERMI? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "CARICO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM LEGGI-MAGAZZINO
           IF MAG-GIACENZA + WS-QUANTITA > 9999999
               DISPLAY "GIACENZA OLTRE 9999999, CARICO RIFIUTATO."
               EXIT PARAGRAPH
           END-IF
           ADD WS-QUANTITA TO MAG-GIACENZA
           IF WS-DATA-CARICO > MAG-DATA-ULTIMO-CARICO
               MOVE WS-DATA-CARICO TO MAG-DATA-ULTIMO-CARICO
           END-IF
           PERFORM SALVA-MAGAZZINO
           IF WS-MAGAZZINO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-CARICO TO MMV-DATA
           MOVE WS-CODICE TO MMV-CODICE-PRODOTTO
           SET MMV-CARICO TO TRUE
           MOVE WS-QUANTITA TO MMV-QUANTITA
           MOVE MAG-GIACENZA TO MMV-GIACENZA-DOPO
           MOVE WS-RIFERIMENTO TO MMV-RIFERIMENTO
           MOVE WS-OPERATORE-ID TO MMV-OPERATORE
           MOVE FUNCTION CURRENT-DATE(1:14) TO MMV-TIMESTAMP
           PERFORM SCRIVI-MOVIMENTO
           MOVE MAG-GIACENZA TO WS-QUANTITA-ED
           DISPLAY "CARICO REGISTRATO, GIACENZA " WS-QUANTITA-ED.

       SCRIVI-MOVIMENTO.
           OPEN EXTEND FILE-MOVIMENTI
           IF WS-MOVIMENTI-STATUS NOT = "00"
               OPEN OUTPUT FILE-MOVIMENTI
           END-IF
           WRITE RECORD-MOVIMENTO-MAGAZZINO
           CLOSE FILE-MOVIMENTI.

       OPERAZIONE-RIORDINO.
           PERFORM CHIEDI-PRODOTTO
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               DISPLAY "PRODOTTO NON IN ANAGRAFICA (Prodotti.txt)."
               EXIT PARAGRAPH
           END-IF
           IF WS-CODICE = WS-CODICE-INTERESSI
               OR WS-CODICE = WS-CODICE-PREMI
               DISPLAY "CODICE DI SERVIZIO, NON GESTITO A MAGAZZINO."
               EXIT PARAGRAPH
           END-IF
           PERFORM LEGGI-MAGAZZINO
           MOVE MAG-PUNTO-RIORDINO TO WS-RIORDINO-ED
           DISPLAY "PUNTO DI RIORDINO ATTUALE: " WS-RIORDINO-ED
           DISPLAY "NUOVO PUNTO DI RIORDINO (0 = NESSUNO): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "VALORE NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 0
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 9999999
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   NOT = FUNCTION INTEGER(FUNCTION NUMVAL
                       (WS-CAMPO-INPUT))
               DISPLAY "PUNTO DI RIORDINO DA 0 A 9999999, SENZA "
                   "DECIMALI."
               EXIT PARAGRAPH
           END-IF
           COMPUTE MAG-PUNTO-RIORDINO = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           PERFORM SALVA-MAGAZZINO
           IF WS-MAGAZZINO-STATUS = "00"
               DISPLAY "PUNTO DI RIORDINO AGGIORNATO."
           END-IF.
