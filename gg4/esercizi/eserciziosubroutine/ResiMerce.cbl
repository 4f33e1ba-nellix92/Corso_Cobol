       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResiMerce.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Autorizzazioni al reso (RMA) legate alla vendita originale:
      *finora un reso era solo un DET-IMPORTO negativo battuto a
      *mano, senza legame con quanto venduto, e nessuno impediva di
      *rendere piu' del comprato. Qui il reso si [A]pre contro il
      *movimento originale, individuato da cliente, data e prodotto
      *nel dettaglio vendite (verificato contro il trailer): la
      *quantita' non puo' superare il venduto di quel giorno meno
      *i resi gia' autorizzati o ricevuti, e serve una causale della
      *tabella CAUSALI-RESO. Alla [R]icezione della merce si emette
      *in automatico la nota di credito in Vendite-dettaglio.txt
      *(importo negativo alla data di oggi, prezzo unitario medio
      *della vendita originale, stesso codice IVA e regione), con il
      *feed riscritto dal .new e il trailer ricalcolato, e la
      *quantita' torna in giacenza in Magazzino.idx con una riga
      *'R' nel giornale di magazzino. Se il magazzino non si
      *aggiorna il reso resta segnato senza giacenza e la merce la
      *rimette lo scarico notturno, dalla nota di credito. Un reso
      *ancora da ricevere si puo' a[N]nullare. Le autorizzazioni
      *stanno in Resi.txt (tracciato RESO-REC), riscritto per intero
      *dal .new a ogni modifica. Gli operatori di livello 'R'
      *consultano soltanto.
      *Il movimento nuovo porta la societa' del gruppo del cliente
      *(SocietaCliente), in coda al tracciato dopo la fattura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-RESI ASSIGN TO "Resi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESI-STATUS.
           SELECT FILE-RESI-NUOVO ASSIGN TO "Resi.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-dettaglio.new"
           ORGANIZATION IS LINE SEQUENTIAL.
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
       FD FILE-RESI.
       COPY RESO-REC.

       FD FILE-RESI-NUOVO.
       01 RECORD-RESO-NUOVO PIC X(89).

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

       FD MAGAZZINO-IDX.
       COPY MAGAZZINO-REC.

       FD FILE-MOVIMENTI.
       COPY MOVIMENTO-MAGAZZINO.

       WORKING-STORAGE SECTION.
       COPY CAUSALI-RESO.
       01 WS-RESI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-MAGAZZINO-STATUS PIC XX.
       01 WS-MOVIMENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONFERMA PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-CAMPO-INPUT PIC X(15).
      *Autorizzazioni in tabella, nell'ordine del file.
       01 WS-NUM-RESI PIC 9(4) VALUE 0.
       01 WS-RESI-TABELLA.
           05 WS-RES-ENTRY OCCURS 2000 TIMES.
               10 WS-RES-RECORD PIC X(89).
       01 INDICE-RESO PIC 9(4).
       01 WS-POSIZIONE PIC 9(4).
       01 WS-RESI-PIENI PIC X VALUE 'N'.
       01 WS-ULTIMO-NUMERO PIC 9(6) VALUE 0.
       01 WS-NUMERO PIC 9(6).
      *Vendita originale cercata nel feed.
       01 WS-ID-CLIENTE PIC 9(6).
       01 WS-DATA-VENDITA PIC 9(8).
       01 WS-CODICE PIC X(8).
       01 WS-VENDUTO PIC 9(7).
       01 WS-VENDUTO-IMPORTO PIC S9(11)V99.
       01 WS-GIA-RESO PIC 9(7).
       01 WS-RESIDUO PIC S9(7).
       01 WS-REGIONE PIC 99.
       01 WS-CODICE-IVA PIC X(2).
       01 WS-PREZZO-MEDIO PIC 9(5)V99.
       01 WS-QUANTITA PIC 9(5).
       01 WS-IMPORTO-RESO PIC 9(7)V99.
       01 WS-CAUSALE PIC X(2).
       01 WS-CAUSALE-DESCRIZIONE PIC X(30).
       01 INDICE-CAUSALE PIC 9.
       01 WS-DATI-VALIDI PIC X.
      *Codici di servizio, che non si rendono.
       01 WS-CODICE-INTERESSI PIC X(8) VALUE "INTMORA".
       01 WS-CODICE-PREMI PIC X(8) VALUE "PREMIO".
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Stato del feed per la lettura e la riscrittura.
       01 WS-DET-COUNT PIC 9(6).
       01 WS-DET-TOTALE PIC S9(11)V99.
       01 WS-DET-QUADRA PIC X.
       01 WS-NOTA-EMESSA PIC X.
       01 WS-NOME-DETTAGLIO PIC X(30)
           VALUE "Vendite-dettaglio.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-dettaglio.new".
       01 WS-NOME-RESI PIC X(30) VALUE "Resi.txt".
       01 WS-NOME-RESI-NUOVO PIC X(30) VALUE "Resi.new".
       01 WS-NUOVO-PRODOTTO PIC X.
       01 WS-QUANTITA-ED PIC Z(6)9.
       01 WS-GIACENZA-ED PIC -(6)9.
       01 WS-IMPORTO-ED PIC Z(6)9.99.
       01 WS-PREZZO-ED PIC Z(4)9.99.
      *Operatore e giornale d'uso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "ResiMerce".
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
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM LEGGI-PARAMETRI
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM CARICA-RESI
           IF WS-RESI-PIENI = 'S'
               DISPLAY "Resi.txt OLTRE LE 2000 AUTORIZZAZIONI, "
                   "RESI IN SOLA LETTURA."
           END-IF
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------RESI DA CLIENTE------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[A]PRI AUTORIZZAZIONE AL RESO"
              DISPLAY "[R]ICEVI MERCE RESA"
              DISPLAY "A[N]NULLA AUTORIZZAZIONE"
              DISPLAY "[I]NTERROGA AUTORIZZAZIONE"
              DISPLAY "[E]LENCO RESI DA RICEVERE"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'A'
                WHEN 'a'
                WHEN 'R'
                WHEN 'r'
                WHEN 'N'
                WHEN 'n'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-RESI-PIENI = 'S'
                          DISPLAY "RESI IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'A' OR OPERAZIONE = 'a'
                          PERFORM OPERAZIONE-APRI
                        WHEN OPERAZIONE = 'R' OR OPERAZIONE = 'r'
                          PERFORM OPERAZIONE-RICEVI
                        WHEN OTHER
                          PERFORM OPERAZIONE-ANNULLA
                      END-EVALUATE
                WHEN 'I'
                WHEN 'i'
                      PERFORM CHIEDI-NUMERO
                      IF WS-POSIZIONE = 0
                          DISPLAY "AUTORIZZAZIONE NON TROVATA."
                      ELSE
                          PERFORM MOSTRA-RESO
                      END-IF
                WHEN 'E'
                WHEN 'e'
                      PERFORM OPERAZIONE-ELENCO
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

       CARICA-RESI.
           OPEN INPUT FILE-RESI
           IF WS-RESI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RESI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-RESI < 2000
                           ADD 1 TO WS-NUM-RESI
                           MOVE RECORD-RESO
                               TO WS-RES-RECORD(WS-NUM-RESI)
                           IF RES-NUMERO > WS-ULTIMO-NUMERO
                               MOVE RES-NUMERO TO WS-ULTIMO-NUMERO
                           END-IF
                       ELSE
                           MOVE 'S' TO WS-RESI-PIENI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RESI.

       CHIEDI-NUMERO.
           MOVE 0 TO WS-POSIZIONE
           DISPLAY "NUMERO AUTORIZZAZIONE: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999999
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           PERFORM VARYING INDICE-RESO FROM 1 BY 1
               UNTIL INDICE-RESO > WS-NUM-RESI
               MOVE WS-RES-RECORD(INDICE-RESO) TO RECORD-RESO
               IF RES-NUMERO = WS-NUMERO
                   MOVE INDICE-RESO TO WS-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-POSIZIONE > 0
               MOVE WS-RES-RECORD(WS-POSIZIONE) TO RECORD-RESO
           END-IF.

       CERCA-CAUSALE.
           MOVE SPACES TO WS-CAUSALE-DESCRIZIONE
           PERFORM VARYING INDICE-CAUSALE FROM 1 BY 1
               UNTIL INDICE-CAUSALE > NUM-CAUSALI-RESO
               IF CAU-CODICE(INDICE-CAUSALE) = WS-CAUSALE
                   MOVE CAU-DESCRIZIONE(INDICE-CAUSALE)
                       TO WS-CAUSALE-DESCRIZIONE
               END-IF
           END-PERFORM.

       MOSTRA-RESO.
           MOVE RES-CAUSALE TO WS-CAUSALE
           PERFORM CERCA-CAUSALE
           DISPLAY "AUTORIZZAZIONE..: " RES-NUMERO
           DISPLAY "CLIENTE.........: " RES-ID-CLIENTE
               " REGIONE " RES-REGIONE-NUM
           DISPLAY "VENDITA.........: " RES-DATA-VENDITA " "
               RES-CODICE-PRODOTTO
           MOVE RES-QUANTITA TO WS-QUANTITA-ED
           MOVE RES-PREZZO-UNITARIO TO WS-PREZZO-ED
           DISPLAY "QUANTITA'.......: " WS-QUANTITA-ED
               " A " WS-PREZZO-ED " IVA " RES-CODICE-IVA
           DISPLAY "CAUSALE.........: " RES-CAUSALE " "
               WS-CAUSALE-DESCRIZIONE
           DISPLAY "APERTA IL.......: " RES-DATA-APERTURA
               " DA " RES-OPERATORE-APERTURA
           EVALUATE TRUE
               WHEN RESO-AUTORIZZATO
                   DISPLAY "STATO...........: DA RICEVERE"
               WHEN RESO-RICEVUTO
                   MOVE RES-IMPORTO-ACCREDITATO TO WS-IMPORTO-ED
                   DISPLAY "STATO...........: RICEVUTO IL "
                       RES-DATA-RICEZIONE " DA "
                       RES-OPERATORE-RICEZIONE
                   DISPLAY "ACCREDITATO.....: " WS-IMPORTO-ED
                   IF NOT RESO-IN-GIACENZA
                       DISPLAY "GIACENZA........: DALLO SCARICO "
                           "NOTTURNO"
                   END-IF
               WHEN RESO-ANNULLATO
                   DISPLAY "STATO...........: ANNULLATO"
           END-EVALUATE.

      *Il venduto si prende dal feed: movimenti non negativi del
      *cliente, della data e del prodotto; il residuo rendibile e'
      *il venduto meno i resi gia' autorizzati o ricevuti.
       OPERAZIONE-APRI.
           IF WS-NUM-RESI >= 2000
               DISPLAY "Resi.txt PIENO (2000 AUTORIZZAZIONI)."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-VENDITA
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM CERCA-VENDITA
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "Vendite-dettaglio.txt NON QUADRA CON IL "
                   "TRAILER: RESO NON AUTORIZZATO."
               EXIT PARAGRAPH
           END-IF
           IF WS-VENDUTO = 0
               DISPLAY "NESSUNA VENDITA DEL PRODOTTO AL CLIENTE IN "
                   "QUELLA DATA."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PREZZO-MEDIO ROUNDED =
               WS-VENDUTO-IMPORTO / WS-VENDUTO
               ON SIZE ERROR
                   DISPLAY "PREZZO MEDIO DELLA VENDITA FUORI "
                       "TRACCIATO, RESO DA TRATTARE A MANO."
                   EXIT PARAGRAPH
           END-COMPUTE
           PERFORM CALCOLA-GIA-RESO
           COMPUTE WS-RESIDUO = WS-VENDUTO - WS-GIA-RESO
           MOVE WS-VENDUTO TO WS-QUANTITA-ED
           DISPLAY "VENDUTO.........: " WS-QUANTITA-ED
           MOVE WS-GIA-RESO TO WS-QUANTITA-ED
           DISPLAY "GIA' IN RESO....: " WS-QUANTITA-ED
           MOVE WS-PREZZO-MEDIO TO WS-PREZZO-ED
           DISPLAY "PREZZO MEDIO....: " WS-PREZZO-ED
           IF WS-RESIDUO NOT > 0
               DISPLAY "TUTTO IL VENDUTO E' GIA' IN RESO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUANTITA' DA RENDERE: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "QUANTITA' NON NUMERICA."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > WS-RESIDUO
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   NOT = FUNCTION INTEGER(FUNCTION NUMVAL
                       (WS-CAMPO-INPUT))
               MOVE WS-RESIDUO TO WS-QUANTITA-ED
               DISPLAY "QUANTITA' INTERA DA 1 A " WS-QUANTITA-ED
                   ": NON SI RENDE PIU' DEL VENDUTO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-QUANTITA = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           COMPUTE WS-IMPORTO-RESO ROUNDED =
               WS-QUANTITA * WS-PREZZO-MEDIO
               ON SIZE ERROR
                   DISPLAY "IMPORTO OLTRE IL MASSIMO DI UN MOVIMENTO: "
                       "DIVIDERE IL RESO IN PIU' AUTORIZZAZIONI."
                   EXIT PARAGRAPH
           END-COMPUTE
           PERFORM VARYING INDICE-CAUSALE FROM 1 BY 1
               UNTIL INDICE-CAUSALE > NUM-CAUSALI-RESO
               DISPLAY "  " CAU-CODICE(INDICE-CAUSALE) " "
                   CAU-DESCRIZIONE(INDICE-CAUSALE)
           END-PERFORM
           DISPLAY "CAUSALE DEL RESO: "
           MOVE SPACES TO WS-CAUSALE
           ACCEPT WS-CAUSALE
           MOVE FUNCTION UPPER-CASE(WS-CAUSALE) TO WS-CAUSALE
           PERFORM CERCA-CAUSALE
           IF WS-CAUSALE-DESCRIZIONE = SPACES
               DISPLAY "CAUSALE NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUANTITA TO WS-QUANTITA-ED
           MOVE WS-IMPORTO-RESO TO WS-IMPORTO-ED
           DISPLAY "RESO DI " WS-QUANTITA-ED " " WS-CODICE
               " PER " WS-IMPORTO-ED " - " WS-CAUSALE-DESCRIZIONE
           DISPLAY "CONFERMI L'AUTORIZZAZIONE? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "AUTORIZZAZIONE ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO TO RES-NUMERO
           MOVE WS-ID-CLIENTE TO RES-ID-CLIENTE
           MOVE WS-REGIONE TO RES-REGIONE-NUM
           MOVE WS-DATA-VENDITA TO RES-DATA-VENDITA
           MOVE WS-CODICE TO RES-CODICE-PRODOTTO
           MOVE WS-QUANTITA TO RES-QUANTITA
           MOVE WS-PREZZO-MEDIO TO RES-PREZZO-UNITARIO
           MOVE WS-CODICE-IVA TO RES-CODICE-IVA
           MOVE WS-CAUSALE TO RES-CAUSALE
           SET RESO-AUTORIZZATO TO TRUE
           MOVE WS-OGGI TO RES-DATA-APERTURA
           MOVE WS-OPERATORE-ID TO RES-OPERATORE-APERTURA
           MOVE 0 TO RES-DATA-RICEZIONE
           MOVE SPACES TO RES-OPERATORE-RICEZIONE
           MOVE 0 TO RES-IMPORTO-ACCREDITATO
           MOVE 'N' TO RES-MAGAZZINO
           ADD 1 TO WS-NUM-RESI
           MOVE RECORD-RESO TO WS-RES-RECORD(WS-NUM-RESI)
           PERFORM SALVA-RESI
           IF RETURN-CODE = 0
               DISPLAY "AUTORIZZAZIONE AL RESO N. " RES-NUMERO
           END-IF.

       CHIEDI-VENDITA.
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
           DISPLAY "DATA DELLA VENDITA (AAAAMMGG): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
               OR WS-CAMPO-INPUT(9:7) NOT = SPACES
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT(1:8) TO WS-DATA-VENDITA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VENDITA) NOT = 0
               OR WS-DATA-VENDITA > WS-OGGI
               DISPLAY "DATA NON VALIDA O FUTURA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODICE PRODOTTO: "
           MOVE SPACES TO WS-CODICE
           ACCEPT WS-CODICE
           IF WS-CODICE = SPACES
               DISPLAY "CODICE PRODOTTO OBBLIGATORIO."
               EXIT PARAGRAPH
           END-IF
           IF WS-CODICE = WS-CODICE-INTERESSI
               OR WS-CODICE = WS-CODICE-PREMI
               DISPLAY "CODICE DI SERVIZIO, NON SI RENDE."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-DATI-VALIDI.

       CERCA-VENDITA.
           MOVE 0 TO WS-VENDUTO
           MOVE 0 TO WS-VENDUTO-IMPORTO
           MOVE 0 TO WS-REGIONE
           MOVE SPACES TO WS-CODICE-IVA
           MOVE 0 TO WS-DET-COUNT
           MOVE 0 TO WS-DET-TOTALE
           MOVE 'N' TO WS-DET-QUADRA
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
                               IF DET-ID-CLIENTE = WS-ID-CLIENTE
                                   AND DET-DATA = WS-DATA-VENDITA
                                   AND DET-CODICE-PRODOTTO = WS-CODICE
                                   AND DET-IMPORTO NOT < 0
                                   ADD DET-QUANTITA TO WS-VENDUTO
                                   ADD DET-IMPORTO TO WS-VENDUTO-IMPORTO
                                   MOVE DET-REGIONE-NUM TO WS-REGIONE
                                   MOVE DET-CODICE-IVA TO WS-CODICE-IVA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO
           MOVE "00" TO WS-DETTAGLIO-STATUS.

       CALCOLA-GIA-RESO.
           MOVE 0 TO WS-GIA-RESO
           PERFORM VARYING INDICE-RESO FROM 1 BY 1
               UNTIL INDICE-RESO > WS-NUM-RESI
               MOVE WS-RES-RECORD(INDICE-RESO) TO RECORD-RESO
               IF RES-ID-CLIENTE = WS-ID-CLIENTE
                   AND RES-DATA-VENDITA = WS-DATA-VENDITA
                   AND RES-CODICE-PRODOTTO = WS-CODICE
                   AND NOT RESO-ANNULLATO
                   ADD RES-QUANTITA TO WS-GIA-RESO
               END-IF
           END-PERFORM.

      *Prima la nota di credito nel feed; solo a feed sostituito la
      *merce torna in giacenza e il reso si segna ricevuto.
       OPERAZIONE-RICEVI.
           PERFORM CHIEDI-NUMERO
           IF WS-POSIZIONE = 0
               DISPLAY "AUTORIZZAZIONE NON TROVATA."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-RESO
           IF NOT RESO-AUTORIZZATO
               DISPLAY "AUTORIZZAZIONE NON DA RICEVERE."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IMPORTO-RESO ROUNDED =
               RES-QUANTITA * RES-PREZZO-UNITARIO
           MOVE WS-IMPORTO-RESO TO WS-IMPORTO-ED
           DISPLAY "MERCE RICEVUTA: SI EMETTE UNA NOTA DI CREDITO DI "
               WS-IMPORTO-ED ". CONFERMI? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "RICEVIMENTO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM EMETTI-NOTA-CREDITO
           IF WS-NOTA-EMESSA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM RIMETTI-IN-GIACENZA
           SET RESO-RICEVUTO TO TRUE
           MOVE WS-OGGI TO RES-DATA-RICEZIONE
           MOVE WS-OPERATORE-ID TO RES-OPERATORE-RICEZIONE
           MOVE WS-IMPORTO-RESO TO RES-IMPORTO-ACCREDITATO
           MOVE RECORD-RESO TO WS-RES-RECORD(WS-POSIZIONE)
           PERFORM SALVA-RESI
           IF RETURN-CODE = 0
               DISPLAY "RESO " RES-NUMERO " RICEVUTO E ACCREDITATO."
           END-IF.

       EMETTI-NOTA-CREDITO.
           MOVE 'N' TO WS-NOTA-EMESSA
           MOVE 0 TO WS-DET-COUNT
           MOVE 0 TO WS-DET-TOTALE
           MOVE 'N' TO WS-DET-QUADRA
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
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
                   "TRAILER: NOTA DI CREDITO NON EMESSA."
               EXIT PARAGRAPH
           END-IF
           MOVE RES-ID-CLIENTE TO NV-ID-CLIENTE
           MOVE RES-REGIONE-NUM TO NV-REGIONE-NUM
           MOVE WS-OGGI TO NV-DATA
           COMPUTE NV-IMPORTO = 0 - WS-IMPORTO-RESO
           MOVE RES-CODICE-PRODOTTO TO NV-CODICE-PRODOTTO
           MOVE RES-QUANTITA TO NV-QUANTITA
           COMPUTE NV-PREZZO-UNITARIO = 0 - RES-PREZZO-UNITARIO
           MOVE RES-CODICE-IVA TO NV-CODICE-IVA
           MOVE SPACES TO NV-FATTURA
           CALL 'SocietaCliente' USING NV-ID-CLIENTE, NV-SOCIETA
           WRITE DETTAGLIO-NUOVO
           ADD 1 TO WS-DET-COUNT
           SUBTRACT WS-IMPORTO-RESO FROM WS-DET-TOTALE
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-DET-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-DET-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-DETTAGLIO
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI "
                   "Vendite-dettaglio.txt (CODICE " RETURN-CODE
                   "), NOTA DI CREDITO NON EMESSA."
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
           MOVE 0 TO RETURN-CODE
           MOVE "ResiMerce" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-DETTAGLIO
           MOVE 'S' TO WS-NOTA-EMESSA.

      *Un magazzino che non si aggiorna non blocca il reso: la nota
      *di credito e' gia' nel feed e lo scarico notturno rimette la
      *quantita' come per ogni nota di credito.
       RIMETTI-IN-GIACENZA.
           MOVE 'N' TO RES-MAGAZZINO
           OPEN I-O MAGAZZINO-IDX
           IF WS-MAGAZZINO-STATUS NOT = "00"
               OPEN OUTPUT MAGAZZINO-IDX
               CLOSE MAGAZZINO-IDX
               OPEN I-O MAGAZZINO-IDX
           END-IF
           IF WS-MAGAZZINO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Magazzino.idx (STATUS "
                   WS-MAGAZZINO-STATUS "): LA GIACENZA LA RIMETTE "
                   "LO SCARICO NOTTURNO."
               EXIT PARAGRAPH
           END-IF
           MOVE RES-CODICE-PRODOTTO TO MAG-CODICE-PRODOTTO
           MOVE 'N' TO WS-NUOVO-PRODOTTO
           READ MAGAZZINO-IDX
               INVALID KEY
                   MOVE 'S' TO WS-NUOVO-PRODOTTO
                   MOVE RES-CODICE-PRODOTTO TO MAG-CODICE-PRODOTTO
                   MOVE 0 TO MAG-GIACENZA
                   MOVE 0 TO MAG-PUNTO-RIORDINO
                   MOVE 0 TO MAG-DATA-ULTIMO-CARICO
                   MOVE 0 TO MAG-DATA-ULTIMO-SCARICO
           END-READ
           ADD RES-QUANTITA TO MAG-GIACENZA
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
                   WS-MAGAZZINO-STATUS "): LA GIACENZA LA RIMETTE "
                   "LO SCARICO NOTTURNO."
               CLOSE MAGAZZINO-IDX
               EXIT PARAGRAPH
           END-IF
           CLOSE MAGAZZINO-IDX
           MOVE 'S' TO RES-MAGAZZINO
           MOVE WS-OGGI TO MMV-DATA
           MOVE RES-CODICE-PRODOTTO TO MMV-CODICE-PRODOTTO
           SET MMV-RESO TO TRUE
           MOVE RES-QUANTITA TO MMV-QUANTITA
           MOVE MAG-GIACENZA TO MMV-GIACENZA-DOPO
           MOVE SPACES TO MMV-RIFERIMENTO
           STRING "RESO " RES-NUMERO
               DELIMITED BY SIZE INTO MMV-RIFERIMENTO
           MOVE WS-OPERATORE-ID TO MMV-OPERATORE
           MOVE FUNCTION CURRENT-DATE(1:14) TO MMV-TIMESTAMP
           OPEN EXTEND FILE-MOVIMENTI
           IF WS-MOVIMENTI-STATUS NOT = "00"
               OPEN OUTPUT FILE-MOVIMENTI
           END-IF
           WRITE RECORD-MOVIMENTO-MAGAZZINO
           CLOSE FILE-MOVIMENTI
           MOVE MAG-GIACENZA TO WS-GIACENZA-ED
           DISPLAY "MERCE RIMESSA IN GIACENZA, GIACENZA "
               WS-GIACENZA-ED.

       OPERAZIONE-ANNULLA.
           PERFORM CHIEDI-NUMERO
           IF WS-POSIZIONE = 0
               DISPLAY "AUTORIZZAZIONE NON TROVATA."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-RESO
           IF NOT RESO-AUTORIZZATO
               DISPLAY "SI ANNULLANO SOLO I RESI DA RICEVERE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ANNULLARE L'AUTORIZZAZIONE? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "AUTORIZZAZIONE INVARIATA."
               EXIT PARAGRAPH
           END-IF
           SET RESO-ANNULLATO TO TRUE
           MOVE RECORD-RESO TO WS-RES-RECORD(WS-POSIZIONE)
           PERFORM SALVA-RESI
           IF RETURN-CODE = 0
               DISPLAY "AUTORIZZAZIONE ANNULLATA."
           END-IF.

       OPERAZIONE-ELENCO.
           PERFORM VARYING INDICE-RESO FROM 1 BY 1
               UNTIL INDICE-RESO > WS-NUM-RESI
               MOVE WS-RES-RECORD(INDICE-RESO) TO RECORD-RESO
               IF RESO-AUTORIZZATO
                   MOVE RES-QUANTITA TO WS-QUANTITA-ED
                   DISPLAY RES-NUMERO " " RES-DATA-APERTURA " CLIENTE "
                       RES-ID-CLIENTE " " RES-CODICE-PRODOTTO " "
                       WS-QUANTITA-ED " " RES-CAUSALE
               END-IF
           END-PERFORM.

       SALVA-RESI.
           OPEN OUTPUT FILE-RESI-NUOVO
           PERFORM VARYING INDICE-RESO FROM 1 BY 1
               UNTIL INDICE-RESO > WS-NUM-RESI
               MOVE WS-RES-RECORD(INDICE-RESO) TO RECORD-RESO-NUOVO
               WRITE RECORD-RESO-NUOVO
           END-PERFORM
           CLOSE FILE-RESI-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-RESI-NUOVO WS-NOME-RESI
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI Resi.txt "
                   "(CODICE " RETURN-CODE "), LE AUTORIZZAZIONI "
                   "AGGIORNATE RESTANO IN Resi.new"
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-RESI-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.

           COPY TESTATA-CONTROLLI.
