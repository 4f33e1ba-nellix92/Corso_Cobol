       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostiStandard.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Manutenzione interattiva dei costi standard dei prodotti
      *(Costi-standard.txt, tracciato COSTO-REC): i report si
      *fermavano al fatturato e non dicevano quanto si guadagna su
      *una linea, una regione o un cliente. Ogni costo ha la sua
      *data di decorrenza: un cambio di costo si inserisce come riga
      *nuova e le righe vecchie restano, perche' MarginiVendite
      *valorizza ogni movimento al costo valido alla sua data. Il
      *codice deve stare nell'anagrafica prodotti; una riga gia' in
      *vigore non si cancella (e' la base di margini gia' stampati),
      *si corregge con una decorrenza nuova; la stessa decorrenza si
      *sostituisce solo con conferma. Il file si tiene in tabella
      *ordinato per prodotto e decorrenza e si riscrive per intero
      *dopo ogni modifica, passando dal file di appoggio .new. Gli
      *operatori di livello 'R' consultano soltanto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-COSTI ASSIGN TO "Costi-standard.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COSTI-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "Costi-standard.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-COSTI.
       COPY COSTO-REC.

       FD FILE-NUOVO.
       01 RECORD-COSTO-NUOVO PIC X(39).

       WORKING-STORAGE SECTION.
       01 WS-COSTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Costi in tabella, ordinati per prodotto e decorrenza.
       01 WS-NUM-COSTI PIC 9(4) VALUE 0.
       01 WS-COSTI-TABELLA.
           05 WS-COS-ENTRY OCCURS 3000 TIMES.
               10 WS-COS-RECORD PIC X(39).
       01 INDICE-COSTO PIC 9(4).
       01 INDICE-SPOSTA PIC 9(4).
       01 WS-POSIZIONE PIC 9(4).
       01 WS-COS-TROVATO PIC X.
       01 WS-COSTI-PIENI PIC X VALUE 'N'.
      *Riga di lavoro: stessa forma del record su file.
       01 WS-LAV-COSTO.
           05 WS-LAV-CODICE PIC X(8).
           05 WS-LAV-DATA PIC 9(8).
           05 WS-LAV-COSTO-UNITARIO PIC 9(5)V99.
           05 WS-LAV-AGGIORNAMENTO PIC 9(8).
           05 WS-LAV-OPERATORE PIC X(8).
       01 WS-RIGA-COSTO.
           05 WS-RIGA-CODICE PIC X(8).
           05 WS-RIGA-DATA PIC 9(8).
           05 WS-RIGA-COSTO-UNITARIO PIC 9(5)V99.
           05 WS-RIGA-AGGIORNAMENTO PIC 9(8).
           05 WS-RIGA-OPERATORE PIC X(8).
       01 WS-CAMPO-INPUT PIC X(15).
       01 WS-CONFERMA PIC X.
       01 WS-COSTO-ED PIC Z(4)9.99.
       01 WS-IN-VIGORE PIC 9(8).
       01 WS-NOTA-RIGA PIC X(12).
       01 WS-RIGHE-MOSTRATE PIC 9(4).
       01 WS-NOME-COSTI PIC X(30)
           VALUE "Costi-standard.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Costi-standard.new".
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
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "CostiStandard".
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
           IF WS-NUM-PRODOTTI = 0
               DISPLAY "Prodotti.txt ASSENTE O VUOTO: IMPOSSIBILE "
                   "VALIDARE I CODICI, COSTI IN SOLA LETTURA."
           END-IF
           PERFORM CARICA-COSTI
           IF WS-COSTI-PIENI = 'S'
               DISPLAY "Costi-standard.txt OLTRE LE 3000 RIGHE, "
                   "COSTI IN SOLA LETTURA."
           END-IF
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------COSTI STANDARD------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[L]ISTA COSTI DI UN PRODOTTO"
              DISPLAY "[V]IGENTE (COSTI IN VIGORE OGGI)"
              DISPLAY "[I]NSERISCI COSTO"
              DISPLAY "[D]ELETE COSTO NON ANCORA IN VIGORE"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'I'
                WHEN 'i'
                WHEN 'D'
                WHEN 'd'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-NUM-PRODOTTI = 0
                        WHEN WS-COSTI-PIENI = 'S'
                          DISPLAY "COSTI IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'I' OR OPERAZIONE = 'i'
                          PERFORM OPERAZIONE-INSERISCI
                        WHEN OTHER
                          PERFORM OPERAZIONE-DELETE
                      END-EVALUATE
                WHEN 'L'
                WHEN 'l'
                      PERFORM OPERAZIONE-LISTA
                WHEN 'V'
                WHEN 'v'
                      PERFORM OPERAZIONE-VIGENTE
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

      *Il file si carica con l'inserimento ordinato, cosi' anche un
      *file scritto a mano fuori ordine torna in ordine al primo
      *salvataggio.
       CARICA-COSTI.
           OPEN INPUT FILE-COSTI
           IF WS-COSTI-STATUS NOT = "00"
               DISPLAY "COSTI ASSENTI (STATUS " WS-COSTI-STATUS
                   "), SI PARTE DA UN FILE VUOTO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-COSTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF COS-CODICE-PRODOTTO NOT = SPACES
                           IF WS-NUM-COSTI < 3000
                               MOVE RECORD-COSTO TO WS-LAV-COSTO
                               PERFORM INSERISCI-IN-TABELLA
                           ELSE
                               MOVE 'S' TO WS-COSTI-PIENI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-COSTI.

      *Posizione della riga di lavoro: la prima riga con prodotto e
      *decorrenza maggiori; le successive scendono di un posto.
       INSERISCI-IN-TABELLA.
           COMPUTE WS-POSIZIONE = WS-NUM-COSTI + 1
           MOVE 'N' TO WS-COS-TROVATO
           PERFORM VARYING INDICE-COSTO FROM 1 BY 1
               UNTIL INDICE-COSTO > WS-NUM-COSTI
                   OR WS-COS-TROVATO = 'S'
               MOVE WS-COS-RECORD(INDICE-COSTO) TO WS-RIGA-COSTO
               IF WS-RIGA-CODICE > WS-LAV-CODICE
                   OR (WS-RIGA-CODICE = WS-LAV-CODICE
                       AND WS-RIGA-DATA > WS-LAV-DATA)
                   MOVE INDICE-COSTO TO WS-POSIZIONE
                   MOVE 'S' TO WS-COS-TROVATO
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-SPOSTA FROM WS-NUM-COSTI BY -1
               UNTIL INDICE-SPOSTA < WS-POSIZIONE
               MOVE WS-COS-RECORD(INDICE-SPOSTA)
                   TO WS-COS-RECORD(INDICE-SPOSTA + 1)
           END-PERFORM
           MOVE WS-LAV-COSTO TO WS-COS-RECORD(WS-POSIZIONE)
           ADD 1 TO WS-NUM-COSTI.

       CHIEDI-PRODOTTO.
           MOVE SPACES TO WS-LAV-CODICE
           DISPLAY "CODICE PRODOTTO: "
           ACCEPT WS-LAV-CODICE
           MOVE 'N' TO WS-PRODOTTO-VALIDO
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-LAV-CODICE, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           END-IF
           IF WS-PRODOTTO-VALIDO = 'S'
               DISPLAY WS-LAV-CODICE " " WS-PRO-DESCRIZIONE-LAV
                   " (" WS-PRO-LINEA-LAV ")"
           END-IF.

      *Tutte le righe del prodotto, con l'indicazione di quella in
      *vigore oggi e di quelle future.
       OPERAZIONE-LISTA.
           PERFORM CHIEDI-PRODOTTO
           PERFORM TROVA-VIGENTE
           MOVE 0 TO WS-RIGHE-MOSTRATE
           PERFORM VARYING INDICE-COSTO FROM 1 BY 1
               UNTIL INDICE-COSTO > WS-NUM-COSTI
               MOVE WS-COS-RECORD(INDICE-COSTO) TO WS-RIGA-COSTO
               IF WS-RIGA-CODICE = WS-LAV-CODICE
                   ADD 1 TO WS-RIGHE-MOSTRATE
                   EVALUATE TRUE
                       WHEN WS-RIGA-DATA > WS-OGGI
                           MOVE "FUTURO" TO WS-NOTA-RIGA
                       WHEN WS-RIGA-DATA = WS-IN-VIGORE
                           MOVE "IN VIGORE" TO WS-NOTA-RIGA
                       WHEN OTHER
                           MOVE "STORICO" TO WS-NOTA-RIGA
                   END-EVALUATE
                   MOVE WS-RIGA-COSTO-UNITARIO TO WS-COSTO-ED
                   DISPLAY INDICE-COSTO ") DAL " WS-RIGA-DATA
                       " COSTO " WS-COSTO-ED " " WS-NOTA-RIGA
                       " (" WS-RIGA-OPERATORE " "
                       WS-RIGA-AGGIORNAMENTO ")"
               END-IF
           END-PERFORM
           IF WS-RIGHE-MOSTRATE = 0
               DISPLAY "NESSUN COSTO STANDARD PER IL PRODOTTO."
           END-IF.

      *Decorrenza in vigore oggi per il prodotto di lavoro (zero se
      *il prodotto non ha ancora un costo valido).
       TROVA-VIGENTE.
           MOVE 0 TO WS-IN-VIGORE
           PERFORM VARYING INDICE-COSTO FROM 1 BY 1
               UNTIL INDICE-COSTO > WS-NUM-COSTI
               MOVE WS-COS-RECORD(INDICE-COSTO) TO WS-RIGA-COSTO
               IF WS-RIGA-CODICE = WS-LAV-CODICE
                   AND WS-RIGA-DATA NOT > WS-OGGI
                   MOVE WS-RIGA-DATA TO WS-IN-VIGORE
               END-IF
           END-PERFORM.

      *Prezzo in vigore oggi per ogni prodotto dell'anagrafica; i
      *prodotti senza costo si vedono subito: MarginiVendite li
      *lascia fuori dai margini.
       OPERAZIONE-VIGENTE.
           PERFORM VARYING INDICE-SPOSTA FROM 1 BY 1
               UNTIL INDICE-SPOSTA > WS-NUM-PRODOTTI
               MOVE WS-PRO-CODICE(INDICE-SPOSTA) TO WS-LAV-CODICE
               PERFORM TROVA-VIGENTE
               IF WS-IN-VIGORE = 0
                   DISPLAY WS-LAV-CODICE " "
                       WS-PRO-DESCRIZIONE(INDICE-SPOSTA)
                       " SENZA COSTO STANDARD"
               ELSE
                   PERFORM VARYING INDICE-COSTO FROM 1 BY 1
                       UNTIL INDICE-COSTO > WS-NUM-COSTI
                       MOVE WS-COS-RECORD(INDICE-COSTO)
                           TO WS-RIGA-COSTO
                       IF WS-RIGA-CODICE = WS-LAV-CODICE
                           AND WS-RIGA-DATA = WS-IN-VIGORE
                           MOVE WS-RIGA-COSTO-UNITARIO TO WS-COSTO-ED
                       END-IF
                   END-PERFORM
                   DISPLAY WS-LAV-CODICE " "
                       WS-PRO-DESCRIZIONE(INDICE-SPOSTA)
                       " " WS-COSTO-ED " DAL " WS-IN-VIGORE
               END-IF
           END-PERFORM.

       OPERAZIONE-INSERISCI.
           PERFORM CHIEDI-PRODOTTO
           IF WS-PRODOTTO-VALIDO NOT = 'S'
               DISPLAY "PRODOTTO NON IN ANAGRAFICA (Prodotti.txt)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATA DI DECORRENZA (AAAAMMGG): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
               OR WS-CAMPO-INPUT(9:7) NOT = SPACES
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT(1:8) TO WS-LAV-DATA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-LAV-DATA) NOT = 0
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COSTO STANDARD UNITARIO (ES. 1234.50): "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "COSTO NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) NOT > 0
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 99999.99
               DISPLAY "IL COSTO DEVE ESSERE FRA 0.01 E 99999.99."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAV-COSTO-UNITARIO =
               FUNCTION NUMVAL(WS-CAMPO-INPUT)
           MOVE WS-OGGI TO WS-LAV-AGGIORNAMENTO
           MOVE WS-OPERATORE-ID TO WS-LAV-OPERATORE
           IF WS-LAV-DATA < WS-OGGI
               DISPLAY "ATTENZIONE: DECORRENZA NEL PASSATO, I "
                   "MARGINI DA QUELLA DATA SI RICALCOLERANNO CON "
                   "QUESTO COSTO."
           END-IF
           MOVE 'N' TO WS-COS-TROVATO
           PERFORM VARYING INDICE-COSTO FROM 1 BY 1
               UNTIL INDICE-COSTO > WS-NUM-COSTI
                   OR WS-COS-TROVATO = 'S'
               MOVE WS-COS-RECORD(INDICE-COSTO) TO WS-RIGA-COSTO
               IF WS-RIGA-CODICE = WS-LAV-CODICE
                   AND WS-RIGA-DATA = WS-LAV-DATA
                   MOVE 'S' TO WS-COS-TROVATO
                   MOVE INDICE-COSTO TO WS-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-COS-TROVATO = 'S'
               MOVE WS-RIGA-COSTO-UNITARIO TO WS-COSTO-ED
               DISPLAY "ESISTE GIA' UN COSTO DI " WS-COSTO-ED
                   " CON LA STESSA DECORRENZA. SOSTITUIRE? [S/N]"
               ACCEPT WS-CONFERMA
               IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
                   DISPLAY "INSERIMENTO ANNULLATO."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LAV-COSTO TO WS-COS-RECORD(WS-POSIZIONE)
           ELSE
               IF WS-NUM-COSTI >= 3000
                   DISPLAY "TABELLA COSTI PIENA."
                   EXIT PARAGRAPH
               END-IF
               PERFORM INSERISCI-IN-TABELLA
           END-IF
           PERFORM SALVA-COSTI
           DISPLAY "COSTO REGISTRATO.".

      *Si cancellano solo le righe con decorrenza futura: una riga
      *gia' entrata in vigore e' la base di margini gia' calcolati.
       OPERAZIONE-DELETE.
           PERFORM OPERAZIONE-LISTA
           IF WS-RIGHE-MOSTRATE = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DELLA RIGA DA CANCELLARE: "
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT(1:4) IS NOT NUMERIC
               OR WS-CAMPO-INPUT(5:11) NOT = SPACES
               DISPLAY "NUMERO NON VALIDO (4 CIFRE, ES. 0012)."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT(1:4) TO WS-POSIZIONE
           IF WS-POSIZIONE < 1 OR WS-POSIZIONE > WS-NUM-COSTI
               DISPLAY "RIGA INESISTENTE."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COS-RECORD(WS-POSIZIONE) TO WS-RIGA-COSTO
           IF WS-RIGA-CODICE NOT = WS-LAV-CODICE
               DISPLAY "LA RIGA NON E' DEL PRODOTTO SCELTO."
               EXIT PARAGRAPH
           END-IF
           IF WS-RIGA-DATA NOT > WS-OGGI
               DISPLAY "COSTO GIA' IN VIGORE: NON SI CANCELLA, "
                   "INSERIRE UNA NUOVA DECORRENZA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI LA CANCELLAZIONE? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "CANCELLAZIONE ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-SPOSTA FROM WS-POSIZIONE BY 1
               UNTIL INDICE-SPOSTA >= WS-NUM-COSTI
               MOVE WS-COS-RECORD(INDICE-SPOSTA + 1)
                   TO WS-COS-RECORD(INDICE-SPOSTA)
           END-PERFORM
           SUBTRACT 1 FROM WS-NUM-COSTI
           PERFORM SALVA-COSTI
           DISPLAY "COSTO CANCELLATO.".

       SALVA-COSTI.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-COSTO FROM 1 BY 1
               UNTIL INDICE-COSTO > WS-NUM-COSTI
               MOVE WS-COS-RECORD(INDICE-COSTO)
                   TO RECORD-COSTO-NUOVO
               WRITE RECORD-COSTO-NUOVO
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-COSTI
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEI COSTI (CODICE "
                   RETURN-CODE "), IL FILE AGGIORNATO RESTA IN "
                   WS-NOME-NUOVO
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.
