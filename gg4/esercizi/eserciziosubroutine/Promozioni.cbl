       IDENTIFICATION DIVISION.
       PROGRAM-ID. Promozioni.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Manutenzione interattiva del calendario promozioni
      *(Promozioni.txt, tracciato PROMOZIONE-REC): il marketing fa
      *promozioni di prezzo per prodotto o per linea e per regione,
      *ma i periodi stavano solo nell'agenda di qualcuno e dopo
      *nessuno sapeva dire se avevano funzionato. Ogni promozione ha
      *un codice, l'oggetto (prodotto di Prodotti.txt o linea di
      *Prodotti-linee.txt), le regioni ("ALL" o l'elenco dei codici
      *di Regioni.txt separati da virgole), il giorno di inizio e di
      *fine e lo sconto percentuale. Le promozioni passate si possono
      *inserire a posteriori, perche' AnalisiPromozioni le misura
      *sul dettaglio vendite. Una promozione conclusa non si tocca
      *piu' (e' la base di analisi gia' stampate); una in corso
      *cambia solo descrizione, fine e sconto; solo una promozione
      *non ancora iniziata si cancella. Il file si tiene in tabella
      *ordinato per inizio e codice e si riscrive per intero dopo
      *ogni modifica, passando dal file di appoggio .new. Gli
      *operatori di livello 'R' consultano soltanto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PROMOZIONI ASSIGN TO "Promozioni.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROMOZIONI-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "Promozioni.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-LINEE ASSIGN TO "Prodotti-linee.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PROMOZIONI.
       COPY PROMOZIONE-REC.

       FD FILE-NUOVO.
       01 RECORD-PROMOZIONE-NUOVO PIC X(105).

      *Linee di prodotto ammesse, come in PRODOTTI-MAINT.
       FD FILE-LINEE.
       01 RECORD-LINEA.
           05 LIN-CODICE PIC X(10).
           05 LIN-DESCRIZIONE PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-PROMOZIONI-STATUS PIC XX.
       01 WS-LINEE-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Promozioni in tabella, ordinate per inizio e codice.
       01 WS-NUM-PROMOZIONI PIC 9(4) VALUE 0.
       01 WS-PROMOZIONI-TABELLA.
           05 WS-PRM-ENTRY OCCURS 500 TIMES.
               10 WS-PRM-RECORD PIC X(105).
       01 INDICE-PROMOZIONE PIC 9(4).
       01 INDICE-SPOSTA PIC 9(4).
       01 WS-POSIZIONE PIC 9(4).
       01 WS-PRM-TROVATA PIC X.
       01 WS-PROMOZIONI-PIENE PIC X VALUE 'N'.
      *Promozione di lavoro: stessa forma del record su file.
       01 WS-LAV-PROMOZIONE.
           05 WS-LAV-CODICE PIC X(8).
           05 WS-LAV-DESCRIZIONE PIC X(30).
           05 WS-LAV-TIPO PIC X.
           05 WS-LAV-OGGETTO PIC X(10).
           05 WS-LAV-REGIONI PIC X(20).
           05 WS-LAV-DATA-INIZIO PIC 9(8).
           05 WS-LAV-DATA-FINE PIC 9(8).
           05 WS-LAV-SCONTO PIC 99V99.
           05 WS-LAV-AGGIORNAMENTO PIC 9(8).
           05 WS-LAV-OPERATORE PIC X(8).
       01 WS-RIGA-PROMOZIONE.
           05 WS-RIGA-CODICE PIC X(8).
           05 WS-RIGA-DESCRIZIONE PIC X(30).
           05 WS-RIGA-TIPO PIC X.
           05 WS-RIGA-OGGETTO PIC X(10).
           05 WS-RIGA-REGIONI PIC X(20).
           05 WS-RIGA-DATA-INIZIO PIC 9(8).
           05 WS-RIGA-DATA-FINE PIC 9(8).
           05 WS-RIGA-SCONTO PIC 99V99.
           05 WS-RIGA-AGGIORNAMENTO PIC 9(8).
           05 WS-RIGA-OPERATORE PIC X(8).
       01 WS-CAMPO-INPUT PIC X(30).
       01 WS-DATA-LETTA PIC 9(8).
       01 WS-CONFERMA PIC X.
       01 WS-DATI-VALIDI PIC X.
       01 WS-SCONTO-ED PIC Z9.99.
       01 WS-STATO-PROMOZIONE PIC X(12).
       01 WS-SOVRAPPOSTE PIC 9(4).
      *Controllo dell'elenco regioni.
       01 WS-POS-REGIONE PIC 99.
       01 WS-CODICE-REGIONE PIC 99.
       01 WS-REGIONI-LETTE PIC 99.
       01 WS-FINE-ELENCO PIC X.
      *Linee ammesse.
       01 WS-NUM-LINEE PIC 99 VALUE 0.
       01 WS-LINEE-TABELLA.
           05 WS-LINEA-ENTRY OCCURS 50 TIMES.
               10 WS-LIN-CODICE PIC X(10).
               10 WS-LIN-DESCRIZIONE PIC X(30).
       01 INDICE-LINEA PIC 99.
       01 WS-LINEA-VALIDA PIC X.
      *Anagrafiche prodotti e regioni.
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 WS-PRO-CODICE-LAV PIC X(8).
       01 WS-PRO-DESCRIZIONE-LAV PIC X(30).
       01 WS-PRO-LINEA-LAV PIC X(10).
       01 WS-PRODOTTO-VALIDO PIC X.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-REGIONE-VALIDA PIC X.
       01 WS-NOME-PROMOZIONI PIC X(30)
           VALUE "Promozioni.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Promozioni.new".
      *Operatore e giornale d'uso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "Promozioni".
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
           CALL 'GetRegioni' USING WS-REGIONI
           PERFORM CARICA-LINEE
           IF WS-NUM-PRODOTTI = 0 OR WS-NUM-LINEE = 0
               DISPLAY "Prodotti.txt O Prodotti-linee.txt ASSENTE O "
                   "VUOTO: IMPOSSIBILE VALIDARE L'OGGETTO, "
                   "PROMOZIONI IN SOLA LETTURA."
           END-IF
           PERFORM CARICA-PROMOZIONI
           IF WS-PROMOZIONI-PIENE = 'S'
               DISPLAY "Promozioni.txt OLTRE LE 500 RIGHE, "
                   "PROMOZIONI IN SOLA LETTURA."
           END-IF
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------CALENDARIO PROMOZIONI------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[L]ISTA PROMOZIONI"
              DISPLAY "[I]NSERISCI PROMOZIONE"
              DISPLAY "[M]ODIFICA PROMOZIONE NON CONCLUSA"
              DISPLAY "[D]ELETE PROMOZIONE NON ANCORA INIZIATA"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'I'
                WHEN 'i'
                WHEN 'M'
                WHEN 'm'
                WHEN 'D'
                WHEN 'd'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-NUM-PRODOTTI = 0
                        WHEN WS-NUM-LINEE = 0
                        WHEN WS-PROMOZIONI-PIENE = 'S'
                          DISPLAY "PROMOZIONI IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'I' OR OPERAZIONE = 'i'
                          PERFORM OPERAZIONE-INSERISCI
                        WHEN OPERAZIONE = 'M' OR OPERAZIONE = 'm'
                          PERFORM OPERAZIONE-MODIFICA
                        WHEN OTHER
                          PERFORM OPERAZIONE-DELETE
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

      *Il file si carica con l'inserimento ordinato, cosi' anche un
      *file scritto a mano fuori ordine torna in ordine al primo
      *salvataggio.
       CARICA-PROMOZIONI.
           OPEN INPUT FILE-PROMOZIONI
           IF WS-PROMOZIONI-STATUS NOT = "00"
               DISPLAY "PROMOZIONI ASSENTI (STATUS "
                   WS-PROMOZIONI-STATUS "), SI PARTE DA UN FILE VUOTO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PROMOZIONI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PRM-CODICE NOT = SPACES
                           IF WS-NUM-PROMOZIONI < 500
                               MOVE RECORD-PROMOZIONE
                                   TO WS-LAV-PROMOZIONE
                               PERFORM INSERISCI-IN-TABELLA
                           ELSE
                               MOVE 'S' TO WS-PROMOZIONI-PIENE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PROMOZIONI.

      *Posizione della promozione di lavoro: la prima riga con inizio
      *e codice maggiori; le successive scendono di un posto.
       INSERISCI-IN-TABELLA.
           COMPUTE WS-POSIZIONE = WS-NUM-PROMOZIONI + 1
           MOVE 'N' TO WS-PRM-TROVATA
           PERFORM VARYING INDICE-PROMOZIONE FROM 1 BY 1
               UNTIL INDICE-PROMOZIONE > WS-NUM-PROMOZIONI
                   OR WS-PRM-TROVATA = 'S'
               MOVE WS-PRM-RECORD(INDICE-PROMOZIONE)
                   TO WS-RIGA-PROMOZIONE
               IF WS-RIGA-DATA-INIZIO > WS-LAV-DATA-INIZIO
                   OR (WS-RIGA-DATA-INIZIO = WS-LAV-DATA-INIZIO
                       AND WS-RIGA-CODICE > WS-LAV-CODICE)
                   MOVE INDICE-PROMOZIONE TO WS-POSIZIONE
                   MOVE 'S' TO WS-PRM-TROVATA
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-SPOSTA FROM WS-NUM-PROMOZIONI BY -1
               UNTIL INDICE-SPOSTA < WS-POSIZIONE
               MOVE WS-PRM-RECORD(INDICE-SPOSTA)
                   TO WS-PRM-RECORD(INDICE-SPOSTA + 1)
           END-PERFORM
           MOVE WS-LAV-PROMOZIONE TO WS-PRM-RECORD(WS-POSIZIONE)
           ADD 1 TO WS-NUM-PROMOZIONI.

      *Cerca in tabella la promozione con il codice di lavoro.
       CERCA-PROMOZIONE.
           MOVE 'N' TO WS-PRM-TROVATA
           MOVE 0 TO WS-POSIZIONE
           PERFORM VARYING INDICE-PROMOZIONE FROM 1 BY 1
               UNTIL INDICE-PROMOZIONE > WS-NUM-PROMOZIONI
                   OR WS-PRM-TROVATA = 'S'
               MOVE WS-PRM-RECORD(INDICE-PROMOZIONE)
                   TO WS-RIGA-PROMOZIONE
               IF WS-RIGA-CODICE = WS-LAV-CODICE
                   MOVE 'S' TO WS-PRM-TROVATA
                   MOVE INDICE-PROMOZIONE TO WS-POSIZIONE
               END-IF
           END-PERFORM.

      *Stato della promozione della riga rispetto a oggi.
       STATO-RIGA.
           EVALUATE TRUE
               WHEN WS-RIGA-DATA-INIZIO > WS-OGGI
                   MOVE "PROGRAMMATA" TO WS-STATO-PROMOZIONE
               WHEN WS-RIGA-DATA-FINE < WS-OGGI
                   MOVE "CONCLUSA" TO WS-STATO-PROMOZIONE
               WHEN OTHER
                   MOVE "IN CORSO" TO WS-STATO-PROMOZIONE
           END-EVALUATE.

       MOSTRA-RIGA.
           PERFORM STATO-RIGA
           MOVE WS-RIGA-SCONTO TO WS-SCONTO-ED
           DISPLAY WS-RIGA-CODICE " " WS-RIGA-DESCRIZIONE
               " " WS-STATO-PROMOZIONE
           DISPLAY "    " WS-RIGA-TIPO " " WS-RIGA-OGGETTO
               " REGIONI " WS-RIGA-REGIONI
               " DAL " WS-RIGA-DATA-INIZIO " AL " WS-RIGA-DATA-FINE
               " SCONTO " WS-SCONTO-ED "%"
               " (" WS-RIGA-OPERATORE " " WS-RIGA-AGGIORNAMENTO ")".

       OPERAZIONE-LISTA.
           IF WS-NUM-PROMOZIONI = 0
               DISPLAY "NESSUNA PROMOZIONE IN CALENDARIO."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-PROMOZIONE FROM 1 BY 1
               UNTIL INDICE-PROMOZIONE > WS-NUM-PROMOZIONI
               MOVE WS-PRM-RECORD(INDICE-PROMOZIONE)
                   TO WS-RIGA-PROMOZIONE
               PERFORM MOSTRA-RIGA
           END-PERFORM.

       OPERAZIONE-INSERISCI.
           DISPLAY "CODICE PROMOZIONE (MAX 8): "
           MOVE SPACES TO WS-LAV-CODICE
           ACCEPT WS-LAV-CODICE
           IF WS-LAV-CODICE = SPACES
               DISPLAY "CODICE OBBLIGATORIO."
               EXIT PARAGRAPH
           END-IF
           PERFORM CERCA-PROMOZIONE
           IF WS-PRM-TROVATA = 'S'
               DISPLAY "CODICE GIA' IN CALENDARIO."
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-PROMOZIONI >= 500
               DISPLAY "TABELLA PROMOZIONI PIENA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIZIONE: "
           MOVE SPACES TO WS-LAV-DESCRIZIONE
           ACCEPT WS-LAV-DESCRIZIONE
           DISPLAY "PROMOZIONE SU [P]RODOTTO O SU [L]INEA: "
           MOVE SPACES TO WS-LAV-TIPO
           ACCEPT WS-LAV-TIPO
           EVALUATE WS-LAV-TIPO
               WHEN 'p'
                   MOVE 'P' TO WS-LAV-TIPO
               WHEN 'l'
                   MOVE 'L' TO WS-LAV-TIPO
           END-EVALUATE
           IF WS-LAV-TIPO NOT = 'P' AND WS-LAV-TIPO NOT = 'L'
               DISPLAY "TIPO NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-OGGETTO
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-REGIONI
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GIORNO DI INIZIO (AAAAMMGG): "
           PERFORM CHIEDI-DATA
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-LETTA TO WS-LAV-DATA-INIZIO
           PERFORM CHIEDI-FINE
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-SCONTO
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLLA-SOVRAPPOSTE
           IF WS-SOVRAPPOSTE > 0
               DISPLAY "ATTENZIONE: " WS-SOVRAPPOSTE " PROMOZIONI "
                   "SULLO STESSO OGGETTO SI SOVRAPPONGONO NEI GIORNI; "
                   "L'ANALISI LE MISURA INSIEME. CONFERMI? [S/N]"
               ACCEPT WS-CONFERMA
               IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
                   DISPLAY "INSERIMENTO ANNULLATO."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-OGGI TO WS-LAV-AGGIORNAMENTO
           MOVE WS-OPERATORE-ID TO WS-LAV-OPERATORE
           PERFORM INSERISCI-IN-TABELLA
           PERFORM SALVA-PROMOZIONI
           DISPLAY "PROMOZIONE REGISTRATA.".

      *Oggetto della promozione: un prodotto dell'anagrafica (attivo
      *o no: una promozione passata puo' citare un prodotto ormai
      *dismesso) o una linea ammessa.
       CHIEDI-OGGETTO.
           MOVE 'N' TO WS-DATI-VALIDI
           MOVE SPACES TO WS-LAV-OGGETTO
           IF WS-LAV-TIPO = 'P'
               DISPLAY "CODICE PRODOTTO: "
               MOVE SPACES TO WS-PRO-CODICE-LAV
               ACCEPT WS-PRO-CODICE-LAV
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-PRO-CODICE-LAV, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
               IF WS-PRODOTTO-VALIDO NOT = 'S'
                   DISPLAY "PRODOTTO NON IN ANAGRAFICA (Prodotti.txt)."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY WS-PRO-CODICE-LAV " " WS-PRO-DESCRIZIONE-LAV
                   " (" WS-PRO-LINEA-LAV ")"
               MOVE WS-PRO-CODICE-LAV TO WS-LAV-OGGETTO
           ELSE
               DISPLAY "LINEA DI PRODOTTO: "
               ACCEPT WS-LAV-OGGETTO
               MOVE 'N' TO WS-LINEA-VALIDA
               PERFORM VARYING INDICE-LINEA FROM 1 BY 1
                   UNTIL INDICE-LINEA > WS-NUM-LINEE
                       OR WS-LINEA-VALIDA = 'S'
                   IF WS-LIN-CODICE(INDICE-LINEA) = WS-LAV-OGGETTO
                       MOVE 'S' TO WS-LINEA-VALIDA
                       DISPLAY WS-LAV-OGGETTO " "
                           WS-LIN-DESCRIZIONE(INDICE-LINEA)
                   END-IF
               END-PERFORM
               IF WS-LINEA-VALIDA NOT = 'S'
                   DISPLAY "LINEA NON AMMESSA (Prodotti-linee.txt)."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'S' TO WS-DATI-VALIDI.

      *Regioni: "ALL" (o INVIO) per tutte, altrimenti codici a due
      *cifre di Regioni.txt separati da virgole (es. 01,03,07).
       CHIEDI-REGIONI.
           MOVE 'N' TO WS-DATI-VALIDI
           DISPLAY "REGIONI (ALL = TUTTE, OPPURE ES. 01,03): "
           MOVE SPACES TO WS-LAV-REGIONI
           ACCEPT WS-LAV-REGIONI
           IF WS-LAV-REGIONI = SPACES
               OR WS-LAV-REGIONI = "all"
               MOVE "ALL" TO WS-LAV-REGIONI
           END-IF
           IF WS-LAV-REGIONI = "ALL"
               MOVE 'S' TO WS-DATI-VALIDI
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REGIONI-LETTE
           MOVE 'N' TO WS-FINE-ELENCO
           MOVE 1 TO WS-POS-REGIONE
           PERFORM UNTIL WS-FINE-ELENCO = 'S'
               IF WS-LAV-REGIONI(WS-POS-REGIONE:2) IS NOT NUMERIC
                   DISPLAY "ELENCO REGIONI NON VALIDO."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LAV-REGIONI(WS-POS-REGIONE:2)
                   TO WS-CODICE-REGIONE
               CALL 'GetRegioneNome' USING WS-REGIONI,
                   WS-CODICE-REGIONE, WS-NOME-REGIONE,
                   WS-REGIONE-VALIDA
               IF WS-REGIONE-VALIDA NOT = 'S'
                   DISPLAY "REGIONE " WS-CODICE-REGIONE
                       " NON IN ANAGRAFICA (Regioni.txt)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REGIONI-LETTE
               ADD 2 TO WS-POS-REGIONE
               EVALUATE TRUE
                   WHEN WS-POS-REGIONE > 20
                       MOVE 'S' TO WS-FINE-ELENCO
                   WHEN WS-LAV-REGIONI(WS-POS-REGIONE:) = SPACES
                       MOVE 'S' TO WS-FINE-ELENCO
                   WHEN WS-LAV-REGIONI(WS-POS-REGIONE:1) = ","
                       AND WS-POS-REGIONE < 18
                       ADD 1 TO WS-POS-REGIONE
                   WHEN OTHER
                       DISPLAY "ELENCO REGIONI NON VALIDO."
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           MOVE 'S' TO WS-DATI-VALIDI.

       CHIEDI-DATA.
           MOVE 'N' TO WS-DATI-VALIDI
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
               OR WS-CAMPO-INPUT(9:) NOT = SPACES
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT(1:8) TO WS-DATA-LETTA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-LETTA) NOT = 0
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-DATI-VALIDI.

       CHIEDI-FINE.
           DISPLAY "GIORNO DI FINE (AAAAMMGG): "
           PERFORM CHIEDI-DATA
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-LETTA TO WS-LAV-DATA-FINE
           IF WS-LAV-DATA-FINE < WS-LAV-DATA-INIZIO
               DISPLAY "LA FINE PRECEDE L'INIZIO."
               MOVE 'N' TO WS-DATI-VALIDI
           END-IF.

       CHIEDI-SCONTO.
           MOVE 'N' TO WS-DATI-VALIDI
           DISPLAY "SCONTO PERCENTUALE (ES. 15.00): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "SCONTO NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) NOT > 0
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 99.99
               DISPLAY "LO SCONTO DEVE ESSERE FRA 0.01 E 99.99."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LAV-SCONTO = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           MOVE 'S' TO WS-DATI-VALIDI.

      *Altre promozioni sullo stesso oggetto con giorni in comune:
      *non si vietano (regioni diverse possono avere la stessa
      *promozione in due righe), ma l'operatore lo deve sapere.
       CONTROLLA-SOVRAPPOSTE.
           MOVE 0 TO WS-SOVRAPPOSTE
           PERFORM VARYING INDICE-PROMOZIONE FROM 1 BY 1
               UNTIL INDICE-PROMOZIONE > WS-NUM-PROMOZIONI
               MOVE WS-PRM-RECORD(INDICE-PROMOZIONE)
                   TO WS-RIGA-PROMOZIONE
               IF WS-RIGA-CODICE NOT = WS-LAV-CODICE
                   AND WS-RIGA-TIPO = WS-LAV-TIPO
                   AND WS-RIGA-OGGETTO = WS-LAV-OGGETTO
                   AND WS-RIGA-DATA-INIZIO NOT > WS-LAV-DATA-FINE
                   AND WS-RIGA-DATA-FINE NOT < WS-LAV-DATA-INIZIO
                   ADD 1 TO WS-SOVRAPPOSTE
               END-IF
           END-PERFORM.

      *Una promozione conclusa e' la base di analisi gia' stampate e
      *non si tocca; in una promozione in corso l'oggetto, le regioni
      *e l'inizio sono gia' nei movimenti e restano fissi.
       OPERAZIONE-MODIFICA.
           DISPLAY "CODICE PROMOZIONE: "
           MOVE SPACES TO WS-LAV-CODICE
           ACCEPT WS-LAV-CODICE
           PERFORM CERCA-PROMOZIONE
           IF WS-PRM-TROVATA NOT = 'S'
               DISPLAY "PROMOZIONE NON IN CALENDARIO."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-RIGA
           IF WS-RIGA-DATA-FINE < WS-OGGI
               DISPLAY "PROMOZIONE CONCLUSA: NON SI MODIFICA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RIGA-PROMOZIONE TO WS-LAV-PROMOZIONE
           DISPLAY "NUOVA DESCRIZIONE (INVIO = INVARIATA): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT NOT = SPACES
               MOVE WS-CAMPO-INPUT TO WS-LAV-DESCRIZIONE
           END-IF
           IF WS-RIGA-DATA-INIZIO > WS-OGGI
               PERFORM CHIEDI-REGIONI
               IF WS-DATI-VALIDI NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "GIORNO DI INIZIO (AAAAMMGG): "
               PERFORM CHIEDI-DATA
               IF WS-DATI-VALIDI NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATA-LETTA TO WS-LAV-DATA-INIZIO
           END-IF
           PERFORM CHIEDI-FINE
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-LAV-DATA-FINE < WS-OGGI
               DISPLAY "LA FINE NON PUO' ESSERE NEL PASSATO."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-SCONTO
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI LA MODIFICA? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "MODIFICA ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OGGI TO WS-LAV-AGGIORNAMENTO
           MOVE WS-OPERATORE-ID TO WS-LAV-OPERATORE
           PERFORM TOGLI-DA-TABELLA
           PERFORM INSERISCI-IN-TABELLA
           PERFORM SALVA-PROMOZIONI
           DISPLAY "PROMOZIONE MODIFICATA.".

      *Si cancellano solo le promozioni non ancora iniziate.
       OPERAZIONE-DELETE.
           DISPLAY "CODICE PROMOZIONE: "
           MOVE SPACES TO WS-LAV-CODICE
           ACCEPT WS-LAV-CODICE
           PERFORM CERCA-PROMOZIONE
           IF WS-PRM-TROVATA NOT = 'S'
               DISPLAY "PROMOZIONE NON IN CALENDARIO."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-RIGA
           IF WS-RIGA-DATA-INIZIO NOT > WS-OGGI
               DISPLAY "PROMOZIONE GIA' INIZIATA: NON SI CANCELLA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI LA CANCELLAZIONE? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "CANCELLAZIONE ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           PERFORM TOGLI-DA-TABELLA
           PERFORM SALVA-PROMOZIONI
           DISPLAY "PROMOZIONE CANCELLATA.".

      *Toglie la riga WS-POSIZIONE; le successive salgono di un posto.
       TOGLI-DA-TABELLA.
           PERFORM VARYING INDICE-SPOSTA FROM WS-POSIZIONE BY 1
               UNTIL INDICE-SPOSTA >= WS-NUM-PROMOZIONI
               MOVE WS-PRM-RECORD(INDICE-SPOSTA + 1)
                   TO WS-PRM-RECORD(INDICE-SPOSTA)
           END-PERFORM
           SUBTRACT 1 FROM WS-NUM-PROMOZIONI.

       SALVA-PROMOZIONI.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-PROMOZIONE FROM 1 BY 1
               UNTIL INDICE-PROMOZIONE > WS-NUM-PROMOZIONI
               MOVE WS-PRM-RECORD(INDICE-PROMOZIONE)
                   TO RECORD-PROMOZIONE-NUOVO
               WRITE RECORD-PROMOZIONE-NUOVO
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-PROMOZIONI
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DELLE PROMOZIONI "
                   "(CODICE " RETURN-CODE "), IL FILE AGGIORNATO "
                   "RESTA IN " WS-NOME-NUOVO
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.
