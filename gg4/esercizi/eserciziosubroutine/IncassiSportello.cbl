       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncassiSportello.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Registrazione a video degli incassi di sportello: contanti e
      *assegni raccolti dalle filiali, che finora si aggiungevano a
      *mano in Incassi-in.txt rompendo il trailer.
      *Con il [L]otto l'operatore apre un lotto per una regione del
      *suo ambito dichiarando quanti incassi contiene e per quale
      *totale (o riprende il lotto che ha lasciato aperto), poi
      *registra gli incassi uno per uno: cliente (verificato su
      *clienti.idx), data, importo, contanti o assegno con il numero.
      *Ogni riga confermata si accoda subito in
      *Incassi-sportello.txt; una riga sbagliata si elimina finche'
      *il lotto e' aperto. Il lotto si chiude solo se righe e totale
      *tornano con quelli dichiarati: alla chiusura le righe entrano
      *in Incassi-in.txt per AbbinaIncassi, riscritto dal .new con
      *il trailer ricalcolato e la testata HDR rimessa. Se
      *Incassi-in.txt c'e' gia' e non quadra con il suo trailer il
      *lotto resta aperto: prima si sistema il flusso.
      *Un lotto si puo' anche annullare: resta in archivio e non va
      *mai in abbinamento.
      *Il [G]iornale stampa gli incassi dei lotti chiusi in una data
      *(Incassi-giornale-AAAAMMGG.txt) per operatore e regione, con
      *i totali di contanti e assegni; ognuno vede solo le regioni
      *del suo ambito. Gli operatori di livello 'R' stampano soltanto
      *il giornale.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILE-LOTTI ASSIGN TO "Incassi-lotti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTTI-STATUS.
           SELECT FILE-LOTTI-NUOVO ASSIGN TO "Incassi-lotti.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-RIGHE
               ASSIGN TO "Incassi-sportello.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RIGHE-STATUS.
           SELECT FILE-RIGHE-NUOVO ASSIGN TO "Incassi-sportello.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-INCASSI ASSIGN TO "Incassi-in.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INCASSI-STATUS.
           SELECT FILE-INCASSI-NUOVO ASSIGN TO "Incassi-in.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-GIORNALE ASSIGN TO WS-NOME-GIORNALE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-LOTTI.
       COPY LOTTO-INCASSI.

       FD FILE-LOTTI-NUOVO.
       01 LOTTO-NUOVO PIC X(48).

       FD FILE-RIGHE.
       COPY INCASSO-SPORTELLO.

       FD FILE-RIGHE-NUOVO.
       01 RIGA-NUOVA PIC X(49).

       FD FILE-INCASSI.
       01 INCASSO.
           05 INC-ID-CLIENTE PIC 9(6).
           05 INC-DATA PIC 9(8).
           05 INC-IMPORTO PIC S9(7)V99.
       01 TRAILER-INCASSI.
           05 INC-TRAILER-TAG PIC X(3).
           05 INC-TRAILER-RECORD-COUNT PIC 9(6).
           05 INC-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-INCASSI PIC X(48).

       FD FILE-INCASSI-NUOVO.
       01 INCASSO-NUOVO.
           05 NV-ID-CLIENTE PIC 9(6).
           05 NV-DATA PIC 9(8).
           05 NV-IMPORTO PIC S9(7)V99.
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-GIORNALE.
       01 RIGA-GIORNALE PIC X(100).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-LOTTI-STATUS PIC XX.
       01 WS-RIGHE-STATUS PIC XX.
       01 WS-INCASSI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONFERMA PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-CAMPO-INPUT PIC X(15).
       01 WS-DATI-VALIDI PIC X.
       01 WS-SALVATO PIC X.
       01 WS-NOME-LOTTI PIC X(30) VALUE "Incassi-lotti.txt".
       01 WS-NOME-LOTTI-NUOVO PIC X(30) VALUE "Incassi-lotti.new".
       01 WS-NOME-RIGHE PIC X(30) VALUE "Incassi-sportello.txt".
       01 WS-NOME-RIGHE-NUOVO PIC X(30)
           VALUE "Incassi-sportello.new".
       01 WS-NOME-INCASSI PIC X(30) VALUE "Incassi-in.txt".
       01 WS-NOME-INCASSI-NUOVO PIC X(30) VALUE "Incassi-in.new".
      *Lotto in lavorazione.
       01 WS-LOTTO.
           05 WS-LOT-NUMERO PIC 9(6).
           05 WS-LOT-OPERATORE PIC X(8).
           05 WS-LOT-REGIONE PIC 99.
           05 WS-LOT-DATA-APERTURA PIC 9(8).
           05 WS-LOT-NUM-DICHIARATO PIC 9(4).
           05 WS-LOT-TOTALE-DICHIARATO PIC S9(9)V99.
           05 WS-LOT-STATO PIC X.
           05 WS-LOT-DATA-CHIUSURA PIC 9(8).
       01 WS-LOTTO-TROVATO PIC X.
       01 WS-ULTIMO-LOTTO PIC 9(6).
       01 WS-FINE-LOTTO PIC X.
      *Righe del lotto in lavorazione.
       01 WS-NUM-RIGHE PIC 9(4) VALUE 0.
       01 WS-RIGHE-TABELLA.
           05 WS-RIG-ENTRY OCCURS 500 TIMES.
               10 WS-RIG-RIGA PIC 9(4).
               10 WS-RIG-ID-CLIENTE PIC 9(6).
               10 WS-RIG-DATA PIC 9(8).
               10 WS-RIG-IMPORTO PIC S9(7)V99.
               10 WS-RIG-METODO PIC X.
               10 WS-RIG-NUMERO-ASSEGNO PIC X(15).
       01 INDICE-RIGA PIC 9(4).
       01 WS-RIGA-POSIZIONE PIC 9(4).
       01 WS-ULTIMA-RIGA PIC 9(4).
       01 WS-TOTALE-RIGHE PIC S9(9)V99.
      *Riga in inserimento.
       01 WS-ID-CLIENTE PIC 9(6).
       01 WS-DATA-INCASSO PIC 9(8).
       01 WS-IMPORTO PIC S9(7)V99.
       01 WS-METODO PIC X.
       01 WS-NUMERO-ASSEGNO PIC X(15).
       01 WS-NOME-CLIENTE PIC X(21).
      *Regioni e ambito dell'operatore.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-REGIONE-VALIDA PIC X.
       01 WS-REGIONE PIC 99.
       01 WS-REGIONI-SCOPE PIC X(20).
       01 WS-SCOPE-TROVATO PIC X.
       01 WS-REGIONE-PERMESSA PIC X.
      *Passaggio in Incassi-in.txt.
       01 WS-INC-LETTI PIC 9(6).
       01 WS-INC-TOTALE PIC S9(11)V99.
       01 WS-INC-QUADRA PIC X.
       01 WS-INC-ESISTE PIC X.
       01 WS-SALVA-COUNT PIC 9(6).
       01 WS-SALVA-TOTALE PIC S9(11)V99.
      *Giornale: lotti chiusi nella data, per operatore e regione.
       01 WS-DATA-GIORNALE PIC 9(8).
       01 WS-NOME-GIORNALE PIC X(40).
       01 WS-NUM-GIO PIC 9(4) VALUE 0.
       01 WS-GIORNALE-TABELLA.
           05 WS-GIO-ENTRY OCCURS 500 TIMES.
               10 WS-GIO-CHIAVE.
                   15 WS-GIO-OPERATORE PIC X(8).
                   15 WS-GIO-REGIONE PIC 99.
                   15 WS-GIO-LOTTO PIC 9(6).
               10 WS-GIO-DICHIARATO PIC S9(9)V99.
       01 WS-GIO-APPOGGIO.
           05 WS-APP-CHIAVE PIC X(16).
           05 WS-APP-DICHIARATO PIC S9(9)V99.
       01 INDICE-GIO PIC 9(4).
       01 INDICE-GIO-2 PIC 9(4).
       01 WS-GIORNALE-PIENO PIC X.
       01 WS-ROTTURA PIC X(10).
       01 WS-CONTANTI-GRUPPO PIC S9(9)V99.
       01 WS-ASSEGNI-GRUPPO PIC S9(9)V99.
       01 WS-NUM-GRUPPO PIC 9(5).
       01 WS-CONTANTI-TOTALE PIC S9(9)V99.
       01 WS-ASSEGNI-TOTALE PIC S9(9)V99.
       01 WS-NUM-TOTALE PIC 9(5).
       01 WS-DESCR-METODO PIC X(8).
       01 WS-DATA-LAV PIC 9(8).
       01 WS-DATA-ED PIC X(10).
       01 WS-IMPORTO-ED PIC -(7)9.99.
       01 WS-IMPORTO-ED-2 PIC -(7)9.99.
       01 WS-TOTALE-ED PIC -(9)9.99.
      *Operatore e giornale d'uso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "IncassiSportello".
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
           CALL 'GET-OPERATORE-REGIONI' USING WS-OPERATORE-ID,
               WS-REGIONI-SCOPE, WS-SCOPE-TROVATO
               ON EXCEPTION MOVE "ALL" TO WS-REGIONI-SCOPE
           END-CALL
           CALL 'GetRegioni' USING WS-REGIONI
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------INCASSI DI SPORTELLO------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[L]OTTO: APRI O RIPRENDI IL TUO LOTTO"
              DISPLAY "[G]IORNALE INCASSI DI UNA GIORNATA"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'L'
                WHEN 'l'
                      IF WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                      ELSE
                          PERFORM OPERAZIONE-LOTTO
                      END-IF
                WHEN 'G'
                WHEN 'g'
                      PERFORM OPERAZIONE-GIORNALE
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

      ****************LOTTO DI SPORTELLO*******************************
      *Un operatore ha al piu' un lotto aperto: se c'e' si riprende,
      *altrimenti se ne apre uno nuovo.
       OPERAZIONE-LOTTO.
           PERFORM CERCA-LOTTO-APERTO
           IF WS-LOTTO-TROVATO = 'S'
               MOVE WS-LOT-DATA-APERTURA TO WS-DATA-LAV
               PERFORM FORMATTA-DATA
               DISPLAY "RIPRENDO IL LOTTO " WS-LOT-NUMERO
                   " APERTO IL " WS-DATA-ED
               PERFORM CARICA-RIGHE-LOTTO
           ELSE
               PERFORM APRI-LOTTO
               IF WS-DATI-VALIDI NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-FINE-LOTTO
           PERFORM UNTIL WS-FINE-LOTTO = 'S'
               PERFORM MOSTRA-QUADRATURA
               DISPLAY "[I]NSERISCI INCASSO   [E]LIMINA RIGA   "
                   "[V]EDI RIGHE"
               DISPLAY "[C]HIUDI LOTTO   [A]NNULLA LOTTO   "
                   "[U]SCITA (IL LOTTO RESTA APERTO)"
               ACCEPT OPERAZIONE
               EVALUATE OPERAZIONE
                   WHEN 'I'
                   WHEN 'i'
                       PERFORM INSERISCI-INCASSO
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM ELIMINA-RIGA
                   WHEN 'V'
                   WHEN 'v'
                       PERFORM VEDI-RIGHE
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CHIUDI-LOTTO
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ANNULLA-LOTTO
                   WHEN 'U'
                   WHEN 'u'
                       MOVE 'S' TO WS-FINE-LOTTO
                   WHEN OTHER
                       DISPLAY "OPERAZIONE NON VALIDA"
               END-EVALUATE
           END-PERFORM.

       CERCA-LOTTO-APERTO.
           MOVE 'N' TO WS-LOTTO-TROVATO
           MOVE 0 TO WS-ULTIMO-LOTTO
           OPEN INPUT FILE-LOTTI
           IF WS-LOTTI-STATUS NOT = "00"
               AND WS-LOTTI-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-LOTTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF LOT-NUMERO > WS-ULTIMO-LOTTO
                           MOVE LOT-NUMERO TO WS-ULTIMO-LOTTO
                       END-IF
                       IF LOT-OPERATORE = WS-OPERATORE-ID
                           AND LOTTO-APERTO
                           MOVE RECORD-LOTTO-INCASSI TO WS-LOTTO
                           MOVE 'S' TO WS-LOTTO-TROVATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LOTTI.

       APRI-LOTTO.
           MOVE 'N' TO WS-DATI-VALIDI
           DISPLAY "NESSUN LOTTO APERTO: SE NE APRE UNO NUOVO."
           DISPLAY "REGIONE DELLO SPORTELLO (CODICE): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "CODICE REGIONE NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 99
               DISPLAY "CODICE REGIONE NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REGIONE = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           CALL 'GetRegioneNome' USING WS-REGIONI, WS-REGIONE,
               WS-NOME-REGIONE, WS-REGIONE-VALIDA
           IF WS-REGIONE-VALIDA NOT = 'S'
               DISPLAY "REGIONE NON IN ANAGRAFICA."
               EXIT PARAGRAPH
           END-IF
           CALL 'REGIONE-PERMESSA' USING WS-REGIONI-SCOPE,
               WS-REGIONE, WS-REGIONE-PERMESSA
               ON EXCEPTION MOVE 'S' TO WS-REGIONE-PERMESSA
           END-CALL
           IF WS-REGIONE-PERMESSA = 'N'
               DISPLAY "REGIONE FUORI DAL TUO AMBITO ("
                   WS-REGIONI-SCOPE ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DI INCASSI DEL LOTTO: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "NUMERO NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 500
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   NOT = FUNCTION INTEGER(FUNCTION NUMVAL
                       (WS-CAMPO-INPUT))
               DISPLAY "IL LOTTO CONTIENE DA 1 A 500 INCASSI."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOT-NUM-DICHIARATO =
               FUNCTION NUMVAL(WS-CAMPO-INPUT)
           DISPLAY "TOTALE DEL LOTTO (ES. 1234.50): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "TOTALE NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) NOT > 0
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999999999.99
               DISPLAY "TOTALE NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOT-TOTALE-DICHIARATO =
               FUNCTION NUMVAL(WS-CAMPO-INPUT)
           ADD 1 TO WS-ULTIMO-LOTTO GIVING WS-LOT-NUMERO
           MOVE WS-OPERATORE-ID TO WS-LOT-OPERATORE
           MOVE WS-REGIONE TO WS-LOT-REGIONE
           MOVE WS-OGGI TO WS-LOT-DATA-APERTURA
           MOVE 'A' TO WS-LOT-STATO
           MOVE 0 TO WS-LOT-DATA-CHIUSURA
           OPEN EXTEND FILE-LOTTI
           MOVE WS-LOTTO TO RECORD-LOTTO-INCASSI
           WRITE RECORD-LOTTO-INCASSI
           CLOSE FILE-LOTTI
           MOVE 0 TO WS-NUM-RIGHE
           MOVE 0 TO WS-ULTIMA-RIGA
           MOVE 'S' TO WS-DATI-VALIDI
           DISPLAY "APERTO IL LOTTO " WS-LOT-NUMERO " - REGIONE "
               WS-REGIONE " " WS-NOME-REGIONE.

       CARICA-RIGHE-LOTTO.
           MOVE 0 TO WS-NUM-RIGHE
           MOVE 0 TO WS-ULTIMA-RIGA
           OPEN INPUT FILE-RIGHE
           IF WS-RIGHE-STATUS NOT = "00"
               AND WS-RIGHE-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RIGHE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ISP-LOTTO = WS-LOT-NUMERO
                           AND WS-NUM-RIGHE < 500
                           ADD 1 TO WS-NUM-RIGHE
                           MOVE ISP-RIGA TO WS-RIG-RIGA(WS-NUM-RIGHE)
                           MOVE ISP-ID-CLIENTE
                               TO WS-RIG-ID-CLIENTE(WS-NUM-RIGHE)
                           MOVE ISP-DATA TO WS-RIG-DATA(WS-NUM-RIGHE)
                           MOVE ISP-IMPORTO
                               TO WS-RIG-IMPORTO(WS-NUM-RIGHE)
                           MOVE ISP-METODO
                               TO WS-RIG-METODO(WS-NUM-RIGHE)
                           MOVE ISP-NUMERO-ASSEGNO
                               TO WS-RIG-NUMERO-ASSEGNO(WS-NUM-RIGHE)
                           IF ISP-RIGA > WS-ULTIMA-RIGA
                               MOVE ISP-RIGA TO WS-ULTIMA-RIGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RIGHE.

       MOSTRA-QUADRATURA.
           MOVE 0 TO WS-TOTALE-RIGHE
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               ADD WS-RIG-IMPORTO(INDICE-RIGA) TO WS-TOTALE-RIGHE
           END-PERFORM
           MOVE WS-TOTALE-RIGHE TO WS-TOTALE-ED
           DISPLAY "------------LOTTO " WS-LOT-NUMERO
               " - REGIONE " WS-LOT-REGIONE "------------"
           DISPLAY "INCASSI REGISTRATI " WS-NUM-RIGHE " SU "
               WS-LOT-NUM-DICHIARATO " DICHIARATI"
           DISPLAY "TOTALE REGISTRATO  " WS-TOTALE-ED
           MOVE WS-LOT-TOTALE-DICHIARATO TO WS-TOTALE-ED
           DISPLAY "TOTALE DICHIARATO  " WS-TOTALE-ED.

       INSERISCI-INCASSO.
           IF WS-NUM-RIGHE >= 500
               DISPLAY "LOTTO PIENO (500 RIGHE)."
               EXIT PARAGRAPH
           END-IF
           PERFORM CHIEDI-CLIENTE
           IF WS-DATI-VALIDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DATI-VALIDI
           DISPLAY "DATA DELL'INCASSO AAAAMMGG (INVIO = OGGI): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-OGGI TO WS-DATA-INCASSO
           ELSE
               IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
                   OR WS-CAMPO-INPUT(9:) NOT = SPACES
                   DISPLAY "DATA NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAMPO-INPUT(1:8) TO WS-DATA-INCASSO
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INCASSO) NOT = 0
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-INCASSO > WS-OGGI
               DISPLAY "LA DATA DELL'INCASSO NON PUO' ESSERE FUTURA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "IMPORTO (ES. 1234.50): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "IMPORTO NON NUMERICO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) NOT > 0
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 9999999.99
               DISPLAY "L'IMPORTO DEVE ESSERE FRA 0.01 E 9999999.99."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IMPORTO = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           DISPLAY "[C]ONTANTI O [A]SSEGNO: "
           ACCEPT WS-METODO
           MOVE FUNCTION UPPER-CASE(WS-METODO) TO WS-METODO
           MOVE SPACES TO WS-NUMERO-ASSEGNO
           EVALUATE WS-METODO
               WHEN 'C'
                   CONTINUE
               WHEN 'A'
                   DISPLAY "NUMERO DELL'ASSEGNO: "
                   ACCEPT WS-NUMERO-ASSEGNO
                   MOVE FUNCTION UPPER-CASE(WS-NUMERO-ASSEGNO)
                       TO WS-NUMERO-ASSEGNO
                   IF WS-NUMERO-ASSEGNO = SPACES
                       DISPLAY "PER UN ASSEGNO IL NUMERO E' "
                           "OBBLIGATORIO."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM VARYING INDICE-RIGA FROM 1 BY 1
                       UNTIL INDICE-RIGA > WS-NUM-RIGHE
                       IF WS-RIG-METODO(INDICE-RIGA) = 'A'
                           AND WS-RIG-NUMERO-ASSEGNO(INDICE-RIGA)
                               = WS-NUMERO-ASSEGNO
                           DISPLAY "ASSEGNO GIA' REGISTRATO ALLA "
                               "RIGA " WS-RIG-RIGA(INDICE-RIGA)
                           EXIT PARAGRAPH
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "METODO NON VALIDO: C O A."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-IMPORTO TO WS-IMPORTO-ED
           MOVE WS-DATA-INCASSO TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           DISPLAY "CLIENTE " WS-ID-CLIENTE " " WS-NOME-CLIENTE
               " DEL " WS-DATA-ED " EURO " WS-IMPORTO-ED
               " " WS-METODO " " WS-NUMERO-ASSEGNO
           DISPLAY "CONFERMI? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "INCASSO NON REGISTRATO."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ULTIMA-RIGA
           ADD 1 TO WS-NUM-RIGHE
           MOVE WS-ULTIMA-RIGA TO WS-RIG-RIGA(WS-NUM-RIGHE)
           MOVE WS-ID-CLIENTE TO WS-RIG-ID-CLIENTE(WS-NUM-RIGHE)
           MOVE WS-DATA-INCASSO TO WS-RIG-DATA(WS-NUM-RIGHE)
           MOVE WS-IMPORTO TO WS-RIG-IMPORTO(WS-NUM-RIGHE)
           MOVE WS-METODO TO WS-RIG-METODO(WS-NUM-RIGHE)
           MOVE WS-NUMERO-ASSEGNO
               TO WS-RIG-NUMERO-ASSEGNO(WS-NUM-RIGHE)
           MOVE WS-LOT-NUMERO TO ISP-LOTTO
           MOVE WS-ULTIMA-RIGA TO ISP-RIGA
           MOVE WS-ID-CLIENTE TO ISP-ID-CLIENTE
           MOVE WS-DATA-INCASSO TO ISP-DATA
           MOVE WS-IMPORTO TO ISP-IMPORTO
           MOVE WS-METODO TO ISP-METODO
           MOVE WS-NUMERO-ASSEGNO TO ISP-NUMERO-ASSEGNO
           OPEN EXTEND FILE-RIGHE
           WRITE RECORD-INCASSO-SPORTELLO
           CLOSE FILE-RIGHE
           DISPLAY "REGISTRATA LA RIGA " WS-ULTIMA-RIGA ".".

      *Cliente in anagrafica; un cliente sospeso o cessato puo' ancora
      *pagare il suo debito, quindi si avvisa soltanto.
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
                   MOVE SPACES TO WS-NOME-CLIENTE
                   STRING NOME-IDX DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       COGNOME-IDX DELIMITED BY SPACE
                       INTO WS-NOME-CLIENTE
                   DISPLAY "CLIENTE " ID-CLIENTE-IDX " "
                       WS-NOME-CLIENTE
                   IF CLIENTE-SOSPESO
                       DISPLAY "ATTENZIONE: CLIENTE SOSPESO."
                   END-IF
                   IF CLIENTE-CESSATO
                       DISPLAY "ATTENZIONE: CLIENTE CESSATO."
                   END-IF
                   MOVE 'S' TO WS-DATI-VALIDI
           END-READ
           CLOSE CLIENTI-IDX.

       VEDI-RIGHE.
           IF WS-NUM-RIGHE = 0
               DISPLAY "NESSUNA RIGA REGISTRATA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RIGA CLIENTE DATA         IMPORTO    METODO"
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIG-DATA(INDICE-RIGA) TO WS-DATA-LAV
               PERFORM FORMATTA-DATA
               MOVE WS-RIG-IMPORTO(INDICE-RIGA) TO WS-IMPORTO-ED
               IF WS-RIG-METODO(INDICE-RIGA) = 'A'
                   MOVE "ASSEGNO" TO WS-DESCR-METODO
               ELSE
                   MOVE "CONTANTI" TO WS-DESCR-METODO
               END-IF
               DISPLAY WS-RIG-RIGA(INDICE-RIGA) " "
                   WS-RIG-ID-CLIENTE(INDICE-RIGA) " " WS-DATA-ED " "
                   WS-IMPORTO-ED " " WS-DESCR-METODO " "
                   WS-RIG-NUMERO-ASSEGNO(INDICE-RIGA)
           END-PERFORM.

       ELIMINA-RIGA.
           IF WS-NUM-RIGHE = 0
               DISPLAY "NESSUNA RIGA DA ELIMINARE."
               EXIT PARAGRAPH
           END-IF
           PERFORM VEDI-RIGHE
           DISPLAY "NUMERO DELLA RIGA DA ELIMINARE: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "NUMERO NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RIGA-POSIZIONE
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               IF WS-RIG-RIGA(INDICE-RIGA)
                   = FUNCTION NUMVAL(WS-CAMPO-INPUT)
                   MOVE INDICE-RIGA TO WS-RIGA-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-RIGA-POSIZIONE = 0
               DISPLAY "RIGA NON PRESENTE NEL LOTTO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ELIMINARE LA RIGA " WS-RIG-RIGA(WS-RIGA-POSIZIONE)
               "? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               EXIT PARAGRAPH
           END-IF
           PERFORM RISCRIVI-RIGHE
           IF WS-SALVATO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-RIGA FROM WS-RIGA-POSIZIONE BY 1
               UNTIL INDICE-RIGA >= WS-NUM-RIGHE
               MOVE WS-RIG-ENTRY(INDICE-RIGA + 1)
                   TO WS-RIG-ENTRY(INDICE-RIGA)
           END-PERFORM
           SUBTRACT 1 FROM WS-NUM-RIGHE
           DISPLAY "RIGA ELIMINATA.".

      *Incassi-sportello.txt riscritto senza la riga scelta del lotto.
       RISCRIVI-RIGHE.
           MOVE 'N' TO WS-SALVATO
           OPEN INPUT FILE-RIGHE
           IF WS-RIGHE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Incassi-sportello.txt "
                   "(STATUS " WS-RIGHE-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-RIGHE-NUOVO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RIGHE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ISP-LOTTO NOT = WS-LOT-NUMERO
                           OR ISP-RIGA
                               NOT = WS-RIG-RIGA(WS-RIGA-POSIZIONE)
                           MOVE RECORD-INCASSO-SPORTELLO
                               TO RIGA-NUOVA
                           WRITE RIGA-NUOVA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RIGHE
           CLOSE FILE-RIGHE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-RIGHE-NUOVO
               WS-NOME-RIGHE
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA RISCRITTURA DELLE RIGHE (CODICE "
                   RETURN-CODE "), RIGA NON ELIMINATA."
               MOVE 0 TO RETURN-CODE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-RIGHE-NUOVO
               MOVE 'S' TO WS-SALVATO
           END-IF.

      *Chiusura: solo a quadratura esatta; le righe passano in
      *Incassi-in.txt e solo dopo il lotto risulta chiuso.
       CHIUDI-LOTTO.
           MOVE 0 TO WS-TOTALE-RIGHE
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               ADD WS-RIG-IMPORTO(INDICE-RIGA) TO WS-TOTALE-RIGHE
           END-PERFORM
           IF WS-NUM-RIGHE NOT = WS-LOT-NUM-DICHIARATO
               OR WS-TOTALE-RIGHE NOT = WS-LOT-TOTALE-DICHIARATO
               DISPLAY "IL LOTTO NON QUADRA CON IL DICHIARATO: "
                   "NON SI PUO' CHIUDERE."
               IF WS-NUM-RIGHE NOT = WS-LOT-NUM-DICHIARATO
                   DISPLAY "  INCASSI REGISTRATI " WS-NUM-RIGHE
                       ", DICHIARATI " WS-LOT-NUM-DICHIARATO
               END-IF
               IF WS-TOTALE-RIGHE NOT = WS-LOT-TOTALE-DICHIARATO
                   COMPUTE WS-TOTALE-RIGHE = WS-TOTALE-RIGHE
                       - WS-LOT-TOTALE-DICHIARATO
                   MOVE WS-TOTALE-RIGHE TO WS-TOTALE-ED
                   DISPLAY "  DIFFERENZA SUL TOTALE " WS-TOTALE-ED
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LOTTO IN QUADRATURA. CHIUDERE E PASSARE GLI "
               "INCASSI AD AbbinaIncassi? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               EXIT PARAGRAPH
           END-IF
           PERFORM PASSA-IN-INCASSI
           IF WS-SALVATO NOT = 'S'
               DISPLAY "LOTTO NON CHIUSO, RESTA APERTO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-LOT-STATO
           MOVE WS-OGGI TO WS-LOT-DATA-CHIUSURA
           PERFORM AGGIORNA-LOTTO
           IF WS-SALVATO NOT = 'S'
               DISPLAY "ATTENZIONE: INCASSI GIA' PASSATI IN "
                   "Incassi-in.txt MA LOTTO NON MARCATO CHIUSO: "
                   "NON RICHIUDERLO, AVVISARE LA SEDE."
               MOVE 'S' TO WS-FINE-LOTTO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LOTTO " WS-LOT-NUMERO " CHIUSO: " WS-NUM-RIGHE
               " INCASSI IN Incassi-in.txt."
           MOVE 'S' TO WS-FINE-LOTTO.

       ANNULLA-LOTTO.
           DISPLAY "ANNULLARE IL LOTTO " WS-LOT-NUMERO " CON LE SUE "
               WS-NUM-RIGHE " RIGHE? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO WS-LOT-STATO
           MOVE WS-OGGI TO WS-LOT-DATA-CHIUSURA
           PERFORM AGGIORNA-LOTTO
           IF WS-SALVATO = 'S'
               DISPLAY "LOTTO " WS-LOT-NUMERO " ANNULLATO."
               MOVE 'S' TO WS-FINE-LOTTO
           END-IF.

      *Incassi-lotti.txt riscritto con il lotto in lavorazione.
       AGGIORNA-LOTTO.
           MOVE 'N' TO WS-SALVATO
           OPEN INPUT FILE-LOTTI
           IF WS-LOTTI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Incassi-lotti.txt (STATUS "
                   WS-LOTTI-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILE-LOTTI-NUOVO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-LOTTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF LOT-NUMERO = WS-LOT-NUMERO
                           MOVE WS-LOTTO TO LOTTO-NUOVO
                       ELSE
                           MOVE RECORD-LOTTO-INCASSI TO LOTTO-NUOVO
                       END-IF
                       WRITE LOTTO-NUOVO
               END-READ
           END-PERFORM
           CLOSE FILE-LOTTI
           CLOSE FILE-LOTTI-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-LOTTI-NUOVO
               WS-NOME-LOTTI
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA RISCRITTURA DEI LOTTI (CODICE "
                   RETURN-CODE "), IL FILE RESTA IN "
                   WS-NOME-LOTTI-NUOVO
               MOVE 0 TO RETURN-CODE
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-LOTTI-NUOVO
               MOVE 'S' TO WS-SALVATO
           END-IF.

      ****************PASSAGGIO IN INCASSI-IN.TXT*********************
      *Il flusso gia' presente si ricopia nel .new solo se quadra con
      *il suo trailer; le righe del lotto si accodano, il trailer si
      *ricalcola e la testata HDR si rimette in testa.
       PASSA-IN-INCASSI.
           MOVE 'N' TO WS-SALVATO
           PERFORM PROVA-TESTATA-INCASSI
           IF NOT TESTATA-OK
               DISPLAY "Incassi-in.txt HA UNA TESTATA NON VALIDA: "
                   "SISTEMARE IL FLUSSO PRIMA DI CHIUDERE."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-INC-LETTI
           MOVE 0 TO WS-INC-TOTALE
           MOVE 'N' TO WS-INC-QUADRA
           MOVE 'S' TO WS-INC-ESISTE
           OPEN INPUT FILE-INCASSI
           EVALUATE WS-INCASSI-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   MOVE 'N' TO WS-INC-ESISTE
                   MOVE 'S' TO WS-INC-QUADRA
               WHEN OTHER
                   DISPLAY "IMPOSSIBILE APRIRE Incassi-in.txt (STATUS "
                       WS-INCASSI-STATUS ")."
                   EXIT PARAGRAPH
           END-EVALUATE
           OPEN OUTPUT FILE-INCASSI-NUOVO
           IF WS-INC-ESISTE = 'S'
               MOVE 'N' TO LETTURA-FILE
               PERFORM UNTIL LETTURA-FILE = 'Y'
                   READ FILE-INCASSI
                       AT END
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           PERFORM COPIA-UN-INCASSO
                   END-READ
               END-PERFORM
               CLOSE FILE-INCASSI
           END-IF
           IF WS-INC-QUADRA NOT = 'S'
               CLOSE FILE-INCASSI-NUOVO
               CALL "CBL_DELETE_FILE" USING WS-NOME-INCASSI-NUOVO
               DISPLAY "Incassi-in.txt NON QUADRA CON IL SUO TRAILER: "
                   "SISTEMARE IL FLUSSO (RicostruisciTrailer) PRIMA "
                   "DI CHIUDERE."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INC-LETTI TO WS-SALVA-COUNT
           MOVE WS-INC-TOTALE TO WS-SALVA-TOTALE
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               MOVE WS-RIG-ID-CLIENTE(INDICE-RIGA) TO NV-ID-CLIENTE
               MOVE WS-RIG-DATA(INDICE-RIGA) TO NV-DATA
               MOVE WS-RIG-IMPORTO(INDICE-RIGA) TO NV-IMPORTO
               WRITE INCASSO-NUOVO
               ADD 1 TO WS-SALVA-COUNT
               ADD WS-RIG-IMPORTO(INDICE-RIGA) TO WS-SALVA-TOTALE
           END-PERFORM
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-SALVA-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-SALVA-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-INCASSI-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-INCASSI-NUOVO
               WS-NOME-INCASSI
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI Incassi-in.txt "
                   "(CODICE " RETURN-CODE ")."
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOME-INCASSI-NUOVO
           MOVE 0 TO RETURN-CODE
           MOVE "IncassiSportello" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-INCASSI
           IF NOT TESTATA-OK
               DISPLAY "ATTENZIONE: TESTATA HDR NON RIMESSA SU "
                   "Incassi-in.txt, MARCARLO CON AggiungiTestate."
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE 'S' TO WS-SALVATO.

       COPIA-UN-INCASSO.
           EVALUATE INC-TRAILER-TAG
               WHEN "HDR"
                   CONTINUE
               WHEN "TRL"
                   IF WS-INC-LETTI = INC-TRAILER-RECORD-COUNT
                       AND WS-INC-TOTALE = INC-TRAILER-CONTROL-TOTAL
                       MOVE 'S' TO WS-INC-QUADRA
                   END-IF
                   MOVE 'Y' TO LETTURA-FILE
               WHEN OTHER
                   MOVE INCASSO TO INCASSO-NUOVO
                   WRITE INCASSO-NUOVO
                   ADD 1 TO WS-INC-LETTI
                   ADD INC-IMPORTO TO WS-INC-TOTALE
           END-EVALUATE.

      ****************GIORNALE INCASSI********************************
       OPERAZIONE-GIORNALE.
           DISPLAY "DATA DI CHIUSURA DEI LOTTI AAAAMMGG (INVIO = "
               "OGGI): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-OGGI TO WS-DATA-GIORNALE
           ELSE
               IF WS-CAMPO-INPUT(1:8) IS NOT NUMERIC
                   OR WS-CAMPO-INPUT(9:) NOT = SPACES
                   DISPLAY "DATA NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CAMPO-INPUT(1:8) TO WS-DATA-GIORNALE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-GIORNALE) NOT = 0
               DISPLAY "DATA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARICA-LOTTI-GIORNALE
           IF WS-GIORNALE-PIENO = 'S'
               DISPLAY "OLTRE 500 LOTTI NELLA GIORNATA: IL GIORNALE "
                   "RIPORTA I PRIMI 500."
           END-IF
           PERFORM ORDINA-LOTTI-GIORNALE
           MOVE SPACES TO WS-NOME-GIORNALE
           STRING "Incassi-giornale-" WS-DATA-GIORNALE ".txt"
               DELIMITED BY SIZE INTO WS-NOME-GIORNALE
           OPEN OUTPUT FILE-GIORNALE
           MOVE WS-DATA-GIORNALE TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE SPACES TO RIGA-GIORNALE
           STRING "GIORNALE INCASSI DI SPORTELLO - LOTTI CHIUSI IL "
               WS-DATA-ED DELIMITED BY SIZE INTO RIGA-GIORNALE
           WRITE RIGA-GIORNALE
           IF WS-REGIONI-SCOPE NOT = "ALL"
               AND WS-REGIONI-SCOPE NOT = SPACES
               MOVE SPACES TO RIGA-GIORNALE
               STRING "AMBITO: REGIONI " WS-REGIONI-SCOPE
                   DELIMITED BY SIZE INTO RIGA-GIORNALE
               WRITE RIGA-GIORNALE
           END-IF
           MOVE ALL "=" TO RIGA-GIORNALE
           WRITE RIGA-GIORNALE
           MOVE 0 TO WS-CONTANTI-TOTALE
           MOVE 0 TO WS-ASSEGNI-TOTALE
           MOVE 0 TO WS-NUM-TOTALE
           MOVE SPACES TO WS-ROTTURA
           PERFORM VARYING INDICE-GIO FROM 1 BY 1
               UNTIL INDICE-GIO > WS-NUM-GIO
               IF WS-GIO-CHIAVE(INDICE-GIO)(1:10) NOT = WS-ROTTURA
                   IF WS-ROTTURA NOT = SPACES
                       PERFORM SCRIVI-TOTALE-GRUPPO
                   END-IF
                   MOVE WS-GIO-CHIAVE(INDICE-GIO)(1:10) TO WS-ROTTURA
                   PERFORM SCRIVI-TESTA-GRUPPO
               END-IF
               PERFORM SCRIVI-LOTTO-GIORNALE
           END-PERFORM
           IF WS-ROTTURA NOT = SPACES
               PERFORM SCRIVI-TOTALE-GRUPPO
           END-IF
           MOVE ALL "=" TO RIGA-GIORNALE
           WRITE RIGA-GIORNALE
           MOVE WS-CONTANTI-TOTALE TO WS-IMPORTO-ED
           MOVE WS-ASSEGNI-TOTALE TO WS-IMPORTO-ED-2
           MOVE SPACES TO RIGA-GIORNALE
           STRING "TOTALE GIORNATA: " WS-NUM-TOTALE " INCASSI - "
               "CONTANTI " WS-IMPORTO-ED " ASSEGNI " WS-IMPORTO-ED-2
               DELIMITED BY SIZE INTO RIGA-GIORNALE
           WRITE RIGA-GIORNALE
           COMPUTE WS-TOTALE-RIGHE = WS-CONTANTI-TOTALE
               + WS-ASSEGNI-TOTALE
           MOVE WS-TOTALE-RIGHE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-GIORNALE
           STRING "TOTALE INCASSATO: " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-GIORNALE
           WRITE RIGA-GIORNALE
           CLOSE FILE-GIORNALE
           CALL 'REGISTRA-GENERATO' USING WS-NOME-GIORNALE
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "GIORNALE IN " WS-NOME-GIORNALE ": " WS-NUM-GIO
               " LOTTI, " WS-NUM-TOTALE " INCASSI.".

      *Lotti chiusi nella data e nell'ambito dell'operatore.
       CARICA-LOTTI-GIORNALE.
           MOVE 0 TO WS-NUM-GIO
           MOVE 'N' TO WS-GIORNALE-PIENO
           OPEN INPUT FILE-LOTTI
           IF WS-LOTTI-STATUS NOT = "00"
               AND WS-LOTTI-STATUS NOT = "05"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-LOTTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF LOTTO-CHIUSO
                           AND LOT-DATA-CHIUSURA = WS-DATA-GIORNALE
                           PERFORM PRENDI-LOTTO-GIORNALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LOTTI.

       PRENDI-LOTTO-GIORNALE.
           CALL 'REGIONE-PERMESSA' USING WS-REGIONI-SCOPE,
               LOT-REGIONE, WS-REGIONE-PERMESSA
               ON EXCEPTION MOVE 'S' TO WS-REGIONE-PERMESSA
           END-CALL
           IF WS-REGIONE-PERMESSA = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-GIO >= 500
               MOVE 'S' TO WS-GIORNALE-PIENO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-GIO
           MOVE LOT-OPERATORE TO WS-GIO-OPERATORE(WS-NUM-GIO)
           MOVE LOT-REGIONE TO WS-GIO-REGIONE(WS-NUM-GIO)
           MOVE LOT-NUMERO TO WS-GIO-LOTTO(WS-NUM-GIO)
           MOVE LOT-TOTALE-DICHIARATO
               TO WS-GIO-DICHIARATO(WS-NUM-GIO).

      *Ordinamento per operatore, regione e lotto.
       ORDINA-LOTTI-GIORNALE.
           PERFORM VARYING INDICE-GIO FROM 2 BY 1
               UNTIL INDICE-GIO > WS-NUM-GIO
               MOVE WS-GIO-ENTRY(INDICE-GIO) TO WS-GIO-APPOGGIO
               MOVE INDICE-GIO TO INDICE-GIO-2
               PERFORM UNTIL INDICE-GIO-2 < 2
                   OR WS-GIO-CHIAVE(INDICE-GIO-2 - 1)
                       NOT > WS-APP-CHIAVE
                   MOVE WS-GIO-ENTRY(INDICE-GIO-2 - 1)
                       TO WS-GIO-ENTRY(INDICE-GIO-2)
                   SUBTRACT 1 FROM INDICE-GIO-2
               END-PERFORM
               MOVE WS-GIO-APPOGGIO TO WS-GIO-ENTRY(INDICE-GIO-2)
           END-PERFORM.

       SCRIVI-TESTA-GRUPPO.
           MOVE 0 TO WS-CONTANTI-GRUPPO
           MOVE 0 TO WS-ASSEGNI-GRUPPO
           MOVE 0 TO WS-NUM-GRUPPO
           MOVE WS-GIO-REGIONE(INDICE-GIO) TO WS-REGIONE
           CALL 'GetRegioneNome' USING WS-REGIONI, WS-REGIONE,
               WS-NOME-REGIONE, WS-REGIONE-VALIDA
           MOVE SPACES TO RIGA-GIORNALE
           WRITE RIGA-GIORNALE
           MOVE SPACES TO RIGA-GIORNALE
           STRING "OPERATORE " WS-GIO-OPERATORE(INDICE-GIO)
               " - REGIONE " WS-REGIONE " " WS-NOME-REGIONE
               DELIMITED BY SIZE INTO RIGA-GIORNALE
           WRITE RIGA-GIORNALE
           MOVE "LOTTO  RIGA CLIENTE DATA INCASSO      IMPORTO METODO"
               TO RIGA-GIORNALE
           MOVE "ASSEGNO N." TO RIGA-GIORNALE(62:)
           WRITE RIGA-GIORNALE.

       SCRIVI-LOTTO-GIORNALE.
           OPEN INPUT FILE-RIGHE
           IF WS-RIGHE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RIGHE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ISP-LOTTO = WS-GIO-LOTTO(INDICE-GIO)
                           PERFORM SCRIVI-RIGA-GIORNALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-RIGHE.

       SCRIVI-RIGA-GIORNALE.
           MOVE ISP-DATA TO WS-DATA-LAV
           PERFORM FORMATTA-DATA
           MOVE ISP-IMPORTO TO WS-IMPORTO-ED
           IF INCASSO-ASSEGNO
               MOVE "ASSEGNO" TO WS-DESCR-METODO
               ADD ISP-IMPORTO TO WS-ASSEGNI-GRUPPO
           ELSE
               MOVE "CONTANTI" TO WS-DESCR-METODO
               ADD ISP-IMPORTO TO WS-CONTANTI-GRUPPO
           END-IF
           ADD 1 TO WS-NUM-GRUPPO
           MOVE SPACES TO RIGA-GIORNALE
           STRING ISP-LOTTO " " ISP-RIGA " " ISP-ID-CLIENTE " "
               WS-DATA-ED "  " WS-IMPORTO-ED " " WS-DESCR-METODO
               DELIMITED BY SIZE INTO RIGA-GIORNALE
           MOVE ISP-NUMERO-ASSEGNO TO RIGA-GIORNALE(62:)
           WRITE RIGA-GIORNALE.

       SCRIVI-TOTALE-GRUPPO.
           MOVE WS-CONTANTI-GRUPPO TO WS-IMPORTO-ED
           MOVE WS-ASSEGNI-GRUPPO TO WS-IMPORTO-ED-2
           MOVE SPACES TO RIGA-GIORNALE
           STRING "  TOTALE " WS-NUM-GRUPPO " INCASSI - CONTANTI "
               WS-IMPORTO-ED " ASSEGNI " WS-IMPORTO-ED-2
               DELIMITED BY SIZE INTO RIGA-GIORNALE
           WRITE RIGA-GIORNALE
           ADD WS-CONTANTI-GRUPPO TO WS-CONTANTI-TOTALE
           ADD WS-ASSEGNI-GRUPPO TO WS-ASSEGNI-TOTALE
           ADD WS-NUM-GRUPPO TO WS-NUM-TOTALE.

       FORMATTA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-LAV(7:2) "/" WS-DATA-LAV(5:2) "/"
               WS-DATA-LAV(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED.

           COPY TESTATA-CONTROLLI.
