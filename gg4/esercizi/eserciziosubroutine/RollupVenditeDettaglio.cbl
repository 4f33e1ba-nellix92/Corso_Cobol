      *Prodotti.txt (GetProdotti) e quantita' per prezzo deve dare
      *DET-IMPORTO, altrimenti il movimento viene scartato con il
      *suo motivo nei conteggi.
      *Le righe mensili sono anche per societa' del gruppo
      *(DET-SOCIETA, spazi = la principale) e portano in coda la
      *societa' e, quando il cliente e' un'altra societa' del
      *gruppo, la controparte: IntakeVendite le legge come
      *IN-SOCIETA e IN-SOCIETA-CONTROPARTE e il consolidato elide
      *le vendite infragruppo.
      *Il prezzo unitario si confronta poi con il listino
      *(Listino-prezzi.txt) valido alla data del movimento: oltre la
      *tolleranza LISTINO-TOLLERANZA-PERCENTO di gestionale.cfg
      *(predefinita 10) il movimento finisce nel report
      *Vendite-prezzi-scostamenti.txt ma entra nel rollup; oltre
      *LISTINO-BLOCCO-PERCENTO (predefinita 50) viene trattenuto in
      *Vendite-prezzi-sospesi.txt finche' un supervisore non lo
      *rilascia con RilasciaPrezzi. Un prodotto senza prezzo di
      *listino (per esempio gli interessi di mora) non si controlla.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-FIDI-REPORT
               ASSIGN TO "Vendite-fidi-superati.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-LISTINO ASSIGN TO "Listino-prezzi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LISTINO-STATUS.
           SELECT FILE-SOSPESI
               ASSIGN TO "Vendite-prezzi-sospesi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOSPESI-STATUS.
           SELECT FILE-SCOSTAMENTI
               ASSIGN TO "Vendite-prezzi-scostamenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           05 DET-QUANTITA PIC 9(5).
           05 DET-PREZZO-UNITARIO PIC S9(5)V99.
           05 DET-CODICE-IVA PIC X(2).
           05 DET-FATTURA-ANNO PIC 9(4).
           05 DET-FATTURA-NUMERO PIC 9(6).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
           05 IMPORTO PIC S9(7)V99.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
       FD FILE-FIDI-REPORT.
       01 RIGA-FIDI PIC X(90).

       FD FILE-LISTINO.
       COPY LISTINO-REC.

       FD FILE-SOSPESI.
       COPY PREZZO-SOSPESO.

       FD FILE-SCOSTAMENTI.
       01 RIGA-SCOSTAMENTO PIC X(132).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       01 WS-CONTROL-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-SCARTATI PIC 9(6) VALUE 0.
       01 WS-TRAILER-VISTO PIC X VALUE 'N'.
      *Tabella di accumulo regione/anno/mese/societa'/controparte:
      *una voce per ogni combinazione incontrata nel dettaglio,
      *cercata linearmente.
       01 WS-NUM-COMBO PIC 9(4) VALUE 0.
       01 WS-COMBO-TABELLA.
           05 WS-COMBO-ENTRY OCCURS 600 TIMES.
               10 WS-COMBO-REGIONE PIC 99.
               10 WS-COMBO-ANNO PIC 9(4).
               10 WS-COMBO-MESE PIC 99.
               10 WS-COMBO-SOCIETA PIC X(2).
               10 WS-COMBO-CONTROPARTE PIC X(2).
               10 WS-COMBO-IMPORTO PIC S9(11)V99.
       01 INDICE-COMBO PIC 9(4).
       01 WS-COMBO-TROVATO PIC X.
      *Societa' del gruppo: la principale si scrive a spazi come nel
      *dettaglio; la controparte e' la societa' il cui cliente di
      *gruppo (GRP-ID-CLIENTE) e' quello del movimento.
       COPY SOCIETA-TABELLA.
       01 INDICE-SOCIETA PIC 99.
       01 WS-SOCIETA-MOV PIC X(2).
       01 WS-CONTROPARTE-MOV PIC X(2).
       01 WS-ROLLUP-COUNT PIC 9(6) VALUE 0.
       01 WS-ROLLUP-TOTAL PIC S9(11)V99 VALUE 0.
      *Anagrafica regioni: i movimenti con codice non in anagrafica
       01 WS-BLOCCATI PIC 9(4) VALUE 0.
       01 WS-TOTALE-ED PIC -(10)9.99.
       01 WS-FIDO-ED PIC Z(6)9.99.
      *Listino prezzi in tabella (vuota se Listino-prezzi.txt manca:
      *controllo prezzi saltato con avviso) e soglie percentuali
      *dello scostamento da gestionale.cfg.
       01 WS-LISTINO-STATUS PIC XX.
       01 WS-NUM-LISTINO PIC 9(4) VALUE 0.
       01 WS-LISTINO-TABELLA.
           05 WS-LIS-ENTRY OCCURS 3000 TIMES.
               10 WS-LIS-CODICE PIC X(8).
               10 WS-LIS-DATA PIC 9(8).
               10 WS-LIS-PREZZO PIC 9(5)V99.
       01 INDICE-LISTINO PIC 9(4).
       01 WS-LIS-DATA-MIGLIORE PIC 9(8).
       01 WS-PREZZO-LISTINO PIC 9(5)V99.
       01 WS-PREZZO-MOVIMENTO PIC 9(5)V99.
       01 WS-SCOSTAMENTO PIC S9(7)V99.
       01 WS-SCOSTAMENTO-ASS PIC 9(7)V99.
       01 WS-TOLLERANZA PIC 9(3)V99 VALUE 10.
       01 WS-SOGLIA-BLOCCO PIC 9(3)V99 VALUE 50.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Esito del confronto: 'O' nel listino o non controllato, 'F'
      *fuori tolleranza (segnalato), 'H' trattenuto, 'R' trattenuto
      *e rilasciato, 'X' respinto dal supervisore.
       01 WS-PREZZO-ESITO PIC X.
       01 WS-DESCRIZIONE-ESITO PIC X(20).
      *Movimenti gia' trattenuti (Vendite-prezzi-sospesi.txt) con il
      *loro stato; i nuovi si accodano al file e alla tabella.
       01 WS-SOSPESI-STATUS PIC XX.
       01 WS-NUM-SOSPESI PIC 9(4) VALUE 0.
       01 WS-SOSPESI-TABELLA.
           05 WS-SOS-ENTRY OCCURS 2000 TIMES.
               10 WS-SOS-MOVIMENTO PIC X(45).
               10 WS-SOS-STATO PIC X.
       01 INDICE-SOSPESO PIC 9(4).
       01 WS-SOS-TROVATO PIC X.
       01 WS-CHIAVE-MOVIMENTO.
           05 WS-CHV-ID-CLIENTE PIC 9(6).
           05 WS-CHV-REGIONE-NUM PIC 99.
           05 WS-CHV-DATA PIC 9(8).
           05 WS-CHV-IMPORTO PIC S9(7)V99.
           05 WS-CHV-CODICE-PRODOTTO PIC X(8).
           05 WS-CHV-QUANTITA PIC 9(5).
           05 WS-CHV-PREZZO-UNITARIO PIC S9(5)V99.
       01 WS-OGGI PIC 9(8).
       01 WS-DATA-ORA PIC X(21).
       01 WS-SENZA-LISTINO PIC 9(6) VALUE 0.
       01 WS-FUORI-TOLLERANZA PIC 9(6) VALUE 0.
       01 WS-TRATTENUTI PIC 9(6) VALUE 0.
       01 WS-TRATTENUTI-NUOVI PIC 9(6) VALUE 0.
       01 WS-RILASCIATI PIC 9(6) VALUE 0.
       01 WS-RESPINTI PIC 9(6) VALUE 0.
       01 WS-PREZZO-ED PIC -(5)9.99.
       01 WS-LISTINO-ED PIC Z(4)9.99.
       01 WS-SCOSTAMENTO-ED PIC +(6)9.99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           CALL 'GetRegioni' USING WS-REGIONI
           CALL 'GetSocieta' USING GRP-SOCIETA
           PERFORM CARICA-FIDI
           PERFORM CARICA-ALIQUOTE
           IF WS-NUM-ALIQUOTE = 0
               DISPLAY "ATTENZIONE: Prodotti.txt assente o vuoto, "
                   "controllo prodotto non applicato."
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM LEGGI-SOGLIE-PREZZO
           PERFORM CARICA-LISTINO
           IF WS-NUM-LISTINO = 0
               DISPLAY "ATTENZIONE: Listino-prezzi.txt assente o "
                   "vuoto, controllo prezzi non applicato."
           END-IF
           PERFORM CARICA-SOSPESI
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               STOP RUN
           END-IF
           PERFORM APRI-SCOSTAMENTI
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                           MOVE 'S' TO WS-TRAILER-VISTO
                           PERFORM VERIFICA-TRAILER-DETTAGLIO
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               PERFORM ACCUMULA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO
           PERFORM CHIUDI-SCOSTAMENTI
           IF WS-TRAILER-VISTO NOT = 'S'
               DISPLAY "ERRORE: Vendite-dettaglio.txt privo di record "
                   "trailer (TRL), rollup non generato"
                   WS-SCARTI-QUADRATURA
                   " CODICE IVA NON VALIDO: " WS-SCARTI-IVA
           END-IF
           IF WS-FUORI-TOLLERANZA > 0 OR WS-TRATTENUTI > 0
               OR WS-RESPINTI > 0
               DISPLAY "PREZZI FUORI TOLLERANZA: "
                   WS-FUORI-TOLLERANZA " TRATTENUTI: " WS-TRATTENUTI
                   " (NUOVI " WS-TRATTENUTI-NUOVI ") RILASCIATI: "
                   WS-RILASCIATI " RESPINTI: " WS-RESPINTI
                   " (Vendite-prezzi-scostamenti.txt)"
           END-IF
           IF WS-TRATTENUTI > 0
               DISPLAY "MOVIMENTI IN ATTESA DI RILASCIO DEL "
                   "SUPERVISORE (RilasciaPrezzi): " WS-TRATTENUTI
           END-IF
           DISPLAY "RIGHE MENSILI SCRITTE: " WS-ROLLUP-COUNT
               " IN Vendite-rollup.txt"
           STOP RUN.

      *Un movimento valido finisce nella voce di tabella della sua
      *combinazione regione/anno/mese/societa'/controparte (creata
      *alla prima occorrenza).
       ACCUMULA-MOVIMENTO.
           ADD 1 TO WS-RECORD-COUNT
           ADD DET-IMPORTO TO WS-CONTROL-TOTAL
               OR WS-PRODOTTO-VALIDO = 'N'
               OR WS-IVA-VALIDA = 'N'
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTROLLA-PREZZO
           IF WS-PREZZO-ESITO = 'X'
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           IF WS-PREZZO-ESITO = 'H'
               EXIT PARAGRAPH
           END-IF
           PERFORM SOCIETA-MOVIMENTO
           MOVE 'N' TO WS-COMBO-TROVATO
           PERFORM VARYING INDICE-COMBO FROM 1 BY 1
               UNTIL INDICE-COMBO > WS-NUM-COMBO
                   OR WS-COMBO-TROVATO = 'S'
               IF WS-COMBO-REGIONE(INDICE-COMBO) = DET-REGIONE-NUM
                   AND WS-COMBO-ANNO(INDICE-COMBO) = DET-ANNO
                   AND WS-COMBO-MESE(INDICE-COMBO) = DET-MESE
                   AND WS-COMBO-SOCIETA(INDICE-COMBO) = WS-SOCIETA-MOV
                   AND WS-COMBO-CONTROPARTE(INDICE-COMBO)
                       = WS-CONTROPARTE-MOV
                   ADD DET-IMPORTO
                       TO WS-COMBO-IMPORTO(INDICE-COMBO)
                   MOVE 'S' TO WS-COMBO-TROVATO
               END-IF
           END-PERFORM
           IF WS-COMBO-TROVATO = 'N'
               IF WS-NUM-COMBO < 600
                   ADD 1 TO WS-NUM-COMBO
                   MOVE DET-REGIONE-NUM
                       TO WS-COMBO-REGIONE(WS-NUM-COMBO)
                   MOVE DET-ANNO TO WS-COMBO-ANNO(WS-NUM-COMBO)
                   MOVE DET-MESE TO WS-COMBO-MESE(WS-NUM-COMBO)
                   MOVE WS-SOCIETA-MOV
                       TO WS-COMBO-SOCIETA(WS-NUM-COMBO)
                   MOVE WS-CONTROPARTE-MOV
                       TO WS-COMBO-CONTROPARTE(WS-NUM-COMBO)
                   MOVE DET-IMPORTO
                       TO WS-COMBO-IMPORTO(WS-NUM-COMBO)
               ELSE
                   ADD 1 TO WS-SCARTATI
               END-IF
           END-IF.

      *Societa' del movimento (la principale a spazi, anche se il
      *dettaglio la porta col codice) e controparte infragruppo.
       SOCIETA-MOVIMENTO.
           MOVE DET-SOCIETA TO WS-SOCIETA-MOV
           IF WS-SOCIETA-MOV = GRP-PRINCIPALE
               MOVE SPACES TO WS-SOCIETA-MOV
           END-IF
           MOVE SPACES TO WS-CONTROPARTE-MOV
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-ID-CLIENTE(INDICE-SOCIETA) = DET-ID-CLIENTE
                   AND GRP-ID-CLIENTE(INDICE-SOCIETA) > 0
                   MOVE GRP-CODICE(INDICE-SOCIETA)
                       TO WS-CONTROPARTE-MOV
               END-IF
           END-PERFORM
           IF WS-CONTROPARTE-MOV = GRP-PRINCIPALE
               AND WS-SOCIETA-MOV = SPACES
               MOVE SPACES TO WS-CONTROPARTE-MOV
           END-IF
           IF WS-CONTROPARTE-MOV = WS-SOCIETA-MOV
               MOVE SPACES TO WS-CONTROPARTE-MOV
           END-IF.

       ACCUMULA-CLIENTE.
               END-IF
           END-IF.

      *Soglie dello scostamento in percentuale sul prezzo di
      *listino; la soglia di blocco non scende sotto la tolleranza.
       LEGGI-SOGLIE-PREZZO.
           MOVE "LISTINO-TOLLERANZA-PERCENTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-TOLLERANZA = FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           MOVE "LISTINO-BLOCCO-PERCENTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-SOGLIA-BLOCCO =
                   FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           IF WS-SOGLIA-BLOCCO < WS-TOLLERANZA
               MOVE WS-TOLLERANZA TO WS-SOGLIA-BLOCCO
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

       CARICA-SOSPESI.
           OPEN INPUT FILE-SOSPESI
           IF WS-SOSPESI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-SOSPESI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-SOSPESI < 2000
                           ADD 1 TO WS-NUM-SOSPESI
                           MOVE PSO-MOVIMENTO
                               TO WS-SOS-MOVIMENTO(WS-NUM-SOSPESI)
                           MOVE PSO-STATO
                               TO WS-SOS-STATO(WS-NUM-SOSPESI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-SOSPESI.

       APRI-SCOSTAMENTI.
           OPEN OUTPUT FILE-SCOSTAMENTI
           MOVE SPACES TO RIGA-SCOSTAMENTO
           STRING "SCOSTAMENTI DAL LISTINO PREZZI - ELABORAZIONE DEL "
               WS-OGGI
               DELIMITED BY SIZE INTO RIGA-SCOSTAMENTO
           WRITE RIGA-SCOSTAMENTO
           MOVE WS-TOLLERANZA TO WS-LISTINO-ED
           MOVE WS-SOGLIA-BLOCCO TO WS-PREZZO-ED
           MOVE SPACES TO RIGA-SCOSTAMENTO
           STRING "TOLLERANZA %: " WS-LISTINO-ED
               "   BLOCCO OLTRE %: " WS-PREZZO-ED
               DELIMITED BY SIZE INTO RIGA-SCOSTAMENTO
           WRITE RIGA-SCOSTAMENTO
           MOVE ALL "-" TO RIGA-SCOSTAMENTO
           WRITE RIGA-SCOSTAMENTO.

       CHIUDI-SCOSTAMENTI.
           MOVE SPACES TO RIGA-SCOSTAMENTO
           IF WS-FUORI-TOLLERANZA = 0
               MOVE "NESSUN MOVIMENTO FUORI TOLLERANZA"
                   TO RIGA-SCOSTAMENTO
               WRITE RIGA-SCOSTAMENTO
               MOVE SPACES TO RIGA-SCOSTAMENTO
           END-IF
           WRITE RIGA-SCOSTAMENTO
           MOVE SPACES TO RIGA-SCOSTAMENTO
           STRING "FUORI TOLLERANZA: " WS-FUORI-TOLLERANZA
               "  TRATTENUTI: " WS-TRATTENUTI
               "  RILASCIATI: " WS-RILASCIATI
               "  RESPINTI: " WS-RESPINTI
               "  SENZA LISTINO: " WS-SENZA-LISTINO
               DELIMITED BY SIZE INTO RIGA-SCOSTAMENTO
           WRITE RIGA-SCOSTAMENTO
           CLOSE FILE-SCOSTAMENTI.

      *Prezzo di listino valido alla data del movimento: la riga del
      *prodotto con la decorrenza piu' recente non successiva a
      *DET-DATA. Lo scostamento si misura sul prezzo in valore
      *assoluto, perche' un reso porta il prezzo con il segno meno.
      *Oltre la tolleranza il movimento va nel report; oltre la
      *soglia di blocco conta la decisione del supervisore, e un
      *movimento mai visto si accoda ai trattenuti.
       CONTROLLA-PREZZO.
           MOVE 'O' TO WS-PREZZO-ESITO
           IF WS-NUM-LISTINO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIS-DATA-MIGLIORE
           MOVE 0 TO WS-PREZZO-LISTINO
           PERFORM VARYING INDICE-LISTINO FROM 1 BY 1
               UNTIL INDICE-LISTINO > WS-NUM-LISTINO
               IF WS-LIS-CODICE(INDICE-LISTINO) = DET-CODICE-PRODOTTO
                   AND WS-LIS-DATA(INDICE-LISTINO) NOT > DET-DATA
                   AND WS-LIS-DATA(INDICE-LISTINO)
                       NOT < WS-LIS-DATA-MIGLIORE
                   MOVE WS-LIS-DATA(INDICE-LISTINO)
                       TO WS-LIS-DATA-MIGLIORE
                   MOVE WS-LIS-PREZZO(INDICE-LISTINO)
                       TO WS-PREZZO-LISTINO
               END-IF
           END-PERFORM
           IF WS-PREZZO-LISTINO = 0
               ADD 1 TO WS-SENZA-LISTINO
               EXIT PARAGRAPH
           END-IF
           MOVE DET-PREZZO-UNITARIO TO WS-PREZZO-MOVIMENTO
           COMPUTE WS-SCOSTAMENTO ROUNDED =
               (WS-PREZZO-MOVIMENTO - WS-PREZZO-LISTINO) * 100
               / WS-PREZZO-LISTINO
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-SCOSTAMENTO
           END-COMPUTE
           MOVE WS-SCOSTAMENTO TO WS-SCOSTAMENTO-ASS
           IF WS-SCOSTAMENTO-ASS NOT > WS-TOLLERANZA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FUORI-TOLLERANZA
           MOVE 'F' TO WS-PREZZO-ESITO
           MOVE "SEGNALATO" TO WS-DESCRIZIONE-ESITO
           IF WS-SCOSTAMENTO-ASS > WS-SOGLIA-BLOCCO
               PERFORM CERCA-SOSPESO
           END-IF
           PERFORM SCRIVI-SCOSTAMENTO.

       CERCA-SOSPESO.
           MOVE DET-ID-CLIENTE TO WS-CHV-ID-CLIENTE
           MOVE DET-REGIONE-NUM TO WS-CHV-REGIONE-NUM
           MOVE DET-DATA TO WS-CHV-DATA
           MOVE DET-IMPORTO TO WS-CHV-IMPORTO
           MOVE DET-CODICE-PRODOTTO TO WS-CHV-CODICE-PRODOTTO
           MOVE DET-QUANTITA TO WS-CHV-QUANTITA
           MOVE DET-PREZZO-UNITARIO TO WS-CHV-PREZZO-UNITARIO
           MOVE 'N' TO WS-SOS-TROVATO
           PERFORM VARYING INDICE-SOSPESO FROM 1 BY 1
               UNTIL INDICE-SOSPESO > WS-NUM-SOSPESI
                   OR WS-SOS-TROVATO = 'S'
               IF WS-SOS-MOVIMENTO(INDICE-SOSPESO)
                   = WS-CHIAVE-MOVIMENTO
                   MOVE 'S' TO WS-SOS-TROVATO
                   EVALUATE WS-SOS-STATO(INDICE-SOSPESO)
                       WHEN 'R'
                           MOVE 'R' TO WS-PREZZO-ESITO
                           MOVE "RILASCIATO"
                               TO WS-DESCRIZIONE-ESITO
                           ADD 1 TO WS-RILASCIATI
                       WHEN 'X'
                           MOVE 'X' TO WS-PREZZO-ESITO
                           MOVE "RESPINTO, SCARTATO"
                               TO WS-DESCRIZIONE-ESITO
                           ADD 1 TO WS-RESPINTI
                       WHEN OTHER
                           MOVE 'H' TO WS-PREZZO-ESITO
                           MOVE "TRATTENUTO"
                               TO WS-DESCRIZIONE-ESITO
                           ADD 1 TO WS-TRATTENUTI
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-SOS-TROVATO = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO WS-PREZZO-ESITO
           MOVE "TRATTENUTO (NUOVO)" TO WS-DESCRIZIONE-ESITO
           ADD 1 TO WS-TRATTENUTI
           ADD 1 TO WS-TRATTENUTI-NUOVI
           PERFORM ACCODA-SOSPESO.

      *Il trattenuto si accoda subito al file e alla tabella, cosi'
      *un secondo movimento identico nello stesso giro non si
      *registra due volte.
       ACCODA-SOSPESO.
           OPEN EXTEND FILE-SOSPESI
           IF WS-SOSPESI-STATUS NOT = "00"
               OPEN OUTPUT FILE-SOSPESI
           END-IF
           MOVE SPACES TO RECORD-PREZZO-SOSPESO
           MOVE 'S' TO PSO-STATO
           MOVE WS-CHIAVE-MOVIMENTO TO PSO-MOVIMENTO
           MOVE WS-PREZZO-LISTINO TO PSO-PREZZO-LISTINO
           EVALUATE TRUE
               WHEN WS-SCOSTAMENTO > 99999.99
                   MOVE 99999.99 TO PSO-SCOSTAMENTO-PERC
               WHEN WS-SCOSTAMENTO < -99999.99
                   MOVE -99999.99 TO PSO-SCOSTAMENTO-PERC
               WHEN OTHER
                   MOVE WS-SCOSTAMENTO TO PSO-SCOSTAMENTO-PERC
           END-EVALUATE
           MOVE WS-OGGI TO PSO-DATA-RILEVAZIONE
           MOVE 0 TO PSO-DATA-DECISIONE
           WRITE RECORD-PREZZO-SOSPESO
           CLOSE FILE-SOSPESI
           IF WS-NUM-SOSPESI < 2000
               ADD 1 TO WS-NUM-SOSPESI
               MOVE WS-CHIAVE-MOVIMENTO
                   TO WS-SOS-MOVIMENTO(WS-NUM-SOSPESI)
               MOVE 'S' TO WS-SOS-STATO(WS-NUM-SOSPESI)
           END-IF.

       SCRIVI-SCOSTAMENTO.
           MOVE DET-PREZZO-UNITARIO TO WS-PREZZO-ED
           MOVE WS-PREZZO-LISTINO TO WS-LISTINO-ED
           MOVE WS-SCOSTAMENTO TO WS-SCOSTAMENTO-ED
           MOVE SPACES TO RIGA-SCOSTAMENTO
           STRING "CLIENTE " DET-ID-CLIENTE " DATA " DET-DATA
               " PRODOTTO " DET-CODICE-PRODOTTO " QTA " DET-QUANTITA
               " PREZZO " WS-PREZZO-ED " LISTINO " WS-LISTINO-ED
               " SCOST.% " WS-SCOSTAMENTO-ED " "
               WS-DESCRIZIONE-ESITO
               DELIMITED BY SIZE INTO RIGA-SCOSTAMENTO
           WRITE RIGA-SCOSTAMENTO.

       VERIFICA-TRAILER-DETTAGLIO.
           IF WS-RECORD-COUNT NOT = TRAILER-DET-RECORD-COUNT
               OR WS-CONTROL-TOTAL NOT = TRAILER-DET-CONTROL-TOTAL
               MOVE WS-COMBO-IMPORTO(INDICE-COMBO) TO IMPORTO
               MOVE WS-COMBO-ANNO(INDICE-COMBO) TO ANNO
               MOVE 'A' TO STATO-PERIODO
               MOVE WS-COMBO-SOCIETA(INDICE-COMBO) TO SOCIETA
               MOVE WS-COMBO-CONTROPARTE(INDICE-COMBO)
                   TO SOCIETA-CONTROPARTE
               WRITE VENDITE
               ADD 1 TO WS-ROLLUP-COUNT
               ADD WS-COMBO-IMPORTO(INDICE-COMBO) TO WS-ROLLUP-TOTAL
           MOVE WS-ROLLUP-TOTAL TO TRAILER-CONTROL-TOTAL
           WRITE TRAILER-VENDITE
           CLOSE FILE-ROLLUP.

           COPY TESTATA-CONTROLLI.
