       IDENTIFICATION DIVISION.
       PROGRAM-ID. VenditeTerritorio.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Vendite per provincia e comune: tutti i report ragionano per
      *REGIONE-NUM, ma le regioni sono grandi e la direzione
      *commerciale vuole sapere da quali province e da quali comuni
      *arrivano i soldi. Il passo legge Vendite-dettaglio.txt
      *(trailer TRL riconciliato) per un periodo (AAAAMM per un
      *mese, AAAA per un anno) e per lo stesso periodo dell'anno
      *prima, somma per cliente e attribuisce ogni cliente alla
      *PROVINCIA-IDX e alla CITTA-IDX di clienti.idx; se in
      *anagrafica mancano, valgono comune e provincia del CAP
      *(GET-CAP-COMUNE su Cap-comuni.txt). La provincia va nella
      *regione di Province-regioni.txt (regione 00 se non mappata).
      *Per provincia e per comune si stampano fatturato, clienti
      *acquirenti (saldo del periodo positivo), fatturato per
      *cliente e variazione sullo stesso periodo dell'anno
      *precedente; segue per ogni regione la classifica delle
      *province migliori e peggiori (TERRITORIO-CLASSIFICA in
      *gestionale.cfg, predefinita 5). Il report esce in
      *Vendite-territorio-<periodo>.txt e va nello spool (famiglia
      *TERRITORIO); Vendite-territorio-<periodo>.csv, una riga per
      *comune, e' per lo strumento di mappatura del marketing. Il
      *lavoro e' della societa' corrente (SocietaLavoro,
      *FiltroSocieta). Il periodo arriva dall'ambiente
      *(TERRITORIO_PERIODO), altrimenti si chiede a video.
      *RETURN-CODE 4 se parte del fatturato non e' attribuibile a
      *una provincia (cliente non in anagrafica o senza indirizzo).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-MAPPA ASSIGN TO "Province-regioni.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAPPA-STATUS.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-CSV ASSIGN TO WS-NOME-CSV
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-ID-CLIENTE PIC 9(6).
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA.
               10 DET-ANNO PIC 9(4).
               10 DET-MESE PIC 99.
               10 DET-GIORNO PIC 99.
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

       FD FILE-MAPPA.
       01 RECORD-MAPPA.
           05 PRV-SIGLA PIC X(2).
           05 PRV-REGIONE PIC 99.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       FD FILE-CSV.
       01 RIGA-CSV PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-MAPPA-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-NOME-REPORT PIC X(40).
       01 WS-NOME-CSV PIC X(40).
       01 WS-NOME-BASE PIC X(40).
      *Periodo: anno, e mese a zero per l'anno intero; l'anno di
      *confronto e' quello prima.
       01 WS-PERIODO-TESTO PIC X(6).
       01 WS-PERIODO-ANNO PIC 9(4).
       01 WS-PERIODO-MESE PIC 99 VALUE 0.
       01 WS-ANNO-PRECEDENTE PIC 9(4).
      *Societa' di lavoro.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
      *Parametri da gestionale.cfg.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-CLASSIFICA PIC 99 VALUE 5.
      *Quadratura del feed contro il trailer.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
      *Mappa provincia -> regione.
       01 WS-NUM-MAPPA PIC 9(3) VALUE 0.
       01 WS-MAPPA-TABELLA.
           05 WS-MAPPA-ENTRY OCCURS 120 TIMES.
               10 WS-MAP-SIGLA PIC X(2).
               10 WS-MAP-REGIONE PIC 99.
       01 INDICE-MAPPA PIC 9(3).
      *Totali per cliente nei due periodi, con la zona attribuita.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 3000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-PROVINCIA PIC X(2).
               10 WS-CLI-COMUNE PIC X(20).
               10 WS-CLI-CORRENTE PIC S9(11)V99.
               10 WS-CLI-PRECEDENTE PIC S9(11)V99.
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-TROVATO PIC X.
       01 WS-TABELLE-PIENE PIC X VALUE 'N'.
       01 WS-NEL-PERIODO PIC X.
       01 WS-NEL-PRECEDENTE PIC X.
      *Zona del cliente dal CAP quando l'anagrafica non la porta.
       01 WS-CAP-COMUNE PIC X(20).
       01 WS-CAP-PROVINCIA PIC X(2).
       01 WS-CAP-TROVATO PIC X.
      *Totali per comune.
       01 WS-NUM-COMUNI PIC 9(4) VALUE 0.
       01 WS-COMUNI-TABELLA.
           05 WS-COM-ENTRY OCCURS 3000 TIMES.
               10 WS-COM-PROVINCIA PIC X(2).
               10 WS-COM-NOME PIC X(20).
               10 WS-COM-REGIONE PIC 99.
               10 WS-COM-CORRENTE PIC S9(11)V99.
               10 WS-COM-PRECEDENTE PIC S9(11)V99.
               10 WS-COM-CLIENTI PIC 9(5).
               10 WS-COM-CLIENTI-PREC PIC 9(5).
       01 WS-COM-SCAMBIO PIC X(60).
       01 INDICE-COMUNE PIC 9(4).
       01 INDICE-CONFRONTO PIC 9(4).
       01 INDICE-MIGLIORE PIC 9(4).
       01 WS-COM-TROVATO PIC X.
      *Totali per provincia.
       01 WS-NUM-PROVINCE PIC 9(3) VALUE 0.
       01 WS-PROVINCE-TABELLA.
           05 WS-PRV-ENTRY OCCURS 150 TIMES.
               10 WS-PRV-SIGLA PIC X(2).
               10 WS-PRV-REGIONE PIC 99.
               10 WS-PRV-CORRENTE PIC S9(11)V99.
               10 WS-PRV-PRECEDENTE PIC S9(11)V99.
               10 WS-PRV-CLIENTI PIC 9(5).
               10 WS-PRV-CLIENTI-PREC PIC 9(5).
               10 WS-PRV-COMUNI PIC 9(4).
       01 WS-PRV-SCAMBIO PIC X(44).
       01 INDICE-PROVINCIA PIC 9(3).
       01 INDICE-PRV-CONFRONTO PIC 9(3).
       01 INDICE-PRV-MIGLIORE PIC 9(3).
       01 WS-PRV-TROVATA PIC X.
      *Classifica per regione: righe della regione nella tabella
      *province gia' ordinata.
       01 WS-REGIONE-CORRENTE PIC 99.
       01 WS-PRIMA-RIGA PIC 9(3).
       01 WS-ULTIMA-RIGA PIC 9(3).
       01 WS-RIGHE-REGIONE PIC 9(3).
       01 WS-QUANTE-MIGLIORI PIC 9(3).
       01 WS-QUANTE-PEGGIORI PIC 9(3).
       01 WS-POSIZIONE PIC 9(3).
      *Totali generali.
       01 WS-TOT-CORRENTE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-PRECEDENTE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-CLIENTI PIC 9(5) VALUE 0.
       01 WS-TOT-CLIENTI-PREC PIC 9(5) VALUE 0.
       01 WS-MOV-CORRENTE PIC 9(6) VALUE 0.
       01 WS-MOV-PRECEDENTE PIC 9(6) VALUE 0.
       01 WS-IGNOTI-CLIENTI PIC 9(5) VALUE 0.
       01 WS-IGNOTI-CORRENTE PIC S9(11)V99 VALUE 0.
       01 WS-SENZA-ZONA-CLIENTI PIC 9(5) VALUE 0.
       01 WS-SENZA-ZONA-CORRENTE PIC S9(11)V99 VALUE 0.
       01 WS-DA-CAP PIC 9(5) VALUE 0.
      *Gruppo da stampare.
       01 WS-GRP-CORRENTE PIC S9(11)V99.
       01 WS-GRP-PRECEDENTE PIC S9(11)V99.
       01 WS-GRP-CLIENTI PIC 9(5).
       01 WS-GRP-MEDIA PIC S9(11)V99.
       01 WS-GRP-VARIAZIONE PIC S9(7)V9.
       01 WS-VARIAZIONE-TESTO PIC X(8).
       01 WS-VALORI-TESTO PIC X(80).
      *Anagrafica regioni.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 INDICE-ANAGRAFICA PIC 99.
       01 WS-NOME-REGIONE PIC X(20).
      *Campi di stampa.
       01 WS-VALORE-ED PIC -(11)9.99.
       01 WS-PRECEDENTE-ED PIC -(11)9.99.
       01 WS-MEDIA-ED PIC -(9)9.99.
       01 WS-VARIAZIONE-ED PIC -(5)9.9.
       01 WS-CLIENTI-ED PIC Z(4)9.
       01 WS-CLIENTI-PREC-ED PIC Z(4)9.
       01 WS-COMUNI-ED PIC Z(3)9.
       01 WS-POSIZIONE-ED PIC Z9.
      *Campi del CSV, senza spazi di riempimento.
       01 WS-CSV-VALORE-ED PIC -(11)9.99.
       01 WS-CSV-MEDIA-ED PIC -(9)9.99.
       01 WS-CSV-PRECEDENTE-ED PIC -(11)9.99.
       01 WS-CSV-CLIENTI-ED PIC Z(4)9.
       01 WS-CSV-REGIONE PIC 99.
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "TERRITORIO".
       01 WS-SPOOL-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "REPORT RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LEGGI-PERIODO
           MOVE "TERRITORIO-CLASSIFICA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-CLASSIFICA = FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           IF WS-CLASSIFICA = 0
               MOVE 5 TO WS-CLASSIFICA
           END-IF
           CALL 'GetRegioni' USING WS-REGIONI
           PERFORM CARICA-MAPPA
           PERFORM CARICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "REPORT RIFIUTATO: Vendite-dettaglio.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "OLTRE 3000 CLIENTI NEL PERIODO: REPORT "
                   "RIFIUTATO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE clienti.idx, STATUS: "
                   WS-CLIENTI-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               PERFORM ATTRIBUISCI-ZONA
           END-PERFORM
           CLOSE CLIENTI-IDX
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               PERFORM ACCUMULA-ZONA
           END-PERFORM
           IF WS-TABELLE-PIENE = 'S'
               DISPLAY "OLTRE 3000 COMUNI O 150 PROVINCE: REPORT "
                   "RIFIUTATO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ORDINA-PROVINCE
           PERFORM ORDINA-COMUNI
           PERFORM SCRIVI-REPORT
           PERFORM SCRIVI-CSV
           DISPLAY "VENDITE PER TERRITORIO " WS-PERIODO-TESTO ": "
               WS-NUM-PROVINCE " PROVINCE, " WS-NUM-COMUNI " COMUNI"
           DISPLAY "  REPORT: " WS-NOME-REPORT
           DISPLAY "  CSV:    " WS-NOME-CSV
           IF WS-IGNOTI-CLIENTI > 0 OR WS-SENZA-ZONA-CLIENTI > 0
               DISPLAY "  CLIENTI NON ATTRIBUITI A UNA PROVINCIA: "
                   WS-IGNOTI-CLIENTI " NON IN ANAGRAFICA, "
                   WS-SENZA-ZONA-CLIENTI " SENZA INDIRIZZO"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LEGGI-PERIODO.
           MOVE SPACES TO WS-PERIODO-TESTO
           ACCEPT WS-PERIODO-TESTO FROM ENVIRONMENT
               "TERRITORIO_PERIODO"
           IF WS-PERIODO-TESTO = SPACES
               DISPLAY "Periodo delle vendite (AAAAMM per un mese, "
                   "AAAA per un anno): "
               ACCEPT WS-PERIODO-TESTO
           END-IF
           IF WS-PERIODO-TESTO(1:4) IS NOT NUMERIC
               OR (WS-PERIODO-TESTO(5:2) NOT = SPACES
                   AND WS-PERIODO-TESTO(5:2) IS NOT NUMERIC)
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO-TESTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PERIODO-TESTO(1:4) TO WS-PERIODO-ANNO
           IF WS-PERIODO-TESTO(5:2) NOT = SPACES
               MOVE WS-PERIODO-TESTO(5:2) TO WS-PERIODO-MESE
           END-IF
           IF WS-PERIODO-ANNO < 1601 OR WS-PERIODO-MESE > 12
               OR (WS-PERIODO-TESTO(5:2) NOT = SPACES
                   AND WS-PERIODO-MESE = 0)
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO-TESTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-ANNO-PRECEDENTE = WS-PERIODO-ANNO - 1.

      *Senza mappa le province restano tutte nella regione 00: il
      *report esce lo stesso, la classifica e' una sola.
       CARICA-MAPPA.
           OPEN INPUT FILE-MAPPA
           IF WS-MAPPA-STATUS NOT = "00"
               DISPLAY "Province-regioni.txt non apribile: province "
                   "senza regione."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-MAPPA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PRV-SIGLA NOT = SPACES
                           AND PRV-REGIONE >= 1 AND PRV-REGIONE <= 10
                           AND WS-NUM-MAPPA < 120
                           ADD 1 TO WS-NUM-MAPPA
                           MOVE PRV-SIGLA
                               TO WS-MAP-SIGLA(WS-NUM-MAPPA)
                           MOVE PRV-REGIONE
                               TO WS-MAP-REGIONE(WS-NUM-MAPPA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-MAPPA.

       CARICA-DETTAGLIO.
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
                               PERFORM VALUTA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

      *Il movimento conta nel periodo o nello stesso periodo
      *dell'anno prima; il resto del feed serve solo alla quadratura.
       VALUTA-MOVIMENTO.
           MOVE 'N' TO WS-NEL-PERIODO
           MOVE 'N' TO WS-NEL-PRECEDENTE
           IF WS-PERIODO-MESE = 0 OR DET-MESE = WS-PERIODO-MESE
               IF DET-ANNO = WS-PERIODO-ANNO
                   MOVE 'S' TO WS-NEL-PERIODO
               END-IF
               IF DET-ANNO = WS-ANNO-PRECEDENTE
                   MOVE 'S' TO WS-NEL-PRECEDENTE
               END-IF
           END-IF
           IF WS-NEL-PERIODO = 'N' AND WS-NEL-PRECEDENTE = 'N'
               EXIT PARAGRAPH
           END-IF
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CLI-TROVATO
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
                   OR WS-CLI-TROVATO = 'S'
               IF WS-CLI-ID(INDICE-CLIENTE) = DET-ID-CLIENTE
                   MOVE 'S' TO WS-CLI-TROVATO
               END-IF
           END-PERFORM
           IF WS-CLI-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-CLIENTE
           ELSE
               IF WS-NUM-CLIENTI >= 3000
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-CLIENTI
               MOVE WS-NUM-CLIENTI TO INDICE-CLIENTE
               MOVE DET-ID-CLIENTE TO WS-CLI-ID(INDICE-CLIENTE)
               MOVE SPACES TO WS-CLI-PROVINCIA(INDICE-CLIENTE)
               MOVE SPACES TO WS-CLI-COMUNE(INDICE-CLIENTE)
               MOVE 0 TO WS-CLI-CORRENTE(INDICE-CLIENTE)
               MOVE 0 TO WS-CLI-PRECEDENTE(INDICE-CLIENTE)
           END-IF
           IF WS-NEL-PERIODO = 'S'
               ADD 1 TO WS-MOV-CORRENTE
               ADD DET-IMPORTO TO WS-CLI-CORRENTE(INDICE-CLIENTE)
           ELSE
               ADD 1 TO WS-MOV-PRECEDENTE
               ADD DET-IMPORTO TO WS-CLI-PRECEDENTE(INDICE-CLIENTE)
           END-IF.

      *Zona del cliente: provincia e comune dell'anagrafica, con il
      *CAP a completare quelli mancanti. "??" per i clienti non in
      *anagrafica, "--" per quelli senza indirizzo utilizzabile.
       ATTRIBUISCI-ZONA.
           MOVE WS-CLI-ID(INDICE-CLIENTE) TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   MOVE "??" TO WS-CLI-PROVINCIA(INDICE-CLIENTE)
                   MOVE "NON IN ANAGRAFICA"
                       TO WS-CLI-COMUNE(INDICE-CLIENTE)
                   ADD 1 TO WS-IGNOTI-CLIENTI
                   ADD WS-CLI-CORRENTE(INDICE-CLIENTE)
                       TO WS-IGNOTI-CORRENTE
                   EXIT PARAGRAPH
           END-READ
           MOVE PROVINCIA-IDX TO WS-CLI-PROVINCIA(INDICE-CLIENTE)
           MOVE CITTA-IDX TO WS-CLI-COMUNE(INDICE-CLIENTE)
           IF (PROVINCIA-IDX = SPACES OR CITTA-IDX = SPACES)
               AND CAP-IDX NOT = SPACES
               CALL 'GET-CAP-COMUNE' USING CAP-IDX, WS-CAP-COMUNE,
                   WS-CAP-PROVINCIA, WS-CAP-TROVATO
               IF WS-CAP-TROVATO = 'S'
                   ADD 1 TO WS-DA-CAP
                   IF PROVINCIA-IDX = SPACES
                       MOVE WS-CAP-PROVINCIA
                           TO WS-CLI-PROVINCIA(INDICE-CLIENTE)
                   END-IF
                   IF CITTA-IDX = SPACES
                       MOVE WS-CAP-COMUNE
                           TO WS-CLI-COMUNE(INDICE-CLIENTE)
                   END-IF
               END-IF
           END-IF
           IF WS-CLI-PROVINCIA(INDICE-CLIENTE) = SPACES
               MOVE "--" TO WS-CLI-PROVINCIA(INDICE-CLIENTE)
               ADD 1 TO WS-SENZA-ZONA-CLIENTI
               ADD WS-CLI-CORRENTE(INDICE-CLIENTE)
                   TO WS-SENZA-ZONA-CORRENTE
           END-IF
           IF WS-CLI-COMUNE(INDICE-CLIENTE) = SPACES
               MOVE "NON INDICATO" TO WS-CLI-COMUNE(INDICE-CLIENTE)
           END-IF.

      *Il cliente porta i suoi importi a comune e provincia; e'
      *acquirente nel periodo se il saldo del periodo e' positivo
      *(chi ha solo resi o note di credito non conta).
       ACCUMULA-ZONA.
           ADD WS-CLI-CORRENTE(INDICE-CLIENTE) TO WS-TOT-CORRENTE
           ADD WS-CLI-PRECEDENTE(INDICE-CLIENTE) TO WS-TOT-PRECEDENTE
           IF WS-CLI-CORRENTE(INDICE-CLIENTE) > 0
               ADD 1 TO WS-TOT-CLIENTI
           END-IF
           IF WS-CLI-PRECEDENTE(INDICE-CLIENTE) > 0
               ADD 1 TO WS-TOT-CLIENTI-PREC
           END-IF
           MOVE 'N' TO WS-PRV-TROVATA
           PERFORM VARYING INDICE-PROVINCIA FROM 1 BY 1
               UNTIL INDICE-PROVINCIA > WS-NUM-PROVINCE
                   OR WS-PRV-TROVATA = 'S'
               IF WS-PRV-SIGLA(INDICE-PROVINCIA)
                   = WS-CLI-PROVINCIA(INDICE-CLIENTE)
                   MOVE 'S' TO WS-PRV-TROVATA
               END-IF
           END-PERFORM
           IF WS-PRV-TROVATA = 'S'
               SUBTRACT 1 FROM INDICE-PROVINCIA
           ELSE
               IF WS-NUM-PROVINCE >= 150
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-PROVINCE
               MOVE WS-NUM-PROVINCE TO INDICE-PROVINCIA
               MOVE WS-CLI-PROVINCIA(INDICE-CLIENTE)
                   TO WS-PRV-SIGLA(INDICE-PROVINCIA)
               MOVE 0 TO WS-PRV-REGIONE(INDICE-PROVINCIA)
               PERFORM VARYING INDICE-MAPPA FROM 1 BY 1
                   UNTIL INDICE-MAPPA > WS-NUM-MAPPA
                   IF WS-MAP-SIGLA(INDICE-MAPPA)
                       = WS-PRV-SIGLA(INDICE-PROVINCIA)
                       MOVE WS-MAP-REGIONE(INDICE-MAPPA)
                           TO WS-PRV-REGIONE(INDICE-PROVINCIA)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-PRV-CORRENTE(INDICE-PROVINCIA)
               MOVE 0 TO WS-PRV-PRECEDENTE(INDICE-PROVINCIA)
               MOVE 0 TO WS-PRV-CLIENTI(INDICE-PROVINCIA)
               MOVE 0 TO WS-PRV-CLIENTI-PREC(INDICE-PROVINCIA)
               MOVE 0 TO WS-PRV-COMUNI(INDICE-PROVINCIA)
           END-IF
           ADD WS-CLI-CORRENTE(INDICE-CLIENTE)
               TO WS-PRV-CORRENTE(INDICE-PROVINCIA)
           ADD WS-CLI-PRECEDENTE(INDICE-CLIENTE)
               TO WS-PRV-PRECEDENTE(INDICE-PROVINCIA)
           IF WS-CLI-CORRENTE(INDICE-CLIENTE) > 0
               ADD 1 TO WS-PRV-CLIENTI(INDICE-PROVINCIA)
           END-IF
           IF WS-CLI-PRECEDENTE(INDICE-CLIENTE) > 0
               ADD 1 TO WS-PRV-CLIENTI-PREC(INDICE-PROVINCIA)
           END-IF
           MOVE 'N' TO WS-COM-TROVATO
           PERFORM VARYING INDICE-COMUNE FROM 1 BY 1
               UNTIL INDICE-COMUNE > WS-NUM-COMUNI
                   OR WS-COM-TROVATO = 'S'
               IF WS-COM-PROVINCIA(INDICE-COMUNE)
                   = WS-CLI-PROVINCIA(INDICE-CLIENTE)
                   AND WS-COM-NOME(INDICE-COMUNE)
                       = WS-CLI-COMUNE(INDICE-CLIENTE)
                   MOVE 'S' TO WS-COM-TROVATO
               END-IF
           END-PERFORM
           IF WS-COM-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-COMUNE
           ELSE
               IF WS-NUM-COMUNI >= 3000
                   MOVE 'S' TO WS-TABELLE-PIENE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-COMUNI
               MOVE WS-NUM-COMUNI TO INDICE-COMUNE
               ADD 1 TO WS-PRV-COMUNI(INDICE-PROVINCIA)
               MOVE WS-CLI-PROVINCIA(INDICE-CLIENTE)
                   TO WS-COM-PROVINCIA(INDICE-COMUNE)
               MOVE WS-CLI-COMUNE(INDICE-CLIENTE)
                   TO WS-COM-NOME(INDICE-COMUNE)
               MOVE WS-PRV-REGIONE(INDICE-PROVINCIA)
                   TO WS-COM-REGIONE(INDICE-COMUNE)
               MOVE 0 TO WS-COM-CORRENTE(INDICE-COMUNE)
               MOVE 0 TO WS-COM-PRECEDENTE(INDICE-COMUNE)
               MOVE 0 TO WS-COM-CLIENTI(INDICE-COMUNE)
               MOVE 0 TO WS-COM-CLIENTI-PREC(INDICE-COMUNE)
           END-IF
           ADD WS-CLI-CORRENTE(INDICE-CLIENTE)
               TO WS-COM-CORRENTE(INDICE-COMUNE)
           ADD WS-CLI-PRECEDENTE(INDICE-CLIENTE)
               TO WS-COM-PRECEDENTE(INDICE-COMUNE)
           IF WS-CLI-CORRENTE(INDICE-CLIENTE) > 0
               ADD 1 TO WS-COM-CLIENTI(INDICE-COMUNE)
           END-IF
           IF WS-CLI-PRECEDENTE(INDICE-CLIENTE) > 0
               ADD 1 TO WS-COM-CLIENTI-PREC(INDICE-COMUNE)
           END-IF.

      ***********************ORDINAMENTI******************************
      *Province per regione e, dentro la regione, per fatturato
      *decrescente: la classifica legge la tabella in quest'ordine.
       ORDINA-PROVINCE.
           PERFORM VARYING INDICE-PROVINCIA FROM 1 BY 1
               UNTIL INDICE-PROVINCIA >= WS-NUM-PROVINCE
               MOVE INDICE-PROVINCIA TO INDICE-PRV-MIGLIORE
               COMPUTE INDICE-PRV-CONFRONTO = INDICE-PROVINCIA + 1
               PERFORM UNTIL INDICE-PRV-CONFRONTO > WS-NUM-PROVINCE
                   IF WS-PRV-REGIONE(INDICE-PRV-CONFRONTO)
                       < WS-PRV-REGIONE(INDICE-PRV-MIGLIORE)
                       OR (WS-PRV-REGIONE(INDICE-PRV-CONFRONTO)
                           = WS-PRV-REGIONE(INDICE-PRV-MIGLIORE)
                       AND WS-PRV-CORRENTE(INDICE-PRV-CONFRONTO)
                           > WS-PRV-CORRENTE(INDICE-PRV-MIGLIORE))
                       MOVE INDICE-PRV-CONFRONTO TO INDICE-PRV-MIGLIORE
                   END-IF
                   ADD 1 TO INDICE-PRV-CONFRONTO
               END-PERFORM
               IF INDICE-PRV-MIGLIORE NOT = INDICE-PROVINCIA
                   MOVE WS-PRV-ENTRY(INDICE-PROVINCIA)
                       TO WS-PRV-SCAMBIO
                   MOVE WS-PRV-ENTRY(INDICE-PRV-MIGLIORE)
                       TO WS-PRV-ENTRY(INDICE-PROVINCIA)
                   MOVE WS-PRV-SCAMBIO
                       TO WS-PRV-ENTRY(INDICE-PRV-MIGLIORE)
               END-IF
           END-PERFORM.

      *Comuni per sigla di provincia e, dentro la provincia, per
      *fatturato decrescente.
       ORDINA-COMUNI.
           PERFORM VARYING INDICE-COMUNE FROM 1 BY 1
               UNTIL INDICE-COMUNE >= WS-NUM-COMUNI
               MOVE INDICE-COMUNE TO INDICE-MIGLIORE
               COMPUTE INDICE-CONFRONTO = INDICE-COMUNE + 1
               PERFORM UNTIL INDICE-CONFRONTO > WS-NUM-COMUNI
                   IF WS-COM-PROVINCIA(INDICE-CONFRONTO)
                       < WS-COM-PROVINCIA(INDICE-MIGLIORE)
                       OR (WS-COM-PROVINCIA(INDICE-CONFRONTO)
                           = WS-COM-PROVINCIA(INDICE-MIGLIORE)
                       AND WS-COM-CORRENTE(INDICE-CONFRONTO)
                           > WS-COM-CORRENTE(INDICE-MIGLIORE))
                       MOVE INDICE-CONFRONTO TO INDICE-MIGLIORE
                   END-IF
                   ADD 1 TO INDICE-CONFRONTO
               END-PERFORM
               IF INDICE-MIGLIORE NOT = INDICE-COMUNE
                   MOVE WS-COM-ENTRY(INDICE-COMUNE) TO WS-COM-SCAMBIO
                   MOVE WS-COM-ENTRY(INDICE-MIGLIORE)
                       TO WS-COM-ENTRY(INDICE-COMUNE)
                   MOVE WS-COM-SCAMBIO TO WS-COM-ENTRY(INDICE-MIGLIORE)
               END-IF
           END-PERFORM.

      ***********************REPORT***********************************
       SCRIVI-REPORT.
           MOVE SPACES TO WS-NOME-BASE
           STRING "Vendite-territorio-" WS-PERIODO-TESTO
               DELIMITED BY SPACE ".txt" DELIMITED BY SIZE
               INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-REPORT
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           PERFORM SCRIVI-PROVINCE
           PERFORM SCRIVI-COMUNI
           PERFORM SCRIVI-CLASSIFICA
           PERFORM SCRIVI-CODA
           CLOSE FILE-REPORT
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO RIGA-REPORT
           IF WS-PERIODO-MESE = 0
               STRING "VENDITE PER PROVINCIA E COMUNE - ANNO "
                   WS-PERIODO-ANNO " CONTRO " WS-ANNO-PRECEDENTE
                   " - SOCIETA' " WS-SOC-CODICE
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               STRING "VENDITE PER PROVINCIA E COMUNE - MESE "
                   WS-PERIODO-MESE "/" WS-PERIODO-ANNO " CONTRO "
                   WS-PERIODO-MESE "/" WS-ANNO-PRECEDENTE
                   " - SOCIETA' " WS-SOC-CODICE
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "ZONA DA clienti.idx (CAP IN Cap-comuni.txt SE "
               "MANCA), REGIONE DA Province-regioni.txt - ELABORATO "
               "IL " WS-OGGI(7:2) "/" WS-OGGI(5:2) "/" WS-OGGI(1:4)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "CLIENTI ACQUIRENTI = SALDO DEL PERIODO POSITIVO"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-PROVINCE.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "VENDITE PER PROVINCIA" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "REG PROV COMUNI        FATTURATO CLIENTI"
               "  FATT./CLIENTE  ANNO PRECEDENTE CLIENTI  VARIAZ.%"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-PROVINCIA FROM 1 BY 1
               UNTIL INDICE-PROVINCIA > WS-NUM-PROVINCE
               MOVE WS-PRV-COMUNI(INDICE-PROVINCIA) TO WS-COMUNI-ED
               PERFORM VALORI-PROVINCIA
               MOVE SPACES TO RIGA-REPORT
               STRING WS-PRV-REGIONE(INDICE-PROVINCIA) "  "
                   WS-PRV-SIGLA(INDICE-PROVINCIA) "   "
                   WS-COMUNI-ED " " WS-VALORI-TESTO
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-PERFORM.

       SCRIVI-COMUNI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "VENDITE PER COMUNE" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PROV COMUNE                      FATTURATO CLIENTI"
               "  FATT./CLIENTE  ANNO PRECEDENTE CLIENTI  VARIAZ.%"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-COMUNE FROM 1 BY 1
               UNTIL INDICE-COMUNE > WS-NUM-COMUNI
               MOVE WS-COM-CORRENTE(INDICE-COMUNE) TO WS-GRP-CORRENTE
               MOVE WS-COM-PRECEDENTE(INDICE-COMUNE)
                   TO WS-GRP-PRECEDENTE
               MOVE WS-COM-CLIENTI(INDICE-COMUNE) TO WS-GRP-CLIENTI
               MOVE WS-COM-CLIENTI-PREC(INDICE-COMUNE)
                   TO WS-CLIENTI-PREC-ED
               PERFORM CALCOLA-VALORI
               MOVE SPACES TO RIGA-REPORT
               STRING WS-COM-PROVINCIA(INDICE-COMUNE) "   "
                   WS-COM-NOME(INDICE-COMUNE) " " WS-VALORI-TESTO
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-PERFORM.

      *Per ogni regione le province migliori dall'alto della sua
      *parte di tabella e le peggiori dal fondo, senza ripetere
      *quelle gia' elencate quando la regione ne ha poche.
       SCRIVI-CLASSIFICA.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CLASSIFICA DELLE PROVINCE PER REGIONE (PRIME E "
               "ULTIME " WS-CLASSIFICA ")"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE 1 TO WS-PRIMA-RIGA
           PERFORM UNTIL WS-PRIMA-RIGA > WS-NUM-PROVINCE
               MOVE WS-PRV-REGIONE(WS-PRIMA-RIGA)
                   TO WS-REGIONE-CORRENTE
               MOVE WS-PRIMA-RIGA TO WS-ULTIMA-RIGA
               PERFORM UNTIL WS-ULTIMA-RIGA >= WS-NUM-PROVINCE
                   OR WS-PRV-REGIONE(WS-ULTIMA-RIGA + 1)
                       NOT = WS-REGIONE-CORRENTE
                   ADD 1 TO WS-ULTIMA-RIGA
               END-PERFORM
               PERFORM SCRIVI-CLASSIFICA-REGIONE
               COMPUTE WS-PRIMA-RIGA = WS-ULTIMA-RIGA + 1
           END-PERFORM.

       SCRIVI-CLASSIFICA-REGIONE.
           MOVE "REGIONE NON MAPPATA" TO WS-NOME-REGIONE
           PERFORM VARYING INDICE-ANAGRAFICA FROM 1 BY 1
               UNTIL INDICE-ANAGRAFICA > WS-NUM-REGIONI
               IF WS-REG-CODICE(INDICE-ANAGRAFICA)
                   = WS-REGIONE-CORRENTE
                   MOVE WS-REG-NOME(INDICE-ANAGRAFICA)
                       TO WS-NOME-REGIONE
               END-IF
           END-PERFORM
           COMPUTE WS-RIGHE-REGIONE = WS-ULTIMA-RIGA - WS-PRIMA-RIGA
               + 1
           MOVE WS-RIGHE-REGIONE TO WS-QUANTE-MIGLIORI
           IF WS-QUANTE-MIGLIORI > WS-CLASSIFICA
               MOVE WS-CLASSIFICA TO WS-QUANTE-MIGLIORI
           END-IF
           COMPUTE WS-QUANTE-PEGGIORI =
               WS-RIGHE-REGIONE - WS-QUANTE-MIGLIORI
           IF WS-QUANTE-PEGGIORI > WS-CLASSIFICA
               MOVE WS-CLASSIFICA TO WS-QUANTE-PEGGIORI
           END-IF
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "REGIONE " WS-REGIONE-CORRENTE " " WS-NOME-REGIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "  MIGLIORI" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE 0 TO WS-POSIZIONE
           MOVE WS-PRIMA-RIGA TO INDICE-PROVINCIA
           PERFORM WS-QUANTE-MIGLIORI TIMES
               ADD 1 TO WS-POSIZIONE
               PERFORM SCRIVI-RIGA-CLASSIFICA
               ADD 1 TO INDICE-PROVINCIA
           END-PERFORM
           IF WS-QUANTE-PEGGIORI = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "  PEGGIORI" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-RIGHE-REGIONE TO WS-POSIZIONE
           ADD 1 TO WS-POSIZIONE
           MOVE WS-ULTIMA-RIGA TO INDICE-PROVINCIA
           PERFORM WS-QUANTE-PEGGIORI TIMES
               SUBTRACT 1 FROM WS-POSIZIONE
               PERFORM SCRIVI-RIGA-CLASSIFICA
               SUBTRACT 1 FROM INDICE-PROVINCIA
           END-PERFORM.

       SCRIVI-RIGA-CLASSIFICA.
           MOVE WS-POSIZIONE TO WS-POSIZIONE-ED
           PERFORM VALORI-PROVINCIA
           MOVE SPACES TO RIGA-REPORT
           STRING "  " WS-POSIZIONE-ED ". "
               WS-PRV-SIGLA(INDICE-PROVINCIA) "       "
               WS-VALORI-TESTO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-CODA.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-CORRENTE TO WS-GRP-CORRENTE
           MOVE WS-TOT-PRECEDENTE TO WS-GRP-PRECEDENTE
           MOVE WS-TOT-CLIENTI TO WS-GRP-CLIENTI
           MOVE WS-TOT-CLIENTI-PREC TO WS-CLIENTI-PREC-ED
           PERFORM CALCOLA-VALORI
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE                          " WS-VALORI-TESTO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "MOVIMENTI NEL PERIODO " WS-MOV-CORRENTE
               "  NELL'ANNO PRECEDENTE " WS-MOV-PRECEDENTE
               "  CLIENTI CON ZONA DAL CAP " WS-DA-CAP
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-IGNOTI-CLIENTI > 0
               MOVE WS-IGNOTI-CORRENTE TO WS-VALORE-ED
               MOVE SPACES TO RIGA-REPORT
               STRING "NON ATTRIBUITI (??): " WS-IGNOTI-CLIENTI
                   " CLIENTI NON IN ANAGRAFICA, FATTURATO "
                   WS-VALORE-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           IF WS-SENZA-ZONA-CLIENTI > 0
               MOVE WS-SENZA-ZONA-CORRENTE TO WS-VALORE-ED
               MOVE SPACES TO RIGA-REPORT
               STRING "NON ATTRIBUITI (--): " WS-SENZA-ZONA-CLIENTI
                   " CLIENTI SENZA PROVINCIA NE' CAP NOTO, FATTURATO "
                   WS-VALORE-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.

       VALORI-PROVINCIA.
           MOVE WS-PRV-CORRENTE(INDICE-PROVINCIA) TO WS-GRP-CORRENTE
           MOVE WS-PRV-PRECEDENTE(INDICE-PROVINCIA)
               TO WS-GRP-PRECEDENTE
           MOVE WS-PRV-CLIENTI(INDICE-PROVINCIA) TO WS-GRP-CLIENTI
           MOVE WS-PRV-CLIENTI-PREC(INDICE-PROVINCIA)
               TO WS-CLIENTI-PREC-ED
           PERFORM CALCOLA-VALORI.

      *Fatturato per cliente sui clienti acquirenti; variazione
      *percentuale solo se l'anno prima c'era fatturato positivo,
      *altrimenti NUOVO (o n.d. se neanche ora ce n'e').
       CALCOLA-VALORI.
           MOVE 0 TO WS-GRP-MEDIA
           IF WS-GRP-CLIENTI > 0
               COMPUTE WS-GRP-MEDIA ROUNDED =
                   WS-GRP-CORRENTE / WS-GRP-CLIENTI
           END-IF
           IF WS-GRP-PRECEDENTE > 0
               COMPUTE WS-GRP-VARIAZIONE ROUNDED =
                   (WS-GRP-CORRENTE - WS-GRP-PRECEDENTE)
                   * 100 / WS-GRP-PRECEDENTE
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-GRP-VARIAZIONE
               END-COMPUTE
               IF WS-GRP-VARIAZIONE > 99999.9
                   MOVE 99999.9 TO WS-GRP-VARIAZIONE
               END-IF
               MOVE WS-GRP-VARIAZIONE TO WS-VARIAZIONE-ED
               MOVE WS-VARIAZIONE-ED TO WS-VARIAZIONE-TESTO
           ELSE
               IF WS-GRP-CORRENTE > 0
                   MOVE "   NUOVO" TO WS-VARIAZIONE-TESTO
               ELSE
                   MOVE "    n.d." TO WS-VARIAZIONE-TESTO
               END-IF
           END-IF
           MOVE WS-GRP-CORRENTE TO WS-VALORE-ED
           MOVE WS-GRP-CLIENTI TO WS-CLIENTI-ED
           MOVE WS-GRP-MEDIA TO WS-MEDIA-ED
           MOVE WS-GRP-PRECEDENTE TO WS-PRECEDENTE-ED
           MOVE SPACES TO WS-VALORI-TESTO
           STRING WS-VALORE-ED "   " WS-CLIENTI-ED " " WS-MEDIA-ED
               " " WS-PRECEDENTE-ED "   " WS-CLIENTI-PREC-ED " "
               WS-VARIAZIONE-TESTO
               DELIMITED BY SIZE INTO WS-VALORI-TESTO.

      ***********************CSV**************************************
      *Una riga per comune, importi con il punto decimale e senza
      *spazi: e' il tracciato che legge lo strumento di mappatura.
       SCRIVI-CSV.
           MOVE SPACES TO WS-NOME-BASE
           STRING "Vendite-territorio-" WS-PERIODO-TESTO
               DELIMITED BY SPACE ".csv" DELIMITED BY SIZE
               INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-CSV
           CALL 'REGISTRA-GENERATO' USING WS-NOME-CSV
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-CSV
           MOVE SPACES TO RIGA-CSV
           STRING "PROVINCIA,COMUNE,REGIONE,FATTURATO,CLIENTI,"
               "FATTURATO-CLIENTE,FATTURATO-ANNO-PRECEDENTE,"
               "VARIAZIONE-PERC"
               DELIMITED BY SIZE INTO RIGA-CSV
           WRITE RIGA-CSV
           PERFORM VARYING INDICE-COMUNE FROM 1 BY 1
               UNTIL INDICE-COMUNE > WS-NUM-COMUNI
               MOVE WS-COM-CORRENTE(INDICE-COMUNE) TO WS-GRP-CORRENTE
               MOVE WS-COM-PRECEDENTE(INDICE-COMUNE)
                   TO WS-GRP-PRECEDENTE
               MOVE WS-COM-CLIENTI(INDICE-COMUNE) TO WS-GRP-CLIENTI
               PERFORM CALCOLA-VALORI
               MOVE WS-COM-REGIONE(INDICE-COMUNE) TO WS-CSV-REGIONE
               MOVE WS-GRP-CORRENTE TO WS-CSV-VALORE-ED
               MOVE WS-GRP-CLIENTI TO WS-CSV-CLIENTI-ED
               MOVE WS-GRP-MEDIA TO WS-CSV-MEDIA-ED
               MOVE WS-GRP-PRECEDENTE TO WS-CSV-PRECEDENTE-ED
               MOVE SPACES TO RIGA-CSV
               STRING WS-COM-PROVINCIA(INDICE-COMUNE) ","
                   FUNCTION TRIM(WS-COM-NOME(INDICE-COMUNE)) ","
                   WS-CSV-REGIONE ","
                   FUNCTION TRIM(WS-CSV-VALORE-ED) ","
                   FUNCTION TRIM(WS-CSV-CLIENTI-ED) ","
                   FUNCTION TRIM(WS-CSV-MEDIA-ED) ","
                   FUNCTION TRIM(WS-CSV-PRECEDENTE-ED) ","
                   FUNCTION TRIM(WS-VARIAZIONE-TESTO)
                   DELIMITED BY SIZE INTO RIGA-CSV
               WRITE RIGA-CSV
           END-PERFORM
           CLOSE FILE-CSV.

           COPY TESTATA-CONTROLLI.
