       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPIONE-AUDIT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Campione statistico dei movimenti di vendita per i revisori
      *esterni: ogni anno chiedono un campione casuale di vendite e
      *per ciascuna andavamo a ripescare a mano lotto, data di presa
      *in carico, partita e incasso da cinque file diversi.
      *Il programma estrae da Vendite-dettaglio.txt, per un periodo
      *da AAAAMM a AAAAMM, un campione riproducibile: il seme e' un
      *parametro dichiarato nel foglio, e lo stesso seme sugli stessi
      *dati da' sempre lo stesso campione (generatore congruenziale
      *moltiplicativo 16807 modulo 2**31-1, scritto qui per non
      *dipendere dal generatore del compilatore). Due metodi:
      *  C casuale semplice senza ripetizione (selezione sequenziale:
      *    ogni movimento entra con probabilita' posti rimasti /
      *    movimenti rimasti, cosi' escono esattamente N movimenti);
      *  M unita' monetaria: l'importo assoluto del periodo si divide
      *    in N intervalli, si parte da un punto casuale del primo e
      *    il movimento che contiene il punto entra nel campione; un
      *    movimento piu' grande dell'intervallo puo' essere colpito
      *    piu' volte ed esce una volta sola con il numero di colpi.
      *Per ogni movimento del campione il foglio riporta la traccia
      *completa: il cliente da clienti.idx, i record del master
      *Vendite-mese.trimestre.txt in cui e' confluito (stessa
      *regione, mese e societa') con lotto e data di presa in carico
      *e la riga del lotto in Vendite-lotti-registro.txt, la
      *partita di Vendite-partite.txt (una riga per rata) con lo
      *stato e la data dell'incasso abbinato da AbbinaIncassi,
      *l'estratto CO.GE. Vendite-gl-AAAAMM.txt del mese se e' stato
      *prodotto, e le NOTA del cliente che esistevano alla data del
      *movimento (le tre piu' recenti).
      *Parametri da ambiente quando gira in batch (CAMPIONE_DA,
      *CAMPIONE_A, CAMPIONE_METODO, CAMPIONE_NUMERO, CAMPIONE_SEME),
      *altrimenti a video. Il campione e' della societa' di lavoro
      *(variabile SOCIETA, FiltroSocieta). Il foglio va in
      *campione-audit-AAAAMM-AAAAMM.txt e nello spool (famiglia
      *AUDIT). Al massimo 500 movimenti per campione.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-VENDITE
               ASSIGN TO "Vendite-mese.trimestre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDITE-STATUS.
           SELECT FILE-LOTTI
               ASSIGN TO "Vendite-lotti-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTTI-STATUS.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-GL ASSIGN TO WS-NOME-GL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-FOGLIO ASSIGN TO WS-NOME-FOGLIO
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

       FD FILE-VENDITE.
       01 VENDITE.
           05 REGIONE-NUM PIC 99.
           05 TRIMESTRE PIC 99.
           05 MESE PIC 99.
           05 IMPORTO PIC S9(7)V99.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 MST-BATCH-NUMERO PIC X(6).
           05 MST-DATA-INTAKE PIC X(8).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD FILE-LOTTI.
       01 RECORD-REGISTRO-LOTTO.
           05 LREG-LOTTO PIC 9(6).
           05 LREG-DATA PIC 9(8).
           05 LREG-RECORD-COUNT PIC 9(6).
           05 LREG-CONTROL-TOTAL PIC S9(11)V99.
           05 LREG-FONTE PIC X(20).

       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-GL.
       01 RIGA-GL PIC X(40).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-FOGLIO.
       01 RIGA-FOGLIO PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-VENDITE-STATUS PIC XX.
       01 WS-LOTTI-STATUS PIC XX.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-NOME-GL PIC X(40).
       01 WS-NOME-BASE PIC X(40).
       01 WS-NOME-FOGLIO PIC X(40).
      *Parametri del campione.
       01 WS-PARAMETRO PIC X(10).
       01 WS-PERIODO-DA PIC 9(6).
       01 WS-PERIODO-A PIC 9(6).
       01 WS-METODO PIC X.
           88 METODO-CASUALE VALUE 'C'.
           88 METODO-MONETARIO VALUE 'M'.
       01 WS-NUMERO-RICHIESTO PIC 9(3).
       01 WS-SEME PIC 9(10).
      *Generatore: seme(k+1) = seme(k) * 16807 modulo 2147483647.
       01 WS-CASUALE PIC 9(10).
       01 WS-PRODOTTO PIC 9(15).
       01 WS-QUOZIENTE PIC 9(15).
       01 WS-UNIFORME PIC V9(9).
       01 WS-SOGLIA PIC V9(9).
      *Popolazione del periodo.
       01 WS-DATA-AM PIC 9(6).
       01 WS-POPOLAZIONE PIC 9(7) VALUE 0.
       01 WS-POP-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-POP-ASSOLUTO PIC 9(11)V99 VALUE 0.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
      *Selezione.
       01 WS-VISTI PIC 9(7) VALUE 0.
       01 WS-IMPORTO-ASSOLUTO PIC 9(11)V99.
       01 WS-CUMULATO PIC 9(11)V99 VALUE 0.
       01 WS-INTERVALLO PIC 9(11)V99.
       01 WS-PROSSIMO-PUNTO PIC 9(11)V99.
       01 WS-COLPI PIC 9(3).
      *Campione con la traccia raccolta dalle fonti.
       01 WS-NUM-CAMPIONE PIC 9(3) VALUE 0.
       01 WS-CAMPIONE-TABELLA.
           05 WS-CAM-ENTRY OCCURS 500 TIMES.
               10 WS-CAM-PROGRESSIVO PIC 9(7).
               10 WS-CAM-ID-CLIENTE PIC 9(6).
               10 WS-CAM-REGIONE PIC 99.
               10 WS-CAM-DATA PIC 9(8).
               10 WS-CAM-ANNO-MESE PIC 9(6).
               10 WS-CAM-IMPORTO PIC S9(7)V99.
               10 WS-CAM-PRODOTTO PIC X(8).
               10 WS-CAM-FATTURA-ANNO PIC 9(4).
               10 WS-CAM-FATTURA-NUMERO PIC 9(6).
               10 WS-CAM-SOCIETA PIC X(2).
               10 WS-CAM-COLPI PIC 9(3).
               10 WS-CAM-MST-RECORD PIC 9(4).
               10 WS-CAM-MST-TOTALE PIC S9(11)V99.
               10 WS-CAM-MST-STATO PIC X.
               10 WS-CAM-NUM-LOTTI PIC 9.
               10 WS-CAM-LOTTO OCCURS 3 TIMES.
                   15 WS-CAM-LOTTO-NUMERO PIC X(6).
                   15 WS-CAM-LOTTO-INTAKE PIC X(8).
                   15 WS-CAM-LOTTO-FONTE PIC X(20).
                   15 WS-CAM-LOTTO-REGISTRATO PIC X.
               10 WS-CAM-NUM-PARTITE PIC 9.
               10 WS-CAM-PARTITA OCCURS 3 TIMES.
                   15 WS-CAM-PAR-RATA PIC 9.
                   15 WS-CAM-PAR-IMPORTO PIC S9(7)V99.
                   15 WS-CAM-PAR-STATO PIC X.
                   15 WS-CAM-PAR-INCASSO PIC 9(8).
      *Lotto e partita del campione in stampa.
       01 WS-LOTTO-STAMPA.
           05 WS-LST-NUMERO PIC X(6).
           05 WS-LST-INTAKE PIC X(8).
           05 WS-LST-FONTE PIC X(20).
           05 WS-LST-REGISTRATO PIC X.
       01 WS-PARTITA-STAMPA.
           05 WS-PST-RATA PIC 9.
           05 WS-PST-IMPORTO PIC S9(7)V99.
           05 WS-PST-STATO PIC X.
           05 WS-PST-INCASSO PIC 9(8).
       01 INDICE-CAMPIONE PIC 9(3).
       01 INDICE-LOTTO PIC 9.
       01 INDICE-PARTITA PIC 9.
       01 WS-LOTTO-NUMERICO PIC 9(6).
       01 WS-SOCIETA-MOVIMENTO PIC X(2).
       01 WS-IMPORTO-ED PIC -(8)9.99.
       01 WS-TOTALE-ED PIC -(10)9.99.
       01 WS-CLIENTI-APERTO PIC X VALUE 'N'.
       01 WS-RIGA-NOTA PIC X(120).
       01 WS-NOTE-TROVATE PIC 9.
       01 WS-DB-CONNESSO PIC X VALUE 'N'.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "AUDIT".
       01 WS-SPOOL-ESITO PIC 9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 ID_CLIENTE PIC 9(6).
       01 DATA_MOVIMENTO PIC X(8).
       01 NOTA_NOME PIC X(20).
       01 NOTA_DATA_CREATE PIC X(10).
       01 NOTA_CATEGORIA PIC X(20).
       01 NOTA_TESTO PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "SOCIETA' " WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEGGI-PARAMETRI
           PERFORM CONTA-POPOLAZIONE
           IF WS-POPOLAZIONE = 0
               DISPLAY "NESSUN MOVIMENTO NEL PERIODO " WS-PERIODO-DA
                   " - " WS-PERIODO-A "."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUMERO-RICHIESTO > WS-POPOLAZIONE
               MOVE WS-POPOLAZIONE TO WS-NUMERO-RICHIESTO
           END-IF
           MOVE WS-SEME TO WS-CASUALE
           PERFORM ESTRAI-CAMPIONE
           PERFORM TRACCIA-MASTER
           PERFORM TRACCIA-LOTTI
           PERFORM TRACCIA-PARTITE
           PERFORM CONNETTI-DATABASE
           PERFORM SCRIVI-FOGLIO
           IF WS-DB-CONNESSO = 'S'
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF
           DISPLAY "CAMPIONE DI " WS-NUM-CAMPIONE " MOVIMENTI SU "
               WS-POPOLAZIONE " IN " WS-NOME-FOGLIO
           STOP RUN.

       LEGGI-PARAMETRI.
           MOVE SPACES TO WS-PARAMETRO
           ACCEPT WS-PARAMETRO FROM ENVIRONMENT "CAMPIONE_DA"
           IF WS-PARAMETRO NOT = SPACES
               COMPUTE WS-PERIODO-DA = FUNCTION NUMVAL(WS-PARAMETRO)
               MOVE SPACES TO WS-PARAMETRO
               ACCEPT WS-PARAMETRO FROM ENVIRONMENT "CAMPIONE_A"
               COMPUTE WS-PERIODO-A = FUNCTION NUMVAL(WS-PARAMETRO)
               ACCEPT WS-METODO FROM ENVIRONMENT "CAMPIONE_METODO"
               MOVE SPACES TO WS-PARAMETRO
               ACCEPT WS-PARAMETRO FROM ENVIRONMENT "CAMPIONE_NUMERO"
               COMPUTE WS-NUMERO-RICHIESTO =
                   FUNCTION NUMVAL(WS-PARAMETRO)
               MOVE SPACES TO WS-PARAMETRO
               ACCEPT WS-PARAMETRO FROM ENVIRONMENT "CAMPIONE_SEME"
               COMPUTE WS-SEME = FUNCTION NUMVAL(WS-PARAMETRO)
           ELSE
               DISPLAY "Periodo dal (AAAAMM): "
               ACCEPT WS-PERIODO-DA
               DISPLAY "Periodo al (AAAAMM): "
               ACCEPT WS-PERIODO-A
               DISPLAY "Metodo [C]asuale / unita' [M]onetaria: "
               ACCEPT WS-METODO
               DISPLAY "Numero di movimenti del campione (1-500): "
               ACCEPT WS-NUMERO-RICHIESTO
               DISPLAY "Seme del generatore (1-2147483646): "
               ACCEPT WS-SEME
           END-IF
           IF WS-METODO = 'c'
               MOVE 'C' TO WS-METODO
           END-IF
           IF WS-METODO = 'm'
               MOVE 'M' TO WS-METODO
           END-IF
           IF WS-PERIODO-DA > WS-PERIODO-A
               OR WS-PERIODO-DA(5:2) < "01" OR WS-PERIODO-DA(5:2) > "12"
               OR WS-PERIODO-A(5:2) < "01" OR WS-PERIODO-A(5:2) > "12"
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO-DA " - "
                   WS-PERIODO-A
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT METODO-CASUALE AND NOT METODO-MONETARIO
               DISPLAY "METODO NON VALIDO, USARE C O M."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-NUMERO-RICHIESTO < 1 OR WS-NUMERO-RICHIESTO > 500
               DISPLAY "NUMERO NON VALIDO, USARE 1-500."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEME < 1 OR WS-SEME > 2147483646
               DISPLAY "SEME NON VALIDO, USARE 1-2147483646."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *Prima passata: quanti movimenti e quanto importo nel periodo.
       CONTA-POPOLAZIONE.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM MOVIMENTO-NEL-PERIODO
                       IF WS-INCLUDI = 'S'
                           ADD 1 TO WS-POPOLAZIONE
                           ADD DET-IMPORTO TO WS-POP-TOTALE
                           MOVE DET-IMPORTO TO WS-IMPORTO-ASSOLUTO
                           ADD WS-IMPORTO-ASSOLUTO TO WS-POP-ASSOLUTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       MOVIMENTO-NEL-PERIODO.
           MOVE 'N' TO WS-INCLUDI
           IF TRAILER-DET-TAG = "TRL" OR TRAILER-DET-TAG = "HDR"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATA-AM = DET-ANNO * 100 + DET-MESE
           IF WS-DATA-AM < WS-PERIODO-DA OR WS-DATA-AM > WS-PERIODO-A
               EXIT PARAGRAPH
           END-IF
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI.

       PROSSIMO-CASUALE.
           COMPUTE WS-PRODOTTO = WS-CASUALE * 16807
           DIVIDE WS-PRODOTTO BY 2147483647 GIVING WS-QUOZIENTE
               REMAINDER WS-CASUALE
           COMPUTE WS-UNIFORME = WS-CASUALE / 2147483647.

      *Seconda passata: la selezione. Il movimento entra con il
      *numero progressivo nel periodo, che il revisore ritrova.
       ESTRAI-CAMPIONE.
           IF METODO-MONETARIO
               COMPUTE WS-INTERVALLO =
                   WS-POP-ASSOLUTO / WS-NUMERO-RICHIESTO
               PERFORM PROSSIMO-CASUALE
               COMPUTE WS-PROSSIMO-PUNTO =
                   WS-INTERVALLO * WS-UNIFORME
           END-IF
           OPEN INPUT FILE-DETTAGLIO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM MOVIMENTO-NEL-PERIODO
                       IF WS-INCLUDI = 'S'
                           ADD 1 TO WS-VISTI
                           IF METODO-CASUALE
                               PERFORM SELEZIONE-CASUALE
                           ELSE
                               PERFORM SELEZIONE-MONETARIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       SELEZIONE-CASUALE.
           IF WS-NUM-CAMPIONE >= WS-NUMERO-RICHIESTO
               EXIT PARAGRAPH
           END-IF
           PERFORM PROSSIMO-CASUALE
           COMPUTE WS-SOGLIA =
               (WS-NUMERO-RICHIESTO - WS-NUM-CAMPIONE)
               / (WS-POPOLAZIONE - WS-VISTI + 1)
           IF WS-UNIFORME < WS-SOGLIA
               OR WS-POPOLAZIONE - WS-VISTI + 1
                   <= WS-NUMERO-RICHIESTO - WS-NUM-CAMPIONE
               MOVE 1 TO WS-COLPI
               PERFORM AGGIUNGI-AL-CAMPIONE
           END-IF.

       SELEZIONE-MONETARIA.
           MOVE DET-IMPORTO TO WS-IMPORTO-ASSOLUTO
           ADD WS-IMPORTO-ASSOLUTO TO WS-CUMULATO
           MOVE 0 TO WS-COLPI
           PERFORM UNTIL WS-PROSSIMO-PUNTO >= WS-CUMULATO
               OR WS-INTERVALLO = 0
               ADD 1 TO WS-COLPI
               ADD WS-INTERVALLO TO WS-PROSSIMO-PUNTO
           END-PERFORM
           IF WS-COLPI > 0 AND WS-NUM-CAMPIONE < 500
               PERFORM AGGIUNGI-AL-CAMPIONE
           END-IF.

       AGGIUNGI-AL-CAMPIONE.
           ADD 1 TO WS-NUM-CAMPIONE
           INITIALIZE WS-CAM-ENTRY(WS-NUM-CAMPIONE)
           MOVE WS-VISTI TO WS-CAM-PROGRESSIVO(WS-NUM-CAMPIONE)
           MOVE DET-ID-CLIENTE TO WS-CAM-ID-CLIENTE(WS-NUM-CAMPIONE)
           MOVE DET-REGIONE-NUM TO WS-CAM-REGIONE(WS-NUM-CAMPIONE)
           MOVE DET-DATA TO WS-CAM-DATA(WS-NUM-CAMPIONE)
           MOVE WS-DATA-AM TO WS-CAM-ANNO-MESE(WS-NUM-CAMPIONE)
           MOVE DET-IMPORTO TO WS-CAM-IMPORTO(WS-NUM-CAMPIONE)
           MOVE DET-CODICE-PRODOTTO
               TO WS-CAM-PRODOTTO(WS-NUM-CAMPIONE)
           MOVE DET-FATTURA-ANNO
               TO WS-CAM-FATTURA-ANNO(WS-NUM-CAMPIONE)
           MOVE DET-FATTURA-NUMERO
               TO WS-CAM-FATTURA-NUMERO(WS-NUM-CAMPIONE)
           MOVE DET-SOCIETA TO WS-CAM-SOCIETA(WS-NUM-CAMPIONE)
           MOVE WS-COLPI TO WS-CAM-COLPI(WS-NUM-CAMPIONE).

      *Record del master della stessa regione, mese e societa': un
      *record per lotto di presa in carico.
       TRACCIA-MASTER.
           OPEN INPUT FILE-VENDITE
           IF WS-VENDITE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-VENDITE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           PERFORM VARYING INDICE-CAMPIONE FROM 1 BY 1
                               UNTIL INDICE-CAMPIONE > WS-NUM-CAMPIONE
                               PERFORM CONFRONTA-MASTER
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-VENDITE.

       CONFRONTA-MASTER.
           COMPUTE WS-DATA-AM = ANNO * 100 + MESE
           IF REGIONE-NUM NOT = WS-CAM-REGIONE(INDICE-CAMPIONE)
               OR WS-DATA-AM NOT = WS-CAM-ANNO-MESE(INDICE-CAMPIONE)
               OR SOCIETA NOT = WS-CAM-SOCIETA(INDICE-CAMPIONE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAM-MST-RECORD(INDICE-CAMPIONE)
           ADD IMPORTO TO WS-CAM-MST-TOTALE(INDICE-CAMPIONE)
           IF WS-CAM-MST-STATO(INDICE-CAMPIONE) = SPACE
               OR STATO-PERIODO = 'A'
               MOVE STATO-PERIODO TO WS-CAM-MST-STATO(INDICE-CAMPIONE)
           END-IF
           IF WS-CAM-NUM-LOTTI(INDICE-CAMPIONE) < 3
               AND MST-BATCH-NUMERO NOT = SPACES
               ADD 1 TO WS-CAM-NUM-LOTTI(INDICE-CAMPIONE)
               MOVE WS-CAM-NUM-LOTTI(INDICE-CAMPIONE) TO INDICE-LOTTO
               MOVE MST-BATCH-NUMERO TO
                   WS-CAM-LOTTO-NUMERO(INDICE-CAMPIONE, INDICE-LOTTO)
               MOVE MST-DATA-INTAKE TO
                   WS-CAM-LOTTO-INTAKE(INDICE-CAMPIONE, INDICE-LOTTO)
               MOVE 'N' TO WS-CAM-LOTTO-REGISTRATO
                   (INDICE-CAMPIONE, INDICE-LOTTO)
           END-IF.

       TRACCIA-LOTTI.
           OPEN INPUT FILE-LOTTI
           IF WS-LOTTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-LOTTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM VARYING INDICE-CAMPIONE FROM 1 BY 1
                           UNTIL INDICE-CAMPIONE > WS-NUM-CAMPIONE
                           PERFORM VARYING INDICE-LOTTO FROM 1 BY 1
                               UNTIL INDICE-LOTTO >
                                   WS-CAM-NUM-LOTTI(INDICE-CAMPIONE)
                               PERFORM CONFRONTA-LOTTO
                           END-PERFORM
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FILE-LOTTI.

       CONFRONTA-LOTTO.
           IF WS-CAM-LOTTO-NUMERO(INDICE-CAMPIONE, INDICE-LOTTO)
               IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAM-LOTTO-NUMERO(INDICE-CAMPIONE, INDICE-LOTTO)
               TO WS-LOTTO-NUMERICO
           IF LREG-LOTTO = WS-LOTTO-NUMERICO
               MOVE 'S' TO WS-CAM-LOTTO-REGISTRATO
                   (INDICE-CAMPIONE, INDICE-LOTTO)
               MOVE LREG-FONTE TO
                   WS-CAM-LOTTO-FONTE(INDICE-CAMPIONE, INDICE-LOTTO)
           END-IF.

      *Partite nate dal movimento: stesso cliente, regione e data
      *(con le rate sono piu' di una).
       TRACCIA-PARTITE.
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PARTITE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG NOT = "TRL"
                           AND PAR-TRAILER-TAG NOT = "HDR"
                           PERFORM VARYING INDICE-CAMPIONE FROM 1 BY 1
                               UNTIL INDICE-CAMPIONE > WS-NUM-CAMPIONE
                               PERFORM CONFRONTA-PARTITA
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

       CONFRONTA-PARTITA.
           IF PAR-ID-CLIENTE NOT = WS-CAM-ID-CLIENTE(INDICE-CAMPIONE)
               OR PAR-REGIONE-NUM NOT = WS-CAM-REGIONE(INDICE-CAMPIONE)
               OR PAR-DATA-MOVIMENTO NOT = WS-CAM-DATA(INDICE-CAMPIONE)
               OR WS-CAM-NUM-PARTITE(INDICE-CAMPIONE) >= 3
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAM-NUM-PARTITE(INDICE-CAMPIONE)
           MOVE WS-CAM-NUM-PARTITE(INDICE-CAMPIONE) TO INDICE-PARTITA
           IF PAR-RATA IS NUMERIC
               MOVE PAR-RATA TO
                   WS-CAM-PAR-RATA(INDICE-CAMPIONE, INDICE-PARTITA)
           ELSE
               MOVE 1 TO
                   WS-CAM-PAR-RATA(INDICE-CAMPIONE, INDICE-PARTITA)
           END-IF
           MOVE PAR-IMPORTO TO
               WS-CAM-PAR-IMPORTO(INDICE-CAMPIONE, INDICE-PARTITA)
           MOVE PAR-STATO TO
               WS-CAM-PAR-STATO(INDICE-CAMPIONE, INDICE-PARTITA)
           IF PAR-DATA-INCASSO IS NUMERIC
               MOVE PAR-DATA-INCASSO TO
                   WS-CAM-PAR-INCASSO(INDICE-CAMPIONE, INDICE-PARTITA)
           END-IF.

       CONNETTI-DATABASE.
           ACCEPT DBNAME FROM ENVIRONMENT "NOTA_DBNAME"
           IF DBNAME = SPACES MOVE "notadb@db" TO DBNAME END-IF
           ACCEPT USERNAME FROM ENVIRONMENT "NOTA_DBUSER"
           IF USERNAME = SPACES MOVE "postgres" TO USERNAME END-IF
           ACCEPT PASSWORD FROM ENVIRONMENT "NOTA_DBPASS"
           MOVE 0 TO WS-CONNECT-TENTATIVI
           MOVE -1 TO SQLCODE
           PERFORM UNTIL SQLCODE = ZERO
               OR WS-CONNECT-TENTATIVI >= 3
               ADD 1 TO WS-CONNECT-TENTATIVI
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWORD USING :DBNAME
               END-EXEC
               IF SQLCODE NOT = 0 AND WS-CONNECT-TENTATIVI < 3
                   DISPLAY "CONNESSIONE FALLITA, RIPROVO... "
                       "(TENTATIVO " WS-CONNECT-TENTATIVI "/3)"
                   CALL "CBL_THREAD_SLEEP" USING WS-SLEEP-MS
               END-IF
           END-PERFORM
           IF SQLCODE = 0
               MOVE 'S' TO WS-DB-CONNESSO
           ELSE
               DISPLAY "DATABASE NON RAGGIUNGIBILE: IL CAMPIONE ESCE "
                   "SENZA LE NOTE DEI CLIENTI."
           END-IF.

       SCRIVI-FOGLIO.
           MOVE SPACES TO WS-NOME-BASE
           STRING "campione-audit-" WS-PERIODO-DA "-" WS-PERIODO-A
               ".txt" DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-FOGLIO
           CALL 'REGISTRA-GENERATO' USING WS-NOME-FOGLIO
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS = "00"
               MOVE 'S' TO WS-CLIENTI-APERTO
           END-IF
           OPEN OUTPUT FILE-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "CAMPIONE DI REVISIONE DEI MOVIMENTI DI VENDITA "
               WS-PERIODO-DA " - " WS-PERIODO-A " - SOCIETA' "
               WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           IF METODO-CASUALE
               STRING "METODO: CASUALE SEMPLICE SENZA RIPETIZIONE - "
                   "SEME " WS-SEME " - GENERATORE 16807 MOD 2**31-1"
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
           ELSE
               STRING "METODO: UNITA' MONETARIA - SEME " WS-SEME
                   " - GENERATORE 16807 MOD 2**31-1"
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
           END-IF
           WRITE RIGA-FOGLIO
           MOVE WS-POP-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING "POPOLAZIONE: " WS-POPOLAZIONE " MOVIMENTI, TOTALE "
               WS-TOTALE-ED " - CAMPIONE: " WS-NUM-CAMPIONE
               " MOVIMENTI"
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           IF METODO-MONETARIO
               MOVE WS-INTERVALLO TO WS-TOTALE-ED
               MOVE SPACES TO RIGA-FOGLIO
               STRING "INTERVALLO DI CAMPIONAMENTO: " WS-TOTALE-ED
                   " SU IMPORTO ASSOLUTO"
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
           END-IF
           MOVE ALL "=" TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           PERFORM VARYING INDICE-CAMPIONE FROM 1 BY 1
               UNTIL INDICE-CAMPIONE > WS-NUM-CAMPIONE
               PERFORM SCRIVI-TRACCIA
           END-PERFORM
           CLOSE FILE-FOGLIO
           IF WS-CLIENTI-APERTO = 'S'
               CLOSE CLIENTI-IDX
           END-IF
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-FOGLIO, WS-SPOOL-ESITO.

       SCRIVI-TRACCIA.
           MOVE WS-CAM-IMPORTO(INDICE-CAMPIONE) TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-FOGLIO
           STRING INDICE-CAMPIONE ". MOVIMENTO N. "
               WS-CAM-PROGRESSIVO(INDICE-CAMPIONE) " DEL PERIODO: "
               "CLIENTE " WS-CAM-ID-CLIENTE(INDICE-CAMPIONE)
               " REGIONE " WS-CAM-REGIONE(INDICE-CAMPIONE)
               " DATA " WS-CAM-DATA(INDICE-CAMPIONE)
               " IMPORTO " WS-IMPORTO-ED
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
           MOVE SPACES TO RIGA-FOGLIO
           STRING "   PRODOTTO " WS-CAM-PRODOTTO(INDICE-CAMPIONE)
               " FATTURA " WS-CAM-FATTURA-ANNO(INDICE-CAMPIONE) "/"
               WS-CAM-FATTURA-NUMERO(INDICE-CAMPIONE)
               " SOCIETA' " WS-CAM-SOCIETA(INDICE-CAMPIONE)
               " COLPI " WS-CAM-COLPI(INDICE-CAMPIONE)
               DELIMITED BY SIZE INTO RIGA-FOGLIO
           WRITE RIGA-FOGLIO
      *Anagrafica.
           MOVE SPACES TO RIGA-FOGLIO
           IF WS-CLIENTI-APERTO = 'S'
               MOVE WS-CAM-ID-CLIENTE(INDICE-CAMPIONE)
                   TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       STRING "   CLIENTE: NON IN ANAGRAFICA"
                           DELIMITED BY SIZE INTO RIGA-FOGLIO
                   NOT INVALID KEY
                       STRING "   CLIENTE: " NOME-IDX " " COGNOME-IDX
                           " " CITTA-IDX " (" PROVINCIA-IDX
                           ") STATO " STATO-CLIENTE-IDX
                           DELIMITED BY SIZE INTO RIGA-FOGLIO
               END-READ
           ELSE
               STRING "   CLIENTE: clienti.idx NON DISPONIBILE"
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
           END-IF
           WRITE RIGA-FOGLIO
      *Master e lotti.
           MOVE SPACES TO RIGA-FOGLIO
           IF WS-CAM-MST-RECORD(INDICE-CAMPIONE) = 0
               STRING "   MASTER: NESSUN RECORD DELLA REGIONE NEL "
                   "MESE (NON ANCORA PRESO IN CARICO)"
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
           ELSE
               MOVE WS-CAM-MST-TOTALE(INDICE-CAMPIONE) TO WS-TOTALE-ED
               STRING "   MASTER: " WS-CAM-MST-RECORD(INDICE-CAMPIONE)
                   " RECORD REGIONE/MESE, TOTALE " WS-TOTALE-ED
                   " STATO PERIODO " WS-CAM-MST-STATO(INDICE-CAMPIONE)
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
           END-IF
           WRITE RIGA-FOGLIO
           PERFORM VARYING INDICE-LOTTO FROM 1 BY 1
               UNTIL INDICE-LOTTO > WS-CAM-NUM-LOTTI(INDICE-CAMPIONE)
               MOVE WS-CAM-LOTTO(INDICE-CAMPIONE, INDICE-LOTTO)
                   TO WS-LOTTO-STAMPA
               MOVE SPACES TO RIGA-FOGLIO
               IF WS-LST-REGISTRATO = 'S'
                   STRING "   LOTTO " WS-LST-NUMERO
                       " PRESO IN CARICO IL " WS-LST-INTAKE
                       " FONTE " WS-LST-FONTE
                       DELIMITED BY SIZE INTO RIGA-FOGLIO
               ELSE
                   STRING "   LOTTO " WS-LST-NUMERO
                       " PRESO IN CARICO IL " WS-LST-INTAKE
                       " NON NEL REGISTRO LOTTI"
                       DELIMITED BY SIZE INTO RIGA-FOGLIO
               END-IF
               WRITE RIGA-FOGLIO
           END-PERFORM
      *Partite e incassi.
           IF WS-CAM-NUM-PARTITE(INDICE-CAMPIONE) = 0
               MOVE "   PARTITA: NESSUNA NEL PARTITARIO" TO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
           END-IF
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA >
                   WS-CAM-NUM-PARTITE(INDICE-CAMPIONE)
               MOVE WS-CAM-PARTITA(INDICE-CAMPIONE, INDICE-PARTITA)
                   TO WS-PARTITA-STAMPA
               MOVE WS-PST-IMPORTO TO WS-IMPORTO-ED
               MOVE SPACES TO RIGA-FOGLIO
               EVALUATE WS-PST-STATO
                   WHEN 'P'
                       STRING "   PARTITA RATA " WS-PST-RATA
                           " IMPORTO " WS-IMPORTO-ED
                           " PAGATA, INCASSO ABBINATO IL "
                           WS-PST-INCASSO
                           DELIMITED BY SIZE INTO RIGA-FOGLIO
                   WHEN 'S'
                       STRING "   PARTITA RATA " WS-PST-RATA
                           " IMPORTO " WS-IMPORTO-ED
                           " STRALCIATA IL " WS-PST-INCASSO
                           DELIMITED BY SIZE INTO RIGA-FOGLIO
                   WHEN OTHER
                       STRING "   PARTITA RATA " WS-PST-RATA
                           " IMPORTO " WS-IMPORTO-ED
                           " APERTA"
                           DELIMITED BY SIZE INTO RIGA-FOGLIO
               END-EVALUATE
               WRITE RIGA-FOGLIO
           END-PERFORM
      *Contabilizzazione: l'estratto CO.GE. del mese del movimento.
           MOVE SPACES TO WS-NOME-BASE
           STRING "Vendite-gl-" WS-CAM-ANNO-MESE(INDICE-CAMPIONE)
               ".txt" DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-GL
           MOVE SPACES TO RIGA-FOGLIO
           OPEN INPUT FILE-GL
           IF WS-GL-STATUS = "00"
               CLOSE FILE-GL
               STRING "   CO.GE.: CONTABILIZZATO NEL PERIODO "
                   WS-CAM-ANNO-MESE(INDICE-CAMPIONE) " ("
                   DELIMITED BY SIZE
                   WS-NOME-GL DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO RIGA-FOGLIO
           ELSE
               STRING "   CO.GE.: PERIODO "
                   WS-CAM-ANNO-MESE(INDICE-CAMPIONE)
                   " NON ANCORA CONTABILIZZATO"
                   DELIMITED BY SIZE INTO RIGA-FOGLIO
           END-IF
           WRITE RIGA-FOGLIO
           PERFORM SCRIVI-NOTE-CLIENTE
           MOVE SPACES TO RIGA-FOGLIO
           WRITE RIGA-FOGLIO.

      *NOTA del cliente gia' create alla data del movimento, dalla
      *piu' recente.
       SCRIVI-NOTE-CLIENTE.
           IF WS-DB-CONNESSO NOT = 'S'
               MOVE "   NOTE: DATABASE NON DISPONIBILE" TO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAM-ID-CLIENTE(INDICE-CAMPIONE) TO ID_CLIENTE
           MOVE WS-CAM-DATA(INDICE-CAMPIONE) TO DATA_MOVIMENTO
           MOVE 0 TO WS-NOTE-TROVATE
           EXEC SQL
               DECLARE CNOTE CURSOR FOR
                    SELECT NOME, DATA_CREATE, CATEGORIA,
                           SUBSTR(NOTA, 1, 50)
                    FROM NOTA
                    WHERE ID_CLIENTE = :ID_CLIENTE
                      AND TRIM(DATA_CREATE) <> ''
                      AND TO_DATE(DATA_CREATE, 'DD/MM/YYYY')
                          <= TO_DATE(:DATA_MOVIMENTO, 'YYYYMMDD')
                    ORDER BY TO_DATE(DATA_CREATE, 'DD/MM/YYYY') DESC
                    LIMIT 3
           END-EXEC
           EXEC SQL
                 OPEN CNOTE
           END-EXEC
           EXEC SQL
                 FETCH CNOTE INTO :NOTA_NOME, :NOTA_DATA_CREATE,
                     :NOTA_CATEGORIA, :NOTA_TESTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-NOTE-TROVATE
               MOVE SPACES TO WS-RIGA-NOTA
               STRING "   NOTA " NOTA_NOME " DEL " NOTA_DATA_CREATE
                   " " NOTA_CATEGORIA " " NOTA_TESTO
                   DELIMITED BY SIZE INTO WS-RIGA-NOTA
               MOVE WS-RIGA-NOTA TO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
               EXEC SQL
                     FETCH CNOTE INTO :NOTA_NOME, :NOTA_DATA_CREATE,
                         :NOTA_CATEGORIA, :NOTA_TESTO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CNOTE
           END-EXEC
           IF WS-NOTE-TROVATE = 0
               MOVE "   NOTE: NESSUNA NOTA DEL CLIENTE A QUELLA DATA"
                   TO RIGA-FOGLIO
               WRITE RIGA-FOGLIO
           END-IF.

           COPY ERROR-HANDLER.

           COPY TESTATA-CONTROLLI.
