       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevisioneIncassi.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Previsione settimanale degli incassi per la tesoreria: dalle
      *partite aperte di Vendite-partite.txt (trailer TRL
      *riconciliato) proietta gli incassi attesi nelle prossime otto
      *settimane a partire dalla data di riferimento (oggi, o
      *INCASSI_DATA AAAAMMGG dall'ambiente). La data attesa di ogni
      *partita e' la scadenza (PAR-DATA-SCADENZA) spostata del
      *ritardo medio con cui il cliente ha pagato davvero, misurato
      *sulle partite pagate come PAR-DATA-INCASSO meno scadenza
      *(negativo per chi paga in anticipo); un cliente senza storia
      *di incassi paga alla scadenza. Le partite gia' scadute non
      *si proiettano: vanno nella colonna A RISCHIO. Una data attesa
      *gia' passata cade nella prima settimana, oltre l'ottava nella
      *colonna OLTRE. Le stralciate restano fuori dalla storia. Il
      *report in Incassi-previsione.txt riporta i totali per
      *settimana, la stessa griglia per regione (in euro interi) e
      *i 20 incassi attesi piu' grandi, con il cognome da
      *clienti.idx; ogni edizione va nello spool (famiglia
      *TESORERIA).
      *La previsione e' della societa' di lavoro (SocietaLavoro):
      *storia e partite aperte passano da FiltroSocieta, per il
      *consolidato "GR" senza i crediti verso le societa' del gruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-REPORT ASSIGN TO "Incassi-previsione.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-DATA-TESTO PIC X(8).
       01 WS-RIFERIMENTO PIC 9(8).
       01 WS-RIF-INTERO PIC 9(7).
      *Verifica trailer del partitario.
       01 WS-PAR-LETTI PIC 9(6) VALUE 0.
       01 WS-PAR-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-PAR-QUADRA PIC X VALUE 'N'.
      *Storia dei pagamenti per cliente: ritardi in giorni.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 3000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-SOMMA-RITARDI PIC S9(9).
               10 WS-CLI-PAGATE PIC 9(5).
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-TROVATO PIC X.
       01 WS-CERCA-ID PIC 9(6).
       01 WS-RITARDO PIC S9(5).
       01 WS-RITARDO-MEDIO PIC S9(5).
       01 WS-SCADENZA PIC 9(8).
       01 WS-SCAD-INTERO PIC 9(7).
       01 WS-ATTESA-INTERO PIC S9(7).
       01 WS-ATTESA PIC 9(8).
      *Partite aperte in attesa della proiezione.
       01 WS-NUM-APERTE PIC 9(5) VALUE 0.
       01 WS-APERTE-TABELLA.
           05 WS-APE-ENTRY OCCURS 5000 TIMES.
               10 WS-APE-CLIENTE PIC 9(6).
               10 WS-APE-REGIONE PIC 99.
               10 WS-APE-IMPORTO PIC S9(7)V99.
               10 WS-APE-SCADENZA PIC 9(8).
       01 INDICE-APERTA PIC 9(5).
       01 WS-APERTE-PIENE PIC X VALUE 'N'.
       01 WS-SCARTATE PIC 9(6) VALUE 0.
      *Colonne: 1-8 settimane, 9 oltre l'ottava, 10 a rischio.
       01 WS-COLONNA PIC 9(5).
       01 INDICE-COLONNA PIC 99.
       01 WS-TOTALI-COLONNA.
           05 WS-TOT-COLONNA OCCURS 10 TIMES.
               10 WS-TOT-IMPORTO PIC S9(11)V99.
               10 WS-TOT-PARTITE PIC 9(6).
       01 WS-REGIONE-COLONNE.
           05 WS-RGC-RIGA OCCURS 10 TIMES.
               10 WS-RGC-IMPORTO OCCURS 10 TIMES PIC S9(11)V99.
       01 INDICE-REGIONE PIC 99.
       01 WS-TOT-APERTO PIC S9(11)V99 VALUE 0.
       01 WS-SENZA-STORIA PIC 9(6) VALUE 0.
      *I 20 incassi attesi piu' grandi, in ordine decrescente.
       01 WS-NUM-MAGGIORI PIC 99 VALUE 0.
       01 WS-MAGGIORI-TABELLA.
           05 WS-MAG-ENTRY OCCURS 21 TIMES.
               10 WS-MAG-CLIENTE PIC 9(6).
               10 WS-MAG-REGIONE PIC 99.
               10 WS-MAG-IMPORTO PIC S9(7)V99.
               10 WS-MAG-SCADENZA PIC 9(8).
               10 WS-MAG-ATTESA PIC 9(8).
               10 WS-MAG-RITARDO PIC S9(5).
               10 WS-MAG-SETTIMANA PIC 99.
       01 INDICE-MAGGIORE PIC 99.
       01 WS-POSIZIONE PIC 99.
      *Anagrafica regioni per i nomi.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
       01 INDICE-ENTRY PIC 99.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-COGNOME-LAVORO PIC X(10).
      *Campi di stampa.
       01 WS-EURO PIC S9(9).
       01 WS-EURO-ED OCCURS 10 TIMES PIC -(8)9.
       01 WS-IMPORTO-ED PIC -(11)9.99.
       01 WS-CONTA-ED PIC Z(5)9.
       01 WS-RITARDO-ED PIC -(4)9.
       01 WS-SETTIMANA-ED PIC Z9.
       01 WS-DATA-ED PIC X(10).
       01 WS-DATA-ED-2 PIC X(10).
       01 WS-DATA-LAV PIC 9(8).
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "TESORERIA".
       01 WS-SPOOL-NOME PIC X(40) VALUE "Incassi-previsione.txt".
       01 WS-SPOOL-ESITO PIC 9.
      *Societa' di lavoro della previsione.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "PREVISIONE RIFIUTATA: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-PARTITE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE SPACES TO WS-DATA-TESTO
           ACCEPT WS-DATA-TESTO FROM ENVIRONMENT "INCASSI_DATA"
           IF WS-DATA-TESTO = SPACES
               MOVE WS-DATA-ORA(1:8) TO WS-RIFERIMENTO
           ELSE
               IF WS-DATA-TESTO IS NOT NUMERIC
                   DISPLAY "INCASSI_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATA-TESTO TO WS-RIFERIMENTO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RIFERIMENTO) NOT = 0
                   DISPLAY "INCASSI_DATA NON VALIDA: " WS-DATA-TESTO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE WS-RIF-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-RIFERIMENTO)
           CALL 'GetRegioni' USING WS-REGIONI
           INITIALIZE WS-TOTALI-COLONNA
           INITIALIZE WS-REGIONE-COLONNE
           PERFORM CARICA-PARTITE
           IF WS-PAR-QUADRA NOT = 'S'
               DISPLAY "PREVISIONE RIFIUTATA: Vendite-partite.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APERTE-PIENE = 'S'
               DISPLAY "OLTRE 5000 PARTITE APERTE O 3000 CLIENTI: "
                   "PREVISIONE RIFIUTATA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING INDICE-APERTA FROM 1 BY 1
               UNTIL INDICE-APERTA > WS-NUM-APERTE
               PERFORM PROIETTA-PARTITA
           END-PERFORM
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "clienti.idx non apribile (STATUS "
                   WS-CLIENTI-STATUS "), i cognomi restano vuoti."
           END-IF
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-SETTIMANE
           PERFORM SCRIVI-REGIONI
           PERFORM SCRIVI-MAGGIORI
           PERFORM SCRIVI-CODA
           CLOSE FILE-REPORT
           IF WS-CLIENTI-STATUS = "00"
               CLOSE CLIENTI-IDX
           END-IF
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-SPOOL-NOME, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE WS-TOT-IMPORTO(10) TO WS-IMPORTO-ED
           DISPLAY "PREVISIONE INCASSI: " WS-NUM-APERTE
               " PARTITE APERTE, A RISCHIO " WS-IMPORTO-ED
               " (Incassi-previsione.txt)"
           IF WS-SCARTATE > 0
               DISPLAY "PARTITE FUORI RANGE SCARTATE: " WS-SCARTATE
           END-IF
           STOP RUN.

      *Un solo passaggio: le pagate alimentano la storia del
      *cliente, le aperte si tengono da parte per la proiezione,
      *che aspetta di conoscere il ritardo medio.
       CARICA-PARTITE.
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-partite.txt, "
                   "STATUS: " WS-PARTITE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PARTITE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG = "TRL"
                           IF WS-PAR-LETTI
                                   = PAR-TRAILER-RECORD-COUNT
                               AND WS-PAR-TOTALE
                                   = PAR-TRAILER-CONTROL-TOTAL
                               MOVE 'S' TO WS-PAR-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF PAR-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-PAR-LETTI
                               ADD PAR-IMPORTO TO WS-PAR-TOTALE
                               PERFORM SMISTA-PARTITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

      *Il trailer quadra sul partitario intero; alla previsione
      *arrivano solo le partite della societa' di lavoro.
       SMISTA-PARTITA.
           CALL 'FiltroSocieta' USING PAR-SOCIETA,
               WS-NESSUNA-CONTROPARTE, PAR-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PARTITA-APERTA
                   PERFORM TIENI-APERTA
               WHEN PARTITA-PAGATA
                   PERFORM REGISTRA-RITARDO
           END-EVALUATE.

      *Le partite scritte prima delle scadenze scadono alla data del
      *movimento.
       SCADENZA-PARTITA.
           IF PAR-DATA-SCADENZA NUMERIC
               MOVE PAR-DATA-SCADENZA TO WS-SCADENZA
           ELSE
               MOVE PAR-DATA-MOVIMENTO TO WS-SCADENZA
           END-IF.

       TIENI-APERTA.
           IF PAR-REGIONE-NUM < 1 OR PAR-REGIONE-NUM > 10
               ADD 1 TO WS-SCARTATE
               EXIT PARAGRAPH
           END-IF
           PERFORM SCADENZA-PARTITA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCADENZA) NOT = 0
               ADD 1 TO WS-SCARTATE
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-APERTE >= 5000
               MOVE 'S' TO WS-APERTE-PIENE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-APERTE
           MOVE PAR-ID-CLIENTE TO WS-APE-CLIENTE(WS-NUM-APERTE)
           MOVE PAR-REGIONE-NUM TO WS-APE-REGIONE(WS-NUM-APERTE)
           MOVE PAR-IMPORTO TO WS-APE-IMPORTO(WS-NUM-APERTE)
           MOVE WS-SCADENZA TO WS-APE-SCADENZA(WS-NUM-APERTE).

      *Solo gli incassi veri misurano il ritardo: le note di credito
      *compensate non sono pagamenti.
       REGISTRA-RITARDO.
           IF PAR-IMPORTO NOT > 0
               OR PAR-DATA-INCASSO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PAR-DATA-INCASSO) NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SCADENZA-PARTITA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCADENZA) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RITARDO =
               FUNCTION INTEGER-OF-DATE(PAR-DATA-INCASSO)
               - FUNCTION INTEGER-OF-DATE(WS-SCADENZA)
           MOVE PAR-ID-CLIENTE TO WS-CERCA-ID
           PERFORM TROVA-CLIENTE
           IF WS-CLI-TROVATO = 'N'
               IF WS-NUM-CLIENTI >= 3000
                   MOVE 'S' TO WS-APERTE-PIENE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-CLIENTI
               MOVE WS-NUM-CLIENTI TO INDICE-CLIENTE
               MOVE WS-CERCA-ID TO WS-CLI-ID(INDICE-CLIENTE)
               MOVE 0 TO WS-CLI-SOMMA-RITARDI(INDICE-CLIENTE)
               MOVE 0 TO WS-CLI-PAGATE(INDICE-CLIENTE)
           END-IF
           ADD WS-RITARDO TO WS-CLI-SOMMA-RITARDI(INDICE-CLIENTE)
           ADD 1 TO WS-CLI-PAGATE(INDICE-CLIENTE).

       TROVA-CLIENTE.
           MOVE 'N' TO WS-CLI-TROVATO
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               OR WS-CLI-TROVATO = 'S'
               IF WS-CLI-ID(INDICE-CLIENTE) = WS-CERCA-ID
                   MOVE 'S' TO WS-CLI-TROVATO
               END-IF
           END-PERFORM
           IF WS-CLI-TROVATO = 'S'
               SUBTRACT 1 FROM INDICE-CLIENTE
           END-IF.

       PROIETTA-PARTITA.
           ADD WS-APE-IMPORTO(INDICE-APERTA) TO WS-TOT-APERTO
           MOVE WS-APE-CLIENTE(INDICE-APERTA) TO WS-CERCA-ID
           PERFORM TROVA-CLIENTE
           IF WS-CLI-TROVATO = 'S'
               COMPUTE WS-RITARDO-MEDIO ROUNDED =
                   WS-CLI-SOMMA-RITARDI(INDICE-CLIENTE)
                   / WS-CLI-PAGATE(INDICE-CLIENTE)
           ELSE
               MOVE 0 TO WS-RITARDO-MEDIO
               ADD 1 TO WS-SENZA-STORIA
           END-IF
           COMPUTE WS-SCAD-INTERO =
               FUNCTION INTEGER-OF-DATE(WS-APE-SCADENZA(INDICE-APERTA))
           IF WS-SCAD-INTERO < WS-RIF-INTERO
               MOVE 10 TO WS-COLONNA
               MOVE 0 TO WS-ATTESA
           ELSE
               COMPUTE WS-ATTESA-INTERO =
                   WS-SCAD-INTERO + WS-RITARDO-MEDIO
               IF WS-ATTESA-INTERO < WS-RIF-INTERO
                   MOVE WS-RIF-INTERO TO WS-ATTESA-INTERO
               END-IF
               COMPUTE WS-ATTESA =
                   FUNCTION DATE-OF-INTEGER(WS-ATTESA-INTERO)
               COMPUTE WS-COLONNA =
                   (WS-ATTESA-INTERO - WS-RIF-INTERO) / 7 + 1
               IF WS-COLONNA > 9
                   MOVE 9 TO WS-COLONNA
               END-IF
           END-IF
           ADD WS-APE-IMPORTO(INDICE-APERTA)
               TO WS-TOT-IMPORTO(WS-COLONNA)
           ADD 1 TO WS-TOT-PARTITE(WS-COLONNA)
           MOVE WS-APE-REGIONE(INDICE-APERTA) TO INDICE-REGIONE
           ADD WS-APE-IMPORTO(INDICE-APERTA)
               TO WS-RGC-IMPORTO(INDICE-REGIONE, WS-COLONNA)
           IF WS-COLONNA < 10
               AND WS-APE-IMPORTO(INDICE-APERTA) > 0
               PERFORM TIENI-MAGGIORE
           END-IF.

      *Inserimento ordinato nella lista dei maggiori: la ventunesima
      *posizione fa da appoggio e si perde.
       TIENI-MAGGIORE.
           MOVE 1 TO WS-POSIZIONE
           PERFORM UNTIL WS-POSIZIONE > WS-NUM-MAGGIORI
               OR WS-MAG-IMPORTO(WS-POSIZIONE)
                   < WS-APE-IMPORTO(INDICE-APERTA)
               ADD 1 TO WS-POSIZIONE
           END-PERFORM
           IF WS-POSIZIONE > 20
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-MAGGIORE FROM WS-NUM-MAGGIORI BY -1
               UNTIL INDICE-MAGGIORE < WS-POSIZIONE
               MOVE WS-MAG-ENTRY(INDICE-MAGGIORE)
                   TO WS-MAG-ENTRY(INDICE-MAGGIORE + 1)
           END-PERFORM
           MOVE WS-APE-CLIENTE(INDICE-APERTA)
               TO WS-MAG-CLIENTE(WS-POSIZIONE)
           MOVE WS-APE-REGIONE(INDICE-APERTA)
               TO WS-MAG-REGIONE(WS-POSIZIONE)
           MOVE WS-APE-IMPORTO(INDICE-APERTA)
               TO WS-MAG-IMPORTO(WS-POSIZIONE)
           MOVE WS-APE-SCADENZA(INDICE-APERTA)
               TO WS-MAG-SCADENZA(WS-POSIZIONE)
           MOVE WS-ATTESA TO WS-MAG-ATTESA(WS-POSIZIONE)
           MOVE WS-RITARDO-MEDIO TO WS-MAG-RITARDO(WS-POSIZIONE)
           MOVE WS-COLONNA TO WS-MAG-SETTIMANA(WS-POSIZIONE)
           IF WS-NUM-MAGGIORI < 20
               ADD 1 TO WS-NUM-MAGGIORI
           END-IF.

       SCRIVI-SETTIMANE.
           MOVE WS-RIFERIMENTO TO WS-DATA-LAV
           PERFORM EDITA-DATA
           MOVE SPACES TO RIGA-REPORT
           STRING "PREVISIONE INCASSI DELLE PROSSIME 8 SETTIMANE DAL "
               WS-DATA-ED " - SOCIETA' " WS-SOC-CODICE " "
               WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SETTIMANA                                  "
               "         IMPORTO PARTITE"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-COLONNA FROM 1 BY 1
               UNTIL INDICE-COLONNA > 10
               PERFORM SCRIVI-RIGA-SETTIMANA
           END-PERFORM
           MOVE WS-TOT-APERTO TO WS-IMPORTO-ED
           MOVE WS-NUM-APERTE TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE APERTO                              "
               WS-IMPORTO-ED " " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-RIGA-SETTIMANA.
           MOVE SPACES TO RIGA-REPORT
           EVALUATE INDICE-COLONNA
               WHEN 9
                   MOVE "OLTRE L'OTTAVA SETTIMANA" TO RIGA-REPORT
               WHEN 10
                   MOVE "A RISCHIO (GIA' SCADUTE)" TO RIGA-REPORT
               WHEN OTHER
                   COMPUTE WS-DATA-LAV = FUNCTION DATE-OF-INTEGER(
                       WS-RIF-INTERO + (INDICE-COLONNA - 1) * 7)
                   PERFORM EDITA-DATA
                   MOVE WS-DATA-ED TO WS-DATA-ED-2
                   COMPUTE WS-DATA-LAV = FUNCTION DATE-OF-INTEGER(
                       WS-RIF-INTERO + INDICE-COLONNA * 7 - 1)
                   PERFORM EDITA-DATA
                   MOVE INDICE-COLONNA TO WS-SETTIMANA-ED
                   STRING "SETTIMANA " WS-SETTIMANA-ED " DAL "
                       WS-DATA-ED-2 " AL " WS-DATA-ED
                       DELIMITED BY SIZE INTO RIGA-REPORT
           END-EVALUATE
           MOVE WS-TOT-IMPORTO(INDICE-COLONNA) TO WS-IMPORTO-ED
           MOVE WS-TOT-PARTITE(INDICE-COLONNA) TO WS-CONTA-ED
           STRING WS-IMPORTO-ED " " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT(44:)
           WRITE RIGA-REPORT.

       EDITA-DATA.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DATA-LAV(7:2) "/" WS-DATA-LAV(5:2) "/"
               WS-DATA-LAV(1:4) DELIMITED BY SIZE INTO WS-DATA-ED.

       SCRIVI-REGIONI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "PER REGIONE (EURO INTERI)" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "REGIONE                    SETT.1    SETT.2    "
               "SETT.3    SETT.4    SETT.5    SETT.6    SETT.7    "
               "SETT.8     OLTRE   RISCHIO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-ENTRY FROM 1 BY 1
               UNTIL INDICE-ENTRY > WS-NUM-REGIONI
               MOVE WS-REG-CODICE(INDICE-ENTRY) TO INDICE-REGIONE
               IF INDICE-REGIONE >= 1 AND INDICE-REGIONE <= 10
                   PERFORM SCRIVI-RIGA-REGIONE
               END-IF
           END-PERFORM.

       SCRIVI-RIGA-REGIONE.
           PERFORM VARYING INDICE-COLONNA FROM 1 BY 1
               UNTIL INDICE-COLONNA > 10
               COMPUTE WS-EURO ROUNDED =
                   WS-RGC-IMPORTO(INDICE-REGIONE, INDICE-COLONNA)
               MOVE WS-EURO TO WS-EURO-ED(INDICE-COLONNA)
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           STRING WS-REG-NOME(INDICE-ENTRY) " " WS-EURO-ED(1) " "
               WS-EURO-ED(2) " " WS-EURO-ED(3) " " WS-EURO-ED(4) " "
               WS-EURO-ED(5) " " WS-EURO-ED(6) " " WS-EURO-ED(7) " "
               WS-EURO-ED(8) " " WS-EURO-ED(9) " " WS-EURO-ED(10)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       SCRIVI-MAGGIORI.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "I 20 INCASSI ATTESI PIU' GRANDI" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "CLIENTE COGNOME    REGIONE                     "
               "IMPORTO SCADENZA   RITARDO ATTESO IL  SETT."
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-NUM-MAGGIORI = 0
               MOVE "  NESSUN INCASSO ATTESO." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           PERFORM VARYING INDICE-MAGGIORE FROM 1 BY 1
               UNTIL INDICE-MAGGIORE > WS-NUM-MAGGIORI
               PERFORM SCRIVI-RIGA-MAGGIORE
           END-PERFORM.

       SCRIVI-RIGA-MAGGIORE.
           MOVE SPACES TO WS-COGNOME-LAVORO
           IF WS-CLIENTI-STATUS = "00"
               MOVE WS-MAG-CLIENTE(INDICE-MAGGIORE) TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       MOVE "??????????" TO WS-COGNOME-LAVORO
                   NOT INVALID KEY
                       MOVE COGNOME-IDX TO WS-COGNOME-LAVORO
               END-READ
           END-IF
           MOVE SPACES TO WS-NOME-REGIONE
           PERFORM VARYING INDICE-ENTRY FROM 1 BY 1
               UNTIL INDICE-ENTRY > WS-NUM-REGIONI
               IF WS-REG-CODICE(INDICE-ENTRY)
                   = WS-MAG-REGIONE(INDICE-MAGGIORE)
                   MOVE WS-REG-NOME(INDICE-ENTRY) TO WS-NOME-REGIONE
               END-IF
           END-PERFORM
           MOVE WS-MAG-IMPORTO(INDICE-MAGGIORE) TO WS-IMPORTO-ED
           MOVE WS-MAG-RITARDO(INDICE-MAGGIORE) TO WS-RITARDO-ED
           MOVE WS-MAG-SCADENZA(INDICE-MAGGIORE) TO WS-DATA-LAV
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO WS-DATA-ED-2
           MOVE WS-MAG-ATTESA(INDICE-MAGGIORE) TO WS-DATA-LAV
           PERFORM EDITA-DATA
           MOVE SPACES TO RIGA-REPORT
           IF WS-MAG-SETTIMANA(INDICE-MAGGIORE) > 8
               STRING WS-MAG-CLIENTE(INDICE-MAGGIORE) " "
                   WS-COGNOME-LAVORO " " WS-NOME-REGIONE
                   WS-IMPORTO-ED " " WS-DATA-ED-2 " " WS-RITARDO-ED
                   "  " WS-DATA-ED " OLTRE"
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               MOVE WS-MAG-SETTIMANA(INDICE-MAGGIORE)
                   TO WS-SETTIMANA-ED
               STRING WS-MAG-CLIENTE(INDICE-MAGGIORE) " "
                   WS-COGNOME-LAVORO " " WS-NOME-REGIONE
                   WS-IMPORTO-ED " " WS-DATA-ED-2 " " WS-RITARDO-ED
                   "  " WS-DATA-ED "   " WS-SETTIMANA-ED
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT.

       SCRIVI-CODA.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-NUM-CLIENTI TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "CLIENTI CON STORIA DI INCASSI: " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-SENZA-STORIA TO WS-CONTA-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "PARTITE APERTE DI CLIENTI SENZA STORIA (ATTESE "
               "ALLA SCADENZA): " WS-CONTA-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
