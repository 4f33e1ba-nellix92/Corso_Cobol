       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrestazioniAgenti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Prestazioni degli agenti di vendita su un periodo: un mese
      *(AAAAMM) o un anno (AAAA) dalla variabile AGENTI_PERIODO
      *quando gira dal batch, altrimenti chiesto a video. Le
      *prestazioni si discutevano su fogli di calcolo; qui ogni
      *movimento di Vendite-dettaglio.txt (trailer riconciliato) si
      *accredita all'agente che aveva il cliente alla DET-DATA
      *(AgenteCliente sulla storia clienti-agenti.txt), quindi un
      *trasferimento di portafoglio non sposta le vendite passate.
      *Per agente il report da':
      *  - le vendite del periodo e quelle del periodo precedente di
      *    pari durata, con la variazione;
      *  - i clienti attivi, cioe' con movimenti nel periodo;
      *  - i clienti nuovi, al primo acquisto in assoluto nel
      *    periodo (accreditati all'agente di quel primo acquisto);
      *  - i clienti persi, che avevano comprato nel periodo
      *    precedente e nel periodo non comprano piu' (accreditati
      *    all'agente del loro ultimo acquisto).
      *I movimenti di clienti senza agente finiscono nella riga NON
      *ASSEGNATO, cosi' il totale torna con le vendite della
      *societa'. Il report e' della societa' di lavoro (variabile
      *SOCIETA), o del consolidato "GR" senza le vendite
      *infragruppo. Esce in Vendite-agenti.txt e va nello spool
      *(famiglia AGENTI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-AGENTI ASSIGN TO "Agenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENTI-STATUS.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-AGENTI.
       COPY AGENTE-REC.

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

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AGENTI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-NOME-REPORT PIC X(40) VALUE "Vendite-agenti.txt".
      *Periodo del report e periodo precedente di pari durata.
       01 WS-PERIODO-TESTO PIC X(6).
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PERIODO-ANNO PIC 9(4).
           05 WS-PERIODO-MESE PIC 99.
       01 WS-PERIODO-ANNUALE PIC X VALUE 'N'.
       01 WS-DAL PIC 9(8).
       01 WS-AL PIC 9(8).
       01 WS-PREC-DAL PIC 9(8).
       01 WS-PREC-AL PIC 9(8).
      *Verifica trailer del dettaglio.
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-SCARTATI PIC 9(6) VALUE 0.
      *Righe del report: la prima e' NON ASSEGNATO, poi gli agenti
      *di Agenti.txt, poi eventuali codici trovati solo nella storia
      *delle assegnazioni.
       01 WS-NUM-RIGHE PIC 9(3) VALUE 0.
       01 WS-RIGHE-TABELLA.
           05 WS-RIG-ENTRY OCCURS 250 TIMES.
               10 WS-RIG-AGENTE PIC X(8).
               10 WS-RIG-NOME PIC X(20).
               10 WS-RIG-REGIONE PIC 99.
               10 WS-RIG-STATO PIC X.
               10 WS-RIG-VENDITE PIC S9(11)V99.
               10 WS-RIG-VENDITE-PREC PIC S9(11)V99.
               10 WS-RIG-ATTIVI PIC 9(5).
               10 WS-RIG-NUOVI PIC 9(5).
               10 WS-RIG-PERSI PIC 9(5).
       01 INDICE-RIGA PIC 9(3).
       01 WS-RIGA-POSIZIONE PIC 9(3).
       01 WS-CODICE-CERCATO PIC X(8).
      *Clienti visti nel dettaglio: primo acquisto in assoluto e
      *ultimo acquisto del periodo precedente, con i loro agenti.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 5000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-PRIMO PIC 9(8).
               10 WS-CLI-AGENTE-PRIMO PIC X(8).
               10 WS-CLI-ULTIMO-PREC PIC 9(8).
               10 WS-CLI-AGENTE-PREC PIC X(8).
               10 WS-CLI-NEL-PERIODO PIC X.
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-POSIZIONE PIC 9(4).
       01 WS-CLIENTI-PIENI PIC X VALUE 'N'.
      *Coppie cliente/agente del periodo per contare i clienti
      *attivi una volta sola per agente.
       01 WS-NUM-COPPIE PIC 9(5) VALUE 0.
       01 WS-COPPIE-TABELLA.
           05 WS-COP-ENTRY OCCURS 10000 TIMES.
               10 WS-COP-ID PIC 9(6).
               10 WS-COP-AGENTE PIC X(8).
       01 INDICE-COPPIA PIC 9(5).
       01 WS-COPPIA-TROVATA PIC X.
      *Movimento in lavorazione.
       01 WS-AGENTE-MOV PIC X(8).
       01 WS-AGENTE-TROVATO PIC X.
      *Totali e stampa.
       01 WS-TOT-VENDITE PIC S9(11)V99 VALUE 0.
       01 WS-TOT-VENDITE-PREC PIC S9(11)V99 VALUE 0.
       01 WS-TOT-ATTIVI PIC 9(5) VALUE 0.
       01 WS-TOT-NUOVI PIC 9(5) VALUE 0.
       01 WS-TOT-PERSI PIC 9(5) VALUE 0.
       01 WS-VENDITE-ED PIC -(10)9.99.
       01 WS-VENDITE-PREC-ED PIC -(10)9.99.
       01 WS-CONTEGGIO-ED PIC Z(4)9.
       01 WS-NUOVI-ED PIC Z(4)9.
       01 WS-PERSI-ED PIC Z(4)9.
       01 WS-PERC PIC S9(5)V9.
       01 WS-PERC-ED PIC -(4)9.9.
       01 WS-PERC-TESTO PIC X(8).
       01 WS-STATO-TESTO PIC X(7).
      *Societa' di lavoro del report.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "AGENTI".
       01 WS-SPOOL-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "REPORT RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM IMPOSTA-PERIODO
           PERFORM CARICA-AGENTI
           PERFORM CARICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "REPORT RIFIUTATO: Vendite-dettaglio.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLIENTI-PIENI = 'S'
               DISPLAY "OLTRE 5000 CLIENTI NEL DETTAGLIO: NUOVI E "
                   "PERSI CONTANO SOLO I PRIMI 5000."
           END-IF
           PERFORM CONTA-NUOVI-PERSI
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
               PERFORM SCRIVI-RIGA-AGENTE
           END-PERFORM
           PERFORM SCRIVI-TOTALI
           CLOSE FILE-REPORT
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "PRESTAZIONI AGENTI DAL " WS-DAL " AL " WS-AL
               ": " WS-DET-COUNT " MOVIMENTI LETTI ("
               WS-NOME-REPORT ")"
           IF WS-SCARTATI > 0
               DISPLAY "  MOVIMENTI CON DATA NON VALIDA: " WS-SCARTATI
           END-IF
           STOP RUN.

      *AAAAMM e' un mese, AAAA un anno; il periodo precedente e' il
      *mese o l'anno prima.
       IMPOSTA-PERIODO.
           MOVE SPACES TO WS-PERIODO-TESTO
           ACCEPT WS-PERIODO-TESTO FROM ENVIRONMENT "AGENTI_PERIODO"
           IF WS-PERIODO-TESTO = SPACES
               DISPLAY "Periodo delle prestazioni (AAAAMM o AAAA): "
               ACCEPT WS-PERIODO-TESTO
           END-IF
           IF WS-PERIODO-TESTO(1:4) IS NUMERIC
               AND WS-PERIODO-TESTO(5:2) = SPACES
               MOVE 'S' TO WS-PERIODO-ANNUALE
               MOVE WS-PERIODO-TESTO(1:4) TO WS-PERIODO-ANNO
               MOVE 1 TO WS-PERIODO-MESE
           ELSE
               IF WS-PERIODO-TESTO IS NUMERIC
                   MOVE WS-PERIODO-TESTO TO WS-PERIODO
               ELSE
                   MOVE 0 TO WS-PERIODO
               END-IF
           END-IF
           IF WS-PERIODO-MESE < 1 OR WS-PERIODO-MESE > 12
               OR WS-PERIODO-ANNO < 1602
               DISPLAY "PERIODO NON VALIDO: " WS-PERIODO-TESTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIODO-ANNUALE = 'S'
               COMPUTE WS-DAL = WS-PERIODO-ANNO * 10000 + 101
               COMPUTE WS-AL = WS-PERIODO-ANNO * 10000 + 1231
               COMPUTE WS-PREC-DAL = WS-DAL - 10000
               COMPUTE WS-PREC-AL = WS-AL - 10000
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAL = WS-PERIODO * 100 + 1
           IF WS-PERIODO-MESE = 12
               COMPUTE WS-AL = (WS-PERIODO-ANNO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-AL = WS-DAL + 100
           END-IF
           COMPUTE WS-AL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AL) - 1)
           COMPUTE WS-PREC-AL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DAL) - 1)
           MOVE WS-PREC-AL TO WS-PREC-DAL
           MOVE "01" TO WS-PREC-DAL(7:2).

      *Riga 1 per i clienti senza agente, poi l'anagrafica.
       CARICA-AGENTI.
           MOVE 1 TO WS-NUM-RIGHE
           INITIALIZE WS-RIG-ENTRY(1)
           MOVE "NON ASSEGNATO" TO WS-RIG-NOME(1)
           OPEN INPUT FILE-AGENTI
           IF WS-AGENTI-STATUS NOT = "00"
               DISPLAY "Agenti.txt ASSENTE: TUTTE LE VENDITE VANNO "
                   "SU NON ASSEGNATO O SUI SOLI CODICI DELLA STORIA."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-AGENTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF AGE-CODICE NOT = SPACES
                           AND WS-NUM-RIGHE < 250
                           ADD 1 TO WS-NUM-RIGHE
                           INITIALIZE WS-RIG-ENTRY(WS-NUM-RIGHE)
                           MOVE AGE-CODICE
                               TO WS-RIG-AGENTE(WS-NUM-RIGHE)
                           MOVE AGE-NOME TO WS-RIG-NOME(WS-NUM-RIGHE)
                           MOVE AGE-REGIONE
                               TO WS-RIG-REGIONE(WS-NUM-RIGHE)
                           MOVE AGE-STATO TO WS-RIG-STATO(WS-NUM-RIGHE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-AGENTI.

      *Posiziona WS-RIGA-POSIZIONE sulla riga di WS-CODICE-CERCATO,
      *aggiungendola se l'agente non e' in anagrafica.
       CERCA-RIGA.
           MOVE 0 TO WS-RIGA-POSIZIONE
           IF WS-CODICE-CERCATO = SPACES
               MOVE 1 TO WS-RIGA-POSIZIONE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-RIGA FROM 2 BY 1
               UNTIL INDICE-RIGA > WS-NUM-RIGHE
                   OR WS-RIGA-POSIZIONE > 0
               IF WS-RIG-AGENTE(INDICE-RIGA) = WS-CODICE-CERCATO
                   MOVE INDICE-RIGA TO WS-RIGA-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-RIGA-POSIZIONE > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-RIGHE >= 250
               MOVE 1 TO WS-RIGA-POSIZIONE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-RIGHE
           MOVE WS-NUM-RIGHE TO WS-RIGA-POSIZIONE
           INITIALIZE WS-RIG-ENTRY(WS-RIGA-POSIZIONE)
           MOVE WS-CODICE-CERCATO TO WS-RIG-AGENTE(WS-RIGA-POSIZIONE)
           MOVE "(NON IN ANAGRAFICA)" TO WS-RIG-NOME(WS-RIGA-POSIZIONE)
           MOVE SPACE TO WS-RIG-STATO(WS-RIGA-POSIZIONE).

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
                               PERFORM LAVORA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

      *Tutta la storia serve per il primo acquisto; vendite e
      *clienti attivi solo per il periodo, l'ultimo acquisto solo
      *per il periodo precedente.
       LAVORA-MOVIMENTO.
           IF DET-DATA IS NOT NUMERIC
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DET-DATA) NOT = 0
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           CALL 'FiltroSocieta' USING DET-SOCIETA,
               WS-NESSUNA-CONTROPARTE, DET-ID-CLIENTE, WS-INCLUDI
           IF WS-INCLUDI NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           CALL 'AgenteCliente' USING DET-ID-CLIENTE, DET-DATA,
               WS-AGENTE-MOV, WS-AGENTE-TROVATO
           PERFORM CERCA-CLIENTE
           IF WS-CLI-POSIZIONE > 0
               IF DET-DATA < WS-CLI-PRIMO(WS-CLI-POSIZIONE)
                   MOVE DET-DATA TO WS-CLI-PRIMO(WS-CLI-POSIZIONE)
                   MOVE WS-AGENTE-MOV
                       TO WS-CLI-AGENTE-PRIMO(WS-CLI-POSIZIONE)
               END-IF
           END-IF
           MOVE WS-AGENTE-MOV TO WS-CODICE-CERCATO
           EVALUATE TRUE
               WHEN DET-DATA >= WS-DAL AND DET-DATA <= WS-AL
                   PERFORM CERCA-RIGA
                   ADD DET-IMPORTO TO WS-RIG-VENDITE(WS-RIGA-POSIZIONE)
                   IF WS-CLI-POSIZIONE > 0
                       MOVE 'S' TO WS-CLI-NEL-PERIODO(WS-CLI-POSIZIONE)
                   END-IF
                   PERFORM REGISTRA-COPPIA
               WHEN DET-DATA >= WS-PREC-DAL AND DET-DATA <= WS-PREC-AL
                   PERFORM CERCA-RIGA
                   ADD DET-IMPORTO
                       TO WS-RIG-VENDITE-PREC(WS-RIGA-POSIZIONE)
                   IF WS-CLI-POSIZIONE > 0
                       IF DET-DATA
                           >= WS-CLI-ULTIMO-PREC(WS-CLI-POSIZIONE)
                           MOVE DET-DATA
                               TO WS-CLI-ULTIMO-PREC(WS-CLI-POSIZIONE)
                           MOVE WS-AGENTE-MOV
                               TO WS-CLI-AGENTE-PREC(WS-CLI-POSIZIONE)
                       END-IF
                   END-IF
           END-EVALUATE.

       CERCA-CLIENTE.
           MOVE 0 TO WS-CLI-POSIZIONE
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
                   OR WS-CLI-POSIZIONE > 0
               IF WS-CLI-ID(INDICE-CLIENTE) = DET-ID-CLIENTE
                   MOVE INDICE-CLIENTE TO WS-CLI-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-CLI-POSIZIONE > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-CLIENTI >= 5000
               MOVE 'S' TO WS-CLIENTI-PIENI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-CLIENTI
           MOVE WS-NUM-CLIENTI TO WS-CLI-POSIZIONE
           MOVE DET-ID-CLIENTE TO WS-CLI-ID(WS-CLI-POSIZIONE)
           MOVE 99999999 TO WS-CLI-PRIMO(WS-CLI-POSIZIONE)
           MOVE SPACES TO WS-CLI-AGENTE-PRIMO(WS-CLI-POSIZIONE)
           MOVE 0 TO WS-CLI-ULTIMO-PREC(WS-CLI-POSIZIONE)
           MOVE SPACES TO WS-CLI-AGENTE-PREC(WS-CLI-POSIZIONE)
           MOVE 'N' TO WS-CLI-NEL-PERIODO(WS-CLI-POSIZIONE).

      *Un cliente conta come attivo una volta per agente, anche se
      *nel periodo e' passato da un agente all'altro.
       REGISTRA-COPPIA.
           MOVE 'N' TO WS-COPPIA-TROVATA
           PERFORM VARYING INDICE-COPPIA FROM 1 BY 1
               UNTIL INDICE-COPPIA > WS-NUM-COPPIE
                   OR WS-COPPIA-TROVATA = 'S'
               IF WS-COP-ID(INDICE-COPPIA) = DET-ID-CLIENTE
                   AND WS-COP-AGENTE(INDICE-COPPIA) = WS-AGENTE-MOV
                   MOVE 'S' TO WS-COPPIA-TROVATA
               END-IF
           END-PERFORM
           IF WS-COPPIA-TROVATA = 'S' OR WS-NUM-COPPIE >= 10000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-COPPIE
           MOVE DET-ID-CLIENTE TO WS-COP-ID(WS-NUM-COPPIE)
           MOVE WS-AGENTE-MOV TO WS-COP-AGENTE(WS-NUM-COPPIE)
           ADD 1 TO WS-RIG-ATTIVI(WS-RIGA-POSIZIONE).

       CONTA-NUOVI-PERSI.
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               IF WS-CLI-PRIMO(INDICE-CLIENTE) >= WS-DAL
                   AND WS-CLI-PRIMO(INDICE-CLIENTE) <= WS-AL
                   MOVE WS-CLI-AGENTE-PRIMO(INDICE-CLIENTE)
                       TO WS-CODICE-CERCATO
                   PERFORM CERCA-RIGA
                   ADD 1 TO WS-RIG-NUOVI(WS-RIGA-POSIZIONE)
               END-IF
               IF WS-CLI-ULTIMO-PREC(INDICE-CLIENTE) > 0
                   AND WS-CLI-NEL-PERIODO(INDICE-CLIENTE) = 'N'
                   MOVE WS-CLI-AGENTE-PREC(INDICE-CLIENTE)
                       TO WS-CODICE-CERCATO
                   PERFORM CERCA-RIGA
                   ADD 1 TO WS-RIG-PERSI(WS-RIGA-POSIZIONE)
               END-IF
           END-PERFORM.

       SCRIVI-INTESTAZIONE.
           MOVE SPACES TO RIGA-REPORT
           STRING "PRESTAZIONI AGENTI DI VENDITA - SOCIETA' "
               WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "PERIODO DAL " WS-DAL(7:2) "/" WS-DAL(5:2) "/"
               WS-DAL(1:4) " AL " WS-AL(7:2) "/" WS-AL(5:2) "/"
               WS-AL(1:4) " - CONFRONTO DAL " WS-PREC-DAL(7:2) "/"
               WS-PREC-DAL(5:2) "/" WS-PREC-DAL(1:4) " AL "
               WS-PREC-AL(7:2) "/" WS-PREC-AL(5:2) "/"
               WS-PREC-AL(1:4)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "AGENTE   NOME                 REG STATO  "
               "       VENDITE   PERIODO PREC.    VAR%  ATTIVI"
               "  NUOVI  PERSI"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

      *Gli agenti cessati senza nessun numero nel periodo non si
      *stampano; NON ASSEGNATO solo se ha qualcosa.
       SCRIVI-RIGA-AGENTE.
           IF WS-RIG-STATO(INDICE-RIGA) NOT = 'A'
               AND WS-RIG-VENDITE(INDICE-RIGA) = 0
               AND WS-RIG-VENDITE-PREC(INDICE-RIGA) = 0
               AND WS-RIG-ATTIVI(INDICE-RIGA) = 0
               AND WS-RIG-NUOVI(INDICE-RIGA) = 0
               AND WS-RIG-PERSI(INDICE-RIGA) = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-RIG-VENDITE(INDICE-RIGA) TO WS-TOT-VENDITE
           ADD WS-RIG-VENDITE-PREC(INDICE-RIGA) TO WS-TOT-VENDITE-PREC
           ADD WS-RIG-ATTIVI(INDICE-RIGA) TO WS-TOT-ATTIVI
           ADD WS-RIG-NUOVI(INDICE-RIGA) TO WS-TOT-NUOVI
           ADD WS-RIG-PERSI(INDICE-RIGA) TO WS-TOT-PERSI
           EVALUATE WS-RIG-STATO(INDICE-RIGA)
               WHEN 'A'
                   MOVE "ATTIVO" TO WS-STATO-TESTO
               WHEN 'C'
                   MOVE "CESSATO" TO WS-STATO-TESTO
               WHEN OTHER
                   MOVE SPACES TO WS-STATO-TESTO
           END-EVALUATE
           MOVE WS-RIG-VENDITE(INDICE-RIGA) TO WS-VENDITE-ED
           MOVE WS-RIG-VENDITE-PREC(INDICE-RIGA) TO WS-VENDITE-PREC-ED
           PERFORM CALCOLA-VARIAZIONE
           MOVE WS-RIG-ATTIVI(INDICE-RIGA) TO WS-CONTEGGIO-ED
           MOVE WS-RIG-NUOVI(INDICE-RIGA) TO WS-NUOVI-ED
           MOVE WS-RIG-PERSI(INDICE-RIGA) TO WS-PERSI-ED
           MOVE SPACES TO RIGA-REPORT
           STRING WS-RIG-AGENTE(INDICE-RIGA) " "
               WS-RIG-NOME(INDICE-RIGA) " "
               WS-RIG-REGIONE(INDICE-RIGA) "  " WS-STATO-TESTO " "
               WS-VENDITE-ED " " WS-VENDITE-PREC-ED " "
               WS-PERC-TESTO " " WS-CONTEGGIO-ED "  " WS-NUOVI-ED
               "  " WS-PERSI-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       CALCOLA-VARIAZIONE.
           IF WS-RIG-VENDITE-PREC(INDICE-RIGA) = 0
               MOVE "    N.D." TO WS-PERC-TESTO
           ELSE
               COMPUTE WS-PERC ROUNDED =
                   (WS-RIG-VENDITE(INDICE-RIGA)
                   - WS-RIG-VENDITE-PREC(INDICE-RIGA)) * 100
                   / WS-RIG-VENDITE-PREC(INDICE-RIGA)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERC
               END-COMPUTE
               MOVE WS-PERC TO WS-PERC-ED
               MOVE SPACES TO WS-PERC-TESTO
               MOVE WS-PERC-ED TO WS-PERC-TESTO(2:7)
           END-IF.

      *I clienti attivi del totale sono coppie cliente/agente: un
      *cliente passato di mano nel periodo conta per entrambi.
       SCRIVI-TOTALI.
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-VENDITE TO WS-VENDITE-ED
           MOVE WS-TOT-VENDITE-PREC TO WS-VENDITE-PREC-ED
           MOVE WS-TOT-ATTIVI TO WS-CONTEGGIO-ED
           MOVE WS-TOT-NUOVI TO WS-NUOVI-ED
           MOVE WS-TOT-PERSI TO WS-PERSI-ED
           IF WS-TOT-VENDITE-PREC = 0
               MOVE "    N.D." TO WS-PERC-TESTO
           ELSE
               COMPUTE WS-PERC ROUNDED =
                   (WS-TOT-VENDITE - WS-TOT-VENDITE-PREC) * 100
                   / WS-TOT-VENDITE-PREC
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERC
               END-COMPUTE
               MOVE WS-PERC TO WS-PERC-ED
               MOVE SPACES TO WS-PERC-TESTO
               MOVE WS-PERC-ED TO WS-PERC-TESTO(2:7)
           END-IF
           MOVE SPACES TO RIGA-REPORT
           STRING "TOTALE                                    "
               WS-VENDITE-ED " " WS-VENDITE-PREC-ED " "
               WS-PERC-TESTO " " WS-CONTEGGIO-ED "  " WS-NUOVI-ED
               "  " WS-PERSI-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

           COPY TESTATA-CONTROLLI.
