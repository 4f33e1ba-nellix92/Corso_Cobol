       IDENTIFICATION DIVISION.
       PROGRAM-ID. SollecitiPartite.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Solleciti di pagamento a tre livelli: ReportAging dice al
      *recupero crediti chi e' in ritardo, ma ogni lettera veniva
      *poi scritta a mano con il programma di videoscrittura. Questo
      *passo legge le partite aperte di Vendite-partite.txt (trailer
      *TRL riconciliato) e per ognuna oltre la soglia di ritardo,
      *contato dalla scadenza secondo i termini del cliente, fa
      *salire di UN livello il sollecito: 1 promemoria cortese,
      *2 sollecito formale, 3 diffida prima dell'azione legale. Le
      *soglie in giorni e l'intervallo minimo tra due lettere
      *arrivano da gestionale.cfg (SOLLECITI-GIORNI-1/2/3,
      *predefinite 30/60/90, e SOLLECITI-INTERVALLO, predefinito
      *15). Livello e data dell'invio restano sulla partita, cosi'
      *il giro successivo prosegue la scala invece di rimandare la
      *stessa lettera. Per ogni cliente sollecitato si stampa una
      *lettera in Vendite-solleciti.txt, al livello piu' alto
      *raggiunto oggi, con l'indirizzo strutturato di clienti.idx e
      *l'elenco delle sue partite in sollecito; ogni lettera lascia
      *una riga in Vendite-solleciti-registro.txt. Il partitario
      *viene riscritto dal .new con il trailer ricalcolato, come in
      *AbbinaIncassi. Le partite in contestazione (PAR-CONTESTAZIONE
      *'C') restano fuori dalla scala e dalle lettere finche' la
      *contestazione non e' chiusa.
      *Le lettere partono a nome della societa' di lavoro
      *(SocietaLavoro), con la sua ragione sociale e partita IVA
      *(DatiSocieta), e sollecitano solo le sue partite
      *(FiltroSocieta); le altre si riscrivono come sono. Il
      *consolidato "GR" non sollecita nessuno e si rifiuta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-partite.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-LETTERE
               ASSIGN TO "Vendite-solleciti.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-REGISTRO
               ASSIGN TO "Vendite-solleciti-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-NUOVO.
       01 PARTITA-NUOVA PIC X(75).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-LETTERE.
       01 RIGA-LETTERA PIC X(80).

      *Registro degli invii: data, cliente, livello della lettera,
      *partite e importo sollecitati.
       FD FILE-REGISTRO.
       01 RECORD-REGISTRO.
           05 REG-DATA PIC 9(8).
           05 REG-ID-CLIENTE PIC 9(6).
           05 REG-LIVELLO PIC 9.
           05 REG-PARTITE PIC 9(4).
           05 REG-IMPORTO PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-REGISTRO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-OGGI-INTERO PIC 9(7).
       01 WS-OGGI-ED PIC X(10).
       01 WS-RITARDO PIC S9(7).
       01 WS-DALL-ULTIMO PIC S9(7).
      *Soglie di ritardo per livello e intervallo tra due lettere.
       01 WS-SOGLIE.
           05 WS-SOGLIA-GIORNI OCCURS 3 TIMES PIC 9(3).
       01 WS-INTERVALLO PIC 9(3) VALUE 15.
       01 WS-LIVELLO-DOVUTO PIC 9.
       01 INDICE-LIVELLO PIC 9.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Verifica trailer del partitario.
       01 WS-PAR-LETTI PIC 9(6) VALUE 0.
       01 WS-PAR-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-PAR-QUADRA PIC X VALUE 'N'.
      *Partitario in tabella: i livelli si aggiornano qui e il file
      *si riscrive in coda.
       01 WS-NUM-PARTITE PIC 9(5) VALUE 0.
       01 WS-PARTITE-TABELLA.
           05 WS-PAR-ENTRY OCCURS 5000 TIMES.
               10 WS-PAR-ID-CLIENTE PIC 9(6).
               10 WS-PAR-REGIONE PIC 99.
               10 WS-PAR-DATA-MOV PIC 9(8).
               10 WS-PAR-IMPORTO PIC S9(7)V99.
               10 WS-PAR-STATO PIC X.
               10 WS-PAR-DATA-INCASSO PIC 9(8).
               10 WS-PAR-LIVELLO-SOLL PIC 9.
               10 WS-PAR-DATA-SOLL PIC 9(8).
               10 WS-PAR-DATA-SCAD PIC 9(8).
               10 WS-PAR-RATA PIC 9.
               10 WS-PAR-CONTESTAZIONE PIC X.
               10 WS-PAR-NOTA-CONTESTAZIONE PIC X(20).
               10 WS-PAR-SOCIETA PIC X(2).
       01 INDICE-PARTITA PIC 9(5).
       01 WS-PARTITE-PIENE PIC X VALUE 'N'.
      *Clienti da sollecitare oggi con il livello della lettera.
       01 WS-NUM-CLIENTI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 1000 TIMES.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-LIVELLO PIC 9.
       01 INDICE-CLIENTE PIC 9(4).
       01 WS-CLI-POSIZIONE PIC 9(4).
       01 WS-CLIENTI-PIENI PIC X VALUE 'N'.
      *Appoggi della lettera.
       01 WS-LETTERA-PARTITE PIC 9(4).
       01 WS-LETTERA-TOTALE PIC S9(11)V99.
       01 WS-DATA-MOV-ED PIC X(10).
       01 WS-DATA-SCAD-ED PIC X(10).
       01 WS-IMPORTO-ED PIC -(7)9.99.
       01 WS-TOTALE-ED PIC -(9)9.99.
       01 WS-NOME-COMPLETO PIC X(21).
       01 WS-LOCALITA PIC X(32).
       01 WS-SENZA-INDIRIZZO PIC X.
      *Conteggi del giro.
       01 WS-ESCALATE PIC 9(6) VALUE 0.
       01 WS-LETTERE PIC 9(4) VALUE 0.
       01 WS-LETTERE-LIVELLO OCCURS 3 TIMES PIC 9(4).
       01 WS-NON-IN-ANAGRAFICA PIC 9(4) VALUE 0.
       01 WS-CONTESTATE PIC 9(6) VALUE 0.
       01 WS-SALVA-COUNT PIC 9(6) VALUE 0.
       01 WS-SALVA-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-NOME-PARTITE PIC X(30)
           VALUE "Vendite-partite.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-partite.new".
      *Societa' che firma le lettere.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-SOC-RAGIONE-SOCIALE PIC X(40).
       01 WS-SOC-PARTITA-IVA PIC X(11).
       01 WS-NESSUNA-CONTROPARTE PIC X(2) VALUE SPACES.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S' OR WS-SOC-CODICE = "GR"
               DISPLAY "SOLLECITI RIFIUTATI: SOCIETA' NON VALIDA PER "
                   "L'INVIO (" WS-SOC-CODICE ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'DatiSocieta' USING WS-SOC-CODICE,
               WS-SOC-RAGIONE-SOCIALE, WS-SOC-PARTITA-IVA
           PERFORM VERIFICA-TESTATA-PARTITE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           COMPUTE WS-OGGI-INTERO = FUNCTION INTEGER-OF-DATE(WS-OGGI)
           STRING WS-OGGI(7:2) "/" WS-OGGI(5:2) "/" WS-OGGI(1:4)
               DELIMITED BY SIZE INTO WS-OGGI-ED
           PERFORM LEGGI-PARAMETRI
           PERFORM CARICA-PARTITE
           IF WS-PAR-QUADRA NOT = 'S'
               DISPLAY "SOLLECITI RIFIUTATI: Vendite-partite.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTITE-PIENE = 'S'
               DISPLAY "PARTITARIO OLTRE LE 5000 VOCI, SOLLECITI "
                   "RIFIUTATI PER NON PERDERE PARTITE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VALUTA-SOLLECITI
           IF WS-CLIENTI-PIENI = 'S'
               DISPLAY "OLTRE 1000 CLIENTI DA SOLLECITARE, SOLLECITI "
                   "RIFIUTATI: NESSUNA PARTITA E' STATA TOCCATA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "clienti.idx non apribile (STATUS "
                   WS-CLIENTI-STATUS "), SOLLECITI RIFIUTATI: una "
                   "lettera senza indirizzo non parte."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCRIVI-LETTERE
           CLOSE CLIENTI-IDX
           PERFORM SALVA-PARTITE
           DISPLAY "SOLLECITI SOCIETA' " WS-SOC-CODICE ": "
               WS-ESCALATE " PARTITE SALITE DI "
               "LIVELLO, " WS-LETTERE " LETTERE (Vendite-solleciti.txt)"
           DISPLAY "  PROMEMORIA " WS-LETTERE-LIVELLO(1)
               " SOLLECITI " WS-LETTERE-LIVELLO(2)
               " DIFFIDE " WS-LETTERE-LIVELLO(3)
           IF WS-NON-IN-ANAGRAFICA > 0
               DISPLAY "LETTERE CON CLIENTE NON IN ANAGRAFICA, "
                   "RECAPITO DA VERIFICARE: " WS-NON-IN-ANAGRAFICA
           END-IF
           IF WS-CONTESTATE > 0
               DISPLAY "PARTITE APERTE IN CONTESTAZIONE, NON "
                   "SOLLECITATE: " WS-CONTESTATE
           END-IF
           STOP RUN.

       LEGGI-PARAMETRI.
           MOVE 30 TO WS-SOGLIA-GIORNI(1)
           MOVE 60 TO WS-SOGLIA-GIORNI(2)
           MOVE 90 TO WS-SOGLIA-GIORNI(3)
           MOVE "SOLLECITI-GIORNI-1" TO WS-CFG-CHIAVE
           PERFORM VARYING INDICE-LIVELLO FROM 1 BY 1
               UNTIL INDICE-LIVELLO > 3
               MOVE INDICE-LIVELLO TO WS-CFG-CHIAVE(18:1)
               CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
                   WS-CFG-TROVATO
               IF WS-CFG-TROVATO = 'S'
                   COMPUTE WS-SOGLIA-GIORNI(INDICE-LIVELLO) =
                       FUNCTION NUMVAL(WS-CFG-VALORE)
               END-IF
           END-PERFORM
           MOVE "SOLLECITI-INTERVALLO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               COMPUTE WS-INTERVALLO = FUNCTION NUMVAL(WS-CFG-VALORE)
           END-IF
           PERFORM VARYING INDICE-LIVELLO FROM 1 BY 1
               UNTIL INDICE-LIVELLO > 3
               MOVE 0 TO WS-LETTERE-LIVELLO(INDICE-LIVELLO)
           END-PERFORM.

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
                               PERFORM CARICA-UNA-PARTITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

       CARICA-UNA-PARTITA.
           IF WS-NUM-PARTITE >= 5000
               MOVE 'S' TO WS-PARTITE-PIENE
               EXIT PARAGRAPH
           END-IF
           IF PAR-LIVELLO-SOLLECITO NOT NUMERIC
               MOVE 0 TO PAR-LIVELLO-SOLLECITO PAR-DATA-SOLLECITO
           END-IF
           IF PAR-DATA-SCADENZA NOT NUMERIC
               MOVE PAR-DATA-MOVIMENTO TO PAR-DATA-SCADENZA
               MOVE 1 TO PAR-RATA
           END-IF
           ADD 1 TO WS-NUM-PARTITE
           MOVE PARTITA TO WS-PAR-ENTRY(WS-NUM-PARTITE).

      *Una partita aperta sale al massimo di un livello per giro, e
      *solo se il ritardo (contato dalla scadenza della partita, non
      *dalla data del movimento) ha superato la soglia del livello
      *dovuto e dall'ultima lettera e' passato l'intervallo: cosi'
      *nessuno riceve la diffida senza aver visto prima il
      *promemoria.
       VALUTA-SOLLECITI.
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
                   OR WS-CLIENTI-PIENI = 'S'
               PERFORM FILTRA-PARTITA
               IF WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   AND WS-PAR-CONTESTAZIONE(INDICE-PARTITA) = 'C'
                   AND WS-INCLUDI = 'S'
                   ADD 1 TO WS-CONTESTATE
               END-IF
               IF WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   AND WS-PAR-CONTESTAZIONE(INDICE-PARTITA) NOT = 'C'
                   AND WS-PAR-LIVELLO-SOLL(INDICE-PARTITA) < 3
                   AND WS-INCLUDI = 'S'
                   PERFORM VALUTA-UNA-PARTITA
               END-IF
           END-PERFORM.

      *WS-INCLUDI = 'S' se la partita in INDICE-PARTITA e' della
      *societa' che firma le lettere.
       FILTRA-PARTITA.
           CALL 'FiltroSocieta' USING WS-PAR-SOCIETA(INDICE-PARTITA),
               WS-NESSUNA-CONTROPARTE,
               WS-PAR-ID-CLIENTE(INDICE-PARTITA), WS-INCLUDI.

       VALUTA-UNA-PARTITA.
           COMPUTE WS-RITARDO = WS-OGGI-INTERO - FUNCTION
               INTEGER-OF-DATE(WS-PAR-DATA-SCAD(INDICE-PARTITA))
           MOVE 0 TO WS-LIVELLO-DOVUTO
           PERFORM VARYING INDICE-LIVELLO FROM 1 BY 1
               UNTIL INDICE-LIVELLO > 3
               IF WS-RITARDO > WS-SOGLIA-GIORNI(INDICE-LIVELLO)
                   MOVE INDICE-LIVELLO TO WS-LIVELLO-DOVUTO
               END-IF
           END-PERFORM
           IF WS-LIVELLO-DOVUTO
                   <= WS-PAR-LIVELLO-SOLL(INDICE-PARTITA)
               EXIT PARAGRAPH
           END-IF
           IF WS-PAR-LIVELLO-SOLL(INDICE-PARTITA) > 0
               COMPUTE WS-DALL-ULTIMO = WS-OGGI-INTERO - FUNCTION
                   INTEGER-OF-DATE(WS-PAR-DATA-SOLL(INDICE-PARTITA))
               IF WS-DALL-ULTIMO < WS-INTERVALLO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM REGISTRA-CLIENTE
           IF WS-CLIENTI-PIENI = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAR-LIVELLO-SOLL(INDICE-PARTITA)
           MOVE WS-OGGI TO WS-PAR-DATA-SOLL(INDICE-PARTITA)
           ADD 1 TO WS-ESCALATE
           IF WS-PAR-LIVELLO-SOLL(INDICE-PARTITA)
                   > WS-CLI-LIVELLO(WS-CLI-POSIZIONE)
               MOVE WS-PAR-LIVELLO-SOLL(INDICE-PARTITA)
                   TO WS-CLI-LIVELLO(WS-CLI-POSIZIONE)
           END-IF.

      *Posiziona WS-CLI-POSIZIONE sul cliente della partita,
      *aggiungendolo alla tabella se e' il primo sollecito del giro.
       REGISTRA-CLIENTE.
           MOVE 0 TO WS-CLI-POSIZIONE
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               IF WS-CLI-ID(INDICE-CLIENTE)
                       = WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   MOVE INDICE-CLIENTE TO WS-CLI-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-CLI-POSIZIONE = 0
               IF WS-NUM-CLIENTI >= 1000
                   MOVE 'S' TO WS-CLIENTI-PIENI
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-CLIENTI
               MOVE WS-NUM-CLIENTI TO WS-CLI-POSIZIONE
               MOVE WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                   TO WS-CLI-ID(WS-CLI-POSIZIONE)
               MOVE 0 TO WS-CLI-LIVELLO(WS-CLI-POSIZIONE)
           END-IF.

       SCRIVI-LETTERE.
           OPEN OUTPUT FILE-LETTERE
           OPEN EXTEND FILE-REGISTRO
           IF WS-REGISTRO-STATUS NOT = "00"
               OPEN OUTPUT FILE-REGISTRO
           END-IF
           PERFORM VARYING INDICE-CLIENTE FROM 1 BY 1
               UNTIL INDICE-CLIENTE > WS-NUM-CLIENTI
               PERFORM SCRIVI-LETTERA-CLIENTE
           END-PERFORM
           CLOSE FILE-REGISTRO
           CLOSE FILE-LETTERE.

       SCRIVI-LETTERA-CLIENTE.
           MOVE 'N' TO WS-SENZA-INDIRIZZO
           MOVE WS-CLI-ID(INDICE-CLIENTE) TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   MOVE 'S' TO WS-SENZA-INDIRIZZO
                   ADD 1 TO WS-NON-IN-ANAGRAFICA
           END-READ
           ADD 1 TO WS-LETTERE
           ADD 1 TO WS-LETTERE-LIVELLO(WS-CLI-LIVELLO(INDICE-CLIENTE))
      *Mittente: la societa' che sollecita.
           MOVE ALL "=" TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE WS-SOC-RAGIONE-SOCIALE TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE SPACES TO RIGA-LETTERA
           STRING "P.IVA " WS-SOC-PARTITA-IVA
               DELIMITED BY SIZE INTO RIGA-LETTERA
           WRITE RIGA-LETTERA
      *Blocco postale del destinatario.
           MOVE SPACES TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           IF WS-SENZA-INDIRIZZO = 'S'
               MOVE SPACES TO RIGA-LETTERA
               STRING "CLIENTE " WS-CLI-ID(INDICE-CLIENTE)
                   " NON IN ANAGRAFICA - RECAPITO DA VERIFICARE"
                   DELIMITED BY SIZE INTO RIGA-LETTERA
               WRITE RIGA-LETTERA
           ELSE
               MOVE SPACES TO WS-NOME-COMPLETO
               STRING NOME-IDX DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   COGNOME-IDX DELIMITED BY SPACE
                   INTO WS-NOME-COMPLETO
               MOVE SPACES TO WS-LOCALITA
               STRING CAP-IDX " " DELIMITED BY SIZE
                   CITTA-IDX DELIMITED BY "  "
                   " (" PROVINCIA-IDX ")" DELIMITED BY SIZE
                   INTO WS-LOCALITA
               MOVE SPACES TO RIGA-LETTERA
               MOVE WS-NOME-COMPLETO TO RIGA-LETTERA(41:21)
               WRITE RIGA-LETTERA
               MOVE SPACES TO RIGA-LETTERA
               MOVE VIA-IDX TO RIGA-LETTERA(41:30)
               WRITE RIGA-LETTERA
               MOVE SPACES TO RIGA-LETTERA
               MOVE WS-LOCALITA TO RIGA-LETTERA(41:32)
               WRITE RIGA-LETTERA
           END-IF
           MOVE SPACES TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE SPACES TO RIGA-LETTERA
           STRING "Data: " WS-OGGI-ED "          Codice cliente: "
               WS-CLI-ID(INDICE-CLIENTE)
               DELIMITED BY SIZE INTO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE SPACES TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           PERFORM SCRIVI-TESTO-LIVELLO
      *Partite in sollecito del cliente, con il livello di ciascuna.
           MOVE SPACES TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE "  DATA MOV.     SCADENZA         IMPORTO  SOLLECITO"
               TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE 0 TO WS-LETTERA-PARTITE
           MOVE 0 TO WS-LETTERA-TOTALE
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               PERFORM FILTRA-PARTITA
               IF WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                       = WS-CLI-ID(INDICE-CLIENTE)
                   AND WS-INCLUDI = 'S'
                   AND WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   AND WS-PAR-CONTESTAZIONE(INDICE-PARTITA) NOT = 'C'
                   AND WS-PAR-LIVELLO-SOLL(INDICE-PARTITA) > 0
                   PERFORM SCRIVI-RIGA-PARTITA
               END-IF
           END-PERFORM
           MOVE WS-LETTERA-TOTALE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-LETTERA
           STRING "  TOTALE DOVUTO     " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE SPACES TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE "Se il pagamento e' gia' stato effettuato, la "
               TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE "preghiamo di considerare nulla la presente."
               TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE SPACES TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE SPACES TO RIGA-LETTERA
           MOVE "L'ufficio amministrazione" TO RIGA-LETTERA(41:25)
           WRITE RIGA-LETTERA
           MOVE SPACES TO RIGA-LETTERA
           MOVE WS-SOC-RAGIONE-SOCIALE TO RIGA-LETTERA(41:40)
           WRITE RIGA-LETTERA
           MOVE SPACES TO RIGA-LETTERA
           WRITE RIGA-LETTERA
           MOVE WS-OGGI TO REG-DATA
           MOVE WS-CLI-ID(INDICE-CLIENTE) TO REG-ID-CLIENTE
           MOVE WS-CLI-LIVELLO(INDICE-CLIENTE) TO REG-LIVELLO
           MOVE WS-LETTERA-PARTITE TO REG-PARTITE
           MOVE WS-LETTERA-TOTALE TO REG-IMPORTO
           WRITE RECORD-REGISTRO.

       SCRIVI-TESTO-LIVELLO.
           EVALUATE WS-CLI-LIVELLO(INDICE-CLIENTE)
               WHEN 1
                   MOVE "OGGETTO: PROMEMORIA DI PAGAMENTO"
                       TO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "Gentile cliente, dai nostri archivi le "
                       "partite qui sotto risultano"
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "ancora da saldare. Sara' certamente una "
                       "svista: la preghiamo di"
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "provvedere al pagamento alla prima "
                       "occasione."
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
               WHEN 2
                   MOVE "OGGETTO: SOLLECITO DI PAGAMENTO"
                       TO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "Nonostante il nostro precedente promemoria"
                       ", le partite qui sotto"
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "risultano ancora insolute. La invitiamo a "
                       "regolarizzare la"
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "posizione entro 15 giorni dalla data della "
                       "presente."
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
               WHEN OTHER
                   MOVE "OGGETTO: DIFFIDA AD ADEMPIERE"
                       TO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "I nostri precedenti solleciti sono rimasti "
                       "senza esito. In assenza"
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "del pagamento entro 8 giorni dal "
                       "ricevimento della presente, la pratica"
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE SPACES TO RIGA-LETTERA
                   STRING "sara' affidata al legale per il recupero "
                       "del credito, con ogni"
                       DELIMITED BY SIZE INTO RIGA-LETTERA
                   WRITE RIGA-LETTERA
                   MOVE "spesa a suo carico." TO RIGA-LETTERA
                   WRITE RIGA-LETTERA
           END-EVALUATE.

       SCRIVI-RIGA-PARTITA.
           ADD 1 TO WS-LETTERA-PARTITE
           ADD WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-LETTERA-TOTALE
           MOVE SPACES TO WS-DATA-MOV-ED
           STRING WS-PAR-DATA-MOV(INDICE-PARTITA)(7:2) "/"
               WS-PAR-DATA-MOV(INDICE-PARTITA)(5:2) "/"
               WS-PAR-DATA-MOV(INDICE-PARTITA)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-MOV-ED
           MOVE SPACES TO WS-DATA-SCAD-ED
           STRING WS-PAR-DATA-SCAD(INDICE-PARTITA)(7:2) "/"
               WS-PAR-DATA-SCAD(INDICE-PARTITA)(5:2) "/"
               WS-PAR-DATA-SCAD(INDICE-PARTITA)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-SCAD-ED
           MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-IMPORTO-ED
           MOVE SPACES TO RIGA-LETTERA
           STRING "  " WS-DATA-MOV-ED "   " WS-DATA-SCAD-ED "   "
               WS-IMPORTO-ED "       "
               WS-PAR-LIVELLO-SOLL(INDICE-PARTITA)
               DELIMITED BY SIZE INTO RIGA-LETTERA
           WRITE RIGA-LETTERA.

       SALVA-PARTITE.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               MOVE WS-PAR-ENTRY(INDICE-PARTITA) TO PARTITA-NUOVA
               WRITE PARTITA-NUOVA
               ADD 1 TO WS-SALVA-COUNT
               ADD WS-PAR-IMPORTO(INDICE-PARTITA)
                   TO WS-SALVA-TOTALE
           END-PERFORM
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-SALVA-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-SALVA-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-PARTITE
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEL PARTITARIO "
                   "(CODICE " RETURN-CODE "), IL FILE RESTA IN "
                   WS-NOME-NUOVO
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "SollecitiPartite" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-PARTITE
           END-IF.

           COPY TESTATA-CONTROLLI.
