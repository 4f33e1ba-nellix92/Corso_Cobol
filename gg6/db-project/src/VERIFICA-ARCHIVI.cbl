       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-ARCHIVI.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Verifica settimanale di integrita' di tutto cio' che teniamo
      *per conservazione: un archivio o un backup che nessuno
      *riapre si scopre illeggibile il giorno in cui serve. Il
      *passo riapre ogni file conosciuto:
      *  - gli storici annuali Vendite-storico-AAAA.txt presenti e
      *    quelli registrati da ArchiviaVendite in
      *    archivi-registro.txt (REGISTRA-ARCHIVIO);
      *  - i manifesti di SNAPSHOT-DR registrati nello stesso file,
      *    e per ciascuno tutti i pezzi che elenca;
      *  - i backup clienti di clienti-backup.log.
      *Ogni file si rilegge per intero due volte: a byte, per
      *l'impronta (due accumulatori modulo primi vicini a 2**32,
      *come HASH-PIN, in 16 cifre esadecimali), e a record per la
      *quadratura di conteggio e totale di controllo contro il
      *trailer TRL (storici e master) o contro la riga del
      *manifesto (copie snapshot, backup clienti, scarico note).
      *L'impronta si memorizza alla prima verifica riuscita in
      *verifica-archivi.txt, con la marca di registrazione del
      *file: alle verifiche successive un'impronta diversa senza
      *una nuova registrazione nel frattempo (riscrittura
      *legittima di uno storico) e' un'alterazione silenziosa.
      *File mancanti, illeggibili, squadrati o alterati alzano un
      *allarme bloccante (REGISTRA-ALLARME). I backup usciti da
      *clienti-backup.log per la ritenzione di CLIENTI-RESTORE
      *lasciano il registro senza allarme. Il registro delle
      *verifiche, con la data dell'ultima verifica buona di ogni
      *file, va in verifica-archivi-report.txt e nello spool
      *(famiglia VERIFICHE).
      *GOBACK: gira come passo VERIFICA del batch notturno, una
      *volta alla settimana, o da solo. RETURN-CODE 4 se un file
      *non ha passato la verifica, 8 se il registro delle
      *verifiche non si legge o non si riscrive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-STATO ASSIGN TO "verifica-archivi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATO-STATUS.
           SELECT FILE-STATO-NUOVO ASSIGN TO "verifica-archivi.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NUOVO-STATUS.
           SELECT FILE-REGISTRO ASSIGN TO "archivi-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT FILE-BACKUP-LOG ASSIGN TO "clienti-backup.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-LOG-STATUS.
           SELECT FILE-MANIFEST ASSIGN TO WS-NOME-MANIFEST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT FILE-SEQUENZIALE ASSIGN TO WS-NOME-VERIFICA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQUENZIALE-STATUS.
           SELECT CLIENTI-IDX ASSIGN TO WS-NOME-VERIFICA
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Una riga per file verificato: tipo, nome, provenienza,
      *impronta con la marca di registrazione a cui si riferisce,
      *prima verifica, ultima verifica buona, ultima verifica,
      *esito e record contati.
       FD FILE-STATO.
       01 RECORD-STATO.
           05 STA-TIPO PIC X(3).
           05 STA-NOME PIC X(40).
           05 STA-FONTE PIC X(40).
           05 STA-IMPRONTA PIC X(16).
           05 STA-MARCA PIC X(14).
           05 STA-PRIMA PIC 9(8).
           05 STA-ULTIMA-OK PIC 9(8).
           05 STA-ULTIMA PIC 9(8).
           05 STA-ESITO PIC X(10).
           05 STA-RECORD PIC 9(6).

       FD FILE-STATO-NUOVO.
       01 RIGA-STATO-NUOVO PIC X(153).

       FD FILE-REGISTRO.
       COPY REGISTRO-ARCHIVI.

       FD FILE-BACKUP-LOG.
       01 RIGA-BACKUP-LOG PIC X(40).

       FD FILE-MANIFEST.
       01 RECORD-MANIFEST.
           05 MAN-TIPO PIC X(3).
           05 MAN-ORIGINALE PIC X(40).
           05 MAN-COPIA PIC X(40).
           05 MAN-RECORD PIC 9(6).
           05 MAN-TOTALE PIC S9(11)V99.

      *Lettura a record dei file sequenziali: vendite (master e
      *storici, con trailer) e scarico note (righe NOT e SEG).
       FD FILE-SEQUENZIALE.
       01 RIGA-SEQUENZIALE PIC X(400).
       01 VENDITE.
           05 REGIONE-NUM PIC 99.
           05 TRIMESTRE PIC 99.
           05 MESE PIC 99.
           05 IMPORTO PIC S9(7)V99.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 FILLER PIC X(18).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATO-STATUS PIC XX.
       01 WS-NUOVO-STATUS PIC XX.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-BACKUP-LOG-STATUS PIC XX.
       01 WS-MANIFEST-STATUS PIC XX.
       01 WS-SEQUENZIALE-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-EOF-MANIFEST PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-ANNO-OGGI PIC 9(4).
       01 WS-ANNO-CORSA PIC 9(4).
       01 WS-ANNO-LIMITE PIC 9(4).
       01 WS-STATO-RISCRITTO PIC X VALUE 'N'.
      *Registro delle verifiche in memoria, arricchito dai file
      *trovati nel giro.
       01 WS-NUM-VOCI PIC 9(3) VALUE 0.
       01 WS-VOCI-TABELLA.
           05 WS-VOCE OCCURS 500 TIMES.
               10 VT-TIPO PIC X(3).
               10 VT-NOME PIC X(40).
               10 VT-FONTE PIC X(40).
               10 VT-IMPRONTA PIC X(16).
               10 VT-MARCA PIC X(14).
               10 VT-PRIMA PIC 9(8).
               10 VT-ULTIMA-OK PIC 9(8).
               10 VT-ULTIMA PIC 9(8).
               10 VT-ESITO PIC X(10).
               10 VT-RECORD PIC 9(6).
               10 VT-VISTO PIC X.
               10 VT-REG-MARCA PIC X(14).
               10 VT-ATTESO PIC X.
               10 VT-ATT-RECORD PIC 9(6).
               10 VT-ATT-TOTALE PIC S9(11)V99.
               10 VT-MOTIVO PIC X(40).
       01 INDICE-VOCE PIC 9(3).
       01 INDICE-CERCA PIC 9(3).
       01 WS-TABELLA-PIENA PIC X VALUE 'N'.
      *Voce proposta dalle sorgenti (storici, registro, manifesti,
      *log dei backup).
       01 WS-NUOVO-TIPO PIC X(3).
       01 WS-NUOVO-NOME PIC X(40).
       01 WS-NUOVO-FONTE PIC X(40).
       01 WS-NUOVO-MARCA PIC X(14).
       01 WS-NUOVO-ATTESO PIC X.
       01 WS-NUOVO-RECORD PIC 9(6).
       01 WS-NUOVO-TOTALE PIC S9(11)V99.
      *Manifesti da espandere nei loro pezzi.
       01 WS-NUM-MANIFESTI PIC 9(3) VALUE 0.
       01 WS-MANIFESTI-TABELLA.
           05 WS-MANIFESTO OCCURS 200 TIMES PIC X(40).
       01 INDICE-MANIFESTO PIC 9(3).
       01 WS-NOME-MANIFEST PIC X(40).
      *File in verifica.
       01 WS-NOME-VERIFICA PIC X(40).
       01 INFO-FILE.
           05 INFO-DIMENSIONE PIC X(8) COMP-X.
           05 INFO-GG PIC X COMP-X.
           05 INFO-MM PIC X COMP-X.
           05 INFO-AAAA PIC XX COMP-X.
           05 INFO-ORE PIC X COMP-X.
           05 INFO-MIN PIC X COMP-X.
           05 INFO-SEC PIC X COMP-X.
           05 INFO-CEN PIC X COMP-X.
       01 WS-ESITO-VOCE PIC X(10).
       01 WS-MOTIVO PIC X(40).
       01 WS-CONTA-RECORD PIC 9(6).
       01 WS-CONTA-TOTALE PIC S9(11)V99.
       01 WS-CONTA-SEGMENTI PIC 9(6).
       01 WS-TRAILER-TROVATO PIC X.
       01 WS-TRAILER-RECORD PIC 9(6).
       01 WS-TRAILER-TOTALE PIC S9(11)V99.
      *Lettura a byte per l'impronta (CBL_OPEN_FILE/READ_FILE).
       01 WS-MANIGLIA PIC X(4).
       01 WS-ACCESSO PIC X COMP-X VALUE 1.
       01 WS-NEGA PIC X COMP-X VALUE 0.
       01 WS-DISPOSITIVO PIC X COMP-X VALUE 0.
       01 WS-POSIZIONE PIC X(8) COMP-X.
       01 WS-LUNGHEZZA PIC X(4) COMP-X.
       01 WS-OPZIONI PIC X COMP-X.
       01 WS-BLOCCO PIC X(4096).
       01 WS-DIMENSIONE PIC 9(12).
       01 WS-LETTI PIC 9(12).
       01 WS-RESIDUO PIC 9(12).
       01 WS-LUNGHEZZA-BLOCCO PIC 9(4) COMP.
       01 WS-POS PIC 9(4) COMP.
       01 WS-CAR PIC 9(3).
       01 WS-H1 PIC 9(18).
       01 WS-H2 PIC 9(18).
       01 WS-QUOZIENTE PIC 9(18).
       01 WS-RESTO PIC 99.
       01 WS-ESADECIMALI PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-IMPRONTA PIC X(16).
       01 WS-IMPRONTA-OK PIC X.
      *Conteggi del giro.
       01 WS-VERIFICATI PIC 9(3) VALUE 0.
       01 WS-BUONI PIC 9(3) VALUE 0.
       01 WS-NUOVI PIC 9(3) VALUE 0.
       01 WS-GUASTI PIC 9(3) VALUE 0.
       01 WS-RITIRATI PIC 9(3) VALUE 0.
      *Allarmi.
       01 WS-ALL-FONTE PIC X(20) VALUE "VERIFICA-ARCHIVI".
       01 WS-ALL-SEVERITA PIC X VALUE 'B'.
       01 WS-ALL-TESTO PIC X(60).
      *Report del giro.
       01 WS-NOME-REPORT PIC X(40)
           VALUE "verifica-archivi-report.txt".
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "VERIFICHE".
       01 WS-SPOOL-ESITO PIC 9.
       01 WS-DATA-ED PIC X(10).
       01 WS-DATA-DA-EDITARE PIC 9(8).
       01 WS-PRIMA-ED PIC X(10).
       01 WS-ULTIMA-OK-ED PIC X(10).
       01 WS-RECORD-ED PIC ZZZZZ9.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           MOVE WS-DATA-ORA(1:4) TO WS-ANNO-OGGI
           MOVE 0 TO WS-NUM-VOCI WS-NUM-MANIFESTI WS-VERIFICATI
               WS-BUONI WS-NUOVI WS-GUASTI WS-RITIRATI
           MOVE 'N' TO WS-TABELLA-PIENA WS-STATO-RISCRITTO
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "REGISTRO VERIFICHE DI INTEGRITA' ARCHIVI, "
               "BACKUP E SNAPSHOT - GIRO DEL "
               WS-DATA-ORA(7:2) "/" WS-DATA-ORA(5:2) "/"
               WS-DATA-ORA(1:4) " ORE " WS-DATA-ORA(9:2) ":"
               WS-DATA-ORA(11:2)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM CARICA-STATO
           IF WS-STATO-STATUS NOT = "00" AND WS-STATO-STATUS NOT = "35"
               MOVE SPACES TO RIGA-REPORT
               STRING "REGISTRO verifica-archivi.txt NON LEGGIBILE, "
                   "STATUS " WS-STATO-STATUS
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               PERFORM CHIUDI-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM RACCOGLI-STORICI
           PERFORM LEGGI-REGISTRO-ARCHIVI
           PERFORM LEGGI-LOG-BACKUP
           PERFORM VARYING INDICE-MANIFESTO FROM 1 BY 1
               UNTIL INDICE-MANIFESTO > WS-NUM-MANIFESTI
               PERFORM ESPANDI-MANIFESTO
           END-PERFORM
           IF WS-TABELLA-PIENA = 'S'
               MOVE SPACES TO WS-ALL-TESTO
               STRING "REGISTRO VERIFICHE PIENO (500 FILE): FILE "
                   "NON VERIFICATI"
                   DELIMITED BY SIZE INTO WS-ALL-TESTO
               PERFORM ALZA-ALLARME
               ADD 1 TO WS-GUASTI
           END-IF
           PERFORM VARYING INDICE-VOCE FROM 1 BY 1
               UNTIL INDICE-VOCE > WS-NUM-VOCI
               PERFORM VERIFICA-VOCE
           END-PERFORM
           PERFORM SCRIVI-STATO
           PERFORM SCRIVI-REGISTRO
           PERFORM CHIUDI-REPORT
           DISPLAY "VERIFICA-ARCHIVI: VERIFICATI " WS-VERIFICATI
               ", BUONI " WS-BUONI ", NON BUONI " WS-GUASTI
           IF WS-STATO-RISCRITTO NOT = 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-GUASTI > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       CARICA-STATO.
           OPEN INPUT FILE-STATO
           IF WS-STATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-STATO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STA-NOME NOT = SPACES
                           AND WS-NUM-VOCI < 500
                           ADD 1 TO WS-NUM-VOCI
                           MOVE WS-NUM-VOCI TO INDICE-VOCE
                           PERFORM CARICA-VOCE-STATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-STATO
           MOVE "00" TO WS-STATO-STATUS.

       CARICA-VOCE-STATO.
           MOVE STA-TIPO TO VT-TIPO(INDICE-VOCE)
           MOVE STA-NOME TO VT-NOME(INDICE-VOCE)
           MOVE STA-FONTE TO VT-FONTE(INDICE-VOCE)
           MOVE STA-IMPRONTA TO VT-IMPRONTA(INDICE-VOCE)
           MOVE STA-MARCA TO VT-MARCA(INDICE-VOCE)
           MOVE STA-PRIMA TO VT-PRIMA(INDICE-VOCE)
           MOVE STA-ULTIMA-OK TO VT-ULTIMA-OK(INDICE-VOCE)
           MOVE STA-ULTIMA TO VT-ULTIMA(INDICE-VOCE)
           MOVE STA-ESITO TO VT-ESITO(INDICE-VOCE)
           MOVE STA-RECORD TO VT-RECORD(INDICE-VOCE)
           MOVE 'N' TO VT-VISTO(INDICE-VOCE)
           MOVE SPACES TO VT-REG-MARCA(INDICE-VOCE)
           MOVE 'N' TO VT-ATTESO(INDICE-VOCE)
           MOVE 0 TO VT-ATT-RECORD(INDICE-VOCE)
           MOVE 0 TO VT-ATT-TOTALE(INDICE-VOCE)
           MOVE SPACES TO VT-MOTIVO(INDICE-VOCE).

      *Gli storici annuali si cercano anche per nome, come fa
      *SNAPSHOT-DR: quelli scritti prima del registro archivi non
      *vi compaiono.
       RACCOGLI-STORICI.
           COMPUTE WS-ANNO-LIMITE = WS-ANNO-OGGI - 50
           PERFORM VARYING WS-ANNO-CORSA FROM WS-ANNO-LIMITE BY 1
               UNTIL WS-ANNO-CORSA > WS-ANNO-OGGI
               MOVE SPACES TO WS-NUOVO-NOME
               STRING "Vendite-storico-" WS-ANNO-CORSA ".txt"
                   DELIMITED BY SIZE INTO WS-NUOVO-NOME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-NUOVO-NOME
                   INFO-FILE
               IF RETURN-CODE = 0
                   MOVE "STO" TO WS-NUOVO-TIPO
                   MOVE "STORICO ANNUALE" TO WS-NUOVO-FONTE
                   MOVE SPACES TO WS-NUOVO-MARCA
                   MOVE 'N' TO WS-NUOVO-ATTESO
                   PERFORM AGGIUNGI-VOCE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

       LEGGI-REGISTRO-ARCHIVI.
           OPEN INPUT FILE-REGISTRO
           IF WS-REGISTRO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-REGISTRO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ARC-NOME NOT = SPACES
                           PERFORM REGISTRA-VOCE-ARCHIVIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO.

       REGISTRA-VOCE-ARCHIVIO.
           MOVE ARC-TIPO TO WS-NUOVO-TIPO
           MOVE ARC-NOME TO WS-NUOVO-NOME
           MOVE ARC-MARCA TO WS-NUOVO-MARCA
           MOVE 'N' TO WS-NUOVO-ATTESO
           IF ARC-TIPO = "MAN"
               MOVE "SNAPSHOT-DR" TO WS-NUOVO-FONTE
               IF WS-NUM-MANIFESTI < 200
                   ADD 1 TO WS-NUM-MANIFESTI
                   MOVE ARC-NOME TO WS-MANIFESTO(WS-NUM-MANIFESTI)
               ELSE
                   MOVE 'S' TO WS-TABELLA-PIENA
               END-IF
           ELSE
               MOVE "STORICO ANNUALE" TO WS-NUOVO-FONTE
           END-IF
           PERFORM AGGIUNGI-VOCE.

       LEGGI-LOG-BACKUP.
           OPEN INPUT FILE-BACKUP-LOG
           IF WS-BACKUP-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-BACKUP-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RIGA-BACKUP-LOG NOT = SPACES
                           MOVE "BCK" TO WS-NUOVO-TIPO
                           MOVE RIGA-BACKUP-LOG TO WS-NUOVO-NOME
                           MOVE "clienti-backup.log"
                               TO WS-NUOVO-FONTE
                           MOVE SPACES TO WS-NUOVO-MARCA
                           MOVE 'N' TO WS-NUOVO-ATTESO
                           PERFORM AGGIUNGI-VOCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-BACKUP-LOG.

      *I pezzi di uno snapshot portano dal manifesto il conteggio
      *e il totale attesi; un manifesto sparito resta in elenco e
      *la verifica lo segnala mancante.
       ESPANDI-MANIFESTO.
           MOVE WS-MANIFESTO(INDICE-MANIFESTO) TO WS-NOME-MANIFEST
           OPEN INPUT FILE-MANIFEST
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-MANIFEST
           PERFORM UNTIL WS-EOF-MANIFEST = 'Y'
               READ FILE-MANIFEST
                   AT END
                       MOVE 'Y' TO WS-EOF-MANIFEST
                   NOT AT END
                       IF MAN-COPIA NOT = SPACES
                           PERFORM REGISTRA-PEZZO-MANIFESTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-MANIFEST.

       REGISTRA-PEZZO-MANIFESTO.
           MOVE MAN-TIPO TO WS-NUOVO-TIPO
           MOVE MAN-COPIA TO WS-NUOVO-NOME
           MOVE WS-NOME-MANIFEST TO WS-NUOVO-FONTE
           MOVE SPACES TO WS-NUOVO-MARCA
      *Giornale e indicizzato vendite sono copie di byte senza
      *conteggio: per loro vale solo l'impronta.
           IF MAN-TIPO = "GIO" OR MAN-TIPO = "IDX"
               MOVE 'N' TO WS-NUOVO-ATTESO
           ELSE
               MOVE 'S' TO WS-NUOVO-ATTESO
           END-IF
           MOVE MAN-RECORD TO WS-NUOVO-RECORD
           MOVE MAN-TOTALE TO WS-NUOVO-TOTALE
           PERFORM AGGIUNGI-VOCE.

      *Un file gia' in elenco si marca visto; la riga di manifesto
      *prevale sul log dei backup (il backup clienti di uno
      *snapshot e' in entrambi) perche' porta il conteggio atteso.
      *La marca di registrazione piu' recente e' quella che conta.
       AGGIUNGI-VOCE.
           MOVE 0 TO INDICE-CERCA
           PERFORM VARYING INDICE-VOCE FROM 1 BY 1
               UNTIL INDICE-VOCE > WS-NUM-VOCI OR INDICE-CERCA > 0
               IF VT-NOME(INDICE-VOCE) = WS-NUOVO-NOME
                   MOVE INDICE-VOCE TO INDICE-CERCA
               END-IF
           END-PERFORM
           IF INDICE-CERCA = 0
               IF WS-NUM-VOCI >= 500
                   MOVE 'S' TO WS-TABELLA-PIENA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-VOCI
               MOVE WS-NUM-VOCI TO INDICE-CERCA
               MOVE WS-NUOVO-TIPO TO VT-TIPO(INDICE-CERCA)
               MOVE WS-NUOVO-NOME TO VT-NOME(INDICE-CERCA)
               MOVE WS-NUOVO-FONTE TO VT-FONTE(INDICE-CERCA)
               MOVE SPACES TO VT-IMPRONTA(INDICE-CERCA)
               MOVE SPACES TO VT-MARCA(INDICE-CERCA)
               MOVE 0 TO VT-PRIMA(INDICE-CERCA)
               MOVE 0 TO VT-ULTIMA-OK(INDICE-CERCA)
               MOVE 0 TO VT-ULTIMA(INDICE-CERCA)
               MOVE SPACES TO VT-ESITO(INDICE-CERCA)
               MOVE 0 TO VT-RECORD(INDICE-CERCA)
               MOVE SPACES TO VT-REG-MARCA(INDICE-CERCA)
               MOVE 'N' TO VT-ATTESO(INDICE-CERCA)
               MOVE 0 TO VT-ATT-RECORD(INDICE-CERCA)
               MOVE 0 TO VT-ATT-TOTALE(INDICE-CERCA)
               MOVE SPACES TO VT-MOTIVO(INDICE-CERCA)
           END-IF
           MOVE 'S' TO VT-VISTO(INDICE-CERCA)
           IF WS-NUOVO-ATTESO = 'S'
               MOVE WS-NUOVO-TIPO TO VT-TIPO(INDICE-CERCA)
               MOVE WS-NUOVO-FONTE TO VT-FONTE(INDICE-CERCA)
               MOVE 'S' TO VT-ATTESO(INDICE-CERCA)
               MOVE WS-NUOVO-RECORD TO VT-ATT-RECORD(INDICE-CERCA)
               MOVE WS-NUOVO-TOTALE TO VT-ATT-TOTALE(INDICE-CERCA)
           END-IF
           IF WS-NUOVO-MARCA > VT-REG-MARCA(INDICE-CERCA)
               MOVE WS-NUOVO-MARCA TO VT-REG-MARCA(INDICE-CERCA)
           END-IF.

      *Verifica di un file: esistenza, impronta a byte, quadratura
      *a record, confronto con l'impronta memorizzata.
       VERIFICA-VOCE.
      *Un backup non piu' in clienti-backup.log e' stato potato
      *dalla ritenzione: esce dal registro senza allarme.
           IF VT-VISTO(INDICE-VOCE) = 'N'
               AND VT-TIPO(INDICE-VOCE) = "BCK"
               MOVE "RITIRATO" TO VT-ESITO(INDICE-VOCE)
               ADD 1 TO WS-RITIRATI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VERIFICATI
           MOVE WS-OGGI TO VT-ULTIMA(INDICE-VOCE)
           MOVE VT-NOME(INDICE-VOCE) TO WS-NOME-VERIFICA
           MOVE "OK" TO WS-ESITO-VOCE
           MOVE SPACES TO WS-MOTIVO
           MOVE 0 TO WS-CONTA-RECORD
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-VERIFICA
               INFO-FILE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "MANCANTE" TO WS-ESITO-VOCE
               MOVE "FILE NON TROVATO" TO WS-MOTIVO
               PERFORM CHIUDI-VOCE
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCOLA-IMPRONTA
           IF WS-IMPRONTA-OK NOT = 'S'
               MOVE "ILLEGGIBILE" TO WS-ESITO-VOCE
               MOVE "LETTURA A BYTE NON RIUSCITA" TO WS-MOTIVO
               PERFORM CHIUDI-VOCE
               EXIT PARAGRAPH
           END-IF
           EVALUATE VT-TIPO(INDICE-VOCE)
               WHEN "STO"
               WHEN "VEN"
                   PERFORM QUADRA-VENDITE
               WHEN "NOT"
                   PERFORM QUADRA-NOTE
               WHEN "BCK"
               WHEN "CLI"
                   PERFORM QUADRA-CLIENTI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ESITO-VOCE NOT = "OK"
               PERFORM CHIUDI-VOCE
               EXIT PARAGRAPH
           END-IF
      *Prima verifica, o file riscritto e registrato di nuovo dopo
      *l'impronta memorizzata: l'impronta si (ri)prende. Altrimenti
      *deve essere quella di sempre.
           IF VT-IMPRONTA(INDICE-VOCE) = SPACES
               OR VT-REG-MARCA(INDICE-VOCE) > VT-MARCA(INDICE-VOCE)
               MOVE WS-IMPRONTA TO VT-IMPRONTA(INDICE-VOCE)
               IF VT-REG-MARCA(INDICE-VOCE) NOT = SPACES
                   MOVE VT-REG-MARCA(INDICE-VOCE)
                       TO VT-MARCA(INDICE-VOCE)
               ELSE
                   MOVE WS-DATA-ORA(1:14) TO VT-MARCA(INDICE-VOCE)
               END-IF
               IF VT-PRIMA(INDICE-VOCE) = 0
                   MOVE WS-OGGI TO VT-PRIMA(INDICE-VOCE)
                   ADD 1 TO WS-NUOVI
               END-IF
           ELSE
               IF WS-IMPRONTA NOT = VT-IMPRONTA(INDICE-VOCE)
                   MOVE "ALTERATO" TO WS-ESITO-VOCE
                   MOVE "IMPRONTA DIVERSA DALLA PRIMA VERIFICA"
                       TO WS-MOTIVO
               END-IF
           END-IF
           PERFORM CHIUDI-VOCE.

       CHIUDI-VOCE.
           MOVE WS-ESITO-VOCE TO VT-ESITO(INDICE-VOCE)
           MOVE WS-MOTIVO TO VT-MOTIVO(INDICE-VOCE)
           MOVE WS-CONTA-RECORD TO VT-RECORD(INDICE-VOCE)
           IF WS-ESITO-VOCE = "OK"
               MOVE WS-OGGI TO VT-ULTIMA-OK(INDICE-VOCE)
               ADD 1 TO WS-BUONI
           ELSE
               ADD 1 TO WS-GUASTI
               MOVE SPACES TO WS-ALL-TESTO
               STRING WS-ESITO-VOCE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   VT-NOME(INDICE-VOCE) DELIMITED BY SPACE
                   " " WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-ALL-TESTO
               PERFORM ALZA-ALLARME
           END-IF.

       ALZA-ALLARME.
           CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
               WS-ALL-SEVERITA, WS-ALL-TESTO
               ON EXCEPTION CONTINUE
           END-CALL.

      *Rilettura a byte dell'intero file, a blocchi di 4096.
       CALCOLA-IMPRONTA.
           MOVE 'N' TO WS-IMPRONTA-OK
           MOVE SPACES TO WS-IMPRONTA
           CALL "CBL_OPEN_FILE" USING WS-NOME-VERIFICA, WS-ACCESSO,
               WS-NEGA, WS-DISPOSITIVO, WS-MANIGLIA
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-POSIZIONE
           MOVE 0 TO WS-LUNGHEZZA
           MOVE 128 TO WS-OPZIONI
           CALL "CBL_READ_FILE" USING WS-MANIGLIA, WS-POSIZIONE,
               WS-LUNGHEZZA, WS-OPZIONI, WS-BLOCCO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               CALL "CBL_CLOSE_FILE" USING WS-MANIGLIA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POSIZIONE TO WS-DIMENSIONE
           MOVE 5381 TO WS-H1
           MOVE 52711 TO WS-H2
           MOVE 0 TO WS-LETTI
           MOVE 0 TO WS-OPZIONI
           MOVE 'S' TO WS-IMPRONTA-OK
           PERFORM UNTIL WS-LETTI >= WS-DIMENSIONE
               OR WS-IMPRONTA-OK NOT = 'S'
               COMPUTE WS-RESIDUO = WS-DIMENSIONE - WS-LETTI
               IF WS-RESIDUO > 4096
                   MOVE 4096 TO WS-LUNGHEZZA-BLOCCO
               ELSE
                   MOVE WS-RESIDUO TO WS-LUNGHEZZA-BLOCCO
               END-IF
               MOVE WS-LETTI TO WS-POSIZIONE
               MOVE WS-LUNGHEZZA-BLOCCO TO WS-LUNGHEZZA
               CALL "CBL_READ_FILE" USING WS-MANIGLIA, WS-POSIZIONE,
                   WS-LUNGHEZZA, WS-OPZIONI, WS-BLOCCO
               IF RETURN-CODE NOT = 0
                   MOVE 'N' TO WS-IMPRONTA-OK
               ELSE
                   PERFORM ACCUMULA-BLOCCO
                   ADD WS-LUNGHEZZA-BLOCCO TO WS-LETTI
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CLOSE_FILE" USING WS-MANIGLIA
           MOVE 0 TO RETURN-CODE
           IF WS-IMPRONTA-OK = 'S'
               PERFORM COMPONI-IMPRONTA
           END-IF.

       ACCUMULA-BLOCCO.
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-LUNGHEZZA-BLOCCO
               COMPUTE WS-CAR = FUNCTION ORD(WS-BLOCCO(WS-POS:1))
               COMPUTE WS-H1 = FUNCTION MOD(
                   WS-H1 * 33 + WS-CAR, 4294967291)
               COMPUTE WS-H2 = FUNCTION MOD(
                   WS-H2 * 131 + WS-CAR * 7 + WS-H1, 4294967279)
           END-PERFORM.

       COMPONI-IMPRONTA.
           PERFORM VARYING WS-POS FROM 8 BY -1 UNTIL WS-POS < 1
               DIVIDE WS-H1 BY 16 GIVING WS-QUOZIENTE
                   REMAINDER WS-RESTO
               MOVE WS-QUOZIENTE TO WS-H1
               MOVE WS-ESADECIMALI(WS-RESTO + 1:1)
                   TO WS-IMPRONTA(WS-POS:1)
               DIVIDE WS-H2 BY 16 GIVING WS-QUOZIENTE
                   REMAINDER WS-RESTO
               MOVE WS-QUOZIENTE TO WS-H2
               MOVE WS-ESADECIMALI(WS-RESTO + 1:1)
                   TO WS-IMPRONTA(WS-POS + 8:1)
           END-PERFORM.

      *Storici e master vendite: conteggio e totale dei record
      *contro il trailer TRL (obbligatorio per lo storico), e
      *contro il manifesto per le copie snapshot.
       QUADRA-VENDITE.
           MOVE 0 TO WS-CONTA-TOTALE
           MOVE 'N' TO WS-TRAILER-TROVATO
           OPEN INPUT FILE-SEQUENZIALE
           IF WS-SEQUENZIALE-STATUS NOT = "00"
               MOVE "ILLEGGIBILE" TO WS-ESITO-VOCE
               MOVE SPACES TO WS-MOTIVO
               STRING "APERTURA FALLITA, STATUS "
                   WS-SEQUENZIALE-STATUS
                   DELIMITED BY SIZE INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-SEQUENZIALE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRAILER-TAG
                           WHEN "TRL"
                               MOVE 'S' TO WS-TRAILER-TROVATO
                               MOVE TRAILER-RECORD-COUNT
                                   TO WS-TRAILER-RECORD
                               MOVE TRAILER-CONTROL-TOTAL
                                   TO WS-TRAILER-TOTALE
                           WHEN "HDR"
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-CONTA-RECORD
                               IF IMPORTO IS NUMERIC
                                   ADD IMPORTO TO WS-CONTA-TOTALE
                               ELSE
                                   MOVE "SQUADRATO" TO WS-ESITO-VOCE
                                   MOVE "IMPORTO NON NUMERICO"
                                       TO WS-MOTIVO
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FILE-SEQUENZIALE
           IF WS-ESITO-VOCE NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRAILER-TROVATO = 'S'
               IF WS-TRAILER-RECORD NOT = WS-CONTA-RECORD
                   OR WS-TRAILER-TOTALE NOT = WS-CONTA-TOTALE
                   MOVE "SQUADRATO" TO WS-ESITO-VOCE
                   MOVE "RECORD/TOTALE DIVERSI DAL TRAILER"
                       TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF VT-TIPO(INDICE-VOCE) = "STO"
                   MOVE "SQUADRATO" TO WS-ESITO-VOCE
                   MOVE "TRAILER TRL ASSENTE" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF VT-ATTESO(INDICE-VOCE) = 'S'
               IF VT-ATT-RECORD(INDICE-VOCE) NOT = WS-CONTA-RECORD
                   OR VT-ATT-TOTALE(INDICE-VOCE) NOT = WS-CONTA-TOTALE
                   MOVE "SQUADRATO" TO WS-ESITO-VOCE
                   MOVE "RECORD/TOTALE DIVERSI DAL MANIFESTO"
                       TO WS-MOTIVO
               END-IF
           END-IF.

      *Scarico note dello snapshot: righe NOT contro il conteggio
      *note del manifesto, righe SEG contro quello dei segmenti.
       QUADRA-NOTE.
           MOVE 0 TO WS-CONTA-SEGMENTI
           OPEN INPUT FILE-SEQUENZIALE
           IF WS-SEQUENZIALE-STATUS NOT = "00"
               MOVE "ILLEGGIBILE" TO WS-ESITO-VOCE
               MOVE SPACES TO WS-MOTIVO
               STRING "APERTURA FALLITA, STATUS "
                   WS-SEQUENZIALE-STATUS
                   DELIMITED BY SIZE INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-SEQUENZIALE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE RIGA-SEQUENZIALE(1:3)
                           WHEN "NOT"
                               ADD 1 TO WS-CONTA-RECORD
                           WHEN "SEG"
                               ADD 1 TO WS-CONTA-SEGMENTI
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FILE-SEQUENZIALE
           IF VT-ATTESO(INDICE-VOCE) = 'S'
               IF VT-ATT-RECORD(INDICE-VOCE) NOT = WS-CONTA-RECORD
                   OR VT-ATT-TOTALE(INDICE-VOCE)
                       NOT = WS-CONTA-SEGMENTI
                   MOVE "SQUADRATO" TO WS-ESITO-VOCE
                   MOVE "NOTE/SEGMENTI DIVERSI DAL MANIFESTO"
                       TO WS-MOTIVO
               END-IF
           END-IF.

      *Backup clienti: l'indicizzato si deve aprire e leggere fino
      *in fondo; la copia di uno snapshot deve avere i record del
      *manifesto.
       QUADRA-CLIENTI.
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               MOVE "ILLEGGIBILE" TO WS-ESITO-VOCE
               MOVE SPACES TO WS-MOTIVO
               STRING "APERTURA FALLITA, STATUS "
                   WS-CLIENTI-STATUS
                   DELIMITED BY SIZE INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENTI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTA-RECORD
               END-READ
               IF WS-CLIENTI-STATUS NOT = "00"
                   AND WS-CLIENTI-STATUS NOT = "02"
                   AND WS-CLIENTI-STATUS NOT = "10"
                   MOVE 'Y' TO WS-EOF
                   MOVE "ILLEGGIBILE" TO WS-ESITO-VOCE
                   MOVE SPACES TO WS-MOTIVO
                   STRING "LETTURA INTERROTTA, STATUS "
                       WS-CLIENTI-STATUS
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-PERFORM
           CLOSE CLIENTI-IDX
           IF WS-ESITO-VOCE NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           IF VT-ATTESO(INDICE-VOCE) = 'S'
               IF VT-ATT-RECORD(INDICE-VOCE) NOT = WS-CONTA-RECORD
                   MOVE "SQUADRATO" TO WS-ESITO-VOCE
                   MOVE "RECORD DIVERSI DAL MANIFESTO" TO WS-MOTIVO
               END-IF
           END-IF.

      *Il registro si riscrive da verifica-archivi.new; i backup
      *ritirati non vi tornano.
       SCRIVI-STATO.
           OPEN OUTPUT FILE-STATO-NUOVO
           IF WS-NUOVO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-VOCE FROM 1 BY 1
               UNTIL INDICE-VOCE > WS-NUM-VOCI
               IF VT-ESITO(INDICE-VOCE) NOT = "RITIRATO"
                   MOVE VT-TIPO(INDICE-VOCE) TO STA-TIPO
                   MOVE VT-NOME(INDICE-VOCE) TO STA-NOME
                   MOVE VT-FONTE(INDICE-VOCE) TO STA-FONTE
                   MOVE VT-IMPRONTA(INDICE-VOCE) TO STA-IMPRONTA
                   MOVE VT-MARCA(INDICE-VOCE) TO STA-MARCA
                   MOVE VT-PRIMA(INDICE-VOCE) TO STA-PRIMA
                   MOVE VT-ULTIMA-OK(INDICE-VOCE) TO STA-ULTIMA-OK
                   MOVE VT-ULTIMA(INDICE-VOCE) TO STA-ULTIMA
                   MOVE VT-ESITO(INDICE-VOCE) TO STA-ESITO
                   MOVE VT-RECORD(INDICE-VOCE) TO STA-RECORD
                   MOVE RECORD-STATO TO RIGA-STATO-NUOVO
                   WRITE RIGA-STATO-NUOVO
               END-IF
           END-PERFORM
           CLOSE FILE-STATO-NUOVO
           CALL "CBL_COPY_FILE" USING "verifica-archivi.new"
               "verifica-archivi.txt"
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE" USING "verifica-archivi.new"
               MOVE 'S' TO WS-STATO-RISCRITTO
           END-IF
           MOVE 0 TO RETURN-CODE.

       SCRIVI-REGISTRO.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "TIP FILE                                     "
               "ESITO      RECORD PRIMA VER. ULTIMA OK  NOTE"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-VOCE FROM 1 BY 1
               UNTIL INDICE-VOCE > WS-NUM-VOCI
               PERFORM SCRIVI-RIGA-REGISTRO
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "FILE VERIFICATI: " WS-VERIFICATI
               "  BUONI: " WS-BUONI
               "  NON BUONI: " WS-GUASTI
               "  IMPRONTE NUOVE: " WS-NUOVI
               "  BACKUP RITIRATI: " WS-RITIRATI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           IF WS-STATO-RISCRITTO NOT = 'S'
               MOVE SPACES TO RIGA-REPORT
               STRING "ATTENZIONE: verifica-archivi.txt NON "
                   "RISCRITTO, IMPRONTE NUOVE NON MEMORIZZATE"
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.

       SCRIVI-RIGA-REGISTRO.
           MOVE VT-PRIMA(INDICE-VOCE) TO WS-DATA-DA-EDITARE
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO WS-PRIMA-ED
           MOVE VT-ULTIMA-OK(INDICE-VOCE) TO WS-DATA-DA-EDITARE
           PERFORM EDITA-DATA
           MOVE WS-DATA-ED TO WS-ULTIMA-OK-ED
           MOVE VT-RECORD(INDICE-VOCE) TO WS-RECORD-ED
           MOVE SPACES TO RIGA-REPORT
           STRING VT-TIPO(INDICE-VOCE) " "
               VT-NOME(INDICE-VOCE) " "
               VT-ESITO(INDICE-VOCE) " "
               WS-RECORD-ED " "
               WS-PRIMA-ED " "
               WS-ULTIMA-OK-ED " "
               VT-MOTIVO(INDICE-VOCE)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       EDITA-DATA.
           IF WS-DATA-DA-EDITARE = 0
               MOVE "MAI" TO WS-DATA-ED
           ELSE
               MOVE SPACES TO WS-DATA-ED
               STRING WS-DATA-DA-EDITARE(7:2) "/"
                   WS-DATA-DA-EDITARE(5:2) "/"
                   WS-DATA-DA-EDITARE(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ED
           END-IF.

       CHIUDI-REPORT.
           CLOSE FILE-REPORT
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
