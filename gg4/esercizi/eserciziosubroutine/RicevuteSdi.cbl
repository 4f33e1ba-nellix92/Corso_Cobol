       IDENTIFICATION DIVISION.
       PROGRAM-ID. RicevuteSdi.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Esiti di trasmissione delle fatture elettroniche: le ricevute
      *dello SDI arrivano in Fatture-sdi-ricevute.txt, una riga per
      *ricevuta con il nome del file a cui si riferisce, il tipo
      *(RC ricevuta di consegna, MC mancata consegna, NS notifica di
      *scarto), la data, il codice errore e la descrizione. Ogni
      *ricevuta aggiorna la riga del suo file in Fatture-sdi-stato.txt
      *(consegnata, non consegnata, scartata); una ricevuta per un
      *file che non conosciamo viene solo contata e mostrata. Lo
      *scarto e' un problema da lavorare - la fattura va corretta e
      *reinviata da EsportaFatturePA - e lascia un allarme bloccante
      *in allarmi-registro.txt (REGISTRA-ALLARME). Lo stato si
      *riscrive dal .new; a stato sostituito le ricevute lavorate si
      *archiviano in Fatture-sdi-ricevute-<data e ora>.txt, cosi' un
      *secondo giro non le rilegge. L'elenco degli esiti applicati
      *esce in Fatture-sdi-esiti-<data e ora>.txt.
      *Ogni societa' del gruppo ha il suo canale SDI: si lavora per
      *la societa' di lavoro (variabile SOCIETA, vuota = la
      *principale, mai il consolidato) e tutti i file sono i suoi
      *(NomeFileSocieta; per la principale i nomi di sempre).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-RICEVUTE
               ASSIGN TO WS-NOME-RICEVUTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RICEVUTE-STATUS.
           SELECT FILE-STATO
               ASSIGN TO WS-NOME-STATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATO-STATUS.
           SELECT FILE-STATO-NUOVO
               ASSIGN TO WS-NOME-STATO-NUOVO
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-ESITI ASSIGN TO WS-NOME-ESITI
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-RICEVUTE.
       01 RECORD-RICEVUTA.
           05 RIC-NOME-FILE PIC X(30).
           05 RIC-TIPO PIC X(2).
               88 RIC-CONSEGNA VALUE "RC".
               88 RIC-MANCATA-CONSEGNA VALUE "MC".
               88 RIC-SCARTO VALUE "NS".
           05 RIC-DATA PIC 9(8).
           05 RIC-CODICE-ERRORE PIC X(5).
           05 RIC-DESCRIZIONE PIC X(60).

       FD FILE-STATO.
       COPY FATTURA-SDI.

       FD FILE-STATO-NUOVO.
       01 RECORD-STATO-NUOVO PIC X(127).

       FD FILE-ESITI.
       01 RIGA-ESITO PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RICEVUTE-STATUS PIC XX.
       01 WS-STATO-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-NOME-ESITI PIC X(40).
       01 WS-NOME-RICEVUTE PIC X(40).
       01 WS-NOME-ARCHIVIO PIC X(40).
       01 WS-NOME-STATO PIC X(40).
       01 WS-NOME-STATO-NUOVO PIC X(40).
       01 WS-NOME-BASE PIC X(40).
      *Societa' di lavoro.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
      *Stato di trasmissione in tabella, nel tracciato del file.
       01 WS-NUM-STATI PIC 9(5) VALUE 0.
       01 WS-STATI-TABELLA.
           05 WS-STA-RECORD OCCURS 10000 TIMES PIC X(127).
       01 INDICE-STATO PIC 9(5).
       01 WS-STA-POSIZIONE PIC 9(5).
       01 WS-STATI-PIENI PIC X VALUE 'N'.
       01 WS-STATO-LAVORO.
           05 WS-SL-ANNO PIC 9(4).
           05 WS-SL-NUMERO PIC 9(6).
           05 WS-SL-NOME-FILE PIC X(30).
           05 WS-SL-PROGRESSIVO PIC 9(5).
           05 WS-SL-STATO PIC X.
           05 WS-SL-DATA-INVIO PIC 9(8).
           05 WS-SL-DATA-ESITO PIC 9(8).
           05 WS-SL-CODICE-ERRORE PIC X(5).
           05 WS-SL-DESCRIZIONE PIC X(60).
      *Allarme verso il registro centrale (REGISTRA-ALLARME).
       01 WS-ALL-FONTE PIC X(20) VALUE "RicevuteSdi".
       01 WS-ALL-SEVERITA PIC X VALUE 'B'.
       01 WS-ALL-TESTO PIC X(60).
      *Conteggi del giro.
       01 WS-LETTE PIC 9(5) VALUE 0.
       01 WS-CONSEGNATE PIC 9(5) VALUE 0.
       01 WS-NON-CONSEGNATE PIC 9(5) VALUE 0.
       01 WS-SCARTATE PIC 9(5) VALUE 0.
       01 WS-SCONOSCIUTE PIC 9(5) VALUE 0.
       01 WS-ESITO-TESTO PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           PERFORM IMPOSTA-SOCIETA
           OPEN INPUT FILE-RICEVUTE
           IF WS-RICEVUTE-STATUS NOT = "00"
               DISPLAY "NESSUNA RICEVUTA SDI DA LAVORARE ("
                   WS-NOME-RICEVUTE " assente)."
               STOP RUN
           END-IF
           PERFORM CARICA-STATI
           IF WS-STATI-PIENI = 'S'
               DISPLAY WS-NOME-STATO " OLTRE 10000 RIGHE, "
                   "RICEVUTE NON LAVORATE."
               CLOSE FILE-RICEVUTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOME-BASE
           STRING "Fatture-sdi-esiti-" WS-DATA-ORA(1:14) ".txt"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-ESITI
           CALL 'REGISTRA-GENERATO' USING WS-NOME-ESITI
               ON EXCEPTION CONTINUE
           END-CALL
           OPEN OUTPUT FILE-ESITI
           MOVE "ESITI SDI APPLICATI" TO RIGA-ESITO
           WRITE RIGA-ESITO
           MOVE ALL "-" TO RIGA-ESITO
           WRITE RIGA-ESITO
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-RICEVUTE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       ADD 1 TO WS-LETTE
                       PERFORM APPLICA-RICEVUTA
               END-READ
           END-PERFORM
           CLOSE FILE-RICEVUTE
           CLOSE FILE-ESITI
           PERFORM SALVA-STATI
           DISPLAY "RICEVUTE SDI LETTE: " WS-LETTE
               "  CONSEGNATE: " WS-CONSEGNATE
               "  NON CONSEGNATE: " WS-NON-CONSEGNATE
               "  SCARTATE: " WS-SCARTATE
           IF WS-SCONOSCIUTE > 0
               DISPLAY "  RICEVUTE PER FILE NON INVIATI DA NOI: "
                   WS-SCONOSCIUTE " (VEDI " WS-NOME-ESITI ")"
           END-IF
           STOP RUN.

       CARICA-STATI.
           OPEN INPUT FILE-STATO
           IF WS-STATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-STATO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-STATI >= 10000
                           MOVE 'S' TO WS-STATI-PIENI
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           ADD 1 TO WS-NUM-STATI
                           MOVE RECORD-FATTURA-SDI
                               TO WS-STA-RECORD(WS-NUM-STATI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-STATO.

      *La ricevuta si applica alla riga del suo file; lo scarto
      *apre anche l'allarme.
       APPLICA-RICEVUTA.
           MOVE 0 TO WS-STA-POSIZIONE
           PERFORM VARYING INDICE-STATO FROM 1 BY 1
               UNTIL INDICE-STATO > WS-NUM-STATI
                   OR WS-STA-POSIZIONE > 0
               MOVE WS-STA-RECORD(INDICE-STATO) TO WS-STATO-LAVORO
               IF WS-SL-NOME-FILE = RIC-NOME-FILE
                   MOVE INDICE-STATO TO WS-STA-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-STA-POSIZIONE = 0
               ADD 1 TO WS-SCONOSCIUTE
               MOVE SPACES TO RIGA-ESITO
               STRING RIC-NOME-FILE " " RIC-TIPO
                   " *** FILE NON PRESENTE IN " WS-NOME-STATO
                   DELIMITED BY SIZE INTO RIGA-ESITO
               WRITE RIGA-ESITO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN RIC-CONSEGNA
                   MOVE 'C' TO WS-SL-STATO
                   MOVE "CONSEGNATA" TO WS-ESITO-TESTO
                   ADD 1 TO WS-CONSEGNATE
               WHEN RIC-MANCATA-CONSEGNA
                   MOVE 'M' TO WS-SL-STATO
                   MOVE "MANCATA CONSEGNA" TO WS-ESITO-TESTO
                   ADD 1 TO WS-NON-CONSEGNATE
               WHEN RIC-SCARTO
                   MOVE 'S' TO WS-SL-STATO
                   MOVE "SCARTATA" TO WS-ESITO-TESTO
                   ADD 1 TO WS-SCARTATE
               WHEN OTHER
                   ADD 1 TO WS-SCONOSCIUTE
                   MOVE SPACES TO RIGA-ESITO
                   STRING RIC-NOME-FILE " " RIC-TIPO
                       " *** TIPO DI RICEVUTA NON RICONOSCIUTO"
                       DELIMITED BY SIZE INTO RIGA-ESITO
                   WRITE RIGA-ESITO
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE RIC-DATA TO WS-SL-DATA-ESITO
           MOVE RIC-CODICE-ERRORE TO WS-SL-CODICE-ERRORE
           MOVE RIC-DESCRIZIONE TO WS-SL-DESCRIZIONE
           MOVE WS-STATO-LAVORO TO WS-STA-RECORD(WS-STA-POSIZIONE)
           MOVE SPACES TO RIGA-ESITO
           STRING WS-SL-ANNO "/" WS-SL-NUMERO " " RIC-NOME-FILE " "
               WS-ESITO-TESTO " " RIC-DATA " " RIC-CODICE-ERRORE " "
               RIC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-ESITO
           WRITE RIGA-ESITO
           IF RIC-SCARTO
               MOVE SPACES TO WS-ALL-TESTO
               STRING "FATTURA " WS-SL-ANNO "/" WS-SL-NUMERO
                   " SCARTATA DA SDI, ERRORE " RIC-CODICE-ERRORE
                   DELIMITED BY SIZE INTO WS-ALL-TESTO
               CALL 'REGISTRA-ALLARME' USING WS-ALL-FONTE,
                   WS-ALL-SEVERITA, WS-ALL-TESTO
                   ON EXCEPTION CONTINUE
               END-CALL
           END-IF.

      *Societa' di lavoro: una societa' del gruppo, non il
      *consolidato; ricevute, stato ed esiti sono i suoi.
       IMPOSTA-SOCIETA.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S' OR WS-SOC-CODICE = "GR"
               DISPLAY "RICEVUTE NON LAVORATE: SOCIETA' NON VALIDA "
                   "PER LA FATTURAZIONE (" WS-SOC-CODICE ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Fatture-sdi-ricevute.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-RICEVUTE
           MOVE "Fatture-sdi-stato.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-STATO
           MOVE "Fatture-sdi-stato.new" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE,
               WS-NOME-STATO-NUOVO.

      *Stato riscritto dal .new; solo a copia riuscita le ricevute
      *passano in archivio.
       SALVA-STATI.
           OPEN OUTPUT FILE-STATO-NUOVO
           PERFORM VARYING INDICE-STATO FROM 1 BY 1
               UNTIL INDICE-STATO > WS-NUM-STATI
               MOVE WS-STA-RECORD(INDICE-STATO) TO RECORD-STATO-NUOVO
               WRITE RECORD-STATO-NUOVO
           END-PERFORM
           CLOSE FILE-STATO-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-STATO-NUOVO
               WS-NOME-STATO
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI "
                   WS-NOME-STATO " (CODICE " RETURN-CODE
                   "): RICEVUTE NON ARCHIVIATE, RILANCIARE."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOME-STATO-NUOVO
           MOVE SPACES TO WS-NOME-BASE
           STRING "Fatture-sdi-ricevute-" WS-DATA-ORA(1:14) ".txt"
               DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-ARCHIVIO
           CALL "CBL_COPY_FILE" USING WS-NOME-RICEVUTE
               WS-NOME-ARCHIVIO
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE" USING WS-NOME-RICEVUTE
           ELSE
               DISPLAY "RICEVUTE NON ARCHIVIATE (CODICE " RETURN-CODE
                   "): SPOSTARE A MANO " WS-NOME-RICEVUTE
           END-IF
           MOVE 0 TO RETURN-CODE.
