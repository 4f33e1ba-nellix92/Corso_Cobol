       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIA-MASCHERATA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Copia mascherata dei dati di produzione per l'ambiente di
      *prova e di formazione: finora si provava su dati giocattolo
      *perche' i clienti veri non possono uscire dalla produzione,
      *e i difetti saltavano fuori solo sui volumi veri. Come
      *SNAPSHOT-DR il passo prende il master in quiete con la
      *guardia di uso esclusivo e copia tutto nello stesso istante
      *logico, ma scrive nella directory dell'ambiente di prova
      *(COPIA_PROVA_DIR dall'ambiente o COPIA-PROVA-DIR da
      *gestionale.cfg) con i nomi di produzione, pronta per essere
      *usata cosi' com'e':
      *  - master vendite, giornale, Vendite-master.idx, storici,
      *    Vendite-dettaglio.txt e Vendite-partite.txt passano
      *    tali e quali: importi, date e struttura restano, e il
      *    cliente vi compare solo per ID;
      *  - clienti.idx si riscrive con nome, cognome, via,
      *    telefono, email, codice fiscale e partita IVA finti;
      *  - le note si scaricano con NOTA-EXPORT-SUB e nel testo
      *    di nota e segmenti il nome, il cognome e il codice
      *    fiscale del cliente collegato diventano quelli finti; il
      *    file note-export.txt si carica nel notadb di prova con
      *    NOTA-EXPORT [R]ICARICA.
      *Il valore finto dipende solo dal valore vero (e dal sale
      *COPIA-PROVA-SALE), quindi lo stesso cliente ha la stessa
      *identita' finta in clienti.idx e nelle note, a ogni copia;
      *codice fiscale e partita IVA finti superano il controllo di
      *CONTROLLA-FISCALE. Gli ID cliente restano quelli veri: sono
      *la chiave che tiene insieme anagrafica, note, partite e
      *dettaglio. Il passo rifiuta di scrivere nella directory di
      *produzione (PRODUZIONE-DIR di gestionale.cfg, in mancanza
      *la directory corrente) o in quella dei file CLIENTI-FILE e
      *VENDITE-FILE. Nella destinazione resta il manifesto
      *copia-prova-manifest.txt con conteggi e totali di ogni
      *pezzo, da confrontare con la produzione.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-VENDITE ASSIGN TO WS-NOME-LETTURA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDITE-STATUS.
           SELECT FILE-MOVIMENTI ASSIGN TO WS-NOME-LETTURA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMENTI-STATUS.
           SELECT CLIENTI-IDX ASSIGN TO WS-NOME-FILE-CLIENTI
           ORGANIZATION IS INDEXED
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.
           SELECT CLIENTI-PROVA ASSIGN TO WS-NOME-DESTINAZIONE
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PRV-ID-CLIENTE
           ALTERNATE RECORD KEY IS PRV-COGNOME WITH DUPLICATES
           FILE STATUS IS WS-PROVA-STATUS.
           SELECT FILE-NOTE ASSIGN TO WS-NOME-NOTE-TEMP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-STATUS.
           SELECT FILE-NOTE-PROVA ASSIGN TO WS-NOME-DESTINAZIONE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROVA-STATUS.
           SELECT FILE-MANIFEST ASSIGN TO WS-NOME-MANIFEST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-VENDITE.
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
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

      *Dettaglio e partite hanno lo stesso inizio di record (ID
      *cliente, regione, data, importo): basta questo per contarli.
       FD FILE-MOVIMENTI.
       01 MOVIMENTO.
           05 MOV-ID-CLIENTE PIC 9(6).
           05 MOV-REGIONE-NUM PIC 99.
           05 MOV-DATA PIC 9(8).
           05 MOV-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(100).
       01 TRAILER-MOVIMENTI.
           05 MOV-TRAILER-TAG PIC X(3).
           05 MOV-TRAILER-RECORD-COUNT PIC 9(6).
           05 MOV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

      *Stesso tracciato di CLIENTI-REC: il record mascherato vi si
      *copia intero, qui servono solo le due chiavi.
       FD CLIENTI-PROVA.
       01 RECORD-CLIENTE-PROVA.
           05 PRV-ID-CLIENTE PIC 9(6).
           05 PRV-NOME PIC X(10).
           05 PRV-COGNOME PIC X(10).
           05 FILLER PIC X(159).

      *Tracciato NOT/SEG di NOTA-EXPORT-SUB.
       FD FILE-NOTE.
       01 RECORD-NOTA.
           05 NOT-TIPO PIC X(3).
           05 NOT-NOME PIC X(20).
           05 NOT-DATA-CREATE PIC X(10).
           05 NOT-DATA-SCADENZA PIC X(10).
           05 NOT-CATEGORIA PIC X(20).
           05 NOT-TESTO PIC X(300).
           05 NOT-LAST-UPDATED PIC X(26).
           05 NOT-ID-CLIENTE PIC 9(6).
       01 RECORD-SEGMENTO.
           05 SEG-TIPO PIC X(3).
           05 SEG-NOME PIC X(20).
           05 SEG-SEQ PIC 9(3).
           05 SEG-TESTO PIC X(300).

       FD FILE-NOTE-PROVA.
       01 RIGA-NOTE-PROVA PIC X(395).

       FD FILE-MANIFEST.
       01 RECORD-MANIFEST.
           05 MAN-TIPO PIC X(3).
           05 MAN-ORIGINALE PIC X(40).
           05 MAN-COPIA PIC X(40).
           05 MAN-RECORD PIC 9(6).
           05 MAN-TOTALE PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-VENDITE-STATUS PIC XX.
       01 WS-MOVIMENTI-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-PROVA-STATUS PIC XX.
       01 WS-NOTE-STATUS PIC XX.
       01 WS-MANIFEST-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-EOF PIC X.
       01 WS-NOME-LETTURA PIC X(40).
       01 WS-NOME-COPIA PIC X(40).
       01 WS-NOME-DESTINAZIONE PIC X(120).
       01 WS-NOME-MANIFEST PIC X(120).
       01 WS-NOME-NOTE-TEMP PIC X(40) VALUE "copia-prova-note.tmp".
       01 WS-DATA-ORA PIC X(21).
       01 WS-ANNO-OGGI PIC 9(4).
       01 WS-ANNO-CORSA PIC 9(4).
       01 WS-ANNO-LIMITE PIC 9(4).
       01 WS-FALLITI PIC 99 VALUE 0.
       01 WS-PEZZI PIC 99 VALUE 0.
       01 WS-CONTA-RECORD PIC 9(6).
       01 WS-CONTA-TOTALE PIC S9(11)V99.
      *Esistenza file (CBL_CHECK_FILE_EXIST).
       01 INFO-FILE.
           05 INFO-DIMENSIONE PIC X(8) COMP-X.
           05 INFO-GG PIC X COMP-X.
           05 INFO-MM PIC X COMP-X.
           05 INFO-AAAA PIC XX COMP-X.
           05 INFO-ORE PIC X COMP-X.
           05 INFO-MIN PIC X COMP-X.
           05 INFO-SEC PIC X COMP-X.
           05 INFO-CEN PIC X COMP-X.
      *Parametri da gestionale.cfg.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-NOME-FILE-CLIENTI PIC X(60) VALUE "clienti.idx".
       01 WS-NOME-FILE-VENDITE PIC X(60) VALUE SPACES.
      *Destinazione e produzione, senza la barra finale.
       01 WS-DIR-PROVA PIC X(80).
       01 WS-DIR-PRODUZIONE PIC X(80).
       01 WS-DIR-CONFRONTO PIC X(80).
       01 WS-DIR-LUNGHEZZA PIC 99.
       01 WS-POSIZIONE PIC 99.
       01 WS-ULTIMA-BARRA PIC 99.
       01 WS-RIFIUTO PIC X(60) VALUE SPACES.
      *Guardia di uso esclusivo del master per la quiete.
       01 WS-GRD-OPERAZIONE PIC X.
       01 WS-GRD-PROGRAMMA PIC X(20) VALUE "COPIA-MASCHERATA".
       01 WS-GRD-OPERATORE PIC X(8) VALUE SPACES.
       01 WS-GRD-ESITO PIC 9.
      *Conteggi dell'export note.
       01 WS-NOTE-CONTA PIC 9(6).
       01 WS-SEG-CONTA PIC 9(6).
       01 WS-NOTE-ESITO PIC 9.
       01 WS-NOTE-SCRITTE PIC 9(6).
       01 WS-SEG-SCRITTI PIC 9(6).
       01 WS-NOTE-MASCHERATE PIC 9(6) VALUE 0.
      *Pseudonimo: polinomio modulo un primo sul sale e sul valore
      *vero; stesso valore, stesso numero, a ogni copia.
       01 WS-PSE-SALE PIC X(20) VALUE SPACES.
       01 WS-PSE-CHIAVE.
           05 WS-PSE-CHIAVE-SALE PIC X(20).
           05 WS-PSE-ORIGINE PIC X(40).
       01 WS-PSE-POS PIC 99 COMP.
       01 WS-PSE-CAR PIC 9(3).
       01 WS-PSE-H PIC 9(18).
       01 WS-PSE-NUMERO PIC 9(9).
       01 WS-PSE-CIFRE REDEFINES WS-PSE-NUMERO PIC X(9).
       01 WS-PSE-QUOZIENTE PIC 9(9).
       01 WS-PSE-INDICE PIC 99.
       01 WS-PSE-CIVICO PIC 999.
      *Nomi, cognomi e vie di fantasia.
       01 WS-NOMI-FINTI-X.
           05 FILLER PIC X(40)
               VALUE "ALBERTO   BEATRICE  CARLO     DANIELA   ".
           05 FILLER PIC X(40)
               VALUE "EMILIO    FEDERICA  GIORGIO   ILARIA    ".
           05 FILLER PIC X(40)
               VALUE "LUCA      MARTA     NICOLA    ORNELLA   ".
           05 FILLER PIC X(40)
               VALUE "PAOLO     RAFFAELLA SERGIO    TERESA    ".
           05 FILLER PIC X(40)
               VALUE "UMBERTO   VALERIA   ZENO      AGNESE    ".
       01 WS-NOMI-FINTI REDEFINES WS-NOMI-FINTI-X.
           05 WS-NOME-FINTO OCCURS 20 TIMES PIC X(10).
       01 WS-COGNOMI-FINTI-X.
           05 FILLER PIC X(40)
               VALUE "ABATE     BARONI    CALDERA   DONATI    ".
           05 FILLER PIC X(40)
               VALUE "ESPOSTI   FABBRI    GALLETTI  IANNONE   ".
           05 FILLER PIC X(40)
               VALUE "LOMBARDI  MANCINI   NEGRI     ORLANDI   ".
           05 FILLER PIC X(40)
               VALUE "PAGANO    QUARANTA  RIGHETTI  SALVI     ".
           05 FILLER PIC X(40)
               VALUE "TESTA     URBANI    VITALI    ZANELLA   ".
           05 FILLER PIC X(40)
               VALUE "BELLINI   CORSI     DEROSSI   FERRI     ".
           05 FILLER PIC X(40)
               VALUE "GIULIANI  MARCHI    PELLEGRINISARTORI   ".
           05 FILLER PIC X(40)
               VALUE "TOSI      VALENTI   AMATO     BRUNO     ".
           05 FILLER PIC X(40)
               VALUE "COSTA     GALLO     LEONE     MORETTI   ".
           05 FILLER PIC X(40)
               VALUE "PALMIERI  RIZZI     SANNA     VILLA     ".
       01 WS-COGNOMI-FINTI REDEFINES WS-COGNOMI-FINTI-X.
           05 WS-COGNOME-FINTO OCCURS 40 TIMES PIC X(10).
       01 WS-VIE-FINTE-X.
           05 FILLER PIC X(48)
               VALUE "DEI TIGLI   DELLE ROSE  DEI PINI    DEGLI OLMI  ".
           05 FILLER PIC X(48)
               VALUE "DEI MULINI  DEL CORSO   DEI GELSI   DEL PORTO   ".
       01 WS-VIE-FINTE REDEFINES WS-VIE-FINTE-X.
           05 WS-VIA-FINTA OCCURS 8 TIMES PIC X(12).
      *Codice fiscale e partita IVA finti: il carattere di controllo
      *e' quello che CONTROLLA-FISCALE accetta.
       01 WS-LETTERE PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-CF-FINTO PIC X(16).
       01 WS-PIVA-FINTA PIC X(11).
       01 WS-PIVA-CIFRE REDEFINES WS-PIVA-FINTA.
           05 WS-PIVA-CIFRA OCCURS 11 TIMES PIC 9.
       01 WS-ESITO-CF PIC X.
       01 WS-ESITO-PIVA PIC X.
       01 WS-PROVA-CONTROLLO PIC 99.
       01 WS-CF-VUOTO PIC X(16) VALUE SPACES.
       01 WS-PIVA-VUOTA PIC X(11) VALUE SPACES.
      *Identita' vera e finta dei clienti per mascherare le note,
      *in ordine di ID come li rende clienti.idx.
       01 WS-NUM-CLIENTI PIC 9(5) VALUE 0.
       01 WS-CLIENTI-TABELLA.
           05 WS-CLI-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-NUM-CLIENTI
               ASCENDING KEY IS WS-CLI-ID
               INDEXED BY I-CLI.
               10 WS-CLI-ID PIC 9(6).
               10 WS-CLI-NOME PIC X(10).
               10 WS-CLI-COGNOME PIC X(10).
               10 WS-CLI-CF PIC X(16).
               10 WS-CLI-NOME-FINTO PIC X(10).
               10 WS-CLI-COGNOME-FINTO PIC X(10).
               10 WS-CLI-CF-FINTO PIC X(16).
       01 WS-TROPPI-CLIENTI PIC X VALUE 'N'.
      *Cliente della nota in lavorazione (0 = nessuno o non
      *trovato): i segmenti seguono la loro nota nel file.
       01 WS-NOTA-CLIENTE PIC 9(5).
      *Sostituzione nel testo di nota o segmento.
       01 WS-TESTO PIC X(300).
       01 WS-TESTO-MAIUSC PIC X(300).
       01 WS-CERCA PIC X(16).
       01 WS-METTI PIC X(16).
       01 WS-CERCA-LUN PIC 99.
       01 WS-TESTO-POS PIC 9(3).
       01 WS-TESTO-FINE PIC 9(3).
       01 WS-CAR-PRIMA PIC X.
       01 WS-CAR-DOPO PIC X.
       01 WS-SOSTITUITI PIC 9(3).
       01 WS-MINUSCOLE PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:4) TO WS-ANNO-OGGI
           PERFORM LEGGI-PARAMETRI
           PERFORM CONTROLLA-DESTINAZIONE
           IF WS-RIFIUTO NOT = SPACES
               DISPLAY "COPIA RIFIUTATA: " WS-RIFIUTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_CREATE_DIR" USING WS-DIR-PROVA
           MOVE 0 TO RETURN-CODE
           MOVE "copia-prova-manifest.txt" TO WS-NOME-COPIA
           PERFORM COMPONI-DESTINAZIONE
           MOVE WS-NOME-DESTINAZIONE TO WS-NOME-MANIFEST
           OPEN OUTPUT FILE-MANIFEST
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "COPIA RIFIUTATA: DIRECTORY "
                   FUNCTION TRIM(WS-DIR-PROVA) " NON SCRIVIBILE "
                   "(STATUS " WS-MANIFEST-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'P' TO WS-GRD-OPERAZIONE
           CALL 'GuardiaMaster' USING WS-GRD-OPERAZIONE,
               WS-GRD-PROGRAMMA, WS-GRD-OPERATORE, WS-GRD-ESITO
               ON EXCEPTION MOVE 0 TO WS-GRD-ESITO
           END-CALL
           IF WS-GRD-ESITO NOT = 0
               DISPLAY "COPIA RINVIATA: MASTER IN USO."
               CLOSE FILE-MANIFEST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COPIA-MASTER-VENDITE
           MOVE "Vendite-giornale.txt" TO WS-NOME-LETTURA
           MOVE "GIO" TO MAN-TIPO
           PERFORM COPIA-BINARIA
           MOVE "Vendite-master.idx" TO WS-NOME-LETTURA
           MOVE "IDX" TO MAN-TIPO
           PERFORM COPIA-BINARIA
           COMPUTE WS-ANNO-LIMITE = WS-ANNO-OGGI - 15
           PERFORM VARYING WS-ANNO-CORSA FROM WS-ANNO-LIMITE BY 1
               UNTIL WS-ANNO-CORSA > WS-ANNO-OGGI
               PERFORM COPIA-STORICO
           END-PERFORM
           MOVE "Vendite-dettaglio.txt" TO WS-NOME-LETTURA
           MOVE "DET" TO MAN-TIPO
           PERFORM COPIA-MOVIMENTI
           MOVE "Vendite-partite.txt" TO WS-NOME-LETTURA
           MOVE "PAR" TO MAN-TIPO
           PERFORM COPIA-MOVIMENTI
           PERFORM MASCHERA-CLIENTI
           PERFORM MASCHERA-NOTE
           CLOSE FILE-MANIFEST
           MOVE 'R' TO WS-GRD-OPERAZIONE
           CALL 'GuardiaMaster' USING WS-GRD-OPERAZIONE,
               WS-GRD-PROGRAMMA, WS-GRD-OPERATORE, WS-GRD-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "COPIA MASCHERATA IN " FUNCTION TRIM(WS-DIR-PROVA)
               ": " WS-PEZZI " PEZZI, " WS-FALLITI " FALLITI, "
               WS-NUM-CLIENTI " CLIENTI, " WS-NOTE-MASCHERATE
               " TESTI DI NOTA MASCHERATI"
           IF WS-FALLITI > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEGGI-PARAMETRI.
           MOVE SPACES TO WS-DIR-PROVA
           ACCEPT WS-DIR-PROVA FROM ENVIRONMENT "COPIA_PROVA_DIR"
           IF WS-DIR-PROVA = SPACES
               MOVE "COPIA-PROVA-DIR" TO WS-CFG-CHIAVE
               CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
                   WS-CFG-TROVATO
               IF WS-CFG-TROVATO = 'S'
                   MOVE WS-CFG-VALORE TO WS-DIR-PROVA
               END-IF
           END-IF
           MOVE SPACES TO WS-DIR-PRODUZIONE
           MOVE "PRODUZIONE-DIR" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-DIR-PRODUZIONE
           END-IF
           IF WS-DIR-PRODUZIONE = SPACES
               ACCEPT WS-DIR-PRODUZIONE FROM ENVIRONMENT "PWD"
           END-IF
           MOVE "CLIENTI-FILE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-CLIENTI
           END-IF
           MOVE "VENDITE-FILE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-VENDITE
           END-IF
           MOVE "COPIA-PROVA-SALE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-PSE-SALE
           END-IF.

      *La copia scrive con i nomi di produzione: nella directory di
      *produzione sovrascriverebbe i dati veri con quelli finti.
       CONTROLLA-DESTINAZIONE.
           MOVE WS-DIR-PROVA TO WS-DIR-CONFRONTO
           PERFORM TOGLI-BARRA-FINALE
           MOVE WS-DIR-CONFRONTO TO WS-DIR-PROVA
           IF WS-DIR-PROVA = SPACES
               MOVE "NESSUNA DIRECTORY DI PROVA (COPIA-PROVA-DIR)"
                   TO WS-RIFIUTO
               EXIT PARAGRAPH
           END-IF
           IF WS-DIR-PROVA = "."
               MOVE "LA DESTINAZIONE E' LA DIRECTORY CORRENTE"
                   TO WS-RIFIUTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DIR-PRODUZIONE TO WS-DIR-CONFRONTO
           PERFORM TOGLI-BARRA-FINALE
           IF WS-DIR-CONFRONTO NOT = SPACES
               AND WS-DIR-CONFRONTO = WS-DIR-PROVA
               MOVE "LA DESTINAZIONE E' LA DIRECTORY DI PRODUZIONE"
                   TO WS-RIFIUTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOME-FILE-CLIENTI TO WS-DIR-CONFRONTO
           PERFORM DIRECTORY-DEL-FILE
           IF WS-DIR-CONFRONTO NOT = SPACES
               AND WS-DIR-CONFRONTO = WS-DIR-PROVA
               MOVE "LA DESTINAZIONE CONTIENE CLIENTI-FILE"
                   TO WS-RIFIUTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOME-FILE-VENDITE TO WS-DIR-CONFRONTO
           PERFORM DIRECTORY-DEL-FILE
           IF WS-DIR-CONFRONTO NOT = SPACES
               AND WS-DIR-CONFRONTO = WS-DIR-PROVA
               MOVE "LA DESTINAZIONE CONTIENE VENDITE-FILE"
                   TO WS-RIFIUTO
           END-IF.

       TOGLI-BARRA-FINALE.
           MOVE 0 TO WS-DIR-LUNGHEZZA
           IF WS-DIR-CONFRONTO NOT = SPACES
               COMPUTE WS-DIR-LUNGHEZZA =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-CONFRONTO
                   TRAILING))
           END-IF
           PERFORM UNTIL WS-DIR-LUNGHEZZA < 2
               OR WS-DIR-CONFRONTO(WS-DIR-LUNGHEZZA:1) NOT = "/"
               MOVE SPACE TO WS-DIR-CONFRONTO(WS-DIR-LUNGHEZZA:1)
               SUBTRACT 1 FROM WS-DIR-LUNGHEZZA
           END-PERFORM.

      *Directory di un nome file di gestionale.cfg: spazi se il
      *nome non ne ha (file nella directory corrente, gia'
      *esclusa sopra).
       DIRECTORY-DEL-FILE.
           MOVE 0 TO WS-ULTIMA-BARRA
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 1
               UNTIL WS-POSIZIONE > 60
               IF WS-DIR-CONFRONTO(WS-POSIZIONE:1) = "/"
                   MOVE WS-POSIZIONE TO WS-ULTIMA-BARRA
               END-IF
           END-PERFORM
           IF WS-ULTIMA-BARRA = 0
               MOVE SPACES TO WS-DIR-CONFRONTO
           ELSE
               MOVE SPACES TO WS-DIR-CONFRONTO(WS-ULTIMA-BARRA:)
               IF WS-DIR-CONFRONTO = SPACES
                   MOVE "/" TO WS-DIR-CONFRONTO
               END-IF
           END-IF.

       COMPONI-DESTINAZIONE.
           MOVE SPACES TO WS-NOME-DESTINAZIONE
           STRING WS-DIR-PROVA DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-NOME-COPIA DELIMITED BY SPACE
               INTO WS-NOME-DESTINAZIONE.

       CONTA-FILE-SEQUENZIALE.
           MOVE 0 TO WS-CONTA-RECORD
           MOVE 0 TO WS-CONTA-TOTALE
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
                           ADD 1 TO WS-CONTA-RECORD
                           ADD IMPORTO TO WS-CONTA-TOTALE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-VENDITE.

       COPIA-MASTER-VENDITE.
           MOVE "Vendite-mese.trimestre.txt" TO WS-NOME-LETTURA
           PERFORM CONTA-FILE-SEQUENZIALE
           MOVE "VEN" TO MAN-TIPO
           PERFORM COPIA-E-REGISTRA.

       COPIA-STORICO.
           MOVE SPACES TO WS-NOME-LETTURA
           STRING "Vendite-storico-" WS-ANNO-CORSA ".txt"
               DELIMITED BY SIZE INTO WS-NOME-LETTURA
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-LETTURA
               INFO-FILE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTA-FILE-SEQUENZIALE
           MOVE "STO" TO MAN-TIPO
           PERFORM COPIA-E-REGISTRA.

      *Giornale e indicizzato: copia di byte senza conteggi; se il
      *file non esiste ancora il pezzo si salta.
       COPIA-BINARIA.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-LETTURA
               INFO-FILE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONTA-RECORD
           MOVE 0 TO WS-CONTA-TOTALE
           PERFORM COPIA-E-REGISTRA.

       COPIA-MOVIMENTI.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-LETTURA
               INFO-FILE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CONTA-RECORD
           MOVE 0 TO WS-CONTA-TOTALE
           OPEN INPUT FILE-MOVIMENTI
           IF WS-MOVIMENTI-STATUS = "00"
               MOVE 'N' TO LETTURA-FILE
               PERFORM UNTIL LETTURA-FILE = 'Y'
                   READ FILE-MOVIMENTI
                       AT END
                           MOVE 'Y' TO LETTURA-FILE
                       NOT AT END
                           IF MOV-TRAILER-TAG NOT = "TRL"
                               AND MOV-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-CONTA-RECORD
                               ADD MOV-IMPORTO TO WS-CONTA-TOTALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-MOVIMENTI
           END-IF
           PERFORM COPIA-E-REGISTRA.

      *Copia nella destinazione con lo stesso nome e riga di
      *manifesto (MAN-TIPO gia' impostato dal chiamante).
       COPIA-E-REGISTRA.
           MOVE WS-NOME-LETTURA TO WS-NOME-COPIA
           PERFORM COMPONI-DESTINAZIONE
           CALL "CBL_COPY_FILE" USING WS-NOME-LETTURA
               WS-NOME-DESTINAZIONE
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-FALLITI
               DISPLAY "COPIA DI " WS-NOME-LETTURA " FALLITA (CODICE "
                   RETURN-CODE ")"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOME-LETTURA TO MAN-ORIGINALE
           MOVE WS-NOME-COPIA TO MAN-COPIA
           MOVE WS-CONTA-RECORD TO MAN-RECORD
           MOVE WS-CONTA-TOTALE TO MAN-TOTALE
           WRITE RECORD-MANIFEST
           ADD 1 TO WS-PEZZI.

      ********************ANAGRAFICA CLIENTI****************************
       MASCHERA-CLIENTI.
           MOVE 0 TO WS-CONTA-RECORD
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               ADD 1 TO WS-FALLITI
               DISPLAY "CLIENTI NON APRIBILE, STATUS "
                   WS-CLIENTI-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "clienti.idx" TO WS-NOME-COPIA
           PERFORM COMPONI-DESTINAZIONE
           OPEN OUTPUT CLIENTI-PROVA
           IF WS-PROVA-STATUS NOT = "00"
               ADD 1 TO WS-FALLITI
               DISPLAY "CLIENTI DI PROVA NON SCRIVIBILE, STATUS "
                   WS-PROVA-STATUS
               CLOSE CLIENTI-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENTI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MASCHERA-CLIENTE
                       MOVE RECORD-CLIENTE-IDX TO RECORD-CLIENTE-PROVA
                       WRITE RECORD-CLIENTE-PROVA
                       IF WS-PROVA-STATUS = "00"
                           ADD 1 TO WS-CONTA-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTI-IDX
           CLOSE CLIENTI-PROVA
           IF WS-TROPPI-CLIENTI = 'S'
               DISPLAY "OLTRE 20000 CLIENTI: LE NOTE DEGLI ULTIMI NON "
                   "SONO MASCHERATE NEL TESTO."
           END-IF
           MOVE "CLI" TO MAN-TIPO
           MOVE WS-NOME-FILE-CLIENTI TO MAN-ORIGINALE
           MOVE WS-NOME-COPIA TO MAN-COPIA
           MOVE WS-CONTA-RECORD TO MAN-RECORD
           MOVE 0 TO MAN-TOTALE
           WRITE RECORD-MANIFEST
           ADD 1 TO WS-PEZZI.

      *Ogni campo personale non vuoto prende il suo valore finto;
      *citta', CAP, provincia, stato, date e termini restano.
       MASCHERA-CLIENTE.
           IF WS-NUM-CLIENTI < 20000
               ADD 1 TO WS-NUM-CLIENTI
               MOVE ID-CLIENTE-IDX TO WS-CLI-ID(WS-NUM-CLIENTI)
               MOVE NOME-IDX TO WS-CLI-NOME(WS-NUM-CLIENTI)
               MOVE COGNOME-IDX TO WS-CLI-COGNOME(WS-NUM-CLIENTI)
               MOVE CODICE-FISCALE-IDX TO WS-CLI-CF(WS-NUM-CLIENTI)
           ELSE
               MOVE 'S' TO WS-TROPPI-CLIENTI
           END-IF
           IF NOME-IDX NOT = SPACES
               MOVE NOME-IDX TO WS-PSE-ORIGINE
               PERFORM CALCOLA-PSEUDONIMO
               DIVIDE WS-PSE-NUMERO BY 20 GIVING WS-PSE-QUOZIENTE
                   REMAINDER WS-PSE-INDICE
               MOVE WS-NOME-FINTO(WS-PSE-INDICE + 1) TO NOME-IDX
           END-IF
           IF COGNOME-IDX NOT = SPACES
               MOVE COGNOME-IDX TO WS-PSE-ORIGINE
               PERFORM CALCOLA-PSEUDONIMO
               DIVIDE WS-PSE-NUMERO BY 40 GIVING WS-PSE-QUOZIENTE
                   REMAINDER WS-PSE-INDICE
               MOVE WS-COGNOME-FINTO(WS-PSE-INDICE + 1)
                   TO COGNOME-IDX
           END-IF
           IF VIA-IDX NOT = SPACES
               MOVE VIA-IDX TO WS-PSE-ORIGINE
               PERFORM CALCOLA-PSEUDONIMO
               DIVIDE WS-PSE-NUMERO BY 8 GIVING WS-PSE-QUOZIENTE
                   REMAINDER WS-PSE-INDICE
               DIVIDE WS-PSE-QUOZIENTE BY 200 GIVING WS-PSE-QUOZIENTE
                   REMAINDER WS-PSE-CIVICO
               ADD 1 TO WS-PSE-CIVICO
               MOVE SPACES TO VIA-IDX
               STRING "VIA " DELIMITED BY SIZE
                   WS-VIA-FINTA(WS-PSE-INDICE + 1) DELIMITED BY "  "
                   " " WS-PSE-CIVICO DELIMITED BY SIZE
                   INTO VIA-IDX
           END-IF
           IF TELEFONO-IDX NOT = SPACES
               MOVE TELEFONO-IDX TO WS-PSE-ORIGINE
               PERFORM CALCOLA-PSEUDONIMO
               MOVE SPACES TO TELEFONO-IDX
               STRING "3" WS-PSE-CIFRE DELIMITED BY SIZE
                   INTO TELEFONO-IDX
           END-IF
           IF EMAIL-IDX NOT = SPACES
               MOVE EMAIL-IDX TO WS-PSE-ORIGINE
               PERFORM CALCOLA-PSEUDONIMO
               MOVE SPACES TO EMAIL-IDX
               STRING "m" WS-PSE-CIFRE(2:8) "@esempio.invalid"
                   DELIMITED BY SIZE INTO EMAIL-IDX
           END-IF
           IF CODICE-FISCALE-IDX NOT = SPACES
               MOVE CODICE-FISCALE-IDX TO WS-PSE-ORIGINE
               PERFORM CALCOLA-PSEUDONIMO
               IF CODICE-FISCALE-IDX(12:5) = SPACES
                   PERFORM PARTITA-IVA-FINTA
                   MOVE WS-PIVA-FINTA TO CODICE-FISCALE-IDX
               ELSE
                   PERFORM CODICE-FISCALE-FINTO
                   MOVE WS-CF-FINTO TO CODICE-FISCALE-IDX
               END-IF
           END-IF
           IF PARTITA-IVA-IDX NOT = SPACES
               MOVE PARTITA-IVA-IDX TO WS-PSE-ORIGINE
               PERFORM CALCOLA-PSEUDONIMO
               PERFORM PARTITA-IVA-FINTA
               MOVE WS-PIVA-FINTA TO PARTITA-IVA-IDX
           END-IF
           IF WS-TROPPI-CLIENTI = 'N'
               MOVE NOME-IDX TO WS-CLI-NOME-FINTO(WS-NUM-CLIENTI)
               MOVE COGNOME-IDX
                   TO WS-CLI-COGNOME-FINTO(WS-NUM-CLIENTI)
               MOVE CODICE-FISCALE-IDX
                   TO WS-CLI-CF-FINTO(WS-NUM-CLIENTI)
           END-IF.

       CALCOLA-PSEUDONIMO.
           MOVE WS-PSE-SALE TO WS-PSE-CHIAVE-SALE
           MOVE 7 TO WS-PSE-H
           PERFORM VARYING WS-PSE-POS FROM 1 BY 1 UNTIL WS-PSE-POS > 60
               COMPUTE WS-PSE-CAR =
                   FUNCTION ORD(WS-PSE-CHIAVE(WS-PSE-POS:1))
               COMPUTE WS-PSE-H = FUNCTION MOD(
                   WS-PSE-H * 31 + WS-PSE-CAR, 999999937)
           END-PERFORM
           MOVE WS-PSE-H TO WS-PSE-NUMERO.

      *PRVCLI, cifre dallo pseudonimo, mese 'A', poi il sedicesimo
      *carattere che fa passare il controllo.
       CODICE-FISCALE-FINTO.
           MOVE SPACES TO WS-CF-FINTO
           STRING "PRVCLI" WS-PSE-CIFRE(1:2) "A" WS-PSE-CIFRE(3:2)
               "Z" WS-PSE-CIFRE(5:3)
               DELIMITED BY SIZE INTO WS-CF-FINTO
           MOVE SPACE TO WS-ESITO-CF
           PERFORM VARYING WS-PROVA-CONTROLLO FROM 1 BY 1
               UNTIL WS-PROVA-CONTROLLO > 26 OR WS-ESITO-CF = 'S'
               MOVE WS-LETTERE(WS-PROVA-CONTROLLO:1)
                   TO WS-CF-FINTO(16:1)
               CALL 'CONTROLLA-FISCALE' USING WS-CF-FINTO,
                   WS-PIVA-VUOTA, WS-ESITO-CF, WS-ESITO-PIVA
           END-PERFORM.

      *Undici cifre: 9, nove cifre dallo pseudonimo e la cifra di
      *controllo.
       PARTITA-IVA-FINTA.
           MOVE SPACES TO WS-PIVA-FINTA
           STRING "9" WS-PSE-CIFRE "0"
               DELIMITED BY SIZE INTO WS-PIVA-FINTA
           MOVE SPACE TO WS-ESITO-PIVA
           PERFORM VARYING WS-PROVA-CONTROLLO FROM 0 BY 1
               UNTIL WS-PROVA-CONTROLLO > 9 OR WS-ESITO-PIVA = 'S'
               MOVE WS-PROVA-CONTROLLO TO WS-PIVA-CIFRA(11)
               CALL 'CONTROLLA-FISCALE' USING WS-CF-VUOTO,
                   WS-PIVA-FINTA, WS-ESITO-CF, WS-ESITO-PIVA
           END-PERFORM.

      ********************NOTE******************************************
      *Lo scarico passa da un file di lavoro locale: i dati veri non
      *arrivano mai nella directory di prova.
       MASCHERA-NOTE.
           CALL 'NOTA-EXPORT-SUB' USING WS-NOME-NOTE-TEMP,
               WS-NOTE-CONTA, WS-SEG-CONTA, WS-NOTE-ESITO
               ON EXCEPTION MOVE 1 TO WS-NOTE-ESITO
           END-CALL
           IF WS-NOTE-ESITO NOT = 0
               ADD 1 TO WS-FALLITI
               DISPLAY "SCARICO NOTE NON RIUSCITO O NON "
                   "RICONCILIATO."
               CALL "CBL_DELETE_FILE" USING WS-NOME-NOTE-TEMP
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-NOTE
           IF WS-NOTE-STATUS NOT = "00"
               ADD 1 TO WS-FALLITI
               EXIT PARAGRAPH
           END-IF
           MOVE "note-export.txt" TO WS-NOME-COPIA
           PERFORM COMPONI-DESTINAZIONE
           OPEN OUTPUT FILE-NOTE-PROVA
           IF WS-PROVA-STATUS NOT = "00"
               ADD 1 TO WS-FALLITI
               CLOSE FILE-NOTE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NOTE-TEMP
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NOTE-SCRITTE
           MOVE 0 TO WS-SEG-SCRITTI
           MOVE 0 TO WS-NOTA-CLIENTE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-NOTE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT-TIPO = "SEG"
                           PERFORM MASCHERA-SEGMENTO
                       ELSE
                           PERFORM MASCHERA-NOTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-NOTE
           CLOSE FILE-NOTE-PROVA
           CALL "CBL_DELETE_FILE" USING WS-NOME-NOTE-TEMP
           MOVE 0 TO RETURN-CODE
           MOVE "NOT" TO MAN-TIPO
           MOVE "NOTA (notadb)" TO MAN-ORIGINALE
           MOVE WS-NOME-COPIA TO MAN-COPIA
           MOVE WS-NOTE-SCRITTE TO MAN-RECORD
           MOVE WS-SEG-SCRITTI TO MAN-TOTALE
           WRITE RECORD-MANIFEST
           ADD 1 TO WS-PEZZI.

       MASCHERA-NOTA.
           MOVE 0 TO WS-NOTA-CLIENTE
           IF NOT-ID-CLIENTE NUMERIC AND NOT-ID-CLIENTE > 0
               AND WS-NUM-CLIENTI > 0
               SEARCH ALL WS-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLI-ID(I-CLI) = NOT-ID-CLIENTE
                       SET WS-NOTA-CLIENTE TO I-CLI
               END-SEARCH
           END-IF
           MOVE NOT-TESTO TO WS-TESTO
           PERFORM MASCHERA-TESTO
           MOVE WS-TESTO TO NOT-TESTO
           MOVE RECORD-NOTA TO RIGA-NOTE-PROVA
           WRITE RIGA-NOTE-PROVA
           ADD 1 TO WS-NOTE-SCRITTE.

       MASCHERA-SEGMENTO.
           MOVE SEG-TESTO TO WS-TESTO
           PERFORM MASCHERA-TESTO
           MOVE WS-TESTO TO SEG-TESTO
           MOVE SPACES TO RIGA-NOTE-PROVA
           MOVE RECORD-SEGMENTO TO RIGA-NOTE-PROVA
           WRITE RIGA-NOTE-PROVA
           ADD 1 TO WS-SEG-SCRITTI.

      *Cognome, nome e codice fiscale veri del cliente collegato
      *diventano i suoi finti, allineati alla lunghezza del vero
      *perche' il testo non si sposti.
       MASCHERA-TESTO.
           IF WS-NOTA-CLIENTE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SOSTITUITI
           MOVE WS-CLI-COGNOME(WS-NOTA-CLIENTE) TO WS-CERCA
           MOVE WS-CLI-COGNOME-FINTO(WS-NOTA-CLIENTE) TO WS-METTI
           PERFORM SOSTITUISCI-NEL-TESTO
           MOVE WS-CLI-NOME(WS-NOTA-CLIENTE) TO WS-CERCA
           MOVE WS-CLI-NOME-FINTO(WS-NOTA-CLIENTE) TO WS-METTI
           PERFORM SOSTITUISCI-NEL-TESTO
           MOVE WS-CLI-CF(WS-NOTA-CLIENTE) TO WS-CERCA
           MOVE WS-CLI-CF-FINTO(WS-NOTA-CLIENTE) TO WS-METTI
           PERFORM SOSTITUISCI-NEL-TESTO
           IF WS-SOSTITUITI > 0
               ADD 1 TO WS-NOTE-MASCHERATE
           END-IF.

      *Confronto senza distinzione di maiuscole e solo su parole
      *intere (ROSSI non tocca ROSSINI); sotto i tre caratteri non
      *si sostituisce nulla.
       SOSTITUISCI-NEL-TESTO.
           INSPECT WS-CERCA CONVERTING WS-MINUSCOLE TO WS-LETTERE
           MOVE 0 TO WS-CERCA-LUN
           IF WS-CERCA NOT = SPACES
               COMPUTE WS-CERCA-LUN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CERCA TRAILING))
           END-IF
           IF WS-CERCA-LUN < 3
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TESTO TO WS-TESTO-MAIUSC
           INSPECT WS-TESTO-MAIUSC
               CONVERTING WS-MINUSCOLE TO WS-LETTERE
           COMPUTE WS-TESTO-FINE = 301 - WS-CERCA-LUN
           PERFORM VARYING WS-TESTO-POS FROM 1 BY 1
               UNTIL WS-TESTO-POS > WS-TESTO-FINE
               IF WS-TESTO-MAIUSC(WS-TESTO-POS:WS-CERCA-LUN) =
                   WS-CERCA(1:WS-CERCA-LUN)
                   MOVE SPACE TO WS-CAR-PRIMA WS-CAR-DOPO
                   IF WS-TESTO-POS > 1
                       MOVE WS-TESTO-MAIUSC(WS-TESTO-POS - 1:1)
                           TO WS-CAR-PRIMA
                   END-IF
                   IF WS-TESTO-POS < WS-TESTO-FINE
                       MOVE WS-TESTO-MAIUSC(WS-TESTO-POS
                           + WS-CERCA-LUN:1) TO WS-CAR-DOPO
                   END-IF
                   IF (WS-CAR-PRIMA = SPACE
                       OR WS-CAR-PRIMA IS NOT ALPHABETIC)
                       AND (WS-CAR-DOPO = SPACE
                       OR WS-CAR-DOPO IS NOT ALPHABETIC)
                       MOVE WS-METTI(1:WS-CERCA-LUN)
                           TO WS-TESTO(WS-TESTO-POS:WS-CERCA-LUN)
                       ADD 1 TO WS-SOSTITUITI
                   END-IF
               END-IF
           END-PERFORM.
