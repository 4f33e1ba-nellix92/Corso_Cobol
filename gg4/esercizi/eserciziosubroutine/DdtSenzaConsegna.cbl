       IDENTIFICATION DIVISION.
       PROGRAM-ID. DdtSenzaConsegna.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *DDT senza esito di consegna in Ddt-senza-consegna.txt: i
      *documenti di trasporto di Ddt.idx ancora in attesa della copia
      *firmata dopo piu' di DDT-GIORNI-POD giorni dall'emissione
      *(gestionale.cfg, predefinito 10). Finche' l'esito non si
      *registra con SpedizioniDdt la merce e' uscita ma non si
      *fattura: la lista serve a sollecitare vettori e clienti. Una
      *riga per documento, dal piu' vecchio, con cliente, giorni
      *trascorsi, righe, colli e vettore. Ogni edizione va nello
      *spool (famiglia ORDINI). Termina con GOBACK e RETURN-CODE 8
      *sugli errori, per girare come passo del batch notturno.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDT-IDX ASSIGN TO "Ddt.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DDT-CHIAVE
           FILE STATUS IS WS-DDT-STATUS.
           SELECT FILE-REPORT ASSIGN TO "Ddt-senza-consegna.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DDT-IDX.
       COPY DDT-REC.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DDT-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-GIORNI-POD PIC 9(3) VALUE 10.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
      *Documento in lavorazione: le righe di un DDT sono contigue.
       01 WS-DOC-ANNO PIC 9(4) VALUE 0.
       01 WS-DOC-NUMERO PIC 9(6) VALUE 0.
       01 WS-DOC-DATA PIC 9(8).
       01 WS-DOC-CLIENTE PIC 9(6).
       01 WS-DOC-VETTORE PIC X(20).
       01 WS-DOC-COLLI PIC 9(3).
       01 WS-DOC-STATO PIC X.
       01 WS-DOC-RIGHE PIC 9(3).
       01 WS-DOC-QUANTITA PIC 9(7).
       01 WS-DOC-APERTO PIC X VALUE 'N'.
       01 WS-GIORNI PIC 9(5).
      *Totali.
       01 WS-TOT-DOCUMENTI PIC 9(6) VALUE 0.
       01 WS-TOT-RIGHE PIC 9(6) VALUE 0.
       01 WS-TOT-IN-ATTESA PIC 9(6) VALUE 0.
      *Campi di stampa.
       01 WS-DATA-ED PIC X(10).
       01 WS-GIORNI-ED PIC Z(4)9.
       01 WS-RIGHE-ED PIC ZZ9.
       01 WS-COLLI-ED PIC ZZ9.
       01 WS-QUANTITA-ED PIC Z(6)9.
       01 WS-TOTALE-ED PIC Z(5)9.
       01 WS-TERMINE-ED PIC ZZ9.
      *Spool dell'edizione del report.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "ORDINI".
       01 WS-SPOOL-NOME PIC X(40) VALUE "Ddt-senza-consegna.txt".
       01 WS-SPOOL-ESITO PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM LEGGI-PARAMETRI
           OPEN INPUT DDT-IDX
           IF WS-DDT-STATUS = "35"
               DISPLAY "Ddt.idx ASSENTE: NESSUN DDT IN ATTESA DI "
                   "CONSEGNA."
               GOBACK
           END-IF
           IF WS-DDT-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Ddt.idx (STATUS "
                   WS-DDT-STATUS ")."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FILE-REPORT
           PERFORM SCRIVI-INTESTAZIONE
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ DDT-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM LAVORA-RIGA
               END-READ
           END-PERFORM
           IF WS-DOC-APERTO = 'S'
               PERFORM CHIUDI-DOCUMENTO
           END-IF
           CLOSE DDT-IDX
           IF WS-TOT-DOCUMENTI = 0
               MOVE "  NESSUN DDT IN ATTESA OLTRE IL TERMINE."
                   TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-DOCUMENTI TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "DDT OLTRE IL TERMINE: " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-RIGHE TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "RIGHE NON FATTURABILI: " WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE WS-TOT-IN-ATTESA TO WS-TOTALE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "DDT IN ATTESA IN TOTALE (ANCHE NEL TERMINE): "
               WS-TOTALE-ED
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-SPOOL-NOME, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "DDT SENZA CONSEGNA OLTRE" WS-TERMINE-ED
               " GIORNI: " WS-TOT-DOCUMENTI
               " (Ddt-senza-consegna.txt)"
           GOBACK.

       LEGGI-PARAMETRI.
           MOVE "DDT-GIORNI-POD" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               IF FUNCTION TEST-NUMVAL(WS-CFG-VALORE) = 0
                   IF FUNCTION NUMVAL(WS-CFG-VALORE) >= 0
                       AND FUNCTION NUMVAL(WS-CFG-VALORE) <= 365
                       COMPUTE WS-GIORNI-POD =
                           FUNCTION NUMVAL(WS-CFG-VALORE)
                   END-IF
               END-IF
           END-IF.

       SCRIVI-INTESTAZIONE.
           MOVE WS-GIORNI-POD TO WS-TERMINE-ED
           MOVE SPACES TO RIGA-REPORT
           STRING "DDT IN ATTESA DELLA COPIA FIRMATA DA OLTRE"
               WS-TERMINE-ED " GIORNI AL "
               WS-OGGI(7:2) "/" WS-OGGI(5:2) "/" WS-OGGI(1:4)
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "=" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "DDT         DATA       CLIENTE GIORNI RIGHE "
               "QUANTITA' COLLI VETTORE"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.

       LAVORA-RIGA.
           IF WS-DOC-APERTO = 'S'
               IF DDT-ANNO NOT = WS-DOC-ANNO
                   OR DDT-NUMERO NOT = WS-DOC-NUMERO
                   PERFORM CHIUDI-DOCUMENTO
               END-IF
           END-IF
           IF WS-DOC-APERTO NOT = 'S'
               MOVE 'S' TO WS-DOC-APERTO
               MOVE DDT-ANNO TO WS-DOC-ANNO
               MOVE DDT-NUMERO TO WS-DOC-NUMERO
               MOVE DDT-DATA TO WS-DOC-DATA
               MOVE DDT-ID-CLIENTE TO WS-DOC-CLIENTE
               MOVE DDT-VETTORE TO WS-DOC-VETTORE
               MOVE DDT-COLLI TO WS-DOC-COLLI
               MOVE DDT-STATO-CONSEGNA TO WS-DOC-STATO
               MOVE 0 TO WS-DOC-RIGHE
               MOVE 0 TO WS-DOC-QUANTITA
           END-IF
           ADD 1 TO WS-DOC-RIGHE
           ADD DDT-QUANTITA TO WS-DOC-QUANTITA.

       CHIUDI-DOCUMENTO.
           MOVE 'N' TO WS-DOC-APERTO
           IF WS-DOC-STATO NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-IN-ATTESA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DOC-DATA) NOT = 0
               OR WS-DOC-DATA > WS-OGGI
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GIORNI = FUNCTION INTEGER-OF-DATE(WS-OGGI)
               - FUNCTION INTEGER-OF-DATE(WS-DOC-DATA)
           IF WS-GIORNI NOT > WS-GIORNI-POD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-DOCUMENTI
           ADD WS-DOC-RIGHE TO WS-TOT-RIGHE
           MOVE SPACES TO WS-DATA-ED
           STRING WS-DOC-DATA(7:2) "/" WS-DOC-DATA(5:2) "/"
               WS-DOC-DATA(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE WS-GIORNI TO WS-GIORNI-ED
           MOVE WS-DOC-RIGHE TO WS-RIGHE-ED
           MOVE WS-DOC-QUANTITA TO WS-QUANTITA-ED
           MOVE WS-DOC-COLLI TO WS-COLLI-ED
           MOVE SPACES TO RIGA-REPORT
           STRING WS-DOC-ANNO "/" WS-DOC-NUMERO " " WS-DATA-ED " "
               WS-DOC-CLIENTE "  " WS-GIORNI-ED "   " WS-RIGHE-ED
               "   " WS-QUANTITA-ED "   " WS-COLLI-ED "  "
               WS-DOC-VETTORE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT.
