      *schema di BATCH-NOTTURNO.cbl per come orchestra i tre archi in
      *un solo programma, ma qui il risultato e' un report di sintesi
      *invece di un log di esecuzione.
      *Le vendite sono quelle della societa' di lavoro
      *(SocietaLavoro, FiltroSocieta); per il consolidato "GR" senza
      *le vendite alle societa' del gruppo. Note e clienti non hanno
      *societa' e restano di tutto il gruppo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 STATO-PERIODO PIC X.
               88 PERIODO-APERTO VALUE 'A'.
               88 PERIODO-CHIUSO VALUE 'C'.
           05 FILLER PIC X(14).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.
       01 WS-TOTALE-VENDITE      PIC S9(11)V99 VALUE 0.
       01 WS-TOTALE-VENDITE-ED   PIC -(10)9.99.

      *Societa' di lavoro del riepilogo vendite.
       01 WS-SOC-FUNZIONE        PIC X VALUE 'L'.
       01 WS-SOC-CODICE          PIC X(2).
       01 WS-SOC-DESCRIZIONE     PIC X(40).
       01 WS-SOC-MAPPING         PIC X(30).
       01 WS-SOC-ESITO           PIC X.
       01 WS-NESSUN-CLIENTE      PIC 9(6) VALUE 0.
       01 WS-INCLUDI             PIC X.

      *Clienti toccati oggi: clienti.idx porta solo LAST-UPDATED-IDX,
      *niente data di creazione separata, quindi aggiunte e modifiche
      *si contano insieme come un solo totale.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "REPORT RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "VENDITE-FILE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE TO WS-NOME-FILE-VENDITE
           END-IF
           MOVE WS-NOME-FILE-VENDITE TO TST-NOME-FILE
           PERFORM CONTROLLA-TESTATA-VENDITE
           MOVE FUNCTION CURRENT-DATE TO WS-OGGI
           MOVE WS-OGGI(1:8) TO WS-OGGI-DATA
           STRING "report-fine-giornata-" WS-OGGI-DATA ".txt"
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               ADD IMPORTO TO WS-TOTALE-VENDITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           STRING "REPORT FINE GIORNATA - " WS-OGGI-DATA
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SOCIETA' " WS-SOC-CODICE " " WS-SOC-DESCRIZIONE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           CLOSE REPORT-FILE.

           COPY ERROR-HANDLER.

           COPY TESTATA-CONTROLLI.
