      *fuori banda finisce in Vendite-anomalie.txt. Termina con
      *GOBACK come CLIENTI-REPORT, cosi' gira sia da solo sia come
      *passo del batch notturno.
      *I totali sono quelli della societa' di lavoro (SocietaLavoro,
      *FiltroSocieta); per il consolidato "GR" senza le vendite
      *infragruppo, che gonfierebbero il mese di due societa'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 IMPORTO PIC S9(7)V99.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 FILLER PIC X(14).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

      *Banda attesa del totale mensile di ciascuna regione.
       FD FILE-SOGLIE.
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "ANOMALIE".
       01 WS-SPOOL-NOME PIC X(40) VALUE "Vendite-anomalie.txt".
       01 WS-SPOOL-ESITO PIC 9.
      *Societa' di lavoro del controllo.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "CONTROLLO ANOMALIE RIFIUTATO: SOCIETA' "
                   WS-SOC-CODICE " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VERIFICA-TESTATA-VENDITE
           PERFORM CARICA-SOGLIE
           IF WS-SOGLIE-STATUS NOT = "00"
               DISPLAY "Vendite-soglie.txt non disponibile (STATUS "
               WS-SPOOL-NOME, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "CONTROLLO ANOMALIE SOCIETA' " WS-SOC-CODICE ": "
               WS-ANOMALIE
               " FUORI BANDA SU " WS-NUM-COMBO
               " TOTALI REGIONE/MESE (Vendite-anomalie.txt)"
           IF WS-SCARTATI > 0
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           CALL 'FiltroSocieta' USING SOCIETA,
                               SOCIETA-CONTROPARTE, WS-NESSUN-CLIENTE,
                               WS-INCLUDI
                           IF WS-INCLUDI = 'S'
                               PERFORM ACCUMULA-COMBINAZIONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       DELIMITED BY SIZE INTO RIGA-ANOMALIA
           END-EVALUATE
           WRITE RIGA-ANOMALIA.

           COPY TESTATA-CONTROLLI.
