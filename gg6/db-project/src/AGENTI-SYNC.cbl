       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENTI-SYNC.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Allineamento notturno dell'anagrafica agenti di vendita
      *(Agenti.txt, tracciato AGENTE-REC) con l'organico della
      *PERSONA di notadb: gli agenti sono i dipendenti attivi con
      *sigla del reparto commerciale (gestionale.cfg, chiave
      *AGENTI-REPARTO, in mancanza VENDITE). Il passo:
      *  - riporta nome e data di assunzione sugli agenti gia' noti
      *    e riattiva quelli rientrati;
      *  - aggiunge i nuovi agenti con la regione da assegnare (00),
      *    da completare con AgentiVendita;
      *  - mette CESSATO chi non e' piu' in organico o ha cambiato
      *    reparto, e segnala quanti clienti ha ancora in
      *    portafoglio (clienti-agenti.txt), da trasferire con
      *    AgentiVendita.
      *Le colonne dell'organico le prepara OPERATORI-SYNC, che nel
      *batch gira prima. Report in agenti-sync-report.txt, GOBACK
      *per girare come passo del batch (AGENTI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-AGENTI ASSIGN TO "Agenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENTI-STATUS.
           SELECT FILE-NUOVO ASSIGN TO "Agenti.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-AGENTI-CLIENTI ASSIGN TO "clienti-agenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENTI-CLIENTI-STATUS.
           SELECT FILE-REPORT
           ASSIGN TO "agenti-sync-report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-AGENTI.
       COPY AGENTE-REC.

       FD FILE-NUOVO.
       01 RECORD-NUOVO PIC X(49).

       FD FILE-AGENTI-CLIENTI.
       COPY AGENTE-CLIENTE.

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AGENTI-STATUS PIC XX.
       01 WS-AGENTI-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Agenti in tabella per l'aggiornamento e la riscrittura, con
      *il flag di presenza in organico e il portafoglio in vigore.
       01 WS-NUM-AGENTI PIC 9(3) VALUE 0.
       01 WS-AGENTI-TABELLA.
           05 WS-AGE-ENTRY OCCURS 200 TIMES.
               10 WS-AGE-RECORD.
                   15 WS-AGE-CODICE PIC X(8).
                   15 WS-AGE-NOME PIC X(20).
                   15 WS-AGE-REGIONE PIC 99.
                   15 WS-AGE-STATO PIC X.
                   15 WS-AGE-DATA-STATO PIC 9(8).
                   15 WS-AGE-DATA-ASSUNZIONE PIC X(10).
               10 WS-AGE-IN-ORGANICO PIC X.
               10 WS-AGE-PORTAFOGLIO PIC 9(5).
       01 INDICE-AGE PIC 9(3).
       01 WS-AGE-POSIZIONE PIC 9(3).
       01 WS-AGENTI-PIENI PIC X VALUE 'N'.
       01 WS-AGGIORNATI PIC 9(3) VALUE 0.
       01 WS-NUOVI PIC 9(3) VALUE 0.
       01 WS-RIATTIVATI PIC 9(3) VALUE 0.
       01 WS-CESSATI PIC 9(3) VALUE 0.
       01 WS-PORTAFOGLIO-ED PIC Z(4)9.
      *Reparto commerciale dalla configurazione centrale.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 SIGLA PIC X(8).
       01 NOME_PERSONA PIC X(20).
       01 REPARTO PIC X(20).
       01 DATA_ASSUNZIONE PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE "VENDITE" TO REPARTO
           MOVE "AGENTI-REPARTO" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S' AND WS-CFG-VALORE NOT = SPACES
               MOVE WS-CFG-VALORE TO REPARTO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM CONNETTI-DATABASE
           PERFORM CARICA-AGENTI
           IF WS-AGENTI-PIENI = 'S'
               DISPLAY "Agenti.txt OLTRE I 200 AGENTI: SYNC NON "
                   "ESEGUITO."
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "ALLINEAMENTO AGENTI / ORGANICO - REPARTO "
               REPARTO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM LEGGI-ORGANICO
           PERFORM CONTA-PORTAFOGLI
           PERFORM VARYING INDICE-AGE FROM 1 BY 1
               UNTIL INDICE-AGE > WS-NUM-AGENTI
               PERFORM CONTROLLA-USCITA
           END-PERFORM
           MOVE SPACES TO RIGA-REPORT
           STRING "AGGIORNATI " WS-AGGIORNATI
               "  NUOVI " WS-NUOVI
               "  RIATTIVATI " WS-RIATTIVATI
               "  CESSATI " WS-CESSATI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT
           PERFORM RISCRIVI-AGENTI
           EXEC SQL DISCONNECT ALL END-EXEC
           DISPLAY "SYNC AGENTI: " WS-AGGIORNATI " AGGIORNATI, "
               WS-NUOVI " NUOVI, " WS-CESSATI " CESSATI "
               "(agenti-sync-report.txt)"
           GOBACK.

       CONNETTI-DATABASE.
           ACCEPT DBNAME FROM ENVIRONMENT "NOTA_DBNAME"
           IF DBNAME = SPACES MOVE "notadb@db" TO DBNAME END-IF
           ACCEPT USERNAME FROM ENVIRONMENT "NOTA_DBUSER"
           IF USERNAME = SPACES MOVE "postgres" TO USERNAME END-IF
           ACCEPT PASSWORD FROM ENVIRONMENT "NOTA_DBPASS"
           MOVE 0 TO WS-CONNECT-TENTATIVI
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
           IF SQLCODE NOT = 0
               DISPLAY "ORGANICO NON RAGGIUNGIBILE: SYNC AGENTI NON "
                   "ESEGUITO (L'ANAGRAFICA RESTA QUELLA DI IERI)."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       CARICA-AGENTI.
           OPEN INPUT FILE-AGENTI
           IF WS-AGENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-AGENTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF AGE-CODICE NOT = SPACES
                           IF WS-NUM-AGENTI < 200
                               ADD 1 TO WS-NUM-AGENTI
                               MOVE RECORD-AGENTE TO
                                   WS-AGE-RECORD(WS-NUM-AGENTI)
                               MOVE 'N' TO
                                   WS-AGE-IN-ORGANICO(WS-NUM-AGENTI)
                               MOVE 0 TO
                                   WS-AGE-PORTAFOGLIO(WS-NUM-AGENTI)
                           ELSE
                               MOVE 'S' TO WS-AGENTI-PIENI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-AGENTI.

      *Dipendenti attivi con sigla del reparto commerciale.
       LEGGI-ORGANICO.
           EXEC SQL
               DECLARE CAGE CURSOR FOR
                    SELECT SIGLA, NOME, DATA_ASSUNZIONE
                    FROM PERSONA
                    WHERE ATTIVO = 'S' AND SIGLA NOT = ' '
                      AND REPARTO = :REPARTO
                    ORDER BY SIGLA
           END-EXEC
           EXEC SQL
                 OPEN CAGE
           END-EXEC
           EXEC SQL
                 FETCH CAGE INTO :SIGLA, :NOME_PERSONA,
                     :DATA_ASSUNZIONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM ALLINEA-AGENTE
               EXEC SQL
                     FETCH CAGE INTO :SIGLA, :NOME_PERSONA,
                         :DATA_ASSUNZIONE
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CAGE
           END-EXEC.

       ALLINEA-AGENTE.
           MOVE 0 TO WS-AGE-POSIZIONE
           PERFORM VARYING INDICE-AGE FROM 1 BY 1
               UNTIL INDICE-AGE > WS-NUM-AGENTI
               IF WS-AGE-CODICE(INDICE-AGE) = SIGLA
                   MOVE INDICE-AGE TO WS-AGE-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-AGE-POSIZIONE = 0
               IF WS-NUM-AGENTI >= 200
                   MOVE SPACES TO RIGA-REPORT
                   STRING "NON AGGIUNTO " SIGLA
                       " (ANAGRAFICA AGENTI PIENA)"
                       DELIMITED BY SIZE INTO RIGA-REPORT
                   WRITE RIGA-REPORT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-AGENTI
               MOVE WS-NUM-AGENTI TO WS-AGE-POSIZIONE
               MOVE SIGLA TO WS-AGE-CODICE(WS-AGE-POSIZIONE)
               MOVE 0 TO WS-AGE-REGIONE(WS-AGE-POSIZIONE)
               MOVE 'A' TO WS-AGE-STATO(WS-AGE-POSIZIONE)
               MOVE WS-OGGI TO WS-AGE-DATA-STATO(WS-AGE-POSIZIONE)
               MOVE 0 TO WS-AGE-PORTAFOGLIO(WS-AGE-POSIZIONE)
               ADD 1 TO WS-NUOVI
               MOVE SPACES TO RIGA-REPORT
               STRING "NUOVO AGENTE " SIGLA " " NOME_PERSONA
                   " ASSUNTO IL " DATA_ASSUNZIONE
                   " - REGIONE DA ASSEGNARE"
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           ELSE
               IF WS-AGE-STATO(WS-AGE-POSIZIONE) NOT = 'A'
                   MOVE 'A' TO WS-AGE-STATO(WS-AGE-POSIZIONE)
                   MOVE WS-OGGI TO WS-AGE-DATA-STATO(WS-AGE-POSIZIONE)
                   ADD 1 TO WS-RIATTIVATI
                   MOVE SPACES TO RIGA-REPORT
                   STRING "RIATTIVATO " SIGLA " " NOME_PERSONA
                       DELIMITED BY SIZE INTO RIGA-REPORT
                   WRITE RIGA-REPORT
               ELSE
                   ADD 1 TO WS-AGGIORNATI
               END-IF
           END-IF
           MOVE NOME_PERSONA TO WS-AGE-NOME(WS-AGE-POSIZIONE)
           MOVE DATA_ASSUNZIONE
               TO WS-AGE-DATA-ASSUNZIONE(WS-AGE-POSIZIONE)
           MOVE 'S' TO WS-AGE-IN-ORGANICO(WS-AGE-POSIZIONE).

      *Clienti ancora assegnati oggi a ciascun agente.
       CONTA-PORTAFOGLI.
           OPEN INPUT FILE-AGENTI-CLIENTI
           IF WS-AGENTI-CLIENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-AGENTI-CLIENTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ACL-DATA-AL IS NUMERIC
                           AND ACL-DATA-AL >= WS-OGGI
                           PERFORM VARYING INDICE-AGE FROM 1 BY 1
                               UNTIL INDICE-AGE > WS-NUM-AGENTI
                               IF WS-AGE-CODICE(INDICE-AGE)
                                   = ACL-AGENTE
                                   ADD 1 TO
                                       WS-AGE-PORTAFOGLIO(INDICE-AGE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-AGENTI-CLIENTI.

      *Agente attivo non piu' in organico (uscito o passato ad altro
      *reparto): CESSATO da oggi. Il portafoglio non si tocca da
      *solo, chi lo eredita lo decide il responsabile.
       CONTROLLA-USCITA.
           IF WS-AGE-IN-ORGANICO(INDICE-AGE) = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE-STATO(INDICE-AGE) = 'A'
               MOVE 'C' TO WS-AGE-STATO(INDICE-AGE)
               MOVE WS-OGGI TO WS-AGE-DATA-STATO(INDICE-AGE)
               ADD 1 TO WS-CESSATI
               MOVE SPACES TO RIGA-REPORT
               STRING "CESSATO " WS-AGE-CODICE(INDICE-AGE) " "
                   WS-AGE-NOME(INDICE-AGE)
                   " (NON PIU' IN ORGANICO NEL REPARTO)"
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           IF WS-AGE-PORTAFOGLIO(INDICE-AGE) > 0
               MOVE WS-AGE-PORTAFOGLIO(INDICE-AGE)
                   TO WS-PORTAFOGLIO-ED
               MOVE SPACES TO RIGA-REPORT
               STRING "  PORTAFOGLIO DA TRASFERIRE: "
                   WS-AGE-CODICE(INDICE-AGE) " HA ANCORA "
                   WS-PORTAFOGLIO-ED " CLIENTI"
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.

       RISCRIVI-AGENTI.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-AGE FROM 1 BY 1
               UNTIL INDICE-AGE > WS-NUM-AGENTI
               MOVE WS-AGE-RECORD(INDICE-AGE) TO RECORD-NUOVO
               WRITE RECORD-NUOVO
           END-PERFORM
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING "Agenti.new" "Agenti.txt"
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI Agenti.txt "
                   "(CODICE " RETURN-CODE "), L'AGGIORNATO RESTA "
                   "IN Agenti.new"
           ELSE
               CALL "CBL_DELETE_FILE" USING "Agenti.new"
               MOVE 0 TO RETURN-CODE
           END-IF.
