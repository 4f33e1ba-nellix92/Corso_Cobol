      *qui con ADD COLUMN IF NOT EXISTS se mancano). Il passo:
      *  - disabilita gli operatori senza dipendente attivo
      *    corrispondente (livello 'D': GET-OPERATORE accetta solo
      *    R/U/S, quindi 'D' non si collega piu') e ne disabilita
      *    anche le credenziali in operatori-pin.txt, cosi' una
      *    riabilitazione a mano del livello non basta: serve il
      *    reset del PIN da parte di un supervisore;
      *  - riporta nome e reparto del dipendente sul record
      *    operatore (il reparto in coda al tracciato);
      *  - segnala i dipendenti attivi dei reparti rilevanti

       DATA DIVISION.
       FILE SECTION.
      *Tracciato operatori con ambito regioni, il reparto
      *riportato dall'organico e, in coda, l'ambito societa'
      *(GET-OPERATORE-SOCIETA), che il passo non tocca ma riporta.
       FD FILE-OPERATORI.
       01 RECORD-OPERATORE.
           05 OP-ID PIC X(8).
           05 OP-LIVELLO PIC X.
           05 OP-REGIONI PIC X(20).
           05 OP-REPARTO PIC X(20).
           05 OP-SOCIETA PIC X(20).

       FD FILE-NUOVO.
       01 RECORD-NUOVO PIC X(89).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).
               10 WS-OPE-LIVELLO PIC X.
               10 WS-OPE-REGIONI PIC X(20).
               10 WS-OPE-REPARTO PIC X(20).
               10 WS-OPE-SOCIETA PIC X(20).
       01 INDICE-OPE PIC 9(3).
       01 WS-OPE-TROVATO PIC X.
       01 WS-DISABILITATI PIC 9(3) VALUE 0.
       01 WS-AGGIORNATI PIC 9(3) VALUE 0.
       01 WS-NUOVI-SEGNALATI PIC 9(3) VALUE 0.
      *Credenziali degli operatori disabilitati.
       COPY OPERATORE-PIN.
       01 WS-PIN-FUNZIONE PIC X.
       01 WS-PIN-ESITO PIC 9.
       01 WS-CREDENZIALI-CHIUSE PIC 9(3) VALUE 0.
       01 WS-DATA-ORA PIC X(21).
      *Reparti rilevanti dalla configurazione centrale.
       01 WS-REPARTI-FILTRO PIC X(60).
       01 WS-CFG-CHIAVE PIC X(30).
               UNTIL INDICE-OPE > WS-NUM-OPERATORI
               PERFORM ALLINEA-OPERATORE
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           PERFORM VARYING INDICE-OPE FROM 1 BY 1
               UNTIL INDICE-OPE > WS-NUM-OPERATORI
               IF WS-OPE-LIVELLO(INDICE-OPE) = 'D'
                   PERFORM DISABILITA-CREDENZIALI
               END-IF
           END-PERFORM
           PERFORM SEGNALA-NUOVI-ASSUNTI
           MOVE SPACES TO RIGA-REPORT
           STRING "AGGIORNATI " WS-AGGIORNATI
               "  DISABILITATI " WS-DISABILITATI
               "  NUOVI DA ABILITARE " WS-NUOVI-SEGNALATI
               "  CREDENZIALI CHIUSE " WS-CREDENZIALI-CHIUSE
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT
                               TO WS-OPE-REGIONI(WS-NUM-OPERATORI)
                           MOVE OP-REPARTO
                               TO WS-OPE-REPARTO(WS-NUM-OPERATORI)
                           MOVE OP-SOCIETA
                               TO WS-OPE-SOCIETA(WS-NUM-OPERATORI)
                       END-IF
               END-READ
           END-PERFORM
               WRITE RIGA-REPORT
           END-IF.

      *Operatore 'D' (uscito stanotte o prima): credenziali in
      *stato 'D', anche se non aveva ancora scelto un PIN, cosi' un
      *livello rimesso a mano non riapre l'accesso col primo PIN.
       DISABILITA-CREDENZIALI.
           MOVE SPACES TO RECORD-PIN
           MOVE WS-OPE-ID(INDICE-OPE) TO PIN-SIGLA
           MOVE 'L' TO WS-PIN-FUNZIONE
           CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE, RECORD-PIN,
               WS-PIN-ESITO
               ON EXCEPTION MOVE 2 TO WS-PIN-ESITO
           END-CALL
           IF WS-PIN-ESITO = 0 AND PIN-DISABILITATO
               EXIT PARAGRAPH
           END-IF
           IF WS-PIN-ESITO = 1
               MOVE SPACES TO RECORD-PIN
               MOVE WS-OPE-ID(INDICE-OPE) TO PIN-SIGLA
               MOVE 0 TO PIN-ERRATI PIN-DATA-CAMBIO
           END-IF
           IF WS-PIN-ESITO NOT = 2
               SET PIN-DISABILITATO TO TRUE
               MOVE WS-DATA-ORA(1:8) TO PIN-DATA-EVENTO
               MOVE "OPSYNC" TO PIN-SIGLA-EVENTO
               MOVE 'S' TO WS-PIN-FUNZIONE
               CALL 'PIN-OPERATORE' USING WS-PIN-FUNZIONE,
                   RECORD-PIN, WS-PIN-ESITO
                   ON EXCEPTION MOVE 2 TO WS-PIN-ESITO
               END-CALL
           END-IF
           MOVE SPACES TO RIGA-REPORT
           IF WS-PIN-ESITO = 0
               ADD 1 TO WS-CREDENZIALI-CHIUSE
               STRING "CREDENZIALI DISABILITATE "
                   WS-OPE-ID(INDICE-OPE)
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               STRING "CREDENZIALI NON AGGIORNABILI PER "
                   WS-OPE-ID(INDICE-OPE)
                   " (operatori-pin.txt)"
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT.

      *Dipendenti attivi con sigla ma senza utenza: candidati
      *all'abilitazione, filtrati sui reparti rilevanti quando la
      *lista e' configurata.
                   TO RECORD-NUOVO(30:20)
               MOVE WS-OPE-REPARTO(INDICE-OPE)
                   TO RECORD-NUOVO(50:20)
               MOVE WS-OPE-SOCIETA(INDICE-OPE)
                   TO RECORD-NUOVO(70:20)
               WRITE RECORD-NUOVO
           END-PERFORM
           CLOSE FILE-NUOVO
