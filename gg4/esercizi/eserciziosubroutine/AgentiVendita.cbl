       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgentiVendita.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Gestione interattiva degli agenti di vendita: ogni regione
      *ha piu' agenti, ciascuno con il suo portafoglio clienti.
      *L'anagrafica Agenti.txt (tracciato AGENTE-REC) la alimenta
      *AGENTI-SYNC dall'organico; qui si assegna la regione di
      *lavoro, si consulta il portafoglio e si trasferisce un intero
      *portafoglio da un agente a un altro da una data di
      *decorrenza, per uscite, cambi di zona o ribilanciamenti.
      *Il trasferimento lavora sulla storia clienti-agenti.txt
      *(tracciato AGENTE-CLIENTE): le righe in vigore alla
      *decorrenza si chiudono al giorno prima e riaprono sul nuovo
      *agente, quelle che iniziano dopo la decorrenza passano al
      *nuovo agente, le vendite passate restano a chi le ha fatte.
      *Il singolo cliente si assegna dalla scheda (CLIENTI-MAINT).
      *Gli operatori di livello 'R' consultano soltanto; il
      *trasferimento di portafoglio e' riservato al supervisore
      *('S'), perche' sposta i risultati tra agenti.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-AGENTI ASSIGN TO "Agenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENTI-STATUS.
           SELECT FILE-AGENTI-NUOVO ASSIGN TO "Agenti.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-AGENTI-CLIENTI ASSIGN TO "clienti-agenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENTI-CLIENTI-STATUS.
           SELECT FILE-ASSEGNAZIONI-NUOVO
               ASSIGN TO "clienti-agenti.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-AGENTI.
       COPY AGENTE-REC.

       FD FILE-AGENTI-NUOVO.
       01 RECORD-AGENTE-NUOVO PIC X(49).

       FD FILE-AGENTI-CLIENTI.
       COPY AGENTE-CLIENTE.

       FD FILE-ASSEGNAZIONI-NUOVO.
       01 RECORD-ASSEGNAZIONE-NUOVO PIC X(47).

       WORKING-STORAGE SECTION.
       01 WS-AGENTI-STATUS PIC XX.
       01 WS-AGENTI-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
      *Agenti in tabella.
       01 WS-NUM-AGENTI PIC 9(3) VALUE 0.
       01 WS-AGENTI-TABELLA.
           05 WS-AGE-ENTRY OCCURS 200 TIMES.
               10 WS-AGE-CODICE PIC X(8).
               10 WS-AGE-NOME PIC X(20).
               10 WS-AGE-REGIONE PIC 99.
               10 WS-AGE-STATO PIC X.
               10 WS-AGE-DATA-STATO PIC 9(8).
               10 WS-AGE-DATA-ASSUNZIONE PIC X(10).
       01 INDICE-AGE PIC 9(3).
       01 WS-AGE-POSIZIONE PIC 9(3).
       01 WS-AGENTI-PIENI PIC X VALUE 'N'.
      *Assegnazioni in tabella, ricaricate a ogni operazione perche'
      *anche CLIENTI-MAINT le riscrive.
       01 WS-NUM-ASSEGNAZIONI PIC 9(5) VALUE 0.
       01 WS-ASSEGNAZIONI-TABELLA.
           05 WS-ACL-ENTRY OCCURS 10000 TIMES.
               10 WS-ACL-ID-CLIENTE PIC 9(6).
               10 WS-ACL-AGENTE PIC X(8).
               10 WS-ACL-DATA-DAL PIC 9(8).
               10 WS-ACL-DATA-AL PIC 9(8).
               10 WS-ACL-CAUSALE PIC X.
               10 WS-ACL-DATA-REGISTRAZIONE PIC 9(8).
               10 WS-ACL-OPERATORE PIC X(8).
       01 INDICE-ACL PIC 9(5).
       01 WS-ACL-ULTIMA PIC 9(5).
       01 WS-ASSEGNAZIONI-PIENE PIC X VALUE 'N'.
      *Richieste dell'operatore.
       01 WS-CODICE-AGENTE PIC X(8).
       01 WS-AGENTE-DA PIC X(8).
       01 WS-AGENTE-A PIC X(8).
       01 WS-CAMPO-INPUT PIC X(8).
       01 WS-DECORRENZA PIC 9(8).
       01 WS-GIORNO-PRIMA PIC 9(8).
       01 WS-CONFERMA PIC X.
       01 WS-PORTAFOGLIO PIC 9(5).
       01 WS-DA-TRASFERIRE PIC 9(5).
       01 WS-RIGHE-NUOVE PIC 9(5).
       01 WS-PORTAFOGLIO-ED PIC Z(4)9.
       01 WS-REGIONE-NUOVA PIC 99.
       01 WS-NOME-REGIONE PIC X(20).
       01 WS-REGIONE-VALIDA PIC X.
       01 WS-REGIONI.
           05 WS-NUM-REGIONI PIC 99.
           05 WS-REGIONE-ENTRY OCCURS 10 TIMES.
               10 WS-REG-CODICE PIC 99.
               10 WS-REG-NOME PIC X(20).
               10 WS-REG-RESPONSABILE PIC X(20).
               10 WS-REG-ATTIVA PIC X.
      *Operatore e giornale d'uso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "AgentiVendita".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF
           MOVE 'I' TO WS-USO-EVENTO
           MOVE SPACES TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           CALL 'GetRegioni' USING WS-REGIONI
           PERFORM CARICA-AGENTI
           IF WS-NUM-AGENTI = 0
               DISPLAY "Agenti.txt ASSENTE O VUOTO: L'ANAGRAFICA LA "
                   "CREA AGENTI-SYNC DALL'ORGANICO."
           END-IF
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------AGENTI DI VENDITA------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[L]ISTA AGENTI"
              DISPLAY "[P]ORTAFOGLIO DI UN AGENTE"
              DISPLAY "[R]EGIONE DI LAVORO DI UN AGENTE"
              DISPLAY "[T]RASFERISCI PORTAFOGLIO"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'R'
                WHEN 'r'
                WHEN 'T'
                WHEN 't'
                      EVALUATE TRUE
                        WHEN WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN WS-AGENTI-PIENI = 'S'
                          DISPLAY "Agenti.txt OLTRE I 200 AGENTI, "
                              "OPERAZIONE NON CONSENTITA."
                        WHEN OPERAZIONE = 'R' OR OPERAZIONE = 'r'
                          PERFORM OPERAZIONE-REGIONE
                        WHEN WS-OPERATORE-LIVELLO NOT = 'S'
                          DISPLAY "SERVE UN OPERATORE DI LIVELLO "
                              "SUPERVISORE ('S') PER TRASFERIRE UN "
                              "PORTAFOGLIO."
                        WHEN OTHER
                          PERFORM OPERAZIONE-TRASFERISCI
                      END-EVALUATE
                WHEN 'L'
                WHEN 'l'
                      PERFORM OPERAZIONE-LISTA
                WHEN 'P'
                WHEN 'p'
                      PERFORM OPERAZIONE-PORTAFOGLIO
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM
           MOVE 'F' TO WS-USO-EVENTO
           MOVE "OK" TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           STOP RUN.

       CARICA-AGENTI.
           MOVE 0 TO WS-NUM-AGENTI
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
                               MOVE RECORD-AGENTE
                                   TO WS-AGE-ENTRY(WS-NUM-AGENTI)
                           ELSE
                               MOVE 'S' TO WS-AGENTI-PIENI
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-AGENTI.

       CARICA-ASSEGNAZIONI.
           MOVE 0 TO WS-NUM-ASSEGNAZIONI
           MOVE 'N' TO WS-ASSEGNAZIONI-PIENE
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
                       IF WS-NUM-ASSEGNAZIONI < 10000
                           ADD 1 TO WS-NUM-ASSEGNAZIONI
                           MOVE RECORD-AGENTE-CLIENTE
                               TO WS-ACL-ENTRY(WS-NUM-ASSEGNAZIONI)
                       ELSE
                           MOVE 'S' TO WS-ASSEGNAZIONI-PIENE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-AGENTI-CLIENTI.

      *Posiziona WS-AGE-POSIZIONE sull'agente WS-CODICE-AGENTE.
       CERCA-AGENTE.
           MOVE 0 TO WS-AGE-POSIZIONE
           PERFORM VARYING INDICE-AGE FROM 1 BY 1
               UNTIL INDICE-AGE > WS-NUM-AGENTI
               IF WS-AGE-CODICE(INDICE-AGE) = WS-CODICE-AGENTE
                   MOVE INDICE-AGE TO WS-AGE-POSIZIONE
               END-IF
           END-PERFORM.

      *Clienti dell'agente WS-CODICE-AGENTE in vigore oggi.
       CONTA-PORTAFOGLIO.
           MOVE 0 TO WS-PORTAFOGLIO
           PERFORM VARYING INDICE-ACL FROM 1 BY 1
               UNTIL INDICE-ACL > WS-NUM-ASSEGNAZIONI
               IF WS-ACL-AGENTE(INDICE-ACL) = WS-CODICE-AGENTE
                   AND WS-ACL-DATA-DAL(INDICE-ACL) <= WS-OGGI
                   AND WS-ACL-DATA-AL(INDICE-ACL) >= WS-OGGI
                   ADD 1 TO WS-PORTAFOGLIO
               END-IF
           END-PERFORM.

       OPERAZIONE-LISTA.
           PERFORM CARICA-ASSEGNAZIONI
           DISPLAY "AGENTE   NOME                 REG STATO    "
               "DAL      CLIENTI"
           PERFORM VARYING INDICE-AGE FROM 1 BY 1
               UNTIL INDICE-AGE > WS-NUM-AGENTI
               MOVE WS-AGE-CODICE(INDICE-AGE) TO WS-CODICE-AGENTE
               PERFORM CONTA-PORTAFOGLIO
               MOVE WS-PORTAFOGLIO TO WS-PORTAFOGLIO-ED
               IF WS-AGE-STATO(INDICE-AGE) = 'A'
                   DISPLAY WS-AGE-CODICE(INDICE-AGE) " "
                       WS-AGE-NOME(INDICE-AGE) " "
                       WS-AGE-REGIONE(INDICE-AGE) "  ATTIVO   "
                       WS-AGE-DATA-STATO(INDICE-AGE) " "
                       WS-PORTAFOGLIO-ED
               ELSE
                   DISPLAY WS-AGE-CODICE(INDICE-AGE) " "
                       WS-AGE-NOME(INDICE-AGE) " "
                       WS-AGE-REGIONE(INDICE-AGE) "  CESSATO  "
                       WS-AGE-DATA-STATO(INDICE-AGE) " "
                       WS-PORTAFOGLIO-ED
               END-IF
           END-PERFORM.

       OPERAZIONE-PORTAFOGLIO.
           DISPLAY "CODICE AGENTE: "
           MOVE SPACES TO WS-CODICE-AGENTE
           ACCEPT WS-CODICE-AGENTE
           PERFORM CERCA-AGENTE
           IF WS-AGE-POSIZIONE = 0
               DISPLAY "AGENTE NON IN ANAGRAFICA."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARICA-ASSEGNAZIONI
           DISPLAY "PORTAFOGLIO DI " WS-CODICE-AGENTE " "
               WS-AGE-NOME(WS-AGE-POSIZIONE)
           PERFORM VARYING INDICE-ACL FROM 1 BY 1
               UNTIL INDICE-ACL > WS-NUM-ASSEGNAZIONI
               IF WS-ACL-AGENTE(INDICE-ACL) = WS-CODICE-AGENTE
                   AND WS-ACL-DATA-AL(INDICE-ACL) >= WS-OGGI
                   DISPLAY "  CLIENTE " WS-ACL-ID-CLIENTE(INDICE-ACL)
                       " DAL " WS-ACL-DATA-DAL(INDICE-ACL)
                       " AL " WS-ACL-DATA-AL(INDICE-ACL)
               END-IF
           END-PERFORM
           PERFORM CONTA-PORTAFOGLIO
           MOVE WS-PORTAFOGLIO TO WS-PORTAFOGLIO-ED
           DISPLAY "CLIENTI IN VIGORE OGGI: " WS-PORTAFOGLIO-ED.

       OPERAZIONE-REGIONE.
           DISPLAY "CODICE AGENTE: "
           MOVE SPACES TO WS-CODICE-AGENTE
           ACCEPT WS-CODICE-AGENTE
           PERFORM CERCA-AGENTE
           IF WS-AGE-POSIZIONE = 0
               DISPLAY "AGENTE NON IN ANAGRAFICA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-CODICE-AGENTE " " WS-AGE-NOME(WS-AGE-POSIZIONE)
               " REGIONE ATTUALE " WS-AGE-REGIONE(WS-AGE-POSIZIONE)
           DISPLAY "NUOVA REGIONE (01-10): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT(1:2) IS NOT NUMERIC
               OR WS-CAMPO-INPUT(3:6) NOT = SPACES
               DISPLAY "REGIONE NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT(1:2) TO WS-REGIONE-NUOVA
           CALL 'GetRegioneNome' USING WS-REGIONI, WS-REGIONE-NUOVA,
               WS-NOME-REGIONE, WS-REGIONE-VALIDA
           IF WS-REGIONE-VALIDA NOT = 'S'
               DISPLAY "REGIONE NON IN ANAGRAFICA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REGIONE-NUOVA TO WS-AGE-REGIONE(WS-AGE-POSIZIONE)
           PERFORM SALVA-AGENTI
           DISPLAY "REGIONE " WS-NOME-REGIONE " ASSEGNATA.".

      *Trasferimento del portafoglio di un agente (anche cessato) a
      *un agente attivo dalla decorrenza indicata.
       OPERAZIONE-TRASFERISCI.
           DISPLAY "AGENTE CHE CEDE IL PORTAFOGLIO: "
           MOVE SPACES TO WS-AGENTE-DA
           ACCEPT WS-AGENTE-DA
           MOVE WS-AGENTE-DA TO WS-CODICE-AGENTE
           PERFORM CERCA-AGENTE
           IF WS-AGE-POSIZIONE = 0
               DISPLAY "AGENTE NON IN ANAGRAFICA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AGENTE CHE RICEVE IL PORTAFOGLIO: "
           MOVE SPACES TO WS-AGENTE-A
           ACCEPT WS-AGENTE-A
           IF WS-AGENTE-A = WS-AGENTE-DA
               DISPLAY "I DUE AGENTI COINCIDONO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGENTE-A TO WS-CODICE-AGENTE
           PERFORM CERCA-AGENTE
           IF WS-AGE-POSIZIONE = 0
               DISPLAY "AGENTE NON IN ANAGRAFICA."
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE-STATO(WS-AGE-POSIZIONE) NOT = 'A'
               DISPLAY "AGENTE CESSATO, NON PUO' RICEVERE CLIENTI."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DECORRENZA (AAAAMMGG, INVIO = OGGI): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE WS-OGGI TO WS-CAMPO-INPUT
           END-IF
           IF WS-CAMPO-INPUT IS NOT NUMERIC
               DISPLAY "DECORRENZA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CAMPO-INPUT TO WS-DECORRENZA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DECORRENZA) NOT = 0
               DISPLAY "DECORRENZA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GIORNO-PRIMA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DECORRENZA) - 1)
           PERFORM CARICA-ASSEGNAZIONI
           IF WS-ASSEGNAZIONI-PIENE = 'S'
               DISPLAY "clienti-agenti.txt OLTRE LE 10000 RIGHE, "
                   "TRASFERIMENTO NON CONSENTITO."
               EXIT PARAGRAPH
           END-IF
      *Righe toccate: quelle dell'agente che cede ancora aperte alla
      *decorrenza; quelle che iniziano prima vanno spezzate in due.
           MOVE 0 TO WS-DA-TRASFERIRE
           MOVE 0 TO WS-RIGHE-NUOVE
           PERFORM VARYING INDICE-ACL FROM 1 BY 1
               UNTIL INDICE-ACL > WS-NUM-ASSEGNAZIONI
               IF WS-ACL-AGENTE(INDICE-ACL) = WS-AGENTE-DA
                   AND WS-ACL-DATA-AL(INDICE-ACL) >= WS-DECORRENZA
                   ADD 1 TO WS-DA-TRASFERIRE
                   IF WS-ACL-DATA-DAL(INDICE-ACL) < WS-DECORRENZA
                       ADD 1 TO WS-RIGHE-NUOVE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DA-TRASFERIRE = 0
               DISPLAY "NESSUN CLIENTE DI " WS-AGENTE-DA
                   " IN VIGORE DAL " WS-DECORRENZA "."
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-ASSEGNAZIONI + WS-RIGHE-NUOVE > 10000
               DISPLAY "REGISTRO ASSEGNAZIONI PIENO, TRASFERIMENTO "
                   "NON CONSENTITO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DA-TRASFERIRE TO WS-PORTAFOGLIO-ED
           DISPLAY "SI TRASFERISCONO " WS-PORTAFOGLIO-ED
               " ASSEGNAZIONI DA " WS-AGENTE-DA " A " WS-AGENTE-A
               " DAL " WS-DECORRENZA
           IF WS-DECORRENZA < WS-OGGI
               DISPLAY "ATTENZIONE: DECORRENZA NEL PASSATO, LE "
                   "VENDITE DA QUEL GIORNO PASSANO AL NUOVO AGENTE."
           END-IF
           DISPLAY "CONFERMI IL TRASFERIMENTO? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "TRASFERIMENTO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-ASSEGNAZIONI TO WS-ACL-ULTIMA
           PERFORM VARYING INDICE-ACL FROM 1 BY 1
               UNTIL INDICE-ACL > WS-ACL-ULTIMA
               IF WS-ACL-AGENTE(INDICE-ACL) = WS-AGENTE-DA
                   AND WS-ACL-DATA-AL(INDICE-ACL) >= WS-DECORRENZA
                   PERFORM TRASFERISCI-RIGA
               END-IF
           END-PERFORM
           PERFORM SALVA-ASSEGNAZIONI
           DISPLAY "PORTAFOGLIO TRASFERITO.".

       TRASFERISCI-RIGA.
           IF WS-ACL-DATA-DAL(INDICE-ACL) >= WS-DECORRENZA
               MOVE WS-AGENTE-A TO WS-ACL-AGENTE(INDICE-ACL)
               MOVE 'T' TO WS-ACL-CAUSALE(INDICE-ACL)
               MOVE WS-OGGI TO WS-ACL-DATA-REGISTRAZIONE(INDICE-ACL)
               MOVE WS-OPERATORE-ID TO WS-ACL-OPERATORE(INDICE-ACL)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-ASSEGNAZIONI
           MOVE WS-ACL-ID-CLIENTE(INDICE-ACL)
               TO WS-ACL-ID-CLIENTE(WS-NUM-ASSEGNAZIONI)
           MOVE WS-AGENTE-A TO WS-ACL-AGENTE(WS-NUM-ASSEGNAZIONI)
           MOVE WS-DECORRENZA TO WS-ACL-DATA-DAL(WS-NUM-ASSEGNAZIONI)
           MOVE WS-ACL-DATA-AL(INDICE-ACL)
               TO WS-ACL-DATA-AL(WS-NUM-ASSEGNAZIONI)
           MOVE 'T' TO WS-ACL-CAUSALE(WS-NUM-ASSEGNAZIONI)
           MOVE WS-OGGI
               TO WS-ACL-DATA-REGISTRAZIONE(WS-NUM-ASSEGNAZIONI)
           MOVE WS-OPERATORE-ID
               TO WS-ACL-OPERATORE(WS-NUM-ASSEGNAZIONI)
           MOVE WS-GIORNO-PRIMA TO WS-ACL-DATA-AL(INDICE-ACL).

       SALVA-AGENTI.
           OPEN OUTPUT FILE-AGENTI-NUOVO
           PERFORM VARYING INDICE-AGE FROM 1 BY 1
               UNTIL INDICE-AGE > WS-NUM-AGENTI
               MOVE WS-AGE-ENTRY(INDICE-AGE) TO RECORD-AGENTE-NUOVO
               WRITE RECORD-AGENTE-NUOVO
           END-PERFORM
           CLOSE FILE-AGENTI-NUOVO
           CALL "CBL_COPY_FILE" USING "Agenti.new" "Agenti.txt"
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI Agenti.txt "
                   "(CODICE " RETURN-CODE "), L'AGGIORNATO RESTA "
                   "IN Agenti.new"
           ELSE
               CALL "CBL_DELETE_FILE" USING "Agenti.new"
               MOVE 0 TO RETURN-CODE
           END-IF.

       SALVA-ASSEGNAZIONI.
           OPEN OUTPUT FILE-ASSEGNAZIONI-NUOVO
           PERFORM VARYING INDICE-ACL FROM 1 BY 1
               UNTIL INDICE-ACL > WS-NUM-ASSEGNAZIONI
               MOVE WS-ACL-ENTRY(INDICE-ACL)
                   TO RECORD-ASSEGNAZIONE-NUOVO
               WRITE RECORD-ASSEGNAZIONE-NUOVO
           END-PERFORM
           CLOSE FILE-ASSEGNAZIONI-NUOVO
           CALL "CBL_COPY_FILE" USING "clienti-agenti.new"
               "clienti-agenti.txt"
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DI "
                   "clienti-agenti.txt (CODICE " RETURN-CODE
                   "), L'AGGIORNATO RESTA IN clienti-agenti.new"
           ELSE
               CALL "CBL_DELETE_FILE" USING "clienti-agenti.new"
               MOVE 0 TO RETURN-CODE
           END-IF.
