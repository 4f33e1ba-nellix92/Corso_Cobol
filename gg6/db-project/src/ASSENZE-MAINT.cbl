       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSENZE-MAINT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Assenze dell'organico e sostituti designati. Quando qualcuno
      *era in ferie o malato la sua coda restava ferma finche' un
      *supervisore non se ne accorgeva e la trasferiva a mano dalla
      *lista di lavoro. Qui si registrano i periodi di assenza
      *contro la PERSONA (sigla, dal, al, motivo F ferie / M
      *malattia / A altro) e il sostituto di ogni operatore; il
      *passo notturno ASSENZE-INSTRADA sposta al sostituto le note
      *nuove e in scadenza dell'assente e le restituisce al rientro.
      *Il sostituto lo designa solo un supervisore ('S'); le
      *assenze le registra chiunque non sia in sola lettura ('R').
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-CONTATORE-RIGHE PIC 9(2) VALUE 0.
       01 WS-RIGHE-PAGINA PIC 9(2) VALUE 10.
       01 WS-PAUSA PIC X.
       01 WS-DATA-VALIDA PIC X.
       01 WS-DATA-CHIESTA PIC X(10).
       01 WS-DATA-MSG PIC X(20).
      *Date in AAAAMMGG per il confronto dal/al.
       01 WS-DAL-AAAAMMGG PIC X(8).
       01 WS-AL-AAAAMMGG PIC X(8).
       01 WS-DESCR-MOTIVO PIC X(8).
      *Operatore riconosciuto all'avvio, con giornale d'uso.
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "ASSENZE-MAINT".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 OPERATORE_ID PIC X(8).
       01 SIGLA PIC X(8).
       01 SOSTITUTO PIC X(8).
       01 NOME_PERSONA PIC X(20).
       01 DATA_DAL PIC X(10).
       01 DATA_AL PIC X(10).
       01 MOTIVO PIC X(1).
       01 CONTA_RIGHE PIC 9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING OPERATORE_ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO.
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF.
           MOVE 'I' TO WS-USO-EVENTO.
           MOVE SPACES TO WS-USO-ESITO.
           CALL 'GIORNALE-USO' USING OPERATORE_ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "Mi connetto al database.".
           ACCEPT DBNAME FROM ENVIRONMENT "NOTA_DBNAME"
           IF DBNAME = SPACES MOVE "notadb@db" TO DBNAME END-IF
           ACCEPT USERNAME FROM ENVIRONMENT "NOTA_DBUSER"
           IF USERNAME = SPACES MOVE "postgres" TO USERNAME END-IF
           ACCEPT PASSWORD FROM ENVIRONMENT "NOTA_DBPASS"
           MOVE 0 TO WS-CONNECT-TENTATIVI
           PERFORM UNTIL SQLCODE = ZERO OR WS-CONNECT-TENTATIVI >= 3
               ADD 1 TO WS-CONNECT-TENTATIVI
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWORD USING :DBNAME
               END-EXEC
               IF SQLCODE NOT = 0 AND WS-CONNECT-TENTATIVI < 3
                   DISPLAY "CONNESSIONE FALLITA, RIPROVO... (TENTATIVO "
                       WS-CONNECT-TENTATIVI "/3)"
                   CALL "CBL_THREAD_SLEEP" USING WS-SLEEP-MS
               END-IF
           END-PERFORM.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           DISPLAY "Connessione al database riuscita!".

           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------ASSENZE E SOSTITUTI------------"
              DISPLAY "[I]NSERISCI UN'ASSENZA"
              DISPLAY "[L]ISTA ASSENZE IN CORSO E FUTURE"
              DISPLAY "[C]ANCELLA UN'ASSENZA"
              DISPLAY "[S]OSTITUTO DI UN OPERATORE"
              DISPLAY "[V]EDI SOSTITUTI"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'I'
                WHEN 'i'
                      PERFORM INSERISCI-ASSENZA
                WHEN 'L'
                WHEN 'l'
                      PERFORM LISTA-ASSENZE
                WHEN 'C'
                WHEN 'c'
                      PERFORM CANCELLA-ASSENZA
                WHEN 'S'
                WHEN 's'
                      PERFORM IMPOSTA-SOSTITUTO
                WHEN 'V'
                WHEN 'v'
                      PERFORM LISTA-SOSTITUTI
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           MOVE 'F' TO WS-USO-EVENTO.
           MOVE "OK" TO WS-USO-ESITO.
           CALL 'GIORNALE-USO' USING OPERATORE_ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "Programma finito".
           STOP RUN.

      *L'assenza si registra solo per un dipendente attivo con
      *sigla; dal/al in GG/MM/AAAA come le altre date di notadb.
      *Un'assenza che si sovrappone a un'altra della stessa sigla
      *e' rifiutata: due periodi accavallati renderebbero ambiguo
      *il rientro.
       INSERISCI-ASSENZA.
           IF WS-OPERATORE-LIVELLO = 'R'
               DISPLAY "OPERATORE IN SOLA LETTURA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SIGLA DELL'OPERATORE ASSENTE: "
           ACCEPT SIGLA
           PERFORM CERCA-PERSONA
           IF SQLCODE NOT = 0
               DISPLAY "SIGLA NON IN ORGANICO O NON ATTIVA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ASSENZA DI " NOME_PERSONA
           MOVE "DAL (GG/MM/AAAA): " TO WS-DATA-MSG
           PERFORM CHIEDI-DATA
           MOVE WS-DATA-CHIESTA TO DATA_DAL
           MOVE "AL (GG/MM/AAAA): " TO WS-DATA-MSG
           PERFORM CHIEDI-DATA
           MOVE WS-DATA-CHIESTA TO DATA_AL
           STRING DATA_DAL(7:4) DATA_DAL(4:2) DATA_DAL(1:2)
               DELIMITED BY SIZE INTO WS-DAL-AAAAMMGG
           STRING DATA_AL(7:4) DATA_AL(4:2) DATA_AL(1:2)
               DELIMITED BY SIZE INTO WS-AL-AAAAMMGG
           IF WS-AL-AAAAMMGG < WS-DAL-AAAAMMGG
               DISPLAY "LA FINE PRECEDE L'INIZIO, ASSENZA NON "
                   "REGISTRATA."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO MOTIVO
           PERFORM UNTIL MOTIVO = 'F' OR MOTIVO = 'M'
               OR MOTIVO = 'A'
               DISPLAY "MOTIVO [F]ERIE, [M]ALATTIA, [A]LTRO: "
               ACCEPT MOTIVO
               MOVE FUNCTION UPPER-CASE(MOTIVO) TO MOTIVO
           END-PERFORM
           EXEC SQL
               SELECT COUNT(*) INTO :CONTA_RIGHE
               FROM PERSONA_ASSENZE
               WHERE SIGLA = :SIGLA
                 AND TO_DATE(DATA_DAL, 'DD/MM/YYYY')
                     <= TO_DATE(:DATA_AL, 'DD/MM/YYYY')
                 AND TO_DATE(DATA_AL, 'DD/MM/YYYY')
                     >= TO_DATE(:DATA_DAL, 'DD/MM/YYYY')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CONTROLLO FALLITO, SQLCODE " SQLCODE
               EXIT PARAGRAPH
           END-IF
           IF CONTA_RIGHE > 0
               DISPLAY "C'E' GIA' UN'ASSENZA DI " SIGLA
                   " NEL PERIODO, ASSENZA NON REGISTRATA."
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO PERSONA_ASSENZE
                   (SIGLA, DATA_DAL, DATA_AL, MOTIVO, OPERATORE)
               VALUES (:SIGLA, :DATA_DAL, :DATA_AL, :MOTIVO,
                   :OPERATORE_ID)
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY "ASSENZA REGISTRATA."
               PERFORM AVVISA-SENZA-SOSTITUTO
           ELSE
               DISPLAY "INSERIMENTO FALLITO, SQLCODE " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

      *Promemoria immediato: senza sostituto la coda resta ferma,
      *e lo dice anche il report di copertura della notte.
       AVVISA-SENZA-SOSTITUTO.
           EXEC SQL
               SELECT SOSTITUTO INTO :SOSTITUTO
               FROM PERSONA
               WHERE SIGLA = :SIGLA
           END-EXEC
           IF SQLCODE NOT = 0 OR SOSTITUTO = SPACES
               DISPLAY "ATTENZIONE: " SIGLA " NON HA UN SOSTITUTO, "
                   "LA SUA CODA RESTERA' FERMA."
           END-IF.

      *Assenze non ancora finite, dalla piu' vicina, col sostituto
      *che le coprira'.
       LISTA-ASSENZE.
           EXEC SQL
               DECLARE CASS CURSOR FOR
                    SELECT A.SIGLA, A.DATA_DAL, A.DATA_AL, A.MOTIVO,
                           P.SOSTITUTO
                    FROM PERSONA_ASSENZE A, PERSONA P
                    WHERE P.SIGLA = A.SIGLA
                      AND TO_DATE(A.DATA_AL, 'DD/MM/YYYY')
                          >= CURRENT_DATE
                    ORDER BY TO_DATE(A.DATA_DAL, 'DD/MM/YYYY'),
                             A.SIGLA
           END-EXEC
           EXEC SQL
                 OPEN CASS
           END-EXEC
           DISPLAY "---- ASSENZE IN CORSO E FUTURE ----"
           DISPLAY "SIGLA     DAL         AL          MOTIVO   "
               "SOSTITUTO"
           EXEC SQL
                 FETCH CASS INTO :SIGLA, :DATA_DAL, :DATA_AL,
                     :MOTIVO, :SOSTITUTO
           END-EXEC
           MOVE 0 TO WS-CONTATORE-RIGHE
           PERFORM UNTIL SQLCODE NOT = ZERO
               EVALUATE MOTIVO
                   WHEN 'F'
                       MOVE "FERIE" TO WS-DESCR-MOTIVO
                   WHEN 'M'
                       MOVE "MALATTIA" TO WS-DESCR-MOTIVO
                   WHEN OTHER
                       MOVE "ALTRO" TO WS-DESCR-MOTIVO
               END-EVALUATE
               IF SOSTITUTO = SPACES
                   MOVE "NESSUNO" TO SOSTITUTO
               END-IF
               DISPLAY SIGLA "  " DATA_DAL "  " DATA_AL "  "
                   WS-DESCR-MOTIVO " " SOSTITUTO
               ADD 1 TO WS-CONTATORE-RIGHE
               IF WS-CONTATORE-RIGHE >= WS-RIGHE-PAGINA
                   DISPLAY "-- PREMI INVIO PER CONTINUARE --"
                   ACCEPT WS-PAUSA
                   MOVE 0 TO WS-CONTATORE-RIGHE
               END-IF
               EXEC SQL
                     FETCH CASS INTO :SIGLA, :DATA_DAL, :DATA_AL,
                         :MOTIVO, :SOSTITUTO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CASS
           END-EXEC.

      *Cancellazione per sigla e data di inizio (rientro anticipato
      *o assenza sbagliata): le note gia' passate al sostituto
      *tornano al titolare al prossimo passaggio notturno.
       CANCELLA-ASSENZA.
           IF WS-OPERATORE-LIVELLO = 'R'
               DISPLAY "OPERATORE IN SOLA LETTURA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SIGLA DELL'OPERATORE: "
           ACCEPT SIGLA
           MOVE "DAL (GG/MM/AAAA): " TO WS-DATA-MSG
           PERFORM CHIEDI-DATA
           MOVE WS-DATA-CHIESTA TO DATA_DAL
           EXEC SQL
               DELETE FROM PERSONA_ASSENZE
               WHERE SIGLA = :SIGLA AND DATA_DAL = :DATA_DAL
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) > 0
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY "ASSENZA CANCELLATA."
           ELSE
               DISPLAY "ASSENZA NON TROVATA O ERRORE."
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

      *Il sostituto deve essere un altro dipendente attivo; spazi
      *tolgono la designazione.
       IMPOSTA-SOSTITUTO.
           IF WS-OPERATORE-LIVELLO NOT = 'S'
               DISPLAY "SERVE UN OPERATORE DI LIVELLO SUPERVISORE "
                   "('S')."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SIGLA DELL'OPERATORE: "
           ACCEPT SIGLA
           PERFORM CERCA-PERSONA
           IF SQLCODE NOT = 0
               DISPLAY "SIGLA NON IN ORGANICO O NON ATTIVA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SIGLA DEL SOSTITUTO (VUOTO = NESSUNO): "
           ACCEPT SOSTITUTO
           IF SOSTITUTO = SIGLA
               DISPLAY "UN OPERATORE NON PUO' SOSTITUIRE SE STESSO."
               EXIT PARAGRAPH
           END-IF
           IF SOSTITUTO NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTA_RIGHE
                   FROM PERSONA
                   WHERE SIGLA = :SOSTITUTO AND ATTIVO = 'S'
               END-EXEC
               IF SQLCODE NOT = 0 OR CONTA_RIGHE = 0
                   DISPLAY "SOSTITUTO NON IN ORGANICO O NON ATTIVO."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EXEC SQL
               UPDATE PERSONA
               SET SOSTITUTO = :SOSTITUTO
               WHERE SIGLA = :SIGLA
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL COMMIT WORK END-EXEC
               DISPLAY "SOSTITUTO DI " SIGLA " AGGIORNATO."
           ELSE
               DISPLAY "AGGIORNAMENTO FALLITO, SQLCODE " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
           END-IF.

       LISTA-SOSTITUTI.
           EXEC SQL
               DECLARE CSOS CURSOR FOR
                    SELECT SIGLA, NOME, SOSTITUTO
                    FROM PERSONA
                    WHERE ATTIVO = 'S' AND SIGLA NOT = ' '
                    ORDER BY SIGLA
           END-EXEC
           EXEC SQL
                 OPEN CSOS
           END-EXEC
           DISPLAY "---- SOSTITUTI DESIGNATI ----"
           EXEC SQL
                 FETCH CSOS INTO :SIGLA, :NOME_PERSONA, :SOSTITUTO
           END-EXEC
           MOVE 0 TO WS-CONTATORE-RIGHE
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF SOSTITUTO = SPACES
                   MOVE "NESSUNO" TO SOSTITUTO
               END-IF
               DISPLAY SIGLA "  " NOME_PERSONA "  " SOSTITUTO
               ADD 1 TO WS-CONTATORE-RIGHE
               IF WS-CONTATORE-RIGHE >= WS-RIGHE-PAGINA
                   DISPLAY "-- PREMI INVIO PER CONTINUARE --"
                   ACCEPT WS-PAUSA
                   MOVE 0 TO WS-CONTATORE-RIGHE
               END-IF
               EXEC SQL
                     FETCH CSOS INTO :SIGLA, :NOME_PERSONA,
                         :SOSTITUTO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CSOS
           END-EXEC.

       CERCA-PERSONA.
           EXEC SQL
               SELECT NOME INTO :NOME_PERSONA
               FROM PERSONA
               WHERE SIGLA = :SIGLA AND ATTIVO = 'S'
           END-EXEC.

       CHIEDI-DATA.
           MOVE 'N' TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = 'S'
               DISPLAY WS-DATA-MSG
               ACCEPT WS-DATA-CHIESTA
               IF WS-DATA-CHIESTA(1:2) IS NUMERIC
                   AND WS-DATA-CHIESTA(3:1) = "/"
                   AND WS-DATA-CHIESTA(4:2) IS NUMERIC
                   AND WS-DATA-CHIESTA(6:1) = "/"
                   AND WS-DATA-CHIESTA(7:4) IS NUMERIC
                   MOVE 'S' TO WS-DATA-VALIDA
               ELSE
                   DISPLAY "FORMATO DATA NON VALIDO, USARE GG/MM/AAAA"
               END-IF
           END-PERFORM.

           COPY ERROR-HANDLER.
