       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSENZE-INSTRADA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Passo notturno sulle assenze registrate con ASSENZE-MAINT.
      *  - Restituzione: le note prese in carico da un sostituto
      *    (ASSEGNATARIO_TITOLARE valorizzato) tornano al titolare
      *    che oggi non e' piu' assente, con la voce di lista di
      *    lavoro non piu' segnata come "in assenza".
      *  - Instradamento: per ogni operatore assente oggi con un
      *    sostituto attivo e presente, passano al sostituto le
      *    note nuove (create durante l'assenza) e quelle dovute
      *    (voce aperta in WORKLIST con DATA_LAVORO entro la fine
      *    dell'assenza); il titolare resta su ASSEGNATARIO_TITOLARE
      *    e le voci con DATA_LAVORO dentro l'assenza sono segnate
      *    IN_ASSENZA = 'S' nella coda del sostituto.
      *Ogni passaggio lascia la sua riga 'H' in NOTA_AUDIT (da chi
      *a chi), come un passaggio fatto a mano dalla lista di
      *lavoro, firmata "ASSENZE". Se un sostituto e' a sua volta
      *assente le sue note vanno al suo sostituto, ma il titolare
      *registrato resta quello originale.
      *Report di copertura in assenze-copertura.txt: gli assenti
      *senza sostituto, con sostituto assente o non piu' attivo,
      *con le voci aperte ferme, e le assenze dei prossimi sette
      *giorni ancora senza sostituto. GOBACK per girare come passo
      *del batch (ASSENZE); RETURN-CODE 4 se un passaggio e' stato
      *annullato, 8 senza database.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REPORT ASSIGN TO WS-NOME-REPORT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI-TESTO PIC X(10).
       01 WS-NOME-REPORT PIC X(40) VALUE "assenze-copertura.txt".
       01 WS-SPOOL-FAMIGLIA PIC X(20) VALUE "ASSENZE".
       01 WS-SPOOL-ESITO PIC 9.
      *Operatori assenti oggi, caricati prima di lavorarli per non
      *tenere aperto il cursore attraverso i COMMIT.
       01 WS-NUM-ASSENTI PIC 9(3) VALUE 0.
       01 WS-ASSENTI-TABELLA.
           05 WS-ASS-ENTRY OCCURS 200 TIMES.
               10 WS-ASS-SIGLA PIC X(8).
               10 WS-ASS-NOME PIC X(20).
               10 WS-ASS-DAL PIC X(10).
               10 WS-ASS-AL PIC X(10).
               10 WS-ASS-SOSTITUTO PIC X(8).
       01 INDICE-ASS PIC 9(3).
       01 INDICE-SOS PIC 9(3).
       01 WS-SOS-ASSENTE PIC X.
       01 WS-ESITO-TESTO PIC X(40).
       01 WS-RESTITUITE PIC 9(6) VALUE 0.
       01 WS-INSTRADATE PIC 9(6) VALUE 0.
       01 WS-INSTRADATE-TOT PIC 9(6) VALUE 0.
       01 WS-SCOPERTI PIC 9(3) VALUE 0.
       01 WS-PROSSIMI PIC 9(3) VALUE 0.
       01 WS-ANNULLATI PIC 9(3) VALUE 0.
       01 WS-PASSO-OK PIC X.

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 SIGLA PIC X(8).
       01 SOSTITUTO PIC X(8).
       01 NOME_PERSONA PIC X(20).
       01 DATA_DAL PIC X(10).
       01 DATA_AL PIC X(10).
       01 NOTA_NOME PIC X(20).
       01 ASSEGNATARIO PIC X(8).
       01 TITOLARE PIC X(8).
       01 CONTA_VOCI PIC 9(6).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       INIZIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           STRING WS-DATA-ORA(7:2) "/" WS-DATA-ORA(5:2) "/"
               WS-DATA-ORA(1:4)
               DELIMITED BY SIZE INTO WS-OGGI-TESTO
           PERFORM CONNETTI-DATABASE
           OPEN OUTPUT FILE-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "COPERTURA ASSENZE DEL " WS-OGGI-TESTO
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "ASSENZE" TO AUD-OPERATORE
           MOVE "H" TO AUD-OPERAZIONE
           PERFORM RESTITUISCI-RIENTRATI
           PERFORM CARICA-ASSENTI
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "SIGLA    NOME                 DAL        AL"
               "         SOSTITUTO ESITO"
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM VARYING INDICE-ASS FROM 1 BY 1
               UNTIL INDICE-ASS > WS-NUM-ASSENTI
               PERFORM INSTRADA-ASSENTE
           END-PERFORM
           IF WS-NUM-ASSENTI = 0
               MOVE "NESSUN OPERATORE ASSENTE OGGI." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF
           PERFORM SEGNALA-PROSSIME
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE SPACES TO RIGA-REPORT
           STRING "ASSENTI " WS-NUM-ASSENTI
               "  SCOPERTI " WS-SCOPERTI
               "  NOTE INSTRADATE " WS-INSTRADATE-TOT
               "  RESTITUITE " WS-RESTITUITE
               "  ANNULLATI " WS-ANNULLATI
               DELIMITED BY SIZE INTO RIGA-REPORT
           WRITE RIGA-REPORT
           CLOSE FILE-REPORT
           EXEC SQL DISCONNECT ALL END-EXEC
           CALL 'REGISTRA-GENERATO' USING WS-NOME-REPORT
               ON EXCEPTION CONTINUE
           END-CALL
           CALL 'SPOOL-REPORT' USING WS-SPOOL-FAMIGLIA,
               WS-NOME-REPORT, WS-SPOOL-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "ASSENZE: " WS-NUM-ASSENTI " ASSENTI, "
               WS-SCOPERTI " SCOPERTI, " WS-INSTRADATE-TOT
               " NOTE AI SOSTITUTI, " WS-RESTITUITE
               " RESTITUITE (assenze-copertura.txt)"
           IF WS-ANNULLATI > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
               DISPLAY "DATABASE NON RAGGIUNGIBILE: CODE DEGLI "
                   "ASSENTI NON INSTRADATE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *Note in mano a un sostituto il cui titolare oggi non risulta
      *assente (rientrato, o assenza cancellata): tornano tutte al
      *titolare in un'unica unita' di lavoro.
       RESTITUISCI-RIENTRATI.
           MOVE 'S' TO WS-PASSO-OK
           MOVE 0 TO AUD-ESITO
           EXEC SQL
               DECLARE CRIE CURSOR FOR
                    SELECT N.NOME, N.ASSEGNATARIO,
                           N.ASSEGNATARIO_TITOLARE
                    FROM NOTA N
                    WHERE N.ASSEGNATARIO_TITOLARE NOT = ' '
                      AND NOT EXISTS
                          (SELECT 1 FROM PERSONA_ASSENZE A
                           WHERE A.SIGLA = N.ASSEGNATARIO_TITOLARE
                             AND TO_DATE(A.DATA_DAL, 'DD/MM/YYYY')
                                 <= CURRENT_DATE
                             AND TO_DATE(A.DATA_AL, 'DD/MM/YYYY')
                                 >= CURRENT_DATE)
                    ORDER BY N.NOME
           END-EXEC
           EXEC SQL
                 OPEN CRIE
           END-EXEC
           EXEC SQL
                 FETCH CRIE INTO :NOTA_NOME, :ASSEGNATARIO, :TITOLARE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO OR WS-PASSO-OK = 'N'
               PERFORM RESTITUISCI-NOTA
               IF WS-PASSO-OK = 'S'
                   EXEC SQL
                         FETCH CRIE INTO :NOTA_NOME, :ASSEGNATARIO,
                             :TITOLARE
                   END-EXEC
               END-IF
           END-PERFORM
           EXEC SQL
                 CLOSE CRIE
           END-EXEC
      *Anche le voci di note riassegnate a mano durante l'assenza
      *(il titolare viene azzerato dal passaggio esplicito) non
      *sono piu' in sostituzione.
           IF WS-PASSO-OK = 'S'
               EXEC SQL
                   UPDATE WORKLIST
                   SET IN_ASSENZA = 'N'
                   WHERE IN_ASSENZA = 'S'
                     AND NOME IN
                         (SELECT NOME FROM NOTA
                          WHERE ASSEGNATARIO_TITOLARE = ' ')
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'N' TO WS-PASSO-OK
               END-IF
           END-IF
           MOVE SPACES TO RIGA-REPORT
           IF WS-PASSO-OK = 'N'
               EXEC SQL ROLLBACK WORK END-EXEC
               ADD 1 TO WS-ANNULLATI
               MOVE 0 TO WS-RESTITUITE
               STRING "RESTITUZIONE AI RIENTRATI ANNULLATA SULLA "
                   "NOTA " NOTA_NOME
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
               STRING "NOTE RESTITUITE AI TITOLARI RIENTRATI: "
                   WS-RESTITUITE
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT.

       RESTITUISCI-NOTA.
           MOVE NOTA_NOME TO AUD-NOME
           MOVE ASSEGNATARIO TO AUD-PRECEDENTE
           MOVE TITOLARE TO AUD-NUOVO
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               MOVE 'N' TO WS-PASSO-OK
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE NOTA
               SET ASSEGNATARIO = :TITOLARE,
                   ASSEGNATARIO_TITOLARE = ' '
               WHERE NOME = :NOTA_NOME
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-PASSO-OK
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE WORKLIST
               SET IN_ASSENZA = 'N'
               WHERE NOME = :NOTA_NOME
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'N' TO WS-PASSO-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RESTITUITE.

       CARICA-ASSENTI.
           EXEC SQL
               DECLARE CASS CURSOR FOR
                    SELECT A.SIGLA, P.NOME, A.DATA_DAL, A.DATA_AL,
                           P.SOSTITUTO
                    FROM PERSONA_ASSENZE A, PERSONA P
                    WHERE P.SIGLA = A.SIGLA
                      AND TO_DATE(A.DATA_DAL, 'DD/MM/YYYY')
                          <= CURRENT_DATE
                      AND TO_DATE(A.DATA_AL, 'DD/MM/YYYY')
                          >= CURRENT_DATE
                    ORDER BY A.SIGLA
           END-EXEC
           EXEC SQL
                 OPEN CASS
           END-EXEC
           EXEC SQL
                 FETCH CASS INTO :SIGLA, :NOME_PERSONA, :DATA_DAL,
                     :DATA_AL, :SOSTITUTO
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               IF WS-NUM-ASSENTI < 200
                   ADD 1 TO WS-NUM-ASSENTI
                   MOVE SIGLA TO WS-ASS-SIGLA(WS-NUM-ASSENTI)
                   MOVE NOME_PERSONA TO WS-ASS-NOME(WS-NUM-ASSENTI)
                   MOVE DATA_DAL TO WS-ASS-DAL(WS-NUM-ASSENTI)
                   MOVE DATA_AL TO WS-ASS-AL(WS-NUM-ASSENTI)
                   MOVE SOSTITUTO TO WS-ASS-SOSTITUTO(WS-NUM-ASSENTI)
               END-IF
               EXEC SQL
                     FETCH CASS INTO :SIGLA, :NOME_PERSONA,
                         :DATA_DAL, :DATA_AL, :SOSTITUTO
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CASS
           END-EXEC.

      *Un assente senza sostituto utilizzabile resta scoperto: la
      *sua coda non si muove e il report lo dice con le voci ferme.
       INSTRADA-ASSENTE.
           MOVE WS-ASS-SIGLA(INDICE-ASS) TO SIGLA
           MOVE WS-ASS-DAL(INDICE-ASS) TO DATA_DAL
           MOVE WS-ASS-AL(INDICE-ASS) TO DATA_AL
           MOVE WS-ASS-SOSTITUTO(INDICE-ASS) TO SOSTITUTO
           MOVE SPACES TO WS-ESITO-TESTO
           IF SOSTITUTO = SPACES
               MOVE "SENZA SOSTITUTO" TO WS-ESITO-TESTO
           ELSE
               MOVE 'N' TO WS-SOS-ASSENTE
               PERFORM VARYING INDICE-SOS FROM 1 BY 1
                   UNTIL INDICE-SOS > WS-NUM-ASSENTI
                   IF WS-ASS-SIGLA(INDICE-SOS) = SOSTITUTO
                       MOVE 'S' TO WS-SOS-ASSENTE
                   END-IF
               END-PERFORM
               IF WS-SOS-ASSENTE = 'S'
                   MOVE "SOSTITUTO ASSENTE" TO WS-ESITO-TESTO
               ELSE
                   EXEC SQL
                       SELECT COUNT(*) INTO :CONTA_VOCI
                       FROM PERSONA
                       WHERE SIGLA = :SOSTITUTO AND ATTIVO = 'S'
                   END-EXEC
                   IF SQLCODE NOT = 0 OR CONTA_VOCI = 0
                       MOVE "SOSTITUTO NON ATTIVO" TO WS-ESITO-TESTO
                   END-IF
               END-IF
           END-IF
           IF WS-ESITO-TESTO NOT = SPACES
               ADD 1 TO WS-SCOPERTI
               EXEC SQL
                   SELECT COUNT(*) INTO :CONTA_VOCI
                   FROM WORKLIST W, NOTA N
                   WHERE W.NOME = N.NOME
                     AND W.STATO = 'P'
                     AND N.ASSEGNATARIO = :SIGLA
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 0 TO CONTA_VOCI
               END-IF
               MOVE SPACES TO RIGA-REPORT
               STRING SIGLA " " WS-ASS-NOME(INDICE-ASS) " "
                   DATA_DAL " " DATA_AL " "
                   WS-ASS-SOSTITUTO(INDICE-ASS) "  "
                   DELIMITED BY SIZE
                   WS-ESITO-TESTO DELIMITED BY "  "
                   ", VOCI APERTE FERME " CONTA_VOCI
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               EXIT PARAGRAPH
           END-IF
           PERFORM PASSA-AL-SOSTITUTO
           MOVE SPACES TO RIGA-REPORT
           IF WS-PASSO-OK = 'N'
               STRING SIGLA " " WS-ASS-NOME(INDICE-ASS) " "
                   DATA_DAL " " DATA_AL " " SOSTITUTO "  "
                   "INSTRADAMENTO ANNULLATO (NOTA " NOTA_NOME ")"
                   DELIMITED BY SIZE INTO RIGA-REPORT
           ELSE
               STRING SIGLA " " WS-ASS-NOME(INDICE-ASS) " "
                   DATA_DAL " " DATA_AL " " SOSTITUTO "  "
                   "NOTE INSTRADATE " WS-INSTRADATE
                   DELIMITED BY SIZE INTO RIGA-REPORT
           END-IF
           WRITE RIGA-REPORT.

      *Note nuove e dovute dell'assente al sostituto, una riga di
      *audit per nota, poi le voci dentro l'assenza segnate nella
      *coda del sostituto. Tutto l'operatore o niente.
       PASSA-AL-SOSTITUTO.
           MOVE 'S' TO WS-PASSO-OK
           MOVE 0 TO WS-INSTRADATE
           MOVE 0 TO AUD-ESITO
           EXEC SQL
               DECLARE CINS CURSOR FOR
                    SELECT N.NOME
                    FROM NOTA N
                    WHERE N.ASSEGNATARIO = :SIGLA
                      AND (EXISTS
                          (SELECT 1 FROM WORKLIST W
                           WHERE W.NOME = N.NOME
                             AND W.STATO = 'P'
                             AND TO_DATE(W.DATA_LAVORO, 'DD/MM/YYYY')
                                 <= TO_DATE(:DATA_AL, 'DD/MM/YYYY'))
                       OR (N.DATA_CREATE LIKE '__/__/____'
                           AND TO_DATE(N.DATA_CREATE, 'DD/MM/YYYY')
                               >= TO_DATE(:DATA_DAL, 'DD/MM/YYYY')
                           AND TO_DATE(N.DATA_CREATE, 'DD/MM/YYYY')
                               <= TO_DATE(:DATA_AL, 'DD/MM/YYYY')))
                    ORDER BY N.NOME
           END-EXEC
           EXEC SQL
                 OPEN CINS
           END-EXEC
           EXEC SQL
                 FETCH CINS INTO :NOTA_NOME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO OR WS-PASSO-OK = 'N'
               PERFORM PASSA-NOTA
               IF WS-PASSO-OK = 'S'
                   EXEC SQL
                         FETCH CINS INTO :NOTA_NOME
                   END-EXEC
               END-IF
           END-PERFORM
           EXEC SQL
                 CLOSE CINS
           END-EXEC
           IF WS-PASSO-OK = 'S'
               EXEC SQL
                   UPDATE WORKLIST
                   SET IN_ASSENZA = 'S'
                   WHERE STATO = 'P'
                     AND TO_DATE(DATA_LAVORO, 'DD/MM/YYYY')
                         >= TO_DATE(:DATA_DAL, 'DD/MM/YYYY')
                     AND TO_DATE(DATA_LAVORO, 'DD/MM/YYYY')
                         <= TO_DATE(:DATA_AL, 'DD/MM/YYYY')
                     AND NOME IN
                         (SELECT NOME FROM NOTA
                          WHERE ASSEGNATARIO = :SOSTITUTO
                            AND ASSEGNATARIO_TITOLARE = :SIGLA)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'N' TO WS-PASSO-OK
               END-IF
           END-IF
           IF WS-PASSO-OK = 'N'
               EXEC SQL ROLLBACK WORK END-EXEC
               ADD 1 TO WS-ANNULLATI
               MOVE 0 TO WS-INSTRADATE
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
               ADD WS-INSTRADATE TO WS-INSTRADATE-TOT
           END-IF.

      *Il titolare gia' registrato (nota arrivata da un'altra
      *sostituzione) non si sovrascrive: al rientro la nota torna
      *a chi l'aveva davvero.
       PASSA-NOTA.
           MOVE NOTA_NOME TO AUD-NOME
           MOVE SIGLA TO AUD-PRECEDENTE
           MOVE SOSTITUTO TO AUD-NUOVO
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               MOVE 'N' TO WS-PASSO-OK
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE NOTA
               SET ASSEGNATARIO_TITOLARE =
                       CASE WHEN ASSEGNATARIO_TITOLARE = ' '
                            THEN ASSEGNATARIO
                            ELSE ASSEGNATARIO_TITOLARE END,
                   ASSEGNATARIO = :SOSTITUTO
               WHERE NOME = :NOTA_NOME
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'N' TO WS-PASSO-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INSTRADATE.

      *Assenze che iniziano nei prossimi sette giorni per operatori
      *ancora senza sostituto: c'e' il tempo di designarne uno.
       SEGNALA-PROSSIME.
           MOVE SPACES TO RIGA-REPORT
           WRITE RIGA-REPORT
           MOVE "ASSENZE DEI PROSSIMI 7 GIORNI SENZA SOSTITUTO"
               TO RIGA-REPORT
           WRITE RIGA-REPORT
           EXEC SQL
               DECLARE CPRO CURSOR FOR
                    SELECT A.SIGLA, P.NOME, A.DATA_DAL, A.DATA_AL
                    FROM PERSONA_ASSENZE A, PERSONA P
                    WHERE P.SIGLA = A.SIGLA
                      AND P.SOSTITUTO = ' '
                      AND TO_DATE(A.DATA_DAL, 'DD/MM/YYYY')
                          > CURRENT_DATE
                      AND TO_DATE(A.DATA_DAL, 'DD/MM/YYYY')
                          <= CURRENT_DATE + 7
                    ORDER BY TO_DATE(A.DATA_DAL, 'DD/MM/YYYY'),
                             A.SIGLA
           END-EXEC
           EXEC SQL
                 OPEN CPRO
           END-EXEC
           EXEC SQL
                 FETCH CPRO INTO :SIGLA, :NOME_PERSONA, :DATA_DAL,
                     :DATA_AL
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO WS-PROSSIMI
               MOVE SPACES TO RIGA-REPORT
               STRING SIGLA " " NOME_PERSONA " " DATA_DAL " "
                   DATA_AL
                   DELIMITED BY SIZE INTO RIGA-REPORT
               WRITE RIGA-REPORT
               EXEC SQL
                     FETCH CPRO INTO :SIGLA, :NOME_PERSONA,
                         :DATA_DAL, :DATA_AL
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CPRO
           END-EXEC
           IF WS-PROSSIMI = 0
               MOVE "NESSUNA." TO RIGA-REPORT
               WRITE RIGA-REPORT
           END-IF.
