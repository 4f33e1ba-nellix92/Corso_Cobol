       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAZIONE-CONTESTA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Partita contestata dal cliente, agganciata a una nota: il
      *chiamante (NOTAFETCH, CONTESTAZIONI-MAINT) e' gia' connesso
      *al database note e passa il nome della nota e l'operatore.
      *Se la nota non ha una contestazione aperta, si elencano le
      *partite aperte del cliente della nota (ID_CLIENTE) e quella
      *scelta passa in contestazione: ContestaPartita la segna nel
      *partitario e PARTITE_CONTESTATE ne conserva cliente, regione,
      *data movimento, rata e importo. Se la contestazione e'
      *aperta, si propone di chiuderla e la partita torna
      *sollecitabile. Ogni apertura e chiusura lascia una riga 'K'
      *in NOTA_AUDIT. Una nota porta una sola contestazione: chiusa
      *quella, per una nuova contestazione serve una nota nuova.
      *Esito: 'S' contestazione aperta o chiusa, 'N' niente fatto.
      *Il COMMIT lo fa questo programma solo a lavoro riuscito; con
      *esito 'N' il chiamante decide se confermare o annullare il
      *resto della sua unita' di lavoro.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONFERMA PIC X.
       01 WS-SCELTA PIC 99.
       01 WS-SCELTA-TESTO PIC X(2).
       01 WS-DATA-ORA PIC X(21).
       01 WS-DATA-MOV-ED PIC X(10).
       01 WS-DATA-SCAD-ED PIC X(10).
       01 WS-IMPORTO-ED PIC -(7)9.99.
       01 WS-NUMERO-ED PIC Z9.
       01 WS-DATA-8 PIC 9(8).
       01 WS-DATA-8-X REDEFINES WS-DATA-8.
           05 WS-D8-ANNO PIC X(4).
           05 WS-D8-MESE PIC X(2).
           05 WS-D8-GIORNO PIC X(2).
       01 WS-DATA-10 PIC X(10).
       01 INDICE-ELENCO PIC 99.
      *Parametri di ContestaPartita.
       01 WS-CP-OPERAZIONE PIC X.
       01 WS-CP-PARTITA.
           05 WS-CP-ID-CLIENTE PIC 9(6).
           05 WS-CP-REGIONE PIC 99.
           05 WS-CP-DATA-MOVIMENTO PIC 9(8).
           05 WS-CP-RATA PIC 9.
       01 WS-CP-NOTA PIC X(20).
       01 WS-CP-IMPORTO PIC S9(7)V99.
       01 WS-CP-ELENCO.
           05 WS-CP-NUM-ELENCO PIC 99.
           05 WS-CP-ELE-ENTRY OCCURS 50 TIMES.
               10 WS-CP-ELE-REGIONE PIC 99.
               10 WS-CP-ELE-DATA-MOV PIC 9(8).
               10 WS-CP-ELE-RATA PIC 9.
               10 WS-CP-ELE-DATA-SCAD PIC 9(8).
               10 WS-CP-ELE-IMPORTO PIC S9(7)V99.
               10 WS-CP-ELE-CONTESTAZIONE PIC X.
               10 WS-CP-ELE-NOTA PIC X(20).
       01 WS-CP-ESITO PIC X.

      *Riga per NOTA-AUDIT-SCRIVI (audit a catena).
       COPY NOTA-AUDIT-RIGA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 NOME_NOTA PIC X(20).
       01 OPERATORE_ID PIC X(8).
       01 ID_CLIENTE PIC 9(6).
       01 ASSEGNATARIO PIC X(8).
       01 CON_REGIONE PIC 9(2).
       01 CON_DATA_MOVIMENTO PIC X(10).
       01 CON_RATA PIC 9(1).
       01 CON_IMPORTO PIC S9(7)V99.
       01 CON_STATO PIC X(1).
       01 CON_DATA_APERTURA PIC X(10).
       01 CON_DATA_CHIUSURA PIC X(10).
       01 AUDIT_CONTESTAZIONE PIC X(300).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LNK-NOME-NOTA PIC X(20).
       01 LNK-OPERATORE PIC X(8).
       01 LNK-ESITO PIC X.

       PROCEDURE DIVISION USING LNK-NOME-NOTA, LNK-OPERATORE,
           LNK-ESITO.
       OPERAZIONE-CONTESTA.
           MOVE 'N' TO LNK-ESITO
           MOVE LNK-NOME-NOTA TO NOME_NOTA
           MOVE LNK-OPERATORE TO OPERATORE_ID
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PARTITE_CONTESTATE
               (
                   NOME            CHAR(20)   PRIMARY KEY,
                   ID_CLIENTE      NUMERIC(6,0),
                   REGIONE         NUMERIC(2,0),
                   DATA_MOVIMENTO  CHAR(10),
                   RATA            NUMERIC(1,0),
                   IMPORTO         NUMERIC(9,2),
                   STATO           CHAR(1) DEFAULT 'A',
                   DATA_APERTURA   CHAR(10),
                   DATA_CHIUSURA   CHAR(10),
                   OPERATORE       CHAR(8)
               )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TABELLA CONTESTAZIONI NON DISPONIBILE, "
                   "SQLCODE " SQLCODE
               EXIT PROGRAM
           END-IF
           EXEC SQL
               SELECT COALESCE(ID_CLIENTE, 0),
                      COALESCE(ASSEGNATARIO, ' ')
               INTO :ID_CLIENTE, :ASSEGNATARIO
               FROM NOTA
               WHERE NOME = :NOME_NOTA
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "NOTA " NOME_NOTA " NON TROVATA."
               EXIT PROGRAM
           END-IF
           EXEC SQL
               SELECT REGIONE, DATA_MOVIMENTO, RATA, IMPORTO, STATO,
                      DATA_APERTURA
               INTO :CON_REGIONE, :CON_DATA_MOVIMENTO, :CON_RATA,
                    :CON_IMPORTO, :CON_STATO, :CON_DATA_APERTURA
               FROM PARTITE_CONTESTATE
               WHERE NOME = :NOME_NOTA
           END-EXEC
           IF SQLCODE = 0
               IF CON_STATO = 'A'
                   PERFORM CHIUDI-CONTESTAZIONE
               ELSE
                   DISPLAY "LA NOTA HA GIA' UNA CONTESTAZIONE CHIUSA: "
                       "PER CONTESTARE UN'ALTRA PARTITA SERVE UNA "
                       "NOTA NUOVA."
               END-IF
           ELSE
               IF ID_CLIENTE = 0
                   DISPLAY "LA NOTA NON E' LEGATA A UN CLIENTE: "
                       "NESSUNA PARTITA DA CONTESTARE."
               ELSE
                   PERFORM APRI-CONTESTAZIONE
               END-IF
           END-IF
           EXIT PROGRAM.

      *Elenco numerato delle partite aperte del cliente; quelle gia'
      *contestate si vedono ma non si possono scegliere.
       APRI-CONTESTAZIONE.
           MOVE 'E' TO WS-CP-OPERAZIONE
           MOVE ID_CLIENTE TO WS-CP-ID-CLIENTE
           CALL 'ContestaPartita' USING WS-CP-OPERAZIONE,
               WS-CP-PARTITA, WS-CP-NOTA, WS-CP-IMPORTO,
               WS-CP-ELENCO, WS-CP-ESITO
           IF WS-CP-ESITO NOT = 'S'
               DISPLAY "PARTITARIO NON DISPONIBILE O NON QUADRATO: "
                   "CONTESTAZIONE NON APERTA."
               EXIT PARAGRAPH
           END-IF
           IF WS-CP-NUM-ELENCO = 0
               DISPLAY "NESSUNA PARTITA APERTA PER IL CLIENTE "
                   ID_CLIENTE "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "---- PARTITE APERTE DEL CLIENTE " ID_CLIENTE
               " ----"
           DISPLAY " N. REG DATA MOV.  RATA SCADENZA        IMPORTO"
           PERFORM VARYING INDICE-ELENCO FROM 1 BY 1
               UNTIL INDICE-ELENCO > WS-CP-NUM-ELENCO
               MOVE INDICE-ELENCO TO WS-NUMERO-ED
               MOVE WS-CP-ELE-DATA-MOV(INDICE-ELENCO) TO WS-DATA-8
               PERFORM DATA-GGMMAAAA
               MOVE WS-DATA-10 TO WS-DATA-MOV-ED
               MOVE WS-CP-ELE-DATA-SCAD(INDICE-ELENCO) TO WS-DATA-8
               PERFORM DATA-GGMMAAAA
               MOVE WS-DATA-10 TO WS-DATA-SCAD-ED
               MOVE WS-CP-ELE-IMPORTO(INDICE-ELENCO) TO WS-IMPORTO-ED
               IF WS-CP-ELE-CONTESTAZIONE(INDICE-ELENCO) = 'C'
                   DISPLAY " " WS-NUMERO-ED " "
                       WS-CP-ELE-REGIONE(INDICE-ELENCO) "  "
                       WS-DATA-MOV-ED " "
                       WS-CP-ELE-RATA(INDICE-ELENCO) "    "
                       WS-DATA-SCAD-ED " " WS-IMPORTO-ED
                       " CONTESTATA (" WS-CP-ELE-NOTA(INDICE-ELENCO)
                       ")"
               ELSE
                   DISPLAY " " WS-NUMERO-ED " "
                       WS-CP-ELE-REGIONE(INDICE-ELENCO) "  "
                       WS-DATA-MOV-ED " "
                       WS-CP-ELE-RATA(INDICE-ELENCO) "    "
                       WS-DATA-SCAD-ED " " WS-IMPORTO-ED
               END-IF
           END-PERFORM
           DISPLAY "NUMERO DELLA PARTITA DA CONTESTARE (INVIO = "
               "NESSUNA): "
           MOVE SPACES TO WS-SCELTA-TESTO
           ACCEPT WS-SCELTA-TESTO
           IF WS-SCELTA-TESTO = SPACES
               DISPLAY "CONTESTAZIONE NON APERTA."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-SCELTA-TESTO) NOT = 0
               DISPLAY "SCELTA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SCELTA = FUNCTION NUMVAL(WS-SCELTA-TESTO)
           IF WS-SCELTA < 1 OR WS-SCELTA > WS-CP-NUM-ELENCO
               DISPLAY "SCELTA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           IF WS-CP-ELE-CONTESTAZIONE(WS-SCELTA) = 'C'
               DISPLAY "PARTITA GIA' IN CONTESTAZIONE CON LA NOTA "
                   WS-CP-ELE-NOTA(WS-SCELTA) "."
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-CP-OPERAZIONE
           MOVE WS-CP-ELE-REGIONE(WS-SCELTA) TO WS-CP-REGIONE
           MOVE WS-CP-ELE-DATA-MOV(WS-SCELTA) TO WS-CP-DATA-MOVIMENTO
           MOVE WS-CP-ELE-RATA(WS-SCELTA) TO WS-CP-RATA
           MOVE NOME_NOTA TO WS-CP-NOTA
           CALL 'ContestaPartita' USING WS-CP-OPERAZIONE,
               WS-CP-PARTITA, WS-CP-NOTA, WS-CP-IMPORTO,
               WS-CP-ELENCO, WS-CP-ESITO
           EVALUATE WS-CP-ESITO
               WHEN 'S'
                   CONTINUE
               WHEN 'G'
                   DISPLAY "PARTITA GIA' IN CONTESTAZIONE CON LA NOTA "
                       WS-CP-NOTA "."
                   EXIT PARAGRAPH
               WHEN 'N'
                   DISPLAY "PARTITA NON PIU' APERTA NEL PARTITARIO."
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "PARTITARIO NON AGGIORNATO: CONTESTAZIONE "
                       "NON APERTA."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-CP-REGIONE TO CON_REGIONE
           MOVE WS-CP-DATA-MOVIMENTO TO WS-DATA-8
           PERFORM DATA-GGMMAAAA
           MOVE WS-DATA-10 TO CON_DATA_MOVIMENTO
           MOVE WS-CP-RATA TO CON_RATA
           MOVE WS-CP-IMPORTO TO CON_IMPORTO
           MOVE WS-DATA-ORA(1:8) TO WS-DATA-8
           PERFORM DATA-GGMMAAAA
           MOVE WS-DATA-10 TO CON_DATA_APERTURA
           EXEC SQL
               INSERT INTO PARTITE_CONTESTATE
                   (NOME, ID_CLIENTE, REGIONE, DATA_MOVIMENTO, RATA,
                    IMPORTO, STATO, DATA_APERTURA, OPERATORE)
               VALUES (:NOME_NOTA, :ID_CLIENTE, :CON_REGIONE,
                       :CON_DATA_MOVIMENTO, :CON_RATA, :CON_IMPORTO,
                       'A', :CON_DATA_APERTURA, :OPERATORE_ID)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CONTESTAZIONE NON SALVATA, SQLCODE " SQLCODE
               PERFORM ANNULLA-SEGNO-PARTITA
               EXIT PARAGRAPH
           END-IF
      *Senza un incaricato la contestazione resta a chi la apre.
           IF ASSEGNATARIO = SPACES
               EXEC SQL
                   UPDATE NOTA SET ASSEGNATARIO = :OPERATORE_ID
                   WHERE NOME = :NOME_NOTA
               END-EXEC
           END-IF
           MOVE CON_IMPORTO TO WS-IMPORTO-ED
           MOVE SPACES TO AUDIT_CONTESTAZIONE
           STRING "CONTESTATA PARTITA CLIENTE " ID_CLIENTE
               " REGIONE " CON_REGIONE " DEL " CON_DATA_MOVIMENTO
               " RATA " CON_RATA " IMPORTO " WS-IMPORTO-ED
               DELIMITED BY SIZE INTO AUDIT_CONTESTAZIONE
           MOVE NOME_NOTA TO AUD-NOME
           MOVE SPACES TO AUD-PRECEDENTE
           MOVE AUDIT_CONTESTAZIONE TO AUD-NUOVO
           MOVE "K" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, CONTESTAZIONE ANNULLATA."
               PERFORM ANNULLA-SEGNO-PARTITA
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           MOVE 'S' TO LNK-ESITO
           DISPLAY "PARTITA IN CONTESTAZIONE: FUORI DAI SOLLECITI E "
               "DALLE FASCE DELL'AGING FINO ALLA CHIUSURA.".

      *Il database non ha registrato la contestazione: il segno
      *sul partitario si toglie, per non lasciare una partita
      *fuori dai solleciti senza pratica.
       ANNULLA-SEGNO-PARTITA.
           EXEC SQL ROLLBACK WORK END-EXEC
           MOVE 'R' TO WS-CP-OPERAZIONE
           MOVE NOME_NOTA TO WS-CP-NOTA
           CALL 'ContestaPartita' USING WS-CP-OPERAZIONE,
               WS-CP-PARTITA, WS-CP-NOTA, WS-CP-IMPORTO,
               WS-CP-ELENCO, WS-CP-ESITO
           IF WS-CP-ESITO NOT = 'S'
               DISPLAY "ATTENZIONE: LA PARTITA RESTA SEGNATA COME "
                   "CONTESTATA DALLA NOTA " NOME_NOTA
                   " NEL PARTITARIO."
           END-IF.

      *La chiusura toglie il segno dal partitario anche se la
      *partita e' stata incassata o stralciata nel frattempo.
       CHIUDI-CONTESTAZIONE.
           MOVE CON_IMPORTO TO WS-IMPORTO-ED
           DISPLAY "CONTESTAZIONE APERTA IL " CON_DATA_APERTURA
               " SULLA PARTITA DEL " CON_DATA_MOVIMENTO " RATA "
               CON_RATA " REGIONE " CON_REGIONE " IMPORTO "
               WS-IMPORTO-ED
           DISPLAY "CHIUDI LA CONTESTAZIONE? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "CONTESTAZIONE LASCIATA APERTA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-ORA(1:8) TO WS-DATA-8
           PERFORM DATA-GGMMAAAA
           MOVE WS-DATA-10 TO CON_DATA_CHIUSURA
           EXEC SQL
               UPDATE PARTITE_CONTESTATE
               SET STATO = 'C', DATA_CHIUSURA = :CON_DATA_CHIUSURA
               WHERE NOME = :NOME_NOTA
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "CHIUSURA NON SALVATA, SQLCODE " SQLCODE
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT_CONTESTAZIONE
           STRING "CHIUSA CONTESTAZIONE PARTITA CLIENTE " ID_CLIENTE
               " REGIONE " CON_REGIONE " DEL " CON_DATA_MOVIMENTO
               " RATA " CON_RATA " IMPORTO " WS-IMPORTO-ED
               DELIMITED BY SIZE INTO AUDIT_CONTESTAZIONE
           MOVE NOME_NOTA TO AUD-NOME
           MOVE AUDIT_CONTESTAZIONE TO AUD-PRECEDENTE
           MOVE SPACES TO AUD-NUOVO
           MOVE "K" TO AUD-OPERAZIONE
           MOVE OPERATORE_ID TO AUD-OPERATORE
           CALL 'NOTA-AUDIT-SCRIVI' USING AUDIT-RIGA
               ON EXCEPTION MOVE -1 TO AUD-ESITO
           END-CALL
           IF AUD-ESITO NOT = 0
               DISPLAY "AUDIT NON SCRITTO, CHIUSURA ANNULLATA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
      *Pratica e audit restano in sospeso finche' il partitario
      *non e' aggiornato: se la riscrittura fallisce si annulla
      *tutto e la contestazione resta aperta.
           MOVE 'R' TO WS-CP-OPERAZIONE
           MOVE NOME_NOTA TO WS-CP-NOTA
           CALL 'ContestaPartita' USING WS-CP-OPERAZIONE,
               WS-CP-PARTITA, WS-CP-NOTA, WS-CP-IMPORTO,
               WS-CP-ELENCO, WS-CP-ESITO
           IF WS-CP-ESITO = 'F'
               DISPLAY "PARTITARIO NON AGGIORNATO: CONTESTAZIONE "
                   "LASCIATA APERTA."
               EXEC SQL ROLLBACK WORK END-EXEC
               EXIT PARAGRAPH
           END-IF
           IF WS-CP-ESITO = 'N'
               DISPLAY "NESSUNA PARTITA SEGNATA CON LA NOTA NEL "
                   "PARTITARIO: SI CHIUDE SOLO LA PRATICA."
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           MOVE 'S' TO LNK-ESITO
           DISPLAY "CONTESTAZIONE CHIUSA.".

       DATA-GGMMAAAA.
           MOVE SPACES TO WS-DATA-10
           STRING WS-D8-GIORNO "/" WS-D8-MESE "/" WS-D8-ANNO
               DELIMITED BY SIZE INTO WS-DATA-10.
