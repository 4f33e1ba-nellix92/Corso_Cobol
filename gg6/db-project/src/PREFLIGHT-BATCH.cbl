      *di quanto lavoro abbia fatto. Qui si verifica TUTTO prima
      *che parta il primo passo:
      *  - master vendite presente e riconciliato con il trailer;
      *  - testata HDR di master, dettaglio, partite e incassi alla
      *    versione di tracciato dei programmi (TestataFile);
      *  - clienti.idx apribile, con conteggio rapido dei record;
      *  - tabelle notadb raggiungibili (una SELECT economica, con
      *    il retry standard di connessione);
      *  - schema notadb almeno alla versione attesa dai programmi
      *    (registro SCHEMA_VERSIONE tenuto da SCHEMA-MIGRA);
      *  - Regioni.txt e calendario.txt caricabili;
      *  - le chiavi di gestionale.cfg che servono alla notte
      *    tutte risolvibili.
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

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.
               10 WS-REG-ATTIVA PIC X.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
       COPY SCHEMA-VERSIONE.
       COPY TESTATA-RICHIESTA.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME PIC X(30) VALUE SPACE.
       01 USERNAME PIC X(30) VALUE SPACE.
       01 PASSWORD PIC X(30) VALUE SPACE.
       01 CONTA_NOTE PIC 9(6).
       01 VERSIONE_SCHEMA PIC 9(4).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
           MOVE ALL "-" TO RIGA-REPORT
           WRITE RIGA-REPORT
           PERFORM CONTROLLA-MASTER-VENDITE
           PERFORM CONTROLLA-TESTATE
           PERFORM CONTROLLA-CLIENTI
           PERFORM CONTROLLA-NOTADB
           PERFORM CONTROLLA-REGIONI
                               MOVE 'N' TO WS-TRAILER-QUADRA
                           END-IF
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-FILE-COUNT
                               ADD IMPORTO TO WS-FILE-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               PERFORM SEGNA-FAIL
           END-IF.

      *Un file senza testata o scritto con un altro tracciato
      *fermerebbe il primo passo che lo legge: meglio saperlo ora.
      *Un file assente qui passa, come nei programmi.
       CONTROLLA-TESTATE.
           MOVE "Vendite-mese.trimestre.txt" TO TST-NOME-FILE
           MOVE "VENDITE" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-VENDITE TO TST-VERSIONE
           PERFORM CONTROLLA-UNA-TESTATA
           MOVE "Vendite-dettaglio.txt" TO TST-NOME-FILE
           MOVE "DETTAGLI" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-DETTAGLIO TO TST-VERSIONE
           PERFORM CONTROLLA-UNA-TESTATA
           MOVE "Vendite-partite.txt" TO TST-NOME-FILE
           MOVE "PARTITE" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-PARTITE TO TST-VERSIONE
           PERFORM CONTROLLA-UNA-TESTATA
           MOVE "Incassi-in.txt" TO TST-NOME-FILE
           MOVE "INCASSI" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-INCASSI TO TST-VERSIONE
           PERFORM CONTROLLA-UNA-TESTATA.

       CONTROLLA-UNA-TESTATA.
           SET TESTATA-DA-VERIFICARE TO TRUE
           CALL 'TestataFile' USING TESTATA-RICHIESTA
           MOVE SPACES TO WS-CFG-VALORE
           EVALUATE TRUE
               WHEN TESTATA-OK
                   STRING "TESTATA " TST-NOME-FILE DELIMITED BY SPACE
                       " COMPATIBILE" DELIMITED BY SIZE
                       INTO WS-CFG-VALORE
               WHEN TESTATA-ASSENTE
                   STRING "TESTATA " TST-NOME-FILE DELIMITED BY SPACE
                       " ASSENTE" DELIMITED BY SIZE
                       INTO WS-CFG-VALORE
               WHEN TESTATA-TIPO-ERRATO
                   STRING "TESTATA " TST-NOME-FILE DELIMITED BY SPACE
                       " DI ALTRO TIPO" DELIMITED BY SIZE
                       INTO WS-CFG-VALORE
               WHEN TESTATA-VERSIONE-ERRATA
                   STRING "TESTATA " TST-NOME-FILE DELIMITED BY SPACE
                       " DI ALTRA VERSIONE" DELIMITED BY SIZE
                       INTO WS-CFG-VALORE
               WHEN OTHER
                   STRING TST-NOME-FILE DELIMITED BY SPACE
                       " NON LEGGIBILE" DELIMITED BY SIZE
                       INTO WS-CFG-VALORE
           END-EVALUATE
           IF TESTATA-OK
               PERFORM SEGNA-PASS
           ELSE
               PERFORM SEGNA-FAIL
           END-IF.

       CONTROLLA-CLIENTI.
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               PERFORM SEGNA-FAIL
           END-IF
           EXEC SQL COMMIT WORK END-EXEC
           PERFORM CONTROLLA-SCHEMA
           EXEC SQL COMMIT WORK END-EXEC
           EXEC SQL DISCONNECT ALL END-EXEC.

      *Database rimasto indietro rispetto ai programmi: la notte
      *troverebbe tabelle o colonne mancanti a meta' strada. Senza
      *registro delle versioni lo schema non e' mai stato migrato.
       CONTROLLA-SCHEMA.
           EXEC SQL
               SELECT COALESCE(MAX(VERSIONE), 0)
               INTO :VERSIONE_SCHEMA
               FROM SCHEMA_VERSIONE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE "REGISTRO SCHEMA_VERSIONE ASSENTE (SCHEMA-MIGRA)"
                   TO WS-CFG-VALORE
               PERFORM SEGNA-FAIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CFG-VALORE
           IF VERSIONE_SCHEMA < SCHEMA-VERSIONE-ATTESA
               STRING "SCHEMA notadb ALLA VERSIONE " VERSIONE_SCHEMA
                   ", ATTESA " SCHEMA-VERSIONE-ATTESA
                   DELIMITED BY SIZE INTO WS-CFG-VALORE
               PERFORM SEGNA-FAIL
           ELSE
               STRING "SCHEMA notadb ALLA VERSIONE " VERSIONE_SCHEMA
                   " (ATTESA " SCHEMA-VERSIONE-ATTESA ")"
                   DELIMITED BY SIZE INTO WS-CFG-VALORE
               PERFORM SEGNA-PASS
           END-IF.

       CONTROLLA-REGIONI.
           CALL 'GetRegioni' USING WS-REGIONI
           IF WS-NUM-REGIONI > 0
