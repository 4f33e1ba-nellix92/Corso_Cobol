      ****************CONTROLLO E SCRITTURA TESTATA HDR****************
      *Paragrafi comuni ai programmi che leggono o riscrivono i file
      *con testata. VERIFICA-TESTATA-xxx va eseguito prima di aprire
      *il file con il nome standard; se il nome viene dalla
      *configurazione si muove il nome in TST-NOME-FILE e si esegue
      *CONTROLLA-TESTATA-xxx. Una testata assente, di altro tipo o di
      *altra versione ferma il programma con RETURN-CODE 8 (il motivo
      *lo mostra TestataFile). TIMBRA-TESTATA-xxx rimette la testata
      *in testa al file appena riscritto; TST-PROGRAMMA lo valorizza
      *il chiamante. I flussi GL hanno il nome per periodo: il
      *chiamante muove il nome in TST-NOME-FILE ed esegue
      *TIMBRA-TESTATA-GL o CONTROLLA-TESTATA-GL. Le consultazioni a
      *video usano PROVA-TESTATA-xxx, che non ferma niente: se non
      *risulta TESTATA-OK il chiamante salta il file e lo dice.
           VERIFICA-TESTATA-VENDITE.
               MOVE "Vendite-mese.trimestre.txt" TO TST-NOME-FILE
               PERFORM CONTROLLA-TESTATA-VENDITE.
           CONTROLLA-TESTATA-VENDITE.
               MOVE "VENDITE" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-VENDITE TO TST-VERSIONE
               PERFORM CONTROLLA-TESTATA.
           VERIFICA-TESTATA-DETTAGLIO.
               MOVE "Vendite-dettaglio.txt" TO TST-NOME-FILE
               MOVE "DETTAGLI" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-DETTAGLIO TO TST-VERSIONE
               PERFORM CONTROLLA-TESTATA.
           VERIFICA-TESTATA-PARTITE.
               MOVE "Vendite-partite.txt" TO TST-NOME-FILE
               MOVE "PARTITE" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-PARTITE TO TST-VERSIONE
               PERFORM CONTROLLA-TESTATA.
           VERIFICA-TESTATA-INCASSI.
               MOVE "Incassi-in.txt" TO TST-NOME-FILE
               MOVE "INCASSI" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-INCASSI TO TST-VERSIONE
               PERFORM CONTROLLA-TESTATA.
           CONTROLLA-TESTATA-GL.
               MOVE "GL" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-GL TO TST-VERSIONE
               PERFORM CONTROLLA-TESTATA.
           PROVA-TESTATA-DETTAGLIO.
               MOVE "Vendite-dettaglio.txt" TO TST-NOME-FILE
               MOVE "DETTAGLI" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-DETTAGLIO TO TST-VERSIONE
               SET TESTATA-DA-VERIFICARE TO TRUE
               CALL 'TestataFile' USING TESTATA-RICHIESTA.
           PROVA-TESTATA-INCASSI.
               MOVE "Incassi-in.txt" TO TST-NOME-FILE
               MOVE "INCASSI" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-INCASSI TO TST-VERSIONE
               SET TESTATA-DA-VERIFICARE TO TRUE
               CALL 'TestataFile' USING TESTATA-RICHIESTA.
           CONTROLLA-TESTATA.
               SET TESTATA-DA-VERIFICARE TO TRUE
               CALL 'TestataFile' USING TESTATA-RICHIESTA
               IF NOT TESTATA-OK
                   DISPLAY "ELABORAZIONE INTERROTTA PER LA TESTATA DI "
                       TST-NOME-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
           TIMBRA-TESTATA-VENDITE.
               MOVE "Vendite-mese.trimestre.txt" TO TST-NOME-FILE
               MOVE "VENDITE" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-VENDITE TO TST-VERSIONE
               PERFORM TIMBRA-TESTATA.
           TIMBRA-TESTATA-DETTAGLIO.
               MOVE "Vendite-dettaglio.txt" TO TST-NOME-FILE
               MOVE "DETTAGLI" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-DETTAGLIO TO TST-VERSIONE
               PERFORM TIMBRA-TESTATA.
           TIMBRA-TESTATA-PARTITE.
               MOVE "Vendite-partite.txt" TO TST-NOME-FILE
               MOVE "PARTITE" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-PARTITE TO TST-VERSIONE
               PERFORM TIMBRA-TESTATA.
           TIMBRA-TESTATA-INCASSI.
               MOVE "Incassi-in.txt" TO TST-NOME-FILE
               MOVE "INCASSI" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-INCASSI TO TST-VERSIONE
               PERFORM TIMBRA-TESTATA.
           TIMBRA-TESTATA-GL.
               MOVE "GL" TO TST-TIPO-FILE
               MOVE TST-VERSIONE-GL TO TST-VERSIONE
               PERFORM TIMBRA-TESTATA.
           TIMBRA-TESTATA.
               SET TESTATA-DA-SCRIVERE TO TRUE
               MOVE 0 TO TST-LOTTO
               CALL 'TestataFile' USING TESTATA-RICHIESTA
               IF NOT TESTATA-OK
                   MOVE 8 TO RETURN-CODE
               END-IF.
