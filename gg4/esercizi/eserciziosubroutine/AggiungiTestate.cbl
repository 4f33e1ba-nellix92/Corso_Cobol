       IDENTIFICATION DIVISION.
       PROGRAM-ID. AggiungiTestate.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Marcatura una tantum dei file scritti prima delle testate
      *HDR: i lettori rifiutano un file senza testata, quindi
      *Vendite-mese.trimestre.txt, Vendite-dettaglio.txt,
      *Vendite-partite.txt e Incassi-in.txt gia' presenti vanno
      *marcati alla versione corrente del tracciato prima del primo
      *giro.
      *Si marca un file che esiste e non ha testata: uno che la
      *porta gia' resta com'e', uno assente viene saltato, e uno
      *con testata di altro tipo viene segnalato e non toccato.
      *Lo stesso giro porta alla versione corrente un file con la
      *testata della versione immediatamente precedente: il
      *passaggio alla versione 2 ha solo accodato ai record i
      *codici societa', che in bianco valgono societa' principale,
      *quindi il contenuto si legge gia' giusto e basta rifare la
      *testata. Un salto di piu' versioni viene segnalato e non
      *toccato. La marcatura riscrive i file, quindi si chiede
      *conferma e si prende la guardia del master come ogni
      *programma che lo riscrive.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CONFERMA PIC X.
       01 WS-MARCATI PIC 9 VALUE 0.
       01 WS-SEGNALATI PIC 9 VALUE 0.
       01 WS-VERSIONE-CORRENTE PIC 9(3).
       01 WS-GRD-OPERAZIONE PIC X.
       01 WS-GRD-PROGRAMMA PIC X(20) VALUE "AggiungiTestate".
       01 WS-GRD-OPERATORE PIC X(8) VALUE SPACES.
       01 WS-GRD-ESITO PIC 9.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           DISPLAY "MARCATURA CON TESTATA HDR (VERSIONE CORRENTE) "
               "DEI FILE VENDITE, DETTAGLIO, PARTITE E INCASSI SENZA "
               "TESTATA O ALLA VERSIONE PRECEDENTE. CONFERMI? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "MARCATURA ANNULLATA."
               STOP RUN
           END-IF
           MOVE 'P' TO WS-GRD-OPERAZIONE
           CALL 'GuardiaMaster' USING WS-GRD-OPERAZIONE,
               WS-GRD-PROGRAMMA, WS-GRD-OPERATORE, WS-GRD-ESITO
               ON EXCEPTION MOVE 0 TO WS-GRD-ESITO
           END-CALL
           IF WS-GRD-ESITO NOT = 0
               DISPLAY "MARCATURA RINVIATA: MASTER IN USO."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "Vendite-mese.trimestre.txt" TO TST-NOME-FILE
           MOVE "VENDITE" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-VENDITE TO TST-VERSIONE
           PERFORM MARCA-FILE
           MOVE "Vendite-dettaglio.txt" TO TST-NOME-FILE
           MOVE "DETTAGLI" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-DETTAGLIO TO TST-VERSIONE
           PERFORM MARCA-FILE
           MOVE "Vendite-partite.txt" TO TST-NOME-FILE
           MOVE "PARTITE" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-PARTITE TO TST-VERSIONE
           PERFORM MARCA-FILE
           MOVE "Incassi-in.txt" TO TST-NOME-FILE
           MOVE "INCASSI" TO TST-TIPO-FILE
           MOVE TST-VERSIONE-INCASSI TO TST-VERSIONE
           PERFORM MARCA-FILE
           MOVE 'R' TO WS-GRD-OPERAZIONE
           CALL 'GuardiaMaster' USING WS-GRD-OPERAZIONE,
               WS-GRD-PROGRAMMA, WS-GRD-OPERATORE, WS-GRD-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           DISPLAY "FILE MARCATI: " WS-MARCATI
               " - FILE SEGNALATI E NON TOCCATI: " WS-SEGNALATI
           IF WS-SEGNALATI > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *Prima la verifica: si aggiunge una testata assente e si
      *rifa' quella della versione immediatamente precedente.
       MARCA-FILE.
           MOVE TST-VERSIONE TO WS-VERSIONE-CORRENTE
           SET TESTATA-DA-VERIFICARE TO TRUE
           CALL 'TestataFile' USING TESTATA-RICHIESTA
           IF TESTATA-OK
               DISPLAY TST-NOME-FILE
               DISPLAY "  GIA' CON TESTATA, VUOTO O ASSENTE: "
                   "NIENTE DA FARE."
               EXIT PARAGRAPH
           END-IF
           IF TESTATA-VERSIONE-ERRATA AND WS-VERSIONE-CORRENTE > 1
               SUBTRACT 1 FROM TST-VERSIONE
               SET TESTATA-DA-VERIFICARE TO TRUE
               CALL 'TestataFile' USING TESTATA-RICHIESTA
               MOVE WS-VERSIONE-CORRENTE TO TST-VERSIONE
               IF TESTATA-OK
                   DISPLAY "  TESTATA DELLA VERSIONE PRECEDENTE: "
                       "VIENE PORTATA ALLA VERSIONE " TST-VERSIONE
                   SET TESTATA-ASSENTE TO TRUE
               END-IF
           END-IF
           IF NOT TESTATA-ASSENTE
               ADD 1 TO WS-SEGNALATI
               EXIT PARAGRAPH
           END-IF
           SET TESTATA-DA-SCRIVERE TO TRUE
           MOVE "AggiungiTestate" TO TST-PROGRAMMA
           MOVE 0 TO TST-LOTTO
           CALL 'TestataFile' USING TESTATA-RICHIESTA
           IF TESTATA-OK
               DISPLAY TST-NOME-FILE
               DISPLAY "  MARCATO CON LA TESTATA " TST-TIPO-FILE
                   " VERSIONE " TST-VERSIONE
               ADD 1 TO WS-MARCATI
           ELSE
               ADD 1 TO WS-SEGNALATI
           END-IF.
