      *partitario Vendite-partite.txt: il flusso banca Incassi-in.txt
      *porta un incasso per riga (cliente, data, importo) con il suo
      *trailer TRL, riconciliato prima di toccare qualsiasi partita.
      *Ogni incasso viene abbinato alla partita aperta con la
      *scadenza piu' vecchia dello stesso cliente con lo stesso
      *importo (con le rate, la prima rata che scade), che passa a 'P'
      *con la data incasso; gli incassi senza partita finiscono in
      *Incassi-non-abbinati.txt per la lavorazione manuale. Il
      *partitario viene riscritto per intero con il trailer
      *ricalcolato passando dal .new, come il master vendite.
      *Le partite in contestazione restano abbinabili: se il
      *cliente paga, la partita passa a 'P' come le altre e la
      *contestazione compare come pagata nel report contestazioni.
      *Gli incassi non abbinati vengono anche accodati allo storico
      *Incassi-non-abbinati-storia.txt con regione e societa' del
      *cliente (prese da una sua partita qualsiasi), perche' la
      *riconciliazione del partitario con la CO.GE. li ritrova per
      *mese anche dopo che il file del giro e' stato riscritto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-NON-ABBINATI
               ASSIGN TO "Incassi-non-abbinati.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-NAB-STORIA
               ASSIGN TO "Incassi-non-abbinati-storia.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 INC-TRAILER-TAG PIC X(3).
           05 INC-TRAILER-RECORD-COUNT PIC 9(6).
           05 INC-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-INCASSI PIC X(48).

       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-NUOVO.
       01 PARTITA-NUOVA PIC X(75).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 NAB-MOTIVO PIC X(30).

       FD FILE-NAB-STORIA.
       01 RECORD-NAB-STORIA.
           05 NST-ID-CLIENTE PIC 9(6).
           05 NST-DATA PIC 9(8).
           05 NST-IMPORTO PIC S9(7)V99.
           05 NST-REGIONE PIC 99.
           05 NST-SOCIETA PIC X(2).
           05 NST-MOTIVO PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-INCASSI-STATUS PIC XX.
       01 WS-PARTITE-STATUS PIC XX.
               10 WS-PAR-IMPORTO PIC S9(7)V99.
               10 WS-PAR-STATO PIC X.
               10 WS-PAR-DATA-INCASSO PIC 9(8).
               10 WS-PAR-LIVELLO-SOLL PIC 9.
               10 WS-PAR-DATA-SOLL PIC 9(8).
               10 WS-PAR-DATA-SCAD PIC 9(8).
               10 WS-PAR-RATA PIC 9.
               10 WS-PAR-CONTESTAZIONE PIC X.
               10 WS-PAR-NOTA-CONTESTAZIONE PIC X(20).
               10 WS-PAR-SOCIETA PIC X(2).
       01 INDICE-PARTITA PIC 9(5).
       01 WS-PARTITE-PIENE PIC X VALUE 'N'.
       01 WS-MIGLIORE PIC 9(5).
           VALUE "Vendite-partite.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-partite.new".
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM VERIFICA-TESTATA-INCASSI
           PERFORM VERIFICA-TESTATA-PARTITE
           PERFORM VERIFICA-INCASSI
           IF WS-INC-QUADRA NOT = 'S'
               DISPLAY "ABBINAMENTO RIFIUTATO: Incassi-in.txt non "
               STOP RUN
           END-IF
           OPEN OUTPUT FILE-NON-ABBINATI
           OPEN EXTEND FILE-NAB-STORIA
           PERFORM ABBINA-INCASSI
           CLOSE FILE-NON-ABBINATI
           CLOSE FILE-NAB-STORIA
           PERFORM SALVA-PARTITE
           DISPLAY "INCASSI ABBINATI: " WS-ABBINATI
               " NON ABBINATI: " WS-NON-ABBINATI
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF INC-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-INC-LETTI
                               ADD INC-IMPORTO TO WS-INC-TOTALE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG NOT = "TRL"
                           AND PAR-TRAILER-TAG NOT = "HDR"
                           IF WS-NUM-PARTITE < 5000
                               ADD 1 TO WS-NUM-PARTITE
                               MOVE PAR-ID-CLIENTE TO
                               MOVE PAR-DATA-INCASSO TO
                                   WS-PAR-DATA-INCASSO
                                       (WS-NUM-PARTITE)
                               IF PAR-LIVELLO-SOLLECITO NOT NUMERIC
                                   MOVE 0 TO PAR-LIVELLO-SOLLECITO
                                       PAR-DATA-SOLLECITO
                               END-IF
                               MOVE PAR-LIVELLO-SOLLECITO TO
                                   WS-PAR-LIVELLO-SOLL(WS-NUM-PARTITE)
                               MOVE PAR-DATA-SOLLECITO TO
                                   WS-PAR-DATA-SOLL(WS-NUM-PARTITE)
                               IF PAR-DATA-SCADENZA NOT NUMERIC
                                   MOVE PAR-DATA-MOVIMENTO TO
                                       PAR-DATA-SCADENZA
                                   MOVE 1 TO PAR-RATA
                               END-IF
                               MOVE PAR-DATA-SCADENZA TO
                                   WS-PAR-DATA-SCAD(WS-NUM-PARTITE)
                               MOVE PAR-RATA TO
                                   WS-PAR-RATA(WS-NUM-PARTITE)
                               MOVE PAR-CONTESTAZIONE TO
                                   WS-PAR-CONTESTAZIONE(WS-NUM-PARTITE)
                               MOVE PAR-NOTA-CONTESTAZIONE TO
                                   WS-PAR-NOTA-CONTESTAZIONE
                                       (WS-NUM-PARTITE)
                               MOVE PAR-SOCIETA TO
                                   WS-PAR-SOCIETA(WS-NUM-PARTITE)
                           ELSE
                               MOVE 'S' TO WS-PARTITE-PIENE
                               MOVE 'Y' TO LETTURA-FILE
           END-PERFORM
           CLOSE FILE-PARTITE.

      *Per ogni incasso si cerca la partita aperta che scade per
      *prima dello stesso cliente con lo stesso importo; chi non trova
      *niente finisce nei non abbinati con il motivo.
       ABBINA-INCASSI.
           OPEN INPUT FILE-INCASSI
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF INC-TRAILER-TAG NOT = "TRL"
                           AND INC-TRAILER-TAG NOT = "HDR"
                           PERFORM ABBINA-UN-INCASSO
                       END-IF
               END-READ
                       = INC-ID-CLIENTE
                   AND WS-PAR-IMPORTO(INDICE-PARTITA) = INC-IMPORTO
                   IF WS-MIGLIORE = 0
                       OR WS-PAR-DATA-SCAD(INDICE-PARTITA)
                           < WS-PAR-DATA-SCAD(WS-MIGLIORE)
                       MOVE INDICE-PARTITA TO WS-MIGLIORE
                   END-IF
               END-IF
               MOVE INC-IMPORTO TO NAB-IMPORTO
               MOVE "NESSUNA PARTITA APERTA" TO NAB-MOTIVO
               WRITE RECORD-NON-ABBINATO
               MOVE INC-ID-CLIENTE TO NST-ID-CLIENTE
               MOVE INC-DATA TO NST-DATA
               MOVE INC-IMPORTO TO NST-IMPORTO
               MOVE 0 TO NST-REGIONE
               MOVE SPACES TO NST-SOCIETA
               PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
                   UNTIL INDICE-PARTITA > WS-NUM-PARTITE
                   IF WS-PAR-ID-CLIENTE(INDICE-PARTITA)
                       = INC-ID-CLIENTE
                       MOVE WS-PAR-REGIONE(INDICE-PARTITA)
                           TO NST-REGIONE
                       MOVE WS-PAR-SOCIETA(INDICE-PARTITA)
                           TO NST-SOCIETA
                       MOVE WS-NUM-PARTITE TO INDICE-PARTITA
                   END-IF
               END-PERFORM
               MOVE NAB-MOTIVO TO NST-MOTIVO
               WRITE RECORD-NAB-STORIA
           END-IF.

       SALVA-PARTITE.
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "AbbinaIncassi" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-PARTITE
           END-IF.

           COPY TESTATA-CONTROLLI.
