       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContestaPartita.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Contestazione delle partite del partitario
      *Vendite-partite.txt, in un solo punto per NOTAFETCH e per la
      *gestione contestazioni del recupero crediti. Il chiamante
      *passa l'operazione:
      *'E' - elenca le partite aperte del cliente (fino a 50, con la
      *      contestazione in corso se c'e');
      *'C' - contesta la partita aperta del cliente con la regione,
      *      la data movimento e la rata passate: PAR-CONTESTAZIONE
      *      passa a 'C' con il nome della nota di contestazione, e
      *      torna l'importo della partita;
      *'R' - risolve la contestazione della nota passata: la partita
      *      che la porta torna senza contestazione, qualunque sia
      *      il suo stato (puo' essere stata incassata nel
      *      frattempo).
      *Esito: 'S' eseguito, 'N' partita non trovata o non aperta,
      *'G' partita gia' contestata, 'F' partitario che non quadra
      *con il trailer, oltre le 5000 partite o non sostituibile.
      *Il partitario viene riscritto dal .new con il trailer
      *ricalcolato, come in StralciPartite.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-partite.new"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-NUOVO.
       01 PARTITA-NUOVA PIC X(75).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-PARTITE-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
      *Verifica trailer del partitario.
       01 WS-PAR-LETTI PIC 9(6).
       01 WS-PAR-TOTALE PIC S9(11)V99.
       01 WS-PAR-QUADRA PIC X.
      *Partite in tabella, nel tracciato del record.
       01 WS-NUM-PARTITE PIC 9(4).
       01 WS-PARTITE-PIENE PIC X.
       01 WS-PARTITE-TABELLA.
           05 WS-PAR-ENTRY OCCURS 5000 TIMES.
               10 WS-PAR-ID-CLIENTE PIC 9(6).
               10 WS-PAR-REGIONE PIC 99.
               10 WS-PAR-DATA-MOV PIC 9(8).
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
       01 INDICE-PARTITA PIC 9(4).
       01 WS-TROVATA PIC 9(4).
       01 WS-PAR-COUNT PIC 9(6).
       01 WS-PAR-NUOVO-TOTALE PIC S9(11)V99.
       01 WS-NOME-PARTITE PIC X(30)
           VALUE "Vendite-partite.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-partite.new".
       COPY TESTATA-RICHIESTA.

       LINKAGE SECTION.
       01 LNK-OPERAZIONE PIC X.
       01 LNK-PARTITA.
           05 LNK-ID-CLIENTE PIC 9(6).
           05 LNK-REGIONE PIC 99.
           05 LNK-DATA-MOVIMENTO PIC 9(8).
           05 LNK-RATA PIC 9.
       01 LNK-NOTA PIC X(20).
       01 LNK-IMPORTO PIC S9(7)V99.
       01 LNK-ELENCO.
           05 LNK-NUM-ELENCO PIC 99.
           05 LNK-ELE-ENTRY OCCURS 50 TIMES.
               10 LNK-ELE-REGIONE PIC 99.
               10 LNK-ELE-DATA-MOV PIC 9(8).
               10 LNK-ELE-RATA PIC 9.
               10 LNK-ELE-DATA-SCAD PIC 9(8).
               10 LNK-ELE-IMPORTO PIC S9(7)V99.
               10 LNK-ELE-CONTESTAZIONE PIC X.
               10 LNK-ELE-NOTA PIC X(20).
       01 LNK-ESITO PIC X.

       PROCEDURE DIVISION USING LNK-OPERAZIONE, LNK-PARTITA,
           LNK-NOTA, LNK-IMPORTO, LNK-ELENCO, LNK-ESITO.
           MOVE 0 TO LNK-NUM-ELENCO
           MOVE 'F' TO LNK-ESITO
           PERFORM VERIFICA-TESTATA-PARTITE
           MOVE 'N' TO LNK-ESITO
           PERFORM CARICA-PARTITE
           IF WS-PAR-QUADRA NOT = 'S' OR WS-PARTITE-PIENE = 'S'
               MOVE 'F' TO LNK-ESITO
               EXIT PROGRAM
           END-IF
           EVALUATE LNK-OPERAZIONE
               WHEN 'E'
                   PERFORM ELENCA-APERTE
               WHEN 'C'
                   PERFORM CONTESTA
               WHEN 'R'
                   PERFORM RISOLVI
           END-EVALUATE
           EXIT PROGRAM.

      *Il programma resta caricato tra una chiamata e l'altra: i
      *contatori ripartono da zero a ogni lettura.
       CARICA-PARTITE.
           MOVE 0 TO WS-PAR-LETTI WS-PAR-TOTALE WS-NUM-PARTITE
           MOVE 'N' TO WS-PAR-QUADRA WS-PARTITE-PIENE
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PARTITE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG = "TRL"
                           IF WS-PAR-LETTI
                                   = PAR-TRAILER-RECORD-COUNT
                               AND WS-PAR-TOTALE
                                   = PAR-TRAILER-CONTROL-TOTAL
                               MOVE 'S' TO WS-PAR-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF PAR-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-PAR-LETTI
                               ADD PAR-IMPORTO TO WS-PAR-TOTALE
                               PERFORM CARICA-UNA-PARTITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

       CARICA-UNA-PARTITA.
           IF WS-NUM-PARTITE >= 5000
               MOVE 'S' TO WS-PARTITE-PIENE
               EXIT PARAGRAPH
           END-IF
           IF PAR-LIVELLO-SOLLECITO NOT NUMERIC
               MOVE 0 TO PAR-LIVELLO-SOLLECITO PAR-DATA-SOLLECITO
           END-IF
           IF PAR-DATA-SCADENZA NOT NUMERIC
               MOVE PAR-DATA-MOVIMENTO TO PAR-DATA-SCADENZA
               MOVE 1 TO PAR-RATA
           END-IF
           ADD 1 TO WS-NUM-PARTITE
           MOVE PARTITA TO WS-PAR-ENTRY(WS-NUM-PARTITE).

       ELENCA-APERTE.
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
                   OR LNK-NUM-ELENCO >= 50
               IF WS-PAR-ID-CLIENTE(INDICE-PARTITA) = LNK-ID-CLIENTE
                   AND WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   ADD 1 TO LNK-NUM-ELENCO
                   MOVE WS-PAR-REGIONE(INDICE-PARTITA)
                       TO LNK-ELE-REGIONE(LNK-NUM-ELENCO)
                   MOVE WS-PAR-DATA-MOV(INDICE-PARTITA)
                       TO LNK-ELE-DATA-MOV(LNK-NUM-ELENCO)
                   MOVE WS-PAR-RATA(INDICE-PARTITA)
                       TO LNK-ELE-RATA(LNK-NUM-ELENCO)
                   MOVE WS-PAR-DATA-SCAD(INDICE-PARTITA)
                       TO LNK-ELE-DATA-SCAD(LNK-NUM-ELENCO)
                   MOVE WS-PAR-IMPORTO(INDICE-PARTITA)
                       TO LNK-ELE-IMPORTO(LNK-NUM-ELENCO)
                   MOVE WS-PAR-CONTESTAZIONE(INDICE-PARTITA)
                       TO LNK-ELE-CONTESTAZIONE(LNK-NUM-ELENCO)
                   MOVE WS-PAR-NOTA-CONTESTAZIONE(INDICE-PARTITA)
                       TO LNK-ELE-NOTA(LNK-NUM-ELENCO)
               END-IF
           END-PERFORM
           MOVE 'S' TO LNK-ESITO.

      *La partita si riconosce da cliente, regione, data movimento
      *e rata; solo una partita aperta si contesta.
       CONTESTA.
           MOVE 0 TO WS-TROVATA
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
                   OR WS-TROVATA > 0
               IF WS-PAR-ID-CLIENTE(INDICE-PARTITA) = LNK-ID-CLIENTE
                   AND WS-PAR-REGIONE(INDICE-PARTITA) = LNK-REGIONE
                   AND WS-PAR-DATA-MOV(INDICE-PARTITA)
                       = LNK-DATA-MOVIMENTO
                   AND WS-PAR-RATA(INDICE-PARTITA) = LNK-RATA
                   AND WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   MOVE INDICE-PARTITA TO WS-TROVATA
               END-IF
           END-PERFORM
           IF WS-TROVATA = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PAR-CONTESTAZIONE(WS-TROVATA) = 'C'
               MOVE WS-PAR-NOTA-CONTESTAZIONE(WS-TROVATA) TO LNK-NOTA
               MOVE 'G' TO LNK-ESITO
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-PAR-CONTESTAZIONE(WS-TROVATA)
           MOVE LNK-NOTA TO WS-PAR-NOTA-CONTESTAZIONE(WS-TROVATA)
           MOVE WS-PAR-IMPORTO(WS-TROVATA) TO LNK-IMPORTO
           PERFORM SALVA-PARTITE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE 'F' TO LNK-ESITO
           ELSE
               MOVE 'S' TO LNK-ESITO
           END-IF.

       RISOLVI.
           MOVE 0 TO WS-TROVATA
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               IF WS-PAR-CONTESTAZIONE(INDICE-PARTITA) = 'C'
                   AND WS-PAR-NOTA-CONTESTAZIONE(INDICE-PARTITA)
                       = LNK-NOTA
                   MOVE SPACE TO WS-PAR-CONTESTAZIONE(INDICE-PARTITA)
                   MOVE SPACES
                       TO WS-PAR-NOTA-CONTESTAZIONE(INDICE-PARTITA)
                   MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO LNK-IMPORTO
                   ADD 1 TO WS-TROVATA
               END-IF
           END-PERFORM
           IF WS-TROVATA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SALVA-PARTITE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE 'F' TO LNK-ESITO
           ELSE
               MOVE 'S' TO LNK-ESITO
           END-IF.

       SALVA-PARTITE.
           MOVE 0 TO WS-PAR-COUNT WS-PAR-NUOVO-TOTALE
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               MOVE WS-PAR-ENTRY(INDICE-PARTITA) TO PARTITA-NUOVA
               WRITE PARTITA-NUOVA
               ADD 1 TO WS-PAR-COUNT
               ADD WS-PAR-IMPORTO(INDICE-PARTITA)
                   TO WS-PAR-NUOVO-TOTALE
           END-PERFORM
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-PAR-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-PAR-NUOVO-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-PARTITE
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
               MOVE 0 TO RETURN-CODE
               MOVE "ContestaPartita" TO TST-PROGRAMMA
               PERFORM TIMBRA-TESTATA-PARTITE
           END-IF.

           COPY TESTATA-CONTROLLI.
