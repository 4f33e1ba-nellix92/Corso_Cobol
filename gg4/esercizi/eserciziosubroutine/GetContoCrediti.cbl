       IDENTIFICATION DIVISION.
       PROGRAM-ID. GetContoCrediti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Conto CO.GE. di controllo dei crediti verso clienti di una
      *societa': e' la riga con segno 'C' della sua mappa dei conti
      *(Conti-mapping.txt o quella dell'anagrafica societa'; la
      *regione della riga non conta). Le mappe scritte prima non
      *hanno la riga 'C': allora vale la contropartita di
      *gestionale.cfg (GL-CONTO-CONTROPARTITA), come prima. Lo usano
      *l'estratto delle vendite, le scritture di stralcio e la
      *riconciliazione del partitario, che cosi' parlano dello
      *stesso conto. Esito 'N' se non c'e' ne' l'una ne' l'altra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-MAPPING ASSIGN TO WS-NOME-MAPPING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAPPING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-MAPPING.
       01 RECORD-MAPPING.
           05 MAP-REGIONE PIC 99.
           05 MAP-SEGNO PIC X.
           05 MAP-CONTO PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MAPPING-STATUS PIC XX.
       01 WS-NOME-MAPPING PIC X(30).
       01 WS-EOF PIC X.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.

       LINKAGE SECTION.
       01 LNK-MAPPING PIC X(30).
       01 LNK-CONTO PIC X(8).
       01 LNK-ESITO PIC X.

       PROCEDURE DIVISION USING LNK-MAPPING, LNK-CONTO, LNK-ESITO.
           MOVE SPACES TO LNK-CONTO
           MOVE 'N' TO LNK-ESITO
           IF LNK-MAPPING = SPACES
               MOVE "Conti-mapping.txt" TO WS-NOME-MAPPING
           ELSE
               MOVE LNK-MAPPING TO WS-NOME-MAPPING
           END-IF
           OPEN INPUT FILE-MAPPING
           IF WS-MAPPING-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FILE-MAPPING
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF MAP-SEGNO = 'C' AND MAP-CONTO NOT = SPACES
                               MOVE MAP-CONTO TO LNK-CONTO
                               MOVE 'S' TO LNK-ESITO
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-MAPPING
           END-IF
           IF LNK-ESITO = 'S'
               EXIT PROGRAM
           END-IF
           MOVE "GL-CONTO-CONTROPARTITA" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S' AND WS-CFG-VALORE(1:8) NOT = SPACES
               MOVE WS-CFG-VALORE(1:8) TO LNK-CONTO
               MOVE 'S' TO LNK-ESITO
           END-IF
           EXIT PROGRAM.
