       IDENTIFICATION DIVISION.
       PROGRAM-ID. GetSocieta.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Carica le societa' del gruppo da Societa.txt nella tabella del
      *chiamante (copybook SOCIETA-TABELLA), con in testa il codice
      *della societa' principale preso da gestionale.cfg (chiave
      *SOCIETA-PRINCIPALE, in mancanza "01"). Le societa' erano una
      *sola e nessun record sapeva di chi fosse: i record con il
      *codice a spazi restano della principale. Se il file manca il
      *gruppo e' la sola principale, con la mappa conti storica
      *Conti-mapping.txt, cosi' i programmi continuano a funzionare
      *come prima del gruppo. Le righe oltre la decima e quelle con
      *codice vuoto o "GR" (riservato al consolidato) si scartano.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-SOCIETA ASSIGN TO "Societa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOCIETA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-SOCIETA.
       COPY SOCIETA-REC.

       WORKING-STORAGE SECTION.
       01 WS-SOCIETA-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 INDICE-SOCIETA PIC 99.
       01 WS-SCARTATE PIC 9(4) VALUE 0.
       01 WS-PRINCIPALE-TROVATA PIC X.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.

       LINKAGE SECTION.
       COPY SOCIETA-TABELLA.

       PROCEDURE DIVISION USING GRP-SOCIETA.
           MOVE "01" TO GRP-PRINCIPALE
           MOVE "SOCIETA-PRINCIPALE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S' AND WS-CFG-VALORE(1:2) NOT = SPACES
               MOVE WS-CFG-VALORE(1:2) TO GRP-PRINCIPALE
           END-IF
           MOVE 0 TO GRP-NUM-SOCIETA
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > 10
               MOVE SPACES TO GRP-CODICE(INDICE-SOCIETA)
               MOVE SPACES TO GRP-RAGIONE-SOCIALE(INDICE-SOCIETA)
               MOVE SPACES TO GRP-PARTITA-IVA(INDICE-SOCIETA)
               MOVE SPACES TO GRP-FILE-MAPPING(INDICE-SOCIETA)
               MOVE 0 TO GRP-ID-CLIENTE(INDICE-SOCIETA)
               MOVE 'C' TO GRP-STATO(INDICE-SOCIETA)
           END-PERFORM
           OPEN INPUT FILE-SOCIETA
           IF WS-SOCIETA-STATUS NOT = "00"
               PERFORM SOCIETA-PREDEFINITA
               EXIT PROGRAM
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-SOCIETA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF SOC-CODICE NOT = SPACES
                           AND SOC-CODICE NOT = "GR"
                           AND GRP-NUM-SOCIETA < 10
                           PERFORM PRENDI-SOCIETA
                       ELSE
                           ADD 1 TO WS-SCARTATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-SOCIETA
           IF WS-SCARTATE > 0
               DISPLAY "RIGHE DI Societa.txt SCARTATE: " WS-SCARTATE
           END-IF
           MOVE 'N' TO WS-PRINCIPALE-TROVATA
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = GRP-PRINCIPALE
                   MOVE 'S' TO WS-PRINCIPALE-TROVATA
               END-IF
           END-PERFORM
      *La principale c'e' sempre: se l'anagrafica non la riporta la
      *si aggiunge con i valori storici.
           IF WS-PRINCIPALE-TROVATA NOT = 'S'
               IF GRP-NUM-SOCIETA >= 10
                   MOVE 9 TO GRP-NUM-SOCIETA
               END-IF
               PERFORM SOCIETA-PREDEFINITA
           END-IF
           EXIT PROGRAM.

       PRENDI-SOCIETA.
           ADD 1 TO GRP-NUM-SOCIETA
           MOVE SOC-CODICE TO GRP-CODICE(GRP-NUM-SOCIETA)
           MOVE SOC-RAGIONE-SOCIALE
               TO GRP-RAGIONE-SOCIALE(GRP-NUM-SOCIETA)
           MOVE SOC-PARTITA-IVA TO GRP-PARTITA-IVA(GRP-NUM-SOCIETA)
           IF SOC-FILE-MAPPING = SPACES
               MOVE "Conti-mapping.txt"
                   TO GRP-FILE-MAPPING(GRP-NUM-SOCIETA)
           ELSE
               MOVE SOC-FILE-MAPPING
                   TO GRP-FILE-MAPPING(GRP-NUM-SOCIETA)
           END-IF
           IF SOC-ID-CLIENTE IS NUMERIC
               MOVE SOC-ID-CLIENTE TO GRP-ID-CLIENTE(GRP-NUM-SOCIETA)
           END-IF
           IF SOCIETA-ATTIVA
               MOVE 'A' TO GRP-STATO(GRP-NUM-SOCIETA)
           ELSE
               MOVE 'C' TO GRP-STATO(GRP-NUM-SOCIETA)
           END-IF.

       SOCIETA-PREDEFINITA.
           ADD 1 TO GRP-NUM-SOCIETA
           MOVE GRP-PRINCIPALE TO GRP-CODICE(GRP-NUM-SOCIETA)
           MOVE "SOCIETA' PRINCIPALE"
               TO GRP-RAGIONE-SOCIALE(GRP-NUM-SOCIETA)
           MOVE SPACES TO GRP-PARTITA-IVA(GRP-NUM-SOCIETA)
           MOVE "Conti-mapping.txt"
               TO GRP-FILE-MAPPING(GRP-NUM-SOCIETA)
           MOVE 0 TO GRP-ID-CLIENTE(GRP-NUM-SOCIETA)
           MOVE 'A' TO GRP-STATO(GRP-NUM-SOCIETA).
