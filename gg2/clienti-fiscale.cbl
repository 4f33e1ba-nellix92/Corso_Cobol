       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTI-FISCALE.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Verifica dell'identita' fiscale dell'anagrafica: codice
      *fiscale e partita IVA sono arrivati sulla scheda cliente dopo
      *anni di clienti battuti solo per nome, e vanno completati e
      *bonificati. Il batch scandisce clienti.idx in ordine di ID e
      *scrive in clienti-fiscale.txt i clienti senza alcuna identita'
      *fiscale, quelli con un codice che non supera il controllo di
      *CONTROLLA-FISCALE (formato o carattere di controllo), e le
      *coppie di ID che portano lo stesso codice (anche il codice
      *fiscale numerico dell'uno contro la partita IVA dell'altro)
      *come DUPLICATO CERTO, da fondere con CLIENTI-DEDUP. I CESSATI
      *restano fuori: sono spesso proprio i perdenti delle fusioni,
      *che conservano il codice del superstite.
       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           SHARING WITH ALL OTHER
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.
          SELECT FILE-ECCEZIONI ASSIGN TO "clienti-fiscale.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD CLIENTI-IDX.
           COPY CLIENTI-REC.
           FD FILE-ECCEZIONI.
           01 RIGA-ECCEZIONE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-FILE-STATUS PIC XX.
           01 WS-EOF PIC X VALUE 'N'.
           01 WS-CODICE-FISCALE PIC X(16).
           01 WS-PARTITA-IVA PIC X(11).
           01 WS-ESITO-CF PIC X.
           01 WS-ESITO-PIVA PIC X.
           01 WS-DESCRIZIONE-ESITO PIC X(25).
           01 WS-CLIENTI-LETTI PIC 9(6) VALUE 0.
           01 WS-SENZA-IDENTITA PIC 9(6) VALUE 0.
           01 WS-NON-VALIDI PIC 9(6) VALUE 0.
           01 WS-DUPLICATI PIC 9(6) VALUE 0.
           01 WS-SCARTATI PIC 9(6) VALUE 0.
      *Codici validi dei clienti non cessati, per il confronto a
      *coppie.
           01 WS-NUM-FISCALI PIC 9(4) VALUE 0.
           01 WS-FISCALI-TABELLA.
              05 WS-FIS-ENTRY OCCURS 5000 TIMES.
                 10 WS-FIS-ID PIC 9(6).
                 10 WS-FIS-NOME PIC X(10).
                 10 WS-FIS-COGNOME PIC X(10).
                 10 WS-FIS-CODICE-FISCALE PIC X(16).
                 10 WS-FIS-PARTITA-IVA PIC X(11).
           01 WS-I PIC 9(4).
           01 WS-J PIC 9(4).
           01 WS-J-INIZIO PIC 9(4).
           01 WS-CODICE-COMUNE PIC X(16).

       PROCEDURE DIVISION.
       INIZIO.
           OPEN INPUT CLIENTI-IDX
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE clienti.idx, STATUS: "
                   WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT FILE-ECCEZIONI
           MOVE "VERIFICA IDENTITA' FISCALE CLIENTI" TO RIGA-ECCEZIONE
           WRITE RIGA-ECCEZIONE
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENTI-IDX NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT CLIENTE-CESSATO
                           ADD 1 TO WS-CLIENTI-LETTI
                           PERFORM CONTROLLA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTI-IDX
           PERFORM CERCA-DUPLICATI
           MOVE SPACES TO RIGA-ECCEZIONE
           STRING "LETTI " WS-CLIENTI-LETTI
               " SENZA IDENTITA' " WS-SENZA-IDENTITA
               " NON VALIDI " WS-NON-VALIDI
               " DUPLICATI CERTI " WS-DUPLICATI
               DELIMITED BY SIZE INTO RIGA-ECCEZIONE
           WRITE RIGA-ECCEZIONE
           IF WS-SCARTATI > 0
               MOVE SPACES TO RIGA-ECCEZIONE
               STRING "ATTENZIONE: OLTRE 5000 CODICI, " WS-SCARTATI
                   " CLIENTI NON CONFRONTATI PER I DUPLICATI"
                   DELIMITED BY SIZE INTO RIGA-ECCEZIONE
               WRITE RIGA-ECCEZIONE
           END-IF
           CLOSE FILE-ECCEZIONI
           DISPLAY "SENZA IDENTITA' FISCALE: " WS-SENZA-IDENTITA
           DISPLAY "IDENTITA' NON VALIDE: " WS-NON-VALIDI
           DISPLAY "DUPLICATI CERTI: " WS-DUPLICATI
           DISPLAY "REPORT: clienti-fiscale.txt"
           STOP RUN.

      *Il controllo lavora su una copia dei codici (CONTROLLA-FISCALE
      *li normalizza); un codice non valido non entra nel confronto
      *dei duplicati, quello valido si.
       CONTROLLA-CLIENTE.
           IF CODICE-FISCALE-IDX = SPACES AND PARTITA-IVA-IDX = SPACES
               ADD 1 TO WS-SENZA-IDENTITA
               MOVE SPACES TO RIGA-ECCEZIONE
               STRING ID-CLIENTE-IDX " " NOME-IDX " " COGNOME-IDX
                   " SENZA CODICE FISCALE NE' PARTITA IVA"
                   DELIMITED BY SIZE INTO RIGA-ECCEZIONE
               WRITE RIGA-ECCEZIONE
               EXIT PARAGRAPH
           END-IF
           MOVE CODICE-FISCALE-IDX TO WS-CODICE-FISCALE
           MOVE PARTITA-IVA-IDX TO WS-PARTITA-IVA
           CALL 'CONTROLLA-FISCALE' USING WS-CODICE-FISCALE,
               WS-PARTITA-IVA, WS-ESITO-CF, WS-ESITO-PIVA
           IF WS-ESITO-CF NOT = SPACE AND WS-ESITO-CF NOT = 'S'
               MOVE WS-ESITO-CF TO WS-DESCRIZIONE-ESITO
               PERFORM DESCRIVI-ESITO
               ADD 1 TO WS-NON-VALIDI
               MOVE SPACES TO RIGA-ECCEZIONE
               STRING ID-CLIENTE-IDX " " NOME-IDX " " COGNOME-IDX
                   " CODICE FISCALE " CODICE-FISCALE-IDX " "
                   WS-DESCRIZIONE-ESITO
                   DELIMITED BY SIZE INTO RIGA-ECCEZIONE
               WRITE RIGA-ECCEZIONE
               MOVE SPACES TO WS-CODICE-FISCALE
           END-IF
           IF WS-ESITO-PIVA NOT = SPACE AND WS-ESITO-PIVA NOT = 'S'
               MOVE WS-ESITO-PIVA TO WS-DESCRIZIONE-ESITO
               PERFORM DESCRIVI-ESITO
               ADD 1 TO WS-NON-VALIDI
               MOVE SPACES TO RIGA-ECCEZIONE
               STRING ID-CLIENTE-IDX " " NOME-IDX " " COGNOME-IDX
                   " PARTITA IVA " PARTITA-IVA-IDX " "
                   WS-DESCRIZIONE-ESITO
                   DELIMITED BY SIZE INTO RIGA-ECCEZIONE
               WRITE RIGA-ECCEZIONE
               MOVE SPACES TO WS-PARTITA-IVA
           END-IF
           IF WS-CODICE-FISCALE = SPACES AND WS-PARTITA-IVA = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-FISCALI >= 5000
               ADD 1 TO WS-SCARTATI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-FISCALI
           MOVE ID-CLIENTE-IDX TO WS-FIS-ID(WS-NUM-FISCALI)
           MOVE NOME-IDX TO WS-FIS-NOME(WS-NUM-FISCALI)
           MOVE COGNOME-IDX TO WS-FIS-COGNOME(WS-NUM-FISCALI)
           MOVE WS-CODICE-FISCALE
               TO WS-FIS-CODICE-FISCALE(WS-NUM-FISCALI)
           MOVE WS-PARTITA-IVA TO WS-FIS-PARTITA-IVA(WS-NUM-FISCALI).

       DESCRIVI-ESITO.
           IF WS-DESCRIZIONE-ESITO = 'F'
               MOVE "FORMATO NON VALIDO" TO WS-DESCRIZIONE-ESITO
           ELSE
               MOVE "CONTROLLO ERRATO" TO WS-DESCRIZIONE-ESITO
           END-IF.

      *Ogni coppia di ID con un codice in comune, una riga per
      *coppia.
       CERCA-DUPLICATI.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-FISCALI - 1
               COMPUTE WS-J-INIZIO = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J-INIZIO BY 1
                   UNTIL WS-J > WS-NUM-FISCALI
                   MOVE SPACES TO WS-CODICE-COMUNE
                   IF WS-FIS-CODICE-FISCALE(WS-I) NOT = SPACES
                       AND (WS-FIS-CODICE-FISCALE(WS-I)
                               = WS-FIS-CODICE-FISCALE(WS-J)
                           OR WS-FIS-CODICE-FISCALE(WS-I)
                               = WS-FIS-PARTITA-IVA(WS-J))
                       MOVE WS-FIS-CODICE-FISCALE(WS-I)
                           TO WS-CODICE-COMUNE
                   END-IF
                   IF WS-CODICE-COMUNE = SPACES
                       AND WS-FIS-PARTITA-IVA(WS-I) NOT = SPACES
                       AND (WS-FIS-PARTITA-IVA(WS-I)
                               = WS-FIS-PARTITA-IVA(WS-J)
                           OR WS-FIS-PARTITA-IVA(WS-I)
                               = WS-FIS-CODICE-FISCALE(WS-J))
                       MOVE WS-FIS-PARTITA-IVA(WS-I)
                           TO WS-CODICE-COMUNE
                   END-IF
                   IF WS-CODICE-COMUNE NOT = SPACES
                       ADD 1 TO WS-DUPLICATI
                       MOVE SPACES TO RIGA-ECCEZIONE
                       STRING "DUPLICATO CERTO " WS-CODICE-COMUNE ": "
                           WS-FIS-ID(WS-I) " " WS-FIS-NOME(WS-I) " "
                           WS-FIS-COGNOME(WS-I) " / "
                           WS-FIS-ID(WS-J) " " WS-FIS-NOME(WS-J) " "
                           WS-FIS-COGNOME(WS-J)
                           DELIMITED BY SIZE INTO RIGA-ECCEZIONE
                       WRITE RIGA-ECCEZIONE
                   END-IF
               END-PERFORM
           END-PERFORM.
