       IDENTIFICATION DIVISION.
       PROGRAM-ID. SocietaLavoro.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Tiene la societa' per cui gira il programma, cosi' i report,
      *le chiusure e i flussi in uscita lavorano su una societa' o
      *sul consolidato senza passarsela di paragrafo in paragrafo.
      *Funzione 'L' (leggi): alla prima chiamata la scelta viene
      *dalla variabile d'ambiente SOCIETA (vuota = la principale,
      *"GR" = consolidato di gruppo), poi torna la scelta corrente.
      *Funzione 'I' (imposta): i programmi interattivi fissano la
      *societa' scelta a video (SceltaSocieta). Torna la ragione
      *sociale e la mappa dei conti della societa' (per il consolidato
      *quella della principale); esito 'N' se il codice non e' una
      *societa' del gruppo.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SOCIETA-TABELLA.
       01 WS-CARICATA PIC X VALUE 'N'.
       01 WS-SOCIETA-CORRENTE PIC X(2) VALUE SPACES.
       01 WS-SOCIETA-ENV PIC X(10).
       01 WS-SOCIETA-CERCATA PIC X(2).
       01 WS-INDICE-TROVATO PIC 99.
       01 WS-INDICE-PRINCIPALE PIC 99.
       01 INDICE-SOCIETA PIC 99.

       LINKAGE SECTION.
       01 LNK-FUNZIONE PIC X.
       01 LNK-SOCIETA PIC X(2).
       01 LNK-DESCRIZIONE PIC X(40).
       01 LNK-MAPPING PIC X(30).
       01 LNK-ESITO PIC X.

       PROCEDURE DIVISION USING LNK-FUNZIONE, LNK-SOCIETA,
           LNK-DESCRIZIONE, LNK-MAPPING, LNK-ESITO.
           IF WS-CARICATA NOT = 'S'
               CALL 'GetSocieta' USING GRP-SOCIETA
               MOVE SPACES TO WS-SOCIETA-ENV
               ACCEPT WS-SOCIETA-ENV FROM ENVIRONMENT "SOCIETA"
               IF WS-SOCIETA-ENV = SPACES
                   MOVE GRP-PRINCIPALE TO WS-SOCIETA-CORRENTE
               ELSE
                   MOVE WS-SOCIETA-ENV(1:2) TO WS-SOCIETA-CORRENTE
               END-IF
               MOVE 'S' TO WS-CARICATA
           END-IF
           IF LNK-FUNZIONE = 'I'
               IF LNK-SOCIETA = SPACES
                   MOVE GRP-PRINCIPALE TO WS-SOCIETA-CERCATA
               ELSE
                   MOVE LNK-SOCIETA TO WS-SOCIETA-CERCATA
               END-IF
               PERFORM CERCA-SOCIETA
               IF WS-INDICE-TROVATO > 0 OR WS-SOCIETA-CERCATA = "GR"
                   MOVE WS-SOCIETA-CERCATA TO WS-SOCIETA-CORRENTE
               END-IF
           ELSE
               MOVE WS-SOCIETA-CORRENTE TO WS-SOCIETA-CERCATA
               PERFORM CERCA-SOCIETA
           END-IF
           MOVE WS-SOCIETA-CERCATA TO LNK-SOCIETA
           MOVE 0 TO WS-INDICE-PRINCIPALE
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = GRP-PRINCIPALE
                   MOVE INDICE-SOCIETA TO WS-INDICE-PRINCIPALE
               END-IF
           END-PERFORM
           IF WS-SOCIETA-CERCATA = "GR"
               MOVE "CONSOLIDATO DI GRUPPO" TO LNK-DESCRIZIONE
               MOVE GRP-FILE-MAPPING(WS-INDICE-PRINCIPALE)
                   TO LNK-MAPPING
               MOVE 'S' TO LNK-ESITO
           ELSE
               IF WS-INDICE-TROVATO > 0
                   MOVE GRP-RAGIONE-SOCIALE(WS-INDICE-TROVATO)
                       TO LNK-DESCRIZIONE
                   MOVE GRP-FILE-MAPPING(WS-INDICE-TROVATO)
                       TO LNK-MAPPING
                   MOVE 'S' TO LNK-ESITO
               ELSE
                   MOVE "SOCIETA' SCONOSCIUTA" TO LNK-DESCRIZIONE
                   MOVE SPACES TO LNK-MAPPING
                   MOVE 'N' TO LNK-ESITO
               END-IF
           END-IF
           EXIT PROGRAM.

       CERCA-SOCIETA.
           MOVE 0 TO WS-INDICE-TROVATO
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = WS-SOCIETA-CERCATA
                   MOVE INDICE-SOCIETA TO WS-INDICE-TROVATO
               END-IF
           END-PERFORM.
