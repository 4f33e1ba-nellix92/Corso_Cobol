       IDENTIFICATION DIVISION.
       PROGRAM-ID. SceltaSocieta.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Scelta a video della societa' di lavoro per i programmi
      *interattivi, subito dopo il sign-on. Con una sola societa'
      *nel gruppo non chiede niente. Altrimenti elenca le societa'
      *dell'ambito dell'operatore (GET-OPERATORE-SOCIETA) e, per chi
      *ha ambito ALL, il consolidato "GR"; INVIO tiene la scelta
      *corrente (variabile SOCIETA o la principale) se permessa, X
      *rinuncia. La scelta fatta vale per tutto il programma
      *(SocietaLavoro). Esito 'N' se l'operatore rinuncia o non ha
      *societa' permesse. Dalla coda dei report (NOTA_RICHIESTA
      *valorizzata) non si chiede niente: vale la societa' della
      *richiesta, passata in SOCIETA, se e' nell'ambito.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SOCIETA-TABELLA.
       01 WS-SOCIETA-SCOPE PIC X(20).
       01 WS-SCOPE-TROVATO PIC X.
       01 WS-PERMESSA PIC X.
       01 WS-FUNZIONE PIC X.
       01 WS-SOCIETA-CORRENTE PIC X(2).
       01 WS-SOCIETA-SCELTA PIC X(2).
       01 WS-DESCRIZIONE PIC X(40).
       01 WS-MAPPING PIC X(30).
       01 WS-ESITO PIC X.
       01 WS-NUM-PERMESSE PIC 99.
       01 WS-FINE-SCELTA PIC X.
       01 INDICE-SOCIETA PIC 99.
       01 WS-RICHIESTA-CODA PIC X(56).

       LINKAGE SECTION.
       01 LNK-SIGLA PIC X(8).
       01 LNK-ESITO PIC X.

       PROCEDURE DIVISION USING LNK-SIGLA, LNK-ESITO.
           MOVE 'S' TO LNK-ESITO
           CALL 'GetSocieta' USING GRP-SOCIETA
           MOVE 'L' TO WS-FUNZIONE
           CALL 'SocietaLavoro' USING WS-FUNZIONE, WS-SOCIETA-CORRENTE,
               WS-DESCRIZIONE, WS-MAPPING, WS-ESITO
           IF GRP-NUM-SOCIETA < 2
               EXIT PROGRAM
           END-IF
           CALL 'GET-OPERATORE-SOCIETA' USING LNK-SIGLA,
               WS-SOCIETA-SCOPE, WS-SCOPE-TROVATO
               ON EXCEPTION MOVE "ALL" TO WS-SOCIETA-SCOPE
           END-CALL
           MOVE SPACES TO WS-RICHIESTA-CODA
           ACCEPT WS-RICHIESTA-CODA FROM ENVIRONMENT "NOTA_RICHIESTA"
           IF WS-RICHIESTA-CODA NOT = SPACES
               CALL 'SOCIETA-PERMESSA' USING WS-SOCIETA-SCOPE,
                   WS-SOCIETA-CORRENTE, WS-PERMESSA
                   ON EXCEPTION MOVE 'S' TO WS-PERMESSA
               END-CALL
               IF WS-PERMESSA NOT = 'S'
                   DISPLAY "SOCIETA' FUORI AMBITO OPERATORE."
                   MOVE 'N' TO LNK-ESITO
               END-IF
               EXIT PROGRAM
           END-IF
           DISPLAY "SOCIETA' DEL GRUPPO:"
           MOVE 0 TO WS-NUM-PERMESSE
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               CALL 'SOCIETA-PERMESSA' USING WS-SOCIETA-SCOPE,
                   GRP-CODICE(INDICE-SOCIETA), WS-PERMESSA
                   ON EXCEPTION MOVE 'S' TO WS-PERMESSA
               END-CALL
               IF WS-PERMESSA = 'S'
                   ADD 1 TO WS-NUM-PERMESSE
                   DISPLAY "  " GRP-CODICE(INDICE-SOCIETA) " - "
                       GRP-RAGIONE-SOCIALE(INDICE-SOCIETA)
               END-IF
           END-PERFORM
           IF WS-NUM-PERMESSE = 0
               DISPLAY "NESSUNA SOCIETA' NELL'AMBITO DELL'OPERATORE."
               MOVE 'N' TO LNK-ESITO
               EXIT PROGRAM
           END-IF
           MOVE "GR" TO WS-SOCIETA-SCELTA
           CALL 'SOCIETA-PERMESSA' USING WS-SOCIETA-SCOPE,
               WS-SOCIETA-SCELTA, WS-PERMESSA
               ON EXCEPTION MOVE 'S' TO WS-PERMESSA
           END-CALL
           IF WS-PERMESSA = 'S'
               DISPLAY "  GR - CONSOLIDATO DI GRUPPO (SENZA "
                   "INFRAGRUPPO)"
           END-IF
           MOVE 'N' TO WS-FINE-SCELTA
           PERFORM UNTIL WS-FINE-SCELTA = 'S'
               DISPLAY "SOCIETA' DI LAVORO (INVIO = "
                   WS-SOCIETA-CORRENTE ", X = ESCI): "
               MOVE SPACES TO WS-SOCIETA-SCELTA
               ACCEPT WS-SOCIETA-SCELTA
               IF WS-SOCIETA-SCELTA = "X" OR WS-SOCIETA-SCELTA = "x"
                   MOVE 'N' TO LNK-ESITO
                   EXIT PROGRAM
               END-IF
               IF WS-SOCIETA-SCELTA = SPACES
                   MOVE WS-SOCIETA-CORRENTE TO WS-SOCIETA-SCELTA
               END-IF
               CALL 'SOCIETA-PERMESSA' USING WS-SOCIETA-SCOPE,
                   WS-SOCIETA-SCELTA, WS-PERMESSA
                   ON EXCEPTION MOVE 'S' TO WS-PERMESSA
               END-CALL
               IF WS-PERMESSA = 'N'
                   DISPLAY "SOCIETA' FUORI AMBITO OPERATORE."
               ELSE
                   MOVE 'I' TO WS-FUNZIONE
                   CALL 'SocietaLavoro' USING WS-FUNZIONE,
                       WS-SOCIETA-SCELTA, WS-DESCRIZIONE,
                       WS-MAPPING, WS-ESITO
                   IF WS-ESITO = 'S'
                       MOVE 'S' TO WS-FINE-SCELTA
                       DISPLAY "SOCIETA' DI LAVORO: "
                           WS-SOCIETA-SCELTA " " WS-DESCRIZIONE
                   ELSE
                       DISPLAY "SOCIETA' SCONOSCIUTA."
                   END-IF
               END-IF
           END-PERFORM
           EXIT PROGRAM.
