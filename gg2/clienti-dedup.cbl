      *duplicati per costruzione e l'aggiunta non controlla). Questo
      *programma scandisce clienti.idx, propone le coppie candidate
      *(stesso COGNOME e NOME; telefono o email uguali rafforzano il
      *sospetto; lo stesso codice fiscale o partita IVA fa della
      *coppia un duplicato certo anche con i nomi battuti diversi,
      *mentre due codici fiscali diversi dicono persone diverse),
      *e su conferma dell'operatore fonde: il superstite
      *(ID piu' basso) eredita i campi migliori, le NOTA con
      *ID_CLIENTE del perdente vengono ripuntate sul superstite via
      *database, e il perdente viene ritirato a CESSATO con traccia
               10 WS-CLI-EMAIL PIC X(30).
               10 WS-CLI-STATO PIC X.
               10 WS-CLI-FUSO PIC X.
               10 WS-CLI-CODICE-FISCALE PIC X(16).
               10 WS-CLI-PARTITA-IVA PIC X(11).
       01 WS-I PIC 9(4).
       01 WS-J PIC 9(4).
       01 WS-J-INIZIO PIC 9(4).
       01 WS-COPPIE PIC 9(4) VALUE 0.
       01 WS-FUSI PIC 9(4) VALUE 0.
       01 WS-CONTATTO-UGUALE PIC X.
       01 WS-FISCALE-UGUALE PIC X.
       01 WS-FISCALE-DIVERSO PIC X.
       01 WS-DB-OK PIC X VALUE 'N'.
       01 WS-CONNECT-TENTATIVI PIC 9 VALUE 0.
       01 WS-SLEEP-MS PIC 9(8) COMP-5 VALUE 1000.
                           MOVE STATO-CLIENTE-IDX
                               TO WS-CLI-STATO(WS-NUM-CLIENTI)
                           MOVE 'N' TO WS-CLI-FUSO(WS-NUM-CLIENTI)
                           MOVE CODICE-FISCALE-IDX TO
                               WS-CLI-CODICE-FISCALE(WS-NUM-CLIENTI)
                           MOVE PARTITA-IVA-IDX TO
                               WS-CLI-PARTITA-IVA(WS-NUM-CLIENTI)
                       ELSE
                           ADD 1 TO WS-SCARTATI
                       END-IF
                   WS-SCARTATI " NON CONFRONTATI IN QUESTO GIRO."
           END-IF.

      *Candidata ogni coppia con stesso cognome e nome o con lo
      *stesso codice fiscale/partita IVA (esclusi i gia' cessati o
      *gia' fusi in questo giro); telefono o email coincidenti
      *vengono mostrati come conferma ulteriore.
       CONFRONTA-COPPIE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NUM-CLIENTI - 1
               COMPUTE WS-J-INIZIO = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J-INIZIO BY 1
                   UNTIL WS-J > WS-NUM-CLIENTI
                   PERFORM CONFRONTA-FISCALE
                   IF WS-CLI-FUSO(WS-I) = 'N'
                       AND WS-CLI-FUSO(WS-J) = 'N'
                       AND WS-CLI-STATO(WS-I) NOT = 'C'
                       AND WS-CLI-STATO(WS-J) NOT = 'C'
                       AND ((WS-CLI-COGNOME(WS-I)
                               = WS-CLI-COGNOME(WS-J)
                           AND WS-CLI-NOME(WS-I) = WS-CLI-NOME(WS-J))
                           OR WS-FISCALE-UGUALE = 'S')
                       PERFORM PROPONI-COPPIA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Un codice in comune (anche il codice fiscale numerico di una
      *ditta contro la partita IVA dell'altra) e' lo stesso soggetto;
      *due codici fiscali presenti e diversi sono soggetti diversi.
       CONFRONTA-FISCALE.
           MOVE 'N' TO WS-FISCALE-UGUALE
           MOVE 'N' TO WS-FISCALE-DIVERSO
           IF WS-CLI-CODICE-FISCALE(WS-I) NOT = SPACES
               AND (WS-CLI-CODICE-FISCALE(WS-I)
                       = WS-CLI-CODICE-FISCALE(WS-J)
                   OR WS-CLI-CODICE-FISCALE(WS-I)
                       = WS-CLI-PARTITA-IVA(WS-J))
               MOVE 'S' TO WS-FISCALE-UGUALE
           END-IF
           IF WS-CLI-PARTITA-IVA(WS-I) NOT = SPACES
               AND (WS-CLI-PARTITA-IVA(WS-I)
                       = WS-CLI-PARTITA-IVA(WS-J)
                   OR WS-CLI-PARTITA-IVA(WS-I)
                       = WS-CLI-CODICE-FISCALE(WS-J))
               MOVE 'S' TO WS-FISCALE-UGUALE
           END-IF
           IF WS-FISCALE-UGUALE = 'N'
               AND WS-CLI-CODICE-FISCALE(WS-I) NOT = SPACES
               AND WS-CLI-CODICE-FISCALE(WS-J) NOT = SPACES
               MOVE 'S' TO WS-FISCALE-DIVERSO
           END-IF.

       PROPONI-COPPIA.
           ADD 1 TO WS-COPPIE
           MOVE 'N' TO WS-CONTATTO-UGUALE
                   AND WS-CLI-EMAIL(WS-I) NOT = SPACES)
               MOVE 'S' TO WS-CONTATTO-UGUALE
           END-IF
           IF WS-FISCALE-UGUALE = 'S'
               DISPLAY "---- DUPLICATO CERTO (STESSO CODICE FISCALE "
                   "O PARTITA IVA) ----"
           ELSE
               DISPLAY "---- POSSIBILE DUPLICATO ----"
           END-IF
           DISPLAY "  " WS-CLI-ID(WS-I) " " WS-CLI-NOME(WS-I) " "
               WS-CLI-COGNOME(WS-I) " TEL " WS-CLI-TELEFONO(WS-I)
               " EMAIL " WS-CLI-EMAIL(WS-I)
           DISPLAY "  " WS-CLI-ID(WS-J) " " WS-CLI-NOME(WS-J) " "
               WS-CLI-COGNOME(WS-J) " TEL " WS-CLI-TELEFONO(WS-J)
               " EMAIL " WS-CLI-EMAIL(WS-J)
           DISPLAY "  CF/P.IVA " WS-CLI-CODICE-FISCALE(WS-I) " "
               WS-CLI-PARTITA-IVA(WS-I) " / "
               WS-CLI-CODICE-FISCALE(WS-J) " "
               WS-CLI-PARTITA-IVA(WS-J)
           IF WS-CONTATTO-UGUALE = 'S'
               DISPLAY "  (TELEFONO O EMAIL COINCIDONO)"
           END-IF
           IF WS-FISCALE-DIVERSO = 'S'
               DISPLAY "  (CODICI FISCALI DIVERSI: PROBABILMENTE "
                   "PERSONE DIVERSE)"
           END-IF
           DISPLAY "FONDO SUL PIU' BASSO " WS-CLI-ID(WS-I)
               "? [S/N]"
           ACCEPT WS-CONFERMA
               END-IF
           END-IF.

      *Il superstite eredita i campi di contatto e l'identita'
      *fiscale che gli mancano; il perdente resta in anagrafica
      *come CESSATO cosi' l'ID non viene riassegnato e la traccia
      *resta leggibile.
       ESEGUI-FUSIONE.
           MOVE WS-CLI-ID(WS-I) TO ID_SUPERSTITE
           MOVE WS-CLI-ID(WS-J) TO ID_PERDENTE
           IF EMAIL-IDX = SPACES
               MOVE WS-CLI-EMAIL(WS-J) TO EMAIL-IDX
           END-IF
           IF CODICE-FISCALE-IDX = SPACES
               MOVE WS-CLI-CODICE-FISCALE(WS-J) TO CODICE-FISCALE-IDX
           END-IF
           IF PARTITA-IVA-IDX = SPACES
               MOVE WS-CLI-PARTITA-IVA(WS-J) TO PARTITA-IVA-IDX
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LAST-UPDATED-IDX
           REWRITE RECORD-CLIENTE-IDX
      *Perdente: ritirato a CESSATO con decorrenza oggi.
