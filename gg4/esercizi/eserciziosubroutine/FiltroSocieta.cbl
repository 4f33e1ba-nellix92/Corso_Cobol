       IDENTIFICATION DIVISION.
       PROGRAM-ID. FiltroSocieta.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Dice se un record entra nel lavoro della societa' corrente
      *(SocietaLavoro). Per una societa' entrano i suoi record, e
      *quelli con il codice a spazi se e' la principale. Per il
      *consolidato ("GR") entrano i record di tutte le societa'
      *tranne le operazioni infragruppo, che si elidono: sono
      *infragruppo i record con la societa' controparte valorizzata
      *e quelli intestati a un cliente che e' una societa' del
      *gruppo (GRP-ID-CLIENTE). Chi non ha il cliente passa zero.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SOCIETA-TABELLA.
       01 WS-CARICATA PIC X VALUE 'N'.
       01 WS-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOCIETA-LAVORO PIC X(2).
       01 WS-DESCRIZIONE PIC X(40).
       01 WS-MAPPING PIC X(30).
       01 WS-ESITO PIC X.
       01 WS-SOCIETA-RECORD PIC X(2).
       01 INDICE-SOCIETA PIC 99.

       LINKAGE SECTION.
       01 LNK-SOCIETA PIC X(2).
       01 LNK-CONTROPARTE PIC X(2).
       01 LNK-ID-CLIENTE PIC 9(6).
       01 LNK-INCLUDI PIC X.

       PROCEDURE DIVISION USING LNK-SOCIETA, LNK-CONTROPARTE,
           LNK-ID-CLIENTE, LNK-INCLUDI.
           IF WS-CARICATA NOT = 'S'
               CALL 'GetSocieta' USING GRP-SOCIETA
               MOVE 'S' TO WS-CARICATA
           END-IF
           CALL 'SocietaLavoro' USING WS-FUNZIONE, WS-SOCIETA-LAVORO,
               WS-DESCRIZIONE, WS-MAPPING, WS-ESITO
           MOVE 'N' TO LNK-INCLUDI
           IF WS-SOCIETA-LAVORO = "GR"
               MOVE 'S' TO LNK-INCLUDI
               IF LNK-CONTROPARTE NOT = SPACES
                   MOVE 'N' TO LNK-INCLUDI
               END-IF
               IF LNK-ID-CLIENTE IS NUMERIC AND LNK-ID-CLIENTE > 0
                   PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
                       UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
                       IF GRP-ID-CLIENTE(INDICE-SOCIETA)
                           = LNK-ID-CLIENTE
                           MOVE 'N' TO LNK-INCLUDI
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF LNK-SOCIETA = SPACES
                   MOVE GRP-PRINCIPALE TO WS-SOCIETA-RECORD
               ELSE
                   MOVE LNK-SOCIETA TO WS-SOCIETA-RECORD
               END-IF
               IF WS-SOCIETA-RECORD = WS-SOCIETA-LAVORO
                   MOVE 'S' TO LNK-INCLUDI
               END-IF
           END-IF
           EXIT PROGRAM.
