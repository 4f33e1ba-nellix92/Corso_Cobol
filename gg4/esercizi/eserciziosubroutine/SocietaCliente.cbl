       IDENTIFICATION DIVISION.
       PROGRAM-ID. SocietaCliente.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Societa' del gruppo a cui appartiene un cliente, dal campo
      *SOCIETA-IDX di clienti.idx: e' la societa' a cui si intestano
      *i movimenti, le fatture e le partite del cliente. Per la
      *societa' principale restituisce spazi, come i record di
      *sempre: i movimenti dei suoi clienti restano col tracciato
      *corto e chi ha una sola societa' non vede differenze. Spazi
      *anche per un cliente sconosciuto o l'anagrafica non leggibile;
      *chi ha bisogno del codice effettivo mette GRP-PRINCIPALE al
      *posto degli spazi. Il file si apre alla prima chiamata e resta
      *aperto per le successive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       COPY SOCIETA-TABELLA.
       01 WS-CLIENTI-STATUS PIC XX.
       01 WS-APERTO PIC X VALUE 'N'.
       01 WS-ULTIMO-CLIENTE PIC 9(6) VALUE 0.
       01 WS-ULTIMA-SOCIETA PIC X(2) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-ID-CLIENTE PIC 9(6).
       01 LNK-SOCIETA PIC X(2).

       PROCEDURE DIVISION USING LNK-ID-CLIENTE, LNK-SOCIETA.
           IF WS-APERTO = 'N'
               CALL 'GetSocieta' USING GRP-SOCIETA
               OPEN INPUT CLIENTI-IDX
               IF WS-CLIENTI-STATUS = "00"
                   MOVE 'S' TO WS-APERTO
               ELSE
                   MOVE 'X' TO WS-APERTO
               END-IF
           END-IF
           IF LNK-ID-CLIENTE = WS-ULTIMO-CLIENTE
               AND WS-ULTIMO-CLIENTE > 0
               MOVE WS-ULTIMA-SOCIETA TO LNK-SOCIETA
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO LNK-SOCIETA
           IF WS-APERTO = 'S'
               MOVE LNK-ID-CLIENTE TO ID-CLIENTE-IDX
               READ CLIENTI-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SOCIETA-IDX NOT = SPACES
                           AND SOCIETA-IDX NOT = GRP-PRINCIPALE
                           MOVE SOCIETA-IDX TO LNK-SOCIETA
                       END-IF
               END-READ
           END-IF
           MOVE LNK-ID-CLIENTE TO WS-ULTIMO-CLIENTE
           MOVE LNK-SOCIETA TO WS-ULTIMA-SOCIETA
           EXIT PROGRAM.
