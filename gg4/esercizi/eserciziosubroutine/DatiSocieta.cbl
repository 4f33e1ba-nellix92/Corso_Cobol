       IDENTIFICATION DIVISION.
       PROGRAM-ID. DatiSocieta.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Ragione sociale e partita IVA della societa' di lavoro
      *(SocietaLavoro), per intestare i documenti che escono a nome
      *di una societa' (estratti conto, solleciti, liquidazione IVA).
      *Vengono dall'anagrafica del gruppo (GetSocieta); quando li'
      *mancano valgono le chiavi AZIENDA-DENOMINAZIONE e
      *AZIENDA-PARTITA-IVA di gestionale.cfg, AZIENDA-SS-... per le
      *societa' diverse dalla principale, come per la fattura
      *elettronica. Per il consolidato "GR" non c'e' un mittente:
      *torna la descrizione del consolidato e la partita IVA in
      *bianco.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SOCIETA-TABELLA.
       01 WS-CARICATA PIC X VALUE 'N'.
       01 WS-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOCIETA-LAVORO PIC X(2).
       01 WS-DESCRIZIONE PIC X(40).
       01 WS-MAPPING PIC X(30).
       01 WS-ESITO PIC X.
       01 INDICE-SOCIETA PIC 99.
       01 WS-CFG-VOCE PIC X(20).
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.

       LINKAGE SECTION.
       01 LNK-SOCIETA PIC X(2).
       01 LNK-RAGIONE-SOCIALE PIC X(40).
       01 LNK-PARTITA-IVA PIC X(11).

       PROCEDURE DIVISION USING LNK-SOCIETA, LNK-RAGIONE-SOCIALE,
           LNK-PARTITA-IVA.
           IF WS-CARICATA NOT = 'S'
               CALL 'GetSocieta' USING GRP-SOCIETA
               MOVE 'S' TO WS-CARICATA
           END-IF
           CALL 'SocietaLavoro' USING WS-FUNZIONE, WS-SOCIETA-LAVORO,
               WS-DESCRIZIONE, WS-MAPPING, WS-ESITO
           MOVE WS-SOCIETA-LAVORO TO LNK-SOCIETA
           MOVE WS-DESCRIZIONE TO LNK-RAGIONE-SOCIALE
           MOVE SPACES TO LNK-PARTITA-IVA
           IF WS-SOCIETA-LAVORO = "GR" OR WS-ESITO NOT = 'S'
               EXIT PROGRAM
           END-IF
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = WS-SOCIETA-LAVORO
                   MOVE GRP-PARTITA-IVA(INDICE-SOCIETA)
                       TO LNK-PARTITA-IVA
               END-IF
           END-PERFORM
      *La principale senza Societa.txt ha la ragione sociale
      *generica di GetSocieta: vale quella della configurazione.
           IF LNK-RAGIONE-SOCIALE = SPACES
               OR LNK-RAGIONE-SOCIALE = "SOCIETA' PRINCIPALE"
               MOVE "DENOMINAZIONE" TO WS-CFG-VOCE
               PERFORM LEGGI-CONFIG-AZIENDA
               IF WS-CFG-VALORE NOT = SPACES
                   MOVE WS-CFG-VALORE TO LNK-RAGIONE-SOCIALE
               END-IF
           END-IF
           IF LNK-PARTITA-IVA = SPACES
               MOVE "PARTITA-IVA" TO WS-CFG-VOCE
               PERFORM LEGGI-CONFIG-AZIENDA
               MOVE WS-CFG-VALORE TO LNK-PARTITA-IVA
           END-IF
           EXIT PROGRAM.

       LEGGI-CONFIG-AZIENDA.
           MOVE SPACES TO WS-CFG-CHIAVE
           IF WS-SOCIETA-LAVORO = GRP-PRINCIPALE
               STRING "AZIENDA-" WS-CFG-VOCE DELIMITED BY SPACE
                   INTO WS-CFG-CHIAVE
           ELSE
               STRING "AZIENDA-" WS-SOCIETA-LAVORO "-" WS-CFG-VOCE
                   DELIMITED BY SPACE INTO WS-CFG-CHIAVE
           END-IF
           MOVE SPACES TO WS-CFG-VALORE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO NOT = 'S'
               MOVE SPACES TO WS-CFG-VALORE
           END-IF.
