       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOCIETA-PERMESSA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Dice se una societa' rientra nell'ambito dell'operatore
      *(GET-OPERATORE-SOCIETA): "ALL" permette tutto, consolidato
      *"GR" compreso; altrimenti il codice deve comparire nella
      *lista separata da virgole e il consolidato e' negato. Il
      *chiamante passa il codice effettivo (la principale al posto
      *degli spazi) e, come per REGIONE-PERMESSA, decide cosa fare
      *del no.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-POS PIC 99.

       LINKAGE SECTION.
       01 LNK-SOCIETA-SCOPE PIC X(20).
       01 LNK-SOCIETA PIC X(2).
       01 LNK-PERMESSA PIC X.

       PROCEDURE DIVISION USING LNK-SOCIETA-SCOPE, LNK-SOCIETA,
           LNK-PERMESSA.
           MOVE 'N' TO LNK-PERMESSA
           IF LNK-SOCIETA-SCOPE = "ALL"
               OR LNK-SOCIETA-SCOPE = SPACES
               MOVE 'S' TO LNK-PERMESSA
               EXIT PROGRAM
           END-IF
           IF LNK-SOCIETA = "GR" OR LNK-SOCIETA = SPACES
               EXIT PROGRAM
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 19
               IF LNK-SOCIETA-SCOPE(WS-POS:2) = LNK-SOCIETA
                   MOVE 'S' TO LNK-PERMESSA
               END-IF
           END-PERFORM
           EXIT PROGRAM.
