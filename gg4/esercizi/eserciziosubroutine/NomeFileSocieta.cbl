       IDENTIFICATION DIVISION.
       PROGRAM-ID. NomeFileSocieta.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Nome di un file che ogni societa' del gruppo tiene per conto
      *suo (registro e contatore fatture, stato SDI, estratti per la
      *contabilita'): per la societa' principale resta il nome di
      *sempre, cosi' i file esistenti non cambiano; per le altre, e
      *per il consolidato "GR", il codice entra prima dell'estensione
      *(Fatture-registro.txt -> Fatture-registro-02.txt). La societa'
      *e' quella di lavoro del programma (SocietaLavoro).
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY SOCIETA-TABELLA.
       01 WS-CARICATA PIC X VALUE 'N'.
       01 WS-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOCIETA-LAVORO PIC X(2).
       01 WS-DESCRIZIONE PIC X(40).
       01 WS-MAPPING PIC X(30).
       01 WS-ESITO PIC X.
       01 WS-LUNGHEZZA PIC 99.
       01 WS-PUNTO PIC 99.
       01 INDICE-CARATTERE PIC 99.

       LINKAGE SECTION.
       01 LNK-NOME-BASE PIC X(40).
       01 LNK-NOME PIC X(40).

       PROCEDURE DIVISION USING LNK-NOME-BASE, LNK-NOME.
           IF WS-CARICATA NOT = 'S'
               CALL 'GetSocieta' USING GRP-SOCIETA
               MOVE 'S' TO WS-CARICATA
           END-IF
           CALL 'SocietaLavoro' USING WS-FUNZIONE, WS-SOCIETA-LAVORO,
               WS-DESCRIZIONE, WS-MAPPING, WS-ESITO
           MOVE LNK-NOME-BASE TO LNK-NOME
           IF WS-SOCIETA-LAVORO = GRP-PRINCIPALE
               EXIT PROGRAM
           END-IF
           MOVE 0 TO WS-LUNGHEZZA
           MOVE 0 TO WS-PUNTO
           PERFORM VARYING INDICE-CARATTERE FROM 1 BY 1
               UNTIL INDICE-CARATTERE > 40
               IF LNK-NOME-BASE(INDICE-CARATTERE:1) NOT = SPACE
                   MOVE INDICE-CARATTERE TO WS-LUNGHEZZA
               END-IF
               IF LNK-NOME-BASE(INDICE-CARATTERE:1) = "."
                   MOVE INDICE-CARATTERE TO WS-PUNTO
               END-IF
           END-PERFORM
           IF WS-LUNGHEZZA = 0 OR WS-LUNGHEZZA > 37
               EXIT PROGRAM
           END-IF
           IF WS-PUNTO = 0
               COMPUTE WS-PUNTO = WS-LUNGHEZZA + 1
           END-IF
           MOVE SPACES TO LNK-NOME
           IF WS-PUNTO > 1
               MOVE LNK-NOME-BASE(1:WS-PUNTO - 1) TO LNK-NOME
           END-IF
           MOVE "-" TO LNK-NOME(WS-PUNTO:1)
           MOVE WS-SOCIETA-LAVORO TO LNK-NOME(WS-PUNTO + 1:2)
           IF WS-PUNTO <= WS-LUNGHEZZA
               MOVE LNK-NOME-BASE(WS-PUNTO:WS-LUNGHEZZA - WS-PUNTO + 1)
                   TO LNK-NOME(WS-PUNTO + 3:)
           END-IF
           EXIT PROGRAM.
