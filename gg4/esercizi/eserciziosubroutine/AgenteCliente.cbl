       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgenteCliente.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Agente responsabile di un cliente a una data: il chiamante
      *passa ID cliente e giorno (AAAAMMGG) e riceve il codice
      *dell'agente con un flag di trovato, dalla storia delle
      *assegnazioni clienti-agenti.txt (tracciato AGENTE-CLIENTE).
      *E' cosi' che un movimento di vendita si accredita all'agente
      *che aveva il cliente alla DET-DATA, anche dopo un
      *trasferimento di portafoglio. Senza file o senza riga che
      *copra il giorno il flag resta 'N' e l'agente a spazi. Il
      *file si carica alla prima chiamata e resta in memoria, come
      *in GetTermini, perche' i report chiedono movimento per
      *movimento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-AGENTI-CLIENTI ASSIGN TO "clienti-agenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENTI-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-AGENTI-CLIENTI.
       COPY AGENTE-CLIENTE.

       WORKING-STORAGE SECTION.
       01 WS-AGENTI-CLIENTI-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CARICATO PIC X VALUE 'N'.
       01 WS-NUM-ASSEGNAZIONI PIC 9(5) VALUE 0.
       01 WS-ASSEGNAZIONI-TABELLA.
           05 WS-ASS-ENTRY OCCURS 10000 TIMES.
               10 WS-ASS-ID-CLIENTE PIC 9(6).
               10 WS-ASS-AGENTE PIC X(8).
               10 WS-ASS-DATA-DAL PIC 9(8).
               10 WS-ASS-DATA-AL PIC 9(8).
       01 INDICE-ASSEGNAZIONE PIC 9(5).

       LINKAGE SECTION.
       01 LNK-ID-CLIENTE PIC 9(6).
       01 LNK-DATA PIC 9(8).
       01 LNK-AGENTE PIC X(8).
       01 LNK-TROVATO PIC X.

       PROCEDURE DIVISION USING LNK-ID-CLIENTE, LNK-DATA,
           LNK-AGENTE, LNK-TROVATO.
           IF WS-CARICATO = 'N'
               PERFORM CARICA-ASSEGNAZIONI
           END-IF
           MOVE 'N' TO LNK-TROVATO
           MOVE SPACES TO LNK-AGENTE
           PERFORM VARYING INDICE-ASSEGNAZIONE FROM 1 BY 1
               UNTIL INDICE-ASSEGNAZIONE > WS-NUM-ASSEGNAZIONI
                   OR LNK-TROVATO = 'S'
               IF WS-ASS-ID-CLIENTE(INDICE-ASSEGNAZIONE)
                   = LNK-ID-CLIENTE
                   AND WS-ASS-DATA-DAL(INDICE-ASSEGNAZIONE)
                       <= LNK-DATA
                   AND WS-ASS-DATA-AL(INDICE-ASSEGNAZIONE)
                       >= LNK-DATA
                   MOVE WS-ASS-AGENTE(INDICE-ASSEGNAZIONE)
                       TO LNK-AGENTE
                   MOVE 'S' TO LNK-TROVATO
               END-IF
           END-PERFORM
           EXIT PROGRAM.

      *Le righe senza agente o con le date non numeriche non entrano:
      *un periodo senza limiti accrediterebbe a caso.
       CARICA-ASSEGNAZIONI.
           MOVE 'S' TO WS-CARICATO
           OPEN INPUT FILE-AGENTI-CLIENTI
           IF WS-AGENTI-CLIENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-AGENTI-CLIENTI
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACL-AGENTE NOT = SPACES
                           AND ACL-DATA-DAL IS NUMERIC
                           AND ACL-DATA-AL IS NUMERIC
                           AND WS-NUM-ASSEGNAZIONI < 10000
                           ADD 1 TO WS-NUM-ASSEGNAZIONI
                           MOVE ACL-ID-CLIENTE TO
                               WS-ASS-ID-CLIENTE(WS-NUM-ASSEGNAZIONI)
                           MOVE ACL-AGENTE TO
                               WS-ASS-AGENTE(WS-NUM-ASSEGNAZIONI)
                           MOVE ACL-DATA-DAL TO
                               WS-ASS-DATA-DAL(WS-NUM-ASSEGNAZIONI)
                           MOVE ACL-DATA-AL TO
                               WS-ASS-DATA-AL(WS-NUM-ASSEGNAZIONI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-AGENTI-CLIENTI.
