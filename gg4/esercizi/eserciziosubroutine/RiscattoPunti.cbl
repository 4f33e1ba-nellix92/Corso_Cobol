       IDENTIFICATION DIVISION.
       PROGRAM-ID. RiscattoPunti.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Sportello punti fedelta': mostra il [S]aldo di un cliente con
      *i suoi movimenti, il [C]atalogo dei premi attivi e registra il
      *[R]iscatto di un premio. Il saldo e' la somma dei punti del
      *giornale Punti-movimenti.txt (tracciato PUNTI-MOVIMENTO), in
      *cui il batch notturno AccreditoPunti scrive accrediti, storni
      *e scadenze; il riscatto vi aggiunge una riga di causale 'R'
      *con i punti in negativo e il premio nel riferimento. Si
      *riscatta solo per un cliente iscritto al programma
      *(clienti-fedelta.txt), solo un premio attivo di
      *Premi-catalogo.txt e solo entro il saldo. Gli operatori di
      *livello 'R' consultano soltanto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PUNTI ASSIGN TO "Punti-movimenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUNTI-STATUS.
           SELECT FILE-FEDELTA ASSIGN TO "clienti-fedelta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEDELTA-STATUS.
           SELECT FILE-PREMI ASSIGN TO "Premi-catalogo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREMI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PUNTI.
       COPY PUNTI-MOVIMENTO.

       FD FILE-FEDELTA.
       COPY FEDELTA-ADESIONE.

       FD FILE-PREMI.
       COPY PREMIO-CATALOGO.

       WORKING-STORAGE SECTION.
       01 WS-PUNTI-STATUS PIC XX.
       01 WS-FEDELTA-STATUS PIC XX.
       01 WS-PREMI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-CONFERMA PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-CAMPO-INPUT PIC X(15).
      *Cliente richiesto, adesione e saldo.
       01 WS-ID-CLIENTE PIC 9(6).
       01 WS-CLIENTE-VALIDO PIC X.
       01 WS-ISCRITTO PIC X.
       01 WS-DATA-ADESIONE PIC 9(8).
       01 WS-SALDO PIC S9(9).
       01 WS-NUM-MOVIMENTI PIC 9(6).
       01 WS-ELENCA PIC X VALUE 'N'.
      *Catalogo premi in tabella.
       01 WS-NUM-PREMI PIC 9(3) VALUE 0.
       01 WS-PREMI-TABELLA.
           05 WS-PRE-ENTRY OCCURS 200 TIMES.
               10 WS-PRE-CODICE PIC X(6).
               10 WS-PRE-DESCRIZIONE PIC X(30).
               10 WS-PRE-PUNTI PIC 9(7).
               10 WS-PRE-ATTIVO PIC X.
       01 INDICE-PREMIO PIC 9(3).
       01 WS-POSIZIONE PIC 9(3).
       01 WS-CODICE-PREMIO PIC X(6).
       01 WS-QUANTITA PIC 9(3).
       01 WS-COSTO PIC 9(9).
       01 WS-PUNTI-ED PIC -(8)9.
       01 WS-COSTO-ED PIC Z(8)9.
       01 WS-QUANTITA-ED PIC ZZ9.
      *Operatore e giornale d'uso.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "RiscattoPunti".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF
           MOVE 'I' TO WS-USO-EVENTO
           MOVE SPACES TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM CARICA-PREMI
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------PUNTI FEDELTA'------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[S]ALDO E MOVIMENTI DEL CLIENTE"
              DISPLAY "[C]ATALOGO PREMI"
              DISPLAY "[R]ISCATTA UN PREMIO"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'S'
                WHEN 's'
                      PERFORM CHIEDI-CLIENTE
                      IF WS-CLIENTE-VALIDO = 'S'
                          PERFORM CALCOLA-SALDO
                          PERFORM MOSTRA-SALDO
                      END-IF
                WHEN 'C'
                WHEN 'c'
                      PERFORM MOSTRA-CATALOGO
                WHEN 'R'
                WHEN 'r'
                      IF WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                      ELSE
                          PERFORM OPERAZIONE-RISCATTA
                      END-IF
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM
           MOVE 'F' TO WS-USO-EVENTO
           MOVE "OK" TO WS-USO-ESITO
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           STOP RUN.

       CARICA-PREMI.
           OPEN INPUT FILE-PREMI
           IF WS-PREMI-STATUS NOT = "00"
               DISPLAY "Premi-catalogo.txt NON DISPONIBILE."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PREMI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-PREMI < 200
                           AND PRE-PUNTI IS NUMERIC
                           ADD 1 TO WS-NUM-PREMI
                           MOVE PRE-CODICE
                               TO WS-PRE-CODICE(WS-NUM-PREMI)
                           MOVE PRE-DESCRIZIONE
                               TO WS-PRE-DESCRIZIONE(WS-NUM-PREMI)
                           MOVE PRE-PUNTI
                               TO WS-PRE-PUNTI(WS-NUM-PREMI)
                           MOVE PRE-ATTIVO
                               TO WS-PRE-ATTIVO(WS-NUM-PREMI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PREMI.

       CHIEDI-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-VALIDO
           DISPLAY "ID CLIENTE: "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
               DISPLAY "ID CLIENTE NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
               OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999999
               DISPLAY "ID CLIENTE NON VALIDO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ID-CLIENTE = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           MOVE 'S' TO WS-CLIENTE-VALIDO
           PERFORM CERCA-ADESIONE.

       CERCA-ADESIONE.
           MOVE 'N' TO WS-ISCRITTO
           MOVE 0 TO WS-DATA-ADESIONE
           OPEN INPUT FILE-FEDELTA
           IF WS-FEDELTA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-FEDELTA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF FED-ID-CLIENTE = WS-ID-CLIENTE
                           MOVE 'S' TO WS-ISCRITTO
                           MOVE FED-DATA-ADESIONE TO WS-DATA-ADESIONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-FEDELTA.

      *Saldo dal giornale; con WS-ELENCA = 'S' elenca anche le
      *righe del cliente.
       CALCOLA-SALDO.
           MOVE 0 TO WS-SALDO
           MOVE 0 TO WS-NUM-MOVIMENTI
           OPEN INPUT FILE-PUNTI
           IF WS-PUNTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PUNTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PMV-ID-CLIENTE = WS-ID-CLIENTE
                           ADD 1 TO WS-NUM-MOVIMENTI
                           ADD PMV-PUNTI TO WS-SALDO
                           IF WS-ELENCA = 'S'
                               PERFORM MOSTRA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PUNTI.

       MOSTRA-SALDO.
           IF WS-ISCRITTO = 'S'
               DISPLAY "CLIENTE " WS-ID-CLIENTE
                   " ISCRITTO DAL " WS-DATA-ADESIONE
           ELSE
               DISPLAY "CLIENTE " WS-ID-CLIENTE
                   " NON ISCRITTO AL PROGRAMMA."
           END-IF
           IF WS-NUM-MOVIMENTI > 0
               DISPLAY "DATA     C PUNTI     RIFERIMENTO"
               MOVE 'S' TO WS-ELENCA
               PERFORM CALCOLA-SALDO
               MOVE 'N' TO WS-ELENCA
           END-IF
           MOVE WS-SALDO TO WS-PUNTI-ED
           DISPLAY "SALDO PUNTI: " WS-PUNTI-ED.

       MOSTRA-MOVIMENTO.
           MOVE PMV-PUNTI TO WS-PUNTI-ED
           DISPLAY PMV-DATA " " PMV-CAUSALE WS-PUNTI-ED " "
               PMV-RIFERIMENTO.

       MOSTRA-CATALOGO.
           DISPLAY "CODICE DESCRIZIONE                        PUNTI"
           PERFORM VARYING INDICE-PREMIO FROM 1 BY 1
               UNTIL INDICE-PREMIO > WS-NUM-PREMI
               IF WS-PRE-ATTIVO(INDICE-PREMIO) = 'S'
                   MOVE WS-PRE-PUNTI(INDICE-PREMIO) TO WS-COSTO-ED
                   DISPLAY WS-PRE-CODICE(INDICE-PREMIO) " "
                       WS-PRE-DESCRIZIONE(INDICE-PREMIO) " "
                       WS-COSTO-ED
               END-IF
           END-PERFORM.

       OPERAZIONE-RISCATTA.
           PERFORM CHIEDI-CLIENTE
           IF WS-CLIENTE-VALIDO NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-ISCRITTO NOT = 'S'
               DISPLAY "CLIENTE NON ISCRITTO AL PROGRAMMA, "
                   "RISCATTO NON CONSENTITO."
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCOLA-SALDO
           MOVE WS-SALDO TO WS-PUNTI-ED
           DISPLAY "SALDO PUNTI: " WS-PUNTI-ED
           IF WS-SALDO NOT > 0
               DISPLAY "NESSUN PUNTO DA RISCATTARE."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRA-CATALOGO
           DISPLAY "CODICE PREMIO: "
           MOVE SPACES TO WS-CODICE-PREMIO
           ACCEPT WS-CODICE-PREMIO
           MOVE FUNCTION UPPER-CASE(WS-CODICE-PREMIO)
               TO WS-CODICE-PREMIO
           MOVE 0 TO WS-POSIZIONE
           PERFORM VARYING INDICE-PREMIO FROM 1 BY 1
               UNTIL INDICE-PREMIO > WS-NUM-PREMI
               IF WS-PRE-CODICE(INDICE-PREMIO) = WS-CODICE-PREMIO
                   AND WS-PRE-ATTIVO(INDICE-PREMIO) = 'S'
                   MOVE INDICE-PREMIO TO WS-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-POSIZIONE = 0
               DISPLAY "PREMIO NON IN CATALOGO O NON ATTIVO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "QUANTITA' (INVIO = 1): "
           MOVE SPACES TO WS-CAMPO-INPUT
           ACCEPT WS-CAMPO-INPUT
           IF WS-CAMPO-INPUT = SPACES
               MOVE 1 TO WS-QUANTITA
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CAMPO-INPUT) NOT = 0
                   DISPLAY "QUANTITA' NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-CAMPO-INPUT) < 1
                   OR FUNCTION NUMVAL(WS-CAMPO-INPUT) > 999
                   DISPLAY "QUANTITA' NON VALIDA."
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-QUANTITA = FUNCTION NUMVAL(WS-CAMPO-INPUT)
           END-IF
           COMPUTE WS-COSTO = WS-PRE-PUNTI(WS-POSIZIONE) * WS-QUANTITA
           MOVE WS-COSTO TO WS-COSTO-ED
           IF WS-COSTO > WS-SALDO
               DISPLAY "PUNTI INSUFFICIENTI: SERVONO " WS-COSTO-ED
                   ", SALDO " WS-PUNTI-ED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-QUANTITA TO WS-QUANTITA-ED
           DISPLAY "RISCATTO DI " WS-QUANTITA-ED " X "
               WS-PRE-DESCRIZIONE(WS-POSIZIONE)
           DISPLAY "PER " WS-COSTO-ED " PUNTI. CONFERMI? [S/N]"
           ACCEPT WS-CONFERMA
           IF WS-CONFERMA NOT = 'S' AND WS-CONFERMA NOT = 's'
               DISPLAY "RISCATTO ANNULLATO."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FILE-PUNTI
           IF WS-PUNTI-STATUS NOT = "00"
               OPEN OUTPUT FILE-PUNTI
           END-IF
           IF WS-PUNTI-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Punti-movimenti.txt "
                   "(STATUS " WS-PUNTI-STATUS "), RISCATTO NON "
                   "REGISTRATO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-CLIENTE TO PMV-ID-CLIENTE
           MOVE WS-OGGI TO PMV-DATA
           MOVE 'R' TO PMV-CAUSALE
           COMPUTE PMV-PUNTI = 0 - WS-COSTO
           MOVE SPACES TO PMV-RIFERIMENTO
           STRING "PREMIO " WS-CODICE-PREMIO " X" WS-QUANTITA
               DELIMITED BY SIZE INTO PMV-RIFERIMENTO
           MOVE WS-OPERATORE-ID TO PMV-OPERATORE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PMV-TIMESTAMP
           WRITE RECORD-PUNTI
           CLOSE FILE-PUNTI
           SUBTRACT WS-COSTO FROM WS-SALDO
           MOVE WS-SALDO TO WS-PUNTI-ED
           DISPLAY "RISCATTO REGISTRATO. NUOVO SALDO: " WS-PUNTI-ED.
