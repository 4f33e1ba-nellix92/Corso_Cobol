       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOCIETA-MAINT.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Anagrafica delle societa' del gruppo (Societa.txt, tracciato
      *SOCIETA-REC): codice, ragione sociale, partita IVA, mappa dei
      *conti CO.GE. della societa' (vuota = Conti-mapping.txt), il
      *codice cliente con cui la societa' compra dalle altre (per
      *riconoscere le vendite infragruppo) e lo stato. Stessa
      *impostazione a menu di CAMPAGNE-MAINT, con il sign-on
      *operatore; inserire e modificare e' da supervisore, perche'
      *da qui dipendono estratto contabile e consolidato. Il codice
      *"GR" e' riservato al consolidato di gruppo. Una societa' non
      *si cancella: ha record a suo nome, si porta a cessata.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-SOCIETA ASSIGN TO "Societa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOCIETA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-SOCIETA.
       COPY SOCIETA-REC.

       WORKING-STORAGE SECTION.
       01 WS-SOCIETA-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-CONTINUE PIC X VALUE 'Y'.
       01 OPERAZIONE PIC X VALUE SPACE.
       01 WS-NUM-SOCIETA PIC 99 VALUE 0.
       01 WS-SOCIETA-TABELLA.
           05 WS-SOC-ENTRY OCCURS 10 TIMES.
               10 WS-SOC-CODICE PIC X(2).
               10 WS-SOC-RAGIONE-SOCIALE PIC X(40).
               10 WS-SOC-PARTITA-IVA PIC X(11).
               10 WS-SOC-FILE-MAPPING PIC X(30).
               10 WS-SOC-ID-CLIENTE PIC 9(6).
               10 WS-SOC-STATO PIC X.
       01 INDICE-SOC PIC 99.
       01 WS-SOC-POSIZIONE PIC 99.
       01 WS-CODICE-NUOVO PIC X(2).
       01 WS-RAGIONE-NUOVA PIC X(40).
       01 WS-PIVA-NUOVA PIC X(11).
       01 WS-MAPPING-NUOVO PIC X(30).
       01 WS-ID-CLIENTE-TESTO PIC X(6).
       01 WS-STATO-NUOVO PIC X.
       01 WS-VALORE-ATTUALE PIC X(40).
      *Partita IVA controllata come per i clienti (CONTROLLA-FISCALE),
      *codice fiscale non richiesto.
       01 WS-CF-VUOTO PIC X(16).
       01 WS-ESITO-CF PIC X.
       01 WS-ESITO-PIVA PIC X.
       01 WS-DATI-VALIDI PIC X.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO.
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF.
           PERFORM CARICA-SOCIETA.
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "------------MENU SOCIETA'------------"
              DISPLAY "SCEGLI UN'OPERAZIONE:"
              DISPLAY "[I]NSERISCI SOCIETA'"
              DISPLAY "[M]ODIFICA SOCIETA'"
              DISPLAY "[L]ISTA SOCIETA'"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'I'
                WHEN 'i'
                WHEN 'M'
                WHEN 'm'
                      IF WS-OPERATORE-LIVELLO NOT = 'S'
                          DISPLAY "OPERAZIONE RISERVATA AL "
                              "SUPERVISORE."
                      ELSE
                          IF OPERAZIONE = 'I' OR OPERAZIONE = 'i'
                              PERFORM OPERAZIONE-INSERISCI
                          ELSE
                              PERFORM OPERAZIONE-MODIFICA
                          END-IF
                      END-IF
                WHEN 'L'
                WHEN 'l'
                      PERFORM OPERAZIONE-LISTA
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
              DISPLAY "VUOI CONTINUARE? [Y/N]"
              ACCEPT WS-CONTINUE
           END-PERFORM.
           STOP RUN.

       CARICA-SOCIETA.
           OPEN INPUT FILE-SOCIETA
           IF WS-SOCIETA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-SOCIETA
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-SOCIETA < 10
                           ADD 1 TO WS-NUM-SOCIETA
                           MOVE RECORD-SOCIETA TO
                               WS-SOC-ENTRY(WS-NUM-SOCIETA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-SOCIETA.

       SALVA-SOCIETA.
           OPEN OUTPUT FILE-SOCIETA
           PERFORM VARYING INDICE-SOC FROM 1 BY 1
               UNTIL INDICE-SOC > WS-NUM-SOCIETA
               MOVE WS-SOC-ENTRY(INDICE-SOC) TO RECORD-SOCIETA
               WRITE RECORD-SOCIETA
           END-PERFORM
           CLOSE FILE-SOCIETA.

       CERCA-SOCIETA.
           MOVE 0 TO WS-SOC-POSIZIONE
           PERFORM VARYING INDICE-SOC FROM 1 BY 1
               UNTIL INDICE-SOC > WS-NUM-SOCIETA
               IF WS-SOC-CODICE(INDICE-SOC) = WS-CODICE-NUOVO
                   MOVE INDICE-SOC TO WS-SOC-POSIZIONE
               END-IF
           END-PERFORM.

       OPERAZIONE-INSERISCI.
           IF WS-NUM-SOCIETA >= 10
               DISPLAY "TABELLA SOCIETA' PIENA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CODICE SOCIETA' (2 CARATTERI): "
           MOVE SPACES TO WS-CODICE-NUOVO
           ACCEPT WS-CODICE-NUOVO
           IF WS-CODICE-NUOVO = SPACES OR WS-CODICE-NUOVO = "GR"
               DISPLAY "CODICE NON AMMESSO (VUOTO O GR, RISERVATO "
                   "AL CONSOLIDATO)."
               EXIT PARAGRAPH
           END-IF
           PERFORM CERCA-SOCIETA
           IF WS-SOC-POSIZIONE > 0
               DISPLAY "SOCIETA' GIA' PRESENTE."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RAGIONE-NUOVA WS-PIVA-NUOVA
               WS-MAPPING-NUOVO
           MOVE 'A' TO WS-STATO-NUOVO
           PERFORM CHIEDI-DATI-SOCIETA
           IF WS-DATI-VALIDI = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-SOCIETA
           MOVE WS-NUM-SOCIETA TO WS-SOC-POSIZIONE
           MOVE WS-CODICE-NUOVO TO WS-SOC-CODICE(WS-SOC-POSIZIONE)
           MOVE 0 TO WS-SOC-ID-CLIENTE(WS-SOC-POSIZIONE)
           PERFORM REGISTRA-DATI-SOCIETA
           PERFORM SALVA-SOCIETA
           DISPLAY "SOCIETA' INSERITA.".

       OPERAZIONE-MODIFICA.
           DISPLAY "CODICE SOCIETA' DA MODIFICARE: "
           MOVE SPACES TO WS-CODICE-NUOVO
           ACCEPT WS-CODICE-NUOVO
           PERFORM CERCA-SOCIETA
           IF WS-SOC-POSIZIONE = 0
               DISPLAY "SOCIETA' NON TROVATA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOC-RAGIONE-SOCIALE(WS-SOC-POSIZIONE)
               TO WS-RAGIONE-NUOVA
           MOVE WS-SOC-PARTITA-IVA(WS-SOC-POSIZIONE) TO WS-PIVA-NUOVA
           MOVE WS-SOC-FILE-MAPPING(WS-SOC-POSIZIONE)
               TO WS-MAPPING-NUOVO
           MOVE WS-SOC-STATO(WS-SOC-POSIZIONE) TO WS-STATO-NUOVO
           DISPLAY "VALORI ATTUALI (INVIO LI CONFERMA):"
           PERFORM MOSTRA-SOCIETA-POSIZIONE
           PERFORM CHIEDI-DATI-SOCIETA
           IF WS-DATI-VALIDI = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM REGISTRA-DATI-SOCIETA
           PERFORM SALVA-SOCIETA
           DISPLAY "SOCIETA' AGGIORNATA.".

      *Risposta vuota = valore attuale (in inserimento: vuoto).
       CHIEDI-DATI-SOCIETA.
           MOVE 'S' TO WS-DATI-VALIDI
           DISPLAY "RAGIONE SOCIALE: "
           PERFORM ACCETTA-RAGIONE
           IF WS-RAGIONE-NUOVA = SPACES
               DISPLAY "RAGIONE SOCIALE OBBLIGATORIA."
               MOVE 'N' TO WS-DATI-VALIDI
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PARTITA IVA (11 CIFRE): "
           PERFORM ACCETTA-PARTITA-IVA
           MOVE SPACES TO WS-CF-VUOTO
           CALL 'CONTROLLA-FISCALE' USING WS-CF-VUOTO, WS-PIVA-NUOVA,
               WS-ESITO-CF, WS-ESITO-PIVA
           IF WS-ESITO-PIVA NOT = 'S'
               DISPLAY "PARTITA IVA MANCANTE O NON VALIDA."
               MOVE 'N' TO WS-DATI-VALIDI
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FILE MAPPA CONTI (VUOTO = Conti-mapping.txt): "
           PERFORM ACCETTA-MAPPING
           DISPLAY "CODICE CLIENTE DELLA SOCIETA' PRESSO LE ALTRE "
               "(VUOTO = NESSUNO): "
           MOVE SPACES TO WS-ID-CLIENTE-TESTO
           ACCEPT WS-ID-CLIENTE-TESTO
           IF WS-ID-CLIENTE-TESTO NOT = SPACES
               IF WS-ID-CLIENTE-TESTO IS NOT NUMERIC
                   DISPLAY "CODICE CLIENTE NON NUMERICO."
                   MOVE 'N' TO WS-DATI-VALIDI
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "STATO ([A]TTIVA / [C]ESSATA, INVIO = "
               WS-STATO-NUOVO "): "
           PERFORM ACCETTA-STATO
           IF WS-STATO-NUOVO NOT = 'A' AND WS-STATO-NUOVO NOT = 'C'
               DISPLAY "STATO NON VALIDO."
               MOVE 'N' TO WS-DATI-VALIDI
           END-IF.

       ACCETTA-RAGIONE.
           MOVE WS-RAGIONE-NUOVA TO WS-VALORE-ATTUALE
           ACCEPT WS-RAGIONE-NUOVA
           IF WS-RAGIONE-NUOVA = SPACES
               MOVE WS-VALORE-ATTUALE TO WS-RAGIONE-NUOVA
           END-IF.

       ACCETTA-PARTITA-IVA.
           MOVE WS-PIVA-NUOVA TO WS-VALORE-ATTUALE
           ACCEPT WS-PIVA-NUOVA
           IF WS-PIVA-NUOVA = SPACES
               MOVE WS-VALORE-ATTUALE TO WS-PIVA-NUOVA
           END-IF.

       ACCETTA-MAPPING.
           MOVE WS-MAPPING-NUOVO TO WS-VALORE-ATTUALE
           ACCEPT WS-MAPPING-NUOVO
           IF WS-MAPPING-NUOVO = SPACES
               MOVE WS-VALORE-ATTUALE TO WS-MAPPING-NUOVO
           END-IF.

       ACCETTA-STATO.
           MOVE WS-STATO-NUOVO TO WS-VALORE-ATTUALE
           ACCEPT WS-STATO-NUOVO
           IF WS-STATO-NUOVO = SPACE
               MOVE WS-VALORE-ATTUALE TO WS-STATO-NUOVO
           END-IF.

       REGISTRA-DATI-SOCIETA.
           MOVE WS-RAGIONE-NUOVA
               TO WS-SOC-RAGIONE-SOCIALE(WS-SOC-POSIZIONE)
           MOVE WS-PIVA-NUOVA TO WS-SOC-PARTITA-IVA(WS-SOC-POSIZIONE)
           MOVE WS-MAPPING-NUOVO
               TO WS-SOC-FILE-MAPPING(WS-SOC-POSIZIONE)
           IF WS-ID-CLIENTE-TESTO NOT = SPACES
               MOVE WS-ID-CLIENTE-TESTO
                   TO WS-SOC-ID-CLIENTE(WS-SOC-POSIZIONE)
           END-IF
           MOVE WS-STATO-NUOVO TO WS-SOC-STATO(WS-SOC-POSIZIONE).

       OPERAZIONE-LISTA.
           IF WS-NUM-SOCIETA = 0
               DISPLAY "NESSUNA SOCIETA' IN ANAGRAFICA: IL GRUPPO E' "
                   "LA SOLA SOCIETA' PRINCIPALE."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SOC-POSIZIONE FROM 1 BY 1
               UNTIL WS-SOC-POSIZIONE > WS-NUM-SOCIETA
               PERFORM MOSTRA-SOCIETA-POSIZIONE
           END-PERFORM.

       MOSTRA-SOCIETA-POSIZIONE.
           DISPLAY WS-SOC-CODICE(WS-SOC-POSIZIONE) " "
               WS-SOC-RAGIONE-SOCIALE(WS-SOC-POSIZIONE)
               " P.IVA " WS-SOC-PARTITA-IVA(WS-SOC-POSIZIONE)
               " STATO " WS-SOC-STATO(WS-SOC-POSIZIONE)
           DISPLAY "     MAPPA CONTI "
               WS-SOC-FILE-MAPPING(WS-SOC-POSIZIONE)
               " CLIENTE INFRAGRUPPO "
               WS-SOC-ID-CLIENTE(WS-SOC-POSIZIONE).
