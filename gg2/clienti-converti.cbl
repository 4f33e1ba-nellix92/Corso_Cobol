      *ricaricati nel tracciato nuovo. Il vecchio INDIRIZZO libero
      *finisce nella VIA, citta'/CAP/provincia restano da bonificare
      *a mano; i clienti senza stato partono ATTIVI con decorrenza
      *oggi. Si parte da tre possibili tracciati di origine:
      *[1] quello originale (senza stato), [2] quello intermedio con
      *lo stato ma con l'indirizzo libero, [3] quello con indirizzo
      *strutturato ma senza il codice termini di pagamento (che
      *parte vuoto, cioe' termini predefiniti), [4] quello senza
      *codice fiscale e partita IVA, che si riprendono dai dati
      *fattura elettronica di clienti-sdi.txt quando superano il
      *controllo di CONTROLLA-FISCALE (altrimenti restano vuoti e
      *li segnala CLIENTI-FISCALE), [5] quello senza la societa'
      *del gruppo, che parte vuota (cioe' la societa' principale).
      *Il file convertito passa
      *da clienti-nuovo.idx e sostituisce l'originale solo a
      *conversione completata e confermata (dopo il backup di rito).
       ENVIRONMENT DIVISION.
           RECORD KEY IS INT-ID-CLIENTE
           ALTERNATE RECORD KEY IS INT-COGNOME WITH DUPLICATES
           FILE STATUS IS WS-VECCHIO-STATUS.
          SELECT CLIENTI-SENZA-TERMINI ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS STE-ID-CLIENTE
           ALTERNATE RECORD KEY IS STE-COGNOME WITH DUPLICATES
           FILE STATUS IS WS-VECCHIO-STATUS.
          SELECT CLIENTI-SENZA-FISCALE ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SFI-ID-CLIENTE
           ALTERNATE RECORD KEY IS SFI-COGNOME WITH DUPLICATES
           FILE STATUS IS WS-VECCHIO-STATUS.
          SELECT CLIENTI-SENZA-SOCIETA ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SSO-ID-CLIENTE
           ALTERNATE RECORD KEY IS SSO-COGNOME WITH DUPLICATES
           FILE STATUS IS WS-VECCHIO-STATUS.
          SELECT FILE-CLIENTI-SDI ASSIGN TO "clienti-sdi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLIENTI-SDI-STATUS.
          SELECT CLIENTI-NUOVO ASSIGN TO "clienti-nuovo.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
              05 INT-EMAIL PIC X(30).
              05 INT-STATO PIC X.
              05 INT-DATA-STATO PIC X(8).
      *Tracciato con indirizzo strutturato e stato, senza il codice
      *termini di pagamento in coda.
           FD CLIENTI-SENZA-TERMINI.
           01 RECORD-CLIENTE-SENZA-TERMINI.
              05 STE-ID-CLIENTE PIC 9(6).
              05 STE-NOME PIC X(10).
              05 STE-COGNOME PIC X(10).
              05 STE-RESTO PIC X(126).
      *Tracciato con i termini di pagamento, senza l'identita'
      *fiscale in coda.
           FD CLIENTI-SENZA-FISCALE.
           01 RECORD-CLIENTE-SENZA-FISCALE.
              05 SFI-ID-CLIENTE PIC 9(6).
              05 SFI-NOME PIC X(10).
              05 SFI-COGNOME PIC X(10).
              05 SFI-RESTO PIC X(130).
      *Tracciato con l'identita' fiscale, senza la societa' in coda.
           FD CLIENTI-SENZA-SOCIETA.
           01 RECORD-CLIENTE-SENZA-SOCIETA.
              05 SSO-ID-CLIENTE PIC 9(6).
              05 SSO-NOME PIC X(10).
              05 SSO-COGNOME PIC X(10).
              05 SSO-RESTO PIC X(157).
           FD FILE-CLIENTI-SDI.
           COPY CLIENTE-SDI.
           FD CLIENTI-NUOVO.
           COPY CLIENTI-REC.

           01 WS-TIMESTAMP PIC X(14).
           01 WS-NOME-BACKUP PIC X(40).
           01 WS-TRACCIATO PIC 9.
           01 WS-CLIENTI-SDI-STATUS PIC XX.
           01 WS-EOF-SDI PIC X.
           01 WS-CF-SDI PIC X(16).
           01 WS-PIVA-SDI PIC X(11).
           01 WS-ESITO-CF PIC X.
           01 WS-ESITO-PIVA PIC X.
           01 WS-FISCALI-RIPRESI PIC 9(6) VALUE 0.
           01 WS-FISCALI-SCARTATI PIC 9(6) VALUE 0.
           01 WS-NUM-SDI PIC 9(4) VALUE 0.
           01 WS-SDI-TABELLA.
              05 WS-SDI-ENTRY OCCURS 5000 TIMES.
                 10 WS-SDI-ID PIC 9(6).
                 10 WS-SDI-PARTITA-IVA PIC X(11).
                 10 WS-SDI-CODICE-FISCALE PIC X(16).
           01 INDICE-SDI PIC 9(4).

       PROCEDURE DIVISION.
       INIZIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-DATA-OGGI
           DISPLAY "TRACCIATO DI ORIGINE ([1] ORIGINALE SENZA "
               "STATO, [2] CON STATO E INDIRIZZO LIBERO, "
               "[3] SENZA TERMINI DI PAGAMENTO, "
               "[4] SENZA CODICE FISCALE E PARTITA IVA, "
               "[5] SENZA SOCIETA'): "
           ACCEPT WS-TRACCIATO
           IF WS-TRACCIATO NOT = 1 AND WS-TRACCIATO NOT = 2
               AND WS-TRACCIATO NOT = 3 AND WS-TRACCIATO NOT = 4
               AND WS-TRACCIATO NOT = 5
               DISPLAY "SCELTA NON VALIDA."
               STOP RUN
           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTI-VECCHIO
           END-IF
           IF WS-TRACCIATO = 2
               OPEN INPUT CLIENTI-INTERMEDIO
               IF WS-VECCHIO-STATUS NOT = "00"
                   DISPLAY "IMPOSSIBILE APRIRE clienti.idx, STATUS: "
               END-PERFORM
               CLOSE CLIENTI-INTERMEDIO
           END-IF
           IF WS-TRACCIATO = 3
               OPEN INPUT CLIENTI-SENZA-TERMINI
               IF WS-VECCHIO-STATUS NOT = "00"
                   DISPLAY "IMPOSSIBILE APRIRE clienti.idx, STATUS: "
                       WS-VECCHIO-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLIENTI-SENZA-TERMINI NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTI-CLIENTE-SENZA-TERMINI
                   END-READ
               END-PERFORM
               CLOSE CLIENTI-SENZA-TERMINI
           END-IF
           IF WS-TRACCIATO = 4
               PERFORM CARICA-CLIENTI-SDI
               OPEN INPUT CLIENTI-SENZA-FISCALE
               IF WS-VECCHIO-STATUS NOT = "00"
                   DISPLAY "IMPOSSIBILE APRIRE clienti.idx, STATUS: "
                       WS-VECCHIO-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLIENTI-SENZA-FISCALE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTI-CLIENTE-SENZA-FISCALE
                   END-READ
               END-PERFORM
               CLOSE CLIENTI-SENZA-FISCALE
               DISPLAY "IDENTITA' FISCALI RIPRESE DAI DATI SDI: "
                   WS-FISCALI-RIPRESI " SCARTATE: "
                   WS-FISCALI-SCARTATI
           END-IF
           IF WS-TRACCIATO = 5
               OPEN INPUT CLIENTI-SENZA-SOCIETA
               IF WS-VECCHIO-STATUS NOT = "00"
                   DISPLAY "IMPOSSIBILE APRIRE clienti.idx, STATUS: "
                       WS-VECCHIO-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLIENTI-SENZA-SOCIETA NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONVERTI-CLIENTE-SENZA-SOCIETA
                   END-READ
               END-PERFORM
               CLOSE CLIENTI-SENZA-SOCIETA
           END-IF
           CLOSE CLIENTI-NUOVO
           DISPLAY "CLIENTI CONVERTITI: " WS-CONVERTITI
           DISPLAY "CONFERMI LA SOSTITUZIONE DI clienti.idx? [S/N]"
           MOVE VEC-EMAIL TO EMAIL-IDX
           MOVE 'A' TO STATO-CLIENTE-IDX
           MOVE WS-DATA-OGGI TO DATA-STATO-IDX
           MOVE SPACES TO CODICE-TERMINI-IDX
           MOVE SPACES TO CODICE-FISCALE-IDX PARTITA-IVA-IDX
           MOVE SPACES TO SOCIETA-IDX
           WRITE RECORD-CLIENTE-IDX
           ADD 1 TO WS-CONVERTITI.

               MOVE INT-STATO TO STATO-CLIENTE-IDX
               MOVE INT-DATA-STATO TO DATA-STATO-IDX
           END-IF
           MOVE SPACES TO CODICE-TERMINI-IDX
           MOVE SPACES TO CODICE-FISCALE-IDX PARTITA-IVA-IDX
           MOVE SPACES TO SOCIETA-IDX
           WRITE RECORD-CLIENTE-IDX
           ADD 1 TO WS-CONVERTITI.

      *Il record e' gia' nel tracciato corrente fino allo stato: si
      *copia cosi' com'e' e il codice termini parte vuoto.
       CONVERTI-CLIENTE-SENZA-TERMINI.
           MOVE RECORD-CLIENTE-SENZA-TERMINI TO RECORD-CLIENTE-IDX
           MOVE SPACES TO CODICE-TERMINI-IDX
           MOVE SPACES TO CODICE-FISCALE-IDX PARTITA-IVA-IDX
           MOVE SPACES TO SOCIETA-IDX
           WRITE RECORD-CLIENTE-IDX
           ADD 1 TO WS-CONVERTITI.

      *Il record e' nel tracciato corrente fino ai termini di
      *pagamento; l'identita' fiscale si riprende dai dati SDI del
      *cliente se valida, scartando solo la parte che non lo e'.
       CONVERTI-CLIENTE-SENZA-FISCALE.
           MOVE RECORD-CLIENTE-SENZA-FISCALE TO RECORD-CLIENTE-IDX
           MOVE SPACES TO CODICE-FISCALE-IDX PARTITA-IVA-IDX
           MOVE SPACES TO SOCIETA-IDX
           PERFORM VARYING INDICE-SDI FROM 1 BY 1
               UNTIL INDICE-SDI > WS-NUM-SDI
               IF WS-SDI-ID(INDICE-SDI) = ID-CLIENTE-IDX
                   MOVE WS-SDI-CODICE-FISCALE(INDICE-SDI) TO WS-CF-SDI
                   MOVE WS-SDI-PARTITA-IVA(INDICE-SDI) TO WS-PIVA-SDI
                   CALL 'CONTROLLA-FISCALE' USING WS-CF-SDI,
                       WS-PIVA-SDI, WS-ESITO-CF, WS-ESITO-PIVA
                   IF WS-ESITO-CF = 'S'
                       MOVE WS-CF-SDI TO CODICE-FISCALE-IDX
                   END-IF
                   IF WS-ESITO-PIVA = 'S'
                       MOVE WS-PIVA-SDI TO PARTITA-IVA-IDX
                   END-IF
                   IF WS-ESITO-CF = 'S' OR WS-ESITO-PIVA = 'S'
                       ADD 1 TO WS-FISCALI-RIPRESI
                   END-IF
                   IF (WS-ESITO-CF NOT = SPACE
                           AND WS-ESITO-CF NOT = 'S')
                       OR (WS-ESITO-PIVA NOT = SPACE
                           AND WS-ESITO-PIVA NOT = 'S')
                       ADD 1 TO WS-FISCALI-SCARTATI
                       DISPLAY "CLIENTE " ID-CLIENTE-IDX
                           ": DATI SDI NON VALIDI, CF '" WS-CF-SDI
                           "' P.IVA '" WS-PIVA-SDI "'"
                   END-IF
               END-IF
           END-PERFORM
           WRITE RECORD-CLIENTE-IDX
           ADD 1 TO WS-CONVERTITI.

      *Il record e' nel tracciato corrente fino all'identita'
      *fiscale; la societa' parte vuota, cioe' la principale.
       CONVERTI-CLIENTE-SENZA-SOCIETA.
           MOVE RECORD-CLIENTE-SENZA-SOCIETA TO RECORD-CLIENTE-IDX
           MOVE SPACES TO SOCIETA-IDX
           WRITE RECORD-CLIENTE-IDX
           ADD 1 TO WS-CONVERTITI.

       CARICA-CLIENTI-SDI.
           OPEN INPUT FILE-CLIENTI-SDI
           IF WS-CLIENTI-SDI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-SDI
           PERFORM UNTIL WS-EOF-SDI = 'Y'
               READ FILE-CLIENTI-SDI
                   AT END
                       MOVE 'Y' TO WS-EOF-SDI
                   NOT AT END
                       IF WS-NUM-SDI < 5000
                           ADD 1 TO WS-NUM-SDI
                           MOVE SDI-ID-CLIENTE TO WS-SDI-ID(WS-NUM-SDI)
                           MOVE SDI-PARTITA-IVA
                               TO WS-SDI-PARTITA-IVA(WS-NUM-SDI)
                           MOVE SDI-CODICE-FISCALE
                               TO WS-SDI-CODICE-FISCALE(WS-NUM-SDI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CLIENTI-SDI.

           COPY BACKUP-CLIENTI.
