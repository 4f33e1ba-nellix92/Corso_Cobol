       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLLA-IBAN.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Controllo dell'IBAN del conto di addebito con l'algoritmo
      *ISO 13616 (modulo 97), nello stesso stile di
      *CONTROLLA-FISCALE. Il chiamante passa l'IBAN e riceve
      *l'esito: spazio se il campo e' vuoto, 'S' valido, 'F' formato
      *errato (paese non di due lettere, caratteri non ammessi,
      *lunghezza fuori dai 15-34 caratteri o diversa dai 27 degli
      *IBAN italiani), 'C' formato giusto ma cifre di controllo
      *sbagliate. L'IBAN torna normalizzato: maiuscolo, senza spazi
      *interni, allineato a sinistra.
      *Il controllo sposta i primi quattro caratteri in coda,
      *converte le lettere in numeri (A=10 ... Z=35) e calcola il
      *resto della divisione per 97 una cifra alla volta, senza
      *mai costruire il numero intero: il resto deve essere 1.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MINUSCOLE PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAIUSCOLE PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ALFABETO PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-IBAN PIC X(34).
       01 WS-RIORDINATO PIC X(34).
       01 WS-LUNGHEZZA PIC 99.
       01 WS-POSIZIONE PIC 99.
       01 WS-DESTINAZIONE PIC 99.
       01 WS-INDICE-ALFA PIC 99.
       01 WS-VALORE PIC 99.
       01 WS-CARATTERE PIC X.
       01 WS-RESTO PIC 9(4).
       01 WS-QUOZIENTE PIC 9(4).

       LINKAGE SECTION.
       01 LNK-IBAN PIC X(34).
       01 LNK-ESITO PIC X.

       PROCEDURE DIVISION USING LNK-IBAN, LNK-ESITO.
           MOVE SPACE TO LNK-ESITO
           INSPECT LNK-IBAN CONVERTING WS-MINUSCOLE TO WS-MAIUSCOLE
           MOVE SPACES TO WS-IBAN
           MOVE 0 TO WS-LUNGHEZZA
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 1
               UNTIL WS-POSIZIONE > 34
               IF LNK-IBAN(WS-POSIZIONE:1) NOT = SPACE
                   ADD 1 TO WS-LUNGHEZZA
                   MOVE LNK-IBAN(WS-POSIZIONE:1)
                       TO WS-IBAN(WS-LUNGHEZZA:1)
               END-IF
           END-PERFORM
           MOVE WS-IBAN TO LNK-IBAN
           IF WS-LUNGHEZZA = 0
               EXIT PROGRAM
           END-IF
           MOVE 'F' TO LNK-ESITO
           IF WS-LUNGHEZZA < 15
               EXIT PROGRAM
           END-IF
           IF WS-IBAN(1:2) IS NOT ALPHABETIC-UPPER
               OR WS-IBAN(3:2) IS NOT NUMERIC
               EXIT PROGRAM
           END-IF
           IF WS-IBAN(1:2) = "IT" AND WS-LUNGHEZZA NOT = 27
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO WS-RIORDINATO
           MOVE WS-IBAN(5:WS-LUNGHEZZA - 4) TO WS-RIORDINATO
           COMPUTE WS-DESTINAZIONE = WS-LUNGHEZZA - 3
           MOVE WS-IBAN(1:4) TO WS-RIORDINATO(WS-DESTINAZIONE:4)
           MOVE 0 TO WS-RESTO
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 1
               UNTIL WS-POSIZIONE > WS-LUNGHEZZA
               MOVE WS-RIORDINATO(WS-POSIZIONE:1) TO WS-CARATTERE
               MOVE 0 TO WS-INDICE-ALFA
               PERFORM VARYING WS-VALORE FROM 1 BY 1
                   UNTIL WS-VALORE > 36 OR WS-INDICE-ALFA > 0
                   IF WS-ALFABETO(WS-VALORE:1) = WS-CARATTERE
                       MOVE WS-VALORE TO WS-INDICE-ALFA
                   END-IF
               END-PERFORM
               IF WS-INDICE-ALFA = 0
                   EXIT PROGRAM
               END-IF
               COMPUTE WS-VALORE = WS-INDICE-ALFA - 1
               IF WS-VALORE > 9
                   COMPUTE WS-RESTO = WS-RESTO * 100 + WS-VALORE
               ELSE
                   COMPUTE WS-RESTO = WS-RESTO * 10 + WS-VALORE
               END-IF
               DIVIDE WS-RESTO BY 97 GIVING WS-QUOZIENTE
                   REMAINDER WS-RESTO
           END-PERFORM
           IF WS-RESTO = 1
               MOVE 'S' TO LNK-ESITO
           ELSE
               MOVE 'C' TO LNK-ESITO
           END-IF
           EXIT PROGRAM.
