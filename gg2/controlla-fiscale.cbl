       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLLA-FISCALE.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Controllo dell'identita' fiscale del cliente con gli algoritmi
      *ufficiali del carattere di controllo, in un solo punto per
      *anagrafica, caricamento, conversione e verifica notturna.
      *Il chiamante passa codice fiscale e partita IVA (anche uno
      *solo dei due) e riceve un esito per ciascuno: spazio se il
      *campo e' vuoto, 'S' valido, 'F' formato errato, 'C' formato
      *giusto ma carattere di controllo sbagliato. I due campi
      *tornano normalizzati: maiuscolo e allineati a sinistra.
      *Codice fiscale di persona fisica: 16 caratteri, lettere nelle
      *posizioni 1-6, 9, 12 e 16, cifre nelle posizioni 7-8, 10-11
      *e 13-15 (o le lettere LMNPQRSTUV dell'omocodia), mese tra
      *ABCDEHLMPRST; il sedicesimo carattere e' la somma dei valori
      *dispari/pari dei primi quindici modulo 26. Il codice fiscale
      *numerico di 11 cifre (enti, societa') segue la regola della
      *partita IVA: cifre dispari sommate, cifre pari raddoppiate
      *(meno 9 oltre il 9), controllo = (10 - somma mod 10) mod 10.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MINUSCOLE PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAIUSCOLE PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *Alfabeto del codice fiscale: la posizione di un carattere qui
      *indirizza la tabella dei valori dispari; per il valore pari
      *le cifre valgono se stesse e le lettere A=0 ... Z=25.
       01 WS-ALFABETO PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-VALORI-DISPARI-X.
           05 FILLER PIC X(20) VALUE "01000507091315171921".
           05 FILLER PIC X(20) VALUE "01000507091315171921".
           05 FILLER PIC X(20) VALUE "02041820110306081214".
           05 FILLER PIC X(12) VALUE "161022252423".
       01 WS-VALORI-DISPARI REDEFINES WS-VALORI-DISPARI-X.
           05 WS-VALORE-DISPARI OCCURS 36 TIMES PIC 99.
       01 WS-LETTERE-MESE PIC X(12) VALUE "ABCDEHLMPRST".
       01 WS-LETTERE-OMOCODIA PIC X(10) VALUE "LMNPQRSTUV".
       01 WS-CF PIC X(16).
       01 WS-PIVA PIC X(11).
       01 WS-PIVA-CIFRE REDEFINES WS-PIVA.
           05 WS-PIVA-CIFRA OCCURS 11 TIMES PIC 9.
       01 WS-ESITO-PIVA-CALC PIC X.
       01 WS-CARATTERE PIC X.
       01 WS-POSIZIONE PIC 99.
       01 WS-INDICE-ALFA PIC 99.
       01 WS-CONTA PIC 99.
       01 WS-SOMMA PIC 9(4).
       01 WS-QUOZIENTE PIC 9(4).
       01 WS-RESTO PIC 99.
       01 WS-DOPPIO PIC 99.
       01 WS-CONTROLLO PIC 9.

       LINKAGE SECTION.
       01 LNK-CODICE-FISCALE PIC X(16).
       01 LNK-PARTITA-IVA PIC X(11).
       01 LNK-ESITO-CF PIC X.
       01 LNK-ESITO-PIVA PIC X.

       PROCEDURE DIVISION USING LNK-CODICE-FISCALE, LNK-PARTITA-IVA,
           LNK-ESITO-CF, LNK-ESITO-PIVA.
           MOVE SPACE TO LNK-ESITO-CF
           MOVE SPACE TO LNK-ESITO-PIVA
           INSPECT LNK-CODICE-FISCALE
               CONVERTING WS-MINUSCOLE TO WS-MAIUSCOLE
           MOVE FUNCTION TRIM(LNK-CODICE-FISCALE LEADING)
               TO LNK-CODICE-FISCALE
           MOVE FUNCTION TRIM(LNK-PARTITA-IVA LEADING)
               TO LNK-PARTITA-IVA
           IF LNK-PARTITA-IVA NOT = SPACES
               MOVE LNK-PARTITA-IVA TO WS-PIVA
               PERFORM CONTROLLA-PIVA
               MOVE WS-ESITO-PIVA-CALC TO LNK-ESITO-PIVA
           END-IF
           IF LNK-CODICE-FISCALE NOT = SPACES
               MOVE LNK-CODICE-FISCALE TO WS-CF
               IF WS-CF(12:5) = SPACES
                   MOVE WS-CF(1:11) TO WS-PIVA
                   PERFORM CONTROLLA-PIVA
                   MOVE WS-ESITO-PIVA-CALC TO LNK-ESITO-CF
               ELSE
                   PERFORM CONTROLLA-CF-PERSONA
               END-IF
           END-IF
           EXIT PROGRAM.

      *Undici cifre con controllo Luhn-modulo-10; la partita IVA
      *tutta a zeri supera il controllo ma non esiste.
       CONTROLLA-PIVA.
           IF WS-PIVA IS NOT NUMERIC OR WS-PIVA = ZEROS
               MOVE 'F' TO WS-ESITO-PIVA-CALC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SOMMA
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 2
               UNTIL WS-POSIZIONE > 9
               ADD WS-PIVA-CIFRA(WS-POSIZIONE) TO WS-SOMMA
           END-PERFORM
           PERFORM VARYING WS-POSIZIONE FROM 2 BY 2
               UNTIL WS-POSIZIONE > 10
               COMPUTE WS-DOPPIO = WS-PIVA-CIFRA(WS-POSIZIONE) * 2
               IF WS-DOPPIO > 9
                   SUBTRACT 9 FROM WS-DOPPIO
               END-IF
               ADD WS-DOPPIO TO WS-SOMMA
           END-PERFORM
           DIVIDE WS-SOMMA BY 10 GIVING WS-QUOZIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO = 0
               MOVE 0 TO WS-CONTROLLO
           ELSE
               COMPUTE WS-CONTROLLO = 10 - WS-RESTO
           END-IF
           IF WS-CONTROLLO = WS-PIVA-CIFRA(11)
               MOVE 'S' TO WS-ESITO-PIVA-CALC
           ELSE
               MOVE 'C' TO WS-ESITO-PIVA-CALC
           END-IF.

       CONTROLLA-CF-PERSONA.
           MOVE 'F' TO LNK-ESITO-CF
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 1
               UNTIL WS-POSIZIONE > 16
               MOVE WS-CF(WS-POSIZIONE:1) TO WS-CARATTERE
               EVALUATE WS-POSIZIONE
                   WHEN 7
                   WHEN 8
                   WHEN 10
                   WHEN 11
                   WHEN 13
                   WHEN 14
                   WHEN 15
                       IF WS-CARATTERE IS NOT NUMERIC
                           MOVE 0 TO WS-CONTA
                           INSPECT WS-LETTERE-OMOCODIA TALLYING
                               WS-CONTA FOR ALL WS-CARATTERE
                           IF WS-CONTA = 0
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
                   WHEN OTHER
                       IF WS-CARATTERE IS NOT ALPHABETIC-UPPER
                           OR WS-CARATTERE = SPACE
                           EXIT PARAGRAPH
                       END-IF
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-CONTA
           INSPECT WS-LETTERE-MESE TALLYING WS-CONTA
               FOR ALL WS-CF(9:1)
           IF WS-CONTA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SOMMA
           PERFORM VARYING WS-POSIZIONE FROM 1 BY 1
               UNTIL WS-POSIZIONE > 15
               MOVE WS-CF(WS-POSIZIONE:1) TO WS-CARATTERE
               MOVE 0 TO WS-INDICE-ALFA
               PERFORM VARYING WS-CONTA FROM 1 BY 1
                   UNTIL WS-CONTA > 36 OR WS-INDICE-ALFA > 0
                   IF WS-ALFABETO(WS-CONTA:1) = WS-CARATTERE
                       MOVE WS-CONTA TO WS-INDICE-ALFA
                   END-IF
               END-PERFORM
               DIVIDE WS-POSIZIONE BY 2 GIVING WS-QUOZIENTE
                   REMAINDER WS-RESTO
               IF WS-RESTO = 1
                   ADD WS-VALORE-DISPARI(WS-INDICE-ALFA) TO WS-SOMMA
               ELSE
                   IF WS-INDICE-ALFA > 10
                       COMPUTE WS-SOMMA = WS-SOMMA
                           + WS-INDICE-ALFA - 11
                   ELSE
                       COMPUTE WS-SOMMA = WS-SOMMA
                           + WS-INDICE-ALFA - 1
                   END-IF
               END-IF
           END-PERFORM
           DIVIDE WS-SOMMA BY 26 GIVING WS-QUOZIENTE
               REMAINDER WS-RESTO
           IF WS-MAIUSCOLE(WS-RESTO + 1:1) = WS-CF(16:1)
               MOVE 'S' TO LNK-ESITO-CF
           ELSE
               MOVE 'C' TO LNK-ESITO-CF
           END-IF.
