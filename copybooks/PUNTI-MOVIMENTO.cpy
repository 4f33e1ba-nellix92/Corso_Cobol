      ****************LAYOUT RECORD PUNTI-MOVIMENTI.TXT*****************
      *Giornale dei punti fedelta', solo in accodamento: il saldo di
      *un cliente e' la somma dei suoi punti. I punti portano il
      *segno dell'effetto sul saldo.
           01 RECORD-PUNTI.
              05 PMV-ID-CLIENTE PIC 9(6).
              05 PMV-DATA PIC 9(8).
              05 PMV-CAUSALE PIC X.
                 88 PMV-ACCREDITO VALUE 'A'.
                 88 PMV-STORNO VALUE 'S'.
                 88 PMV-RISCATTO VALUE 'R'.
                 88 PMV-SCADENZA VALUE 'X'.
              05 PMV-PUNTI PIC S9(7).
      *Fattura per accrediti e storni, codice premio per i riscatti,
      *data limite per le scadenze.
              05 PMV-RIFERIMENTO PIC X(20).
              05 PMV-OPERATORE PIC X(8).
              05 PMV-TIMESTAMP PIC X(14).
