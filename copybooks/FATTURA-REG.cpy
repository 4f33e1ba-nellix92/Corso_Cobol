      ****************LAYOUT RECORD FATTURE-REGISTRO.TXT****************
      *Registro delle fatture emesse: una riga per documento, scritta
      *da EmissioneFatture nel momento in cui il numero viene
      *assegnato. Tipo 'F' fattura, 'N' nota di credito (documento a
      *totale negativo, stessa numerazione). Il riepilogo IVA porta
      *fino a quattro codici; oltre, il quarto raccoglie il resto.
           01 RECORD-FATTURA-REG.
              05 FRG-ANNO PIC 9(4).
              05 FRG-NUMERO PIC 9(6).
              05 FRG-DATA PIC 9(8).
              05 FRG-TIPO PIC X.
                 88 FRG-FATTURA VALUE 'F'.
                 88 FRG-NOTA-CREDITO VALUE 'N'.
              05 FRG-ID-CLIENTE PIC 9(6).
              05 FRG-IMPONIBILE PIC S9(9)V99.
              05 FRG-IMPOSTA PIC S9(9)V99.
              05 FRG-TOTALE PIC S9(9)V99.
              05 FRG-RIGHE PIC 9(4).
              05 FRG-RIEPILOGO-IVA OCCURS 4 TIMES.
                 10 FRG-IVA-CODICE PIC X(2).
                 10 FRG-IVA-IMPONIBILE PIC S9(9)V99.
                 10 FRG-IVA-IMPOSTA PIC S9(9)V99.
              05 FRG-TIMESTAMP PIC X(14).
