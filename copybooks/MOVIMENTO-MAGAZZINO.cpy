      ****************LAYOUT RECORD MAGAZZINO-MOVIMENTI.TXT*************
      *Giornale delle variazioni di giacenza, una riga per carico e
      *per prodotto/giorno di scarico: la giacenza di Magazzino.idx
      *si ricostruisce sommando le quantita' di questo file. La
      *quantita' porta il segno dell'effetto sulla giacenza.
           01 RECORD-MOVIMENTO-MAGAZZINO.
              05 MMV-DATA PIC 9(8).
              05 MMV-CODICE-PRODOTTO PIC X(8).
              05 MMV-CAUSALE PIC X.
                 88 MMV-CARICO VALUE 'C'.
                 88 MMV-VENDITA VALUE 'V'.
                 88 MMV-RESO VALUE 'R'.
              05 MMV-QUANTITA PIC S9(7).
              05 MMV-GIACENZA-DOPO PIC S9(7).
      *Bolla del fornitore per i carichi, data di scarico per le
      *vendite e i resi.
              05 MMV-RIFERIMENTO PIC X(20).
              05 MMV-OPERATORE PIC X(8).
              05 MMV-TIMESTAMP PIC X(14).
