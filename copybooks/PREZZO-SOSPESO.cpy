      ****************LAYOUT RECORD VENDITE-PREZZI-SOSPESI.TXT**********
      *Movimenti di Vendite-dettaglio.txt trattenuti dal rollup per
      *prezzo unitario troppo lontano dal listino. Il movimento si
      *riconosce dai suoi campi (PSO-MOVIMENTO, stesso ordine del
      *tracciato di dettaglio); un supervisore lo rilascia ('R') o lo
      *respinge ('X') con RilasciaPrezzi e il rollup successivo lo
      *riassume o lo scarta.
           01 RECORD-PREZZO-SOSPESO.
              05 PSO-STATO PIC X.
                 88 PSO-IN-ATTESA VALUE 'S'.
                 88 PSO-RILASCIATO VALUE 'R'.
                 88 PSO-RESPINTO VALUE 'X'.
              05 PSO-MOVIMENTO.
                 10 PSO-ID-CLIENTE PIC 9(6).
                 10 PSO-REGIONE-NUM PIC 99.
                 10 PSO-DATA PIC 9(8).
                 10 PSO-IMPORTO PIC S9(7)V99.
                 10 PSO-CODICE-PRODOTTO PIC X(8).
                 10 PSO-QUANTITA PIC 9(5).
                 10 PSO-PREZZO-UNITARIO PIC S9(5)V99.
              05 PSO-PREZZO-LISTINO PIC 9(5)V99.
              05 PSO-SCOSTAMENTO-PERC PIC S9(5)V99.
              05 PSO-DATA-RILEVAZIONE PIC 9(8).
              05 PSO-DATA-DECISIONE PIC 9(8).
              05 PSO-OPERATORE PIC X(8).
