      ****************LAYOUT RECORD PRODOTTI.TXT************************
      *Anagrafica prodotti, letta da GetProdotti e mantenuta da
      *PRODOTTI-MAINT. La linea di prodotto deve stare in
      *Prodotti-linee.txt; un prodotto disattivato resta in
      *anagrafica perche' i movimenti storici lo citano.
           01 PRODOTTO-MASTER.
              05 PRO-CODICE PIC X(8).
              05 PRO-DESCRIZIONE PIC X(30).
              05 PRO-LINEA PIC X(10).
              05 PRO-ATTIVO PIC X.
                 88 PRODOTTO-ATTIVO VALUE 'S'.
                 88 PRODOTTO-DISATTIVO VALUE 'N'.
