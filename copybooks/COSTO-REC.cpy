      ****************LAYOUT RECORD COSTI-STANDARD.TXT******************
      *Costo standard dei prodotti mantenuto da CostiStandard: una
      *riga per prodotto e data di decorrenza, come il listino. Il
      *costo valido a una data e' quello della riga dello stesso
      *prodotto con la decorrenza piu' recente non successiva alla
      *data; le righe vecchie restano, cosi' i margini di un periodo
      *passato si ricalcolano con i costi di allora.
           01 RECORD-COSTO.
              05 COS-CODICE-PRODOTTO PIC X(8).
              05 COS-DATA-EFFETTO PIC 9(8).
              05 COS-COSTO PIC 9(5)V99.
              05 COS-DATA-AGGIORNAMENTO PIC 9(8).
              05 COS-OPERATORE PIC X(8).
