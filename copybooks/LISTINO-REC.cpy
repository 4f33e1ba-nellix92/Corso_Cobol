      ****************LAYOUT RECORD LISTINO-PREZZI.TXT******************
      *Listino prezzi mantenuto da ListinoPrezzi: una riga per
      *prodotto e data di decorrenza. Il prezzo valido a una data e'
      *quello della riga dello stesso prodotto con la decorrenza piu'
      *recente non successiva alla data; le righe vecchie restano,
      *cosi' un movimento arretrato si confronta con il prezzo che
      *valeva allora.
           01 RECORD-LISTINO.
              05 LIS-CODICE-PRODOTTO PIC X(8).
              05 LIS-DATA-EFFETTO PIC 9(8).
              05 LIS-PREZZO PIC 9(5)V99.
              05 LIS-DATA-AGGIORNAMENTO PIC 9(8).
              05 LIS-OPERATORE PIC X(8).
