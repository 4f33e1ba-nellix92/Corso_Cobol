      ****************LAYOUT RECORD PREMI-CATALOGO.TXT******************
      *Catalogo dei premi riscattabili con i punti fedelta': codice,
      *descrizione e punti richiesti. Un premio tolto dal catalogo
      *resta con PRE-ATTIVO 'N', perche' i riscatti passati lo citano.
           01 RECORD-PREMIO.
              05 PRE-CODICE PIC X(6).
              05 PRE-DESCRIZIONE PIC X(30).
              05 PRE-PUNTI PIC 9(7).
              05 PRE-ATTIVO PIC X.
                 88 PREMIO-ATTIVO VALUE 'S'.
