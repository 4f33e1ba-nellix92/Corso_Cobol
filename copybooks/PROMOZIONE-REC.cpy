      ****************LAYOUT RECORD PROMOZIONI.TXT**********************
      *Calendario delle promozioni di prezzo, mantenuto da
      *Promozioni e letto da AnalisiPromozioni. Una promozione vale
      *per un prodotto ('P', codice di Prodotti.txt) o per una linea
      *('L', codice di Prodotti-linee.txt) nelle regioni di
      *PRM-REGIONI ("ALL" o codici a due cifre separati da virgole,
      *come l'ambito degli operatori), dal giorno di inizio al giorno
      *di fine compresi, con lo sconto percentuale praticato.
           01 RECORD-PROMOZIONE.
              05 PRM-CODICE PIC X(8).
              05 PRM-DESCRIZIONE PIC X(30).
              05 PRM-TIPO PIC X.
                 88 PRM-SU-PRODOTTO VALUE 'P'.
                 88 PRM-SU-LINEA VALUE 'L'.
              05 PRM-OGGETTO PIC X(10).
              05 PRM-REGIONI PIC X(20).
              05 PRM-DATA-INIZIO PIC 9(8).
              05 PRM-DATA-FINE PIC 9(8).
              05 PRM-SCONTO PIC 99V99.
              05 PRM-DATA-AGGIORNAMENTO PIC 9(8).
              05 PRM-OPERATORE PIC X(8).
