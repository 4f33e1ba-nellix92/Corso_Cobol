      ****************LAYOUT RECORD MAGAZZINO.IDX***********************
      *Giacenza di magazzino per prodotto, chiave il codice di
      *Prodotti.txt. I carichi li registra CaricoMerci, gli scarichi
      *per vendita e i rientri per nota di credito ScaricoMagazzino
      *dal dettaglio vendite; ogni variazione lascia la sua riga in
      *Magazzino-movimenti.txt. La giacenza puo' andare sotto zero
      *(venduto prima del carico): e' un'eccezione da vedere nella
      *situazione di magazzino, non un errore da rifiutare.
           01 RECORD-MAGAZZINO.
              05 MAG-CODICE-PRODOTTO PIC X(8).
              05 MAG-GIACENZA PIC S9(7).
      *Punto di riordino: con la giacenza a questo livello o sotto
      *il prodotto va riordinato. Zero vale nessun punto fissato.
              05 MAG-PUNTO-RIORDINO PIC 9(7).
              05 MAG-DATA-ULTIMO-CARICO PIC 9(8).
              05 MAG-DATA-ULTIMO-SCARICO PIC 9(8).
              05 MAG-DATA-AGGIORNAMENTO PIC 9(8).
              05 MAG-OPERATORE PIC X(8).
