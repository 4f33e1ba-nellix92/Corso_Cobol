      ****************LAYOUT RECORD DI TESTATA HDR*********************
      *Primo record dei file piatti di scambio (Vendite-mese.trimestre,
      *Vendite-dettaglio, Vendite-partite, Incassi-in e i flussi GL
      *in uscita): dichiara con quale tracciato e' stato scritto il
      *file. Il tag occupa le stesse tre posizioni del tag "TRL" del
      *trailer, cosi' ogni lettore lo riconosce e lo salta senza
      *conoscerne il resto. Il record HDR non entra nel conteggio ne'
      *nel totale di controllo del trailer.
           01 TESTATA-FILE.
              05 HDR-TAG PIC X(3).
              05 HDR-TIPO-FILE PIC X(8).
              05 HDR-VERSIONE PIC 9(3).
              05 HDR-DATA-CREAZIONE PIC 9(8).
              05 HDR-PROGRAMMA PIC X(20).
              05 HDR-LOTTO PIC 9(6).
