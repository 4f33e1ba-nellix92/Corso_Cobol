      ****************LAYOUT RECORD CLIENTI-FEDELTA.TXT*****************
      *Adesione al programma punti, una riga per cliente iscritto,
      *mantenuta da CLIENTI-MAINT e riscritta per intero come le
      *esenzioni: il cliente senza riga non accumula punti. I punti
      *maturano sui movimenti dalla data di adesione in poi.
           01 RECORD-FEDELTA.
              05 FED-ID-CLIENTE PIC 9(6).
              05 FED-DATA-ADESIONE PIC 9(8).
              05 FED-OPERATORE PIC X(8).
