      ****************LAYOUT RECORD CLIENTI-MANDATI.TXT*****************
      *Registro dei mandati SEPA di addebito diretto (SDD Core), una
      *riga per mandato, mantenuto da CLIENTI-MAINT [B] e riscritto
      *per intero come gli altri file laterali. Un mandato non si
      *cancella mai: un nuovo mandato dello stesso cliente revoca il
      *precedente, che resta in archivio con la data di revoca. Il
      *mandato sospeso e' quello bloccato dagli insoluti
      *(InsolutiSepa): non entra negli addebiti finche' un
      *supervisore non lo riattiva. La data dell'ultimo addebito
      *decide la sequenza SEPA: a zero il prossimo addebito e' il
      *primo (FRST), poi ricorrente (RCUR).
           01 RECORD-MANDATO.
              05 MAN-ID-CLIENTE PIC 9(6).
              05 MAN-ID-MANDATO PIC X(35).
              05 MAN-IBAN PIC X(34).
              05 MAN-DATA-FIRMA PIC 9(8).
              05 MAN-STATO PIC X.
                 88 MANDATO-ATTIVO VALUE 'A'.
                 88 MANDATO-SOSPESO VALUE 'S'.
                 88 MANDATO-REVOCATO VALUE 'R'.
              05 MAN-DATA-STATO PIC 9(8).
              05 MAN-OPERATORE PIC X(8).
              05 MAN-DATA-ULTIMO-ADDEBITO PIC 9(8).
              05 MAN-NUM-INSOLUTI PIC 99.
