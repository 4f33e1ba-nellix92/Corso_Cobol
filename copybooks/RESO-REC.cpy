      ****************LAYOUT RECORD RESI.TXT****************************
      *Autorizzazioni al reso (RMA), una riga per autorizzazione,
      *mantenute da ResiMerce. Il reso si apre contro la vendita
      *originale (cliente, data, prodotto del dettaglio vendite) e
      *ne porta regione, prezzo unitario medio e codice IVA, che
      *servono alla nota di credito emessa al ricevimento.
           01 RECORD-RESO.
              05 RES-NUMERO PIC 9(6).
              05 RES-ID-CLIENTE PIC 9(6).
              05 RES-REGIONE-NUM PIC 99.
              05 RES-DATA-VENDITA PIC 9(8).
              05 RES-CODICE-PRODOTTO PIC X(8).
              05 RES-QUANTITA PIC 9(5).
              05 RES-PREZZO-UNITARIO PIC 9(5)V99.
              05 RES-CODICE-IVA PIC X(2).
      *Codici e descrizioni nella tabella CAUSALI-RESO.
              05 RES-CAUSALE PIC X(2).
              05 RES-STATO PIC X.
                 88 RESO-AUTORIZZATO VALUE 'A'.
                 88 RESO-RICEVUTO VALUE 'R'.
                 88 RESO-ANNULLATO VALUE 'N'.
              05 RES-DATA-APERTURA PIC 9(8).
              05 RES-OPERATORE-APERTURA PIC X(8).
              05 RES-DATA-RICEZIONE PIC 9(8).
              05 RES-OPERATORE-RICEZIONE PIC X(8).
              05 RES-IMPORTO-ACCREDITATO PIC 9(7)V99.
      *'S' se la merce e' stata rimessa in giacenza al ricevimento:
      *lo scarico notturno non la rimette una seconda volta.
              05 RES-MAGAZZINO PIC X.
                 88 RESO-IN-GIACENZA VALUE 'S'.
