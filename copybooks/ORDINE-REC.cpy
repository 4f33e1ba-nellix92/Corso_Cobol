      ****************LAYOUT RECORD ORDINI.IDX**************************
      *Ordini dei clienti, una riga di Ordini.idx per riga d'ordine
      *(chiave numero ordine + numero riga), con i dati di testata
      *ripetuti su ogni riga. Inserite da InserimentoOrdini; le
      *quantita' spedite le avanza SpedizioniDdt all'emissione del
      *documento di trasporto, e le riporta indietro se la merce e'
      *respinta. Le consegne firmate diventano movimenti di
      *Vendite-dettaglio.txt con MovimentiOrdini, che avanza
      *ORD-QUANTITA-MOVIMENTATA.
           01 RECORD-ORDINE.
              05 ORD-CHIAVE.
                 10 ORD-NUMERO PIC 9(6).
                 10 ORD-RIGA PIC 9(3).
              05 ORD-ID-CLIENTE PIC 9(6).
              05 ORD-REGIONE-NUM PIC 99.
              05 ORD-DATA-ORDINE PIC 9(8).
      *Riferimento d'ordine del cliente (numero d'ordine suo, nome
      *di chi ha telefonato).
              05 ORD-RIFERIMENTO PIC X(15).
              05 ORD-CODICE-PRODOTTO PIC X(8).
              05 ORD-QUANTITA PIC 9(5).
              05 ORD-PREZZO-UNITARIO PIC 9(5)V99.
              05 ORD-CODICE-IVA PIC X(2).
              05 ORD-DATA-PREVISTA PIC 9(8).
              05 ORD-QUANTITA-SPEDITA PIC 9(5).
              05 ORD-DATA-SPEDIZIONE PIC 9(8).
              05 ORD-QUANTITA-MOVIMENTATA PIC 9(5).
      *Annullata vale per il residuo non spedito: la parte gia'
      *spedita va comunque in movimento.
              05 ORD-STATO PIC X.
                 88 RIGA-APERTA VALUE 'A'.
                 88 RIGA-PARZIALE VALUE 'P'.
                 88 RIGA-SPEDITA VALUE 'S'.
                 88 RIGA-ANNULLATA VALUE 'X'.
                 88 RIGA-IN-PORTAFOGLIO VALUE 'A' 'P'.
              05 ORD-OPERATORE PIC X(8).
              05 ORD-DATA-AGGIORNAMENTO PIC 9(8).
