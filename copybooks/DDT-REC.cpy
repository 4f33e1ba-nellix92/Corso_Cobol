      ****************LAYOUT RECORD DDT.IDX*****************************
      *Documenti di trasporto, una riga di Ddt.idx per riga di DDT
      *(chiave anno + numero progressivo dell'anno + riga), con i
      *dati di testata ripetuti su ogni riga. Li emette SpedizioniDdt
      *dalle righe d'ordine aperte di un cliente; la merce esce dal
      *magazzino all'emissione. L'esito della consegna (copia firmata
      *rientrata, o merce respinta) vale per tutto il documento. Solo
      *le righe consegnate diventano movimenti di Vendite-dettaglio.txt
      *con MovimentiOrdini, alla data di consegna.
           01 RECORD-DDT.
              05 DDT-CHIAVE.
                 10 DDT-ANNO PIC 9(4).
                 10 DDT-NUMERO PIC 9(6).
                 10 DDT-RIGA PIC 9(3).
              05 DDT-DATA PIC 9(8).
              05 DDT-ID-CLIENTE PIC 9(6).
              05 DDT-VETTORE PIC X(20).
              05 DDT-COLLI PIC 9(3).
      *Riga d'ordine da cui viene la riga del documento.
              05 DDT-ORDINE.
                 10 DDT-ORD-NUMERO PIC 9(6).
                 10 DDT-ORD-RIGA PIC 9(3).
              05 DDT-REGIONE-NUM PIC 99.
              05 DDT-CODICE-PRODOTTO PIC X(8).
              05 DDT-QUANTITA PIC 9(5).
              05 DDT-PREZZO-UNITARIO PIC 9(5)V99.
              05 DDT-CODICE-IVA PIC X(2).
              05 DDT-STATO-CONSEGNA PIC X.
                 88 DDT-IN-ATTESA VALUE 'A'.
                 88 DDT-CONSEGNATO VALUE 'C'.
                 88 DDT-RESPINTO VALUE 'R'.
      *Data della consegna firmata (o del rifiuto) e chi ha firmato.
              05 DDT-DATA-CONSEGNA PIC 9(8).
              05 DDT-FIRMATARIO PIC X(20).
      *'S' quando l'emissione ha gia' tolto la merce da
      *Magazzino.idx: lo scarico notturno non la toglie di nuovo.
              05 DDT-MAGAZZINO PIC X.
                 88 DDT-SCARICATO VALUE 'S'.
              05 DDT-MOVIMENTATO PIC X.
                 88 DDT-IN-DETTAGLIO VALUE 'S'.
              05 DDT-OPERATORE PIC X(8).
              05 DDT-DATA-AGGIORNAMENTO PIC 9(8).
