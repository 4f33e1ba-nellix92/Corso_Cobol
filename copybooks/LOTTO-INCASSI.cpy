      ****************LAYOUT RECORD INCASSI-LOTTI.TXT******************
      *Lotti di incassi di sportello (contanti e assegni raccolti
      *dalle filiali), una riga per lotto, riscritta per intero a
      *ogni cambio di stato. L'operatore apre il lotto dichiarando
      *quanti incassi contiene e per quale totale, poi li registra
      *uno per uno in Incassi-sportello.txt (INCASSO-SPORTELLO). Il
      *lotto si chiude solo quando le righe registrate tornano con
      *numero e totale dichiarati: alla chiusura le righe passano in
      *Incassi-in.txt per AbbinaIncassi. Un lotto annullato resta in
      *archivio con le sue righe ma non va mai in abbinamento.
           01 RECORD-LOTTO-INCASSI.
              05 LOT-NUMERO PIC 9(6).
              05 LOT-OPERATORE PIC X(8).
              05 LOT-REGIONE PIC 99.
              05 LOT-DATA-APERTURA PIC 9(8).
              05 LOT-NUM-DICHIARATO PIC 9(4).
              05 LOT-TOTALE-DICHIARATO PIC S9(9)V99.
              05 LOT-STATO PIC X.
                 88 LOTTO-APERTO VALUE 'A'.
                 88 LOTTO-CHIUSO VALUE 'C'.
                 88 LOTTO-ANNULLATO VALUE 'X'.
              05 LOT-DATA-CHIUSURA PIC 9(8).
