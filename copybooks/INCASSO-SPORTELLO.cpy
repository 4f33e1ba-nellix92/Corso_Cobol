      ****************LAYOUT RECORD INCASSI-SPORTELLO.TXT**************
      *Righe dei lotti di incassi di sportello (LOTTO-INCASSI), una
      *per contante o assegno ricevuto. La riga si accoda appena
      *confermata, cosi' un'interruzione non perde il lavoro fatto;
      *finche' il lotto e' aperto una riga sbagliata si elimina.
      *Il numero dell'assegno e' obbligatorio per gli assegni e non
      *puo' ripetersi nello stesso lotto.
           01 RECORD-INCASSO-SPORTELLO.
              05 ISP-LOTTO PIC 9(6).
              05 ISP-RIGA PIC 9(4).
              05 ISP-ID-CLIENTE PIC 9(6).
              05 ISP-DATA PIC 9(8).
              05 ISP-IMPORTO PIC S9(7)V99.
              05 ISP-METODO PIC X.
                 88 INCASSO-CONTANTI VALUE 'C'.
                 88 INCASSO-ASSEGNO VALUE 'A'.
              05 ISP-NUMERO-ASSEGNO PIC X(15).
