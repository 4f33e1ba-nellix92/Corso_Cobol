      ****************LAYOUT RECORD PREMI-ACCORDI.TXT*******************
      *Accordi di premio a volume: per cliente ('C') o per gruppo
      *('G', il capogruppo di clienti-relazioni.txt con tutti i suoi
      *membri), validi dall'anno ACP-ANNO-DAL all'anno ACP-ANNO-AL
      *compresi. Fino a cinque scaglioni in ordine crescente di
      *soglia: la percentuale dello scaglione piu' alto raggiunto dal
      *fatturato netto dell'anno si applica a tutto il fatturato.
      *Uno scaglione con percentuale zero non e' usato.
           01 RECORD-ACCORDO-PREMIO.
              05 ACP-ID-CLIENTE PIC 9(6).
              05 ACP-AMBITO PIC X.
                 88 ACP-PER-CLIENTE VALUE 'C'.
                 88 ACP-PER-GRUPPO VALUE 'G'.
              05 ACP-ANNO-DAL PIC 9(4).
              05 ACP-ANNO-AL PIC 9(4).
              05 ACP-SCAGLIONE OCCURS 5 TIMES.
                 10 ACP-SOGLIA PIC 9(9)V99.
                 10 ACP-PERCENTUALE PIC 99V99.
