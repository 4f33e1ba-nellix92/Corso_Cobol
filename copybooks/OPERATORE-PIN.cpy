      ****************LAYOUT RECORD OPERATORI-PIN.TXT******************
      *Credenziali degli operatori, separate da operatori.txt che
      *legge mezzo sistema: il PIN non c'e', c'e' solo il suo hash
      *(HASH-PIN) calcolato con il sale del record. Stato 'A'
      *attivo, 'R' PIN provvisorio da cambiare al prossimo sign-on,
      *'B' bloccato per troppi PIN errati, 'D' disabilitato
      *(operatore uscito, OPERATORI-SYNC). Data ed autore
      *dell'ultimo evento: blocco, reset o disabilitazione.
           01 RECORD-PIN.
              05 PIN-SIGLA PIC X(8).
              05 PIN-SALE PIC X(8).
              05 PIN-HASH PIC X(16).
              05 PIN-STATO PIC X.
                 88 PIN-ATTIVO VALUE 'A'.
                 88 PIN-DA-CAMBIARE VALUE 'R'.
                 88 PIN-BLOCCATO VALUE 'B'.
                 88 PIN-DISABILITATO VALUE 'D'.
              05 PIN-ERRATI PIC 99.
              05 PIN-DATA-CAMBIO PIC 9(8).
              05 PIN-DATA-EVENTO PIC 9(8).
              05 PIN-SIGLA-EVENTO PIC X(8).
