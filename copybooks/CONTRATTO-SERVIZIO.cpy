      ****************LAYOUT RECORD CONTRATTI-SERVIZIO.TXT*************
      *Contratti di manutenzione a canone, mantenuti da
      *ContrattiServizio: una riga per contratto, numerata. Il canone
      *CTR-IMPORTO e' quello di ogni addebito (mensile, trimestrale,
      *semestrale o annuale) e FatturaContratti lo porta nel feed
      *per ogni periodo dovuto fra decorrenza e scadenza. Alla data
      *di indicizzazione il canone si aggiorna della percentuale di
      *gestionale.cfg e la data passa all'anno dopo (zeri = canone
      *fisso). La regione e' quella in cui il canone si contabilizza.
      *Un contratto disdetto resta in archivio con la sua scadenza
      *anticipata alla data di disdetta.
           01 RECORD-CONTRATTO.
              05 CTR-NUMERO PIC 9(6).
              05 CTR-ID-CLIENTE PIC 9(6).
              05 CTR-REGIONE PIC 99.
              05 CTR-CODICE-PRODOTTO PIC X(8).
              05 CTR-IMPORTO PIC 9(5)V99.
              05 CTR-CODICE-IVA PIC X(2).
              05 CTR-FREQUENZA PIC X.
                 88 CTR-MENSILE VALUE 'M'.
                 88 CTR-TRIMESTRALE VALUE 'T'.
                 88 CTR-SEMESTRALE VALUE 'S'.
                 88 CTR-ANNUALE VALUE 'A'.
              05 CTR-DATA-INIZIO PIC 9(8).
              05 CTR-DATA-FINE PIC 9(8).
              05 CTR-DATA-INDICIZZAZIONE PIC 9(8).
              05 CTR-STATO PIC X.
                 88 CTR-ATTIVO VALUE 'A'.
                 88 CTR-DISDETTO VALUE 'D'.
              05 CTR-DATA-AGGIORNAMENTO PIC 9(8).
              05 CTR-OPERATORE PIC X(8).
