      ****************LAYOUT RECORD VENDITE-PARTITE.TXT*****************
           01 PARTITA.
              05 PAR-ID-CLIENTE PIC 9(6).
              05 PAR-REGIONE-NUM PIC 99.
              05 PAR-DATA-MOVIMENTO PIC 9(8).
              05 PAR-IMPORTO PIC S9(7)V99.
              05 PAR-STATO PIC X.
                 88 PARTITA-APERTA VALUE 'A'.
                 88 PARTITA-PAGATA VALUE 'P'.
      *Stralciata come perdita (StralciPartite): la data incasso
      *porta la data dello stralcio.
                 88 PARTITA-STRALCIATA VALUE 'S'.
              05 PAR-DATA-INCASSO PIC 9(8).
      *Sollecito raggiunto dalla partita: 0 nessuno, 1 promemoria
      *cortese, 2 sollecito formale, 3 diffida prima dell'azione
      *legale; la data e' quella dell'ultimo invio. Le partite
      *scritte prima dei solleciti hanno i due campi a spazi e
      *valgono livello 0.
              05 PAR-LIVELLO-SOLLECITO PIC 9.
              05 PAR-DATA-SOLLECITO PIC 9(8).
      *Scadenza della partita secondo i termini di pagamento del
      *cliente, gia' portata al giorno lavorativo; PAR-RATA e' il
      *numero della rata quando il movimento e' stato diviso. Ogni
      *domanda "e' in ritardo?" si misura da PAR-DATA-SCADENZA. Le
      *partite scritte prima delle scadenze (campi a spazi) scadono
      *alla data del movimento, rata 1.
              05 PAR-DATA-SCADENZA PIC 9(8).
              05 PAR-RATA PIC 9.
      *Contestazione del cliente: 'C' mentre la partita e' in
      *contestazione, con il NOME della nota di contestazione in
      *notadb (NOTA e PARTITE_CONTESTATE). La partita contestata
      *non riceve solleciti e nell'aging sta in una colonna a parte,
      *ma l'incasso le si abbina come a ogni altra. Spazi = nessuna
      *contestazione, anche per le partite scritte prima.
              05 PAR-CONTESTAZIONE PIC X.
                 88 PARTITA-CONTESTATA VALUE 'C'.
              05 PAR-NOTA-CONTESTAZIONE PIC X(20).
      *Societa' del gruppo intestataria della partita, quella del
      *movimento da cui nasce (DET-SOCIETA). Spazi = la principale,
      *anche per le partite scritte prima.
              05 PAR-SOCIETA PIC X(2).
           01 TRAILER-PARTITE.
              05 PAR-TRAILER-TAG PIC X(3).
              05 PAR-TRAILER-RECORD-COUNT PIC 9(6).
              05 PAR-TRAILER-CONTROL-TOTAL PIC S9(11)V99.
