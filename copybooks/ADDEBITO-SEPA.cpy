      ****************LAYOUT RECORD SEPA-ADDEBITI-REGISTRO.TXT*********
      *Registro degli addebiti diretti SEPA presentati in banca, una
      *riga per partita addebitata. AddebitiSepa accoda le righe
      *quando il partitario e' gia' aggiornato; InsolutiSepa le
      *ritrova dall'identificativo end-to-end del flusso insoluti e
      *le marca respinte con data e causale. La partita si
      *riconosce da cliente, data movimento, rata, scadenza e
      *importo.
           01 RECORD-ADDEBITO-SEPA.
              05 ADS-END-TO-END PIC X(20).
              05 ADS-DATA-ADDEBITO PIC 9(8).
              05 ADS-ID-CLIENTE PIC 9(6).
              05 ADS-ID-MANDATO PIC X(35).
              05 ADS-SEQUENZA PIC X(4).
              05 ADS-DATA-MOVIMENTO PIC 9(8).
              05 ADS-RATA PIC 9.
              05 ADS-DATA-SCADENZA PIC 9(8).
              05 ADS-IMPORTO PIC S9(7)V99.
              05 ADS-STATO PIC X.
                 88 ADDEBITO-PRESENTATO VALUE 'I'.
                 88 ADDEBITO-RESPINTO VALUE 'R'.
              05 ADS-DATA-INSOLUTO PIC 9(8).
              05 ADS-CAUSALE-INSOLUTO PIC X(4).
              05 ADS-OPERATORE PIC X(8).
