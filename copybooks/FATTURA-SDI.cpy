      ****************LAYOUT RECORD FATTURE-SDI-STATO.TXT***************
      *Stato di trasmissione allo SDI: una riga per file inviato,
      *scritta da EsportaFatturePA all'invio ('I') e aggiornata da
      *RicevuteSdi con l'esito della ricevuta: 'C' consegnata, 'M'
      *mancata consegna (la fattura e' comunque emessa e sta nel
      *cassetto fiscale), 'S' scartata con codice errore SDI. Lo
      *stato della fattura e' quello della sua riga piu' recente: una
      *fattura scartata si corregge e si reinvia con un file nuovo.
           01 RECORD-FATTURA-SDI.
              05 FSD-ANNO PIC 9(4).
              05 FSD-NUMERO PIC 9(6).
              05 FSD-NOME-FILE PIC X(30).
              05 FSD-PROGRESSIVO PIC 9(5).
              05 FSD-STATO PIC X.
                 88 FSD-INVIATA VALUE 'I'.
                 88 FSD-CONSEGNATA VALUE 'C'.
                 88 FSD-NON-CONSEGNATA VALUE 'M'.
                 88 FSD-SCARTATA VALUE 'S'.
              05 FSD-DATA-INVIO PIC 9(8).
              05 FSD-DATA-ESITO PIC 9(8).
              05 FSD-CODICE-ERRORE PIC X(5).
              05 FSD-DESCRIZIONE PIC X(60).
