                 88 CLIENTE-SOSPESO VALUE 'S'.
                 88 CLIENTE-CESSATO VALUE 'C'.
              05 DATA-STATO-IDX PIC X(8).
      *Termini di pagamento del cliente (codice di
      *Termini-pagamento.txt): vuoto vale i termini predefiniti di
      *gestionale.cfg (TERMINI-PREDEFINITI), in mancanza rimessa
      *diretta.
              05 CODICE-TERMINI-IDX PIC X(4).
      *Identita' fiscale: codice fiscale (persone fisiche, 16
      *caratteri, o 11 cifre per gli enti) e partita IVA (ditte, 11
      *cifre), entrambi facoltativi ma controllati con il carattere
      *di controllo ufficiale da CONTROLLA-FISCALE. Due ID con lo
      *stesso codice sono lo stesso soggetto (vedi CLIENTI-FISCALE).
              05 CODICE-FISCALE-IDX PIC X(16).
              05 PARTITA-IVA-IDX PIC X(11).
      *Societa' del gruppo titolare del cliente (Societa.txt): le
      *vendite al cliente sono di quella societa'. Spazi vale la
      *societa' principale, cosi' i clienti storici restano suoi.
              05 SOCIETA-IDX PIC X(2).
