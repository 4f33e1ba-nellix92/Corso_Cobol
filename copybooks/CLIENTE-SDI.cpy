      ****************LAYOUT RECORD CLIENTI-SDI.TXT*********************
      *Dati del cliente per la fattura elettronica, nel file laterale
      *clienti-sdi.txt mantenuto da CLIENTI-MAINT [E]: codice
      *destinatario SDI (7 caratteri) o indirizzo PEC, partita IVA
      *e/o codice fiscale. Senza destinatario ne' PEC la fattura va
      *con codice 0000000 e resta nel cassetto fiscale del cliente.
      *Partita IVA e codice fiscale stanno ora sulla scheda cliente
      *(CLIENTI-REC): qui restano quelli storici, portati sulla
      *scheda da CLIENTI-CONVERTI e usati solo in sua mancanza.
           01 RECORD-CLIENTE-SDI.
              05 SDI-ID-CLIENTE PIC 9(6).
              05 SDI-CODICE-DESTINATARIO PIC X(7).
              05 SDI-PEC PIC X(40).
              05 SDI-PARTITA-IVA PIC X(11).
              05 SDI-CODICE-FISCALE PIC X(16).
              05 SDI-DATA PIC 9(8).
              05 SDI-OPERATORE PIC X(8).
