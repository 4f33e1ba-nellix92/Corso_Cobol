      ****************LAYOUT RECORD CLIENTI-AGENTI.TXT******************
      *Storia delle assegnazioni cliente -> agente con decorrenza:
      *una riga per periodo, dal giorno ACL-DATA-DAL al giorno
      *ACL-DATA-AL compresi (99999999 = in vigore). Un cambio di
      *agente chiude la riga in vigore al giorno prima e ne apre una
      *nuova, cosi' ogni movimento si accredita all'agente
      *responsabile alla sua data (AgenteCliente). Causale 'A'
      *assegnazione dalla scheda cliente (CLIENTI-MAINT), 'T'
      *trasferimento di portafoglio (AgentiVendita).
           01 RECORD-AGENTE-CLIENTE.
              05 ACL-ID-CLIENTE PIC 9(6).
              05 ACL-AGENTE PIC X(8).
              05 ACL-DATA-DAL PIC 9(8).
              05 ACL-DATA-AL PIC 9(8).
              05 ACL-CAUSALE PIC X.
                 88 ACL-ASSEGNAZIONE VALUE 'A'.
                 88 ACL-TRASFERIMENTO VALUE 'T'.
              05 ACL-DATA-REGISTRAZIONE PIC 9(8).
              05 ACL-OPERATORE PIC X(8).
