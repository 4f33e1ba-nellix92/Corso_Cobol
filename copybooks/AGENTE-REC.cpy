      ****************LAYOUT RECORD AGENTI.TXT**************************
      *Anagrafica degli agenti di vendita. Il codice e' la sigla del
      *dipendente nella PERSONA di notadb e nome, assunzione e stato
      *li riporta AGENTI-SYNC dall'organico; la regione di lavoro si
      *assegna con AgentiVendita (00 = ancora da assegnare). Un
      *agente uscito resta in anagrafica come CESSATO, perche' le
      *vendite passate restano sue.
           01 RECORD-AGENTE.
              05 AGE-CODICE PIC X(8).
              05 AGE-NOME PIC X(20).
              05 AGE-REGIONE PIC 99.
              05 AGE-STATO PIC X.
                 88 AGENTE-ATTIVO VALUE 'A'.
                 88 AGENTE-CESSATO VALUE 'C'.
              05 AGE-DATA-STATO PIC 9(8).
              05 AGE-DATA-ASSUNZIONE PIC X(10).
