      ****************RIGA DI AUDIT PER NOTA-AUDIT-SCRIVI***************
      *Area passata a NOTA-AUDIT-SCRIVI da chi scrive su NOTA_AUDIT:
      *il chiamante riempie nome, valori, codice operazione e
      *operatore; il sottoprogramma assegna progressivo e hash di
      *catena e restituisce in AUD-ESITO lo SQLCODE (0 = scritta).
           01 AUDIT-RIGA.
              05 AUD-NOME PIC X(20).
              05 AUD-PRECEDENTE PIC X(300).
              05 AUD-NUOVO PIC X(300).
              05 AUD-OPERAZIONE PIC X.
              05 AUD-OPERATORE PIC X(8).
              05 AUD-ESITO PIC S9(9).
