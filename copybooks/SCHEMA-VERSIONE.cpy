      ****************VERSIONE DI SCHEMA ATTESA DAI PROGRAMMI***********
      *Ultimo passo di migrazione di notadb che i programmi in
      *esercizio danno per applicato: SCHEMA-MIGRA porta il database
      *fin qui, PREFLIGHT-BATCH ferma la notte se il registro
      *SCHEMA_VERSIONE e' rimasto indietro. Chi aggiunge un passo a
      *SCHEMA-MIGRA alza questo numero nello stesso rilascio.
           01 SCHEMA-VERSIONE-ATTESA PIC 9(4) VALUE 13.
