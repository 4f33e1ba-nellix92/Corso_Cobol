      *Riga di Vendite-modifiche.txt (RegistraModifiche): ogni
      *riscrittura del master vi lascia una testata di gruppo con
      *marca e programma, seguita dalle righe uscite ('D') ed
      *entrate ('I') con l'immagine completa del record. Una
      *testata 'X' al posto di 'G' dice che la riscrittura era
      *troppo grande per il confronto e le righe non ci sono.
       01 RECORD-MODIFICA.
           05 MOD-TIPO PIC X.
               88 MOD-GRUPPO VALUE 'G'.
               88 MOD-GRUPPO-NON-REGISTRATO VALUE 'X'.
               88 MOD-USCITA VALUE 'D'.
               88 MOD-ENTRATA VALUE 'I'.
           05 MOD-MARCA PIC X(14).
           05 MOD-PROGRAMMA PIC X(20).
           05 MOD-IMMAGINE PIC X(40).
