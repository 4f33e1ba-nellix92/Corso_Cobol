      ****************RICHIESTA A TestataFile**************************
      *Area passata a TestataFile. TST-FUNZIONE 'V' verifica che il
      *file porti la testata del tipo atteso alla versione supportata
      *dal programma; 'S' scrive (o sostituisce) la testata in testa
      *al file appena prodotto. TST-LOTTO a zero prende l'ultimo
      *lotto di intake da Vendite-batch.seq.
           01 TESTATA-RICHIESTA.
              05 TST-FUNZIONE PIC X.
                 88 TESTATA-DA-VERIFICARE VALUE 'V'.
                 88 TESTATA-DA-SCRIVERE VALUE 'S'.
              05 TST-NOME-FILE PIC X(60).
              05 TST-TIPO-FILE PIC X(8).
              05 TST-VERSIONE PIC 9(3).
              05 TST-PROGRAMMA PIC X(20).
              05 TST-LOTTO PIC 9(6).
              05 TST-ESITO PIC 9.
                 88 TESTATA-OK VALUE 0.
                 88 TESTATA-ASSENTE VALUE 1.
                 88 TESTATA-TIPO-ERRATO VALUE 2.
                 88 TESTATA-VERSIONE-ERRATA VALUE 3.
                 88 TESTATA-FILE-ERRATO VALUE 4.
      *Versione di tracciato che questo programma sa leggere e
      *scrivere, per tipo di file. Quando un tracciato cambia si alza
      *qui la versione e si ricompilano i programmi che lo usano: un
      *programma rimasto alla versione vecchia rifiuta il file invece
      *di leggerlo di traverso.
           01 TESTATA-VERSIONI.
              05 TST-VERSIONE-VENDITE PIC 9(3) VALUE 2.
              05 TST-VERSIONE-DETTAGLIO PIC 9(3) VALUE 2.
              05 TST-VERSIONE-PARTITE PIC 9(3) VALUE 2.
              05 TST-VERSIONE-INCASSI PIC 9(3) VALUE 1.
              05 TST-VERSIONE-GL PIC 9(3) VALUE 2.
              05 TST-VERSIONE-HQ PIC 9(3) VALUE 1.
