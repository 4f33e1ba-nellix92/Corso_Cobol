      ****************LAYOUT RECORD REPORT-RICHIESTE.TXT***************
      *Richiesta di report pesante messa in coda da un programma
      *interattivo (RICHIESTA-ACCODA) ed eseguita nella finestra
      *batch (CODA-REPORT) con le autorizzazioni e l'ambito del
      *richiedente. Parametri nel formato del programma richiesto.
      *Stato 'A' in attesa, 'E' eseguita (risultato = file
      *prodotto, copiato anche nello spool), 'F' fallita (risultato
      *= motivo). Avvisato 'S' quando il richiedente ha visto
      *l'esito al sign-on (RICHIESTE-AVVISO).
           01 RECORD-RICHIESTA.
              05 RIC-NUMERO PIC 9(6).
              05 RIC-SIGLA PIC X(8).
              05 RIC-PROGRAMMA PIC X(20).
              05 RIC-SOCIETA PIC X(2).
              05 RIC-PARAMETRI PIC X(20).
              05 RIC-INSERITA PIC X(14).
              05 RIC-STATO PIC X.
                 88 RICHIESTA-IN-ATTESA VALUE 'A'.
                 88 RICHIESTA-ESEGUITA VALUE 'E'.
                 88 RICHIESTA-FALLITA VALUE 'F'.
              05 RIC-ESEGUITA PIC X(14).
              05 RIC-RISULTATO PIC X(40).
              05 RIC-AVVISATO PIC X.
                 88 RICHIESTA-AVVISATA VALUE 'S'.
