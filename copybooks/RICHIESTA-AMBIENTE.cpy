      ****************RICHIESTA IN ESECUZIONE DALLA CODA***************
      *Contenuto della variabile d'ambiente NOTA_RICHIESTA con cui
      *CODA-REPORT lancia un programma di report: numero della
      *richiesta, file da produrre e parametri. Vuota = programma
      *lanciato a mano, che chiede i parametri a video come sempre.
           01 RICHIESTA-AMBIENTE.
              05 RAM-NUMERO PIC 9(6).
              05 RAM-USCITA PIC X(30).
              05 RAM-PARAMETRI PIC X(20).
