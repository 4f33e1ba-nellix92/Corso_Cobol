      ****************LAYOUT RECORD PRODOTTI-ABC.TXT*********************
      *Classe ABC per prodotto, riscritta a ogni giro di ClassificaAbc
      *sulla finestra mobile di ABC-FINESTRA-MESI: una classe per
      *ricavi e una per quantita', con la posizione in graduatoria e
      *i valori della finestra. Il giro successivo la rilegge per
      *segnalare i prodotti che hanno cambiato classe.
           01 RECORD-ABC.
              05 ABC-CODICE-PRODOTTO PIC X(8).
              05 ABC-CLASSE-RICAVI PIC X.
              05 ABC-CLASSE-QUANTITA PIC X.
              05 ABC-RANGO-RICAVI PIC 9(4).
              05 ABC-RANGO-QUANTITA PIC 9(4).
              05 ABC-RICAVI PIC S9(11)V99.
              05 ABC-QUANTITA PIC S9(9).
              05 ABC-DATA-DAL PIC 9(8).
              05 ABC-DATA-AL PIC 9(8).
              05 ABC-DATA-CALCOLO PIC 9(8).
