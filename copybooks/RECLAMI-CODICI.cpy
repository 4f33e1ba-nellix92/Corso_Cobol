      ****************TABELLE CODICI DEI RECLAMI***********************
      *Tipi di reclamo (RECLAMI.TIPO), esiti di risoluzione
      *(RECLAMI.ESITO) e stati del ciclo di vita (RECLAMI.STATO),
      *con la descrizione per i video e per il report mensile.
           01 TABELLA-TIPI-RECLAMO.
              05 FILLER PIC X(32) VALUE "COCONSEGNA RITARDATA/MANCATA".
              05 FILLER PIC X(32) VALUE "QUQUALITA' DEL PRODOTTO".
              05 FILLER PIC X(32) VALUE "FAFATTURAZIONE E PREZZI".
              05 FILLER PIC X(32) VALUE "SESERVIZIO E ASSISTENZA".
              05 FILLER PIC X(32) VALUE "ALALTRO".
           01 TIPI-RECLAMO-R REDEFINES TABELLA-TIPI-RECLAMO.
              05 TRE-ENTRY OCCURS 5 TIMES.
                 10 TRE-CODICE PIC X(2).
                 10 TRE-DESCRIZIONE PIC X(30).
           01 NUM-TIPI-RECLAMO PIC 9 VALUE 5.
           01 TABELLA-ESITI-RECLAMO.
              05 FILLER PIC X(32) VALUE "RIRIMBORSO / NOTA CREDITO".
              05 FILLER PIC X(32) VALUE "SOSOSTITUZIONE DELLA MERCE".
              05 FILLER PIC X(32) VALUE "CHCHIARIMENTO AL CLIENTE".
              05 FILLER PIC X(32) VALUE "CORETTIFICA DEL DOCUMENTO".
              05 FILLER PIC X(32) VALUE "NFNON FONDATO".
           01 ESITI-RECLAMO-R REDEFINES TABELLA-ESITI-RECLAMO.
              05 ERE-ENTRY OCCURS 5 TIMES.
                 10 ERE-CODICE PIC X(2).
                 10 ERE-DESCRIZIONE PIC X(30).
           01 NUM-ESITI-RECLAMO PIC 9 VALUE 5.
      *A aperto, L in lavorazione, C in attesa del cliente, R
      *risolto, X chiuso. Il primo passaggio da A e' la risposta
      *al cliente su cui si misura la promessa di servizio.
           01 TABELLA-STATI-RECLAMO.
              05 FILLER PIC X(21) VALUE "AAPERTO".
              05 FILLER PIC X(21) VALUE "LIN LAVORAZIONE".
              05 FILLER PIC X(21) VALUE "CIN ATTESA DEL CLIENTE".
              05 FILLER PIC X(21) VALUE "RRISOLTO".
              05 FILLER PIC X(21) VALUE "XCHIUSO".
           01 STATI-RECLAMO-R REDEFINES TABELLA-STATI-RECLAMO.
              05 SRE-ENTRY OCCURS 5 TIMES.
                 10 SRE-CODICE PIC X.
                 10 SRE-DESCRIZIONE PIC X(20).
           01 NUM-STATI-RECLAMO PIC 9 VALUE 5.
