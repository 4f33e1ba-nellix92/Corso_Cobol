      ****************TABELLA CAUSALI DI RESO***************************
      *Causali ammesse per RES-CAUSALE, con la descrizione per i
      *video e per il riepilogo mensile dei resi.
           01 TABELLA-CAUSALI-RESO.
              05 FILLER PIC X(32) VALUE "DFDIFETTOSO / GUASTO".
              05 FILLER PIC X(32) VALUE "DTDANNEGGIATO NEL TRASPORTO".
              05 FILLER PIC X(32) VALUE "ECERRORE DI CONSEGNA".
              05 FILLER PIC X(32) VALUE "NCNON CONFORME ALL'ORDINE".
              05 FILLER PIC X(32) VALUE "RPRIPENSAMENTO DEL CLIENTE".
              05 FILLER PIC X(32) VALUE "ALALTRO".
           01 CAUSALI-RESO-R REDEFINES TABELLA-CAUSALI-RESO.
              05 CAU-ENTRY OCCURS 6 TIMES.
                 10 CAU-CODICE PIC X(2).
                 10 CAU-DESCRIZIONE PIC X(30).
           01 NUM-CAUSALI-RESO PIC 9 VALUE 6.
