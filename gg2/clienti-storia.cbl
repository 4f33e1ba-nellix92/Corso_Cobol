              10 STO-EMAIL PIC X(30).
              10 STO-STATO PIC X.
              10 STO-DATA-STATO PIC X(8).
              10 STO-CODICE-TERMINI PIC X(4).
              10 STO-CODICE-FISCALE PIC X(16).
              10 STO-PARTITA-IVA PIC X(11).
              10 STO-SOCIETA PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-STORIA-STATUS PIC XX.
           DISPLAY "  CITTA': " STO-CITTA " CAP " STO-CAP
               " PROV " STO-PROVINCIA
           DISPLAY "  TELEFONO:  " STO-TELEFONO
           DISPLAY "  EMAIL:     " STO-EMAIL
           DISPLAY "  TERMINI:   " STO-CODICE-TERMINI
           DISPLAY "  COD. FISC.: " STO-CODICE-FISCALE
               " P. IVA: " STO-PARTITA-IVA
           DISPLAY "  SOCIETA':  " STO-SOCIETA.
