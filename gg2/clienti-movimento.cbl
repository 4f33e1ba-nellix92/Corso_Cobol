           05 STO-TIMESTAMP PIC X(14).
           05 STO-OPERATORE PIC X(8).
           05 STO-OPERAZIONE PIC X.
           05 STO-IMMAGINE PIC X(185).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).
