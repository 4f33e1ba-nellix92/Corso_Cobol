           COPY CLIENTI-REC.

           FD FILE-UNLOAD.
           01 RECORD-UNLOAD PIC X(185).

           FD CLIENTI-REORG-IDX.
           01 RECORD-CLIENTE-REORG.
              05 REO-ID-CLIENTE PIC 9(6).
              05 REO-NOME PIC X(10).
              05 REO-COGNOME PIC X(10).
              05 REO-RESTO PIC X(159).

           WORKING-STORAGE SECTION.
           01 WS-FILE-STATUS PIC XX.
           01 WS-RICARICATI PIC 9(6) VALUE 0.
           01 WS-NON-VALIDI PIC 9(6) VALUE 0.
           01 WS-CONFERMA PIC X.
           01 WS-RECORD-APPOGGIO PIC X(185).
           01 FILLER REDEFINES WS-RECORD-APPOGGIO.
              05 APP-ID PIC X(6).
              05 APP-NOME PIC X(10).
              05 APP-COGNOME PIC X(10).
              05 FILLER PIC X(159).
           01 WS-NOME-SORGENTE PIC X(20) VALUE "clienti.idx".
           01 WS-NOME-REORG PIC X(20) VALUE "clienti-reorg.idx".
           01 WS-TIMESTAMP PIC X(14).
