      ****************SOCIETA' DEL GRUPPO IN MEMORIA*******************
      *Tabella riempita da GetSocieta con Societa.txt: in testa il
      *codice della societa' principale, che vale per i record con il
      *codice societa' a spazi. Senza Societa.txt il gruppo e' la sola
      *societa' principale.
           01 GRP-SOCIETA.
              05 GRP-PRINCIPALE PIC X(2).
              05 GRP-NUM-SOCIETA PIC 99.
              05 GRP-SOCIETA-ENTRY OCCURS 10 TIMES.
                 10 GRP-CODICE PIC X(2).
                 10 GRP-RAGIONE-SOCIALE PIC X(40).
                 10 GRP-PARTITA-IVA PIC X(11).
                 10 GRP-FILE-MAPPING PIC X(30).
                 10 GRP-ID-CLIENTE PIC 9(6).
                 10 GRP-STATO PIC X.
