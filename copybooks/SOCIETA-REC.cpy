      ****************LAYOUT RECORD SOCIETA.TXT************************
      *Anagrafica delle societa' del gruppo gestite sul sistema, una
      *riga per societa' (SOCIETA-MAINT). Il codice societa' e' in
      *coda ai record di vendite, dettaglio, partite, clienti ed
      *estratto contabile: spazi vale la societa' principale
      *(gestionale.cfg, chiave SOCIETA-PRINCIPALE, in mancanza "01"),
      *cosi' i record scritti prima del gruppo restano suoi.
      *SOC-FILE-MAPPING e' la mappa dei conti CO.GE. della societa'
      *(vuoto = Conti-mapping.txt). SOC-ID-CLIENTE e' il codice con
      *cui la societa' e' censita come cliente delle altre: le
      *vendite a quel cliente sono infragruppo e si elidono nel
      *consolidato. Il codice "GR" e' riservato al consolidato.
           01 RECORD-SOCIETA.
              05 SOC-CODICE PIC X(2).
              05 SOC-RAGIONE-SOCIALE PIC X(40).
              05 SOC-PARTITA-IVA PIC X(11).
              05 SOC-FILE-MAPPING PIC X(30).
              05 SOC-ID-CLIENTE PIC 9(6).
              05 SOC-STATO PIC X.
                 88 SOCIETA-ATTIVA VALUE 'A' SPACE.
                 88 SOCIETA-CESSATA VALUE 'C'.
