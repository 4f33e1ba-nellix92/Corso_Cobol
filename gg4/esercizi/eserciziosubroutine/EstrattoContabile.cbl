      *conto CO.GE. tramite Conti-mapping.txt (regione + segno
      *dell'importo -> conto) e scrive Vendite-gl-AAAAMM.txt: una
      *riga per movimento con conto, sezione DARE/AVERE e importo,
      *la contropartita sul conto di controllo crediti (riga 'C'
      *della mappa conti, in mancanza la chiave
      *GL-CONTO-CONTROPARTITA di gestionale.cfg) e in coda un
      *trailer TRL con conteggio e sbilancio, che DEVE essere
      *zero. In testa al
      *file va la testata HDR di tipo GL (tracciato TESTATA-FILE).
      *Il passo si rifiuta di girare se il periodo non e'
      *interamente chiuso o se il master non quadra con il proprio
      *trailer: in contabilita' entrano solo numeri congelati.
      *Anno e mese arrivano dall'ambiente (GL_ANNO, GL_MESE) quando
      *gira dal batch, altrimenti si chiedono a video.
      *L'estratto e' di una societa' del gruppo, quella di lavoro
      *(variabile SOCIETA, vuota = la principale): entrano i suoi
      *record (FiltroSocieta), la mappa conti e' la sua (file della
      *anagrafica societa') e ogni riga porta il codice societa';
      *il file prende il codice nel nome (NomeFileSocieta). Con
      *"GR" esce il consolidato, senza le vendite infragruppo e con
      *la mappa della principale.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "Vendite-mese.trimestre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDITE-STATUS.
           SELECT FILE-MAPPING ASSIGN TO WS-SOC-MAPPING
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAPPING-STATUS.
           SELECT FILE-GL ASSIGN TO WS-NOME-GL
               88 PERIODO-APERTO VALUE 'A'.
               88 PERIODO-CHIUSO VALUE 'C'.
           05 FILLER PIC X(14).
           05 SOCIETA PIC X(2).
           05 SOCIETA-CONTROPARTE PIC X(2).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

      *Mappa contabile: per ogni regione il conto dei ricavi (segno
      *'P', importi positivi) e quello delle rettifiche (segno 'N',
      *importi negativi). La riga con segno 'C' e' il conto di
      *controllo crediti (GetContoCrediti), non un conto ricavi.
       FD FILE-MAPPING.
       01 RECORD-MAPPING.
           05 MAP-REGIONE PIC 99.
           05 GL-REGIONE PIC 99.
           05 GL-ANNO PIC 9(4).
           05 GL-MESE PIC 99.
           05 GL-SOCIETA PIC X(2).
       01 TRAILER-GL.
           05 GL-TRAILER-TAG PIC X(3).
           05 GL-TRAILER-RECORD-COUNT PIC 9(6).
       01 WS-VENDITE-STATUS PIC XX.
       01 WS-MAPPING-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-NOME-GL PIC X(40).
       01 WS-NOME-BASE PIC X(40).
      *Societa' dell'estratto e filtro dei record.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-NESSUN-CLIENTE PIC 9(6) VALUE 0.
       01 WS-INCLUDI PIC X.
       01 WS-ANNO-TESTO PIC X(4).
       01 WS-MESE-TESTO PIC X(2).
       01 WS-ANNO-ESTRATTO PIC 9(4).
               10 WS-CONTO-POSITIVO PIC X(8).
               10 WS-CONTO-NEGATIVO PIC X(8).
       01 WS-MAPPA-CARICATE PIC 9(3) VALUE 0.
      *Contropartita: conto di controllo crediti.
       01 WS-CONTO-CONTROPARTITA PIC X(8).
       01 WS-CFG-TROVATO PIC X.
      *Quadratura dell'estratto.
       01 WS-GL-RIGHE PIC 9(6) VALUE 0.
       01 WS-GL-SBILANCIO PIC S9(11)V99.
       01 WS-IMPORTO-ASSOLUTO PIC 9(11)V99.
       01 WS-TOTALE-ED PIC -(10)9.99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S'
               DISPLAY "ESTRATTO RIFIUTATO: SOCIETA' " WS-SOC-CODICE
                   " NON IN ANAGRAFICA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *La contropartita e' il conto di controllo crediti: riga 'C'
      *della mappa conti o, in mancanza, GL-CONTO-CONTROPARTITA.
           CALL 'GetContoCrediti' USING WS-SOC-MAPPING,
               WS-CONTO-CONTROPARTITA, WS-CFG-TROVATO
           IF WS-CFG-TROVATO NOT = 'S'
               DISPLAY "ESTRATTO RIFIUTATO: conto crediti assente "
                   "(riga 'C' in " WS-SOC-MAPPING
               DISPLAY "  o GL-CONTO-CONTROPARTITA in gestionale.cfg)."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICA-TESTATA-VENDITE
           PERFORM CARICA-MAPPA-CONTI
           IF WS-MAPPA-CARICATE = 0
               DISPLAY "ESTRATTO RIFIUTATO: " WS-SOC-MAPPING
               DISPLAY "  assente o vuoto."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF MAP-REGIONE >= 1 AND MAP-REGIONE <= 10
                           AND MAP-SEGNO NOT = 'C'
                           ADD 1 TO WS-MAPPA-CARICATE
                           IF MAP-SEGNO = 'N'
                               MOVE MAP-CONTO TO
                               MOVE 'S' TO WS-TRAILER-QUADRA
                           END-IF
                       ELSE
                           IF TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-FILE-COUNT
                               ADD IMPORTO TO WS-FILE-TOTALE
                               CALL 'FiltroSocieta' USING SOCIETA,
                                   SOCIETA-CONTROPARTE,
                                   WS-NESSUN-CLIENTE, WS-INCLUDI
                               IF ANNO = WS-ANNO-ESTRATTO
                                   AND MESE = WS-MESE-ESTRATTO
                                   AND WS-INCLUDI = 'S'
                                   ADD 1 TO WS-PERIODO-RECORD
                                   IF NOT PERIODO-CHIUSO
                                       ADD 1 TO WS-PERIODO-APERTI
                                   END-IF
                                   IF REGIONE-NUM >= 1
                                       AND REGIONE-NUM <= 10
                                       ADD IMPORTO TO
                                           WS-REG-TOTALE(REGIONE-NUM)
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
      *conto ricavi della regione; negativo -> il contrario sul
      *conto rettifiche. Lo sbilancio nel trailer deve essere zero.
       SCRIVI-ESTRATTO.
           MOVE SPACES TO WS-NOME-BASE
           STRING "Vendite-gl-" WS-ANNO-ESTRATTO WS-MESE-ESTRATTO
               ".txt" DELIMITED BY SIZE INTO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-GL
           OPEN OUTPUT FILE-GL
           PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
               UNTIL INDICE-REGIONE > 10
           MOVE WS-GL-SBILANCIO TO GL-TRAILER-SBILANCIO
           WRITE TRAILER-GL
           CLOSE FILE-GL
           MOVE WS-NOME-GL TO TST-NOME-FILE
           MOVE "EstrattoContabile" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-GL
           IF WS-GL-SBILANCIO NOT = 0
               DISPLAY "ATTENZIONE: ESTRATTO SBILANCIATO DI "
                   WS-GL-SBILANCIO ", NON INVIARE ALLA CO.GE."
               IF WS-CONTO-POSITIVO(INDICE-REGIONE) = SPACES
                   DISPLAY "REGIONE " INDICE-REGIONE " SENZA CONTO "
                       "PER IL SEGNO POSITIVO, ESTRATTO DA "
                       "COMPLETARE IN " WS-SOC-MAPPING
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONTO-NEGATIVO(INDICE-REGIONE) = SPACES
                   DISPLAY "REGIONE " INDICE-REGIONE " SENZA CONTO "
                       "PER IL SEGNO NEGATIVO, ESTRATTO DA "
                       "COMPLETARE IN " WS-SOC-MAPPING
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           MOVE INDICE-REGIONE TO GL-REGIONE
           MOVE WS-ANNO-ESTRATTO TO GL-ANNO
           MOVE WS-MESE-ESTRATTO TO GL-MESE
           MOVE WS-SOC-CODICE TO GL-SOCIETA
           WRITE RECORD-GL
           ADD 1 TO WS-GL-RIGHE
           IF GL-SEZIONE = 'D'
           ELSE
               ADD WS-IMPORTO-ASSOLUTO TO WS-GL-AVERE
           END-IF.

           COPY TESTATA-CONTROLLI.
