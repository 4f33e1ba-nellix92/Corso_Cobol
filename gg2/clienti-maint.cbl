          SELECT FILE-RFM ASSIGN TO "clienti-rfm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFM-STATUS.
          SELECT FILE-ESENTI ASSIGN TO "clienti-esenti-mora.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESENTI-STATUS.
          SELECT FILE-CLIENTI-SDI ASSIGN TO "clienti-sdi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLIENTI-SDI-STATUS.
          SELECT FILE-FEDELTA ASSIGN TO "clienti-fedelta.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEDELTA-STATUS.
          SELECT FILE-MANDATI ASSIGN TO "clienti-mandati.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANDATI-STATUS.
          SELECT FILE-AGENTI-CLIENTI ASSIGN TO "clienti-agenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENTI-CLIENTI-STATUS.
          SELECT FILE-AGENTI ASSIGN TO "Agenti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGENTI-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD CLIENTI-IDX.
              05 STO-TIMESTAMP PIC X(14).
              05 STO-OPERATORE PIC X(8).
              05 STO-OPERAZIONE PIC X.
              05 STO-IMMAGINE PIC X(185).
      *Fidi per cliente, file laterale nello stile dei parametri
      *(Vendite-soglie.txt): un limite per riga, riscritto per
      *intero a ogni modifica. RollupVenditeDettaglio lo usa per
              05 RFM-CLASSE-M PIC 9.
              05 RFM-SEGMENTO PIC X(3).
              05 RFM-DATA-CALCOLO PIC 9(8).
      *Clienti esenti dagli interessi di mora, con data e sigla di
      *chi ha concesso l'esenzione: InteressiMora ne stampa
      *l'estratto ma non addebita.
           FD FILE-ESENTI.
           01 RECORD-ESENTE.
              05 ESM-ID-CLIENTE PIC 9(6).
              05 ESM-DATA PIC 9(8).
              05 ESM-OPERATORE PIC X(8).
           FD FILE-CLIENTI-SDI.
           COPY CLIENTE-SDI.
           FD FILE-FEDELTA.
           COPY FEDELTA-ADESIONE.
           FD FILE-MANDATI.
           COPY MANDATO-SEPA.
           FD FILE-AGENTI-CLIENTI.
           COPY AGENTE-CLIENTE.
           FD FILE-AGENTI.
           COPY AGENTE-REC.
           WORKING-STORAGE SECTION.
           01 WS-FILE-STATUS     PIC XX.
      *Nome del file clienti dalla configurazione centrale
           01 WS-PROVINCIA       PIC X(2).
           01 WS-TELEFONO        PIC X(15).
           01 WS-EMAIL           PIC X(30).
           01 WS-TERMINI         PIC X(4).
           01 WS-CODICE-FISCALE  PIC X(16).
           01 WS-PARTITA-IVA     PIC X(11).
           01 WS-SOCIETA         PIC X(2).
           01 WS-NOME-SORGENTE   PIC X(20) VALUE "clienti.idx".
           01 WS-TIMESTAMP       PIC X(14).
           01 WS-NOME-BACKUP     PIC X(40).
           01 WS-DATA-ORA        PIC X(21).
           01 WS-STATO-NUOVO     PIC X.
           01 WS-MOTIVO-STATO    PIC X(40).
           01 WS-IMMAGINE-PRIMA  PIC X(185).
           01 WS-COD-OPERAZIONE  PIC X.
      *Controllo note appese prima della cancellazione (il conteggio
      *arriva dal database via CLIENTI-NOTE-COUNT).
           01 WS-MASCHERA-MESSAGGIO PIC X(60).
           01 WS-MASCHERA-CONFERMA  PIC X.
           01 WS-MASCHERA-VALIDA    PIC X.
      *Societa' del gruppo: il cliente appartiene a una societa' e
      *l'operatore lavora solo i clienti delle societa' del suo
      *ambito (GET-OPERATORE-SOCIETA), come per le regioni.
           COPY SOCIETA-TABELLA.
           01 WS-SOCIETA-SCOPE      PIC X(20).
           01 WS-SOCIETA-TROVATO    PIC X.
           01 WS-SOCIETA-PERMESSA   PIC X.
           01 WS-SOCIETA-EFFETTIVA  PIC X(2).
           01 INDICE-SOCIETA        PIC 99.
      *Termini di pagamento del cliente: il codice deve esistere in
      *Termini-pagamento.txt (GetTermini), vuoto vale il predefinito
      *di gestionale.cfg al momento di generare le partite.
           01 WS-TERMINI-DETTAGLIO.
              05 WS-TER-DESCRIZIONE PIC X(30).
              05 WS-TER-FINE-MESE   PIC X.
              05 WS-TER-NUM-RATE    PIC 9.
              05 WS-TER-RATA OCCURS 3 TIMES.
                 10 WS-TER-GIORNI      PIC 9(3).
                 10 WS-TER-PERCENTUALE PIC 9(3).
           01 WS-TERMINI-TROVATI    PIC X.
      *Identita' fiscale: esiti di CONTROLLA-FISCALE e tabella dei
      *codici gia' in anagrafica (caricata con la scansione degli ID
      *all'avvio) per riconoscere lo stesso soggetto sotto un altro
      *ID. Il codice gia' segnalato e riconfermato passa (filiali
      *con la partita IVA della sede).
           01 WS-ESITO-CF        PIC X.
           01 WS-ESITO-PIVA      PIC X.
           01 WS-FIS-ID-ESCLUSO  PIC 9(6).
           01 WS-FIS-ID-DOPPIO   PIC 9(6).
           01 WS-FIS-CERCATO     PIC X(16).
           01 WS-FIS-AVVISATO.
              05 WS-FIS-AVV-CF   PIC X(16).
              05 WS-FIS-AVV-PIVA PIC X(11).
           01 WS-NUM-FISCALI     PIC 9(4) VALUE 0.
           01 WS-FISCALI-TABELLA.
              05 WS-FIS-ENTRY OCCURS 5000 TIMES.
                 10 WS-FIS-ID PIC 9(6).
                 10 WS-FIS-CODICE-FISCALE PIC X(16).
                 10 WS-FIS-PARTITA-IVA PIC X(11).
           01 INDICE-FIS         PIC 9(4).
           01 WS-FIS-POSIZIONE   PIC 9(4).
      *Esenzioni dagli interessi di mora in tabella.
           01 WS-ESENTI-STATUS   PIC XX.
           01 WS-NUM-ESENTI      PIC 9(4) VALUE 0.
           01 WS-ESENTI-TABELLA.
              05 WS-ESE-ENTRY OCCURS 1000 TIMES.
                 10 WS-ESE-ID PIC 9(6).
                 10 WS-ESE-DATA PIC 9(8).
                 10 WS-ESE-OPERATORE PIC X(8).
           01 INDICE-ESE         PIC 9(4).
           01 WS-ESE-POSIZIONE   PIC 9(4).
           01 WS-ESE-SCELTA      PIC X.
           01 WS-EOF-ESENTI      PIC X.
      *Dati per la fattura elettronica in tabella.
           01 WS-CLIENTI-SDI-STATUS PIC XX.
           01 WS-NUM-CLIENTI-SDI PIC 9(4) VALUE 0.
           01 WS-CLIENTI-SDI-TABELLA.
              05 WS-CSD-ENTRY OCCURS 5000 TIMES.
                 10 WS-CSD-ID PIC 9(6).
                 10 WS-CSD-DESTINATARIO PIC X(7).
                 10 WS-CSD-PEC PIC X(40).
                 10 WS-CSD-PARTITA-IVA PIC X(11).
                 10 WS-CSD-CODICE-FISCALE PIC X(16).
                 10 WS-CSD-DATA PIC 9(8).
                 10 WS-CSD-OPERATORE PIC X(8).
           01 INDICE-CSD         PIC 9(4).
           01 WS-CSD-POSIZIONE   PIC 9(4).
           01 WS-CSD-INPUT       PIC X(40).
           01 WS-CSD-VALIDO      PIC X.
           01 WS-EOF-CLIENTI-SDI PIC X.
      *Adesioni al programma punti in tabella.
           01 WS-FEDELTA-STATUS  PIC XX.
           01 WS-NUM-FEDELTA     PIC 9(4) VALUE 0.
           01 WS-FEDELTA-TABELLA.
              05 WS-FED-ENTRY OCCURS 5000 TIMES.
                 10 WS-FED-ID PIC 9(6).
                 10 WS-FED-DATA PIC 9(8).
                 10 WS-FED-OPERATORE PIC X(8).
           01 INDICE-FED         PIC 9(4).
           01 WS-FED-POSIZIONE   PIC 9(4).
           01 WS-FED-SCELTA      PIC X.
           01 WS-EOF-FEDELTA     PIC X.
      *Mandati SEPA in tabella: si ricaricano a ogni operazione
      *perche' anche gli addebiti e gli insoluti li riscrivono.
           01 WS-MANDATI-STATUS  PIC XX.
           01 WS-NUM-MANDATI     PIC 9(4) VALUE 0.
           01 WS-MANDATI-TABELLA.
              05 WS-MAN-ENTRY OCCURS 5000 TIMES.
                 10 WS-MAN-ID-CLIENTE PIC 9(6).
                 10 WS-MAN-ID-MANDATO PIC X(35).
                 10 WS-MAN-IBAN PIC X(34).
                 10 WS-MAN-DATA-FIRMA PIC 9(8).
                 10 WS-MAN-STATO PIC X.
                 10 WS-MAN-DATA-STATO PIC 9(8).
                 10 WS-MAN-OPERATORE PIC X(8).
                 10 WS-MAN-DATA-ULTIMO PIC 9(8).
                 10 WS-MAN-NUM-INSOLUTI PIC 99.
           01 INDICE-MAN         PIC 9(4).
           01 WS-MAN-POSIZIONE   PIC 9(4).
           01 WS-MAN-SCELTA      PIC X.
           01 WS-MAN-ID-NUOVO    PIC X(35).
           01 WS-MAN-IBAN-NUOVO  PIC X(34).
           01 WS-MAN-ESITO-IBAN  PIC X.
           01 WS-MAN-FIRMA-NUOVA PIC 9(8).
           01 WS-MAN-DOPPIO      PIC X.
           01 WS-EOF-MANDATI     PIC X.
      *Assegnazioni cliente -> agente con decorrenza, ricaricate a
      *ogni operazione perche' anche AgentiVendita le riscrive con i
      *trasferimenti di portafoglio.
           01 WS-AGENTI-CLIENTI-STATUS PIC XX.
           01 WS-NUM-ASSEGNAZIONI PIC 9(5) VALUE 0.
           01 WS-ASSEGNAZIONI-TABELLA.
              05 WS-ACL-ENTRY OCCURS 10000 TIMES.
                 10 WS-ACL-ID-CLIENTE PIC 9(6).
                 10 WS-ACL-AGENTE PIC X(8).
                 10 WS-ACL-DATA-DAL PIC 9(8).
                 10 WS-ACL-DATA-AL PIC 9(8).
                 10 WS-ACL-CAUSALE PIC X.
                 10 WS-ACL-DATA-REGISTRAZIONE PIC 9(8).
                 10 WS-ACL-OPERATORE PIC X(8).
           01 INDICE-ACL         PIC 9(5).
           01 WS-ACL-POSIZIONE   PIC 9(5).
           01 WS-ACL-AGENTE-NUOVO PIC X(8).
           01 WS-ACL-DECORRENZA  PIC 9(8).
           01 WS-ACL-DECORRENZA-X PIC X(8).
           01 WS-ACL-SCELTA      PIC X.
           01 WS-EOF-AGENTI-CLIENTI PIC X.
      *Anagrafica agenti (Agenti.txt) per validare il codice.
           01 WS-AGENTI-STATUS   PIC XX.
           01 WS-AGENTE-TROVATO  PIC X.
           01 WS-AGENTE-NOME     PIC X(20).
           01 WS-AGENTE-ATTIVO   PIC X.
           01 WS-EOF-AGENTI      PIC X.

       SCREEN SECTION.
      *Maschera cliente a tutto schermo: tutti i campi del record
           05 LINE 8 COLUMN 14 PIC X(15) USING WS-TELEFONO.
           05 LINE 9 COLUMN 2 VALUE "EMAIL.....:".
           05 LINE 9 COLUMN 14 PIC X(30) USING WS-EMAIL.
           05 LINE 10 COLUMN 2 VALUE "TERMINI...:".
           05 LINE 10 COLUMN 14 PIC X(4) USING WS-TERMINI.
           05 LINE 10 COLUMN 22 VALUE "(VUOTO = PREDEFINITI)".
           05 LINE 11 COLUMN 2 VALUE "COD. FISC.:".
           05 LINE 11 COLUMN 14 PIC X(16) USING WS-CODICE-FISCALE.
           05 LINE 12 COLUMN 2 VALUE "PART. IVA.:".
           05 LINE 12 COLUMN 14 PIC X(11) USING WS-PARTITA-IVA.
           05 LINE 12 COLUMN 28 VALUE "SOCIETA':".
           05 LINE 12 COLUMN 38 PIC X(2) USING WS-SOCIETA.
           05 LINE 12 COLUMN 41 VALUE "(VUOTO = PRINCIPALE)".
           05 LINE 13 COLUMN 2 PIC X(60)
               FROM WS-MASCHERA-MESSAGGIO.
           05 LINE 15 COLUMN 2
               VALUE "[C]ONFERMA / [A]NNULLA / INVIO=RIVEDI:".
           05 LINE 15 COLUMN 42 PIC X
               USING WS-MASCHERA-CONFERMA.

       PROCEDURE DIVISION.
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL 'GET-OPERATORE-SOCIETA' USING WS-OPERATORE-ID,
               WS-SOCIETA-SCOPE, WS-SOCIETA-TROVATO
               ON EXCEPTION MOVE "ALL" TO WS-SOCIETA-SCOPE
           END-CALL.
           IF WS-SOCIETA-SCOPE NOT = "ALL"
               DISPLAY "AMBITO LIMITATO ALLE SOCIETA': "
                   WS-SOCIETA-SCOPE
           END-IF.
           CALL 'GetSocieta' USING GRP-SOCIETA.
      ********************BACKUP E APERTURA FILE*************************
           PERFORM BACKUP-CLIENTI-IDX.
           OPEN I-O CLIENTI-IDX.
           END-IF.
           PERFORM INIZIALIZZA-ID-CLIENTE.
           PERFORM CARICA-FIDI.
           PERFORM CARICA-ESENTI.
           PERFORM CARICA-CLIENTI-SDI.
           PERFORM CARICA-FEDELTA.

      *******************MENU*********************************************
           PERFORM UNTIL WS-CONTINUE = 'N'
              DISPLAY "[D]ELETE"
              DISPLAY "[I]NTERROGA"
              DISPLAY "[R]ICERCA PER COGNOME"
              DISPLAY "[V] RICERCA PER CODICE FISCALE / PARTITA IVA"
              DISPLAY "[S]TATO (ATTIVA/SOSPENDI/CESSA)"
              DISPLAY "[F]IDO (LIMITE DI CREDITO)"
              DISPLAY "[O] CONSENSI CONTATTO"
              DISPLAY "[G]RUPPI E RELAZIONI"
              DISPLAY "[M]ORA (ESENZIONE INTERESSI)"
              DISPLAY "[E] DATI FATTURA ELETTRONICA"
              DISPLAY "[P]UNTI FEDELTA' (ADESIONE)"
              DISPLAY "[B] MANDATI SEPA (ADDEBITO DIRETTO)"
              DISPLAY "[N] AGENTE DI VENDITA (ASSEGNAZIONE)"
              ACCEPT OPERAZIONE
              EVALUATE OPERAZIONE
                WHEN 'A'
                WHEN 'F'
                WHEN 'O'
                WHEN 'G'
                WHEN 'M'
                WHEN 'E'
                WHEN 'P'
                WHEN 'B'
                WHEN 'N'
                      IF WS-OPERATORE-LIVELLO = 'R'
                          DISPLAY "OPERATORE IN SOLA LETTURA, "
                              "OPERAZIONE NON CONSENTITA."
                                  PERFORM OPERAZIONE-CONSENSI
                            WHEN 'G'
                                  PERFORM OPERAZIONE-RELAZIONI
                            WHEN 'M'
                                  PERFORM OPERAZIONE-ESENZIONE-MORA
                            WHEN 'E'
                                  PERFORM OPERAZIONE-FATTURA-ELETTR
                            WHEN 'P'
                                  PERFORM OPERAZIONE-FEDELTA
                            WHEN 'B'
                                  PERFORM OPERAZIONE-MANDATI
                            WHEN 'N'
                                  PERFORM OPERAZIONE-AGENTE
                          END-EVALUATE
                      END-IF
                WHEN 'I'
                      PERFORM OPERAZIONE-INTERROGA
                WHEN 'R'
                      PERFORM OPERAZIONE-RICERCA-COGNOME
                WHEN 'V'
                      PERFORM OPERAZIONE-RICERCA-FISCALE
                WHEN OTHER
                      DISPLAY "OPERAZIONE NON VALIDA"
              END-EVALUATE
      *all'avvio per trovare l'ID piu' alto gia' presente e si riparte
      *da quello + 1, altrimenti OPERAZIONE-AGGIUNGI ricomincerebbe a
      *collidere con le chiavi gia' esistenti ad ogni riavvio.
      *La stessa scansione carica la tabella dei codici fiscali.
       INIZIALIZZA-ID-CLIENTE.
           MOVE 'N' TO WS-ID-EOF
           PERFORM UNTIL WS-ID-EOF = 'Y'
                   AT END
                       MOVE 'Y' TO WS-ID-EOF
                   NOT AT END
                       PERFORM REGISTRA-FISCALE
                       IF ID-CLIENTE-IDX = 999999
                           MOVE 'Y' TO WS-ID-ESAURITO
                       ELSE
      *La scheda si compila in maschera a tutto schermo: un errore
      *in un campo non butta via tutto il dialogo.
           MOVE SPACES TO WS-NOME WS-COGNOME WS-VIA WS-CITTA
               WS-CAP WS-PROVINCIA WS-TELEFONO WS-EMAIL WS-TERMINI
               WS-CODICE-FISCALE WS-PARTITA-IVA WS-SOCIETA.
      *Chi lavora per una sola societa' la trova gia' proposta.
           IF WS-SOCIETA-SCOPE NOT = "ALL"
               MOVE WS-SOCIETA-SCOPE(1:2) TO WS-SOCIETA
           END-IF.
           MOVE WS-ID-CLIENTE TO WS-FIS-ID-ESCLUSO.
           PERFORM COMPILA-MASCHERA-CLIENTE.
           IF WS-MASCHERA-VALIDA = 'X'
               DISPLAY "INSERIMENTO ANNULLATO."
           MOVE WS-PROVINCIA  TO PROVINCIA-IDX.
           MOVE WS-TELEFONO   TO TELEFONO-IDX.
           MOVE WS-EMAIL      TO EMAIL-IDX.
           MOVE WS-TERMINI    TO CODICE-TERMINI-IDX.
           MOVE WS-CODICE-FISCALE TO CODICE-FISCALE-IDX.
           MOVE WS-PARTITA-IVA TO PARTITA-IVA-IDX.
           MOVE WS-SOCIETA    TO SOCIETA-IDX.
           MOVE 'A' TO STATO-CLIENTE-IDX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-STATO-IDX.
           WRITE RECORD-CLIENTE-IDX
               INVALID KEY
                   DISPLAY "CHIAVE GIA' ESISTENTE: " ID-CLIENTE-IDX
               NOT INVALID KEY
                   PERFORM REGISTRA-FISCALE
                   DISPLAY "CLIENTE AGGIUNTO: " ID-CLIENTE-IDX
           END-WRITE.
           IF WS-ID-CLIENTE = 999999
                   DISPLAY "CLIENTE NON TROVATO."
               WHEN 'L'
                   DISPLAY "OPERAZIONE RINUNCIATA (RECORD IN USO)."
               WHEN 'F'
                   DISPLAY "CLIENTE DI UNA SOCIETA' FUORI AMBITO "
                       "OPERATORE."
               WHEN 'T'
                   MOVE RECORD-CLIENTE-IDX TO WS-IMMAGINE-PRIMA
      *In modifica la maschera parte gia' carica con i valori
                   MOVE PROVINCIA-IDX TO WS-PROVINCIA
                   MOVE TELEFONO-IDX TO WS-TELEFONO
                   MOVE EMAIL-IDX TO WS-EMAIL
                   MOVE CODICE-TERMINI-IDX TO WS-TERMINI
                   MOVE CODICE-FISCALE-IDX TO WS-CODICE-FISCALE
                   MOVE PARTITA-IVA-IDX TO WS-PARTITA-IVA
                   MOVE SOCIETA-IDX TO WS-SOCIETA
                   MOVE WS-ID-SEARCH TO WS-FIS-ID-ESCLUSO
                   PERFORM COMPILA-MASCHERA-CLIENTE
                   IF WS-MASCHERA-VALIDA = 'X'
                       DISPLAY "MODIFICA ANNULLATA."
                   MOVE WS-PROVINCIA TO PROVINCIA-IDX
                   MOVE WS-TELEFONO  TO TELEFONO-IDX
                   MOVE WS-EMAIL     TO EMAIL-IDX
                   MOVE WS-TERMINI   TO CODICE-TERMINI-IDX
                   MOVE WS-CODICE-FISCALE TO CODICE-FISCALE-IDX
                   MOVE WS-PARTITA-IVA TO PARTITA-IVA-IDX
                   MOVE WS-SOCIETA   TO SOCIETA-IDX
                   MOVE FUNCTION CURRENT-DATE TO LAST-UPDATED-IDX
                   REWRITE RECORD-CLIENTE-IDX
                       INVALID KEY
                           DISPLAY "ERRORE DURANTE L'AGGIORNAMENTO."
                       NOT INVALID KEY
                           PERFORM REGISTRA-FISCALE
                           MOVE 'C' TO WS-COD-OPERAZIONE
                           PERFORM SCRIVI-STORIA
                           DISPLAY "CLIENTE AGGIORNATO."
                   DISPLAY "CHIAVE NON ESISTE."
               WHEN 'L'
                   DISPLAY "OPERAZIONE RINUNCIATA (RECORD IN USO)."
               WHEN 'F'
                   DISPLAY "CLIENTE DI UNA SOCIETA' FUORI AMBITO "
                       "OPERATORE."
               WHEN 'T'
                   MOVE RECORD-CLIENTE-IDX TO WS-IMMAGINE-PRIMA
                   IF CLIENTE-CESSATO
               INVALID KEY
                   DISPLAY "CLIENTE NON TROVATO."
               NOT INVALID KEY
                   PERFORM CONTROLLA-SOCIETA-CLIENTE
                   IF WS-SOCIETA-PERMESSA = 'N'
                       DISPLAY "CLIENTE DI UNA SOCIETA' FUORI AMBITO "
                           "OPERATORE."
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "ID: " ID-CLIENTE-IDX
                   DISPLAY "NOME: " NOME-IDX
                   DISPLAY "COGNOME: " COGNOME-IDX
                       " PROV: " PROVINCIA-IDX
                   DISPLAY "TELEFONO: " TELEFONO-IDX
                   DISPLAY "EMAIL: " EMAIL-IDX
                   DISPLAY "CODICE FISCALE: " CODICE-FISCALE-IDX
                       " PARTITA IVA: " PARTITA-IVA-IDX
                   DISPLAY "SOCIETA': " SOCIETA-IDX
                   PERFORM MOSTRA-TERMINI
                   DISPLAY "ULTIMO AGGIORNAMENTO: " LAST-UPDATED-IDX
                   DISPLAY "STATO: " STATO-CLIENTE-IDX
                       " DAL " DATA-STATO-IDX
                   PERFORM MOSTRA-FIDO
                   PERFORM MOSTRA-ESENZIONE-MORA
                   PERFORM MOSTRA-FATTURA-ELETTR
                   PERFORM MOSTRA-FEDELTA
                   PERFORM CARICA-MANDATI
                   PERFORM MOSTRA-MANDATI
                   PERFORM CARICA-ASSEGNAZIONI
                   PERFORM MOSTRA-AGENTE-CORRENTE
                   PERFORM MOSTRA-RFM
           END-READ.

               DISPLAY "SEGMENTO RFM: NON CALCOLATO"
           END-IF.

       MOSTRA-TERMINI.
           IF CODICE-TERMINI-IDX = SPACES
               DISPLAY "TERMINI PAGAMENTO: PREDEFINITI"
               EXIT PARAGRAPH
           END-IF
           CALL 'GetTermini' USING CODICE-TERMINI-IDX,
               WS-TERMINI-DETTAGLIO, WS-TERMINI-TROVATI
           IF WS-TERMINI-TROVATI = 'S'
               DISPLAY "TERMINI PAGAMENTO: " CODICE-TERMINI-IDX
                   " " WS-TER-DESCRIZIONE
           ELSE
               DISPLAY "TERMINI PAGAMENTO: " CODICE-TERMINI-IDX
                   " (NON IN Termini-pagamento.txt)"
           END-IF.

       MOSTRA-FIDO.
           MOVE 'N' TO WS-FIDO-TROVATO
           PERFORM VARYING INDICE-FIDO FROM 1 BY 1
                   DISPLAY "CLIENTE NON TROVATO."
               WHEN 'L'
                   DISPLAY "OPERAZIONE RINUNCIATA (RECORD IN USO)."
               WHEN 'F'
                   DISPLAY "CLIENTE DI UNA SOCIETA' FUORI AMBITO "
                       "OPERATORE."
               WHEN 'T'
                   PERFORM CAMBIA-STATO-CLIENTE
           END-EVALUATE.
                   NOT INVALID KEY
                       MOVE 'T' TO WS-LETTURA-ESITO
                       MOVE 'N' TO WS-RIPROVA
                       PERFORM CONTROLLA-SOCIETA-CLIENTE
                       IF WS-SOCIETA-PERMESSA = 'N'
                           MOVE 'F' TO WS-LETTURA-ESITO
                       END-IF
               END-READ
               IF WS-FILE-STATUS = "51" OR WS-FILE-STATUS = "99"
                   MOVE 'L' TO WS-LETTURA-ESITO
               END-IF
           END-PERFORM.

      *Il cliente letto appartiene a una societa' dell'ambito
      *dell'operatore? Spazi vale la societa' principale.
       CONTROLLA-SOCIETA-CLIENTE.
           MOVE 'S' TO WS-SOCIETA-PERMESSA
           IF WS-SOCIETA-SCOPE = "ALL"
               EXIT PARAGRAPH
           END-IF
           IF SOCIETA-IDX = SPACES
               MOVE GRP-PRINCIPALE TO WS-SOCIETA-EFFETTIVA
           ELSE
               MOVE SOCIETA-IDX TO WS-SOCIETA-EFFETTIVA
           END-IF
           CALL 'SOCIETA-PERMESSA' USING WS-SOCIETA-SCOPE,
               WS-SOCIETA-EFFETTIVA, WS-SOCIETA-PERMESSA
               ON EXCEPTION MOVE 'S' TO WS-SOCIETA-PERMESSA
           END-CALL.

       CAMBIA-STATO-CLIENTE.
           MOVE RECORD-CLIENTE-IDX TO WS-IMMAGINE-PRIMA
           DISPLAY "STATO ATTUALE: " STATO-CLIENTE-IDX
               END-IF
           END-IF.

      ***********************RICERCA PER CODICE FISCALE*********************
      *Il codice cercato puo' essere un codice fiscale o una partita
      *IVA e si confronta con entrambi i campi: escono tutti gli ID
      *che lo portano, letti freschi dall'anagrafica.
       OPERAZIONE-RICERCA-FISCALE.
           DISPLAY "CODICE FISCALE O PARTITA IVA DA CERCARE: ".
           MOVE SPACES TO WS-FIS-CERCATO.
           ACCEPT WS-FIS-CERCATO.
           MOVE FUNCTION UPPER-CASE(WS-FIS-CERCATO) TO WS-FIS-CERCATO.
           MOVE 'N' TO WS-TROVATI.
           PERFORM VARYING INDICE-FIS FROM 1 BY 1
               UNTIL INDICE-FIS > WS-NUM-FISCALI
               IF WS-FIS-CERCATO NOT = SPACES
                   AND (WS-FIS-CODICE-FISCALE(INDICE-FIS)
                           = WS-FIS-CERCATO
                       OR WS-FIS-PARTITA-IVA(INDICE-FIS)
                           = WS-FIS-CERCATO)
                   MOVE WS-FIS-ID(INDICE-FIS) TO ID-CLIENTE-IDX
                   READ CLIENTI-IDX
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-TROVATI
                           DISPLAY "ID: " ID-CLIENTE-IDX
                               " " NOME-IDX " " COGNOME-IDX
                               " STATO " STATO-CLIENTE-IDX
                           DISPLAY "  CITTA': " CITTA-IDX
                               " COD. FISC.: " CODICE-FISCALE-IDX
                               " P. IVA: " PARTITA-IVA-IDX
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-TROVATI NOT = 'Y'
               DISPLAY "NESSUN CLIENTE CON QUESTO CODICE."
           END-IF.

      ***********************FIDO******************************************
      *Limite di credito per cliente nel file laterale
      *clienti-fidi.txt: impostare 0 toglie il limite. Il controllo
           END-PERFORM
           CLOSE FILE-FIDI.

      ***********************ESENZIONE MORA*****************************
      *Esenzione dagli interessi di mora nel file laterale
      *clienti-esenti-mora.txt, riscritto per intero come i fidi: il
      *calcolo resta a InteressiMora, che per gli esenti stampa
      *l'estratto senza addebitare.
       OPERAZIONE-ESENZIONE-MORA.
           DISPLAY "INSERISCI ID CLIENTE: ".
           ACCEPT WS-ID-SEARCH.
           MOVE WS-ID-SEARCH TO ID-CLIENTE-IDX.
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE NON TROVATO."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM MOSTRA-ESENZIONE-MORA.
           DISPLAY "ESENTE DAGLI INTERESSI DI MORA? [S/N]: ".
           ACCEPT WS-ESE-SCELTA.
           EVALUATE TRUE
               WHEN WS-ESE-SCELTA = 'S' AND WS-ESE-POSIZIONE = 0
                   IF WS-NUM-ESENTI >= 1000
                       DISPLAY "TABELLA ESENZIONI PIENA."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-NUM-ESENTI
                   MOVE WS-ID-SEARCH TO WS-ESE-ID(WS-NUM-ESENTI)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-ESE-DATA(WS-NUM-ESENTI)
                   MOVE WS-OPERATORE-ID
                       TO WS-ESE-OPERATORE(WS-NUM-ESENTI)
               WHEN WS-ESE-SCELTA = 'N' AND WS-ESE-POSIZIONE > 0
                   MOVE 0 TO WS-ESE-ID(WS-ESE-POSIZIONE)
               WHEN OTHER
                   DISPLAY "ESENZIONE INVARIATA."
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM SALVA-ESENTI.
           DISPLAY "ESENZIONE AGGIORNATA.".

      *Posiziona WS-ESE-POSIZIONE sull'esenzione del cliente corrente
      *(0 se non esente) e la mostra.
       MOSTRA-ESENZIONE-MORA.
           MOVE 0 TO WS-ESE-POSIZIONE
           PERFORM VARYING INDICE-ESE FROM 1 BY 1
               UNTIL INDICE-ESE > WS-NUM-ESENTI
               IF WS-ESE-ID(INDICE-ESE) = ID-CLIENTE-IDX
                   MOVE INDICE-ESE TO WS-ESE-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-ESE-POSIZIONE = 0
               DISPLAY "INTERESSI DI MORA: APPLICATI"
           ELSE
               DISPLAY "INTERESSI DI MORA: ESENTE DAL "
                   WS-ESE-DATA(WS-ESE-POSIZIONE) " ("
                   WS-ESE-OPERATORE(WS-ESE-POSIZIONE) ")"
           END-IF.

       CARICA-ESENTI.
           OPEN INPUT FILE-ESENTI
           IF WS-ESENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-ESENTI
           PERFORM UNTIL WS-EOF-ESENTI = 'Y'
               READ FILE-ESENTI
                   AT END
                       MOVE 'Y' TO WS-EOF-ESENTI
                   NOT AT END
                       IF WS-NUM-ESENTI < 1000
                           ADD 1 TO WS-NUM-ESENTI
                           MOVE RECORD-ESENTE
                               TO WS-ESE-ENTRY(WS-NUM-ESENTI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ESENTI.

      *Riscrittura completa, senza le esenzioni revocate (ID a zero).
       SALVA-ESENTI.
           OPEN OUTPUT FILE-ESENTI
           PERFORM VARYING INDICE-ESE FROM 1 BY 1
               UNTIL INDICE-ESE > WS-NUM-ESENTI
               IF WS-ESE-ID(INDICE-ESE) NOT = 0
                   MOVE WS-ESE-ENTRY(INDICE-ESE) TO RECORD-ESENTE
                   WRITE RECORD-ESENTE
               END-IF
           END-PERFORM
           CLOSE FILE-ESENTI.

      ***********************PUNTI FEDELTA'****************************
      *Adesione al programma punti nel file laterale
      *clienti-fedelta.txt, riscritto per intero come le esenzioni:
      *AccreditoPunti accredita solo gli iscritti, dai movimenti con
      *data non anteriore all'adesione. Il recesso toglie la riga ma
      *non i punti gia' maturati, che restano riscattabili fino alla
      *scadenza.
       OPERAZIONE-FEDELTA.
           DISPLAY "INSERISCI ID CLIENTE: ".
           ACCEPT WS-ID-SEARCH.
           MOVE WS-ID-SEARCH TO ID-CLIENTE-IDX.
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE NON TROVATO."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM MOSTRA-FEDELTA.
           DISPLAY "ISCRITTO AL PROGRAMMA PUNTI? [S/N]: ".
           ACCEPT WS-FED-SCELTA.
           EVALUATE TRUE
               WHEN WS-FED-SCELTA = 'S' AND WS-FED-POSIZIONE = 0
                   IF NOT CLIENTE-ATTIVO
                       DISPLAY "CLIENTE NON ATTIVO, ADESIONE NON "
                           "CONSENTITA."
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-NUM-FEDELTA >= 5000
                       DISPLAY "TABELLA ADESIONI PIENA."
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-NUM-FEDELTA
                   MOVE WS-ID-SEARCH TO WS-FED-ID(WS-NUM-FEDELTA)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-FED-DATA(WS-NUM-FEDELTA)
                   MOVE WS-OPERATORE-ID
                       TO WS-FED-OPERATORE(WS-NUM-FEDELTA)
               WHEN WS-FED-SCELTA = 'N' AND WS-FED-POSIZIONE > 0
                   MOVE 0 TO WS-FED-ID(WS-FED-POSIZIONE)
               WHEN OTHER
                   DISPLAY "ADESIONE INVARIATA."
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM SALVA-FEDELTA.
           DISPLAY "ADESIONE AGGIORNATA.".

      *Posiziona WS-FED-POSIZIONE sull'adesione del cliente corrente
      *(0 se non iscritto) e la mostra.
       MOSTRA-FEDELTA.
           MOVE 0 TO WS-FED-POSIZIONE
           PERFORM VARYING INDICE-FED FROM 1 BY 1
               UNTIL INDICE-FED > WS-NUM-FEDELTA
               IF WS-FED-ID(INDICE-FED) = ID-CLIENTE-IDX
                   MOVE INDICE-FED TO WS-FED-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-FED-POSIZIONE = 0
               DISPLAY "PROGRAMMA PUNTI: NON ISCRITTO"
           ELSE
               DISPLAY "PROGRAMMA PUNTI: ISCRITTO DAL "
                   WS-FED-DATA(WS-FED-POSIZIONE) " ("
                   WS-FED-OPERATORE(WS-FED-POSIZIONE) ")"
           END-IF.

       CARICA-FEDELTA.
           OPEN INPUT FILE-FEDELTA
           IF WS-FEDELTA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FEDELTA
           PERFORM UNTIL WS-EOF-FEDELTA = 'Y'
               READ FILE-FEDELTA
                   AT END
                       MOVE 'Y' TO WS-EOF-FEDELTA
                   NOT AT END
                       IF WS-NUM-FEDELTA < 5000
                           ADD 1 TO WS-NUM-FEDELTA
                           MOVE RECORD-FEDELTA
                               TO WS-FED-ENTRY(WS-NUM-FEDELTA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-FEDELTA.

      *Riscrittura completa, senza le adesioni revocate (ID a zero).
       SALVA-FEDELTA.
           OPEN OUTPUT FILE-FEDELTA
           PERFORM VARYING INDICE-FED FROM 1 BY 1
               UNTIL INDICE-FED > WS-NUM-FEDELTA
               IF WS-FED-ID(INDICE-FED) NOT = 0
                   MOVE WS-FED-ENTRY(INDICE-FED) TO RECORD-FEDELTA
                   WRITE RECORD-FEDELTA
               END-IF
           END-PERFORM
           CLOSE FILE-FEDELTA.

      ******************MANDATI SEPA************************************
      *Mandati di addebito diretto nel registro clienti-mandati.txt
      *(copybook MANDATO-SEPA). Un cliente ha al piu' un mandato in
      *vigore (attivo o sospeso): il nuovo mandato revoca il
      *precedente, che resta in archivio. Il riferimento del mandato
      *e' unico in tutto il registro, l'IBAN passa da CONTROLLA-IBAN.
      *Il mandato sospeso dagli insoluti lo riattiva solo un
      *supervisore, e la riattivazione azzera il conto degli insoluti.
       OPERAZIONE-MANDATI.
           DISPLAY "INSERISCI ID CLIENTE: ".
           ACCEPT WS-ID-SEARCH.
           MOVE WS-ID-SEARCH TO ID-CLIENTE-IDX.
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE NON TROVATO."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CARICA-MANDATI.
           PERFORM MOSTRA-MANDATI.
           DISPLAY "[N]UOVO MANDATO / [R]EVOCA / [S]BLOCCA SOSPESO: ".
           ACCEPT WS-MAN-SCELTA.
           EVALUATE WS-MAN-SCELTA
               WHEN 'N'
                   PERFORM MANDATO-NUOVO
               WHEN 'R'
                   PERFORM MANDATO-REVOCA
               WHEN 'S'
                   PERFORM MANDATO-SBLOCCA
               WHEN OTHER
                   DISPLAY "MANDATI INVARIATI."
           END-EVALUATE.

       MANDATO-NUOVO.
           IF NOT CLIENTE-ATTIVO
               DISPLAY "CLIENTE NON ATTIVO, MANDATO NON CONSENTITO."
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-MANDATI >= 5000
               DISPLAY "REGISTRO MANDATI PIENO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RIFERIMENTO DEL MANDATO: "
           MOVE SPACES TO WS-MAN-ID-NUOVO
           ACCEPT WS-MAN-ID-NUOVO
           IF WS-MAN-ID-NUOVO = SPACES
               DISPLAY "RIFERIMENTO OBBLIGATORIO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MAN-DOPPIO
           PERFORM VARYING INDICE-MAN FROM 1 BY 1
               UNTIL INDICE-MAN > WS-NUM-MANDATI
               IF WS-MAN-ID-MANDATO(INDICE-MAN) = WS-MAN-ID-NUOVO
                   MOVE 'S' TO WS-MAN-DOPPIO
               END-IF
           END-PERFORM
           IF WS-MAN-DOPPIO = 'S'
               DISPLAY "RIFERIMENTO GIA' USATO NEL REGISTRO MANDATI."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "IBAN DEL CONTO DI ADDEBITO: "
           MOVE SPACES TO WS-MAN-IBAN-NUOVO
           ACCEPT WS-MAN-IBAN-NUOVO
           CALL 'CONTROLLA-IBAN' USING WS-MAN-IBAN-NUOVO,
               WS-MAN-ESITO-IBAN
           EVALUATE WS-MAN-ESITO-IBAN
               WHEN 'S'
                   CONTINUE
               WHEN 'C'
                   DISPLAY "IBAN CON CIFRE DI CONTROLLO ERRATE."
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "IBAN MANCANTE O DI FORMATO ERRATO."
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "DATA DI FIRMA DEL MANDATO (AAAAMMGG): "
           ACCEPT WS-MAN-FIRMA-NUOVA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-MAN-FIRMA-NUOVA) NOT = 0
               OR WS-MAN-FIRMA-NUOVA > FUNCTION CURRENT-DATE(1:8)
               DISPLAY "DATA DI FIRMA NON VALIDA."
               EXIT PARAGRAPH
           END-IF
           IF WS-MAN-POSIZIONE > 0
               MOVE 'R' TO WS-MAN-STATO(WS-MAN-POSIZIONE)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-MAN-DATA-STATO(WS-MAN-POSIZIONE)
               MOVE WS-OPERATORE-ID
                   TO WS-MAN-OPERATORE(WS-MAN-POSIZIONE)
               DISPLAY "IL MANDATO "
                   WS-MAN-ID-MANDATO(WS-MAN-POSIZIONE)
               DISPLAY "  E' REVOCATO DAL NUOVO."
           END-IF
           ADD 1 TO WS-NUM-MANDATI
           MOVE WS-ID-SEARCH TO WS-MAN-ID-CLIENTE(WS-NUM-MANDATI)
           MOVE WS-MAN-ID-NUOVO TO WS-MAN-ID-MANDATO(WS-NUM-MANDATI)
           MOVE WS-MAN-IBAN-NUOVO TO WS-MAN-IBAN(WS-NUM-MANDATI)
           MOVE WS-MAN-FIRMA-NUOVA
               TO WS-MAN-DATA-FIRMA(WS-NUM-MANDATI)
           MOVE 'A' TO WS-MAN-STATO(WS-NUM-MANDATI)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-MAN-DATA-STATO(WS-NUM-MANDATI)
           MOVE WS-OPERATORE-ID TO WS-MAN-OPERATORE(WS-NUM-MANDATI)
           MOVE 0 TO WS-MAN-DATA-ULTIMO(WS-NUM-MANDATI)
           MOVE 0 TO WS-MAN-NUM-INSOLUTI(WS-NUM-MANDATI)
           PERFORM SALVA-MANDATI
           DISPLAY "MANDATO REGISTRATO.".

       MANDATO-REVOCA.
           IF WS-MAN-POSIZIONE = 0
               DISPLAY "NESSUN MANDATO IN VIGORE DA REVOCARE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFERMI LA REVOCA DEL MANDATO? [S/N]: "
           ACCEPT WS-MAN-SCELTA
           IF WS-MAN-SCELTA NOT = 'S'
               DISPLAY "MANDATO INVARIATO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-MAN-STATO(WS-MAN-POSIZIONE)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-MAN-DATA-STATO(WS-MAN-POSIZIONE)
           MOVE WS-OPERATORE-ID TO WS-MAN-OPERATORE(WS-MAN-POSIZIONE)
           PERFORM SALVA-MANDATI
           DISPLAY "MANDATO REVOCATO.".

       MANDATO-SBLOCCA.
           IF WS-MAN-POSIZIONE = 0
               DISPLAY "NESSUN MANDATO IN VIGORE."
               EXIT PARAGRAPH
           END-IF
           IF WS-MAN-STATO(WS-MAN-POSIZIONE) NOT = 'S'
               DISPLAY "IL MANDATO NON E' SOSPESO."
               EXIT PARAGRAPH
           END-IF
           IF WS-OPERATORE-LIVELLO NOT = 'S'
               DISPLAY "SERVE UN OPERATORE DI LIVELLO SUPERVISORE "
                   "('S') PER RIATTIVARE IL MANDATO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO WS-MAN-STATO(WS-MAN-POSIZIONE)
           MOVE 0 TO WS-MAN-NUM-INSOLUTI(WS-MAN-POSIZIONE)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-MAN-DATA-STATO(WS-MAN-POSIZIONE)
           MOVE WS-OPERATORE-ID TO WS-MAN-OPERATORE(WS-MAN-POSIZIONE)
           PERFORM SALVA-MANDATI
           DISPLAY "MANDATO RIATTIVATO.".

      *Elenca i mandati del cliente corrente e posiziona
      *WS-MAN-POSIZIONE su quello in vigore (0 se nessuno).
       MOSTRA-MANDATI.
           MOVE 0 TO WS-MAN-POSIZIONE
           PERFORM VARYING INDICE-MAN FROM 1 BY 1
               UNTIL INDICE-MAN > WS-NUM-MANDATI
               IF WS-MAN-ID-CLIENTE(INDICE-MAN) = ID-CLIENTE-IDX
                   IF WS-MAN-STATO(INDICE-MAN) NOT = 'R'
                       MOVE INDICE-MAN TO WS-MAN-POSIZIONE
                   END-IF
                   DISPLAY "MANDATO SEPA: "
                       WS-MAN-ID-MANDATO(INDICE-MAN)
                       " STATO " WS-MAN-STATO(INDICE-MAN)
                       " DAL " WS-MAN-DATA-STATO(INDICE-MAN)
                   DISPLAY "  IBAN " WS-MAN-IBAN(INDICE-MAN)
                       " FIRMATO " WS-MAN-DATA-FIRMA(INDICE-MAN)
                   DISPLAY "  ULTIMO ADDEBITO "
                       WS-MAN-DATA-ULTIMO(INDICE-MAN)
                       " INSOLUTI " WS-MAN-NUM-INSOLUTI(INDICE-MAN)
               END-IF
           END-PERFORM
           IF WS-MAN-POSIZIONE = 0
               DISPLAY "MANDATO SEPA: NESSUNO IN VIGORE"
           END-IF.

       CARICA-MANDATI.
           MOVE 0 TO WS-NUM-MANDATI
           OPEN INPUT FILE-MANDATI
           IF WS-MANDATI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-MANDATI
           PERFORM UNTIL WS-EOF-MANDATI = 'Y'
               READ FILE-MANDATI
                   AT END
                       MOVE 'Y' TO WS-EOF-MANDATI
                   NOT AT END
                       IF WS-NUM-MANDATI < 5000
                           ADD 1 TO WS-NUM-MANDATI
                           MOVE RECORD-MANDATO
                               TO WS-MAN-ENTRY(WS-NUM-MANDATI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-MANDATI.

      *Riscrittura completa: i mandati revocati restano.
       SALVA-MANDATI.
           OPEN OUTPUT FILE-MANDATI
           PERFORM VARYING INDICE-MAN FROM 1 BY 1
               UNTIL INDICE-MAN > WS-NUM-MANDATI
               MOVE WS-MAN-ENTRY(INDICE-MAN) TO RECORD-MANDATO
               WRITE RECORD-MANDATO
           END-PERFORM
           CLOSE FILE-MANDATI.

      ******************AGENTE DI VENDITA*******************************
      *Il cliente passa a un altro agente da una data di decorrenza:
      *la riga in vigore si chiude al giorno prima e se ne apre una
      *nuova in clienti-agenti.txt, cosi' le vendite passate restano
      *dell'agente di allora. La decorrenza non puo' cadere prima
      *dell'inizio della riga in vigore (quella storia si corregge
      *con un trasferimento di portafoglio in AgentiVendita).
       OPERAZIONE-AGENTE.
           DISPLAY "INSERISCI ID CLIENTE: ".
           ACCEPT WS-ID-SEARCH.
           MOVE WS-ID-SEARCH TO ID-CLIENTE-IDX.
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE NON TROVATO."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM CONTROLLA-SOCIETA-CLIENTE.
           IF WS-SOCIETA-PERMESSA = 'N'
               DISPLAY "CLIENTE DI UNA SOCIETA' FUORI AMBITO "
                   "OPERATORE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CARICA-ASSEGNAZIONI.
           PERFORM MOSTRA-ASSEGNAZIONI.
           IF CLIENTE-CESSATO
               DISPLAY "CLIENTE CESSATO, ASSEGNAZIONE NON CONSENTITA."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-ASSEGNAZIONI >= 10000
               DISPLAY "REGISTRO ASSEGNAZIONI PIENO."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUOVO AGENTE (INVIO = INVARIATO): ".
           MOVE SPACES TO WS-ACL-AGENTE-NUOVO.
           ACCEPT WS-ACL-AGENTE-NUOVO.
           IF WS-ACL-AGENTE-NUOVO = SPACES
               DISPLAY "AGENTE INVARIATO."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACL-POSIZIONE > 0
               IF WS-ACL-AGENTE(WS-ACL-POSIZIONE) = WS-ACL-AGENTE-NUOVO
                   DISPLAY "IL CLIENTE E' GIA' DI QUESTO AGENTE."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CERCA-AGENTE.
           IF WS-AGENTE-TROVATO NOT = 'S'
               DISPLAY "AGENTE NON IN ANAGRAFICA (Agenti.txt)."
               EXIT PARAGRAPH
           END-IF.
           IF WS-AGENTE-ATTIVO NOT = 'S'
               DISPLAY "AGENTE CESSATO, NON PUO' RICEVERE CLIENTI."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AGENTE " WS-ACL-AGENTE-NUOVO " " WS-AGENTE-NOME.
           DISPLAY "DECORRENZA (AAAAMMGG, INVIO = OGGI): ".
           MOVE SPACES TO WS-ACL-DECORRENZA-X.
           ACCEPT WS-ACL-DECORRENZA-X.
           IF WS-ACL-DECORRENZA-X = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ACL-DECORRENZA-X
           END-IF.
           IF WS-ACL-DECORRENZA-X IS NOT NUMERIC
               DISPLAY "DECORRENZA NON VALIDA."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACL-DECORRENZA-X TO WS-ACL-DECORRENZA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ACL-DECORRENZA) NOT = 0
               DISPLAY "DECORRENZA NON VALIDA."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACL-POSIZIONE > 0
               IF WS-ACL-DECORRENZA
                   <= WS-ACL-DATA-DAL(WS-ACL-POSIZIONE)
                   DISPLAY "LA DECORRENZA DEVE SEGUIRE L'INIZIO "
                       "DELL'ASSEGNAZIONE IN VIGORE ("
                       WS-ACL-DATA-DAL(WS-ACL-POSIZIONE) ")."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "CONFERMI L'ASSEGNAZIONE? [S/N]: ".
           ACCEPT WS-ACL-SCELTA.
           IF WS-ACL-SCELTA NOT = 'S'
               DISPLAY "AGENTE INVARIATO."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACL-POSIZIONE > 0
               COMPUTE WS-ACL-DATA-AL(WS-ACL-POSIZIONE) =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ACL-DECORRENZA) - 1)
           END-IF.
           ADD 1 TO WS-NUM-ASSEGNAZIONI.
           MOVE WS-ID-SEARCH TO WS-ACL-ID-CLIENTE(WS-NUM-ASSEGNAZIONI).
           MOVE WS-ACL-AGENTE-NUOVO
               TO WS-ACL-AGENTE(WS-NUM-ASSEGNAZIONI).
           MOVE WS-ACL-DECORRENZA
               TO WS-ACL-DATA-DAL(WS-NUM-ASSEGNAZIONI).
           MOVE 99999999 TO WS-ACL-DATA-AL(WS-NUM-ASSEGNAZIONI).
           MOVE 'A' TO WS-ACL-CAUSALE(WS-NUM-ASSEGNAZIONI).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-ACL-DATA-REGISTRAZIONE(WS-NUM-ASSEGNAZIONI).
           MOVE WS-OPERATORE-ID
               TO WS-ACL-OPERATORE(WS-NUM-ASSEGNAZIONI).
           PERFORM SALVA-ASSEGNAZIONI.
           DISPLAY "AGENTE ASSEGNATO.".

      *Storia delle assegnazioni del cliente corrente; posiziona
      *WS-ACL-POSIZIONE sulla riga ancora aperta (0 se nessuna).
       MOSTRA-ASSEGNAZIONI.
           MOVE 0 TO WS-ACL-POSIZIONE
           PERFORM VARYING INDICE-ACL FROM 1 BY 1
               UNTIL INDICE-ACL > WS-NUM-ASSEGNAZIONI
               IF WS-ACL-ID-CLIENTE(INDICE-ACL) = ID-CLIENTE-IDX
                   IF WS-ACL-DATA-AL(INDICE-ACL) = 99999999
                       MOVE INDICE-ACL TO WS-ACL-POSIZIONE
                   END-IF
                   DISPLAY "AGENTE " WS-ACL-AGENTE(INDICE-ACL)
                       " DAL " WS-ACL-DATA-DAL(INDICE-ACL)
                       " AL " WS-ACL-DATA-AL(INDICE-ACL)
                       " (" WS-ACL-CAUSALE(INDICE-ACL) " "
                       WS-ACL-OPERATORE(INDICE-ACL) ")"
               END-IF
           END-PERFORM
           IF WS-ACL-POSIZIONE = 0
               DISPLAY "AGENTE: NESSUNO IN VIGORE"
           END-IF.

       MOSTRA-AGENTE-CORRENTE.
           MOVE 0 TO WS-ACL-POSIZIONE
           PERFORM VARYING INDICE-ACL FROM 1 BY 1
               UNTIL INDICE-ACL > WS-NUM-ASSEGNAZIONI
               IF WS-ACL-ID-CLIENTE(INDICE-ACL) = ID-CLIENTE-IDX
                   AND WS-ACL-DATA-AL(INDICE-ACL) = 99999999
                   MOVE INDICE-ACL TO WS-ACL-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-ACL-POSIZIONE = 0
               DISPLAY "AGENTE: NESSUNO"
           ELSE
               DISPLAY "AGENTE: " WS-ACL-AGENTE(WS-ACL-POSIZIONE)
                   " DAL " WS-ACL-DATA-DAL(WS-ACL-POSIZIONE)
           END-IF.

      *Cerca WS-ACL-AGENTE-NUOVO in Agenti.txt.
       CERCA-AGENTE.
           MOVE 'N' TO WS-AGENTE-TROVATO
           MOVE 'N' TO WS-AGENTE-ATTIVO
           MOVE SPACES TO WS-AGENTE-NOME
           OPEN INPUT FILE-AGENTI
           IF WS-AGENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-AGENTI
           PERFORM UNTIL WS-EOF-AGENTI = 'Y'
               READ FILE-AGENTI
                   AT END
                       MOVE 'Y' TO WS-EOF-AGENTI
                   NOT AT END
                       IF AGE-CODICE = WS-ACL-AGENTE-NUOVO
                           MOVE 'S' TO WS-AGENTE-TROVATO
                           MOVE AGE-NOME TO WS-AGENTE-NOME
                           IF AGENTE-ATTIVO
                               MOVE 'S' TO WS-AGENTE-ATTIVO
                           END-IF
                           MOVE 'Y' TO WS-EOF-AGENTI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-AGENTI.

       CARICA-ASSEGNAZIONI.
           MOVE 0 TO WS-NUM-ASSEGNAZIONI
           OPEN INPUT FILE-AGENTI-CLIENTI
           IF WS-AGENTI-CLIENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-AGENTI-CLIENTI
           PERFORM UNTIL WS-EOF-AGENTI-CLIENTI = 'Y'
               READ FILE-AGENTI-CLIENTI
                   AT END
                       MOVE 'Y' TO WS-EOF-AGENTI-CLIENTI
                   NOT AT END
                       IF WS-NUM-ASSEGNAZIONI < 10000
                           ADD 1 TO WS-NUM-ASSEGNAZIONI
                           MOVE RECORD-AGENTE-CLIENTE
                               TO WS-ACL-ENTRY(WS-NUM-ASSEGNAZIONI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-AGENTI-CLIENTI.

      *Riscrittura completa: le righe chiuse restano, sono la storia.
       SALVA-ASSEGNAZIONI.
           OPEN OUTPUT FILE-AGENTI-CLIENTI
           PERFORM VARYING INDICE-ACL FROM 1 BY 1
               UNTIL INDICE-ACL > WS-NUM-ASSEGNAZIONI
               MOVE WS-ACL-ENTRY(INDICE-ACL) TO RECORD-AGENTE-CLIENTE
               WRITE RECORD-AGENTE-CLIENTE
           END-PERFORM
           CLOSE FILE-AGENTI-CLIENTI.

      ******************DATI FATTURA ELETTRONICA************************
      *Codice destinatario SDI e PEC nel file laterale
      *clienti-sdi.txt, riscritto per intero come le esenzioni. La
      *partita IVA e il codice fiscale stanno ora sulla scheda
      *cliente (maschera di [A]ggiungi/[C]ambia); quelli rimasti nel
      *file laterale valgono solo per le schede ancora senza. A ogni
      *domanda INVIO lascia il valore com'e', '-' lo cancella.
       OPERAZIONE-FATTURA-ELETTR.
           DISPLAY "INSERISCI ID CLIENTE: ".
           ACCEPT WS-ID-SEARCH.
           MOVE WS-ID-SEARCH TO ID-CLIENTE-IDX.
           READ CLIENTI-IDX
               INVALID KEY
                   DISPLAY "CLIENTE NON TROVATO."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM MOSTRA-FATTURA-ELETTR.
           IF WS-CSD-POSIZIONE = 0
               IF WS-NUM-CLIENTI-SDI >= 5000
                   DISPLAY "TABELLA DATI FATTURA ELETTRONICA PIENA."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-CLIENTI-SDI
               MOVE WS-NUM-CLIENTI-SDI TO WS-CSD-POSIZIONE
               MOVE SPACES TO WS-CSD-ENTRY(WS-CSD-POSIZIONE)
               MOVE WS-ID-SEARCH TO WS-CSD-ID(WS-CSD-POSIZIONE)
           END-IF.
           DISPLAY "CODICE DESTINATARIO SDI (7 CARATTERI): ".
           MOVE SPACES TO WS-CSD-INPUT.
           ACCEPT WS-CSD-INPUT.
           EVALUATE TRUE
               WHEN WS-CSD-INPUT = "-"
                   MOVE SPACES TO WS-CSD-DESTINATARIO(WS-CSD-POSIZIONE)
               WHEN WS-CSD-INPUT = SPACES
                   CONTINUE
               WHEN WS-CSD-INPUT(7:1) = SPACE
                   OR WS-CSD-INPUT(8:1) NOT = SPACE
                   DISPLAY "CODICE DESTINATARIO DI 7 CARATTERI, "
                       "IGNORATO."
               WHEN OTHER
                   MOVE WS-CSD-INPUT
                       TO WS-CSD-DESTINATARIO(WS-CSD-POSIZIONE)
           END-EVALUATE.
           DISPLAY "PEC: ".
           MOVE SPACES TO WS-CSD-INPUT.
           ACCEPT WS-CSD-INPUT.
           EVALUATE TRUE
               WHEN WS-CSD-INPUT = "-"
                   MOVE SPACES TO WS-CSD-PEC(WS-CSD-POSIZIONE)
               WHEN WS-CSD-INPUT = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE WS-CSD-INPUT TO WS-CSD-PEC(WS-CSD-POSIZIONE)
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CSD-DATA(WS-CSD-POSIZIONE).
           MOVE WS-OPERATORE-ID TO WS-CSD-OPERATORE(WS-CSD-POSIZIONE).
           PERFORM SALVA-CLIENTI-SDI.
           DISPLAY "DATI FATTURA ELETTRONICA AGGIORNATI.".

      *Posiziona WS-CSD-POSIZIONE sui dati del cliente corrente (0 se
      *assenti) e li mostra.
       MOSTRA-FATTURA-ELETTR.
           MOVE 0 TO WS-CSD-POSIZIONE
           PERFORM VARYING INDICE-CSD FROM 1 BY 1
               UNTIL INDICE-CSD > WS-NUM-CLIENTI-SDI
               IF WS-CSD-ID(INDICE-CSD) = ID-CLIENTE-IDX
                   MOVE INDICE-CSD TO WS-CSD-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-CSD-POSIZIONE = 0
               DISPLAY "FATTURA ELETTRONICA: DATI NON INSERITI"
           ELSE
               DISPLAY "COD. DESTINATARIO: "
                   WS-CSD-DESTINATARIO(WS-CSD-POSIZIONE)
                   " PEC: " WS-CSD-PEC(WS-CSD-POSIZIONE)
               IF PARTITA-IVA-IDX = SPACES
                   AND CODICE-FISCALE-IDX = SPACES
                   AND (WS-CSD-PARTITA-IVA(WS-CSD-POSIZIONE)
                           NOT = SPACES
                       OR WS-CSD-CODICE-FISCALE(WS-CSD-POSIZIONE)
                           NOT = SPACES)
                   DISPLAY "PARTITA IVA (DATI SDI): "
                       WS-CSD-PARTITA-IVA(WS-CSD-POSIZIONE)
                       " COD. FISCALE: "
                       WS-CSD-CODICE-FISCALE(WS-CSD-POSIZIONE)
               END-IF
           END-IF.

       CARICA-CLIENTI-SDI.
           OPEN INPUT FILE-CLIENTI-SDI
           IF WS-CLIENTI-SDI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-CLIENTI-SDI
           PERFORM UNTIL WS-EOF-CLIENTI-SDI = 'Y'
               READ FILE-CLIENTI-SDI
                   AT END
                       MOVE 'Y' TO WS-EOF-CLIENTI-SDI
                   NOT AT END
                       IF WS-NUM-CLIENTI-SDI < 5000
                           ADD 1 TO WS-NUM-CLIENTI-SDI
                           MOVE RECORD-CLIENTE-SDI
                               TO WS-CSD-ENTRY(WS-NUM-CLIENTI-SDI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CLIENTI-SDI.

      *Riscrittura completa; un cliente senza piu' alcun dato esce
      *dal file.
       SALVA-CLIENTI-SDI.
           OPEN OUTPUT FILE-CLIENTI-SDI
           PERFORM VARYING INDICE-CSD FROM 1 BY 1
               UNTIL INDICE-CSD > WS-NUM-CLIENTI-SDI
               IF WS-CSD-DESTINATARIO(INDICE-CSD) NOT = SPACES
                   OR WS-CSD-PEC(INDICE-CSD) NOT = SPACES
                   OR WS-CSD-PARTITA-IVA(INDICE-CSD) NOT = SPACES
                   OR WS-CSD-CODICE-FISCALE(INDICE-CSD) NOT = SPACES
                   MOVE WS-CSD-ENTRY(INDICE-CSD) TO RECORD-CLIENTE-SDI
                   WRITE RECORD-CLIENTE-SDI
               END-IF
           END-PERFORM
           CLOSE FILE-CLIENTI-SDI.

      ***********************CONSENSI**************************************
      *Consensi al contatto per canale (posta, telefono, email) con
      *data odierna e fonte dichiarata: la revoca e' un flag 'N'
      *stessa schermata. Esiti: 'S' confermata, 'X' annullata.
       COMPILA-MASCHERA-CLIENTE.
           MOVE 'N' TO WS-MASCHERA-VALIDA
           MOVE SPACES TO WS-FIS-AVVISATO
           MOVE SPACES TO WS-MASCHERA-MESSAGGIO
           PERFORM UNTIL WS-MASCHERA-VALIDA = 'S'
               OR WS-MASCHERA-VALIDA = 'X'
           END-PERFORM.

      *Le stesse regole dei vecchi prompt, sulla scheda intera: il
      *cognome e' obbligatorio, i termini di pagamento o vuoti o un
      *codice di Termini-pagamento.txt, codice fiscale e partita
      *IVA o vuoti o validi al carattere di controllo, il CAP o
      *vuoto o di 5 cifre, e il riferimento postale propone comune
      *e provincia
      *quando il CAP racconta un'altra storia (si puo' accettare la
      *proposta riconfermando, o correggere a mano).
       VALIDA-MASCHERA-CLIENTE.
           MOVE SPACES TO WS-MASCHERA-MESSAGGIO
           IF WS-COGNOME = SPACES
               MOVE "COGNOME OBBLIGATORIO" TO WS-MASCHERA-MESSAGGIO
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMINI NOT = SPACES
               CALL 'GetTermini' USING WS-TERMINI,
                   WS-TERMINI-DETTAGLIO, WS-TERMINI-TROVATI
               IF WS-TERMINI-TROVATI NOT = 'S'
                   MOVE "TERMINI DI PAGAMENTO SCONOSCIUTI"
                       TO WS-MASCHERA-MESSAGGIO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VALIDA-FISCALE-MASCHERA
           IF WS-MASCHERA-MESSAGGIO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDA-SOCIETA-MASCHERA
           IF WS-MASCHERA-MESSAGGIO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CAP NOT = SPACES AND WS-CAP IS NOT NUMERIC
               MOVE "CAP NON VALIDO (5 CIFRE O VUOTO)"
                   TO WS-MASCHERA-MESSAGGIO
               MOVE WS-PROVINCIA-ATTESA TO WS-PROVINCIA
           END-IF.

      *La societa' o vuota (la principale) o una societa' attiva di
      *Societa.txt, e comunque dell'ambito dell'operatore.
       VALIDA-SOCIETA-MASCHERA.
           IF WS-SOCIETA = SPACES
               MOVE GRP-PRINCIPALE TO WS-SOCIETA-EFFETTIVA
           ELSE
               MOVE WS-SOCIETA TO WS-SOCIETA-EFFETTIVA
           END-IF
           MOVE 'N' TO WS-SOCIETA-TROVATO
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = WS-SOCIETA-EFFETTIVA
                   AND GRP-STATO(INDICE-SOCIETA) = 'A'
                   MOVE 'S' TO WS-SOCIETA-TROVATO
               END-IF
           END-PERFORM
           IF WS-SOCIETA-TROVATO = 'N'
               MOVE "SOCIETA' SCONOSCIUTA O CESSATA"
                   TO WS-MASCHERA-MESSAGGIO
               EXIT PARAGRAPH
           END-IF
           CALL 'SOCIETA-PERMESSA' USING WS-SOCIETA-SCOPE,
               WS-SOCIETA-EFFETTIVA, WS-SOCIETA-PERMESSA
               ON EXCEPTION MOVE 'S' TO WS-SOCIETA-PERMESSA
           END-CALL
           IF WS-SOCIETA-PERMESSA = 'N'
               MOVE "SOCIETA' FUORI AMBITO OPERATORE"
                   TO WS-MASCHERA-MESSAGGIO
           END-IF.

      *Codice fiscale e partita IVA facoltativi ma, se presenti,
      *validi al carattere di controllo (tornano in maiuscolo). Un
      *codice gia' di un altro ID e' lo stesso soggetto: si avvisa
      *e si accetta solo se l'operatore riconferma senza cambiarlo.
       VALIDA-FISCALE-MASCHERA.
           CALL 'CONTROLLA-FISCALE' USING WS-CODICE-FISCALE,
               WS-PARTITA-IVA, WS-ESITO-CF, WS-ESITO-PIVA
           EVALUATE TRUE
               WHEN WS-ESITO-CF = 'F'
                   MOVE "CODICE FISCALE: FORMATO NON VALIDO"
                       TO WS-MASCHERA-MESSAGGIO
               WHEN WS-ESITO-CF = 'C'
                   MOVE "CODICE FISCALE: CARATTERE DI CONTROLLO ERRATO"
                       TO WS-MASCHERA-MESSAGGIO
               WHEN WS-ESITO-PIVA = 'F'
                   MOVE "PARTITA IVA: SERVONO 11 CIFRE"
                       TO WS-MASCHERA-MESSAGGIO
               WHEN WS-ESITO-PIVA = 'C'
                   MOVE "PARTITA IVA: CIFRA DI CONTROLLO ERRATA"
                       TO WS-MASCHERA-MESSAGGIO
           END-EVALUATE
           IF WS-MASCHERA-MESSAGGIO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FIS-ID-DOPPIO
           IF WS-CODICE-FISCALE NOT = SPACES
               MOVE WS-CODICE-FISCALE TO WS-FIS-CERCATO
               PERFORM CERCA-FISCALE-DOPPIO
           END-IF
           IF WS-FIS-ID-DOPPIO = 0 AND WS-PARTITA-IVA NOT = SPACES
               MOVE WS-PARTITA-IVA TO WS-FIS-CERCATO
               PERFORM CERCA-FISCALE-DOPPIO
           END-IF
           IF WS-FIS-ID-DOPPIO NOT = 0
               AND (WS-CODICE-FISCALE NOT = WS-FIS-AVV-CF
                   OR WS-PARTITA-IVA NOT = WS-FIS-AVV-PIVA)
               MOVE WS-CODICE-FISCALE TO WS-FIS-AVV-CF
               MOVE WS-PARTITA-IVA TO WS-FIS-AVV-PIVA
               STRING "STESSO CODICE DEL CLIENTE " WS-FIS-ID-DOPPIO
                   ": CORREGGERE O RICONFERMARE"
                   DELIMITED BY SIZE INTO WS-MASCHERA-MESSAGGIO
           END-IF.

      *Primo ID diverso da WS-FIS-ID-ESCLUSO che ha WS-FIS-CERCATO
      *come codice fiscale o come partita IVA (0 se nessuno).
       CERCA-FISCALE-DOPPIO.
           PERFORM VARYING INDICE-FIS FROM 1 BY 1
               UNTIL INDICE-FIS > WS-NUM-FISCALI
                   OR WS-FIS-ID-DOPPIO NOT = 0
               IF WS-FIS-ID(INDICE-FIS) NOT = WS-FIS-ID-ESCLUSO
                   AND (WS-FIS-CODICE-FISCALE(INDICE-FIS)
                           = WS-FIS-CERCATO
                       OR WS-FIS-PARTITA-IVA(INDICE-FIS)
                           = WS-FIS-CERCATO)
                   MOVE WS-FIS-ID(INDICE-FIS) TO WS-FIS-ID-DOPPIO
               END-IF
           END-PERFORM.

      *Aggiorna in tabella i codici del record corrente: chi non ne
      *ha entra solo se c'era gia' (per svuotarlo).
       REGISTRA-FISCALE.
           MOVE 0 TO WS-FIS-POSIZIONE
           PERFORM VARYING INDICE-FIS FROM 1 BY 1
               UNTIL INDICE-FIS > WS-NUM-FISCALI
                   OR WS-FIS-POSIZIONE NOT = 0
               IF WS-FIS-ID(INDICE-FIS) = ID-CLIENTE-IDX
                   MOVE INDICE-FIS TO WS-FIS-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-FIS-POSIZIONE = 0
               IF CODICE-FISCALE-IDX = SPACES
                   AND PARTITA-IVA-IDX = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF WS-NUM-FISCALI >= 5000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-FISCALI
               MOVE WS-NUM-FISCALI TO WS-FIS-POSIZIONE
               MOVE ID-CLIENTE-IDX TO WS-FIS-ID(WS-FIS-POSIZIONE)
           END-IF
           MOVE CODICE-FISCALE-IDX
               TO WS-FIS-CODICE-FISCALE(WS-FIS-POSIZIONE)
           MOVE PARTITA-IVA-IDX TO WS-FIS-PARTITA-IVA(WS-FIS-POSIZIONE).

      ***********************RELAZIONI*************************************
      *Legami tra clienti: tre record possono essere una famiglia o
      *le filiali di una ditta, e il sistema li trattava da
