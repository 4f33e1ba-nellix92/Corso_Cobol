      *presente, omonimo gia' in anagrafica
      *caricato con avviso) e si scrive il riepilogo caricati/
      *rigettati con i motivi in clienti-load-report.txt.
      *In coda possono seguire ;CODICE_FISCALE;PARTITA_IVA: se
      *presenti devono superare il controllo di CONTROLLA-FISCALE, e
      *un codice gia' di un cliente in anagrafica (o di una riga gia'
      *caricata) rigetta la riga - e' lo stesso soggetto, non un
      *cliente nuovo.
      *Gli ID: una riga puo' portare un ID esplicito come primo
      *campo (tutto numerico); chi arriva senza ID lo riceve dal
      *contatore centrale CLIENTI-PROSSIMO-ID, con il vecchio
       COPY CLIENTI-REC.

       FD FILE-IMPORT.
       01 RIGA-IMPORT PIC X(200).

       FD FILE-REPORT.
       01 RIGA-REPORT PIC X(100).
       01 WS-PROVINCIA PIC X(2).
       01 WS-TELEFONO PIC X(15).
       01 WS-EMAIL PIC X(30).
       01 WS-CODICE-FISCALE PIC X(16).
       01 WS-PARTITA-IVA PIC X(11).
       01 WS-RIGA-VALIDA PIC X.
       01 WS-MOTIVO PIC X(40).
       01 WS-OMONIMO PIC X.
               10 WS-ESI-NOME PIC X(10).
               10 WS-ESI-COGNOME PIC X(10).
       01 INDICE-ESI PIC 9(4).
      *Codici fiscali gia' in anagrafica, per rigettare i doppioni.
       01 WS-ESITO-CF PIC X.
       01 WS-ESITO-PIVA PIC X.
       01 WS-FIS-CERCATO PIC X(16).
       01 WS-FIS-ID-DOPPIO PIC 9(6).
       01 WS-NUM-FISCALI PIC 9(4) VALUE 0.
       01 WS-FISCALI-TABELLA.
           05 WS-FIS-ENTRY OCCURS 5000 TIMES.
               10 WS-FIS-ID PIC 9(6).
               10 WS-FIS-CODICE-FISCALE PIC X(16).
               10 WS-FIS-PARTITA-IVA PIC X(11).
       01 INDICE-FIS PIC 9(4).
      *Primo campo della riga quando porta l'ID esplicito, e
      *appoggi dell'assegnazione dal contatore centrale.
       01 WS-CAMPO-ID PIC X(10).
           STOP RUN.

      *Stessa logica di CLIENTI-MAINT: si riparte dall'ID piu' alto
      *gia' presente + 1; con l'occasione si riempiono la tabella
      *degli omonimi per l'avviso sui doppioni e quella dei codici
      *fiscali.
       INIZIALIZZA-ID-CLIENTE.
           MOVE 'N' TO WS-ID-EOF
           PERFORM UNTIL WS-ID-EOF = 'Y'
                           MOVE COGNOME-IDX
                               TO WS-ESI-COGNOME(WS-NUM-ESISTENTI)
                       END-IF
                       PERFORM REGISTRA-FISCALE
               END-READ
           END-PERFORM.

       CARICA-RIGA.
           MOVE SPACES TO WS-CAMPO-ID WS-NOME WS-COGNOME WS-VIA
               WS-CITTA WS-CAP WS-PROVINCIA WS-TELEFONO WS-EMAIL
               WS-CODICE-FISCALE WS-PARTITA-IVA
           MOVE 'N' TO WS-ID-ESPLICITO
           UNSTRING RIGA-IMPORT DELIMITED BY ";"
               INTO WS-CAMPO-ID
               UNSTRING RIGA-IMPORT DELIMITED BY ";"
                   INTO WS-CAMPO-ID WS-NOME WS-COGNOME WS-VIA
                       WS-CITTA WS-CAP WS-PROVINCIA WS-TELEFONO
                       WS-EMAIL WS-CODICE-FISCALE WS-PARTITA-IVA
               END-UNSTRING
           ELSE
               UNSTRING RIGA-IMPORT DELIMITED BY ";"
                   INTO WS-NOME WS-COGNOME WS-VIA WS-CITTA WS-CAP
                       WS-PROVINCIA WS-TELEFONO WS-EMAIL
                       WS-CODICE-FISCALE WS-PARTITA-IVA
               END-UNSTRING
           END-IF
           PERFORM VALIDA-RIGA
           MOVE WS-EMAIL TO EMAIL-IDX
           MOVE 'A' TO STATO-CLIENTE-IDX
           MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-STATO-IDX
           MOVE SPACES TO CODICE-TERMINI-IDX
           MOVE WS-CODICE-FISCALE TO CODICE-FISCALE-IDX
           MOVE WS-PARTITA-IVA TO PARTITA-IVA-IDX
           MOVE SPACES TO SOCIETA-IDX
           MOVE 'S' TO WS-SCRITTO
           WRITE RECORD-CLIENTE-IDX
               INVALID KEY
                       MOVE WS-COGNOME
                           TO WS-ESI-COGNOME(WS-NUM-ESISTENTI)
                   END-IF
                   PERFORM REGISTRA-FISCALE
                   IF WS-ID-CLIENTE = 999999
                       MOVE 'Y' TO WS-ID-ESAURITO
                   ELSE
               IF WS-CONTA-CHIOCCIOLE NOT = 1 OR WS-CONTA-PUNTI = 0
                   MOVE 'N' TO WS-RIGA-VALIDA
                   MOVE "EMAIL NON PLAUSIBILE" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL 'CONTROLLA-FISCALE' USING WS-CODICE-FISCALE,
               WS-PARTITA-IVA, WS-ESITO-CF, WS-ESITO-PIVA
           IF WS-ESITO-CF NOT = SPACE AND WS-ESITO-CF NOT = 'S'
               MOVE 'N' TO WS-RIGA-VALIDA
               MOVE "CODICE FISCALE NON VALIDO" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-ESITO-PIVA NOT = SPACE AND WS-ESITO-PIVA NOT = 'S'
               MOVE 'N' TO WS-RIGA-VALIDA
               MOVE "PARTITA IVA NON VALIDA" TO WS-MOTIVO
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
               MOVE 'N' TO WS-RIGA-VALIDA
               STRING "CODICE FISCALE GIA' DEL CLIENTE "
                   WS-FIS-ID-DOPPIO
                   DELIMITED BY SIZE INTO WS-MOTIVO
           END-IF.

      *Primo cliente che ha WS-FIS-CERCATO come codice fiscale o
      *come partita IVA (0 se nessuno).
       CERCA-FISCALE-DOPPIO.
           PERFORM VARYING INDICE-FIS FROM 1 BY 1
               UNTIL INDICE-FIS > WS-NUM-FISCALI
                   OR WS-FIS-ID-DOPPIO NOT = 0
               IF WS-FIS-CODICE-FISCALE(INDICE-FIS) = WS-FIS-CERCATO
                   OR WS-FIS-PARTITA-IVA(INDICE-FIS) = WS-FIS-CERCATO
                   MOVE WS-FIS-ID(INDICE-FIS) TO WS-FIS-ID-DOPPIO
               END-IF
           END-PERFORM.

       REGISTRA-FISCALE.
           IF (CODICE-FISCALE-IDX NOT = SPACES
               OR PARTITA-IVA-IDX NOT = SPACES)
               AND WS-NUM-FISCALI < 5000
               ADD 1 TO WS-NUM-FISCALI
               MOVE ID-CLIENTE-IDX TO WS-FIS-ID(WS-NUM-FISCALI)
               MOVE CODICE-FISCALE-IDX
                   TO WS-FIS-CODICE-FISCALE(WS-NUM-FISCALI)
               MOVE PARTITA-IVA-IDX
                   TO WS-FIS-PARTITA-IVA(WS-NUM-FISCALI)
           END-IF.

      *Un omonimo non blocca il caricamento (due Mario Rossi veri
