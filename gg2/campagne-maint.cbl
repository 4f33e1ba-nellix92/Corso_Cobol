      *mai); la [R]ISPOSTA marca i destinatari che hanno risposto e
      *il [P]UNTEGGIO tira le somme: destinatari, risposte e tasso
      *di risposta per provincia. Stessa impostazione a menu di
      *CLIENTI-MAINT, con il sign-on operatore. Il criterio per
      *prodotto ("ha comprato X ma mai Y") usa clienti-prodotti.txt
      *calcolato da PRODOTTI-ABBINATI, che in prodotti-abbinati.txt
      *da' anche confidenza e lift della coppia mostrati alla
      *definizione.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-RFM ASSIGN TO "clienti-rfm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RFM-STATUS.
           SELECT FILE-CLIENTI-PRODOTTI
           ASSIGN TO "clienti-prodotti.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLP-STATUS.
           SELECT FILE-ABBINATI ASSIGN TO "prodotti-abbinati.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABBINATI-STATUS.
           SELECT FILE-TARGET ASSIGN TO WS-NOME-TARGET
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-STATUS.
       FILE SECTION.
      *Anagrafica campagne: TIPO 'C' citta' / 'P' provincia /
      *'T' tutti; FILTRO-STATO 'A' solo attivi / 'T' tutti; STATO
      *campagna 'D' definita, 'S' selezionata, 'C' chiusa;
      *PRODOTTO-SI comprato almeno una volta, PRODOTTO-NO mai
      *comprato (vuoti = nessun criterio per prodotto).
       FD FILE-CAMPAGNE.
       01 RECORD-CAMPAGNA.
           05 CAM-ID PIC 9(4).
           05 CAM-SEGMENTO PIC X(3).
           05 CAM-DATA-INIZIO PIC 9(8).
           05 CAM-STATO PIC X.
           05 CAM-PRODOTTO-SI PIC X(8).
           05 CAM-PRODOTTO-NO PIC X(8).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.
           05 RFM-SEGMENTO PIC X(3).
           05 RFM-DATA-CALCOLO PIC 9(8).

       FD FILE-CLIENTI-PRODOTTI.
       01 RECORD-CLIENTE-PRODOTTO.
           05 CLP-ID-CLIENTE PIC 9(6).
           05 CLP-CODICE-PRODOTTO PIC X(8).
           05 CLP-CESTI PIC 9(6).
           05 CLP-ULTIMO-ACQUISTO PIC 9(8).
           05 CLP-DATA-CALCOLO PIC 9(8).

       FD FILE-ABBINATI.
       01 RECORD-ABBINAMENTO.
           05 ABB-REGIONE PIC 99.
           05 ABB-PRODOTTO-A PIC X(8).
           05 ABB-PRODOTTO-B PIC X(8).
           05 ABB-CESTI PIC 9(6).
           05 ABB-CESTI-A PIC 9(6).
           05 ABB-CESTI-B PIC 9(6).
           05 ABB-CESTI-TOTALI PIC 9(6).
           05 ABB-SUPPORTO PIC 9(3)V99.
           05 ABB-CONFIDENZA-AB PIC 9(3)V99.
           05 ABB-CONFIDENZA-BA PIC 9(3)V99.
           05 ABB-LIFT PIC 9(4)V99.
           05 ABB-DATA-CALCOLO PIC 9(8).

      *Lista congelata dei destinatari: blocco postale pronto per
      *la stampa piu' il flag risposta.
       FD FILE-TARGET.
               10 WS-CAM-SEGMENTO PIC X(3).
               10 WS-CAM-DATA-INIZIO PIC 9(8).
               10 WS-CAM-STATO PIC X.
               10 WS-CAM-PRODOTTO-SI PIC X(8).
               10 WS-CAM-PRODOTTO-NO PIC X(8).
       01 INDICE-CAM PIC 9(3).
       01 WS-CAM-SCELTA PIC 9(4).
       01 WS-CAM-CORRENTE PIC 9(3).
       01 WS-FUORI-SEGMENTO PIC 9(6).
       01 WS-ID-RISPOSTA PIC 9(6).
       01 WS-RISPOSTA-TROVATA PIC X.
      *Criterio per prodotto: i clienti che hanno comprato il
      *prodotto richiesto ('S') o quello escluso ('N').
       01 WS-CLP-STATUS PIC XX.
       01 WS-ABBINATI-STATUS PIC XX.
       01 WS-NUM-CLP PIC 9(4).
       01 WS-CLP-TABELLA.
           05 WS-CLP-ENTRY OCCURS 5000 TIMES.
               10 WS-CLP-ID PIC 9(6).
               10 WS-CLP-TIPO PIC X.
       01 INDICE-CLP PIC 9(4).
       01 WS-CLP-HA-SI PIC X.
       01 WS-CLP-HA-NO PIC X.
       01 WS-FUORI-PRODOTTO PIC 9(6).
       01 WS-ABB-TROVATO PIC X.
       01 WS-ABB-CONFIDENZA PIC 9(3)V99.
       01 WS-ABB-LIFT PIC 9(4)V99.
       01 WS-ABB-LIFT-ED PIC ZZZ9.99.
      *Punteggio per provincia.
       01 WS-NUM-PROVINCE PIC 9(3).
       01 WS-PROVINCE-TABELLA.
           DISPLAY "SEGMENTO RFM RICHIESTO (ES. 333, VUOTO = "
               "TUTTI): "
           ACCEPT WS-CAM-SEGMENTO(INDICE-CAM)
           DISPLAY "PRODOTTO GIA' COMPRATO (VUOTO = NESSUN "
               "CRITERIO): "
           ACCEPT WS-CAM-PRODOTTO-SI(INDICE-CAM)
           DISPLAY "PRODOTTO MAI COMPRATO (VUOTO = NESSUN "
               "CRITERIO): "
           ACCEPT WS-CAM-PRODOTTO-NO(INDICE-CAM)
           IF WS-CAM-PRODOTTO-SI(INDICE-CAM) NOT = SPACES
               AND WS-CAM-PRODOTTO-NO(INDICE-CAM) NOT = SPACES
               PERFORM MOSTRA-ABBINAMENTO
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8)
               TO WS-CAM-DATA-INIZIO(INDICE-CAM)
                   WS-CAM-TIPO(INDICE-CAM) " CRITERIO "
                   WS-CAM-CRITERIO(INDICE-CAM) " STATO "
                   WS-CAM-STATO(INDICE-CAM)
               IF WS-CAM-PRODOTTO-SI(INDICE-CAM) NOT = SPACES
                   OR WS-CAM-PRODOTTO-NO(INDICE-CAM) NOT = SPACES
                   DISPLAY "     HA COMPRATO "
                       WS-CAM-PRODOTTO-SI(INDICE-CAM)
                       " MAI " WS-CAM-PRODOTTO-NO(INDICE-CAM)
               END-IF
           END-PERFORM.

      *Quanto la coppia va insieme nei cesti di tutte le regioni:
      *chi compra X compra anche Y nella quota di confidenza; con
      *lift sopra 1 la coppia e' piu' frequente del caso.
       MOSTRA-ABBINAMENTO.
           MOVE 'N' TO WS-ABB-TROVATO
           OPEN INPUT FILE-ABBINATI
           IF WS-ABBINATI-STATUS NOT = "00"
               DISPLAY "prodotti-abbinati.txt assente: lanciare "
                   "PRODOTTI-ABBINATI per vedere l'abbinamento."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ABBINATI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ABB-REGIONE = 0
                           IF ABB-PRODOTTO-A
                               = WS-CAM-PRODOTTO-SI(INDICE-CAM)
                               AND ABB-PRODOTTO-B
                                   = WS-CAM-PRODOTTO-NO(INDICE-CAM)
                               MOVE 'S' TO WS-ABB-TROVATO
                               MOVE ABB-CONFIDENZA-AB
                                   TO WS-ABB-CONFIDENZA
                               MOVE ABB-LIFT TO WS-ABB-LIFT
                               MOVE 'Y' TO LETTURA-FILE
                           END-IF
                           IF ABB-PRODOTTO-B
                               = WS-CAM-PRODOTTO-SI(INDICE-CAM)
                               AND ABB-PRODOTTO-A
                                   = WS-CAM-PRODOTTO-NO(INDICE-CAM)
                               MOVE 'S' TO WS-ABB-TROVATO
                               MOVE ABB-CONFIDENZA-BA
                                   TO WS-ABB-CONFIDENZA
                               MOVE ABB-LIFT TO WS-ABB-LIFT
                               MOVE 'Y' TO LETTURA-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ABBINATI
           IF WS-ABB-TROVATO = 'S'
               MOVE WS-ABB-CONFIDENZA TO WS-TASSO-ED
               MOVE WS-ABB-LIFT TO WS-ABB-LIFT-ED
               DISPLAY "CHI COMPRA " WS-CAM-PRODOTTO-SI(INDICE-CAM)
                   " COMPRA ANCHE " WS-CAM-PRODOTTO-NO(INDICE-CAM)
                   " NEL " WS-TASSO-ED "% DEI CESTI, LIFT "
                   WS-ABB-LIFT-ED
           ELSE
               DISPLAY "COPPIA NON TRA I PRODOTTI ABBINATI "
                   "(COMPRATI INSIEME TROPPO DI RADO)."
           END-IF.

       SCEGLI-CAMPAGNA.
           MOVE 0 TO WS-CAM-CORRENTE
           DISPLAY "ID CAMPAGNA: "
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-NUM-CLP
           IF WS-CAM-PRODOTTO-SI(INDICE-CAM) NOT = SPACES
               OR WS-CAM-PRODOTTO-NO(INDICE-CAM) NOT = SPACES
               PERFORM CARICA-CLIENTI-PRODOTTI
               IF WS-CLP-STATUS NOT = "00"
                   DISPLAY "clienti-prodotti.txt assente: lanciare "
                       "PRODOTTI-ABBINATI prima di selezionare per "
                       "prodotto."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-NOME-TARGET
           STRING "campagna-target-" WS-CAM-ID(INDICE-CAM) ".txt"
               DELIMITED BY SIZE INTO WS-NOME-TARGET
           MOVE 0 TO WS-SENZA-CONSENSO
           MOVE 0 TO WS-SOPPRESSI-GRUPPO
           MOVE 0 TO WS-FUORI-SEGMENTO
           MOVE 0 TO WS-FUORI-PRODOTTO
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLIENTI-IDX NEXT RECORD
               " (SOPPRESSI " WS-SOPPRESSIONI
               ", SENZA CONSENSO POSTA " WS-SENZA-CONSENSO
               ", MEMBRI DI GRUPPO " WS-SOPPRESSI-GRUPPO
               ") IN " WS-NOME-TARGET
           IF WS-CAM-PRODOTTO-SI(INDICE-CAM) NOT = SPACES
               OR WS-CAM-PRODOTTO-NO(INDICE-CAM) NOT = SPACES
               DISPLAY "FUORI DAL CRITERIO PER PRODOTTO: "
                   WS-FUORI-PRODOTTO
           END-IF.

      *Solo le righe dei due prodotti del criterio: chi ha comprato
      *quello richiesto e chi quello escluso.
       CARICA-CLIENTI-PRODOTTI.
           OPEN INPUT FILE-CLIENTI-PRODOTTI
           IF WS-CLP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-CLIENTI-PRODOTTI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-CLP < 5000
                           EVALUATE TRUE
                               WHEN CLP-CODICE-PRODOTTO
                                   = WS-CAM-PRODOTTO-SI(INDICE-CAM)
                                   AND CLP-CODICE-PRODOTTO
                                       NOT = SPACES
                                   ADD 1 TO WS-NUM-CLP
                                   MOVE CLP-ID-CLIENTE
                                       TO WS-CLP-ID(WS-NUM-CLP)
                                   MOVE 'S' TO WS-CLP-TIPO(WS-NUM-CLP)
                               WHEN CLP-CODICE-PRODOTTO
                                   = WS-CAM-PRODOTTO-NO(INDICE-CAM)
                                   AND CLP-CODICE-PRODOTTO
                                       NOT = SPACES
                                   ADD 1 TO WS-NUM-CLP
                                   MOVE CLP-ID-CLIENTE
                                       TO WS-CLP-ID(WS-NUM-CLP)
                                   MOVE 'N' TO WS-CLP-TIPO(WS-NUM-CLP)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CLIENTI-PRODOTTI
           MOVE "00" TO WS-CLP-STATUS.

       CARICA-SEGMENTI-RFM.
           OPEN INPUT FILE-RFM
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *Criterio per prodotto: deve aver comprato il prodotto
      *richiesto e mai quello escluso.
           IF WS-CAM-PRODOTTO-SI(INDICE-CAM) NOT = SPACES
               OR WS-CAM-PRODOTTO-NO(INDICE-CAM) NOT = SPACES
               MOVE 'N' TO WS-CLP-HA-SI
               MOVE 'N' TO WS-CLP-HA-NO
               PERFORM VARYING INDICE-CLP FROM 1 BY 1
                   UNTIL INDICE-CLP > WS-NUM-CLP
                   IF WS-CLP-ID(INDICE-CLP) = ID-CLIENTE-IDX
                       IF WS-CLP-TIPO(INDICE-CLP) = 'S'
                           MOVE 'S' TO WS-CLP-HA-SI
                       ELSE
                           MOVE 'S' TO WS-CLP-HA-NO
                       END-IF
                   END-IF
               END-PERFORM
               IF (WS-CAM-PRODOTTO-SI(INDICE-CAM) NOT = SPACES
                   AND WS-CLP-HA-SI = 'N')
                   OR WS-CLP-HA-NO = 'S'
                   ADD 1 TO WS-FUORI-PRODOTTO
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *La lista e' una spedizione postale: senza consenso posta il
      *cliente non entra, qualunque sia il criterio.
           CALL 'GET-CONSENSO' USING ID-CLIENTE-IDX,
