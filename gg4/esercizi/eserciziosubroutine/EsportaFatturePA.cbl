       IDENTIFICATION DIVISION.
       PROGRAM-ID. EsportaFatturePA.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Esportazione delle fatture emesse verso lo SDI nel tracciato
      *FatturaPA (FPR12, fatture fra privati), per non ridigitare
      *ogni fattura nel portale. Per ogni riga di Fatture-registro.txt
      *non ancora trasmessa, o la cui ultima trasmissione e' stata
      *scartata, si controllano prima i dati obbligatori: anagrafica
      *del cliente in clienti.idx con indirizzo completo (via,
      *comune, CAP di 5 cifre, provincia), partita IVA o codice
      *fiscale valido (dalla scheda cliente, in mancanza da
      *clienti-sdi.txt), aliquota di ogni codice IVA alla
      *data della fattura (per le aliquote a zero la natura
      *dell'esenzione da gestionale.cfg, SDI-NATURA-<codice>), righe
      *del dettaglio vendite timbrate con il numero della fattura e
      *pari a quelle del registro. La fattura incompleta non parte:
      *finisce con il suo motivo in Fatture-sdi-sospese.txt, lista
      *riscritta a ogni giro, e ci resta finche' i dati non vengono
      *sistemati. La fattura completa diventa il file
      *IT<partita IVA>_<progressivo>.xml, nome e progressivo come li
      *vuole lo SDI, e lascia la riga 'I' (inviata) in
      *Fatture-sdi-stato.txt, dove RicevuteSdi porta poi l'esito.
      *I dati del cedente vengono da gestionale.cfg (AZIENDA-...):
      *senza quelli obbligatori non si esporta niente. Le note di
      *credito vanno come TD04 con gli importi in positivo.
      *Si esporta per la societa' di lavoro (variabile SOCIETA, vuota
      *= la principale), mai per il consolidato: registro, stato e
      *sospese sono i suoi (NomeFileSocieta), le righe del dettaglio
      *quelle con la sua DET-SOCIETA (spazi = la principale). Il
      *cedente di una societa' diversa dalla principale si legge
      *dalle chiavi AZIENDA-<societa>-...; partita IVA e
      *denominazione, se mancano, vengono dall'anagrafica societa'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-REGISTRO
               ASSIGN TO WS-NOME-REGISTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.
           SELECT FILE-STATO
               ASSIGN TO WS-NOME-STATO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATO-STATUS.
           SELECT FILE-SOSPESE
               ASSIGN TO WS-NOME-SOSPESE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-CLIENTI-SDI
               ASSIGN TO "clienti-sdi.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLIENTI-SDI-STATUS.
           SELECT FILE-DETTAGLIO
               ASSIGN TO "Vendite-dettaglio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTAGLIO-STATUS.
           SELECT FILE-ALIQUOTE ASSIGN TO "Iva-aliquote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALIQUOTE-STATUS.
           SELECT FILE-XML ASSIGN TO WS-NOME-XML
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REGISTRO.
       COPY FATTURA-REG.

       FD FILE-STATO.
       COPY FATTURA-SDI.

       FD FILE-SOSPESE.
       01 RIGA-SOSPESA PIC X(100).

       FD FILE-CLIENTI-SDI.
       COPY CLIENTE-SDI.

       FD FILE-DETTAGLIO.
       01 DETTAGLIO.
           05 DET-ID-CLIENTE PIC 9(6).
           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA PIC 9(8).
           05 DET-IMPORTO PIC S9(7)V99.
           05 DET-CODICE-PRODOTTO PIC X(8).
           05 DET-QUANTITA PIC 9(5).
           05 DET-PREZZO-UNITARIO PIC S9(5)V99.
           05 DET-CODICE-IVA PIC X(2).
           05 DET-FATTURA-ANNO PIC 9(4).
           05 DET-FATTURA-NUMERO PIC 9(6).
           05 DET-SOCIETA PIC X(2).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
           05 TRAILER-DET-CONTROL-TOTAL PIC S9(11)V99.

       FD FILE-ALIQUOTE.
       01 RECORD-ALIQUOTA.
           05 ALQ-CODICE PIC X(2).
           05 ALQ-ALIQUOTA PIC 9(2)V99.
           05 ALQ-DATA-EFFETTO PIC 9(8).

       FD FILE-XML.
       01 RIGA-XML PIC X(250).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-STATO-STATUS PIC XX.
       01 WS-CLIENTI-SDI-STATUS PIC XX.
       01 WS-DETTAGLIO-STATUS PIC XX.
       01 WS-ALIQUOTE-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-NOME-XML PIC X(40).
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-CFG-VOCE PIC X(20).
      *Societa' di lavoro e nomi dei suoi file.
       COPY SOCIETA-TABELLA.
       01 WS-SOC-FUNZIONE PIC X VALUE 'L'.
       01 WS-SOC-CODICE PIC X(2).
       01 WS-SOC-DESCRIZIONE PIC X(40).
       01 WS-SOC-MAPPING PIC X(30).
       01 WS-SOC-ESITO PIC X.
       01 WS-SOC-POSIZIONE PIC 99.
       01 INDICE-SOCIETA PIC 99.
       01 WS-NOME-BASE PIC X(40).
       01 WS-NOME-REGISTRO PIC X(40).
       01 WS-NOME-STATO PIC X(40).
       01 WS-NOME-SOSPESE PIC X(40).
      *Cedente (la nostra azienda) da gestionale.cfg.
       01 WS-AZIENDA.
           05 WS-AZ-PARTITA-IVA PIC X(11).
           05 WS-AZ-DENOMINAZIONE PIC X(60).
           05 WS-AZ-INDIRIZZO PIC X(60).
           05 WS-AZ-CAP PIC X(5).
           05 WS-AZ-COMUNE PIC X(60).
           05 WS-AZ-PROVINCIA PIC X(2).
           05 WS-AZ-REGIME PIC X(4).
       01 WS-AZIENDA-COMPLETA PIC X VALUE 'S'.
      *Ultimo stato di trasmissione per fattura.
       01 WS-NUM-STATI PIC 9(5) VALUE 0.
       01 WS-STATI-TABELLA.
           05 WS-STA-ENTRY OCCURS 10000 TIMES.
               10 WS-STA-ANNO PIC 9(4).
               10 WS-STA-NUMERO PIC 9(6).
               10 WS-STA-STATO PIC X.
       01 INDICE-STATO PIC 9(5).
       01 WS-CERCA-ANNO PIC 9(4).
       01 WS-CERCA-NUMERO PIC 9(6).
       01 WS-STA-POSIZIONE PIC 9(5).
       01 WS-PROGRESSIVO PIC 9(5) VALUE 0.
      *Dati fattura elettronica dei clienti.
       01 WS-NUM-CLIENTI-SDI PIC 9(4) VALUE 0.
       01 WS-CLIENTI-SDI-TABELLA.
           05 WS-CSD-ENTRY OCCURS 5000 TIMES.
               10 WS-CSD-ID PIC 9(6).
               10 WS-CSD-DESTINATARIO PIC X(7).
               10 WS-CSD-PEC PIC X(40).
               10 WS-CSD-PARTITA-IVA PIC X(11).
               10 WS-CSD-CODICE-FISCALE PIC X(16).
       01 INDICE-CSD PIC 9(4).
       01 WS-CSD-POSIZIONE PIC 9(4).
       01 WS-ESITO-CF PIC X.
       01 WS-ESITO-PIVA PIC X.
      *Movimenti fatturati, nel tracciato del dettaglio.
       01 WS-NUM-MOVIMENTI PIC 9(5) VALUE 0.
       01 WS-MOVIMENTI-TABELLA.
           05 WS-MOV-RECORD OCCURS 10000 TIMES PIC X(59).
       01 INDICE-MOV PIC 9(5).
       01 WS-DET-COUNT PIC 9(6) VALUE 0.
       01 WS-DET-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-DET-QUADRA PIC X VALUE 'N'.
       01 WS-MOVIMENTI-PIENI PIC X VALUE 'N'.
       01 WS-MOV.
           05 WS-MOV-ID-CLIENTE PIC 9(6).
           05 WS-MOV-REGIONE PIC 99.
           05 WS-MOV-DATA PIC 9(8).
           05 WS-MOV-IMPORTO PIC S9(7)V99.
           05 WS-MOV-PRODOTTO PIC X(8).
           05 WS-MOV-QUANTITA PIC 9(5).
           05 WS-MOV-PREZZO PIC S9(5)V99.
           05 WS-MOV-CODICE-IVA PIC X(2).
           05 WS-MOV-FATTURA-ANNO PIC 9(4).
           05 WS-MOV-FATTURA-NUMERO PIC 9(6).
           05 WS-MOV-SOCIETA PIC X(2).
      *Aliquote IVA con decorrenza.
       01 WS-NUM-ALIQUOTE PIC 9(3) VALUE 0.
       01 WS-ALIQUOTE-TABELLA.
           05 WS-ALQ-ENTRY OCCURS 50 TIMES.
               10 WS-ALQ-CODICE PIC X(2).
               10 WS-ALQ-ALIQUOTA PIC 9(2)V99.
               10 WS-ALQ-DATA PIC 9(8).
       01 INDICE-ALIQUOTA PIC 9(3).
       01 WS-ALQ-DATA-MIGLIORE PIC 9(8).
      *Anagrafica prodotti per le descrizioni di riga.
       01 WS-PRODOTTI.
           05 WS-NUM-PRODOTTI PIC 9(3).
           05 WS-PRODOTTO-ENTRY OCCURS 200 TIMES.
               10 WS-PRO-CODICE PIC X(8).
               10 WS-PRO-DESCRIZIONE PIC X(30).
               10 WS-PRO-LINEA PIC X(10).
               10 WS-PRO-ATTIVO PIC X.
       01 WS-PRO-DESCRIZIONE-LAV PIC X(30).
       01 WS-PRO-LINEA-LAV PIC X(10).
       01 WS-PRODOTTO-VALIDO PIC X.
      *Fattura in esame: aliquota e natura per ciascun codice del
      *riepilogo, e il motivo se non puo' partire.
       01 WS-DA-INVIARE PIC X.
       01 WS-MOTIVO PIC X(60).
       01 WS-SEGNO PIC S9 VALUE 1.
       01 WS-RIGHE-TROVATE PIC 9(4).
       01 WS-RIE-TABELLA.
           05 WS-RIE-ENTRY OCCURS 4 TIMES.
               10 WS-RIE-ALIQUOTA PIC 9(2)V99.
               10 WS-RIE-NATURA PIC X(4).
       01 INDICE-RIE PIC 9.
       01 WS-CODICE-CERCATO PIC X(2).
       01 WS-ALIQUOTA-TROVATA PIC 9(2)V99.
       01 WS-NATURA-TROVATA PIC X(4).
       01 WS-CODICE-VALIDO PIC X.
       01 WS-DESTINATARIO PIC X(7).
      *Scrittura dell'XML: rientro, tag e valore gia' ripulito.
       01 WS-RIENTRO PIC 99 VALUE 0.
       01 WS-TAG PIC X(40).
       01 WS-TESTO PIC X(60).
       01 WS-VALORE PIC X(150).
       01 WS-VALORE-LUN PIC 999.
       01 WS-TESTO-LUN PIC 99.
       01 INDICE-CAR PIC 999.
       01 WS-CAR PIC X.
       01 WS-IMPORTO-NUM PIC S9(9)V99.
       01 WS-IMPORTO-ED PIC -(9)9.99.
       01 WS-INTERO-NUM PIC 9(6).
       01 WS-INTERO-ED PIC Z(5)9.
       01 WS-PRIMA-CIFRA PIC 99.
       01 WS-NUMERO-LINEA PIC 9(4).
       01 WS-DATA-XML PIC X(10).
      *Conteggi del giro.
       01 WS-ESPORTATE PIC 9(5) VALUE 0.
       01 WS-SOSPESE PIC 9(5) VALUE 0.
       01 WS-GIA-INVIATE PIC 9(5) VALUE 0.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       MAIN-PROC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM IMPOSTA-SOCIETA
           PERFORM CARICA-AZIENDA
           IF WS-AZIENDA-COMPLETA NOT = 'S'
               DISPLAY "ESPORTAZIONE RIFIUTATA: dati del cedente "
                   "incompleti in gestionale.cfg."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-STATI
           PERFORM CARICA-ALIQUOTE
           PERFORM CARICA-CLIENTI-SDI
           CALL 'GetProdotti' USING WS-PRODOTTI
           PERFORM CARICA-DETTAGLIO
           IF WS-DET-QUADRA NOT = 'S'
               DISPLAY "ESPORTAZIONE RIFIUTATA: Vendite-dettaglio.txt "
                   "non quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MOVIMENTI-PIENI = 'S'
               DISPLAY "OLTRE 10000 MOVIMENTI FATTURATI, ESPORTAZIONE "
                   "RIFIUTATA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               DISPLAY "clienti.idx non apribile (STATUS "
                   WS-CLIENTI-STATUS "), ESPORTAZIONE RIFIUTATA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FILE-REGISTRO
           IF WS-REGISTRO-STATUS NOT = "00"
               DISPLAY "NESSUNA FATTURA A REGISTRO ("
                   WS-NOME-REGISTRO " assente)."
               CLOSE CLIENTI-IDX
               STOP RUN
           END-IF
           OPEN OUTPUT FILE-SOSPESE
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-REGISTRO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       PERFORM ESAMINA-FATTURA
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO
           CLOSE FILE-SOSPESE
           CLOSE CLIENTI-IDX
           DISPLAY "FATTURE ESPORTATE PER LO SDI: " WS-ESPORTATE
               "   GIA' TRASMESSE: " WS-GIA-INVIATE
           IF WS-SOSPESE > 0
               DISPLAY "FATTURE SOSPESE PER DATI INCOMPLETI: "
                   WS-SOSPESE " (VEDI " WS-NOME-SOSPESE ")"
           END-IF
           STOP RUN.

      *Societa' di lavoro: deve essere una societa' del gruppo, non
      *il consolidato; registro, stato SDI e sospese sono i suoi.
       IMPOSTA-SOCIETA.
           CALL 'GetSocieta' USING GRP-SOCIETA
           CALL 'SocietaLavoro' USING WS-SOC-FUNZIONE, WS-SOC-CODICE,
               WS-SOC-DESCRIZIONE, WS-SOC-MAPPING, WS-SOC-ESITO
           IF WS-SOC-ESITO NOT = 'S' OR WS-SOC-CODICE = "GR"
               DISPLAY "ESPORTAZIONE RIFIUTATA: SOCIETA' NON VALIDA "
                   "PER LA FATTURAZIONE (" WS-SOC-CODICE ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SOC-POSIZIONE
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = WS-SOC-CODICE
                   MOVE INDICE-SOCIETA TO WS-SOC-POSIZIONE
               END-IF
           END-PERFORM
           MOVE "Fatture-registro.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-REGISTRO
           MOVE "Fatture-sdi-stato.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-STATO
           MOVE "Fatture-sdi-sospese.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-SOSPESE
           DISPLAY "ESPORTAZIONE SDI PER " WS-SOC-CODICE " "
               WS-SOC-DESCRIZIONE.

       CARICA-AZIENDA.
           MOVE SPACES TO WS-AZIENDA
           MOVE "PARTITA-IVA" TO WS-CFG-VOCE
           PERFORM LEGGI-CONFIG-AZIENDA
           MOVE WS-CFG-VALORE TO WS-AZ-PARTITA-IVA
           MOVE "DENOMINAZIONE" TO WS-CFG-VOCE
           PERFORM LEGGI-CONFIG-AZIENDA
           MOVE WS-CFG-VALORE TO WS-AZ-DENOMINAZIONE
           MOVE "INDIRIZZO" TO WS-CFG-VOCE
           PERFORM LEGGI-CONFIG-AZIENDA
           MOVE WS-CFG-VALORE TO WS-AZ-INDIRIZZO
           MOVE "CAP" TO WS-CFG-VOCE
           PERFORM LEGGI-CONFIG-AZIENDA
           MOVE WS-CFG-VALORE TO WS-AZ-CAP
           MOVE "COMUNE" TO WS-CFG-VOCE
           PERFORM LEGGI-CONFIG-AZIENDA
           MOVE WS-CFG-VALORE TO WS-AZ-COMUNE
           MOVE "PROVINCIA" TO WS-CFG-VOCE
           PERFORM LEGGI-CONFIG-AZIENDA
           MOVE WS-CFG-VALORE TO WS-AZ-PROVINCIA
           MOVE "REGIME-FISCALE" TO WS-CFG-VOCE
           PERFORM LEGGI-CONFIG-AZIENDA
           MOVE WS-CFG-VALORE TO WS-AZ-REGIME
           IF WS-SOC-CODICE NOT = GRP-PRINCIPALE
               AND WS-SOC-POSIZIONE > 0
               IF WS-AZ-PARTITA-IVA = SPACES
                   MOVE GRP-PARTITA-IVA(WS-SOC-POSIZIONE)
                       TO WS-AZ-PARTITA-IVA
               END-IF
               IF WS-AZ-DENOMINAZIONE = SPACES
                   MOVE GRP-RAGIONE-SOCIALE(WS-SOC-POSIZIONE)
                       TO WS-AZ-DENOMINAZIONE
               END-IF
           END-IF
           IF WS-AZ-REGIME = SPACES
               MOVE "RF01" TO WS-AZ-REGIME
           END-IF
           IF WS-AZ-PARTITA-IVA IS NOT NUMERIC
               DISPLAY "AZIENDA-PARTITA-IVA MANCANTE O NON DI 11 CIFRE"
               MOVE 'N' TO WS-AZIENDA-COMPLETA
           END-IF
           IF WS-AZ-DENOMINAZIONE = SPACES
               OR WS-AZ-INDIRIZZO = SPACES
               OR WS-AZ-COMUNE = SPACES
               OR WS-AZ-PROVINCIA = SPACES
               OR WS-AZ-CAP IS NOT NUMERIC
               DISPLAY "DENOMINAZIONE O SEDE DEL CEDENTE MANCANTI "
                   "(AZIENDA-DENOMINAZIONE, -INDIRIZZO, -CAP, "
                   "-COMUNE, -PROVINCIA)"
               MOVE 'N' TO WS-AZIENDA-COMPLETA
           END-IF.

      *Chiave del cedente: AZIENDA-<voce> per la principale,
      *AZIENDA-<societa>-<voce> per le altre societa' del gruppo.
       LEGGI-CONFIG-AZIENDA.
           MOVE SPACES TO WS-CFG-CHIAVE
           IF WS-SOC-CODICE = GRP-PRINCIPALE
               STRING "AZIENDA-" WS-CFG-VOCE DELIMITED BY SPACE
                   INTO WS-CFG-CHIAVE
           ELSE
               STRING "AZIENDA-" WS-SOC-CODICE "-" WS-CFG-VOCE
                   DELIMITED BY SPACE INTO WS-CFG-CHIAVE
           END-IF
           PERFORM LEGGI-CONFIG.

       LEGGI-CONFIG.
           MOVE SPACES TO WS-CFG-VALORE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO NOT = 'S'
               MOVE SPACES TO WS-CFG-VALORE
           END-IF.

      *Le righe di stato sono in ordine di invio: per ogni fattura
      *vale l'ultima. Il progressivo d'invio riparte dal piu' alto.
       CARICA-STATI.
           OPEN INPUT FILE-STATO
           IF WS-STATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-STATO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF FSD-PROGRESSIVO > WS-PROGRESSIVO
                           MOVE FSD-PROGRESSIVO TO WS-PROGRESSIVO
                       END-IF
                       MOVE FSD-ANNO TO WS-CERCA-ANNO
                       MOVE FSD-NUMERO TO WS-CERCA-NUMERO
                       PERFORM CERCA-STATO
                       IF WS-STA-POSIZIONE = 0
                           AND WS-NUM-STATI < 10000
                           ADD 1 TO WS-NUM-STATI
                           MOVE WS-NUM-STATI TO WS-STA-POSIZIONE
                           MOVE FSD-ANNO
                               TO WS-STA-ANNO(WS-STA-POSIZIONE)
                           MOVE FSD-NUMERO
                               TO WS-STA-NUMERO(WS-STA-POSIZIONE)
                       END-IF
                       IF WS-STA-POSIZIONE > 0
                           MOVE FSD-STATO
                               TO WS-STA-STATO(WS-STA-POSIZIONE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-STATO.

       CERCA-STATO.
           MOVE 0 TO WS-STA-POSIZIONE
           PERFORM VARYING INDICE-STATO FROM 1 BY 1
               UNTIL INDICE-STATO > WS-NUM-STATI
                   OR WS-STA-POSIZIONE > 0
               IF WS-STA-ANNO(INDICE-STATO) = WS-CERCA-ANNO
                   AND WS-STA-NUMERO(INDICE-STATO) = WS-CERCA-NUMERO
                   MOVE INDICE-STATO TO WS-STA-POSIZIONE
               END-IF
           END-PERFORM.

       CARICA-ALIQUOTE.
           OPEN INPUT FILE-ALIQUOTE
           IF WS-ALIQUOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ALIQUOTE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ALQ-CODICE NOT = SPACES
                           AND WS-NUM-ALIQUOTE < 50
                           ADD 1 TO WS-NUM-ALIQUOTE
                           MOVE ALQ-CODICE
                               TO WS-ALQ-CODICE(WS-NUM-ALIQUOTE)
                           MOVE ALQ-ALIQUOTA
                               TO WS-ALQ-ALIQUOTA(WS-NUM-ALIQUOTE)
                           MOVE ALQ-DATA-EFFETTO
                               TO WS-ALQ-DATA(WS-NUM-ALIQUOTE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ALIQUOTE.

       CARICA-CLIENTI-SDI.
           OPEN INPUT FILE-CLIENTI-SDI
           IF WS-CLIENTI-SDI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-CLIENTI-SDI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-CLIENTI-SDI < 5000
                           ADD 1 TO WS-NUM-CLIENTI-SDI
                           MOVE SDI-ID-CLIENTE
                               TO WS-CSD-ID(WS-NUM-CLIENTI-SDI)
                           MOVE SDI-CODICE-DESTINATARIO
                               TO WS-CSD-DESTINATARIO
                                   (WS-NUM-CLIENTI-SDI)
                           MOVE SDI-PEC
                               TO WS-CSD-PEC(WS-NUM-CLIENTI-SDI)
                           MOVE SDI-PARTITA-IVA
                               TO WS-CSD-PARTITA-IVA
                                   (WS-NUM-CLIENTI-SDI)
                           MOVE SDI-CODICE-FISCALE
                               TO WS-CSD-CODICE-FISCALE
                                   (WS-NUM-CLIENTI-SDI)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-CLIENTI-SDI.

      *Solo i movimenti gia' fatturati servono all'esportazione; il
      *trailer si verifica comunque su tutto il file.
       CARICA-DETTAGLIO.
           OPEN INPUT FILE-DETTAGLIO
           IF WS-DETTAGLIO-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-dettaglio.txt, "
                   "STATUS: " WS-DETTAGLIO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-DETTAGLIO
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG = "TRL"
                           IF WS-DET-COUNT = TRAILER-DET-RECORD-COUNT
                               AND WS-DET-TOTALE
                                   = TRAILER-DET-CONTROL-TOTAL
                               MOVE 'S' TO WS-DET-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF TRAILER-DET-TAG NOT = "HDR"
                               ADD 1 TO WS-DET-COUNT
                               ADD DET-IMPORTO TO WS-DET-TOTALE
                               IF DET-FATTURA-NUMERO IS NUMERIC
                                   AND DET-FATTURA-NUMERO > 0
                                   PERFORM CARICA-UN-MOVIMENTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-DETTAGLIO.

       CARICA-UN-MOVIMENTO.
           IF WS-NUM-MOVIMENTI >= 10000
               MOVE 'S' TO WS-MOVIMENTI-PIENI
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NUM-MOVIMENTI
           IF DET-SOCIETA = SPACES
               MOVE GRP-PRINCIPALE TO DET-SOCIETA
           END-IF
           MOVE DETTAGLIO TO WS-MOV-RECORD(WS-NUM-MOVIMENTI).

      *Una riga di registro: si esporta se non e' mai partita o se
      *l'ultimo invio e' stato scartato, e solo a dati completi.
       ESAMINA-FATTURA.
           MOVE FRG-ANNO TO WS-CERCA-ANNO
           MOVE FRG-NUMERO TO WS-CERCA-NUMERO
           PERFORM CERCA-STATO
           IF WS-STA-POSIZIONE > 0
               IF WS-STA-STATO(WS-STA-POSIZIONE) NOT = 'S'
                   ADD 1 TO WS-GIA-INVIATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VALIDA-FATTURA
           IF WS-DA-INVIARE = 'N'
               ADD 1 TO WS-SOSPESE
               MOVE SPACES TO RIGA-SOSPESA
               STRING FRG-ANNO "/" FRG-NUMERO " DEL " FRG-DATA
                   " CLIENTE " FRG-ID-CLIENTE " " WS-MOTIVO
                   DELIMITED BY SIZE INTO RIGA-SOSPESA
               WRITE RIGA-SOSPESA
               EXIT PARAGRAPH
           END-IF
           PERFORM SCRIVI-XML
           PERFORM REGISTRA-INVIO
           ADD 1 TO WS-ESPORTATE.

      *Controllo dei dati obbligatori; il primo che manca e' il
      *motivo della sospensione. Lascia letto il cliente e
      *posizionati i suoi dati SDI.
       VALIDA-FATTURA.
           MOVE 'S' TO WS-DA-INVIARE
           MOVE SPACES TO WS-MOTIVO
           MOVE FRG-ID-CLIENTE TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   MOVE 'N' TO WS-DA-INVIARE
                   MOVE "CLIENTE NON IN ANAGRAFICA" TO WS-MOTIVO
                   EXIT PARAGRAPH
           END-READ
           IF NOME-IDX = SPACES OR COGNOME-IDX = SPACES
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "NOME O COGNOME DEL CLIENTE MANCANTE" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF VIA-IDX = SPACES OR CITTA-IDX = SPACES
               OR PROVINCIA-IDX = SPACES
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "INDIRIZZO DEL CLIENTE INCOMPLETO (VIA/CITTA/PROV)"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF CAP-IDX IS NOT NUMERIC
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "CAP DEL CLIENTE NON DI 5 CIFRE" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CSD-POSIZIONE
           PERFORM VARYING INDICE-CSD FROM 1 BY 1
               UNTIL INDICE-CSD > WS-NUM-CLIENTI-SDI
               IF WS-CSD-ID(INDICE-CSD) = FRG-ID-CLIENTE
                   MOVE INDICE-CSD TO WS-CSD-POSIZIONE
               END-IF
           END-PERFORM
      *L'identita' fiscale sta sulla scheda cliente; quella di
      *clienti-sdi.txt vale solo per le schede ancora senza. Con
      *l'identita' in scheda e nessun dato SDI si trasmette con il
      *destinatario di default.
           IF WS-CSD-POSIZIONE = 0
               AND (PARTITA-IVA-IDX NOT = SPACES
                   OR CODICE-FISCALE-IDX NOT = SPACES)
               AND WS-NUM-CLIENTI-SDI < 5000
               ADD 1 TO WS-NUM-CLIENTI-SDI
               MOVE WS-NUM-CLIENTI-SDI TO WS-CSD-POSIZIONE
               MOVE SPACES TO WS-CSD-ENTRY(WS-CSD-POSIZIONE)
               MOVE FRG-ID-CLIENTE TO WS-CSD-ID(WS-CSD-POSIZIONE)
           END-IF
           IF WS-CSD-POSIZIONE = 0
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "DATI FATTURA ELETTRONICA ASSENTI (CLIENTI-MAINT E)"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF PARTITA-IVA-IDX NOT = SPACES
               OR CODICE-FISCALE-IDX NOT = SPACES
               MOVE PARTITA-IVA-IDX
                   TO WS-CSD-PARTITA-IVA(WS-CSD-POSIZIONE)
               MOVE CODICE-FISCALE-IDX
                   TO WS-CSD-CODICE-FISCALE(WS-CSD-POSIZIONE)
           END-IF
           IF WS-CSD-PARTITA-IVA(WS-CSD-POSIZIONE) = SPACES
               AND WS-CSD-CODICE-FISCALE(WS-CSD-POSIZIONE) = SPACES
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "NE' PARTITA IVA NE' CODICE FISCALE" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           CALL 'CONTROLLA-FISCALE' USING
               WS-CSD-CODICE-FISCALE(WS-CSD-POSIZIONE),
               WS-CSD-PARTITA-IVA(WS-CSD-POSIZIONE),
               WS-ESITO-CF, WS-ESITO-PIVA
           IF WS-ESITO-PIVA NOT = SPACE AND WS-ESITO-PIVA NOT = 'S'
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "PARTITA IVA DEL CLIENTE NON VALIDA"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-ESITO-CF NOT = SPACE AND WS-ESITO-CF NOT = 'S'
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "CODICE FISCALE DEL CLIENTE NON VALIDO"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CSD-DESTINATARIO(WS-CSD-POSIZIONE)
               TO WS-DESTINATARIO
           IF WS-DESTINATARIO = SPACES
               MOVE "0000000" TO WS-DESTINATARIO
           END-IF
           IF FRG-IVA-CODICE(4) = "**"
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "PIU' DI QUATTRO CODICI IVA NEL RIEPILOGO"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INDICE-RIE FROM 1 BY 1
               UNTIL INDICE-RIE > 4 OR WS-DA-INVIARE = 'N'
               IF FRG-IVA-CODICE(INDICE-RIE) NOT = SPACES
                   MOVE FRG-IVA-CODICE(INDICE-RIE)
                       TO WS-CODICE-CERCATO
                   PERFORM CERCA-ALIQUOTA
                   IF WS-CODICE-VALIDO = 'N'
                       MOVE 'N' TO WS-DA-INVIARE
                   ELSE
                       MOVE WS-ALIQUOTA-TROVATA
                           TO WS-RIE-ALIQUOTA(INDICE-RIE)
                       MOVE WS-NATURA-TROVATA
                           TO WS-RIE-NATURA(INDICE-RIE)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DA-INVIARE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RIGHE-TROVATE
           PERFORM VARYING INDICE-MOV FROM 1 BY 1
               UNTIL INDICE-MOV > WS-NUM-MOVIMENTI
               MOVE WS-MOV-RECORD(INDICE-MOV) TO WS-MOV
               IF WS-MOV-FATTURA-ANNO = FRG-ANNO
                   AND WS-MOV-FATTURA-NUMERO = FRG-NUMERO
                   AND WS-MOV-SOCIETA = WS-SOC-CODICE
                   ADD 1 TO WS-RIGHE-TROVATE
               END-IF
           END-PERFORM
           IF WS-RIGHE-TROVATE NOT = FRG-RIGHE
               MOVE 'N' TO WS-DA-INVIARE
               MOVE "RIGHE NEL DETTAGLIO VENDITE DIVERSE DAL REGISTRO"
                   TO WS-MOTIVO
           END-IF.

      *Aliquota di WS-CODICE-CERCATO alla data della fattura; a zero
      *serve anche la natura dell'operazione da gestionale.cfg.
       CERCA-ALIQUOTA.
           MOVE 'N' TO WS-CODICE-VALIDO
           MOVE 0 TO WS-ALQ-DATA-MIGLIORE
           MOVE 0 TO WS-ALIQUOTA-TROVATA
           MOVE SPACES TO WS-NATURA-TROVATA
           PERFORM VARYING INDICE-ALIQUOTA FROM 1 BY 1
               UNTIL INDICE-ALIQUOTA > WS-NUM-ALIQUOTE
               IF WS-ALQ-CODICE(INDICE-ALIQUOTA) = WS-CODICE-CERCATO
                   AND WS-ALQ-DATA(INDICE-ALIQUOTA) <= FRG-DATA
                   AND WS-ALQ-DATA(INDICE-ALIQUOTA)
                       >= WS-ALQ-DATA-MIGLIORE
                   MOVE WS-ALQ-DATA(INDICE-ALIQUOTA)
                       TO WS-ALQ-DATA-MIGLIORE
                   MOVE WS-ALQ-ALIQUOTA(INDICE-ALIQUOTA)
                       TO WS-ALIQUOTA-TROVATA
                   MOVE 'S' TO WS-CODICE-VALIDO
               END-IF
           END-PERFORM
           IF WS-CODICE-VALIDO = 'N'
               MOVE SPACES TO WS-MOTIVO
               STRING "CODICE IVA " WS-CODICE-CERCATO
                   " SENZA ALIQUOTA ALLA DATA"
                   DELIMITED BY SIZE INTO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF WS-ALIQUOTA-TROVATA = 0
               MOVE SPACES TO WS-CFG-CHIAVE
               STRING "SDI-NATURA-" WS-CODICE-CERCATO
                   DELIMITED BY SIZE INTO WS-CFG-CHIAVE
               PERFORM LEGGI-CONFIG
               MOVE WS-CFG-VALORE TO WS-NATURA-TROVATA
               IF WS-NATURA-TROVATA = SPACES
                   MOVE 'N' TO WS-CODICE-VALIDO
                   MOVE SPACES TO WS-MOTIVO
                   STRING "NATURA IVA MANCANTE PER IL CODICE "
                       WS-CODICE-CERCATO " (SDI-NATURA-"
                       WS-CODICE-CERCATO ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

      *Il file XML della fattura, un elemento per riga.
       SCRIVI-XML.
           ADD 1 TO WS-PROGRESSIVO
           MOVE SPACES TO WS-NOME-XML
           STRING "IT" WS-AZ-PARTITA-IVA "_" WS-PROGRESSIVO ".xml"
               DELIMITED BY SIZE INTO WS-NOME-XML
           IF FRG-NOTA-CREDITO
               MOVE -1 TO WS-SEGNO
           ELSE
               MOVE 1 TO WS-SEGNO
           END-IF
           MOVE 0 TO WS-RIENTRO
           OPEN OUTPUT FILE-XML
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO RIGA-XML
           WRITE RIGA-XML
           MOVE SPACES TO RIGA-XML
           STRING '<p:FatturaElettronica versione="FPR12" '
               'xmlns:p="http://ivaservizi.agenziaentrate.gov.it/'
               'docs/xsd/fatture/v1.2">'
               DELIMITED BY SIZE INTO RIGA-XML
           WRITE RIGA-XML
           MOVE 1 TO WS-RIENTRO
           MOVE "FatturaElettronicaHeader" TO WS-TAG
           PERFORM APRI-TAG
           PERFORM SCRIVI-TRASMISSIONE
           PERFORM SCRIVI-CEDENTE
           PERFORM SCRIVI-CESSIONARIO
           MOVE "FatturaElettronicaHeader" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "FatturaElettronicaBody" TO WS-TAG
           PERFORM APRI-TAG
           PERFORM SCRIVI-DATI-GENERALI
           MOVE "DatiBeniServizi" TO WS-TAG
           PERFORM APRI-TAG
           MOVE 0 TO WS-NUMERO-LINEA
           PERFORM VARYING INDICE-MOV FROM 1 BY 1
               UNTIL INDICE-MOV > WS-NUM-MOVIMENTI
               MOVE WS-MOV-RECORD(INDICE-MOV) TO WS-MOV
               IF WS-MOV-FATTURA-ANNO = FRG-ANNO
                   AND WS-MOV-FATTURA-NUMERO = FRG-NUMERO
                   AND WS-MOV-SOCIETA = WS-SOC-CODICE
                   PERFORM SCRIVI-LINEA
               END-IF
           END-PERFORM
           PERFORM VARYING INDICE-RIE FROM 1 BY 1
               UNTIL INDICE-RIE > 4
               IF FRG-IVA-CODICE(INDICE-RIE) NOT = SPACES
                   PERFORM SCRIVI-RIEPILOGO
               END-IF
           END-PERFORM
           MOVE "DatiBeniServizi" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "FatturaElettronicaBody" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "</p:FatturaElettronica>" TO RIGA-XML
           WRITE RIGA-XML
           CLOSE FILE-XML
           CALL 'REGISTRA-GENERATO' USING WS-NOME-XML
               ON EXCEPTION CONTINUE
           END-CALL.

       SCRIVI-TRASMISSIONE.
           MOVE "DatiTrasmissione" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "IdTrasmittente" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "IdPaese" TO WS-TAG
           MOVE "IT" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "IdCodice" TO WS-TAG
           MOVE WS-AZ-PARTITA-IVA TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "IdTrasmittente" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "ProgressivoInvio" TO WS-TAG
           MOVE WS-PROGRESSIVO TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "FormatoTrasmissione" TO WS-TAG
           MOVE "FPR12" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "CodiceDestinatario" TO WS-TAG
           MOVE WS-DESTINATARIO TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           IF WS-CSD-PEC(WS-CSD-POSIZIONE) NOT = SPACES
               MOVE "PECDestinatario" TO WS-TAG
               MOVE WS-CSD-PEC(WS-CSD-POSIZIONE) TO WS-TESTO
               PERFORM SCRIVI-ELEMENTO-TESTO
           END-IF
           MOVE "DatiTrasmissione" TO WS-TAG
           PERFORM CHIUDI-TAG.

       SCRIVI-CEDENTE.
           MOVE "CedentePrestatore" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "DatiAnagrafici" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "IdFiscaleIVA" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "IdPaese" TO WS-TAG
           MOVE "IT" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "IdCodice" TO WS-TAG
           MOVE WS-AZ-PARTITA-IVA TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "IdFiscaleIVA" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "Anagrafica" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Denominazione" TO WS-TAG
           MOVE WS-AZ-DENOMINAZIONE TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "Anagrafica" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "RegimeFiscale" TO WS-TAG
           MOVE WS-AZ-REGIME TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "DatiAnagrafici" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "Sede" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Indirizzo" TO WS-TAG
           MOVE WS-AZ-INDIRIZZO TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "CAP" TO WS-TAG
           MOVE WS-AZ-CAP TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Comune" TO WS-TAG
           MOVE WS-AZ-COMUNE TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "Provincia" TO WS-TAG
           MOVE WS-AZ-PROVINCIA TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Nazione" TO WS-TAG
           MOVE "IT" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Sede" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "CedentePrestatore" TO WS-TAG
           PERFORM CHIUDI-TAG.

       SCRIVI-CESSIONARIO.
           MOVE "CessionarioCommittente" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "DatiAnagrafici" TO WS-TAG
           PERFORM APRI-TAG
           IF WS-CSD-PARTITA-IVA(WS-CSD-POSIZIONE) NOT = SPACES
               MOVE "IdFiscaleIVA" TO WS-TAG
               PERFORM APRI-TAG
               MOVE "IdPaese" TO WS-TAG
               MOVE "IT" TO WS-VALORE
               PERFORM SCRIVI-ELEMENTO
               MOVE "IdCodice" TO WS-TAG
               MOVE WS-CSD-PARTITA-IVA(WS-CSD-POSIZIONE) TO WS-VALORE
               PERFORM SCRIVI-ELEMENTO
               MOVE "IdFiscaleIVA" TO WS-TAG
               PERFORM CHIUDI-TAG
           END-IF
           IF WS-CSD-CODICE-FISCALE(WS-CSD-POSIZIONE) NOT = SPACES
               MOVE "CodiceFiscale" TO WS-TAG
               MOVE WS-CSD-CODICE-FISCALE(WS-CSD-POSIZIONE)
                   TO WS-VALORE
               PERFORM SCRIVI-ELEMENTO
           END-IF
           MOVE "Anagrafica" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Nome" TO WS-TAG
           MOVE NOME-IDX TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "Cognome" TO WS-TAG
           MOVE COGNOME-IDX TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "Anagrafica" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "DatiAnagrafici" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "Sede" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "Indirizzo" TO WS-TAG
           MOVE VIA-IDX TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "CAP" TO WS-TAG
           MOVE CAP-IDX TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Comune" TO WS-TAG
           MOVE CITTA-IDX TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "Provincia" TO WS-TAG
           MOVE PROVINCIA-IDX TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Nazione" TO WS-TAG
           MOVE "IT" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Sede" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "CessionarioCommittente" TO WS-TAG
           PERFORM CHIUDI-TAG.

       SCRIVI-DATI-GENERALI.
           MOVE "DatiGenerali" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "DatiGeneraliDocumento" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "TipoDocumento" TO WS-TAG
           IF FRG-NOTA-CREDITO
               MOVE "TD04" TO WS-VALORE
           ELSE
               MOVE "TD01" TO WS-VALORE
           END-IF
           PERFORM SCRIVI-ELEMENTO
           MOVE "Divisa" TO WS-TAG
           MOVE "EUR" TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE SPACES TO WS-DATA-XML
           STRING FRG-DATA(1:4) "-" FRG-DATA(5:2) "-" FRG-DATA(7:2)
               DELIMITED BY SIZE INTO WS-DATA-XML
           MOVE "Data" TO WS-TAG
           MOVE WS-DATA-XML TO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "Numero" TO WS-TAG
           MOVE SPACES TO WS-VALORE
           STRING FRG-ANNO "/" FRG-NUMERO
               DELIMITED BY SIZE INTO WS-VALORE
           PERFORM SCRIVI-ELEMENTO
           MOVE "ImportoTotaleDocumento" TO WS-TAG
           COMPUTE WS-IMPORTO-NUM = FRG-TOTALE * WS-SEGNO
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           MOVE "DatiGeneraliDocumento" TO WS-TAG
           PERFORM CHIUDI-TAG
           MOVE "DatiGenerali" TO WS-TAG
           PERFORM CHIUDI-TAG.

       SCRIVI-LINEA.
           ADD 1 TO WS-NUMERO-LINEA
           MOVE "DettaglioLinee" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "NumeroLinea" TO WS-TAG
           MOVE WS-NUMERO-LINEA TO WS-INTERO-NUM
           PERFORM FORMATTA-INTERO
           PERFORM SCRIVI-ELEMENTO
           MOVE SPACES TO WS-PRO-DESCRIZIONE-LAV
           IF WS-NUM-PRODOTTI > 0
               CALL 'GetProdottoInfo' USING WS-PRODOTTI,
                   WS-MOV-PRODOTTO, WS-PRO-DESCRIZIONE-LAV,
                   WS-PRO-LINEA-LAV, WS-PRODOTTO-VALIDO
           END-IF
           IF WS-PRO-DESCRIZIONE-LAV = SPACES
               MOVE WS-MOV-PRODOTTO TO WS-PRO-DESCRIZIONE-LAV
           END-IF
           MOVE "Descrizione" TO WS-TAG
           MOVE WS-PRO-DESCRIZIONE-LAV TO WS-TESTO
           PERFORM SCRIVI-ELEMENTO-TESTO
           MOVE "Quantita" TO WS-TAG
           MOVE WS-MOV-QUANTITA TO WS-IMPORTO-NUM
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           MOVE "PrezzoUnitario" TO WS-TAG
           COMPUTE WS-IMPORTO-NUM = WS-MOV-PREZZO * WS-SEGNO
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           MOVE "PrezzoTotale" TO WS-TAG
           COMPUTE WS-IMPORTO-NUM = WS-MOV-IMPORTO * WS-SEGNO
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           PERFORM VARYING INDICE-RIE FROM 1 BY 1
               UNTIL INDICE-RIE > 4
               IF FRG-IVA-CODICE(INDICE-RIE) = WS-MOV-CODICE-IVA
                   MOVE "AliquotaIVA" TO WS-TAG
                   MOVE WS-RIE-ALIQUOTA(INDICE-RIE) TO WS-IMPORTO-NUM
                   PERFORM FORMATTA-IMPORTO
                   PERFORM SCRIVI-ELEMENTO
                   IF WS-RIE-NATURA(INDICE-RIE) NOT = SPACES
                       MOVE "Natura" TO WS-TAG
                       MOVE WS-RIE-NATURA(INDICE-RIE) TO WS-VALORE
                       PERFORM SCRIVI-ELEMENTO
                   END-IF
               END-IF
           END-PERFORM
           MOVE "DettaglioLinee" TO WS-TAG
           PERFORM CHIUDI-TAG.

      *Imponibile e imposta dal registro: gli stessi importi della
      *fattura stampata.
       SCRIVI-RIEPILOGO.
           MOVE "DatiRiepilogo" TO WS-TAG
           PERFORM APRI-TAG
           MOVE "AliquotaIVA" TO WS-TAG
           MOVE WS-RIE-ALIQUOTA(INDICE-RIE) TO WS-IMPORTO-NUM
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           IF WS-RIE-NATURA(INDICE-RIE) NOT = SPACES
               MOVE "Natura" TO WS-TAG
               MOVE WS-RIE-NATURA(INDICE-RIE) TO WS-VALORE
               PERFORM SCRIVI-ELEMENTO
           END-IF
           MOVE "ImponibileImporto" TO WS-TAG
           COMPUTE WS-IMPORTO-NUM =
               FRG-IVA-IMPONIBILE(INDICE-RIE) * WS-SEGNO
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           MOVE "Imposta" TO WS-TAG
           COMPUTE WS-IMPORTO-NUM =
               FRG-IVA-IMPOSTA(INDICE-RIE) * WS-SEGNO
           PERFORM FORMATTA-IMPORTO
           PERFORM SCRIVI-ELEMENTO
           IF WS-RIE-NATURA(INDICE-RIE) = SPACES
               MOVE "EsigibilitaIVA" TO WS-TAG
               MOVE "I" TO WS-VALORE
               PERFORM SCRIVI-ELEMENTO
           END-IF
           MOVE "DatiRiepilogo" TO WS-TAG
           PERFORM CHIUDI-TAG.

       REGISTRA-INVIO.
           OPEN EXTEND FILE-STATO
           IF WS-STATO-STATUS NOT = "00"
               OPEN OUTPUT FILE-STATO
           END-IF
           MOVE SPACES TO RECORD-FATTURA-SDI
           MOVE FRG-ANNO TO FSD-ANNO
           MOVE FRG-NUMERO TO FSD-NUMERO
           MOVE WS-NOME-XML TO FSD-NOME-FILE
           MOVE WS-PROGRESSIVO TO FSD-PROGRESSIVO
           SET FSD-INVIATA TO TRUE
           MOVE WS-OGGI TO FSD-DATA-INVIO
           MOVE 0 TO FSD-DATA-ESITO
           WRITE RECORD-FATTURA-SDI
           CLOSE FILE-STATO.

      *Elementi XML: WS-TAG e' il nome, WS-VALORE il contenuto gia'
      *pronto (codici, numeri, date); SCRIVI-ELEMENTO-TESTO passa
      *prima WS-TESTO per l'escape dei caratteri riservati.
       APRI-TAG.
           MOVE SPACES TO RIGA-XML
           STRING "<" WS-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO RIGA-XML(WS-RIENTRO * 2 + 1:)
           WRITE RIGA-XML
           ADD 1 TO WS-RIENTRO.

       CHIUDI-TAG.
           SUBTRACT 1 FROM WS-RIENTRO
           MOVE SPACES TO RIGA-XML
           STRING "</" WS-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO RIGA-XML(WS-RIENTRO * 2 + 1:)
           WRITE RIGA-XML.

       SCRIVI-ELEMENTO.
           PERFORM VARYING WS-VALORE-LUN FROM 150 BY -1
               UNTIL WS-VALORE-LUN = 0
                   OR WS-VALORE(WS-VALORE-LUN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-VALORE-LUN = 0
               MOVE 1 TO WS-VALORE-LUN
           END-IF
           MOVE SPACES TO RIGA-XML
           STRING "<" WS-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               WS-VALORE(1:WS-VALORE-LUN) DELIMITED BY SIZE
               "</" WS-TAG DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO RIGA-XML(WS-RIENTRO * 2 + 1:)
           WRITE RIGA-XML
           MOVE SPACES TO WS-VALORE.

       SCRIVI-ELEMENTO-TESTO.
           MOVE SPACES TO WS-VALORE
           MOVE 0 TO WS-VALORE-LUN
           PERFORM VARYING INDICE-CAR FROM 60 BY -1
               UNTIL INDICE-CAR = 0
                   OR WS-TESTO(INDICE-CAR:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE INDICE-CAR TO WS-TESTO-LUN
           PERFORM VARYING INDICE-CAR FROM 1 BY 1
               UNTIL INDICE-CAR > WS-TESTO-LUN
               MOVE WS-TESTO(INDICE-CAR:1) TO WS-CAR
               EVALUATE WS-CAR
                   WHEN "&"
                       MOVE "&amp;" TO WS-VALORE(WS-VALORE-LUN + 1:5)
                       ADD 5 TO WS-VALORE-LUN
                   WHEN "<"
                       MOVE "&lt;" TO WS-VALORE(WS-VALORE-LUN + 1:4)
                       ADD 4 TO WS-VALORE-LUN
                   WHEN ">"
                       MOVE "&gt;" TO WS-VALORE(WS-VALORE-LUN + 1:4)
                       ADD 4 TO WS-VALORE-LUN
                   WHEN '"'
                       MOVE "&quot;" TO WS-VALORE(WS-VALORE-LUN + 1:6)
                       ADD 6 TO WS-VALORE-LUN
                   WHEN "'"
                       MOVE "&apos;" TO WS-VALORE(WS-VALORE-LUN + 1:6)
                       ADD 6 TO WS-VALORE-LUN
                   WHEN OTHER
                       ADD 1 TO WS-VALORE-LUN
                       MOVE WS-CAR TO WS-VALORE(WS-VALORE-LUN:1)
               END-EVALUATE
           END-PERFORM
           PERFORM SCRIVI-ELEMENTO.

      *Importo con il punto decimale e senza spazi davanti, come lo
      *vuole il tracciato (1234.50, -30.00).
       FORMATTA-IMPORTO.
           MOVE WS-IMPORTO-NUM TO WS-IMPORTO-ED
           MOVE 0 TO WS-PRIMA-CIFRA
           INSPECT WS-IMPORTO-ED TALLYING WS-PRIMA-CIFRA
               FOR LEADING SPACES
           MOVE SPACES TO WS-VALORE
           MOVE WS-IMPORTO-ED(WS-PRIMA-CIFRA + 1:) TO WS-VALORE.

       FORMATTA-INTERO.
           MOVE WS-INTERO-NUM TO WS-INTERO-ED
           MOVE 0 TO WS-PRIMA-CIFRA
           INSPECT WS-INTERO-ED TALLYING WS-PRIMA-CIFRA
               FOR LEADING SPACES
           MOVE SPACES TO WS-VALORE
           MOVE WS-INTERO-ED(WS-PRIMA-CIFRA + 1:) TO WS-VALORE.

           COPY TESTATA-CONTROLLI.
