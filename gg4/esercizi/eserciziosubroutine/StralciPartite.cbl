       IDENTIFICATION DIVISION.
       PROGRAM-ID. StralciPartite.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Stralcio dei crediti inesigibili: le partite che non verranno
      *mai pagate (cliente fallito, contestazione chiusa con una
      *transazione) restavano aperte per sempre in
      *Vendite-partite.txt, sporcando l'aging e i solleciti. Lo
      *stralcio passa da due supervisori ('S' in operatori.txt),
      *come le note di credito di ApprovaCrediti:
      *[P]ROPONI - il primo sceglie il cliente e un codice motivo;
      *le sue partite aperte finiscono in
      *Partite-stralci-proposte.txt, una riga per partita con la
      *sigla del proponente.
      *[C]ONFERMA - un secondo supervisore, diverso dal
      *proponente, vede le proposte una per una e le [A]pprova o
      *le [R]igetta. Le approvate chiudono le partite ancora aperte
      *con stato 'S' (stralciata) e la data dello stralcio; una
      *partita incassata nel frattempo resta com'e'.
      *Ogni decisione lascia una riga per partita nel registro
      *Partite-stralci-registro.txt per i revisori, e le perdite
      *approvate producono le scritture in
      *Vendite-gl-stralci-AAAAMMGGHHMMSS.txt, nello stesso tracciato
      *di EstrattoContabile: DARE sul conto perdite su crediti
      *(chiave GL-CONTO-PERDITE di gestionale.cfg) e AVERE sul
      *conto di controllo crediti della societa' (GetContoCrediti:
      *riga 'C' della sua mappa conti, in mancanza
      *GL-CONTO-CONTROPARTITA), per regione, con trailer TRL a
      *sbilancio zero. Il nome del file di scritture si accoda a
      *Vendite-gl-stralci-registro.txt con anno e mese: e' da li'
      *che RiconciliaCrediti ritrova le perdite contabilizzate del
      *mese. Il partitario viene riscritto dal .new con il trailer
      *ricalcolato.
      *Le scritture sono per societa' del gruppo e regione: la
      *perdita va alla societa' della partita (PAR-SOCIETA, spazi =
      *la principale) e ogni riga porta il suo codice societa'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-PARTITE
               ASSIGN TO "Vendite-partite.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITE-STATUS.
           SELECT FILE-NUOVO
               ASSIGN TO "Vendite-partite.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-PROPOSTE
               ASSIGN TO "Partite-stralci-proposte.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSTE-STATUS.
           SELECT FILE-PROPOSTE-NUOVO
               ASSIGN TO "Partite-stralci-proposte.new"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-REGISTRO
               ASSIGN TO "Partite-stralci-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-GL ASSIGN TO WS-NOME-GL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-GL-REGISTRO
               ASSIGN TO "Vendite-gl-stralci-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIENTI-IDX ASSIGN TO "clienti.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ID-CLIENTE-IDX
           ALTERNATE RECORD KEY IS COGNOME-IDX WITH DUPLICATES
           FILE STATUS IS WS-CLIENTI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-PARTITE.
       COPY PARTITA-REC.

       FD FILE-NUOVO.
       01 PARTITA-NUOVA PIC X(75).
       01 TRAILER-NUOVO.
           05 NV-TRAILER-TAG PIC X(3).
           05 NV-TRAILER-RECORD-COUNT PIC 9(6).
           05 NV-TRAILER-CONTROL-TOTAL PIC S9(11)V99.

      *Una riga per partita proposta: la proposta e' identificata
      *da cliente e marca temporale.
       FD FILE-PROPOSTE.
       01 RECORD-PROPOSTA.
           05 PRO-ID-CLIENTE PIC 9(6).
           05 PRO-TIMESTAMP PIC X(14).
           05 PRO-PROPONENTE PIC X(8).
           05 PRO-MOTIVO PIC X(2).
           05 PRO-REGIONE PIC 99.
           05 PRO-DATA-MOVIMENTO PIC 9(8).
           05 PRO-RATA PIC 9.
           05 PRO-DATA-SCADENZA PIC 9(8).
           05 PRO-IMPORTO PIC S9(7)V99.

       FD FILE-PROPOSTE-NUOVO.
       01 RECORD-PROPOSTA-NUOVO PIC X(58).

      *Registro per i revisori: esito 'A' stralciata, 'R' proposta
      *rigettata, 'N' approvata ma partita non piu' aperta.
       FD FILE-REGISTRO.
       01 RECORD-REGISTRO.
           05 REG-TIMESTAMP PIC X(14).
           05 REG-PROPONENTE PIC X(8).
           05 REG-APPROVATORE PIC X(8).
           05 REG-ESITO PIC X.
           05 REG-ID-CLIENTE PIC 9(6).
           05 REG-MOTIVO PIC X(2).
           05 REG-REGIONE PIC 99.
           05 REG-DATA-MOVIMENTO PIC 9(8).
           05 REG-RATA PIC 9.
           05 REG-IMPORTO PIC S9(7)V99.

       FD FILE-GL.
       01 RECORD-GL.
           05 GL-CONTO PIC X(8).
           05 GL-SEZIONE PIC X.
           05 GL-IMPORTO PIC 9(11)V99.
           05 GL-REGIONE PIC 99.
           05 GL-ANNO PIC 9(4).
           05 GL-MESE PIC 99.
           05 GL-SOCIETA PIC X(2).
       01 TRAILER-GL.
           05 GL-TRAILER-TAG PIC X(3).
           05 GL-TRAILER-RECORD-COUNT PIC 9(6).
           05 GL-TRAILER-SBILANCIO PIC S9(11)V99.

      *Una riga per file di scritture di stralcio prodotto.
       FD FILE-GL-REGISTRO.
       01 RECORD-GL-REGISTRO.
           05 GLR-NOME PIC X(40).
           05 GLR-ANNO-MESE PIC 9(6).
           05 GLR-TIMESTAMP PIC X(14).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.

       WORKING-STORAGE SECTION.
       01 WS-PARTITE-STATUS PIC XX.
       01 WS-PROPOSTE-STATUS PIC XX.
       01 WS-CLIENTI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-DATA-ORA PIC X(21).
       01 WS-OGGI PIC 9(8).
       01 WS-SCELTA PIC X.
       01 WS-OPERAZIONE PIC X.
      *Verifica trailer del partitario.
       01 WS-PAR-LETTI PIC 9(6) VALUE 0.
       01 WS-PAR-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-PAR-QUADRA PIC X VALUE 'N'.
      *Partite in tabella, nel tracciato del record.
       01 WS-NUM-PARTITE PIC 9(4) VALUE 0.
       01 WS-PARTITE-PIENE PIC X VALUE 'N'.
       01 WS-PARTITE-TABELLA.
           05 WS-PAR-ENTRY OCCURS 5000 TIMES.
               10 WS-PAR-ID-CLIENTE PIC 9(6).
               10 WS-PAR-REGIONE PIC 99.
               10 WS-PAR-DATA-MOV PIC 9(8).
               10 WS-PAR-IMPORTO PIC S9(7)V99.
               10 WS-PAR-STATO PIC X.
               10 WS-PAR-DATA-INCASSO PIC 9(8).
               10 WS-PAR-LIVELLO-SOLL PIC 9.
               10 WS-PAR-DATA-SOLL PIC 9(8).
               10 WS-PAR-DATA-SCAD PIC 9(8).
               10 WS-PAR-RATA PIC 9.
               10 WS-PAR-CONTESTAZIONE PIC X.
               10 WS-PAR-NOTA-CONTESTAZIONE PIC X(20).
               10 WS-PAR-SOCIETA PIC X(2).
       01 INDICE-PARTITA PIC 9(4).
       01 WS-PAR-COUNT PIC 9(6) VALUE 0.
       01 WS-PAR-NUOVO-TOTALE PIC S9(11)V99 VALUE 0.
       01 WS-NOME-PARTITE PIC X(30)
           VALUE "Vendite-partite.txt".
       01 WS-NOME-NUOVO PIC X(30)
           VALUE "Vendite-partite.new".
      *Proposte in tabella con l'esito della lavorazione:
      *'P' ancora da decidere, 'X' lasciata in attesa in questo
      *giro, 'A' approvata, 'R' rigettata, 'N' approvata ma con la
      *partita non piu' aperta.
       01 WS-NUM-PROPOSTE PIC 9(4) VALUE 0.
       01 WS-PROPOSTE-PIENE PIC X VALUE 'N'.
       01 WS-PROPOSTE-TABELLA.
           05 WS-PRO-ENTRY OCCURS 2000 TIMES.
               10 WS-PRO-RECORD PIC X(58).
               10 WS-PRO-ESITO PIC X.
       01 INDICE-PROPOSTA PIC 9(4).
       01 INDICE-RIGA PIC 9(4).
       01 WS-PRO-CLIENTE PIC 9(6).
       01 WS-PRO-MARCA PIC X(14).
       01 WS-PRO-PARTITE PIC 9(4).
       01 WS-PRO-TOTALE PIC S9(9)V99.
       01 WS-NOME-PRO PIC X(32)
           VALUE "Partite-stralci-proposte.txt".
       01 WS-NOME-PRO-NUOVO PIC X(32)
           VALUE "Partite-stralci-proposte.new".
      *Proposta in corso.
       01 WS-ID-CLIENTE PIC 9(6).
       01 WS-MOTIVO PIC X(2).
       01 WS-MOTIVO-DESCRIZIONE PIC X(30).
       01 WS-COGNOME-LAVORO PIC X(10).
       01 WS-GIA-PROPOSTO PIC X.
       01 WS-APERTE-CLIENTE PIC 9(4).
       01 WS-APERTE-TOTALE PIC S9(9)V99.
       01 WS-DATA-MOV-ED PIC X(10).
       01 WS-DATA-SCAD-ED PIC X(10).
       01 WS-IMPORTO-ED PIC -(8)9.99.
      *Conteggi della conferma.
       01 WS-APPROVATE PIC 9(4) VALUE 0.
       01 WS-RIGETTATE PIC 9(4) VALUE 0.
       01 WS-STRALCIATE PIC 9(4) VALUE 0.
       01 WS-NON-APERTE PIC 9(4) VALUE 0.
       01 WS-TROVATA PIC X.
      *Operatore: proporre e confermare spetta ai supervisori.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
           88 OPERATORE-SUPERVISORE VALUE 'S'.
       01 WS-SIGNON-ESITO PIC 9.
      *Conti CO.GE. dalla configurazione centrale.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-CONTO-PERDITE PIC X(8) VALUE SPACES.
       01 WS-CONTO-CONTROPARTITA PIC X(8) VALUE SPACES.
       01 WS-CONTO-PRINCIPALE PIC X(8) VALUE SPACES.
       01 WS-SOC-MAPPING PIC X(30).
      *Perdite per societa' (indice = posizione nella tabella del
      *gruppo) e regione (indice = codice regione) e quadratura
      *delle scritture.
       COPY SOCIETA-TABELLA.
       01 WS-REGIONE-PERDITE.
           05 WS-SOC-PERDITE OCCURS 10 TIMES.
               10 WS-REG-PERDITA OCCURS 10 TIMES PIC S9(11)V99.
       01 INDICE-REGIONE PIC 99.
       01 INDICE-SOCIETA PIC 99.
       01 WS-SOC-POSIZIONE PIC 99.
       01 WS-SOC-CERCATA PIC X(2).
       01 WS-NOME-GL PIC X(40).
       01 WS-GL-RIGHE PIC 9(6) VALUE 0.
       01 WS-GL-DARE PIC S9(12)V99 VALUE 0.
       01 WS-GL-AVERE PIC S9(12)V99 VALUE 0.
       01 WS-GL-SBILANCIO PIC S9(11)V99.
       01 WS-IMPORTO-ASSOLUTO PIC 9(11)V99.
       01 WS-TOTALE-ED PIC -(10)9.99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF
           IF NOT OPERATORE-SUPERVISORE
               DISPLAY "SERVE UN OPERATORE DI LIVELLO SUPERVISORE "
                   "('S'): STRALCIO NON CONSENTITO."
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:8) TO WS-OGGI
           PERFORM VERIFICA-TESTATA-PARTITE
           PERFORM CARICA-PARTITE
           IF WS-PAR-QUADRA NOT = 'S'
               DISPLAY "STRALCIO RIFIUTATO: Vendite-partite.txt non "
                   "quadra con il trailer o manca."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTITE-PIENE = 'S'
               DISPLAY "STRALCIO RIFIUTATO: partitario oltre le 5000 "
                   "partite gestite in tabella."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARICA-PROPOSTE
           IF WS-PROPOSTE-PIENE = 'S'
               DISPLAY "STRALCIO RIFIUTATO: Partite-stralci-proposte"
                   ".txt oltre le 2000 righe gestite in tabella."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "[P]ROPONI STRALCIO / [C]ONFERMA STRALCI PROPOSTI: "
           ACCEPT WS-OPERAZIONE
           EVALUATE WS-OPERAZIONE
               WHEN 'P'
               WHEN 'p'
                   PERFORM PROPONI-STRALCIO
               WHEN 'C'
               WHEN 'c'
                   PERFORM CONFERMA-STRALCI
               WHEN OTHER
                   DISPLAY "OPERAZIONE NON VALIDA"
           END-EVALUATE
           STOP RUN.

       CARICA-PARTITE.
           OPEN INPUT FILE-PARTITE
           IF WS-PARTITE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBILE APRIRE Vendite-partite.txt, "
                   "STATUS: " WS-PARTITE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PARTITE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF PAR-TRAILER-TAG = "TRL"
                           IF WS-PAR-LETTI
                                   = PAR-TRAILER-RECORD-COUNT
                               AND WS-PAR-TOTALE
                                   = PAR-TRAILER-CONTROL-TOTAL
                               MOVE 'S' TO WS-PAR-QUADRA
                           END-IF
                           MOVE 'Y' TO LETTURA-FILE
                       ELSE
                           IF PAR-TRAILER-TAG NOT = "HDR"
                               ADD 1 TO WS-PAR-LETTI
                               ADD PAR-IMPORTO TO WS-PAR-TOTALE
                               PERFORM CARICA-UNA-PARTITA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PARTITE.

       CARICA-UNA-PARTITA.
           IF WS-NUM-PARTITE >= 5000
               MOVE 'S' TO WS-PARTITE-PIENE
               EXIT PARAGRAPH
           END-IF
           IF PAR-LIVELLO-SOLLECITO NOT NUMERIC
               MOVE 0 TO PAR-LIVELLO-SOLLECITO PAR-DATA-SOLLECITO
           END-IF
           IF PAR-DATA-SCADENZA NOT NUMERIC
               MOVE PAR-DATA-MOVIMENTO TO PAR-DATA-SCADENZA
               MOVE 1 TO PAR-RATA
           END-IF
           ADD 1 TO WS-NUM-PARTITE
           MOVE PARTITA TO WS-PAR-ENTRY(WS-NUM-PARTITE).

       CARICA-PROPOSTE.
           OPEN INPUT FILE-PROPOSTE
           IF WS-PROPOSTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-PROPOSTE
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF WS-NUM-PROPOSTE < 2000
                           ADD 1 TO WS-NUM-PROPOSTE
                           MOVE RECORD-PROPOSTA
                               TO WS-PRO-RECORD(WS-NUM-PROPOSTE)
                           MOVE 'P' TO WS-PRO-ESITO(WS-NUM-PROPOSTE)
                       ELSE
                           MOVE 'S' TO WS-PROPOSTE-PIENE
                           MOVE 'Y' TO LETTURA-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PROPOSTE.

      ***********************PROPOSTA********************************
      *Un cliente con una proposta gia' in attesa non ne riceve una
      *seconda: prima la si conferma o rigetta.
       PROPONI-STRALCIO.
           DISPLAY "ID CLIENTE DA STRALCIARE: "
           ACCEPT WS-ID-CLIENTE
           MOVE 'N' TO WS-GIA-PROPOSTO
           PERFORM VARYING INDICE-PROPOSTA FROM 1 BY 1
               UNTIL INDICE-PROPOSTA > WS-NUM-PROPOSTE
               MOVE WS-PRO-RECORD(INDICE-PROPOSTA) TO RECORD-PROPOSTA
               IF PRO-ID-CLIENTE = WS-ID-CLIENTE
                   MOVE 'S' TO WS-GIA-PROPOSTO
               END-IF
           END-PERFORM
           IF WS-GIA-PROPOSTO = 'S'
               DISPLAY "C'E' GIA' UNA PROPOSTA DI STRALCIO IN ATTESA "
                   "PER QUESTO CLIENTE."
               EXIT PARAGRAPH
           END-IF
           PERFORM LEGGI-COGNOME
           DISPLAY "CLIENTE " WS-ID-CLIENTE " " WS-COGNOME-LAVORO
           DISPLAY "  DATA MOV.     SCADENZA   RATA       IMPORTO"
           MOVE 0 TO WS-APERTE-CLIENTE WS-APERTE-TOTALE
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               IF WS-PAR-ID-CLIENTE(INDICE-PARTITA) = WS-ID-CLIENTE
                   AND WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   PERFORM MOSTRA-PARTITA-APERTA
               END-IF
           END-PERFORM
           IF WS-APERTE-CLIENTE = 0
               DISPLAY "NESSUNA PARTITA APERTA PER QUESTO CLIENTE."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APERTE-TOTALE TO WS-IMPORTO-ED
           DISPLAY "PARTITE APERTE: " WS-APERTE-CLIENTE
               " TOTALE " WS-IMPORTO-ED
           DISPLAY "MOTIVO: FA FALLIMENTO, TR TRANSAZIONE/"
               "CONTESTAZIONE CHIUSA, IR IRREPERIBILE, PR PRESCRITTO: "
           ACCEPT WS-MOTIVO
           PERFORM DESCRIVI-MOTIVO
           IF WS-MOTIVO-DESCRIZIONE = SPACES
               DISPLAY "MOTIVO NON VALIDO, PROPOSTA ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROPORRE LO STRALCIO DI TUTTE LE PARTITE APERTE? "
               "[S/N]: "
           ACCEPT WS-SCELTA
           IF WS-SCELTA NOT = 'S' AND WS-SCELTA NOT = 's'
               DISPLAY "PROPOSTA ANNULLATA."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FILE-PROPOSTE
           IF WS-PROPOSTE-STATUS NOT = "00"
               OPEN OUTPUT FILE-PROPOSTE
           END-IF
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               IF WS-PAR-ID-CLIENTE(INDICE-PARTITA) = WS-ID-CLIENTE
                   AND WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   PERFORM SCRIVI-PROPOSTA
               END-IF
           END-PERFORM
           CLOSE FILE-PROPOSTE
           DISPLAY "PROPOSTA REGISTRATA: SERVE LA CONFERMA DI UN "
               "ALTRO SUPERVISORE.".

       MOSTRA-PARTITA-APERTA.
           ADD 1 TO WS-APERTE-CLIENTE
           ADD WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-APERTE-TOTALE
           MOVE SPACES TO WS-DATA-MOV-ED WS-DATA-SCAD-ED
           STRING WS-PAR-DATA-MOV(INDICE-PARTITA)(7:2) "/"
               WS-PAR-DATA-MOV(INDICE-PARTITA)(5:2) "/"
               WS-PAR-DATA-MOV(INDICE-PARTITA)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-MOV-ED
           STRING WS-PAR-DATA-SCAD(INDICE-PARTITA)(7:2) "/"
               WS-PAR-DATA-SCAD(INDICE-PARTITA)(5:2) "/"
               WS-PAR-DATA-SCAD(INDICE-PARTITA)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-SCAD-ED
           MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO WS-IMPORTO-ED
           DISPLAY "  " WS-DATA-MOV-ED "   " WS-DATA-SCAD-ED "   "
               WS-PAR-RATA(INDICE-PARTITA) "   " WS-IMPORTO-ED.

       SCRIVI-PROPOSTA.
           MOVE WS-PAR-ID-CLIENTE(INDICE-PARTITA) TO PRO-ID-CLIENTE
           MOVE WS-DATA-ORA(1:14) TO PRO-TIMESTAMP
           MOVE WS-OPERATORE-ID TO PRO-PROPONENTE
           MOVE WS-MOTIVO TO PRO-MOTIVO
           MOVE WS-PAR-REGIONE(INDICE-PARTITA) TO PRO-REGIONE
           MOVE WS-PAR-DATA-MOV(INDICE-PARTITA) TO PRO-DATA-MOVIMENTO
           MOVE WS-PAR-RATA(INDICE-PARTITA) TO PRO-RATA
           MOVE WS-PAR-DATA-SCAD(INDICE-PARTITA) TO PRO-DATA-SCADENZA
           MOVE WS-PAR-IMPORTO(INDICE-PARTITA) TO PRO-IMPORTO
           WRITE RECORD-PROPOSTA.

       DESCRIVI-MOTIVO.
           EVALUATE WS-MOTIVO
               WHEN "FA"
                   MOVE "FALLIMENTO DEL CLIENTE"
                       TO WS-MOTIVO-DESCRIZIONE
               WHEN "TR"
                   MOVE "TRANSAZIONE / CONTESTAZIONE"
                       TO WS-MOTIVO-DESCRIZIONE
               WHEN "IR"
                   MOVE "CLIENTE IRREPERIBILE" TO WS-MOTIVO-DESCRIZIONE
               WHEN "PR"
                   MOVE "CREDITO PRESCRITTO" TO WS-MOTIVO-DESCRIZIONE
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-DESCRIZIONE
           END-EVALUATE.

       LEGGI-COGNOME.
           MOVE SPACES TO WS-COGNOME-LAVORO
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-CLIENTE TO ID-CLIENTE-IDX
           READ CLIENTI-IDX
               INVALID KEY
                   MOVE "??????????" TO WS-COGNOME-LAVORO
               NOT INVALID KEY
                   MOVE COGNOME-IDX TO WS-COGNOME-LAVORO
           END-READ
           CLOSE CLIENTI-IDX.

      ***********************CONFERMA********************************
      *I conti CO.GE. servono prima di decidere: una perdita
      *approvata senza scrittura contabile non deve esistere.
       CONFERMA-STRALCI.
           IF WS-NUM-PROPOSTE = 0
               DISPLAY "NESSUNA PROPOSTA DI STRALCIO IN ATTESA."
               EXIT PARAGRAPH
           END-IF
           MOVE "GL-CONTO-PERDITE" TO WS-CFG-CHIAVE
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
           IF WS-CFG-TROVATO = 'S'
               MOVE WS-CFG-VALORE(1:8) TO WS-CONTO-PERDITE
           END-IF
           MOVE SPACES TO WS-SOC-MAPPING
           CALL 'GetContoCrediti' USING WS-SOC-MAPPING,
               WS-CONTO-CONTROPARTITA, WS-CFG-TROVATO
           IF WS-CONTO-PERDITE = SPACES
               OR WS-CONTO-CONTROPARTITA = SPACES
               DISPLAY "CONFERMA RIFIUTATA: GL-CONTO-PERDITE e il "
                   "conto crediti (riga 'C' di Conti-mapping.txt o "
                   "GL-CONTO-CONTROPARTITA) vanno configurati."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTO-CONTROPARTITA TO WS-CONTO-PRINCIPALE
           PERFORM VARYING INDICE-PROPOSTA FROM 1 BY 1
               UNTIL INDICE-PROPOSTA > WS-NUM-PROPOSTE
               IF WS-PRO-ESITO(INDICE-PROPOSTA) = 'P'
                   PERFORM LAVORA-PROPOSTA
               END-IF
           END-PERFORM
           IF WS-APPROVATE > 0
               PERFORM APPLICA-STRALCI
           END-IF
           IF WS-APPROVATE > 0 OR WS-RIGETTATE > 0
               PERFORM SCRIVI-REGISTRO
               PERFORM RISCRIVI-PROPOSTE
           END-IF
           DISPLAY "PROPOSTE APPROVATE: " WS-APPROVATE
               " RIGETTATE: " WS-RIGETTATE
               " PARTITE STRALCIATE: " WS-STRALCIATE
           IF WS-NON-APERTE > 0
               DISPLAY "PARTITE APPROVATE MA NON PIU' APERTE "
                   "(INCASSATE NEL FRATTEMPO): " WS-NON-APERTE
           END-IF.

      *Una proposta = tutte le righe con lo stesso cliente e la stessa
      *marca temporale. Il proponente non puo' confermare se stesso.
       LAVORA-PROPOSTA.
           MOVE WS-PRO-RECORD(INDICE-PROPOSTA) TO RECORD-PROPOSTA
           MOVE PRO-ID-CLIENTE TO WS-PRO-CLIENTE WS-ID-CLIENTE
           MOVE PRO-TIMESTAMP TO WS-PRO-MARCA
           MOVE PRO-MOTIVO TO WS-MOTIVO
           IF PRO-PROPONENTE = WS-OPERATORE-ID
               DISPLAY "PROPOSTA PER IL CLIENTE " PRO-ID-CLIENTE
                   " FATTA DA TE: SERVE UN ALTRO SUPERVISORE."
               MOVE 'X' TO WS-SCELTA
               PERFORM SEGNA-PROPOSTA
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRO-PARTITE WS-PRO-TOTALE
           PERFORM VARYING INDICE-RIGA FROM INDICE-PROPOSTA BY 1
               UNTIL INDICE-RIGA > WS-NUM-PROPOSTE
               MOVE WS-PRO-RECORD(INDICE-RIGA) TO RECORD-PROPOSTA
               IF PRO-ID-CLIENTE = WS-PRO-CLIENTE
                   AND PRO-TIMESTAMP = WS-PRO-MARCA
                   ADD 1 TO WS-PRO-PARTITE
                   ADD PRO-IMPORTO TO WS-PRO-TOTALE
               END-IF
           END-PERFORM
           MOVE WS-PRO-RECORD(INDICE-PROPOSTA) TO RECORD-PROPOSTA
           PERFORM DESCRIVI-MOTIVO
           PERFORM LEGGI-COGNOME
           MOVE WS-PRO-TOTALE TO WS-IMPORTO-ED
           DISPLAY "STRALCIO CLIENTE " PRO-ID-CLIENTE " "
               WS-COGNOME-LAVORO " MOTIVO " PRO-MOTIVO " "
               WS-MOTIVO-DESCRIZIONE
           DISPLAY "  PROPOSTO DA " PRO-PROPONENTE " IL "
               PRO-TIMESTAMP(7:2) "/" PRO-TIMESTAMP(5:2) "/"
               PRO-TIMESTAMP(1:4) ": " WS-PRO-PARTITE
               " PARTITE PER " WS-IMPORTO-ED
           DISPLAY "[A]PPROVA / [R]IGETTA / [S]ALTA: "
           ACCEPT WS-SCELTA
           EVALUATE WS-SCELTA
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WS-SCELTA
                   ADD 1 TO WS-APPROVATE
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-SCELTA
                   ADD 1 TO WS-RIGETTATE
               WHEN OTHER
                   DISPLAY "LASCIATA IN ATTESA."
                   MOVE 'X' TO WS-SCELTA
           END-EVALUATE
           PERFORM SEGNA-PROPOSTA.

      *L'esito vale per tutte le righe della proposta.
       SEGNA-PROPOSTA.
           PERFORM VARYING INDICE-RIGA FROM INDICE-PROPOSTA BY 1
               UNTIL INDICE-RIGA > WS-NUM-PROPOSTE
               MOVE WS-PRO-RECORD(INDICE-RIGA) TO RECORD-PROPOSTA
               IF PRO-ID-CLIENTE = WS-PRO-CLIENTE
                   AND PRO-TIMESTAMP = WS-PRO-MARCA
                   MOVE WS-SCELTA TO WS-PRO-ESITO(INDICE-RIGA)
               END-IF
           END-PERFORM.

      *Le righe approvate chiudono la partita corrispondente se e'
      *ancora aperta (stesso cliente, data movimento, rata e
      *importo). Il partitario si riscrive prima del registro e
      *delle scritture: se la sostituzione fallisce le approvazioni
      *tornano in attesa e niente risulta stralciato.
       APPLICA-STRALCI.
           CALL 'GetSocieta' USING GRP-SOCIETA
           INITIALIZE WS-REGIONE-PERDITE
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-PROPOSTE
               IF WS-PRO-ESITO(INDICE-RIGA) = 'A'
                   PERFORM STRALCIA-UNA-PARTITA
               END-IF
           END-PERFORM
           PERFORM SALVA-PARTITE
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA SOSTITUZIONE DEL PARTITARIO "
                   "(CODICE " RETURN-CODE "), GLI STRALCI RESTANO IN "
                   "ATTESA."
               PERFORM VARYING INDICE-RIGA FROM 1 BY 1
                   UNTIL INDICE-RIGA > WS-NUM-PROPOSTE
                   IF WS-PRO-ESITO(INDICE-RIGA) = 'A'
                       OR WS-PRO-ESITO(INDICE-RIGA) = 'N'
                       MOVE 'P' TO WS-PRO-ESITO(INDICE-RIGA)
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-APPROVATE WS-STRALCIATE WS-NON-APERTE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NOME-NUOVO
           MOVE 0 TO RETURN-CODE
           MOVE "StralciPartite" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-PARTITE
           IF WS-STRALCIATE > 0
               PERFORM SCRIVI-SCRITTURE-GL
           END-IF.

      *Il codice regione della partita e' verificato: una perdita
      *fuori dalle dieci regioni non avrebbe conto di riepilogo.
       STRALCIA-UNA-PARTITA.
           MOVE WS-PRO-RECORD(INDICE-RIGA) TO RECORD-PROPOSTA
           MOVE 'N' TO WS-TROVATA
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
                   OR WS-TROVATA = 'S'
               IF WS-PAR-ID-CLIENTE(INDICE-PARTITA) = PRO-ID-CLIENTE
                   AND WS-PAR-DATA-MOV(INDICE-PARTITA)
                       = PRO-DATA-MOVIMENTO
                   AND WS-PAR-RATA(INDICE-PARTITA) = PRO-RATA
                   AND WS-PAR-IMPORTO(INDICE-PARTITA) = PRO-IMPORTO
                   AND WS-PAR-STATO(INDICE-PARTITA) = 'A'
                   AND WS-PAR-REGIONE(INDICE-PARTITA) >= 1
                   AND WS-PAR-REGIONE(INDICE-PARTITA) <= 10
                   MOVE 'S' TO WS-TROVATA
                   MOVE 'S' TO WS-PAR-STATO(INDICE-PARTITA)
                   MOVE WS-OGGI TO WS-PAR-DATA-INCASSO(INDICE-PARTITA)
                   PERFORM CERCA-SOCIETA-PARTITA
                   ADD WS-PAR-IMPORTO(INDICE-PARTITA) TO
                       WS-REG-PERDITA(WS-SOC-POSIZIONE,
                           WS-PAR-REGIONE(INDICE-PARTITA))
               END-IF
           END-PERFORM
           IF WS-TROVATA = 'S'
               ADD 1 TO WS-STRALCIATE
           ELSE
               ADD 1 TO WS-NON-APERTE
               MOVE 'N' TO WS-PRO-ESITO(INDICE-RIGA)
           END-IF.

      *Posizione della societa' della partita nella tabella del
      *gruppo; spazi o un codice non in anagrafica vanno alla
      *principale.
       CERCA-SOCIETA-PARTITA.
           MOVE WS-PAR-SOCIETA(INDICE-PARTITA) TO WS-SOC-CERCATA
           IF WS-SOC-CERCATA = SPACES
               MOVE GRP-PRINCIPALE TO WS-SOC-CERCATA
           END-IF
           MOVE 0 TO WS-SOC-POSIZIONE
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               IF GRP-CODICE(INDICE-SOCIETA) = WS-SOC-CERCATA
                   MOVE INDICE-SOCIETA TO WS-SOC-POSIZIONE
               END-IF
               IF GRP-CODICE(INDICE-SOCIETA) = GRP-PRINCIPALE
                   AND WS-SOC-POSIZIONE = 0
                   MOVE INDICE-SOCIETA TO WS-SOC-POSIZIONE
               END-IF
           END-PERFORM
           IF WS-SOC-POSIZIONE = 0
               MOVE 1 TO WS-SOC-POSIZIONE
           END-IF.

       SALVA-PARTITE.
           OPEN OUTPUT FILE-NUOVO
           PERFORM VARYING INDICE-PARTITA FROM 1 BY 1
               UNTIL INDICE-PARTITA > WS-NUM-PARTITE
               MOVE WS-PAR-ENTRY(INDICE-PARTITA) TO PARTITA-NUOVA
               WRITE PARTITA-NUOVA
               ADD 1 TO WS-PAR-COUNT
               ADD WS-PAR-IMPORTO(INDICE-PARTITA)
                   TO WS-PAR-NUOVO-TOTALE
           END-PERFORM
           MOVE "TRL" TO NV-TRAILER-TAG
           MOVE WS-PAR-COUNT TO NV-TRAILER-RECORD-COUNT
           MOVE WS-PAR-NUOVO-TOTALE TO NV-TRAILER-CONTROL-TOTAL
           WRITE TRAILER-NUOVO
           CLOSE FILE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-NUOVO WS-NOME-PARTITE.

      *Una riga per partita decisa, con le due sigle: le rigettate
      *con esito 'R', le approvate 'A' o 'N' se la partita non era
      *piu' aperta.
       SCRIVI-REGISTRO.
           OPEN EXTEND FILE-REGISTRO
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-PROPOSTE
               IF WS-PRO-ESITO(INDICE-RIGA) NOT = 'P'
                   AND WS-PRO-ESITO(INDICE-RIGA) NOT = 'X'
                   MOVE WS-PRO-RECORD(INDICE-RIGA) TO RECORD-PROPOSTA
                   MOVE WS-DATA-ORA(1:14) TO REG-TIMESTAMP
                   MOVE PRO-PROPONENTE TO REG-PROPONENTE
                   MOVE WS-OPERATORE-ID TO REG-APPROVATORE
                   MOVE WS-PRO-ESITO(INDICE-RIGA) TO REG-ESITO
                   MOVE PRO-ID-CLIENTE TO REG-ID-CLIENTE
                   MOVE PRO-MOTIVO TO REG-MOTIVO
                   MOVE PRO-REGIONE TO REG-REGIONE
                   MOVE PRO-DATA-MOVIMENTO TO REG-DATA-MOVIMENTO
                   MOVE PRO-RATA TO REG-RATA
                   MOVE PRO-IMPORTO TO REG-IMPORTO
                   WRITE RECORD-REGISTRO
               END-IF
           END-PERFORM
           CLOSE FILE-REGISTRO.

      *Due righe che si compensano per regione: DARE perdite su
      *crediti, AVERE contropartita clienti. Una perdita negativa
      *(partita di storno) inverte le sezioni.
       SCRIVI-SCRITTURE-GL.
           MOVE SPACES TO WS-NOME-GL
           STRING "Vendite-gl-stralci-" WS-DATA-ORA(1:14) ".txt"
               DELIMITED BY SIZE INTO WS-NOME-GL
           OPEN OUTPUT FILE-GL
           PERFORM VARYING INDICE-SOCIETA FROM 1 BY 1
               UNTIL INDICE-SOCIETA > GRP-NUM-SOCIETA
               MOVE GRP-FILE-MAPPING(INDICE-SOCIETA) TO WS-SOC-MAPPING
               CALL 'GetContoCrediti' USING WS-SOC-MAPPING,
                   WS-CONTO-CONTROPARTITA, WS-CFG-TROVATO
               IF WS-CFG-TROVATO NOT = 'S'
                   MOVE WS-CONTO-PRINCIPALE TO WS-CONTO-CONTROPARTITA
               END-IF
               PERFORM VARYING INDICE-REGIONE FROM 1 BY 1
                   UNTIL INDICE-REGIONE > 10
                   IF WS-REG-PERDITA(INDICE-SOCIETA, INDICE-REGIONE)
                       NOT = 0
                       PERFORM SCRIVI-COPPIA-REGIONE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "TRL" TO GL-TRAILER-TAG
           MOVE WS-GL-RIGHE TO GL-TRAILER-RECORD-COUNT
           COMPUTE WS-GL-SBILANCIO = WS-GL-DARE - WS-GL-AVERE
           MOVE WS-GL-SBILANCIO TO GL-TRAILER-SBILANCIO
           WRITE TRAILER-GL
           CLOSE FILE-GL
           MOVE WS-NOME-GL TO TST-NOME-FILE
           MOVE "StralciPartite" TO TST-PROGRAMMA
           PERFORM TIMBRA-TESTATA-GL
           OPEN EXTEND FILE-GL-REGISTRO
           MOVE WS-NOME-GL TO GLR-NOME
           MOVE WS-OGGI(1:6) TO GLR-ANNO-MESE
           MOVE WS-DATA-ORA(1:14) TO GLR-TIMESTAMP
           WRITE RECORD-GL-REGISTRO
           CLOSE FILE-GL-REGISTRO
           IF WS-GL-SBILANCIO NOT = 0
               DISPLAY "ATTENZIONE: SCRITTURE SBILANCIATE DI "
                   WS-GL-SBILANCIO ", NON INVIARE ALLA CO.GE."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-GL-DARE TO WS-TOTALE-ED
               DISPLAY "SCRITTURE " WS-NOME-GL ": " WS-GL-RIGHE
                   " RIGHE, PERDITE = " WS-TOTALE-ED
           END-IF.

       SCRIVI-COPPIA-REGIONE.
           IF WS-REG-PERDITA(INDICE-SOCIETA, INDICE-REGIONE) > 0
               MOVE WS-REG-PERDITA(INDICE-SOCIETA, INDICE-REGIONE)
                   TO WS-IMPORTO-ASSOLUTO
               MOVE WS-CONTO-PERDITE TO GL-CONTO
               MOVE 'D' TO GL-SEZIONE
               PERFORM SCRIVI-RIGA-GL
               MOVE WS-CONTO-CONTROPARTITA TO GL-CONTO
               MOVE 'A' TO GL-SEZIONE
               PERFORM SCRIVI-RIGA-GL
           ELSE
               COMPUTE WS-IMPORTO-ASSOLUTO =
                   0 - WS-REG-PERDITA(INDICE-SOCIETA, INDICE-REGIONE)
               MOVE WS-CONTO-CONTROPARTITA TO GL-CONTO
               MOVE 'D' TO GL-SEZIONE
               PERFORM SCRIVI-RIGA-GL
               MOVE WS-CONTO-PERDITE TO GL-CONTO
               MOVE 'A' TO GL-SEZIONE
               PERFORM SCRIVI-RIGA-GL
           END-IF.

       SCRIVI-RIGA-GL.
           MOVE WS-IMPORTO-ASSOLUTO TO GL-IMPORTO
           MOVE INDICE-REGIONE TO GL-REGIONE
           MOVE WS-OGGI(1:4) TO GL-ANNO
           MOVE WS-OGGI(5:2) TO GL-MESE
           MOVE GRP-CODICE(INDICE-SOCIETA) TO GL-SOCIETA
           WRITE RECORD-GL
           ADD 1 TO WS-GL-RIGHE
           IF GL-SEZIONE = 'D'
               ADD WS-IMPORTO-ASSOLUTO TO WS-GL-DARE
           ELSE
               ADD WS-IMPORTO-ASSOLUTO TO WS-GL-AVERE
           END-IF.

      *Restano nel file solo le proposte non ancora decise.
       RISCRIVI-PROPOSTE.
           OPEN OUTPUT FILE-PROPOSTE-NUOVO
           PERFORM VARYING INDICE-RIGA FROM 1 BY 1
               UNTIL INDICE-RIGA > WS-NUM-PROPOSTE
               IF WS-PRO-ESITO(INDICE-RIGA) = 'P'
                   OR WS-PRO-ESITO(INDICE-RIGA) = 'X'
                   MOVE WS-PRO-RECORD(INDICE-RIGA)
                       TO RECORD-PROPOSTA-NUOVO
                   WRITE RECORD-PROPOSTA-NUOVO
               END-IF
           END-PERFORM
           CLOSE FILE-PROPOSTE-NUOVO
           CALL "CBL_COPY_FILE" USING WS-NOME-PRO-NUOVO WS-NOME-PRO
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRORE NELLA RISCRITTURA DELLE PROPOSTE "
                   "(CODICE " RETURN-CODE ")"
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-NOME-PRO-NUOVO
               MOVE 0 TO RETURN-CODE
           END-IF.

           COPY TESTATA-CONTROLLI.
