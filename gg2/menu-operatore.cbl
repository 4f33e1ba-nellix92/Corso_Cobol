       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-OPERATORE.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Menu unico dell'operatore. Prima ogni lavoro partiva battendo
      *il nome del programma, e ogni programma rifaceva il sign-on;
      *chi arrivava nuovo non sapeva nemmeno quali programmi ci
      *fossero. Qui l'operatore si riconosce una volta sola
      *(GET-OPERATORE, con i bollettini del giorno), il menu apre
      *una sessione (SESSIONE-OPERATORE) e lancia i programmi con
      *sigla e biglietto in NOTA_SESSIONE: il loro GET-OPERATORE
      *riconosce la sessione e non chiede piu' niente.
      *Le funzioni sono raggruppate per sottosistema (vendite,
      *clienti, note, operazioni) nella TABELLA-FUNZIONI, ciascuna
      *col livello minimo (R tutti, U aggiornamento, S supervisore)
      *e l'ambito: 'T' per i programmi che mostrano i dati di tutte
      *le regioni senza filtro, e che quindi non compaiono a chi ha
      *un ambito regionale limitato (GET-OPERATORE-REGIONI); 'L'
      *per quelli che applicano l'ambito da soli o non trattano
      *dati di regione. La schermata principale mostra le voci
      *aperte della lista di lavoro dell'operatore (WORKLIST-CONTA)
      *e gli allarmi non ancora presi in carico. La cartella dei
      *programmi viene da gestionale.cfg (chiave MENU-PROGRAMMI,
      *predefinita la cartella corrente).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-ALLARMI
           ASSIGN TO "allarmi-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLARMI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-ALLARMI.
       01 RECORD-ALLARME.
           05 ALL-TIMESTAMP PIC X(14).
           05 ALL-FONTE PIC X(20).
           05 ALL-SEVERITA PIC X.
           05 ALL-TESTO PIC X(60).
           05 ALL-STATO PIC X.
           05 ALL-PRESA-SIGLA PIC X(8).
           05 ALL-PRESA-TIMESTAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-ALLARMI-STATUS PIC XX.
       01 LETTURA-FILE PIC X.
       01 WS-FINE PIC X VALUE 'N'.
       01 WS-SOTTOSISTEMA PIC X.
       01 WS-SCELTA-TESTO PIC X(2).
       01 WS-SCELTA PIC 99.
       01 WS-NUM-MOSTRATE PIC 99.
       01 WS-FUNZIONE-SCELTA PIC 99.
       01 WS-MOSTRATE-TABELLA.
           05 WS-MOSTRATA OCCURS 40 TIMES PIC 99.
       01 INDICE-FUN PIC 99.
       01 WS-PERMESSA PIC X.
       01 WS-TITOLO-GRUPPO PIC X(20).
      *Operatore, ambito e sessione.
       01 WS-OPERATORE-ID PIC X(8).
       01 WS-OPERATORE-NOME PIC X(20).
       01 WS-OPERATORE-LIVELLO PIC X.
       01 WS-SIGNON-ESITO PIC 9.
       01 WS-REGIONI-SCOPE PIC X(20).
       01 WS-SCOPE-TROVATO PIC X.
       01 WS-SESSIONE-FUNZIONE PIC X.
       01 WS-SESSIONE-BIGLIETTO PIC X(8).
       01 WS-SESSIONE-ESITO PIC 9.
       01 WS-SESSIONE.
           05 WS-SESSIONE-SIGLA PIC X(8).
           05 WS-SESSIONE-CODICE PIC X(8).
      *Giornale d'uso della sessione interattiva.
       01 WS-USO-PROGRAMMA PIC X(20) VALUE "MENU-OPERATORE".
       01 WS-USO-EVENTO PIC X.
       01 WS-USO-ESITO PIC X(10).
      *Contatori della schermata principale.
       01 WS-VOCI-APERTE PIC 9(6).
       01 WS-VOCI-RITARDO PIC 9(6).
       01 WS-VOCI-ESITO PIC 9.
       01 WS-ALLARMI-APERTI PIC 9(4).
      *Lancio dei programmi.
       01 WS-CFG-CHIAVE PIC X(30).
       01 WS-CFG-VALORE PIC X(60).
       01 WS-CFG-TROVATO PIC X.
       01 WS-CARTELLA-PROGRAMMI PIC X(60) VALUE "./".
       01 WS-COMANDO PIC X(100).
       01 WS-RC-PROGRAMMA PIC S9(9).

      *Funzioni del menu: sottosistema (V vendite, C clienti, N
      *note, O operazioni), livello minimo, ambito, programma e
      *descrizione. Una funzione nuova si aggiunge qui, alzando
      *l'OCCURS della REDEFINES e WS-NUM-FUNZIONI.
       01 TABELLA-FUNZIONI.
           05 FILLER PIC X(54) VALUE
               "VRL Main                REPORT VENDITE".
           05 FILLER PIC X(54) VALUE
               "VRT ReportMenu          REPORT VENDITE AVANZATI".
           05 FILLER PIC X(54) VALUE
               "VRT VenditeDrill        ANALISI VENDITE PER PERIODO".
           05 FILLER PIC X(54) VALUE
               "VRT VenditeTerritorio   VENDITE PER PROVINCIA E COMUNE".
           05 FILLER PIC X(54) VALUE
               "VRL StampaVendite       STAMPA VENDITE".
           05 FILLER PIC X(54) VALUE
               "VRL VENDITE-MAINT       MANUTENZIONE VENDITE".
           05 FILLER PIC X(54) VALUE
               "VRL VENDITE-IDX-MAINT   VENDITE INDICIZZATE".
           05 FILLER PIC X(54) VALUE
               "VRT InserimentoOrdini   INSERIMENTO ORDINI".
           05 FILLER PIC X(54) VALUE
               "VRT ListinoPrezzi       LISTINO PREZZI".
           05 FILLER PIC X(54) VALUE
               "VRT Promozioni          PROMOZIONI".
           05 FILLER PIC X(54) VALUE
               "VRT ContrattiServizio   CONTRATTI DI SERVIZIO".
           05 FILLER PIC X(54) VALUE
               "VRT AgentiVendita       AGENTI DI VENDITA".
           05 FILLER PIC X(54) VALUE
               "VST ApprovaCrediti      APPROVAZIONE CREDITI".
           05 FILLER PIC X(54) VALUE
               "VST RilasciaPrezzi      RILASCIO LISTINO PREZZI".
           05 FILLER PIC X(54) VALUE
               "VST RicostruisciMaster  MASTER VENDITE A UNA DATA".
           05 FILLER PIC X(54) VALUE
               "CRT clienti-maint       ANAGRAFICA CLIENTI".
           05 FILLER PIC X(54) VALUE
               "CRT CLIENTE-DOSSIER     DOSSIER CLIENTE".
           05 FILLER PIC X(54) VALUE
               "CRT CLIENTI-DORMIENTI   CLIENTI DORMIENTI".
           05 FILLER PIC X(54) VALUE
               "CRT campagne-maint      CAMPAGNE".
           05 FILLER PIC X(54) VALUE
               "CRT RiscattoPunti       RISCATTO PUNTI FEDELTA'".
           05 FILLER PIC X(54) VALUE
               "CRL IncassiSportello    INCASSI DI SPORTELLO".
           05 FILLER PIC X(54) VALUE
               "CST StralciPartite      STRALCIO PARTITE".
           05 FILLER PIC X(54) VALUE
               "NRL NOTAFETCH           NOTE".
           05 FILLER PIC X(54) VALUE
               "NRL NOTA-WORKLIST       LISTA DI LAVORO".
           05 FILLER PIC X(54) VALUE
               "NRL NOTA-PERIODO        NOTE PER PERIODO".
           05 FILLER PIC X(54) VALUE
               "NRL RECLAMI-MAINT       RECLAMI".
           05 FILLER PIC X(54) VALUE
               "NRL CONTESTAZIONI-MAINT PARTITE CONTESTATE".
           05 FILLER PIC X(54) VALUE
               "NUL CATEGORIE-MAINT     CATEGORIE DELLE NOTE".
           05 FILLER PIC X(54) VALUE
               "ORL ALLARMI-CONSOLE     CONSOLE ALLARMI".
           05 FILLER PIC X(54) VALUE
               "ORL ASSENZE-MAINT       ASSENZE E SOSTITUTI".
           05 FILLER PIC X(54) VALUE
               "ORT CaricoMerci         CARICO MERCI".
           05 FILLER PIC X(54) VALUE
               "ORT ResiMerce           RESI MERCE".
           05 FILLER PIC X(54) VALUE
               "ORT SpedizioniDdt       SPEDIZIONI E DDT".
           05 FILLER PIC X(54) VALUE
               "OUT ReworkRigettati     RILAVORAZIONE RIGETTATI".
           05 FILLER PIC X(54) VALUE
               "OSL BOLLETTINI-MAINT    BOLLETTINI".
           05 FILLER PIC X(54) VALUE
               "OSL operatori-pin       RESET PIN OPERATORI".
           05 FILLER PIC X(54) VALUE
               "OST societa-maint       SOCIETA' DEL GRUPPO".
           05 FILLER PIC X(54) VALUE
               "OSL SCHEMA-MIGRA        MIGRAZIONE SCHEMA NOTADB".
       01 FILLER REDEFINES TABELLA-FUNZIONI.
           05 WS-FUNZIONE OCCURS 38 TIMES.
               10 FUN-GRUPPO PIC X.
               10 FUN-LIVELLO PIC X.
               10 FUN-AMBITO PIC X.
               10 FILLER PIC X.
               10 FUN-PROGRAMMA PIC X(20).
               10 FUN-DESCRIZIONE PIC X(30).
       01 WS-NUM-FUNZIONI PIC 99 VALUE 38.

       PROCEDURE DIVISION.
       INIZIO.
           CALL 'GET-OPERATORE' USING WS-OPERATORE-ID,
               WS-OPERATORE-NOME, WS-OPERATORE-LIVELLO,
               WS-SIGNON-ESITO.
           IF WS-SIGNON-ESITO NOT = 0
               DISPLAY "ACCESSO NEGATO."
               STOP RUN
           END-IF.
           MOVE 'I' TO WS-USO-EVENTO.
           MOVE SPACES TO WS-USO-ESITO.
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           CALL 'GET-OPERATORE-REGIONI' USING WS-OPERATORE-ID,
               WS-REGIONI-SCOPE, WS-SCOPE-TROVATO
               ON EXCEPTION MOVE "ALL" TO WS-REGIONI-SCOPE
           END-CALL.
           MOVE "MENU-PROGRAMMI" TO WS-CFG-CHIAVE.
           CALL 'GetConfig' USING WS-CFG-CHIAVE, WS-CFG-VALORE,
               WS-CFG-TROVATO
               ON EXCEPTION MOVE 'N' TO WS-CFG-TROVATO
           END-CALL.
           IF WS-CFG-TROVATO = 'S' AND WS-CFG-VALORE NOT = SPACES
               MOVE WS-CFG-VALORE TO WS-CARTELLA-PROGRAMMI
           END-IF.
           PERFORM APRI-SESSIONE.
           PERFORM UNTIL WS-FINE = 'S'
               PERFORM MOSTRA-PRINCIPALE
               ACCEPT WS-SOTTOSISTEMA
               MOVE FUNCTION UPPER-CASE(WS-SOTTOSISTEMA)
                   TO WS-SOTTOSISTEMA
               EVALUATE WS-SOTTOSISTEMA
                   WHEN 'V'
                       MOVE "VENDITE" TO WS-TITOLO-GRUPPO
                       PERFORM MENU-SOTTOSISTEMA
                   WHEN 'C'
                       MOVE "CLIENTI" TO WS-TITOLO-GRUPPO
                       PERFORM MENU-SOTTOSISTEMA
                   WHEN 'N'
                       MOVE "NOTE" TO WS-TITOLO-GRUPPO
                       PERFORM MENU-SOTTOSISTEMA
                   WHEN 'O'
                       MOVE "OPERAZIONI" TO WS-TITOLO-GRUPPO
                       PERFORM MENU-SOTTOSISTEMA
                   WHEN 'E'
                       MOVE 'S' TO WS-FINE
                   WHEN OTHER
                       DISPLAY "SCELTA NON VALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM CHIUDI-SESSIONE.
           MOVE 'F' TO WS-USO-EVENTO.
           MOVE "OK" TO WS-USO-ESITO.
           CALL 'GIORNALE-USO' USING WS-OPERATORE-ID,
               WS-USO-PROGRAMMA, WS-USO-EVENTO, WS-USO-ESITO
               ON EXCEPTION CONTINUE
           END-CALL.
           DISPLAY "ARRIVEDERCI " WS-OPERATORE-NOME.
           STOP RUN.

      *Senza sessione il menu funziona lo stesso: ogni programma
      *chiedera' di nuovo sigla e PIN.
       APRI-SESSIONE.
           MOVE 'A' TO WS-SESSIONE-FUNZIONE
           MOVE SPACES TO WS-SESSIONE-BIGLIETTO
           CALL 'SESSIONE-OPERATORE' USING WS-SESSIONE-FUNZIONE,
               WS-OPERATORE-ID, WS-SESSIONE-BIGLIETTO,
               WS-SESSIONE-ESITO
               ON EXCEPTION MOVE 2 TO WS-SESSIONE-ESITO
           END-CALL
           IF WS-SESSIONE-ESITO NOT = 0
               DISPLAY "SESSIONE NON APERTA: I PROGRAMMI CHIEDERANNO "
                   "DI NUOVO IL SIGN-ON."
               MOVE SPACES TO WS-SESSIONE
           ELSE
               MOVE WS-OPERATORE-ID TO WS-SESSIONE-SIGLA
               MOVE WS-SESSIONE-BIGLIETTO TO WS-SESSIONE-CODICE
           END-IF
           DISPLAY "NOTA_SESSIONE" UPON ENVIRONMENT-NAME
           DISPLAY WS-SESSIONE UPON ENVIRONMENT-VALUE.

       CHIUDI-SESSIONE.
           MOVE 'C' TO WS-SESSIONE-FUNZIONE
           CALL 'SESSIONE-OPERATORE' USING WS-SESSIONE-FUNZIONE,
               WS-OPERATORE-ID, WS-SESSIONE-BIGLIETTO,
               WS-SESSIONE-ESITO
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE SPACES TO WS-SESSIONE
           DISPLAY "NOTA_SESSIONE" UPON ENVIRONMENT-NAME
           DISPLAY WS-SESSIONE UPON ENVIRONMENT-VALUE.

      *I contatori si rileggono a ogni ritorno al menu: dopo un
      *giro in lista di lavoro o in console allarmi sono cambiati.
       MOSTRA-PRINCIPALE.
           PERFORM CONTA-ALLARMI
           MOVE 1 TO WS-VOCI-ESITO
           CALL 'WORKLIST-CONTA' USING WS-OPERATORE-ID,
               WS-VOCI-APERTE, WS-VOCI-RITARDO, WS-VOCI-ESITO
               ON EXCEPTION MOVE 1 TO WS-VOCI-ESITO
           END-CALL
           DISPLAY "=============== MENU OPERATORE ==============="
           DISPLAY "OPERATORE " WS-OPERATORE-ID " "
               WS-OPERATORE-NOME " LIVELLO " WS-OPERATORE-LIVELLO
           IF WS-REGIONI-SCOPE NOT = "ALL"
               DISPLAY "AMBITO LIMITATO ALLE REGIONI: "
                   WS-REGIONI-SCOPE
           END-IF
           IF WS-VOCI-ESITO = 0
               DISPLAY "LISTA DI LAVORO: " WS-VOCI-APERTE
                   " VOCI APERTE, " WS-VOCI-RITARDO " IN RITARDO"
           ELSE
               DISPLAY "LISTA DI LAVORO: NON DISPONIBILE"
           END-IF
           DISPLAY "ALLARMI NON PRESI IN CARICO: " WS-ALLARMI-APERTI
           DISPLAY "----------------------------------------------"
           DISPLAY "[V]ENDITE"
           DISPLAY "[C]LIENTI"
           DISPLAY "[N]OTE"
           DISPLAY "[O]PERAZIONI"
           DISPLAY "[E]SCI".

       CONTA-ALLARMI.
           MOVE 0 TO WS-ALLARMI-APERTI
           OPEN INPUT FILE-ALLARMI
           IF WS-ALLARMI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LETTURA-FILE
           PERFORM UNTIL LETTURA-FILE = 'Y'
               READ FILE-ALLARMI
                   AT END
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF ALL-STATO = 'N'
                           ADD 1 TO WS-ALLARMI-APERTI
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-ALLARMI.

      *Le funzioni del sottosistema permesse all'operatore,
      *numerate da 1; 0 torna alla schermata principale.
       MENU-SOTTOSISTEMA.
           MOVE 0 TO WS-NUM-MOSTRATE
           DISPLAY "------------ " WS-TITOLO-GRUPPO " ------------"
           PERFORM VARYING INDICE-FUN FROM 1 BY 1
               UNTIL INDICE-FUN > WS-NUM-FUNZIONI
               IF FUN-GRUPPO(INDICE-FUN) = WS-SOTTOSISTEMA
                   PERFORM CONTROLLA-PERMESSO
                   IF WS-PERMESSA = 'S'
                       ADD 1 TO WS-NUM-MOSTRATE
                       MOVE INDICE-FUN
                           TO WS-MOSTRATA(WS-NUM-MOSTRATE)
                       DISPLAY "[" WS-NUM-MOSTRATE "] "
                           FUN-DESCRIZIONE(INDICE-FUN)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NUM-MOSTRATE = 0
               DISPLAY "NESSUNA FUNZIONE DISPONIBILE PER IL TUO "
                   "PROFILO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "[00] TORNA AL MENU PRINCIPALE"
           ACCEPT WS-SCELTA-TESTO
           IF WS-SCELTA-TESTO(2:1) = SPACE
               MOVE WS-SCELTA-TESTO(1:1) TO WS-SCELTA-TESTO(2:1)
               MOVE "0" TO WS-SCELTA-TESTO(1:1)
           END-IF
           IF WS-SCELTA-TESTO IS NOT NUMERIC
               DISPLAY "SCELTA NON VALIDA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCELTA-TESTO TO WS-SCELTA
           IF WS-SCELTA = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCELTA > WS-NUM-MOSTRATE
               DISPLAY "SCELTA NON VALIDA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MOSTRATA(WS-SCELTA) TO WS-FUNZIONE-SCELTA
           PERFORM LANCIA-FUNZIONE.

      *Livello: 'R' tutti, 'U' chi aggiorna (U o S), 'S' solo i
      *supervisori. Ambito 'T' solo per chi vede tutte le regioni.
       CONTROLLA-PERMESSO.
           MOVE 'S' TO WS-PERMESSA
           EVALUATE FUN-LIVELLO(INDICE-FUN)
               WHEN 'U'
                   IF WS-OPERATORE-LIVELLO NOT = 'U'
                       AND WS-OPERATORE-LIVELLO NOT = 'S'
                       MOVE 'N' TO WS-PERMESSA
                   END-IF
               WHEN 'S'
                   IF WS-OPERATORE-LIVELLO NOT = 'S'
                       MOVE 'N' TO WS-PERMESSA
                   END-IF
           END-EVALUATE
           IF FUN-AMBITO(INDICE-FUN) = 'T'
               AND WS-REGIONI-SCOPE NOT = "ALL"
               MOVE 'N' TO WS-PERMESSA
           END-IF.

       LANCIA-FUNZIONE.
           MOVE SPACES TO WS-COMANDO
           STRING WS-CARTELLA-PROGRAMMI DELIMITED BY SPACE
               FUN-PROGRAMMA(WS-FUNZIONE-SCELTA) DELIMITED BY SPACE
               INTO WS-COMANDO
           DISPLAY "AVVIO " FUN-DESCRIZIONE(WS-FUNZIONE-SCELTA)
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-PROGRAMMA
           MOVE 0 TO RETURN-CODE
           IF WS-RC-PROGRAMMA NOT = 0
               DISPLAY "IL PROGRAMMA " FUN-PROGRAMMA(WS-FUNZIONE-SCELTA)
                   " E' TERMINATO CON CODICE " WS-RC-PROGRAMMA
           END-IF.
