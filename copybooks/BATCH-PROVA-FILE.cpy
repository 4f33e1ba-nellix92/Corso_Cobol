      ****************FILE DELLA COPIA DI PROVA DEL BATCH**************
      *Elenco predefinito dei file che BATCH-NOTTURNO in prova copia
      *nella directory di lavoro e di cui confronta record e totali
      *di controllo passo per passo: anagrafiche, movimenti, registri
      *e report della notte. Un file che ancora non esiste si segue
      *lo stesso (un passo che lo crea compare nel confronto). Con
      *batch-prova-file.txt presente l'elenco e' quello del file;
      *gli storici Vendite-storico-AAAA.txt si aggiungono da soli.
           01 TABELLA-FILE-PROVA.
              05 FILLER PIC X(40) VALUE "Agenti.txt".
              05 FILLER PIC X(40) VALUE "Cambi.txt".
              05 FILLER PIC X(40) VALUE "Campagne.txt".
              05 FILLER PIC X(40) VALUE "Cap-comuni.txt".
              05 FILLER PIC X(40) VALUE "Clienti-import.txt".
              05 FILLER PIC X(40) VALUE "Commissioni-tassi.txt".
              05 FILLER PIC X(40) VALUE "Consegne-attese.txt".
              05 FILLER PIC X(40) VALUE "Contratti-addebitati.txt".
              05 FILLER PIC X(40) VALUE "Contratti-rinnovi.txt".
              05 FILLER PIC X(40) VALUE "Contratti-servizio.txt".
              05 FILLER PIC X(40) VALUE "Costi-standard.txt".
              05 FILLER PIC X(40) VALUE "Ddt-senza-consegna.txt".
              05 FILLER PIC X(40) VALUE "Ddt.idx".
              05 FILLER PIC X(40) VALUE "Incassi-in.txt".
              05 FILLER PIC X(40) VALUE "Incassi-lotti.txt".
              05 FILLER PIC X(40)
                 VALUE "Incassi-non-abbinati-storia.txt".
              05 FILLER PIC X(40) VALUE "Incassi-non-abbinati.txt".
              05 FILLER PIC X(40) VALUE "Incassi-previsione.txt".
              05 FILLER PIC X(40) VALUE "Incassi-sportello.txt".
              05 FILLER PIC X(40) VALUE "Interessi-tassi.txt".
              05 FILLER PIC X(40) VALUE "Iva-aliquote.txt".
              05 FILLER PIC X(40) VALUE "Listino-prezzi.txt".
              05 FILLER PIC X(40) VALUE "Magazzino-movimenti.txt".
              05 FILLER PIC X(40) VALUE "Magazzino-scarico.ultimo".
              05 FILLER PIC X(40) VALUE "Magazzino-situazione.txt".
              05 FILLER PIC X(40) VALUE "Magazzino.idx".
              05 FILLER PIC X(40) VALUE "Nota-import.txt".
              05 FILLER PIC X(40) VALUE "Ordini-portafoglio.txt".
              05 FILLER PIC X(40) VALUE "Ordini.idx".
              05 FILLER PIC X(40) VALUE "Partite-stralci-proposte.txt".
              05 FILLER PIC X(40) VALUE "Partite-stralci-registro.txt".
              05 FILLER PIC X(40) VALUE "Premi-accordi.txt".
              05 FILLER PIC X(40) VALUE "Premi-catalogo.txt".
              05 FILLER PIC X(40) VALUE "Premi-volume-emessi.txt".
              05 FILLER PIC X(40) VALUE "Premi-volume-proposte.txt".
              05 FILLER PIC X(40) VALUE "Prodotti-abc-pareto.txt".
              05 FILLER PIC X(40) VALUE "Prodotti-abc.txt".
              05 FILLER PIC X(40) VALUE "Prodotti-linee.txt".
              05 FILLER PIC X(40) VALUE "Prodotti-storia.txt".
              05 FILLER PIC X(40) VALUE "Prodotti.txt".
              05 FILLER PIC X(40) VALUE "Promozioni.txt".
              05 FILLER PIC X(40) VALUE "Province-regioni.txt".
              05 FILLER PIC X(40) VALUE "Punti-accredito.ultimo".
              05 FILLER PIC X(40) VALUE "Punti-movimenti.txt".
              05 FILLER PIC X(40) VALUE "Punti-tassi.txt".
              05 FILLER PIC X(40) VALUE "Regioni-rimappa.txt".
              05 FILLER PIC X(40) VALUE "Regioni.txt".
              05 FILLER PIC X(40) VALUE "Resi.txt".
              05 FILLER PIC X(40)
                 VALUE "Riconciliazione-crediti-registro.txt".
              05 FILLER PIC X(40) VALUE "Sepa-addebiti-registro.txt".
              05 FILLER PIC X(40) VALUE "Sepa-insoluti.txt".
              05 FILLER PIC X(40) VALUE "Societa.txt".
              05 FILLER PIC X(40) VALUE "Termini-pagamento.txt".
              05 FILLER PIC X(40) VALUE "Vendite-ack.txt".
              05 FILLER PIC X(40) VALUE "Vendite-aging.txt".
              05 FILLER PIC X(40) VALUE "Vendite-anomalie.txt".
              05 FILLER PIC X(40) VALUE "Vendite-batch.seq".
              05 FILLER PIC X(40) VALUE "Vendite-budget.txt".
              05 FILLER PIC X(40) VALUE "Vendite-calo-clienti.txt".
              05 FILLER PIC X(40) VALUE "Vendite-consegne-monitor.txt".
              05 FILLER PIC X(40) VALUE "Vendite-consolida-audit.txt".
              05 FILLER PIC X(40)
                 VALUE "Vendite-consolida-rigettati.txt".
              05 FILLER PIC X(40) VALUE "Vendite-credito-pendenti.txt".
              05 FILLER PIC X(40) VALUE "Vendite-dettaglio.txt".
              05 FILLER PIC X(40) VALUE "Vendite-differenze.txt".
              05 FILLER PIC X(40) VALUE "Vendite-fidi-superati.txt".
              05 FILLER PIC X(40) VALUE "Vendite-flash.txt".
              05 FILLER PIC X(40) VALUE "Vendite-giornale.txt".
              05 FILLER PIC X(40) VALUE "Vendite-giorni-lavorativi.txt".
              05 FILLER PIC X(40)
                 VALUE "Vendite-gl-stralci-registro.txt".
              05 FILLER PIC X(40) VALUE "Vendite-grafico.txt".
              05 FILLER PIC X(40) VALUE "Vendite-in-rigettati.txt".
              05 FILLER PIC X(40) VALUE "Vendite-in.txt".
              05 FILLER PIC X(40) VALUE "Vendite-intake-report.txt".
              05 FILLER PIC X(40)
                 VALUE "Vendite-interessi-addebitati.txt".
              05 FILLER PIC X(40)
                 VALUE "Vendite-interessi-pendenti.txt".
              05 FILLER PIC X(40) VALUE "Vendite-lotti-registro.txt".
              05 FILLER PIC X(40) VALUE "Vendite-master.idx".
              05 FILLER PIC X(40) VALUE "Vendite-mese.trimestre.txt".
              05 FILLER PIC X(40) VALUE "Vendite-mese.txt".
              05 FILLER PIC X(40) VALUE "Vendite-modifiche.txt".
              05 FILLER PIC X(40) VALUE "Vendite-partite.seq".
              05 FILLER PIC X(40) VALUE "Vendite-partite.txt".
              05 FILLER PIC X(40)
                 VALUE "Vendite-prezzi-scostamenti.txt".
              05 FILLER PIC X(40) VALUE "Vendite-prezzi-sospesi.txt".
              05 FILLER PIC X(40) VALUE "Vendite-prodotti-report.txt".
              05 FILLER PIC X(40) VALUE "Vendite-regione.txt".
              05 FILLER PIC X(40) VALUE "Vendite-report.csv".
              05 FILLER PIC X(40) VALUE "Vendite-rigettati.txt".
              05 FILLER PIC X(40) VALUE "Vendite-riorg-report.txt".
              05 FILLER PIC X(40) VALUE "Vendite-rollup.txt".
              05 FILLER PIC X(40) VALUE "Vendite-soglie.txt".
              05 FILLER PIC X(40)
                 VALUE "Vendite-solleciti-registro.txt".
              05 FILLER PIC X(40) VALUE "Vendite-solleciti.txt".
              05 FILLER PIC X(40) VALUE "Vendite-statistiche.txt".
              05 FILLER PIC X(40)
                 VALUE "Vendite-trimestre-mismatch.txt".
              05 FILLER PIC X(40) VALUE "Vendite-trimestre.txt".
              05 FILLER PIC X(40) VALUE "Vendite-zone-audit.txt".
              05 FILLER PIC X(40) VALUE "agenti-sync-report.txt".
              05 FILLER PIC X(40) VALUE "allarmi-notifiche.txt".
              05 FILLER PIC X(40) VALUE "allarmi-registro.txt".
              05 FILLER PIC X(40) VALUE "analisi-batch.txt".
              05 FILLER PIC X(40) VALUE "archivi-registro.txt".
              05 FILLER PIC X(40) VALUE "batch-lavori.txt".
              05 FILLER PIC X(40) VALUE "batch-notturno-storia.txt".
              05 FILLER PIC X(40) VALUE "calendario.txt".
              05 FILLER PIC X(40) VALUE "campagna-soppressi.txt".
              05 FILLER PIC X(40) VALUE "cancellazioni-registro.txt".
              05 FILLER PIC X(40) VALUE "clienti-agenti.txt".
              05 FILLER PIC X(40) VALUE "clienti-backup.log".
              05 FILLER PIC X(40) VALUE "clienti-cap-verifica.txt".
              05 FILLER PIC X(40) VALUE "clienti-consensi.txt".
              05 FILLER PIC X(40) VALUE "clienti-contatore.txt".
              05 FILLER PIC X(40) VALUE "clienti-coorti.txt".
              05 FILLER PIC X(40) VALUE "clienti-dormienti.txt".
              05 FILLER PIC X(40) VALUE "clienti-esenti-mora.txt".
              05 FILLER PIC X(40) VALUE "clienti-fedelta.txt".
              05 FILLER PIC X(40) VALUE "clienti-fidi.txt".
              05 FILLER PIC X(40) VALUE "clienti-fiscale.txt".
              05 FILLER PIC X(40) VALUE "clienti-fusioni.txt".
              05 FILLER PIC X(40) VALUE "clienti-id-giornale.txt".
              05 FILLER PIC X(40) VALUE "clienti-integrita.txt".
              05 FILLER PIC X(40) VALUE "clienti-load-report.txt".
              05 FILLER PIC X(40) VALUE "clienti-mandati.txt".
              05 FILLER PIC X(40) VALUE "clienti-movimento.txt".
              05 FILLER PIC X(40) VALUE "clienti-prodotti.txt".
              05 FILLER PIC X(40) VALUE "clienti-qualita.txt".
              05 FILLER PIC X(40) VALUE "clienti-relazioni.txt".
              05 FILLER PIC X(40) VALUE "clienti-report.txt".
              05 FILLER PIC X(40) VALUE "clienti-rfm.txt".
              05 FILLER PIC X(40) VALUE "clienti-rigettati.txt".
              05 FILLER PIC X(40) VALUE "clienti-sdi.txt".
              05 FILLER PIC X(40) VALUE "clienti-storia.txt".
              05 FILLER PIC X(40) VALUE "clienti-sync-orfani.txt".
              05 FILLER PIC X(40) VALUE "clienti-zona.txt".
              05 FILLER PIC X(40) VALUE "clienti.idx".
              05 FILLER PIC X(40) VALUE "consensi-import.txt".
              05 FILLER PIC X(40) VALUE "kpi-estratto.csv".
              05 FILLER PIC X(40) VALUE "nota-audit-ancora.txt".
              05 FILLER PIC X(40) VALUE "nota-audit-riepilogo.txt".
              05 FILLER PIC X(40) VALUE "nota-scadenze.txt".
              05 FILLER PIC X(40) VALUE "notifiche-log.txt".
              05 FILLER PIC X(40) VALUE "notifiche-uscita.txt".
              05 FILLER PIC X(40) VALUE "operatori-contatti.txt".
              05 FILLER PIC X(40) VALUE "operatori-pin.txt".
              05 FILLER PIC X(40) VALUE "operatori-sessioni.txt".
              05 FILLER PIC X(40) VALUE "operatori-sync-report.txt".
              05 FILLER PIC X(40) VALUE "operatori.txt".
              05 FILLER PIC X(40) VALUE "preflight-report.txt".
              05 FILLER PIC X(40) VALUE "prodotti-abbinati-report.txt".
              05 FILLER PIC X(40) VALUE "prodotti-abbinati.txt".
              05 FILLER PIC X(40) VALUE "pulizia-file.log".
              05 FILLER PIC X(40) VALUE "reclami-sla.txt".
              05 FILLER PIC X(40) VALUE "registro-file-generati.txt".
              05 FILLER PIC X(40) VALUE "reperibilita.txt".
              05 FILLER PIC X(40) VALUE "report-richieste.txt".
              05 FILLER PIC X(40) VALUE "ritenzione.txt".
              05 FILLER PIC X(40) VALUE "spool-catalogo.txt".
              05 FILLER PIC X(40) VALUE "uso-giornale.txt".
              05 FILLER PIC X(40) VALUE "vendite-crediti-approvati.txt".
              05 FILLER PIC X(40) VALUE "vendite-quadratura.txt".
              05 FILLER PIC X(40) VALUE "vendite-riconcilia.txt".
              05 FILLER PIC X(40) VALUE "verifica-archivi.txt".
           01 FILE-PROVA-R REDEFINES TABELLA-FILE-PROVA.
              05 FPR-NOME OCCURS 163 TIMES PIC X(40).
           01 NUM-FILE-PROVA PIC 9(3) VALUE 163.
