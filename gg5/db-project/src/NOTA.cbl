           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           DISPLAY "Creazione della tabella segmenti completata".

      *****************CREATE TABLE NOTA_ALLEGATI***********************
      *Registro dei documenti collegati a una nota (contratto
      *firmato, email, fattura...): il documento resta sull'archivio
      *condiviso, qui si tengono percorso, tipo, descrizione, data di
      *ricezione e operatore che lo ha registrato.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS NOTA_ALLEGATI
               (
                   NOME            CHAR(20),
                   SEQ             NUMERIC(3,0),
                   PERCORSO        CHAR(120),
                   TIPO            CHAR(10),
                   DESCRIZIONE     CHAR(60),
                   DATA_RICEZIONE  CHAR(10),
                   OPERATORE       CHAR(8),
                   PRIMARY KEY (NOME, SEQ)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           DISPLAY "Creazione della tabella allegati completata".

      *****************CREATE TABLE PARTITE_CONTESTATE******************
      *Partite del partitario contestate dal cliente: la nota di
      *contestazione (NOME) porta cliente, regione, data movimento,
      *rata e importo della partita; STATO 'A' aperta, 'C' chiusa.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS PARTITE_CONTESTATE
               (
                   NOME            CHAR(20)   PRIMARY KEY,
                   ID_CLIENTE      NUMERIC(6,0),
                   REGIONE         NUMERIC(2,0),
                   DATA_MOVIMENTO  CHAR(10),
                   RATA            NUMERIC(1,0),
                   IMPORTO         NUMERIC(9,2),
                   STATO           CHAR(1) DEFAULT 'A',
                   DATA_APERTURA   CHAR(10),
                   DATA_CHIUSURA   CHAR(10),
                   OPERATORE       CHAR(8)
               )
           END-EXEC.
           IF SQLCODE NOT = 0 THEN PERFORM ERROR-RUNTIME STOP RUN.
           DISPLAY "Creazione della tabella contestazioni completata".

      *Per i database gia' in esercizio le colonne di paternita'
      *vengono aggiunte se mancano.
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS OPERATORE CHAR(8)
           END-EXEC.
      *Progressivo e hash di catena dell'audit (NOTA-AUDIT-SCRIVI,
      *verificati di notte da NOTA-AUDIT-VERIFICA).
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS SEQ_AUDIT NUMERIC(12,0)
           END-EXEC.
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS HASH_AUDIT CHAR(64)
           END-EXEC.
           EXEC SQL
               CREATE UNIQUE INDEX IF NOT EXISTS NOTA_AUDIT_SEQ
               ON NOTA_AUDIT (SEQ_AUDIT)
           END-EXEC.

      *********************INSERT ROWS**********************************
           PERFORM UNTIL WS-CONTINUE = 'N' or WS-CONTINUE = 'n'
