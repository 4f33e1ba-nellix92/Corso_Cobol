       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTA-AUDIT-SCRIVI.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Unico punto di scrittura su NOTA_AUDIT. Ogni riga riceve un
      *progressivo (SEQ_AUDIT) e un hash SHA-256 (HASH_AUDIT)
      *calcolato sull'hash della riga precedente piu' il contenuto
      *della riga stessa: chi tocca, toglie o inserisce una riga a
      *mano rompe la catena, e NOTA-AUDIT-VERIFICA lo segnala di
      *notte. Usa la connessione e l'unita' di lavoro del
      *chiamante (niente COMMIT qui): la tabella resta bloccata in
      *scrittura fino al COMMIT o ROLLBACK del chiamante, cosi' due
      *operatori non prendono lo stesso progressivo.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SCHEMA-PRONTO PIC X VALUE 'N'.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 AUDIT_NOME PIC X(20).
       01 AUDIT_PRECEDENTE PIC X(300).
       01 AUDIT_NUOVO PIC X(300).
       01 AUDIT_OPERAZIONE PIC X.
       01 AUDIT_OPERATORE PIC X(8).
       01 SEQ_PRECEDENTE PIC 9(12).
       01 SEQ_NUOVO PIC 9(12).
       01 HASH_PRECEDENTE PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       COPY NOTA-AUDIT-RIGA.

       PROCEDURE DIVISION USING AUDIT-RIGA.
       INIZIO.
           IF WS-SCHEMA-PRONTO NOT = 'S'
               PERFORM PREPARA-SCHEMA
               IF SQLCODE NOT = 0
                   MOVE SQLCODE TO AUD-ESITO
                   EXIT PROGRAM
               END-IF
           END-IF
           MOVE AUD-NOME TO AUDIT_NOME
           MOVE AUD-PRECEDENTE TO AUDIT_PRECEDENTE
           MOVE AUD-NUOVO TO AUDIT_NUOVO
           MOVE AUD-OPERAZIONE TO AUDIT_OPERAZIONE
           MOVE AUD-OPERATORE TO AUDIT_OPERATORE
      *Il blocco si autoesclude ma lascia leggere: le consultazioni
      *di NOTA-AUDIT-VIEW non aspettano.
           EXEC SQL
               LOCK TABLE NOTA_AUDIT IN SHARE ROW EXCLUSIVE MODE
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO AUD-ESITO
               EXIT PROGRAM
           END-IF
           PERFORM LEGGI-ULTIMO-ANELLO
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO AUD-ESITO
               EXIT PROGRAM
           END-IF
           COMPUTE SEQ_NUOVO = SEQ_PRECEDENTE + 1
           EXEC SQL
               INSERT INTO NOTA_AUDIT
                   (NOME, VALORE_PRECEDENTE, VALORE_NUOVO,
                    OPERAZIONE, OPERATORE, SEQ_AUDIT)
               VALUES (:AUDIT_NOME, :AUDIT_PRECEDENTE, :AUDIT_NUOVO,
                       :AUDIT_OPERAZIONE, :AUDIT_OPERATORE,
                       :SEQ_NUOVO)
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SQLCODE TO AUD-ESITO
               EXIT PROGRAM
           END-IF
      *L'hash si calcola dopo l'INSERT perche' comprende anche il
      *TIMESTAMP_OP messo dal database. La stessa espressione sta
      *in NOTA-AUDIT-VERIFICA: se si cambia qui va cambiata anche la'.
           EXEC SQL
               UPDATE NOTA_AUDIT
               SET HASH_AUDIT = ENCODE(SHA256(CONVERT_TO(
                   :HASH_PRECEDENTE || '|' ||
                   CAST(SEQ_AUDIT AS TEXT) || '|' ||
                   COALESCE(RTRIM(NOME), '') || '|' ||
                   COALESCE(RTRIM(VALORE_PRECEDENTE), '') || '|' ||
                   COALESCE(RTRIM(VALORE_NUOVO), '') || '|' ||
                   COALESCE(OPERAZIONE, '') || '|' ||
                   COALESCE(RTRIM(OPERATORE), '') || '|' ||
                   COALESCE(TO_CHAR(TIMESTAMP_OP,
                       'YYYY-MM-DD HH24:MI:SS.US'), ''),
                   'UTF8')), 'hex')
               WHERE SEQ_AUDIT = :SEQ_NUOVO
           END-EXEC
           MOVE SQLCODE TO AUD-ESITO
           EXIT PROGRAM.

      *Colonne della catena aggiunte se mancano (le righe scritte
      *prima restano con progressivo e hash vuoti, fuori catena).
      *Una volta per giro: lo stato resta fino al CANCEL.
       PREPARA-SCHEMA.
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS SEQ_AUDIT NUMERIC(12,0)
           END-EXEC
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               ALTER TABLE NOTA_AUDIT
               ADD COLUMN IF NOT EXISTS HASH_AUDIT CHAR(64)
           END-EXEC
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               CREATE UNIQUE INDEX IF NOT EXISTS NOTA_AUDIT_SEQ
               ON NOTA_AUDIT (SEQ_AUDIT)
           END-EXEC
           IF SQLCODE = 0
               MOVE 'S' TO WS-SCHEMA-PRONTO
           END-IF.

      *Ultimo anello della catena: progressivo e hash della riga
      *piu' alta; a catena vuota si parte da zero e da un hash di
      *64 zeri.
       LEGGI-ULTIMO-ANELLO.
           EXEC SQL
               SELECT COALESCE(MAX(SEQ_AUDIT), 0)
               INTO :SEQ_PRECEDENTE
               FROM NOTA_AUDIT
           END-EXEC
           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ALL '0' TO HASH_PRECEDENTE
           IF SEQ_PRECEDENTE > 0
               EXEC SQL
                   SELECT COALESCE(HASH_AUDIT, ' ')
                   INTO :HASH_PRECEDENTE
                   FROM NOTA_AUDIT
                   WHERE SEQ_AUDIT = :SEQ_PRECEDENTE
               END-EXEC
           END-IF.
