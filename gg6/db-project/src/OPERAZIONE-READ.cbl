            03 NOTA             PIC X(300).
            03 ID_CLIENTE       PIC 9(6).
       01 SEGMENTO_TESTO       PIC X(300).
       01 ALL_SEQ              PIC 9(3).
       01 ALL_PERCORSO         PIC X(120).
       01 ALL_TIPO             PIC X(10).
       01 ALL_DESCRIZIONE      PIC X(60).
       01 ALL_DATA_RICEZIONE   PIC X(10).
       01 ALL_OPERATORE        PIC X(8).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
               MOVE ID_CLIENTE TO D-ID-CLIENTE
               DISPLAY NOTA-REC
               PERFORM MOSTRA-SEGMENTI
               PERFORM MOSTRA-ALLEGATI
               EXEC SQL
                   FETCH C1 INTO :NOME, :DATA_CREATE, :NOTA, :ID_CLIENTE
               END-EXEC
                 CLOSE CSEG
           END-EXEC.

      *Documenti registrati per la nota corrente (tabella
      *NOTA_ALLEGATI, come in NOTAFETCH).
       MOSTRA-ALLEGATI.
           EXEC SQL
               DECLARE CALG CURSOR FOR
                    SELECT SEQ, PERCORSO, TIPO, DESCRIZIONE,
                           DATA_RICEZIONE, OPERATORE
                    FROM NOTA_ALLEGATI
                    WHERE NOME = :NOME
                    ORDER BY SEQ
           END-EXEC
           EXEC SQL
                 OPEN CALG
           END-EXEC
           EXEC SQL
                 FETCH CALG INTO :ALL_SEQ, :ALL_PERCORSO, :ALL_TIPO,
                     :ALL_DESCRIZIONE, :ALL_DATA_RICEZIONE,
                     :ALL_OPERATORE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY "   ALLEGATO " ALL_SEQ " " ALL_TIPO " DEL "
                   ALL_DATA_RICEZIONE " (" ALL_OPERATORE ") "
                   ALL_DESCRIZIONE(1:40)
               DISPLAY "      " ALL_PERCORSO(1:100)
               EXEC SQL
                     FETCH CALG INTO :ALL_SEQ, :ALL_PERCORSO,
                         :ALL_TIPO, :ALL_DESCRIZIONE,
                         :ALL_DATA_RICEZIONE, :ALL_OPERATORE
               END-EXEC
           END-PERFORM
           EXEC SQL
                 CLOSE CALG
           END-EXEC.

