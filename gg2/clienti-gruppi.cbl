           05 DET-REGIONE-NUM PIC 99.
           05 DET-DATA PIC 9(8).
           05 DET-IMPORTO PIC S9(7)V99.
           05 FILLER PIC X(34).
       01 TRAILER-DETTAGLIO.
           05 TRAILER-DET-TAG PIC X(3).
           05 TRAILER-DET-RECORD-COUNT PIC 9(6).
       01 INDICE-MEM PIC 9(3).
       01 WS-VOLUME-GRUPPO PIC S9(12)V99.
       01 WS-VOLUME-ED PIC -(10)9.99.
       COPY TESTATA-RICHIESTA.

       PROCEDURE DIVISION.
       INIZIO.
           PERFORM VERIFICA-TESTATA-DETTAGLIO
           PERFORM CARICA-RELAZIONI
           OPEN INPUT CLIENTI-IDX
           IF WS-CLIENTI-STATUS NOT = "00"
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-DET-TAG NOT = "TRL"
                           AND TRAILER-DET-TAG NOT = "HDR"
                           PERFORM VARYING INDICE-MEM FROM 1 BY 1
                               UNTIL INDICE-MEM > WS-NUM-MEMBRI
                               IF WS-MEM-ID(INDICE-MEM)
                       WS-MEM-RUOLO(INDICE-MEM) " STATO "
                       STATO-CLIENTE-IDX " VOLUME " WS-VOLUME-ED
           END-READ.

           COPY TESTATA-CONTROLLI.
