      *file snapshot NON entrano nel registro dei file generati: la
      *loro conservazione e' decisione di disaster recovery, non di
      *pulizia ordinaria.
      *Il manifesto si registra invece in archivi-registro.txt
      *(REGISTRA-ARCHIVIO): da li' VERIFICA-ARCHIVI riapre ogni
      *settimana tutti i pezzi e li riquadra sul manifesto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 IMPORTO PIC S9(7)V99.
           05 ANNO PIC 9(4).
           05 STATO-PERIODO PIC X.
           05 FILLER PIC X(18).
       01 TRAILER-VENDITE.
           05 TRAILER-TAG PIC X(3).
           05 TRAILER-RECORD-COUNT PIC 9(6).
           05 TRAILER-CONTROL-TOTAL PIC S9(11)V99.
      *Testata HDR (TESTATA-FILE), piu' lunga del movimento.
       01 TESTATA-VENDITE PIC X(48).

       FD CLIENTI-IDX.
       COPY CLIENTI-REC.
       01 WS-NOME-LETTURA PIC X(40).
       01 WS-NOME-COPIA PIC X(40).
       01 WS-NOME-MANIFEST PIC X(40).
       01 WS-TIPO-MANIFEST PIC X(3) VALUE "MAN".
       01 WS-DATA-ORA PIC X(21).
      *WS-TIMESTAMP lo usa il copybook del backup clienti, che lo
      *rigenera per il proprio nome file: la marca dello snapshot
           PERFORM FOTOGRAFA-CLIENTI
           PERFORM FOTOGRAFA-NOTE
           CLOSE FILE-MANIFEST
           CALL 'REGISTRA-ARCHIVIO' USING WS-TIPO-MANIFEST,
               WS-NOME-MANIFEST
               ON EXCEPTION CONTINUE
           END-CALL
           MOVE 'R' TO WS-GRD-OPERAZIONE
           CALL 'GuardiaMaster' USING WS-GRD-OPERAZIONE,
               WS-GRD-PROGRAMMA, WS-GRD-OPERATORE, WS-GRD-ESITO
                       MOVE 'Y' TO LETTURA-FILE
                   NOT AT END
                       IF TRAILER-TAG NOT = "TRL"
                           AND TRAILER-TAG NOT = "HDR"
                           ADD 1 TO WS-CONTA-RECORD
                           ADD IMPORTO TO WS-CONTA-TOTALE
                       END-IF
