       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProssimoNumeroFattura.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Numerazione delle fatture emesse: progressiva per anno e senza
      *buchi, come vuole la legge. Il contatore vive in
      *Fatture-contatore.txt (anno e prossimo numero) con lo schema
      *di CLIENTI-PROSSIMO-ID: si legge, si incrementa, si riscrive
      *subito. Il primo numero di un anno nuovo e' 1; se il contatore
      *manca si riparte dal numero piu' alto dell'anno gia' presente
      *nel registro Fatture-registro.txt, cosi' un contatore perso non
      *riemette numeri gia' usati. Un anno precedente a quello del
      *contatore e' chiuso e non riceve numeri.
      *Ogni societa' del gruppo ha la sua numerazione: contatore e
      *registro sono quelli della societa' di lavoro
      *(NomeFileSocieta).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-CONTATORE
           ASSIGN TO WS-NOME-CONTATORE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTATORE-STATUS.
           SELECT FILE-REGISTRO
           ASSIGN TO WS-NOME-REGISTRO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Il progressivo e' largo una cifra in piu' del numero: 1000000
      *e' lo stato "numerazione dell'anno esaurita".
       FD FILE-CONTATORE.
       01 RECORD-CONTATORE.
           05 CNT-ANNO PIC 9(4).
           05 CNT-PROSSIMO PIC 9(7).

       FD FILE-REGISTRO.
       COPY FATTURA-REG.

       WORKING-STORAGE SECTION.
       01 WS-CONTATORE-STATUS PIC XX.
       01 WS-REGISTRO-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-ANNO PIC 9(4).
       01 WS-PROSSIMO PIC 9(7).
       01 WS-NOME-BASE PIC X(40).
       01 WS-NOME-CONTATORE PIC X(40).
       01 WS-NOME-REGISTRO PIC X(40).

       LINKAGE SECTION.
       01 LNK-ANNO PIC 9(4).
       01 LNK-NUMERO PIC 9(6).
       01 LNK-ESITO PIC 9.
           88 NUMERO-ASSEGNATO VALUE 0.
           88 NUMERAZIONE-ESAURITA VALUE 1.
           88 ANNO-CHIUSO VALUE 2.

       PROCEDURE DIVISION USING LNK-ANNO, LNK-NUMERO, LNK-ESITO.
           SET NUMERO-ASSEGNATO TO TRUE
           MOVE 0 TO LNK-NUMERO
           MOVE 0 TO WS-ANNO
           MOVE 0 TO WS-PROSSIMO
           MOVE "Fatture-contatore.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-CONTATORE
           MOVE "Fatture-registro.txt" TO WS-NOME-BASE
           CALL 'NomeFileSocieta' USING WS-NOME-BASE, WS-NOME-REGISTRO
           OPEN INPUT FILE-CONTATORE
           IF WS-CONTATORE-STATUS = "00"
               READ FILE-CONTATORE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CNT-ANNO TO WS-ANNO
                       MOVE CNT-PROSSIMO TO WS-PROSSIMO
               END-READ
               CLOSE FILE-CONTATORE
           END-IF
           IF WS-ANNO > LNK-ANNO
               SET ANNO-CHIUSO TO TRUE
               EXIT PROGRAM
           END-IF
           IF WS-ANNO < LNK-ANNO
               MOVE LNK-ANNO TO WS-ANNO
               MOVE 0 TO WS-PROSSIMO
               PERFORM INIZIALIZZA-DA-REGISTRO
           END-IF
           IF WS-PROSSIMO = 0
               MOVE 1 TO WS-PROSSIMO
           END-IF
           IF WS-PROSSIMO > 999999
               SET NUMERAZIONE-ESAURITA TO TRUE
               EXIT PROGRAM
           END-IF
           MOVE WS-PROSSIMO TO LNK-NUMERO
           OPEN OUTPUT FILE-CONTATORE
           MOVE WS-ANNO TO CNT-ANNO
           COMPUTE CNT-PROSSIMO = WS-PROSSIMO + 1
           WRITE RECORD-CONTATORE
           CLOSE FILE-CONTATORE
           EXIT PROGRAM.

      *Anno nuovo o contatore assente: si riparte dal numero piu'
      *alto dell'anno gia' registrato + 1 (1 se l'anno e' vuoto).
       INIZIALIZZA-DA-REGISTRO.
           OPEN INPUT FILE-REGISTRO
           IF WS-REGISTRO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILE-REGISTRO
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FRG-ANNO = WS-ANNO
                           AND FRG-NUMERO >= WS-PROSSIMO
                           COMPUTE WS-PROSSIMO = FRG-NUMERO + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-REGISTRO.
