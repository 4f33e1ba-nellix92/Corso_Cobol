       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-ARCHIVIO.
       AUTHOR. NELLO.
       DATE-WRITTEN. 15/10/2026.

      *Accoda ad archivi-registro.txt un file di conservazione
      *appena scritto (storico annuale di ArchiviaVendite, manifesto
      *di SNAPSHOT-DR) con tipo e marca temporale, come
      *REGISTRA-BACKUP fa per i backup clienti. E' l'elenco che
      *VERIFICA-ARCHIVI riapre ogni settimana: una riga nuova per
      *un file gia' noto dice che la riscrittura e' legittima e che
      *l'impronta va ripresa, non segnalata come alterazione.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILE-REGISTRO
           ASSIGN TO "archivi-registro.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FILE-REGISTRO.
       COPY REGISTRO-ARCHIVI.

       WORKING-STORAGE SECTION.
       01 WS-DATA-ORA PIC X(21).

       LINKAGE SECTION.
       01 LNK-TIPO PIC X(3).
       01 LNK-NOME-FILE PIC X(40).

       PROCEDURE DIVISION USING LNK-TIPO, LNK-NOME-FILE.
           OPEN EXTEND FILE-REGISTRO
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA
           MOVE WS-DATA-ORA(1:14) TO ARC-MARCA
           MOVE LNK-TIPO TO ARC-TIPO
           MOVE LNK-NOME-FILE TO ARC-NOME
           WRITE RECORD-ARCHIVIO
           CLOSE FILE-REGISTRO
           EXIT PROGRAM.
