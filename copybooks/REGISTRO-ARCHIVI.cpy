      *Riga di archivi-registro.txt (REGISTRA-ARCHIVIO): marca di
      *scrittura, tipo ('STO' storico annuale, 'MAN' manifesto di
      *snapshot) e nome del file.
       01 RECORD-ARCHIVIO.
           05 ARC-MARCA PIC X(14).
           05 ARC-TIPO PIC X(3).
           05 ARC-NOME PIC X(40).
