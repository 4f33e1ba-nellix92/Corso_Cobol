      *per farlo servono le durate una per una.
       01 WS-NUM-PASSI PIC 99 VALUE 0.
       01 WS-PASSI-TABELLA.
           05 WS-PAS-ENTRY OCCURS 40 TIMES.
               10 WS-PAS-NOME PIC X(10).
               10 WS-PAS-GIRI PIC 9(5).
               10 WS-PAS-FALLITI PIC 9(5).
               END-IF
           END-PERFORM
           IF WS-PAS-TROVATO = 'N'
               IF WS-NUM-PASSI >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-PASSI
