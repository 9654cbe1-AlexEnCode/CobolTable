               WHEN 'W'
               WHEN 'A'
               WHEN 'M'
               WHEN 'E'
                   PERFORM STORE-HISTO-IMAGE
               WHEN 'S'
                   IF MJRN-APRES = SPACE
                       PERFORM DELETE-HISTO-IMAGE
                   ELSE
                       PERFORM STORE-HISTO-IMAGE
                   END-IF
               WHEN 'X'
                   PERFORM DELETE-HISTO-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-NB-ANOMALIES
