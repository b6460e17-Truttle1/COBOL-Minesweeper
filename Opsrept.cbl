                   " ex " RC-RECORDS-EXTRACTED
               PERFORM CLOSE-OPEN-RUN
           ELSE
               IF RC-CHECKPOINT
                   DISPLAY RC-PROGRAM " " RC-TYPE " " RC-DATE " "
                       RC-TIME " " RC-PERIOD " " RC-OUTCOME
                       " checkpoint"
               ELSE
                   DISPLAY RC-PROGRAM " " RC-TYPE " " RC-DATE " "
                       RC-TIME " " RC-PERIOD " started"
                   PERFORM NOTE-OPEN-RUN
               END-IF
           END-IF.

       NOTE-OPEN-RUN.
