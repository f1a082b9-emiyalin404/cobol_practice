           IF  WK-CHK-RESULT  =  "D"
               MOVE  "D"  TO JT-STATE (JOB-IDX)
               MOVE  "Y"  TO PROGRESS-SW
               MOVE  0    TO HOLD-CNT
               PERFORM  120-LOAD-HOLDS
           ELSE
               DISPLAY  "JOB DID NOT LOG CLEAN END : "
                        JT-JOB (JOB-IDX)
