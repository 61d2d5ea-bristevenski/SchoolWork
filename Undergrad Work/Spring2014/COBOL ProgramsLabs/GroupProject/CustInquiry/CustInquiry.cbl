                   DISPLAY 'COLLECTIONS: ON A PAYMENT PLAN'
               WHEN 'W'
                   DISPLAY 'COLLECTIONS: WRITTEN OFF'
               WHEN 'A'
                   DISPLAY 'COLLECTIONS: PLACED WITH AGENCY'
               WHEN 'M'
                   DISPLAY 'ACCOUNT MERGED INTO ANOTHER NUMBER'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
