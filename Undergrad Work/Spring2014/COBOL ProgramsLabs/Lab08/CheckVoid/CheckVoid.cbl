      * Marks the voided check's row in the issued-check data file
      * so the bank reconciliation never waits on a check that no
      * longer exists. A check with no issue row (ruined blank
      * stock) has nothing to mark, and one held as unclaimed
      * belongs to the Escheat run and is left alone.
      ******************************************************************
       200-MARK-ISSUE-VOID.
           MOVE 'N' TO CISS-EOF-SWITCH
                       MOVE 'Y' TO CISS-EOF-SWITCH
                   NOT AT END
                       IF CI-CHECK-NO = WS-VOID-CHECK
                           IF CI-STATUS = 'U'
                               DISPLAY 'CHECK ' WS-VOID-CHECK
                                   ' IS HELD AS UNCLAIMED - NOT VOIDED.'
                           ELSE
                               MOVE 'V' TO CI-STATUS
                           END-IF
                       END-IF
                       WRITE HOLD-REC FROM CHECKISSUE-REC
               END-READ
