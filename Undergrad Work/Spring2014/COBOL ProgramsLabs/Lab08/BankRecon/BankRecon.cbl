      *     is marked 'C' (an amount that disagrees with what we
      *     issued is flagged and left outstanding), and the report
      *     lists every check still outstanding by age - the ones
      *     older than 90 days flagged STALE, for the Escheat run to
      *     take into unclaimed hold. A held check ('U') that the
      *     bank pays anyway is reported, not cleared, so the hold
      *     is released by hand.
      *
      * Input:
      *     CHECKISSUE.DAT - issued checks from lab08/CheckVoid
                       BK-AMOUNT ' BUT ISSUED FOR '
                       CI-T-AMOUNT(WS-CI-FOUND) ' - LEFT OPEN.'
                   ADD 1 TO WS-MISMATCH-CT
               WHEN CI-T-STATUS(WS-CI-FOUND) = 'U'
                   DISPLAY 'CHECK ' BK-CHECK-NO ' CLEARED BUT IS HELD'
                       ' AS UNCLAIMED - RELEASE THE ESCHEAT HOLD.'
               WHEN OTHER
                   MOVE 'C' TO CI-T-STATUS(WS-CI-FOUND)
                   ADD 1 TO WS-CLEARED-CT
           CLOSE CHECKISSUE-FILE.
      ******************************************************************
      * Lists every check still outstanding with its age; checks out
      * more than 90 days are flagged for the Escheat hold.
      ******************************************************************
       600-WRITE-OUTSTANDING-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE CI-T-AMOUNT(CI-INDX)   TO OD-AMOUNT
           MOVE WS-DAYS-OLD            TO OD-DAYS-OUT
           IF WS-DAYS-OLD > STALE-DAYS
               MOVE 'STALE-ESCHEAT' TO OD-NOTE
               ADD 1 TO WS-STALE-CT
           ELSE
               MOVE SPACES TO OD-NOTE
