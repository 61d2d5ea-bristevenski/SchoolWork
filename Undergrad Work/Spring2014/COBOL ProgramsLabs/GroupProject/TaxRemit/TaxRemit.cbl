      *    reconstruction. Only the PhaseIII rows (source 'P3', the
      *    posting of record) are summed - the PhaseII rows cover the
      *    same transactions at report time and would double-count.
      *    The pizza shop's daily close-out rows (source 'PZ') are
      *    summed with them, since the shop remits on the same filing.
      *
      * Input:
      *    TAXCOLLECT.DAT - per-run jurisdiction totals
           IF WS-TJ-STATUS NOT = "35"
               CLOSE TAXJURIS-FILE
           END-IF.
      * SUMS THE QUARTER'S PHASEIII AND PIZZA SHOP COLLECTION ROWS
      * PER JURISDICTION.
       100-SUM-COLLECTIONS.
           MOVE 'N' TO EOF-SWITCH
           OPEN INPUT TAXCOLLECT-FILE
                   AT END
                       MOVE 'Y' TO EOF-SWITCH
                   NOT AT END
                       IF (TC-SOURCE = 'P3' OR TC-SOURCE = 'PZ')
                          AND TC-YEAR = WS-RPT-YEAR
                          AND TC-MM NOT < WS-QTR-LOW-MM
                          AND TC-MM NOT > WS-QTR-HIGH-MM
