      *            DISTLIST.TXT LAYOUT:
      *              COLS  1-20  RECIPIENT NAME
      *              COLS 21-28  REPORT ID (P3 / P4 / P8PAYOUT /
      *                          EXCUSLTR / ATTNPAT / LOCSCORE /
      *                          SHIFTREC - KEYED BY LOCATION CODE;
      *                          BUDVAR - KEYED BY DEPARTMENT)
      *              COLS 29-31  SELECTION KEY, "*" FOR ALL
      ******************************************************************
       IDENTIFICATION DIVISION.
                   MOVE "P8PAYOUT.TXT" TO WS-REPORT-NAME
               WHEN "EXCUSLTR"
                   MOVE "EXCUSLTR.TXT" TO WS-REPORT-NAME
               WHEN "ATTNPAT"
                   MOVE "ATTNPAT.TXT" TO WS-REPORT-NAME
               WHEN "LOCSCORE"
                   MOVE "LOCSCORE.TXT" TO WS-REPORT-NAME
               WHEN "SHIFTREC"
                   MOVE "SHIFTREC.TXT" TO WS-REPORT-NAME
               WHEN "ARSTMT"
                   MOVE "ARSTMT.TXT" TO WS-REPORT-NAME
               WHEN "P8STMT"
                   MOVE "P8STMT.TXT" TO WS-REPORT-NAME
               WHEN "BUDVAR"
                   MOVE "BUDVAR.TXT" TO WS-REPORT-NAME
               WHEN OTHER
                   MOVE WS-REPORT-ID TO WS-REPORT-NAME
           END-EVALUATE.
