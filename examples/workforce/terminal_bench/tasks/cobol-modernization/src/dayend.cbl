           05 RUN-STEP-CASH    PIC X(1).
           05 RUN-STEP-GL      PIC X(1).
           05 RUN-STEP-RPT     PIC X(1).
           05 RUN-STEP-CAT     PIC X(1).

       FD MATCHED-FILE.
       01 MATCHED-RECORD      PIC X(24).
       01 WS-STEP-CASH        PIC X VALUE 'N'.
       01 WS-STEP-GL          PIC X VALUE 'N'.
       01 WS-STEP-RPT         PIC X VALUE 'N'.
       01 WS-STEP-CAT         PIC X VALUE 'N'.
       01 WS-FEED-COUNT       PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
              AND WS-STEP-MATCH = 'Y' AND WS-STEP-FEED = 'Y'
              AND WS-STEP-POST = 'Y' AND WS-STEP-CASH = 'Y'
              AND WS-STEP-GL = 'Y' AND WS-STEP-RPT = 'Y'
              AND WS-STEP-CAT = 'Y'
               DISPLAY "*** FATAL: day-end stream for " WS-TODAY
                  " is already complete - nothing run ***"
               STOP RUN
              AND WS-RUN-DATE NOT = WS-TODAY
              AND (WS-STEP-MATCH = 'N' OR WS-STEP-FEED = 'N'
                 OR WS-STEP-POST = 'N' OR WS-STEP-CASH = 'N'
                 OR WS-STEP-GL = 'N' OR WS-STEP-RPT = 'N'
                 OR WS-STEP-CAT = 'N')
               DISPLAY "*** FATAL: day-end stream for " WS-RUN-DATE
                  " did not finish - complete its remaining steps "
                  "and clear DAYRUN.DAT before starting a new "
               MOVE 'N' TO WS-STEP-CASH
               MOVE 'N' TO WS-STEP-GL
               MOVE 'N' TO WS-STEP-RPT
               MOVE 'N' TO WS-STEP-CAT
               PERFORM WRITE-RUN-CONTROL
               DISPLAY "Day-end stream started for " WS-TODAY
           ELSE
           PERFORM STEP-CASH-MOVEMENTS
           PERFORM STEP-GL-EXTRACT
           PERFORM STEP-SUMMARY-REPORT
           PERFORM STEP-CATALOGUE-EXPORT

           DISPLAY "Day-end stream complete for " WS-TODAY
           STOP RUN.
               PERFORM WRITE-RUN-CONTROL
           END-IF.

      * The storefront feed is cut last, once posting, cash and the
      * day's reports are done, so the site opens each morning on
      * the listings, prices and owners exactly as the run left
      * them.
       STEP-CATALOGUE-EXPORT.
           IF WS-STEP-CAT = 'Y'
               DISPLAY "Step 7 catalogue export: already done"
           ELSE
               DISPLAY "Step 7 catalogue export: running CATEXP"
               CALL "CATEXP"
               MOVE 'Y' TO WS-STEP-CAT
               PERFORM WRITE-RUN-CONTROL
           END-IF.

       COPY-MATCHED-TO-INPUT.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FEED-COUNT
           DISPLAY "Matched batch fed to posting: " WS-FEED-COUNT
              " records".

      * A record written before the catalogue step was added is a
      * byte short and reads with no flag for it; that stream never
      * had the step to run, so the flag is taken as done and the
      * record reads as the other six flags leave it.
       READ-RUN-CONTROL.
           MOVE ZERO TO WS-RUN-DATE
           OPEN INPUT RUNCTL-FILE
                       MOVE RUN-STEP-CASH TO WS-STEP-CASH
                       MOVE RUN-STEP-GL TO WS-STEP-GL
                       MOVE RUN-STEP-RPT TO WS-STEP-RPT
                       MOVE RUN-STEP-CAT TO WS-STEP-CAT
                       IF WS-STEP-CAT NOT = 'Y'
                          AND WS-STEP-CAT NOT = 'N'
                           MOVE 'Y' TO WS-STEP-CAT
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF.
           MOVE WS-STEP-CASH TO RUN-STEP-CASH
           MOVE WS-STEP-GL TO RUN-STEP-GL
           MOVE WS-STEP-RPT TO RUN-STEP-RPT
           MOVE WS-STEP-CAT TO RUN-STEP-CAT
           WRITE RUNCTL-RECORD
           CLOSE RUNCTL-FILE.
