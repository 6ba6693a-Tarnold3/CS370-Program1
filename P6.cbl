      *****
      *        A count of history records read prints at the
      *        end.
      *********
      * COMPLETION CODE:
      *       The run hands back a completion code for the
      *       nightly job stream: 0 when history was trended, 4
      *       when there was no run history to trend.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
              CLOSE REPORT-FILE
              IF RUNS-READ = ZERO
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE ZERO TO RETURN-CODE
              END-IF
              STOP RUN
              .
