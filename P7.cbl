      *********
      * OUTPUT:
      *        The archive file, PR1ARCH.TXT, one record per
      *        purged employee in the same 83 byte layout as the
      *        master record, appended to run over run so the
      *        archive is cumulative.
      *
      *        records deleted.  An archive write failure leaves
      *        the master record in place, so the two counts
      *        balance on a clean run.
      *
      *        Every purged record also appends an entry to the
      *        cumulative change journal PR1JRNL.TXT with the full
      *        83 byte master image as the before image, under a
      *        run ID of 'P' followed by the last digit of the
      *        year, the month, the day, and a two digit run
      *        number one higher than any already on the journal
      *        under that day.  The run ID prints in the register
      *        heading so PROGRAM9 can back the purge out by that
      *        ID.  A day that has used all 99 run numbers stops
      *        the run.
      *********
      * COMPLETION CODE:
      *       The run hands back a completion code for the
      *       nightly job stream: 0 when records archived equals
      *       records deleted, 8 when the counts are out of
      *       balance or the run was abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AR-FILE-STATUS.

         SELECT JOURNAL-FILE
           ASSIGN TO 'PR1JRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JN-FILE-STATUS.

         SELECT REGISTER-FILE
           ASSIGN TO PRINTER 'PURGEREG'.

        FILE SECTION.

         FD MASTER-FILE
          RECORD CONTAINS 83 CHARACTERS.
         01 MASTER-RECORD.
          05 MF-MASTER-KEY.
             10 MF-STORE-ID                     PIC A(4).
          05 MF-STARTING-YEARLY-SALARY          PIC 999999V99.
          05 MF-DATE-LAST-PAY-INCREASE          PIC 9(8).
          05 MF-CURRENT-YEARLY-SALARY           PIC 999999V99.
          05 MF-REHIRE-DATE                     PIC 9(8).

         FD ARCHIVE-FILE
          RECORD CONTAINS 83 CHARACTERS.

         01 ARCHIVE-RECORD     PIC X(83).

         FD JOURNAL-FILE
          RECORD CONTAINS 197 CHARACTERS.
         01 JOURNAL-RECORD.
          05 JR-PROGRAM                         PIC X(8).
          05 JR-BATCH-ID                        PIC X(8).
          05 JR-BATCH-ID-R REDEFINES JR-BATCH-ID.
             10 JR-RUN-DAY                      PIC X(6).
             10 JR-RUN-NUMBER                   PIC 9(2).
          05 JR-DATE                            PIC 9(8).
          05 JR-TIME                            PIC 9(6).
          05 JR-ACTION                          PIC X(1).
          05 JR-BEFORE-IMAGE                    PIC X(83).
          05 JR-AFTER-IMAGE                     PIC X(83).

         FD REGISTER-FILE
          RECORD CONTAINS 120 CHARACTERS.
              88 ARCHIVE-OPEN    VALUE 'Y'.
           05 ARCHIVE-OK-SW   PIC X  VALUE 'N'.
              88 ARCHIVE-WRITTEN VALUE 'Y'.
           05 JOURNAL-EOF-SW  PIC X  VALUE 'N'.
              88 JOURNAL-EOF     VALUE 'Y'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 AR-FILE-OK               VALUE '00'.
              88 AR-FILE-NOT-FOUND        VALUE '35'.

        01 JOURNAL-FILE-CONTROL.
           05 JN-FILE-STATUS      PIC X(2) VALUE '00'.
              88 JN-FILE-OK               VALUE '00'.
              88 JN-FILE-NOT-FOUND        VALUE '35'.
           05 TIME-FIELDS.
              10 TIME-OF-DAY      PIC 9(8) VALUE ZERO.
           05 TIME-FIELDS-R REDEFINES TIME-FIELDS.
              10 TIME-HHMMSS      PIC 9(6).
              10 FILLER           PIC 9(2).

      *    THE RUN ID STANDS IN FOR A BATCH ID ON THE JOURNAL -
      *    P + YMMDD + RUN NUMBER OF THE DAY

        01 PURGE-RUN-ID.
           05 PR-RUN-DAY.
              10 PR-PREFIX        PIC X(1)    VALUE 'P'.
              10 PR-YMMDD         PIC 9(5)    VALUE ZERO.
           05 PR-RUN-NUMBER       PIC 9(2)    VALUE ZERO.

        01 PURGE-HOLD-AREA.
           05 PURGED-IMAGE-HOLD   PIC X(83)   VALUE SPACES.

        01 PURGE-COUNTERS.
           05 RECORDS-READ        PIC 9(6) VALUE ZERO.
           05 TERMINATED-SEEN     PIC 9(6) VALUE ZERO.
                        'PURGING SEPARATIONS '.
            05        PIC X(7)    VALUE 'BEFORE '.
            05        H3-CUTOFF-DATE       PIC 9999/99/99.
            05        PIC X(4)    VALUE SPACES.
            05        PIC X(8)    VALUE 'RUN ID: '.
            05        H3-RUN-ID            PIC X(8).
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(5)    VALUE 'STORE'.
              OPEN OUTPUT REGISTER-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              MOVE CURRENT-DATE(4:5) TO PR-YMMDD
              PERFORM 126-COMPUTE-CUTOFF-DATE
              MOVE CUTOFF-DATE TO H3-CUTOFF-DATE
              PERFORM 130-OPEN-MASTER
              PERFORM 135-OPEN-ARCHIVE
              PERFORM 137-OPEN-JOURNAL
              MOVE PURGE-RUN-ID TO H3-RUN-ID
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
              PERFORM 140-WRITE-HEADER
                          MF-FILE-STATUS ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
                  .
                      UPON CONSOLE
                  CLOSE MASTER-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
                  .

      *    THE JOURNAL IS READ THROUGH ONCE FOR THE HIGHEST RUN
      *    NUMBER ALREADY USED TODAY, THEN OPENED FOR APPEND

            137-OPEN-JOURNAL.
              MOVE ZERO TO PR-RUN-NUMBER
              OPEN INPUT JOURNAL-FILE
              IF JN-FILE-OK
                  PERFORM UNTIL JOURNAL-EOF
                    READ JOURNAL-FILE
                      AT END
                        MOVE 'Y' TO JOURNAL-EOF-SW
                      NOT AT END
                        IF JR-RUN-DAY = PR-RUN-DAY
                           AND JR-RUN-NUMBER NUMERIC
                           AND JR-RUN-NUMBER > PR-RUN-NUMBER
                            MOVE JR-RUN-NUMBER TO PR-RUN-NUMBER
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE JOURNAL-FILE
              END-IF
              IF PR-RUN-NUMBER = 99
                  DISPLAY '*** NO RUN ID LEFT FOR ' PR-RUN-DAY
                          ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE MASTER-FILE
                        ARCHIVE-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              ADD 1 TO PR-RUN-NUMBER
              OPEN EXTEND JOURNAL-FILE
              IF JN-FILE-NOT-FOUND
                  OPEN OUTPUT JOURNAL-FILE
              END-IF
              IF NOT JN-FILE-OK
                  DISPLAY '*** CHANGE JOURNAL NOT WRITABLE - STATUS '
                          JN-FILE-STATUS ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE MASTER-FILE
                        ARCHIVE-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
                  .
              END-PERFORM
              CLOSE MASTER-FILE
              CLOSE ARCHIVE-FILE
              CLOSE JOURNAL-FILE
                  .

            160-CHECK-PURGE-CANDIDATE.

            200-ARCHIVE-AND-DELETE.
              MOVE 'N' TO ARCHIVE-OK-SW
              MOVE MASTER-RECORD TO PURGED-IMAGE-HOLD
              MOVE MASTER-RECORD TO ARCHIVE-RECORD
              WRITE ARCHIVE-RECORD
              IF AR-FILE-OK
                  DELETE MASTER-FILE RECORD
                  IF MF-FILE-OK
                      ADD 1 TO RECORDS-DELETED
                      PERFORM 205-WRITE-JOURNAL-ENTRY
                      PERFORM 210-REGISTER-PURGE-LINE
                  ELSE
                      DISPLAY '*** MASTER DELETE FAILED - STATUS '
              END-IF
                  .

            205-WRITE-JOURNAL-ENTRY.
              MOVE 'PROGRAM7' TO JR-PROGRAM
              MOVE PURGE-RUN-ID TO JR-BATCH-ID
              MOVE CURRENT-DATE TO JR-DATE
              ACCEPT TIME-OF-DAY FROM TIME
              MOVE TIME-HHMMSS TO JR-TIME
              MOVE 'P' TO JR-ACTION
              MOVE PURGED-IMAGE-HOLD TO JR-BEFORE-IMAGE
              MOVE SPACES TO JR-AFTER-IMAGE
              WRITE JOURNAL-RECORD
              IF NOT JN-FILE-OK
                  DISPLAY '*** WARNING - JOURNAL WRITE FAILED -'
                          ' STATUS ' JN-FILE-STATUS ' - KEY '
                          MF-MASTER-KEY ' ***'
                      UPON CONSOLE
              END-IF
                  .

            210-REGISTER-PURGE-LINE.
              MOVE MF-STORE-ID TO PD-STORE-ID
              MOVE MF-EMPLOYEE-ID TO PD-EMPLOYEE-ID
            250-END-ROUTINE.
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REGISTER-FILE
              IF RECORDS-ARCHIVED = RECORDS-DELETED
                  MOVE ZERO TO RETURN-CODE
              ELSE
                  MOVE 8 TO RETURN-CODE
              END-IF
              STOP RUN
              .

