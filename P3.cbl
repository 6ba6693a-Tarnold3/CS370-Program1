      *        ID, employee ID, old salary, new salary, effective
      *        date, source of change), the same file PROGRAM2
      *        appends to when a CHANGE moves the salary.
      *
      *        Every applied raise also appends an entry to the
      *        cumulative change journal PR1JRNL.TXT with the full
      *        83 byte before and after images of the master
      *        record.  The raise file carries no batch ID, so
      *        each run that applies raises is given a run ID -
      *        'R' followed by the last digit of the year, the
      *        month, the day, and a two digit run number one
      *        higher than any already on the journal under that
      *        day - printed at the top of the register and
      *        carried on every journal entry, so PROGRAM9 can
      *        back the run out by that ID.  A day that has used
      *        all 99 run numbers stops the run.
      *
      *        Every applied raise also appends a pending salary
      *        change record (type S) to the cumulative outbound
      *        payroll feed PR1FEED.TXT, sequence-numbered after
      *        the last record on the file and carrying the old
      *        and new salary and the effective date of the raise,
      *        the same feed PROGRAM2 writes to.  The feed must be
      *        writable or the run is abandoned before the master
      *        is touched.
      *********
      * CALCULATIONS:
      *
      *   proposed salaries are balanced against the trailer
      *   record.  An out-of-balance file, or a file with no
      *   trailer, is refused outright and no update is applied.
      *********
      * COMPLETION CODE:
      *       The run hands back a completion code for the
      *       nightly job stream: 0 when the raise file balanced
      *       and was applied, 4 when the file was refused and no
      *       update was applied, 8 when the run was abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HS-FILE-STATUS.

         SELECT JOURNAL-FILE
           ASSIGN TO 'PR1JRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JN-FILE-STATUS.

         SELECT FEED-FILE
           ASSIGN TO 'PR1FEED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FE-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

             10 FILLER                          PIC X(17).

         FD MASTER-FILE
          RECORD CONTAINS 83 CHARACTERS.
         01 MASTER-RECORD.
          05 MF-MASTER-KEY.
             10 MF-STORE-ID                     PIC A(4).
          05 MF-STARTING-YEARLY-SALARY          PIC 999999V99.
          05 MF-DATE-LAST-PAY-INCREASE          PIC 9(8).
          05 MF-CURRENT-YEARLY-SALARY           PIC 999999V99.
          05 MF-REHIRE-DATE                     PIC 9(8).

         FD REGISTER-FILE
          RECORD CONTAINS 120 CHARACTERS.
          05 HS-EFFECTIVE-DATE                  PIC 9(8).
          05 HS-CHANGE-SOURCE                   PIC X(8).

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

         FD FEED-FILE
          RECORD CONTAINS 100 CHARACTERS.
         01 FEED-RECORD.
          05 FE-SEND-STATUS                     PIC X(1).
             88 FE-PENDING                      VALUE 'P'.
             88 FE-SENT                         VALUE 'S'.
          05 FE-SENT-DATE                       PIC 9(8).
          05 FE-CHANGE-DATA.
             10 FE-SEQUENCE-NUMBER              PIC 9(8).
             10 FE-CHANGE-TYPE                  PIC X(1).
             10 FE-SOURCE-PROGRAM               PIC X(8).
             10 FE-BATCH-ID                     PIC X(8).
             10 FE-STORE-ID                     PIC A(4).
             10 FE-EMPLOYEE-ID                  PIC X(5).
             10 FE-NEW-STORE-ID                 PIC A(4).
             10 FE-EMPLOYEE-POS                 PIC A(2).
             10 FE-EMPLOYEE-LAST-NAME           PIC X(10).
             10 FE-EMPLOYEE-FIRST-NAME          PIC X(10).
             10 FE-EMPLOYEE-MIDDLE-INITIAL      PIC X(1).
             10 FE-EFFECTIVE-DATE               PIC 9(8).
             10 FE-OLD-SALARY                   PIC 9(6)V99.
             10 FE-NEW-SALARY                   PIC 9(6)V99.
             10 FILLER                          PIC X(6).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
              88 TRAILER-FOUND VALUE 'Y'.
           05 HISTORY-OPEN-SW PIC X  VALUE 'N'.
              88 HISTORY-OPEN VALUE 'Y'.
           05 FEED-EOF-SW     PIC X  VALUE 'N'.
              88 FEED-EOF        VALUE 'Y'.
           05 JOURNAL-EOF-SW  PIC X  VALUE 'N'.
              88 JOURNAL-EOF     VALUE 'Y'.

        01 RAISE-FILE-CONTROL.
           05 RT-FILE-STATUS      PIC X(2) VALUE '00'.
              88 HS-FILE-OK               VALUE '00'.
              88 HS-FILE-NOT-FOUND        VALUE '35'.

        01 JOURNAL-FILE-CONTROL.
           05 JN-FILE-STATUS      PIC X(2) VALUE '00'.
              88 JN-FILE-OK               VALUE '00'.
              88 JN-FILE-NOT-FOUND        VALUE '35'.
           05 TIME-FIELDS.
              10 TIME-OF-DAY      PIC 9(8) VALUE ZERO.
           05 TIME-FIELDS-R REDEFINES TIME-FIELDS.
              10 TIME-HHMMSS      PIC 9(6).
              10 FILLER           PIC 9(2).

        01 FEED-FILE-CONTROL.
           05 FE-FILE-STATUS      PIC X(2) VALUE '00'.
              88 FE-FILE-OK               VALUE '00'.
              88 FE-FILE-NOT-FOUND        VALUE '35'.
           05 FEED-LAST-SEQUENCE  PIC 9(8) VALUE ZERO.

      *    THE RUN ID STANDS IN FOR A BATCH ID ON THE JOURNAL -
      *    R + YMMDD + RUN NUMBER OF THE DAY

        01 RAISE-RUN-ID.
           05 RR-RUN-DAY.
              10 RR-PREFIX        PIC X(1)    VALUE 'R'.
              10 RR-YMMDD         PIC 9(5)    VALUE ZERO.
           05 RR-RUN-NUMBER       PIC 9(2)    VALUE ZERO.

        01 BALANCE-CONTROL.
           05 BAL-DETAIL-COUNT    PIC 9(6)    VALUE ZERO.
           05 BAL-HASH-TOTAL      PIC 9(9)V99 VALUE ZERO.

        01 SALARY-HOLD-AREA.
           05 OLD-SALARY-HOLD     PIC 9(6)V99 VALUE ZERO.
           05 MASTER-BEFORE-IMAGE PIC X(83)   VALUE SPACES.

        01 UPDATE-COUNTERS.
           05 RAISES-READ-COUNT   PIC 9(6) VALUE ZERO.
           05 RAISES-APPLIED      PIC 9(6) VALUE ZERO.
           05 RAISES-DENIED       PIC 9(6) VALUE ZERO.
           05 RAISES-REJECTED     PIC 9(6) VALUE ZERO.
           05 FEED-RECORDS-WRITTEN PIC 9(6) VALUE ZERO.

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).
            05        PIC X(2)    VALUE SPACES.
            05        RD-DISPOSITION       PIC X(30)
                                           VALUE SPACES.
         01 RUN-ID-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(7)    VALUE 'RUN ID:'.
            05        PIC X(1)    VALUE SPACE.
            05        RI-RUN-ID            PIC X(8).
         01 BALANCE-ERROR-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(42)   VALUE
              OPEN OUTPUT REGISTER-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              MOVE CURRENT-DATE(4:5) TO RR-YMMDD
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
                          RT-FILE-STATUS ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              PERFORM UNTIL OUT-DATA
              END-IF
                  .

      *    THE JOURNAL IS READ THROUGH ONCE FOR THE HIGHEST RUN
      *    NUMBER ALREADY USED TODAY, THEN OPENED FOR APPEND

            133-OPEN-JOURNAL.
              MOVE ZERO TO RR-RUN-NUMBER
              OPEN INPUT JOURNAL-FILE
              IF JN-FILE-OK
                  PERFORM UNTIL JOURNAL-EOF
                    READ JOURNAL-FILE
                      AT END
                        MOVE 'Y' TO JOURNAL-EOF-SW
                      NOT AT END
                        IF JR-RUN-DAY = RR-RUN-DAY
                           AND JR-RUN-NUMBER NUMERIC
                           AND JR-RUN-NUMBER > RR-RUN-NUMBER
                            MOVE JR-RUN-NUMBER TO RR-RUN-NUMBER
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE JOURNAL-FILE
              END-IF
              IF RR-RUN-NUMBER = 99
                  DISPLAY '*** NO RUN ID LEFT FOR ' RR-RUN-DAY
                          ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  IF HISTORY-OPEN
                      CLOSE HISTORY-FILE
                  END-IF
                  CLOSE MASTER-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              ADD 1 TO RR-RUN-NUMBER
              OPEN EXTEND JOURNAL-FILE
              IF JN-FILE-NOT-FOUND
                  OPEN OUTPUT JOURNAL-FILE
              END-IF
              IF NOT JN-FILE-OK
                  DISPLAY '*** CHANGE JOURNAL NOT WRITABLE - STATUS '
                          JN-FILE-STATUS ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  IF HISTORY-OPEN
                      CLOSE HISTORY-FILE
                  END-IF
                  CLOSE MASTER-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              MOVE RAISE-RUN-ID TO RI-RUN-ID
              MOVE RUN-ID-LINE TO REGISTER-LINE
              MOVE 1 TO PROPER-SPACING
              PERFORM 225-WRITE-LINE
                  .

      *    THE FEED IS READ THROUGH ONCE FOR THE LAST SEQUENCE
      *    NUMBER USED, THEN OPENED FOR APPEND - A FEED THAT WILL
      *    NOT OPEN STOPS THE RUN THE SAME WAY THE JOURNAL DOES

            134-OPEN-FEED.
              OPEN INPUT FEED-FILE
              IF FE-FILE-OK
                  PERFORM UNTIL FEED-EOF
                    READ FEED-FILE
                      AT END
                        MOVE 'Y' TO FEED-EOF-SW
                      NOT AT END
                        IF FE-SEQUENCE-NUMBER > FEED-LAST-SEQUENCE
                            MOVE FE-SEQUENCE-NUMBER TO
                                 FEED-LAST-SEQUENCE
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE FEED-FILE
              END-IF
              OPEN EXTEND FEED-FILE
              IF FE-FILE-NOT-FOUND
                  OPEN OUTPUT FEED-FILE
              END-IF
              IF NOT FE-FILE-OK
                  DISPLAY '*** PAYROLL FEED NOT WRITABLE - STATUS '
                          FE-FILE-STATUS ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  IF HISTORY-OPEN
                      CLOSE HISTORY-FILE
                  END-IF
                  CLOSE MASTER-FILE
                        JOURNAL-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
                  .

            150-PROCESS-RAISES.
              PERFORM 130-OPEN-MASTER
              PERFORM 132-OPEN-HISTORY
              PERFORM 133-OPEN-JOURNAL
              PERFORM 134-OPEN-FEED
              MOVE SPACE TO EOF-FLAG
              OPEN INPUT RAISE-TRANS-FILE
              PERFORM UNTIL OUT-DATA
                  CLOSE HISTORY-FILE
              END-IF
              CLOSE MASTER-FILE
                    JOURNAL-FILE
                    FEED-FILE
                  .

            160-APPLY-RAISE.
                ELSE
                    MOVE MF-CURRENT-YEARLY-SALARY TO
                         OLD-SALARY-HOLD
                    MOVE MASTER-RECORD TO MASTER-BEFORE-IMAGE
                    MOVE RT-PROPOSED-SALARY TO
                         MF-CURRENT-YEARLY-SALARY
                    MOVE RT-EFFECTIVE-DATE TO
                            MOVE 'APPLIED' TO RD-DISPOSITION
                            PERFORM 190-REGISTER-RAISE-LINE
                            PERFORM 210-WRITE-SALARY-HISTORY
                            PERFORM 215-WRITE-JOURNAL-ENTRY
                            PERFORM 217-WRITE-FEED-ENTRY
                    END-REWRITE
                END-IF
                    .
                END-IF
                    .

            215-WRITE-JOURNAL-ENTRY.
                MOVE 'PROGRAM3' TO JR-PROGRAM
                MOVE RAISE-RUN-ID TO JR-BATCH-ID
                MOVE CURRENT-DATE TO JR-DATE
                ACCEPT TIME-OF-DAY FROM TIME
                MOVE TIME-HHMMSS TO JR-TIME
                MOVE 'R' TO JR-ACTION
                MOVE MASTER-BEFORE-IMAGE TO JR-BEFORE-IMAGE
                MOVE MASTER-RECORD TO JR-AFTER-IMAGE
                WRITE JOURNAL-RECORD
                IF NOT JN-FILE-OK
                    DISPLAY '*** WARNING - JOURNAL WRITE FAILED -'
                            ' STATUS ' JN-FILE-STATUS ' - KEY '
                            MF-MASTER-KEY ' ***'
                        UPON CONSOLE
                END-IF
                    .

            217-WRITE-FEED-ENTRY.
                ADD 1 TO FEED-LAST-SEQUENCE
                MOVE SPACES TO FEED-RECORD
                MOVE 'P' TO FE-SEND-STATUS
                MOVE ZERO TO FE-SENT-DATE
                MOVE FEED-LAST-SEQUENCE TO FE-SEQUENCE-NUMBER
                MOVE 'S' TO FE-CHANGE-TYPE
                MOVE 'PROGRAM3' TO FE-SOURCE-PROGRAM
                MOVE RAISE-RUN-ID TO FE-BATCH-ID
                MOVE MF-STORE-ID TO FE-STORE-ID
                MOVE MF-EMPLOYEE-ID TO FE-EMPLOYEE-ID
                MOVE MF-EMPLOYEE-POS TO FE-EMPLOYEE-POS
                MOVE MF-EMPLOYEE-LAST-NAME TO FE-EMPLOYEE-LAST-NAME
                MOVE MF-EMPLOYEE-FIRST-NAME TO
                     FE-EMPLOYEE-FIRST-NAME
                MOVE MF-EMPLOYEE-MIDDLE-INITIAL TO
                     FE-EMPLOYEE-MIDDLE-INITIAL
                MOVE RT-EFFECTIVE-DATE TO FE-EFFECTIVE-DATE
                MOVE OLD-SALARY-HOLD TO FE-OLD-SALARY
                MOVE MF-CURRENT-YEARLY-SALARY TO FE-NEW-SALARY
                WRITE FEED-RECORD
                IF FE-FILE-OK
                    ADD 1 TO FEED-RECORDS-WRITTEN
                ELSE
                    DISPLAY '*** WARNING - PAYROLL FEED WRITE FAILED -'
                            ' STATUS ' FE-FILE-STATUS ' - KEY '
                            MF-MASTER-KEY ' ***'
                        UPON CONSOLE
                END-IF
                    .

            225-WRITE-LINE.
                ADD 1 TO LINE-COUNT
                IF LINE-COUNT > LINES-PER-PAGE
            250-END-ROUTINE.
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REGISTER-FILE
              IF BATCH-BALANCED
                  MOVE ZERO TO RETURN-CODE
              ELSE
                  MOVE 4 TO RETURN-CODE
              END-IF
              STOP RUN
              .

                MOVE 'RAISES REJECTED:' TO CL-LABEL
                MOVE RAISES-REJECTED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'PAYROLL FEED RECORDS:' TO CL-LABEL
                MOVE FEED-RECORDS-WRITTEN TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                    .
