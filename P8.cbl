       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM8.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program audits the Bennett Shoes employee master
      * against the reference, salary history, and archive files
      * it is supposed to agree with.  The update programs only
      * check the records a transaction touches, so a bad code
      * or a history record that drifted from the master can sit
      * on file for months - this run finds them before
      * month-end instead of on the report.
      *
      *********
      * INPUT:
      *       The employee master file, EMPMAST.DAT, an indexed
      *       file keyed on Store ID + Employee ID, read
      *       sequentially.
      *
      *       The position and store reference files, PR1POS.TXT
      *       and PR1STORE.TXT, loaded into tables at
      *       housekeeping.  Only the position generations in
      *       effect on the run date are loaded.
      *
      *       The cumulative salary history file, PR1HIST.TXT,
      *       and the purge archive, PR1ARCH.TXT.
      *
      *********
      * OUTPUT:
      *        The FILE INTEGRITY AUDIT report, AUDITRPT, one line
      *        per exception with the store, employee ID, the
      *        check that failed, and the values involved, then
      *        control counts of records read from each file and
      *        exceptions found by check.
      *
      *********
      * CALCULATIONS:
      *
      *   Each master record is checked on its own for:
      *     - a position code not on PR1POS.TXT
      *     - a store ID not on PR1STORE.TXT
      *     - a last increase date before the hire date
      *     - a separation date before the hire date
      *     - a rehire date before the hire date
      *     - an active employee carrying a separation date
      *     - a current salary below the starting salary
      *
      *   The master, history, and archive records are then
      *   released to a sort on employee ID, so every record for
      *   one employee comes back together - archive first,
      *   history next in the order it was written, master last.
      *   Against that group the run checks for:
      *     - the same employee ID under two store keys
      *     - a current salary that does not match the new
      *       salary on the latest history record - the last
      *       one written, since a backout or correction is
      *       dated the day it is made and may fall ahead of a
      *       raise loaded for a later date (history is matched
      *       on employee ID alone, so a transfer does not break
      *       the match)
      *     - an employee ID on the archive that is still on the
      *       master, unless the master record carries a rehire
      *       date - the copies left on the archive are then the
      *       employee's earlier employments, kept as history
      *
      *   A missing reference file is warned about on the
      *   console and that check is skipped, the same way the
      *   other programs carry on without it.
      *********
      * COMPLETION CODE:
      *       0 when the audit ran to the end, whatever it found
      *       - the exceptions are for a person to read, not a
      *       reason to hold the job stream.  8 when the run was
      *       abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT MASTER-FILE
           ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MF-MASTER-KEY
           FILE STATUS IS MF-FILE-STATUS.

         SELECT POSITION-FILE
           ASSIGN TO 'PR1POS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PS-FILE-STATUS.

         SELECT STORE-FILE
           ASSIGN TO 'PR1STORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SF-FILE-STATUS.

         SELECT HISTORY-FILE
           ASSIGN TO 'PR1HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HS-FILE-STATUS.

         SELECT ARCHIVE-FILE
           ASSIGN TO 'PR1ARCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AR-FILE-STATUS.

         SELECT AUDIT-SORT-FILE
           ASSIGN TO 'PR1AUSW'.

         SELECT REPORT-FILE
           ASSIGN TO PRINTER 'AUDITRPT'.

        DATA DIVISION.
        FILE SECTION.

         FD MASTER-FILE
          RECORD CONTAINS 83 CHARACTERS.
         01 MASTER-RECORD.
          05 MF-MASTER-KEY.
             10 MF-STORE-ID                     PIC A(4).
             10 MF-EMPLOYEE-ID                  PIC X(5).
          05 MF-EMPLOYEE-POS                    PIC A(2).
          05 MF-EMPLOYEE-LAST-NAME              PIC X(10).
          05 MF-EMPLOYEE-FIRST-NAME             PIC X(10).
          05 MF-EMPLOYEE-MIDDLE-INITIAL         PIC X(1).
          05 FILLER                             PIC X(2).
          05 MF-HIRE-DATE                       PIC 9(8).
          05 MF-EMPLOYEE-STATUS                 PIC A(1).
             88 MF-STATUS-TERMINATED            VALUE 'T'.
          05 MF-SEPARATION-DATE                 PIC 9(8).
          05 MF-STARTING-YEARLY-SALARY          PIC 999999V99.
          05 MF-DATE-LAST-PAY-INCREASE          PIC 9(8).
          05 MF-CURRENT-YEARLY-SALARY           PIC 999999V99.
          05 MF-REHIRE-DATE                     PIC 9(8).

         FD POSITION-FILE
          RECORD CONTAINS 42 CHARACTERS.
         01 POSITION-RECORD.
          05 PF-CODE                            PIC X(2).
          05 PF-TITLE                           PIC X(13).
          05 PF-MINIMUM-SALARY                  PIC 9(6)V99.
          05 PF-MAXIMUM-SALARY                  PIC 9(6)V99.
          05 PF-RAISE-PCT                       PIC 99V9.
          05 PF-EFFECTIVE-DATE                  PIC 9(8).

         FD STORE-FILE
          RECORD CONTAINS 46 CHARACTERS.
         01 STORE-RECORD.
          05 SF-STORE-ID                        PIC A(4).
          05 SF-STORE-NAME                      PIC X(20).
          05 SF-CITY-STATE                      PIC X(20).
          05 SF-DISTRICT                        PIC A(2).

         FD HISTORY-FILE
          RECORD CONTAINS 41 CHARACTERS.
         01 HISTORY-RECORD.
          05 HS-STORE-ID                        PIC A(4).
          05 HS-EMPLOYEE-ID                     PIC X(5).
          05 HS-OLD-SALARY                      PIC 9(6)V99.
          05 HS-NEW-SALARY                      PIC 9(6)V99.
          05 HS-EFFECTIVE-DATE                  PIC 9(8).
          05 HS-CHANGE-SOURCE                   PIC X(8).

         FD ARCHIVE-FILE
          RECORD CONTAINS 83 CHARACTERS.
         01 ARCHIVE-RECORD.
          05 AR-STORE-ID                        PIC A(4).
          05 AR-EMPLOYEE-ID                     PIC X(5).
          05 FILLER                             PIC X(74).

      *    ONE SORT RECORD PER MASTER, HISTORY, OR ARCHIVE RECORD -
      *    THE TYPE CODES SORT ARCHIVE AHEAD OF HISTORY AHEAD OF
      *    MASTER, AND THE SEQUENCE NUMBER KEEPS HISTORY RECORDS
      *    IN THE ORDER WRITTEN

         SD AUDIT-SORT-FILE.
         01 AUDIT-SORT-RECORD.
          05 AS-EMPLOYEE-ID                     PIC X(5).
          05 AS-REC-TYPE                        PIC X(1).
             88 AS-ARCHIVE-REC                  VALUE 'A'.
             88 AS-HISTORY-REC                  VALUE 'H'.
             88 AS-MASTER-REC                   VALUE 'M'.
          05 AS-SEQUENCE                        PIC 9(6).
          05 AS-STORE-ID                        PIC A(4).
          05 AS-SALARY                          PIC 9(6)V99.
          05 AS-REHIRE-DATE                     PIC 9(8).

         FD REPORT-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REPORT-LINE        PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 MASTER-EOF-SW   PIC X  VALUE 'N'.
              88 MASTER-EOF      VALUE 'Y'.
           05 HISTORY-EOF-SW  PIC X  VALUE 'N'.
              88 HISTORY-EOF     VALUE 'Y'.
           05 ARCHIVE-EOF-SW  PIC X  VALUE 'N'.
              88 ARCHIVE-EOF     VALUE 'Y'.
           05 SORT-EOF-SW     PIC X  VALUE 'N'.
              88 SORT-EOF        VALUE 'Y'.
           05 POS-EOF-SW      PIC X  VALUE 'N'.
              88 POS-EOF         VALUE 'Y'.
           05 POS-FOUND-SW    PIC X  VALUE 'N'.
              88 POS-FOUND       VALUE 'Y'.
           05 STORE-EOF-SW    PIC X  VALUE 'N'.
              88 STORE-EOF       VALUE 'Y'.
           05 STORE-REF-FOUND-SW PIC X VALUE 'N'.
              88 STORE-REF-FOUND  VALUE 'Y'.
           05 GROUP-ARCHIVED-SW PIC X VALUE 'N'.
              88 GROUP-ARCHIVED   VALUE 'Y'.
           05 GROUP-HISTORY-SW PIC X  VALUE 'N'.
              88 GROUP-HAS-HISTORY VALUE 'Y'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 MF-FILE-OK               VALUE '00'.

        01 POSITION-FILE-CONTROL.
           05 PS-FILE-STATUS      PIC X(2) VALUE '00'.
              88 PS-FILE-OK               VALUE '00'.

        01 STORE-FILE-CONTROL.
           05 SF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 SF-FILE-OK               VALUE '00'.

        01 HISTORY-FILE-CONTROL.
           05 HS-FILE-STATUS      PIC X(2) VALUE '00'.
              88 HS-FILE-OK               VALUE '00'.

        01 ARCHIVE-FILE-CONTROL.
           05 AR-FILE-STATUS      PIC X(2) VALUE '00'.
              88 AR-FILE-OK               VALUE '00'.

        01 AUDIT-COUNTERS.
           05 MASTER-READ         PIC 9(6) VALUE ZERO.
           05 HISTORY-READ        PIC 9(6) VALUE ZERO.
           05 ARCHIVE-READ        PIC 9(6) VALUE ZERO.
           05 EXCEPTIONS-TOTAL    PIC 9(6) VALUE ZERO.
           05 DUP-ID-COUNT        PIC 9(6) VALUE ZERO.
           05 BAD-POSITION-COUNT  PIC 9(6) VALUE ZERO.
           05 BAD-STORE-COUNT     PIC 9(6) VALUE ZERO.
           05 INCR-DATE-COUNT     PIC 9(6) VALUE ZERO.
           05 SEP-DATE-COUNT      PIC 9(6) VALUE ZERO.
           05 REHIRE-DATE-COUNT   PIC 9(6) VALUE ZERO.
           05 ACTIVE-SEP-COUNT    PIC 9(6) VALUE ZERO.
           05 SALARY-LOW-COUNT    PIC 9(6) VALUE ZERO.
           05 HISTORY-DIFF-COUNT  PIC 9(6) VALUE ZERO.
           05 ARCHIVED-COUNT      PIC 9(6) VALUE ZERO.

      *    WHAT HAS BEEN SEEN SO FAR FOR THE EMPLOYEE ID NOW
      *    COMING BACK FROM THE SORT

        01 GROUP-HOLD-AREA.
           05 GROUP-EMPLOYEE-ID   PIC X(5)    VALUE SPACES.
           05 GROUP-MASTER-COUNT  PIC 9(3)    VALUE ZERO.
           05 GROUP-FIRST-STORE   PIC A(4)    VALUE SPACES.
           05 GROUP-LAST-NEW-SALARY PIC 9(6)V99 VALUE ZERO.

        01 RANGE-WORK.
           05 STORE-LOOKUP-KEY    PIC A(4)    VALUE SPACES.
           05 POSITION-LOOKUP-KEY PIC X(2)    VALUE SPACES.

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).

        01 EDIT-WORK.
           05 DATE-EDIT          PIC 9999/99/99.
           05 AMOUNT-EDIT        PIC $ZZZ,ZZ9.99.

        01 SPACING.
           05 PROPER-SPACING     PIC S9          VALUE +2.
           05 SAVED-SPACING      PIC S9          VALUE +2.

        01 SAVED-REPORT-AREA.
           05 SAVED-REPORT-LINE  PIC X(120)      VALUE SPACES.

        01 PAGE-CONTROL.
           05 LINE-COUNT          PIC 9(3) VALUE ZERO.
           05 LINES-PER-PAGE      PIC 9(3) VALUE 050.
           05 HEADER-LINES-USED   PIC 9(3) VALUE 007.
           05 PAGE-NUMBER         PIC 9(4) VALUE ZERO.

      ********** POSITION CODE REFERENCE TABLE **********

        01 POSITION-CODE-TABLE.
           05 PC-COUNT         PIC 9(3) VALUE ZERO.
           05 PC-TABLE-MAX     PIC 9(3) VALUE 025.
           05 PC-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 PC-LOAD-SUB      PIC 9(3) VALUE ZERO.
           05 POSITION-CODE-ENTRY OCCURS 25 TIMES INDEXED BY POS-IDX.
              10 PC-CODE            PIC X(2).
              10 PC-TITLE           PIC X(13).
              10 PC-EFFECTIVE-DATE  PIC 9(8).

      ********** STORE REFERENCE TABLE **********

        01 STORE-REF-TABLE.
           05 SN-COUNT         PIC 9(3) VALUE ZERO.
           05 SN-TABLE-MAX     PIC 9(3) VALUE 050.
           05 SN-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 STORE-REF-ENTRY OCCURS 50 TIMES INDEXED BY SN-IDX.
              10 SN-STORE-ID        PIC A(4).

      ********** OUTPUT AREA **********

         01 HEADING-ONE.
           05 H1-DATE PIC 9999/99/99.
           05         PIC X(11)   VALUE SPACES.
           05         PIC A(13)   VALUE 'BENNETT SHOES'.
           05         PIC X(11)   VALUE SPACES.
           05         PIC XXX     VALUE 'TCA'.
           05         PIC X(2)    VALUE SPACES.
           05         PIC X(4)    VALUE 'PAGE'.
           05         PIC X(1)    VALUE SPACE.
           05 H1-PAGE-NUMBER      PIC ZZZ9.
         01 HEADING-TWO.
            05        PIC X(22)   VALUE SPACES.
            05        PIC X(29)   VALUE
                        'FILE INTEGRITY AUDIT REPORT'.
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(5)    VALUE 'STORE'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(6)    VALUE 'EMP ID'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(9)    VALUE 'EXCEPTION'.
            05        PIC X(27)   VALUE SPACES.
            05        PIC X(6)    VALUE 'VALUES'.
         01 AUDIT-DETAIL-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        AD-STORE-ID          PIC A(4).
            05        PIC X(3)    VALUE SPACES.
            05        AD-EMPLOYEE-ID       PIC X(5).
            05        PIC X(4)    VALUE SPACES.
            05        AD-MESSAGE           PIC X(34).
            05        PIC X(2)    VALUE SPACES.
            05        AD-VALUE-1           PIC X(12).
            05        PIC X(2)    VALUE SPACES.
            05        AD-VALUE-2           PIC X(12).
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(32).
            05        CL-COUNT             PIC ZZZ,ZZ9.
         01 CLEAN-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(38)   VALUE
                        'NO EXCEPTIONS - FILES ARE IN AGREEMENT'.

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              PERFORM 150-AUDIT-FILES
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              OPEN OUTPUT REPORT-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              PERFORM 131-LOAD-POSITION-TABLE
              PERFORM 136-LOAD-STORE-TABLE
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
              PERFORM 140-WRITE-HEADER
                  .

            131-LOAD-POSITION-TABLE.
              PERFORM 132-CLEAR-POSITION-ENTRY
                  VARYING POS-IDX FROM 1 BY 1
                  UNTIL POS-IDX > PC-TABLE-MAX
              OPEN INPUT POSITION-FILE
              IF PS-FILE-OK
                  PERFORM UNTIL POS-EOF
                    READ POSITION-FILE
                      AT END
                        MOVE 'Y' TO POS-EOF-SW
                      NOT AT END
                        PERFORM 133-ADD-POSITION-ENTRY
                    END-READ
                  END-PERFORM
                  CLOSE POSITION-FILE
                  IF PC-DROPPED-COUNT > 0
                      DISPLAY '*** WARNING - ' PC-DROPPED-COUNT
                          ' POSITION RECORD(S) DROPPED -'
                          ' TABLE FULL ***'
                          UPON CONSOLE
                  END-IF
              ELSE
                  DISPLAY '*** WARNING - POSITION REFERENCE FILE'
                          ' NOT AVAILABLE - STATUS ' PS-FILE-STATUS
                          ' - POSITION CODES NOT CHECKED ***'
                      UPON CONSOLE
              END-IF
                  .

            132-CLEAR-POSITION-ENTRY.
              MOVE HIGH-VALUES TO PC-CODE(POS-IDX)
              MOVE SPACES TO PC-TITLE(POS-IDX)
                  .

      *    A CODE CAN CARRY MORE THAN ONE DATED GENERATION - ONLY
      *    THE ONE IN EFFECT ON THE RUN DATE IS KEPT.  A LATER
      *    GENERATION WAITS ON THE FILE UNTIL ITS DATE, AND AN
      *    UNDATED RECORD HAS BEEN IN EFFECT ALL ALONG

            133-ADD-POSITION-ENTRY.
              IF PF-EFFECTIVE-DATE NOT NUMERIC
                  MOVE ZERO TO PF-EFFECTIVE-DATE
              END-IF
              IF PF-EFFECTIVE-DATE NOT > CURRENT-DATE
                  MOVE ZERO TO PC-LOAD-SUB
                  SET POS-IDX TO 1
                  SEARCH POSITION-CODE-ENTRY
                      AT END
                          CONTINUE
                      WHEN POS-IDX > PC-COUNT
                          CONTINUE
                      WHEN PC-CODE(POS-IDX) = PF-CODE
                          SET PC-LOAD-SUB TO POS-IDX
                  END-SEARCH
                  IF PC-LOAD-SUB = ZERO
                      IF PC-COUNT < PC-TABLE-MAX
                          ADD 1 TO PC-COUNT
                          MOVE PC-COUNT TO PC-LOAD-SUB
                      ELSE
                          ADD 1 TO PC-DROPPED-COUNT
                      END-IF
                  ELSE
                      IF PF-EFFECTIVE-DATE NOT >
                         PC-EFFECTIVE-DATE(PC-LOAD-SUB)
                          MOVE ZERO TO PC-LOAD-SUB
                      END-IF
                  END-IF
                  IF PC-LOAD-SUB > ZERO
                      MOVE PF-CODE TO PC-CODE(PC-LOAD-SUB)
                      MOVE PF-TITLE TO PC-TITLE(PC-LOAD-SUB)
                      MOVE PF-EFFECTIVE-DATE TO
                           PC-EFFECTIVE-DATE(PC-LOAD-SUB)
                  END-IF
              END-IF
                  .

            136-LOAD-STORE-TABLE.
              PERFORM 137-CLEAR-STORE-ENTRY
                  VARYING SN-IDX FROM 1 BY 1
                  UNTIL SN-IDX > SN-TABLE-MAX
              OPEN INPUT STORE-FILE
              IF SF-FILE-OK
                  PERFORM UNTIL STORE-EOF
                    READ STORE-FILE
                      AT END
                        MOVE 'Y' TO STORE-EOF-SW
                      NOT AT END
                        PERFORM 138-ADD-STORE-ENTRY
                    END-READ
                  END-PERFORM
                  CLOSE STORE-FILE
                  IF SN-DROPPED-COUNT > 0
                      DISPLAY '*** WARNING - ' SN-DROPPED-COUNT
                          ' STORE RECORD(S) DROPPED - TABLE FULL ***'
                          UPON CONSOLE
                  END-IF
              ELSE
                  DISPLAY '*** WARNING - STORE REFERENCE FILE NOT'
                          ' AVAILABLE - STATUS ' SF-FILE-STATUS
                          ' - STORE IDS NOT CHECKED ***'
                      UPON CONSOLE
              END-IF
                  .

            137-CLEAR-STORE-ENTRY.
              MOVE SPACES TO STORE-REF-ENTRY(SN-IDX)
                  .

            138-ADD-STORE-ENTRY.
              IF SN-COUNT < SN-TABLE-MAX
                  ADD 1 TO SN-COUNT
                  MOVE SF-STORE-ID TO SN-STORE-ID(SN-COUNT)
              ELSE
                  ADD 1 TO SN-DROPPED-COUNT
              END-IF
                  .

            140-WRITE-HEADER.
                ADD 1 TO PAGE-NUMBER
                MOVE PAGE-NUMBER TO H1-PAGE-NUMBER
                WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE

                WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2 LINES
                WRITE REPORT-LINE FROM HEADING-FOUR
              AFTER ADVANCING 2 LINES

              MOVE 2 TO PROPER-SPACING
              MOVE HEADER-LINES-USED TO LINE-COUNT
              .

      *    THE RECORD-LEVEL CHECKS PRINT AS THE MASTER IS READ IN
      *    THE INPUT PROCEDURE - THE CROSS-FILE CHECKS PRINT AS
      *    EACH EMPLOYEE GROUP COMES BACK FROM THE SORT

            150-AUDIT-FILES.
                SORT AUDIT-SORT-FILE
                  ON ASCENDING KEY AS-EMPLOYEE-ID
                                   AS-REC-TYPE
                                   AS-SEQUENCE
                  INPUT PROCEDURE IS 160-RELEASE-AUDIT-RECORDS
                  OUTPUT PROCEDURE IS 200-CHECK-EMPLOYEE-GROUPS
                  .

            160-RELEASE-AUDIT-RECORDS.
              PERFORM 162-RELEASE-MASTER-RECORDS
              PERFORM 166-RELEASE-HISTORY-RECORDS
              PERFORM 168-RELEASE-ARCHIVE-RECORDS
                  .

            162-RELEASE-MASTER-RECORDS.
              OPEN INPUT MASTER-FILE
              IF NOT MF-FILE-OK
                  DISPLAY '*** EMPLOYEE MASTER OPEN FAILED - STATUS '
                          MF-FILE-STATUS ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE REPORT-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              PERFORM UNTIL MASTER-EOF
                READ MASTER-FILE NEXT RECORD
                  AT END
                    MOVE 'Y' TO MASTER-EOF-SW
                  NOT AT END
                    ADD 1 TO MASTER-READ
                    PERFORM 170-CHECK-MASTER-RECORD
                    MOVE MF-EMPLOYEE-ID TO AS-EMPLOYEE-ID
                    MOVE 'M' TO AS-REC-TYPE
                    MOVE MASTER-READ TO AS-SEQUENCE
                    MOVE MF-STORE-ID TO AS-STORE-ID
                    IF MF-CURRENT-YEARLY-SALARY NUMERIC
                        MOVE MF-CURRENT-YEARLY-SALARY TO AS-SALARY
                    ELSE
                        MOVE ZERO TO AS-SALARY
                    END-IF
                    IF MF-REHIRE-DATE NUMERIC
                        MOVE MF-REHIRE-DATE TO AS-REHIRE-DATE
                    ELSE
                        MOVE ZERO TO AS-REHIRE-DATE
                    END-IF
                    RELEASE AUDIT-SORT-RECORD
                END-READ
              END-PERFORM
              CLOSE MASTER-FILE
                  .

            166-RELEASE-HISTORY-RECORDS.
              OPEN INPUT HISTORY-FILE
              IF HS-FILE-OK
                  PERFORM UNTIL HISTORY-EOF
                    READ HISTORY-FILE
                      AT END
                        MOVE 'Y' TO HISTORY-EOF-SW
                      NOT AT END
                        ADD 1 TO HISTORY-READ
                        IF HS-NEW-SALARY NUMERIC
                           AND HS-EFFECTIVE-DATE NUMERIC
                            MOVE HS-EMPLOYEE-ID TO AS-EMPLOYEE-ID
                            MOVE 'H' TO AS-REC-TYPE
                            MOVE HISTORY-READ TO AS-SEQUENCE
                            MOVE HS-STORE-ID TO AS-STORE-ID
                            MOVE HS-NEW-SALARY TO AS-SALARY
                            MOVE ZERO TO AS-REHIRE-DATE
                            RELEASE AUDIT-SORT-RECORD
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE HISTORY-FILE
              ELSE
                  DISPLAY '*** WARNING - SALARY HISTORY FILE NOT'
                          ' AVAILABLE - STATUS ' HS-FILE-STATUS
                          ' - HISTORY NOT CHECKED ***'
                      UPON CONSOLE
              END-IF
                  .

            168-RELEASE-ARCHIVE-RECORDS.
              OPEN INPUT ARCHIVE-FILE
              IF AR-FILE-OK
                  PERFORM UNTIL ARCHIVE-EOF
                    READ ARCHIVE-FILE
                      AT END
                        MOVE 'Y' TO ARCHIVE-EOF-SW
                      NOT AT END
                        ADD 1 TO ARCHIVE-READ
                        MOVE AR-EMPLOYEE-ID TO AS-EMPLOYEE-ID
                        MOVE 'A' TO AS-REC-TYPE
                        MOVE ARCHIVE-READ TO AS-SEQUENCE
                        MOVE AR-STORE-ID TO AS-STORE-ID
                        MOVE ZERO TO AS-SALARY
                        MOVE ZERO TO AS-REHIRE-DATE
                        RELEASE AUDIT-SORT-RECORD
                    END-READ
                  END-PERFORM
                  CLOSE ARCHIVE-FILE
              ELSE
                  DISPLAY '*** WARNING - ARCHIVE FILE NOT AVAILABLE'
                          ' - STATUS ' AR-FILE-STATUS
                          ' - ARCHIVE NOT CHECKED ***'
                      UPON CONSOLE
              END-IF
                  .

      *    DATE CHECKS ONLY COMPARE DATES THAT ARE NUMERIC AND
      *    FILLED IN - A ZERO LAST INCREASE OR SEPARATION DATE
      *    MEANS NONE, NOT A DATE BEFORE THE HIRE DATE

            170-CHECK-MASTER-RECORD.
                IF PC-COUNT > 0
                    MOVE MF-EMPLOYEE-POS TO POSITION-LOOKUP-KEY
                    PERFORM 185-LOOKUP-POSITION
                    IF NOT POS-FOUND
                        ADD 1 TO BAD-POSITION-COUNT
                        MOVE 'POSITION CODE NOT ON PR1POS' TO
                             AD-MESSAGE
                        MOVE MF-EMPLOYEE-POS TO AD-VALUE-1
                        MOVE SPACES TO AD-VALUE-2
                        PERFORM 190-WRITE-MASTER-EXCEPTION
                    END-IF
                END-IF
                IF SN-COUNT > 0
                    MOVE MF-STORE-ID TO STORE-LOOKUP-KEY
                    PERFORM 186-LOOKUP-STORE-REF
                    IF NOT STORE-REF-FOUND
                        ADD 1 TO BAD-STORE-COUNT
                        MOVE 'STORE ID NOT ON PR1STORE' TO
                             AD-MESSAGE
                        MOVE MF-STORE-ID TO AD-VALUE-1
                        MOVE SPACES TO AD-VALUE-2
                        PERFORM 190-WRITE-MASTER-EXCEPTION
                    END-IF
                END-IF
                IF MF-HIRE-DATE NUMERIC
                    PERFORM 175-CHECK-MASTER-DATES
                END-IF
                IF NOT MF-STATUS-TERMINATED
                   AND MF-SEPARATION-DATE NUMERIC
                   AND MF-SEPARATION-DATE > ZERO
                    ADD 1 TO ACTIVE-SEP-COUNT
                    MOVE 'ACTIVE EMPLOYEE HAS SEPARATION DT' TO
                         AD-MESSAGE
                    MOVE MF-SEPARATION-DATE TO DATE-EDIT
                    MOVE DATE-EDIT TO AD-VALUE-1
                    MOVE SPACES TO AD-VALUE-2
                    PERFORM 190-WRITE-MASTER-EXCEPTION
                END-IF
                IF MF-CURRENT-YEARLY-SALARY NUMERIC
                   AND MF-STARTING-YEARLY-SALARY NUMERIC
                    IF MF-CURRENT-YEARLY-SALARY <
                       MF-STARTING-YEARLY-SALARY
                        ADD 1 TO SALARY-LOW-COUNT
                        MOVE 'CURRENT SALARY BELOW STARTING' TO
                             AD-MESSAGE
                        MOVE MF-CURRENT-YEARLY-SALARY TO AMOUNT-EDIT
                        MOVE AMOUNT-EDIT TO AD-VALUE-1
                        MOVE MF-STARTING-YEARLY-SALARY TO AMOUNT-EDIT
                        MOVE AMOUNT-EDIT TO AD-VALUE-2
                        PERFORM 190-WRITE-MASTER-EXCEPTION
                    END-IF
                END-IF
                    .

            175-CHECK-MASTER-DATES.
                IF MF-DATE-LAST-PAY-INCREASE NUMERIC
                   AND MF-DATE-LAST-PAY-INCREASE > ZERO
                   AND MF-DATE-LAST-PAY-INCREASE < MF-HIRE-DATE
                    ADD 1 TO INCR-DATE-COUNT
                    MOVE 'LAST INCREASE BEFORE HIRE DATE' TO
                         AD-MESSAGE
                    MOVE MF-DATE-LAST-PAY-INCREASE TO DATE-EDIT
                    MOVE DATE-EDIT TO AD-VALUE-1
                    MOVE MF-HIRE-DATE TO DATE-EDIT
                    MOVE DATE-EDIT TO AD-VALUE-2
                    PERFORM 190-WRITE-MASTER-EXCEPTION
                END-IF
                IF MF-SEPARATION-DATE NUMERIC
                   AND MF-SEPARATION-DATE > ZERO
                   AND MF-SEPARATION-DATE < MF-HIRE-DATE
                    ADD 1 TO SEP-DATE-COUNT
                    MOVE 'SEPARATION BEFORE HIRE DATE' TO
                         AD-MESSAGE
                    MOVE MF-SEPARATION-DATE TO DATE-EDIT
                    MOVE DATE-EDIT TO AD-VALUE-1
                    MOVE MF-HIRE-DATE TO DATE-EDIT
                    MOVE DATE-EDIT TO AD-VALUE-2
                    PERFORM 190-WRITE-MASTER-EXCEPTION
                END-IF
                IF MF-REHIRE-DATE NUMERIC
                   AND MF-REHIRE-DATE > ZERO
                   AND MF-REHIRE-DATE < MF-HIRE-DATE
                    ADD 1 TO REHIRE-DATE-COUNT
                    MOVE 'REHIRE BEFORE HIRE DATE' TO
                         AD-MESSAGE
                    MOVE MF-REHIRE-DATE TO DATE-EDIT
                    MOVE DATE-EDIT TO AD-VALUE-1
                    MOVE MF-HIRE-DATE TO DATE-EDIT
                    MOVE DATE-EDIT TO AD-VALUE-2
                    PERFORM 190-WRITE-MASTER-EXCEPTION
                END-IF
                    .

            185-LOOKUP-POSITION.
                SET POS-IDX TO 1
                SEARCH POSITION-CODE-ENTRY
                    AT END
                        MOVE 'N' TO POS-FOUND-SW
                    WHEN PC-CODE(POS-IDX) = POSITION-LOOKUP-KEY
                        MOVE 'Y' TO POS-FOUND-SW
                END-SEARCH
                    .

            186-LOOKUP-STORE-REF.
                SET SN-IDX TO 1
                SEARCH STORE-REF-ENTRY
                    AT END
                        MOVE 'N' TO STORE-REF-FOUND-SW
                    WHEN SN-STORE-ID(SN-IDX) = STORE-LOOKUP-KEY
                        MOVE 'Y' TO STORE-REF-FOUND-SW
                END-SEARCH
                    .

            190-WRITE-MASTER-EXCEPTION.
                MOVE MF-STORE-ID TO AD-STORE-ID
                MOVE MF-EMPLOYEE-ID TO AD-EMPLOYEE-ID
                PERFORM 195-WRITE-EXCEPTION-LINE
                    .

            195-WRITE-EXCEPTION-LINE.
                ADD 1 TO EXCEPTIONS-TOTAL
                MOVE AUDIT-DETAIL-LINE TO REPORT-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .

            200-CHECK-EMPLOYEE-GROUPS.
              MOVE 'N' TO SORT-EOF-SW
              PERFORM UNTIL SORT-EOF
                RETURN AUDIT-SORT-FILE
                  AT END
                    MOVE 'Y' TO SORT-EOF-SW
                  NOT AT END
                    IF AS-EMPLOYEE-ID NOT = GROUP-EMPLOYEE-ID
                        PERFORM 205-START-EMPLOYEE-GROUP
                    END-IF
                    EVALUATE TRUE
                        WHEN AS-ARCHIVE-REC
                            MOVE 'Y' TO GROUP-ARCHIVED-SW
                        WHEN AS-HISTORY-REC
                            MOVE 'Y' TO GROUP-HISTORY-SW
                            MOVE AS-SALARY TO GROUP-LAST-NEW-SALARY
                        WHEN AS-MASTER-REC
                            PERFORM 210-CHECK-MASTER-IN-GROUP
                    END-EVALUATE
                END-RETURN
              END-PERFORM
                  .

            205-START-EMPLOYEE-GROUP.
                MOVE AS-EMPLOYEE-ID TO GROUP-EMPLOYEE-ID
                MOVE ZERO TO GROUP-MASTER-COUNT
                MOVE SPACES TO GROUP-FIRST-STORE
                MOVE ZERO TO GROUP-LAST-NEW-SALARY
                MOVE 'N' TO GROUP-ARCHIVED-SW
                MOVE 'N' TO GROUP-HISTORY-SW
                    .

      *    ARCHIVE AND HISTORY RECORDS SORT AHEAD OF THE MASTER,
      *    SO BY THE TIME A MASTER RECORD COMES BACK EVERYTHING
      *    IT IS COMPARED AGAINST HAS ALREADY BEEN SEEN.  A
      *    REHIRED EMPLOYEE MAY STILL HAVE EARLIER EMPLOYMENTS ON
      *    THE ARCHIVE, SO ONLY A MASTER RECORD WITH NO REHIRE
      *    DATE IS REPORTED FOR IT

            210-CHECK-MASTER-IN-GROUP.
                ADD 1 TO GROUP-MASTER-COUNT
                IF GROUP-MASTER-COUNT = 1
                    MOVE AS-STORE-ID TO GROUP-FIRST-STORE
                ELSE
                    ADD 1 TO DUP-ID-COUNT
                    MOVE 'EMPLOYEE ID UNDER TWO STORE KEYS' TO
                         AD-MESSAGE
                    MOVE GROUP-FIRST-STORE TO AD-VALUE-1
                    MOVE AS-STORE-ID TO AD-VALUE-2
                    PERFORM 215-WRITE-GROUP-EXCEPTION
                END-IF
                IF GROUP-HAS-HISTORY
                   AND AS-SALARY NOT = GROUP-LAST-NEW-SALARY
                    ADD 1 TO HISTORY-DIFF-COUNT
                    MOVE 'SALARY NOT = LATEST PR1HIST' TO
                         AD-MESSAGE
                    MOVE AS-SALARY TO AMOUNT-EDIT
                    MOVE AMOUNT-EDIT TO AD-VALUE-1
                    MOVE GROUP-LAST-NEW-SALARY TO AMOUNT-EDIT
                    MOVE AMOUNT-EDIT TO AD-VALUE-2
                    PERFORM 215-WRITE-GROUP-EXCEPTION
                END-IF
                IF GROUP-ARCHIVED AND AS-REHIRE-DATE = ZERO
                    ADD 1 TO ARCHIVED-COUNT
                    MOVE 'ON PR1ARCH AND STILL ON MASTER' TO
                         AD-MESSAGE
                    MOVE SPACES TO AD-VALUE-1
                    MOVE SPACES TO AD-VALUE-2
                    PERFORM 215-WRITE-GROUP-EXCEPTION
                END-IF
                    .

            215-WRITE-GROUP-EXCEPTION.
                MOVE AS-STORE-ID TO AD-STORE-ID
                MOVE AS-EMPLOYEE-ID TO AD-EMPLOYEE-ID
                PERFORM 195-WRITE-EXCEPTION-LINE
                    .

            225-WRITE-LINE.
                ADD 1 TO LINE-COUNT
                IF LINE-COUNT > LINES-PER-PAGE
                    PERFORM 230-NEW-PAGE
                END-IF
                WRITE REPORT-LINE
                    AFTER ADVANCING PROPER-SPACING
                .

            230-NEW-PAGE.
                MOVE PROPER-SPACING TO SAVED-SPACING
                MOVE REPORT-LINE TO SAVED-REPORT-LINE
                PERFORM 140-WRITE-HEADER
                MOVE SAVED-REPORT-LINE TO REPORT-LINE
                MOVE SAVED-SPACING TO PROPER-SPACING
                    .

            250-END-ROUTINE.
                IF EXCEPTIONS-TOTAL = ZERO
                    MOVE CLEAN-LINE TO REPORT-LINE
                    MOVE 2 TO PROPER-SPACING
                    PERFORM 225-WRITE-LINE
                END-IF
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REPORT-FILE
              MOVE ZERO TO RETURN-CODE
              STOP RUN
              .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'MASTER RECORDS READ:' TO CL-LABEL
                MOVE MASTER-READ TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 1 TO PROPER-SPACING
                MOVE 'HISTORY RECORDS READ:' TO CL-LABEL
                MOVE HISTORY-READ TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ARCHIVE RECORDS READ:' TO CL-LABEL
                MOVE ARCHIVE-READ TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'DUPLICATE EMPLOYEE IDS:' TO CL-LABEL
                MOVE DUP-ID-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 1 TO PROPER-SPACING
                MOVE 'POSITION CODES NOT ON FILE:' TO CL-LABEL
                MOVE BAD-POSITION-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STORE IDS NOT ON FILE:' TO CL-LABEL
                MOVE BAD-STORE-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'LAST INCREASE BEFORE HIRE:' TO CL-LABEL
                MOVE INCR-DATE-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'SEPARATION BEFORE HIRE:' TO CL-LABEL
                MOVE SEP-DATE-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'REHIRE BEFORE HIRE:' TO CL-LABEL
                MOVE REHIRE-DATE-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ACTIVE WITH SEPARATION DATE:' TO CL-LABEL
                MOVE ACTIVE-SEP-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'CURRENT BELOW STARTING SALARY:' TO CL-LABEL
                MOVE SALARY-LOW-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'SALARY DIFFERS FROM HISTORY:' TO CL-LABEL
                MOVE HISTORY-DIFF-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ARCHIVED BUT STILL ON MASTER:' TO CL-LABEL
                MOVE ARCHIVED-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'TOTAL EXCEPTIONS:' TO CL-LABEL
                MOVE EXCEPTIONS-TOTAL TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .
