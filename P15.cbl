       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM15.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program produces the Bennett Shoes pre-effective pay
      * band report.  When compensation loads next year's bands on
      * the position reference file ahead of the day they take
      * effect, this report shows which active employees will be
      * outside the new band on the day it starts, so raises can
      * be planned before the band is in force.
      *
      *********
      * INPUT:
      *       The position reference file, PR1POS.TXT.  A position
      *       code may carry more than one generation, each with
      *       its own effective date.  Every generation dated after
      *       the run date is a new band to be checked; the
      *       generation in effect today is shown beside it for
      *       comparison.  A record with no usable effective date
      *       is taken as in effect from the start.
      *
      *       The employee master file, EMPMAST.DAT, an indexed
      *       file keyed on Store ID + Employee ID, read
      *       sequentially.  Terminated employees are passed over.
      *
      *       An employee's salary is taken as it stands today - a
      *       raise not yet applied by PROGRAM3 is not counted.
      *
      *********
      * OUTPUT:
      *        The PRE-EFFECTIVE PAY BAND REPORT, one page per new
      *        band in effective date and position code order,
      *        listing in store and employee order every active
      *        employee on the code whose current salary is below
      *        the new minimum or above the new maximum, with the
      *        amount below or above.  Each band ends with a count
      *        of the employees outside it and the cost of bringing
      *        those below it up to the new minimum; a new band
      *        with no one outside it prints with a zero count.
      *        Chain totals and control counts print at the end.
      *
      *********
      * CALCULATIONS:
      *        BELOW NEW MIN - new minimum - current salary
      *        ABOVE NEW MAX - current salary - new maximum
      *        COST TO MINIMUM - sum of BELOW NEW MIN amounts
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

         SELECT BAND-SORT-FILE
           ASSIGN TO 'PR1PESW'.

         SELECT REPORT-FILE
           ASSIGN TO PRINTER 'BANDRPT'.

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

      *    A TYPE 1 RECORD STARTS EACH NEW BAND SO A BAND WITH NO
      *    ONE OUTSIDE IT STILL PRINTS; TYPE 2 IS AN EMPLOYEE

         SD BAND-SORT-FILE.
         01 BAND-SORT-RECORD.
          05 BS-EFFECTIVE-DATE                  PIC 9(8).
          05 BS-POS-CODE                        PIC X(2).
          05 BS-RECORD-TYPE                     PIC X(1).
             88 BS-BAND-START                   VALUE '1'.
             88 BS-EMPLOYEE                     VALUE '2'.
          05 BS-STORE-ID                        PIC A(4).
          05 BS-EMPLOYEE-ID                     PIC X(5).
          05 BS-GEN-SUB                         PIC 9(3).
          05 BS-EMPLOYEE-NAME.
             10 BS-LAST-NAME                    PIC X(10).
             10 BS-FIRST-NAME                   PIC X(10).
             10 BS-MIDDLE-INITIAL               PIC X(1).
          05 BS-CURRENT-SALARY                  PIC 9(6)V99.
          05 BS-OUTSIDE-FLAG                    PIC X(1).
             88 BS-BELOW-MINIMUM                VALUE 'L'.
             88 BS-ABOVE-MAXIMUM                VALUE 'H'.
          05 BS-AMOUNT-OUTSIDE                  PIC 9(6)V99.

         FD REPORT-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REPORT-LINE        PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 EOF-FLAG           PIC X  VALUE ' '.
              88 OUT-DATA        VALUE 'N'.
           05 POS-EOF-SW      PIC X  VALUE 'N'.
              88 POS-EOF         VALUE 'Y'.
           05 SORT-EOF-SW     PIC X  VALUE 'N'.
              88 SORT-EOF        VALUE 'Y'.
           05 BAND-OPEN-SW    PIC X  VALUE 'N'.
              88 BAND-OPEN       VALUE 'Y'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 MF-FILE-OK               VALUE '00'.

        01 POSITION-FILE-CONTROL.
           05 PS-FILE-STATUS      PIC X(2) VALUE '00'.
              88 PS-FILE-OK               VALUE '00'.

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).

      ********** POSITION GENERATION TABLE **********
      *    EVERY GENERATION ON PR1POS.TXT, IN FILE ORDER.  A
      *    GENERATION DATED AFTER TODAY IS A NEW BAND

        01 POSITION-GEN-TABLE.
           05 PG-COUNT         PIC 9(3) VALUE ZERO.
           05 PG-TABLE-MAX     PIC 9(3) VALUE 075.
           05 PG-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 PG-SUB           PIC 9(3) VALUE ZERO.
           05 PG-CURRENT-SUB   PIC 9(3) VALUE ZERO.
           05 POSITION-GEN-ENTRY OCCURS 75 TIMES.
              10 PG-CODE            PIC X(2).
              10 PG-TITLE           PIC X(13).
              10 PG-MINIMUM-SALARY  PIC 9(6)V99.
              10 PG-MAXIMUM-SALARY  PIC 9(6)V99.
              10 PG-EFFECTIVE-DATE  PIC 9(8).

      ********** TOTALS **********

        01 BAND-TOTALS.
           05 BT-OUTSIDE-COUNT    PIC 9(5)    VALUE ZERO.
           05 BT-BELOW-COUNT      PIC 9(5)    VALUE ZERO.
           05 BT-ABOVE-COUNT      PIC 9(5)    VALUE ZERO.
           05 BT-COST-TO-MINIMUM  PIC 9(8)V99 VALUE ZERO.

        01 CHAIN-TOTALS.
           05 CT-BANDS-CHECKED    PIC 9(5)    VALUE ZERO.
           05 CT-OUTSIDE-COUNT    PIC 9(5)    VALUE ZERO.
           05 CT-BELOW-COUNT      PIC 9(5)    VALUE ZERO.
           05 CT-ABOVE-COUNT      PIC 9(5)    VALUE ZERO.
           05 CT-COST-TO-MINIMUM  PIC 9(8)V99 VALUE ZERO.

        01 BAND-COUNTERS.
           05 POSITIONS-READ      PIC 9(6) VALUE ZERO.
           05 NEW-BANDS-FOUND     PIC 9(6) VALUE ZERO.
           05 MASTER-READ         PIC 9(6) VALUE ZERO.
           05 ACTIVE-CHECKED      PIC 9(6) VALUE ZERO.

        01 SPACING.
           05 PROPER-SPACING     PIC S9          VALUE +2.
           05 SAVED-SPACING      PIC S9          VALUE +2.

        01 SAVED-REPORT-AREA.
           05 SAVED-REPORT-LINE  PIC X(120)      VALUE SPACES.

        01 PAGE-CONTROL.
           05 LINE-COUNT          PIC 9(3) VALUE ZERO.
           05 LINES-PER-PAGE      PIC 9(3) VALUE 050.
           05 HEADER-LINES-USED   PIC 9(3) VALUE 009.
           05 PAGE-NUMBER         PIC 9(4) VALUE ZERO.

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
            05        PIC X(17)   VALUE SPACES.
            05        PIC X(30)   VALUE
                        'PRE-EFFECTIVE PAY BAND REPORT'.
         01 HEADING-THREE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(9)    VALUE 'POSITION '.
            05        H3-POS-CODE          PIC X(2).
            05        PIC X(2)    VALUE SPACES.
            05        H3-POS-TITLE         PIC X(13).
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(10)   VALUE 'EFFECTIVE '.
            05        H3-EFFECTIVE-DATE    PIC 9999/99/99.
         01 HEADING-THREE-B.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(14)   VALUE 'NEW BAND'.
            05        H3-NEW-MINIMUM       PIC ZZZ,ZZ9.99.
            05        PIC X(3)    VALUE ' - '.
            05        H3-NEW-MAXIMUM       PIC ZZZ,ZZ9.99.
            05        PIC X(5)    VALUE SPACES.
            05        PIC X(14)   VALUE 'IN EFFECT NOW'.
            05        H3-NOW-BAND.
               10     H3-NOW-MINIMUM       PIC ZZZ,ZZ9.99.
               10     H3-NOW-DASH          PIC X(3).
               10     H3-NOW-MAXIMUM       PIC ZZZ,ZZ9.99.
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(7)    VALUE 'STORE'.
            05        PIC X(7)    VALUE 'EMP ID'.
            05        PIC X(25)   VALUE 'EMPLOYEE NAME'.
            05        PIC X(14)   VALUE 'CURRENT SALARY'.
            05        PIC X(4)    VALUE SPACES.
            05        PIC X(15)   VALUE 'STATUS'.
            05        PIC X(10)   VALUE '    AMOUNT'.
         01 DETAIL-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        DL-STORE-ID          PIC A(4).
            05        PIC X(3)    VALUE SPACES.
            05        DL-EMPLOYEE-ID       PIC X(5).
            05        PIC X(2)    VALUE SPACES.
            05        DL-LAST-NAME         PIC X(10).
            05        PIC X(1)    VALUE SPACES.
            05        DL-FIRST-NAME        PIC X(10).
            05        PIC X(1)    VALUE SPACES.
            05        DL-MIDDLE-INITIAL    PIC X(1).
            05        PIC X(6)    VALUE SPACES.
            05        DL-CURRENT-SALARY    PIC ZZZ,ZZ9.99.
            05        PIC X(4)    VALUE SPACES.
            05        DL-STATUS            PIC X(15).
            05        DL-AMOUNT-OUTSIDE    PIC ZZZ,ZZ9.99.
         01 TOTAL-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        TL-LABEL             PIC X(25).
            05        TL-COUNT             PIC ZZ,ZZ9.
            05        PIC X(4)    VALUE SPACES.
            05        TL-BELOW-LABEL       PIC X(8).
            05        TL-BELOW-COUNT       PIC ZZ,ZZ9.
            05        PIC X(4)    VALUE SPACES.
            05        TL-ABOVE-LABEL       PIC X(8).
            05        TL-ABOVE-COUNT       PIC ZZ,ZZ9.
            05        PIC X(4)    VALUE SPACES.
            05        TL-COST-LABEL        PIC X(17).
            05        TL-COST-TO-MINIMUM   PIC $$$,$$$,$$9.99.
         01 NONE-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(40)   VALUE
                        'NO FUTURE-DATED BANDS ON FILE'.
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
            05        CL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              PERFORM 200-PRINT-BAND-SECTION
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              OPEN OUTPUT REPORT-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              PERFORM 131-LOAD-POSITION-TABLE
                  .

            131-LOAD-POSITION-TABLE.
              OPEN INPUT POSITION-FILE
              IF PS-FILE-OK
                  PERFORM UNTIL POS-EOF
                    READ POSITION-FILE
                      AT END
                        MOVE 'Y' TO POS-EOF-SW
                      NOT AT END
                        ADD 1 TO POSITIONS-READ
                        PERFORM 133-ADD-POSITION-GENERATION
                    END-READ
                  END-PERFORM
                  CLOSE POSITION-FILE
              ELSE
                  DISPLAY '*** POSITION REFERENCE FILE NOT'
                          ' AVAILABLE - STATUS ' PS-FILE-STATUS
                          ' - NO BANDS TO CHECK ***'
                      UPON CONSOLE
              END-IF
              IF PG-DROPPED-COUNT > ZERO
                  DISPLAY '*** WARNING - POSITION TABLE FULL - '
                          PG-DROPPED-COUNT
                          ' GENERATIONS NOT LOADED ***'
                      UPON CONSOLE
              END-IF
                  .

            133-ADD-POSITION-GENERATION.
                IF PG-COUNT < PG-TABLE-MAX
                    ADD 1 TO PG-COUNT
                    MOVE PF-CODE TO PG-CODE(PG-COUNT)
                    MOVE PF-TITLE TO PG-TITLE(PG-COUNT)
                    MOVE PF-MINIMUM-SALARY TO
                         PG-MINIMUM-SALARY(PG-COUNT)
                    MOVE PF-MAXIMUM-SALARY TO
                         PG-MAXIMUM-SALARY(PG-COUNT)
                    IF PF-EFFECTIVE-DATE NUMERIC
                        MOVE PF-EFFECTIVE-DATE TO
                             PG-EFFECTIVE-DATE(PG-COUNT)
                    ELSE
                        MOVE ZERO TO PG-EFFECTIVE-DATE(PG-COUNT)
                    END-IF
                    IF PG-EFFECTIVE-DATE(PG-COUNT) > CURRENT-DATE
                        ADD 1 TO NEW-BANDS-FOUND
                    END-IF
                ELSE
                    ADD 1 TO PG-DROPPED-COUNT
                END-IF
                    .

            140-WRITE-HEADER.
                ADD 1 TO PAGE-NUMBER
                MOVE PAGE-NUMBER TO H1-PAGE-NUMBER
                WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE

                WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2 LINES
              IF BAND-OPEN
                  WRITE REPORT-LINE FROM HEADING-THREE
                AFTER ADVANCING 2 LINES
                  WRITE REPORT-LINE FROM HEADING-THREE-B
                AFTER ADVANCING 1 LINE
                  WRITE REPORT-LINE FROM HEADING-FOUR
                AFTER ADVANCING 2 LINES
              END-IF

              MOVE 2 TO PROPER-SPACING
              MOVE HEADER-LINES-USED TO LINE-COUNT
              .

      *    EACH ACTIVE EMPLOYEE IS HELD UP AGAINST EVERY NEW BAND
      *    FOR THE POSITION CODE THEY CARRY

            150-RELEASE-BAND-RECORDS.
                PERFORM 152-RELEASE-BAND-START
                    VARYING PG-SUB FROM 1 BY 1
                    UNTIL PG-SUB > PG-COUNT
                OPEN INPUT MASTER-FILE
                IF MF-FILE-OK
                    PERFORM UNTIL OUT-DATA
                      READ MASTER-FILE
                        AT END
                          MOVE 'N' TO EOF-FLAG
                        NOT AT END
                          ADD 1 TO MASTER-READ
                          IF NOT MF-STATUS-TERMINATED
                              ADD 1 TO ACTIVE-CHECKED
                              PERFORM 160-CHECK-EMPLOYEE-BAND
                                  VARYING PG-SUB FROM 1 BY 1
                                  UNTIL PG-SUB > PG-COUNT
                          END-IF
                      END-READ
                    END-PERFORM
                    CLOSE MASTER-FILE
                ELSE
                    DISPLAY '*** EMPLOYEE MASTER NOT AVAILABLE - '
                            'STATUS ' MF-FILE-STATUS
                            ' - NO EMPLOYEES CHECKED ***'
                        UPON CONSOLE
                END-IF
                    .

            152-RELEASE-BAND-START.
                IF PG-EFFECTIVE-DATE(PG-SUB) > CURRENT-DATE
                    INITIALIZE BAND-SORT-RECORD
                    MOVE PG-EFFECTIVE-DATE(PG-SUB) TO
                         BS-EFFECTIVE-DATE
                    MOVE PG-CODE(PG-SUB) TO BS-POS-CODE
                    MOVE '1' TO BS-RECORD-TYPE
                    MOVE PG-SUB TO BS-GEN-SUB
                    RELEASE BAND-SORT-RECORD
                END-IF
                    .

            160-CHECK-EMPLOYEE-BAND.
                IF PG-CODE(PG-SUB) = MF-EMPLOYEE-POS
                   AND PG-EFFECTIVE-DATE(PG-SUB) > CURRENT-DATE
                    IF MF-CURRENT-YEARLY-SALARY <
                       PG-MINIMUM-SALARY(PG-SUB)
                        MOVE 'L' TO BS-OUTSIDE-FLAG
                        COMPUTE BS-AMOUNT-OUTSIDE =
                            PG-MINIMUM-SALARY(PG-SUB) -
                            MF-CURRENT-YEARLY-SALARY
                        PERFORM 165-RELEASE-EMPLOYEE
                    ELSE
                      IF MF-CURRENT-YEARLY-SALARY >
                         PG-MAXIMUM-SALARY(PG-SUB)
                          MOVE 'H' TO BS-OUTSIDE-FLAG
                          COMPUTE BS-AMOUNT-OUTSIDE =
                              MF-CURRENT-YEARLY-SALARY -
                              PG-MAXIMUM-SALARY(PG-SUB)
                          PERFORM 165-RELEASE-EMPLOYEE
                      END-IF
                    END-IF
                END-IF
                    .

            165-RELEASE-EMPLOYEE.
                MOVE PG-EFFECTIVE-DATE(PG-SUB) TO BS-EFFECTIVE-DATE
                MOVE PG-CODE(PG-SUB) TO BS-POS-CODE
                MOVE '2' TO BS-RECORD-TYPE
                MOVE MF-STORE-ID TO BS-STORE-ID
                MOVE MF-EMPLOYEE-ID TO BS-EMPLOYEE-ID
                MOVE PG-SUB TO BS-GEN-SUB
                MOVE MF-EMPLOYEE-LAST-NAME TO BS-LAST-NAME
                MOVE MF-EMPLOYEE-FIRST-NAME TO BS-FIRST-NAME
                MOVE MF-EMPLOYEE-MIDDLE-INITIAL TO BS-MIDDLE-INITIAL
                MOVE MF-CURRENT-YEARLY-SALARY TO BS-CURRENT-SALARY
                RELEASE BAND-SORT-RECORD
                    .

      *    THE BAND IN EFFECT TODAY FOR THE CODE IS THE LATEST
      *    GENERATION DATED ON OR BEFORE TODAY

            180-FIND-CURRENT-BAND.
                MOVE ZERO TO PG-CURRENT-SUB
                PERFORM 182-CHECK-CURRENT-BAND
                    VARYING PG-SUB FROM 1 BY 1
                    UNTIL PG-SUB > PG-COUNT
                    .

            182-CHECK-CURRENT-BAND.
                IF PG-CODE(PG-SUB) = BS-POS-CODE
                   AND PG-EFFECTIVE-DATE(PG-SUB) NOT > CURRENT-DATE
                    IF PG-CURRENT-SUB = ZERO
                        MOVE PG-SUB TO PG-CURRENT-SUB
                    ELSE
                      IF PG-EFFECTIVE-DATE(PG-SUB) >
                         PG-EFFECTIVE-DATE(PG-CURRENT-SUB)
                          MOVE PG-SUB TO PG-CURRENT-SUB
                      END-IF
                    END-IF
                END-IF
                    .

            200-PRINT-BAND-SECTION.
                IF NEW-BANDS-FOUND = ZERO
                    PERFORM 140-WRITE-HEADER
                    MOVE NONE-LINE TO REPORT-LINE
                    MOVE 2 TO PROPER-SPACING
                    PERFORM 225-WRITE-LINE
                ELSE
                    SORT BAND-SORT-FILE
                      ON ASCENDING KEY BS-EFFECTIVE-DATE
                                       BS-POS-CODE
                                       BS-GEN-SUB
                                       BS-RECORD-TYPE
                                       BS-STORE-ID
                                       BS-EMPLOYEE-ID
                      INPUT PROCEDURE IS 150-RELEASE-BAND-RECORDS
                      OUTPUT PROCEDURE IS 210-PRINT-SORTED-BANDS
                    PERFORM 222-PRINT-CHAIN-TOTAL
                END-IF
                    .

            210-PRINT-SORTED-BANDS.
                PERFORM UNTIL SORT-EOF
                    RETURN BAND-SORT-FILE
                      AT END
                        MOVE 'Y' TO SORT-EOF-SW
                      NOT AT END
                        IF BS-BAND-START
                            IF BAND-OPEN
                                PERFORM 220-PRINT-BAND-TOTAL
                            END-IF
                            PERFORM 217-START-BAND-PAGE
                        ELSE
                            PERFORM 215-PRINT-EMPLOYEE-LINE
                        END-IF
                    END-RETURN
                END-PERFORM
                IF BAND-OPEN
                    PERFORM 220-PRINT-BAND-TOTAL
                END-IF
                    .

            215-PRINT-EMPLOYEE-LINE.
                MOVE BS-STORE-ID TO DL-STORE-ID
                MOVE BS-EMPLOYEE-ID TO DL-EMPLOYEE-ID
                MOVE BS-LAST-NAME TO DL-LAST-NAME
                MOVE BS-FIRST-NAME TO DL-FIRST-NAME
                MOVE BS-MIDDLE-INITIAL TO DL-MIDDLE-INITIAL
                MOVE BS-CURRENT-SALARY TO DL-CURRENT-SALARY
                MOVE BS-AMOUNT-OUTSIDE TO DL-AMOUNT-OUTSIDE
                ADD 1 TO BT-OUTSIDE-COUNT
                IF BS-BELOW-MINIMUM
                    MOVE 'BELOW NEW MIN' TO DL-STATUS
                    ADD 1 TO BT-BELOW-COUNT
                    ADD BS-AMOUNT-OUTSIDE TO BT-COST-TO-MINIMUM
                ELSE
                    MOVE 'ABOVE NEW MAX' TO DL-STATUS
                    ADD 1 TO BT-ABOVE-COUNT
                END-IF
                MOVE DETAIL-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 1 TO PROPER-SPACING
                    .

            217-START-BAND-PAGE.
                MOVE 'Y' TO BAND-OPEN-SW
                ADD 1 TO CT-BANDS-CHECKED
                MOVE BS-GEN-SUB TO PG-SUB
                MOVE PG-CODE(PG-SUB) TO H3-POS-CODE
                MOVE PG-TITLE(PG-SUB) TO H3-POS-TITLE
                MOVE PG-EFFECTIVE-DATE(PG-SUB) TO H3-EFFECTIVE-DATE
                MOVE PG-MINIMUM-SALARY(PG-SUB) TO H3-NEW-MINIMUM
                MOVE PG-MAXIMUM-SALARY(PG-SUB) TO H3-NEW-MAXIMUM
                PERFORM 180-FIND-CURRENT-BAND
                IF PG-CURRENT-SUB = ZERO
                    MOVE 'NONE' TO H3-NOW-BAND
                ELSE
                    MOVE PG-MINIMUM-SALARY(PG-CURRENT-SUB) TO
                         H3-NOW-MINIMUM
                    MOVE ' - ' TO H3-NOW-DASH
                    MOVE PG-MAXIMUM-SALARY(PG-CURRENT-SUB) TO
                         H3-NOW-MAXIMUM
                END-IF
                PERFORM 140-WRITE-HEADER
                    .

            220-PRINT-BAND-TOTAL.
                MOVE 'EMPLOYEES OUTSIDE BAND:' TO TL-LABEL
                MOVE BT-OUTSIDE-COUNT TO TL-COUNT
                MOVE 'BELOW:' TO TL-BELOW-LABEL
                MOVE BT-BELOW-COUNT TO TL-BELOW-COUNT
                MOVE 'ABOVE:' TO TL-ABOVE-LABEL
                MOVE BT-ABOVE-COUNT TO TL-ABOVE-COUNT
                MOVE 'COST TO MINIMUM:' TO TL-COST-LABEL
                MOVE BT-COST-TO-MINIMUM TO TL-COST-TO-MINIMUM
                MOVE TOTAL-LINE TO REPORT-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                ADD BT-OUTSIDE-COUNT TO CT-OUTSIDE-COUNT
                ADD BT-BELOW-COUNT TO CT-BELOW-COUNT
                ADD BT-ABOVE-COUNT TO CT-ABOVE-COUNT
                ADD BT-COST-TO-MINIMUM TO CT-COST-TO-MINIMUM
                INITIALIZE BAND-TOTALS
                MOVE 'N' TO BAND-OPEN-SW
                    .

            222-PRINT-CHAIN-TOTAL.
                MOVE 'CHAIN - EMPS OUTSIDE:' TO TL-LABEL
                MOVE CT-OUTSIDE-COUNT TO TL-COUNT
                MOVE 'BELOW:' TO TL-BELOW-LABEL
                MOVE CT-BELOW-COUNT TO TL-BELOW-COUNT
                MOVE 'ABOVE:' TO TL-ABOVE-LABEL
                MOVE CT-ABOVE-COUNT TO TL-ABOVE-COUNT
                MOVE 'COST TO MINIMUM:' TO TL-COST-LABEL
                MOVE CT-COST-TO-MINIMUM TO TL-COST-TO-MINIMUM
                MOVE TOTAL-LINE TO REPORT-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'NEW BANDS CHECKED:' TO CL-LABEL
                MOVE CT-BANDS-CHECKED TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .

            225-WRITE-LINE.
                ADD 1 TO LINE-COUNT
                IF LINE-COUNT > LINES-PER-PAGE
                    PERFORM 235-NEW-PAGE
                END-IF
                WRITE REPORT-LINE
                    AFTER ADVANCING PROPER-SPACING
                .

            235-NEW-PAGE.
                MOVE PROPER-SPACING TO SAVED-SPACING
                MOVE REPORT-LINE TO SAVED-REPORT-LINE
                PERFORM 140-WRITE-HEADER
                MOVE SAVED-REPORT-LINE TO REPORT-LINE
                MOVE SAVED-SPACING TO PROPER-SPACING
                    .

            250-END-ROUTINE.
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REPORT-FILE
              STOP RUN
              .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'POSITION RECORDS READ:' TO CL-LABEL
                MOVE POSITIONS-READ TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'FUTURE-DATED BANDS:' TO CL-LABEL
                MOVE NEW-BANDS-FOUND TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'GENERATIONS NOT LOADED:' TO CL-LABEL
                MOVE PG-DROPPED-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'MASTER RECORDS READ:' TO CL-LABEL
                MOVE MASTER-READ TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ACTIVE EMPLOYEES CHECKED:' TO CL-LABEL
                MOVE ACTIVE-CHECKED TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                    .
