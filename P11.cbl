       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM11.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program compares each Bennett Shoes store's payroll
      * budget against what the employee master actually carries,
      * so budget checks stop being done by hand from the
      * PROGRAM1 store subtotals.
      *
      *********
      * INPUT:
      *       The store budget file, PR1BUDG.TXT, maintained by
      *       PROGRAM5: store ID, fiscal year, budgeted headcount,
      *       and budgeted yearly salary dollars.  Only the
      *       entries for the fiscal year being reported are used.
      *       The fiscal year is the year of the run date unless
      *       FY=YYYY is supplied as the command line parameter.
      *
      *       The employee master file, EMPMAST.DAT, an indexed
      *       file keyed on Store ID + Employee ID.  Active
      *       (not terminated) employees are counted and their
      *       current yearly salaries totalled by store.
      *
      *       The proposed-raise file, PR1RAISE.TXT, written by
      *       PROGRAM1 and marked up by compensation.  A raise
      *       marked A (approved) is still pending when the master
      *       still carries the current salary the raise was
      *       proposed against - once PROGRAM3 applies it the
      *       master carries the proposed salary instead.
      *
      *       The store reference file, PR1STORE.TXT, for the
      *       store name and district.
      *
      *********
      * OUTPUT:
      *        The STORE PAYROLL BUDGET VARIANCE REPORT, in
      *        district and store order, showing for each store
      *        the budgeted and actual headcount, the budgeted and
      *        actual salary dollars, the variance, the yearly
      *        cost of the approved raises not yet applied, and
      *        the projected variance once they are, with a total
      *        line for each district and for the chain.  Control
      *        counts print at the end.
      *
      *********
      * CALCULATIONS:
      *
      *   Variance           = actual salary - budget salary
      *   Projected variance = variance + pending raise cost
      *   Pending raise cost = proposed salary - current salary
      *
      *   A positive variance is over budget.  Each line is
      *   flagged:
      *     OVER BUDGET    - actual salary already over budget
      *     PUSHED OVER    - under budget today, but the pending
      *                      raises would put it over
      *     OVER HEADCOUNT - salary within budget but more active
      *                      employees than budgeted
      *     NO BUDGET      - no budget entry for the fiscal year
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT BUDGET-FILE
           ASSIGN TO 'PR1BUDG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BG-FILE-STATUS.

         SELECT MASTER-FILE
           ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MF-MASTER-KEY
           FILE STATUS IS MF-FILE-STATUS.

         SELECT RAISE-TRANS-FILE
           ASSIGN TO 'PR1RAISE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RT-FILE-STATUS.

         SELECT STORE-FILE
           ASSIGN TO 'PR1STORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SF-FILE-STATUS.

         SELECT VARIANCE-SORT-FILE
           ASSIGN TO 'PR1VASW'.

         SELECT REPORT-FILE
           ASSIGN TO PRINTER 'BUDGRPT'.

        DATA DIVISION.
        FILE SECTION.

         FD BUDGET-FILE
          RECORD CONTAINS 23 CHARACTERS.
         01 BUDGET-RECORD.
          05 BF-STORE-ID                        PIC A(4).
          05 BF-FISCAL-YEAR                     PIC 9(4).
          05 BF-BUDGET-HEADCOUNT                PIC 9(4).
          05 BF-BUDGET-SALARY                   PIC 9(9)V99.

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

         FD RAISE-TRANS-FILE
          RECORD CONTAINS 35 CHARACTERS.
         01 RAISE-TRANS-RECORD.
          05 RT-RECORD-TYPE                     PIC X(1).
             88 RT-DETAIL-RECORD                VALUE 'R'.
             88 RT-TRAILER-RECORD               VALUE 'T'.
          05 RT-RECORD-BODY                     PIC X(34).
          05 RT-DETAIL-FIELDS REDEFINES
             RT-RECORD-BODY.
             10 RT-STORE-ID                     PIC A(4).
             10 RT-EMPLOYEE-ID                  PIC X(5).
             10 RT-CURRENT-SALARY               PIC 9(6)V99.
             10 RT-PROPOSED-SALARY              PIC 9(6)V99.
             10 RT-EFFECTIVE-DATE               PIC 9(8).
             10 RT-APPROVAL-FLAG                PIC X(1).
                88 RT-APPROVED                  VALUE 'A'.
                88 RT-DENIED                    VALUE 'D'.

         FD STORE-FILE
          RECORD CONTAINS 46 CHARACTERS.
         01 STORE-RECORD.
          05 SF-STORE-ID                        PIC A(4).
          05 SF-STORE-NAME                      PIC X(20).
          05 SF-CITY-STATE                      PIC X(20).
          05 SF-DISTRICT                        PIC A(2).

         SD VARIANCE-SORT-FILE.
         01 VARIANCE-SORT-RECORD.
          05 VS-DISTRICT                        PIC A(2).
          05 VS-STORE-ID                        PIC A(4).
          05 VS-STORE-NAME                      PIC X(20).
          05 VS-BUDGET-FOUND-SW                 PIC X(1).
          05 VS-BUDGET-HEADCOUNT                PIC 9(4).
          05 VS-BUDGET-SALARY                   PIC 9(9)V99.
          05 VS-ACTUAL-HEADCOUNT                PIC 9(4).
          05 VS-ACTUAL-SALARY                   PIC 9(9)V99.
          05 VS-PENDING-COUNT                   PIC 9(4).
          05 VS-PENDING-COST                    PIC 9(9)V99.

         FD REPORT-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REPORT-LINE        PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 EOF-FLAG           PIC X  VALUE ' '.
              88 OUT-DATA        VALUE 'N'.
           05 BUDGET-EOF-SW   PIC X  VALUE 'N'.
              88 BUDGET-EOF      VALUE 'Y'.
           05 RAISE-EOF-SW    PIC X  VALUE 'N'.
              88 RAISE-EOF       VALUE 'Y'.
           05 STORE-EOF-SW    PIC X  VALUE 'N'.
              88 STORE-EOF       VALUE 'Y'.
           05 SORT-EOF-SW     PIC X  VALUE 'N'.
              88 SORT-EOF        VALUE 'Y'.
           05 STORE-ENTRY-SW  PIC X  VALUE 'N'.
              88 STORE-ENTRY-FOUND VALUE 'Y'.
           05 DETAIL-LINE-SW  PIC X  VALUE 'N'.
              88 PRINTING-DETAIL VALUE 'Y'.

        01 BUDGET-FILE-CONTROL.
           05 BG-FILE-STATUS      PIC X(2) VALUE '00'.
              88 BG-FILE-OK               VALUE '00'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 MF-FILE-OK               VALUE '00'.

        01 RAISE-FILE-CONTROL.
           05 RT-FILE-STATUS      PIC X(2) VALUE '00'.
              88 RT-FILE-OK               VALUE '00'.

        01 STORE-FILE-CONTROL.
           05 SF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 SF-FILE-OK               VALUE '00'.

        01 RUN-PARM-FIELDS.
           05 RUN-PARM           PIC X(45) VALUE SPACES.
           05 RUN-PARM-R REDEFINES RUN-PARM.
              10 PARM-KEYWORD    PIC X(3).
              10 PARM-YEAR       PIC X(4).
              10 FILLER          PIC X(38).

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).
           05 CURRENT-DATE-R REDEFINES CURRENT-DATE.
              10 CURRENT-YEAR    PIC 9(4).
              10 FILLER          PIC 9(4).

        01 REPORT-CONTROL.
           05 FISCAL-YEAR         PIC 9(4)    VALUE ZERO.
           05 STORE-LOOKUP-KEY    PIC A(4)    VALUE SPACES.
           05 PREVIOUS-DISTRICT   PIC A(2)    VALUE SPACES.
           05 PENDING-COST-WORK   PIC 9(6)V99 VALUE ZERO.

      ********** AMOUNTS FOR THE LINE BEING PRINTED **********
      *    A STORE LINE, A DISTRICT TOTAL, AND THE CHAIN TOTAL ALL
      *    PRINT THROUGH THE SAME FORMATTING PARAGRAPH

        01 PRINT-WORK.
           05 PW-BUDGET-FOUND-SW  PIC X(1)    VALUE 'Y'.
           05 PW-BUDGET-HEADCOUNT PIC 9(6)    VALUE ZERO.
           05 PW-BUDGET-SALARY    PIC 9(9)V99 VALUE ZERO.
           05 PW-ACTUAL-HEADCOUNT PIC 9(6)    VALUE ZERO.
           05 PW-ACTUAL-SALARY    PIC 9(9)V99 VALUE ZERO.
           05 PW-PENDING-COST     PIC 9(9)V99 VALUE ZERO.
           05 PW-HEADCOUNT-VAR    PIC S9(6)   VALUE ZERO.
           05 PW-SALARY-VAR       PIC S9(9)V99 VALUE ZERO.
           05 PW-PROJECTED-VAR    PIC S9(9)V99 VALUE ZERO.

        01 DISTRICT-TOTALS.
           05 DT-BUDGET-HEADCOUNT PIC 9(6)    VALUE ZERO.
           05 DT-BUDGET-SALARY    PIC 9(9)V99 VALUE ZERO.
           05 DT-ACTUAL-HEADCOUNT PIC 9(6)    VALUE ZERO.
           05 DT-ACTUAL-SALARY    PIC 9(9)V99 VALUE ZERO.
           05 DT-PENDING-COST     PIC 9(9)V99 VALUE ZERO.

        01 CHAIN-TOTALS.
           05 CT-BUDGET-HEADCOUNT PIC 9(6)    VALUE ZERO.
           05 CT-BUDGET-SALARY    PIC 9(9)V99 VALUE ZERO.
           05 CT-ACTUAL-HEADCOUNT PIC 9(6)    VALUE ZERO.
           05 CT-ACTUAL-SALARY    PIC 9(9)V99 VALUE ZERO.
           05 CT-PENDING-COST     PIC 9(9)V99 VALUE ZERO.

        01 VARIANCE-COUNTERS.
           05 BUDGETS-FOR-YEAR    PIC 9(6) VALUE ZERO.
           05 MASTER-READ         PIC 9(6) VALUE ZERO.
           05 ACTIVE-COUNTED      PIC 9(6) VALUE ZERO.
           05 RAISES-PENDING      PIC 9(6) VALUE ZERO.
           05 STORES-REPORTED     PIC 9(6) VALUE ZERO.
           05 STORES-OVER         PIC 9(6) VALUE ZERO.
           05 STORES-PUSHED-OVER  PIC 9(6) VALUE ZERO.
           05 STORES-OVER-HC      PIC 9(6) VALUE ZERO.
           05 STORES-NO-BUDGET    PIC 9(6) VALUE ZERO.

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

      ********** STORE VARIANCE TABLE **********
      *    ONE ENTRY PER STORE - STARTED FROM PR1STORE.TXT AND
      *    FILLED IN FROM THE BUDGET FILE, THE MASTER, AND THE
      *    RAISE FILE.  A STORE ON THE BUDGET FILE OR THE MASTER
      *    BUT NOT ON THE STORE FILE GETS AN ENTRY OF ITS OWN

        01 VARIANCE-TABLE.
           05 VT-COUNT         PIC 9(3) VALUE ZERO.
           05 VT-TABLE-MAX     PIC 9(3) VALUE 060.
           05 VT-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 VARIANCE-ENTRY OCCURS 60 TIMES INDEXED BY VT-IDX.
              10 VT-DISTRICT        PIC A(2).
              10 VT-STORE-ID        PIC A(4).
              10 VT-STORE-NAME      PIC X(20).
              10 VT-BUDGET-FOUND-SW PIC X(1).
              10 VT-BUDGET-HEADCOUNT PIC 9(4).
              10 VT-BUDGET-SALARY   PIC 9(9)V99.
              10 VT-ACTUAL-HEADCOUNT PIC 9(4).
              10 VT-ACTUAL-SALARY   PIC 9(9)V99.
              10 VT-PENDING-COUNT   PIC 9(4).
              10 VT-PENDING-COST    PIC 9(9)V99.

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
            05        PIC X(16)   VALUE SPACES.
            05        PIC X(36)   VALUE
                        'STORE PAYROLL BUDGET VARIANCE REPORT'.
         01 HEADING-THREE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(12)   VALUE 'FISCAL YEAR:'.
            05        PIC X(1)    VALUE SPACE.
            05        H3-FISCAL-YEAR       PIC 9(4).
            05        PIC X(5)    VALUE SPACES.
            05        PIC X(28)   VALUE
                        'SALARY AMOUNTS IN DOLLARS'.
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(20)   VALUE 'STORE / NAME'.
            05        PIC X(6)    VALUE 'BUD HC'.
            05        PIC X(6)    VALUE ' ACT'.
            05        PIC X(7)    VALUE ' HC VAR'.
            05        PIC X(12)   VALUE '    BUDGET'.
            05        PIC X(12)   VALUE '    ACTUAL'.
            05        PIC X(13)   VALUE '   VARIANCE'.
            05        PIC X(12)   VALUE '   PENDING'.
            05        PIC X(13)   VALUE '  PROJECTED'.
            05        PIC X(4)    VALUE 'FLAG'.
         01 VARIANCE-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        VL-LABEL             PIC X(20).
            05        VL-BUDGET-HEADCOUNT  PIC ZZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        VL-ACTUAL-HEADCOUNT  PIC ZZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        VL-HEADCOUNT-VAR     PIC -ZZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        VL-BUDGET-SALARY     PIC ZZ,ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        VL-ACTUAL-SALARY     PIC ZZ,ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        VL-SALARY-VAR        PIC -ZZ,ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        VL-PENDING-COST      PIC ZZ,ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        VL-PROJECTED-VAR     PIC -ZZ,ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        VL-FLAG              PIC X(14).
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
            05        CL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              PERFORM 150-GATHER-ACTUALS
              PERFORM 200-PRINT-VARIANCE-REPORT
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              OPEN OUTPUT REPORT-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              MOVE CURRENT-YEAR TO FISCAL-YEAR
              ACCEPT RUN-PARM FROM COMMAND-LINE
              IF PARM-KEYWORD = 'FY='
                  IF PARM-YEAR NUMERIC
                      MOVE PARM-YEAR TO FISCAL-YEAR
                  ELSE
                      DISPLAY '*** FY= PARAMETER NOT NUMERIC -'
                              ' RUN DATE YEAR USED ***'
                          UPON CONSOLE
                  END-IF
              END-IF
              MOVE FISCAL-YEAR TO H3-FISCAL-YEAR
              PERFORM 131-LOAD-STORE-ENTRIES
              PERFORM 135-LOAD-BUDGET-ENTRIES
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
              PERFORM 140-WRITE-HEADER
                  .

            131-LOAD-STORE-ENTRIES.
              OPEN INPUT STORE-FILE
              IF SF-FILE-OK
                  PERFORM UNTIL STORE-EOF
                    READ STORE-FILE
                      AT END
                        MOVE 'Y' TO STORE-EOF-SW
                      NOT AT END
                        MOVE SF-STORE-ID TO STORE-LOOKUP-KEY
                        PERFORM 180-FIND-STORE-ENTRY
                        IF STORE-ENTRY-FOUND
                            MOVE SF-STORE-NAME TO
                                 VT-STORE-NAME(VT-IDX)
                            MOVE SF-DISTRICT TO VT-DISTRICT(VT-IDX)
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE STORE-FILE
              ELSE
                  DISPLAY '*** WARNING - STORE REFERENCE FILE NOT'
                          ' AVAILABLE - STATUS ' SF-FILE-STATUS
                          ' - NO DISTRICT ROLL-UP ***'
                      UPON CONSOLE
              END-IF
                  .

            135-LOAD-BUDGET-ENTRIES.
              OPEN INPUT BUDGET-FILE
              IF BG-FILE-OK
                  PERFORM UNTIL BUDGET-EOF
                    READ BUDGET-FILE
                      AT END
                        MOVE 'Y' TO BUDGET-EOF-SW
                      NOT AT END
                        IF BF-FISCAL-YEAR = FISCAL-YEAR
                            PERFORM 137-TAKE-BUDGET-ENTRY
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE BUDGET-FILE
              ELSE
                  DISPLAY '*** WARNING - STORE BUDGET FILE NOT'
                          ' AVAILABLE - STATUS ' BG-FILE-STATUS
                          ' - EVERY STORE REPORTS NO BUDGET ***'
                      UPON CONSOLE
              END-IF
                  .

            137-TAKE-BUDGET-ENTRY.
              MOVE BF-STORE-ID TO STORE-LOOKUP-KEY
              PERFORM 180-FIND-STORE-ENTRY
              IF STORE-ENTRY-FOUND
                  ADD 1 TO BUDGETS-FOR-YEAR
                  MOVE 'Y' TO VT-BUDGET-FOUND-SW(VT-IDX)
                  MOVE BF-BUDGET-HEADCOUNT TO
                       VT-BUDGET-HEADCOUNT(VT-IDX)
                  MOVE BF-BUDGET-SALARY TO
                       VT-BUDGET-SALARY(VT-IDX)
              END-IF
                  .

            140-WRITE-HEADER.
                ADD 1 TO PAGE-NUMBER
                MOVE PAGE-NUMBER TO H1-PAGE-NUMBER
                WRITE REPORT-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE

                WRITE REPORT-LINE FROM HEADING-TWO
              AFTER ADVANCING 2 LINES
                WRITE REPORT-LINE FROM HEADING-THREE
              AFTER ADVANCING 2 LINES
                WRITE REPORT-LINE FROM HEADING-FOUR
              AFTER ADVANCING 2 LINES

              MOVE 2 TO PROPER-SPACING
              MOVE HEADER-LINES-USED TO LINE-COUNT
              .

            150-GATHER-ACTUALS.
              OPEN INPUT MASTER-FILE
              IF MF-FILE-OK
                  PERFORM UNTIL OUT-DATA
                    READ MASTER-FILE NEXT RECORD
                      AT END
                        MOVE 'N' TO EOF-FLAG
                      NOT AT END
                        ADD 1 TO MASTER-READ
                        PERFORM 160-TALLY-MASTER-RECORD
                    END-READ
                  END-PERFORM
                  PERFORM 170-TALLY-PENDING-RAISES
                  CLOSE MASTER-FILE
              ELSE
                  DISPLAY '*** EMPLOYEE MASTER NOT AVAILABLE -'
                          ' STATUS ' MF-FILE-STATUS
                          ' - NO ACTUALS REPORTED ***'
                      UPON CONSOLE
              END-IF
                  .

            160-TALLY-MASTER-RECORD.
                IF NOT MF-STATUS-TERMINATED
                    MOVE MF-STORE-ID TO STORE-LOOKUP-KEY
                    PERFORM 180-FIND-STORE-ENTRY
                    IF STORE-ENTRY-FOUND
                        ADD 1 TO ACTIVE-COUNTED
                        ADD 1 TO VT-ACTUAL-HEADCOUNT(VT-IDX)
                        ADD MF-CURRENT-YEARLY-SALARY TO
                            VT-ACTUAL-SALARY(VT-IDX)
                    END-IF
                END-IF
                    .

      *    AN APPROVED RAISE IS PENDING ONLY WHILE THE MASTER STILL
      *    CARRIES THE SALARY IT WAS PROPOSED AGAINST - THE STORE
      *    IT IS CHARGED TO IS THE ONE THE EMPLOYEE IS AT NOW

            170-TALLY-PENDING-RAISES.
              OPEN INPUT RAISE-TRANS-FILE
              IF RT-FILE-OK
                  PERFORM UNTIL RAISE-EOF
                    READ RAISE-TRANS-FILE
                      AT END
                        MOVE 'Y' TO RAISE-EOF-SW
                      NOT AT END
                        IF RT-DETAIL-RECORD AND RT-APPROVED
                            PERFORM 175-CHECK-RAISE-PENDING
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE RAISE-TRANS-FILE
              ELSE
                  DISPLAY '*** WARNING - RAISE FILE NOT AVAILABLE -'
                          ' STATUS ' RT-FILE-STATUS
                          ' - NO PENDING RAISES COSTED ***'
                      UPON CONSOLE
              END-IF
                  .

            175-CHECK-RAISE-PENDING.
                MOVE RT-STORE-ID TO MF-STORE-ID
                MOVE RT-EMPLOYEE-ID TO MF-EMPLOYEE-ID
                READ MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT MF-STATUS-TERMINATED
                           AND MF-CURRENT-YEARLY-SALARY =
                               RT-CURRENT-SALARY
                           AND RT-PROPOSED-SALARY >
                               RT-CURRENT-SALARY
                            COMPUTE PENDING-COST-WORK =
                                RT-PROPOSED-SALARY -
                                RT-CURRENT-SALARY
                            MOVE MF-STORE-ID TO STORE-LOOKUP-KEY
                            PERFORM 180-FIND-STORE-ENTRY
                            IF STORE-ENTRY-FOUND
                                ADD 1 TO RAISES-PENDING
                                ADD 1 TO VT-PENDING-COUNT(VT-IDX)
                                ADD PENDING-COST-WORK TO
                                    VT-PENDING-COST(VT-IDX)
                            END-IF
                        END-IF
                END-READ
                    .

      *    FINDS THE STORE'S ENTRY, ADDING ONE IF THE STORE IS
      *    NOT IN THE TABLE YET - A STORE WITH NO REFERENCE ENTRY
      *    ROLLS UP UNDER DISTRICT '??'

            180-FIND-STORE-ENTRY.
                MOVE 'N' TO STORE-ENTRY-SW
                SET VT-IDX TO 1
                SEARCH VARIANCE-ENTRY
                    AT END
                        CONTINUE
                    WHEN VT-STORE-ID(VT-IDX) = STORE-LOOKUP-KEY
                        MOVE 'Y' TO STORE-ENTRY-SW
                END-SEARCH
                IF NOT STORE-ENTRY-FOUND
                    IF VT-COUNT < VT-TABLE-MAX
                        ADD 1 TO VT-COUNT
                        SET VT-IDX TO VT-COUNT
                        MOVE '??' TO VT-DISTRICT(VT-IDX)
                        MOVE STORE-LOOKUP-KEY TO VT-STORE-ID(VT-IDX)
                        MOVE '*** NOT ON FILE ***' TO
                             VT-STORE-NAME(VT-IDX)
                        MOVE 'N' TO VT-BUDGET-FOUND-SW(VT-IDX)
                        MOVE ZERO TO VT-BUDGET-HEADCOUNT(VT-IDX)
                        MOVE ZERO TO VT-BUDGET-SALARY(VT-IDX)
                        MOVE ZERO TO VT-ACTUAL-HEADCOUNT(VT-IDX)
                        MOVE ZERO TO VT-ACTUAL-SALARY(VT-IDX)
                        MOVE ZERO TO VT-PENDING-COUNT(VT-IDX)
                        MOVE ZERO TO VT-PENDING-COST(VT-IDX)
                        MOVE 'Y' TO STORE-ENTRY-SW
                    ELSE
                        ADD 1 TO VT-DROPPED-COUNT
                        IF VT-DROPPED-COUNT = 1
                            DISPLAY '*** WARNING - STORE TABLE FULL -'
                                    ' STORES DROPPED FROM REPORT ***'
                                UPON CONSOLE
                        END-IF
                    END-IF
                END-IF
                    .

            200-PRINT-VARIANCE-REPORT.
                SORT VARIANCE-SORT-FILE
                  ON ASCENDING KEY VS-DISTRICT
                                   VS-STORE-ID
                  INPUT PROCEDURE IS 205-RELEASE-STORE-ENTRIES
                  OUTPUT PROCEDURE IS 210-PRINT-SORTED-STORES
                  .

      *    A STORE WITH NO BUDGET, NO EMPLOYEES, AND NO PENDING
      *    RAISES HAS NOTHING TO REPORT AND IS LEFT OFF

            205-RELEASE-STORE-ENTRIES.
                PERFORM VARYING VT-IDX FROM 1 BY 1
                        UNTIL VT-IDX > VT-COUNT
                    IF VT-BUDGET-FOUND-SW(VT-IDX) = 'Y'
                       OR VT-ACTUAL-HEADCOUNT(VT-IDX) > ZERO
                       OR VT-PENDING-COUNT(VT-IDX) > ZERO
                        MOVE VARIANCE-ENTRY(VT-IDX) TO
                             VARIANCE-SORT-RECORD
                        RELEASE VARIANCE-SORT-RECORD
                    END-IF
                END-PERFORM
                    .

            210-PRINT-SORTED-STORES.
                PERFORM UNTIL SORT-EOF
                    RETURN VARIANCE-SORT-FILE
                      AT END
                        MOVE 'Y' TO SORT-EOF-SW
                      NOT AT END
                        PERFORM 215-PRINT-STORE-LINE
                    END-RETURN
                END-PERFORM
                IF PREVIOUS-DISTRICT NOT = SPACES
                    PERFORM 220-PRINT-DISTRICT-TOTAL
                END-IF
                PERFORM 222-PRINT-CHAIN-TOTAL
                    .

            215-PRINT-STORE-LINE.
                IF VS-DISTRICT NOT = PREVIOUS-DISTRICT
                    IF PREVIOUS-DISTRICT NOT = SPACES
                        PERFORM 220-PRINT-DISTRICT-TOTAL
                    END-IF
                    MOVE VS-DISTRICT TO PREVIOUS-DISTRICT
                END-IF
                ADD 1 TO STORES-REPORTED
                MOVE VS-BUDGET-FOUND-SW TO PW-BUDGET-FOUND-SW
                MOVE VS-BUDGET-HEADCOUNT TO PW-BUDGET-HEADCOUNT
                MOVE VS-BUDGET-SALARY TO PW-BUDGET-SALARY
                MOVE VS-ACTUAL-HEADCOUNT TO PW-ACTUAL-HEADCOUNT
                MOVE VS-ACTUAL-SALARY TO PW-ACTUAL-SALARY
                MOVE VS-PENDING-COST TO PW-PENDING-COST
                ADD VS-BUDGET-HEADCOUNT TO DT-BUDGET-HEADCOUNT
                ADD VS-BUDGET-SALARY TO DT-BUDGET-SALARY
                ADD VS-ACTUAL-HEADCOUNT TO DT-ACTUAL-HEADCOUNT
                ADD VS-ACTUAL-SALARY TO DT-ACTUAL-SALARY
                ADD VS-PENDING-COST TO DT-PENDING-COST
                MOVE SPACES TO VL-LABEL
                STRING VS-STORE-ID '  ' VS-STORE-NAME
                    DELIMITED BY SIZE
                    INTO VL-LABEL
                END-STRING
                MOVE 'Y' TO DETAIL-LINE-SW
                PERFORM 230-FORMAT-VARIANCE-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .

            220-PRINT-DISTRICT-TOTAL.
                MOVE 'Y' TO PW-BUDGET-FOUND-SW
                MOVE DT-BUDGET-HEADCOUNT TO PW-BUDGET-HEADCOUNT
                MOVE DT-BUDGET-SALARY TO PW-BUDGET-SALARY
                MOVE DT-ACTUAL-HEADCOUNT TO PW-ACTUAL-HEADCOUNT
                MOVE DT-ACTUAL-SALARY TO PW-ACTUAL-SALARY
                MOVE DT-PENDING-COST TO PW-PENDING-COST
                ADD DT-BUDGET-HEADCOUNT TO CT-BUDGET-HEADCOUNT
                ADD DT-BUDGET-SALARY TO CT-BUDGET-SALARY
                ADD DT-ACTUAL-HEADCOUNT TO CT-ACTUAL-HEADCOUNT
                ADD DT-ACTUAL-SALARY TO CT-ACTUAL-SALARY
                ADD DT-PENDING-COST TO CT-PENDING-COST
                MOVE SPACES TO VL-LABEL
                STRING '  DISTRICT ' PREVIOUS-DISTRICT ' TOTAL'
                    DELIMITED BY SIZE
                    INTO VL-LABEL
                END-STRING
                MOVE 'N' TO DETAIL-LINE-SW
                PERFORM 230-FORMAT-VARIANCE-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE SPACES TO REPORT-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                INITIALIZE DISTRICT-TOTALS
                    .

            222-PRINT-CHAIN-TOTAL.
                MOVE 'Y' TO PW-BUDGET-FOUND-SW
                MOVE CT-BUDGET-HEADCOUNT TO PW-BUDGET-HEADCOUNT
                MOVE CT-BUDGET-SALARY TO PW-BUDGET-SALARY
                MOVE CT-ACTUAL-HEADCOUNT TO PW-ACTUAL-HEADCOUNT
                MOVE CT-ACTUAL-SALARY TO PW-ACTUAL-SALARY
                MOVE CT-PENDING-COST TO PW-PENDING-COST
                MOVE 'CHAIN TOTAL' TO VL-LABEL
                MOVE 'N' TO DETAIL-LINE-SW
                PERFORM 230-FORMAT-VARIANCE-LINE
                MOVE 2 TO PROPER-SPACING
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

      *    THE FLAG IS WORKED OUT THE SAME WAY FOR A STORE, A
      *    DISTRICT, OR THE CHAIN - ONLY STORE LINES ARE COUNTED

            230-FORMAT-VARIANCE-LINE.
                COMPUTE PW-HEADCOUNT-VAR =
                    PW-ACTUAL-HEADCOUNT - PW-BUDGET-HEADCOUNT
                COMPUTE PW-SALARY-VAR =
                    PW-ACTUAL-SALARY - PW-BUDGET-SALARY
                COMPUTE PW-PROJECTED-VAR =
                    PW-SALARY-VAR + PW-PENDING-COST
                MOVE PW-BUDGET-HEADCOUNT TO VL-BUDGET-HEADCOUNT
                MOVE PW-ACTUAL-HEADCOUNT TO VL-ACTUAL-HEADCOUNT
                MOVE PW-HEADCOUNT-VAR TO VL-HEADCOUNT-VAR
                MOVE PW-BUDGET-SALARY TO VL-BUDGET-SALARY
                MOVE PW-ACTUAL-SALARY TO VL-ACTUAL-SALARY
                MOVE PW-SALARY-VAR TO VL-SALARY-VAR
                MOVE PW-PENDING-COST TO VL-PENDING-COST
                MOVE PW-PROJECTED-VAR TO VL-PROJECTED-VAR
                MOVE SPACES TO VL-FLAG
                EVALUATE TRUE
                    WHEN PW-BUDGET-FOUND-SW NOT = 'Y'
                        MOVE 'NO BUDGET' TO VL-FLAG
                        IF PRINTING-DETAIL
                            ADD 1 TO STORES-NO-BUDGET
                        END-IF
                    WHEN PW-SALARY-VAR > ZERO
                        MOVE 'OVER BUDGET' TO VL-FLAG
                        IF PRINTING-DETAIL
                            ADD 1 TO STORES-OVER
                        END-IF
                    WHEN PW-PROJECTED-VAR > ZERO
                        MOVE 'PUSHED OVER' TO VL-FLAG
                        IF PRINTING-DETAIL
                            ADD 1 TO STORES-PUSHED-OVER
                        END-IF
                    WHEN PW-HEADCOUNT-VAR > ZERO
                        MOVE 'OVER HEADCOUNT' TO VL-FLAG
                        IF PRINTING-DETAIL
                            ADD 1 TO STORES-OVER-HC
                        END-IF
                END-EVALUATE
                MOVE VARIANCE-LINE TO REPORT-LINE
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
                MOVE 'BUDGETS FOR FISCAL YEAR:' TO CL-LABEL
                MOVE BUDGETS-FOR-YEAR TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'MASTER RECORDS READ:' TO CL-LABEL
                MOVE MASTER-READ TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'ACTIVE EMPLOYEES COUNTED:' TO CL-LABEL
                MOVE ACTIVE-COUNTED TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'APPROVED RAISES PENDING:' TO CL-LABEL
                MOVE RAISES-PENDING TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STORES REPORTED:' TO CL-LABEL
                MOVE STORES-REPORTED TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STORES OVER BUDGET:' TO CL-LABEL
                MOVE STORES-OVER TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STORES PUSHED OVER:' TO CL-LABEL
                MOVE STORES-PUSHED-OVER TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STORES OVER HEADCOUNT:' TO CL-LABEL
                MOVE STORES-OVER-HC TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STORES WITH NO BUDGET:' TO CL-LABEL
                MOVE STORES-NO-BUDGET TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                    .
