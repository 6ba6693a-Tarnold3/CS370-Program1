      *       10. Starting Yearly Salary
      *       11. Date of Last Pay Increase
      *       12. Current Yearly Salary
      *       13. Rehire Date (zero unless the employee was
      *           rehired)
      *
      *       The store reference file, PR1STORE.TXT, carries one
      *       record per store: the store ID, the store name, the
      *       a new salary for payroll.  It is loaded into the
      *       position table at housekeeping time, so a new
      *       position is a reference file change, not a program
      *       change.  A code may carry more than one generation,
      *       each with its own effective date; the generation in
      *       effect on the as-of date supplies the title, the
      *       range check, and the raise percentage, so next
      *       year's bands can sit on the file ahead of time.
      *
      *       Records are sorted by Store ID and then Employee Last
      *       Name before printing, so store rosters come out grouped
      *        snapshot PR1SNAP.TXT; the delta section compares
      *        this run against the prior snapshot and lists new
      *        employee IDs, IDs gone without a 'T' status, newly
      *        terminated employees, rehired employees, and salary
      *        changes with old and new amounts.  A terminated
      *        employee who comes back active, or a new ID whose
      *        record carries a rehire date, is a rehire and prints
      *        as REHIRED rather than as a new employee.  An ID
      *        that disappears from one store and appears at
      *        another in the same run is a store transfer, and
      *        prints as a single TRANSFER line with the from and
      *        to stores instead of a gone line and a new-hire
      *        line.
      *****
      *        Each store roster prints under a repeated heading
      *        block once a page fills, with a page number in the
      *       that point instead of reprinting from the first record,
      *       so a failure near the end of a long combined-store file
      *       does not require a full rerun.
      *********
      * COMPLETION CODE:
      *       The run hands back a completion code for the
      *       nightly job stream: 0 when the report ran to the
      *       end, 8 when the run was abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
        FILE SECTION.

         FD INPUT-FILE
          RECORD CONTAINS 83 CHARACTERS.
         01 INPUT-RECORD.
          05 RF-MASTER-KEY.
             10 RF-STORE-ID                     PIC A(4).
          05 RF-STARTING-YEARLY-SALARY          PIC 999999V99.
          05 RF-DATE-LAST-PAY-INCREASE          PIC 9(8).
          05 RF-CURRENT-YEARLY-SALARY           PIC 999999V99.
          05 RF-REHIRE-DATE                     PIC 9(8).

         SD SORT-WORK-FILE.
         01 SORT-RECORD.
         01 RAISE-TRANS-RECORD PIC X(35).

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
           05 DELTA-WRITE-COUNT PIC 9(6)   VALUE ZERO.

      *    ONE PENDING DELTA RECORD IS HELD BACK WHILE PRINTING
      *    THE SORTED DELTA FILE SO A 'G' AND AN 'N' OR 'R'
      *    CARRYING THE SAME EMPLOYEE ID CAN COLLAPSE INTO ONE
      *    TRANSFER

        01 DELTA-PRINT-HOLD.
           05 DP-PENDING-SW    PIC X(1)    VALUE 'N'.
           05 PC-COUNT         PIC 9(3) VALUE ZERO.
           05 PC-TABLE-MAX     PIC 9(3) VALUE 025.
           05 PC-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 PC-LOAD-SUB      PIC 9(3) VALUE ZERO.
           05 POSITION-CODE-ENTRY OCCURS 25 TIMES INDEXED BY POS-IDX.
              10 PC-CODE            PIC X(2).
              10 PC-TITLE           PIC X(13).
              10 PC-MINIMUM-SALARY  PIC 9(6)V99.
              10 PC-MAXIMUM-SALARY  PIC 9(6)V99.
              10 PC-RAISE-PCT       PIC 99V9.
              10 PC-EFFECTIVE-DATE  PIC 9(8).

        01 COMP-SUMMARY-TABLE.
           05 CS-COUNT         PIC 9(3) VALUE ZERO.
              MOVE ZERO TO PC-MINIMUM-SALARY(POS-IDX)
              MOVE ZERO TO PC-MAXIMUM-SALARY(POS-IDX)
              MOVE ZERO TO PC-RAISE-PCT(POS-IDX)
              MOVE ZERO TO PC-EFFECTIVE-DATE(POS-IDX)
                  .

      *    A CODE CAN CARRY MORE THAN ONE DATED GENERATION - ONLY
      *    THE ONE IN EFFECT ON THE AS-OF DATE IS KEPT.  A LATER
      *    GENERATION WAITS ON THE FILE UNTIL ITS DATE, AND AN
      *    UNDATED RECORD HAS BEEN IN EFFECT ALL ALONG

            131-ADD-POSITION-ENTRY.
              IF PF-EFFECTIVE-DATE NOT NUMERIC
                  MOVE ZERO TO PF-EFFECTIVE-DATE
              END-IF
              IF PF-EFFECTIVE-DATE NOT > AS-OF-DATE
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
                      MOVE PF-MINIMUM-SALARY TO
                           PC-MINIMUM-SALARY(PC-LOAD-SUB)
                      MOVE PF-MAXIMUM-SALARY TO
                           PC-MAXIMUM-SALARY(PC-LOAD-SUB)
                      MOVE PF-RAISE-PCT TO PC-RAISE-PCT(PC-LOAD-SUB)
                      MOVE PF-EFFECTIVE-DATE TO
                           PC-EFFECTIVE-DATE(PC-LOAD-SUB)
                  END-IF
              END-IF
                  .

      *    SNAPSHOT IS MATCHED WITH ONE RECORD OF LOOKAHEAD:
      *    SNAPSHOT KEYS BELOW THE MASTER KEY ARE GONE, AN EQUAL
      *    KEY COMPARES STATUS AND SALARY, AND A MASTER KEY WITH
      *    NO SNAPSHOT ENTRY IS A NEW EMPLOYEE - OR A REHIRE WHEN
      *    THE RECORD CARRIES A REHIRE DATE, SINCE A REHIRE FROM
      *    THE ARCHIVE OR AT ANOTHER STORE COMES BACK UNDER A KEY
      *    THE SNAPSHOT DOES NOT HOLD

            189-TRACK-RUN-DELTA.
                IF SNAPSHOT-OPEN
                             DELTA-NEW-WORK
                        PERFORM 193-WRITE-DELTA-RECORD
                    ELSE
                      IF SNAP-HOLD-STATUS = 'T'
                         AND RF-EMPLOYEE-STATUS NOT = 'T'
                          MOVE 'R' TO DELTA-TYPE-WORK
                          MOVE SNAP-HOLD-SALARY TO
                               DELTA-OLD-WORK
                          MOVE RF-CURRENT-YEARLY-SALARY TO
                               DELTA-NEW-WORK
                          PERFORM 193-WRITE-DELTA-RECORD
                      ELSE
                        IF RF-CURRENT-YEARLY-SALARY NOT =
                           SNAP-HOLD-SALARY
                            MOVE 'S' TO DELTA-TYPE-WORK
                            MOVE SNAP-HOLD-SALARY TO
                                 DELTA-OLD-WORK
                            MOVE RF-CURRENT-YEARLY-SALARY TO
                                 DELTA-NEW-WORK
                            PERFORM 193-WRITE-DELTA-RECORD
                        END-IF
                      END-IF
                    END-IF
                    PERFORM 149-READ-SNAPSHOT-RECORD
                ELSE
                    IF PREV-SNAP-FOUND
                        IF RF-REHIRE-DATE NUMERIC
                           AND RF-REHIRE-DATE > ZERO
                            MOVE 'R' TO DELTA-TYPE-WORK
                        ELSE
                            MOVE 'N' TO DELTA-TYPE-WORK
                        END-IF
                        MOVE ZERO TO DELTA-OLD-WORK
                        MOVE RF-CURRENT-YEARLY-SALARY TO
                             DELTA-NEW-WORK
                            ' OPEN FAILED - STATUS ' SRP-FILE-STATUS
                            ' - RUN ABANDONED ***'
                        UPON CONSOLE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                    .
              CLOSE REPORT-FILE
                    RAISE-TRANS-FILE
                    EXTRACT-FILE
              MOVE ZERO TO RETURN-CODE
              STOP RUN
              .

                    .

      *    DELTAS COME BACK SORTED BY EMPLOYEE ID, SO A 'G' AND
      *    AN 'N' OR 'R' FOR THE SAME EMPLOYEE ARRIVE BACK TO BACK -
      *    ONE RECORD IS HELD PENDING SO THE PAIR CAN COLLAPSE
      *    INTO A SINGLE TRANSFER LINE WITH FROM AND TO STORES

            305-HANDLE-DELTA-RECORD.
                IF DP-PENDING
                   AND DP-TYPE = 'G'
                   AND (DS-TYPE = 'N' OR DS-TYPE = 'R')
                   AND DS-EMPLOYEE-ID = DP-EMPLOYEE-ID
                    MOVE 'X' TO DP-TYPE
                    MOVE DS-STORE-ID TO DP-NEW-STORE
                        MOVE 'NEW EMPLOYEE' TO DD-MESSAGE
                        MOVE DP-NEW-SALARY TO DELTA-AMOUNT-ED
                        MOVE DELTA-AMOUNT-ED TO DD-NEW-AMOUNT
                    WHEN 'R'
                        MOVE 'REHIRED' TO DD-MESSAGE
                        IF DP-OLD-SALARY > ZERO
                            MOVE DP-OLD-SALARY TO DELTA-AMOUNT-ED
                            MOVE DELTA-AMOUNT-ED TO DD-OLD-AMOUNT
                        END-IF
                        MOVE DP-NEW-SALARY TO DELTA-AMOUNT-ED
                        MOVE DELTA-AMOUNT-ED TO DD-NEW-AMOUNT
                    WHEN 'G'
                        MOVE 'GONE - NO TERMINATION STATUS' TO
                             DD-MESSAGE
