
      ***********************************************************
      *
      * This program maintains the Bennett Shoes position, store,
      * and store budget reference files from keyed maintenance
      * transactions, the same way PROGRAM2 maintains the
      * employee master, so the reference files stop being
      * hand-edited in a text editor.
      *       contains one record per requested change:
      *       1. File Code    P = position reference file
      *                       S = store reference file
      *                       B = store budget file
      *       2. Action Code  A = ADD a new reference entry
      *                       C = CHANGE an existing entry
      *                       D = DELETE an entry outright
      *       3. The record image in the same layout as the
      *          reference file the transaction maintains
      *
      *       A position code may carry more than one generation,
      *       each with its own effective date, so next year's
      *       bands and raise percent can be loaded ahead of the
      *       day they take effect and the old ones are kept.  A
      *       position transaction that carries an effective date
      *       works on that one generation: ADD puts a new dated
      *       generation on file, CHANGE and DELETE touch only the
      *       generation with that date, though a dated DELETE
      *       may not take off the only generation in effect
      *       today while employees carry the code.  A position
      *       transaction with the date left blank works as it
      *       always has: ADD puts on a new code with no date (in
      *       effect from the start), CHANGE alters the generation
      *       in effect today, and DELETE takes the code off with
      *       all of its generations.
      *
      *       The position reference file, PR1POS.TXT, and the
      *       store reference file, PR1STORE.TXT, are loaded
      *       into tables at housekeeping time and rewritten in
      *       transactions reject and the file on disk is left
      *       untouched rather than rewritten short.
      *
      *       The store budget file, PR1BUDG.TXT, holds one entry
      *       per store and fiscal year: store ID, fiscal year,
      *       budgeted headcount, and budgeted yearly salary
      *       dollars.  It is loaded and rewritten the same way
      *       as the other two reference files; a budget file
      *       not yet on disk is started empty so the first year
      *       can be loaded with ADD transactions.  PROGRAM11
      *       reports budget against actual from it.
      *
      *       The employee master file, EMPMAST.DAT, is read
      *       once at housekeeping to count the employees
      *       carrying each position code and store ID, so a
      *   numeric minimum no greater than the numeric maximum,
      *   and a raise percent between 00.1 and 20.0.  Store ADD
      *   and CHANGE actions must carry a store name and an
      *   alphabetic district code.  Budget ADD and CHANGE
      *   actions must name a store on the store reference file
      *   and carry a numeric fiscal year, headcount, and salary
      *   budget; the key of a budget entry is store ID plus
      *   fiscal year.  ADD rejects a duplicate key; CHANGE and
      *   DELETE require the key on file; and DELETE refuses a
      *   position code or store ID that employees on the master
      *   still carry.
      *********
      * COMPLETION CODE:
      *       The run hands back a completion code for the
      *       nightly job stream: 0 when every reference file
      *       loaded, 4 when a reference file or the employee
      *       master could not be loaded and that file's
      *       transactions were refused, 8 when the run was
      *       abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SF-FILE-STATUS.

         SELECT BUDGET-FILE
           ASSIGN TO 'PR1BUDG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BG-FILE-STATUS.

         SELECT MASTER-FILE
           ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
          05 TR-FILE-CODE                       PIC A(1).
             88 TR-FILE-POSITION                VALUE 'P'.
             88 TR-FILE-STORE                   VALUE 'S'.
             88 TR-FILE-BUDGET                  VALUE 'B'.
             88 TR-FILE-VALID                   VALUE 'P' 'S' 'B'.
          05 TR-ACTION                          PIC A(1).
             88 TR-ACTION-ADD                   VALUE 'A'.
             88 TR-ACTION-CHANGE                VALUE 'C'.
             10 TP-MINIMUM-SALARY               PIC 9(6)V99.
             10 TP-MAXIMUM-SALARY               PIC 9(6)V99.
             10 TP-RAISE-PCT                    PIC 99V9.
             10 TP-EFFECTIVE-DATE-X             PIC X(8).
                88 TP-DATE-BLANK                VALUE SPACES.
             10 TP-EFFECTIVE-DATE REDEFINES
                TP-EFFECTIVE-DATE-X             PIC 9(8).
             10 TP-EFFECTIVE-DATE-R REDEFINES
                TP-EFFECTIVE-DATE-X.
                15 TP-EFF-YEAR                  PIC 9(4).
                15 TP-EFF-MONTH                 PIC 9(2).
                15 TP-EFF-DAY                   PIC 9(2).
             10 FILLER                          PIC X(4).
          05 TR-STORE-IMAGE REDEFINES
             TR-RECORD-IMAGE.
             10 TS-STORE-ID                     PIC A(4).
             10 TS-STORE-NAME                   PIC X(20).
             10 TS-CITY-STATE                   PIC X(20).
             10 TS-DISTRICT                     PIC A(2).
          05 TR-BUDGET-IMAGE REDEFINES
             TR-RECORD-IMAGE.
             10 TB-STORE-ID                     PIC A(4).
             10 TB-FISCAL-YEAR                  PIC 9(4).
             10 TB-BUDGET-HEADCOUNT             PIC 9(4).
             10 TB-BUDGET-SALARY                PIC 9(9)V99.
             10 FILLER                          PIC X(23).

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
          05 SF-CITY-STATE                      PIC X(20).
          05 SF-DISTRICT                        PIC A(2).

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
          05 FILLER                             PIC X(72).

         FD REGISTER-FILE
          RECORD CONTAINS 120 CHARACTERS.
              88 POS-FILE-LOADED  VALUE 'Y'.
           05 STORE-FILE-LOADED-SW PIC X VALUE 'N'.
              88 STORE-FILE-LOADED  VALUE 'Y'.
           05 BUDGET-EOF-SW   PIC X  VALUE 'N'.
              88 BUDGET-EOF      VALUE 'Y'.
           05 BUDGET-FILE-LOADED-SW PIC X VALUE 'N'.
              88 BUDGET-FILE-LOADED VALUE 'Y'.

        01 TRANS-FILE-CONTROL.
           05 TF-FILE-STATUS      PIC X(2) VALUE '00'.
           05 SF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 SF-FILE-OK               VALUE '00'.

        01 BUDGET-FILE-CONTROL.
           05 BG-FILE-STATUS      PIC X(2) VALUE '00'.
              88 BG-FILE-OK               VALUE '00'.
              88 BG-FILE-NOT-FOUND        VALUE '35'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 MF-FILE-OK               VALUE '00'.
           05 STORE-ADDS-APPLIED  PIC 9(6) VALUE ZERO.
           05 STORE-CHGS-APPLIED  PIC 9(6) VALUE ZERO.
           05 STORE-DELS-APPLIED  PIC 9(6) VALUE ZERO.
           05 BUDGET-ADDS-APPLIED PIC 9(6) VALUE ZERO.
           05 BUDGET-CHGS-APPLIED PIC 9(6) VALUE ZERO.
           05 BUDGET-DELS-APPLIED PIC 9(6) VALUE ZERO.
           05 TRANS-REJECTED      PIC 9(6) VALUE ZERO.

        01 CURRENT-DATE-FIELDS.
      *    LOADED AT HOUSEKEEPING TIME FROM PR1POS.TXT AND
      *    REWRITTEN IN FULL AT END OF RUN - THE USAGE COUNT
      *    CARRIES THE NUMBER OF MASTER EMPLOYEES STILL ON THE
      *    CODE SO A CARRIED CODE CANNOT BE DELETED.  THERE IS ONE
      *    ENTRY PER GENERATION OF A CODE, AND THE USAGE COUNT
      *    SITS ON ONE OF THEM

        01 POSITION-CODE-TABLE.
           05 PC-COUNT         PIC 9(3) VALUE ZERO.
           05 PC-TABLE-MAX     PIC 9(3) VALUE 075.
           05 PC-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 PC-SUB           PIC 9(3) VALUE ZERO.
           05 PC-FOUND-SUB     PIC 9(3) VALUE ZERO.
           05 POSITION-CODE-ENTRY OCCURS 75 TIMES.
              10 PC-CODE            PIC X(2).
              10 PC-TITLE           PIC X(13).
              10 PC-MINIMUM-SALARY  PIC 9(6)V99.
              10 PC-MAXIMUM-SALARY  PIC 9(6)V99.
              10 PC-RAISE-PCT       PIC 99V9.
              10 PC-EFFECTIVE-DATE  PIC 9(8).
              10 PC-USAGE-COUNT     PIC 9(5).

        01 POSITION-MATCH-WORK.
           05 CODE-GENERATIONS    PIC 9(3) VALUE ZERO.
           05 CODE-USAGE-TOTAL    PIC 9(6) VALUE ZERO.
           05 CODE-IN-EFFECT      PIC 9(3) VALUE ZERO.
           05 USAGE-CARRIED       PIC 9(5) VALUE ZERO.

      ********** STORE REFERENCE TABLE **********
      *    LOADED AT HOUSEKEEPING TIME FROM PR1STORE.TXT AND
      *    REWRITTEN IN FULL AT END OF RUN - THE USAGE COUNT
              10 SN-DISTRICT        PIC A(2).
              10 SN-USAGE-COUNT     PIC 9(5).

      ********** STORE BUDGET TABLE **********
      *    LOADED AT HOUSEKEEPING TIME FROM PR1BUDG.TXT AND
      *    REWRITTEN IN FULL AT END OF RUN - ONE ENTRY PER STORE
      *    AND FISCAL YEAR

        01 BUDGET-TABLE.
           05 BG-COUNT         PIC 9(3) VALUE ZERO.
           05 BG-TABLE-MAX     PIC 9(3) VALUE 200.
           05 BG-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 BG-SUB           PIC 9(3) VALUE ZERO.
           05 BG-FOUND-SUB     PIC 9(3) VALUE ZERO.
           05 BUDGET-ENTRY OCCURS 200 TIMES.
              10 BG-STORE-ID        PIC A(4).
              10 BG-FISCAL-YEAR     PIC 9(4).
              10 BG-BUDGET-HEADCOUNT PIC 9(4).
              10 BG-BUDGET-SALARY   PIC 9(9)V99.

      ********** OUTPUT AREA **********

         01 HEADING-ONE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(6)    VALUE 'ACTION'.
            05        PIC X(4)    VALUE SPACES.
            05        PIC X(8)    VALUE 'KEY '.
            05        PIC X(5)    VALUE SPACES.
            05        PIC X(11)   VALUE 'DISPOSITION'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(6)    VALUE 'REASON'.
            05        PIC X(2)    VALUE SPACES.
            05        RD-ACTION            PIC X(6).
            05        PIC X(4)    VALUE SPACES.
            05        RD-KEY               PIC X(11).
            05        PIC X(2)    VALUE SPACES.
            05        RD-DISPOSITION       PIC X(8)
                                           VALUE SPACES.
            05        PIC X(6)    VALUE SPACES.
                          ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              PERFORM 127-LOAD-POSITION-TABLE
              PERFORM 133-LOAD-STORE-TABLE
              PERFORM 134-LOAD-BUDGET-TABLE
              PERFORM 136-LOAD-MASTER-USAGE
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
                  MOVE PF-MAXIMUM-SALARY TO
                       PC-MAXIMUM-SALARY(PC-COUNT)
                  MOVE PF-RAISE-PCT TO PC-RAISE-PCT(PC-COUNT)
                  IF PF-EFFECTIVE-DATE NUMERIC
                      MOVE PF-EFFECTIVE-DATE TO
                           PC-EFFECTIVE-DATE(PC-COUNT)
                  ELSE
                      MOVE ZERO TO PC-EFFECTIVE-DATE(PC-COUNT)
                  END-IF
                  MOVE ZERO TO PC-USAGE-COUNT(PC-COUNT)
              ELSE
                  ADD 1 TO PC-DROPPED-COUNT
              END-IF
                  .

      *    A BUDGET FILE NOT YET ON DISK IS STARTED EMPTY - THE
      *    FIRST YEAR'S BUDGETS GO ON AS ADD TRANSACTIONS

            134-LOAD-BUDGET-TABLE.
              OPEN INPUT BUDGET-FILE
              IF BG-FILE-NOT-FOUND
                  MOVE 'Y' TO BUDGET-FILE-LOADED-SW
              ELSE
                IF BG-FILE-OK
                  MOVE 'Y' TO BUDGET-FILE-LOADED-SW
                  PERFORM UNTIL BUDGET-EOF
                    READ BUDGET-FILE
                      AT END
                        MOVE 'Y' TO BUDGET-EOF-SW
                      NOT AT END
                        PERFORM 141-ADD-BUDGET-ENTRY
                    END-READ
                  END-PERFORM
                  CLOSE BUDGET-FILE
                  IF BG-DROPPED-COUNT > 0
                      DISPLAY '*** WARNING - ' BG-DROPPED-COUNT
                          ' BUDGET RECORD(S) PAST TABLE LIMIT -'
                          ' BUDGET TRANSACTIONS REFUSED AND'
                          ' FILE LEFT UNTOUCHED ***'
                          UPON CONSOLE
                  END-IF
                ELSE
                  DISPLAY '*** WARNING - STORE BUDGET FILE NOT'
                          ' AVAILABLE - STATUS ' BG-FILE-STATUS
                          ' - BUDGET TRANSACTIONS REFUSED ***'
                      UPON CONSOLE
                END-IF
              END-IF
                  .

            141-ADD-BUDGET-ENTRY.
              IF BG-COUNT < BG-TABLE-MAX
                  ADD 1 TO BG-COUNT
                  MOVE BF-STORE-ID TO BG-STORE-ID(BG-COUNT)
                  MOVE BF-FISCAL-YEAR TO BG-FISCAL-YEAR(BG-COUNT)
                  MOVE BF-BUDGET-HEADCOUNT TO
                       BG-BUDGET-HEADCOUNT(BG-COUNT)
                  MOVE BF-BUDGET-SALARY TO
                       BG-BUDGET-SALARY(BG-COUNT)
              ELSE
                  ADD 1 TO BG-DROPPED-COUNT
              END-IF
                  .

            136-LOAD-MASTER-USAGE.
              OPEN INPUT MASTER-FILE
              IF MF-FILE-OK
            160-APPLY-TRANSACTION.
              PERFORM 170-VALIDATE-TRANSACTION
              IF TRANS-VALID
                  EVALUATE TRUE
                      WHEN TR-FILE-POSITION
                          PERFORM 200-APPLY-POSITION-TRANS
                      WHEN TR-FILE-STORE
                          PERFORM 300-APPLY-STORE-TRANS
                      WHEN TR-FILE-BUDGET
                          PERFORM 400-APPLY-BUDGET-TRANS
                  END-EVALUATE
              ELSE
                  PERFORM 196-REGISTER-REJECT
              END-IF
                      MOVE 'N' TO TRANS-VALID-SW
                      MOVE 'INVALID ACTION CODE' TO REJECT-REASON
                  ELSE
                    EVALUATE TRUE
                        WHEN TR-FILE-POSITION
                            PERFORM 172-VALIDATE-POSITION-TRANS
                        WHEN TR-FILE-STORE
                            PERFORM 176-VALIDATE-STORE-TRANS
                        WHEN TR-FILE-BUDGET
                            PERFORM 180-VALIDATE-BUDGET-TRANS
                    END-EVALUATE
                  END-IF
                END-IF
                    .
                      MOVE 'MISSING POSITION CODE' TO
                           REJECT-REASON
                  ELSE
                    PERFORM 173-VALIDATE-POSITION-DATE
                    IF TRANS-VALID
                       AND (TR-ACTION-ADD OR TR-ACTION-CHANGE)
                        PERFORM 174-VALIDATE-POSITION-FIELDS
                    END-IF
                  END-IF
                END-IF
                    .

      *    A BLANK EFFECTIVE DATE IS ALLOWED - IT MEANS THE CODE
      *    AS A WHOLE, OR THE GENERATION IN EFFECT TODAY

            173-VALIDATE-POSITION-DATE.
                IF NOT TP-DATE-BLANK
                    IF TP-EFFECTIVE-DATE NOT NUMERIC
                        MOVE 'N' TO TRANS-VALID-SW
                        MOVE 'INVALID EFFECTIVE DATE' TO
                             REJECT-REASON
                    ELSE
                      IF TP-EFF-MONTH < 01 OR TP-EFF-MONTH > 12
                         OR TP-EFF-DAY < 01 OR TP-EFF-DAY > 31
                          MOVE 'N' TO TRANS-VALID-SW
                          MOVE 'INVALID EFFECTIVE DATE' TO
                               REJECT-REASON
                      END-IF
                    END-IF
                END-IF
                    .

            174-VALIDATE-POSITION-FIELDS.
                IF TP-TITLE = SPACES
                    MOVE 'N' TO TRANS-VALID-SW
                END-IF
                    .

            180-VALIDATE-BUDGET-TRANS.
                IF NOT BUDGET-FILE-LOADED
                    MOVE 'N' TO TRANS-VALID-SW
                    MOVE 'BUDGET FILE NOT AVAILABLE' TO
                         REJECT-REASON
                ELSE
                 IF BG-DROPPED-COUNT > 0
                     MOVE 'N' TO TRANS-VALID-SW
                     MOVE 'BUDGET TABLE OVERFLOWED' TO
                          REJECT-REASON
                 ELSE
                  IF TB-STORE-ID = SPACES
                      MOVE 'N' TO TRANS-VALID-SW
                      MOVE 'MISSING STORE ID' TO REJECT-REASON
                  ELSE
                    IF TB-FISCAL-YEAR NOT NUMERIC
                       OR TB-FISCAL-YEAR = ZERO
                        MOVE 'N' TO TRANS-VALID-SW
                        MOVE 'INVALID FISCAL YEAR' TO
                             REJECT-REASON
                    ELSE
                      IF TR-ACTION-ADD OR TR-ACTION-CHANGE
                          PERFORM 182-VALIDATE-BUDGET-FIELDS
                      END-IF
                    END-IF
                  END-IF
                 END-IF
                END-IF
                    .

      *    A BUDGET MUST BELONG TO A STORE ON THE STORE REFERENCE
      *    FILE - THE STORE TABLE ALREADY HOLDS THIS RUN'S STORE
      *    ADDS, SO A NEW STORE AND ITS BUDGET CAN COME IN TOGETHER

            182-VALIDATE-BUDGET-FIELDS.
                IF TB-BUDGET-HEADCOUNT NOT NUMERIC
                    MOVE 'N' TO TRANS-VALID-SW
                    MOVE 'INVALID BUDGET HEADCOUNT' TO
                         REJECT-REASON
                ELSE
                  IF TB-BUDGET-SALARY NOT NUMERIC
                      MOVE 'N' TO TRANS-VALID-SW
                      MOVE 'INVALID BUDGET SALARY' TO
                           REJECT-REASON
                  ELSE
                    IF STORE-FILE-LOADED
                        MOVE ZERO TO SN-FOUND-SUB
                        PERFORM 184-MATCH-BUDGET-STORE
                            VARYING SN-SUB FROM 1 BY 1
                            UNTIL SN-SUB > SN-COUNT
                               OR SN-FOUND-SUB > 0
                        IF SN-FOUND-SUB = ZERO
                            MOVE 'N' TO TRANS-VALID-SW
                            MOVE 'STORE ID NOT ON FILE' TO
                                 REJECT-REASON
                        END-IF
                    END-IF
                  END-IF
                END-IF
                    .

            184-MATCH-BUDGET-STORE.
                IF SN-STORE-ID(SN-SUB) = TB-STORE-ID
                    MOVE SN-SUB TO SN-FOUND-SUB
                END-IF
                    .

            190-REGISTER-ACTION-LINE.
                MOVE TRANS-READ-COUNT TO RD-TRANS-NUMBER
                IF TR-FILE-POSITION
                    MOVE 'POSITION' TO RD-FILE-NAME
                    MOVE SPACES TO RD-KEY
                    IF TP-DATE-BLANK
                        MOVE TP-CODE TO RD-KEY
                    ELSE
                        STRING TP-CODE ' ' TP-EFFECTIVE-DATE-X
                            DELIMITED BY SIZE
                            INTO RD-KEY
                        END-STRING
                    END-IF
                ELSE
                  IF TR-FILE-STORE
                      MOVE 'STORE' TO RD-FILE-NAME
                      MOVE TS-STORE-ID TO RD-KEY
                  ELSE
                    IF TR-FILE-BUDGET
                        MOVE 'BUDGET' TO RD-FILE-NAME
                        MOVE TR-RECORD-IMAGE(1:8) TO RD-KEY
                    ELSE
                        MOVE TR-FILE-CODE TO RD-FILE-NAME
                        MOVE SPACES TO RD-KEY
                    END-IF
                  END-IF
                END-IF
                EVALUATE TRUE
                MOVE SPACES TO RD-DISPOSITION
                    .

      *    EVERY GENERATION OF THE CODE IS COUNTED, WITH ITS USAGE
      *    AND HOW MANY OF THEM ARE IN EFFECT BY TODAY,
      *    AND THE ONE THE TRANSACTION ADDRESSES IS PICKED OUT -
      *    THE DATE IT CARRIES, OR THE ONE IN EFFECT TODAY WHEN
      *    THE DATE IS BLANK

            200-APPLY-POSITION-TRANS.
                MOVE ZERO TO PC-FOUND-SUB
                MOVE ZERO TO CODE-GENERATIONS
                MOVE ZERO TO CODE-USAGE-TOTAL
                MOVE ZERO TO CODE-IN-EFFECT
                PERFORM 202-MATCH-TRANS-POSITION
                    VARYING PC-SUB FROM 1 BY 1
                    UNTIL PC-SUB > PC-COUNT
                EVALUATE TRUE
                    WHEN TR-ACTION-ADD
                        PERFORM 210-APPLY-POSITION-ADD

            202-MATCH-TRANS-POSITION.
                IF PC-CODE(PC-SUB) = TP-CODE
                    ADD 1 TO CODE-GENERATIONS
                    ADD PC-USAGE-COUNT(PC-SUB) TO CODE-USAGE-TOTAL
                    IF PC-EFFECTIVE-DATE(PC-SUB) NOT > CURRENT-DATE
                        ADD 1 TO CODE-IN-EFFECT
                    END-IF
                    IF TP-DATE-BLANK
                        IF PC-EFFECTIVE-DATE(PC-SUB) NOT > CURRENT-DATE
                            IF PC-FOUND-SUB = ZERO
                                MOVE PC-SUB TO PC-FOUND-SUB
                            ELSE
                              IF PC-EFFECTIVE-DATE(PC-SUB) >
                                 PC-EFFECTIVE-DATE(PC-FOUND-SUB)
                                  MOVE PC-SUB TO PC-FOUND-SUB
                              END-IF
                            END-IF
                        END-IF
                    ELSE
                        IF PC-EFFECTIVE-DATE(PC-SUB) =
                           TP-EFFECTIVE-DATE
                            MOVE PC-SUB TO PC-FOUND-SUB
                        END-IF
                    END-IF
                END-IF
                    .

            210-APPLY-POSITION-ADD.
                IF TP-DATE-BLANK AND CODE-GENERATIONS > 0
                    MOVE 'POSITION CODE ALREADY ON FILE' TO
                         REJECT-REASON
                    PERFORM 196-REGISTER-REJECT
                ELSE
                 IF NOT TP-DATE-BLANK AND PC-FOUND-SUB > 0
                     MOVE 'GENERATION ALREADY ON FILE' TO
                          REJECT-REASON
                     PERFORM 196-REGISTER-REJECT
                 ELSE
                  IF PC-COUNT >= PC-TABLE-MAX
                      MOVE 'POSITION TABLE FULL' TO
                           REJECT-REASON
                  ELSE
                      ADD 1 TO PC-COUNT
                      MOVE PC-COUNT TO PC-FOUND-SUB
                      MOVE ZERO TO PC-EFFECTIVE-DATE(PC-FOUND-SUB)
                      PERFORM 215-MOVE-TRANS-TO-POSITION
                      MOVE ZERO TO PC-USAGE-COUNT(PC-FOUND-SUB)
                      ADD 1 TO POS-ADDS-APPLIED
                      PERFORM 198-REGISTER-APPLIED
                  END-IF
                 END-IF
                END-IF
                    .

                MOVE TP-MAXIMUM-SALARY TO
                     PC-MAXIMUM-SALARY(PC-FOUND-SUB)
                MOVE TP-RAISE-PCT TO PC-RAISE-PCT(PC-FOUND-SUB)
                IF NOT TP-DATE-BLANK
                    MOVE TP-EFFECTIVE-DATE TO
                         PC-EFFECTIVE-DATE(PC-FOUND-SUB)
                END-IF
                    .

            220-APPLY-POSITION-CHANGE.
                IF PC-FOUND-SUB = ZERO
                    PERFORM 232-SET-NOT-FOUND-REASON
                    PERFORM 196-REGISTER-REJECT
                ELSE
                    PERFORM 215-MOVE-TRANS-TO-POSITION
                END-IF
                    .

            232-SET-NOT-FOUND-REASON.
                IF CODE-GENERATIONS = ZERO
                    MOVE 'POSITION CODE NOT ON FILE' TO
                         REJECT-REASON
                ELSE
                  IF TP-DATE-BLANK
                      MOVE 'NO GENERATION IN EFFECT TODAY' TO
                           REJECT-REASON
                  ELSE
                      MOVE 'GENERATION NOT ON FILE' TO
                           REJECT-REASON
                  END-IF
                END-IF
                    .

      *    A DATED DELETE TAKES OFF THAT ONE GENERATION, PASSING
      *    ITS USAGE COUNT TO A GENERATION THAT STAYS.  A BLANK
      *    DATE, OR THE LAST GENERATION LEFT, TAKES THE CODE OFF
      *    ALTOGETHER AND IS REFUSED WHILE EMPLOYEES CARRY IT.
      *    A DATED DELETE IS ALSO REFUSED WHILE EMPLOYEES CARRY
      *    THE CODE IF IT WOULD TAKE OFF THE ONLY GENERATION IN
      *    EFFECT TODAY, LEAVING NOTHING BUT FUTURE GENERATIONS,
      *    AND SO NEEDS THE MASTER LOADED FOR THE USAGE COUNT

            235-APPLY-POSITION-DELETE.
                IF CODE-GENERATIONS = ZERO
                   OR (NOT TP-DATE-BLANK AND PC-FOUND-SUB = ZERO)
                    PERFORM 232-SET-NOT-FOUND-REASON
                    PERFORM 196-REGISTER-REJECT
                ELSE
                  IF NOT TP-DATE-BLANK AND CODE-GENERATIONS > 1
                   IF NOT MASTER-LOADED
                       MOVE 'MASTER NOT AVAILABLE' TO
                            REJECT-REASON
                       PERFORM 196-REGISTER-REJECT
                   ELSE
                    IF PC-EFFECTIVE-DATE(PC-FOUND-SUB) NOT >
                       CURRENT-DATE
                       AND CODE-IN-EFFECT = 1
                       AND CODE-USAGE-TOTAL > ZERO
                        MOVE 'ONLY GENERATION IN EFFECT' TO
                             REJECT-REASON
                        PERFORM 196-REGISTER-REJECT
                    ELSE
                        PERFORM 236-DELETE-ONE-GENERATION
                    END-IF
                   END-IF
                  ELSE
                      PERFORM 237-DELETE-POSITION-CODE
                  END-IF
                END-IF
                    .

            236-DELETE-ONE-GENERATION.
                MOVE PC-USAGE-COUNT(PC-FOUND-SUB) TO USAGE-CARRIED
                MOVE POSITION-CODE-ENTRY(PC-COUNT) TO
                     POSITION-CODE-ENTRY(PC-FOUND-SUB)
                SUBTRACT 1 FROM PC-COUNT
                MOVE ZERO TO PC-FOUND-SUB
                PERFORM 239-FIND-CODE-ENTRY
                    VARYING PC-SUB FROM 1 BY 1
                    UNTIL PC-SUB > PC-COUNT
                       OR PC-FOUND-SUB > 0
                IF PC-FOUND-SUB > 0
                    ADD USAGE-CARRIED TO PC-USAGE-COUNT(PC-FOUND-SUB)
                END-IF
                ADD 1 TO POS-DELETES-APPLIED
                PERFORM 198-REGISTER-APPLIED
                    .

            237-DELETE-POSITION-CODE.
                IF NOT MASTER-LOADED
                    MOVE 'MASTER NOT AVAILABLE' TO
                         REJECT-REASON
                    PERFORM 196-REGISTER-REJECT
                ELSE
                  IF CODE-USAGE-TOTAL > ZERO
                      MOVE 'EMPLOYEES STILL ON CODE' TO
                           REJECT-REASON
                      PERFORM 196-REGISTER-REJECT
                  ELSE
                      PERFORM 238-REMOVE-CODE-ENTRY
                          VARYING PC-SUB FROM PC-COUNT BY -1
                          UNTIL PC-SUB < 1
                      ADD 1 TO POS-DELETES-APPLIED
                      PERFORM 198-REGISTER-APPLIED
                  END-IF
                END-IF
                    .

      *    WORKING DOWN FROM THE TOP, THE LAST ENTRY HAS ALWAYS
      *    BEEN LOOKED AT ALREADY, SO IT CAN FILL THE GAP

            238-REMOVE-CODE-ENTRY.
                IF PC-CODE(PC-SUB) = TP-CODE
                    MOVE POSITION-CODE-ENTRY(PC-COUNT) TO
                         POSITION-CODE-ENTRY(PC-SUB)
                    SUBTRACT 1 FROM PC-COUNT
                END-IF
                    .

            239-FIND-CODE-ENTRY.
                IF PC-CODE(PC-SUB) = TP-CODE
                    MOVE PC-SUB TO PC-FOUND-SUB
                END-IF
                    .

            300-APPLY-STORE-TRANS.
                MOVE ZERO TO SN-FOUND-SUB
                PERFORM 302-MATCH-TRANS-STORE
                END-IF
                    .

            400-APPLY-BUDGET-TRANS.
                MOVE ZERO TO BG-FOUND-SUB
                PERFORM 402-MATCH-TRANS-BUDGET
                    VARYING BG-SUB FROM 1 BY 1
                    UNTIL BG-SUB > BG-COUNT
                       OR BG-FOUND-SUB > 0
                EVALUATE TRUE
                    WHEN TR-ACTION-ADD
                        PERFORM 410-APPLY-BUDGET-ADD
                    WHEN TR-ACTION-CHANGE
                        PERFORM 420-APPLY-BUDGET-CHANGE
                    WHEN TR-ACTION-DELETE
                        PERFORM 430-APPLY-BUDGET-DELETE
                END-EVALUATE
                    .

            402-MATCH-TRANS-BUDGET.
                IF BG-STORE-ID(BG-SUB) = TB-STORE-ID
                   AND BG-FISCAL-YEAR(BG-SUB) = TB-FISCAL-YEAR
                    MOVE BG-SUB TO BG-FOUND-SUB
                END-IF
                    .

            410-APPLY-BUDGET-ADD.
                IF BG-FOUND-SUB > 0
                    MOVE 'BUDGET ALREADY ON FILE' TO
                         REJECT-REASON
                    PERFORM 196-REGISTER-REJECT
                ELSE
                  IF BG-COUNT >= BG-TABLE-MAX
                      MOVE 'BUDGET TABLE FULL' TO REJECT-REASON
                      PERFORM 196-REGISTER-REJECT
                  ELSE
                      ADD 1 TO BG-COUNT
                      MOVE BG-COUNT TO BG-FOUND-SUB
                      PERFORM 415-MOVE-TRANS-TO-BUDGET
                      ADD 1 TO BUDGET-ADDS-APPLIED
                      PERFORM 198-REGISTER-APPLIED
                  END-IF
                END-IF
                    .

            415-MOVE-TRANS-TO-BUDGET.
                MOVE TB-STORE-ID TO BG-STORE-ID(BG-FOUND-SUB)
                MOVE TB-FISCAL-YEAR TO BG-FISCAL-YEAR(BG-FOUND-SUB)
                MOVE TB-BUDGET-HEADCOUNT TO
                     BG-BUDGET-HEADCOUNT(BG-FOUND-SUB)
                MOVE TB-BUDGET-SALARY TO
                     BG-BUDGET-SALARY(BG-FOUND-SUB)
                    .

            420-APPLY-BUDGET-CHANGE.
                IF BG-FOUND-SUB = ZERO
                    MOVE 'BUDGET NOT ON FILE' TO REJECT-REASON
                    PERFORM 196-REGISTER-REJECT
                ELSE
                    PERFORM 415-MOVE-TRANS-TO-BUDGET
                    ADD 1 TO BUDGET-CHGS-APPLIED
                    PERFORM 198-REGISTER-APPLIED
                END-IF
                    .

            430-APPLY-BUDGET-DELETE.
                IF BG-FOUND-SUB = ZERO
                    MOVE 'BUDGET NOT ON FILE' TO REJECT-REASON
                    PERFORM 196-REGISTER-REJECT
                ELSE
                    MOVE BUDGET-ENTRY(BG-COUNT) TO
                         BUDGET-ENTRY(BG-FOUND-SUB)
                    SUBTRACT 1 FROM BG-COUNT
                    ADD 1 TO BUDGET-DELS-APPLIED
                    PERFORM 198-REGISTER-APPLIED
                END-IF
                    .

            225-WRITE-LINE.
                ADD 1 TO LINE-COUNT
                IF LINE-COUNT > LINES-PER-PAGE
            250-END-ROUTINE.
                PERFORM 240-REWRITE-POSITION-FILE
                PERFORM 245-REWRITE-STORE-FILE
                PERFORM 248-REWRITE-BUDGET-FILE
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REGISTER-FILE
              IF POS-FILE-LOADED AND PC-DROPPED-COUNT = ZERO
                 AND STORE-FILE-LOADED AND SN-DROPPED-COUNT = ZERO
                 AND BUDGET-FILE-LOADED AND BG-DROPPED-COUNT = ZERO
                 AND MASTER-LOADED
                  MOVE ZERO TO RETURN-CODE
              ELSE
                  MOVE 4 TO RETURN-CODE
              END-IF
              STOP RUN
              .

                MOVE PC-MAXIMUM-SALARY(PC-SUB) TO
                     PF-MAXIMUM-SALARY
                MOVE PC-RAISE-PCT(PC-SUB) TO PF-RAISE-PCT
                MOVE PC-EFFECTIVE-DATE(PC-SUB) TO PF-EFFECTIVE-DATE
                WRITE POSITION-RECORD
                    .

                WRITE STORE-RECORD
                    .

            248-REWRITE-BUDGET-FILE.
                IF BUDGET-FILE-LOADED AND BG-DROPPED-COUNT = ZERO
                    OPEN OUTPUT BUDGET-FILE
                    IF BG-FILE-OK
                        PERFORM 249-WRITE-BUDGET-RECORD
                            VARYING BG-SUB FROM 1 BY 1
                            UNTIL BG-SUB > BG-COUNT
                        CLOSE BUDGET-FILE
                    ELSE
                        DISPLAY '*** BUDGET FILE REWRITE FAILED'
                                ' - STATUS ' BG-FILE-STATUS ' ***'
                            UPON CONSOLE
                    END-IF
                END-IF
                    .

            249-WRITE-BUDGET-RECORD.
                MOVE BG-STORE-ID(BG-SUB) TO BF-STORE-ID
                MOVE BG-FISCAL-YEAR(BG-SUB) TO BF-FISCAL-YEAR
                MOVE BG-BUDGET-HEADCOUNT(BG-SUB) TO
                     BF-BUDGET-HEADCOUNT
                MOVE BG-BUDGET-SALARY(BG-SUB) TO BF-BUDGET-SALARY
                WRITE BUDGET-RECORD
                    .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'TRANSACTIONS READ:' TO CL-LABEL
                MOVE TRANS-READ-COUNT TO CL-COUNT
                MOVE STORE-DELS-APPLIED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'BUDGET ADDS APPLIED:' TO CL-LABEL
                MOVE BUDGET-ADDS-APPLIED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'BUDGET CHANGES APPLIED:' TO CL-LABEL
                MOVE BUDGET-CHGS-APPLIED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'BUDGET DELETES APPLIED:' TO CL-LABEL
                MOVE BUDGET-DELS-APPLIED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'TRANSACTIONS REJECTED:' TO CL-LABEL
                MOVE TRANS-REJECTED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
