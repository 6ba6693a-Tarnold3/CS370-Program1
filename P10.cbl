       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM10.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program generates the CHANGE transactions for a
      * cost-of-living or market adjustment from a handful of
      * adjustment rules, so an across-the-board increase no
      * longer means keying one CHANGE per employee into
      * PR1TRANS.TXT by hand.
      *
      *********
      * INPUT:
      *       The adjustment rule file, PR1ADJ.TXT, opens with an
      *       'H' header record carrying the batch ID to give the
      *       generated batch and a description of the
      *       adjustment, followed by one 'R' record per rule:
      *       1. Scope        P = one position code
      *                       D = one district from PR1STORE.TXT
      *                       A = chain-wide (all employees)
      *       2. Scope code   the position code or district code
      *                       (blank for a chain-wide rule)
      *       3. Method       P = percent of current salary
      *                       F = flat yearly amount
      *       4. The percent (99V99) or flat amount (9(6)V99)
      *       5. Floor        Y = bring the new salary up to the
      *                           position minimum on PR1POS.TXT
      *
      *       The employee master file, EMPMAST.DAT, an indexed
      *       file keyed on Store ID + Employee ID, read
      *       sequentially.  Terminated employees are skipped.
      *
      *       The position and store reference files, PR1POS.TXT
      *       and PR1STORE.TXT, loaded into tables at housekeeping
      *       time for the position minimum and the district.  The
      *       position minimum is taken from the generation in
      *       effect on the run date.
      *
      *********
      * OUTPUT:
      *        A complete PR1TRANS.TXT batch for PROGRAM2: the 'B'
      *        header with the batch ID and creation date, one 'C'
      *        CHANGE record per adjusted employee carrying the
      *        master image with the new current salary, and the
      *        'E' trailer with the transaction count and the hash
      *        total of TR-CURRENT-YEARLY-SALARY that PROGRAM2's
      *        145-BALANCE-TRANS-BATCH balances against.  The date
      *        of last pay increase is carried over unchanged, so
      *        an adjustment does not reset anyone's merit raise
      *        clock.
      *
      *        The ADJUSTMENT PREVIEW REGISTER, in store order,
      *        showing each adjusted employee's old salary, new
      *        salary, increase, and the rule applied, with the
      *        total annual cost of the adjustment for each store
      *        and for the chain, so finance can sign off before
      *        the batch is applied.  Control counts print at the
      *        end.
      *
      *********
      * CALCULATIONS:
      *
      *   Each employee gets the most specific rule that fits:
      *   a position rule first, then a rule for the store's
      *   district, then the chain-wide rule.  An employee no
      *   rule fits is left alone.
      *
      *   A percent rule adds current salary times the percent,
      *   rounded to the cent; a flat rule adds the amount.
      *   With the floor on, a new salary still below the
      *   position minimum is raised to the minimum.  A new
      *   salary above the position maximum is flagged on the
      *   register but kept - PROGRAM2 will warn on it again.
      *
      *   A rule file with no header, no rules, or a rule that
      *   fails the edits is refused outright and no batch is
      *   written.  So is a run that would overwrite a different
      *   batch still sitting unapplied on PR1TRANS.TXT - the
      *   same batch ID may be regenerated until it is applied.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT RULE-FILE
           ASSIGN TO 'PR1ADJ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AJ-FILE-STATUS.

         SELECT MASTER-FILE
           ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MF-MASTER-KEY
           FILE STATUS IS MF-FILE-STATUS.

         SELECT TRANS-FILE
           ASSIGN TO 'PR1TRANS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TF-FILE-STATUS.

         SELECT BATCH-LOG-FILE
           ASSIGN TO 'PR1BATCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BL-FILE-STATUS.

         SELECT POSITION-FILE
           ASSIGN TO 'PR1POS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PS-FILE-STATUS.

         SELECT STORE-FILE
           ASSIGN TO 'PR1STORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SF-FILE-STATUS.

         SELECT REGISTER-FILE
           ASSIGN TO PRINTER 'ADJREG'.

        DATA DIVISION.
        FILE SECTION.

         FD RULE-FILE
          RECORD CONTAINS 30 CHARACTERS.
         01 RULE-RECORD.
          05 AR-RECORD-TYPE                     PIC X(1).
             88 AR-RULE-HEADER                  VALUE 'H'.
             88 AR-RULE-DETAIL                  VALUE 'R'.
          05 AR-RULE-IMAGE.
             10 AR-SCOPE                        PIC X(1).
                88 AR-SCOPE-POSITION            VALUE 'P'.
                88 AR-SCOPE-DISTRICT            VALUE 'D'.
                88 AR-SCOPE-CHAIN               VALUE 'A'.
             10 AR-SCOPE-CODE                   PIC X(2).
             10 AR-METHOD                       PIC X(1).
                88 AR-METHOD-PERCENT            VALUE 'P'.
                88 AR-METHOD-FLAT               VALUE 'F'.
             10 AR-PERCENT                      PIC 99V99.
             10 AR-AMOUNT                       PIC 9(6)V99.
             10 AR-FLOOR-SW                     PIC X(1).
             10 FILLER                          PIC X(12).
          05 AR-HEADER-IMAGE REDEFINES
             AR-RULE-IMAGE.
             10 AH-BATCH-ID                     PIC X(8).
             10 AH-DESCRIPTION                  PIC X(21).

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

         FD TRANS-FILE
          RECORD CONTAINS 76 CHARACTERS.
         01 TRANS-RECORD.
          05 TR-ACTION                          PIC A(1).
             88 TR-BATCH-HEADER                 VALUE 'B'.
          05 TR-EMPLOYEE-IMAGE.
             10 FILLER                          PIC X(67).
             10 TR-CURRENT-YEARLY-SALARY        PIC 999999V99.
          05 TR-BATCH-HEADER-IMAGE REDEFINES
             TR-EMPLOYEE-IMAGE.
             10 BH-BATCH-ID                     PIC X(8).
             10 BH-CREATION-DATE                PIC 9(8).
             10 FILLER                          PIC X(59).
          05 TR-BATCH-TRAILER-IMAGE REDEFINES
             TR-EMPLOYEE-IMAGE.
             10 BT-TRANS-COUNT                  PIC 9(6).
             10 BT-SALARY-HASH                  PIC 9(9)V99.
             10 FILLER                          PIC X(58).

         FD BATCH-LOG-FILE
          RECORD CONTAINS 16 CHARACTERS.
         01 BATCH-LOG-RECORD.
          05 BL-BATCH-ID                        PIC X(8).
          05 BL-APPLIED-DATE                    PIC 9(8).

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

         FD REGISTER-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REGISTER-LINE      PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 EOF-FLAG           PIC X  VALUE ' '.
              88 OUT-DATA        VALUE 'N'.
           05 RULE-EOF-SW     PIC X  VALUE 'N'.
              88 RULE-EOF        VALUE 'Y'.
           05 RULES-VALID-SW  PIC X  VALUE 'Y'.
              88 RULES-VALID     VALUE 'Y'.
           05 RULE-VALID-SW   PIC X  VALUE 'Y'.
              88 RULE-VALID      VALUE 'Y'.
           05 RULE-HEADER-SW  PIC X  VALUE 'N'.
              88 RULE-HEADER-FOUND VALUE 'Y'.
           05 RULE-FOUND-SW   PIC X  VALUE 'N'.
              88 RULE-FOUND      VALUE 'Y'.
           05 PENDING-BATCH-SW PIC X VALUE 'N'.
              88 PENDING-BATCH-ON-FILE VALUE 'Y'.
           05 BATCH-LOG-EOF-SW PIC X VALUE 'N'.
              88 BATCH-LOG-EOF VALUE 'Y'.
           05 POS-EOF-SW      PIC X  VALUE 'N'.
              88 POS-EOF         VALUE 'Y'.
           05 POS-FOUND-SW    PIC X  VALUE 'N'.
              88 POS-FOUND       VALUE 'Y'.
           05 STORE-EOF-SW    PIC X  VALUE 'N'.
              88 STORE-EOF       VALUE 'Y'.
           05 STORE-REF-FOUND-SW PIC X VALUE 'N'.
              88 STORE-REF-FOUND  VALUE 'Y'.
           05 ADJUST-SIZE-SW  PIC X  VALUE 'N'.
              88 ADJUST-SIZE-ERROR VALUE 'Y'.

        01 RULE-FILE-CONTROL.
           05 AJ-FILE-STATUS      PIC X(2) VALUE '00'.
              88 AJ-FILE-OK               VALUE '00'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 MF-FILE-OK               VALUE '00'.

        01 TRANS-FILE-CONTROL.
           05 TF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 TF-FILE-OK               VALUE '00'.

        01 BATCH-LOG-CONTROL.
           05 BL-FILE-STATUS      PIC X(2) VALUE '00'.
              88 BL-FILE-OK               VALUE '00'.

        01 POSITION-FILE-CONTROL.
           05 PS-FILE-STATUS      PIC X(2) VALUE '00'.
              88 PS-FILE-OK               VALUE '00'.

        01 STORE-FILE-CONTROL.
           05 SF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 SF-FILE-OK               VALUE '00'.

        01 RANGE-WORK.
           05 POSITION-MIN-WORK   PIC 9(6)V99 VALUE ZERO.
           05 POSITION-MAX-WORK   PIC 9(6)V99 VALUE ZERO.
           05 STORE-LOOKUP-KEY    PIC A(4)    VALUE SPACES.
           05 DISTRICT-WORK       PIC A(2)    VALUE SPACES.

        01 BATCH-CONTROL.
           05 BATCH-ID-WORK       PIC X(8)    VALUE SPACES.
           05 BATCH-DESCRIPTION   PIC X(21)   VALUE SPACES.
           05 PENDING-BATCH-ID    PIC X(8)    VALUE SPACES.
           05 BATCH-TRANS-COUNT   PIC 9(6)    VALUE ZERO.
           05 BATCH-SALARY-HASH   PIC 9(9)V99 VALUE ZERO.

        01 ADJUSTMENT-WORK.
           05 NEW-SALARY-WORK     PIC 9(6)V99 VALUE ZERO.
           05 INCREASE-WORK       PIC 9(6)V99 VALUE ZERO.
           05 REFUSAL-REASON      PIC X(46)   VALUE SPACES.

        01 STORE-BREAK-CONTROL.
           05 PREVIOUS-STORE-ID   PIC A(4)    VALUE SPACES.
           05 STORE-ADJUSTED      PIC 9(6)    VALUE ZERO.
           05 STORE-ANNUAL-COST   PIC 9(9)V99 VALUE ZERO.
           05 CHAIN-ANNUAL-COST   PIC 9(9)V99 VALUE ZERO.

        01 ADJUSTMENT-COUNTERS.
           05 RULES-LOADED        PIC 9(6) VALUE ZERO.
           05 MASTER-READ         PIC 9(6) VALUE ZERO.
           05 TERMINATED-SKIPPED  PIC 9(6) VALUE ZERO.
           05 NO-RULE-SKIPPED     PIC 9(6) VALUE ZERO.
           05 SIZE-ERROR-SKIPPED  PIC 9(6) VALUE ZERO.
           05 FLOORED-COUNT       PIC 9(6) VALUE ZERO.
           05 ABOVE-MAX-COUNT     PIC 9(6) VALUE ZERO.

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).

        01 SPACING.
           05 PROPER-SPACING     PIC S9          VALUE +2.
           05 SAVED-SPACING      PIC S9          VALUE +2.

        01 SAVED-REGISTER-AREA.
           05 SAVED-REGISTER-LINE PIC X(120)     VALUE SPACES.

        01 PAGE-CONTROL.
           05 LINE-COUNT          PIC 9(3) VALUE ZERO.
           05 LINES-PER-PAGE      PIC 9(3) VALUE 050.
           05 HEADER-LINES-USED   PIC 9(3) VALUE 009.
           05 PAGE-NUMBER         PIC 9(4) VALUE ZERO.

      ********** ADJUSTMENT RULE TABLE **********
      *    LOADED FROM PR1ADJ.TXT AT HOUSEKEEPING TIME - ONE RULE
      *    PER SCOPE AND CODE, SO THE MOST SPECIFIC RULE FOR AN
      *    EMPLOYEE IS A STRAIGHT LOOKUP

        01 ADJUSTMENT-RULE-TABLE.
           05 AJ-COUNT         PIC 9(3) VALUE ZERO.
           05 AJ-TABLE-MAX     PIC 9(3) VALUE 050.
           05 ADJUSTMENT-RULE-ENTRY OCCURS 50 TIMES INDEXED BY AJ-IDX.
              10 AJ-SCOPE           PIC X(1).
              10 AJ-SCOPE-CODE      PIC X(2).
              10 AJ-METHOD          PIC X(1).
              10 AJ-PERCENT         PIC 99V99.
              10 AJ-AMOUNT          PIC 9(6)V99.
              10 AJ-FLOOR-SW        PIC X(1).

      ********** REJECTED RULE TABLE **********

        01 RULE-ERROR-TABLE.
           05 RX-COUNT         PIC 9(3) VALUE ZERO.
           05 RX-TABLE-MAX     PIC 9(3) VALUE 020.
           05 RULE-ERROR-ENTRY OCCURS 20 TIMES INDEXED BY RX-IDX.
              10 RX-RULE-IMAGE      PIC X(30).
              10 RX-REASON          PIC X(30).

      ********** POSITION CODE REFERENCE TABLE **********
      *    LOADED AT HOUSEKEEPING TIME FROM PR1POS.TXT FOR THE
      *    POSITION MINIMUM AND MAXIMUM

        01 POSITION-CODE-TABLE.
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

      ********** STORE REFERENCE TABLE **********
      *    LOADED AT HOUSEKEEPING TIME FROM PR1STORE.TXT FOR THE
      *    DISTRICT A DISTRICT RULE IS MATCHED ON

        01 STORE-REF-TABLE.
           05 SN-COUNT         PIC 9(3) VALUE ZERO.
           05 SN-TABLE-MAX     PIC 9(3) VALUE 050.
           05 SN-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 STORE-REF-ENTRY OCCURS 50 TIMES INDEXED BY SN-IDX.
              10 SN-STORE-ID        PIC A(4).
              10 SN-STORE-NAME      PIC X(20).
              10 SN-CITY-STATE      PIC X(20).
              10 SN-DISTRICT        PIC A(2).

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
            05        PIC X(23)   VALUE SPACES.
            05        PIC X(28)   VALUE
                        'ADJUSTMENT PREVIEW REGISTER'.
         01 HEADING-THREE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(9)    VALUE 'BATCH ID:'.
            05        PIC X(1)    VALUE SPACE.
            05        H3-BATCH-ID          PIC X(8).
            05        PIC X(3)    VALUE SPACES.
            05        H3-DESCRIPTION       PIC X(21).
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(5)    VALUE 'STORE'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(6)    VALUE 'EMP ID'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(9)    VALUE 'LAST NAME'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(3)    VALUE 'POS'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(4)    VALUE 'RULE'.
            05        PIC X(6)    VALUE SPACES.
            05        PIC X(10)   VALUE 'OLD SALARY'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(10)   VALUE 'NEW SALARY'.
            05        PIC X(4)    VALUE SPACES.
            05        PIC X(8)    VALUE 'INCREASE'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(4)    VALUE 'NOTE'.
         01 REGISTER-DETAIL-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        RD-STORE-ID          PIC A(4).
            05        PIC X(3)    VALUE SPACES.
            05        RD-EMPLOYEE-ID       PIC X(5).
            05        PIC X(3)    VALUE SPACES.
            05        RD-LAST-NAME         PIC X(10).
            05        PIC X(2)    VALUE SPACES.
            05        RD-POSITION          PIC A(2).
            05        PIC X(3)    VALUE SPACES.
            05        RD-RULE              PIC X(8).
            05        PIC X(2)    VALUE SPACES.
            05        RD-OLD-SALARY        PIC $999,999.99.
            05        PIC X(2)    VALUE SPACES.
            05        RD-NEW-SALARY        PIC $999,999.99.
            05        PIC X(2)    VALUE SPACES.
            05        RD-INCREASE          PIC $ZZZ,ZZ9.99.
            05        PIC X(2)    VALUE SPACES.
            05        RD-NOTE              PIC X(10)
                                           VALUE SPACES.
         01 STORE-TOTAL-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(6)    VALUE 'STORE '.
            05        ST-STORE-ID          PIC A(4).
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(10)   VALUE 'EMPLOYEES:'.
            05        ST-ADJUSTED          PIC ZZZ,ZZ9.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(13)   VALUE 'ANNUAL COST:'.
            05        ST-ANNUAL-COST       PIC $$$$,$$$,$$9.99.
         01 CHAIN-TOTAL-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(31)   VALUE
                        'TOTAL ANNUAL COST OF ADJUSTMENT'.
            05        PIC X(3)    VALUE SPACES.
            05        CT-ANNUAL-COST       PIC $$$$,$$$,$$9.99.
         01 RULE-ERROR-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(14)   VALUE 'RULE REJECTED:'.
            05        PIC X(1)    VALUE SPACE.
            05        RE-RULE-IMAGE        PIC X(30).
            05        PIC X(2)    VALUE SPACES.
            05        RE-REASON            PIC X(30).
         01 BATCH-ERROR-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(4)    VALUE '*** '.
            05        BE-MESSAGE           PIC X(46).
            05        PIC X(24)   VALUE
                        '- NO BATCH WRITTEN ***'.
         01 BATCH-BALANCE-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        BB-LABEL             PIC X(25).
            05        BB-FILE-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
            05        CL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              PERFORM 150-GENERATE-ADJUSTMENTS
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              OPEN OUTPUT REGISTER-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
              PERFORM 131-LOAD-POSITION-TABLE
              PERFORM 136-LOAD-STORE-TABLE
              PERFORM 141-LOAD-ADJUSTMENT-RULES
              MOVE BATCH-ID-WORK TO H3-BATCH-ID
              MOVE BATCH-DESCRIPTION TO H3-DESCRIPTION
              PERFORM 140-WRITE-HEADER
              IF RULES-VALID
                  PERFORM 147-CHECK-PENDING-BATCH
              END-IF
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
                          ' - NO FLOOR APPLIED ***'
                      UPON CONSOLE
              END-IF
                  .

            132-CLEAR-POSITION-ENTRY.
              MOVE HIGH-VALUES TO PC-CODE(POS-IDX)
              MOVE SPACES TO PC-TITLE(POS-IDX)
              MOVE ZERO TO PC-MINIMUM-SALARY(POS-IDX)
              MOVE ZERO TO PC-MAXIMUM-SALARY(POS-IDX)
              MOVE ZERO TO PC-RAISE-PCT(POS-IDX)
              MOVE ZERO TO PC-EFFECTIVE-DATE(POS-IDX)
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
                          ' - DISTRICT RULES WILL NOT MATCH ***'
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
                  MOVE SF-STORE-NAME TO SN-STORE-NAME(SN-COUNT)
                  MOVE SF-CITY-STATE TO SN-CITY-STATE(SN-COUNT)
                  MOVE SF-DISTRICT TO SN-DISTRICT(SN-COUNT)
              ELSE
                  ADD 1 TO SN-DROPPED-COUNT
              END-IF
                  .

            140-WRITE-HEADER.
                ADD 1 TO PAGE-NUMBER
                MOVE PAGE-NUMBER TO H1-PAGE-NUMBER
                WRITE REGISTER-LINE FROM HEADING-ONE
              AFTER ADVANCING PAGE

                WRITE REGISTER-LINE FROM HEADING-TWO
              AFTER ADVANCING 2 LINES
                WRITE REGISTER-LINE FROM HEADING-THREE
              AFTER ADVANCING 2 LINES
                WRITE REGISTER-LINE FROM HEADING-FOUR
              AFTER ADVANCING 2 LINES

              MOVE 2 TO PROPER-SPACING
              MOVE HEADER-LINES-USED TO LINE-COUNT
              .

      *    THE WHOLE RULE FILE IS EDITED BEFORE A SINGLE
      *    TRANSACTION IS WRITTEN - ONE BAD RULE REFUSES THE RUN,
      *    SINCE A HALF-RIGHT ADJUSTMENT IS WORSE THAN NONE

            141-LOAD-ADJUSTMENT-RULES.
              PERFORM 142-CLEAR-RULE-ENTRY
                  VARYING AJ-IDX FROM 1 BY 1
                  UNTIL AJ-IDX > AJ-TABLE-MAX
              OPEN INPUT RULE-FILE
              IF AJ-FILE-OK
                  PERFORM UNTIL RULE-EOF
                    READ RULE-FILE
                      AT END
                        MOVE 'Y' TO RULE-EOF-SW
                      NOT AT END
                        PERFORM 143-TAKE-RULE-RECORD
                    END-READ
                  END-PERFORM
                  CLOSE RULE-FILE
                  IF NOT RULE-HEADER-FOUND
                      MOVE 'N' TO RULES-VALID-SW
                      MOVE 'NO HEADER RECORD ON ADJUSTMENT RULE FILE'
                          TO REFUSAL-REASON
                  ELSE
                    IF AJ-COUNT = ZERO AND RULES-VALID
                        MOVE 'N' TO RULES-VALID-SW
                        MOVE 'NO RULES ON ADJUSTMENT RULE FILE'
                            TO REFUSAL-REASON
                    END-IF
                  END-IF
              ELSE
                  MOVE 'N' TO RULES-VALID-SW
                  MOVE 'ADJUSTMENT RULE FILE NOT AVAILABLE'
                      TO REFUSAL-REASON
              END-IF
                  .

            142-CLEAR-RULE-ENTRY.
              MOVE HIGH-VALUES TO AJ-SCOPE(AJ-IDX)
              MOVE HIGH-VALUES TO AJ-SCOPE-CODE(AJ-IDX)
              MOVE SPACES TO AJ-METHOD(AJ-IDX)
              MOVE ZERO TO AJ-PERCENT(AJ-IDX)
              MOVE ZERO TO AJ-AMOUNT(AJ-IDX)
              MOVE 'N' TO AJ-FLOOR-SW(AJ-IDX)
                  .

            143-TAKE-RULE-RECORD.
              EVALUATE TRUE
                  WHEN AR-RULE-HEADER
                      MOVE 'Y' TO RULE-HEADER-SW
                      MOVE AH-BATCH-ID TO BATCH-ID-WORK
                      MOVE AH-DESCRIPTION TO BATCH-DESCRIPTION
                      IF AH-BATCH-ID = SPACES
                          MOVE 'N' TO RULES-VALID-SW
                          MOVE 'NO BATCH ID ON ADJUSTMENT HEADER'
                              TO REFUSAL-REASON
                      END-IF
                  WHEN AR-RULE-DETAIL
                      PERFORM 145-EDIT-RULE-RECORD
                      IF RULE-VALID
                          PERFORM 146-ADD-RULE-ENTRY
                      ELSE
                          MOVE 'N' TO RULES-VALID-SW
                          MOVE 'ADJUSTMENT RULE FAILED THE EDITS'
                              TO REFUSAL-REASON
                          PERFORM 144-REGISTER-RULE-ERROR
                      END-IF
                  WHEN OTHER
                      MOVE 'N' TO RULES-VALID-SW
                      MOVE 'ADJUSTMENT RULE FAILED THE EDITS'
                          TO REFUSAL-REASON
                      MOVE 'INVALID RECORD TYPE' TO RE-REASON
                      PERFORM 144-REGISTER-RULE-ERROR
              END-EVALUATE
                  .

      *    RULE ERRORS TURN UP BEFORE THE HEADER RECORD HAS BEEN
      *    SEEN AND THE FIRST PAGE PRINTED, SO THEY ARE HELD IN A
      *    TABLE AND LISTED UNDER THE REFUSAL

            144-REGISTER-RULE-ERROR.
              DISPLAY '*** RULE REJECTED: ' RULE-RECORD ' - '
                      RE-REASON ' ***'
                  UPON CONSOLE
              IF RX-COUNT < RX-TABLE-MAX
                  ADD 1 TO RX-COUNT
                  MOVE RULE-RECORD TO RX-RULE-IMAGE(RX-COUNT)
                  MOVE RE-REASON TO RX-REASON(RX-COUNT)
              END-IF
                  .

            145-EDIT-RULE-RECORD.
              MOVE 'Y' TO RULE-VALID-SW
              MOVE SPACES TO RE-REASON
              IF AR-SCOPE-CHAIN
                  MOVE SPACES TO AR-SCOPE-CODE
              END-IF
              IF NOT AR-SCOPE-POSITION AND NOT AR-SCOPE-DISTRICT
                 AND NOT AR-SCOPE-CHAIN
                  MOVE 'N' TO RULE-VALID-SW
                  MOVE 'INVALID SCOPE' TO RE-REASON
              ELSE
                IF NOT AR-SCOPE-CHAIN AND AR-SCOPE-CODE = SPACES
                    MOVE 'N' TO RULE-VALID-SW
                    MOVE 'MISSING SCOPE CODE' TO RE-REASON
                ELSE
                  IF AR-METHOD-PERCENT
                    IF AR-PERCENT NOT NUMERIC OR AR-PERCENT = ZERO
                        MOVE 'N' TO RULE-VALID-SW
                        MOVE 'INVALID PERCENT' TO RE-REASON
                    END-IF
                  ELSE
                    IF AR-METHOD-FLAT
                      IF AR-AMOUNT NOT NUMERIC OR AR-AMOUNT = ZERO
                          MOVE 'N' TO RULE-VALID-SW
                          MOVE 'INVALID FLAT AMOUNT' TO RE-REASON
                      END-IF
                    ELSE
                        MOVE 'N' TO RULE-VALID-SW
                        MOVE 'INVALID METHOD' TO RE-REASON
                    END-IF
                  END-IF
                END-IF
              END-IF
              IF RULE-VALID
                  IF AR-FLOOR-SW NOT = 'Y' AND AR-FLOOR-SW NOT = 'N'
                     AND AR-FLOOR-SW NOT = SPACE
                      MOVE 'N' TO RULE-VALID-SW
                      MOVE 'INVALID FLOOR SWITCH' TO RE-REASON
                  ELSE
                      SET AJ-IDX TO 1
                      SEARCH ADJUSTMENT-RULE-ENTRY
                          AT END
                              CONTINUE
                          WHEN AJ-SCOPE(AJ-IDX) = AR-SCOPE
                           AND AJ-SCOPE-CODE(AJ-IDX) = AR-SCOPE-CODE
                              MOVE 'N' TO RULE-VALID-SW
                              MOVE 'DUPLICATE RULE' TO RE-REASON
                      END-SEARCH
                  END-IF
              END-IF
                  .

            146-ADD-RULE-ENTRY.
              IF AJ-COUNT < AJ-TABLE-MAX
                  ADD 1 TO AJ-COUNT
                  ADD 1 TO RULES-LOADED
                  MOVE AR-SCOPE TO AJ-SCOPE(AJ-COUNT)
                  MOVE AR-SCOPE-CODE TO AJ-SCOPE-CODE(AJ-COUNT)
                  MOVE AR-METHOD TO AJ-METHOD(AJ-COUNT)
                  IF AR-METHOD-PERCENT
                      MOVE AR-PERCENT TO AJ-PERCENT(AJ-COUNT)
                  ELSE
                      MOVE AR-AMOUNT TO AJ-AMOUNT(AJ-COUNT)
                  END-IF
                  IF AR-FLOOR-SW = 'Y'
                      MOVE 'Y' TO AJ-FLOOR-SW(AJ-COUNT)
                  END-IF
              ELSE
                  MOVE 'N' TO RULES-VALID-SW
                  MOVE 'MORE RULES THAN THE RULE TABLE HOLDS'
                      TO REFUSAL-REASON
              END-IF
                  .

      *    A BATCH STILL SITTING ON PR1TRANS.TXT THAT PROGRAM2 HAS
      *    NOT APPLIED IS NOT OVERWRITTEN - UNLESS IT IS THIS SAME
      *    BATCH BEING REGENERATED AFTER A PREVIEW

            147-CHECK-PENDING-BATCH.
              OPEN INPUT TRANS-FILE
              IF TF-FILE-OK
                  READ TRANS-FILE
                      AT END
                          CONTINUE
                      NOT AT END
                          IF TR-BATCH-HEADER
                              MOVE 'Y' TO PENDING-BATCH-SW
                              MOVE BH-BATCH-ID TO PENDING-BATCH-ID
                          END-IF
                  END-READ
                  CLOSE TRANS-FILE
              END-IF
              IF PENDING-BATCH-ON-FILE
                 AND PENDING-BATCH-ID NOT = BATCH-ID-WORK
                  OPEN INPUT BATCH-LOG-FILE
                  IF BL-FILE-OK
                      PERFORM UNTIL BATCH-LOG-EOF
                        READ BATCH-LOG-FILE
                          AT END
                            MOVE 'Y' TO BATCH-LOG-EOF-SW
                          NOT AT END
                            IF BL-BATCH-ID = PENDING-BATCH-ID
                                MOVE 'N' TO PENDING-BATCH-SW
                                MOVE 'Y' TO BATCH-LOG-EOF-SW
                            END-IF
                        END-READ
                      END-PERFORM
                      CLOSE BATCH-LOG-FILE
                  END-IF
                  IF PENDING-BATCH-ON-FILE
                      MOVE 'N' TO RULES-VALID-SW
                      MOVE SPACES TO REFUSAL-REASON
                      STRING 'UNAPPLIED BATCH ' PENDING-BATCH-ID
                             ' ON PR1TRANS.TXT'
                          DELIMITED BY SIZE
                          INTO REFUSAL-REASON
                      END-STRING
                  END-IF
              END-IF
                  .

            148-REPORT-RUN-REFUSED.
              MOVE REFUSAL-REASON TO BE-MESSAGE
              DISPLAY '*** ' BE-MESSAGE
                      ' - NO BATCH WRITTEN ***'
                  UPON CONSOLE
              MOVE BATCH-ERROR-LINE TO REGISTER-LINE
              MOVE 2 TO PROPER-SPACING
              PERFORM 225-WRITE-LINE
              PERFORM 149-LIST-RULE-ERROR
                  VARYING RX-IDX FROM 1 BY 1
                  UNTIL RX-IDX > RX-COUNT
                  .

            149-LIST-RULE-ERROR.
              MOVE RX-RULE-IMAGE(RX-IDX) TO RE-RULE-IMAGE
              MOVE RX-REASON(RX-IDX) TO RE-REASON
              MOVE RULE-ERROR-LINE TO REGISTER-LINE
              MOVE 1 TO PROPER-SPACING
              PERFORM 225-WRITE-LINE
                  .

            150-GENERATE-ADJUSTMENTS.
              IF RULES-VALID
                  OPEN INPUT MASTER-FILE
                  IF NOT MF-FILE-OK
                      MOVE 'N' TO RULES-VALID-SW
                      MOVE 'EMPLOYEE MASTER NOT AVAILABLE'
                          TO REFUSAL-REASON
                  END-IF
              END-IF
              IF RULES-VALID
                  OPEN OUTPUT TRANS-FILE
                  PERFORM 155-WRITE-BATCH-HEADER
                  PERFORM UNTIL OUT-DATA
                    READ MASTER-FILE
                      AT END
                        MOVE 'N' TO EOF-FLAG
                      NOT AT END
                        ADD 1 TO MASTER-READ
                        PERFORM 160-ADJUST-EMPLOYEE
                    END-READ
                  END-PERFORM
                  IF PREVIOUS-STORE-ID NOT = SPACES
                      PERFORM 195-PRINT-STORE-TOTAL
                  END-IF
                  PERFORM 157-WRITE-BATCH-TRAILER
                  CLOSE MASTER-FILE
                        TRANS-FILE
                  PERFORM 197-PRINT-CHAIN-TOTAL
              ELSE
                  PERFORM 148-REPORT-RUN-REFUSED
              END-IF
                  .

            155-WRITE-BATCH-HEADER.
              MOVE SPACES TO TRANS-RECORD
              MOVE 'B' TO TR-ACTION
              MOVE BATCH-ID-WORK TO BH-BATCH-ID
              MOVE CURRENT-DATE TO BH-CREATION-DATE
              WRITE TRANS-RECORD
                  .

            157-WRITE-BATCH-TRAILER.
              MOVE SPACES TO TRANS-RECORD
              MOVE 'E' TO TR-ACTION
              MOVE BATCH-TRANS-COUNT TO BT-TRANS-COUNT
              MOVE BATCH-SALARY-HASH TO BT-SALARY-HASH
              WRITE TRANS-RECORD
                  .

            160-ADJUST-EMPLOYEE.
                IF MF-STORE-ID NOT = PREVIOUS-STORE-ID
                    IF PREVIOUS-STORE-ID NOT = SPACES
                        PERFORM 195-PRINT-STORE-TOTAL
                    END-IF
                    MOVE MF-STORE-ID TO PREVIOUS-STORE-ID
                END-IF
                IF MF-STATUS-TERMINATED
                    ADD 1 TO TERMINATED-SKIPPED
                ELSE
                    PERFORM 170-SELECT-RULE
                    IF NOT RULE-FOUND
                        ADD 1 TO NO-RULE-SKIPPED
                    ELSE
                        PERFORM 175-COMPUTE-NEW-SALARY
                        IF ADJUST-SIZE-ERROR
                            ADD 1 TO SIZE-ERROR-SKIPPED
                            DISPLAY '*** WARNING - ADJUSTMENT OVERFLOWS'
                                    ' SALARY - KEY ' MF-MASTER-KEY
                                    ' NOT ADJUSTED ***'
                                UPON CONSOLE
                        ELSE
                          IF NEW-SALARY-WORK >
                             MF-CURRENT-YEARLY-SALARY
                              PERFORM 180-WRITE-CHANGE-TRANS
                              PERFORM 190-REGISTER-DETAIL-LINE
                          END-IF
                        END-IF
                    END-IF
                END-IF
                    .

      *    POSITION RULE FIRST, THEN THE STORE'S DISTRICT, THEN
      *    THE CHAIN-WIDE RULE

            170-SELECT-RULE.
                MOVE 'N' TO RULE-FOUND-SW
                SET AJ-IDX TO 1
                SEARCH ADJUSTMENT-RULE-ENTRY
                    AT END
                        CONTINUE
                    WHEN AJ-SCOPE(AJ-IDX) = 'P'
                     AND AJ-SCOPE-CODE(AJ-IDX) = MF-EMPLOYEE-POS
                        MOVE 'Y' TO RULE-FOUND-SW
                        MOVE 'POS' TO RD-RULE
                        MOVE MF-EMPLOYEE-POS TO RD-RULE(5:2)
                END-SEARCH
                IF NOT RULE-FOUND
                    MOVE MF-STORE-ID TO STORE-LOOKUP-KEY
                    PERFORM 186-LOOKUP-STORE-REF
                    IF STORE-REF-FOUND
                        SET AJ-IDX TO 1
                        SEARCH ADJUSTMENT-RULE-ENTRY
                            AT END
                                CONTINUE
                            WHEN AJ-SCOPE(AJ-IDX) = 'D'
                             AND AJ-SCOPE-CODE(AJ-IDX) =
                                 DISTRICT-WORK
                                MOVE 'Y' TO RULE-FOUND-SW
                                MOVE 'DIST' TO RD-RULE
                                MOVE DISTRICT-WORK TO RD-RULE(6:2)
                        END-SEARCH
                    END-IF
                END-IF
                IF NOT RULE-FOUND
                    SET AJ-IDX TO 1
                    SEARCH ADJUSTMENT-RULE-ENTRY
                        AT END
                            CONTINUE
                        WHEN AJ-SCOPE(AJ-IDX) = 'A'
                            MOVE 'Y' TO RULE-FOUND-SW
                            MOVE 'CHAIN' TO RD-RULE
                    END-SEARCH
                END-IF
                    .

            175-COMPUTE-NEW-SALARY.
                MOVE 'N' TO ADJUST-SIZE-SW
                MOVE SPACES TO RD-NOTE
                IF AJ-METHOD(AJ-IDX) = 'P'
                    COMPUTE NEW-SALARY-WORK ROUNDED =
                        MF-CURRENT-YEARLY-SALARY +
                        (MF-CURRENT-YEARLY-SALARY *
                         AJ-PERCENT(AJ-IDX) / 100)
                      ON SIZE ERROR
                        MOVE 'Y' TO ADJUST-SIZE-SW
                    END-COMPUTE
                ELSE
                    COMPUTE NEW-SALARY-WORK =
                        MF-CURRENT-YEARLY-SALARY + AJ-AMOUNT(AJ-IDX)
                      ON SIZE ERROR
                        MOVE 'Y' TO ADJUST-SIZE-SW
                    END-COMPUTE
                END-IF
                IF NOT ADJUST-SIZE-ERROR
                    PERFORM 185-LOOKUP-POSITION
                    IF POS-FOUND
                        IF AJ-FLOOR-SW(AJ-IDX) = 'Y'
                           AND NEW-SALARY-WORK < POSITION-MIN-WORK
                            MOVE POSITION-MIN-WORK TO NEW-SALARY-WORK
                            MOVE 'FLOOR' TO RD-NOTE
                            ADD 1 TO FLOORED-COUNT
                        END-IF
                        IF POSITION-MAX-WORK > ZERO
                           AND NEW-SALARY-WORK > POSITION-MAX-WORK
                            MOVE 'ABOVE MAX' TO RD-NOTE
                            ADD 1 TO ABOVE-MAX-COUNT
                        END-IF
                    END-IF
                END-IF
                    .

      *    THE CHANGE CARRIES THE WHOLE MASTER IMAGE SO PROGRAM2'S
      *    FIELD EDITS SEE WHAT IS ALREADY ON FILE - ONLY THE
      *    CURRENT YEARLY SALARY IS DIFFERENT

            180-WRITE-CHANGE-TRANS.
                MOVE 'C' TO TR-ACTION
                MOVE MASTER-RECORD TO TR-EMPLOYEE-IMAGE
                MOVE NEW-SALARY-WORK TO TR-CURRENT-YEARLY-SALARY
                WRITE TRANS-RECORD
                ADD 1 TO BATCH-TRANS-COUNT
                ADD TR-CURRENT-YEARLY-SALARY TO BATCH-SALARY-HASH
                COMPUTE INCREASE-WORK =
                    NEW-SALARY-WORK - MF-CURRENT-YEARLY-SALARY
                ADD 1 TO STORE-ADJUSTED
                ADD INCREASE-WORK TO STORE-ANNUAL-COST
                ADD INCREASE-WORK TO CHAIN-ANNUAL-COST
                    .

            185-LOOKUP-POSITION.
                MOVE ZERO TO POSITION-MIN-WORK
                MOVE ZERO TO POSITION-MAX-WORK
                SET POS-IDX TO 1
                SEARCH POSITION-CODE-ENTRY
                    AT END
                        MOVE 'N' TO POS-FOUND-SW
                    WHEN PC-CODE(POS-IDX) = MF-EMPLOYEE-POS
                        MOVE PC-MINIMUM-SALARY(POS-IDX) TO
                             POSITION-MIN-WORK
                        MOVE PC-MAXIMUM-SALARY(POS-IDX) TO
                             POSITION-MAX-WORK
                        MOVE 'Y' TO POS-FOUND-SW
                END-SEARCH
                    .

            186-LOOKUP-STORE-REF.
                MOVE SPACES TO DISTRICT-WORK
                SET SN-IDX TO 1
                SEARCH STORE-REF-ENTRY
                    AT END
                        MOVE 'N' TO STORE-REF-FOUND-SW
                    WHEN SN-STORE-ID(SN-IDX) = STORE-LOOKUP-KEY
                        MOVE 'Y' TO STORE-REF-FOUND-SW
                        MOVE SN-DISTRICT(SN-IDX) TO DISTRICT-WORK
                END-SEARCH
                    .

            190-REGISTER-DETAIL-LINE.
                MOVE MF-STORE-ID TO RD-STORE-ID
                MOVE MF-EMPLOYEE-ID TO RD-EMPLOYEE-ID
                MOVE MF-EMPLOYEE-LAST-NAME TO RD-LAST-NAME
                MOVE MF-EMPLOYEE-POS TO RD-POSITION
                MOVE MF-CURRENT-YEARLY-SALARY TO RD-OLD-SALARY
                MOVE NEW-SALARY-WORK TO RD-NEW-SALARY
                MOVE INCREASE-WORK TO RD-INCREASE
                MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .

            195-PRINT-STORE-TOTAL.
                IF STORE-ADJUSTED > ZERO
                    MOVE PREVIOUS-STORE-ID TO ST-STORE-ID
                    MOVE STORE-ADJUSTED TO ST-ADJUSTED
                    MOVE STORE-ANNUAL-COST TO ST-ANNUAL-COST
                    MOVE STORE-TOTAL-LINE TO REGISTER-LINE
                    MOVE 2 TO PROPER-SPACING
                    PERFORM 225-WRITE-LINE
                    MOVE SPACES TO REGISTER-LINE
                    MOVE 1 TO PROPER-SPACING
                    PERFORM 225-WRITE-LINE
                END-IF
                MOVE ZERO TO STORE-ADJUSTED
                MOVE ZERO TO STORE-ANNUAL-COST
                    .

            197-PRINT-CHAIN-TOTAL.
                MOVE CHAIN-ANNUAL-COST TO CT-ANNUAL-COST
                MOVE CHAIN-TOTAL-LINE TO REGISTER-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .

            225-WRITE-LINE.
                ADD 1 TO LINE-COUNT
                IF LINE-COUNT > LINES-PER-PAGE
                    PERFORM 230-NEW-PAGE
                END-IF
                WRITE REGISTER-LINE
                    AFTER ADVANCING PROPER-SPACING
                .

            230-NEW-PAGE.
                MOVE PROPER-SPACING TO SAVED-SPACING
                MOVE REGISTER-LINE TO SAVED-REGISTER-LINE
                PERFORM 140-WRITE-HEADER
                MOVE SAVED-REGISTER-LINE TO REGISTER-LINE
                MOVE SAVED-SPACING TO PROPER-SPACING
                    .

            250-END-ROUTINE.
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REGISTER-FILE
              STOP RUN
              .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'RULES LOADED:' TO CL-LABEL
                MOVE RULES-LOADED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'MASTER RECORDS READ:' TO CL-LABEL
                MOVE MASTER-READ TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'TERMINATED - SKIPPED:' TO CL-LABEL
                MOVE TERMINATED-SKIPPED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'NO RULE - SKIPPED:' TO CL-LABEL
                MOVE NO-RULE-SKIPPED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'OVERFLOW - SKIPPED:' TO CL-LABEL
                MOVE SIZE-ERROR-SKIPPED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'RAISED TO POSITION FLOOR:' TO CL-LABEL
                MOVE FLOORED-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ABOVE POSITION MAXIMUM:' TO CL-LABEL
                MOVE ABOVE-MAX-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'CHANGE TRANSACTIONS:' TO CL-LABEL
                MOVE BATCH-TRANS-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'TRAILER SALARY HASH:' TO BB-LABEL
                MOVE BATCH-SALARY-HASH TO BB-FILE-VALUE
                MOVE BATCH-BALANCE-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                    .
