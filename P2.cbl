      *                       D = DELETE an employee outright
      *                       X = TRANSFER an employee to a new
      *                           store
      *                       H = REHIRE a former employee
      *       2. The 75 byte employee record image (same layout
      *          as the master record up to the rehire date)
      *          carrying the fields the action needs.  A
      *          TRANSFER carries the old store ID and employee
      *          ID in the key positions and the new store ID
      *          immediately after them; the record is rewritten
      *          under the new store key with the hire date,
      *          salaries, and last increase date kept intact.
      *          A REHIRE carries the store ID and employee ID the
      *          employee last worked under in the key positions,
      *          the store rehired at immediately after them
      *          (blank to come back to the same store), the
      *          rehire date in the hire date positions, and the
      *          new current yearly salary.
      *
      *       The file opens with a 'B' batch header record
      *       (batch ID and creation date) and closes with an
      *       file keyed on Store ID + Employee ID.  A run
      *       against a missing master creates an empty one so
      *       the initial load is just a file of ADD actions.
      *       The 83 byte master record is the 75 byte employee
      *       image followed by the rehire date, zero for an
      *       employee who has never been rehired.
      *
      *       The archive file, PR1ARCH.TXT, written by PROGRAM7,
      *       searched for the prior record of a REHIRE whose
      *       employee has already been purged from the master.
      *
      *********
      * OUTPUT:
      *        old salary, new salary, effective date, source of
      *        change), the file PROGRAM4 reports pay history
      *        from.  PROGRAM3 appends to the same file when it
      *        applies an approved raise.  Every REHIRE appends a
      *        record with a REHIRE source, the final salary of
      *        the prior employment as the old salary, and the
      *        rehire date as the effective date.
      *
      *        Every applied action also appends an entry to the
      *        cumulative change journal PR1JRNL.TXT carrying the
      *        program, the batch ID, the date and time, the
      *        action, and the full 83 byte before and after
      *        images of the master record, so PROGRAM9 can back
      *        the whole batch out if it balanced but carried the
      *        wrong data.  The journal must be writable or the
      *        run is abandoned before the master is touched.  A
      *        REHIRE is journaled as action H when the prior
      *        record came off the master and as action I when
      *        it was reinstated from the archive, so a backout
      *        knows where to put the prior record back.
      *
      *        Every applied ADD, TERMINATE, TRANSFER, and REHIRE,
      *        and every CHANGE that moves the current yearly
      *        salary, also appends a pending change record to the
      *        cumulative outbound payroll feed PR1FEED.TXT: a
      *        sequence number one higher than the last on the
      *        file, the change type (H hire, T termination, X
      *        transfer, R rehire, S salary change), the key, name
      *        and position, the new store for a transfer, the
      *        effective date (hire date, separation date, rehire
      *        date, or the run date for a transfer or salary
      *        change), and the old and new salary.
      *        PROGRAM14 cuts the pending records into the
      *        transmission to payroll.  Like the journal, the feed
      *        must be writable or the run is abandoned.
      *********
      * CALCULATIONS:
      *
      *   increase date); TERMINATE must carry a numeric
      *   separation date; DELETE needs only a valid key.
      *
      *   A REHIRE must carry a numeric current salary and a
      *   valid rehire date.  The prior record is read from the
      *   master, where it must be terminated; failing that the
      *   last copy of the key on the archive is taken.  The
      *   rehire date must be later than the prior record's
      *   separation date.  The record comes back active under
      *   the rehire store with the original hire date and
      *   starting salary kept, the rehire date recorded as both
      *   the rehire date and the date of last pay increase, the
      *   separation date cleared, and the new current salary.
      *   A prior record taken from the archive is removed from
      *   it by copying the archive through PR1ARWK.TXT: the
      *   copy to the work file is made before the master is
      *   touched and copied back once the rehire is journaled.
      *   Any failure in the copy stops the run with completion
      *   code 8 and a console message saying which copy of the
      *   archive is whole.
      *
      *   The position and store reference files, PR1POS.TXT and
      *   PR1STORE.TXT, are loaded at housekeeping the same way
      *   PROGRAM1 loads them: an ADD or CHANGE carrying a
      *   rejected at the door, and an incoming current salary
      *   outside the position's minimum/maximum band prints a
      *   warning line on the register under the transaction.
      *   Every dated generation of a position is loaded, and
      *   the band checked is the generation in effect on the
      *   date the change takes effect: the hire date for an
      *   ADD, the rehire date for a REHIRE, and the batch
      *   header creation date for a CHANGE.  A code with no
      *   generation in effect on that date is not on file.
      *********
      * COMPLETION CODE:
      *       The run hands back a completion code for the
      *       nightly job stream: 0 when the batch balanced and
      *       was applied, 4 when the batch was refused and no
      *       update was applied, 8 when the run was abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BL-FILE-STATUS.

         SELECT JOURNAL-FILE
           ASSIGN TO 'PR1JRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JN-FILE-STATUS.

         SELECT FEED-FILE
           ASSIGN TO 'PR1FEED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FE-FILE-STATUS.

         SELECT POSITION-FILE
           ASSIGN TO 'PR1POS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SF-FILE-STATUS.

         SELECT ARCHIVE-FILE
           ASSIGN TO 'PR1ARCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AR-FILE-STATUS.

         SELECT ARCHIVE-WORK-FILE
           ASSIGN TO 'PR1ARWK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AW-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.

             88 TR-ACTION-TERMINATE             VALUE 'T'.
             88 TR-ACTION-DELETE                VALUE 'D'.
             88 TR-ACTION-TRANSFER              VALUE 'X'.
             88 TR-ACTION-REHIRE                VALUE 'H'.
             88 TR-ACTION-VALID                 VALUE 'A' 'C'
                                                      'T' 'D' 'X'
                                                      'H'.
             88 TR-BATCH-HEADER                 VALUE 'B'.
             88 TR-BATCH-TRAILER                VALUE 'E'.
          05 TR-EMPLOYEE-IMAGE.
             10 FILLER                          PIC X(58).

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
          05 BL-BATCH-ID                        PIC X(8).
          05 BL-APPLIED-DATE                    PIC 9(8).

         FD JOURNAL-FILE
          RECORD CONTAINS 197 CHARACTERS.
         01 JOURNAL-RECORD.
          05 JR-PROGRAM                         PIC X(8).
          05 JR-BATCH-ID                        PIC X(8).
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

         FD ARCHIVE-FILE
          RECORD CONTAINS 83 CHARACTERS.
         01 ARCHIVE-RECORD.
          05 AR-STORE-ID                        PIC A(4).
          05 AR-EMPLOYEE-ID                     PIC X(5).
          05 FILLER                             PIC X(74).

         FD ARCHIVE-WORK-FILE
          RECORD CONTAINS 83 CHARACTERS.
         01 ARCHIVE-WORK-RECORD PIC X(83).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
              88 STORE-EOF       VALUE 'Y'.
           05 STORE-REF-FOUND-SW PIC X VALUE 'N'.
              88 STORE-REF-FOUND  VALUE 'Y'.
           05 FEED-EOF-SW     PIC X  VALUE 'N'.
              88 FEED-EOF        VALUE 'Y'.
           05 ARCHIVE-EOF-SW  PIC X  VALUE 'N'.
              88 ARCHIVE-EOF     VALUE 'Y'.
           05 ARCHIVE-FOUND-SW PIC X VALUE 'N'.
              88 ARCHIVE-FOUND   VALUE 'Y'.
           05 REMOVE-FOUND-SW PIC X  VALUE 'N'.
              88 REMOVE-FOUND    VALUE 'Y'.
           05 ARCHIVE-COPY-SW PIC X  VALUE 'N'.
              88 ARCHIVE-COPY-FAILED VALUE 'Y'.
           05 ARCHIVE-BACK-SW PIC X  VALUE 'N'.
              88 ARCHIVE-COPY-BACK-STARTED VALUE 'Y'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 BL-FILE-OK               VALUE '00'.
              88 BL-FILE-NOT-FOUND        VALUE '35'.

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

        01 ARCHIVE-FILE-CONTROL.
           05 AR-FILE-STATUS      PIC X(2) VALUE '00'.
              88 AR-FILE-OK               VALUE '00'.
           05 AW-FILE-STATUS      PIC X(2) VALUE '00'.
              88 AW-FILE-OK               VALUE '00'.
           05 ARCHIVE-FAIL-STEP   PIC X(30) VALUE SPACES.
           05 ARCHIVE-FAIL-STATUS PIC X(2)  VALUE SPACES.

        01 POSITION-FILE-CONTROL.
           05 PS-FILE-STATUS      PIC X(2) VALUE '00'.
              88 PS-FILE-OK               VALUE '00'.
           05 POSITION-MIN-WORK   PIC 9(6)V99 VALUE ZERO.
           05 POSITION-MAX-WORK   PIC 9(6)V99 VALUE ZERO.
           05 STORE-LOOKUP-KEY    PIC A(4)    VALUE SPACES.
           05 POSITION-LOOKUP-KEY PIC A(2)    VALUE SPACES.
           05 POSITION-LOOKUP-DATE PIC 9(8)   VALUE ZERO.
           05 REHIRE-STORE-ID     PIC A(4)    VALUE SPACES.

        01 BATCH-CONTROL.
           05 BATCH-ID-WORK       PIC X(8)    VALUE SPACES.
           05 TERMS-APPLIED       PIC 9(6) VALUE ZERO.
           05 DELETES-APPLIED     PIC 9(6) VALUE ZERO.
           05 TRANSFERS-APPLIED   PIC 9(6) VALUE ZERO.
           05 REHIRES-APPLIED     PIC 9(6) VALUE ZERO.
           05 TRANS-REJECTED      PIC 9(6) VALUE ZERO.
           05 FEED-RECORDS-WRITTEN PIC 9(6) VALUE ZERO.

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).
           05 REJECT-REASON       PIC X(30) VALUE SPACES.

        01 MASTER-HOLD-AREA.
           05 MASTER-BEFORE-IMAGE PIC X(83) VALUE SPACES.
           05 MASTER-BEFORE-R REDEFINES MASTER-BEFORE-IMAGE.
              10 FILLER                    PIC X(43).
              10 MB-SEPARATION-DATE        PIC 9(8).
              10 FILLER                    PIC X(16).
              10 MB-CURRENT-YEARLY-SALARY  PIC 999999V99.
              10 FILLER                    PIC X(8).

        01 SPACING.
           05 PROPER-SPACING     PIC S9          VALUE +2.
           05 PAGE-NUMBER         PIC 9(4) VALUE ZERO.

      ********** POSITION CODE REFERENCE TABLE **********
      *    LOADED AT HOUSEKEEPING TIME FROM PR1POS.TXT, SO AN ADD
      *    OR CHANGE CARRYING A POSITION CODE WITH NO REFERENCE
      *    ENTRY IS STOPPED AT THE DOOR INSTEAD OF SURFACING ON
      *    THE REPORT.  EVERY DATED GENERATION OF A CODE HAS ITS
      *    OWN ENTRY, SO THE TABLE HOLDS THREE PER CODE

        01 POSITION-CODE-TABLE.
           05 PC-COUNT         PIC 9(3) VALUE ZERO.
           05 PC-TABLE-MAX     PIC 9(3) VALUE 075.
           05 PC-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 PC-FOUND-SUB     PIC 9(3) VALUE ZERO.
           05 POSITION-CODE-ENTRY OCCURS 75 TIMES INDEXED BY POS-IDX.
              10 PC-CODE            PIC X(2).
              10 PC-TITLE           PIC X(13).
              10 PC-MINIMUM-SALARY  PIC 9(6)V99.
              10 PC-MAXIMUM-SALARY  PIC 9(6)V99.
              10 PC-RAISE-PCT       PIC 99V9.
              10 PC-EFFECTIVE-DATE  PIC 9(8).

      ********** STORE REFERENCE TABLE **********
      *    LOADED AT HOUSEKEEPING TIME FROM PR1STORE.TXT - AN
            05        PIC X(6)    VALUE SPACES.
            05        IM-LABEL             PIC X(8).
            05        PIC X(1)    VALUE SPACE.
            05        IM-IMAGE             PIC X(83).
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
                   OUTPUT REGISTER-FILE
              PERFORM 130-OPEN-MASTER
              PERFORM 135-OPEN-HISTORY
              PERFORM 139-OPEN-JOURNAL
              PERFORM 134-OPEN-FEED
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              PERFORM 131-LOAD-POSITION-TABLE
              PERFORM 136-LOAD-STORE-TABLE
              MOVE CURRENT-DATE TO H1-DATE
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
                      UPON CONSOLE
                  CLOSE TRANS-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
                  .
              MOVE ZERO TO PC-MINIMUM-SALARY(POS-IDX)
              MOVE ZERO TO PC-MAXIMUM-SALARY(POS-IDX)
              MOVE ZERO TO PC-RAISE-PCT(POS-IDX)
              MOVE ZERO TO PC-EFFECTIVE-DATE(POS-IDX)
                  .

      *    A CODE CAN CARRY MORE THAN ONE DATED GENERATION AND
      *    EVERY ONE IS KEPT - WHICH ONE APPLIES DEPENDS ON THE
      *    DATE OF THE TRANSACTION, NOT THE DATE OF THE RUN.  AN
      *    UNDATED RECORD HAS BEEN IN EFFECT ALL ALONG

            133-ADD-POSITION-ENTRY.
              IF PF-EFFECTIVE-DATE NOT NUMERIC
                  MOVE ZERO TO PF-EFFECTIVE-DATE
              END-IF
              IF PC-COUNT < PC-TABLE-MAX
                  ADD 1 TO PC-COUNT
                  MOVE PF-CODE TO PC-CODE(PC-COUNT)
                  MOVE PF-TITLE TO PC-TITLE(PC-COUNT)
                  MOVE PF-MINIMUM-SALARY TO PC-MINIMUM-SALARY(PC-COUNT)
                  MOVE PF-MAXIMUM-SALARY TO PC-MAXIMUM-SALARY(PC-COUNT)
                  MOVE PF-RAISE-PCT TO PC-RAISE-PCT(PC-COUNT)
                  MOVE PF-EFFECTIVE-DATE TO PC-EFFECTIVE-DATE(PC-COUNT)
              ELSE
                  ADD 1 TO PC-DROPPED-COUNT
              END-IF
              END-IF
                  .

      *    THE JOURNAL IS WHAT A BACKOUT RUNS FROM, SO A BATCH IS
      *    NEVER APPLIED WITHOUT ONE - UNLIKE THE HISTORY FILE A
      *    JOURNAL THAT WILL NOT OPEN STOPS THE RUN

            139-OPEN-JOURNAL.
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
                  CLOSE TRANS-FILE
                        MASTER-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
                  .

      *    THE FEED IS READ THROUGH ONCE FOR THE LAST SEQUENCE
      *    NUMBER USED, THEN OPENED FOR APPEND.  PAYROLL IS KEYED
      *    FROM IT, SO A FEED THAT WILL NOT OPEN STOPS THE RUN THE
      *    SAME WAY THE JOURNAL DOES

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
                  CLOSE TRANS-FILE
                        MASTER-FILE
                        JOURNAL-FILE
                        REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
                  .

            136-LOAD-STORE-TABLE.
              PERFORM 137-CLEAR-STORE-ENTRY
                  VARYING SN-IDX FROM 1 BY 1
                          PERFORM 240-APPLY-DELETE
                      WHEN TR-ACTION-TRANSFER
                          PERFORM 245-APPLY-TRANSFER
                      WHEN TR-ACTION-REHIRE
                          PERFORM 236-APPLY-REHIRE
                  END-EVALUATE
              ELSE
                  PERFORM 196-REGISTER-REJECT
                          IF TR-ACTION-TRANSFER
                              PERFORM 177-VALIDATE-TRANSFER
                          END-IF
                          IF TR-ACTION-REHIRE
                              PERFORM 178-VALIDATE-REHIRE
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                END-IF
                    .

      *    A REHIRE CARRIES ONLY THE PRIOR KEY, THE STORE REHIRED
      *    AT, THE REHIRE DATE, AND THE NEW SALARY - EVERYTHING
      *    ELSE COMES FROM THE PRIOR RECORD

            178-VALIDATE-REHIRE.
                IF TR-CURRENT-YEARLY-SALARY NOT NUMERIC
                    MOVE 'N' TO TRANS-VALID-SW
                    MOVE 'INVALID CURRENT SALARY' TO
                         REJECT-REASON
                ELSE
                  IF TR-HIRE-DATE NOT NUMERIC
                      MOVE 'N' TO TRANS-VALID-SW
                      MOVE 'INVALID REHIRE DATE' TO
                           REJECT-REASON
                  ELSE
                    IF TR-HIRE-MONTH < 1 OR TR-HIRE-MONTH > 12
                       OR TR-HIRE-DAY < 1 OR TR-HIRE-DAY > 31
                        MOVE 'N' TO TRANS-VALID-SW
                        MOVE 'INVALID REHIRE DATE' TO
                             REJECT-REASON
                    ELSE
                      IF TX-NEW-STORE-ID NOT = SPACES
                         AND SN-COUNT > 0
                          MOVE TX-NEW-STORE-ID TO STORE-LOOKUP-KEY
                          PERFORM 186-LOOKUP-STORE-REF
                          IF NOT STORE-REF-FOUND
                              MOVE 'N' TO TRANS-VALID-SW
                              MOVE 'NEW STORE NOT ON FILE' TO
                                   REJECT-REASON
                          END-IF
                      END-IF
                    END-IF
                  END-IF
                END-IF
                    .

      *    REFERENCE CHECKS ONLY APPLY WHEN THE REFERENCE FILE
      *    LOADED - A MISSING REFERENCE FILE IS WARNED ABOUT AT
      *    HOUSEKEEPING AND THE CHECK IS SKIPPED, THE SAME WAY

            179-VALIDATE-REFERENCE-CODES.
                IF PC-COUNT > 0
                    MOVE TR-EMPLOYEE-POS TO POSITION-LOOKUP-KEY
                    IF TR-ACTION-ADD
                        MOVE TR-HIRE-DATE TO POSITION-LOOKUP-DATE
                    ELSE
                        MOVE BATCH-CREATION-DATE TO
                             POSITION-LOOKUP-DATE
                    END-IF
                    IF POSITION-LOOKUP-DATE = ZERO
                        MOVE CURRENT-DATE TO POSITION-LOOKUP-DATE
                    END-IF
                    PERFORM 185-LOOKUP-POSITION
                    IF NOT POS-FOUND
                        MOVE 'N' TO TRANS-VALID-SW
                END-READ
                    .

      *    THE GENERATION IN EFFECT ON THE LOOKUP DATE IS THE
      *    LATEST ONE FOR THE CODE NOT DATED AFTER IT

            185-LOOKUP-POSITION.
                MOVE ZERO TO POSITION-MIN-WORK
                MOVE ZERO TO POSITION-MAX-WORK
                MOVE ZERO TO PC-FOUND-SUB
                MOVE 'N' TO POS-FOUND-SW
                PERFORM 187-CHECK-POSITION-GENERATION
                    VARYING POS-IDX FROM 1 BY 1
                    UNTIL POS-IDX > PC-COUNT
                IF PC-FOUND-SUB > ZERO
                    MOVE PC-MINIMUM-SALARY(PC-FOUND-SUB) TO
                         POSITION-MIN-WORK
                    MOVE PC-MAXIMUM-SALARY(PC-FOUND-SUB) TO
                         POSITION-MAX-WORK
                    MOVE 'Y' TO POS-FOUND-SW
                END-IF
                    .

            187-CHECK-POSITION-GENERATION.
                IF PC-CODE(POS-IDX) = POSITION-LOOKUP-KEY
                   AND PC-EFFECTIVE-DATE(POS-IDX) NOT >
                       POSITION-LOOKUP-DATE
                    IF PC-FOUND-SUB = ZERO
                        SET PC-FOUND-SUB TO POS-IDX
                    ELSE
                      IF PC-EFFECTIVE-DATE(POS-IDX) >
                         PC-EFFECTIVE-DATE(PC-FOUND-SUB)
                          SET PC-FOUND-SUB TO POS-IDX
                      END-IF
                    END-IF
                END-IF
                    .

            186-LOOKUP-STORE-REF.
                        MOVE 'DELETE' TO RD-ACTION
                    WHEN TR-ACTION-TRANSFER
                        MOVE 'TRANSFER' TO RD-ACTION
                    WHEN TR-ACTION-REHIRE
                        MOVE 'REHIRE' TO RD-ACTION
                    WHEN OTHER
                        MOVE TR-ACTION TO RD-ACTION
                END-EVALUATE
                    PERFORM 196-REGISTER-REJECT
                ELSE
                    PERFORM 205-BUILD-MASTER-FROM-TRANS
                    MOVE ZERO TO MF-REHIRE-DATE
                    WRITE MASTER-RECORD
                        INVALID KEY
                            MOVE 'MASTER WRITE FAILED' TO
                            PERFORM 196-REGISTER-REJECT
                        NOT INVALID KEY
                            ADD 1 TO ADDS-APPLIED
                            PERFORM 217-WRITE-JOURNAL-ENTRY
                            PERFORM 218-WRITE-FEED-ENTRY
                            MOVE 'APPLIED' TO RD-DISPOSITION
                            PERFORM 190-REGISTER-ACTION-LINE
                            PERFORM 194-REGISTER-AFTER-IMAGE
                            PERFORM 196-REGISTER-REJECT
                        NOT INVALID KEY
                            ADD 1 TO CHANGES-APPLIED
                            PERFORM 217-WRITE-JOURNAL-ENTRY
                            MOVE 'APPLIED' TO RD-DISPOSITION
                            PERFORM 190-REGISTER-ACTION-LINE
                            PERFORM 192-REGISTER-BEFORE-IMAGE
                            IF MF-CURRENT-YEARLY-SALARY NOT =
                               MB-CURRENT-YEARLY-SALARY
                                PERFORM 215-WRITE-SALARY-HISTORY
                                PERFORM 218-WRITE-FEED-ENTRY
                            END-IF
                            PERFORM 197-CHECK-SALARY-BAND
                    END-REWRITE
                    MOVE MF-EMPLOYEE-ID TO HS-EMPLOYEE-ID
                    MOVE MB-CURRENT-YEARLY-SALARY TO HS-OLD-SALARY
                    MOVE MF-CURRENT-YEARLY-SALARY TO HS-NEW-SALARY
                    IF TR-ACTION-REHIRE
                        MOVE MF-REHIRE-DATE TO HS-EFFECTIVE-DATE
                        MOVE 'REHIRE' TO HS-CHANGE-SOURCE
                    ELSE
                        MOVE CURRENT-DATE TO HS-EFFECTIVE-DATE
                        MOVE 'CHANGE' TO HS-CHANGE-SOURCE
                    END-IF
                    WRITE HISTORY-RECORD
                END-IF
                    .

      *    ONE JOURNAL ENTRY PER APPLIED ACTION - AN ADD HAS NO
      *    BEFORE IMAGE AND A DELETE HAS NO AFTER IMAGE, SO THOSE
      *    SIDES ARE LEFT BLANK.  A REHIRE FROM THE ARCHIVE GOES
      *    ON AS ACTION I SO A BACKOUT RETURNS THE PRIOR RECORD TO
      *    THE ARCHIVE RATHER THAN THE MASTER

            217-WRITE-JOURNAL-ENTRY.
                MOVE 'PROGRAM2' TO JR-PROGRAM
                MOVE BATCH-ID-WORK TO JR-BATCH-ID
                MOVE CURRENT-DATE TO JR-DATE
                ACCEPT TIME-OF-DAY FROM TIME
                MOVE TIME-HHMMSS TO JR-TIME
                MOVE TR-ACTION TO JR-ACTION
                IF TR-ACTION-REHIRE AND ARCHIVE-FOUND
                    MOVE 'I' TO JR-ACTION
                END-IF
                IF TR-ACTION-ADD
                    MOVE SPACES TO JR-BEFORE-IMAGE
                ELSE
                    MOVE MASTER-BEFORE-IMAGE TO JR-BEFORE-IMAGE
                END-IF
                IF TR-ACTION-DELETE
                    MOVE SPACES TO JR-AFTER-IMAGE
                ELSE
                    MOVE MASTER-RECORD TO JR-AFTER-IMAGE
                END-IF
                WRITE JOURNAL-RECORD
                IF NOT JN-FILE-OK
                    DISPLAY '*** WARNING - JOURNAL WRITE FAILED -'
                            ' STATUS ' JN-FILE-STATUS ' - KEY '
                            TR-STORE-ID TR-EMPLOYEE-ID ' ***'
                        UPON CONSOLE
                END-IF
                    .

      *    ONE FEED RECORD PER CHANGE PAYROLL HAS TO KEY - THE
      *    MASTER RECORD HOLDS THE AFTER IMAGE, AND FOR A TRANSFER
      *    THE TRANSACTION KEY STILL HOLDS THE OLD STORE

            218-WRITE-FEED-ENTRY.
                ADD 1 TO FEED-LAST-SEQUENCE
                MOVE SPACES TO FEED-RECORD
                MOVE 'P' TO FE-SEND-STATUS
                MOVE ZERO TO FE-SENT-DATE
                MOVE FEED-LAST-SEQUENCE TO FE-SEQUENCE-NUMBER
                MOVE 'PROGRAM2' TO FE-SOURCE-PROGRAM
                MOVE BATCH-ID-WORK TO FE-BATCH-ID
                MOVE MF-STORE-ID TO FE-STORE-ID
                MOVE MF-EMPLOYEE-ID TO FE-EMPLOYEE-ID
                MOVE MF-EMPLOYEE-POS TO FE-EMPLOYEE-POS
                MOVE MF-EMPLOYEE-LAST-NAME TO FE-EMPLOYEE-LAST-NAME
                MOVE MF-EMPLOYEE-FIRST-NAME TO
                     FE-EMPLOYEE-FIRST-NAME
                MOVE MF-EMPLOYEE-MIDDLE-INITIAL TO
                     FE-EMPLOYEE-MIDDLE-INITIAL
                MOVE MF-CURRENT-YEARLY-SALARY TO FE-OLD-SALARY
                MOVE MF-CURRENT-YEARLY-SALARY TO FE-NEW-SALARY
                EVALUATE TRUE
                    WHEN TR-ACTION-ADD
                        MOVE 'H' TO FE-CHANGE-TYPE
                        MOVE MF-HIRE-DATE TO FE-EFFECTIVE-DATE
                        MOVE ZERO TO FE-OLD-SALARY
                    WHEN TR-ACTION-TERMINATE
                        MOVE 'T' TO FE-CHANGE-TYPE
                        MOVE MF-SEPARATION-DATE TO FE-EFFECTIVE-DATE
                    WHEN TR-ACTION-TRANSFER
                        MOVE 'X' TO FE-CHANGE-TYPE
                        MOVE TR-STORE-ID TO FE-STORE-ID
                        MOVE MF-STORE-ID TO FE-NEW-STORE-ID
                        MOVE CURRENT-DATE TO FE-EFFECTIVE-DATE
                    WHEN TR-ACTION-REHIRE
                        MOVE 'R' TO FE-CHANGE-TYPE
                        MOVE MF-REHIRE-DATE TO FE-EFFECTIVE-DATE
                        MOVE MB-CURRENT-YEARLY-SALARY TO
                             FE-OLD-SALARY
                    WHEN OTHER
                        MOVE 'S' TO FE-CHANGE-TYPE
                        MOVE CURRENT-DATE TO FE-EFFECTIVE-DATE
                        MOVE MB-CURRENT-YEARLY-SALARY TO
                             FE-OLD-SALARY
                END-EVALUATE
                WRITE FEED-RECORD
                IF FE-FILE-OK
                    ADD 1 TO FEED-RECORDS-WRITTEN
                ELSE
                    DISPLAY '*** WARNING - PAYROLL FEED WRITE FAILED -'
                            ' STATUS ' FE-FILE-STATUS ' - KEY '
                            MF-STORE-ID MF-EMPLOYEE-ID ' ***'
                        UPON CONSOLE
                END-IF
                    .

            220-APPLY-TERMINATE.
                PERFORM 180-READ-MASTER-BY-KEY
                IF NOT MASTER-FOUND
                              PERFORM 196-REGISTER-REJECT
                          NOT INVALID KEY
                              ADD 1 TO TERMS-APPLIED
                              PERFORM 217-WRITE-JOURNAL-ENTRY
                              PERFORM 218-WRITE-FEED-ENTRY
                              MOVE 'APPLIED' TO RD-DISPOSITION
                              PERFORM 190-REGISTER-ACTION-LINE
                              PERFORM 192-REGISTER-BEFORE-IMAGE
                END-IF
                    .

      *    THE NEW EMPLOYMENT HAS TO START AFTER THE PRIOR ONE
      *    ENDED - THE PRIOR RECORD IS IN THE BEFORE IMAGE,
      *    WHETHER IT CAME OFF THE MASTER OR THE ARCHIVE

            235-CHECK-REHIRE-DATE.
                IF MB-SEPARATION-DATE NUMERIC
                   AND TR-HIRE-DATE NOT > MB-SEPARATION-DATE
                    MOVE 'N' TO TRANS-VALID-SW
                    MOVE 'REHIRE DATE NOT AFTER SEP DATE' TO
                         REJECT-REASON
                END-IF
                    .

      *    A REHIRE BRINGS THE PRIOR RECORD BACK ACTIVE - OFF THE
      *    MASTER IF THE EMPLOYEE IS STILL CARRIED THERE AS
      *    TERMINATED, OTHERWISE OFF THE ARCHIVE IF PROGRAM7 HAS
      *    ALREADY PURGED IT.  A REHIRE AT ANOTHER STORE MOVES THE
      *    RECORD UNDER THE NEW STORE KEY THE WAY A TRANSFER DOES

            236-APPLY-REHIRE.
                MOVE 'N' TO ARCHIVE-FOUND-SW
                IF TX-NEW-STORE-ID = SPACES
                    MOVE TR-STORE-ID TO REHIRE-STORE-ID
                ELSE
                    MOVE TX-NEW-STORE-ID TO REHIRE-STORE-ID
                END-IF
                PERFORM 180-READ-MASTER-BY-KEY
                IF MASTER-FOUND
                  IF MF-EMPLOYEE-STATUS NOT = 'T'
                      MOVE 'N' TO TRANS-VALID-SW
                      MOVE 'EMPLOYEE NOT TERMINATED' TO
                           REJECT-REASON
                  ELSE
                      PERFORM 235-CHECK-REHIRE-DATE
                  END-IF
                  IF NOT TRANS-VALID
                      PERFORM 196-REGISTER-REJECT
                  ELSE
                    IF REHIRE-STORE-ID = TR-STORE-ID
                        PERFORM 238-BUILD-REHIRED-RECORD
                        REWRITE MASTER-RECORD
                            INVALID KEY
                                MOVE 'MASTER REWRITE FAILED' TO
                                     REJECT-REASON
                                PERFORM 196-REGISTER-REJECT
                            NOT INVALID KEY
                                PERFORM 241-COMPLETE-REHIRE
                        END-REWRITE
                    ELSE
                        MOVE REHIRE-STORE-ID TO MF-STORE-ID
                        MOVE TR-EMPLOYEE-ID TO MF-EMPLOYEE-ID
                        READ MASTER-FILE
                            INVALID KEY
                                PERFORM 237-MOVE-REHIRED-RECORD
                            NOT INVALID KEY
                                MOVE 'EMPLOYEE ALREADY AT NEW STORE'
                                    TO REJECT-REASON
                                PERFORM 196-REGISTER-REJECT
                        END-READ
                    END-IF
                  END-IF
                ELSE
                    PERFORM 242-FIND-ARCHIVE-RECORD
                    IF NOT ARCHIVE-FOUND
                        MOVE 'NO PRIOR RECORD ON FILE' TO
                             REJECT-REASON
                        PERFORM 196-REGISTER-REJECT
                    ELSE
                      PERFORM 235-CHECK-REHIRE-DATE
                      IF NOT TRANS-VALID
                          PERFORM 196-REGISTER-REJECT
                      ELSE
                        MOVE REHIRE-STORE-ID TO MF-STORE-ID
                        MOVE TR-EMPLOYEE-ID TO MF-EMPLOYEE-ID
                        READ MASTER-FILE
                            INVALID KEY
                                PERFORM 239-WRITE-REHIRED-RECORD
                            NOT INVALID KEY
                                MOVE 'EMPLOYEE ALREADY ON MASTER' TO
                                     REJECT-REASON
                                PERFORM 196-REGISTER-REJECT
                        END-READ
                      END-IF
                    END-IF
                END-IF
                    .

            237-MOVE-REHIRED-RECORD.
                MOVE TR-STORE-ID TO MF-STORE-ID
                MOVE TR-EMPLOYEE-ID TO MF-EMPLOYEE-ID
                DELETE MASTER-FILE
                    INVALID KEY
                        MOVE 'MASTER DELETE FAILED' TO
                             REJECT-REASON
                        PERFORM 196-REGISTER-REJECT
                    NOT INVALID KEY
                        PERFORM 238-BUILD-REHIRED-RECORD
                        WRITE MASTER-RECORD
                            INVALID KEY
                                MOVE 'MASTER WRITE FAILED' TO
                                     REJECT-REASON
                                PERFORM 196-REGISTER-REJECT
                            NOT INVALID KEY
                                PERFORM 241-COMPLETE-REHIRE
                        END-WRITE
                END-DELETE
                    .

      *    THE ORIGINAL HIRE DATE, STARTING SALARY, POSITION, AND
      *    NAME RIDE ALONG FROM THE PRIOR RECORD - THE REHIRE DATE
      *    IS KEPT IN ITS OWN FIELD SO SERVICE CAN STILL BE
      *    COUNTED FROM THE FIRST HIRE, AND IT STARTS THE RAISE
      *    CLOCK OVER SINCE THE NEW SALARY IS SET AS OF THAT DATE

            238-BUILD-REHIRED-RECORD.
                MOVE MASTER-BEFORE-IMAGE TO MASTER-RECORD
                MOVE REHIRE-STORE-ID TO MF-STORE-ID
                MOVE TR-EMPLOYEE-ID TO MF-EMPLOYEE-ID
                MOVE 'A' TO MF-EMPLOYEE-STATUS
                MOVE ZERO TO MF-SEPARATION-DATE
                MOVE TR-HIRE-DATE TO MF-REHIRE-DATE
                MOVE TR-HIRE-DATE TO MF-DATE-LAST-PAY-INCREASE
                MOVE TR-CURRENT-YEARLY-SALARY TO
                     MF-CURRENT-YEARLY-SALARY
                    .

            239-WRITE-REHIRED-RECORD.
                PERFORM 243-COPY-ARCHIVE-TO-WORK
                PERFORM 238-BUILD-REHIRED-RECORD
                WRITE MASTER-RECORD
                    INVALID KEY
                        MOVE 'MASTER WRITE FAILED' TO
                             REJECT-REASON
                        PERFORM 196-REGISTER-REJECT
                    NOT INVALID KEY
                        PERFORM 241-COMPLETE-REHIRE
                        PERFORM 244-COPY-WORK-TO-ARCHIVE
                END-WRITE
                    .

            240-APPLY-DELETE.
                PERFORM 180-READ-MASTER-BY-KEY
                IF NOT MASTER-FOUND
                            PERFORM 196-REGISTER-REJECT
                        NOT INVALID KEY
                            ADD 1 TO DELETES-APPLIED
                            PERFORM 217-WRITE-JOURNAL-ENTRY
                            MOVE 'APPLIED' TO RD-DISPOSITION
                            PERFORM 190-REGISTER-ACTION-LINE
                            PERFORM 192-REGISTER-BEFORE-IMAGE
                END-IF
                    .

      *    EVERY REHIRE WRITES A REHIRE HISTORY RECORD, EVEN AT
      *    THE SALARY THE EMPLOYEE LEFT AT, SO THE PAY HISTORY
      *    SHOWS WHERE THE NEW EMPLOYMENT STARTED

            241-COMPLETE-REHIRE.
                ADD 1 TO REHIRES-APPLIED
                PERFORM 217-WRITE-JOURNAL-ENTRY
                PERFORM 215-WRITE-SALARY-HISTORY
                PERFORM 218-WRITE-FEED-ENTRY
                MOVE 'APPLIED' TO RD-DISPOSITION
                IF ARCHIVE-FOUND
                    MOVE 'REINSTATED FROM ARCHIVE' TO RD-REASON
                END-IF
                PERFORM 190-REGISTER-ACTION-LINE
                PERFORM 192-REGISTER-BEFORE-IMAGE
                PERFORM 194-REGISTER-AFTER-IMAGE
                MOVE SPACES TO RD-DISPOSITION
                MOVE SPACES TO RD-REASON
                MOVE MF-EMPLOYEE-POS TO POSITION-LOOKUP-KEY
                MOVE TR-HIRE-DATE TO POSITION-LOOKUP-DATE
                PERFORM 185-LOOKUP-POSITION
                PERFORM 197-CHECK-SALARY-BAND
                    .

      *    AN EMPLOYEE CAN BE ON THE ARCHIVE MORE THAN ONCE AFTER
      *    AN EARLIER REHIRE AND PURGE - THE LAST COPY IS THE
      *    MOST RECENT EMPLOYMENT AND IS THE ONE TAKEN

            242-FIND-ARCHIVE-RECORD.
              MOVE 'N' TO ARCHIVE-FOUND-SW
              MOVE 'N' TO ARCHIVE-EOF-SW
              OPEN INPUT ARCHIVE-FILE
              IF AR-FILE-OK
                  PERFORM UNTIL ARCHIVE-EOF
                    READ ARCHIVE-FILE
                      AT END
                        MOVE 'Y' TO ARCHIVE-EOF-SW
                      NOT AT END
                        IF AR-STORE-ID = TR-STORE-ID
                           AND AR-EMPLOYEE-ID = TR-EMPLOYEE-ID
                            MOVE 'Y' TO ARCHIVE-FOUND-SW
                            MOVE ARCHIVE-RECORD TO
                                 MASTER-BEFORE-IMAGE
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE ARCHIVE-FILE
              END-IF
                  .

      *    THE ARCHIVE IS COPIED TO A WORK FILE WITHOUT THE ONE
      *    RECORD THE REHIRE PUTS BACK ON THE MASTER, BEFORE THE
      *    MASTER IS TOUCHED, SO AN ARCHIVE THAT CANNOT BE COPIED
      *    STOPS THE RUN WITH THE ARCHIVE STILL WHOLE

            243-COPY-ARCHIVE-TO-WORK.
              MOVE 'N' TO REMOVE-FOUND-SW
              MOVE 'N' TO ARCHIVE-EOF-SW
              MOVE 'N' TO ARCHIVE-COPY-SW
              OPEN INPUT ARCHIVE-FILE
              IF NOT AR-FILE-OK
                  MOVE 'ARCHIVE FILE OPEN FAILED' TO ARCHIVE-FAIL-STEP
                  MOVE AR-FILE-STATUS TO ARCHIVE-FAIL-STATUS
                  PERFORM 249-ABANDON-ARCHIVE-COPY
              END-IF
              OPEN OUTPUT ARCHIVE-WORK-FILE
              IF NOT AW-FILE-OK
                  MOVE 'ARCHIVE WORK FILE OPEN FAILED' TO
                       ARCHIVE-FAIL-STEP
                  MOVE AW-FILE-STATUS TO ARCHIVE-FAIL-STATUS
                  CLOSE ARCHIVE-FILE
                  PERFORM 249-ABANDON-ARCHIVE-COPY
              END-IF
              PERFORM UNTIL ARCHIVE-EOF
                READ ARCHIVE-FILE
                  AT END
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                  NOT AT END
                    PERFORM 246-COPY-TO-WORK-RECORD
                END-READ
                IF NOT AR-FILE-OK AND NOT ARCHIVE-EOF
                    MOVE 'ARCHIVE FILE READ FAILED' TO
                         ARCHIVE-FAIL-STEP
                    MOVE AR-FILE-STATUS TO ARCHIVE-FAIL-STATUS
                    MOVE 'Y' TO ARCHIVE-COPY-SW
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                END-IF
              END-PERFORM
              CLOSE ARCHIVE-FILE
                    ARCHIVE-WORK-FILE
              IF ARCHIVE-COPY-FAILED
                  PERFORM 249-ABANDON-ARCHIVE-COPY
              END-IF
                  .

      *    ONCE THE REHIRE IS ON THE MASTER AND JOURNALED THE WORK
      *    FILE IS COPIED BACK OVER THE ARCHIVE

            244-COPY-WORK-TO-ARCHIVE.
              MOVE 'N' TO ARCHIVE-EOF-SW
              OPEN INPUT ARCHIVE-WORK-FILE
              IF NOT AW-FILE-OK
                  MOVE 'ARCHIVE WORK FILE OPEN FAILED' TO
                       ARCHIVE-FAIL-STEP
                  MOVE AW-FILE-STATUS TO ARCHIVE-FAIL-STATUS
                  PERFORM 249-ABANDON-ARCHIVE-COPY
              END-IF
              OPEN OUTPUT ARCHIVE-FILE
              IF NOT AR-FILE-OK
                  MOVE 'ARCHIVE FILE OPEN FAILED' TO ARCHIVE-FAIL-STEP
                  MOVE AR-FILE-STATUS TO ARCHIVE-FAIL-STATUS
                  CLOSE ARCHIVE-WORK-FILE
                  PERFORM 249-ABANDON-ARCHIVE-COPY
              END-IF
              MOVE 'Y' TO ARCHIVE-BACK-SW
              PERFORM UNTIL ARCHIVE-EOF
                READ ARCHIVE-WORK-FILE
                  AT END
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                  NOT AT END
                    MOVE ARCHIVE-WORK-RECORD TO ARCHIVE-RECORD
                    WRITE ARCHIVE-RECORD
                    IF NOT AR-FILE-OK
                        MOVE 'ARCHIVE FILE WRITE FAILED' TO
                             ARCHIVE-FAIL-STEP
                        MOVE AR-FILE-STATUS TO ARCHIVE-FAIL-STATUS
                        MOVE 'Y' TO ARCHIVE-COPY-SW
                        MOVE 'Y' TO ARCHIVE-EOF-SW
                    END-IF
                END-READ
                IF NOT AW-FILE-OK AND NOT ARCHIVE-EOF
                    MOVE 'ARCHIVE WORK FILE READ FAILED' TO
                         ARCHIVE-FAIL-STEP
                    MOVE AW-FILE-STATUS TO ARCHIVE-FAIL-STATUS
                    MOVE 'Y' TO ARCHIVE-COPY-SW
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                END-IF
              END-PERFORM
              CLOSE ARCHIVE-WORK-FILE
                    ARCHIVE-FILE
              IF ARCHIVE-COPY-FAILED
                  PERFORM 249-ABANDON-ARCHIVE-COPY
              END-IF
              MOVE 'N' TO ARCHIVE-BACK-SW
                  .

            246-COPY-TO-WORK-RECORD.
                IF ARCHIVE-RECORD = MASTER-BEFORE-IMAGE
                   AND NOT REMOVE-FOUND
                    MOVE 'Y' TO REMOVE-FOUND-SW
                ELSE
                    MOVE ARCHIVE-RECORD TO ARCHIVE-WORK-RECORD
                    WRITE ARCHIVE-WORK-RECORD
                    IF NOT AW-FILE-OK
                        MOVE 'ARCHIVE WORK FILE WRITE FAILED' TO
                             ARCHIVE-FAIL-STEP
                        MOVE AW-FILE-STATUS TO ARCHIVE-FAIL-STATUS
                        MOVE 'Y' TO ARCHIVE-COPY-SW
                        MOVE 'Y' TO ARCHIVE-EOF-SW
                    END-IF
                END-IF
                    .

      *    A FAILED ARCHIVE COPY STOPS THE RUN.  UNTIL THE COPY
      *    BACK STARTS THE ARCHIVE IS STILL WHOLE; AFTER THAT THE
      *    WORK FILE IS.  EITHER WAY THE BATCH IS PART APPLIED AND
      *    NOT LOGGED, SO IT IS BACKED OUT WITH PROGRAM9 BEFORE IT
      *    IS RUN AGAIN

            249-ABANDON-ARCHIVE-COPY.
                DISPLAY '*** ' ARCHIVE-FAIL-STEP ' - STATUS '
                        ARCHIVE-FAIL-STATUS ' - RUN ABANDONED ***'
                    UPON CONSOLE
                IF ARCHIVE-COPY-BACK-STARTED
                    DISPLAY '*** PR1ARCH.TXT IS INCOMPLETE - RESTORE'
                            ' IT FROM PR1ARWK.TXT ***'
                        UPON CONSOLE
                ELSE
                    DISPLAY '*** PR1ARCH.TXT HAS NOT BEEN CHANGED ***'
                        UPON CONSOLE
                END-IF
                DISPLAY '*** BATCH ' BATCH-ID-WORK ' PART APPLIED -'
                        ' BACK IT OUT WITH PROGRAM9 BEFORE RERUN ***'
                    UPON CONSOLE
                IF HISTORY-OPEN
                    CLOSE HISTORY-FILE
                END-IF
                CLOSE TRANS-FILE
                      MASTER-FILE
                      JOURNAL-FILE
                      FEED-FILE
                      REGISTER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
                    .

      *    A TRANSFER MOVES THE WHOLE RECORD UNDER THE NEW STORE
      *    KEY - THE OLD RECORD IS DELETED AND THE SAVED IMAGE IS
      *    REWRITTEN WITH ONLY THE STORE ID CHANGED, SO THE HIRE
                                PERFORM 196-REGISTER-REJECT
                            NOT INVALID KEY
                                ADD 1 TO TRANSFERS-APPLIED
                                PERFORM 217-WRITE-JOURNAL-ENTRY
                                PERFORM 218-WRITE-FEED-ENTRY
                                MOVE 'APPLIED' TO RD-DISPOSITION
                                PERFORM 190-REGISTER-ACTION-LINE
                                PERFORM 192-REGISTER-BEFORE-IMAGE
                  CLOSE HISTORY-FILE
              END-IF
              CLOSE MASTER-FILE
                    JOURNAL-FILE
                    FEED-FILE
                    REGISTER-FILE
              IF BATCH-BALANCED AND NOT BATCH-ALREADY-APPLIED
                  MOVE ZERO TO RETURN-CODE
              ELSE
                  MOVE 4 TO RETURN-CODE
              END-IF
              STOP RUN
              .

                MOVE TRANSFERS-APPLIED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'REHIRES APPLIED:' TO CL-LABEL
                MOVE REHIRES-APPLIED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'TRANSACTIONS REJECTED:' TO CL-LABEL
                MOVE TRANS-REJECTED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'PAYROLL FEED RECORDS:' TO CL-LABEL
                MOVE FEED-RECORDS-WRITTEN TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                    .
