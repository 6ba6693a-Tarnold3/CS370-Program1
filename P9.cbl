       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM9.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program backs a whole batch out of the Bennett Shoes
      * employee master from the change journal, so a PR1TRANS.TXT
      * batch that balanced but carried the wrong data - or a
      * raise or purge run that should not have gone - can be
      * reversed cleanly instead of keying reversing
      * transactions by hand.
      *
      *********
      * INPUT:
      *       The batch to back out is supplied as the command
      *       line parameter: the 8 character batch ID from the
      *       'B' header of a PROGRAM2 batch, or the run ID
      *       printed on a PROGRAM3 raise register or a PROGRAM7
      *       purge register.  A run with no parameter is refused.
      *
      *       The change journal, PR1JRNL.TXT, appended to by
      *       PROGRAM2, PROGRAM3, and PROGRAM7 - one entry per
      *       applied action with the program, batch ID, date,
      *       time, action, and the 83 byte before and after
      *       images of the master record.
      *
      *       The employee master file, EMPMAST.DAT, an indexed
      *       file keyed on Store ID + Employee ID, updated in
      *       place.
      *
      *       The outbound payroll feed, PR1FEED.TXT, written by
      *       PROGRAM2 and PROGRAM3 and cut by PROGRAM14.
      *
      *********
      * OUTPUT:
      *        The restored employee master file.
      *
      *        The BATCH BACKOUT REGISTER: the batch ID, then one
      *        line per journal entry backed out, newest first,
      *        with the action, the key, and the disposition,
      *        followed by the master image that was backed out
      *        and the image restored.  Control counts print at
      *        the end.
      *
      *        Each entry backed out is itself journaled under the
      *        same batch ID with PROGRAM9 as the program, so a
      *        backout is on the trail like any other update and a
      *        second backout of the same batch is refused.
      *
      *        A salary put back by the backout appends a record
      *        with a BACKOUT source to PR1HIST.TXT so the pay
      *        history still ends on the salary the master
      *        carries.  A backed out purge puts the record back
      *        on the master and takes its copy off PR1ARCH.TXT.
      *        A backed out rehire of an archived employee takes
      *        the record off the master and appends the prior
      *        record back onto PR1ARCH.TXT.
      *
      *        The batch's feed records for every employee backed
      *        out are taken back from payroll.  One still pending
      *        is marked C (cancelled), which PROGRAM14 never
      *        sends.  One already sent is left as it is and a V
      *        (reversal) record is appended pending for the next
      *        cut: the original change with its type carried in
      *        the reversed type byte, its old and new salaries
      *        swapped, and PROGRAM9 as the source.  The feed and
      *        the archive are rewritten through the work files
      *        PR1FDWK.TXT and PR1ARWK.TXT, and a copy that fails
      *        stops the run with a console message saying which
      *        copy of the file is whole.
      *
      *********
      * CALCULATIONS:
      *
      *   The journal entries for the batch are sorted newest
      *   first and undone one at a time:
      *     ADD                - the added record is deleted
      *     CHANGE, TERMINATE,
      *     RAISE              - the before image is rewritten
      *     DELETE, PURGE      - the before image is written back
      *     TRANSFER           - the record is deleted under the
      *                          new store and the before image is
      *                          written back under the old store
      *     REHIRE             - undone as a CHANGE when the
      *                          employee came back to the same
      *                          store, otherwise as a TRANSFER
      *     REHIRE FROM THE
      *     ARCHIVE (I)        - the record is deleted and the
      *                          before image is appended back onto
      *                          the archive
      *
      *   A record is only touched when the master still holds
      *   exactly the after image the batch left behind.  If a
      *   later update has changed it since, the entry is skipped
      *   and listed on the register for a person to look at,
      *   rather than throwing the later update away.
      *********
      * COMPLETION CODE:
      *       0 when every entry for the batch was backed out, 4
      *       when the backout was refused or an entry was
      *       skipped, 8 when a prior record could not be put
      *       back on the archive or the run was abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT JOURNAL-FILE
           ASSIGN TO 'PR1JRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JN-FILE-STATUS.

         SELECT BACKOUT-SORT-FILE
           ASSIGN TO 'PR1BOSW'.

         SELECT MASTER-FILE
           ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MF-MASTER-KEY
           FILE STATUS IS MF-FILE-STATUS.

         SELECT HISTORY-FILE
           ASSIGN TO 'PR1HIST.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HS-FILE-STATUS.

         SELECT ARCHIVE-FILE
           ASSIGN TO 'PR1ARCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AR-FILE-STATUS.

         SELECT ARCHIVE-WORK-FILE
           ASSIGN TO 'PR1ARWK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AW-FILE-STATUS.

         SELECT FEED-FILE
           ASSIGN TO 'PR1FEED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FE-FILE-STATUS.

         SELECT FEED-WORK-FILE
           ASSIGN TO 'PR1FDWK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FW-FILE-STATUS.

         SELECT REGISTER-FILE
           ASSIGN TO PRINTER 'BACKREG'.

        DATA DIVISION.
        FILE SECTION.

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

         SD BACKOUT-SORT-FILE.
         01 BACKOUT-SORT-RECORD.
          05 BS-SEQUENCE                        PIC 9(6).
          05 BS-PROGRAM                         PIC X(8).
          05 BS-ACTION                          PIC X(1).
             88 BS-ACTION-ADD                   VALUE 'A'.
             88 BS-ACTION-CHANGE                VALUE 'C'.
             88 BS-ACTION-TERMINATE             VALUE 'T'.
             88 BS-ACTION-DELETE                VALUE 'D'.
             88 BS-ACTION-TRANSFER              VALUE 'X'.
             88 BS-ACTION-RAISE                 VALUE 'R'.
             88 BS-ACTION-PURGE                 VALUE 'P'.
             88 BS-ACTION-REHIRE                VALUE 'H'.
             88 BS-ACTION-REINSTATE             VALUE 'I'.
          05 BS-BEFORE-IMAGE.
             10 BS-BEFORE-KEY                   PIC X(9).
             10 FILLER                          PIC X(58).
             10 BS-BEFORE-SALARY                PIC 9(6)V99.
             10 FILLER                          PIC X(8).
          05 BS-AFTER-IMAGE.
             10 BS-AFTER-KEY                    PIC X(9).
             10 FILLER                          PIC X(58).
             10 BS-AFTER-SALARY                 PIC 9(6)V99.
             10 FILLER                          PIC X(8).

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
          05 MF-SEPARATION-DATE                 PIC 9(8).
          05 MF-STARTING-YEARLY-SALARY          PIC 999999V99.
          05 MF-DATE-LAST-PAY-INCREASE          PIC 9(8).
          05 MF-CURRENT-YEARLY-SALARY           PIC 999999V99.
          05 MF-REHIRE-DATE                     PIC 9(8).

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

         01 ARCHIVE-RECORD     PIC X(83).

         FD ARCHIVE-WORK-FILE
          RECORD CONTAINS 83 CHARACTERS.

         01 ARCHIVE-WORK-RECORD PIC X(83).

         FD FEED-FILE
          RECORD CONTAINS 100 CHARACTERS.
         01 FEED-RECORD.
          05 FE-SEND-STATUS                     PIC X(1).
             88 FE-PENDING                      VALUE 'P'.
             88 FE-SENT                         VALUE 'S'.
             88 FE-CANCELLED                    VALUE 'C'.
          05 FE-SENT-DATE                       PIC 9(8).
          05 FE-CHANGE-DATA.
             10 FE-SEQUENCE-NUMBER              PIC 9(8).
             10 FE-CHANGE-TYPE                  PIC X(1).
                88 FE-ORIGINAL-CHANGE           VALUE 'H' 'T' 'X'
                                                      'R' 'S'.
                88 FE-REVERSAL                  VALUE 'V'.
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
             10 FE-REVERSED-TYPE                PIC X(1).
             10 FILLER                          PIC X(5).

         FD FEED-WORK-FILE
          RECORD CONTAINS 100 CHARACTERS.

         01 FEED-WORK-RECORD   PIC X(100).

         FD REGISTER-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REGISTER-LINE      PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 JOURNAL-EOF-SW  PIC X  VALUE 'N'.
              88 JOURNAL-EOF     VALUE 'Y'.
           05 SORT-EOF-SW     PIC X  VALUE 'N'.
              88 SORT-EOF        VALUE 'Y'.
           05 ARCHIVE-EOF-SW  PIC X  VALUE 'N'.
              88 ARCHIVE-EOF     VALUE 'Y'.
           05 MASTER-FOUND-SW PIC X  VALUE 'N'.
              88 MASTER-FOUND VALUE 'Y'.
           05 HISTORY-OPEN-SW PIC X  VALUE 'N'.
              88 HISTORY-OPEN VALUE 'Y'.
           05 BACKED-OUT-SW   PIC X  VALUE 'N'.
              88 ALREADY-BACKED-OUT VALUE 'Y'.
           05 ENTRY-DONE-SW   PIC X  VALUE 'N'.
              88 ENTRY-BACKED-OUT VALUE 'Y'.
           05 REMOVE-FOUND-SW PIC X  VALUE 'N'.
              88 REMOVE-FOUND    VALUE 'Y'.
           05 ARCHIVE-OPEN-SW PIC X  VALUE 'N'.
              88 ARCHIVE-OPEN    VALUE 'Y'.
           05 FEED-EOF-SW     PIC X  VALUE 'N'.
              88 FEED-EOF        VALUE 'Y'.
           05 KEY-FOUND-SW    PIC X  VALUE 'N'.
              88 KEY-BACKED-OUT  VALUE 'Y'.
           05 COPY-FILE-SW    PIC X  VALUE SPACE.
              88 COPYING-FEED    VALUE 'F'.
              88 COPYING-ARCHIVE VALUE 'A'.
           05 COPY-FAILED-SW  PIC X  VALUE 'N'.
              88 COPY-FAILED     VALUE 'Y'.
           05 COPY-BACK-SW    PIC X  VALUE 'N'.
              88 COPY-BACK-STARTED VALUE 'Y'.
           05 FILE-ERROR-SW   PIC X  VALUE 'N'.
              88 FILE-ERROR-FOUND VALUE 'Y'.

        01 JOURNAL-FILE-CONTROL.
           05 JN-FILE-STATUS      PIC X(2) VALUE '00'.
              88 JN-FILE-OK               VALUE '00'.
              88 JN-FILE-NOT-FOUND        VALUE '35'.
           05 TIME-FIELDS.
              10 TIME-OF-DAY      PIC 9(8) VALUE ZERO.
           05 TIME-FIELDS-R REDEFINES TIME-FIELDS.
              10 TIME-HHMMSS      PIC 9(6).
              10 FILLER           PIC 9(2).

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 MF-FILE-OK               VALUE '00'.

        01 HISTORY-FILE-CONTROL.
           05 HS-FILE-STATUS      PIC X(2) VALUE '00'.
              88 HS-FILE-OK               VALUE '00'.
              88 HS-FILE-NOT-FOUND        VALUE '35'.

        01 ARCHIVE-FILE-CONTROL.
           05 AR-FILE-STATUS      PIC X(2) VALUE '00'.
              88 AR-FILE-OK               VALUE '00'.
              88 AR-FILE-NOT-FOUND        VALUE '35'.
           05 AW-FILE-STATUS      PIC X(2) VALUE '00'.
              88 AW-FILE-OK               VALUE '00'.

        01 FEED-FILE-CONTROL.
           05 FE-FILE-STATUS      PIC X(2) VALUE '00'.
              88 FE-FILE-OK               VALUE '00'.
              88 FE-FILE-NOT-FOUND        VALUE '35'.
           05 FW-FILE-STATUS      PIC X(2) VALUE '00'.
              88 FW-FILE-OK               VALUE '00'.
           05 FEED-LAST-SEQUENCE  PIC 9(8) VALUE ZERO.
           05 REVERSAL-SALARY-HOLD PIC 9(6)V99 VALUE ZERO.
           05 FEED-LOOKUP-KEY.
              10 FK-STORE-ID      PIC A(4).
              10 FK-EMPLOYEE-ID   PIC X(5).

        01 COPY-CONTROL.
           05 COPY-FAIL-STEP      PIC X(30) VALUE SPACES.
           05 COPY-FAIL-STATUS    PIC X(2)  VALUE SPACES.

        01 RUN-PARM-FIELDS.
           05 BACKOUT-BATCH-ID   PIC X(8) VALUE SPACES.

        01 BACKOUT-COUNTERS.
           05 JOURNAL-READ        PIC 9(6) VALUE ZERO.
           05 BATCH-ENTRIES       PIC 9(6) VALUE ZERO.
           05 ENTRIES-BACKED-OUT  PIC 9(6) VALUE ZERO.
           05 ENTRIES-SKIPPED     PIC 9(6) VALUE ZERO.
           05 ARCHIVE-REMOVED     PIC 9(6) VALUE ZERO.
           05 ARCHIVE-RETURNED    PIC 9(6) VALUE ZERO.
           05 FEED-CANCELLED      PIC 9(6) VALUE ZERO.
           05 FEED-REVERSED       PIC 9(6) VALUE ZERO.

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).

        01 REJECT-WORK.
           05 REJECT-REASON       PIC X(30) VALUE SPACES.

        01 MASTER-HOLD-AREA.
           05 MASTER-CURRENT-IMAGE PIC X(83) VALUE SPACES.
           05 MASTER-CURRENT-R REDEFINES MASTER-CURRENT-IMAGE.
              10 FILLER                    PIC X(67).
              10 MC-CURRENT-YEARLY-SALARY  PIC 999999V99.
              10 FILLER                    PIC X(8).

      ********** PURGED RECORDS TO TAKE OFF THE ARCHIVE **********
      *    A PURGE THAT IS BACKED OUT PUTS THE RECORD BACK ON THE
      *    MASTER, SO ITS COPY COMES OFF PR1ARCH.TXT AT THE END OF
      *    THE RUN - ONE ARCHIVE RECORD IS REMOVED PER ENTRY

        01 ARCHIVE-REMOVE-TABLE.
           05 AX-COUNT         PIC 9(3) VALUE ZERO.
           05 AX-TABLE-MAX     PIC 9(3) VALUE 200.
           05 AX-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 ARCHIVE-REMOVE-ENTRY OCCURS 200 TIMES INDEXED BY AX-IDX.
              10 AX-IMAGE           PIC X(83).
              10 AX-REMOVED-SW      PIC X(1).

      ********** KEYS BACKED OUT **********
      *    EVERY KEY AN ENTRY WAS BACKED OUT UNDER, BEFORE AND
      *    AFTER, SO THE BATCH'S FEED RECORDS FOR THOSE EMPLOYEES
      *    CAN BE TAKEN BACK - AN ENTRY THAT WAS SKIPPED LEAVES
      *    ITS FEED RECORDS ALONE

        01 BACKED-OUT-KEY-TABLE.
           05 BK-COUNT         PIC 9(3) VALUE ZERO.
           05 BK-TABLE-MAX     PIC 9(3) VALUE 400.
           05 BK-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 BACKED-OUT-KEY-ENTRY OCCURS 400 TIMES INDEXED BY BK-IDX.
              10 BK-KEY             PIC X(9).

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
            05        PIC X(25)   VALUE SPACES.
            05        PIC X(22)   VALUE
                        'BATCH BACKOUT REGISTER'.
         01 HEADING-THREE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(9)    VALUE 'BATCH ID:'.
            05        PIC X(1)    VALUE SPACE.
            05        H3-BATCH-ID          PIC X(8).
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(6)    VALUE 'ENTRY#'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(6)    VALUE 'ACTION'.
            05        PIC X(6)    VALUE SPACES.
            05        PIC X(5)    VALUE 'STORE'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(6)    VALUE 'EMP ID'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(11)   VALUE 'DISPOSITION'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(6)    VALUE 'REASON'.
         01 REGISTER-DETAIL-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        RD-ENTRY-NUMBER      PIC ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        RD-ACTION            PIC X(9).
            05        PIC X(3)    VALUE SPACES.
            05        RD-STORE-ID          PIC A(4).
            05        PIC X(3)    VALUE SPACES.
            05        RD-EMPLOYEE-ID       PIC X(5).
            05        PIC X(3)    VALUE SPACES.
            05        RD-DISPOSITION       PIC X(11)
                                           VALUE SPACES.
            05        PIC X(3)    VALUE SPACES.
            05        RD-REASON            PIC X(30)
                                           VALUE SPACES.
         01 IMAGE-LINE.
            05        PIC X(6)    VALUE SPACES.
            05        IM-LABEL             PIC X(11).
            05        PIC X(1)    VALUE SPACE.
            05        IM-IMAGE             PIC X(83).
         01 REFUSED-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(4)    VALUE '*** '.
            05        RF-MESSAGE           PIC X(40).
            05        PIC X(26)   VALUE
                        '- NOTHING BACKED OUT ***'.
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
            05        CL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              PERFORM 150-BACK-OUT-BATCH
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              ACCEPT BACKOUT-BATCH-ID FROM COMMAND-LINE
              IF BACKOUT-BATCH-ID = SPACES
                  DISPLAY '*** BATCH ID PARAMETER REQUIRED -'
                          ' RUN ABANDONED ***'
                      UPON CONSOLE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              OPEN OUTPUT REGISTER-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              MOVE BACKOUT-BATCH-ID TO H3-BATCH-ID
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
              PERFORM 140-WRITE-HEADER
                  .

            130-OPEN-MASTER.
              OPEN I-O MASTER-FILE
              IF NOT MF-FILE-OK
                  DISPLAY '*** EMPLOYEE MASTER OPEN FAILED - STATUS '
                          MF-FILE-STATUS ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
                  .

            135-OPEN-HISTORY.
              OPEN EXTEND HISTORY-FILE
              IF HS-FILE-NOT-FOUND
                  OPEN OUTPUT HISTORY-FILE
              END-IF
              IF HS-FILE-OK
                  MOVE 'Y' TO HISTORY-OPEN-SW
              ELSE
                  DISPLAY '*** WARNING - SALARY HISTORY FILE NOT'
                          ' WRITABLE - STATUS ' HS-FILE-STATUS
                          ' - NO HISTORY THIS RUN ***'
                      UPON CONSOLE
              END-IF
                  .

            137-OPEN-JOURNAL.
              OPEN EXTEND JOURNAL-FILE
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

      *    THE JOURNAL IS READ FRONT TO BACK AND EACH ENTRY FOR THE
      *    BATCH IS TAGGED WITH ITS POSITION IN THE FILE - SORTING
      *    DESCENDING ON THAT TAG UNDOES THE BATCH NEWEST FIRST

            150-BACK-OUT-BATCH.
                SORT BACKOUT-SORT-FILE
                  ON DESCENDING KEY BS-SEQUENCE
                  INPUT PROCEDURE IS 160-SELECT-BATCH-ENTRIES
                  OUTPUT PROCEDURE IS 200-BACK-OUT-ENTRIES
                  .

            160-SELECT-BATCH-ENTRIES.
              OPEN INPUT JOURNAL-FILE
              IF JN-FILE-OK
                  PERFORM UNTIL JOURNAL-EOF
                    READ JOURNAL-FILE
                      AT END
                        MOVE 'Y' TO JOURNAL-EOF-SW
                      NOT AT END
                        ADD 1 TO JOURNAL-READ
                        IF JR-BATCH-ID = BACKOUT-BATCH-ID
                            PERFORM 165-RELEASE-BATCH-ENTRY
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE JOURNAL-FILE
              ELSE
                  DISPLAY '*** CHANGE JOURNAL NOT AVAILABLE - STATUS '
                          JN-FILE-STATUS ' ***'
                      UPON CONSOLE
              END-IF
                  .

      *    AN ENTRY WRITTEN BY THIS PROGRAM MEANS THE BATCH HAS
      *    ALREADY BEEN BACKED OUT ONCE

            165-RELEASE-BATCH-ENTRY.
                IF JR-PROGRAM = 'PROGRAM9'
                    MOVE 'Y' TO BACKED-OUT-SW
                ELSE
                    ADD 1 TO BATCH-ENTRIES
                    MOVE JOURNAL-READ TO BS-SEQUENCE
                    MOVE JR-PROGRAM TO BS-PROGRAM
                    MOVE JR-ACTION TO BS-ACTION
                    MOVE JR-BEFORE-IMAGE TO BS-BEFORE-IMAGE
                    MOVE JR-AFTER-IMAGE TO BS-AFTER-IMAGE
                    RELEASE BACKOUT-SORT-RECORD
                END-IF
                    .

            200-BACK-OUT-ENTRIES.
              IF BATCH-ENTRIES = ZERO OR ALREADY-BACKED-OUT
                  PERFORM 170-REPORT-BACKOUT-REFUSED
              ELSE
                  PERFORM 130-OPEN-MASTER
                  PERFORM 135-OPEN-HISTORY
                  PERFORM 137-OPEN-JOURNAL
                  PERFORM UNTIL SORT-EOF
                    RETURN BACKOUT-SORT-FILE
                      AT END
                        MOVE 'Y' TO SORT-EOF-SW
                      NOT AT END
                        PERFORM 205-BACK-OUT-ENTRY
                    END-RETURN
                  END-PERFORM
                  IF HISTORY-OPEN
                      CLOSE HISTORY-FILE
                  END-IF
                  CLOSE MASTER-FILE
                        JOURNAL-FILE
                  IF BK-COUNT > 0
                      PERFORM 270-UPDATE-PAYROLL-FEED
                  END-IF
                  IF AX-COUNT > 0
                      PERFORM 255-REMOVE-ARCHIVE-COPIES
                  END-IF
              END-IF
                  .

            170-REPORT-BACKOUT-REFUSED.
              IF ALREADY-BACKED-OUT
                  MOVE 'BATCH HAS ALREADY BEEN BACKED OUT'
                      TO RF-MESSAGE
              ELSE
                  MOVE 'BATCH ID NOT FOUND ON CHANGE JOURNAL'
                      TO RF-MESSAGE
              END-IF
              DISPLAY '*** ' RF-MESSAGE
                      ' - NOTHING BACKED OUT ***'
                  UPON CONSOLE
              MOVE REFUSED-LINE TO REGISTER-LINE
              MOVE 2 TO PROPER-SPACING
              PERFORM 225-WRITE-LINE
                  .

            205-BACK-OUT-ENTRY.
                MOVE 'N' TO ENTRY-DONE-SW
                MOVE SPACES TO REJECT-REASON
                MOVE SPACES TO MASTER-CURRENT-IMAGE
                EVALUATE TRUE
                    WHEN BS-ACTION-ADD
                        PERFORM 210-BACK-OUT-ADD
                    WHEN BS-ACTION-CHANGE
                      OR BS-ACTION-TERMINATE
                      OR BS-ACTION-RAISE
                        PERFORM 215-RESTORE-BEFORE-IMAGE
                    WHEN BS-ACTION-DELETE
                      OR BS-ACTION-PURGE
                        PERFORM 220-RESTORE-REMOVED-RECORD
                    WHEN BS-ACTION-TRANSFER
                        PERFORM 235-BACK-OUT-TRANSFER
                    WHEN BS-ACTION-REHIRE
                        PERFORM 237-BACK-OUT-REHIRE
                    WHEN BS-ACTION-REINSTATE
                        PERFORM 238-BACK-OUT-REINSTATE
                    WHEN OTHER
                        MOVE 'UNKNOWN JOURNAL ACTION' TO
                             REJECT-REASON
                END-EVALUATE
                IF ENTRY-BACKED-OUT
                    ADD 1 TO ENTRIES-BACKED-OUT
                    PERFORM 245-WRITE-JOURNAL-ENTRY
                    PERFORM 247-NOTE-BACKED-OUT-KEYS
                    MOVE 'BACKED OUT' TO RD-DISPOSITION
                ELSE
                    ADD 1 TO ENTRIES-SKIPPED
                    MOVE 'SKIPPED' TO RD-DISPOSITION
                    MOVE REJECT-REASON TO RD-REASON
                END-IF
                PERFORM 190-REGISTER-ENTRY-LINE
                    .

      *    THE MASTER MUST STILL HOLD EXACTLY WHAT THE BATCH LEFT
      *    BEHIND - ANYTHING ELSE MEANS A LATER UPDATE TOUCHED THE
      *    RECORD AND IT IS LEFT FOR A PERSON TO SORT OUT

            180-READ-AFTER-IMAGE.
                MOVE 'N' TO MASTER-FOUND-SW
                MOVE BS-AFTER-KEY TO MF-MASTER-KEY
                READ MASTER-FILE
                    INVALID KEY
                        MOVE 'RECORD NO LONGER ON MASTER' TO
                             REJECT-REASON
                    NOT INVALID KEY
                        MOVE MASTER-RECORD TO MASTER-CURRENT-IMAGE
                        IF MASTER-RECORD = BS-AFTER-IMAGE
                            MOVE 'Y' TO MASTER-FOUND-SW
                        ELSE
                            MOVE 'MASTER CHANGED SINCE BATCH' TO
                                 REJECT-REASON
                        END-IF
                END-READ
                    .

            185-CHECK-BEFORE-KEY-FREE.
                MOVE BS-BEFORE-KEY TO MF-MASTER-KEY
                READ MASTER-FILE
                    INVALID KEY
                        MOVE 'Y' TO MASTER-FOUND-SW
                    NOT INVALID KEY
                        MOVE 'N' TO MASTER-FOUND-SW
                        MOVE 'KEY IS BACK ON MASTER' TO
                             REJECT-REASON
                END-READ
                    .

            190-REGISTER-ENTRY-LINE.
                MOVE BS-SEQUENCE TO RD-ENTRY-NUMBER
                EVALUATE TRUE
                    WHEN BS-ACTION-ADD
                        MOVE 'ADD' TO RD-ACTION
                    WHEN BS-ACTION-CHANGE
                        MOVE 'CHANGE' TO RD-ACTION
                    WHEN BS-ACTION-TERMINATE
                        MOVE 'TERMINATE' TO RD-ACTION
                    WHEN BS-ACTION-DELETE
                        MOVE 'DELETE' TO RD-ACTION
                    WHEN BS-ACTION-TRANSFER
                        MOVE 'TRANSFER' TO RD-ACTION
                    WHEN BS-ACTION-RAISE
                        MOVE 'RAISE' TO RD-ACTION
                    WHEN BS-ACTION-PURGE
                        MOVE 'PURGE' TO RD-ACTION
                    WHEN BS-ACTION-REHIRE
                        MOVE 'REHIRE' TO RD-ACTION
                    WHEN BS-ACTION-REINSTATE
                        MOVE 'REINSTATE' TO RD-ACTION
                    WHEN OTHER
                        MOVE BS-ACTION TO RD-ACTION
                END-EVALUATE
                IF BS-BEFORE-KEY = SPACES
                    MOVE BS-AFTER-KEY(1:4) TO RD-STORE-ID
                    MOVE BS-AFTER-KEY(5:5) TO RD-EMPLOYEE-ID
                ELSE
                    MOVE BS-BEFORE-KEY(1:4) TO RD-STORE-ID
                    MOVE BS-BEFORE-KEY(5:5) TO RD-EMPLOYEE-ID
                END-IF
                MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE SPACES TO RD-DISPOSITION
                MOVE SPACES TO RD-REASON
                IF MASTER-CURRENT-IMAGE NOT = SPACES
                    MOVE 'BACKED OUT:' TO IM-LABEL
                    MOVE MASTER-CURRENT-IMAGE TO IM-IMAGE
                    MOVE IMAGE-LINE TO REGISTER-LINE
                    MOVE 1 TO PROPER-SPACING
                    PERFORM 225-WRITE-LINE
                END-IF
                IF ENTRY-BACKED-OUT AND BS-BEFORE-KEY NOT = SPACES
                    MOVE 'RESTORED:' TO IM-LABEL
                    MOVE BS-BEFORE-IMAGE TO IM-IMAGE
                    MOVE IMAGE-LINE TO REGISTER-LINE
                    MOVE 1 TO PROPER-SPACING
                    PERFORM 225-WRITE-LINE
                END-IF
                    .

            210-BACK-OUT-ADD.
                PERFORM 180-READ-AFTER-IMAGE
                IF MASTER-FOUND
                    DELETE MASTER-FILE
                        INVALID KEY
                            MOVE 'MASTER DELETE FAILED' TO
                                 REJECT-REASON
                        NOT INVALID KEY
                            MOVE 'Y' TO ENTRY-DONE-SW
                    END-DELETE
                END-IF
                    .

            215-RESTORE-BEFORE-IMAGE.
                PERFORM 180-READ-AFTER-IMAGE
                IF MASTER-FOUND
                    MOVE BS-BEFORE-IMAGE TO MASTER-RECORD
                    REWRITE MASTER-RECORD
                        INVALID KEY
                            MOVE 'MASTER REWRITE FAILED' TO
                                 REJECT-REASON
                        NOT INVALID KEY
                            MOVE 'Y' TO ENTRY-DONE-SW
                            IF BS-BEFORE-SALARY NOT =
                               MC-CURRENT-YEARLY-SALARY
                                PERFORM 240-WRITE-SALARY-HISTORY
                            END-IF
                    END-REWRITE
                END-IF
                    .

            220-RESTORE-REMOVED-RECORD.
                PERFORM 185-CHECK-BEFORE-KEY-FREE
                IF MASTER-FOUND
                    MOVE BS-BEFORE-IMAGE TO MASTER-RECORD
                    WRITE MASTER-RECORD
                        INVALID KEY
                            MOVE 'MASTER WRITE FAILED' TO
                                 REJECT-REASON
                        NOT INVALID KEY
                            MOVE 'Y' TO ENTRY-DONE-SW
                            IF BS-ACTION-PURGE
                                PERFORM 222-NOTE-ARCHIVE-COPY
                            END-IF
                    END-WRITE
                END-IF
                    .

            222-NOTE-ARCHIVE-COPY.
                IF AX-COUNT < AX-TABLE-MAX
                    ADD 1 TO AX-COUNT
                    MOVE BS-BEFORE-IMAGE TO AX-IMAGE(AX-COUNT)
                    MOVE 'N' TO AX-REMOVED-SW(AX-COUNT)
                ELSE
                    ADD 1 TO AX-DROPPED-COUNT
                END-IF
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

      *    A TRANSFER IS UNDONE BY CHECKING THE OLD STORE KEY IS
      *    STILL FREE, THEN DELETING UNDER THE NEW STORE AND
      *    WRITING THE BEFORE IMAGE BACK UNDER THE OLD ONE

            235-BACK-OUT-TRANSFER.
                PERFORM 185-CHECK-BEFORE-KEY-FREE
                IF MASTER-FOUND
                    PERFORM 180-READ-AFTER-IMAGE
                END-IF
                IF MASTER-FOUND
                    DELETE MASTER-FILE
                        INVALID KEY
                            MOVE 'MASTER DELETE FAILED' TO
                                 REJECT-REASON
                        NOT INVALID KEY
                            MOVE BS-BEFORE-IMAGE TO MASTER-RECORD
                            WRITE MASTER-RECORD
                                INVALID KEY
                                    MOVE 'MASTER WRITE FAILED' TO
                                         REJECT-REASON
                                    DISPLAY '*** TRANSFER BACKOUT'
                                            ' WRITE FAILED - KEY '
                                            BS-BEFORE-KEY ' ***'
                                        UPON CONSOLE
                                NOT INVALID KEY
                                    MOVE 'Y' TO ENTRY-DONE-SW
                            END-WRITE
                    END-DELETE
                END-IF
                    .

      *    THE ARCHIVE WOULD NOT TAKE THE PRIOR RECORD, SO THE
      *    RECORD JUST TAKEN OFF THE MASTER GOES STRAIGHT BACK ON
      *    AND THE ENTRY IS SKIPPED - NOTHING IS LOST, AND THE RUN
      *    ENDS WITH COMPLETION CODE 8 SO IT IS LOOKED AT

            236-REPLACE-MASTER-RECORD.
                MOVE 'Y' TO FILE-ERROR-SW
                MOVE 'ARCHIVE WRITE FAILED' TO REJECT-REASON
                DISPLAY '*** ARCHIVE WRITE FAILED - STATUS '
                        AR-FILE-STATUS ' - KEY ' BS-AFTER-KEY
                        ' LEFT ON MASTER ***'
                    UPON CONSOLE
                MOVE MASTER-CURRENT-IMAGE TO MASTER-RECORD
                WRITE MASTER-RECORD
                    INVALID KEY
                        DISPLAY '*** MASTER WRITE FAILED - KEY '
                                BS-AFTER-KEY ' - RECORD IS ON THE'
                                ' BACKOUT REGISTER ONLY ***'
                            UPON CONSOLE
                END-WRITE
                    .

      *    A REHIRE UNDER THE SAME KEY IS UNDONE LIKE A CHANGE AND
      *    ONE AT ANOTHER STORE LIKE A TRANSFER - EITHER WAY THE
      *    TERMINATED RECORD GOES BACK ON THE MASTER AND THE PAY
      *    HISTORY IS BROUGHT BACK TO ITS FINAL SALARY

            237-BACK-OUT-REHIRE.
                IF BS-BEFORE-KEY = BS-AFTER-KEY
                    PERFORM 215-RESTORE-BEFORE-IMAGE
                ELSE
                    PERFORM 235-BACK-OUT-TRANSFER
                    IF ENTRY-BACKED-OUT
                       AND BS-BEFORE-SALARY NOT =
                           MC-CURRENT-YEARLY-SALARY
                        PERFORM 240-WRITE-SALARY-HISTORY
                    END-IF
                END-IF
                    .

      *    A REHIRE FROM THE ARCHIVE IS UNDONE BY TAKING THE RECORD
      *    OFF THE MASTER AND APPENDING THE PRIOR RECORD BACK ONTO
      *    THE ARCHIVE - THE ARCHIVE IS OPENED FIRST SO THE RECORD
      *    IS NEVER TAKEN OFF THE MASTER WITH NOWHERE TO GO

            238-BACK-OUT-REINSTATE.
                PERFORM 180-READ-AFTER-IMAGE
                IF MASTER-FOUND
                    PERFORM 239-OPEN-ARCHIVE-EXTEND
                END-IF
                IF MASTER-FOUND AND ARCHIVE-OPEN
                    DELETE MASTER-FILE
                        INVALID KEY
                            MOVE 'MASTER DELETE FAILED' TO
                                 REJECT-REASON
                        NOT INVALID KEY
                            MOVE BS-BEFORE-IMAGE TO ARCHIVE-RECORD
                            WRITE ARCHIVE-RECORD
                            IF AR-FILE-OK
                                ADD 1 TO ARCHIVE-RETURNED
                                MOVE 'Y' TO ENTRY-DONE-SW
                            ELSE
                                PERFORM 236-REPLACE-MASTER-RECORD
                            END-IF
                    END-DELETE
                END-IF
                IF ARCHIVE-OPEN
                    CLOSE ARCHIVE-FILE
                    MOVE 'N' TO ARCHIVE-OPEN-SW
                END-IF
                    .

            239-OPEN-ARCHIVE-EXTEND.
                OPEN EXTEND ARCHIVE-FILE
                IF AR-FILE-NOT-FOUND
                    OPEN OUTPUT ARCHIVE-FILE
                END-IF
                IF AR-FILE-OK
                    MOVE 'Y' TO ARCHIVE-OPEN-SW
                ELSE
                    MOVE 'ARCHIVE FILE NOT WRITABLE' TO
                         REJECT-REASON
                END-IF
                    .

            240-WRITE-SALARY-HISTORY.
                IF HISTORY-OPEN
                    MOVE MF-STORE-ID TO HS-STORE-ID
                    MOVE MF-EMPLOYEE-ID TO HS-EMPLOYEE-ID
                    MOVE MC-CURRENT-YEARLY-SALARY TO HS-OLD-SALARY
                    MOVE BS-BEFORE-SALARY TO HS-NEW-SALARY
                    MOVE CURRENT-DATE TO HS-EFFECTIVE-DATE
                    MOVE 'BACKOUT' TO HS-CHANGE-SOURCE
                    WRITE HISTORY-RECORD
                END-IF
                    .

      *    THE BACKOUT IS JOURNALED UNDER THE SAME BATCH ID - THE
      *    MASTER IMAGE TAKEN OFF IS THE BEFORE SIDE AND THE
      *    IMAGE PUT BACK IS THE AFTER SIDE

            245-WRITE-JOURNAL-ENTRY.
                MOVE 'PROGRAM9' TO JR-PROGRAM
                MOVE BACKOUT-BATCH-ID TO JR-BATCH-ID
                MOVE CURRENT-DATE TO JR-DATE
                ACCEPT TIME-OF-DAY FROM TIME
                MOVE TIME-HHMMSS TO JR-TIME
                MOVE BS-ACTION TO JR-ACTION
                MOVE MASTER-CURRENT-IMAGE TO JR-BEFORE-IMAGE
                MOVE BS-BEFORE-IMAGE TO JR-AFTER-IMAGE
                WRITE JOURNAL-RECORD
                IF NOT JN-FILE-OK
                    DISPLAY '*** WARNING - JOURNAL WRITE FAILED -'
                            ' STATUS ' JN-FILE-STATUS ' ***'
                        UPON CONSOLE
                END-IF
                    .

            247-NOTE-BACKED-OUT-KEYS.
                IF BS-BEFORE-KEY NOT = SPACES
                    MOVE BS-BEFORE-KEY TO FEED-LOOKUP-KEY
                    PERFORM 248-ADD-BACKED-OUT-KEY
                END-IF
                IF BS-AFTER-KEY NOT = SPACES
                    MOVE BS-AFTER-KEY TO FEED-LOOKUP-KEY
                    PERFORM 248-ADD-BACKED-OUT-KEY
                END-IF
                    .

            248-ADD-BACKED-OUT-KEY.
                PERFORM 249-FIND-BACKED-OUT-KEY
                IF NOT KEY-BACKED-OUT
                    IF BK-COUNT < BK-TABLE-MAX
                        ADD 1 TO BK-COUNT
                        MOVE FEED-LOOKUP-KEY TO BK-KEY(BK-COUNT)
                    ELSE
                        ADD 1 TO BK-DROPPED-COUNT
                    END-IF
                END-IF
                    .

            249-FIND-BACKED-OUT-KEY.
                MOVE 'N' TO KEY-FOUND-SW
                SET BK-IDX TO 1
                SEARCH BACKED-OUT-KEY-ENTRY
                    AT END
                        CONTINUE
                    WHEN BK-IDX > BK-COUNT
                        CONTINUE
                    WHEN BK-KEY(BK-IDX) = FEED-LOOKUP-KEY
                        MOVE 'Y' TO KEY-FOUND-SW
                END-SEARCH
                    .

            250-END-ROUTINE.
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REGISTER-FILE
              IF FILE-ERROR-FOUND
                  MOVE 8 TO RETURN-CODE
              ELSE
                IF BATCH-ENTRIES = ZERO OR ALREADY-BACKED-OUT
                   OR ENTRIES-SKIPPED > 0
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
              END-IF
              STOP RUN
              .

      *    THE ARCHIVE IS COPIED TO A WORK FILE AND WRITTEN BACK
      *    WITHOUT THE RECORDS THE BACKOUT PUT ON THE MASTER

            255-REMOVE-ARCHIVE-COPIES.
              MOVE 'A' TO COPY-FILE-SW
              MOVE 'N' TO COPY-FAILED-SW
              MOVE 'N' TO COPY-BACK-SW
              MOVE 'N' TO ARCHIVE-EOF-SW
              OPEN INPUT ARCHIVE-FILE
              IF NOT AR-FILE-OK
                  MOVE 'ARCHIVE FILE OPEN FAILED' TO COPY-FAIL-STEP
                  MOVE AR-FILE-STATUS TO COPY-FAIL-STATUS
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              OPEN OUTPUT ARCHIVE-WORK-FILE
              IF NOT AW-FILE-OK
                  MOVE 'ARCHIVE WORK FILE OPEN FAILED' TO
                       COPY-FAIL-STEP
                  MOVE AW-FILE-STATUS TO COPY-FAIL-STATUS
                  CLOSE ARCHIVE-FILE
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              PERFORM UNTIL ARCHIVE-EOF
                READ ARCHIVE-FILE
                  AT END
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                  NOT AT END
                    PERFORM 256-COPY-TO-ARCHIVE-WORK
                END-READ
                IF NOT AR-FILE-OK AND NOT ARCHIVE-EOF
                    MOVE 'ARCHIVE FILE READ FAILED' TO COPY-FAIL-STEP
                    MOVE AR-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                END-IF
              END-PERFORM
              CLOSE ARCHIVE-FILE
                    ARCHIVE-WORK-FILE
              IF COPY-FAILED
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              OPEN INPUT ARCHIVE-WORK-FILE
              IF NOT AW-FILE-OK
                  MOVE 'ARCHIVE WORK FILE OPEN FAILED' TO
                       COPY-FAIL-STEP
                  MOVE AW-FILE-STATUS TO COPY-FAIL-STATUS
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              OPEN OUTPUT ARCHIVE-FILE
              IF NOT AR-FILE-OK
                  MOVE 'ARCHIVE FILE OPEN FAILED' TO COPY-FAIL-STEP
                  MOVE AR-FILE-STATUS TO COPY-FAIL-STATUS
                  CLOSE ARCHIVE-WORK-FILE
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              MOVE 'Y' TO COPY-BACK-SW
              MOVE 'N' TO ARCHIVE-EOF-SW
              PERFORM UNTIL ARCHIVE-EOF
                READ ARCHIVE-WORK-FILE
                  AT END
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                  NOT AT END
                    PERFORM 257-COPY-ARCHIVE-RECORD
                END-READ
                IF NOT AW-FILE-OK AND NOT ARCHIVE-EOF
                    MOVE 'ARCHIVE WORK FILE READ FAILED' TO
                         COPY-FAIL-STEP
                    MOVE AW-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                END-IF
              END-PERFORM
              CLOSE ARCHIVE-WORK-FILE
                    ARCHIVE-FILE
              IF COPY-FAILED
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              MOVE 'N' TO COPY-BACK-SW
              IF AX-DROPPED-COUNT > 0
                  DISPLAY '*** WARNING - ' AX-DROPPED-COUNT
                      ' RESTORED RECORD(S) LEFT ON ARCHIVE -'
                      ' TABLE FULL ***'
                      UPON CONSOLE
              END-IF
                  .

            256-COPY-TO-ARCHIVE-WORK.
                MOVE ARCHIVE-RECORD TO ARCHIVE-WORK-RECORD
                WRITE ARCHIVE-WORK-RECORD
                IF NOT AW-FILE-OK
                    MOVE 'ARCHIVE WORK FILE WRITE FAILED' TO
                         COPY-FAIL-STEP
                    MOVE AW-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO ARCHIVE-EOF-SW
                END-IF
                    .

            257-COPY-ARCHIVE-RECORD.
                MOVE 'N' TO REMOVE-FOUND-SW
                SET AX-IDX TO 1
                SEARCH ARCHIVE-REMOVE-ENTRY
                    AT END
                        CONTINUE
                    WHEN AX-IDX > AX-COUNT
                        CONTINUE
                    WHEN AX-IMAGE(AX-IDX) = ARCHIVE-WORK-RECORD
                     AND AX-REMOVED-SW(AX-IDX) = 'N'
                        MOVE 'Y' TO AX-REMOVED-SW(AX-IDX)
                        MOVE 'Y' TO REMOVE-FOUND-SW
                END-SEARCH
                IF REMOVE-FOUND
                    ADD 1 TO ARCHIVE-REMOVED
                ELSE
                    MOVE ARCHIVE-WORK-RECORD TO ARCHIVE-RECORD
                    WRITE ARCHIVE-RECORD
                    IF NOT AR-FILE-OK
                        MOVE 'ARCHIVE FILE WRITE FAILED' TO
                             COPY-FAIL-STEP
                        MOVE AR-FILE-STATUS TO COPY-FAIL-STATUS
                        MOVE 'Y' TO COPY-FAILED-SW
                        MOVE 'Y' TO ARCHIVE-EOF-SW
                    END-IF
                END-IF
                    .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'JOURNAL ENTRIES READ:' TO CL-LABEL
                MOVE JOURNAL-READ TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'ENTRIES FOR BATCH:' TO CL-LABEL
                MOVE BATCH-ENTRIES TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'ENTRIES BACKED OUT:' TO CL-LABEL
                MOVE ENTRIES-BACKED-OUT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ENTRIES SKIPPED:' TO CL-LABEL
                MOVE ENTRIES-SKIPPED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ARCHIVE RECORDS REMOVED:' TO CL-LABEL
                MOVE ARCHIVE-REMOVED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ARCHIVE RECORDS RETURNED:' TO CL-LABEL
                MOVE ARCHIVE-RETURNED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'FEED RECORDS CANCELLED:' TO CL-LABEL
                MOVE FEED-CANCELLED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'FEED REVERSALS WRITTEN:' TO CL-LABEL
                MOVE FEED-REVERSED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                    .

      *    THE BATCH'S FEED RECORDS FOR THE KEYS BACKED OUT ARE
      *    TAKEN BACK FROM PAYROLL.  THE FEED IS COPIED TO THE
      *    WORK FILE WHILE THE LAST SEQUENCE NUMBER IS FOUND, THEN
      *    WRITTEN BACK WITH THE PENDING RECORDS CANCELLED, AND
      *    THE REVERSALS FOR THE RECORDS ALREADY SENT ARE APPENDED
      *    FROM A SECOND PASS OF THE WORK FILE

            270-UPDATE-PAYROLL-FEED.
              MOVE 'F' TO COPY-FILE-SW
              MOVE 'N' TO COPY-FAILED-SW
              MOVE 'N' TO COPY-BACK-SW
              IF BK-DROPPED-COUNT > 0
                  DISPLAY '*** WARNING - ' BK-DROPPED-COUNT
                      ' BACKED OUT KEY(S) NOT TAKEN BACK FROM THE'
                      ' PAYROLL FEED - TABLE FULL ***'
                      UPON CONSOLE
              END-IF
              OPEN INPUT FEED-FILE
              IF FE-FILE-NOT-FOUND
                  DISPLAY '*** WARNING - NO PAYROLL FEED ON FILE -'
                          ' NOTHING TAKEN BACK FROM PAYROLL ***'
                      UPON CONSOLE
              ELSE
                  IF NOT FE-FILE-OK
                      MOVE 'PAYROLL FEED OPEN FAILED' TO
                           COPY-FAIL-STEP
                      MOVE FE-FILE-STATUS TO COPY-FAIL-STATUS
                      PERFORM 290-ABANDON-FILE-COPY
                  END-IF
                  PERFORM 271-COPY-FEED-TO-WORK
                  PERFORM 272-WRITE-FEED-BACK
              END-IF
                  .

            271-COPY-FEED-TO-WORK.
              OPEN OUTPUT FEED-WORK-FILE
              IF NOT FW-FILE-OK
                  MOVE 'FEED WORK FILE OPEN FAILED' TO COPY-FAIL-STEP
                  MOVE FW-FILE-STATUS TO COPY-FAIL-STATUS
                  CLOSE FEED-FILE
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              MOVE 'N' TO FEED-EOF-SW
              PERFORM UNTIL FEED-EOF
                READ FEED-FILE
                  AT END
                    MOVE 'Y' TO FEED-EOF-SW
                  NOT AT END
                    PERFORM 273-COPY-TO-FEED-WORK
                END-READ
                IF NOT FE-FILE-OK AND NOT FEED-EOF
                    MOVE 'PAYROLL FEED READ FAILED' TO COPY-FAIL-STEP
                    MOVE FE-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO FEED-EOF-SW
                END-IF
              END-PERFORM
              CLOSE FEED-FILE
                    FEED-WORK-FILE
              IF COPY-FAILED
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
                  .

            272-WRITE-FEED-BACK.
              OPEN INPUT FEED-WORK-FILE
              IF NOT FW-FILE-OK
                  MOVE 'FEED WORK FILE OPEN FAILED' TO COPY-FAIL-STEP
                  MOVE FW-FILE-STATUS TO COPY-FAIL-STATUS
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              OPEN OUTPUT FEED-FILE
              IF NOT FE-FILE-OK
                  MOVE 'PAYROLL FEED OPEN FAILED' TO COPY-FAIL-STEP
                  MOVE FE-FILE-STATUS TO COPY-FAIL-STATUS
                  CLOSE FEED-WORK-FILE
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              MOVE 'Y' TO COPY-BACK-SW
              MOVE 'N' TO FEED-EOF-SW
              PERFORM UNTIL FEED-EOF
                READ FEED-WORK-FILE
                  AT END
                    MOVE 'Y' TO FEED-EOF-SW
                  NOT AT END
                    MOVE FEED-WORK-RECORD TO FEED-RECORD
                    PERFORM 275-CANCEL-PENDING-RECORD
                END-READ
                PERFORM 278-CHECK-WORK-READ
              END-PERFORM
              CLOSE FEED-WORK-FILE
              IF NOT COPY-FAILED
                  PERFORM 276-APPEND-FEED-REVERSALS
              END-IF
              CLOSE FEED-FILE
              IF COPY-FAILED
                  PERFORM 290-ABANDON-FILE-COPY
              END-IF
              MOVE 'N' TO COPY-BACK-SW
                  .

            273-COPY-TO-FEED-WORK.
                IF FE-SEQUENCE-NUMBER > FEED-LAST-SEQUENCE
                    MOVE FE-SEQUENCE-NUMBER TO FEED-LAST-SEQUENCE
                END-IF
                MOVE FEED-RECORD TO FEED-WORK-RECORD
                WRITE FEED-WORK-RECORD
                IF NOT FW-FILE-OK
                    MOVE 'FEED WORK FILE WRITE FAILED' TO
                         COPY-FAIL-STEP
                    MOVE FW-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO FEED-EOF-SW
                END-IF
                    .

      *    ONLY THE BATCH'S OWN HIRE, TERMINATION, TRANSFER,
      *    REHIRE, AND SALARY CHANGE RECORDS FOR A KEY THAT WAS
      *    BACKED OUT ARE TAKEN BACK

            274-CHECK-FEED-RECORD.
                MOVE 'N' TO KEY-FOUND-SW
                IF FE-BATCH-ID = BACKOUT-BATCH-ID
                   AND FE-ORIGINAL-CHANGE
                    MOVE FE-STORE-ID TO FK-STORE-ID
                    MOVE FE-EMPLOYEE-ID TO FK-EMPLOYEE-ID
                    PERFORM 249-FIND-BACKED-OUT-KEY
                END-IF
                    .

            275-CANCEL-PENDING-RECORD.
                PERFORM 274-CHECK-FEED-RECORD
                IF KEY-BACKED-OUT AND FE-PENDING
                    MOVE 'C' TO FE-SEND-STATUS
                    ADD 1 TO FEED-CANCELLED
                END-IF
                PERFORM 279-WRITE-FEED-RECORD
                    .

            276-APPEND-FEED-REVERSALS.
              OPEN INPUT FEED-WORK-FILE
              IF NOT FW-FILE-OK
                  MOVE 'FEED WORK FILE OPEN FAILED' TO COPY-FAIL-STEP
                  MOVE FW-FILE-STATUS TO COPY-FAIL-STATUS
                  MOVE 'Y' TO COPY-FAILED-SW
              ELSE
                  MOVE 'N' TO FEED-EOF-SW
                  PERFORM UNTIL FEED-EOF
                    READ FEED-WORK-FILE
                      AT END
                        MOVE 'Y' TO FEED-EOF-SW
                      NOT AT END
                        MOVE FEED-WORK-RECORD TO FEED-RECORD
                        PERFORM 277-WRITE-REVERSAL-RECORD
                    END-READ
                    PERFORM 278-CHECK-WORK-READ
                  END-PERFORM
                  CLOSE FEED-WORK-FILE
              END-IF
                  .

      *    A REVERSAL IS THE CHANGE ALREADY SENT, EFFECTIVE THE
      *    SAME DATE, WITH ITS SALARIES SWAPPED AND ITS TYPE MOVED
      *    TO THE REVERSED TYPE BYTE

            277-WRITE-REVERSAL-RECORD.
                PERFORM 274-CHECK-FEED-RECORD
                IF KEY-BACKED-OUT AND FE-SENT
                    ADD 1 TO FEED-LAST-SEQUENCE
                    MOVE 'P' TO FE-SEND-STATUS
                    MOVE ZERO TO FE-SENT-DATE
                    MOVE FEED-LAST-SEQUENCE TO FE-SEQUENCE-NUMBER
                    MOVE FE-CHANGE-TYPE TO FE-REVERSED-TYPE
                    MOVE 'V' TO FE-CHANGE-TYPE
                    MOVE 'PROGRAM9' TO FE-SOURCE-PROGRAM
                    MOVE FE-OLD-SALARY TO REVERSAL-SALARY-HOLD
                    MOVE FE-NEW-SALARY TO FE-OLD-SALARY
                    MOVE REVERSAL-SALARY-HOLD TO FE-NEW-SALARY
                    PERFORM 279-WRITE-FEED-RECORD
                    ADD 1 TO FEED-REVERSED
                END-IF
                    .

            278-CHECK-WORK-READ.
                IF NOT FW-FILE-OK AND NOT FEED-EOF
                    MOVE 'FEED WORK FILE READ FAILED' TO
                         COPY-FAIL-STEP
                    MOVE FW-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO FEED-EOF-SW
                END-IF
                    .

            279-WRITE-FEED-RECORD.
                WRITE FEED-RECORD
                IF NOT FE-FILE-OK
                    MOVE 'PAYROLL FEED WRITE FAILED' TO COPY-FAIL-STEP
                    MOVE FE-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO FEED-EOF-SW
                END-IF
                    .

      *    A FAILED COPY STOPS THE RUN.  THE MASTER BACKOUT IS
      *    ALREADY DONE AND JOURNALED, SO THE CONSOLE SAYS WHICH
      *    COPY OF THE FILE IS WHOLE AND WHAT IS LEFT TO DO BY
      *    HAND - UNTIL THE COPY BACK STARTS THE FILE ITSELF IS
      *    WHOLE, AFTER THAT THE WORK FILE IS

            290-ABANDON-FILE-COPY.
                DISPLAY '*** ' COPY-FAIL-STEP ' - STATUS '
                        COPY-FAIL-STATUS ' - RUN ABANDONED ***'
                    UPON CONSOLE
                EVALUATE TRUE
                    WHEN COPYING-FEED AND COPY-BACK-STARTED
                        DISPLAY '*** PR1FEED.TXT IS INCOMPLETE -'
                                ' RESTORE IT FROM PR1FDWK.TXT ***'
                            UPON CONSOLE
                    WHEN COPYING-FEED
                        DISPLAY '*** PR1FEED.TXT HAS NOT BEEN'
                                ' CHANGED ***'
                            UPON CONSOLE
                    WHEN COPY-BACK-STARTED
                        DISPLAY '*** PR1ARCH.TXT IS INCOMPLETE -'
                                ' RESTORE IT FROM PR1ARWK.TXT ***'
                            UPON CONSOLE
                    WHEN OTHER
                        DISPLAY '*** PR1ARCH.TXT HAS NOT BEEN'
                                ' CHANGED ***'
                            UPON CONSOLE
                END-EVALUATE
                IF COPYING-FEED
                    DISPLAY '*** FEED RECORDS FOR BATCH '
                            BACKOUT-BATCH-ID ' MUST BE CANCELLED'
                            ' OR REVERSED BY HAND ***'
                        UPON CONSOLE
                END-IF
                IF AX-COUNT > 0
                    DISPLAY '*** RECORDS PUT BACK ON THE MASTER MUST'
                            ' BE TAKEN OFF PR1ARCH.TXT BY HAND ***'
                        UPON CONSOLE
                END-IF
                CLOSE REGISTER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
                    .
