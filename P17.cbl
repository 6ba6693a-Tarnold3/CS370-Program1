       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM17.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program converts the Bennett Shoes employee master
      * from the old 75 byte record to the 83 byte record that
      * carries the rehire date.  It is run once, when the
      * programs that read the 83 byte record are put in, and
      * before any of them touches the master.
      *
      *********
      * INPUT:
      *       The old employee master, an indexed file keyed on
      *       Store ID + Employee ID in the 75 byte layout, read
      *       sequentially.  Before the run the operator renames
      *       the existing EMPMAST.DAT (with its index) to
      *       EMPMAST.OLD, which is kept until the new master has
      *       been checked.
      *
      *********
      * OUTPUT:
      *        The new employee master file, EMPMAST.DAT, an
      *        indexed file keyed on Store ID + Employee ID in the
      *        83 byte layout.  Every record is carried across
      *        byte for byte with the rehire date appended as
      *        zero - nobody converted has been rehired yet.
      *
      *        Nothing is written to the change journal or the
      *        payroll feed - the conversion changes no employee's
      *        data, so there is nothing to back out and nothing
      *        for payroll to hear about.
      *
      *        The MASTER CONVERSION REGISTER: control counts -
      *        records read, records written, records not
      *        written - and a balance line confirming records
      *        read equals records written.  A record that will
      *        not write is named on the console.
      *
      *        The archive, PR1ARCH.TXT, needs no conversion: an
      *        old 75 byte archive record reads with a blank
      *        rehire date, which every reader treats as none.
      *
      *********
      * COMPLETION CODE:
      *       0 when records read equals records written, 4 when
      *       EMPMAST.DAT already exists and the run is refused
      *       so a converted master is never written over, 8
      *       when the counts are out of balance or the run was
      *       abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT OLD-MASTER-FILE
           ASSIGN TO 'EMPMAST.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OM-MASTER-KEY
           FILE STATUS IS OM-FILE-STATUS.

         SELECT MASTER-FILE
           ASSIGN TO 'EMPMAST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MF-MASTER-KEY
           FILE STATUS IS MF-FILE-STATUS.

         SELECT REGISTER-FILE
           ASSIGN TO PRINTER 'CONVREG'.

        DATA DIVISION.
        FILE SECTION.

         FD OLD-MASTER-FILE
          RECORD CONTAINS 75 CHARACTERS.
         01 OLD-MASTER-RECORD.
          05 OM-MASTER-KEY.
             10 OM-STORE-ID                     PIC A(4).
             10 OM-EMPLOYEE-ID                  PIC X(5).
          05 FILLER                             PIC X(66).

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

         FD REGISTER-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REGISTER-LINE      PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 OLD-MASTER-EOF-SW PIC X VALUE 'N'.
              88 OLD-MASTER-EOF  VALUE 'Y'.
           05 RUN-REFUSED-SW  PIC X  VALUE 'N'.
              88 RUN-REFUSED     VALUE 'Y'.

        01 OLD-MASTER-FILE-STATUS.
           05 OM-FILE-STATUS      PIC X(2) VALUE '00'.
              88 OM-FILE-OK               VALUE '00'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 MF-FILE-OK               VALUE '00'.
              88 MF-FILE-NOT-FOUND        VALUE '35'.

        01 CONVERSION-COUNTERS.
           05 RECORDS-READ        PIC 9(6) VALUE ZERO.
           05 RECORDS-WRITTEN     PIC 9(6) VALUE ZERO.
           05 RECORDS-NOT-WRITTEN PIC 9(6) VALUE ZERO.

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
           05 HEADER-LINES-USED   PIC 9(3) VALUE 005.
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
            05        PIC X(22)   VALUE SPACES.
            05        PIC X(26)   VALUE
                        'MASTER CONVERSION REGISTER'.
         01 HEADING-THREE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(48)   VALUE
                'EMPMAST.OLD (75 BYTES) TO EMPMAST.DAT (83 BYTES)'.
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
            05        CL-COUNT             PIC ZZZ,ZZ9.
         01 BALANCE-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        BL-MESSAGE           PIC X(60).

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              IF NOT RUN-REFUSED
                  PERFORM 150-CONVERT-MASTER
              END-IF
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              OPEN OUTPUT REGISTER-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
              PERFORM 140-WRITE-HEADER
              PERFORM 130-CHECK-NEW-MASTER
              IF NOT RUN-REFUSED
                  PERFORM 135-OPEN-FILES
              END-IF
                  .

      *    THE NEW MASTER IS OPENED OUTPUT, WHICH WOULD EMPTY A
      *    MASTER ALREADY THERE - SO A MASTER THAT ALREADY EXISTS
      *    REFUSES THE RUN RATHER THAN BE CONVERTED A SECOND TIME

            130-CHECK-NEW-MASTER.
              OPEN INPUT MASTER-FILE
              IF MF-FILE-NOT-FOUND
                  CONTINUE
              ELSE
                  IF MF-FILE-OK
                      CLOSE MASTER-FILE
                  END-IF
                  MOVE 'Y' TO RUN-REFUSED-SW
                  DISPLAY '*** EMPMAST.DAT ALREADY EXISTS - STATUS '
                          MF-FILE-STATUS ' - RENAME IT TO'
                          ' EMPMAST.OLD FIRST - RUN REFUSED ***'
                      UPON CONSOLE
              END-IF
                  .

      *    AN OLD MASTER THAT WILL NOT OPEN IN THE 75 BYTE LAYOUT -
      *    MISSING, OR ALREADY CONVERTED - STOPS THE RUN BEFORE A
      *    NEW MASTER IS STARTED

            135-OPEN-FILES.
              OPEN INPUT OLD-MASTER-FILE
              IF NOT OM-FILE-OK
                  DISPLAY '*** OLD EMPLOYEE MASTER OPEN FAILED -'
                          ' STATUS ' OM-FILE-STATUS
                          ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE REGISTER-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF
              OPEN OUTPUT MASTER-FILE
              IF NOT MF-FILE-OK
                  DISPLAY '*** NEW EMPLOYEE MASTER OPEN FAILED -'
                          ' STATUS ' MF-FILE-STATUS
                          ' - RUN ABANDONED ***'
                      UPON CONSOLE
                  CLOSE OLD-MASTER-FILE
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

              MOVE 2 TO PROPER-SPACING
              MOVE HEADER-LINES-USED TO LINE-COUNT
              .

      *    THE OLD MASTER IS READ IN KEY ORDER, SO THE NEW ONE IS
      *    LOADED IN KEY ORDER THE SAME WAY

            150-CONVERT-MASTER.
              PERFORM UNTIL OLD-MASTER-EOF
                READ OLD-MASTER-FILE NEXT RECORD
                  AT END
                    MOVE 'Y' TO OLD-MASTER-EOF-SW
                  NOT AT END
                    ADD 1 TO RECORDS-READ
                    PERFORM 200-WRITE-NEW-RECORD
                END-READ
                IF NOT OM-FILE-OK AND NOT OLD-MASTER-EOF
                    DISPLAY '*** OLD EMPLOYEE MASTER READ FAILED -'
                            ' STATUS ' OM-FILE-STATUS
                            ' - RUN ABANDONED ***'
                        UPON CONSOLE
                    CLOSE OLD-MASTER-FILE
                          MASTER-FILE
                          REGISTER-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
              END-PERFORM
              CLOSE OLD-MASTER-FILE
              CLOSE MASTER-FILE
                  .

            200-WRITE-NEW-RECORD.
              MOVE OLD-MASTER-RECORD TO MASTER-RECORD
              MOVE ZERO TO MF-REHIRE-DATE
              WRITE MASTER-RECORD
              IF MF-FILE-OK
                  ADD 1 TO RECORDS-WRITTEN
              ELSE
                  ADD 1 TO RECORDS-NOT-WRITTEN
                  DISPLAY '*** NEW MASTER WRITE FAILED - STATUS '
                          MF-FILE-STATUS ' - KEY '
                          MF-MASTER-KEY ' ***'
                      UPON CONSOLE
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

            250-END-ROUTINE.
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REGISTER-FILE
              EVALUATE TRUE
                  WHEN RUN-REFUSED
                      MOVE 4 TO RETURN-CODE
                  WHEN RECORDS-READ = RECORDS-WRITTEN
                      MOVE ZERO TO RETURN-CODE
                  WHEN OTHER
                      MOVE 8 TO RETURN-CODE
              END-EVALUATE
              STOP RUN
              .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'RECORDS READ:' TO CL-LABEL
                MOVE RECORDS-READ TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'RECORDS WRITTEN:' TO CL-LABEL
                MOVE RECORDS-WRITTEN TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'RECORDS NOT WRITTEN:' TO CL-LABEL
                MOVE RECORDS-NOT-WRITTEN TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                EVALUATE TRUE
                    WHEN RUN-REFUSED
                        MOVE 'EMPMAST.DAT ALREADY EXISTS - RUN REFUSED'
                            TO BL-MESSAGE
                    WHEN RECORDS-READ = RECORDS-WRITTEN
                        MOVE 'READ EQUALS WRITTEN - RUN IN BALANCE'
                            TO BL-MESSAGE
                    WHEN OTHER
                        MOVE '*** READ DOES NOT EQUAL WRITTEN -'
                            TO BL-MESSAGE
                        MOVE ' CHECK CONSOLE LOG ***'
                            TO BL-MESSAGE(34:)
                END-EVALUATE
                MOVE BALANCE-LINE TO REGISTER-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .
