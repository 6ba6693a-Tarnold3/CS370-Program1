       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM14.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program cuts the outbound payroll feed into a dated
      * transmission file for the payroll service, so hires,
      * terminations, transfers, rehires, and salary changes reach
      * payroll from the master updates themselves instead of
      * being keyed a second time from the registers.
      *
      *********
      * INPUT:
      *       The cumulative outbound payroll feed, PR1FEED.TXT,
      *       appended to by PROGRAM2 and PROGRAM3 - one sequence-
      *       numbered change record per applied hire (H),
      *       termination (T), store transfer (X), rehire (R), or
      *       salary change (S), each carrying a send status of P
      *       (pending) or S (sent) and the date it was sent.
      *       PROGRAM9 marks the pending records of a batch it
      *       backs out C (cancelled), which are never sent, and
      *       appends a pending reversal (V) record, carrying the
      *       original change type, for each record of the batch
      *       that had already been sent.
      *
      *********
      * OUTPUT:
      *        The transmission file PR1XMIT-YYYYMMDD.TXT, named
      *        for the run date: an 'H' header record with the
      *        transmission date and time, the sender, and the
      *        first and last sequence numbers sent; one 'D'
      *        record per pending feed record carrying the change
      *        exactly as it sits on the feed; and a 'T' trailer
      *        record with the count of 'D' records and a hash
      *        total of their new salaries for payroll to balance
      *        against.
      *
      *        The feed itself, rewritten with every record cut
      *        into the transmission marked S with the run date,
      *        so the next cut picks up only what has been added
      *        since.
      *
      *        The PAYROLL FEED TRANSMISSION REGISTER: the
      *        transmission file name, one line per record sent
      *        with the sequence number, change type, key, new
      *        store, effective date, and old and new salary, then
      *        control counts and the hash total.
      *
      *********
      * CALCULATIONS:
      *
      *   The feed is copied to the work file PR1FDWK.TXT while
      *   the pending records are counted, then written back from
      *   the work file with the pending records marked sent as
      *   they go out on the transmission.  A run with nothing
      *   pending, or a run whose transmission file for the day
      *   already exists, is refused and the feed is not touched,
      *   so a cut can never be sent twice or overwritten.
      *
      *   Every open, read, and write of the feed, the work file,
      *   and the transmission is checked.  A failure before the
      *   feed is written back leaves it untouched; a failure
      *   after that leaves the work file as the whole copy.
      *   Either way the transmission is left without its
      *   trailer, the console says what to restore and delete,
      *   and the run stops so nothing is marked sent that was
      *   not cut.
      *********
      * COMPLETION CODE:
      *       0 when a transmission was cut, 4 when the cut was
      *       refused, 8 when a file could not be copied or the
      *       run was abandoned.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT FEED-FILE
           ASSIGN TO 'PR1FEED.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FE-FILE-STATUS.

         SELECT FEED-WORK-FILE
           ASSIGN TO 'PR1FDWK.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FW-FILE-STATUS.

         SELECT TRANSMISSION-FILE
           ASSIGN TO DYNAMIC TRANSMISSION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XM-FILE-STATUS.

         SELECT REGISTER-FILE
           ASSIGN TO PRINTER 'FEEDREG'.

        DATA DIVISION.
        FILE SECTION.

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
                88 FE-HIRE                      VALUE 'H'.
                88 FE-TERMINATION               VALUE 'T'.
                88 FE-TRANSFER                  VALUE 'X'.
                88 FE-REHIRE                    VALUE 'R'.
                88 FE-SALARY-CHANGE             VALUE 'S'.
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

         FD TRANSMISSION-FILE
          RECORD CONTAINS 92 CHARACTERS.
         01 TRANSMISSION-RECORD.
          05 XM-RECORD-TYPE                     PIC X(1).
             88 XM-HEADER-RECORD                VALUE 'H'.
             88 XM-DETAIL-RECORD                VALUE 'D'.
             88 XM-TRAILER-RECORD               VALUE 'T'.
          05 XM-RECORD-BODY                     PIC X(91).
          05 XM-HEADER-FIELDS REDEFINES
             XM-RECORD-BODY.
             10 XMH-TRANSMIT-DATE               PIC 9(8).
             10 XMH-TRANSMIT-TIME               PIC 9(6).
             10 XMH-SENDER                      PIC X(20).
             10 XMH-FIRST-SEQUENCE              PIC 9(8).
             10 XMH-LAST-SEQUENCE               PIC 9(8).
             10 FILLER                          PIC X(41).
          05 XM-TRAILER-FIELDS REDEFINES
             XM-RECORD-BODY.
             10 XMT-RECORD-COUNT                PIC 9(6).
             10 XMT-HASH-TOTAL                  PIC 9(9)V99.
             10 FILLER                          PIC X(74).

         FD REGISTER-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REGISTER-LINE      PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 FEED-EOF-SW     PIC X  VALUE 'N'.
              88 FEED-EOF        VALUE 'Y'.
           05 CUT-REFUSED-SW  PIC X  VALUE 'N'.
              88 CUT-REFUSED     VALUE 'Y'.
           05 COPY-FAILED-SW  PIC X  VALUE 'N'.
              88 COPY-FAILED     VALUE 'Y'.
           05 COPY-BACK-SW    PIC X  VALUE 'N'.
              88 COPY-BACK-STARTED VALUE 'Y'.
           05 FILE-ERROR-SW   PIC X  VALUE 'N'.
              88 FILE-ERROR-FOUND VALUE 'Y'.

        01 FEED-FILE-CONTROL.
           05 FE-FILE-STATUS      PIC X(2) VALUE '00'.
              88 FE-FILE-OK               VALUE '00'.
              88 FE-FILE-NOT-FOUND        VALUE '35'.
           05 FW-FILE-STATUS      PIC X(2) VALUE '00'.
              88 FW-FILE-OK               VALUE '00'.
           05 COPY-FAIL-STEP      PIC X(30) VALUE SPACES.
           05 COPY-FAIL-STATUS    PIC X(2)  VALUE SPACES.

      *    THE TRANSMISSION IS NAMED FOR THE RUN DATE -
      *    PR1XMIT-YYYYMMDD.TXT

        01 TRANSMISSION-CONTROL.
           05 TRANSMISSION-NAME   PIC X(20) VALUE SPACES.
           05 XM-FILE-STATUS      PIC X(2)  VALUE '00'.
              88 XM-FILE-OK               VALUE '00'.
           05 TIME-FIELDS.
              10 TIME-OF-DAY      PIC 9(8) VALUE ZERO.
           05 TIME-FIELDS-R REDEFINES TIME-FIELDS.
              10 TIME-HHMMSS      PIC 9(6).
              10 FILLER           PIC 9(2).

        01 CUT-CONTROL.
           05 FIRST-PENDING-SEQUENCE PIC 9(8)    VALUE ZERO.
           05 LAST-PENDING-SEQUENCE  PIC 9(8)    VALUE ZERO.
           05 PENDING-COUNT          PIC 9(6)    VALUE ZERO.
           05 TRANSMIT-HASH-TOTAL    PIC 9(9)V99 VALUE ZERO.

        01 CUT-COUNTERS.
           05 FEED-RECORDS-READ   PIC 9(6) VALUE ZERO.
           05 ALREADY-SENT-COUNT  PIC 9(6) VALUE ZERO.
           05 CANCELLED-COUNT     PIC 9(6) VALUE ZERO.
           05 RECORDS-TRANSMITTED PIC 9(6) VALUE ZERO.
           05 HIRES-SENT          PIC 9(6) VALUE ZERO.
           05 TERMINATIONS-SENT   PIC 9(6) VALUE ZERO.
           05 TRANSFERS-SENT      PIC 9(6) VALUE ZERO.
           05 REHIRES-SENT        PIC 9(6) VALUE ZERO.
           05 SALARY-CHANGES-SENT PIC 9(6) VALUE ZERO.
           05 REVERSALS-SENT      PIC 9(6) VALUE ZERO.

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
            05        PIC X(20)   VALUE SPACES.
            05        PIC X(34)   VALUE
                        'PAYROLL FEED TRANSMISSION REGISTER'.
         01 HEADING-THREE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(18)   VALUE 'TRANSMISSION FILE:'.
            05        PIC X(1)    VALUE SPACE.
            05        H3-TRANSMISSION-NAME PIC X(20).
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(8)    VALUE 'SEQUENCE'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(6)    VALUE 'CHANGE'.
            05        PIC X(9)    VALUE SPACES.
            05        PIC X(5)    VALUE 'STORE'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(6)    VALUE 'EMP ID'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(3)    VALUE 'NEW'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(9)    VALUE 'EFFECTIVE'.
            05        PIC X(4)    VALUE SPACES.
            05        PIC X(10)   VALUE 'OLD SALARY'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(10)   VALUE 'NEW SALARY'.
         01 REGISTER-DETAIL-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        RD-SEQUENCE-NUMBER   PIC 9(8).
            05        PIC X(2)    VALUE SPACES.
            05        RD-CHANGE-TYPE       PIC X(13).
            05        PIC X(2)    VALUE SPACES.
            05        RD-STORE-ID          PIC A(4).
            05        PIC X(3)    VALUE SPACES.
            05        RD-EMPLOYEE-ID       PIC X(5).
            05        PIC X(3)    VALUE SPACES.
            05        RD-NEW-STORE-ID      PIC A(4).
            05        PIC X(2)    VALUE SPACES.
            05        RD-EFFECTIVE-DATE    PIC 9999/99/99.
            05        PIC X(2)    VALUE SPACES.
            05        RD-OLD-SALARY        PIC $999,999.99.
            05        PIC X(2)    VALUE SPACES.
            05        RD-NEW-SALARY        PIC $999,999.99.
         01 REFUSED-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(4)    VALUE '*** '.
            05        RF-MESSAGE           PIC X(40).
            05        PIC X(28)   VALUE
                        '- NOTHING TRANSMITTED ***'.
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
            05        CL-COUNT             PIC ZZZ,ZZ9.
         01 HASH-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        HL-LABEL             PIC X(25).
            05        HL-HASH-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              PERFORM 150-CUT-TRANSMISSION
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              OPEN OUTPUT REGISTER-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT TIME-OF-DAY FROM TIME
              MOVE CURRENT-DATE TO H1-DATE
              MOVE SPACES TO TRANSMISSION-NAME
              STRING 'PR1XMIT-' CURRENT-DATE '.TXT'
                  DELIMITED BY SIZE
                  INTO TRANSMISSION-NAME
              END-STRING
              MOVE TRANSMISSION-NAME TO H3-TRANSMISSION-NAME
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
              PERFORM 140-WRITE-HEADER
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

      *    THE DAY'S TRANSMISSION MUST NOT ALREADY EXIST AND THERE
      *    MUST BE SOMETHING PENDING, OR THE FEED IS LEFT AS IT IS

            150-CUT-TRANSMISSION.
              OPEN INPUT TRANSMISSION-FILE
              IF XM-FILE-OK
                  CLOSE TRANSMISSION-FILE
                  MOVE 'Y' TO CUT-REFUSED-SW
                  MOVE 'TRANSMISSION ALREADY CUT TODAY' TO RF-MESSAGE
              ELSE
                  PERFORM 160-COPY-FEED-TO-WORK
              END-IF
              IF NOT CUT-REFUSED
                  PERFORM 180-OPEN-TRANSMISSION
              END-IF
              IF CUT-REFUSED
                  PERFORM 170-REPORT-CUT-REFUSED
              ELSE
                  PERFORM 200-SEND-PENDING-RECORDS
              END-IF
                  .

            160-COPY-FEED-TO-WORK.
              OPEN INPUT FEED-FILE
              IF NOT FE-FILE-OK
                  MOVE 'Y' TO CUT-REFUSED-SW
                  MOVE 'PAYROLL FEED NOT AVAILABLE' TO RF-MESSAGE
              ELSE
                  OPEN OUTPUT FEED-WORK-FILE
                  IF NOT FW-FILE-OK
                      MOVE 'Y' TO CUT-REFUSED-SW
                      MOVE 'Y' TO FILE-ERROR-SW
                      MOVE 'FEED WORK FILE NOT WRITABLE' TO
                           RF-MESSAGE
                  ELSE
                      PERFORM UNTIL FEED-EOF
                        READ FEED-FILE
                          AT END
                            MOVE 'Y' TO FEED-EOF-SW
                          NOT AT END
                            PERFORM 165-TALLY-FEED-RECORD
                            PERFORM 167-COPY-TO-FEED-WORK
                        END-READ
                        IF NOT FE-FILE-OK AND NOT FEED-EOF
                            MOVE 'Y' TO COPY-FAILED-SW
                            MOVE 'Y' TO FEED-EOF-SW
                            MOVE 'PAYROLL FEED READ FAILED' TO
                                 RF-MESSAGE
                        END-IF
                      END-PERFORM
                      CLOSE FEED-WORK-FILE
                      IF COPY-FAILED
                          MOVE 'Y' TO CUT-REFUSED-SW
                          MOVE 'Y' TO FILE-ERROR-SW
                      ELSE
                        IF PENDING-COUNT = ZERO
                            MOVE 'Y' TO CUT-REFUSED-SW
                            MOVE 'NO PENDING RECORDS ON PAYROLL FEED'
                                 TO RF-MESSAGE
                        END-IF
                      END-IF
                  END-IF
                  CLOSE FEED-FILE
              END-IF
                  .

            165-TALLY-FEED-RECORD.
                ADD 1 TO FEED-RECORDS-READ
                IF FE-PENDING
                    ADD 1 TO PENDING-COUNT
                    IF FIRST-PENDING-SEQUENCE = ZERO
                        MOVE FE-SEQUENCE-NUMBER TO
                             FIRST-PENDING-SEQUENCE
                    END-IF
                    MOVE FE-SEQUENCE-NUMBER TO LAST-PENDING-SEQUENCE
                ELSE
                  IF FE-CANCELLED
                      ADD 1 TO CANCELLED-COUNT
                  ELSE
                      ADD 1 TO ALREADY-SENT-COUNT
                  END-IF
                END-IF
                    .

            167-COPY-TO-FEED-WORK.
                MOVE FEED-RECORD TO FEED-WORK-RECORD
                WRITE FEED-WORK-RECORD
                IF NOT FW-FILE-OK
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO FEED-EOF-SW
                    MOVE 'FEED WORK FILE WRITE FAILED' TO RF-MESSAGE
                END-IF
                    .

            170-REPORT-CUT-REFUSED.
              DISPLAY '*** ' RF-MESSAGE
                      ' - NOTHING TRANSMITTED ***'
                  UPON CONSOLE
              MOVE REFUSED-LINE TO REGISTER-LINE
              MOVE 2 TO PROPER-SPACING
              PERFORM 225-WRITE-LINE
                  .

            180-OPEN-TRANSMISSION.
              OPEN OUTPUT TRANSMISSION-FILE
              IF XM-FILE-OK
                  MOVE SPACES TO TRANSMISSION-RECORD
                  MOVE 'H' TO XM-RECORD-TYPE
                  MOVE CURRENT-DATE TO XMH-TRANSMIT-DATE
                  MOVE TIME-HHMMSS TO XMH-TRANSMIT-TIME
                  MOVE 'BENNETT SHOES' TO XMH-SENDER
                  MOVE FIRST-PENDING-SEQUENCE TO XMH-FIRST-SEQUENCE
                  MOVE LAST-PENDING-SEQUENCE TO XMH-LAST-SEQUENCE
                  WRITE TRANSMISSION-RECORD
                  IF NOT XM-FILE-OK
                      MOVE 'TRANSMISSION WRITE FAILED' TO
                           COPY-FAIL-STEP
                      MOVE XM-FILE-STATUS TO COPY-FAIL-STATUS
                      PERFORM 290-ABANDON-CUT
                  END-IF
              ELSE
                  MOVE 'Y' TO CUT-REFUSED-SW
                  MOVE 'Y' TO FILE-ERROR-SW
                  MOVE 'TRANSMISSION FILE NOT WRITABLE' TO
                       RF-MESSAGE
              END-IF
                  .

      *    THE FEED IS WRITTEN BACK FROM THE WORK FILE - EACH
      *    PENDING RECORD GOES OUT ON THE TRANSMISSION AND IS
      *    MARKED SENT WITH THE RUN DATE ON THE WAY BACK.  THE
      *    TRAILER IS ONLY WRITTEN ONCE THE WHOLE FEED IS BACK

            200-SEND-PENDING-RECORDS.
              OPEN INPUT FEED-WORK-FILE
              IF NOT FW-FILE-OK
                  MOVE 'FEED WORK FILE OPEN FAILED' TO COPY-FAIL-STEP
                  MOVE FW-FILE-STATUS TO COPY-FAIL-STATUS
                  PERFORM 290-ABANDON-CUT
              END-IF
              OPEN OUTPUT FEED-FILE
              IF NOT FE-FILE-OK
                  MOVE 'PAYROLL FEED OPEN FAILED' TO COPY-FAIL-STEP
                  MOVE FE-FILE-STATUS TO COPY-FAIL-STATUS
                  CLOSE FEED-WORK-FILE
                  PERFORM 290-ABANDON-CUT
              END-IF
              MOVE 'Y' TO COPY-BACK-SW
              MOVE 'N' TO FEED-EOF-SW
              PERFORM UNTIL FEED-EOF
                READ FEED-WORK-FILE
                  AT END
                    MOVE 'Y' TO FEED-EOF-SW
                  NOT AT END
                    MOVE FEED-WORK-RECORD TO FEED-RECORD
                    IF FE-PENDING
                        PERFORM 205-SEND-FEED-RECORD
                    END-IF
                    PERFORM 207-WRITE-FEED-RECORD
                END-READ
                IF NOT FW-FILE-OK AND NOT FEED-EOF
                    MOVE 'FEED WORK FILE READ FAILED' TO
                         COPY-FAIL-STEP
                    MOVE FW-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO FEED-EOF-SW
                END-IF
              END-PERFORM
              CLOSE FEED-WORK-FILE
                    FEED-FILE
              IF COPY-FAILED
                  PERFORM 290-ABANDON-CUT
              END-IF
              MOVE SPACES TO TRANSMISSION-RECORD
              MOVE 'T' TO XM-RECORD-TYPE
              MOVE RECORDS-TRANSMITTED TO XMT-RECORD-COUNT
              MOVE TRANSMIT-HASH-TOTAL TO XMT-HASH-TOTAL
              WRITE TRANSMISSION-RECORD
              IF NOT XM-FILE-OK
                  MOVE 'TRANSMISSION WRITE FAILED' TO COPY-FAIL-STEP
                  MOVE XM-FILE-STATUS TO COPY-FAIL-STATUS
                  PERFORM 290-ABANDON-CUT
              END-IF
              CLOSE TRANSMISSION-FILE
              MOVE 'N' TO COPY-BACK-SW
                  .

            205-SEND-FEED-RECORD.
                MOVE SPACES TO TRANSMISSION-RECORD
                MOVE 'D' TO XM-RECORD-TYPE
                MOVE FE-CHANGE-DATA TO XM-RECORD-BODY
                WRITE TRANSMISSION-RECORD
                IF XM-FILE-OK
                    ADD 1 TO RECORDS-TRANSMITTED
                    ADD FE-NEW-SALARY TO TRANSMIT-HASH-TOTAL
                    MOVE 'S' TO FE-SEND-STATUS
                    MOVE CURRENT-DATE TO FE-SENT-DATE
                    PERFORM 210-REGISTER-DETAIL-LINE
                ELSE
                    MOVE 'TRANSMISSION WRITE FAILED' TO
                         COPY-FAIL-STEP
                    MOVE XM-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO FEED-EOF-SW
                END-IF
                    .

            207-WRITE-FEED-RECORD.
                WRITE FEED-RECORD
                IF NOT FE-FILE-OK
                    MOVE 'PAYROLL FEED WRITE FAILED' TO COPY-FAIL-STEP
                    MOVE FE-FILE-STATUS TO COPY-FAIL-STATUS
                    MOVE 'Y' TO COPY-FAILED-SW
                    MOVE 'Y' TO FEED-EOF-SW
                END-IF
                    .

            210-REGISTER-DETAIL-LINE.
                MOVE FE-SEQUENCE-NUMBER TO RD-SEQUENCE-NUMBER
                EVALUATE TRUE
                    WHEN FE-HIRE
                        MOVE 'HIRE' TO RD-CHANGE-TYPE
                        ADD 1 TO HIRES-SENT
                    WHEN FE-TERMINATION
                        MOVE 'TERMINATION' TO RD-CHANGE-TYPE
                        ADD 1 TO TERMINATIONS-SENT
                    WHEN FE-TRANSFER
                        MOVE 'TRANSFER' TO RD-CHANGE-TYPE
                        ADD 1 TO TRANSFERS-SENT
                    WHEN FE-REHIRE
                        MOVE 'REHIRE' TO RD-CHANGE-TYPE
                        ADD 1 TO REHIRES-SENT
                    WHEN FE-SALARY-CHANGE
                        MOVE 'SALARY CHANGE' TO RD-CHANGE-TYPE
                        ADD 1 TO SALARY-CHANGES-SENT
                    WHEN FE-REVERSAL
                        MOVE SPACES TO RD-CHANGE-TYPE
                        STRING 'REVERSAL ' FE-REVERSED-TYPE
                            DELIMITED BY SIZE
                            INTO RD-CHANGE-TYPE
                        END-STRING
                        ADD 1 TO REVERSALS-SENT
                    WHEN OTHER
                        MOVE FE-CHANGE-TYPE TO RD-CHANGE-TYPE
                END-EVALUATE
                MOVE FE-STORE-ID TO RD-STORE-ID
                MOVE FE-EMPLOYEE-ID TO RD-EMPLOYEE-ID
                MOVE FE-NEW-STORE-ID TO RD-NEW-STORE-ID
                MOVE FE-EFFECTIVE-DATE TO RD-EFFECTIVE-DATE
                MOVE FE-OLD-SALARY TO RD-OLD-SALARY
                MOVE FE-NEW-SALARY TO RD-NEW-SALARY
                MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
                MOVE 1 TO PROPER-SPACING
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
              IF FILE-ERROR-FOUND
                  MOVE 8 TO RETURN-CODE
              ELSE
                IF CUT-REFUSED
                    MOVE 4 TO RETURN-CODE
                ELSE
                    MOVE ZERO TO RETURN-CODE
                END-IF
              END-IF
              STOP RUN
              .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'FEED RECORDS READ:' TO CL-LABEL
                MOVE FEED-RECORDS-READ TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'ALREADY SENT:' TO CL-LABEL
                MOVE ALREADY-SENT-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'CANCELLED, NOT SENT:' TO CL-LABEL
                MOVE CANCELLED-COUNT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'HIRES SENT:' TO CL-LABEL
                MOVE HIRES-SENT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'TERMINATIONS SENT:' TO CL-LABEL
                MOVE TERMINATIONS-SENT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'TRANSFERS SENT:' TO CL-LABEL
                MOVE TRANSFERS-SENT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'REHIRES SENT:' TO CL-LABEL
                MOVE REHIRES-SENT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'SALARY CHANGES SENT:' TO CL-LABEL
                MOVE SALARY-CHANGES-SENT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'REVERSALS SENT:' TO CL-LABEL
                MOVE REVERSALS-SENT TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'RECORDS TRANSMITTED:' TO CL-LABEL
                MOVE RECORDS-TRANSMITTED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'NEW SALARY HASH TOTAL:' TO HL-LABEL
                MOVE TRANSMIT-HASH-TOTAL TO HL-HASH-TOTAL
                MOVE HASH-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                    .

      *    A FAILED COPY STOPS THE RUN WITH THE TRANSMISSION LEFT
      *    WITHOUT ITS TRAILER.  UNTIL THE FEED IS WRITTEN BACK IT
      *    IS STILL WHOLE; AFTER THAT THE WORK FILE IS

            290-ABANDON-CUT.
                DISPLAY '*** ' COPY-FAIL-STEP ' - STATUS '
                        COPY-FAIL-STATUS ' - RUN ABANDONED ***'
                    UPON CONSOLE
                IF COPY-BACK-STARTED
                    DISPLAY '*** PR1FEED.TXT IS INCOMPLETE - RESTORE'
                            ' IT FROM PR1FDWK.TXT ***'
                        UPON CONSOLE
                ELSE
                    DISPLAY '*** PR1FEED.TXT HAS NOT BEEN CHANGED ***'
                        UPON CONSOLE
                END-IF
                DISPLAY '*** ' TRANSMISSION-NAME ' IS INCOMPLETE -'
                        ' DELETE IT BEFORE RERUNNING ***'
                    UPON CONSOLE
                CLOSE TRANSMISSION-FILE
                      REGISTER-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
                    .
