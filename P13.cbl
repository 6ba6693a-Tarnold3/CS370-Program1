       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM13.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program answers a manager's question about one
      * Bennett Shoes employee at the terminal, without running
      * PROGRAM1 or PROGRAM4 and paging through printed output.
      *
      *********
      * INPUT:
      *       Inquiries keyed at the console, one per prompt:
      *         SSSSEEEEE - a 4 character store ID followed
      *                     immediately by a 5 character employee
      *                     ID, the PROGRAM4 key format
      *         EEEEE     - an employee ID alone; the master is
      *                     searched for it in key order
      *         N / P     - the next or previous employee on the
      *                     roster of the store last shown
      *         X         - end the inquiry session
      *       A key supplied as the command line parameter is
      *       looked up before the first prompt.
      *
      *       The employee master file, EMPMAST.DAT, an indexed
      *       file keyed on Store ID + Employee ID, read by key.
      *
      *       The position reference file, PR1POS.TXT, for the
      *       position title and the salary band in effect today,
      *       and the store reference file, PR1STORE.TXT, for the
      *       store name, city, and district.
      *
      *       The salary history file, PR1HIST.TXT, for the
      *       employee's most recent salary changes.  History is
      *       appended in the order changes are applied, so the
      *       last records read for the employee are the most
      *       recent.  History is matched on employee ID alone,
      *       so changes made at an earlier store still show
      *       after a transfer or a rehire elsewhere.
      *
      *       The archive file, PR1ARCH.TXT, searched when the
      *       employee is not on the master.
      *
      *********
      * OUTPUT:
      *        The employee display at the console: the whole
      *        master record with the position title and band, the
      *        store name, city, and district, the raise status,
      *        the rehire date for an employee who has been
      *        rehired, the last five salary changes, and the
      *        employee's place on the store roster.  An employee
      *        found only on the archive is reported as archived,
      *        with the store and separation date.
      *
      *********
      * CALCULATIONS:
      *
      *   RAISE DUE = DATE OF LAST PAY INCREASE A YEAR OR MORE
      *               BEFORE TODAY, THE SAME TEST PROGRAM1 USES
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
           ACCESS MODE IS DYNAMIC
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
          05 AR-MASTER-KEY.
             10 AR-STORE-ID                     PIC A(4).
             10 AR-EMPLOYEE-ID                  PIC X(5).
          05 AR-EMPLOYEE-POS                    PIC A(2).
          05 AR-EMPLOYEE-LAST-NAME              PIC X(10).
          05 AR-EMPLOYEE-FIRST-NAME             PIC X(10).
          05 AR-EMPLOYEE-MIDDLE-INITIAL         PIC X(1).
          05 FILLER                             PIC X(2).
          05 AR-HIRE-DATE                       PIC 9(8).
          05 AR-EMPLOYEE-STATUS                 PIC A(1).
          05 AR-SEPARATION-DATE                 PIC 9(8).
          05 AR-SALARY-FIELDS                   PIC X(24).
          05 AR-REHIRE-DATE                     PIC 9(8).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 EOF-FLAG           PIC X  VALUE ' '.
              88 OUT-DATA        VALUE 'N'.
           05 INQUIRY-DONE-SW PIC X  VALUE 'N'.
              88 INQUIRY-DONE    VALUE 'Y'.
           05 POS-EOF-SW      PIC X  VALUE 'N'.
              88 POS-EOF         VALUE 'Y'.
           05 STORE-EOF-SW    PIC X  VALUE 'N'.
              88 STORE-EOF       VALUE 'Y'.
           05 HISTORY-EOF-SW  PIC X  VALUE 'N'.
              88 HISTORY-EOF     VALUE 'Y'.
           05 ARCHIVE-EOF-SW  PIC X  VALUE 'N'.
              88 ARCHIVE-EOF     VALUE 'Y'.
           05 EMPLOYEE-FOUND-SW PIC X VALUE 'N'.
              88 EMPLOYEE-FOUND  VALUE 'Y'.
           05 ARCHIVE-FOUND-SW PIC X VALUE 'N'.
              88 ARCHIVE-FOUND   VALUE 'Y'.

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
              88 AR-FILE-NOT-FOUND        VALUE '35'.

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).
        01 CURRENT-DATE-R REDEFINES CURRENT-DATE-FIELDS.
           05 CURRENT-YEAR       PIC 9(4).
           05 CURRENT-MONTH-DAY  PIC 9(4).

        01 RAISE-CUTOFF-FIELDS.
           05 RAISE-CUTOFF-DATE  PIC 9(8).
        01 RAISE-CUTOFF-R REDEFINES RAISE-CUTOFF-FIELDS.
           05 CUTOFF-YEAR        PIC 9(4).
           05 CUTOFF-MONTH-DAY   PIC 9(4).

      *    THE INQUIRY AS KEYED - A FULL KEY, AN EMPLOYEE ID ALONE,
      *    OR A ONE LETTER COMMAND

        01 INQUIRY-FIELDS.
           05 INQUIRY-INPUT      PIC X(9)  VALUE SPACES.
           05 INQUIRY-KEY-R REDEFINES INQUIRY-INPUT.
              10 INQUIRY-STORE-ID    PIC A(4).
              10 INQUIRY-EMPLOYEE-ID PIC X(5).
           05 INQUIRY-ID-R REDEFINES INQUIRY-INPUT.
              10 INQUIRY-ID-ONLY     PIC X(5).
              10 INQUIRY-ID-REST     PIC X(4).
           05 LOOKUP-KEY.
              10 LOOKUP-STORE-ID     PIC A(4)  VALUE SPACES.
              10 LOOKUP-EMPLOYEE-ID  PIC X(5)  VALUE SPACES.
           05 OTHER-MATCHES      PIC 9(3)  VALUE ZERO.

      ********** REFERENCE TABLES **********

        01 POSITION-TABLE.
           05 PC-COUNT         PIC 9(3) VALUE ZERO.
           05 PC-TABLE-MAX     PIC 9(3) VALUE 030.
           05 PC-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 PC-LOAD-SUB      PIC 9(3) VALUE ZERO.
           05 POSITION-ENTRY OCCURS 30 TIMES INDEXED BY POS-IDX.
              10 PC-CODE            PIC X(2).
              10 PC-TITLE           PIC X(13).
              10 PC-MINIMUM-SALARY  PIC 9(6)V99.
              10 PC-MAXIMUM-SALARY  PIC 9(6)V99.
              10 PC-RAISE-PCT       PIC 99V9.
              10 PC-EFFECTIVE-DATE  PIC 9(8).

        01 STORE-TABLE.
           05 SN-COUNT         PIC 9(3) VALUE ZERO.
           05 SN-TABLE-MAX     PIC 9(3) VALUE 060.
           05 SN-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 STORE-REF-ENTRY OCCURS 60 TIMES INDEXED BY SN-IDX.
              10 SN-STORE-ID        PIC A(4).
              10 SN-STORE-NAME      PIC X(20).
              10 SN-CITY-STATE      PIC X(20).
              10 SN-DISTRICT        PIC A(2).

      *    THE KEYS OF THE STORE LAST SHOWN, IN KEY ORDER, SO NEXT
      *    AND PREVIOUS ARE A STEP ALONG THE TABLE AND A READ BY KEY

        01 ROSTER-TABLE.
           05 RS-COUNT         PIC 9(3) VALUE ZERO.
           05 RS-TABLE-MAX     PIC 9(3) VALUE 300.
           05 RS-CURRENT-SUB   PIC 9(3) VALUE ZERO.
           05 RS-SUB           PIC 9(3) VALUE ZERO.
           05 RS-STORE-ID      PIC A(4) VALUE SPACES.
           05 ROSTER-KEY OCCURS 300 TIMES PIC X(9).

      *    THE LAST FIVE HISTORY RECORDS READ FOR THE EMPLOYEE -
      *    EACH NEW ONE SHIFTS THE OLDEST OUT

        01 RECENT-HISTORY-TABLE.
           05 RH-COUNT         PIC 9(1) VALUE ZERO.
           05 RH-TABLE-MAX     PIC 9(1) VALUE 5.
           05 RH-SUB           PIC 9(1) VALUE ZERO.
           05 RH-TOTAL-FOUND   PIC 9(5) VALUE ZERO.
           05 RECENT-HISTORY-ENTRY OCCURS 5 TIMES.
              10 RH-EFFECTIVE-DATE  PIC 9(8).
              10 RH-OLD-SALARY      PIC 9(6)V99.
              10 RH-NEW-SALARY      PIC 9(6)V99.
              10 RH-CHANGE-SOURCE   PIC X(8).

      ********** OUTPUT AREA **********

         01 PROMPT-LINE.
            05        PIC X(41)   VALUE
                      'KEY STORE+EMPLOYEE, EMPLOYEE, N=NEXT, P='.
            05        PIC X(20)   VALUE
                      'PREVIOUS, X=EXIT  > '.
         01 RULE-LINE.
            05        PIC X(72)   VALUE ALL '-'.
         01 IDENT-LINE.
            05        PIC X(10)   VALUE 'EMPLOYEE: '.
            05        IL-STORE-ID          PIC A(4).
            05        PIC X(1)    VALUE '-'.
            05        IL-EMPLOYEE-ID       PIC X(5).
            05        PIC X(2)    VALUE SPACES.
            05        IL-NAME              PIC X(24).
            05        PIC X(8)    VALUE 'STATUS: '.
            05        IL-STATUS            PIC X(20).
         01 POSITION-LINE.
            05        PIC X(10)   VALUE 'POSITION: '.
            05        PL-POS-CODE          PIC X(2).
            05        PIC X(1)    VALUE SPACE.
            05        PL-TITLE             PIC X(13).
            05        PIC X(7)    VALUE '  BAND '.
            05        PL-MINIMUM           PIC $ZZZ,ZZ9.99.
            05        PIC X(3)    VALUE ' - '.
            05        PL-MAXIMUM           PIC $ZZZ,ZZ9.99.
            05        PIC X(8)    VALUE '  RAISE '.
            05        PL-RAISE-PCT         PIC Z9.9.
            05        PIC X(1)    VALUE '%'.
         01 STORE-LINE.
            05        PIC X(10)   VALUE 'STORE:    '.
            05        SL-STORE-NAME        PIC X(20).
            05        PIC X(1)    VALUE SPACE.
            05        SL-CITY-STATE        PIC X(20).
            05        PIC X(11)   VALUE '  DISTRICT '.
            05        SL-DISTRICT          PIC A(2).
         01 DATE-LINE.
            05        PIC X(10)   VALUE 'HIRED:    '.
            05        DL-HIRE-DATE         PIC 9999/99/99.
            05        PIC X(17)   VALUE '  LAST INCREASE: '.
            05        DL-LAST-INCREASE     PIC 9999/99/99.
            05        PIC X(16)   VALUE '  RAISE STATUS: '.
            05        DL-RAISE-STATUS      PIC X(9).
         01 REHIRE-LINE.
            05        PIC X(10)   VALUE 'REHIRED:  '.
            05        RD-REHIRE-DATE       PIC 9999/99/99.
         01 SALARY-LINE.
            05        PIC X(10)   VALUE 'STARTING: '.
            05        SA-STARTING-SALARY   PIC $ZZZ,ZZ9.99.
            05        PIC X(11)   VALUE '  CURRENT: '.
            05        SA-CURRENT-SALARY    PIC $ZZZ,ZZ9.99.
            05        PIC X(2)    VALUE SPACES.
            05        SA-RANGE-FLAG        PIC X(20).
         01 HISTORY-HEADING.
            05        PIC X(32)   VALUE
                      'RECENT SALARY CHANGES:  EFFECTIV'.
            05        PIC X(40)   VALUE
                      'E       OLD SALARY   NEW SALARY  SOURCE'.
         01 HISTORY-LINE.
            05        PIC X(24)   VALUE SPACES.
            05        HL-EFFECTIVE-DATE    PIC 9999/99/99.
            05        PIC X(3)    VALUE SPACES.
            05        HL-OLD-SALARY        PIC $ZZZ,ZZ9.99.
            05        PIC X(2)    VALUE SPACES.
            05        HL-NEW-SALARY        PIC $ZZZ,ZZ9.99.
            05        PIC X(2)    VALUE SPACES.
            05        HL-CHANGE-SOURCE     PIC X(8).
         01 ROSTER-LINE.
            05        PIC X(10)   VALUE 'ROSTER:   '.
            05        PIC X(9)    VALUE 'EMPLOYEE '.
            05        RL-POSITION          PIC ZZ9.
            05        PIC X(4)    VALUE ' OF '.
            05        RL-COUNT             PIC ZZ9.
            05        PIC X(10)   VALUE ' AT STORE '.
            05        RL-STORE-ID          PIC A(4).
         01 ARCHIVE-LINE.
            05        PIC X(10)   VALUE 'EMPLOYEE: '.
            05        AL-STORE-ID          PIC A(4).
            05        PIC X(1)    VALUE '-'.
            05        AL-EMPLOYEE-ID       PIC X(5).
            05        PIC X(2)    VALUE SPACES.
            05        AL-NAME              PIC X(24).
            05        PIC X(26)   VALUE
                      'ARCHIVED - SEPARATED ON '.
            05        AL-SEPARATION-DATE   PIC 9999/99/99.
         01 MESSAGE-LINE.
            05        PIC X(4)    VALUE '*** '.
            05        ML-TEXT              PIC X(60).

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              PERFORM 150-PROCESS-INQUIRY
                  UNTIL INQUIRY-DONE
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              COMPUTE CUTOFF-YEAR = CURRENT-YEAR - 1
              MOVE CURRENT-MONTH-DAY TO CUTOFF-MONTH-DAY
              OPEN INPUT MASTER-FILE
              IF NOT MF-FILE-OK
                  DISPLAY '*** EMPLOYEE MASTER NOT AVAILABLE -'
                          ' STATUS ' MF-FILE-STATUS
                          ' - INQUIRY ENDED ***'
                      UPON CONSOLE
                  STOP RUN
              END-IF
              PERFORM 131-LOAD-POSITION-TABLE
              PERFORM 134-LOAD-STORE-TABLE
              ACCEPT INQUIRY-INPUT FROM COMMAND-LINE
              IF INQUIRY-INPUT NOT = SPACES
                  PERFORM 155-DISPATCH-INQUIRY
              END-IF
                  .

            131-LOAD-POSITION-TABLE.
              OPEN INPUT POSITION-FILE
              IF PS-FILE-OK
                  PERFORM UNTIL POS-EOF
                    READ POSITION-FILE
                      AT END
                        MOVE 'Y' TO POS-EOF-SW
                      NOT AT END
                        PERFORM 132-ADD-POSITION-ENTRY
                    END-READ
                  END-PERFORM
                  CLOSE POSITION-FILE
              ELSE
                  DISPLAY '*** WARNING - POSITION REFERENCE FILE NOT'
                          ' AVAILABLE - STATUS ' PS-FILE-STATUS
                          ' - POSITION TITLES UNKNOWN ***'
                      UPON CONSOLE
              END-IF
                  .

      *    A CODE CAN CARRY MORE THAN ONE DATED GENERATION - ONLY
      *    THE ONE IN EFFECT ON THE RUN DATE IS KEPT.  A LATER
      *    GENERATION WAITS ON THE FILE UNTIL ITS DATE, AND AN
      *    UNDATED RECORD HAS BEEN IN EFFECT ALL ALONG

            132-ADD-POSITION-ENTRY.
              IF PF-EFFECTIVE-DATE NOT NUMERIC
                  MOVE ZERO TO PF-EFFECTIVE-DATE
              END-IF
              IF PF-EFFECTIVE-DATE NOT > CURRENT-DATE
                  MOVE ZERO TO PC-LOAD-SUB
                  SET POS-IDX TO 1
                  SEARCH POSITION-ENTRY
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

            134-LOAD-STORE-TABLE.
              OPEN INPUT STORE-FILE
              IF SF-FILE-OK
                  PERFORM UNTIL STORE-EOF
                    READ STORE-FILE
                      AT END
                        MOVE 'Y' TO STORE-EOF-SW
                      NOT AT END
                        PERFORM 135-ADD-STORE-ENTRY
                    END-READ
                  END-PERFORM
                  CLOSE STORE-FILE
              ELSE
                  DISPLAY '*** WARNING - STORE REFERENCE FILE NOT'
                          ' AVAILABLE - STATUS ' SF-FILE-STATUS
                          ' - STORE NAMES UNKNOWN ***'
                      UPON CONSOLE
              END-IF
                  .

            135-ADD-STORE-ENTRY.
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

            150-PROCESS-INQUIRY.
              DISPLAY ' ' UPON CONSOLE
              DISPLAY PROMPT-LINE UPON CONSOLE
              MOVE SPACES TO INQUIRY-INPUT
              ACCEPT INQUIRY-INPUT FROM CONSOLE
              PERFORM 155-DISPATCH-INQUIRY
                  .

            155-DISPATCH-INQUIRY.
              EVALUATE TRUE
                  WHEN INQUIRY-INPUT = 'X' OR 'x' OR 'END'
                      MOVE 'Y' TO INQUIRY-DONE-SW
                  WHEN INQUIRY-INPUT = 'N' OR 'n'
                      PERFORM 170-SHOW-NEXT-EMPLOYEE
                  WHEN INQUIRY-INPUT = 'P' OR 'p'
                      PERFORM 175-SHOW-PREVIOUS-EMPLOYEE
                  WHEN INQUIRY-INPUT = SPACES
                      CONTINUE
                  WHEN INQUIRY-ID-REST = SPACES
                      PERFORM 165-LOOKUP-BY-EMPLOYEE-ID
                  WHEN OTHER
                      PERFORM 160-LOOKUP-BY-KEY
              END-EVALUATE
                  .

            160-LOOKUP-BY-KEY.
              MOVE INQUIRY-STORE-ID TO LOOKUP-STORE-ID
              MOVE INQUIRY-EMPLOYEE-ID TO LOOKUP-EMPLOYEE-ID
              MOVE LOOKUP-KEY TO MF-MASTER-KEY
              READ MASTER-FILE
                  INVALID KEY
                      MOVE 'N' TO EMPLOYEE-FOUND-SW
                  NOT INVALID KEY
                      MOVE 'Y' TO EMPLOYEE-FOUND-SW
              END-READ
              IF EMPLOYEE-FOUND
                  MOVE ZERO TO OTHER-MATCHES
                  PERFORM 180-LOAD-STORE-ROSTER
                  PERFORM 200-DISPLAY-EMPLOYEE
              ELSE
                  PERFORM 190-SEARCH-ARCHIVE
              END-IF
                  .

      *    AN EMPLOYEE ID ALONE MEANS A PASS OF THE MASTER IN KEY
      *    ORDER - THE FIRST STORE CARRYING THE ID IS SHOWN AND ANY
      *    OTHERS ARE COUNTED

            165-LOOKUP-BY-EMPLOYEE-ID.
              MOVE SPACES TO LOOKUP-KEY
              MOVE ZERO TO OTHER-MATCHES
              MOVE 'N' TO EMPLOYEE-FOUND-SW
              MOVE ' ' TO EOF-FLAG
              MOVE LOW-VALUES TO MF-MASTER-KEY
              START MASTER-FILE KEY IS NOT LESS THAN MF-MASTER-KEY
                  INVALID KEY
                      MOVE 'N' TO EOF-FLAG
              END-START
              PERFORM UNTIL OUT-DATA
                  READ MASTER-FILE NEXT RECORD
                    AT END
                      MOVE 'N' TO EOF-FLAG
                    NOT AT END
                      IF MF-EMPLOYEE-ID = INQUIRY-ID-ONLY
                          IF EMPLOYEE-FOUND
                              ADD 1 TO OTHER-MATCHES
                          ELSE
                              MOVE 'Y' TO EMPLOYEE-FOUND-SW
                              MOVE MF-MASTER-KEY TO LOOKUP-KEY
                          END-IF
                      END-IF
                  END-READ
              END-PERFORM
              IF EMPLOYEE-FOUND
                  MOVE LOOKUP-KEY TO MF-MASTER-KEY
                  READ MASTER-FILE
                      INVALID KEY
                          MOVE 'N' TO EMPLOYEE-FOUND-SW
                  END-READ
              END-IF
              IF EMPLOYEE-FOUND
                  PERFORM 180-LOAD-STORE-ROSTER
                  PERFORM 200-DISPLAY-EMPLOYEE
              ELSE
                  MOVE SPACES TO LOOKUP-STORE-ID
                  MOVE INQUIRY-ID-ONLY TO LOOKUP-EMPLOYEE-ID
                  PERFORM 190-SEARCH-ARCHIVE
              END-IF
                  .

            170-SHOW-NEXT-EMPLOYEE.
              IF RS-COUNT = ZERO
                  MOVE 'NO STORE ROSTER - KEY AN EMPLOYEE FIRST'
                      TO ML-TEXT
                  DISPLAY MESSAGE-LINE UPON CONSOLE
              ELSE
                  IF RS-CURRENT-SUB < RS-COUNT
                      ADD 1 TO RS-CURRENT-SUB
                      PERFORM 177-READ-ROSTER-EMPLOYEE
                  ELSE
                      MOVE 'END OF STORE ROSTER' TO ML-TEXT
                      DISPLAY MESSAGE-LINE UPON CONSOLE
                  END-IF
              END-IF
                  .

            175-SHOW-PREVIOUS-EMPLOYEE.
              IF RS-COUNT = ZERO
                  MOVE 'NO STORE ROSTER - KEY AN EMPLOYEE FIRST'
                      TO ML-TEXT
                  DISPLAY MESSAGE-LINE UPON CONSOLE
              ELSE
                  IF RS-CURRENT-SUB > 1
                      SUBTRACT 1 FROM RS-CURRENT-SUB
                      PERFORM 177-READ-ROSTER-EMPLOYEE
                  ELSE
                      MOVE 'START OF STORE ROSTER' TO ML-TEXT
                      DISPLAY MESSAGE-LINE UPON CONSOLE
                  END-IF
              END-IF
                  .

            177-READ-ROSTER-EMPLOYEE.
              MOVE ROSTER-KEY(RS-CURRENT-SUB) TO MF-MASTER-KEY
              MOVE ZERO TO OTHER-MATCHES
              READ MASTER-FILE
                  INVALID KEY
                      MOVE 'EMPLOYEE NO LONGER ON MASTER' TO ML-TEXT
                      DISPLAY MESSAGE-LINE UPON CONSOLE
                  NOT INVALID KEY
                      PERFORM 200-DISPLAY-EMPLOYEE
              END-READ
                  .

      *    THE ROSTER IS RELOADED FOR EVERY KEYED INQUIRY, THEN THE
      *    EMPLOYEE IS READ BACK BY KEY SINCE THE ROSTER PASS HAS
      *    MOVED THE RECORD AREA ON

            180-LOAD-STORE-ROSTER.
              MOVE MF-MASTER-KEY TO LOOKUP-KEY
              MOVE MF-STORE-ID TO RS-STORE-ID
              MOVE ZERO TO RS-COUNT
              MOVE ZERO TO RS-CURRENT-SUB
              MOVE ' ' TO EOF-FLAG
              MOVE RS-STORE-ID TO MF-STORE-ID
              MOVE LOW-VALUES TO MF-EMPLOYEE-ID
              START MASTER-FILE KEY IS NOT LESS THAN MF-MASTER-KEY
                  INVALID KEY
                      MOVE 'N' TO EOF-FLAG
              END-START
              PERFORM UNTIL OUT-DATA
                  READ MASTER-FILE NEXT RECORD
                    AT END
                      MOVE 'N' TO EOF-FLAG
                    NOT AT END
                      IF MF-STORE-ID NOT = RS-STORE-ID
                          MOVE 'N' TO EOF-FLAG
                      ELSE
                          PERFORM 182-ADD-ROSTER-KEY
                      END-IF
                  END-READ
              END-PERFORM
              MOVE LOOKUP-KEY TO MF-MASTER-KEY
              READ MASTER-FILE
                  INVALID KEY
                      MOVE 'N' TO EMPLOYEE-FOUND-SW
              END-READ
                  .

            182-ADD-ROSTER-KEY.
              IF RS-COUNT < RS-TABLE-MAX
                  ADD 1 TO RS-COUNT
                  MOVE MF-MASTER-KEY TO ROSTER-KEY(RS-COUNT)
                  IF MF-MASTER-KEY = LOOKUP-KEY
                      MOVE RS-COUNT TO RS-CURRENT-SUB
                  END-IF
              END-IF
                  .

      *    NOT ON THE MASTER - THE ARCHIVE IS READ FOR THE FULL KEY,
      *    OR FOR THE EMPLOYEE ID ALONE WHEN NO STORE WAS KEYED

            190-SEARCH-ARCHIVE.
              MOVE 'N' TO ARCHIVE-FOUND-SW
              MOVE 'N' TO ARCHIVE-EOF-SW
              OPEN INPUT ARCHIVE-FILE
              IF AR-FILE-OK
                  PERFORM UNTIL ARCHIVE-EOF OR ARCHIVE-FOUND
                    READ ARCHIVE-FILE
                      AT END
                        MOVE 'Y' TO ARCHIVE-EOF-SW
                      NOT AT END
                        IF AR-EMPLOYEE-ID = LOOKUP-EMPLOYEE-ID
                           AND (LOOKUP-STORE-ID = SPACES
                                OR AR-STORE-ID = LOOKUP-STORE-ID)
                            MOVE 'Y' TO ARCHIVE-FOUND-SW
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE ARCHIVE-FILE
              ELSE
                  IF NOT AR-FILE-NOT-FOUND
                      DISPLAY '*** WARNING - ARCHIVE FILE NOT'
                              ' READABLE - STATUS ' AR-FILE-STATUS
                              ' ***'
                          UPON CONSOLE
                  END-IF
              END-IF
              DISPLAY RULE-LINE UPON CONSOLE
              IF ARCHIVE-FOUND
                  MOVE AR-STORE-ID TO AL-STORE-ID
                  MOVE AR-EMPLOYEE-ID TO AL-EMPLOYEE-ID
                  MOVE SPACES TO AL-NAME
                  STRING AR-EMPLOYEE-LAST-NAME DELIMITED BY SPACE
                         ', ' DELIMITED BY SIZE
                         AR-EMPLOYEE-FIRST-NAME DELIMITED BY SPACE
                         ' ' DELIMITED BY SIZE
                         AR-EMPLOYEE-MIDDLE-INITIAL DELIMITED BY SIZE
                      INTO AL-NAME
                  END-STRING
                  MOVE AR-SEPARATION-DATE TO AL-SEPARATION-DATE
                  DISPLAY ARCHIVE-LINE UPON CONSOLE
                  MOVE 'PURGED FROM THE MASTER TO PR1ARCH.TXT'
                      TO ML-TEXT
              ELSE
                  MOVE 'NOT ON THE MASTER OR THE ARCHIVE'
                      TO ML-TEXT
              END-IF
              DISPLAY MESSAGE-LINE UPON CONSOLE
                  .

            200-DISPLAY-EMPLOYEE.
              DISPLAY RULE-LINE UPON CONSOLE
              MOVE MF-STORE-ID TO IL-STORE-ID
              MOVE MF-EMPLOYEE-ID TO IL-EMPLOYEE-ID
              MOVE SPACES TO IL-NAME
              STRING MF-EMPLOYEE-LAST-NAME DELIMITED BY SPACE
                     ', ' DELIMITED BY SIZE
                     MF-EMPLOYEE-FIRST-NAME DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     MF-EMPLOYEE-MIDDLE-INITIAL DELIMITED BY SIZE
                  INTO IL-NAME
              END-STRING
              MOVE SPACES TO IL-STATUS
              IF MF-STATUS-TERMINATED
                  STRING 'TERMINATED ' MF-SEPARATION-DATE
                      DELIMITED BY SIZE
                      INTO IL-STATUS
                  END-STRING
              ELSE
                  MOVE 'ACTIVE' TO IL-STATUS
              END-IF
              DISPLAY IDENT-LINE UPON CONSOLE
              PERFORM 210-DISPLAY-POSITION
              PERFORM 215-DISPLAY-STORE
              MOVE MF-HIRE-DATE TO DL-HIRE-DATE
              MOVE MF-DATE-LAST-PAY-INCREASE TO DL-LAST-INCREASE
              IF MF-STATUS-TERMINATED
                  MOVE 'N/A' TO DL-RAISE-STATUS
              ELSE
                  IF MF-DATE-LAST-PAY-INCREASE <= RAISE-CUTOFF-DATE
                      MOVE 'RAISE DUE' TO DL-RAISE-STATUS
                  ELSE
                      MOVE 'CURRENT' TO DL-RAISE-STATUS
                  END-IF
              END-IF
              DISPLAY DATE-LINE UPON CONSOLE
              IF MF-REHIRE-DATE NUMERIC
                 AND MF-REHIRE-DATE > ZERO
                  MOVE MF-REHIRE-DATE TO RD-REHIRE-DATE
                  DISPLAY REHIRE-LINE UPON CONSOLE
              END-IF
              MOVE MF-STARTING-YEARLY-SALARY TO SA-STARTING-SALARY
              MOVE MF-CURRENT-YEARLY-SALARY TO SA-CURRENT-SALARY
              DISPLAY SALARY-LINE UPON CONSOLE
              PERFORM 220-DISPLAY-RECENT-HISTORY
              MOVE RS-CURRENT-SUB TO RL-POSITION
              MOVE RS-COUNT TO RL-COUNT
              MOVE RS-STORE-ID TO RL-STORE-ID
              DISPLAY ROSTER-LINE UPON CONSOLE
              IF OTHER-MATCHES > ZERO
                  MOVE SPACES TO ML-TEXT
                  STRING 'EMPLOYEE ID ALSO ON FILE AT '
                         OTHER-MATCHES ' OTHER STORE(S)'
                      DELIMITED BY SIZE
                      INTO ML-TEXT
                  END-STRING
                  DISPLAY MESSAGE-LINE UPON CONSOLE
              END-IF
                  .

            210-DISPLAY-POSITION.
              MOVE MF-EMPLOYEE-POS TO PL-POS-CODE
              SET POS-IDX TO 1
              SEARCH POSITION-ENTRY
                  AT END
                      MOVE '** UNKNOWN **' TO PL-TITLE
                      MOVE ZERO TO PL-MINIMUM
                      MOVE ZERO TO PL-MAXIMUM
                      MOVE ZERO TO PL-RAISE-PCT
                      MOVE SPACES TO SA-RANGE-FLAG
                  WHEN PC-CODE(POS-IDX) = MF-EMPLOYEE-POS
                      MOVE PC-TITLE(POS-IDX) TO PL-TITLE
                      MOVE PC-MINIMUM-SALARY(POS-IDX) TO PL-MINIMUM
                      MOVE PC-MAXIMUM-SALARY(POS-IDX) TO PL-MAXIMUM
                      MOVE PC-RAISE-PCT(POS-IDX) TO PL-RAISE-PCT
                      EVALUATE TRUE
                          WHEN MF-CURRENT-YEARLY-SALARY <
                               PC-MINIMUM-SALARY(POS-IDX)
                              MOVE 'BELOW BAND MINIMUM'
                                  TO SA-RANGE-FLAG
                          WHEN MF-CURRENT-YEARLY-SALARY >
                               PC-MAXIMUM-SALARY(POS-IDX)
                              MOVE 'ABOVE BAND MAXIMUM'
                                  TO SA-RANGE-FLAG
                          WHEN OTHER
                              MOVE 'WITHIN BAND' TO SA-RANGE-FLAG
                      END-EVALUATE
              END-SEARCH
              DISPLAY POSITION-LINE UPON CONSOLE
                  .

            215-DISPLAY-STORE.
              SET SN-IDX TO 1
              SEARCH STORE-REF-ENTRY
                  AT END
                      MOVE '** NOT ON FILE **' TO SL-STORE-NAME
                      MOVE SPACES TO SL-CITY-STATE
                      MOVE SPACES TO SL-DISTRICT
                  WHEN SN-STORE-ID(SN-IDX) = MF-STORE-ID
                      MOVE SN-STORE-NAME(SN-IDX) TO SL-STORE-NAME
                      MOVE SN-CITY-STATE(SN-IDX) TO SL-CITY-STATE
                      MOVE SN-DISTRICT(SN-IDX) TO SL-DISTRICT
              END-SEARCH
              DISPLAY STORE-LINE UPON CONSOLE
                  .

            220-DISPLAY-RECENT-HISTORY.
              MOVE ZERO TO RH-COUNT
              MOVE ZERO TO RH-TOTAL-FOUND
              MOVE 'N' TO HISTORY-EOF-SW
              OPEN INPUT HISTORY-FILE
              IF HS-FILE-OK
                  PERFORM UNTIL HISTORY-EOF
                    READ HISTORY-FILE
                      AT END
                        MOVE 'Y' TO HISTORY-EOF-SW
                      NOT AT END
                        IF HS-EMPLOYEE-ID = MF-EMPLOYEE-ID
                            PERFORM 225-KEEP-RECENT-HISTORY
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE HISTORY-FILE
              END-IF
              IF RH-COUNT = ZERO
                  MOVE 'NO SALARY CHANGES ON PR1HIST.TXT' TO ML-TEXT
                  DISPLAY MESSAGE-LINE UPON CONSOLE
              ELSE
                  DISPLAY HISTORY-HEADING UPON CONSOLE
                  PERFORM 230-DISPLAY-HISTORY-LINE
                      VARYING RH-SUB FROM RH-COUNT BY -1
                      UNTIL RH-SUB < 1
              END-IF
                  .

            225-KEEP-RECENT-HISTORY.
              ADD 1 TO RH-TOTAL-FOUND
              IF RH-COUNT < RH-TABLE-MAX
                  ADD 1 TO RH-COUNT
              ELSE
                  PERFORM VARYING RH-SUB FROM 1 BY 1
                          UNTIL RH-SUB >= RH-TABLE-MAX
                      MOVE RECENT-HISTORY-ENTRY(RH-SUB + 1) TO
                           RECENT-HISTORY-ENTRY(RH-SUB)
                  END-PERFORM
              END-IF
              MOVE HS-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE(RH-COUNT)
              MOVE HS-OLD-SALARY TO RH-OLD-SALARY(RH-COUNT)
              MOVE HS-NEW-SALARY TO RH-NEW-SALARY(RH-COUNT)
              MOVE HS-CHANGE-SOURCE TO RH-CHANGE-SOURCE(RH-COUNT)
                  .

            230-DISPLAY-HISTORY-LINE.
              MOVE RH-EFFECTIVE-DATE(RH-SUB) TO HL-EFFECTIVE-DATE
              MOVE RH-OLD-SALARY(RH-SUB) TO HL-OLD-SALARY
              MOVE RH-NEW-SALARY(RH-SUB) TO HL-NEW-SALARY
              MOVE RH-CHANGE-SOURCE(RH-SUB) TO HL-CHANGE-SOURCE
              DISPLAY HISTORY-LINE UPON CONSOLE
                  .

            250-END-ROUTINE.
              CLOSE MASTER-FILE
              STOP RUN
              .
