       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM16.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program drives the Bennett Shoes nightly cycle -
      * PROGRAM5, PROGRAM2, PROGRAM3, PROGRAM1, PROGRAM6, and
      * PROGRAM7 when a purge is due - from a job stream control
      * file, so a step is never run against a master that the
      * step before it refused to update, and a cycle that stops
      * part way resumes where it stopped instead of rerunning
      * steps that have already updated files.
      *
      *********
      * INPUT:
      *       The job stream control file, PR1JOBS.TXT, one
      *       record per step in the order the steps run:
      *       1. Step Number    two digits, ascending
      *       2. Program Name   the program the step runs
      *       3. Must Succeed   Y = the stream halts unless this
      *                         step comes back BALANCED
      *       4. Bypass         B = the step is carried on the
      *                         control file but not run this
      *                         cycle (PROGRAM7 between purges)
      *       5. Depends On     up to four earlier step numbers
      *                         that must have come back BALANCED
      *                         before this step may run
      *       6. Parameters     the command line handed to the
      *                         program - ASOF=YYYYMMDD, RECON,
      *                         BURST, CUTOFF=YYYYMMDD
      *
      *       Supplying RESTART=nn as the command line parameter
      *       resumes the cycle at step nn: every step ahead of
      *       it that came back BALANCED (or was SKIPPED) on the
      *       last run of the cycle is logged as SKIPPED and counts
      *       as BALANCED, so the steps that already updated files
      *       are not run twice.  A step ahead of it that did not -
      *       REFUSED, FAILED, BYPASSED, or never logged - is not
      *       run either, but carries that outcome forward, so a
      *       step depending on it still halts the stream.  The
      *       restart step may not be later than the first step
      *       the last run left unfinished - a must-succeed step
      *       that did not come back BALANCED, SKIPPED, or
      *       BYPASSED, or a step logged NOT RUN, or, for a step
      *       logged NOT RUN, the earliest step it depends on that
      *       did not come back BALANCED or SKIPPED - and there
      *       has to be such a step.
      *
      *********
      * OUTPUT:
      *        The cycle log, PR1CYCLE.TXT, appended to run over
      *        run: one record per step carrying the cycle start
      *        date and time (a restart carries on under the date
      *        and time of the cycle it resumes), the step
      *        number, program, and parameters, the step start
      *        and end date and time, the completion code the
      *        program handed back, and the outcome - BALANCED,
      *        REFUSED, FAILED, SKIPPED, BYPASSED, or NOT RUN.
      *
      *        The NIGHTLY CYCLE REGISTER: one line per step with
      *        the same information, the halt message and the
      *        restart parameter to use when the stream stops,
      *        and control counts by outcome.
      *
      *********
      * CALCULATIONS:
      *
      *   Each program in the cycle hands back a completion code
      *   when it ends: 0 = BALANCED, 4 = REFUSED (nothing was
      *   applied), anything else = FAILED.  A step that cannot
      *   be started at all is FAILED.  The stream halts when a
      *   must-succeed step does not come back BALANCED, or when
      *   a step's dependency did not; every step after the halt
      *   is logged NOT RUN.  A BYPASSED step does not satisfy
      *   a dependency, so a step that depends on one halts the
      *   stream as well.  A control file that is missing,
      *   empty, out of sequence, or names a dependency that is
      *   not an earlier step, or a restart step that is not on
      *   the control file, is later than the first unfinished
      *   step, or has no unfinished cycle to resume, refuses the
      *   whole stream before any step runs.
      *
      *********
      * COMPLETION CODE:
      *       The stream hands back 0 when every step that ran
      *       came back BALANCED, 4 when a step that was allowed
      *       to fall through came back REFUSED, 8 when a step
      *       failed, the stream halted, or the stream was
      *       refused.
      ***********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT JOB-CONTROL-FILE
           ASSIGN TO 'PR1JOBS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JC-FILE-STATUS.

         SELECT CYCLE-LOG-FILE
           ASSIGN TO 'PR1CYCLE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CY-FILE-STATUS.

         SELECT REGISTER-FILE
           ASSIGN TO PRINTER 'CYCLEREG'.

        DATA DIVISION.
        FILE SECTION.

         FD JOB-CONTROL-FILE
          RECORD CONTAINS 80 CHARACTERS.
         01 JOB-CONTROL-RECORD.
          05 JC-STEP-NUMBER                     PIC X(2).
          05 FILLER                             PIC X(1).
          05 JC-PROGRAM-NAME                    PIC X(8).
          05 FILLER                             PIC X(1).
          05 JC-REQUIRED-SW                     PIC X(1).
             88 JC-MUST-SUCCEED                 VALUE 'Y'.
          05 FILLER                             PIC X(1).
          05 JC-BYPASS-SW                       PIC X(1).
             88 JC-BYPASS                       VALUE 'B'.
          05 FILLER                             PIC X(1).
          05 JC-DEPENDENCIES.
             10 JC-DEPENDS-ON OCCURS 4 TIMES    PIC X(2).
          05 FILLER                             PIC X(1).
          05 JC-PARAMETERS                      PIC X(40).
          05 FILLER                             PIC X(15).

         FD CYCLE-LOG-FILE
          RECORD CONTAINS 110 CHARACTERS.
         01 CYCLE-LOG-RECORD.
          05 CY-CYCLE-DATE                      PIC 9(8).
          05 CY-CYCLE-TIME                      PIC 9(6).
          05 CY-STEP-NUMBER                     PIC 9(2).
          05 CY-PROGRAM-NAME                    PIC X(8).
          05 CY-PARAMETERS                      PIC X(40).
          05 CY-START-DATE                      PIC 9(8).
          05 CY-START-TIME                      PIC 9(6).
          05 CY-END-DATE                        PIC 9(8).
          05 CY-END-TIME                        PIC 9(6).
          05 CY-COMPLETION-CODE                 PIC 9(3).
          05 CY-OUTCOME                         PIC X(10).
          05 FILLER                             PIC X(5).

         FD REGISTER-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REGISTER-LINE      PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 EOF-FLAG        PIC X  VALUE 'Y'.
              88 OUT-DATA        VALUE 'N'.
           05 STREAM-REFUSED-SW PIC X VALUE 'N'.
              88 STREAM-REFUSED  VALUE 'Y'.
           05 STREAM-HALTED-SW PIC X VALUE 'N'.
              88 STREAM-HALTED   VALUE 'Y'.
           05 DEPENDENCY-FAILED-SW PIC X VALUE 'N'.
              88 DEPENDENCY-FAILED VALUE 'Y'.
           05 STEP-RAN-SW     PIC X  VALUE 'N'.
              88 STEP-RAN        VALUE 'Y'.

        01 FILE-CONTROL-FIELDS.
           05 JC-FILE-STATUS      PIC X(2) VALUE '00'.
              88 JC-FILE-OK               VALUE '00'.
           05 CY-FILE-STATUS      PIC X(2) VALUE '00'.
              88 CY-FILE-OK               VALUE '00'.
              88 CY-FILE-NOT-FOUND        VALUE '35'.

        01 RUN-PARM-FIELDS.
           05 RUN-PARM            PIC X(80) VALUE SPACES.
           05 RESTART-STEP        PIC 9(2)  VALUE ZERO.

      *    THE CYCLE IS IDENTIFIED ON THE LOG BY THE DATE AND TIME
      *    THE STREAM STARTED

        01 CYCLE-FIELDS.
           05 CYCLE-DATE          PIC 9(8)  VALUE ZERO.
           05 CYCLE-TIME          PIC 9(6)  VALUE ZERO.
           05 HALT-STEP           PIC 9(2)  VALUE ZERO.
           05 PREVIOUS-LOG-STEP   PIC 9(2)  VALUE ZERO.
           05 UNFINISHED-STEP     PIC 9(2)  VALUE ZERO.
           05 HALT-PROGRAM        PIC X(8)  VALUE SPACES.
           05 STREAM-COMPLETION-CODE PIC 9(3) VALUE ZERO.

        01 TIME-CONTROL.
           05 TIME-FIELDS.
              10 TIME-OF-DAY      PIC 9(8) VALUE ZERO.
           05 TIME-FIELDS-R REDEFINES TIME-FIELDS.
              10 TIME-HHMMSS      PIC 9(6).
              10 FILLER           PIC 9(2).
           05 TIME-EDIT-WORK      PIC 9(6) VALUE ZERO.
           05 TIME-EDIT-WORK-R REDEFINES TIME-EDIT-WORK.
              10 TW-HOURS         PIC 9(2).
              10 TW-MINUTES       PIC 9(2).
              10 TW-SECONDS       PIC 9(2).
           05 TIME-EDIT.
              10 TE-HOURS         PIC 9(2).
              10 FILLER           PIC X(1) VALUE ':'.
              10 TE-MINUTES       PIC 9(2).
              10 FILLER           PIC X(1) VALUE ':'.
              10 TE-SECONDS       PIC 9(2).
           05 DATE-EDIT           PIC 9999/99/99.
           05 CODE-EDIT           PIC ZZ9.

      *    THE SYSTEM SERVICE HANDS BACK THE WAIT STATUS OF THE
      *    STEP - THE PROGRAM'S OWN COMPLETION CODE IN THE HIGH
      *    ORDER BYTE, A NON-ZERO LOW ORDER BYTE IF THE STEP WAS
      *    KILLED INSTEAD OF ENDING ON ITS OWN

        01 STEP-CONTROL.
           05 STEP-COMMAND        PIC X(60) VALUE SPACES.
           05 SYSTEM-STATUS       PIC S9(9) VALUE ZERO.
           05 STEP-COMPLETION-CODE PIC 9(3) VALUE ZERO.
           05 STEP-SIGNAL-CODE    PIC 9(3)  VALUE ZERO.
           05 STEP-START-DATE     PIC 9(8)  VALUE ZERO.
           05 STEP-START-TIME     PIC 9(6)  VALUE ZERO.
           05 STEP-END-DATE       PIC 9(8)  VALUE ZERO.
           05 STEP-END-TIME       PIC 9(6)  VALUE ZERO.
           05 PREVIOUS-STEP-NUMBER PIC 9(2) VALUE ZERO.
           05 DEP-SUB             PIC 9(1)  VALUE ZERO.
           05 DEPENDENCY-STEP     PIC 9(2)  VALUE ZERO.

        01 STREAM-COUNTERS.
           05 STEPS-READ          PIC 9(4) VALUE ZERO.
           05 STEPS-BALANCED      PIC 9(4) VALUE ZERO.
           05 STEPS-REFUSED       PIC 9(4) VALUE ZERO.
           05 STEPS-FAILED        PIC 9(4) VALUE ZERO.
           05 STEPS-SKIPPED       PIC 9(4) VALUE ZERO.
           05 STEPS-BYPASSED      PIC 9(4) VALUE ZERO.
           05 STEPS-NOT-RUN       PIC 9(4) VALUE ZERO.

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

      ********** JOB STREAM STEP TABLE **********
      *    LOADED AT HOUSEKEEPING TIME FROM PR1JOBS.TXT - EACH
      *    STEP'S OUTCOME IS KEPT SO A LATER STEP CAN CHECK THE
      *    STEPS IT DEPENDS ON

        01 JOB-STEP-TABLE.
           05 ST-COUNT         PIC 9(2) VALUE ZERO.
           05 ST-TABLE-MAX     PIC 9(2) VALUE 20.
           05 JOB-STEP-ENTRY OCCURS 20 TIMES
                             INDEXED BY STEP-IDX LOOKUP-IDX.
              10 ST-STEP-NUMBER     PIC 9(2).
              10 ST-PROGRAM-NAME    PIC X(8).
              10 ST-REQUIRED-SW     PIC X(1).
                 88 ST-MUST-SUCCEED VALUE 'Y'.
              10 ST-BYPASS-SW       PIC X(1).
                 88 ST-BYPASS       VALUE 'B'.
              10 ST-DEPENDS-ON OCCURS 4 TIMES PIC 9(2).
              10 ST-PARAMETERS      PIC X(40).
              10 ST-OUTCOME         PIC X(10).
                 88 ST-OUTCOME-SATISFIED VALUE 'BALANCED'
                                               'SKIPPED'.
              10 ST-LOGGED-OUTCOME  PIC X(10).
                 88 ST-LOGGED-SATISFIED VALUE 'BALANCED'
                                              'SKIPPED'.

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
            05        PIC X(22)   VALUE 'NIGHTLY CYCLE REGISTER'.
         01 HEADING-THREE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(14)   VALUE 'CYCLE STARTED:'.
            05        PIC X(1)    VALUE SPACE.
            05        H3-CYCLE-DATE        PIC 9999/99/99.
            05        PIC X(1)    VALUE SPACE.
            05        H3-CYCLE-TIME        PIC X(8).
            05        PIC X(4)    VALUE SPACES.
            05        H3-RESTART-TEXT      PIC X(16).
            05        H3-RESTART-STEP      PIC ZZ.
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(4)    VALUE 'STEP'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(7)    VALUE 'PROGRAM'.
            05        PIC X(3)    VALUE SPACES.
            05        PIC X(10)   VALUE 'PARAMETERS'.
            05        PIC X(22)   VALUE SPACES.
            05        PIC X(7)    VALUE 'STARTED'.
            05        PIC X(13)   VALUE SPACES.
            05        PIC X(5)    VALUE 'ENDED'.
            05        PIC X(14)   VALUE SPACES.
            05        PIC X(4)    VALUE 'CODE'.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(7)    VALUE 'OUTCOME'.
         01 STEP-DETAIL-LINE.
            05        PIC X(3)    VALUE SPACES.
            05        SD-STEP-NUMBER       PIC Z9.
            05        PIC X(3)    VALUE SPACES.
            05        SD-PROGRAM-NAME      PIC X(8).
            05        PIC X(2)    VALUE SPACES.
            05        SD-PARAMETERS        PIC X(30).
            05        PIC X(2)    VALUE SPACES.
            05        SD-START-DATE        PIC X(10).
            05        PIC X(1)    VALUE SPACE.
            05        SD-START-TIME        PIC X(8).
            05        PIC X(1)    VALUE SPACE.
            05        SD-END-DATE          PIC X(10).
            05        PIC X(1)    VALUE SPACE.
            05        SD-END-TIME          PIC X(8).
            05        PIC X(2)    VALUE SPACES.
            05        SD-COMPLETION-CODE   PIC X(3).
            05        PIC X(2)    VALUE SPACES.
            05        SD-OUTCOME           PIC X(10).
         01 HALT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(25)   VALUE
                        '*** STREAM HALTED - STEP '.
            05        HL-HALT-STEP         PIC 99.
            05        PIC X(1)    VALUE SPACE.
            05        HL-HALT-PROGRAM      PIC X(8).
            05        PIC X(1)    VALUE SPACE.
            05        HL-MESSAGE           PIC X(34).
            05        PIC X(11)   VALUE ' - RESTART='.
            05        HL-RESTART-STEP      PIC 99.
            05        PIC X(4)    VALUE ' ***'.
         01 REFUSED-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(4)    VALUE '*** '.
            05        RF-MESSAGE           PIC X(44).
            05        PIC X(6)    VALUE 'STEP: '.
            05        RF-STEP-NUMBER       PIC X(2).
            05        PIC X(24)   VALUE
                        ' - NO STEP RUN ***'.
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
            05        CL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              IF STREAM-REFUSED
                  PERFORM 145-REPORT-STREAM-REFUSED
              ELSE
                  PERFORM 150-RUN-STREAM
              END-IF
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              OPEN OUTPUT REGISTER-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT TIME-OF-DAY FROM TIME
              MOVE CURRENT-DATE TO H1-DATE
              MOVE CURRENT-DATE TO CYCLE-DATE
              MOVE TIME-HHMMSS TO CYCLE-TIME
              MOVE CYCLE-DATE TO H3-CYCLE-DATE
              MOVE CYCLE-TIME TO TIME-EDIT-WORK
              PERFORM 220-EDIT-TIME
              MOVE TIME-EDIT TO H3-CYCLE-TIME
              ACCEPT RUN-PARM FROM COMMAND-LINE
              PERFORM 126-APPLY-RUN-PARM
              IF NOT STREAM-REFUSED
                  PERFORM 127-LOAD-STEP-TABLE
              END-IF
              IF NOT STREAM-REFUSED
                  PERFORM 135-CHECK-RESTART-STEP
              END-IF
              IF NOT STREAM-REFUSED
                  PERFORM 137-OPEN-CYCLE-LOG
              END-IF
              IF RESTART-STEP > ZERO
                  MOVE 'RESTART AT STEP:' TO H3-RESTART-TEXT
                  MOVE RESTART-STEP TO H3-RESTART-STEP
              ELSE
                  MOVE SPACES TO H3-RESTART-TEXT
                  MOVE ZERO TO H3-RESTART-STEP
              END-IF
              MOVE ZERO TO PAGE-NUMBER
              MOVE ZERO TO LINE-COUNT
              PERFORM 140-WRITE-HEADER
                  .

      *    THE ONLY PARAMETER IS RESTART=NN - ANYTHING ELSE ON THE
      *    COMMAND LINE REFUSES THE STREAM RATHER THAN RUN THE
      *    WHOLE CYCLE FROM THE TOP BY MISTAKE

            126-APPLY-RUN-PARM.
              EVALUATE TRUE
                  WHEN RUN-PARM = SPACES
                      CONTINUE
                  WHEN RUN-PARM(1:8) = 'RESTART='
                      IF RUN-PARM(9:2) NUMERIC
                         AND RUN-PARM(11:1) = SPACE
                          MOVE RUN-PARM(9:2) TO RESTART-STEP
                      ELSE
                          MOVE 'Y' TO STREAM-REFUSED-SW
                          MOVE 'RESTART STEP MUST BE TWO DIGITS' TO
                               RF-MESSAGE
                          MOVE SPACES TO RF-STEP-NUMBER
                      END-IF
                  WHEN OTHER
                      MOVE 'Y' TO STREAM-REFUSED-SW
                      MOVE 'INVALID RUN PARAMETER' TO RF-MESSAGE
                      MOVE SPACES TO RF-STEP-NUMBER
              END-EVALUATE
                  .

            127-LOAD-STEP-TABLE.
              OPEN INPUT JOB-CONTROL-FILE
              IF NOT JC-FILE-OK
                  MOVE 'Y' TO STREAM-REFUSED-SW
                  MOVE 'JOB STREAM CONTROL FILE NOT AVAILABLE' TO
                       RF-MESSAGE
                  MOVE SPACES TO RF-STEP-NUMBER
              ELSE
                  PERFORM UNTIL OUT-DATA OR STREAM-REFUSED
                    READ JOB-CONTROL-FILE
                      AT END
                        MOVE 'N' TO EOF-FLAG
                      NOT AT END
                        ADD 1 TO STEPS-READ
                        PERFORM 128-ADD-STEP-ENTRY
                    END-READ
                  END-PERFORM
                  CLOSE JOB-CONTROL-FILE
                  IF ST-COUNT = ZERO AND NOT STREAM-REFUSED
                      MOVE 'Y' TO STREAM-REFUSED-SW
                      MOVE 'NO STEPS ON JOB STREAM CONTROL FILE' TO
                           RF-MESSAGE
                      MOVE SPACES TO RF-STEP-NUMBER
                  END-IF
              END-IF
                  .

      *    STEPS MUST COME IN ASCENDING ORDER, AND A STEP MAY ONLY
      *    DEPEND ON A STEP ALREADY LOADED AHEAD OF IT

            128-ADD-STEP-ENTRY.
              MOVE JC-STEP-NUMBER TO RF-STEP-NUMBER
              EVALUATE TRUE
                  WHEN JC-STEP-NUMBER NOT NUMERIC
                      MOVE 'Y' TO STREAM-REFUSED-SW
                      MOVE 'STEP NUMBER NOT NUMERIC' TO RF-MESSAGE
                  WHEN JC-STEP-NUMBER NOT > PREVIOUS-STEP-NUMBER
                      MOVE 'Y' TO STREAM-REFUSED-SW
                      MOVE 'STEP NUMBERS OUT OF SEQUENCE' TO
                           RF-MESSAGE
                  WHEN JC-PROGRAM-NAME = SPACES
                      MOVE 'Y' TO STREAM-REFUSED-SW
                      MOVE 'NO PROGRAM NAMED FOR STEP' TO RF-MESSAGE
                  WHEN ST-COUNT NOT < ST-TABLE-MAX
                      MOVE 'Y' TO STREAM-REFUSED-SW
                      MOVE 'TOO MANY STEPS ON CONTROL FILE' TO
                           RF-MESSAGE
                  WHEN OTHER
                      ADD 1 TO ST-COUNT
                      SET STEP-IDX TO ST-COUNT
                      MOVE JC-STEP-NUMBER TO ST-STEP-NUMBER(STEP-IDX)
                                             PREVIOUS-STEP-NUMBER
                      MOVE JC-PROGRAM-NAME TO
                           ST-PROGRAM-NAME(STEP-IDX)
                      MOVE JC-REQUIRED-SW TO ST-REQUIRED-SW(STEP-IDX)
                      MOVE JC-BYPASS-SW TO ST-BYPASS-SW(STEP-IDX)
                      MOVE JC-PARAMETERS TO ST-PARAMETERS(STEP-IDX)
                      MOVE SPACES TO ST-OUTCOME(STEP-IDX)
                                     ST-LOGGED-OUTCOME(STEP-IDX)
                      PERFORM 129-LOAD-DEPENDENCY
                          VARYING DEP-SUB FROM 1 BY 1
                          UNTIL DEP-SUB > 4
              END-EVALUATE
                  .

            129-LOAD-DEPENDENCY.
              IF JC-DEPENDS-ON(DEP-SUB) = SPACES
                  MOVE ZERO TO ST-DEPENDS-ON(STEP-IDX, DEP-SUB)
              ELSE
                IF JC-DEPENDS-ON(DEP-SUB) NUMERIC
                  MOVE JC-DEPENDS-ON(DEP-SUB) TO DEPENDENCY-STEP
                  MOVE DEPENDENCY-STEP TO
                       ST-DEPENDS-ON(STEP-IDX, DEP-SUB)
                  PERFORM 130-FIND-STEP-ENTRY
                  IF LOOKUP-IDX NOT < STEP-IDX
                      MOVE 'Y' TO STREAM-REFUSED-SW
                      MOVE 'DEPENDS ON A STEP NOT AHEAD OF IT' TO
                           RF-MESSAGE
                  END-IF
                ELSE
                  MOVE 'Y' TO STREAM-REFUSED-SW
                  MOVE 'DEPENDENCY STEP NOT NUMERIC' TO RF-MESSAGE
                END-IF
              END-IF
                  .

      *    LEAVES LOOKUP-IDX ON THE ENTRY FOR DEPENDENCY-STEP, OR
      *    ONE PAST THE LAST LOADED ENTRY WHEN IT IS NOT ON FILE

            130-FIND-STEP-ENTRY.
              SET LOOKUP-IDX TO 1
              SEARCH JOB-STEP-ENTRY VARYING LOOKUP-IDX
                  AT END
                      CONTINUE
                  WHEN LOOKUP-IDX > ST-COUNT
                      CONTINUE
                  WHEN ST-STEP-NUMBER(LOOKUP-IDX) = DEPENDENCY-STEP
                      CONTINUE
              END-SEARCH
                  .

            132-CLEAR-LOGGED-OUTCOME.
              MOVE SPACES TO ST-LOGGED-OUTCOME(LOOKUP-IDX)
                  .

      *    A STEP LOGGED NOT RUN WAS HELD BACK BY A DEPENDENCY, SO
      *    THE RESTART HAS TO GO BACK TO THE EARLIEST STEP IT
      *    DEPENDS ON THAT DID NOT BALANCE

            133-CHECK-LOGGED-DEPENDENCY.
              IF ST-DEPENDS-ON(STEP-IDX, DEP-SUB) > ZERO
                  MOVE ST-DEPENDS-ON(STEP-IDX, DEP-SUB) TO
                       DEPENDENCY-STEP
                  PERFORM 130-FIND-STEP-ENTRY
                  IF LOOKUP-IDX NOT > ST-COUNT
                     AND NOT ST-LOGGED-SATISFIED(LOOKUP-IDX)
                     AND DEPENDENCY-STEP < UNFINISHED-STEP
                      MOVE DEPENDENCY-STEP TO UNFINISHED-STEP
                  END-IF
              END-IF
                  .

      *    A RESTART HAS TO PICK UP AT OR AHEAD OF THE FIRST STEP
      *    THE LAST CYCLE LEFT UNFINISHED, OR THAT STEP WOULD BE
      *    PASSED OVER AND NEVER RUN

            135-CHECK-RESTART-STEP.
              IF RESTART-STEP > ZERO
                  MOVE RESTART-STEP TO DEPENDENCY-STEP
                  PERFORM 130-FIND-STEP-ENTRY
                  IF LOOKUP-IDX > ST-COUNT
                      MOVE 'Y' TO STREAM-REFUSED-SW
                      MOVE 'RESTART STEP NOT ON CONTROL FILE' TO
                           RF-MESSAGE
                      MOVE RESTART-STEP TO RF-STEP-NUMBER
                  ELSE
                      PERFORM 138-FIND-LAST-CYCLE
                      IF UNFINISHED-STEP = ZERO
                          MOVE 'Y' TO STREAM-REFUSED-SW
                          MOVE 'NO UNFINISHED CYCLE ON LOG TO RESTART'
                              TO RF-MESSAGE
                          MOVE RESTART-STEP TO RF-STEP-NUMBER
                      ELSE
                          IF RESTART-STEP > UNFINISHED-STEP
                              MOVE 'Y' TO STREAM-REFUSED-SW
                              MOVE 'RESTART PAST FIRST UNFINISHED STEP'
                                  TO RF-MESSAGE
                              MOVE UNFINISHED-STEP TO RF-STEP-NUMBER
                          END-IF
                      END-IF
                  END-IF
              END-IF
                  .

      *    A CYCLE LOG THAT WILL NOT OPEN REFUSES THE STREAM - NO
      *    STEP RUNS WITHOUT A RECORD OF IT.  A RESTART CARRIES ON
      *    UNDER THE CYCLE DATE AND TIME OF THE LAST CYCLE LOGGED,
      *    SO THE WHOLE CYCLE READS TOGETHER ON THE LOG

            137-OPEN-CYCLE-LOG.
              OPEN EXTEND CYCLE-LOG-FILE
              IF CY-FILE-NOT-FOUND
                  OPEN OUTPUT CYCLE-LOG-FILE
              END-IF
              IF NOT CY-FILE-OK
                  MOVE 'Y' TO STREAM-REFUSED-SW
                  MOVE 'CYCLE LOG NOT WRITABLE' TO RF-MESSAGE
                  MOVE SPACES TO RF-STEP-NUMBER
              END-IF
                  .

      *    EVERY RUN LOGS ITS STEPS IN STEP ORDER, SO A NEW CYCLE
      *    OR A STEP NUMBER NO HIGHER THAN THE ONE BEFORE IT STARTS
      *    ANOTHER RUN, AND ONLY THE LAST RUN SAYS WHERE THE CYCLE
      *    STANDS.  EACH STEP'S OUTCOME ON THAT RUN IS KEPT IN THE
      *    STEP TABLE.  A STEP ALLOWED TO FALL THROUGH WAS PASSED
      *    OVER BY THAT RUN AND DOES NOT HOLD THE RESTART BACK
      *    UNLESS A STEP LOGGED NOT RUN DEPENDS ON IT

            138-FIND-LAST-CYCLE.
              MOVE ZERO TO UNFINISHED-STEP
              MOVE ZERO TO PREVIOUS-LOG-STEP
              OPEN INPUT CYCLE-LOG-FILE
              IF CY-FILE-OK
                  MOVE 'Y' TO EOF-FLAG
                  PERFORM UNTIL OUT-DATA
                    READ CYCLE-LOG-FILE
                      AT END
                        MOVE 'N' TO EOF-FLAG
                      NOT AT END
                        PERFORM 139-CHECK-LOGGED-STEP
                    END-READ
                  END-PERFORM
                  CLOSE CYCLE-LOG-FILE
              END-IF
              MOVE CYCLE-DATE TO H3-CYCLE-DATE
              MOVE CYCLE-TIME TO TIME-EDIT-WORK
              PERFORM 220-EDIT-TIME
              MOVE TIME-EDIT TO H3-CYCLE-TIME
                  .

            139-CHECK-LOGGED-STEP.
              IF CY-CYCLE-DATE NOT = CYCLE-DATE
                 OR CY-CYCLE-TIME NOT = CYCLE-TIME
                 OR CY-STEP-NUMBER NOT > PREVIOUS-LOG-STEP
                  MOVE ZERO TO UNFINISHED-STEP
                  PERFORM 132-CLEAR-LOGGED-OUTCOME
                      VARYING LOOKUP-IDX FROM 1 BY 1
                      UNTIL LOOKUP-IDX > ST-COUNT
              END-IF
              MOVE CY-CYCLE-DATE TO CYCLE-DATE
              MOVE CY-CYCLE-TIME TO CYCLE-TIME
              MOVE CY-STEP-NUMBER TO PREVIOUS-LOG-STEP
              MOVE CY-STEP-NUMBER TO DEPENDENCY-STEP
              PERFORM 130-FIND-STEP-ENTRY
              IF LOOKUP-IDX NOT > ST-COUNT
                  MOVE CY-OUTCOME TO ST-LOGGED-OUTCOME(LOOKUP-IDX)
              END-IF
              IF UNFINISHED-STEP = ZERO
                  EVALUATE TRUE
                      WHEN CY-OUTCOME = 'NOT RUN'
                          MOVE CY-STEP-NUMBER TO UNFINISHED-STEP
                          IF LOOKUP-IDX NOT > ST-COUNT
                              SET STEP-IDX TO LOOKUP-IDX
                              PERFORM 133-CHECK-LOGGED-DEPENDENCY
                                  VARYING DEP-SUB FROM 1 BY 1
                                  UNTIL DEP-SUB > 4
                          END-IF
                      WHEN CY-OUTCOME = 'BALANCED'
                        OR CY-OUTCOME = 'SKIPPED'
                        OR CY-OUTCOME = 'BYPASSED'
                          CONTINUE
                      WHEN LOOKUP-IDX > ST-COUNT
                          MOVE CY-STEP-NUMBER TO UNFINISHED-STEP
                      WHEN ST-MUST-SUCCEED(LOOKUP-IDX)
                          MOVE CY-STEP-NUMBER TO UNFINISHED-STEP
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
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

            145-REPORT-STREAM-REFUSED.
              DISPLAY '*** ' RF-MESSAGE ' STEP: ' RF-STEP-NUMBER
                      ' - NO STEP RUN ***'
                  UPON CONSOLE
              MOVE REFUSED-LINE TO REGISTER-LINE
              MOVE 2 TO PROPER-SPACING
              PERFORM 225-WRITE-LINE
                  .

            150-RUN-STREAM.
              PERFORM 160-PROCESS-STEP
                  VARYING STEP-IDX FROM 1 BY 1
                  UNTIL STEP-IDX > ST-COUNT
              CLOSE CYCLE-LOG-FILE
              IF STREAM-HALTED
                  PERFORM 195-REPORT-STREAM-HALTED
              END-IF
                  .

      *    A STEP AHEAD OF THE RESTART POINT IS SKIPPED WHEN IT
      *    BALANCED ON THE RUN THAT HALTED AND OTHERWISE KEEPS THAT
      *    RUN'S OUTCOME, A STEP MARKED FOR BYPASS IS PASSED OVER,
      *    AND A STEP WHOSE DEPENDENCIES DID NOT ALL BALANCE HALTS
      *    THE STREAM WITHOUT BEING RUN

            160-PROCESS-STEP.
              MOVE 'N' TO STEP-RAN-SW
              MOVE ZERO TO STEP-COMPLETION-CODE
                           STEP-START-DATE
                           STEP-START-TIME
                           STEP-END-DATE
                           STEP-END-TIME
              EVALUATE TRUE
                  WHEN STREAM-HALTED
                      MOVE 'NOT RUN' TO ST-OUTCOME(STEP-IDX)
                      ADD 1 TO STEPS-NOT-RUN
                  WHEN ST-STEP-NUMBER(STEP-IDX) < RESTART-STEP
                      IF ST-LOGGED-SATISFIED(STEP-IDX)
                          MOVE 'SKIPPED' TO ST-OUTCOME(STEP-IDX)
                          ADD 1 TO STEPS-SKIPPED
                      ELSE
                          PERFORM 162-CARRY-LOGGED-OUTCOME
                      END-IF
                  WHEN ST-BYPASS(STEP-IDX)
                      MOVE 'BYPASSED' TO ST-OUTCOME(STEP-IDX)
                      ADD 1 TO STEPS-BYPASSED
                  WHEN OTHER
                      PERFORM 165-CHECK-DEPENDENCIES
                      IF DEPENDENCY-FAILED
                          MOVE 'NOT RUN' TO ST-OUTCOME(STEP-IDX)
                          ADD 1 TO STEPS-NOT-RUN
                      ELSE
                          PERFORM 170-EXECUTE-STEP
                      END-IF
              END-EVALUATE
              PERFORM 180-LOG-STEP
              PERFORM 190-REGISTER-STEP-LINE
              IF STEP-RAN
                 AND NOT STREAM-HALTED
                 AND ST-MUST-SUCCEED(STEP-IDX)
                 AND ST-OUTCOME(STEP-IDX) NOT = 'BALANCED'
                  MOVE 'Y' TO STREAM-HALTED-SW
                  MOVE ST-STEP-NUMBER(STEP-IDX) TO HALT-STEP
                  MOVE ST-PROGRAM-NAME(STEP-IDX) TO HALT-PROGRAM
                  MOVE 'MUST SUCCEED AND DID NOT BALANCE' TO
                       HL-MESSAGE
              END-IF
                  .

      *    A STEP THE HALTED RUN NEVER LOGGED IS CARRIED AS NOT RUN

            162-CARRY-LOGGED-OUTCOME.
              IF ST-LOGGED-OUTCOME(STEP-IDX) = SPACES
                  MOVE 'NOT RUN' TO ST-OUTCOME(STEP-IDX)
              ELSE
                  MOVE ST-LOGGED-OUTCOME(STEP-IDX) TO
                       ST-OUTCOME(STEP-IDX)
              END-IF
              EVALUATE ST-OUTCOME(STEP-IDX)
                  WHEN 'REFUSED'
                      ADD 1 TO STEPS-REFUSED
                  WHEN 'FAILED'
                      ADD 1 TO STEPS-FAILED
                  WHEN 'BYPASSED'
                      ADD 1 TO STEPS-BYPASSED
                  WHEN OTHER
                      ADD 1 TO STEPS-NOT-RUN
              END-EVALUATE
                  .

            165-CHECK-DEPENDENCIES.
              MOVE 'N' TO DEPENDENCY-FAILED-SW
              PERFORM 166-CHECK-ONE-DEPENDENCY
                  VARYING DEP-SUB FROM 1 BY 1
                  UNTIL DEP-SUB > 4 OR DEPENDENCY-FAILED
                  .

      *    THE HALT NAMES THE DEPENDENCY THAT DID NOT BALANCE - THAT
      *    IS THE STEP TO CORRECT AND RESTART FROM

            166-CHECK-ONE-DEPENDENCY.
              IF ST-DEPENDS-ON(STEP-IDX, DEP-SUB) > ZERO
                  MOVE ST-DEPENDS-ON(STEP-IDX, DEP-SUB) TO
                       DEPENDENCY-STEP
                  PERFORM 130-FIND-STEP-ENTRY
                  IF NOT ST-OUTCOME-SATISFIED(LOOKUP-IDX)
                      MOVE 'Y' TO DEPENDENCY-FAILED-SW
                      MOVE 'Y' TO STREAM-HALTED-SW
                      MOVE ST-STEP-NUMBER(LOOKUP-IDX) TO HALT-STEP
                      MOVE ST-PROGRAM-NAME(LOOKUP-IDX) TO
                           HALT-PROGRAM
                      MOVE 'DID NOT BALANCE FOR A LATER STEP' TO
                           HL-MESSAGE
                  END-IF
              END-IF
                  .

      *    THE STEP RUNS UNDER ITS PROGRAM NAME FROM THE CYCLE'S
      *    WORKING DIRECTORY, WHERE THE DATA FILES LIVE, WITH ITS
      *    PARAMETERS AS THE COMMAND LINE

            170-EXECUTE-STEP.
              MOVE 'Y' TO STEP-RAN-SW
              MOVE SPACES TO STEP-COMMAND
              STRING './' DELIMITED BY SIZE
                     ST-PROGRAM-NAME(STEP-IDX) DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     ST-PARAMETERS(STEP-IDX) DELIMITED BY SIZE
                  INTO STEP-COMMAND
              END-STRING
              DISPLAY '*** STEP ' ST-STEP-NUMBER(STEP-IDX) ' '
                      ST-PROGRAM-NAME(STEP-IDX) ' STARTED ***'
                  UPON CONSOLE
              ACCEPT STEP-START-DATE FROM DATE YYYYMMDD
              ACCEPT TIME-OF-DAY FROM TIME
              MOVE TIME-HHMMSS TO STEP-START-TIME
              CALL 'SYSTEM' USING STEP-COMMAND
              MOVE RETURN-CODE TO SYSTEM-STATUS
              ACCEPT STEP-END-DATE FROM DATE YYYYMMDD
              ACCEPT TIME-OF-DAY FROM TIME
              MOVE TIME-HHMMSS TO STEP-END-TIME
              IF SYSTEM-STATUS < ZERO
                  MOVE 999 TO STEP-COMPLETION-CODE
                  MOVE ZERO TO STEP-SIGNAL-CODE
              ELSE
                  DIVIDE SYSTEM-STATUS BY 256
                      GIVING STEP-COMPLETION-CODE
                      REMAINDER STEP-SIGNAL-CODE
              END-IF
              EVALUATE TRUE
                  WHEN SYSTEM-STATUS < ZERO
                    OR STEP-SIGNAL-CODE NOT = ZERO
                      MOVE 'FAILED' TO ST-OUTCOME(STEP-IDX)
                      ADD 1 TO STEPS-FAILED
                  WHEN STEP-COMPLETION-CODE = ZERO
                      MOVE 'BALANCED' TO ST-OUTCOME(STEP-IDX)
                      ADD 1 TO STEPS-BALANCED
                  WHEN STEP-COMPLETION-CODE = 4
                      MOVE 'REFUSED' TO ST-OUTCOME(STEP-IDX)
                      ADD 1 TO STEPS-REFUSED
                  WHEN OTHER
                      MOVE 'FAILED' TO ST-OUTCOME(STEP-IDX)
                      ADD 1 TO STEPS-FAILED
              END-EVALUATE
              DISPLAY '*** STEP ' ST-STEP-NUMBER(STEP-IDX) ' '
                      ST-PROGRAM-NAME(STEP-IDX) ' ENDED - '
                      ST-OUTCOME(STEP-IDX) ' - CODE '
                      STEP-COMPLETION-CODE ' ***'
                  UPON CONSOLE
                  .

      *    EVERY STEP GOES ON THE LOG AS IT IS PROCESSED, SO THE
      *    LOG SHOWS HOW FAR A CYCLE GOT EVEN IF THE DRIVER ITSELF
      *    IS CANCELLED.  A STEP THAT CANNOT BE LOGGED HALTS THE
      *    STREAM ON THAT STEP, SINCE A RESTART GOES BY THE LOG

            180-LOG-STEP.
              MOVE SPACES TO CYCLE-LOG-RECORD
              MOVE CYCLE-DATE TO CY-CYCLE-DATE
              MOVE CYCLE-TIME TO CY-CYCLE-TIME
              MOVE ST-STEP-NUMBER(STEP-IDX) TO CY-STEP-NUMBER
              MOVE ST-PROGRAM-NAME(STEP-IDX) TO CY-PROGRAM-NAME
              MOVE ST-PARAMETERS(STEP-IDX) TO CY-PARAMETERS
              MOVE STEP-START-DATE TO CY-START-DATE
              MOVE STEP-START-TIME TO CY-START-TIME
              MOVE STEP-END-DATE TO CY-END-DATE
              MOVE STEP-END-TIME TO CY-END-TIME
              MOVE STEP-COMPLETION-CODE TO CY-COMPLETION-CODE
              MOVE ST-OUTCOME(STEP-IDX) TO CY-OUTCOME
              WRITE CYCLE-LOG-RECORD
              IF NOT CY-FILE-OK
                  DISPLAY '*** CYCLE LOG WRITE FAILED - STEP '
                          ST-STEP-NUMBER(STEP-IDX) ' - STATUS '
                          CY-FILE-STATUS ' ***'
                      UPON CONSOLE
                  IF NOT STREAM-HALTED
                      MOVE 'Y' TO STREAM-HALTED-SW
                      MOVE ST-STEP-NUMBER(STEP-IDX) TO HALT-STEP
                      MOVE ST-PROGRAM-NAME(STEP-IDX) TO HALT-PROGRAM
                      MOVE 'COULD NOT BE WRITTEN TO CYCLE LOG' TO
                           HL-MESSAGE
                  END-IF
              END-IF
                  .

            190-REGISTER-STEP-LINE.
              MOVE ST-STEP-NUMBER(STEP-IDX) TO SD-STEP-NUMBER
              MOVE ST-PROGRAM-NAME(STEP-IDX) TO SD-PROGRAM-NAME
              MOVE ST-PARAMETERS(STEP-IDX) TO SD-PARAMETERS
              MOVE ST-OUTCOME(STEP-IDX) TO SD-OUTCOME
              IF STEP-RAN
                  MOVE STEP-START-DATE TO DATE-EDIT
                  MOVE DATE-EDIT TO SD-START-DATE
                  MOVE STEP-START-TIME TO TIME-EDIT-WORK
                  PERFORM 220-EDIT-TIME
                  MOVE TIME-EDIT TO SD-START-TIME
                  MOVE STEP-END-DATE TO DATE-EDIT
                  MOVE DATE-EDIT TO SD-END-DATE
                  MOVE STEP-END-TIME TO TIME-EDIT-WORK
                  PERFORM 220-EDIT-TIME
                  MOVE TIME-EDIT TO SD-END-TIME
                  MOVE STEP-COMPLETION-CODE TO CODE-EDIT
                  MOVE CODE-EDIT TO SD-COMPLETION-CODE
              ELSE
                  MOVE SPACES TO SD-START-DATE
                                 SD-START-TIME
                                 SD-END-DATE
                                 SD-END-TIME
                                 SD-COMPLETION-CODE
              END-IF
              MOVE STEP-DETAIL-LINE TO REGISTER-LINE
              MOVE 1 TO PROPER-SPACING
              PERFORM 225-WRITE-LINE
                  .

            195-REPORT-STREAM-HALTED.
              MOVE HALT-STEP TO HL-HALT-STEP
                                HL-RESTART-STEP
              MOVE HALT-PROGRAM TO HL-HALT-PROGRAM
              DISPLAY '*** STREAM HALTED - STEP ' HALT-STEP ' '
                      HALT-PROGRAM ' ' HL-MESSAGE ' - RESTART='
                      HALT-STEP ' AFTER CORRECTION ***'
                  UPON CONSOLE
              MOVE HALT-LINE TO REGISTER-LINE
              MOVE 2 TO PROPER-SPACING
              PERFORM 225-WRITE-LINE
                  .

            220-EDIT-TIME.
              MOVE TW-HOURS TO TE-HOURS
              MOVE TW-MINUTES TO TE-MINUTES
              MOVE TW-SECONDS TO TE-SECONDS
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

      *    THE STREAM'S OWN COMPLETION CODE - 8 FOR A HALT, A
      *    REFUSAL, OR ANY FAILED STEP, 4 FOR A REFUSED STEP THE
      *    STREAM WAS ALLOWED TO RUN PAST

            250-END-ROUTINE.
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REGISTER-FILE
              EVALUATE TRUE
                  WHEN STREAM-REFUSED
                   OR STREAM-HALTED
                   OR STEPS-FAILED > ZERO
                      MOVE 8 TO STREAM-COMPLETION-CODE
                  WHEN STEPS-REFUSED > ZERO
                      MOVE 4 TO STREAM-COMPLETION-CODE
                  WHEN OTHER
                      MOVE ZERO TO STREAM-COMPLETION-CODE
              END-EVALUATE
              MOVE STREAM-COMPLETION-CODE TO RETURN-CODE
              STOP RUN
              .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'CONTROL RECORDS READ:' TO CL-LABEL
                MOVE STEPS-READ TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'STEPS BALANCED:' TO CL-LABEL
                MOVE STEPS-BALANCED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'STEPS REFUSED:' TO CL-LABEL
                MOVE STEPS-REFUSED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STEPS FAILED:' TO CL-LABEL
                MOVE STEPS-FAILED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STEPS SKIPPED ON RESTART:' TO CL-LABEL
                MOVE STEPS-SKIPPED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STEPS BYPASSED:' TO CL-LABEL
                MOVE STEPS-BYPASSED TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'STEPS NOT RUN:' TO CL-LABEL
                MOVE STEPS-NOT-RUN TO CL-COUNT
                MOVE COUNT-LINE TO REGISTER-LINE
                PERFORM 225-WRITE-LINE
                    .
