       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM12.
       AUTHOR. TUCKER ARNOLD.

      ***********************************************************
      *
      * This program produces the Bennett Shoes turnover,
      * retention, and tenure report.  Terminated employees are
      * split between the employee master (the recent ones) and
      * the archive (the ones PROGRAM7 purged), so both files are
      * read to get a true turnover figure.
      *
      *********
      * INPUT:
      *       The employee master file, EMPMAST.DAT, an indexed
      *       file keyed on Store ID + Employee ID, read
      *       sequentially.
      *
      *       The archive file, PR1ARCH.TXT, written by PROGRAM7 in
      *       the 83 byte master layout.  Every archived employee
      *       is a terminated employee.
      *
      *       The store reference file, PR1STORE.TXT, for the store
      *       name and district, and the position reference file,
      *       PR1POS.TXT, for the position titles in effect today.
      *
      *       The report covers the five years ending with the year
      *       of the run date.  Supplying FROM=YYYY as the command
      *       line parameter starts it at an earlier or later year,
      *       up to ten years back.
      *
      *       An employee is counted at the store the record
      *       carries now - the files keep no transfer history, so
      *       a transferred employee's earlier years count at the
      *       new store.
      *
      *       The change journal, PR1JRNL.TXT, for the rehires
      *       PROGRAM2 has applied.  A rehired record carries its
      *       first hire date and the rehire date, and PROGRAM2
      *       clears the separation date of the employment before
      *       it, so that separation is taken from the before image
      *       the rehire was journaled with.  A rehire PROGRAM9 has
      *       since backed out no longer matches the rehire date on
      *       file and is passed over.
      *
      *********
      * CALCULATIONS:
      *       A record with a rehire date later than its hire date
      *       is counted as employed from the rehire date - the
      *       rehire is a hire in its year, the starting headcounts
      *       and a later separation's tenure run from it.  The
      *       employment before it is counted from the journal as
      *       a separate separated employee at the store it left
      *       from, and so on back through earlier rehires.  When
      *       the journal holds no entry for the rehire the earlier
      *       employment is left out and counted.
      *
      *       An employment on the archive more than once - the
      *       same key and the same hire or rehire date - or on the
      *       archive and already counted from the journal, is
      *       counted once.
      *
      *       The active tenure bands still count completed service
      *       from the first hire date.
      *
      *********
      * OUTPUT:
      *        The TURNOVER AND RETENTION REPORT, one section per
      *        year, in district and store order, with a total line
      *        for each district and for the chain, showing:
      *          starting headcount - hired before January 1st and
      *                               not separated before it
      *          hires              - hired during the year
      *          separations        - separated during the year
      *          ending headcount   - start + hires - separations
      *          turnover percent   - separations over the average
      *                               of starting and ending
      *                               headcount; for the year still
      *                               in progress it is annualized
      *                               on the days elapsed so far
      *          average tenure     - years of service of the
      *                               employees who left
      *          share of separations within 90 days and within
      *          one year of hire
      *
      *        The ACTIVE TENURE BANDS section: active employees by
      *        position and completed years of service - under 1,
      *        1 to 3, 3 to 5, 5 to 10, and 10 or more - with a
      *        chain total line.
      *
      *        Control counts print at the end.  A terminated
      *        record with no usable separation date, or any record
      *        with no usable hire date, is counted and left out of
      *        the figures, as are duplicate archive employments and
      *        rehires whose earlier employment is not on the
      *        journal.
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MF-MASTER-KEY
           FILE STATUS IS MF-FILE-STATUS.

         SELECT ARCHIVE-FILE
           ASSIGN TO 'PR1ARCH.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AR-FILE-STATUS.

         SELECT STORE-FILE
           ASSIGN TO 'PR1STORE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SF-FILE-STATUS.

         SELECT POSITION-FILE
           ASSIGN TO 'PR1POS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PS-FILE-STATUS.

         SELECT JOURNAL-FILE
           ASSIGN TO 'PR1JRNL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JN-FILE-STATUS.

         SELECT TURNOVER-SORT-FILE
           ASSIGN TO 'PR1TOSW'.

         SELECT REPORT-FILE
           ASSIGN TO PRINTER 'TURNRPT'.

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

         FD ARCHIVE-FILE
          RECORD CONTAINS 83 CHARACTERS.
         01 ARCHIVE-RECORD.
          05 AR-STORE-ID                        PIC A(4).
          05 AR-EMPLOYEE-ID                     PIC X(5).
          05 AR-EMPLOYEE-POS                    PIC A(2).
          05 AR-EMPLOYEE-NAME                   PIC X(21).
          05 FILLER                             PIC X(2).
          05 AR-HIRE-DATE                       PIC 9(8).
          05 AR-EMPLOYEE-STATUS                 PIC A(1).
          05 AR-SEPARATION-DATE                 PIC 9(8).
          05 AR-SALARY-FIELDS                   PIC X(24).
          05 AR-REHIRE-DATE                     PIC 9(8).

         FD STORE-FILE
          RECORD CONTAINS 46 CHARACTERS.
         01 STORE-RECORD.
          05 SF-STORE-ID                        PIC A(4).
          05 SF-STORE-NAME                      PIC X(20).
          05 SF-CITY-STATE                      PIC X(20).
          05 SF-DISTRICT                        PIC A(2).

         FD POSITION-FILE
          RECORD CONTAINS 42 CHARACTERS.
         01 POSITION-RECORD.
          05 PF-CODE                            PIC X(2).
          05 PF-TITLE                           PIC X(13).
          05 PF-MINIMUM-SALARY                  PIC 9(6)V99.
          05 PF-MAXIMUM-SALARY                  PIC 9(6)V99.
          05 PF-RAISE-PCT                       PIC 99V9.
          05 PF-EFFECTIVE-DATE                  PIC 9(8).

      *    ONLY THE KEY AND DATES OF THE MASTER IMAGES ARE NEEDED

         FD JOURNAL-FILE
          RECORD CONTAINS 197 CHARACTERS.
         01 JOURNAL-RECORD.
          05 JR-PROGRAM                         PIC X(8).
          05 JR-BATCH-ID                        PIC X(8).
          05 JR-DATE                            PIC 9(8).
          05 JR-TIME                            PIC 9(6).
          05 JR-ACTION                          PIC X(1).
             88 JR-ACTION-REHIRE                VALUE 'H' 'I'.
          05 JR-BEFORE-IMAGE.
             10 JB-MASTER-KEY                   PIC X(9).
             10 FILLER                          PIC X(25).
             10 JB-HIRE-DATE                    PIC 9(8).
             10 FILLER                          PIC X(1).
             10 JB-SEPARATION-DATE              PIC 9(8).
             10 FILLER                          PIC X(24).
             10 JB-REHIRE-DATE                  PIC 9(8).
          05 JR-AFTER-IMAGE.
             10 JA-MASTER-KEY                   PIC X(9).
             10 FILLER                          PIC X(66).
             10 JA-REHIRE-DATE                  PIC 9(8).

         SD TURNOVER-SORT-FILE.
         01 TURNOVER-SORT-RECORD.
          05 TS-YEAR                            PIC 9(4).
          05 TS-DISTRICT                        PIC A(2).
          05 TS-STORE-ID                        PIC A(4).
          05 TS-STORE-NAME                      PIC X(20).
          05 TS-YEAR-FIGURES.
             10 TS-STARTING-HEADCOUNT           PIC 9(5).
             10 TS-HIRES                        PIC 9(5).
             10 TS-SEPARATIONS                  PIC 9(5).
             10 TS-LEAVER-TENURE-DAYS           PIC 9(9).
             10 TS-SEPS-WITHIN-90               PIC 9(5).
             10 TS-SEPS-WITHIN-YEAR             PIC 9(5).

         FD REPORT-FILE
          RECORD CONTAINS 120 CHARACTERS.

         01 REPORT-LINE        PIC X(120).

         WORKING-STORAGE SECTION.

         01 FLAGS-N-SWITCHES.
           05 EOF-FLAG           PIC X  VALUE ' '.
              88 OUT-DATA        VALUE 'N'.
           05 ARCHIVE-EOF-SW  PIC X  VALUE 'N'.
              88 ARCHIVE-EOF     VALUE 'Y'.
           05 STORE-EOF-SW    PIC X  VALUE 'N'.
              88 STORE-EOF       VALUE 'Y'.
           05 POS-EOF-SW      PIC X  VALUE 'N'.
              88 POS-EOF         VALUE 'Y'.
           05 JOURNAL-EOF-SW  PIC X  VALUE 'N'.
              88 JOURNAL-EOF     VALUE 'Y'.
           05 REHIRE-ENTRY-SW PIC X  VALUE 'N'.
              88 REHIRE-ENTRY-FOUND VALUE 'Y'.
           05 SPELL-SEEN-SW   PIC X  VALUE 'N'.
              88 SPELL-SEEN      VALUE 'Y'.
           05 EARLIER-SPELL-SW PIC X VALUE 'N'.
              88 EARLIER-SPELL-WANTED VALUE 'Y'.
           05 SORT-EOF-SW     PIC X  VALUE 'N'.
              88 SORT-EOF        VALUE 'Y'.
           05 STORE-ENTRY-SW  PIC X  VALUE 'N'.
              88 STORE-ENTRY-FOUND VALUE 'Y'.
           05 POS-ENTRY-SW    PIC X  VALUE 'N'.
              88 POS-ENTRY-FOUND VALUE 'Y'.
           05 LEAP-YEAR-SW    PIC X  VALUE 'N'.
              88 LEAP-YEAR       VALUE 'Y'.
           05 SECTION-SW      PIC X  VALUE 'T'.
              88 TURNOVER-SECTION VALUE 'T'.
              88 TENURE-SECTION  VALUE 'B'.

        01 MASTER-FILE-STATUS.
           05 MF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 MF-FILE-OK               VALUE '00'.

        01 ARCHIVE-FILE-CONTROL.
           05 AR-FILE-STATUS      PIC X(2) VALUE '00'.
              88 AR-FILE-OK               VALUE '00'.
              88 AR-FILE-NOT-FOUND        VALUE '35'.

        01 STORE-FILE-CONTROL.
           05 SF-FILE-STATUS      PIC X(2) VALUE '00'.
              88 SF-FILE-OK               VALUE '00'.

        01 POSITION-FILE-CONTROL.
           05 PS-FILE-STATUS      PIC X(2) VALUE '00'.
              88 PS-FILE-OK               VALUE '00'.

        01 JOURNAL-FILE-CONTROL.
           05 JN-FILE-STATUS      PIC X(2) VALUE '00'.
              88 JN-FILE-OK               VALUE '00'.
              88 JN-FILE-NOT-FOUND        VALUE '35'.

        01 RUN-PARM-FIELDS.
           05 RUN-PARM           PIC X(45) VALUE SPACES.
           05 RUN-PARM-R REDEFINES RUN-PARM.
              10 PARM-KEYWORD    PIC X(5).
              10 PARM-YEAR       PIC X(4).
              10 FILLER          PIC X(36).

        01 CURRENT-DATE-FIELDS.
           05 CURRENT-DATE       PIC 9(8).
           05 CURRENT-DATE-R REDEFINES CURRENT-DATE.
              10 CURRENT-YEAR    PIC 9(4).
              10 CURRENT-MONTH-DAY PIC 9(4).

      *    THE YEARS REPORTED - FIRST-YEAR THROUGH THE RUN DATE YEAR

        01 YEAR-CONTROL.
           05 FIRST-YEAR          PIC 9(4) VALUE ZERO.
           05 YEAR-COUNT          PIC 9(2) VALUE ZERO.
           05 YEAR-MAX            PIC 9(2) VALUE 10.
           05 YEAR-SUB            PIC 9(2) VALUE ZERO.
           05 REPORT-YEAR         PIC 9(4) VALUE ZERO.
           05 YEAR-START-DATE     PIC 9(8) VALUE ZERO.
           05 YEAR-END-DATE       PIC 9(8) VALUE ZERO.
           05 PREVIOUS-YEAR       PIC 9(4) VALUE ZERO.
           05 PREVIOUS-DISTRICT   PIC A(2) VALUE SPACES.

      *    THE RECORD BEING COUNTED, FROM THE MASTER OR THE ARCHIVE

        01 EMPLOYEE-WORK.
           05 EW-MASTER-KEY.
              10 EW-STORE-ID      PIC A(4).
              10 EW-EMPLOYEE-ID   PIC X(5).
           05 EW-EMPLOYEE-POS     PIC A(2).
           05 EW-HIRE-DATE        PIC 9(8).
           05 EW-HIRE-DATE-R REDEFINES EW-HIRE-DATE.
              10 EW-HIRE-YEAR     PIC 9(4).
              10 EW-HIRE-MONTH-DAY PIC 9(4).
           05 EW-HIRE-DATE-R2 REDEFINES EW-HIRE-DATE.
              10 FILLER           PIC 9(4).
              10 EW-HIRE-MONTH    PIC 9(2).
              10 EW-HIRE-DAY      PIC 9(2).
           05 EW-STATUS           PIC A(1).
              88 EW-TERMINATED            VALUE 'T'.
           05 EW-SEPARATION-DATE  PIC 9(8).
           05 EW-SEPARATION-DATE-R REDEFINES EW-SEPARATION-DATE.
              10 FILLER           PIC 9(4).
              10 EW-SEP-MONTH     PIC 9(2).
              10 EW-SEP-DAY       PIC 9(2).
           05 EW-REHIRE-DATE      PIC 9(8).
           05 EW-START-DATE       PIC 9(8).
           05 EW-TENURE-DAYS      PIC 9(6) VALUE ZERO.
           05 EW-SERVICE-YEARS    PIC S9(4) VALUE ZERO.
           05 EW-BAND-SUB         PIC 9(1) VALUE ZERO.

      *    DATE SERIAL WORK - A DATE IS TURNED INTO A DAY COUNT
      *    (YEAR * 365 + LEAP DAYS + MONTH OFFSET + DAY) SO
      *    TENURE IN DAYS IS A SIMPLE SUBTRACTION

        01 DATE-SERIAL-WORK.
           05 SERIAL-DATE-IN     PIC 9(8).
        01 SERIAL-DATE-R REDEFINES DATE-SERIAL-WORK.
           05 SERIAL-YEAR        PIC 9(4).
           05 SERIAL-MONTH       PIC 9(2).
           05 SERIAL-DAY         PIC 9(2).
        01 SERIAL-RESULTS.
           05 SERIAL-DAYS-OUT    PIC 9(8)  VALUE ZERO.
           05 HIRE-SERIAL        PIC 9(8)  VALUE ZERO.
           05 TODAY-SERIAL       PIC 9(8)  VALUE ZERO.
           05 DAYS-ELAPSED       PIC 9(3)  VALUE ZERO.

        01 MONTH-OFFSET-DATA    PIC X(36) VALUE
             '000031059090120151181212243273304334'.
        01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-DATA.
           05 MONTH-OFFSET OCCURS 12 TIMES PIC 9(3).

        01 LEAP-YEAR-WORK.
           05 PRIOR-YEAR         PIC 9(4) VALUE ZERO.
           05 LEAP-QUOT-4        PIC 9(4) VALUE ZERO.
           05 LEAP-QUOT-100      PIC 9(4) VALUE ZERO.
           05 LEAP-QUOT-400      PIC 9(4) VALUE ZERO.
           05 LEAP-REM-4         PIC 9(4) VALUE ZERO.
           05 LEAP-REM-100       PIC 9(4) VALUE ZERO.
           05 LEAP-REM-400       PIC 9(4) VALUE ZERO.

      ********** FIGURES FOR THE LINE BEING PRINTED **********
      *    A STORE LINE, A DISTRICT TOTAL, AND THE CHAIN TOTAL ALL
      *    PRINT THROUGH THE SAME FORMATTING PARAGRAPH

        01 PRINT-WORK.
           05 PW-STARTING-HEADCOUNT PIC 9(6)   VALUE ZERO.
           05 PW-HIRES              PIC 9(6)   VALUE ZERO.
           05 PW-SEPARATIONS        PIC 9(6)   VALUE ZERO.
           05 PW-LEAVER-TENURE-DAYS PIC 9(9)   VALUE ZERO.
           05 PW-SEPS-WITHIN-90     PIC 9(6)   VALUE ZERO.
           05 PW-SEPS-WITHIN-YEAR   PIC 9(6)   VALUE ZERO.
           05 PW-ENDING-HEADCOUNT   PIC S9(6)  VALUE ZERO.
           05 PW-AVERAGE-HEADCOUNT  PIC 9(6)V9 VALUE ZERO.
           05 PW-TURNOVER-PCT       PIC 9(5)V9 VALUE ZERO.

        01 DISTRICT-TOTALS.
           05 DT-STARTING-HEADCOUNT PIC 9(6)   VALUE ZERO.
           05 DT-HIRES              PIC 9(6)   VALUE ZERO.
           05 DT-SEPARATIONS        PIC 9(6)   VALUE ZERO.
           05 DT-LEAVER-TENURE-DAYS PIC 9(9)   VALUE ZERO.
           05 DT-SEPS-WITHIN-90     PIC 9(6)   VALUE ZERO.
           05 DT-SEPS-WITHIN-YEAR   PIC 9(6)   VALUE ZERO.

        01 CHAIN-TOTALS.
           05 CT-STARTING-HEADCOUNT PIC 9(6)   VALUE ZERO.
           05 CT-HIRES              PIC 9(6)   VALUE ZERO.
           05 CT-SEPARATIONS        PIC 9(6)   VALUE ZERO.
           05 CT-LEAVER-TENURE-DAYS PIC 9(9)   VALUE ZERO.
           05 CT-SEPS-WITHIN-90     PIC 9(6)   VALUE ZERO.
           05 CT-SEPS-WITHIN-YEAR   PIC 9(6)   VALUE ZERO.

        01 BAND-TOTALS.
           05 BT-BAND-COUNT OCCURS 5 TIMES PIC 9(6).
           05 BT-TOTAL-COUNT       PIC 9(6) VALUE ZERO.
           05 BT-ROW-TOTAL         PIC 9(6) VALUE ZERO.

        01 TURNOVER-COUNTERS.
           05 MASTER-READ         PIC 9(6) VALUE ZERO.
           05 ARCHIVE-READ        PIC 9(6) VALUE ZERO.
           05 ACTIVE-COUNTED      PIC 9(6) VALUE ZERO.
           05 TERMINATED-COUNTED  PIC 9(6) VALUE ZERO.
           05 NO-HIRE-DATE        PIC 9(6) VALUE ZERO.
           05 NO-SEPARATION-DATE  PIC 9(6) VALUE ZERO.
           05 EARLIER-COUNTED     PIC 9(6) VALUE ZERO.
           05 EARLIER-NOT-ON-FILE PIC 9(6) VALUE ZERO.
           05 ARCHIVE-DUPLICATES  PIC 9(6) VALUE ZERO.

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

      ********** STORE TURNOVER TABLE **********
      *    ONE ENTRY PER STORE, STARTED FROM PR1STORE.TXT, WITH A
      *    SET OF FIGURES FOR EACH YEAR REPORTED.  A STORE ON THE
      *    MASTER OR ARCHIVE BUT NOT ON THE STORE FILE GETS AN
      *    ENTRY OF ITS OWN UNDER DISTRICT '??'

        01 TURNOVER-TABLE.
           05 TT-COUNT         PIC 9(3) VALUE ZERO.
           05 TT-TABLE-MAX     PIC 9(3) VALUE 060.
           05 TT-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 TT-LOOKUP-KEY    PIC A(4) VALUE SPACES.
           05 TURNOVER-ENTRY OCCURS 60 TIMES INDEXED BY TT-IDX.
              10 TT-DISTRICT        PIC A(2).
              10 TT-STORE-ID        PIC A(4).
              10 TT-STORE-NAME      PIC X(20).
              10 TT-YEAR-FIGURES OCCURS 10 TIMES.
                 15 TT-STARTING-HEADCOUNT PIC 9(5).
                 15 TT-HIRES              PIC 9(5).
                 15 TT-SEPARATIONS        PIC 9(5).
                 15 TT-LEAVER-TENURE-DAYS PIC 9(9).
                 15 TT-SEPS-WITHIN-90     PIC 9(5).
                 15 TT-SEPS-WITHIN-YEAR   PIC 9(5).

      ********** POSITION TENURE TABLE **********
      *    ONE ENTRY PER POSITION CODE, STARTED FROM PR1POS.TXT,
      *    HOLDING THE ACTIVE HEADCOUNT IN EACH TENURE BAND

        01 TENURE-TABLE.
           05 TB-COUNT         PIC 9(3) VALUE ZERO.
           05 TB-TABLE-MAX     PIC 9(3) VALUE 030.
           05 TB-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 TB-LOOKUP-KEY    PIC X(2) VALUE SPACES.
           05 TENURE-ENTRY OCCURS 30 TIMES INDEXED BY TB-IDX.
              10 TB-POS-CODE        PIC X(2).
              10 TB-POS-TITLE       PIC X(13).
              10 TB-TITLE-DATE      PIC 9(8).
              10 TB-BAND-COUNT OCCURS 5 TIMES PIC 9(5).

      ********** REHIRE TABLE **********
      *    ONE ENTRY PER REHIRE PROGRAM2 JOURNALED - THE KEY AND
      *    REHIRE DATE IT WAS REHIRED UNDER, AND THE KEY AND DATES
      *    OF THE EMPLOYMENT BEFORE IT

        01 REHIRE-TABLE.
           05 RH-COUNT         PIC 9(3) VALUE ZERO.
           05 RH-TABLE-MAX     PIC 9(3) VALUE 300.
           05 RH-DROPPED-COUNT PIC 9(3) VALUE ZERO.
           05 REHIRE-ENTRY OCCURS 300 TIMES INDEXED BY RH-IDX.
              10 RH-MASTER-KEY       PIC X(9).
              10 RH-REHIRE-DATE      PIC 9(8).
              10 RH-PRIOR-KEY        PIC X(9).
              10 RH-PRIOR-HIRE-DATE  PIC 9(8).
              10 RH-PRIOR-SEP-DATE   PIC 9(8).
              10 RH-PRIOR-REHIRE     PIC 9(8).

      ********** COUNTED EMPLOYMENT TABLE **********
      *    THE KEY AND START DATE OF EVERY ARCHIVED OR EARLIER
      *    EMPLOYMENT COUNTED SO FAR, SO NONE IS COUNTED TWICE

        01 SPELL-TABLE.
           05 SP-COUNT         PIC 9(4) VALUE ZERO.
           05 SP-TABLE-MAX     PIC 9(4) VALUE 1000.
           05 SP-DROPPED-COUNT PIC 9(4) VALUE ZERO.
           05 SPELL-ENTRY OCCURS 1000 TIMES INDEXED BY SP-IDX.
              10 SP-MASTER-KEY       PIC X(9).
              10 SP-START-DATE       PIC 9(8).

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
            05        PIC X(17)   VALUE SPACES.
            05        PIC X(30)   VALUE
                        'TURNOVER AND RETENTION REPORT'.
         01 HEADING-THREE.
            05        PIC X(2)    VALUE SPACES.
            05        H3-TEXT              PIC X(70).
         01 HEADING-FOUR.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(20)   VALUE 'STORE / NAME'.
            05        PIC X(9)    VALUE '  START'.
            05        PIC X(9)    VALUE '  HIRES'.
            05        PIC X(9)    VALUE '   SEPS'.
            05        PIC X(10)   VALUE '    END'.
            05        PIC X(10)   VALUE 'TURN PCT'.
            05        PIC X(10)   VALUE 'TENURE'.
            05        PIC X(10)   VALUE '90 DAY'.
            05        PIC X(5)    VALUE '1 YR'.
         01 BAND-HEADING.
            05        PIC X(2)    VALUE SPACES.
            05        PIC X(20)   VALUE 'POS / TITLE'.
            05        PIC X(10)   VALUE '   UNDER 1'.
            05        PIC X(10)   VALUE '     1 - 3'.
            05        PIC X(10)   VALUE '     3 - 5'.
            05        PIC X(10)   VALUE '    5 - 10'.
            05        PIC X(10)   VALUE '       10+'.
            05        PIC X(10)   VALUE '     TOTAL'.
         01 TURNOVER-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        TL-LABEL             PIC X(20).
            05        TL-STARTING-HEADCOUNT PIC ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        TL-HIRES             PIC ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        TL-SEPARATIONS       PIC ZZZ,ZZ9.
            05        PIC X(2)    VALUE SPACES.
            05        TL-ENDING-HEADCOUNT  PIC -ZZ,ZZ9.
            05        PIC X(3)    VALUE SPACES.
            05        TL-TURNOVER-PCT      PIC ZZZ9.9.
            05        PIC X(4)    VALUE SPACES.
            05        TL-AVERAGE-TENURE    PIC ZZ9.9.
            05        PIC X(5)    VALUE SPACES.
            05        TL-PCT-WITHIN-90     PIC ZZ9.9.
            05        PIC X(5)    VALUE SPACES.
            05        TL-PCT-WITHIN-YEAR   PIC ZZ9.9.
         01 BAND-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        BL-LABEL             PIC X(20).
            05        BL-BAND-GROUP OCCURS 5 TIMES.
               10     PIC X(3).
               10     BL-BAND-COUNT        PIC ZZZ,ZZ9.
            05        PIC X(3)    VALUE SPACES.
            05        BL-TOTAL-COUNT       PIC ZZZ,ZZ9.
         01 COUNT-LINE.
            05        PIC X(2)    VALUE SPACES.
            05        CL-LABEL             PIC X(25).
            05        CL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

            100-MAIN-MODULE.

              PERFORM 125-HOUSEKEEPING
              PERFORM 150-COUNT-EMPLOYEES
              PERFORM 200-PRINT-TURNOVER-SECTION
              PERFORM 240-PRINT-TENURE-SECTION
              PERFORM 250-END-ROUTINE
              .

            125-HOUSEKEEPING.
              OPEN OUTPUT REPORT-FILE
              ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
              MOVE CURRENT-DATE TO H1-DATE
              COMPUTE FIRST-YEAR = CURRENT-YEAR - 4
              ACCEPT RUN-PARM FROM COMMAND-LINE
              IF PARM-KEYWORD = 'FROM='
                  IF PARM-YEAR NUMERIC
                     AND PARM-YEAR <= CURRENT-YEAR
                     AND PARM-YEAR > CURRENT-YEAR - YEAR-MAX
                      MOVE PARM-YEAR TO FIRST-YEAR
                  ELSE
                      DISPLAY '*** WARNING - INVALID FROM= YEAR'
                              ' IGNORED: ' PARM-YEAR ' ***'
                          UPON CONSOLE
                  END-IF
              END-IF
              COMPUTE YEAR-COUNT = CURRENT-YEAR - FIRST-YEAR + 1
              MOVE CURRENT-DATE TO SERIAL-DATE-IN
              PERFORM 137-CONVERT-DATE-TO-SERIAL
              MOVE SERIAL-DAYS-OUT TO TODAY-SERIAL
              MOVE CURRENT-YEAR TO SERIAL-YEAR
              MOVE 01 TO SERIAL-MONTH
              MOVE 01 TO SERIAL-DAY
              PERFORM 137-CONVERT-DATE-TO-SERIAL
              COMPUTE DAYS-ELAPSED =
                  TODAY-SERIAL - SERIAL-DAYS-OUT + 1
              PERFORM 131-LOAD-STORE-ENTRIES
              PERFORM 134-LOAD-POSITION-ENTRIES
              PERFORM 138-LOAD-REHIRE-ENTRIES
                  .

            131-LOAD-STORE-ENTRIES.
              OPEN INPUT STORE-FILE
              IF SF-FILE-OK
                  PERFORM UNTIL STORE-EOF
                    READ STORE-FILE
                      AT END
                        MOVE 'Y' TO STORE-EOF-SW
                      NOT AT END
                        MOVE SF-STORE-ID TO TT-LOOKUP-KEY
                        PERFORM 180-FIND-STORE-ENTRY
                        IF STORE-ENTRY-FOUND
                            MOVE SF-STORE-NAME TO
                                 TT-STORE-NAME(TT-IDX)
                            MOVE SF-DISTRICT TO TT-DISTRICT(TT-IDX)
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

            134-LOAD-POSITION-ENTRIES.
              OPEN INPUT POSITION-FILE
              IF PS-FILE-OK
                  PERFORM UNTIL POS-EOF
                    READ POSITION-FILE
                      AT END
                        MOVE 'Y' TO POS-EOF-SW
                      NOT AT END
                        PERFORM 135-TAKE-POSITION-TITLE
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

      *    THE TITLE COMES FROM THE GENERATION OF THE CODE IN
      *    EFFECT TODAY - LATER-DATED GENERATIONS ARE PASSED OVER

            135-TAKE-POSITION-TITLE.
                IF PF-EFFECTIVE-DATE NOT NUMERIC
                    MOVE ZERO TO PF-EFFECTIVE-DATE
                END-IF
                IF PF-EFFECTIVE-DATE NOT > CURRENT-DATE
                    MOVE PF-CODE TO TB-LOOKUP-KEY
                    PERFORM 185-FIND-POSITION-ENTRY
                    IF POS-ENTRY-FOUND
                       AND PF-EFFECTIVE-DATE NOT <
                           TB-TITLE-DATE(TB-IDX)
                        MOVE PF-TITLE TO TB-POS-TITLE(TB-IDX)
                        MOVE PF-EFFECTIVE-DATE TO
                             TB-TITLE-DATE(TB-IDX)
                    END-IF
                END-IF
                    .

      *    A MISSING JOURNAL ONLY MEANS NO REHIRE HAS BEEN
      *    JOURNALED YET

            138-LOAD-REHIRE-ENTRIES.
              OPEN INPUT JOURNAL-FILE
              IF JN-FILE-OK
                  PERFORM UNTIL JOURNAL-EOF
                    READ JOURNAL-FILE
                      AT END
                        MOVE 'Y' TO JOURNAL-EOF-SW
                      NOT AT END
                        IF JR-PROGRAM = 'PROGRAM2'
                           AND JR-ACTION-REHIRE
                           AND JA-REHIRE-DATE NUMERIC
                            PERFORM 139-TAKE-REHIRE-ENTRY
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE JOURNAL-FILE
              ELSE
                  IF NOT JN-FILE-NOT-FOUND
                      DISPLAY '*** WARNING - JOURNAL FILE NOT'
                              ' READABLE - STATUS ' JN-FILE-STATUS
                              ' - EARLIER EMPLOYMENTS NOT COUNTED ***'
                          UPON CONSOLE
                  END-IF
              END-IF
                  .

            139-TAKE-REHIRE-ENTRY.
                IF RH-COUNT < RH-TABLE-MAX
                    ADD 1 TO RH-COUNT
                    SET RH-IDX TO RH-COUNT
                    MOVE JA-MASTER-KEY TO RH-MASTER-KEY(RH-IDX)
                    MOVE JA-REHIRE-DATE TO RH-REHIRE-DATE(RH-IDX)
                    MOVE JB-MASTER-KEY TO RH-PRIOR-KEY(RH-IDX)
                    MOVE JB-HIRE-DATE TO RH-PRIOR-HIRE-DATE(RH-IDX)
                    MOVE JB-SEPARATION-DATE TO
                         RH-PRIOR-SEP-DATE(RH-IDX)
                    IF JB-REHIRE-DATE NUMERIC
                        MOVE JB-REHIRE-DATE TO
                             RH-PRIOR-REHIRE(RH-IDX)
                    ELSE
                        MOVE ZERO TO RH-PRIOR-REHIRE(RH-IDX)
                    END-IF
                ELSE
                    ADD 1 TO RH-DROPPED-COUNT
                    IF RH-DROPPED-COUNT = 1
                        DISPLAY '*** WARNING - REHIRE TABLE FULL -'
                                ' EARLIER EMPLOYMENTS NOT COUNTED ***'
                            UPON CONSOLE
                    END-IF
                END-IF
                    .

      *    THE DAY COUNT CREDITS ONE DAY FOR EVERY LEAP YEAR
      *    FULLY ELAPSED BEFORE THE DATE'S YEAR, PLUS ONE MORE
      *    WHEN THE DATE ITSELF FALLS AFTER FEBRUARY OF A LEAP
      *    YEAR

            137-CONVERT-DATE-TO-SERIAL.
              COMPUTE PRIOR-YEAR = SERIAL-YEAR - 1
              DIVIDE PRIOR-YEAR BY 4 GIVING LEAP-QUOT-4
              DIVIDE PRIOR-YEAR BY 100 GIVING LEAP-QUOT-100
              DIVIDE PRIOR-YEAR BY 400 GIVING LEAP-QUOT-400
              COMPUTE SERIAL-DAYS-OUT =
                  SERIAL-YEAR * 365 +
                  LEAP-QUOT-4 - LEAP-QUOT-100 + LEAP-QUOT-400 +
                  MONTH-OFFSET(SERIAL-MONTH) + SERIAL-DAY
              PERFORM 141-CHECK-LEAP-YEAR
              IF LEAP-YEAR AND SERIAL-MONTH > 2
                  ADD 1 TO SERIAL-DAYS-OUT
              END-IF
                  .

            141-CHECK-LEAP-YEAR.
              MOVE 'N' TO LEAP-YEAR-SW
              DIVIDE SERIAL-YEAR BY 4 GIVING LEAP-QUOT-4
                  REMAINDER LEAP-REM-4
              DIVIDE SERIAL-YEAR BY 100 GIVING LEAP-QUOT-100
                  REMAINDER LEAP-REM-100
              DIVIDE SERIAL-YEAR BY 400 GIVING LEAP-QUOT-400
                  REMAINDER LEAP-REM-400
              IF LEAP-REM-4 = ZERO
                 AND (LEAP-REM-100 NOT = ZERO
                      OR LEAP-REM-400 = ZERO)
                  MOVE 'Y' TO LEAP-YEAR-SW
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
              IF TENURE-SECTION
                  WRITE REPORT-LINE FROM BAND-HEADING
                AFTER ADVANCING 2 LINES
              ELSE
                  WRITE REPORT-LINE FROM HEADING-FOUR
                AFTER ADVANCING 2 LINES
              END-IF

              MOVE 2 TO PROPER-SPACING
              MOVE HEADER-LINES-USED TO LINE-COUNT
              .

            150-COUNT-EMPLOYEES.
              OPEN INPUT MASTER-FILE
              IF MF-FILE-OK
                  PERFORM UNTIL OUT-DATA
                    READ MASTER-FILE
                      AT END
                        MOVE 'N' TO EOF-FLAG
                      NOT AT END
                        ADD 1 TO MASTER-READ
                        MOVE MF-MASTER-KEY TO EW-MASTER-KEY
                        MOVE MF-EMPLOYEE-POS TO EW-EMPLOYEE-POS
                        MOVE MF-HIRE-DATE TO EW-HIRE-DATE
                        MOVE MF-EMPLOYEE-STATUS TO EW-STATUS
                        MOVE MF-SEPARATION-DATE TO
                             EW-SEPARATION-DATE
                        MOVE MF-REHIRE-DATE TO EW-REHIRE-DATE
                        PERFORM 155-COUNT-EMPLOYMENT
                    END-READ
                  END-PERFORM
                  CLOSE MASTER-FILE
              ELSE
                  DISPLAY '*** EMPLOYEE MASTER NOT AVAILABLE -'
                          ' STATUS ' MF-FILE-STATUS
                          ' - ONLY ARCHIVED EMPLOYEES COUNTED ***'
                      UPON CONSOLE
              END-IF
              OPEN INPUT ARCHIVE-FILE
              IF AR-FILE-OK
                  PERFORM UNTIL ARCHIVE-EOF
                    READ ARCHIVE-FILE
                      AT END
                        MOVE 'Y' TO ARCHIVE-EOF-SW
                      NOT AT END
                        ADD 1 TO ARCHIVE-READ
                        MOVE AR-STORE-ID TO EW-STORE-ID
                        MOVE AR-EMPLOYEE-ID TO EW-EMPLOYEE-ID
                        MOVE AR-EMPLOYEE-POS TO EW-EMPLOYEE-POS
                        MOVE AR-HIRE-DATE TO EW-HIRE-DATE
                        MOVE 'T' TO EW-STATUS
                        MOVE AR-SEPARATION-DATE TO
                             EW-SEPARATION-DATE
                        MOVE AR-REHIRE-DATE TO EW-REHIRE-DATE
                        PERFORM 157-SET-START-DATE
                        PERFORM 190-NOTE-SPELL-COUNTED
                        IF SPELL-SEEN
                            ADD 1 TO ARCHIVE-DUPLICATES
                        ELSE
                            PERFORM 155-COUNT-EMPLOYMENT
                        END-IF
                    END-READ
                  END-PERFORM
                  CLOSE ARCHIVE-FILE
              ELSE
                  IF NOT AR-FILE-NOT-FOUND
                      DISPLAY '*** WARNING - ARCHIVE FILE NOT'
                              ' READABLE - STATUS ' AR-FILE-STATUS
                              ' - PURGED EMPLOYEES NOT COUNTED ***'
                          UPON CONSOLE
                  END-IF
              END-IF
                  .

      *    THE RECORD'S OWN EMPLOYMENT IS COUNTED, THEN THE ONES
      *    BEFORE IT, ONE REHIRE AT A TIME, FROM THE JOURNAL

            155-COUNT-EMPLOYMENT.
                PERFORM 157-SET-START-DATE
                PERFORM 160-COUNT-ONE-EMPLOYEE
                MOVE 'Y' TO EARLIER-SPELL-SW
                PERFORM 167-COUNT-EARLIER-SPELL
                    UNTIL NOT EARLIER-SPELL-WANTED
                    .

      *    A REHIRE DATE NOT LATER THAN THE HIRE DATE IS LEFT FOR
      *    PROGRAM8 TO REPORT AND THE HIRE DATE IS USED

            157-SET-START-DATE.
                MOVE EW-HIRE-DATE TO EW-START-DATE
                IF EW-REHIRE-DATE NOT NUMERIC
                    MOVE ZERO TO EW-REHIRE-DATE
                END-IF
                IF EW-HIRE-DATE NUMERIC
                   AND EW-REHIRE-DATE > EW-HIRE-DATE
                    MOVE EW-REHIRE-DATE TO EW-START-DATE
                END-IF
                    .

            160-COUNT-ONE-EMPLOYEE.
                IF EW-HIRE-DATE NOT NUMERIC
                   OR EW-HIRE-MONTH < 01 OR EW-HIRE-MONTH > 12
                   OR EW-HIRE-DAY < 01 OR EW-HIRE-DAY > 31
                    ADD 1 TO NO-HIRE-DATE
                ELSE
                    IF EW-TERMINATED
                        IF EW-SEPARATION-DATE NOT NUMERIC
                           OR EW-SEP-MONTH < 01 OR EW-SEP-MONTH > 12
                           OR EW-SEP-DAY < 01 OR EW-SEP-DAY > 31
                           OR EW-SEPARATION-DATE < EW-START-DATE
                            ADD 1 TO NO-SEPARATION-DATE
                        ELSE
                            ADD 1 TO TERMINATED-COUNTED
                            PERFORM 165-COMPUTE-LEAVER-TENURE
                            PERFORM 170-COUNT-STORE-YEARS
                        END-IF
                    ELSE
                        ADD 1 TO ACTIVE-COUNTED
                        PERFORM 170-COUNT-STORE-YEARS
                        PERFORM 175-COUNT-TENURE-BAND
                    END-IF
                END-IF
                    .

            165-COMPUTE-LEAVER-TENURE.
                MOVE EW-START-DATE TO SERIAL-DATE-IN
                PERFORM 137-CONVERT-DATE-TO-SERIAL
                MOVE SERIAL-DAYS-OUT TO HIRE-SERIAL
                MOVE EW-SEPARATION-DATE TO SERIAL-DATE-IN
                PERFORM 137-CONVERT-DATE-TO-SERIAL
                COMPUTE EW-TENURE-DAYS =
                    SERIAL-DAYS-OUT - HIRE-SERIAL
                    .

      *    THE EMPLOYMENT BEFORE A REHIRE IS COUNTED AS A SEPARATED
      *    EMPLOYEE UNDER THE KEY IT WAS HELD UNDER, UNLESS IT IS
      *    ON THE ARCHIVE AND HAS BEEN COUNTED FROM THERE ALREADY

            167-COUNT-EARLIER-SPELL.
                MOVE 'N' TO EARLIER-SPELL-SW
                IF EW-START-DATE NUMERIC
                   AND EW-START-DATE NOT = EW-HIRE-DATE
                    PERFORM 195-FIND-REHIRE-ENTRY
                    IF NOT REHIRE-ENTRY-FOUND
                        ADD 1 TO EARLIER-NOT-ON-FILE
                    ELSE
                        MOVE RH-PRIOR-KEY(RH-IDX) TO EW-MASTER-KEY
                        MOVE RH-PRIOR-HIRE-DATE(RH-IDX) TO
                             EW-HIRE-DATE
                        MOVE 'T' TO EW-STATUS
                        MOVE RH-PRIOR-SEP-DATE(RH-IDX) TO
                             EW-SEPARATION-DATE
                        MOVE RH-PRIOR-REHIRE(RH-IDX) TO
                             EW-REHIRE-DATE
                        PERFORM 157-SET-START-DATE
                        PERFORM 190-NOTE-SPELL-COUNTED
                        IF NOT SPELL-SEEN
                            ADD 1 TO EARLIER-COUNTED
                            PERFORM 160-COUNT-ONE-EMPLOYEE
                            MOVE 'Y' TO EARLIER-SPELL-SW
                        END-IF
                    END-IF
                END-IF
                    .

            170-COUNT-STORE-YEARS.
                MOVE EW-STORE-ID TO TT-LOOKUP-KEY
                PERFORM 180-FIND-STORE-ENTRY
                IF STORE-ENTRY-FOUND
                    PERFORM 172-COUNT-ONE-YEAR
                        VARYING YEAR-SUB FROM 1 BY 1
                        UNTIL YEAR-SUB > YEAR-COUNT
                END-IF
                    .

      *    AN ACTIVE EMPLOYEE'S SEPARATION DATE IS IGNORED, SO ONLY
      *    A TERMINATED EMPLOYEE CAN DROP OUT OF A STARTING COUNT

            172-COUNT-ONE-YEAR.
                COMPUTE REPORT-YEAR = FIRST-YEAR + YEAR-SUB - 1
                COMPUTE YEAR-START-DATE = REPORT-YEAR * 10000 + 0101
                COMPUTE YEAR-END-DATE = REPORT-YEAR * 10000 + 1231
                IF EW-START-DATE < YEAR-START-DATE
                    IF NOT EW-TERMINATED
                       OR EW-SEPARATION-DATE >= YEAR-START-DATE
                        ADD 1 TO
                            TT-STARTING-HEADCOUNT(TT-IDX, YEAR-SUB)
                    END-IF
                END-IF
                IF EW-START-DATE >= YEAR-START-DATE
                   AND EW-START-DATE <= YEAR-END-DATE
                    ADD 1 TO TT-HIRES(TT-IDX, YEAR-SUB)
                END-IF
                IF EW-TERMINATED
                   AND EW-SEPARATION-DATE >= YEAR-START-DATE
                   AND EW-SEPARATION-DATE <= YEAR-END-DATE
                    ADD 1 TO TT-SEPARATIONS(TT-IDX, YEAR-SUB)
                    ADD EW-TENURE-DAYS TO
                        TT-LEAVER-TENURE-DAYS(TT-IDX, YEAR-SUB)
                    IF EW-TENURE-DAYS <= 90
                        ADD 1 TO TT-SEPS-WITHIN-90(TT-IDX, YEAR-SUB)
                    END-IF
                    IF EW-TENURE-DAYS <= 365
                        ADD 1 TO
                            TT-SEPS-WITHIN-YEAR(TT-IDX, YEAR-SUB)
                    END-IF
                END-IF
                    .

      *    COMPLETED YEARS OF SERVICE AS OF THE RUN DATE - ONE
      *    LESS THAN THE DIFFERENCE IN YEARS WHEN THIS YEAR'S
      *    ANNIVERSARY HAS NOT COME ROUND YET

            175-COUNT-TENURE-BAND.
                COMPUTE EW-SERVICE-YEARS =
                    CURRENT-YEAR - EW-HIRE-YEAR
                IF CURRENT-MONTH-DAY < EW-HIRE-MONTH-DAY
                    SUBTRACT 1 FROM EW-SERVICE-YEARS
                END-IF
                EVALUATE TRUE
                    WHEN EW-SERVICE-YEARS < 1
                        MOVE 1 TO EW-BAND-SUB
                    WHEN EW-SERVICE-YEARS < 3
                        MOVE 2 TO EW-BAND-SUB
                    WHEN EW-SERVICE-YEARS < 5
                        MOVE 3 TO EW-BAND-SUB
                    WHEN EW-SERVICE-YEARS < 10
                        MOVE 4 TO EW-BAND-SUB
                    WHEN OTHER
                        MOVE 5 TO EW-BAND-SUB
                END-EVALUATE
                MOVE EW-EMPLOYEE-POS TO TB-LOOKUP-KEY
                PERFORM 185-FIND-POSITION-ENTRY
                IF POS-ENTRY-FOUND
                    ADD 1 TO TB-BAND-COUNT(TB-IDX, EW-BAND-SUB)
                END-IF
                    .

      *    FINDS THE STORE'S ENTRY, ADDING ONE IF THE STORE IS
      *    NOT IN THE TABLE YET

            180-FIND-STORE-ENTRY.
                MOVE 'N' TO STORE-ENTRY-SW
                SET TT-IDX TO 1
                SEARCH TURNOVER-ENTRY
                    AT END
                        CONTINUE
                    WHEN TT-STORE-ID(TT-IDX) = TT-LOOKUP-KEY
                        MOVE 'Y' TO STORE-ENTRY-SW
                END-SEARCH
                IF NOT STORE-ENTRY-FOUND
                    IF TT-COUNT < TT-TABLE-MAX
                        ADD 1 TO TT-COUNT
                        SET TT-IDX TO TT-COUNT
                        MOVE '??' TO TT-DISTRICT(TT-IDX)
                        MOVE TT-LOOKUP-KEY TO TT-STORE-ID(TT-IDX)
                        MOVE '*** NOT ON FILE ***' TO
                             TT-STORE-NAME(TT-IDX)
                        PERFORM 182-CLEAR-YEAR-FIGURES
                            VARYING YEAR-SUB FROM 1 BY 1
                            UNTIL YEAR-SUB > YEAR-MAX
                        MOVE 'Y' TO STORE-ENTRY-SW
                    ELSE
                        ADD 1 TO TT-DROPPED-COUNT
                        IF TT-DROPPED-COUNT = 1
                            DISPLAY '*** WARNING - STORE TABLE FULL -'
                                    ' STORES DROPPED FROM REPORT ***'
                                UPON CONSOLE
                        END-IF
                    END-IF
                END-IF
                    .

            182-CLEAR-YEAR-FIGURES.
                MOVE ZERO TO TT-STARTING-HEADCOUNT(TT-IDX, YEAR-SUB)
                MOVE ZERO TO TT-HIRES(TT-IDX, YEAR-SUB)
                MOVE ZERO TO TT-SEPARATIONS(TT-IDX, YEAR-SUB)
                MOVE ZERO TO TT-LEAVER-TENURE-DAYS(TT-IDX, YEAR-SUB)
                MOVE ZERO TO TT-SEPS-WITHIN-90(TT-IDX, YEAR-SUB)
                MOVE ZERO TO TT-SEPS-WITHIN-YEAR(TT-IDX, YEAR-SUB)
                    .

      *    FINDS THE POSITION'S ENTRY, ADDING ONE IF THE CODE IS
      *    NOT IN THE TABLE YET

            185-FIND-POSITION-ENTRY.
                MOVE 'N' TO POS-ENTRY-SW
                SET TB-IDX TO 1
                SEARCH TENURE-ENTRY
                    AT END
                        CONTINUE
                    WHEN TB-POS-CODE(TB-IDX) = TB-LOOKUP-KEY
                        MOVE 'Y' TO POS-ENTRY-SW
                END-SEARCH
                IF NOT POS-ENTRY-FOUND
                    IF TB-COUNT < TB-TABLE-MAX
                        ADD 1 TO TB-COUNT
                        SET TB-IDX TO TB-COUNT
                        MOVE TB-LOOKUP-KEY TO TB-POS-CODE(TB-IDX)
                        MOVE '** UNKNOWN **' TO TB-POS-TITLE(TB-IDX)
                        MOVE ZERO TO TB-TITLE-DATE(TB-IDX)
                        MOVE ZERO TO TB-BAND-COUNT(TB-IDX, 1)
                        MOVE ZERO TO TB-BAND-COUNT(TB-IDX, 2)
                        MOVE ZERO TO TB-BAND-COUNT(TB-IDX, 3)
                        MOVE ZERO TO TB-BAND-COUNT(TB-IDX, 4)
                        MOVE ZERO TO TB-BAND-COUNT(TB-IDX, 5)
                        MOVE 'Y' TO POS-ENTRY-SW
                    ELSE
                        ADD 1 TO TB-DROPPED-COUNT
                        IF TB-DROPPED-COUNT = 1
                            DISPLAY '*** WARNING - POSITION TABLE FULL'
                                    ' - CODES DROPPED FROM REPORT ***'
                                UPON CONSOLE
                        END-IF
                    END-IF
                END-IF
                    .

      *    LOOKS THE EMPLOYMENT UP AMONG THOSE COUNTED SO FAR AND
      *    ADDS IT IF IT IS NOT THERE.  ONCE THE TABLE IS FULL
      *    EVERY EMPLOYMENT IS COUNTED

            190-NOTE-SPELL-COUNTED.
                MOVE 'N' TO SPELL-SEEN-SW
                SET SP-IDX TO 1
                SEARCH SPELL-ENTRY
                    AT END
                        CONTINUE
                    WHEN SP-IDX > SP-COUNT
                        CONTINUE
                    WHEN SP-MASTER-KEY(SP-IDX) = EW-MASTER-KEY
                     AND SP-START-DATE(SP-IDX) = EW-START-DATE
                        MOVE 'Y' TO SPELL-SEEN-SW
                END-SEARCH
                IF NOT SPELL-SEEN
                    IF SP-COUNT < SP-TABLE-MAX
                        ADD 1 TO SP-COUNT
                        SET SP-IDX TO SP-COUNT
                        MOVE EW-MASTER-KEY TO SP-MASTER-KEY(SP-IDX)
                        MOVE EW-START-DATE TO SP-START-DATE(SP-IDX)
                    ELSE
                        ADD 1 TO SP-DROPPED-COUNT
                        IF SP-DROPPED-COUNT = 1
                            DISPLAY '*** WARNING - EMPLOYMENT TABLE'
                                    ' FULL - DUPLICATES MAY BE'
                                    ' COUNTED ***'
                                UPON CONSOLE
                        END-IF
                    END-IF
                END-IF
                    .

            195-FIND-REHIRE-ENTRY.
                MOVE 'N' TO REHIRE-ENTRY-SW
                SET RH-IDX TO 1
                SEARCH REHIRE-ENTRY
                    AT END
                        CONTINUE
                    WHEN RH-IDX > RH-COUNT
                        CONTINUE
                    WHEN RH-MASTER-KEY(RH-IDX) = EW-MASTER-KEY
                     AND RH-REHIRE-DATE(RH-IDX) = EW-START-DATE
                        MOVE 'Y' TO REHIRE-ENTRY-SW
                END-SEARCH
                    .

            200-PRINT-TURNOVER-SECTION.
                SORT TURNOVER-SORT-FILE
                  ON ASCENDING KEY TS-YEAR
                                   TS-DISTRICT
                                   TS-STORE-ID
                  INPUT PROCEDURE IS 205-RELEASE-STORE-YEARS
                  OUTPUT PROCEDURE IS 210-PRINT-SORTED-YEARS
                  .

      *    A STORE WITH NO ONE ON THE BOOKS AND NO MOVEMENT IN A
      *    YEAR IS LEFT OFF THAT YEAR

            205-RELEASE-STORE-YEARS.
                PERFORM VARYING TT-IDX FROM 1 BY 1
                        UNTIL TT-IDX > TT-COUNT
                    PERFORM 207-RELEASE-ONE-YEAR
                        VARYING YEAR-SUB FROM 1 BY 1
                        UNTIL YEAR-SUB > YEAR-COUNT
                END-PERFORM
                    .

            207-RELEASE-ONE-YEAR.
                IF TT-STARTING-HEADCOUNT(TT-IDX, YEAR-SUB) > ZERO
                   OR TT-HIRES(TT-IDX, YEAR-SUB) > ZERO
                   OR TT-SEPARATIONS(TT-IDX, YEAR-SUB) > ZERO
                    COMPUTE TS-YEAR = FIRST-YEAR + YEAR-SUB - 1
                    MOVE TT-DISTRICT(TT-IDX) TO TS-DISTRICT
                    MOVE TT-STORE-ID(TT-IDX) TO TS-STORE-ID
                    MOVE TT-STORE-NAME(TT-IDX) TO TS-STORE-NAME
                    MOVE TT-YEAR-FIGURES(TT-IDX, YEAR-SUB) TO
                         TS-YEAR-FIGURES
                    RELEASE TURNOVER-SORT-RECORD
                END-IF
                    .

            210-PRINT-SORTED-YEARS.
                PERFORM UNTIL SORT-EOF
                    RETURN TURNOVER-SORT-FILE
                      AT END
                        MOVE 'Y' TO SORT-EOF-SW
                      NOT AT END
                        PERFORM 215-PRINT-STORE-LINE
                    END-RETURN
                END-PERFORM
                IF PREVIOUS-YEAR NOT = ZERO
                    PERFORM 220-PRINT-DISTRICT-TOTAL
                    PERFORM 222-PRINT-CHAIN-TOTAL
                END-IF
                    .

      *    EACH YEAR STARTS A NEW PAGE WITH ITS OWN CHAIN TOTAL

            215-PRINT-STORE-LINE.
                IF TS-YEAR NOT = PREVIOUS-YEAR
                    IF PREVIOUS-YEAR NOT = ZERO
                        PERFORM 220-PRINT-DISTRICT-TOTAL
                        PERFORM 222-PRINT-CHAIN-TOTAL
                    END-IF
                    MOVE TS-YEAR TO PREVIOUS-YEAR
                    MOVE TS-DISTRICT TO PREVIOUS-DISTRICT
                    PERFORM 217-START-YEAR-PAGE
                END-IF
                IF TS-DISTRICT NOT = PREVIOUS-DISTRICT
                    PERFORM 220-PRINT-DISTRICT-TOTAL
                    MOVE TS-DISTRICT TO PREVIOUS-DISTRICT
                END-IF
                MOVE TS-STARTING-HEADCOUNT TO PW-STARTING-HEADCOUNT
                MOVE TS-HIRES TO PW-HIRES
                MOVE TS-SEPARATIONS TO PW-SEPARATIONS
                MOVE TS-LEAVER-TENURE-DAYS TO PW-LEAVER-TENURE-DAYS
                MOVE TS-SEPS-WITHIN-90 TO PW-SEPS-WITHIN-90
                MOVE TS-SEPS-WITHIN-YEAR TO PW-SEPS-WITHIN-YEAR
                ADD TS-STARTING-HEADCOUNT TO DT-STARTING-HEADCOUNT
                ADD TS-HIRES TO DT-HIRES
                ADD TS-SEPARATIONS TO DT-SEPARATIONS
                ADD TS-LEAVER-TENURE-DAYS TO DT-LEAVER-TENURE-DAYS
                ADD TS-SEPS-WITHIN-90 TO DT-SEPS-WITHIN-90
                ADD TS-SEPS-WITHIN-YEAR TO DT-SEPS-WITHIN-YEAR
                MOVE SPACES TO TL-LABEL
                STRING TS-STORE-ID '  ' TS-STORE-NAME
                    DELIMITED BY SIZE
                    INTO TL-LABEL
                END-STRING
                PERFORM 230-FORMAT-TURNOVER-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .

            217-START-YEAR-PAGE.
                MOVE SPACES TO H3-TEXT
                IF PREVIOUS-YEAR = CURRENT-YEAR
                    STRING 'YEAR: ' PREVIOUS-YEAR
                           '   (YEAR TO DATE - TURNOVER ANNUALIZED)'
                        DELIMITED BY SIZE
                        INTO H3-TEXT
                    END-STRING
                ELSE
                    STRING 'YEAR: ' PREVIOUS-YEAR
                        DELIMITED BY SIZE
                        INTO H3-TEXT
                    END-STRING
                END-IF
                PERFORM 140-WRITE-HEADER
                    .

            220-PRINT-DISTRICT-TOTAL.
                MOVE DT-STARTING-HEADCOUNT TO PW-STARTING-HEADCOUNT
                MOVE DT-HIRES TO PW-HIRES
                MOVE DT-SEPARATIONS TO PW-SEPARATIONS
                MOVE DT-LEAVER-TENURE-DAYS TO PW-LEAVER-TENURE-DAYS
                MOVE DT-SEPS-WITHIN-90 TO PW-SEPS-WITHIN-90
                MOVE DT-SEPS-WITHIN-YEAR TO PW-SEPS-WITHIN-YEAR
                ADD DT-STARTING-HEADCOUNT TO CT-STARTING-HEADCOUNT
                ADD DT-HIRES TO CT-HIRES
                ADD DT-SEPARATIONS TO CT-SEPARATIONS
                ADD DT-LEAVER-TENURE-DAYS TO CT-LEAVER-TENURE-DAYS
                ADD DT-SEPS-WITHIN-90 TO CT-SEPS-WITHIN-90
                ADD DT-SEPS-WITHIN-YEAR TO CT-SEPS-WITHIN-YEAR
                MOVE SPACES TO TL-LABEL
                STRING '  DISTRICT ' PREVIOUS-DISTRICT ' TOTAL'
                    DELIMITED BY SIZE
                    INTO TL-LABEL
                END-STRING
                PERFORM 230-FORMAT-TURNOVER-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE SPACES TO REPORT-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                INITIALIZE DISTRICT-TOTALS
                    .

            222-PRINT-CHAIN-TOTAL.
                MOVE CT-STARTING-HEADCOUNT TO PW-STARTING-HEADCOUNT
                MOVE CT-HIRES TO PW-HIRES
                MOVE CT-SEPARATIONS TO PW-SEPARATIONS
                MOVE CT-LEAVER-TENURE-DAYS TO PW-LEAVER-TENURE-DAYS
                MOVE CT-SEPS-WITHIN-90 TO PW-SEPS-WITHIN-90
                MOVE CT-SEPS-WITHIN-YEAR TO PW-SEPS-WITHIN-YEAR
                MOVE 'CHAIN TOTAL' TO TL-LABEL
                PERFORM 230-FORMAT-TURNOVER-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                INITIALIZE CHAIN-TOTALS
                    .

            225-WRITE-LINE.
                ADD 1 TO LINE-COUNT
                IF LINE-COUNT > LINES-PER-PAGE
                    PERFORM 235-NEW-PAGE
                END-IF
                WRITE REPORT-LINE
                    AFTER ADVANCING PROPER-SPACING
                .

      *    TURNOVER IS SEPARATIONS OVER THE AVERAGE OF THE STARTING
      *    AND ENDING HEADCOUNT.  THE YEAR IN PROGRESS IS SCALED UP
      *    TO A FULL YEAR ON THE DAYS ELAPSED SO FAR

            230-FORMAT-TURNOVER-LINE.
                COMPUTE PW-ENDING-HEADCOUNT =
                    PW-STARTING-HEADCOUNT + PW-HIRES - PW-SEPARATIONS
                MOVE ZERO TO PW-TURNOVER-PCT
                IF PW-ENDING-HEADCOUNT < ZERO
                    COMPUTE PW-AVERAGE-HEADCOUNT =
                        PW-STARTING-HEADCOUNT / 2
                ELSE
                    COMPUTE PW-AVERAGE-HEADCOUNT =
                        (PW-STARTING-HEADCOUNT + PW-ENDING-HEADCOUNT)
                        / 2
                END-IF
                IF PW-AVERAGE-HEADCOUNT > ZERO
                    IF PREVIOUS-YEAR = CURRENT-YEAR
                        COMPUTE PW-TURNOVER-PCT ROUNDED =
                            PW-SEPARATIONS * 100 * 365
                            / (PW-AVERAGE-HEADCOUNT * DAYS-ELAPSED)
                            ON SIZE ERROR
                                MOVE 99999.9 TO PW-TURNOVER-PCT
                        END-COMPUTE
                    ELSE
                        COMPUTE PW-TURNOVER-PCT ROUNDED =
                            PW-SEPARATIONS * 100
                            / PW-AVERAGE-HEADCOUNT
                            ON SIZE ERROR
                                MOVE 99999.9 TO PW-TURNOVER-PCT
                        END-COMPUTE
                    END-IF
                END-IF
                MOVE PW-STARTING-HEADCOUNT TO TL-STARTING-HEADCOUNT
                MOVE PW-HIRES TO TL-HIRES
                MOVE PW-SEPARATIONS TO TL-SEPARATIONS
                MOVE PW-ENDING-HEADCOUNT TO TL-ENDING-HEADCOUNT
                MOVE PW-TURNOVER-PCT TO TL-TURNOVER-PCT
                IF PW-SEPARATIONS > ZERO
                    COMPUTE TL-AVERAGE-TENURE ROUNDED =
                        PW-LEAVER-TENURE-DAYS
                        / (PW-SEPARATIONS * 365.25)
                    COMPUTE TL-PCT-WITHIN-90 ROUNDED =
                        PW-SEPS-WITHIN-90 * 100 / PW-SEPARATIONS
                    COMPUTE TL-PCT-WITHIN-YEAR ROUNDED =
                        PW-SEPS-WITHIN-YEAR * 100 / PW-SEPARATIONS
                ELSE
                    MOVE ZERO TO TL-AVERAGE-TENURE
                    MOVE ZERO TO TL-PCT-WITHIN-90
                    MOVE ZERO TO TL-PCT-WITHIN-YEAR
                END-IF
                MOVE TURNOVER-LINE TO REPORT-LINE
                    .

            235-NEW-PAGE.
                MOVE PROPER-SPACING TO SAVED-SPACING
                MOVE REPORT-LINE TO SAVED-REPORT-LINE
                PERFORM 140-WRITE-HEADER
                MOVE SAVED-REPORT-LINE TO REPORT-LINE
                MOVE SAVED-SPACING TO PROPER-SPACING
                    .

            240-PRINT-TENURE-SECTION.
                MOVE 'B' TO SECTION-SW
                MOVE SPACES TO H3-TEXT
                STRING 'ACTIVE TENURE BANDS - COMPLETED YEARS OF'
                       ' SERVICE BY POSITION'
                    DELIMITED BY SIZE
                    INTO H3-TEXT
                END-STRING
                PERFORM 140-WRITE-HEADER
                INITIALIZE BAND-TOTALS
                PERFORM 245-PRINT-POSITION-BANDS
                    VARYING TB-IDX FROM 1 BY 1
                    UNTIL TB-IDX > TB-COUNT
                MOVE 'CHAIN TOTAL' TO BL-LABEL
                PERFORM VARYING EW-BAND-SUB FROM 1 BY 1
                        UNTIL EW-BAND-SUB > 5
                    MOVE BT-BAND-COUNT(EW-BAND-SUB) TO
                         BL-BAND-COUNT(EW-BAND-SUB)
                END-PERFORM
                MOVE BT-TOTAL-COUNT TO BL-TOTAL-COUNT
                MOVE BAND-LINE TO REPORT-LINE
                MOVE 2 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .

            245-PRINT-POSITION-BANDS.
                MOVE SPACES TO BL-LABEL
                STRING TB-POS-CODE(TB-IDX) '  ' TB-POS-TITLE(TB-IDX)
                    DELIMITED BY SIZE
                    INTO BL-LABEL
                END-STRING
                MOVE ZERO TO BT-ROW-TOTAL
                PERFORM VARYING EW-BAND-SUB FROM 1 BY 1
                        UNTIL EW-BAND-SUB > 5
                    MOVE TB-BAND-COUNT(TB-IDX, EW-BAND-SUB) TO
                         BL-BAND-COUNT(EW-BAND-SUB)
                    ADD TB-BAND-COUNT(TB-IDX, EW-BAND-SUB) TO
                        BT-ROW-TOTAL
                    ADD TB-BAND-COUNT(TB-IDX, EW-BAND-SUB) TO
                        BT-BAND-COUNT(EW-BAND-SUB)
                END-PERFORM
                MOVE BT-ROW-TOTAL TO BL-TOTAL-COUNT
                ADD BT-ROW-TOTAL TO BT-TOTAL-COUNT
                MOVE BAND-LINE TO REPORT-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                    .

            250-END-ROUTINE.
                PERFORM 260-PRINT-CONTROL-COUNTS
              CLOSE REPORT-FILE
              STOP RUN
              .

            260-PRINT-CONTROL-COUNTS.
                MOVE 'MASTER RECORDS READ:' TO CL-LABEL
                MOVE MASTER-READ TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 3 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'ARCHIVE RECORDS READ:' TO CL-LABEL
                MOVE ARCHIVE-READ TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                MOVE 1 TO PROPER-SPACING
                PERFORM 225-WRITE-LINE
                MOVE 'ACTIVE EMPLOYEES COUNTED:' TO CL-LABEL
                MOVE ACTIVE-COUNTED TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'SEPARATED EMPS COUNTED:' TO CL-LABEL
                MOVE TERMINATED-COUNTED TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'NO USABLE HIRE DATE:' TO CL-LABEL
                MOVE NO-HIRE-DATE TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'NO USABLE SEP DATE:' TO CL-LABEL
                MOVE NO-SEPARATION-DATE TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'EARLIER EMPLOYMENTS:' TO CL-LABEL
                MOVE EARLIER-COUNTED TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'EARLIER NOT ON JOURNAL:' TO CL-LABEL
                MOVE EARLIER-NOT-ON-FILE TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                MOVE 'ARCHIVE DUPLICATES:' TO CL-LABEL
                MOVE ARCHIVE-DUPLICATES TO CL-COUNT
                MOVE COUNT-LINE TO REPORT-LINE
                PERFORM 225-WRITE-LINE
                    .
