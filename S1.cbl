      * called: a card with a bad step number or a blank program
      * stops the run untouched -- a typo in the sequence must not
      * be able to run half a night in the wrong order.
      *
      * Each card also carries how often its step runs, in column
      * 45: D (or blank) daily, W weekly, M on the month-end
      * business day, Q on the quarter-end business day, R only on
      * request.  A weekly card names its day in column 47, 1
      * (Monday) to 7 (Sunday).  So one control file carries the
      * whole schedule -- the month-end A1 purge and the weekly
      * U1/U2 reorganization included -- and the controller picks
      * the steps due for the night's business date itself.  A
      * step that isn't due is recorded NOT DUE on the status
      * file, apart from the steps that ran.
      *
      * The business date comes from the business calendar
      * (FILE1CAL), one card per date: the date CCYYMMDD in
      * columns 1-8, its kind in column 10 -- H holiday, M the
      * month's closing business day, Q the closing business day
      * of a quarter (March, June, September, December) -- and a
      * description in 12-41.  Saturdays and Sundays are never
      * business days and need no card.  A run on a day that is
      * not a business day runs as of the NEXT business day (the
      * holiday roll-forward); a weekly step whose day fell on a
      * weekend or holiday since the last business day runs then.
      * The calendar is edited whole like the control file, and a
      * sequence holding month-end or quarter-end steps stops
      * untouched if the calendar doesn't name the closing day of
      * the business date's month -- an unextended calendar must
      * not quietly skip a month-end.
      *
      * The run date is the system date unless a business date is
      * given as the second PARM/argument (SYSIN card columns
      * 7-14).  Every status line records the business date the
      * run was processing as of, and a rerun of a night already
      * under way carries on as of that same date, past midnight
      * or not; a different date given for it stops the run until
      * the status file is RESET.
      *
      * An on-request step runs when the request file (FILE1RRQ)
      * holds a card naming its step number in columns 1-3 and
      * the business date it is wanted for in 5-12, so a request
      * left behind does not run the step again another night.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  S1.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT CAL-FILE ASSIGN TO "FILE1CAL"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT RRQ-FILE ASSIGN TO "FILE1RRQ"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.
       FD  RST-FILE.
       01  RST-REC                   PIC X(60).

       FD  CAL-FILE.
       01  CAL-REC                   PIC X(80).

       FD  RRQ-FILE.
       01  RRQ-REC                   PIC X(80).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

           88  RST-AT-EOF           VALUE "Y".
       77  STREAM-HELD-SW       PIC X(01) VALUE "N".
           88  STREAM-HELD          VALUE "Y".
       77  CAL-EOF-SW           PIC X(01).
           88  CAL-AT-EOF           VALUE "Y".
       77  RRQ-EOF-SW           PIC X(01).
           88  RRQ-AT-EOF           VALUE "Y".

       77  RUN-MODE             PIC X(05) VALUE "RUN".
       77  STEP-RC              PIC S9(04) VALUE ZERO.
       77  SKIPPED-COUNT        PIC 9(03) VALUE ZERO.
       77  HELD-COUNT           PIC 9(03) VALUE ZERO.
       77  FAILED-COUNT         PIC 9(03) VALUE ZERO.
       77  NOT-DUE-COUNT        PIC 9(03) VALUE ZERO.
       77  CLOSING-STEP-COUNT   PIC 9(03) VALUE ZERO.

      * --- business date and schedule ------------------------------
       77  DATE-PARM-TEXT       PIC X(08) VALUE SPACES.
       77  RUN-DATE             PIC 9(08).
       77  BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       77  PRIOR-BUSINESS-DATE  PIC 9(08).
       77  NIGHT-AS-OF-DATE     PIC 9(08) VALUE ZERO.
       77  WORK-DATE            PIC 9(08).
       77  WORK-DAY-NUMBER      PIC 9(07).
       77  WORK-WEEKDAY         PIC 9(01).
       77  WEEKDAY-QUOTIENT     PIC 9(07).
       77  WEEKDAY-REMAINDER    PIC 9(01).
       77  ROLL-COUNT           PIC 9(03).
       77  BUSINESS-DAY-SW      PIC X(01).
           88  IS-BUSINESS-DAY      VALUE "Y".
       77  STEP-DUE-SW          PIC X(01).
           88  STEP-IS-DUE          VALUE "Y".
       77  BUSINESS-DATE-TYPE   PIC X(01).
       77  CLOSING-FOUND-SW     PIC X(01).
           88  CLOSING-FOUND        VALUE "Y".

      * The weekdays passed since the last business day, up to and
      * including the business date: a weekly step whose day is
      * flagged here is due.
       01  WEEKDAYS-PASSED.
           05  WEEKDAY-PASSED-SW OCCURS 7 PIC X(01).

      * The business calendar, loaded and edited whole before any
      * step is called.
       77  CAL-COUNT            PIC 9(03) VALUE ZERO.
       77  CAL-IX               PIC 9(03).
       77  CAL-FOUND-SW         PIC X(01).
           88  CAL-FOUND            VALUE "Y".
       77  CAL-FOUND-TYPE       PIC X(01).
       01  CALENDAR-TABLE.
           05  CALENDAR-ENTRY OCCURS 500.
               10  CLE-DATE          PIC 9(08).
               10  CLE-TYPE          PIC X(01).

       01  CAL-LINE.
           05  CAL-DATE-TEXT     PIC X(08).
           05  CAL-DATE-NUM      REDEFINES CAL-DATE-TEXT
                                 PIC 9(08).
           05  FILLER            PIC X(01).
           05  CAL-TYPE          PIC X(01).
               88  CAL-TYPE-VALID    VALUE "H" "M" "Q".
               88  CAL-CLOSING-DAY   VALUE "M" "Q".
           05  FILLER            PIC X(01).
           05  CAL-DESC          PIC X(30).
           05  FILLER            PIC X(39).

      * Step numbers requested for the business date.
       77  REQUEST-COUNT        PIC 9(03) VALUE ZERO.
       77  REQUEST-IX           PIC 9(03).
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 100.
               10  RQE-NUMBER        PIC 9(03).

       01  RRQ-LINE.
           05  RRQ-STEP-TEXT     PIC X(03).
           05  RRQ-STEP-NUM      REDEFINES RRQ-STEP-TEXT
                                 PIC 9(03).
           05  FILLER            PIC X(01).
           05  RRQ-DATE-TEXT     PIC X(08).
           05  RRQ-DATE-NUM      REDEFINES RRQ-DATE-TEXT
                                 PIC 9(08).
           05  FILLER            PIC X(68).

      * --- calendar date validation (same rules as A1) ------------
       01  DATE-CHECK-VALUE        PIC 9(08).
       01  DATE-CHECK-FIELDS REDEFINES DATE-CHECK-VALUE.
           05  DATE-CHECK-CCYY     PIC 9(04).
           05  DATE-CHECK-MM       PIC 9(02).
           05  DATE-CHECK-DD       PIC 9(02).

       77  DATE-VALID-SW           PIC X(01).
           88  DATE-IS-VALID           VALUE "Y".
           88  DATE-IS-INVALID         VALUE "N".
       77  DATE-CHECK-MAX-DAY       PIC 9(02).
       77  LEAP-QUOTIENT            PIC 9(07).
       77  LEAP-REMAINDER-4         PIC 9(07).
       77  LEAP-REMAINDER-100       PIC 9(07).
       77  LEAP-REMAINDER-400       PIC 9(07).

      * The step sequence, loaded and edited whole before any step
      * is called.  A control file carrying more steps than the
               10  STE-NUMBER        PIC 9(03).
               10  STE-PROGRAM       PIC X(08).
               10  STE-DESC          PIC X(30).
               10  STE-FREQUENCY     PIC X(01).
                   88  STE-DAILY         VALUE "D".
                   88  STE-WEEKLY        VALUE "W".
                   88  STE-MONTH-END     VALUE "M".
                   88  STE-QUARTER-END   VALUE "Q".
                   88  STE-ON-REQUEST    VALUE "R".
               10  STE-WEEKDAY       PIC 9(01).
               10  STE-DISPOSITION   PIC X(08).
               10  STE-RC            PIC S9(04).

           05  CTL-PROGRAM       PIC X(08).
           05  FILLER            PIC X(01).
           05  CTL-DESC          PIC X(30).
           05  FILLER            PIC X(01).
           05  CTL-FREQUENCY     PIC X(01).
               88  CTL-FREQUENCY-VALID
                                 VALUE "D" "W" "M" "Q" "R".
           05  FILLER            PIC X(01).
           05  CTL-WEEKDAY-TEXT  PIC X(01).
           05  CTL-WEEKDAY       REDEFINES CTL-WEEKDAY-TEXT
                                 PIC 9(01).
           05  FILLER            PIC X(33).

           COPY FILE1RSR.

      * The mode comes in as the first PARM/argument; SYSIN is the
      * fallback when no command-line argument was passed -- card
      * columns 1-5.  With neither present the sequence just runs.
      * A business date for the run, when given, is the second
      * argument or card columns 7-14.
      * ------------------------------------------------------------
       GET-CONTROLLER-PARM.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-CONTROLLER-SYSIN
               NOT ON EXCEPTION
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT DATE-PARM-TEXT FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           CONTINUE
                   END-ACCEPT
           END-ACCEPT
           IF RUN-MODE = SPACES
               MOVE "RUN  " TO RUN-MODE
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:5) TO RUN-MODE
                       MOVE PARM-IN-REC(7:8) TO DATE-PARM-TEXT
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM LOAD-COMPLETED-STEPS
           PERFORM SET-BUSINESS-DATE
           PERFORM CHECK-CLOSING-DAY-KNOWN
           PERFORM LOAD-STEP-REQUESTS
           PERFORM SET-WEEKDAYS-PASSED
           DISPLAY "S1: BUSINESS DATE " BUSINESS-DATE
                   " (LAST BUSINESS DAY " PRIOR-BUSINESS-DATE ")"
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-COUNT
               PERFORM DISPATCH-ONE-STEP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF CTL-FREQUENCY = SPACE
               MOVE "D" TO CTL-FREQUENCY
           END-IF
           IF NOT CTL-FREQUENCY-VALID
               DISPLAY "S1: STEP " CTL-STEP-NUM
                       " HAS A BAD FREQUENCY: " CTL-FREQUENCY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF CTL-FREQUENCY = "W"
               IF CTL-WEEKDAY-TEXT IS NOT NUMERIC
                       OR CTL-WEEKDAY < 1 OR CTL-WEEKDAY > 7
                   DISPLAY "S1: WEEKLY STEP " CTL-STEP-NUM
                           " NEEDS A DAY 1-7 IN COLUMN 47"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE ZERO TO CTL-WEEKDAY
           END-IF
           IF STEP-COUNT >= 100
               DISPLAY "S1: MORE THAN 100 STEPS ON FILE1RUN"
               MOVE 8 TO RETURN-CODE
           MOVE CTL-STEP-NUM TO STE-NUMBER(STEP-COUNT)
           MOVE CTL-PROGRAM  TO STE-PROGRAM(STEP-COUNT)
           MOVE CTL-DESC     TO STE-DESC(STEP-COUNT)
           MOVE CTL-FREQUENCY TO STE-FREQUENCY(STEP-COUNT)
           MOVE CTL-WEEKDAY  TO STE-WEEKDAY(STEP-COUNT)
           IF CTL-FREQUENCY = "M" OR CTL-FREQUENCY = "Q"
               ADD 1 TO CLOSING-STEP-COUNT
           END-IF
           MOVE SPACES       TO STE-DISPOSITION(STEP-COUNT)
           MOVE ZERO         TO STE-RC(STEP-COUNT)
           .
      * ------------------------------------------------------------
      * Steps already recorded COMPLETE on the status file are what
      * the rerun skips.  No status file just means a fresh start.
      * The business date recorded on the night's lines is the one
      * a rerun carries on with.
      * ------------------------------------------------------------
       LOAD-COMPLETED-STEPS.
           OPEN INPUT RST-FILE
                       AT END
                           MOVE "Y" TO RST-EOF-SW
                       NOT AT END
                           IF RST-AS-OF-DATE IS NUMERIC
                                   AND RST-AS-OF-DATE > ZERO
                               MOVE RST-AS-OF-DATE
                                   TO NIGHT-AS-OF-DATE
                           END-IF
                           IF RST-STATUS = "COMPLETE"
                                   AND DONE-COUNT < 100
                               ADD 1 TO DONE-COUNT
           END-IF
           .

      * ------------------------------------------------------------
      * The business calendar is loaded and edited whole, like the
      * control file: a bad date or kind, a date carried twice, or
      * a closing day that is a weekend, is of the wrong kind for
      * its month, or is the month's second, stops the run with
      * nothing started.
      * ------------------------------------------------------------
       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CAL-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "S1: FILE1CAL OPEN FAILED, STATUS=" FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO CAL-EOF-SW
           PERFORM UNTIL CAL-AT-EOF
               READ CAL-FILE INTO CAL-LINE
                   AT END
                       MOVE "Y" TO CAL-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-CALENDAR-CARD
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
           .

       LOAD-ONE-CALENDAR-CARD.
           IF CAL-DATE-TEXT IS NOT NUMERIC
               DISPLAY "S1: BAD DATE ON FILE1CAL: " CAL-DATE-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CAL-DATE-NUM TO DATE-CHECK-VALUE
           PERFORM VALIDATE-DATE-FIELD
           IF DATE-IS-INVALID
               DISPLAY "S1: BAD DATE ON FILE1CAL: " CAL-DATE-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT CAL-TYPE-VALID
               DISPLAY "S1: FILE1CAL " CAL-DATE-TEXT
                       " HAS A BAD KIND: " CAL-TYPE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CAL-DATE-NUM TO WORK-DATE
           PERFORM FIND-CALENDAR-DATE
           IF CAL-FOUND
               DISPLAY "S1: FILE1CAL CARRIES " CAL-DATE-TEXT " TWICE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF CAL-CLOSING-DAY
               PERFORM EDIT-CLOSING-DAY-CARD
           END-IF
           IF CAL-COUNT >= 500
               DISPLAY "S1: MORE THAN 500 DATES ON FILE1CAL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CAL-COUNT
           MOVE CAL-DATE-NUM TO CLE-DATE(CAL-COUNT)
           MOVE CAL-TYPE     TO CLE-TYPE(CAL-COUNT)
           .

       EDIT-CLOSING-DAY-CARD.
           PERFORM SET-WORK-WEEKDAY
           IF WORK-WEEKDAY > 5
               DISPLAY "S1: FILE1CAL CLOSING DAY " CAL-DATE-TEXT
                       " IS A WEEKEND"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE DATE-CHECK-MM
               WHEN 3
               WHEN 6
               WHEN 9
               WHEN 12
                   IF CAL-TYPE NOT = "Q"
                       DISPLAY "S1: FILE1CAL " CAL-DATE-TEXT
                               " CLOSES A QUARTER - KIND MUST BE Q"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   IF CAL-TYPE NOT = "M"
                       DISPLAY "S1: FILE1CAL " CAL-DATE-TEXT
                               " CLOSES NO QUARTER - KIND MUST BE M"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-EVALUATE
           PERFORM FIND-MONTH-CLOSING-DAY
           IF CLOSING-FOUND
               DISPLAY "S1: FILE1CAL HAS TWO CLOSING DAYS IN "
                       CAL-DATE-TEXT(1:6)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * ------------------------------------------------------------
      * The business date: the date given for the run, else the
      * date the night in progress was already running as of, else
      * today -- rolled forward to the next business day when it
      * is a weekend or holiday.  The last business day before it
      * bounds the weekdays a weekly step may have come due on.
      * ------------------------------------------------------------
       SET-BUSINESS-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN DATE-PARM-TEXT NOT = SPACES
                   IF DATE-PARM-TEXT IS NOT NUMERIC
                       DISPLAY "S1: BAD BUSINESS DATE: " DATE-PARM-TEXT
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE DATE-PARM-TEXT TO DATE-CHECK-VALUE
                   PERFORM VALIDATE-DATE-FIELD
                   IF DATE-IS-INVALID
                       DISPLAY "S1: BAD BUSINESS DATE: " DATE-PARM-TEXT
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE DATE-CHECK-VALUE TO WORK-DATE
               WHEN NIGHT-AS-OF-DATE > ZERO
                   MOVE NIGHT-AS-OF-DATE TO WORK-DATE
               WHEN OTHER
                   MOVE RUN-DATE TO WORK-DATE
           END-EVALUATE
           MOVE ZERO TO ROLL-COUNT
           PERFORM TEST-BUSINESS-DAY
           PERFORM UNTIL IS-BUSINESS-DAY OR ROLL-COUNT > 31
               PERFORM ADVANCE-WORK-DATE
               ADD 1 TO ROLL-COUNT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM
           IF NOT IS-BUSINESS-DAY
               DISPLAY "S1: FILE1CAL LEAVES NO BUSINESS DAY IN THE"
                       " MONTH AFTER " RUN-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF ROLL-COUNT > ZERO
               DISPLAY "S1: NOT A BUSINESS DAY - ROLLED FORWARD TO "
                       WORK-DATE
           END-IF
           MOVE WORK-DATE TO BUSINESS-DATE
           IF NIGHT-AS-OF-DATE > ZERO
                   AND BUSINESS-DATE NOT = NIGHT-AS-OF-DATE
               DISPLAY "S1: FILE1RST IS FOR BUSINESS DATE "
                       NIGHT-AS-OF-DATE " - RESET BEFORE RUNNING "
                       BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZERO TO ROLL-COUNT
           PERFORM RETREAT-WORK-DATE
           PERFORM TEST-BUSINESS-DAY
           PERFORM UNTIL IS-BUSINESS-DAY OR ROLL-COUNT > 31
               PERFORM RETREAT-WORK-DATE
               ADD 1 TO ROLL-COUNT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM
           MOVE WORK-DATE TO PRIOR-BUSINESS-DATE
           .

      * ------------------------------------------------------------
      * A sequence with month-end or quarter-end steps needs the
      * calendar to name the business date's month closing day;
      * without it those steps could never come due.
      * ------------------------------------------------------------
       CHECK-CLOSING-DAY-KNOWN.
           MOVE BUSINESS-DATE TO WORK-DATE
           PERFORM FIND-CALENDAR-DATE
           MOVE CAL-FOUND-TYPE TO BUSINESS-DATE-TYPE
           IF CLOSING-STEP-COUNT > ZERO
               PERFORM FIND-MONTH-CLOSING-DAY
               IF NOT CLOSING-FOUND
                   DISPLAY "S1: FILE1CAL NAMES NO CLOSING DAY FOR "
                           BUSINESS-DATE(1:6)
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .

       SET-WEEKDAYS-PASSED.
           MOVE ALL "N" TO WEEKDAYS-PASSED
           MOVE PRIOR-BUSINESS-DATE TO WORK-DATE
           PERFORM ADVANCE-WORK-DATE
           PERFORM UNTIL WORK-DATE > BUSINESS-DATE
               PERFORM SET-WORK-WEEKDAY
               MOVE "Y" TO WEEKDAY-PASSED-SW(WORK-WEEKDAY)
               PERFORM ADVANCE-WORK-DATE
           END-PERFORM
           .

      * ------------------------------------------------------------
      * Requests on file for other business dates are left alone;
      * no request file just means nothing was requested.
      * ------------------------------------------------------------
       LOAD-STEP-REQUESTS.
           OPEN INPUT RRQ-FILE
           IF FILE-STATUS = "00"
               MOVE "N" TO RRQ-EOF-SW
               PERFORM UNTIL RRQ-AT-EOF
                   READ RRQ-FILE INTO RRQ-LINE
                       AT END
                           MOVE "Y" TO RRQ-EOF-SW
                       NOT AT END
                           PERFORM LOAD-ONE-REQUEST-CARD
                   END-READ
               END-PERFORM
               CLOSE RRQ-FILE
           END-IF
           .

       LOAD-ONE-REQUEST-CARD.
           IF RRQ-STEP-TEXT IS NOT NUMERIC
                   OR RRQ-DATE-TEXT IS NOT NUMERIC
               DISPLAY "S1: BAD REQUEST CARD ON FILE1RRQ: "
                       RRQ-LINE(1:12)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RRQ-DATE-NUM = BUSINESS-DATE
               IF REQUEST-COUNT >= 100
                   DISPLAY "S1: MORE THAN 100 REQUESTS ON FILE1RRQ"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO REQUEST-COUNT
               MOVE RRQ-STEP-NUM TO RQE-NUMBER(REQUEST-COUNT)
           END-IF
           .

      * ------------------------------------------------------------
      * Whether a step's frequency makes it due on the business
      * date.
      * ------------------------------------------------------------
       TEST-STEP-DUE.
           MOVE "N" TO STEP-DUE-SW
           EVALUATE TRUE
               WHEN STE-DAILY(STEP-IX)
                   MOVE "Y" TO STEP-DUE-SW
               WHEN STE-WEEKLY(STEP-IX)
                   IF WEEKDAY-PASSED-SW(STE-WEEKDAY(STEP-IX)) = "Y"
                       MOVE "Y" TO STEP-DUE-SW
                   END-IF
               WHEN STE-MONTH-END(STEP-IX)
                   IF BUSINESS-DATE-TYPE = "M"
                           OR BUSINESS-DATE-TYPE = "Q"
                       MOVE "Y" TO STEP-DUE-SW
                   END-IF
               WHEN STE-QUARTER-END(STEP-IX)
                   IF BUSINESS-DATE-TYPE = "Q"
                       MOVE "Y" TO STEP-DUE-SW
                   END-IF
               WHEN STE-ON-REQUEST(STEP-IX)
                   PERFORM VARYING REQUEST-IX FROM 1 BY 1
                           UNTIL REQUEST-IX > REQUEST-COUNT
                              OR STEP-IS-DUE
                       IF RQE-NUMBER(REQUEST-IX) = STE-NUMBER(STEP-IX)
                           MOVE "Y" TO STEP-DUE-SW
                       END-IF
                   END-PERFORM
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * Calendar arithmetic on WORK-DATE.  Day 1 of the integer
      * date count, 1 January 1601, was a Monday, so the weekday
      * runs 1 (Monday) to 7 (Sunday) from it.
      * ------------------------------------------------------------
       TEST-BUSINESS-DAY.
           MOVE "Y" TO BUSINESS-DAY-SW
           PERFORM SET-WORK-WEEKDAY
           IF WORK-WEEKDAY > 5
               MOVE "N" TO BUSINESS-DAY-SW
           ELSE
               PERFORM FIND-CALENDAR-DATE
               IF CAL-FOUND AND CAL-FOUND-TYPE = "H"
                   MOVE "N" TO BUSINESS-DAY-SW
               END-IF
           END-IF
           .

       SET-WORK-WEEKDAY.
           COMPUTE WORK-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WORK-DATE) - 1
           DIVIDE WORK-DAY-NUMBER BY 7
               GIVING WEEKDAY-QUOTIENT REMAINDER WEEKDAY-REMAINDER
           COMPUTE WORK-WEEKDAY = WEEKDAY-REMAINDER + 1
           .

       ADVANCE-WORK-DATE.
           COMPUTE WORK-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WORK-DATE) + 1
           COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-DAY-NUMBER)
           .

       RETREAT-WORK-DATE.
           COMPUTE WORK-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WORK-DATE) - 1
           COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-DAY-NUMBER)
           .

       FIND-CALENDAR-DATE.
           MOVE "N" TO CAL-FOUND-SW
           MOVE SPACE TO CAL-FOUND-TYPE
           PERFORM VARYING CAL-IX FROM 1 BY 1
                   UNTIL CAL-IX > CAL-COUNT OR CAL-FOUND
               IF CLE-DATE(CAL-IX) = WORK-DATE
                   MOVE "Y" TO CAL-FOUND-SW
                   MOVE CLE-TYPE(CAL-IX) TO CAL-FOUND-TYPE
               END-IF
           END-PERFORM
           .

       FIND-MONTH-CLOSING-DAY.
           MOVE "N" TO CLOSING-FOUND-SW
           PERFORM VARYING CAL-IX FROM 1 BY 1
                   UNTIL CAL-IX > CAL-COUNT OR CLOSING-FOUND
               IF CLE-DATE(CAL-IX)(1:6) = WORK-DATE(1:6)
                       AND CLE-TYPE(CAL-IX) NOT = "H"
                   MOVE "Y" TO CLOSING-FOUND-SW
               END-IF
           END-PERFORM
           .

       DISPATCH-ONE-STEP.
           PERFORM TEST-STEP-DUE
           EVALUATE TRUE
               WHEN NOT STEP-IS-DUE
                   MOVE "NOT DUE " TO STE-DISPOSITION(STEP-IX)
                   MOVE ZERO TO STE-RC(STEP-IX)
                   ADD 1 TO NOT-DUE-COUNT
                   PERFORM RECORD-STEP-STATUS
               WHEN STREAM-HELD
                   MOVE "HELD    " TO STE-DISPOSITION(STEP-IX)
                   ADD 1 TO HELD-COUNT
           MOVE STE-PROGRAM(STEP-IX)     TO RST-PROGRAM
           MOVE STE-DISPOSITION(STEP-IX) TO RST-STATUS
           MOVE STE-RC(STEP-IX)          TO RST-RC
           MOVE BUSINESS-DATE            TO RST-AS-OF-DATE
           ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RST-RUN-TIME FROM TIME
           OPEN EXTEND RST-FILE

      * ------------------------------------------------------------
      * One line per step: what ran, what failed, what was skipped
      * as already complete, what the schedule left out, and where
      * the rerun starts.
      * ------------------------------------------------------------
       DISPLAY-STREAM-SUMMARY.
           DISPLAY "BUSINESS DATE:  " BUSINESS-DATE
           DISPLAY "STEP  PROGRAM   FREQ  DISPOSITION  RC"
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STEP-COUNT
               DISPLAY STE-NUMBER(STEP-IX) "   "
                       STE-PROGRAM(STEP-IX) "  "
                       STE-FREQUENCY(STEP-IX) "     "
                       STE-DISPOSITION(STEP-IX) "     "
                       STE-RC(STEP-IX)
           END-PERFORM
           DISPLAY "STEPS ON FILE:  " STEP-COUNT
           DISPLAY "STEPS NOT DUE:  " NOT-DUE-COUNT
           DISPLAY "STEPS RUN:      " RAN-COUNT
           DISPLAY "STEPS SKIPPED:  " SKIPPED-COUNT
           DISPLAY "STEPS FAILED:   " FAILED-COUNT
               DISPLAY "STREAM HELD - FIX THE FAILED STEP AND RERUN"
           END-IF
           .

      * ------------------------------------------------------------
      * Calendar validation, same rules as A1's cutoff date.
      * ------------------------------------------------------------
       VALIDATE-DATE-FIELD.
           MOVE "Y" TO DATE-VALID-SW
           IF DATE-CHECK-CCYY < 1900 OR DATE-CHECK-CCYY > 2099
               MOVE "N" TO DATE-VALID-SW
           END-IF
           IF DATE-IS-VALID
               IF DATE-CHECK-MM < 1 OR DATE-CHECK-MM > 12
                   MOVE "N" TO DATE-VALID-SW
               END-IF
           END-IF
           IF DATE-IS-VALID
               PERFORM SET-MAX-DAY-FOR-MONTH
               IF DATE-CHECK-DD < 1
                       OR DATE-CHECK-DD > DATE-CHECK-MAX-DAY
                   MOVE "N" TO DATE-VALID-SW
               END-IF
           END-IF
           .

       SET-MAX-DAY-FOR-MONTH.
           EVALUATE DATE-CHECK-MM
               WHEN 1  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 2  PERFORM SET-FEBRUARY-MAX-DAY
               WHEN 3  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 4  MOVE 30 TO DATE-CHECK-MAX-DAY
               WHEN 5  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 6  MOVE 30 TO DATE-CHECK-MAX-DAY
               WHEN 7  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 8  MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 9  MOVE 30 TO DATE-CHECK-MAX-DAY
               WHEN 10 MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN 11 MOVE 30 TO DATE-CHECK-MAX-DAY
               WHEN 12 MOVE 31 TO DATE-CHECK-MAX-DAY
               WHEN OTHER MOVE 31 TO DATE-CHECK-MAX-DAY
           END-EVALUATE
           .

       SET-FEBRUARY-MAX-DAY.
           DIVIDE DATE-CHECK-CCYY BY 4
               GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER-4
           DIVIDE DATE-CHECK-CCYY BY 100
               GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER-100
           DIVIDE DATE-CHECK-CCYY BY 400
               GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER-400
           MOVE 28 TO DATE-CHECK-MAX-DAY
           IF LEAP-REMAINDER-4 = 0
                   AND (LEAP-REMAINDER-100 NOT = 0
                        OR LEAP-REMAINDER-400 = 0)
               MOVE 29 TO DATE-CHECK-MAX-DAY
           END-IF
           .
