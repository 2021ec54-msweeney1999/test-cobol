      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 single-record maintenance screen -- an operator looks
      * a record up, sees its main fields, corrects them and saves,
      * instead of keying a FILE1TRN card and running M2 and M1 for
      * a one-field fix.
      *
      * The operator signs on with the operator ID used on FILE1TRN
      * batch header cards; it must be on the operator authority
      * file (FILE1OPR, shared FILE1OSL/FILE1OPR/FILE1OPT
      * copybooks) for anything to be looked up, and must hold the
      * C action, and authority over each field changed, for a save.
      *
      * A record is looked up by KEY-FILE1 (K), or through an
      * alternate key: the A01-4 name (4) or A01-7 (7).  An
      * alternate-key look-up shows the first record at or after
      * the value keyed, so a partial name finds its place in the
      * index, and N shows the next record in the order of the last
      * look-up.
      *
      * The fields shown for change are the ones M1 maintains --
      * A01-1, A01-4, A01-5, A01-7, A01-36, A01-37, A01-38 and the
      * four amounts A01-89, A01-91, A01-122, A01-160 -- and every
      * changed field passes the same edits M1 applies to a card
      * for it (value format, the calendar check on A01-36, an
      * A01-38 code active on the code table FILE1CDT) before
      * anything is written.  The first field failing an edit is
      * named on the message line and nothing is saved.
      *
      * A save is an update like any other: it takes the FILE1 run
      * token from the lock manager L1 (shared FILE1LKC copybook)
      * for just as long as the save takes, so it can't interleave
      * with a batch run; it journals the before and after images
      * under the signed-on operator (shared FILE1JSL/FILE1JRC
      * copybooks); and it appends its activity line (shared
      * FILE1ACR copybook) so C1 stays in balance.  Between
      * commands the screen holds no file open.
      *
      * A save re-reads the record under the token and refuses to
      * write over it if it no longer matches, byte for byte, the
      * record that was displayed -- someone else changed it in the
      * meantime.  The current record is shown instead, to be
      * corrected again.
      *
      * As in M1, an A01-91 or A01-160 change moving the field by
      * more than the hold limit is not applied but written to the
      * held-change file (FILE1PND, shared FILE1PSL/FILE1PDR
      * copybooks) for a second operator to release in M4; the
      * rest of the save is applied.  The hold limit, in whole
      * currency units, comes in as the first PARM/argument (SYSIN
      * fallback, card columns 1-11), default 10000.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  M6.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1JSL.

           COPY FILE1CSL.

           COPY FILE1OSL.

           COPY FILE1PSL.

           SELECT ACT-FILE ASSIGN TO "FILE1ACT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
           COPY FILE1REC.

       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  CDT-FILE.
           COPY FILE1CDR.

       FD  OPR-FILE.
           COPY FILE1OPR.

       FD  PND-FILE.
           COPY FILE1PDR.

       FD  ACT-FILE.
       01  ACT-REC                   PIC X(160).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  SESSION-END-SW       PIC X(01) VALUE "N".
           88  SESSION-ENDED        VALUE "Y".
       77  RECORD-SHOWN-SW      PIC X(01) VALUE "N".
           88  RECORD-SHOWN         VALUE "Y".
       77  EDIT-VALID-SW        PIC X(01).
           88  EDIT-IS-VALID        VALUE "Y".
           88  EDIT-IS-INVALID      VALUE "N".
       77  WALK-DONE-SW         PIC X(01).
           88  WALK-DONE            VALUE "Y".
       77  WALK-RESULT          PIC X(01).
           88  WALK-FOUND-SHOWN     VALUE "F".
           88  WALK-PASSED-SHOWN    VALUE "P".
           88  WALK-AT-END          VALUE "E".

       77  REJ-REASON           PIC X(30).
       77  RUN-DATE             PIC 9(08).
       77  LOWER-LETTERS        PIC X(26)
                                VALUE "abcdefghijklmnopqrstuvwxyz".
       77  UPPER-LETTERS        PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * --- what the screen shows and the operator keys ------------
       01  SCREEN-FIELDS.
           05  SCF-OPERATOR      PIC X(08) VALUE SPACES.
           05  SCF-LOOKUP-BY     PIC X(01) VALUE "K".
           05  SCF-LOOKUP-VALUE  PIC X(50) VALUE SPACES.
           05  SCF-COMMAND       PIC X(01) VALUE SPACES.
           05  SCF-KEY           PIC 9(09) VALUE ZERO.
           05  SCF-RECORD-FIELDS.
               10  SCF-A01-1         PIC X(10).
               10  SCF-A01-4         PIC X(50).
               10  SCF-A01-5         PIC X(50).
               10  SCF-A01-7         PIC X(16).
               10  SCF-A01-36        PIC X(08).
               10  SCF-A01-37        PIC X(30).
               10  SCF-A01-38        PIC X(02).
               10  SCF-A01-89        PIC X(16).
               10  SCF-A01-91        PIC X(16).
               10  SCF-A01-122       PIC X(16).
               10  SCF-A01-160       PIC X(16).
           05  SCF-CODE-DESC     PIC X(30) VALUE SPACES.
           05  SCF-A01-10        PIC X(35) VALUE SPACES.
           05  SCF-A01-11        PIC X(30) VALUE SPACES.
           05  SCF-A01-13        PIC 9(05) VALUE ZERO.
           05  SCF-MESSAGE       PIC X(79) VALUE SPACES.

      * The record as it was displayed: the changeable fields as
      * shown (a field keyed differently is a change), and the whole
      * image, which the record must still match at save time.
       01  SHOWN-FIELDS.
           05  SHF-A01-1         PIC X(10).
           05  SHF-A01-4         PIC X(50).
           05  SHF-A01-5         PIC X(50).
           05  SHF-A01-7         PIC X(16).
           05  SHF-A01-36        PIC X(08).
           05  SHF-A01-37        PIC X(30).
           05  SHF-A01-38        PIC X(02).
           05  SHF-A01-89        PIC X(16).
           05  SHF-A01-91        PIC X(16).
           05  SHF-A01-122       PIC X(16).
           05  SHF-A01-160       PIC X(16).
       77  SHOWN-KEY            PIC 9(09) VALUE ZERO.
       01  SHOWN-IMAGE          PIC X(1623).
       77  BROWSE-BY            PIC X(01) VALUE "K".
       77  SHOW-AMOUNT-EDIT     PIC -(12)9.99.

       77  LOOKUP-WORK          PIC X(50).
       01  LOOKUP-KEY-TEXT      PIC X(09) JUSTIFIED RIGHT.
       01  LOOKUP-KEY-NUM REDEFINES LOOKUP-KEY-TEXT
                                PIC 9(09).

      * --- the changes keyed for one save -------------------------
       77  CHANGE-COUNT         PIC 9(02) VALUE ZERO.
       77  CHANGE-IX            PIC 9(02).
       77  APPLIED-FIELD-COUNT  PIC 9(02).
       77  HELD-FIELD-COUNT     PIC 9(02).
       77  EDIT-FIELD           PIC X(07).
       77  EDIT-VALUE           PIC X(50).
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY OCCURS 11.
               10  CHE-FIELD         PIC X(07).
               10  CHE-VALUE         PIC X(50).
               10  CHE-AMOUNT        PIC S9(13)V99 COMP-3.
               10  CHE-DATE          PIC 9(08).

      * --- operator authority ------------------------------------
       77  OPR-STATUS           PIC X(02).
       77  OPR-EOF-SW           PIC X(01).
           88  OPR-AT-EOF           VALUE "Y".
           COPY FILE1OPT.
       77  OPT-IX               PIC 9(03).
       77  OPT-FLD-IX           PIC 9(02).
       77  OPT-FOUND-SW         PIC X(01).
           88  OPT-FOUND            VALUE "Y".
       77  AUTH-SW              PIC X(01).
           88  AUTH-GRANTED         VALUE "Y".
       77  SESSION-OPERATOR     PIC X(08) VALUE SPACES.
       77  SESSION-OPT-IX       PIC 9(03) VALUE ZERO.

      * --- held changes awaiting a second operator (same as M1) ---
       77  PND-STATUS           PIC X(02).
       77  HOLD-RUN-DATE        PIC 9(08).
       77  HOLD-RUN-TIME        PIC 9(08).
       77  HOLD-SEQ             PIC 9(05) VALUE ZERO.
       77  HOLD-LIMIT-TEXT      PIC X(11).
       77  HOLD-LIMIT           PIC 9(11) VALUE 10000.
       77  HOLD-MOVEMENT        PIC S9(13)V99 COMP-3.
       77  HOLD-OLD-AMOUNT      PIC S9(13)V99 COMP-3.
       77  HOLD-REASON          PIC X(30).
       77  HOLD-SW              PIC X(01).
           88  HOLD-REQUIRED        VALUE "Y".
       77  HOLD-WRITE-SW        PIC X(01).
           88  HOLD-WRITE-FAILED    VALUE "Y".
       77  HOLD-WRITE-STATUS    PIC X(02).
       77  HOLD-LEFT-SW         PIC X(01).
           88  HOLD-LEFT-PENDING    VALUE "Y".
       77  HOLD-LEFT-KEY        PIC X(21).
       77  HELD-IX              PIC 9(02).
       01  HELD-KEY-TABLE.
           05  HELD-KEY         PIC X(21) OCCURS 11.

      * --- code table check --------------------------------------
       77  CDT-STATUS           PIC X(02).
       77  CDT-OPEN-SW          PIC X(01) VALUE "N".
           88  CDT-IS-OPEN          VALUE "Y".
       77  CODE-ACTIVE-SW       PIC X(01).
           88  CODE-IS-ACTIVE       VALUE "Y".

      * --- FILE1 update journal ----------------------------------
       77  JNL-STATUS           PIC X(02).
       01  JNL-BEFORE-IMAGE     PIC X(1623).

      * --- reported activity for the balancing step ----------------
       77  SAVE-A01-89          PIC S9(03)V99 COMP-3.
       77  SAVE-A01-91          PIC S9(11)V99 COMP-3.
       77  SAVE-A01-122         PIC S9(03)V99 COMP-3.
       77  SAVE-A01-160         PIC S9(09)V99 COMP-3.

           COPY FILE1ACR.

      * --- FILE1 run interlock -------------------------------------
           COPY FILE1LKC.

       01  IO-REASON-TEXT.
           05  FILLER            PIC X(18) VALUE "I-O ERROR, STATUS ".
           05  IO-REASON-STATUS  PIC X(02).
           05  FILLER            PIC X(10) VALUE SPACES.

      * --- amount value editing (same as M1) ---------------------
       77  AMOUNT-WORK          PIC S9(13)V99 COMP-3.
       77  AMOUNT-LIMIT         PIC 9(13)V99  COMP-3.
       77  SCAN-IND             PIC 9(02).
       77  SCAN-DIGIT-COUNT     PIC 9(02).
       77  SCAN-INT-DIGIT-COUNT PIC 9(02).
       77  SCAN-DEC-DIGIT-COUNT PIC 9(02).
       77  SCAN-BAD-COUNT       PIC 9(02).
       77  SCAN-SIGN-SW         PIC X(01).
           88  SCAN-SIGN-SEEN       VALUE "Y".
       77  SCAN-POINT-SW        PIC X(01).
           88  SCAN-POINT-SEEN      VALUE "Y".
       77  SCAN-ENDED-SW        PIC X(01).
           88  SCAN-ENDED           VALUE "Y".

      * --- date value editing (same calendar rules as M1) --------
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

       SCREEN SECTION.
       01  MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
                   VALUE "M6  FILE1 SINGLE-RECORD MAINTENANCE".
           05  LINE 1  COLUMN 61 VALUE "RUN DATE".
           05  LINE 1  COLUMN 70 PIC 9(08) FROM RUN-DATE.
           05  LINE 3  COLUMN 1  VALUE "OPERATOR".
           05  LINE 3  COLUMN 16 PIC X(08) USING SCF-OPERATOR.
           05  LINE 4  COLUMN 1  VALUE "LOOK UP BY".
           05  LINE 4  COLUMN 16 PIC X(01) USING SCF-LOOKUP-BY.
           05  LINE 4  COLUMN 19
                   VALUE "K KEY-FILE1   4 A01-4 NAME   7 A01-7".
           05  LINE 5  COLUMN 1  VALUE "LOOK UP VALUE".
           05  LINE 5  COLUMN 16 PIC X(50) USING SCF-LOOKUP-VALUE.
           05  LINE 7  COLUMN 1  VALUE "KEY-FILE1".
           05  LINE 7  COLUMN 16 PIC 9(09) FROM SCF-KEY.
           05  LINE 8  COLUMN 1  VALUE "A01-1".
           05  LINE 8  COLUMN 16 PIC X(10) USING SCF-A01-1.
           05  LINE 9  COLUMN 1  VALUE "A01-4".
           05  LINE 9  COLUMN 16 PIC X(50) USING SCF-A01-4.
           05  LINE 10 COLUMN 1  VALUE "A01-5".
           05  LINE 10 COLUMN 16 PIC X(50) USING SCF-A01-5.
           05  LINE 11 COLUMN 1  VALUE "A01-7".
           05  LINE 11 COLUMN 16 PIC X(16) USING SCF-A01-7.
           05  LINE 12 COLUMN 1  VALUE "A01-36".
           05  LINE 12 COLUMN 16 PIC X(08) USING SCF-A01-36.
           05  LINE 12 COLUMN 27
                   VALUE "CCYYMMDD, ALL ZEROS = NOT APPLICABLE".
           05  LINE 13 COLUMN 1  VALUE "A01-37".
           05  LINE 13 COLUMN 16 PIC X(30) USING SCF-A01-37.
           05  LINE 14 COLUMN 1  VALUE "A01-38".
           05  LINE 14 COLUMN 16 PIC X(02) USING SCF-A01-38.
           05  LINE 14 COLUMN 20 PIC X(30) FROM SCF-CODE-DESC.
           05  LINE 15 COLUMN 1  VALUE "A01-89".
           05  LINE 15 COLUMN 16 PIC X(16) USING SCF-A01-89.
           05  LINE 16 COLUMN 1  VALUE "A01-91".
           05  LINE 16 COLUMN 16 PIC X(16) USING SCF-A01-91.
           05  LINE 17 COLUMN 1  VALUE "A01-122".
           05  LINE 17 COLUMN 16 PIC X(16) USING SCF-A01-122.
           05  LINE 18 COLUMN 1  VALUE "A01-160".
           05  LINE 18 COLUMN 16 PIC X(16) USING SCF-A01-160.
           05  LINE 19 COLUMN 1  VALUE "ADDRESS".
           05  LINE 19 COLUMN 16 PIC X(35) FROM SCF-A01-10.
           05  LINE 20 COLUMN 16 PIC X(30) FROM SCF-A01-11.
           05  LINE 20 COLUMN 48 PIC 9(05) FROM SCF-A01-13.
           05  LINE 22 COLUMN 1  VALUE "COMMAND".
           05  LINE 22 COLUMN 16 PIC X(01) USING SCF-COMMAND.
           05  LINE 22 COLUMN 19
                   VALUE "L LOOK UP  N NEXT  R REFRESH  S SAVE  X EXIT".
           05  LINE 24 COLUMN 1  PIC X(79) FROM SCF-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-HOLD-LIMIT-PARM
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM CLEAR-RECORD-FIELDS
           MOVE "SIGN ON, THEN LOOK UP A RECORD" TO SCF-MESSAGE
           PERFORM UNTIL SESSION-ENDED
               DISPLAY MAINT-SCREEN
               ACCEPT MAINT-SCREEN
               MOVE SPACES TO SCF-MESSAGE
               PERFORM PROCESS-COMMAND
               MOVE SPACE TO SCF-COMMAND
           END-PERFORM
           GOBACK
           .

      * ------------------------------------------------------------
      * Every command but X needs an operator on the authority
      * file; the sign-on is checked each time, so an operator may
      * be changed at the keyboard without restarting.
      * ------------------------------------------------------------
       PROCESS-COMMAND.
           INSPECT SCF-COMMAND CONVERTING LOWER-LETTERS
               TO UPPER-LETTERS
           INSPECT SCF-OPERATOR CONVERTING LOWER-LETTERS
               TO UPPER-LETTERS
           INSPECT SCF-LOOKUP-BY CONVERTING LOWER-LETTERS
               TO UPPER-LETTERS
           IF SCF-COMMAND = "X"
               MOVE "Y" TO SESSION-END-SW
           ELSE
               MOVE SCF-OPERATOR TO SESSION-OPERATOR
               PERFORM LOOK-UP-OPERATOR
               IF NOT OPT-FOUND
                   MOVE "OPERATOR NOT ON AUTHORITY FILE - SIGN ON"
                       TO SCF-MESSAGE
               ELSE
                   MOVE OPT-IX TO SESSION-OPT-IX
                   EVALUATE SCF-COMMAND
                       WHEN "L"
                           PERFORM LOOK-UP-RECORD
                       WHEN "N"
                           PERFORM SHOW-NEXT-RECORD
                       WHEN "R"
                           PERFORM REFRESH-RECORD
                       WHEN "S"
                           PERFORM SAVE-RECORD
                       WHEN SPACE
                           MOVE "KEY A COMMAND" TO SCF-MESSAGE
                       WHEN OTHER
                           MOVE "UNKNOWN COMMAND" TO SCF-MESSAGE
                   END-EVALUATE
               END-IF
           END-IF
           .

       LOOK-UP-OPERATOR.
           MOVE "N" TO OPT-FOUND-SW
           PERFORM VARYING OPT-IX FROM 1 BY 1
                   UNTIL OPT-IX > OPT-COUNT OR OPT-FOUND
               IF OPT-ID(OPT-IX) = SESSION-OPERATOR
                   MOVE "Y" TO OPT-FOUND-SW
               END-IF
           END-PERFORM
           IF OPT-FOUND
               SUBTRACT 1 FROM OPT-IX
           END-IF
           .

      * ------------------------------------------------------------
      * A look-up by KEY-FILE1 reads the key keyed; one by A01-4 or
      * A01-7 shows the first record at or after the value keyed
      * in that index.
      * ------------------------------------------------------------
       LOOK-UP-RECORD.
           EVALUATE SCF-LOOKUP-BY
               WHEN "K"
                   PERFORM EDIT-LOOKUP-KEY
                   IF EDIT-IS-VALID
                       PERFORM READ-LOOKUP-KEY
                   END-IF
               WHEN "4"
               WHEN "7"
                   PERFORM START-LOOKUP-INDEX
               WHEN OTHER
                   MOVE "LOOK UP BY K, 4 OR 7" TO SCF-MESSAGE
           END-EVALUATE
           .

       EDIT-LOOKUP-KEY.
           MOVE "Y" TO EDIT-VALID-SW
           MOVE FUNCTION TRIM(SCF-LOOKUP-VALUE) TO LOOKUP-WORK
           IF LOOKUP-WORK = SPACES OR LOOKUP-WORK(10:41) NOT = SPACES
               MOVE "N" TO EDIT-VALID-SW
           ELSE
               MOVE FUNCTION TRIM(LOOKUP-WORK) TO LOOKUP-KEY-TEXT
               INSPECT LOOKUP-KEY-TEXT
                   REPLACING LEADING SPACES BY ZEROS
               IF LOOKUP-KEY-TEXT IS NOT NUMERIC
                   MOVE "N" TO EDIT-VALID-SW
               END-IF
           END-IF
           IF EDIT-IS-INVALID
               MOVE "KEY-FILE1 IS UP TO 9 DIGITS" TO SCF-MESSAGE
           END-IF
           .

       READ-LOOKUP-KEY.
           PERFORM OPEN-FILES-FOR-LOOKUP
           IF FILE-STATUS = "00"
               MOVE LOOKUP-KEY-NUM TO KEY-FILE1
               READ FILE1
               EVALUATE FILE-STATUS
                   WHEN "00"
                       MOVE "K" TO BROWSE-BY
                       PERFORM SHOW-RECORD
                   WHEN "23"
                       MOVE "RECORD NOT FOUND" TO SCF-MESSAGE
                   WHEN OTHER
                       PERFORM SHOW-IO-MESSAGE
               END-EVALUATE
               PERFORM CLOSE-FILES-FOR-LOOKUP
           END-IF
           .

       START-LOOKUP-INDEX.
           PERFORM OPEN-FILES-FOR-LOOKUP
           IF FILE-STATUS = "00"
               IF SCF-LOOKUP-BY = "4"
                   MOVE SCF-LOOKUP-VALUE TO A01-4
                   START FILE1 KEY >= A01-4
               ELSE
                   MOVE SCF-LOOKUP-VALUE(1:16) TO A01-7
                   START FILE1 KEY >= A01-7
               END-IF
               IF FILE-STATUS = "00"
                   READ FILE1 NEXT RECORD
                       AT END
                           MOVE "NO RECORD AT OR AFTER THAT VALUE"
                               TO SCF-MESSAGE
                       NOT AT END
                           MOVE SCF-LOOKUP-BY TO BROWSE-BY
                           PERFORM SHOW-RECORD
                   END-READ
               ELSE
                   MOVE "NO RECORD AT OR AFTER THAT VALUE"
                       TO SCF-MESSAGE
               END-IF
               PERFORM CLOSE-FILES-FOR-LOOKUP
           END-IF
           .

      * ------------------------------------------------------------
      * The next record in the order of the last look-up.  No file
      * is held open between commands, so the index is positioned
      * afresh: past the shown key, or -- in an alternate index,
      * where records sharing a value come back in the order they
      * were written -- by walking the shown value's records to the
      * shown one and reading on.  If the shown record has left its
      * place (changed or deleted), the first record past where it
      * was is the next one.
      * ------------------------------------------------------------
       SHOW-NEXT-RECORD.
           IF NOT RECORD-SHOWN
               MOVE "LOOK UP A RECORD FIRST" TO SCF-MESSAGE
           ELSE
               PERFORM OPEN-FILES-FOR-LOOKUP
               IF FILE-STATUS = "00"
                   IF BROWSE-BY = "K"
                       PERFORM POSITION-PAST-SHOWN-KEY
                   ELSE
                       PERFORM POSITION-PAST-SHOWN-VALUE
                   END-IF
                   EVALUATE TRUE
                       WHEN WALK-AT-END
                           MOVE "END OF FILE1 IN THIS ORDER"
                               TO SCF-MESSAGE
                       WHEN WALK-FOUND-SHOWN
                           PERFORM READ-NEXT-AFTER-SHOWN
                       WHEN OTHER
                           PERFORM SHOW-RECORD
                   END-EVALUATE
                   PERFORM CLOSE-FILES-FOR-LOOKUP
               END-IF
           END-IF
           .

       POSITION-PAST-SHOWN-KEY.
           MOVE SHOWN-KEY TO KEY-FILE1
           START FILE1 KEY > KEY-FILE1
           IF FILE-STATUS = "00"
               MOVE "F" TO WALK-RESULT
           ELSE
               MOVE "E" TO WALK-RESULT
           END-IF
           .

       POSITION-PAST-SHOWN-VALUE.
           IF BROWSE-BY = "4"
               MOVE SHF-A01-4 TO A01-4
               START FILE1 KEY >= A01-4
           ELSE
               MOVE SHF-A01-7 TO A01-7
               START FILE1 KEY >= A01-7
           END-IF
           IF FILE-STATUS NOT = "00"
               MOVE "E" TO WALK-RESULT
           ELSE
               MOVE "N" TO WALK-DONE-SW
               PERFORM UNTIL WALK-DONE
                   READ FILE1 NEXT RECORD
                       AT END
                           MOVE "E" TO WALK-RESULT
                           MOVE "Y" TO WALK-DONE-SW
                       NOT AT END
                           PERFORM TEST-WALK-RECORD
                   END-READ
               END-PERFORM
           END-IF
           .

       TEST-WALK-RECORD.
           EVALUATE TRUE
               WHEN KEY-FILE1 = SHOWN-KEY
                   MOVE "F" TO WALK-RESULT
                   MOVE "Y" TO WALK-DONE-SW
               WHEN BROWSE-BY = "4" AND A01-4 NOT = SHF-A01-4
                   MOVE "P" TO WALK-RESULT
                   MOVE "Y" TO WALK-DONE-SW
               WHEN BROWSE-BY = "7" AND A01-7 NOT = SHF-A01-7
                   MOVE "P" TO WALK-RESULT
                   MOVE "Y" TO WALK-DONE-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       READ-NEXT-AFTER-SHOWN.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE "END OF FILE1 IN THIS ORDER" TO SCF-MESSAGE
               NOT AT END
                   PERFORM SHOW-RECORD
           END-READ
           .

      * ------------------------------------------------------------
      * The shown record read again as it stands now, discarding
      * anything keyed over it.
      * ------------------------------------------------------------
       REFRESH-RECORD.
           IF NOT RECORD-SHOWN
               MOVE "LOOK UP A RECORD FIRST" TO SCF-MESSAGE
           ELSE
               PERFORM OPEN-FILES-FOR-LOOKUP
               IF FILE-STATUS = "00"
                   MOVE SHOWN-KEY TO KEY-FILE1
                   READ FILE1
                   EVALUATE FILE-STATUS
                       WHEN "00"
                           PERFORM SHOW-RECORD
                       WHEN "23"
                           PERFORM CLEAR-RECORD-FIELDS
                           MOVE "RECORD HAS BEEN DELETED"
                               TO SCF-MESSAGE
                       WHEN OTHER
                           PERFORM SHOW-IO-MESSAGE
                   END-EVALUATE
                   PERFORM CLOSE-FILES-FOR-LOOKUP
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * A look-up opens FILE1 and the code table for input only
      * for the one command and closes them after, so the screen
      * never holds FILE1 open while the operator is at the
      * keyboard.  A missing code table only leaves the code
      * description blank.
      * ------------------------------------------------------------
       OPEN-FILES-FOR-LOOKUP.
           PERFORM OPEN-CODE-TABLE
           OPEN INPUT FILE1
           IF FILE-STATUS NOT = "00"
               MOVE SPACES TO SCF-MESSAGE
               STRING "FILE1 OPEN FAILED, STATUS=" FILE-STATUS
                   DELIMITED BY SIZE INTO SCF-MESSAGE
               PERFORM CLOSE-CODE-TABLE
           END-IF
           .

       CLOSE-FILES-FOR-LOOKUP.
           CLOSE FILE1
           PERFORM CLOSE-CODE-TABLE
           .

       OPEN-CODE-TABLE.
           OPEN INPUT CDT-FILE
           IF CDT-STATUS = "00"
               MOVE "Y" TO CDT-OPEN-SW
           END-IF
           .

       CLOSE-CODE-TABLE.
           IF CDT-IS-OPEN
               CLOSE CDT-FILE
               MOVE "N" TO CDT-OPEN-SW
           END-IF
           .

      * ------------------------------------------------------------
      * Puts the record in REC-FILE1 on the screen and remembers
      * it as displayed, both field by field (to see what the
      * operator changes) and as a whole image (to see whether
      * anyone else changes it before the save).
      * ------------------------------------------------------------
       SHOW-RECORD.
           MOVE REC-FILE1 TO SHOWN-IMAGE
           MOVE KEY-FILE1 TO SHOWN-KEY SCF-KEY
           MOVE "Y"       TO RECORD-SHOWN-SW
           MOVE A01-1     TO SCF-A01-1
           MOVE A01-4     TO SCF-A01-4
           MOVE A01-5     TO SCF-A01-5
           MOVE A01-7     TO SCF-A01-7
           MOVE A01-36    TO SCF-A01-36
           MOVE A01-37    TO SCF-A01-37
           MOVE A01-38    TO SCF-A01-38
           MOVE A01-89    TO SHOW-AMOUNT-EDIT
           MOVE SHOW-AMOUNT-EDIT TO SCF-A01-89
           MOVE A01-91    TO SHOW-AMOUNT-EDIT
           MOVE SHOW-AMOUNT-EDIT TO SCF-A01-91
           MOVE A01-122   TO SHOW-AMOUNT-EDIT
           MOVE SHOW-AMOUNT-EDIT TO SCF-A01-122
           MOVE A01-160   TO SHOW-AMOUNT-EDIT
           MOVE SHOW-AMOUNT-EDIT TO SCF-A01-160
           MOVE A01-10    TO SCF-A01-10
           MOVE A01-11    TO SCF-A01-11
           MOVE A01-13    TO SCF-A01-13
           MOVE SCF-RECORD-FIELDS TO SHOWN-FIELDS
           MOVE SPACES TO SCF-CODE-DESC
           IF CDT-IS-OPEN
               MOVE "A01-38 " TO CDT-TYPE
               MOVE A01-38    TO CDT-VALUE
               READ CDT-FILE
               IF CDT-STATUS = "00"
                   MOVE CDT-DESC TO SCF-CODE-DESC
               ELSE
                   MOVE "(NOT ON CODE TABLE)" TO SCF-CODE-DESC
               END-IF
           END-IF
           .

       CLEAR-RECORD-FIELDS.
           MOVE "N" TO RECORD-SHOWN-SW
           MOVE ZERO TO SHOWN-KEY SCF-KEY SCF-A01-13
           MOVE SPACES TO SCF-RECORD-FIELDS SHOWN-FIELDS
                          SCF-CODE-DESC SCF-A01-10 SCF-A01-11
           .

      * ------------------------------------------------------------
      * A save: every field keyed differently from what was shown
      * is a change, edited the way M1 edits a card for that field
      * and against the operator's field authority.  Only when all
      * of them pass is the file touched.
      * ------------------------------------------------------------
       SAVE-RECORD.
           EVALUATE TRUE
               WHEN NOT RECORD-SHOWN
                   MOVE "LOOK UP A RECORD BEFORE SAVING"
                       TO SCF-MESSAGE
               WHEN OPT-ACTIONS(SESSION-OPT-IX)(1:1) NOT = "C"
                       AND OPT-ACTIONS(SESSION-OPT-IX)(2:1) NOT = "C"
                       AND OPT-ACTIONS(SESSION-OPT-IX)(3:1) NOT = "C"
                   MOVE "OPERATOR MAY NOT CHANGE RECORDS"
                       TO SCF-MESSAGE
               WHEN OTHER
                   PERFORM COLLECT-CHANGED-FIELDS
                   IF CHANGE-COUNT = ZERO
                       MOVE "NOTHING CHANGED" TO SCF-MESSAGE
                   ELSE
                       PERFORM EDIT-CHANGED-FIELDS
                       IF EDIT-IS-VALID
                           PERFORM SAVE-UNDER-TOKEN
                       END-IF
                   END-IF
           END-EVALUATE
           .

       COLLECT-CHANGED-FIELDS.
           MOVE ZERO TO CHANGE-COUNT
           IF SCF-A01-1 NOT = SHF-A01-1
               MOVE "A01-1  " TO EDIT-FIELD
               MOVE SCF-A01-1 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-4 NOT = SHF-A01-4
               MOVE "A01-4  " TO EDIT-FIELD
               MOVE SCF-A01-4 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-5 NOT = SHF-A01-5
               MOVE "A01-5  " TO EDIT-FIELD
               MOVE SCF-A01-5 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-7 NOT = SHF-A01-7
               MOVE "A01-7  " TO EDIT-FIELD
               MOVE SCF-A01-7 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-36 NOT = SHF-A01-36
               MOVE "A01-36 " TO EDIT-FIELD
               MOVE SCF-A01-36 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-37 NOT = SHF-A01-37
               MOVE "A01-37 " TO EDIT-FIELD
               MOVE SCF-A01-37 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-38 NOT = SHF-A01-38
               MOVE "A01-38 " TO EDIT-FIELD
               MOVE SCF-A01-38 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-89 NOT = SHF-A01-89
               MOVE "A01-89 " TO EDIT-FIELD
               MOVE SCF-A01-89 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-91 NOT = SHF-A01-91
               MOVE "A01-91 " TO EDIT-FIELD
               MOVE SCF-A01-91 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-122 NOT = SHF-A01-122
               MOVE "A01-122" TO EDIT-FIELD
               MOVE SCF-A01-122 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           IF SCF-A01-160 NOT = SHF-A01-160
               MOVE "A01-160" TO EDIT-FIELD
               MOVE SCF-A01-160 TO EDIT-VALUE
               PERFORM ADD-CHANGE-ENTRY
           END-IF
           .

       ADD-CHANGE-ENTRY.
           ADD 1 TO CHANGE-COUNT
           MOVE EDIT-FIELD TO CHE-FIELD(CHANGE-COUNT)
           MOVE EDIT-VALUE TO CHE-VALUE(CHANGE-COUNT)
           MOVE ZERO       TO CHE-AMOUNT(CHANGE-COUNT)
                              CHE-DATE(CHANGE-COUNT)
           .

       EDIT-CHANGED-FIELDS.
           MOVE "Y" TO EDIT-VALID-SW
           PERFORM OPEN-CODE-TABLE
           PERFORM VARYING CHANGE-IX FROM 1 BY 1
                   UNTIL CHANGE-IX > CHANGE-COUNT OR EDIT-IS-INVALID
               MOVE CHE-FIELD(CHANGE-IX) TO EDIT-FIELD
               MOVE CHE-VALUE(CHANGE-IX) TO EDIT-VALUE
               MOVE ZERO TO AMOUNT-WORK DATE-CHECK-VALUE
               PERFORM EDIT-FIELD-AND-VALUE
               IF EDIT-IS-VALID
                   PERFORM EDIT-FIELD-AUTHORITY
               END-IF
               IF EDIT-IS-VALID
                   MOVE AMOUNT-WORK      TO CHE-AMOUNT(CHANGE-IX)
                   MOVE DATE-CHECK-VALUE TO CHE-DATE(CHANGE-IX)
               ELSE
                   MOVE SPACES TO SCF-MESSAGE
                   STRING EDIT-FIELD DELIMITED BY SPACE
                          ": " REJ-REASON DELIMITED BY SIZE
                          " - NOT SAVED" DELIMITED BY SIZE
                       INTO SCF-MESSAGE
               END-IF
           END-PERFORM
           PERFORM CLOSE-CODE-TABLE
           .

      * ------------------------------------------------------------
      * The operator's authority over a changed field: one of the
      * operator's fields, or the operator holds *ALL (same rule as
      * M1 applies to a card's field).
      * ------------------------------------------------------------
       EDIT-FIELD-AUTHORITY.
           IF OPT-FIELD(SESSION-OPT-IX, 1) NOT = "*ALL    "
               MOVE "N" TO AUTH-SW
               PERFORM VARYING OPT-FLD-IX FROM 1 BY 1
                       UNTIL OPT-FLD-IX > 8 OR AUTH-GRANTED
                   IF OPT-FIELD(SESSION-OPT-IX, OPT-FLD-IX)
                           = EDIT-FIELD
                       MOVE "Y" TO AUTH-SW
                   END-IF
               END-PERFORM
               IF NOT AUTH-GRANTED
                   MOVE "FIELD NOT AUTHORIZED FOR OPER" TO REJ-REASON
                   MOVE "N" TO EDIT-VALID-SW
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * Field and value edits, the same as M1's for a card.
      * ------------------------------------------------------------
       EDIT-FIELD-AND-VALUE.
           EVALUATE EDIT-FIELD
               WHEN "A01-1  "
               WHEN "A01-4  "
               WHEN "A01-5  "
               WHEN "A01-7  "
               WHEN "A01-37 "
                   CONTINUE
               WHEN "A01-38 "
                   IF EDIT-VALUE = SPACES
                       MOVE "FIELD VALUE MISSING" TO REJ-REASON
                       MOVE "N" TO EDIT-VALID-SW
                   ELSE
                       MOVE "A01-38 "       TO CDT-TYPE
                       MOVE EDIT-VALUE(1:2) TO CDT-VALUE
                       PERFORM LOOK-UP-CODE-TABLE
                       IF NOT CODE-IS-ACTIVE
                           MOVE "CODE NOT ACTIVE IN CODE TABLE"
                               TO REJ-REASON
                           MOVE "N" TO EDIT-VALID-SW
                       END-IF
                   END-IF
               WHEN "A01-36 "
                   PERFORM EDIT-DATE-VALUE
               WHEN "A01-89 "
               WHEN "A01-122"
                   MOVE 999.99 TO AMOUNT-LIMIT
                   PERFORM EDIT-AMOUNT-VALUE
               WHEN "A01-91 "
                   MOVE 99999999999.99 TO AMOUNT-LIMIT
                   PERFORM EDIT-AMOUNT-VALUE
               WHEN "A01-160"
                   MOVE 999999999.99 TO AMOUNT-LIMIT
                   PERFORM EDIT-AMOUNT-VALUE
               WHEN OTHER
                   MOVE "FIELD NOT SUPPORTED" TO REJ-REASON
                   MOVE "N" TO EDIT-VALID-SW
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * A code is usable only when the code table carries it as
      * active and the run date falls inside its effective/expiry
      * window (an expiry of zeros is open-ended).  No code table
      * means no code can be proved active.
      * ------------------------------------------------------------
       LOOK-UP-CODE-TABLE.
           MOVE "N" TO CODE-ACTIVE-SW
           IF CDT-IS-OPEN
               READ CDT-FILE
               IF CDT-STATUS = "00"
                   IF CDT-ACTIVE AND CDT-EFF-DATE <= RUN-DATE
                           AND (CDT-EXP-DATE = ZERO
                                OR CDT-EXP-DATE >= RUN-DATE)
                       MOVE "Y" TO CODE-ACTIVE-SW
                   END-IF
               END-IF
           END-IF
           .

       EDIT-DATE-VALUE.
           IF EDIT-VALUE(1:8) IS NOT NUMERIC
               MOVE "DATE VALUE NOT NUMERIC" TO REJ-REASON
               MOVE "N" TO EDIT-VALID-SW
           ELSE
               MOVE EDIT-VALUE(1:8) TO DATE-CHECK-VALUE
               PERFORM VALIDATE-DATE-FIELD
               IF DATE-IS-INVALID
                   MOVE "INVALID CALENDAR DATE" TO REJ-REASON
                   MOVE "N" TO EDIT-VALID-SW
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * An amount value, as in M1: optional leading spaces, an
      * optional minus, digits with at most one decimal point, then
      * only spaces; no more than thirteen digits before the point
      * or two after it, and within what the field can hold.  The
      * edited value is left in AMOUNT-WORK.
      * ------------------------------------------------------------
       EDIT-AMOUNT-VALUE.
           MOVE ZERO TO SCAN-DIGIT-COUNT SCAN-INT-DIGIT-COUNT
                        SCAN-DEC-DIGIT-COUNT SCAN-BAD-COUNT
           MOVE "N" TO SCAN-SIGN-SW SCAN-POINT-SW SCAN-ENDED-SW
           PERFORM SCAN-AMOUNT-CHARACTER
               VARYING SCAN-IND FROM 1 BY 1 UNTIL SCAN-IND > 50
           IF SCAN-DIGIT-COUNT = ZERO OR SCAN-BAD-COUNT > ZERO
               MOVE "INVALID AMOUNT VALUE" TO REJ-REASON
               MOVE "N" TO EDIT-VALID-SW
           ELSE
           IF SCAN-INT-DIGIT-COUNT > 13
                   OR SCAN-DEC-DIGIT-COUNT > 2
               MOVE "TOO MANY DIGITS IN AMOUNT" TO REJ-REASON
               MOVE "N" TO EDIT-VALID-SW
           ELSE
               COMPUTE AMOUNT-WORK = FUNCTION NUMVAL(EDIT-VALUE)
               IF AMOUNT-WORK > AMOUNT-LIMIT
                       OR AMOUNT-WORK < (ZERO - AMOUNT-LIMIT)
                   MOVE "VALUE TOO LARGE FOR FIELD" TO REJ-REASON
                   MOVE "N" TO EDIT-VALID-SW
               END-IF
           END-IF
           END-IF
           .

       SCAN-AMOUNT-CHARACTER.
           EVALUATE TRUE
               WHEN EDIT-VALUE(SCAN-IND:1) IS NUMERIC
                   IF SCAN-ENDED
                       ADD 1 TO SCAN-BAD-COUNT
                   ELSE
                       ADD 1 TO SCAN-DIGIT-COUNT
                       IF SCAN-POINT-SEEN
                           ADD 1 TO SCAN-DEC-DIGIT-COUNT
                       ELSE
                           ADD 1 TO SCAN-INT-DIGIT-COUNT
                       END-IF
                   END-IF
               WHEN EDIT-VALUE(SCAN-IND:1) = "."
                   IF SCAN-POINT-SEEN OR SCAN-ENDED
                       ADD 1 TO SCAN-BAD-COUNT
                   ELSE
                       MOVE "Y" TO SCAN-POINT-SW
                   END-IF
               WHEN EDIT-VALUE(SCAN-IND:1) = "-"
                   IF SCAN-SIGN-SEEN OR SCAN-POINT-SEEN
                           OR SCAN-ENDED OR SCAN-DIGIT-COUNT > ZERO
                       ADD 1 TO SCAN-BAD-COUNT
                   ELSE
                       MOVE "Y" TO SCAN-SIGN-SW
                   END-IF
               WHEN EDIT-VALUE(SCAN-IND:1) = SPACE
                   IF SCAN-DIGIT-COUNT > ZERO
                       MOVE "Y" TO SCAN-ENDED-SW
                   END-IF
               WHEN OTHER
                   ADD 1 TO SCAN-BAD-COUNT
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * The update itself, under the FILE1 run token: FILE1 is
      * opened I-O only for the save, and the token released as
      * soon as it is closed again.
      * ------------------------------------------------------------
       SAVE-UNDER-TOKEN.
           PERFORM ACQUIRE-FILE1-TOKEN
           IF LOK-REFUSED
               MOVE SPACES TO SCF-MESSAGE
               STRING "FILE1 IS BUSY WITH ANOTHER RUN - "
                      "NOT SAVED, TRY AGAIN LATER"
                   DELIMITED BY SIZE INTO SCF-MESSAGE
           ELSE
               OPEN I-O FILE1
               IF FILE-STATUS NOT = "00"
                   MOVE SPACES TO SCF-MESSAGE
                   STRING "FILE1 OPEN FAILED, STATUS=" FILE-STATUS
                          " - NOT SAVED"
                       DELIMITED BY SIZE INTO SCF-MESSAGE
               ELSE
                   PERFORM OPEN-CODE-TABLE
                   PERFORM SAVE-CHECKED-RECORD
                   PERFORM CLOSE-CODE-TABLE
                   CLOSE FILE1
               END-IF
               PERFORM RELEASE-FILE1-TOKEN
           END-IF
           .

      * ------------------------------------------------------------
      * The record is read again under the token and must still be
      * exactly what was displayed; if anyone else has changed or
      * deleted it since, nothing is written and the operator sees
      * the record as it now stands.
      * ------------------------------------------------------------
       SAVE-CHECKED-RECORD.
           MOVE SHOWN-KEY TO KEY-FILE1
           READ FILE1
           EVALUATE TRUE
               WHEN FILE-STATUS = "23"
                   PERFORM CLEAR-RECORD-FIELDS
                   MOVE SPACES TO SCF-MESSAGE
                   STRING "RECORD DELETED SINCE IT WAS DISPLAYED - "
                          "NOT SAVED"
                       DELIMITED BY SIZE INTO SCF-MESSAGE
               WHEN FILE-STATUS NOT = "00"
                   PERFORM SHOW-IO-MESSAGE
               WHEN REC-FILE1 NOT = SHOWN-IMAGE
                   PERFORM SHOW-RECORD
                   MOVE SPACES TO SCF-MESSAGE
                   STRING "RECORD CHANGED SINCE IT WAS DISPLAYED - "
                          "NOT SAVED, CURRENT RECORD SHOWN"
                       DELIMITED BY SIZE INTO SCF-MESSAGE
               WHEN OTHER
                   PERFORM APPLY-CHANGED-FIELDS
           END-EVALUATE
           .

       APPLY-CHANGED-FIELDS.
           OPEN I-O PND-FILE
           IF PND-STATUS = "35"
               OPEN OUTPUT PND-FILE
               CLOSE PND-FILE
               OPEN I-O PND-FILE
           END-IF
           IF PND-STATUS NOT = "00"
               MOVE SPACES TO SCF-MESSAGE
               STRING "FILE1PND OPEN FAILED, STATUS=" PND-STATUS
                      " - NOT SAVED"
                   DELIMITED BY SIZE INTO SCF-MESSAGE
           ELSE
               ACCEPT HOLD-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT HOLD-RUN-TIME FROM TIME
               MOVE REC-FILE1 TO JNL-BEFORE-IMAGE
               MOVE A01-89  TO SAVE-A01-89
               MOVE A01-91  TO SAVE-A01-91
               MOVE A01-122 TO SAVE-A01-122
               MOVE A01-160 TO SAVE-A01-160
               MOVE ZERO TO APPLIED-FIELD-COUNT HELD-FIELD-COUNT
               MOVE "N" TO HOLD-WRITE-SW
               PERFORM APPLY-ONE-CHANGE
                   VARYING CHANGE-IX FROM 1 BY 1
                   UNTIL CHANGE-IX > CHANGE-COUNT
               MOVE "N" TO HOLD-LEFT-SW
               IF HOLD-WRITE-FAILED
                   PERFORM DROP-HELD-CHANGE
                       VARYING HELD-IX FROM 1 BY 1
                       UNTIL HELD-IX > HELD-FIELD-COUNT
               END-IF
               CLOSE PND-FILE
               IF HOLD-WRITE-FAILED
                   MOVE JNL-BEFORE-IMAGE TO REC-FILE1
                   PERFORM SHOW-RECORD
                   MOVE SPACES TO SCF-MESSAGE
                   IF HOLD-LEFT-PENDING
                       STRING "FILE1PND WRITE FAILED, STATUS="
                              HOLD-WRITE-STATUS " - NOT SAVED; HELD "
                              HOLD-LEFT-KEY " LEFT"
                           DELIMITED BY SIZE INTO SCF-MESSAGE
                   ELSE
                       STRING "FILE1PND WRITE FAILED, STATUS="
                              HOLD-WRITE-STATUS " - NOT SAVED"
                           DELIMITED BY SIZE INTO SCF-MESSAGE
                   END-IF
               ELSE
                   PERFORM REWRITE-SAVED-RECORD
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * One changed field onto the record -- or, for an A01-91 or
      * A01-160 movement over the hold limit, onto the held-change
      * file instead, as M1 would hold the card for it.
      * ------------------------------------------------------------
       APPLY-ONE-CHANGE.
           MOVE CHE-FIELD(CHANGE-IX)  TO EDIT-FIELD
           MOVE CHE-VALUE(CHANGE-IX)  TO EDIT-VALUE
           MOVE CHE-AMOUNT(CHANGE-IX) TO AMOUNT-WORK
           MOVE CHE-DATE(CHANGE-IX)   TO DATE-CHECK-VALUE
           MOVE "N" TO HOLD-SW
           IF EDIT-FIELD = "A01-91 "
               MOVE A01-91 TO HOLD-OLD-AMOUNT
               PERFORM TEST-MOVEMENT-OVER-LIMIT
           END-IF
           IF EDIT-FIELD = "A01-160"
               MOVE A01-160 TO HOLD-OLD-AMOUNT
               PERFORM TEST-MOVEMENT-OVER-LIMIT
           END-IF
           IF HOLD-REQUIRED
               PERFORM HOLD-CHANGED-FIELD
           ELSE
               PERFORM MOVE-FIELD-VALUE
               ADD 1 TO APPLIED-FIELD-COUNT
           END-IF
           .

       TEST-MOVEMENT-OVER-LIMIT.
           COMPUTE HOLD-MOVEMENT = AMOUNT-WORK - HOLD-OLD-AMOUNT
           IF HOLD-MOVEMENT < ZERO
               COMPUTE HOLD-MOVEMENT = ZERO - HOLD-MOVEMENT
           END-IF
           IF HOLD-MOVEMENT > HOLD-LIMIT
               MOVE "Y" TO HOLD-SW
               MOVE "AMOUNT MOVEMENT OVER LIMIT" TO HOLD-REASON
           END-IF
           .

      * ------------------------------------------------------------
      * The held change is written as the FILE1TRN change card M1
      * would have held for it, under the signed-on operator, so
      * M4 releases it like any other.  A held change that can't
      * be written stops the save: the record is not rewritten or
      * journaled, the changes already held by the same save are
      * deleted again, and the failure is put on the message line
      * (with the key of any held change that couldn't be deleted).
      * ------------------------------------------------------------
       HOLD-CHANGED-FIELD.
           ADD 1 TO HOLD-SEQ
           MOVE HOLD-RUN-DATE    TO PND-HELD-DATE
           MOVE HOLD-RUN-TIME    TO PND-HELD-TIME
           MOVE HOLD-SEQ         TO PND-HELD-SEQ
           MOVE "C"              TO PND-ACTION
           MOVE SHOWN-KEY        TO PND-FILE1-KEY
           MOVE EDIT-FIELD       TO PND-FIELD
           MOVE FUNCTION TRIM(EDIT-VALUE) TO PND-VALUE
           MOVE SESSION-OPERATOR TO PND-MAKER
           MOVE AMOUNT-WORK      TO PND-AMOUNT
           MOVE HOLD-OLD-AMOUNT  TO PND-OLD-AMOUNT
           MOVE HOLD-REASON      TO PND-HOLD-REASON
           MOVE "H"              TO PND-STATE
           MOVE SPACES           TO PND-CHECKER PND-NOTE
           MOVE ZERO             TO PND-DECIDED-DATE PND-DECIDED-TIME
           WRITE PND-REC
           IF PND-STATUS = "00"
               ADD 1 TO HELD-FIELD-COUNT
               MOVE PND-KEY TO HELD-KEY(HELD-FIELD-COUNT)
           ELSE
               MOVE "Y"        TO HOLD-WRITE-SW
               MOVE PND-STATUS TO HOLD-WRITE-STATUS
           END-IF
           .

       DROP-HELD-CHANGE.
           MOVE HELD-KEY(HELD-IX) TO PND-KEY
           DELETE PND-FILE RECORD
           IF PND-STATUS NOT = "00"
               MOVE "Y" TO HOLD-LEFT-SW
               MOVE HELD-KEY(HELD-IX) TO HOLD-LEFT-KEY
           END-IF
           .

       MOVE-FIELD-VALUE.
           EVALUATE EDIT-FIELD
               WHEN "A01-1  "
                   MOVE EDIT-VALUE(1:10) TO A01-1
               WHEN "A01-4  "
                   MOVE EDIT-VALUE       TO A01-4
               WHEN "A01-5  "
                   MOVE EDIT-VALUE       TO A01-5
               WHEN "A01-7  "
                   MOVE EDIT-VALUE(1:16) TO A01-7
               WHEN "A01-37 "
                   MOVE EDIT-VALUE(1:30) TO A01-37
               WHEN "A01-38 "
                   MOVE EDIT-VALUE(1:2)  TO A01-38
               WHEN "A01-36 "
                   MOVE DATE-CHECK-VALUE TO A01-36
               WHEN "A01-89 "
                   MOVE AMOUNT-WORK      TO A01-89
               WHEN "A01-91 "
                   MOVE AMOUNT-WORK      TO A01-91
               WHEN "A01-122"
                   MOVE AMOUNT-WORK      TO A01-122
               WHEN "A01-160"
                   MOVE AMOUNT-WORK      TO A01-160
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * The record is rewritten only when the save changed it: a
      * value keyed over with the same value, or a save whose only
      * change was held, leaves FILE1 as it was.  A rewrite is
      * journaled and reported like one of M1's.
      * ------------------------------------------------------------
       REWRITE-SAVED-RECORD.
           IF REC-FILE1 = JNL-BEFORE-IMAGE
               IF HELD-FIELD-COUNT > ZERO
                   MOVE SPACES TO SCF-MESSAGE
                   STRING "AMOUNT CHANGE HELD FOR RELEASE (M4) - "
                          "NOTHING ELSE CHANGED"
                       DELIMITED BY SIZE INTO SCF-MESSAGE
               ELSE
                   MOVE "NOTHING CHANGED" TO SCF-MESSAGE
               END-IF
               PERFORM SHOW-RECORD
           ELSE
               REWRITE REC-FILE1
               IF FILE-STATUS = "00"
                   PERFORM JOURNAL-REWRITE-IMAGES
                   PERFORM APPEND-ACTIVITY-LOG
                   PERFORM SHOW-RECORD
                   IF HELD-FIELD-COUNT > ZERO
                       MOVE SPACES TO SCF-MESSAGE
                       STRING "SAVED - AMOUNT CHANGE HELD FOR "
                              "RELEASE (M4)"
                           DELIMITED BY SIZE INTO SCF-MESSAGE
                   ELSE
                       MOVE "SAVED" TO SCF-MESSAGE
                   END-IF
               ELSE
                   PERFORM SHOW-IO-MESSAGE
                   MOVE JNL-BEFORE-IMAGE TO REC-FILE1
                   PERFORM SHOW-RECORD
               END-IF
           END-IF
           .

       SHOW-IO-MESSAGE.
           MOVE FILE-STATUS TO IO-REASON-STATUS
           MOVE SPACES TO SCF-MESSAGE
           STRING "FILE1 " IO-REASON-TEXT
               DELIMITED BY SIZE INTO SCF-MESSAGE
           .

      * ------------------------------------------------------------
      * FILE1 update journal, same conventions as M1: appended to,
      * OPEN OUTPUT the first time it doesn't exist yet, the
      * journaled key taken from the image's own first nine bytes.
      * The journal is open only for the save that writes to it.
      * ------------------------------------------------------------
       JOURNAL-REWRITE-IMAGES.
           OPEN EXTEND JNL-FILE
           IF JNL-STATUS NOT = "00"
               OPEN OUTPUT JNL-FILE
           END-IF
           MOVE "REWRITE" TO JNL-OPERATION
           MOVE "B" TO JNL-IMAGE-TYPE
           MOVE JNL-BEFORE-IMAGE TO JNL-IMAGE
           PERFORM WRITE-FILE1-JOURNAL
           MOVE "A" TO JNL-IMAGE-TYPE
           MOVE REC-FILE1 TO JNL-IMAGE
           PERFORM WRITE-FILE1-JOURNAL
           CLOSE JNL-FILE
           .

       WRITE-FILE1-JOURNAL.
           ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-RUN-TIME FROM TIME
           MOVE JNL-IMAGE(1:9) TO JNL-KEY
           MOVE SESSION-OPERATOR TO JNL-OPERATOR
           MOVE SPACES TO JNL-APPROVER
           WRITE JNL-REC
           .

      * ------------------------------------------------------------
      * FILE1 run interlock (lock manager L1, shared FILE1LKC
      * copybook): the run token is held from just before FILE1 is
      * opened I-O for a save until it is closed again.
      * ------------------------------------------------------------
       ACQUIRE-FILE1-TOKEN.
           MOVE "ACQUIRE " TO LOK-REQUEST
           MOVE "M6      " TO LOK-CALLER
           CALL "L1-LOCK" USING LOK-PARMS
           .

       RELEASE-FILE1-TOKEN.
           MOVE "RELEASE " TO LOK-REQUEST
           MOVE "M6      " TO LOK-CALLER
           CALL "L1-LOCK" USING LOK-PARMS
           .

      * ------------------------------------------------------------
      * One activity line per save that rewrote the record, for the
      * balancing program C1, same conventions as M1: the key is
      * not changed, so only the amount totals move.
      * ------------------------------------------------------------
       APPEND-ACTIVITY-LOG.
           ACCEPT ACT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT ACT-RUN-TIME FROM TIME
           MOVE "M6      "  TO ACT-PROGRAM
           MOVE ZERO        TO ACT-WRITTEN
           MOVE 1           TO ACT-REWRITTEN
           MOVE ZERO        TO ACT-DELETED
           MOVE ZERO        TO ACT-KEY-HASH-DELTA
           COMPUTE ACT-A01-89-DELTA  = A01-89  - SAVE-A01-89
           COMPUTE ACT-A01-91-DELTA  = A01-91  - SAVE-A01-91
           COMPUTE ACT-A01-122-DELTA = A01-122 - SAVE-A01-122
           COMPUTE ACT-A01-160-DELTA = A01-160 - SAVE-A01-160
           OPEN EXTEND ACT-FILE
           IF FILE-STATUS NOT = "00"
               OPEN OUTPUT ACT-FILE
           END-IF
           WRITE ACT-REC FROM ACT-LINE
           CLOSE ACT-FILE
           .

      * ------------------------------------------------------------
      * The hold limit comes in as the first PARM/argument; SYSIN
      * is the fallback when no command-line argument was passed --
      * card columns 1-11.  With neither present the compiled-in
      * 10000 stands.
      * ------------------------------------------------------------
       GET-HOLD-LIMIT-PARM.
           MOVE SPACES TO HOLD-LIMIT-TEXT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT HOLD-LIMIT-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-HOLD-LIMIT-SYSIN
           END-ACCEPT
           IF FUNCTION TRIM(HOLD-LIMIT-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(HOLD-LIMIT-TEXT) TO HOLD-LIMIT
           END-IF
           .

       GET-HOLD-LIMIT-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:11) TO HOLD-LIMIT-TEXT
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * Loads the operator authority cards, skipping blanks and
      * comments.  No authority file, or more operators than the
      * table holds, stops the program before the screen is shown.
      * ------------------------------------------------------------
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPR-FILE
           IF OPR-STATUS NOT = "00"
               DISPLAY "M6: FILE1OPR OPEN FAILED, STATUS=" OPR-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO OPR-EOF-SW
           PERFORM UNTIL OPR-AT-EOF
               READ OPR-FILE
                   AT END
                       MOVE "Y" TO OPR-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-OPERATOR
               END-READ
           END-PERFORM
           CLOSE OPR-FILE
           .

       LOAD-ONE-OPERATOR.
           IF OPR-ID NOT = SPACES AND OPR-ID(1:1) NOT = "*"
               IF OPT-COUNT >= 200
                   DISPLAY "M6: MORE THAN 200 OPERATORS ON FILE1OPR"
                   CLOSE OPR-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO OPT-COUNT
               MOVE OPR-ID      TO OPT-ID(OPT-COUNT)
               MOVE OPR-ACTIONS TO OPT-ACTIONS(OPT-COUNT)
               MOVE OPR-RELEASE TO OPT-RELEASE(OPT-COUNT)
               MOVE OPR-FIELDS  TO OPT-FIELDS(OPT-COUNT)
           END-IF
           .

      * ------------------------------------------------------------
      * Calendar validation, same rules as M1: century-sane year,
      * month 1-12, day within the month including leap-year
      * February, with an all-zero CCYYMMDD accepted as "not
      * applicable".
      * ------------------------------------------------------------
       VALIDATE-DATE-FIELD.
           MOVE "Y" TO DATE-VALID-SW
           IF DATE-CHECK-VALUE NOT = 0
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
