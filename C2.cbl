      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 month-end roll-forward by A01-38 code -- where C1
      * proves the file in total from night to night, this proves
      * it code by code for the month, the way finance closes:
      * opening balance, plus adds, changes, deletes, archives and
      * reinstatements, equals closing balance, for the record
      * count and the A01-91, A01-89, A01-122 and A01-160 totals of
      * each A01-38 code.
      *
      * The run sweeps FILE1 and appends the month's snapshot to
      * the month-end snapshot file (FILE1MEB): one line per A01-38
      * code carrying records, with its record count and the four
      * totals, and one total line for the whole file (written even
      * when FILE1 is empty, so every month-end is on file).  The
      * opening balances are the prior month's snapshot -- the
      * latest one taken for an earlier month.  The month's
      * activity is every image on the update journal (shared
      * FILE1JSL/FILE1JRC copybooks) stamped after that snapshot
      * was taken and up to the moment this one is, read back
      * through the journal generations U1 cut at each backup
      * (journal generation register FILE1JGN, shared
      * FILE1JGL/FILE1JGR copybooks, then the live FILE1JNL), and
      * classified by code:
      *   ADDED        a maintenance WRITE (after image)
      *   REINSTATED   a WRITE by the archive retrieval A2
      *   CHANGED      a REWRITE leaving the record in its code --
      *                the amount movement, and on this line the
      *                RECORDS column counts the changes rather
      *                than moving the record count
      *   MOVED IN/OUT a REWRITE changing A01-38: the before image
      *                leaves the old code and the after image
      *                joins the new one
      *   DELETED      a maintenance DELETE (before image)
      *   ARCHIVED     a DELETE by the archive and purge A1
      * and the opening plus the movements must equal the snapshot
      * just taken.  The roll-forward report (FILE1MER) prints that
      * proof for every code and for the file, with the description
      * from the code table (FILE1CDT, shared FILE1CSL/FILE1CDR
      * copybooks) where it has one.  Any code that doesn't roll
      * forward -- an update that bypassed the journal, a journal
      * generation that can't be read -- is flagged, and the run
      * ends with RETURN-CODE 8 so the close is held.
      *
      * The sweep holds the FILE1 run token from the lock manager L1
      * (shared FILE1LKC copybook), so no update can fall between
      * the snapshot's stamp and the file it describes.
      *
      * The month being closed comes in as the first PARM/argument
      * (SYSIN fallback, card columns 1-6), as CCYYMM; without one
      * it is the month of the run date.  A month earlier than the
      * latest snapshot on file is refused.  Rerunning a month
      * rolls forward from the same prior month again and appends a
      * fresh snapshot, which supersedes the one before.  The first
      * run, with no prior snapshot, has nothing to roll forward
      * from: it takes its snapshot as the baseline and reports no
      * exceptions.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  C2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1SEL.

           COPY FILE1JDS.

           COPY FILE1JGL.

           COPY FILE1CSL.

           SELECT MEB-FILE ASSIGN TO "FILE1MEB"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "FILE1MER"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-IN-FILE ASSIGN TO "SYSIN"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
           COPY FILE1REC.

       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  JGN-FILE.
           COPY FILE1JGR.

       FD  CDT-FILE.
           COPY FILE1CDR.

       FD  MEB-FILE.
       01  MEB-REC                   PIC X(160).

       FD  RPT-FILE.
       01  RPT-REC                   PIC X(132).

       FD  PARM-IN-FILE.
       01  PARM-IN-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  JNL-STATUS           PIC X(02).
       77  JGN-STATUS           PIC X(02).
       77  CDT-STATUS           PIC X(02).
       77  CDT-OPEN-SW          PIC X(01) VALUE "N".
           88  CDT-IS-OPEN          VALUE "Y".
       77  JNL-FILE-NAME        PIC X(40).
       77  SWEEP-EOF-SW         PIC X(01).
           88  SWEEP-AT-EOF         VALUE "Y".
       77  MEB-EOF-SW           PIC X(01).
           88  MEB-AT-EOF           VALUE "Y".
       77  JNL-EOF-SW           PIC X(01).
           88  JNL-AT-EOF           VALUE "Y".
       77  JGN-EOF-SW           PIC X(01).
           88  JGN-AT-EOF           VALUE "Y".
       77  PRIOR-FOUND-SW       PIC X(01) VALUE "N".
           88  PRIOR-FOUND          VALUE "Y".
       77  JOURNAL-FAILED-SW    PIC X(01) VALUE "N".
           88  JOURNAL-FAILED       VALUE "Y".
       77  PENDING-BEFORE-SW    PIC X(01) VALUE "N".
           88  PENDING-BEFORE       VALUE "Y".
       77  CODE-FLAGGED-SW      PIC X(01).
           88  CODE-FLAGGED         VALUE "Y".
       77  CODE-OVERFLOW-SW     PIC X(01) VALUE "N".
           88  CODE-OVERFLOW        VALUE "Y".

       01  RUN-STAMP.
           05  RUN-DATE         PIC 9(08).
           05  RUN-TIME         PIC 9(08).
       01  PRIOR-STAMP.
           05  PRIOR-DATE       PIC 9(08) VALUE ZERO.
           05  PRIOR-TIME       PIC 9(08) VALUE ZERO.
       01  MEB-STAMP.
           05  MEB-STAMP-DATE   PIC 9(08).
           05  MEB-STAMP-TIME   PIC 9(08).
       01  JNL-STAMP.
           05  JNL-STAMP-DATE   PIC 9(08).
           05  JNL-STAMP-TIME   PIC 9(08).

      * --- the month being closed ----------------------------------
       01  CLOSE-MONTH-TEXT     PIC X(06).
       01  CLOSE-MONTH          PIC 9(06).
       01  CLOSE-MONTH-FIELDS REDEFINES CLOSE-MONTH.
           05  CLOSE-MONTH-CCYY PIC 9(04).
           05  CLOSE-MONTH-MM   PIC 9(02).
       77  PRIOR-MONTH          PIC 9(06) VALUE ZERO.
       77  LATEST-MONTH         PIC 9(06) VALUE ZERO.

      * One line per A01-38 code carrying records at a month-end,
      * then one "T" line with the file's totals, all stamped with
      * the run that took the snapshot.  Appended, so the file
      * keeps every month-end; the latest snapshot for a month is
      * the one that stands.
       01  MEB-LINE.
           05  MEB-MONTH         PIC 9(06).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  MEB-RUN-DATE      PIC 9(08).
           05  MEB-RUN-TIME      PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  MEB-KIND          PIC X(01).
               88  MEB-CODE-LINE     VALUE "C".
               88  MEB-TOTAL-LINE    VALUE "T".
           05  FILLER            PIC X(01) VALUE SPACES.
           05  MEB-CODE          PIC X(02).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  MEB-RECORD-COUNT  PIC 9(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  MEB-A01-91-TOTAL  PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  MEB-A01-89-TOTAL  PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  MEB-A01-122-TOTAL PIC S9(13)V99 SIGN LEADING SEPARATE.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  MEB-A01-160-TOTAL PIC S9(13)V99 SIGN LEADING SEPARATE.

      * --- the roll-forward, one entry per A01-38 code -------------
      * Each entry carries one line per row of the proof.  Opening
      * and the movements are posted signed, so expected closing is
      * their sum (less the change count on the CHANGED line), and
      * the difference is actual less expected.  Entries are kept in
      * code order as codes are met; the slot past the last code is
      * left for the whole-file proof.
       77  ROW-OPENING          PIC 9(02) VALUE 1.
       77  ROW-ADDED            PIC 9(02) VALUE 2.
       77  ROW-REINSTATED       PIC 9(02) VALUE 3.
       77  ROW-CHANGED          PIC 9(02) VALUE 4.
       77  ROW-MOVED-IN         PIC 9(02) VALUE 5.
       77  ROW-MOVED-OUT        PIC 9(02) VALUE 6.
       77  ROW-DELETED          PIC 9(02) VALUE 7.
       77  ROW-ARCHIVED         PIC 9(02) VALUE 8.
       77  ROW-EXPECTED         PIC 9(02) VALUE 9.
       77  ROW-ACTUAL           PIC 9(02) VALUE 10.
       77  ROW-DIFFERENCE       PIC 9(02) VALUE 11.

       01  ROW-LABEL-VALUES.
           05  FILLER  PIC X(16) VALUE "OPENING".
           05  FILLER  PIC X(16) VALUE "  ADDED".
           05  FILLER  PIC X(16) VALUE "  REINSTATED".
           05  FILLER  PIC X(16) VALUE "  CHANGED".
           05  FILLER  PIC X(16) VALUE "  MOVED IN".
           05  FILLER  PIC X(16) VALUE "  MOVED OUT".
           05  FILLER  PIC X(16) VALUE "  DELETED".
           05  FILLER  PIC X(16) VALUE "  ARCHIVED".
           05  FILLER  PIC X(16) VALUE "EXPECTED CLOSING".
           05  FILLER  PIC X(16) VALUE "ACTUAL CLOSING".
           05  FILLER  PIC X(16) VALUE "DIFFERENCE".
       01  ROW-LABEL-TABLE REDEFINES ROW-LABEL-VALUES.
           05  ROW-LABEL         PIC X(16) OCCURS 11.

       77  CODE-COUNT           PIC 9(03) VALUE ZERO.
       77  CODE-IX              PIC 9(03).
       77  SHIFT-IX             PIC 9(03).
       77  ROW-IX               PIC 9(02).
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 301.
               10  CDE-CODE          PIC X(02).
               10  CDE-ROW OCCURS 11.
                   15  CDE-COUNT     PIC S9(09)    COMP-3.
                   15  CDE-A01-91    PIC S9(13)V99 COMP-3.
                   15  CDE-A01-89    PIC S9(13)V99 COMP-3.
                   15  CDE-A01-122   PIC S9(13)V99 COMP-3.
                   15  CDE-A01-160   PIC S9(13)V99 COMP-3.

      * The whole file, posted alongside every code.
       01  FILE-ENTRY.
           05  FLE-CODE              PIC X(02) VALUE SPACES.
           05  FLE-ROW OCCURS 11.
               10  FLE-COUNT         PIC S9(09)    COMP-3.
               10  FLE-A01-91        PIC S9(13)V99 COMP-3.
               10  FLE-A01-89        PIC S9(13)V99 COMP-3.
               10  FLE-A01-122       PIC S9(13)V99 COMP-3.
               10  FLE-A01-160       PIC S9(13)V99 COMP-3.

      * --- one posting ---------------------------------------------
       77  POST-CODE            PIC X(02).
       77  POST-ROW             PIC 9(02).
       77  POST-COUNT           PIC S9(09)    COMP-3.
       77  POST-A01-91          PIC S9(13)V99 COMP-3.
       77  POST-A01-89          PIC S9(13)V99 COMP-3.
       77  POST-A01-122         PIC S9(13)V99 COMP-3.
       77  POST-A01-160         PIC S9(13)V99 COMP-3.

      * --- one journal image, and a REWRITE's before image ---------
           COPY FILE1REC REPLACING ==REC-FILE1== BY ==JNL-IMAGE-REC==.
       77  BEFORE-KEY           PIC 9(09).
       77  BEFORE-CODE          PIC X(02).
       77  BEFORE-A01-91        PIC S9(13)V99 COMP-3.
       77  BEFORE-A01-89        PIC S9(13)V99 COMP-3.
       77  BEFORE-A01-122       PIC S9(13)V99 COMP-3.
       77  BEFORE-A01-160       PIC S9(13)V99 COMP-3.

      * --- counts --------------------------------------------------
       77  SWEEP-RECORD-COUNT   PIC 9(09) VALUE ZERO.
       77  JNL-READ-COUNT       PIC 9(09) VALUE ZERO.
       77  IMAGE-SELECTED       PIC 9(09) VALUE ZERO.
       77  UNPAIRED-COUNT       PIC 9(09) VALUE ZERO.
       77  FLAGGED-CODE-COUNT   PIC 9(03) VALUE ZERO.
       77  MEB-LINES-WRITTEN    PIC 9(05) VALUE ZERO.

      * --- FILE1 run interlock -------------------------------------
           COPY FILE1LKC.

      * --- the report ----------------------------------------------
       01  RPT-CODE-HEADER.
           05  RPH-LABEL         PIC X(13).
           05  RPH-CODE          PIC X(02).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPH-DESC          PIC X(30).

       01  RPT-COLUMN-HEADER.
           05  FILLER  PIC X(16) VALUE SPACES.
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE "   RECORDS".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(18) VALUE "            A01-91".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(18) VALUE "            A01-89".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(18) VALUE "           A01-122".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(18) VALUE "           A01-160".

       01  RPT-ROW-LINE.
           05  RPR-LABEL         PIC X(16).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPR-COUNT         PIC -(09)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPR-A01-91        PIC -(14)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPR-A01-89        PIC -(14)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPR-A01-122       PIC -(14)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPR-A01-160       PIC -(14)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPR-FLAG          PIC X(20).

       01  RPT-SUMMARY-LINE.
           05  RPS-TEXT          PIC X(28).
           05  RPS-COUNT         PIC Z(08)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-CLOSE-MONTH-PARM
           PERFORM READ-PRIOR-SNAPSHOT
           IF CODE-OVERFLOW
               DISPLAY "C2: MORE THAN 300 A01-38 CODES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF CLOSE-MONTH < LATEST-MONTH
               DISPLAY "C2: MONTH " CLOSE-MONTH " IS BEFORE THE LATEST"
                       " SNAPSHOT (" LATEST-MONTH ") - NOT RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ACQUIRE-FILE1-TOKEN
           IF LOK-REFUSED
               DISPLAY "C2: FILE1 IS BUSY WITH ANOTHER RUN - NOT RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM SWEEP-FILE1-BY-CODE
           PERFORM RELEASE-FILE1-TOKEN

           IF PRIOR-FOUND
               PERFORM CLASSIFY-MONTH-JOURNAL
           ELSE
               DISPLAY "C2: NO PRIOR SNAPSHOT - BASELINE TAKEN"
           END-IF
           IF CODE-OVERFLOW
               DISPLAY "C2: MORE THAN 300 A01-38 CODES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM APPEND-MONTH-SNAPSHOT

           OPEN INPUT CDT-FILE
           IF CDT-STATUS = "00"
               MOVE "Y" TO CDT-OPEN-SW
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM PROVE-ONE-CODE
               VARYING CODE-IX FROM 1 BY 1 UNTIL CODE-IX > CODE-COUNT
           PERFORM PROVE-WHOLE-FILE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE RPT-FILE
           IF CDT-IS-OPEN
               CLOSE CDT-FILE
           END-IF

           DISPLAY "MONTH CLOSED:         " CLOSE-MONTH
           DISPLAY "PRIOR SNAPSHOT MONTH: " PRIOR-MONTH
           DISPLAY "RECORDS SWEPT:        " SWEEP-RECORD-COUNT
           DISPLAY "JOURNAL IMAGES:       " IMAGE-SELECTED
           DISPLAY "A01-38 CODES:         " CODE-COUNT
           DISPLAY "CODES FLAGGED:        " FLAGGED-CODE-COUNT
           IF JOURNAL-FAILED
               DISPLAY "C2: JOURNAL NOT READ IN FULL - ROLL-FORWARD"
                       " NOT PROVED, CLOSE HELD"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF FLAGGED-CODE-COUNT > ZERO
                   DISPLAY "C2: " FLAGGED-CODE-COUNT " CODE(S) DO NOT"
                           " ROLL FORWARD - CLOSE HELD"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "ALL CODES ROLL FORWARD"
               END-IF
           END-IF
           GOBACK
           .

      * ------------------------------------------------------------
      * The month comes in as the first PARM/argument; SYSIN is the
      * fallback when no command-line argument was passed, card
      * columns 1-6.  Neither present means the run date's month.
      * ------------------------------------------------------------
       GET-CLOSE-MONTH-PARM.
           MOVE SPACES TO CLOSE-MONTH-TEXT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CLOSE-MONTH-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   PERFORM GET-CLOSE-MONTH-SYSIN
           END-ACCEPT
           IF CLOSE-MONTH-TEXT = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE RUN-DATE(1:6) TO CLOSE-MONTH-TEXT
           END-IF
           IF CLOSE-MONTH-TEXT IS NOT NUMERIC
               DISPLAY "C2: INVALID MONTH: " CLOSE-MONTH-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CLOSE-MONTH-TEXT TO CLOSE-MONTH
           IF CLOSE-MONTH-CCYY < 1900 OR CLOSE-MONTH-MM < 1
                   OR CLOSE-MONTH-MM > 12
               DISPLAY "C2: INVALID MONTH: " CLOSE-MONTH-TEXT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       GET-CLOSE-MONTH-SYSIN.
           OPEN INPUT PARM-IN-FILE
           IF FILE-STATUS = "00"
               READ PARM-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-IN-REC(1:6) TO CLOSE-MONTH-TEXT
               END-READ
               CLOSE PARM-IN-FILE
           END-IF
           .

      * ------------------------------------------------------------
      * The opening balances: the latest snapshot taken for a month
      * before the one being closed.  A snapshot's lines sit
      * together on the file and snapshots are appended in the
      * order they are taken, so a later stamp simply replaces the
      * openings loaded so far.  A snapshot file that doesn't exist
      * yet just means this is the first run.
      * ------------------------------------------------------------
       READ-PRIOR-SNAPSHOT.
           OPEN INPUT MEB-FILE
           IF FILE-STATUS = "00"
               MOVE "N" TO MEB-EOF-SW
               PERFORM UNTIL MEB-AT-EOF
                   READ MEB-FILE INTO MEB-LINE
                       AT END
                           MOVE "Y" TO MEB-EOF-SW
                       NOT AT END
                           PERFORM LOAD-ONE-SNAPSHOT-LINE
                   END-READ
               END-PERFORM
               CLOSE MEB-FILE
           END-IF
           .

       LOAD-ONE-SNAPSHOT-LINE.
           IF MEB-MONTH > LATEST-MONTH
               MOVE MEB-MONTH TO LATEST-MONTH
           END-IF
           MOVE MEB-RUN-DATE TO MEB-STAMP-DATE
           MOVE MEB-RUN-TIME TO MEB-STAMP-TIME
           IF MEB-MONTH < CLOSE-MONTH AND MEB-STAMP NOT < PRIOR-STAMP
               IF MEB-STAMP > PRIOR-STAMP
                   MOVE "Y"       TO PRIOR-FOUND-SW
                   MOVE MEB-STAMP TO PRIOR-STAMP
                   MOVE MEB-MONTH TO PRIOR-MONTH
                   MOVE ZERO      TO CODE-COUNT
                   INITIALIZE FILE-ENTRY
               END-IF
               IF MEB-CODE-LINE
                   MOVE MEB-CODE          TO POST-CODE
                   MOVE ROW-OPENING       TO POST-ROW
                   MOVE MEB-RECORD-COUNT  TO POST-COUNT
                   MOVE MEB-A01-91-TOTAL  TO POST-A01-91
                   MOVE MEB-A01-89-TOTAL  TO POST-A01-89
                   MOVE MEB-A01-122-TOTAL TO POST-A01-122
                   MOVE MEB-A01-160-TOTAL TO POST-A01-160
                   PERFORM POST-MOVEMENT
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * The closing balances, swept under the run token so the
      * file is exactly as it stood at the snapshot's stamp.
      * ------------------------------------------------------------
       SWEEP-FILE1-BY-CODE.
           OPEN INPUT FILE1
           IF FILE-STATUS NOT = "00"
               DISPLAY "C2: FILE1 OPEN FAILED, STATUS=" FILE-STATUS
               PERFORM RELEASE-FILE1-TOKEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LOW-VALUE TO KEY-FILE1 OF REC-FILE1
           START FILE1 KEY >= KEY-FILE1 OF REC-FILE1
           MOVE "N" TO SWEEP-EOF-SW
           PERFORM UNTIL SWEEP-AT-EOF OR CODE-OVERFLOW
               READ FILE1 NEXT RECORD
                   AT END
                       MOVE "Y" TO SWEEP-EOF-SW
                   NOT AT END
                       ADD 1 TO SWEEP-RECORD-COUNT
                       MOVE A01-38  OF REC-FILE1 TO POST-CODE
                       MOVE ROW-ACTUAL           TO POST-ROW
                       MOVE 1                    TO POST-COUNT
                       MOVE A01-91  OF REC-FILE1 TO POST-A01-91
                       MOVE A01-89  OF REC-FILE1 TO POST-A01-89
                       MOVE A01-122 OF REC-FILE1 TO POST-A01-122
                       MOVE A01-160 OF REC-FILE1 TO POST-A01-160
                       PERFORM POST-MOVEMENT
               END-READ
           END-PERFORM
           CLOSE FILE1
           IF CODE-OVERFLOW
               DISPLAY "C2: MORE THAN 300 A01-38 CODES"
               PERFORM RELEASE-FILE1-TOKEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * ------------------------------------------------------------
      * The month's journal: every image stamped after the prior
      * snapshot and not after this one, from the generations U1
      * cut and then the live journal (same reading as X4).  No
      * live journal just after a backup is nothing changed since;
      * a journal or generation that can't be read leaves the
      * roll-forward unproved.
      * ------------------------------------------------------------
       CLASSIFY-MONTH-JOURNAL.
           PERFORM CLASSIFY-FROM-GENERATIONS
           MOVE "FILE1JNL" TO JNL-FILE-NAME
           OPEN INPUT JNL-FILE
           EVALUATE JNL-STATUS
               WHEN "00"
                   PERFORM CLASSIFY-JOURNAL-FILE
                   CLOSE JNL-FILE
               WHEN "35"
                   DISPLAY "C2: NO LIVE UPDATE JOURNAL (FILE1JNL)"
               WHEN OTHER
                   DISPLAY "C2: FILE1JNL OPEN FAILED, STATUS="
                           JNL-STATUS
                   MOVE "Y" TO JOURNAL-FAILED-SW
           END-EVALUATE
           PERFORM DROP-UNPAIRED-BEFORE
           .

       CLASSIFY-FROM-GENERATIONS.
           OPEN INPUT JGN-FILE
           EVALUATE JGN-STATUS
               WHEN "00"
                   MOVE ZERO TO JGN-SEQ
                   START JGN-FILE KEY >= JGN-SEQ
                   IF JGN-STATUS NOT = "00"
                       MOVE "Y" TO JGN-EOF-SW
                   ELSE
                       MOVE "N" TO JGN-EOF-SW
                   END-IF
                   PERFORM UNTIL JGN-AT-EOF
                       READ JGN-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO JGN-EOF-SW
                           NOT AT END
                               PERFORM CLASSIFY-ONE-GENERATION
                       END-READ
                   END-PERFORM
                   CLOSE JGN-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "C2: FILE1JGN OPEN FAILED, STATUS="
                           JGN-STATUS
                   MOVE "Y" TO JOURNAL-FAILED-SW
           END-EVALUATE
           .

       CLASSIFY-ONE-GENERATION.
           IF JGN-RECORD-COUNT > ZERO
                   AND JGN-LAST-STAMP > PRIOR-STAMP
                   AND JGN-FIRST-STAMP NOT > RUN-STAMP
               MOVE JGN-GEN-NAME TO JNL-FILE-NAME
               OPEN INPUT JNL-FILE
               IF JNL-STATUS = "00"
                   PERFORM CLASSIFY-JOURNAL-FILE
                   CLOSE JNL-FILE
               ELSE
                   DISPLAY "C2: " JGN-GEN-NAME
                           " OPEN FAILED, STATUS=" JNL-STATUS
                   MOVE "Y" TO JOURNAL-FAILED-SW
               END-IF
           END-IF
           .

       CLASSIFY-JOURNAL-FILE.
           MOVE "N" TO JNL-EOF-SW
           PERFORM UNTIL JNL-AT-EOF
               READ JNL-FILE
                   AT END
                       MOVE "Y" TO JNL-EOF-SW
                   NOT AT END
                       PERFORM CLASSIFY-ONE-IMAGE
               END-READ
               IF JNL-STATUS NOT = "00" AND JNL-STATUS NOT = "10"
                   DISPLAY "C2: " JNL-FILE-NAME
                           " READ FAILED, STATUS=" JNL-STATUS
                   MOVE "Y" TO JOURNAL-FAILED-SW
                   MOVE "Y" TO JNL-EOF-SW
               END-IF
           END-PERFORM
           .

      * ------------------------------------------------------------
      * One journal image onto the roll-forward.  A REWRITE journals
      * its before image and then its after image; the before image
      * is held until its after image arrives.  Which program wrote
      * a WRITE or DELETE tells a reinstatement (A2) from an add and
      * an archive (A1) from a delete.
      * ------------------------------------------------------------
       CLASSIFY-ONE-IMAGE.
           ADD 1 TO JNL-READ-COUNT
           MOVE JNL-RUN-DATE TO JNL-STAMP-DATE
           MOVE JNL-RUN-TIME TO JNL-STAMP-TIME
           IF JNL-STAMP > PRIOR-STAMP AND JNL-STAMP NOT > RUN-STAMP
               ADD 1 TO IMAGE-SELECTED
               MOVE JNL-IMAGE TO JNL-IMAGE-REC
               EVALUATE TRUE
                   WHEN JNL-OPERATION = "REWRITE"
                           AND JNL-IMAGE-TYPE = "B"
                       PERFORM DROP-UNPAIRED-BEFORE
                       PERFORM HOLD-BEFORE-IMAGE
                   WHEN JNL-OPERATION = "REWRITE"
                           AND JNL-IMAGE-TYPE = "A"
                       IF PENDING-BEFORE AND BEFORE-KEY = JNL-KEY
                           PERFORM POST-REWRITE-PAIR
                       ELSE
                           PERFORM DROP-UNPAIRED-BEFORE
                           ADD 1 TO UNPAIRED-COUNT
                       END-IF
                   WHEN JNL-OPERATION = "WRITE  "
                       PERFORM DROP-UNPAIRED-BEFORE
                       IF JNL-OPERATOR = "A2      "
                           MOVE ROW-REINSTATED TO POST-ROW
                       ELSE
                           MOVE ROW-ADDED TO POST-ROW
                       END-IF
                       MOVE 1 TO POST-COUNT
                       PERFORM POST-JOURNAL-IMAGE
                   WHEN JNL-OPERATION = "DELETE "
                       PERFORM DROP-UNPAIRED-BEFORE
                       IF JNL-OPERATOR = "A1      "
                           MOVE ROW-ARCHIVED TO POST-ROW
                       ELSE
                           MOVE ROW-DELETED TO POST-ROW
                       END-IF
                       MOVE -1 TO POST-COUNT
                       PERFORM POST-JOURNAL-IMAGE
                   WHEN OTHER
                       PERFORM DROP-UNPAIRED-BEFORE
                       ADD 1 TO UNPAIRED-COUNT
               END-EVALUATE
           END-IF
           .

       HOLD-BEFORE-IMAGE.
           MOVE "Y"                        TO PENDING-BEFORE-SW
           MOVE JNL-KEY                    TO BEFORE-KEY
           MOVE A01-38  OF JNL-IMAGE-REC   TO BEFORE-CODE
           MOVE A01-91  OF JNL-IMAGE-REC   TO BEFORE-A01-91
           MOVE A01-89  OF JNL-IMAGE-REC   TO BEFORE-A01-89
           MOVE A01-122 OF JNL-IMAGE-REC   TO BEFORE-A01-122
           MOVE A01-160 OF JNL-IMAGE-REC   TO BEFORE-A01-160
           .

      * ------------------------------------------------------------
      * A before image with no after image behind it can't be
      * classified; it is counted, and the code it belongs to will
      * show the gap on the proof.
      * ------------------------------------------------------------
       DROP-UNPAIRED-BEFORE.
           IF PENDING-BEFORE
               ADD 1 TO UNPAIRED-COUNT
               MOVE "N" TO PENDING-BEFORE-SW
           END-IF
           .

      * ------------------------------------------------------------
      * A REWRITE that leaves the record in its code moves that
      * code's amounts by the difference; one that changes A01-38
      * takes the whole before image out of the old code and puts
      * the after image into the new one.
      * ------------------------------------------------------------
       POST-REWRITE-PAIR.
           MOVE "N" TO PENDING-BEFORE-SW
           IF A01-38 OF JNL-IMAGE-REC = BEFORE-CODE
               MOVE BEFORE-CODE TO POST-CODE
               MOVE ROW-CHANGED TO POST-ROW
               MOVE 1           TO POST-COUNT
               COMPUTE POST-A01-91  = A01-91  OF JNL-IMAGE-REC
                                    - BEFORE-A01-91
               COMPUTE POST-A01-89  = A01-89  OF JNL-IMAGE-REC
                                    - BEFORE-A01-89
               COMPUTE POST-A01-122 = A01-122 OF JNL-IMAGE-REC
                                    - BEFORE-A01-122
               COMPUTE POST-A01-160 = A01-160 OF JNL-IMAGE-REC
                                    - BEFORE-A01-160
               PERFORM POST-MOVEMENT
           ELSE
               MOVE BEFORE-CODE   TO POST-CODE
               MOVE ROW-MOVED-OUT TO POST-ROW
               MOVE -1            TO POST-COUNT
               COMPUTE POST-A01-91  = ZERO - BEFORE-A01-91
               COMPUTE POST-A01-89  = ZERO - BEFORE-A01-89
               COMPUTE POST-A01-122 = ZERO - BEFORE-A01-122
               COMPUTE POST-A01-160 = ZERO - BEFORE-A01-160
               PERFORM POST-MOVEMENT
               MOVE ROW-MOVED-IN TO POST-ROW
               MOVE 1            TO POST-COUNT
               PERFORM POST-JOURNAL-IMAGE
           END-IF
           .

      * ------------------------------------------------------------
      * Posts the image in JNL-IMAGE-REC to its own code on the row
      * and with the record count movement already set; a negative
      * count (a delete or archive) takes the amounts out.
      * ------------------------------------------------------------
       POST-JOURNAL-IMAGE.
           MOVE A01-38 OF JNL-IMAGE-REC TO POST-CODE
           IF POST-COUNT < ZERO
               COMPUTE POST-A01-91  = ZERO - A01-91  OF JNL-IMAGE-REC
               COMPUTE POST-A01-89  = ZERO - A01-89  OF JNL-IMAGE-REC
               COMPUTE POST-A01-122 = ZERO - A01-122 OF JNL-IMAGE-REC
               COMPUTE POST-A01-160 = ZERO - A01-160 OF JNL-IMAGE-REC
           ELSE
               MOVE A01-91  OF JNL-IMAGE-REC TO POST-A01-91
               MOVE A01-89  OF JNL-IMAGE-REC TO POST-A01-89
               MOVE A01-122 OF JNL-IMAGE-REC TO POST-A01-122
               MOVE A01-160 OF JNL-IMAGE-REC TO POST-A01-160
           END-IF
           PERFORM POST-MOVEMENT
           .

      * ------------------------------------------------------------
      * Adds one posting to its code's entry -- making the entry,
      * in code order, the first time the code is met -- and to
      * the whole-file entry.
      * ------------------------------------------------------------
       POST-MOVEMENT.
           PERFORM FIND-CODE-ENTRY
           IF NOT CODE-OVERFLOW
               PERFORM ADD-POSTING-TO-ENTRY
           END-IF
           .

       ADD-POSTING-TO-ENTRY.
           ADD POST-COUNT   TO CDE-COUNT(CODE-IX, POST-ROW)
           ADD POST-A01-91  TO CDE-A01-91(CODE-IX, POST-ROW)
           ADD POST-A01-89  TO CDE-A01-89(CODE-IX, POST-ROW)
           ADD POST-A01-122 TO CDE-A01-122(CODE-IX, POST-ROW)
           ADD POST-A01-160 TO CDE-A01-160(CODE-IX, POST-ROW)
           ADD POST-COUNT   TO FLE-COUNT(POST-ROW)
           ADD POST-A01-91  TO FLE-A01-91(POST-ROW)
           ADD POST-A01-89  TO FLE-A01-89(POST-ROW)
           ADD POST-A01-122 TO FLE-A01-122(POST-ROW)
           ADD POST-A01-160 TO FLE-A01-160(POST-ROW)
           .

       FIND-CODE-ENTRY.
           MOVE 1 TO CODE-IX
           PERFORM UNTIL CODE-IX > CODE-COUNT
                   OR CDE-CODE(CODE-IX) NOT < POST-CODE
               ADD 1 TO CODE-IX
           END-PERFORM
           IF CODE-IX > CODE-COUNT
                   OR CDE-CODE(CODE-IX) NOT = POST-CODE
               IF CODE-COUNT >= 300
                   MOVE "Y" TO CODE-OVERFLOW-SW
               ELSE
                   PERFORM INSERT-CODE-ENTRY
               END-IF
           END-IF
           .

       INSERT-CODE-ENTRY.
           PERFORM VARYING SHIFT-IX FROM CODE-COUNT BY -1
                   UNTIL SHIFT-IX < CODE-IX
               MOVE CODE-ENTRY(SHIFT-IX) TO CODE-ENTRY(SHIFT-IX + 1)
           END-PERFORM
           ADD 1 TO CODE-COUNT
           INITIALIZE CODE-ENTRY(CODE-IX)
           MOVE POST-CODE TO CDE-CODE(CODE-IX)
           .

      * ------------------------------------------------------------
      * This month's snapshot, taken from the sweep: a line for each
      * code carrying records, then the file's total line.
      * ------------------------------------------------------------
       APPEND-MONTH-SNAPSHOT.
           OPEN EXTEND MEB-FILE
           IF FILE-STATUS NOT = "00"
               OPEN OUTPUT MEB-FILE
           END-IF
           MOVE CLOSE-MONTH TO MEB-MONTH
           MOVE RUN-DATE    TO MEB-RUN-DATE
           MOVE RUN-TIME    TO MEB-RUN-TIME
           PERFORM VARYING CODE-IX FROM 1 BY 1
                   UNTIL CODE-IX > CODE-COUNT
               IF CDE-COUNT(CODE-IX, ROW-ACTUAL) > ZERO
                   MOVE "C"               TO MEB-KIND
                   MOVE CDE-CODE(CODE-IX) TO MEB-CODE
                   MOVE CDE-COUNT(CODE-IX, ROW-ACTUAL)
                       TO MEB-RECORD-COUNT
                   MOVE CDE-A01-91(CODE-IX, ROW-ACTUAL)
                       TO MEB-A01-91-TOTAL
                   MOVE CDE-A01-89(CODE-IX, ROW-ACTUAL)
                       TO MEB-A01-89-TOTAL
                   MOVE CDE-A01-122(CODE-IX, ROW-ACTUAL)
                       TO MEB-A01-122-TOTAL
                   MOVE CDE-A01-160(CODE-IX, ROW-ACTUAL)
                       TO MEB-A01-160-TOTAL
                   WRITE MEB-REC FROM MEB-LINE
                   ADD 1 TO MEB-LINES-WRITTEN
               END-IF
           END-PERFORM
           MOVE "T"                         TO MEB-KIND
           MOVE SPACES                      TO MEB-CODE
           MOVE FLE-COUNT(ROW-ACTUAL)       TO MEB-RECORD-COUNT
           MOVE FLE-A01-91(ROW-ACTUAL)      TO MEB-A01-91-TOTAL
           MOVE FLE-A01-89(ROW-ACTUAL)      TO MEB-A01-89-TOTAL
           MOVE FLE-A01-122(ROW-ACTUAL)     TO MEB-A01-122-TOTAL
           MOVE FLE-A01-160(ROW-ACTUAL)     TO MEB-A01-160-TOTAL
           WRITE MEB-REC FROM MEB-LINE
           ADD 1 TO MEB-LINES-WRITTEN
           CLOSE MEB-FILE
           .

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RPT-REC
           STRING "FILE1 MONTH-END ROLL-FORWARD BY A01-38 CODE - MONTH "
                  CLOSE-MONTH
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF PRIOR-FOUND
               STRING "OPENING: SNAPSHOT FOR MONTH " PRIOR-MONTH
                      " TAKEN " PRIOR-STAMP
                      "   CLOSING: SNAPSHOT TAKEN " RUN-STAMP
                   DELIMITED BY SIZE INTO RPT-REC
           ELSE
               STRING "NO PRIOR SNAPSHOT - BASELINE TAKEN "
                      RUN-STAMP
                   DELIMITED BY SIZE INTO RPT-REC
           END-IF
           WRITE RPT-REC
           .

      * ------------------------------------------------------------
      * The proof for one code: expected closing is the opening
      * plus every movement, the difference is what the sweep found
      * less that.  A code that doesn't come to zero on every column
      * is flagged.  A baseline run has no opening to prove from,
      * so it only shows the closing balances.
      * ------------------------------------------------------------
       PROVE-ONE-CODE.
           PERFORM COMPUTE-CODE-EXPECTED
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "A01-38 CODE  "   TO RPH-LABEL
           MOVE CDE-CODE(CODE-IX) TO RPH-CODE
           PERFORM DESCRIBE-CODE
           WRITE RPT-REC FROM RPT-CODE-HEADER
           WRITE RPT-REC FROM RPT-COLUMN-HEADER
           MOVE "N" TO CODE-FLAGGED-SW
           IF PRIOR-FOUND
               IF CDE-COUNT(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   OR CDE-A01-91(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   OR CDE-A01-89(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   OR CDE-A01-122(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   OR CDE-A01-160(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   MOVE "Y" TO CODE-FLAGGED-SW
                   ADD 1 TO FLAGGED-CODE-COUNT
               END-IF
               PERFORM WRITE-CODE-ROW
                   VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 11
           ELSE
               MOVE ROW-ACTUAL TO ROW-IX
               PERFORM WRITE-CODE-ROW
           END-IF
           .

       COMPUTE-CODE-EXPECTED.
           MOVE ZERO TO CDE-COUNT(CODE-IX, ROW-EXPECTED)
                        CDE-A01-91(CODE-IX, ROW-EXPECTED)
                        CDE-A01-89(CODE-IX, ROW-EXPECTED)
                        CDE-A01-122(CODE-IX, ROW-EXPECTED)
                        CDE-A01-160(CODE-IX, ROW-EXPECTED)
           PERFORM VARYING ROW-IX FROM ROW-OPENING BY 1
                   UNTIL ROW-IX > ROW-ARCHIVED
               IF ROW-IX NOT = ROW-CHANGED
                   ADD CDE-COUNT(CODE-IX, ROW-IX)
                       TO CDE-COUNT(CODE-IX, ROW-EXPECTED)
               END-IF
               ADD CDE-A01-91(CODE-IX, ROW-IX)
                   TO CDE-A01-91(CODE-IX, ROW-EXPECTED)
               ADD CDE-A01-89(CODE-IX, ROW-IX)
                   TO CDE-A01-89(CODE-IX, ROW-EXPECTED)
               ADD CDE-A01-122(CODE-IX, ROW-IX)
                   TO CDE-A01-122(CODE-IX, ROW-EXPECTED)
               ADD CDE-A01-160(CODE-IX, ROW-IX)
                   TO CDE-A01-160(CODE-IX, ROW-EXPECTED)
           END-PERFORM
           COMPUTE CDE-COUNT(CODE-IX, ROW-DIFFERENCE)
               = CDE-COUNT(CODE-IX, ROW-ACTUAL)
               - CDE-COUNT(CODE-IX, ROW-EXPECTED)
           COMPUTE CDE-A01-91(CODE-IX, ROW-DIFFERENCE)
               = CDE-A01-91(CODE-IX, ROW-ACTUAL)
               - CDE-A01-91(CODE-IX, ROW-EXPECTED)
           COMPUTE CDE-A01-89(CODE-IX, ROW-DIFFERENCE)
               = CDE-A01-89(CODE-IX, ROW-ACTUAL)
               - CDE-A01-89(CODE-IX, ROW-EXPECTED)
           COMPUTE CDE-A01-122(CODE-IX, ROW-DIFFERENCE)
               = CDE-A01-122(CODE-IX, ROW-ACTUAL)
               - CDE-A01-122(CODE-IX, ROW-EXPECTED)
           COMPUTE CDE-A01-160(CODE-IX, ROW-DIFFERENCE)
               = CDE-A01-160(CODE-IX, ROW-ACTUAL)
               - CDE-A01-160(CODE-IX, ROW-EXPECTED)
           .

       WRITE-CODE-ROW.
           MOVE ROW-LABEL(ROW-IX)              TO RPR-LABEL
           MOVE CDE-COUNT(CODE-IX, ROW-IX)     TO RPR-COUNT
           MOVE CDE-A01-91(CODE-IX, ROW-IX)    TO RPR-A01-91
           MOVE CDE-A01-89(CODE-IX, ROW-IX)    TO RPR-A01-89
           MOVE CDE-A01-122(CODE-IX, ROW-IX)   TO RPR-A01-122
           MOVE CDE-A01-160(CODE-IX, ROW-IX)   TO RPR-A01-160
           MOVE SPACES TO RPR-FLAG
           IF ROW-IX = ROW-DIFFERENCE AND CODE-FLAGGED
               MOVE "*** NOT IN BALANCE" TO RPR-FLAG
           END-IF
           WRITE RPT-REC FROM RPT-ROW-LINE
           .

       DESCRIBE-CODE.
           MOVE SPACES TO RPH-DESC
           IF CDT-IS-OPEN
               MOVE "A01-38 "         TO CDT-TYPE
               MOVE CDE-CODE(CODE-IX) TO CDT-VALUE
               READ CDT-FILE
               IF CDT-STATUS = "00"
                   MOVE CDT-DESC TO RPH-DESC
               ELSE
                   MOVE "(NOT ON CODE TABLE)" TO RPH-DESC
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * The same proof for the file as a whole -- the codes'
      * entries added together, so a code move nets out here.  It
      * is put through the code proof by borrowing the slot past
      * the last code.
      * ------------------------------------------------------------
       PROVE-WHOLE-FILE.
           COMPUTE CODE-IX = CODE-COUNT + 1
           MOVE FILE-ENTRY TO CODE-ENTRY(CODE-IX)
           PERFORM COMPUTE-CODE-EXPECTED
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "ALL CODES" TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-COLUMN-HEADER
           MOVE "N" TO CODE-FLAGGED-SW
           IF PRIOR-FOUND
               IF CDE-COUNT(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   OR CDE-A01-91(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   OR CDE-A01-89(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   OR CDE-A01-122(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   OR CDE-A01-160(CODE-IX, ROW-DIFFERENCE) NOT = ZERO
                   MOVE "Y" TO CODE-FLAGGED-SW
               END-IF
               PERFORM WRITE-CODE-ROW
                   VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > 11
           ELSE
               MOVE ROW-ACTUAL TO ROW-IX
               PERFORM WRITE-CODE-ROW
           END-IF
           .

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "RECORDS SWEPT:              " TO RPS-TEXT
           MOVE SWEEP-RECORD-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "JOURNAL IMAGES IN MONTH:    " TO RPS-TEXT
           MOVE IMAGE-SELECTED     TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "UNPAIRED JOURNAL IMAGES:    " TO RPS-TEXT
           MOVE UNPAIRED-COUNT     TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "A01-38 CODES:               " TO RPS-TEXT
           MOVE CODE-COUNT         TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "CODES NOT IN BALANCE:       " TO RPS-TEXT
           MOVE FLAGGED-CODE-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "SNAPSHOT LINES WRITTEN:     " TO RPS-TEXT
           MOVE MEB-LINES-WRITTEN  TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           IF JOURNAL-FAILED
               MOVE SPACES TO RPT-REC
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               STRING "*** JOURNAL NOT READ IN FULL - "
                      "ROLL-FORWARD NOT PROVED"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF
           .

      * ------------------------------------------------------------
      * FILE1 run interlock (lock manager L1, shared FILE1LKC
      * copybook): held for the sweep only, so the snapshot stamp
      * and the file it describes agree.
      * ------------------------------------------------------------
       ACQUIRE-FILE1-TOKEN.
           MOVE "ACQUIRE " TO LOK-REQUEST
           MOVE "C2      " TO LOK-CALLER
           CALL "L1-LOCK" USING LOK-PARMS
           .

       RELEASE-FILE1-TOKEN.
           MOVE "RELEASE " TO LOK-REQUEST
           MOVE "C2      " TO LOK-CALLER
           CALL "L1-LOCK" USING LOK-PARMS
           .
