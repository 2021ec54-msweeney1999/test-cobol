      * Copyright (c) 2023
      * Users may freely modify and redistribute this program.
      *
      * FILE1 journal chain verification -- proves the update
      * journal generations U1 cuts at each backup still form one
      * unbroken chain, so forward recovery V1 can trust "apply the
      * generations after backup X".  Reads the journal generation
      * register (FILE1JGN, shared FILE1JGL/FILE1JGR copybooks) in
      * cut order, reads every generation file behind it through the
      * generation reader's FILE-CONTROL entry (FILE1JDS), then the
      * live FILE1JNL, and reports:
      *
      *   GAP      a generation that doesn't start at the backup the
      *            one before it ended at (a cut missing from the
      *            register), a generation file that is missing, or
      *            one holding fewer records, or other first/last
      *            stamps, than were registered
      *   OVERLAP  a generation that starts at an earlier backup
      *            than the one before it ended at, records stamped
      *            at or before the backup a generation follows or
      *            the last record of the generation before it,
      *            records stamped after the backup that closed it,
      *            a generation file holding more records than were
      *            registered, or live FILE1JNL records stamped at
      *            or before the latest backup
      *
      * The report (FILE1JVR) lists each generation with what was
      * registered and what was found, each finding under it, then
      * the counts.  RETURN-CODE is 8 when there is any gap or
      * overlap.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  V3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1JDS.

           COPY FILE1JGL.

           SELECT RPT-FILE ASSIGN TO "FILE1JVR"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JNL-FILE.
           COPY FILE1JRC.

       FD  JGN-FILE.
           COPY FILE1JGR.

       FD  RPT-FILE.
       01  RPT-REC                   PIC X(160).

       WORKING-STORAGE SECTION.
       77  JNL-STATUS           PIC X(02).
       77  JGN-STATUS           PIC X(02).
       77  JNL-FILE-NAME        PIC X(40).
       77  JNL-EOF-SW           PIC X(01).
           88  JNL-AT-EOF           VALUE "Y".
       77  JGN-EOF-SW           PIC X(01).
           88  JGN-AT-EOF           VALUE "Y".
       77  FIRST-GEN-SW         PIC X(01) VALUE "Y".
           88  FIRST-GEN            VALUE "Y".

       01  RUN-STAMP.
           05  RUN-DATE         PIC 9(08).
           05  RUN-TIME         PIC 9(08).

      * --- what the generation before this one ended at ------------
       01  PRIOR-CLOSED-BY.
           05  PRIOR-CLOSED-DATE PIC 9(08) VALUE ZERO.
           05  PRIOR-CLOSED-TIME PIC 9(08) VALUE ZERO.
       01  PRIOR-LAST-STAMP.
           05  PRIOR-LAST-DATE  PIC 9(08) VALUE ZERO.
           05  PRIOR-LAST-TIME  PIC 9(08) VALUE ZERO.
       77  PRIOR-SEQ            PIC 9(07) VALUE ZERO.

      * --- what a generation file actually holds -------------------
       77  FOUND-COUNT          PIC 9(09).
       01  FOUND-FIRST-STAMP.
           05  FOUND-FIRST-DATE PIC 9(08).
           05  FOUND-FIRST-TIME PIC 9(08).
       01  FOUND-LAST-STAMP.
           05  FOUND-LAST-DATE  PIC 9(08).
           05  FOUND-LAST-TIME  PIC 9(08).
       77  FOUND-STATE          PIC X(10).

      * --- counts --------------------------------------------------
       77  GEN-COUNT            PIC 9(07) VALUE ZERO.
       77  GEN-RECORD-TOTAL     PIC 9(09) VALUE ZERO.
       77  LIVE-RECORD-COUNT    PIC 9(09) VALUE ZERO.
       77  GAP-COUNT            PIC 9(07) VALUE ZERO.
       77  OVERLAP-COUNT        PIC 9(07) VALUE ZERO.

      * --- the report ----------------------------------------------
       01  RPT-TITLE-LINE.
           05  FILLER            PIC X(40)
               VALUE "FILE1 JOURNAL CHAIN VERIFICATION AS OF ".
           05  RPT-TITLE-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RPT-TITLE-TIME    PIC 9(08).

       01  RPT-COLUMN-HEADER.
           05  FILLER  PIC X(09) VALUE "GEN SEQ".
           05  FILLER  PIC X(28) VALUE "GENERATION".
           05  FILLER  PIC X(18) VALUE "FOLLOWS BACKUP".
           05  FILLER  PIC X(18) VALUE "CLOSED BY BACKUP".
           05  FILLER  PIC X(18) VALUE "FIRST RECORD".
           05  FILLER  PIC X(18) VALUE "LAST RECORD".
           05  FILLER  PIC X(11) VALUE "REGISTERED".
           05  FILLER  PIC X(11) VALUE "FOUND".
           05  FILLER  PIC X(10) VALUE "STATE".

       01  RPT-DETAIL-LINE.
           05  RPD-SEQ           PIC 9(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-GEN-NAME      PIC X(26).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-FOLLOWS       PIC 9(16).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-CLOSED-BY     PIC 9(16).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-FIRST         PIC 9(16).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-LAST          PIC 9(16).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-REGISTERED    PIC Z(08)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-FOUND         PIC Z(08)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPD-STATE         PIC X(10).

       01  RPT-FINDING-LINE.
           05  FILLER            PIC X(09) VALUE SPACES.
           05  RPF-KIND          PIC X(09).
           05  RPF-TEXT          PIC X(100).

       01  RPT-SUMMARY-LINE.
           05  RPS-TEXT          PIC X(28).
           05  RPS-COUNT         PIC Z(08)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN OUTPUT RPT-FILE
           MOVE RUN-DATE TO RPT-TITLE-DATE
           MOVE RUN-TIME TO RPT-TITLE-TIME
           WRITE RPT-REC FROM RPT-TITLE-LINE
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           WRITE RPT-REC FROM RPT-COLUMN-HEADER

           OPEN INPUT JGN-FILE
           EVALUATE JGN-STATUS
               WHEN "00"
                   PERFORM VERIFY-REGISTERED-GENERATIONS
                   CLOSE JGN-FILE
               WHEN "35"
                   MOVE SPACES TO RPT-REC
                   MOVE "NO GENERATION REGISTER (FILE1JGN) YET"
                       TO RPT-REC
                   WRITE RPT-REC
               WHEN OTHER
                   DISPLAY "V3: FILE1JGN OPEN FAILED, STATUS="
                           JGN-STATUS
                   CLOSE RPT-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           PERFORM VERIFY-LIVE-JOURNAL

           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "GENERATIONS ON REGISTER:    " TO RPS-TEXT
           MOVE GEN-COUNT         TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "  RECORDS REGISTERED:       " TO RPS-TEXT
           MOVE GEN-RECORD-TOTAL  TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "LIVE FILE1JNL RECORDS:      " TO RPS-TEXT
           MOVE LIVE-RECORD-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "GAPS:                       " TO RPS-TEXT
           MOVE GAP-COUNT         TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "OVERLAPS:                   " TO RPS-TEXT
           MOVE OVERLAP-COUNT     TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           CLOSE RPT-FILE

           DISPLAY "GENERATIONS:        " GEN-COUNT
           DISPLAY "GAPS:               " GAP-COUNT
           DISPLAY "OVERLAPS:           " OVERLAP-COUNT
           IF GAP-COUNT > ZERO OR OVERLAP-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       VERIFY-REGISTERED-GENERATIONS.
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
                       PERFORM VERIFY-ONE-GENERATION
               END-READ
           END-PERFORM
           .

      * ------------------------------------------------------------
      * One generation: read its file for what it really holds,
      * list it, then test it against the register entry and the
      * generation before it.  Findings print under its line.
      * ------------------------------------------------------------
       VERIFY-ONE-GENERATION.
           ADD 1 TO GEN-COUNT
           ADD JGN-RECORD-COUNT TO GEN-RECORD-TOTAL
           PERFORM READ-GENERATION-FILE

           MOVE JGN-SEQ              TO RPD-SEQ
           MOVE JGN-GEN-NAME         TO RPD-GEN-NAME
           IF JGN-GEN-NAME = SPACES
               MOVE "(EMPTY - NO FILE)" TO RPD-GEN-NAME
           END-IF
           MOVE JGN-FOLLOWS-BACKUP   TO RPD-FOLLOWS
           MOVE JGN-CLOSED-BY-BACKUP TO RPD-CLOSED-BY
           MOVE JGN-FIRST-STAMP      TO RPD-FIRST
           MOVE JGN-LAST-STAMP       TO RPD-LAST
           MOVE JGN-RECORD-COUNT     TO RPD-REGISTERED
           MOVE FOUND-COUNT          TO RPD-FOUND
           MOVE FOUND-STATE          TO RPD-STATE
           WRITE RPT-REC FROM RPT-DETAIL-LINE

           IF NOT FIRST-GEN
               EVALUATE TRUE
                   WHEN JGN-FOLLOWS-BACKUP > PRIOR-CLOSED-BY
                       MOVE SPACES TO RPF-TEXT
                       STRING "FOLLOWS BACKUP " JGN-FOLLOWS-BACKUP
                              " BUT GENERATION " PRIOR-SEQ
                              " ENDED AT BACKUP " PRIOR-CLOSED-BY
                           DELIMITED BY SIZE INTO RPF-TEXT
                       PERFORM REPORT-GAP
                   WHEN JGN-FOLLOWS-BACKUP < PRIOR-CLOSED-BY
                       MOVE SPACES TO RPF-TEXT
                       STRING "FOLLOWS BACKUP " JGN-FOLLOWS-BACKUP
                              " BEFORE GENERATION " PRIOR-SEQ
                              " ENDED AT BACKUP " PRIOR-CLOSED-BY
                           DELIMITED BY SIZE INTO RPF-TEXT
                       PERFORM REPORT-OVERLAP
               END-EVALUATE
           END-IF
           IF JGN-CLOSED-BY-BACKUP NOT > JGN-FOLLOWS-BACKUP
               MOVE "CLOSED NO LATER THAN THE BACKUP IT FOLLOWS"
                   TO RPF-TEXT
               PERFORM REPORT-OVERLAP
           END-IF
           IF JGN-RECORD-COUNT > ZERO
               IF JGN-FIRST-STAMP NOT > JGN-FOLLOWS-BACKUP
                   MOVE "RECORDS AT OR BEFORE THE BACKUP IT FOLLOWS"
                       TO RPF-TEXT
                   PERFORM REPORT-OVERLAP
               END-IF
               IF JGN-LAST-STAMP > JGN-CLOSED-BY-BACKUP
                   MOVE "RECORDS AFTER THE BACKUP THAT CLOSED IT"
                       TO RPF-TEXT
                   PERFORM REPORT-OVERLAP
               END-IF
               IF PRIOR-LAST-STAMP > ZERO
                       AND JGN-FIRST-STAMP NOT > PRIOR-LAST-STAMP
                   MOVE SPACES TO RPF-TEXT
                   STRING "FIRST RECORD NOT AFTER THE LAST RECORD OF "
                          "GENERATION " PRIOR-SEQ " (" PRIOR-LAST-STAMP
                          ")"
                       DELIMITED BY SIZE INTO RPF-TEXT
                   PERFORM REPORT-OVERLAP
               END-IF
               PERFORM COMPARE-GENERATION-FILE
           END-IF

           MOVE "N" TO FIRST-GEN-SW
           MOVE JGN-SEQ              TO PRIOR-SEQ
           MOVE JGN-CLOSED-BY-BACKUP TO PRIOR-CLOSED-BY
           IF JGN-RECORD-COUNT > ZERO
               MOVE JGN-LAST-STAMP   TO PRIOR-LAST-STAMP
           END-IF
           .

       READ-GENERATION-FILE.
           MOVE ZERO TO FOUND-COUNT
           MOVE ZERO TO FOUND-FIRST-STAMP FOUND-LAST-STAMP
           MOVE "OK" TO FOUND-STATE
           IF JGN-RECORD-COUNT > ZERO
               MOVE JGN-GEN-NAME TO JNL-FILE-NAME
               OPEN INPUT JNL-FILE
               IF JNL-STATUS = "00"
                   PERFORM COUNT-JOURNAL-FILE
                   CLOSE JNL-FILE
               ELSE
                   MOVE "MISSING" TO FOUND-STATE
               END-IF
           END-IF
           .

       COUNT-JOURNAL-FILE.
           MOVE "N" TO JNL-EOF-SW
           PERFORM UNTIL JNL-AT-EOF
               READ JNL-FILE
                   AT END
                       MOVE "Y" TO JNL-EOF-SW
                   NOT AT END
                       ADD 1 TO FOUND-COUNT
                       IF FOUND-COUNT = 1
                           MOVE JNL-RUN-DATE TO FOUND-FIRST-DATE
                           MOVE JNL-RUN-TIME TO FOUND-FIRST-TIME
                       END-IF
                       MOVE JNL-RUN-DATE TO FOUND-LAST-DATE
                       MOVE JNL-RUN-TIME TO FOUND-LAST-TIME
               END-READ
               IF JNL-STATUS NOT = "00" AND JNL-STATUS NOT = "10"
                   MOVE "READ ERROR" TO FOUND-STATE
                   MOVE "Y" TO JNL-EOF-SW
               END-IF
           END-PERFORM
           .

       COMPARE-GENERATION-FILE.
           EVALUATE TRUE
               WHEN FOUND-STATE = "MISSING"
                   MOVE SPACES TO RPF-TEXT
                   STRING "GENERATION FILE " JGN-GEN-NAME
                          " CANNOT BE OPENED"
                       DELIMITED BY SIZE INTO RPF-TEXT
                   PERFORM REPORT-GAP
               WHEN FOUND-STATE = "READ ERROR"
                   MOVE "GENERATION FILE CANNOT BE READ TO THE END"
                       TO RPF-TEXT
                   PERFORM REPORT-GAP
               WHEN FOUND-COUNT < JGN-RECORD-COUNT
                   MOVE "FEWER RECORDS ON FILE THAN REGISTERED"
                       TO RPF-TEXT
                   PERFORM REPORT-GAP
               WHEN FOUND-COUNT > JGN-RECORD-COUNT
                   MOVE "MORE RECORDS ON FILE THAN REGISTERED"
                       TO RPF-TEXT
                   PERFORM REPORT-OVERLAP
               WHEN FOUND-FIRST-STAMP NOT = JGN-FIRST-STAMP
                       OR FOUND-LAST-STAMP NOT = JGN-LAST-STAMP
                   MOVE SPACES TO RPF-TEXT
                   STRING "FILE RUNS " FOUND-FIRST-STAMP " TO "
                          FOUND-LAST-STAMP ", NOT AS REGISTERED"
                       DELIMITED BY SIZE INTO RPF-TEXT
                   PERFORM REPORT-GAP
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * The live journal holds what has changed since the latest
      * backup, so nothing on it may be stamped at or before the
      * backup that closed the last generation.
      * ------------------------------------------------------------
       VERIFY-LIVE-JOURNAL.
           MOVE ZERO TO FOUND-COUNT
           MOVE ZERO TO FOUND-FIRST-STAMP FOUND-LAST-STAMP
           MOVE "OK" TO FOUND-STATE
           MOVE "FILE1JNL" TO JNL-FILE-NAME
           OPEN INPUT JNL-FILE
           IF JNL-STATUS = "00"
               PERFORM COUNT-JOURNAL-FILE
               CLOSE JNL-FILE
           ELSE
               MOVE "NONE" TO FOUND-STATE
           END-IF
           MOVE FOUND-COUNT TO LIVE-RECORD-COUNT

           MOVE ZERO              TO RPD-SEQ
           MOVE "FILE1JNL (LIVE)" TO RPD-GEN-NAME
           MOVE PRIOR-CLOSED-BY   TO RPD-FOLLOWS
           MOVE ZERO              TO RPD-CLOSED-BY
           MOVE FOUND-FIRST-STAMP TO RPD-FIRST
           MOVE FOUND-LAST-STAMP  TO RPD-LAST
           MOVE ZERO              TO RPD-REGISTERED
           MOVE FOUND-COUNT       TO RPD-FOUND
           MOVE FOUND-STATE       TO RPD-STATE
           WRITE RPT-REC FROM RPT-DETAIL-LINE

           IF FOUND-STATE = "READ ERROR"
               MOVE "LIVE JOURNAL CANNOT BE READ TO THE END"
                   TO RPF-TEXT
               PERFORM REPORT-GAP
           END-IF
           IF FOUND-COUNT > ZERO AND PRIOR-CLOSED-BY > ZERO
                   AND FOUND-FIRST-STAMP NOT > PRIOR-CLOSED-BY
               MOVE SPACES TO RPF-TEXT
               STRING "RECORDS STAMPED AT OR BEFORE THE LATEST BACKUP "
                      PRIOR-CLOSED-BY
                   DELIMITED BY SIZE INTO RPF-TEXT
               PERFORM REPORT-OVERLAP
           END-IF
           .

       REPORT-GAP.
           ADD 1 TO GAP-COUNT
           MOVE "GAP" TO RPF-KIND
           WRITE RPT-REC FROM RPT-FINDING-LINE
           .

       REPORT-OVERLAP.
           ADD 1 TO OVERLAP-COUNT
           MOVE "OVERLAP" TO RPF-KIND
           WRITE RPT-REC FROM RPT-FINDING-LINE
           .
