      * COMP-3 money fields (A01-65, A01-89, A01-91, A01-122,
      * A01-160) for each code value, plus a grand total.  Program
      * "b" only ever produces elapsed-time numbers in STOP-TIMER --
      * nothing about the money actually on the file.  Each code's
      * description is printed beside it from the code table
      * (FILE1CDT, shared FILE1CSL/FILE1CDR copybooks); a code the
      * table doesn't carry is called out as such, so a typo'd code
      * stands out instead of passing for a new class.
      *
      * Each run writes its report as a new run-stamped generation
      * (FILE1SUB-<date>-<time>) and registers it in the output
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           COPY FILE1CSL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
           COPY FILE1REC REPLACING ==REC-FILE1== BY ==SW1-REC==.

       FD  RPT2-FILE.
       01  RPT2-REC                  PIC X(132).

       FD  CAT-FILE.
       01  CAT-REC                   PIC X(90).

       FD  CDT-FILE.
           COPY FILE1CDR.

       WORKING-STORAGE SECTION.
       77  FILE-STATUS           PIC X(02).
       77  RPT2-LINE-COUNT       PIC 9(07) VALUE ZERO.
       77  FIRST-RECORD-SW       PIC X(01) VALUE "Y".
           88  FIRST-RECORD          VALUE "Y".

      * --- code descriptions --------------------------------------
       77  CDT-STATUS            PIC X(02).
       77  CDT-OPEN-SW           PIC X(01) VALUE "N".
           88  CDT-IS-OPEN           VALUE "Y".
       77  CODE-DESC             PIC X(30).

       01  GROUP-SUBTOTALS.
           05  ST-A01-65         PIC S9(11)V99 COMP-3 VALUE 0.
           05  ST-A01-89         PIC S9(09)V99 COMP-3 VALUE 0.

       01  RPT2-HEADING.
           05  FILLER            PIC X(10) VALUE "CODE".
           05  FILLER            PIC X(32) VALUE "DESCRIPTION".
           05  FILLER            PIC X(18) VALUE "A01-65 TOTAL".
           05  FILLER            PIC X(18) VALUE "A01-89 TOTAL".
           05  FILLER            PIC X(18) VALUE "A01-91 TOTAL".

       01  RPT2-SUBTOTAL-LINE.
           05  RPT2-CODE         PIC X(10).
           05  RPT2-DESC         PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT2-65           PIC -(11)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT2-89           PIC -(09)9.99.
               DELIMITED BY SIZE INTO RPT2-GEN-NAME
           OPEN OUTPUT RPT2-FILE
           WRITE RPT2-REC FROM RPT2-HEADING
           OPEN INPUT CDT-FILE
           IF CDT-STATUS = "00"
               MOVE "Y" TO CDT-OPEN-SW
           ELSE
               DISPLAY "R2: NO CODE TABLE (FILE1CDT), STATUS="
                       CDT-STATUS " - DESCRIPTIONS LEFT BLANK"
           END-IF

           SORT SORT-WORK1 ON ASCENDING KEY A01-38 OF SW1-REC
               INPUT PROCEDURE IS RELEASE-FILE1-RECORDS
               OUTPUT PROCEDURE IS PRODUCE-SUBTOTAL-REPORT

           IF CDT-IS-OPEN
               CLOSE CDT-FILE
           END-IF
           CLOSE RPT2-FILE
           PERFORM KEEP-REPORT-GENERATION
           GOBACK

       WRITE-SUBTOTAL-LINE.
           MOVE BREAK-KEY-SAVE TO RPT2-CODE
           PERFORM LOOK-UP-CODE-DESC
           MOVE CODE-DESC      TO RPT2-DESC
           MOVE ST-A01-65      TO RPT2-65
           MOVE ST-A01-89      TO RPT2-89
           MOVE ST-A01-91      TO RPT2-91

       WRITE-GRAND-TOTAL-LINE.
           MOVE "GRAND TOT" TO RPT2-CODE
           MOVE SPACES      TO RPT2-DESC
           MOVE GT-A01-65      TO RPT2-65
           MOVE GT-A01-89      TO RPT2-89
           MOVE GT-A01-91      TO RPT2-91
           WRITE RPT2-REC FROM RPT2-SUBTOTAL-LINE
           ADD 1 TO RPT2-LINE-COUNT
           .

      * ------------------------------------------------------------
      * The description printed beside a code comes from the code
      * table whatever the code's state -- a retired code still has
      * balances on the file to be described.  A code the table
      * doesn't carry at all is flagged in the description column.
      * ------------------------------------------------------------
       LOOK-UP-CODE-DESC.
           MOVE SPACES TO CODE-DESC
           IF CDT-IS-OPEN
               MOVE "A01-38 "      TO CDT-TYPE
               MOVE BREAK-KEY-SAVE TO CDT-VALUE
               READ CDT-FILE
               IF CDT-STATUS = "00"
                   MOVE CDT-DESC TO CODE-DESC
               ELSE
                   MOVE "** NOT ON CODE TABLE **" TO CODE-DESC
               END-IF
           END-IF
           .
