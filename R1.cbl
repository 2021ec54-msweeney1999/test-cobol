      * name/address groups, and the COMP-3 balance.  Program "b"
      * only ever LOADs/READs/REWRITEs/DELETEs FILE1 to measure
      * timings -- it never shows what is actually in the file.
      * The A01-38 classification code is printed with its
      * description, and the A01-9 group's A01-12 code with its
      * description, both from the code table (FILE1CDT, shared
      * FILE1CSL/FILE1CDR copybooks).
      *
      * Each run writes its report as a new run-stamped generation
      * (FILE1RPT-<date>-<time>) instead of destroying the previous
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FILE-STATUS.

           COPY FILE1CSL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
           COPY FILE1REC.

       FD  RPT1-FILE.
       01  RPT1-REC                  PIC X(416).

       FD  CAT-FILE.
       01  CAT-REC                   PIC X(90).

       FD  CDT-FILE.
           COPY FILE1CDR.

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  RPT1-EOF-SW          PIC X(01).

           COPY FILE1CAR.

      * --- code descriptions --------------------------------------
       77  CDT-STATUS           PIC X(02).
       77  CDT-OPEN-SW          PIC X(01) VALUE "N".
           88  CDT-IS-OPEN          VALUE "Y".
       77  CODE-DESC            PIC X(30).

       01  RPT1-HEADING-1.
           05  FILLER            PIC X(09) VALUE "KEY-FILE1".
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(95) VALUE "A01-28 NAME/ADDRESS".
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE "A01-91 BALANCE".
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(06) VALUE "A01-38".
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE "A01-38 DESCRIPTION".
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE "A01-12 DESCRIPTION".

       01  RPT1-DETAIL-LINE.
           05  RPT1-KEY          PIC 9(09).
           05  RPT1-GROUP-3      PIC X(95).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT1-BALANCE      PIC -(11)9.99.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT1-CODE         PIC X(06).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT1-CODE-DESC    PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT1-A01-12-DESC  PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               GOBACK
           END-IF
           OPEN OUTPUT RPT1-FILE
           OPEN INPUT CDT-FILE
           IF CDT-STATUS = "00"
               MOVE "Y" TO CDT-OPEN-SW
           ELSE
               DISPLAY "R1: NO CODE TABLE (FILE1CDT), STATUS="
                       CDT-STATUS " - DESCRIPTIONS LEFT BLANK"
           END-IF

           WRITE RPT1-REC FROM RPT1-HEADING-1

           END-PERFORM

           CLOSE FILE1
           IF CDT-IS-OPEN
               CLOSE CDT-FILE
           END-IF
           CLOSE RPT1-FILE
           PERFORM KEEP-REPORT-GENERATION
           DISPLAY "RECORDS REPORTED: " RPT1-RECORD-COUNT
           MOVE A01-18    TO RPT1-GROUP-2
           MOVE A01-28    TO RPT1-GROUP-3
           MOVE A01-91    TO RPT1-BALANCE
           MOVE A01-38    TO RPT1-CODE
           MOVE "A01-38 " TO CDT-TYPE
           MOVE A01-38    TO CDT-VALUE
           PERFORM LOOK-UP-CODE-DESC
           MOVE CODE-DESC TO RPT1-CODE-DESC
           MOVE "A01-12 " TO CDT-TYPE
           MOVE A01-12    TO CDT-VALUE
           PERFORM LOOK-UP-CODE-DESC
           MOVE CODE-DESC TO RPT1-A01-12-DESC
           WRITE RPT1-REC FROM RPT1-DETAIL-LINE
           .

      * ------------------------------------------------------------
      * The description comes from the code table whatever the
      * code's state -- a retired code is still on records to be
      * described.  A blank code has no description; a code the
      * table doesn't carry is flagged in the description column.
      * ------------------------------------------------------------
       LOOK-UP-CODE-DESC.
           MOVE SPACES TO CODE-DESC
           IF CDT-IS-OPEN AND CDT-VALUE NOT = SPACES
               READ CDT-FILE
               IF CDT-STATUS = "00"
                   MOVE CDT-DESC TO CODE-DESC
               ELSE
                   MOVE "** NOT ON CODE TABLE **" TO CODE-DESC
               END-IF
           END-IF
           .
