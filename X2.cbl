      *           table fields (A01-65, A01-103, A01-121, A01-123,
      *           A01-124, A01-125/126/127, A01-131/132/133/134,
      *           A01-135, A01-142/143/144, A01-189).  One card
      *           per output column, in output order.  The
      *           names A01-38DSC and A01-12DSC give the code
      *           table (FILE1CDT) description of the record's
      *           A01-38 or A01-12 code instead of the code.
      *   CODE    A01-38 value in columns 9-10; repeatable -- a
      *           record is selected when its code matches any
      *           CODE card given.
      * Cards blank or starting with "*" are comments.  Every card
      * is edited before FILE1 is opened; an unknown field, a bad
      * occurrence, or a bad date stops the run with nothing
      * written.  Without a code table the description columns
      * are left empty and the run goes on.
      *
      * The export (FILE1XPT) is semicolon-delimited with a header
      * row of the field names, values trimmed, COMP-3 amounts
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY FILE1SEL.
           COPY FILE1CSL.

           SELECT XPC-FILE ASSIGN TO "FILE1XPC"
                 ORGANIZATION IS LINE SEQUENTIAL
       FD  FILE1.
           COPY FILE1REC.

       FD  CDT-FILE.
           COPY FILE1CDR.

       FD  XPC-FILE.
       01  XPC-REC                   PIC X(80).

       77  EXPORT-COUNT         PIC 9(09) VALUE ZERO.
       77  READ-COUNT           PIC 9(09) VALUE ZERO.

      * --- code table, for the description columns ---------------
       77  CDT-STATUS           PIC X(02).
       77  CDT-OPEN-SW          PIC X(01) VALUE "N".
           88  CDT-IS-OPEN          VALUE "Y".

      * --- parsed parameter cards ---------------------------------
       01  XPC-CARD-LINE.
           05  XPC-KEYWORD       PIC X(07).
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CDT-FILE
           IF CDT-STATUS = "00"
               MOVE "Y" TO CDT-OPEN-SW
           ELSE
               DISPLAY "X2: NO CODE TABLE (FILE1CDT), STATUS="
                       CDT-STATUS " - DESCRIPTIONS LEFT BLANK"
           END-IF
           OPEN OUTPUT XPT-FILE
           PERFORM WRITE-EXPORT-HEADER

           END-PERFORM

           CLOSE FILE1
           IF CDT-IS-OPEN
               CLOSE CDT-FILE
           END-IF
           CLOSE XPT-FILE
           PERFORM KEEP-EXPORT-GENERATION
           DISPLAY "RECORDS READ:     " READ-COUNT
               WHEN "A01-190  "
               WHEN "A01-191  "
               WHEN "A01-192  "
               WHEN "A01-38DSC"
               WHEN "A01-12DSC"
                   MOVE 0 TO FIELD-MAX-OCC
               WHEN "A01-65   "
               WHEN "A01-124  "
                   MOVE A01-191 TO VALUE-TEXT
               WHEN "A01-192  "
                   MOVE A01-192 TO VALUE-TEXT
               WHEN "A01-38DSC"
                   MOVE "A01-38 " TO CDT-TYPE
                   MOVE A01-38    TO CDT-VALUE
                   PERFORM LOOK-UP-CODE-DESC
               WHEN "A01-12DSC"
                   MOVE "A01-12 " TO CDT-TYPE
                   MOVE A01-12    TO CDT-VALUE
                   PERFORM LOOK-UP-CODE-DESC
               WHEN OTHER
                   MOVE SPACES TO VALUE-TEXT
           END-EVALUATE
           .

      * ------------------------------------------------------------
      * Code table description for the A01-38DSC/A01-12DSC
      * columns, whatever the code's state; a code the table does
      * not carry is marked so, a blank code stays blank.
      * ------------------------------------------------------------
       LOOK-UP-CODE-DESC.
           MOVE SPACES TO VALUE-TEXT
           IF CDT-IS-OPEN AND CDT-VALUE NOT = SPACES
               READ CDT-FILE
               IF CDT-STATUS = "00"
                   MOVE CDT-DESC TO VALUE-TEXT
               ELSE
                   MOVE "** NOT ON CODE TABLE **" TO VALUE-TEXT
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * Renames the closed export to its run-stamped generation
      * name and registers it in the output catalog, same
