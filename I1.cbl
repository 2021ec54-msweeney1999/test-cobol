      * batch maintenance program M1 already applies (action,
      * KEY-FILE1, field name, value), so inbound changes flow
      * through the same edited, journaled, balanced path as keyed
      * maintenance.  The card deck opens with an M1 batch header
      * card naming I1 as the operator, so FILE1OPR must carry an
      * I1 entry allowing adds and changes to the carded fields.
      *
      * The handshake: the file must open with an HDR record
      * carrying a nonblank file identifier and a real calendar run
      * A01-4 plus CHANGE cards for the rest.  Only the fields M1
      * supports are carded; the address groups ride the feed by
      * agreement with the sender and are not maintained here.
      * A nonblank A01-38, and a nonblank A01-12 inside the A01-9
      * group, must be a code active on the code table (FILE1CDT,
      * shared FILE1CSL/FILE1CDR copybooks) as of the run date --
      * the same rule M1 applies -- or the detail is rejected.
      * Details that fail editing go to the reject report with
      * reasons; their balances still count toward the trailer
      * proof whenever the balance bytes parse, since the sender's
           SELECT REJ-FILE ASSIGN TO "FILE1IRJ"
                 ORGANIZATION IS LINE SEQUENTIAL.

           COPY FILE1CSL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
       FD  REJ-FILE.
       01  REJ-REC                   PIC X(90).

       FD  CDT-FILE.
           COPY FILE1CDR.

       WORKING-STORAGE SECTION.
       77  FILE-STATUS          PIC X(02).
       77  INB-STATUS           PIC X(02).
           05  INB-DTL-A01-7     PIC X(16).
           05  INB-DTL-A01-38    PIC X(02).
           05  INB-DTL-A01-9     PIC X(95).
           05  INB-DTL-A01-9-PARTS REDEFINES INB-DTL-A01-9.
               10  FILLER            PIC X(65).
               10  INB-DTL-A01-12    PIC X(02).
               10  FILLER            PIC X(28).
           05  INB-DTL-A01-18    PIC X(95).
           05  INB-DTL-A01-28    PIC X(95).
           05  INB-DTL-A01-91    PIC S9(11)V99
           05  INB-TRL-BALANCE   PIC S9(13)V99
                                 SIGN LEADING SEPARATE.

      * --- M1 batch header and one maintenance card -------------
       01  TRN-HEADER-CARD.
           05  FILLER            PIC X(01) VALUE "H".
           05  FILLER            PIC X(08) VALUE "I1".
           05  FILLER            PIC X(71) VALUE SPACES.

       01  TRN-CARD-LINE.
           05  TRN-CARD-ACTION   PIC X(01).
           05  TRN-CARD-KEY      PIC 9(09).

       77  AMOUNT-CARD-EDIT     PIC -(11)9.99.

      * --- code table check (same rule as M1) --------------------
       77  CDT-STATUS           PIC X(02).
       77  RUN-DATE             PIC 9(08).
       77  CODE-ACTIVE-SW       PIC X(01).
           88  CODE-IS-ACTIVE       VALUE "Y".

       77  REJ-REASON           PIC X(40).
       01  REJ-LINE.
           05  REJ-TYPE          PIC X(03).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT INB-FILE
           IF INB-STATUS NOT = "00"
               DISPLAY "I1: FILE1INB OPEN FAILED, STATUS=" INB-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CDT-FILE
           IF CDT-STATUS NOT = "00"
               DISPLAY "I1: FILE1CDT OPEN FAILED, STATUS=" CDT-STATUS
               CLOSE FILE1
               CLOSE INB-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TRN-FILE
           WRITE TRN-REC FROM TRN-HEADER-CARD
           OPEN OUTPUT REJ-FILE

           MOVE "N" TO INB-EOF-SW

           CLOSE INB-FILE
           CLOSE FILE1
           CLOSE CDT-FILE
           CLOSE TRN-FILE
           CLOSE REJ-FILE

                   MOVE "N" TO DTL-VALID-SW
               END-IF
           END-IF
           IF DTL-IS-VALID AND INB-DTL-A01-38 NOT = SPACES
               MOVE "A01-38 "      TO CDT-TYPE
               MOVE INB-DTL-A01-38 TO CDT-VALUE
               PERFORM LOOK-UP-CODE-TABLE
               IF NOT CODE-IS-ACTIVE
                   MOVE "A01-38 CODE NOT ACTIVE IN CODE TABLE"
                       TO REJ-REASON
                   MOVE "N" TO DTL-VALID-SW
               END-IF
           END-IF
           IF DTL-IS-VALID AND INB-DTL-A01-12 NOT = SPACES
               MOVE "A01-12 "      TO CDT-TYPE
               MOVE INB-DTL-A01-12 TO CDT-VALUE
               PERFORM LOOK-UP-CODE-TABLE
               IF NOT CODE-IS-ACTIVE
                   MOVE "A01-12 CODE NOT ACTIVE IN CODE TABLE"
                       TO REJ-REASON
                   MOVE "N" TO DTL-VALID-SW
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
      * Same code table rule M1 applies: on the table, flagged
      * active, and in effect on the run date.  The caller sets the
      * code type and value in the table key.
      * ------------------------------------------------------------
       LOOK-UP-CODE-TABLE.
           MOVE "N" TO CODE-ACTIVE-SW
           READ CDT-FILE
           IF CDT-STATUS = "00"
               IF CDT-ACTIVE AND CDT-EFF-DATE <= RUN-DATE
                       AND (CDT-EXP-DATE = ZERO
                            OR CDT-EXP-DATE >= RUN-DATE)
                   MOVE "Y" TO CODE-ACTIVE-SW
               END-IF
           END-IF
           .

      * ------------------------------------------------------------
