      * any target field gets a report note instead of cards.
      * The proposal file is for review -- nothing here touches
      * FILE1; a cluster the operator confirms is fed to M1
      * as-is behind that operator's batch header card (the
      * deletes then wait in M1's held-change file for a second
      * operator), one that isn't is thrown away.  A01-7 clusters
      * are report-only: differing names need a human decision
      * first.
      *
      * A member of a clear cluster under a legal hold in force
      * (the hold list kept by M5, asked through its "M5-HOLD"
      * entry point, shared FILE1LHC copybook) is noted "HELD, NOT
      * PROCESSED" on the report and left out of the card set
      * altogether -- it neither survives nor is deleted, and its
      * money is not moved -- and the proposal counts as a block
      * against its hold.  The rest of the cluster is still
      * proposed if at least two unheld members remain.  A
      * cluster whose hold check fails gets no card set, and the
      * run ends with RETURN-CODE 8 so the withheld proposals are
      * seen.
      *
      * Clusters whose shared value is blank are not reported:
      * two records with no name (or no A01-7) agree on nothing.
       77  A7-REC-COUNT         PIC 9(09) VALUE ZERO.
       77  PROPOSAL-COUNT       PIC 9(07) VALUE ZERO.
       77  OVERFLOW-COUNT       PIC 9(05) VALUE ZERO.
       77  LEGAL-HOLD-COUNT     PIC 9(07) VALUE ZERO.
       77  HOLD-FAILED-COUNT    PIC 9(05) VALUE ZERO.

      * One candidate cluster: every record sharing the current
      * index value, collected as the walk passes through them.  A
               10  CLM-A01-11        PIC X(30).
               10  CLM-A01-13        PIC 9(05).
               10  CLM-SCORE         PIC 9(01).
               10  CLM-HOLD-SW       PIC X(01).
                   88  CLM-HELD          VALUE "Y".

       77  SURVIVOR-KEY         PIC 9(09).
       77  SURVIVOR-IX          PIC 9(03).
       77  SUM-FITS-SW          PIC X(01).
           88  SUMS-FIT             VALUE "Y".
       77  AMOUNT-CARD-EDIT     PIC -(11)9.99.
       77  UNHELD-MEMBER-COUNT  PIC 9(03).
       77  HOLD-CHECK-SW        PIC X(01).
           88  HOLD-CHECK-FAILED    VALUE "Y".

      * --- legal-hold check ----------------------------------------
           COPY FILE1LHC.

       01  RPT-CLUSTER-HEADER.
           05  RPH-LABEL         PIC X(16).
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-LEGAL-HOLD-LIST
           IF LHK-UNAVAILABLE
               DISPLAY "D1: LEGAL HOLD LIST UNAVAILABLE - NOT RUN"
               CLOSE FILE1
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT PRO-FILE

           PERFORM SCAN-A01-7-INDEX

           CLOSE FILE1
           PERFORM CLOSE-LEGAL-HOLD-LIST
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE RPT-FILE
           CLOSE PRO-FILE
           DISPLAY "RECORDS IN CLUSTERS: " CLUSTER-REC-COUNT
           DISPLAY "A01-7 CLUSTERS:      " A7-CLUSTER-COUNT
           DISPLAY "CARD SETS PROPOSED:  " PROPOSAL-COUNT
           DISPLAY "HELD, NOT PROCESSED: " LEGAL-HOLD-COUNT
           IF HOLD-FAILED-COUNT > ZERO
               DISPLAY "D1: LEGAL HOLD CHECK FAILED FOR "
                       HOLD-FAILED-COUNT
                       " CLUSTER(S) - NO CARDS PROPOSED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

               MOVE A01-11    TO CLM-A01-11(MEMBER-COUNT)
               MOVE A01-13    TO CLM-A01-13(MEMBER-COUNT)
               MOVE ZERO      TO CLM-SCORE(MEMBER-COUNT)
               MOVE "N"       TO CLM-HOLD-SW(MEMBER-COUNT)
           END-IF
           .

               ADD 1 TO CLUSTER-COUNT
               ADD MEMBER-COUNT TO CLUSTER-REC-COUNT
               PERFORM SCORE-CLUSTER-MEMBERS
               IF CLUSTER-IS-EXACT AND NOT CLUSTER-FULL
                   PERFORM CHECK-CLUSTER-LEGAL-HOLDS
               END-IF
               MOVE "CLUSTER A01-4:  " TO RPH-LABEL
               MOVE CLUSTER-NAME TO RPH-NAME
               PERFORM REPORT-ONE-CLUSTER
           END-PERFORM
           .

      * ------------------------------------------------------------
      * Every member of a cluster about to be proposed is put to
      * the legal-hold list; a held member is marked, to be noted
      * on the report and left out of the card set.  A failed
      * check proposes nothing for the cluster rather than risk
      * a card against a held key.
      * ------------------------------------------------------------
       CHECK-CLUSTER-LEGAL-HOLDS.
           MOVE "N" TO HOLD-CHECK-SW
           MOVE ZERO TO UNHELD-MEMBER-COUNT
           PERFORM VARYING MEMBER-IX FROM 1 BY 1
                   UNTIL MEMBER-IX > MEMBER-COUNT
               PERFORM CHECK-LEGAL-HOLD
               EVALUATE TRUE
                   WHEN LHK-HELD
                       MOVE "Y" TO CLM-HOLD-SW(MEMBER-IX)
                       ADD 1 TO LEGAL-HOLD-COUNT
                   WHEN LHK-UNAVAILABLE
                       MOVE "Y" TO HOLD-CHECK-SW
                   WHEN OTHER
                       ADD 1 TO UNHELD-MEMBER-COUNT
               END-EVALUATE
           END-PERFORM
           .

      * ------------------------------------------------------------
      * One cluster's detail block; the caller has set the header
      * label and value.  On the A01-7 pass each member's name
      * rides in the note column -- the differing names are the
      * finding.  On the A01-4 pass the note column flags a member
      * a legal hold kept out of the card set.
      * ------------------------------------------------------------
       REPORT-ONE-CLUSTER.
           MOVE MEMBER-COUNT TO RPH-MEMBERS
               IF RPH-LABEL = "CLUSTER A01-7:  "
                   MOVE CLM-A01-4(MEMBER-IX) (1:20) TO RPD-NOTE
               ELSE
                   IF CLM-HELD(MEMBER-IX)
                       MOVE "HELD, NOT PROCESSED" TO RPD-NOTE
                   ELSE
                       MOVE SPACES TO RPD-NOTE
                   END-IF
               END-IF
               WRITE RPT-REC FROM RPT-DETAIL-LINE
           END-PERFORM
      * money from any of the four totals.  A sum too large for
      * its target field gets no card set, only a report note:
      * M1 would reject the card anyway, better to say so here.
      * Members under a legal hold are not in the card set at all:
      * the survivor is the lowest UNHELD key, the sums are over
      * the unheld members, and only they are deleted.
      * ------------------------------------------------------------
       PROPOSE-MERGE-CARDS.
           EVALUATE TRUE
               WHEN HOLD-CHECK-FAILED
                   ADD 1 TO HOLD-FAILED-COUNT
                   MOVE SPACES TO RPT-REC
                   STRING "  (LEGAL HOLD CHECK FAILED -"
                          " NO CARD SET PROPOSED)"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN UNHELD-MEMBER-COUNT < 2
                   MOVE SPACES TO RPT-REC
                   STRING "  (LEGAL HOLDS LEAVE NOTHING TO MERGE -"
                          " NO CARD SET PROPOSED)"
                       DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN OTHER
                   PERFORM PROPOSE-UNHELD-MERGE-CARDS
           END-EVALUATE
           .

       PROPOSE-UNHELD-MERGE-CARDS.
           MOVE ZERO TO SURVIVOR-IX
           MOVE ZERO TO CLUSTER-BAL-89  CLUSTER-BAL-91
                        CLUSTER-BAL-122 CLUSTER-BAL-160
           PERFORM VARYING MEMBER-IX FROM 1 BY 1
                   UNTIL MEMBER-IX > MEMBER-COUNT
               IF NOT CLM-HELD(MEMBER-IX)
                   IF SURVIVOR-IX = ZERO
                       MOVE MEMBER-IX TO SURVIVOR-IX
                   ELSE
                       IF CLM-KEY(MEMBER-IX) < CLM-KEY(SURVIVOR-IX)
                           MOVE MEMBER-IX TO SURVIVOR-IX
                       END-IF
                   END-IF
                   ADD CLM-A01-89(MEMBER-IX)  TO CLUSTER-BAL-89
                   ADD CLM-A01-91(MEMBER-IX)  TO CLUSTER-BAL-91
                   ADD CLM-A01-122(MEMBER-IX) TO CLUSTER-BAL-122
                   ADD CLM-A01-160(MEMBER-IX) TO CLUSTER-BAL-160
               END-IF
           END-PERFORM
           MOVE CLM-KEY(SURVIVOR-IX) TO SURVIVOR-KEY
           PERFORM TEST-SUMS-FIT-FIELDS
               PERFORM VARYING MEMBER-IX FROM 1 BY 1
                       UNTIL MEMBER-IX > MEMBER-COUNT
                   IF MEMBER-IX NOT = SURVIVOR-IX
                           AND NOT CLM-HELD(MEMBER-IX)
                       MOVE CLM-KEY(MEMBER-IX) TO PRO-CARD-KEY
                       WRITE PRO-REC FROM PRO-CARD-LINE
                   END-IF
           MOVE "AMOUNT OVERFLOWS:           " TO RPS-TEXT
           MOVE OVERFLOW-COUNT    TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "HELD, NOT PROCESSED:        " TO RPS-TEXT
           MOVE LEGAL-HOLD-COUNT  TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           MOVE "LEGAL HOLD CHECK FAILURES:  " TO RPS-TEXT
           MOVE HOLD-FAILED-COUNT TO RPS-COUNT
           WRITE RPT-REC FROM RPT-SUMMARY-LINE
           .

      * ------------------------------------------------------------
      * Legal-hold check (hold maintenance M5, "M5-HOLD" entry
      * point, shared FILE1LHC copybook): opened with FILE1, asked
      * for every member of a cluster about to be proposed -- a
      * held member counts as a block against its hold -- and
      * closed with FILE1.
      * ------------------------------------------------------------
       OPEN-LEGAL-HOLD-LIST.
           MOVE "OPEN    " TO LHK-REQUEST
           MOVE "D1      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CHECK-LEGAL-HOLD.
           MOVE "CHECK   " TO LHK-REQUEST
           MOVE "D1      " TO LHK-CALLER
           MOVE CLM-KEY(MEMBER-IX) TO LHK-KEY
           CALL "M5-HOLD" USING LHK-PARMS
           .

       CLOSE-LEGAL-HOLD-LIST.
           MOVE "CLOSE   " TO LHK-REQUEST
           MOVE "D1      " TO LHK-CALLER
           CALL "M5-HOLD" USING LHK-PARMS
           .
