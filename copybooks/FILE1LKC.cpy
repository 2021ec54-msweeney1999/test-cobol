      * Parameter area for the FILE1 run interlock -- shared by the lock
      * manager L1 and by every program that updates FILE1 ("b", M1, A1,
      * U1, U2, V1, A2, V2, Z1, and the maintenance screen M6 for each
      * save; and the month-end roll-forward C2, which only reads FILE1
      * but must not see it mid-update), so the handshake only has to be
      * maintained in one place.  The caller sets the request and its
      * own program name, CALLs "L1-LOCK", and tests the reply: "00"
      * means the run token was granted (or released), "08" means FILE1
      * is busy with another run and the caller must not open it.
       01  LOK-PARMS.
           05  LOK-REQUEST        PIC X(08).
               88  LOK-ACQUIRE        VALUE "ACQUIRE ".
