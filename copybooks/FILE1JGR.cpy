      * Record layout for the FILE1 journal generation register.
      * Each time U1 takes a backup it renames the live journal
      * FILE1JNL to JGN-GEN-NAME and registers it here: the backup
      * the generation's changes were made on top of
      * (JGN-FOLLOWS-BACKUP, zero for the first generation cut), the
      * backup that closed it off (JGN-CLOSED-BY-BACKUP, the U1 run
      * stamp), the stamps of its first and last journal records and
      * how many records it holds.  A backup stamp is CCYYMMDDHHMMSSHH
      * like a journal stamp.  The changes that belong after backup
      * X are the generations whose JGN-FOLLOWS-BACKUP is X or later,
      * in JGN-SEQ order, followed by the live FILE1JNL.  An empty
      * journal is still registered (JGN-RECORD-COUNT zero, no
      * generation file) so the chain of backups stays unbroken.
       01  JGN-REC.
           03  JGN-SEQ                 PIC 9(07).
           03  JGN-GEN-NAME            PIC X(40).
           03  JGN-FOLLOWS-BACKUP.
               05  JGN-FOLLOWS-DATE    PIC 9(08).
               05  JGN-FOLLOWS-TIME    PIC 9(08).
           03  JGN-CLOSED-BY-BACKUP.
               05  JGN-CLOSED-BY-DATE  PIC 9(08).
               05  JGN-CLOSED-BY-TIME  PIC 9(08).
           03  JGN-FIRST-STAMP.
               05  JGN-FIRST-DATE      PIC 9(08).
               05  JGN-FIRST-TIME      PIC 9(08).
           03  JGN-LAST-STAMP.
               05  JGN-LAST-DATE       PIC 9(08).
               05  JGN-LAST-TIME       PIC 9(08).
           03  JGN-RECORD-COUNT        PIC 9(09).
           03  FILLER                  PIC X(20).
