      *     FILE1-updating programs can no longer run at once; a
      *     run that finds FILE1 busy says who holds it and ends
      *     with RETURN-CODE 8 instead of opening the file.
      *   - Journal records now carry who made the change (the
      *     JNL-OPERATOR and JNL-APPROVER fields added to FILE1JRC);
      *     this program's own images are stamped with its name.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  b.
           ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-RUN-TIME FROM TIME
           MOVE JNL-IMAGE(1:9) TO JNL-KEY
           MOVE "b       " TO JNL-OPERATOR
           MOVE SPACES TO JNL-APPROVER
           WRITE JNL-REC
           .

