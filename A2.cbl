           ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-RUN-TIME FROM TIME
           MOVE JNL-IMAGE(1:9) TO JNL-KEY
           MOVE "A2      " TO JNL-OPERATOR
           MOVE SPACES TO JNL-APPROVER
           WRITE JNL-REC
           .

