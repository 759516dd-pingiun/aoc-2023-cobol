           MOVE "BAD CARD LAYOUT" TO RJ-REASON
           MOVE WS-RUN-ID TO RJ-RUN-ID
           MOVE WS-INPUT-GEN TO RJ-INPUT-GEN
           MOVE WS-RECORDS-READ TO RJ-LINE-NUMBER
           WRITE REJECT-RECORD
           CLOSE REJECT-FILE
       .
