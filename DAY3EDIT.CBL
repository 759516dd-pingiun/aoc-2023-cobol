           MOVE IN-RECORD TO RJ-RAW-LINE
           MOVE WS-RUN-ID TO RJ-RUN-ID
           MOVE WS-INPUT-GEN TO RJ-INPUT-GEN
           MOVE WS-LINE-NUMBER TO RJ-LINE-NUMBER
           WRITE REJECT-RECORD
           CLOSE REJECT-FILE
       .
