      *****************************************************************
      * Shared paragraphs that stand between a maintenance utility and*
      * its first mutation. With WS-AUTH-FUNCTION set, PERFORM        *
      * CHECK-AUTHORIZATION: the user id the job runs under (USER)    *
      * must hold a grant for that function in OPERATOR-AUTH.DAT whose*
      * effective date has arrived and whose expiry date has not      *
      * passed. Every check is appended to AUTH-USAGE.DAT, GRANTED or *
      * REFUSED. A refusal names the user, the function and why, goes *
      * to the central run log as a SECURITY entry, and ends the run  *
      * RC=8 before anything has been changed. No authorization       *
      * dataset catalogued means nobody is authorized, and a utility  *
      * naming an operator in WS-AUTH-NAMED-USER other than that user *
      * is refused whatever the user's grants. COPY AOCAUTHW.         *
      * into the PROCEDURE DIVISION; needs COPY AOCAUTHC. and COPY    *
      * AOCLOGC. in WORKING-STORAGE, COPY AOCLOGW. and WS-RUN-ID.     *
      *****************************************************************
       CHECK-AUTHORIZATION.
           ACCEPT WS-AUTH-USER FROM ENVIRONMENT "USER"
           IF WS-AUTH-USER = SPACES
             MOVE "UNKNOWN" TO WS-AUTH-USER
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUTH-TODAY
           MOVE 'N' TO WS-AUTH-GRANTED
           MOVE "NO GRANT ON FILE" TO WS-AUTH-REASON
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS = 35
             MOVE "NO AUTHORIZATION DATASET CATALOGUED"
               TO WS-AUTH-REASON
           ELSE
             MOVE WS-AUTH-STATUS TO WS-FILE-STATUS
             PERFORM ABORT-ON-FILE-ERROR
             PERFORM READ-AUTH-GRANT UNTIL WS-AUTH-STATUS = 10
               OR WS-AUTH-GRANTED = 'Y'
             CLOSE AUTH-FILE
           END-IF
           IF WS-AUTH-GRANTED = 'Y'
             AND WS-AUTH-NAMED-USER NOT = SPACES
             AND WS-AUTH-NAMED-USER NOT = WS-AUTH-USER
             MOVE 'N' TO WS-AUTH-GRANTED
             MOVE SPACES TO WS-AUTH-REASON
             STRING "CANNOT ACT AS OPERATOR "
               WS-AUTH-NAMED-USER DELIMITED BY SIZE
               INTO WS-AUTH-REASON
           END-IF
           PERFORM WRITE-AUTH-USAGE
           IF WS-AUTH-GRANTED NOT = 'Y'
             DISPLAY "*** USER " WS-AUTH-USER " IS NOT AUTHORIZED "
               "FOR " WS-AUTH-FUNCTION " ***"
             DISPLAY WS-AUTH-REASON
             DISPLAY "REFUSED, NOTHING HAS BEEN CHANGED"
             MOVE "SECURITY" TO WS-LOG-SEVERITY
             MOVE SPACES TO WS-LOG-MESSAGE
             STRING "USER " DELIMITED BY SIZE
               WS-AUTH-USER DELIMITED BY SPACE
               " REFUSED " DELIMITED BY SIZE
               WS-AUTH-FUNCTION DELIMITED BY SPACE
               ": " WS-AUTH-REASON DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
             PERFORM WRITE-RUN-LOG
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
       .
      *> THE USER'S GRANT FOR THE FUNCTION, IF ANY; A GRANT OUTSIDE
      *> ITS DATES SAYS WHICH SIDE IT FELL ON
       READ-AUTH-GRANT.
           READ AUTH-FILE
           IF WS-AUTH-STATUS NOT = 10
             AND AU-USER = WS-AUTH-USER
             AND AU-FUNCTION = WS-AUTH-FUNCTION
             MOVE SPACES TO WS-AUTH-REASON
             EVALUATE TRUE
               WHEN AU-EFFECTIVE-DATE > WS-AUTH-TODAY
                 STRING "GRANT NOT EFFECTIVE UNTIL "
                   AU-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO WS-AUTH-REASON
               WHEN AU-EXPIRY-DATE NOT = SPACES
                 AND AU-EXPIRY-DATE < WS-AUTH-TODAY
                 STRING "GRANT EXPIRED " AU-EXPIRY-DATE
                   DELIMITED BY SIZE INTO WS-AUTH-REASON
               WHEN OTHER
                 MOVE 'Y' TO WS-AUTH-GRANTED
             END-EVALUATE
           END-IF
       .
       WRITE-AUTH-USAGE.
           OPEN EXTEND AUTH-USAGE-FILE
           IF WS-AUTH-USE-STATUS = 35
             OPEN OUTPUT AUTH-USAGE-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AX-TIMESTAMP
           MOVE WS-AUTH-USER TO AX-USER
           MOVE WS-AUTH-FUNCTION TO AX-FUNCTION
           MOVE WS-LOG-PROGRAM TO AX-PROGRAM-ID
           IF WS-AUTH-GRANTED = 'Y'
             MOVE "GRANTED" TO AX-RESULT
           ELSE
             MOVE "REFUSED" TO AX-RESULT
           END-IF
           MOVE WS-RUN-ID TO AX-RUN-ID
           WRITE AUTH-USAGE-RECORD
           CLOSE AUTH-USAGE-FILE
       .
