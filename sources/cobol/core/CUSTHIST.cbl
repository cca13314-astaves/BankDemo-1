      *              written alongside the CUSTAUDT journal by        *
      *              ADDCUST/UPDCUST/DELCUST, and names the CBANKVCS  *
      *              fields each change moved from the before/after   *
      *              images the audit entry carries.  A survivor of   *
      *              the CUSTMRGE duplicate merge also holds the      *
      *              history of every customer merged into it, each   *
      *              entry marked with the ID it was first filed      *
      *              under                                            *
      *****************************************************************

       IDENTIFICATION DIVISION.
         05  WS-DIFF-PTR                           PIC S9(4) COMP.
         05  WS-DIFF-NAME                          PIC X(10).
         05  WS-DIFF-TEXT                          PIC X(60).
         05  WS-MERGED-DIFF-TEXT                   PIC X(60).

       01 WS-HISTORY-REC.
       COPY CUSTHST.
       01 WS-AFTER-REC.
       COPY CBANKVCS.

      *****************************************************************
      * A watch-list review entry carries the CUSTWHT hit record as   *
      * its after image instead of a customer                         *
      *****************************************************************
       01 WS-AFTER-HIT.
       COPY CUSTWHT.

       01  WS-COMMAREA.
       COPY CUSTHREQ.
       COPY ADDRESP.
                 MOVE 'CUSTOMER REINSTATED' TO WS-DIFF-TEXT
              WHEN CAJ-ACTION-PURGE
                 MOVE 'CUSTOMER PURGED' TO WS-DIFF-TEXT
              WHEN CAJ-ACTION-MERGE
                 PERFORM 3500-DESCRIBE-MERGE THRU 3500-EXIT
              WHEN CAJ-ACTION-SCREEN
                 MOVE CAJ-AFTER-IMAGE TO WS-AFTER-HIT
                 IF WHT-CLEARED
                    MOVE 'WATCH-LIST MATCH CLEARED BY REVIEW'
                       TO WS-DIFF-TEXT
                 ELSE
                    MOVE 'WATCH-LIST MATCH CONFIRMED BY REVIEW'
                       TO WS-DIFF-TEXT
                 END-IF
              WHEN CAJ-ACTION-UPDATE
                 IF CAJ-BEFORE-IMAGE = SPACES
                    AND CAJ-AFTER-IMAGE = SPACES
              WHEN OTHER
                 MOVE SPACES TO WS-DIFF-TEXT
           END-EVALUATE.

      *****************************************************************
      * An entry the merge carried across from a retired customer     *
      * still names that customer in the audit record - say so, so    *
      * the survivor's history does not read as if it all happened    *
      * to the survivor                                                *
      *****************************************************************
           IF CAJ-CUST-PID NOT = CHQ-CUST-PID
              AND NOT CAJ-ACTION-MERGE
              MOVE WS-DIFF-TEXT TO WS-MERGED-DIFF-TEXT
              MOVE SPACES       TO WS-DIFF-TEXT
              STRING 'FROM '             DELIMITED BY SIZE
                     CAJ-CUST-PID        DELIMITED BY SIZE
                     ': '                DELIMITED BY SIZE
                     WS-MERGED-DIFF-TEXT DELIMITED BY SIZE
                INTO WS-DIFF-TEXT
                ON OVERFLOW CONTINUE
              END-STRING
           END-IF.
           MOVE WS-DIFF-TEXT TO
               CHQ-ENTRY-CHANGED-FIELDS(CHQ-ENTRY-COUNT).
       2300-EXIT.
              MOVE 'CONT' TO WS-DIFF-NAME
              PERFORM 3300-APPEND-FIELD-NAME THRU 3300-EXIT
           END-IF.
           IF BCS-REC-GONE-AWAY OF WS-BEFORE-REC NOT =
              BCS-REC-GONE-AWAY OF WS-AFTER-REC
              MOVE 'GONE' TO WS-DIFF-NAME
              PERFORM 3300-APPEND-FIELD-NAME THRU 3300-EXIT
           END-IF.

           IF WS-DIFF-PTR = 1
              MOVE '(NO FIELDS CHANGED)' TO WS-DIFF-TEXT
       3300-EXIT.
           EXIT.

       3500-DESCRIBE-MERGE.
      *****************************************************************
      * The merge entry is filed under both customers - under the     *
      * retired ID it names the survivor it now points at, under the  *
      * survivor it names the customer merged in                      *
      *****************************************************************
           MOVE CAJ-AFTER-IMAGE TO WS-AFTER-REC.
           MOVE SPACES TO WS-DIFF-TEXT.
           IF CAJ-CUST-PID = CHQ-CUST-PID
              STRING 'CUSTOMER MERGED INTO '    DELIMITED BY SIZE
                     BCS-REC-MERGED-INTO-PID OF WS-AFTER-REC
                                                DELIMITED BY SIZE
                INTO WS-DIFF-TEXT
              END-STRING
           ELSE
              STRING 'CUSTOMER '                DELIMITED BY SIZE
                     CAJ-CUST-PID               DELIMITED BY SIZE
                     ' MERGED INTO THIS ONE'    DELIMITED BY SIZE
                INTO WS-DIFF-TEXT
              END-STRING
           END-IF.
       3500-EXIT.
           EXIT.

       4000-SET-RESULT-MESSAGE.
      *****************************************************************
      * Tell the caller how the inquiry went and whether another      *
