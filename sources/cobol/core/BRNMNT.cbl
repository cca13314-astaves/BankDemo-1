      *              PF2 displays the branch under the keyed sort     *
      *              code, ENTER adds it or saves the amendment, and  *
      *              a branch that has shut is marked CLOSED rather   *
      *              than removed so the reports can still name it.   *
      *              A closed branch may name an open successor       *
      *              branch to take over its customers               *
      *****************************************************************

       IDENTIFICATION DIVISION.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-RESP2                              PIC S9(8) COMP.
         05  WS-BNKBRN-RID                         PIC X(6).
         05  WS-SUCCESSOR-SORT-CODE                PIC 9(6).
         05  WS-VALID-SW                           PIC X(01)
             VALUE 'Y'.
             88  WS-FIELDS-VALID                   VALUE 'Y'.
           MOVE BRN-REC-NAME       TO NAMEO OF BRNMNT1O.
           MOVE BRN-REC-REGION     TO REGIONO OF BRNMNT1O.
           MOVE BRN-REC-STATUS     TO STATO OF BRNMNT1O.
           IF BRN-REC-SUCCESSOR-SORT-CODE IS NUMERIC
              IF BRN-REC-SUCCESSOR-SORT-CODE IS GREATER THAN ZERO
                 MOVE BRN-REC-SUCCESSOR-SORT-CODE
                   TO SUCCO OF BRNMNT1O
              END-IF
           END-IF.
           MOVE WS-MESSAGE         TO MSGO OF BRNMNT1O.
           EXEC CICS SEND MAP('BRNMNT1')
                     MAPSET('BRNMNT')
                 MOVE SPACES        TO BRN-REC-NAME
                 MOVE SPACES        TO BRN-REC-REGION
                 MOVE SPACES        TO BRN-REC-STATUS
                 MOVE ZERO          TO BRN-REC-SUCCESSOR-SORT-CODE
              WHEN OTHER
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'BRANCH FILE ERROR - BNKBRN COULD NOT BE READ'
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-VALIDATE-SUCCESSOR THRU 3100-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 3000-EXIT
           END-IF.

      *****************************************************************
      * The read-for-update decides whether this is an add or an      *
      * amend - the same ENTER covers both so a new branch and a      *
           ELSE
              MOVE STAT OF BRNMNT1I TO BRN-REC-STATUS
           END-IF.
           MOVE WS-SUCCESSOR-SORT-CODE TO BRN-REC-SUCCESSOR-SORT-CODE.

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
       3000-EXIT.
           EXIT.

       3100-VALIDATE-SUCCESSOR.
      *****************************************************************
      * The successor names the branch taking over a closed branch's  *
      * customers - blank means none.  It only makes sense on a       *
      * closed branch, and must be another branch that is on file and *
      * still open, otherwise the re-homing run would move customers  *
      * somewhere they cannot stay                                    *
      *****************************************************************
           MOVE ZERO TO WS-SUCCESSOR-SORT-CODE.
           IF SUCC OF BRNMNT1I = SPACES
              OR SUCC OF BRNMNT1I = LOW-VALUES
              GO TO 3100-EXIT
           END-IF.

           IF SUCC OF BRNMNT1I IS NOT NUMERIC
              SET WS-FIELDS-INVALID TO TRUE
              MOVE 'BRANCH SAVE FAILED - SUCCESSOR IS NOT NUMERIC'
                TO WS-MESSAGE
              GO TO 3100-EXIT
           END-IF.

           MOVE SUCC OF BRNMNT1I TO WS-SUCCESSOR-SORT-CODE.
           IF WS-SUCCESSOR-SORT-CODE = ZERO
              GO TO 3100-EXIT
           END-IF.

           IF STAT OF BRNMNT1I NOT = 'C'
              SET WS-FIELDS-INVALID TO TRUE
              MOVE 'BRANCH SAVE FAILED - SUCCESSOR IS FOR CLOSED BRANCH'
                TO WS-MESSAGE
              GO TO 3100-EXIT
           END-IF.

           IF WS-SUCCESSOR-SORT-CODE = BRN-REC-SORT-CODE
              SET WS-FIELDS-INVALID TO TRUE
              MOVE 'BRANCH SAVE FAILED - BRANCH CANNOT SUCCEED ITSELF'
                TO WS-MESSAGE
              GO TO 3100-EXIT
           END-IF.

      *****************************************************************
      * Look the successor up in the record area, then put the keyed  *
      * sort code back so the save (or the error redisplay) works on  *
      * the branch being maintained                                   *
      *****************************************************************
           MOVE WS-SUCCESSOR-SORT-CODE TO WS-BNKBRN-RID.
           EXEC CICS READ FILE('BNKBRN')
                     INTO(WS-BNKBRN-REC)
                     RIDFLD(WS-BNKBRN-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF BRN-BRANCH-CLOSED
                    SET WS-FIELDS-INVALID TO TRUE
                    MOVE 'BRANCH SAVE FAILED - SUCCESSOR IS CLOSED'
                      TO WS-MESSAGE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'BRANCH SAVE FAILED - SUCCESSOR NOT ON FILE'
                   TO WS-MESSAGE
              WHEN OTHER
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'BRANCH FILE ERROR - BNKBRN COULD NOT BE READ'
                   TO WS-MESSAGE
           END-EVALUATE.
           MOVE SPACES            TO WS-BNKBRN-REC.
           MOVE SCODE OF BRNMNT1I TO BRN-REC-SORT-CODE.
           MOVE ZERO              TO BRN-REC-SUCCESSOR-SORT-CODE.
       3100-EXIT.
           EXIT.

       9999-ABEND-EXIT.
      *****************************************************************
      * Reached only if something above abends - back out any         *
