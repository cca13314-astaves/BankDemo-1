         05  WS-AUDIT-DATE                         PIC 9(08).
         05  WS-AUDIT-TIME                         PIC 9(06).
         05  WS-TASKNO                             PIC 9(07).
         05  WS-BNKWLST-RID                        PIC X(14).
         05  WS-BNKWHIT-RID                        PIC X(48).
         05  WS-SCREEN-NAME                        PIC X(30).
         05  WS-SCREEN-SOUNDEX                     PIC X(04).
         05  WS-SCREEN-MATCH-TYPE                  PIC X(01).
         05  WS-SCREEN-ENTRY-ID                    PIC X(10).
         05  WS-SCREEN-SW                          PIC X(01)
             VALUE 'C'.
             88  WS-SCREEN-CLEAR                   VALUE 'C'.
             88  WS-SCREEN-UNAVAILABLE             VALUE 'U'.
             88  WS-SCREEN-HELD                    VALUE 'H'.
             88  WS-SCREEN-REFUSED                 VALUE 'R'.
             88  WS-SCREEN-UNRECORDED              VALUE 'X'.
         05  WS-POSTCODE-PGM                       PIC X(08)
             VALUE 'CUSTPCHK'.
         05  WS-BNKPOST-RID                        PIC X(08).
         05  WS-POSTCODE-RESULT                    PIC X(01).
             88  WS-POSTCODE-WELL-FORMED           VALUE 'Y'.
             88  WS-POSTCODE-BLANK                 VALUE 'B'.
             88  WS-POSTCODE-MALFORMED             VALUE 'N'.

       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-BNKBRN-REC.
       COPY CBANKBRN.

       01 WS-BNKPOST-REC.
       COPY CUSTPST.

       01 WS-ENTITLEMENT-REC.
       COPY CUSTENT.

       01 WS-CONTROL-REC.
       COPY CUSTCTL.

       01 WS-WATCH-LIST-REC.
       COPY CUSTWLS.

       01 WS-WATCH-HIT-REC.
       COPY CUSTWHT.

       01 WS-AUDIT-REC.
       COPY CUSTAUD.

              PERFORM 1500-VALIDATE-SORT-CODE THRU 1500-EXIT
           END-IF.

      *****************************************************************
      * The postcode must be a real one - on the BNKPOST postcode     *
      * reference file - or the post goes nowhere.  It is filed in    *
      * the standard form so the duplicate-person check below and     *
      * the mailing-house feeds all see it the same way                *
      *****************************************************************
           IF WS-FIELDS-VALID
              PERFORM 1550-VALIDATE-POSTCODE THRU 1550-EXIT
           END-IF.

      *****************************************************************
      * The ID is auto-generated, so a re-used ID no longer catches   *
      * the same human being keyed twice - before spending an ID,     *
              PERFORM 1600-CHECK-DUPLICATE-PERSON THRU 1600-EXIT
           END-IF.

      *****************************************************************
      * Screen the new customer against the compliance sanctions and  *
      * watch list before an ID is spent - a possible match holds the *
      * add for compliance to review.  The duplicate-person override  *
      * does not reach this far: only a reviewer can clear a match    *
      *****************************************************************
           IF WS-FIELDS-VALID
              PERFORM 1700-SCREEN-WATCH-LIST THRU 1700-EXIT
           END-IF.

      *****************************************************************
      * Allocate the next customer ID ourselves, rather than expect   *
      * the caller to already know the key it wants                   *
              MOVE WS-AUDIT-DATE TO BCS-REC-DATE-ADDED
              MOVE 'A'           TO BCS-REC-STATUS
              MOVE ZEROS         TO BCS-REC-DATE-CLOSED
              MOVE SPACES        TO BCS-REC-MERGED-INTO-PID
              MOVE 'N'           TO BCS-REC-GONE-AWAY
              MOVE ZEROS         TO BCS-REC-GONE-AWAY-DATE
              MOVE SPACES        TO BCS-REC-GONE-AWAY-ITEM
           END-IF.

      *****************************************************************
       1500-EXIT.
           EXIT.

       1550-VALIDATE-POSTCODE.
      *****************************************************************
      * CUSTPCHK puts the postcode keyed into its standard form and   *
      * checks its shape, then the standard form is looked up on the  *
      * BNKPOST reference file.  Blank, malformed and unknown         *
      * postcodes are all refused under the one reason code, with a   *
      * message saying which it was                                   *
      *****************************************************************
           CALL WS-POSTCODE-PGM
                USING BCS-REC-POSTCODE, WS-BNKPOST-RID,
                      WS-POSTCODE-RESULT.
           IF WS-POSTCODE-WELL-FORMED
              EXEC CICS READ FILE('BNKPOST')
                        INTO(WS-BNKPOST-REC)
                        RIDFLD(WS-BNKPOST-RID)
                        RESP(WS-RESP)
                        RESP2(WS-RESP2)
              END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN WS-POSTCODE-BLANK
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 16   TO RESPONSERETCODE
                 MOVE 1017 TO REASONRETCODE
                 STRING 'USER ADD FAILED - POSTCODE IS BLANK'
                        DELIMITED BY SIZE
                   INTO RESPONSEMSG
                 END-STRING
              WHEN WS-POSTCODE-MALFORMED
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 16   TO RESPONSERETCODE
                 MOVE 1017 TO REASONRETCODE
                 STRING
                   'USER ADD FAILED - POSTCODE '
                                  DELIMITED BY SIZE
                   WS-BNKPOST-RID DELIMITED BY SIZE
                   ' IS NOT A VALID SHAPE'
                                  DELIMITED BY SIZE
                 INTO RESPONSEMSG
                 END-STRING
              WHEN WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 16   TO RESPONSERETCODE
                 MOVE 1017 TO REASONRETCODE
                 STRING
                   'USER ADD FAILED - POSTCODE '
                                  DELIMITED BY SIZE
                   WS-BNKPOST-RID DELIMITED BY SIZE
                   ' NOT ON POSTCODE FILE'
                                  DELIMITED BY SIZE
                 INTO RESPONSEMSG
                 END-STRING
              WHEN OTHER
                 MOVE WS-BNKPOST-RID TO BCS-REC-POSTCODE
           END-EVALUATE.
       1550-EXIT.
           EXIT.

       1600-CHECK-DUPLICATE-PERSON.
      *****************************************************************
      * Browse the BNKCUSN name path at exactly this name and collect *
       1650-EXIT.
           EXIT.

       1700-SCREEN-WATCH-LIST.
      *****************************************************************
      * Browse the BNKWLST watch list at the CUSTPHON sound of the    *
      * name and test each entry that sounds alike.  A match the      *
      * reviewers have already confirmed refuses the add outright;    *
      * any other match not yet cleared holds it, naming the list     *
      * entry for compliance.  A watch list that cannot be read holds *
      * the add too - an unscreened customer is never waved through   *
      *****************************************************************
           SET WS-SCREEN-CLEAR TO TRUE.
           MOVE SPACES TO WS-SCREEN-ENTRY-ID.
           MOVE BCS-REC-NAME TO WS-SCREEN-NAME.
           INSPECT WS-SCREEN-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           CALL WS-PHONETIC-PGM
                USING WS-SCREEN-NAME, WS-SCREEN-SOUNDEX.
           MOVE WS-SCREEN-SOUNDEX TO WS-BNKWLST-RID(1:4).
           MOVE LOW-VALUES        TO WS-BNKWLST-RID(5:10).
           EXEC CICS STARTBR FILE('BNKWLST')
                     RIDFLD(WS-BNKWLST-RID)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 SET WS-BROWSE-ACTIVE TO TRUE
                 PERFORM 1750-READ-NEXT-LIST-ENTRY THRU 1750-EXIT
                    UNTIL WS-BROWSE-ENDED
                 EXEC CICS ENDBR FILE('BNKWLST') END-EXEC
              WHEN WS-RESP IS EQUAL TO DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET WS-SCREEN-UNAVAILABLE TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-SCREEN-REFUSED
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 16   TO RESPONSERETCODE
                 MOVE 1016 TO REASONRETCODE
                 STRING
                   'USER ADD REFUSED - CONFIRMED WATCH-LIST MATCH '
                                      DELIMITED BY SIZE
                   WS-SCREEN-ENTRY-ID DELIMITED BY SPACE
                 INTO RESPONSEMSG
                 END-STRING
              WHEN WS-SCREEN-UNRECORDED
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 16   TO RESPONSERETCODE
                 MOVE 1016 TO REASONRETCODE
                 STRING
                   'USER ADD REFUSED - WATCH-LIST HIT NOT RECORDED '
                                      DELIMITED BY SIZE
                   WS-SCREEN-ENTRY-ID DELIMITED BY SPACE
                 INTO RESPONSEMSG
                 END-STRING
              WHEN WS-SCREEN-HELD
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 4    TO RESPONSERETCODE
                 MOVE 1015 TO REASONRETCODE
                 STRING
                   'USER ADD HELD - WATCH-LIST MATCH '
                                      DELIMITED BY SIZE
                   WS-SCREEN-ENTRY-ID DELIMITED BY SPACE
                   ' - SEE COMPLIANCE'
                                      DELIMITED BY SIZE
                 INTO RESPONSEMSG
                 END-STRING
              WHEN WS-SCREEN-UNAVAILABLE
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 4    TO RESPONSERETCODE
                 MOVE 1015 TO REASONRETCODE
                 STRING
                   'USER ADD HELD - WATCH LIST UNAVAILABLE'
                                      DELIMITED BY SIZE
                   ' - SEE COMPLIANCE'
                                      DELIMITED BY SIZE
                 INTO RESPONSEMSG
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       1700-EXIT.
           EXIT.

       1750-READ-NEXT-LIST-ENTRY.
      *****************************************************************
      * Read one entry forward - the browse ends on the first entry   *
      * under a different sound.  The control record is skipped, and  *
      * a read failure part-way through counts as a list that could   *
      * not be read                                                   *
      *****************************************************************
           EXEC CICS READNEXT FILE('BNKWLST')
                     INTO(WS-WATCH-LIST-REC)
                     RIDFLD(WS-BNKWLST-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP IS EQUAL TO DFHRESP(ENDFILE)
                 SET WS-BROWSE-ENDED TO TRUE
              WHEN WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-BROWSE-ENDED TO TRUE
                 IF WS-SCREEN-CLEAR
                    SET WS-SCREEN-UNAVAILABLE TO TRUE
                 END-IF
              WHEN WLS-SOUNDEX NOT = WS-SCREEN-SOUNDEX
                 SET WS-BROWSE-ENDED TO TRUE
              WHEN WLS-ENTRY-ID = '0000000000'
                 CONTINUE
              WHEN OTHER
                 PERFORM 1760-MATCH-LIST-ENTRY THRU 1760-EXIT
           END-EVALUATE.
       1750-EXIT.
           EXIT.

       1760-MATCH-LIST-ENTRY.
      *****************************************************************
      * An entry matches on the exact name where the list gives no    *
      * date of birth (N), on the exact name and date of birth (E),   *
      * or on a name that only sounds alike with the same date of     *
      * birth (P).  Each match is looked up on the BNKWHIT hits file  *
      * - a hit cleared by review no longer holds this person, a      *
      * confirmed one refuses the add, and a new one is raised there  *
      * as pending for compliance to pick up.  A hit that cannot be   *
      * raised there would leave compliance nothing to review, so the *
      * add is refused outright rather than held                      *
      *****************************************************************
           EVALUATE TRUE
              WHEN WLS-NAME = WS-SCREEN-NAME
               AND WLS-DOB = ZERO
                 MOVE 'N' TO WS-SCREEN-MATCH-TYPE
              WHEN WLS-NAME = WS-SCREEN-NAME
               AND WLS-DOB = BCS-REC-DATE-OF-BIRTH
                 MOVE 'E' TO WS-SCREEN-MATCH-TYPE
              WHEN WLS-DOB = BCS-REC-DATE-OF-BIRTH
               AND WLS-DOB NOT = ZERO
                 MOVE 'P' TO WS-SCREEN-MATCH-TYPE
              WHEN OTHER
                 GO TO 1760-EXIT
           END-EVALUATE.

           MOVE SPACES                TO WS-WATCH-HIT-REC.
           MOVE WS-SCREEN-NAME        TO WHT-CUST-NAME.
           MOVE BCS-REC-DATE-OF-BIRTH TO WHT-CUST-DOB.
           MOVE WLS-ENTRY-ID          TO WHT-ENTRY-ID.
           MOVE WHT-KEY               TO WS-BNKWHIT-RID.
           EXEC CICS READ FILE('BNKWHIT')
                     INTO(WS-WATCH-HIT-REC)
                     RIDFLD(WS-BNKWHIT-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               AND WHT-CLEARED
                 CONTINUE
              WHEN WS-RESP IS EQUAL TO DFHRESP(NORMAL)
               AND WHT-CONFIRMED
                 SET WS-SCREEN-REFUSED TO TRUE
                 MOVE WLS-ENTRY-ID TO WS-SCREEN-ENTRY-ID
                 SET WS-BROWSE-ENDED TO TRUE
              WHEN WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 PERFORM 1770-NOTE-HELD THRU 1770-EXIT
              WHEN OTHER
                 EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(WS-AUDIT-DATE)
                           TIME(WS-AUDIT-TIME)
                 END-EXEC
                 MOVE SPACES               TO WHT-CUST-PID
                 MOVE WS-SCREEN-MATCH-TYPE TO WHT-MATCH-TYPE
                 SET WHT-SOURCE-ADDCUST    TO TRUE
                 SET WHT-PENDING           TO TRUE
                 STRING
                   WS-AUDIT-DATE DELIMITED BY SIZE
                   '-'           DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                 INTO WHT-RAISED-STAMP
                 END-STRING
                 MOVE WS-USERID            TO WHT-RAISED-USERID
                 MOVE SPACES               TO WHT-REVIEW-USERID
                 MOVE ZEROS                TO WHT-REVIEW-DATE
                 EXEC CICS WRITE FILE('BNKWHIT')
                           FROM(WS-WATCH-HIT-REC)
                           LENGTH(LENGTH OF WS-WATCH-HIT-REC)
                           RIDFLD(WHT-KEY)
                           RESP(WS-RESP)
                           RESP2(WS-RESP2)
                 END-EXEC
                 IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                    OR WS-RESP IS EQUAL TO DFHRESP(DUPREC)
                    PERFORM 1770-NOTE-HELD THRU 1770-EXIT
                 ELSE
                    SET WS-SCREEN-UNRECORDED TO TRUE
                    MOVE WLS-ENTRY-ID TO WS-SCREEN-ENTRY-ID
                    SET WS-BROWSE-ENDED TO TRUE
                 END-IF
           END-EVALUATE.
       1760-EXIT.
           EXIT.

       1770-NOTE-HELD.
      *****************************************************************
      * The first live match is the one the response message names -  *
      * a refusal already found is never downgraded to a hold         *
      *****************************************************************
           IF NOT WS-SCREEN-REFUSED
              AND NOT WS-SCREEN-UNRECORDED
              AND NOT WS-SCREEN-HELD
              SET WS-SCREEN-HELD TO TRUE
              MOVE WLS-ENTRY-ID TO WS-SCREEN-ENTRY-ID
           END-IF.
       1770-EXIT.
           EXIT.

       2000-GENERATE-CUSTOMER-ID.
      *****************************************************************
      * Pull the next customer number from the same reserved BNKCUST  *
