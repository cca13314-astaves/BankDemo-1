      *****************************************************************
      *                                                               *
      * Copyright (C) 2010-2021 Micro Focus.  All Rights Reserved     *
      * This software may be used, modified, and distributed          *
      * (provided this notice is included without modification)       *
      * solely for internal demonstration purposes with other         *
      * Micro Focus software, and is otherwise subject to the EULA at *
      * https://www.microfocus.com/en-us/legal/software-licensing.    *
      *                                                               *
      * THIS SOFTWARE IS PROVIDED "AS IS" AND ALL IMPLIED             *
      * WARRANTIES, INCLUDING THE IMPLIED WARRANTIES OF               *
      * MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE,         *
      * SHALL NOT APPLY.                                              *
      * TO THE EXTENT PERMITTED BY LAW, IN NO EVENT WILL              *
      * MICRO FOCUS HAVE ANY LIABILITY WHATSOEVER IN CONNECTION       *
      * WITH THIS SOFTWARE.                                           *
      *                                                               *
      *****************************************************************
      *****************************************************************
      * Program:     RELMNT.CBL                                       *
      * Function:    Maintain the BNKCREL customer-to-account         *
      *              relationships - VSAM version.  An account may    *
      *              have any number of holders and a customer any    *
      *              number of accounts; each link carries the        *
      *              holder's role (P primary, J joint) and status.   *
      *              PF2 lists every holder of the keyed account and  *
      *              displays the keyed customer's link, ENTER adds   *
      *              the link or saves the amendment.  A holder taken *
      *              off an account is marked ENDED rather than       *
      *              removed, and an account keeps at most one active *
      *              primary holder.  Saving needs the update         *
      *              entitlement on BNKUSER, the same as UPDCUST      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RELMNT.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-PROGRAM-ID                         PIC X(8)
             VALUE 'RELMNT'.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-RESP2                              PIC S9(8) COMP.
         05  WS-BNKCREL-RID                        PIC X(24).
         05  WS-HOLDER-RID                         PIC X(24).
         05  WS-BNKCUST-RID                        PIC X(10).
         05  WS-BNKBRN-RID                         PIC X(6).
         05  WS-BNKUSER-RID                        PIC X(8).
         05  WS-USERID                             PIC X(08).
         05  WS-ABSTIME                            PIC S9(15) COMP-3.
         05  WS-TODAY                              PIC 9(08).
         05  WS-KEY-SORT-CODE                      PIC 9(06).
         05  WS-KEY-ACCOUNT-NO                     PIC 9(08).
         05  WS-KEY-PID                            PIC X(10).
         05  WS-CUST-NAME                          PIC X(30).
         05  WS-OTHER-PRIMARY-PID                  PIC X(10).
         05  WS-HOLDER-COUNT                       PIC S9(4) COMP.
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-VALID-SW                           PIC X(01)
             VALUE 'Y'.
             88  WS-FIELDS-VALID                   VALUE 'Y'.
             88  WS-FIELDS-INVALID                 VALUE 'N'.
         05  WS-FOUND-SW                           PIC X(01)
             VALUE 'N'.
             88  WS-LINK-FOUND                     VALUE 'Y'.
             88  WS-LINK-NOT-FOUND                 VALUE 'N'.
         05  WS-BROWSE-SW                          PIC X(01)
             VALUE 'Y'.
             88  WS-BROWSE-ACTIVE                  VALUE 'Y'.
             88  WS-BROWSE-ENDED                   VALUE 'N'.
         05  WS-MESSAGE                            PIC X(60)
             VALUE SPACES.
         05  WS-SCREEN-FLAG                        PIC X(01)
             VALUE SPACES.

      *****************************************************************
      * The link keyed on the screen, and a second copy of the same  *
      * layout for the browse of the account's other holders so the  *
      * keyed link is never overwritten by the browse                 *
      *****************************************************************
       01 WS-BNKCREL-REC.
       COPY CUSTREL.

       01 WS-HOLDER-REC.
       COPY CUSTREL.

       01 WS-BNKCUST-REC.
       COPY CBANKVCS.

       01 WS-BNKBRN-REC.
       COPY CBANKBRN.

       01 WS-ENTITLEMENT-REC.
       COPY CUSTENT.

      *****************************************************************
      * One line of the holder list as it appears on the screen       *
      *****************************************************************
       01  WS-HOLDER-LINE.
         05  WS-HOLDER-LINE-PID                    PIC X(10).
         05  FILLER                                PIC X(02)
             VALUE SPACES.
         05  WS-HOLDER-LINE-NAME                   PIC X(30).
         05  FILLER                                PIC X(01)
             VALUE SPACES.
         05  WS-HOLDER-LINE-ROLE                   PIC X(07).
         05  FILLER                                PIC X(01)
             VALUE SPACES.
         05  WS-HOLDER-LINE-STATUS                 PIC X(06).
         05  FILLER                                PIC X(03)
             VALUE SPACES.

       01  WS-HOLDER-TABLE.
         05  WS-HOLDER-ENTRY                       PIC X(60)
             OCCURS 8 TIMES.

       01  WS-ABEND-STORAGE.
       COPY CABENDD.

      *****************************************************************
      * Symbolic map for the RELMNT1 screen, and the AID-key values   *
      * CICS supplies in EIBAID so we can test for PF2/PF3            *
      *****************************************************************
       COPY RELMNT1.
       COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                             PIC X(250).

      * COPY CENTRY.
       PROCEDURE DIVISION.

      *****************************************************************
      * Trap any abend below this point so we put a clean message on  *
      * the screen instead of taking the transaction down             *
      *****************************************************************
           EXEC CICS HANDLE ABEND
                     LABEL(9999-ABEND-EXIT)
           END-EXEC.

      *****************************************************************
      * EIBCALEN tells us which leg of the conversation we are on -   *
      * first entry at the terminal sends the blank screen, the       *
      * return trip processes what the user keyed                     *
      *****************************************************************
           IF EIBCALEN = 0
              PERFORM 0100-SEND-INITIAL-MAP THRU 0100-EXIT
              EXEC CICS RETURN TRANSID(EIBTRNID)
                        COMMAREA(WS-SCREEN-FLAG)
                        LENGTH(LENGTH OF WS-SCREEN-FLAG)
              END-EXEC
              GOBACK
           END-IF.

           PERFORM 0200-PROCESS-SCREEN-INPUT THRU 0200-EXIT.

      *****************************************************************
      * Return to our caller                                          *
      *****************************************************************
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.

       0100-SEND-INITIAL-MAP.
      *****************************************************************
      * First entry from the terminal - send the blank RELMNT1 map    *
      *****************************************************************
           MOVE LOW-VALUES TO RELMNT1O.
           EXEC CICS SEND MAP('RELMNT1')
                     MAPSET('RELMNT')
                     FROM(RELMNT1O)
                     ERASE
           END-EXEC.
       0100-EXIT.
           EXIT.

       0200-PROCESS-SCREEN-INPUT.
      *****************************************************************
      * Return trip from the screen - PF3 ends the conversation, PF2  *
      * lists the account's holders and displays the keyed link, and  *
      * ENTER adds or amends the link from what was keyed             *
      *****************************************************************
           IF EIBAID = DFHPF3
              EXEC CICS RETURN
              END-EXEC
              GOBACK
           END-IF.

           EXEC CICS RECEIVE MAP('RELMNT1')
                     MAPSET('RELMNT')
                     INTO(RELMNT1I)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO WS-HOLDER-TABLE.
           MOVE SPACES TO WS-CUST-NAME.
           IF EIBAID = DFHPF2
              PERFORM 2000-DISPLAY-LINK THRU 2000-EXIT
           ELSE
              PERFORM 3000-SAVE-LINK THRU 3000-EXIT
           END-IF.

           PERFORM 0400-SEND-RESULT-MAP THRU 0400-EXIT.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(WS-SCREEN-FLAG)
                     LENGTH(LENGTH OF WS-SCREEN-FLAG)
           END-EXEC.
           GOBACK.
       0200-EXIT.
           EXIT.

       0400-SEND-RESULT-MAP.
      *****************************************************************
      * Redisplay the map with the link as we now hold it, the        *
      * holders of the account and the message explaining what        *
      * happened                                                      *
      *****************************************************************
           MOVE LOW-VALUES         TO RELMNT1O.
           MOVE SCODE OF RELMNT1I  TO SCODEO OF RELMNT1O.
           MOVE ACCT OF RELMNT1I   TO ACCTO OF RELMNT1O.
           MOVE PID OF RELMNT1I    TO PIDO OF RELMNT1O.
           MOVE WS-CUST-NAME       TO CNAMEO OF RELMNT1O.
           IF WS-LINK-FOUND
              MOVE REL-ROLE OF WS-BNKCREL-REC
                TO ROLEO OF RELMNT1O
              MOVE REL-STATUS OF WS-BNKCREL-REC
                TO STATO OF RELMNT1O
              MOVE REL-DATE-LINKED OF WS-BNKCREL-REC
                TO DLINKO OF RELMNT1O
              IF REL-LINK-ENDED OF WS-BNKCREL-REC
                 MOVE REL-DATE-ENDED OF WS-BNKCREL-REC
                   TO DENDO OF RELMNT1O
              END-IF
           ELSE
              MOVE ROLE OF RELMNT1I TO ROLEO OF RELMNT1O
              MOVE STAT OF RELMNT1I TO STATO OF RELMNT1O
           END-IF.
           PERFORM 0450-MOVE-HOLDER-LINE THRU 0450-EXIT
              VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8.
           MOVE WS-MESSAGE         TO MSGO OF RELMNT1O.
           EXEC CICS SEND MAP('RELMNT1')
                     MAPSET('RELMNT')
                     FROM(RELMNT1O)
                     DATAONLY
           END-EXEC.
       0400-EXIT.
           EXIT.

       0450-MOVE-HOLDER-LINE.
      *****************************************************************
      * One line of the holder list onto its own line of the screen   *
      *****************************************************************
           EVALUATE WS-SUB
              WHEN 1
                 MOVE WS-HOLDER-ENTRY(WS-SUB) TO HOLD1O OF RELMNT1O
              WHEN 2
                 MOVE WS-HOLDER-ENTRY(WS-SUB) TO HOLD2O OF RELMNT1O
              WHEN 3
                 MOVE WS-HOLDER-ENTRY(WS-SUB) TO HOLD3O OF RELMNT1O
              WHEN 4
                 MOVE WS-HOLDER-ENTRY(WS-SUB) TO HOLD4O OF RELMNT1O
              WHEN 5
                 MOVE WS-HOLDER-ENTRY(WS-SUB) TO HOLD5O OF RELMNT1O
              WHEN 6
                 MOVE WS-HOLDER-ENTRY(WS-SUB) TO HOLD6O OF RELMNT1O
              WHEN 7
                 MOVE WS-HOLDER-ENTRY(WS-SUB) TO HOLD7O OF RELMNT1O
              WHEN 8
                 MOVE WS-HOLDER-ENTRY(WS-SUB) TO HOLD8O OF RELMNT1O
           END-EVALUATE.
       0450-EXIT.
           EXIT.

       1000-VALIDATE-KEY.
      *****************************************************************
      * The sort code and account number identify the account and    *
      * are needed for everything on this screen - make sure both     *
      * were keyed in full before touching the file                   *
      *****************************************************************
           SET WS-FIELDS-VALID TO TRUE.
           SET WS-LINK-NOT-FOUND TO TRUE.
           EVALUATE TRUE
              WHEN SCODE OF RELMNT1I IS NOT NUMERIC
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK SAVE FAILED - SORT CODE IS NOT NUMERIC'
                   TO WS-MESSAGE
              WHEN ACCT OF RELMNT1I IS NOT NUMERIC
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK SAVE FAILED - ACCOUNT NO IS NOT NUMERIC'
                   TO WS-MESSAGE
              WHEN OTHER
                 MOVE SCODE OF RELMNT1I TO WS-KEY-SORT-CODE
                 MOVE ACCT OF RELMNT1I  TO WS-KEY-ACCOUNT-NO
                 IF WS-KEY-ACCOUNT-NO = ZERO
                    SET WS-FIELDS-INVALID TO TRUE
                    MOVE 'LINK SAVE FAILED - ACCOUNT NO IS ZERO'
                      TO WS-MESSAGE
                 END-IF
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1100-VALIDATE-CUSTOMER.
      *****************************************************************
      * The customer ID must be ten digits, not the reserved control  *
      * record, and a customer actually on BNKCUST - a customer       *
      * retired by the duplicate merge holds nothing in their own     *
      * name any more, so is refused in favour of the survivor        *
      *****************************************************************
           IF PID OF RELMNT1I IS NOT NUMERIC
              OR PID OF RELMNT1I = '0000000000'
              SET WS-FIELDS-INVALID TO TRUE
              MOVE 'LINK SAVE FAILED - CUSTOMER ID MUST BE TEN DIGITS'
                TO WS-MESSAGE
              GO TO 1100-EXIT
           END-IF.
           MOVE PID OF RELMNT1I TO WS-KEY-PID.
           PERFORM 2700-READ-CUSTOMER THRU 2700-EXIT.
           EVALUATE TRUE
              WHEN WS-RESP IS EQUAL TO DFHRESP(NOTFND)
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK SAVE FAILED - CUSTOMER ID NOT FOUND'
                   TO WS-MESSAGE
              WHEN WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK SAVE FAILED - BNKCUST COULD NOT BE READ'
                   TO WS-MESSAGE
              WHEN BCS-CUST-MERGED
                 SET WS-FIELDS-INVALID TO TRUE
                 STRING 'LINK SAVE FAILED - CUSTOMER MERGED INTO '
                                       DELIMITED BY SIZE
                        BCS-REC-MERGED-INTO-PID DELIMITED BY SIZE
                   INTO WS-MESSAGE
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.

       2000-DISPLAY-LINK.
      *****************************************************************
      * PF2 - list every holder of the keyed account and, where a     *
      * customer ID was keyed too, pull that customer's link onto     *
      * the screen so it can be reviewed or amended                   *
      *****************************************************************
           PERFORM 1000-VALIDATE-KEY THRU 1000-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 2000-EXIT
           END-IF.

           PERFORM 2600-LIST-HOLDERS THRU 2600-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 2000-EXIT
           END-IF.

           IF PID OF RELMNT1I = SPACES
              OR PID OF RELMNT1I = LOW-VALUES
              IF WS-HOLDER-COUNT = 0
                 MOVE 'NO HOLDERS LINKED TO THIS ACCOUNT'
                   TO WS-MESSAGE
              ELSE
                 MOVE 'HOLDERS LISTED - KEY A CUSTOMER ID TO AMEND'
                   TO WS-MESSAGE
              END-IF
              GO TO 2000-EXIT
           END-IF.

           MOVE PID OF RELMNT1I TO WS-KEY-PID.
           PERFORM 2700-READ-CUSTOMER THRU 2700-EXIT.
           PERFORM 2500-READ-LINK THRU 2500-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 2000-EXIT
           END-IF.
           IF WS-LINK-FOUND
              MOVE 'LINK DISPLAYED - AMEND AND PRESS ENTER TO SAVE'
                TO WS-MESSAGE
           ELSE
              MOVE 'CUSTOMER NOT LINKED TO ACCOUNT - ENTER ADDS IT'
                TO WS-MESSAGE
           END-IF.
       2000-EXIT.
           EXIT.

       2500-READ-LINK.
      *****************************************************************
      * Read BNKCREL under the keyed account and customer - NOTFND    *
      * just means the customer is not linked yet, anything else is   *
      * reported                                                       *
      *****************************************************************
           SET WS-LINK-NOT-FOUND TO TRUE.
           MOVE WS-KEY-SORT-CODE  TO WS-BNKCREL-RID(1:6).
           MOVE WS-KEY-ACCOUNT-NO TO WS-BNKCREL-RID(7:8).
           MOVE WS-KEY-PID        TO WS-BNKCREL-RID(15:10).
           EXEC CICS READ FILE('BNKCREL')
                     INTO(WS-BNKCREL-REC)
                     RIDFLD(WS-BNKCREL-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET WS-LINK-FOUND TO TRUE
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK FILE ERROR - BNKCREL COULD NOT BE READ'
                   TO WS-MESSAGE
           END-EVALUATE.
       2500-EXIT.
           EXIT.

       2600-LIST-HOLDERS.
      *****************************************************************
      * Browse every link on the account - the key leads with the     *
      * sort code and account number so the holders sit together.     *
      * The first eight fill the screen list; the whole browse is     *
      * still walked so the count is right and any active primary     *
      * other than the keyed customer is found                        *
      *****************************************************************
           MOVE 0      TO WS-HOLDER-COUNT.
           MOVE SPACES TO WS-OTHER-PRIMARY-PID.
           MOVE SPACES TO WS-HOLDER-TABLE.
           MOVE WS-KEY-SORT-CODE  TO WS-HOLDER-RID(1:6).
           MOVE WS-KEY-ACCOUNT-NO TO WS-HOLDER-RID(7:8).
           MOVE LOW-VALUES        TO WS-HOLDER-RID(15:10).
           EXEC CICS STARTBR FILE('BNKCREL')
                     RIDFLD(WS-HOLDER-RID)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET WS-BROWSE-ACTIVE TO TRUE
                 PERFORM 2650-READ-NEXT-HOLDER THRU 2650-EXIT
                    UNTIL WS-BROWSE-ENDED
                 EXEC CICS ENDBR FILE('BNKCREL') END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK FILE ERROR - BNKCREL COULD NOT BE BROWSED'
                   TO WS-MESSAGE
           END-EVALUATE.
       2600-EXIT.
           EXIT.

       2650-READ-NEXT-HOLDER.
      *****************************************************************
      * One link forward - the browse ends at end of file or on the   *
      * first link for another account                                 *
      *****************************************************************
           EXEC CICS READNEXT FILE('BNKCREL')
                     INTO(WS-HOLDER-REC)
                     RIDFLD(WS-HOLDER-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              OR REL-SORT-CODE OF WS-HOLDER-REC
                 NOT = WS-KEY-SORT-CODE
              OR REL-ACCOUNT-NO OF WS-HOLDER-REC
                 NOT = WS-KEY-ACCOUNT-NO
              SET WS-BROWSE-ENDED TO TRUE
              GO TO 2650-EXIT
           END-IF.

           IF REL-ROLE-PRIMARY OF WS-HOLDER-REC
              AND REL-LINK-ACTIVE OF WS-HOLDER-REC
              AND REL-CUST-PID OF WS-HOLDER-REC NOT = WS-KEY-PID
              MOVE REL-CUST-PID OF WS-HOLDER-REC
                TO WS-OTHER-PRIMARY-PID
           END-IF.

           ADD 1 TO WS-HOLDER-COUNT.
           IF WS-HOLDER-COUNT > 8
              GO TO 2650-EXIT
           END-IF.

           MOVE SPACES TO WS-HOLDER-LINE-NAME.
           MOVE REL-CUST-PID OF WS-HOLDER-REC TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                     INTO(WS-BNKCUST-REC)
                     RIDFLD(WS-BNKCUST-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE BCS-REC-NAME TO WS-HOLDER-LINE-NAME
           END-IF.
           MOVE REL-CUST-PID OF WS-HOLDER-REC TO WS-HOLDER-LINE-PID.
           IF REL-ROLE-PRIMARY OF WS-HOLDER-REC
              MOVE 'PRIMARY' TO WS-HOLDER-LINE-ROLE
           ELSE
              MOVE 'JOINT'   TO WS-HOLDER-LINE-ROLE
           END-IF.
           IF REL-LINK-ENDED OF WS-HOLDER-REC
              MOVE 'ENDED'   TO WS-HOLDER-LINE-STATUS
           ELSE
              MOVE 'ACTIVE'  TO WS-HOLDER-LINE-STATUS
           END-IF.
           MOVE WS-HOLDER-LINE TO WS-HOLDER-ENTRY(WS-HOLDER-COUNT).
       2650-EXIT.
           EXIT.

       2700-READ-CUSTOMER.
      *****************************************************************
      * Read the keyed customer so the name can go on the screen -    *
      * the caller decides what a failed read means                   *
      *****************************************************************
           MOVE SPACES     TO WS-CUST-NAME.
           MOVE WS-KEY-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                     INTO(WS-BNKCUST-REC)
                     RIDFLD(WS-BNKCUST-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE BCS-REC-NAME TO WS-CUST-NAME
           END-IF.
       2700-EXIT.
           EXIT.

       2800-VALIDATE-BRANCH.
      *****************************************************************
      * A new link must be to an account at a branch on BNKBRN that   *
      * is still open - an existing link at a branch since closed can *
      * still be amended or ended                                     *
      *****************************************************************
           MOVE WS-KEY-SORT-CODE TO WS-BNKBRN-RID.
           EXEC CICS READ FILE('BNKBRN')
                     INTO(WS-BNKBRN-REC)
                     RIDFLD(WS-BNKBRN-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP IS EQUAL TO DFHRESP(NOTFND)
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK SAVE FAILED - SORT CODE NOT ON BRANCH FILE'
                   TO WS-MESSAGE
              WHEN WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK SAVE FAILED - BNKBRN COULD NOT BE READ'
                   TO WS-MESSAGE
              WHEN BRN-BRANCH-CLOSED
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 'LINK SAVE FAILED - BRANCH IS CLOSED'
                   TO WS-MESSAGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2800-EXIT.
           EXIT.

       2900-CHECK-ENTITLEMENT.
      *****************************************************************
      * Changing who holds an account is a customer amendment - only  *
      * a user whose BNKUSER record carries Y against the update      *
      * action may save a link, and a user with no record is refused  *
      *****************************************************************
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO WS-BNKUSER-RID.
           EXEC CICS READ FILE('BNKUSER')
                     INTO(WS-ENTITLEMENT-REC)
                     RIDFLD(WS-BNKUSER-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              OR NOT ENT-UPDATE-ALLOWED
              SET WS-FIELDS-INVALID TO TRUE
              STRING 'LINK SAVE REFUSED - ' DELIMITED BY SIZE
                     WS-USERID              DELIMITED BY SIZE
                     ' NOT ENTITLED TO UPDATE'
                                            DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
           END-IF.
       2900-EXIT.
           EXIT.

       3000-SAVE-LINK.
      *****************************************************************
      * ENTER - edit what was keyed and WRITE a new link or REWRITE   *
      * the existing one for that account and customer                *
      *****************************************************************
           PERFORM 2900-CHECK-ENTITLEMENT THRU 2900-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 3000-EXIT
           END-IF.

           PERFORM 1000-VALIDATE-KEY THRU 1000-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 3000-EXIT
           END-IF.

           PERFORM 1100-VALIDATE-CUSTOMER THRU 1100-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 3000-EXIT
           END-IF.

           IF ROLE OF RELMNT1I NOT = 'P'
              AND ROLE OF RELMNT1I NOT = 'J'
              SET WS-FIELDS-INVALID TO TRUE
              MOVE 'LINK SAVE FAILED - ROLE MUST BE P OR J'
                TO WS-MESSAGE
              GO TO 3000-EXIT
           END-IF.

           IF STAT OF RELMNT1I NOT = 'A'
              AND STAT OF RELMNT1I NOT = 'E'
              AND STAT OF RELMNT1I NOT = SPACES
              AND STAT OF RELMNT1I NOT = LOW-VALUES
              SET WS-FIELDS-INVALID TO TRUE
              MOVE 'LINK SAVE FAILED - STATUS MUST BE A OR E'
                TO WS-MESSAGE
              GO TO 3000-EXIT
           END-IF.

      *****************************************************************
      * A closed customer may have a link ended but not made active   *
      *****************************************************************
           IF BCS-CUST-CLOSED
              AND STAT OF RELMNT1I NOT = 'E'
              SET WS-FIELDS-INVALID TO TRUE
              MOVE 'LINK SAVE FAILED - CUSTOMER IS CLOSED'
                TO WS-MESSAGE
              GO TO 3000-EXIT
           END-IF.

      *****************************************************************
      * An account keeps one active primary holder - a second one is  *
      * refused until the first is made joint or ended                *
      *****************************************************************
           PERFORM 2600-LIST-HOLDERS THRU 2600-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 3000-EXIT
           END-IF.
           IF ROLE OF RELMNT1I = 'P'
              AND STAT OF RELMNT1I NOT = 'E'
              AND WS-OTHER-PRIMARY-PID NOT = SPACES
              SET WS-FIELDS-INVALID TO TRUE
              STRING 'LINK SAVE FAILED - PRIMARY HOLDER IS '
                                          DELIMITED BY SIZE
                     WS-OTHER-PRIMARY-PID DELIMITED BY SIZE
                INTO WS-MESSAGE
              END-STRING
              GO TO 3000-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
           END-EXEC.

      *****************************************************************
      * The read-for-update decides whether this is an add or an      *
      * amend - the same ENTER covers both so a new holder and a      *
      * change of role or status are keyed exactly the same way       *
      *****************************************************************
           MOVE WS-KEY-SORT-CODE  TO WS-BNKCREL-RID(1:6).
           MOVE WS-KEY-ACCOUNT-NO TO WS-BNKCREL-RID(7:8).
           MOVE WS-KEY-PID        TO WS-BNKCREL-RID(15:10).
           EXEC CICS READ FILE('BNKCREL')
                     INTO(WS-BNKCREL-REC)
                     RIDFLD(WS-BNKCREL-RID)
                     UPDATE
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 PERFORM 3100-AMEND-LINK THRU 3100-EXIT
              WHEN DFHRESP(NOTFND)
                 PERFORM 3200-ADD-LINK THRU 3200-EXIT
              WHEN OTHER
                 MOVE 'LINK SAVE FAILED - BNKCREL COULD NOT BE READ'
                   TO WS-MESSAGE
           END-EVALUATE.

      *****************************************************************
      * Relist the holders so the screen shows the account as it now  *
      * stands                                                        *
      *****************************************************************
           PERFORM 2600-LIST-HOLDERS THRU 2600-EXIT.
       3000-EXIT.
           EXIT.

       3100-AMEND-LINK.
      *****************************************************************
      * Change the role and status of an existing link - ending it    *
      * stamps today's date, making it active again clears the date   *
      *****************************************************************
           SET WS-LINK-FOUND TO TRUE.
           MOVE ROLE OF RELMNT1I TO REL-ROLE OF WS-BNKCREL-REC.
           IF STAT OF RELMNT1I = 'E'
              IF NOT REL-LINK-ENDED OF WS-BNKCREL-REC
                 MOVE WS-TODAY TO REL-DATE-ENDED OF WS-BNKCREL-REC
              END-IF
              MOVE 'E'       TO REL-STATUS OF WS-BNKCREL-REC
           ELSE
              MOVE 'A'       TO REL-STATUS OF WS-BNKCREL-REC
              MOVE ZERO      TO REL-DATE-ENDED OF WS-BNKCREL-REC
           END-IF.
           MOVE WS-USERID    TO REL-USERID OF WS-BNKCREL-REC.
           EXEC CICS REWRITE FILE('BNKCREL')
                     FROM(WS-BNKCREL-REC)
                     LENGTH(LENGTH OF WS-BNKCREL-REC)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              MOVE 'LINK AMENDED SUCCESSFULLY' TO WS-MESSAGE
           ELSE
              MOVE 'LINK SAVE FAILED - BNKCREL REWRITE ERROR'
                TO WS-MESSAGE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-ADD-LINK.
      *****************************************************************
      * Link the customer to the account - a new link is always       *
      * active, and only to an account at an open branch               *
      *****************************************************************
           IF STAT OF RELMNT1I = 'E'
              MOVE 'LINK SAVE FAILED - A NEW LINK CANNOT BE ENDED'
                TO WS-MESSAGE
              GO TO 3200-EXIT
           END-IF.
           PERFORM 2800-VALIDATE-BRANCH THRU 2800-EXIT.
           IF WS-FIELDS-INVALID
              GO TO 3200-EXIT
           END-IF.

           MOVE SPACES            TO WS-BNKCREL-REC.
           MOVE WS-KEY-SORT-CODE  TO REL-SORT-CODE OF WS-BNKCREL-REC.
           MOVE WS-KEY-ACCOUNT-NO TO REL-ACCOUNT-NO OF WS-BNKCREL-REC.
           MOVE WS-KEY-PID        TO REL-CUST-PID OF WS-BNKCREL-REC.
           MOVE ROLE OF RELMNT1I  TO REL-ROLE OF WS-BNKCREL-REC.
           MOVE 'A'               TO REL-STATUS OF WS-BNKCREL-REC.
           MOVE WS-TODAY          TO REL-DATE-LINKED OF WS-BNKCREL-REC.
           MOVE ZERO              TO REL-DATE-ENDED OF WS-BNKCREL-REC.
           MOVE WS-USERID         TO REL-USERID OF WS-BNKCREL-REC.
           EXEC CICS WRITE FILE('BNKCREL')
                     FROM(WS-BNKCREL-REC)
                     LENGTH(LENGTH OF WS-BNKCREL-REC)
                     RIDFLD(REL-KEY OF WS-BNKCREL-REC)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-LINK-FOUND TO TRUE
              MOVE 'LINK ADDED SUCCESSFULLY' TO WS-MESSAGE
           ELSE
              MOVE 'LINK SAVE FAILED - BNKCREL WRITE ERROR'
                TO WS-MESSAGE
           END-IF.
       3200-EXIT.
           EXIT.

       9999-ABEND-EXIT.
      *****************************************************************
      * Reached only if something above abends - back out any         *
      * recoverable updates still in flight before putting a clean    *
      * message on the screen rather than letting the transaction go  *
      * down                                                           *
      *****************************************************************
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           EXEC CICS ASSIGN ABCODE(WS-ABEND-CODE) END-EXEC.
           STRING
             'LINK SAVE FAILED - TRANSACTION ABENDED '
                           DELIMITED BY SIZE
             WS-ABEND-CODE DELIMITED BY SIZE
           INTO WS-MESSAGE
           END-STRING.
           PERFORM 0400-SEND-RESULT-MAP THRU 0400-EXIT.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(WS-SCREEN-FLAG)
                     LENGTH(LENGTH OF WS-SCREEN-FLAG)
           END-EXEC.
           GOBACK.
       9999-EXIT.
           EXIT.

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
