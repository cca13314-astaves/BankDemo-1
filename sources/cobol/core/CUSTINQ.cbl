      *****************************************************************
      * Program:     CUSTINQ.CBL                                      *
      * Function:    Read-only inquiry on User details                *
      *              VSAM version - with the accounts the customer    *
      *              holds, from the BNKCREL relationship file        *
      *****************************************************************

       IDENTIFICATION DIVISION.
         05  WS-RESP                               PIC S9(8) COMP.
         05  WS-RESP2                              PIC S9(8) COMP.
         05  WS-BNKCUST-RID                        PIC X(10).
         05  WS-MERGED-PID                         PIC X(10)
             VALUE SPACES.
         05  WS-MERGE-HOPS                         PIC S9(4) COMP.
         05  WS-BNKCRLP-RID                        PIC X(10).
         05  WS-LINK-COUNT                         PIC S9(4) COMP.
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-BROWSE-SW                          PIC X(01)
             VALUE 'Y'.
             88  WS-BROWSE-ACTIVE                  VALUE 'Y'.
             88  WS-BROWSE-ENDED                   VALUE 'N'.
         05  WS-VALID-SW                           PIC X(01)
             VALUE 'Y'.
             88  WS-FIELDS-VALID                   VALUE 'Y'.
       01 WS-BNKCUST-REC.
       COPY CBANKVCS.

      *****************************************************************
      * One customer-to-account link, read along the BNKCRLP path by  *
      * customer ID when listing the accounts the customer holds      *
      *****************************************************************
       01 WS-BNKCREL-REC.
       COPY CUSTREL.

      *****************************************************************
      * One line of the accounts-held list on the teller screen       *
      *****************************************************************
       01  WS-HELD-LINE.
         05  WS-HELD-SORT-CODE                     PIC X(06).
         05  FILLER                                PIC X(01)
             VALUE SPACES.
         05  WS-HELD-ACCOUNT-NO                    PIC X(08).
         05  FILLER                                PIC X(01)
             VALUE SPACES.
         05  WS-HELD-ROLE                          PIC X(07).
         05  FILLER                                PIC X(07)
             VALUE SPACES.

      *****************************************************************
      * The commarea is the full CBANKVCS record followed by the     *
      * usual response fields - on the way in only BCS-REC-PID needs  *
       COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                             PIC X(412).

      * COPY CENTRY.
       PROCEDURE DIVISION.
              WHEN LENGTH OF WS-SCREEN-FLAG
                 PERFORM 0200-PROCESS-SCREEN-INPUT THRU 0200-EXIT
              WHEN OTHER
      *****************************************************************
      * A caller built before the accounts-held list passes the       *
      * shorter commarea - take and give back only what it passed     *
      *****************************************************************
                 IF EIBCALEN < WS-COMMAREA-LENGTH
                    MOVE EIBCALEN TO WS-COMMAREA-LENGTH
                 END-IF
                 MOVE SPACES TO WS-COMMAREA
                 MOVE DFHCOMMAREA(1:WS-COMMAREA-LENGTH)
                   TO WS-COMMAREA
                 PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
                TO TELO OF CUSTINQ1O
              MOVE BCS-REC-DATE-ADDED OF WS-COMMAREA
                TO DATEADDO OF CUSTINQ1O
              PERFORM 0450-MOVE-HELD-LINE THRU 0450-EXIT
                 VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > CIQ-ACCOUNT-COUNT
              IF CIQ-MORE-ACCOUNTS
                 MOVE 'MORE NOT SHOWN' TO HMOREO OF CUSTINQ1O
              END-IF
           END-IF.
           MOVE RESPONSEMSG TO MSGO OF CUSTINQ1O.
           EXEC CICS SEND MAP('CUSTINQ1')
       0400-EXIT.
           EXIT.

       0450-MOVE-HELD-LINE.
      *****************************************************************
      * One account the customer holds onto its own line of the       *
      * screen, with the role spelt out                               *
      *****************************************************************
           MOVE CIQ-ACCT-SORT-CODE(WS-SUB)  TO WS-HELD-SORT-CODE.
           MOVE CIQ-ACCT-ACCOUNT-NO(WS-SUB) TO WS-HELD-ACCOUNT-NO.
           IF CIQ-ACCT-ROLE(WS-SUB) = 'J'
              MOVE 'JOINT'   TO WS-HELD-ROLE
           ELSE
              MOVE 'PRIMARY' TO WS-HELD-ROLE
           END-IF.
           EVALUATE WS-SUB
              WHEN 1
                 MOVE WS-HELD-LINE TO HELD1O OF CUSTINQ1O
              WHEN 2
                 MOVE WS-HELD-LINE TO HELD2O OF CUSTINQ1O
              WHEN 3
                 MOVE WS-HELD-LINE TO HELD3O OF CUSTINQ1O
              WHEN 4
                 MOVE WS-HELD-LINE TO HELD4O OF CUSTINQ1O
              WHEN 5
                 MOVE WS-HELD-LINE TO HELD5O OF CUSTINQ1O
              WHEN 6
                 MOVE WS-HELD-LINE TO HELD6O OF CUSTINQ1O
           END-EVALUATE.
       0450-EXIT.
           EXIT.

       2000-PROCESS-INQUIRY.
      *****************************************************************
      * The actual inquiry business logic, shared by both the screen  *
      * path above and a caller driving us over DFHCOMMAREA - edit    *
      * the key, read the customer and hand the whole record back     *
      *****************************************************************
           MOVE 0      TO CIQ-ACCOUNT-COUNT.
           SET CIQ-NO-MORE-ACCOUNTS TO TRUE.
           MOVE SPACES TO CIQ-ACCOUNT-LIST.
           PERFORM 1000-VALIDATE-FIELDS THRU 1000-EXIT.

           IF WS-FIELDS-VALID
                        RESP2(WS-RESP2)
              END-EXEC

      *****************************************************************
      * A customer retired by the duplicate merge is only a pointer   *
      * now - follow it to the survivor (and on, if the survivor has  *
      * itself since been merged) and answer with that record         *
      *****************************************************************
              MOVE SPACES TO WS-MERGED-PID
              MOVE 0      TO WS-MERGE-HOPS
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 AND BCS-CUST-MERGED OF WS-BNKCUST-REC
                 MOVE BCS-REC-PID OF WS-BNKCUST-REC TO WS-MERGED-PID
                 PERFORM 2100-FOLLOW-MERGE THRU 2100-EXIT
                    UNTIL WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                    OR NOT BCS-CUST-MERGED OF WS-BNKCUST-REC
                    OR WS-MERGE-HOPS > 9
              END-IF

              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 AND BCS-CUST-CLOSED OF WS-BNKCUST-REC
                 AND NOT CIQ-SHOW-CLOSED
                   TO WS-COMMAREA(1:LENGTH OF WS-BNKCUST-REC)
                 MOVE WS-RESP TO RESPONSERETCODE
                 MOVE 0       TO REASONRETCODE
                 PERFORM 2200-LIST-ACCOUNTS THRU 2200-EXIT
                 EVALUATE TRUE
      *****************************************************************
      * A survivor that has gone away keeps its warning alongside the *
      * merge - the teller still has to confirm the address           *
      *****************************************************************
                    WHEN WS-MERGED-PID NOT = SPACES
                       AND BCS-GONE-AWAY OF WS-COMMAREA
                       STRING
                         WS-MERGED-PID DELIMITED BY SIZE
                         ' MERGED INTO '
                                      DELIMITED BY SIZE
                         BCS-REC-PID OF WS-COMMAREA  DELIMITED BY SIZE
                         ' - GONE AWAY SINCE '
                                      DELIMITED BY SIZE
                         BCS-REC-GONE-AWAY-DATE OF WS-COMMAREA
                                      DELIMITED BY SIZE
                       INTO RESPONSEMSG
                       END-STRING
                    WHEN WS-MERGED-PID NOT = SPACES
                       STRING
                         WS-MERGED-PID DELIMITED BY SIZE
                         ' MERGED INTO '
                                      DELIMITED BY SIZE
                         BCS-REC-PID OF WS-COMMAREA  DELIMITED BY SIZE
                         ' - DETAILS FOLLOW'
                                      DELIMITED BY SIZE
                       INTO RESPONSEMSG
                       END-STRING
                    WHEN BCS-CUST-CLOSED OF WS-COMMAREA
                       STRING
                         BCS-REC-PID OF WS-COMMAREA  DELIMITED BY SIZE
                         ' '          DELIMITED BY SIZE
                         BCS-REC-NAME OF WS-COMMAREA DELIMITED BY SIZE
                         ' CLOSED CUSTOMER DETAILS FOLLOW'
                                      DELIMITED BY SIZE
                       INTO RESPONSEMSG
                       END-STRING
      *****************************************************************
      * Post to this customer has come back from the mailing house -  *
      * warn the teller so the address can be confirmed or corrected  *
      * through UPDCUST, which clears the flag                        *
      *****************************************************************
                    WHEN BCS-GONE-AWAY OF WS-COMMAREA
                       STRING
                         BCS-REC-PID OF WS-COMMAREA  DELIMITED BY SIZE
                         ' GONE AWAY SINCE '
                                      DELIMITED BY SIZE
                         BCS-REC-GONE-AWAY-DATE OF WS-COMMAREA
                                      DELIMITED BY SIZE
                         ' - CONFIRM ADDRESS'
                                      DELIMITED BY SIZE
                       INTO RESPONSEMSG
                       END-STRING
                    WHEN OTHER
                       STRING
                         BCS-REC-PID OF WS-COMMAREA  DELIMITED BY SIZE
                         ' '          DELIMITED BY SIZE
                         BCS-REC-NAME OF WS-COMMAREA DELIMITED BY SIZE
                         ' CUSTOMER DETAILS FOLLOW'
                                      DELIMITED BY SIZE
                       INTO RESPONSEMSG
                       END-STRING
                 END-EVALUATE
              ELSE
                 MOVE WS-RESP  TO RESPONSERETCODE
                 PERFORM 5000-SET-REASON-CODE THRU 5000-EXIT
       2000-EXIT.
           EXIT.

       2100-FOLLOW-MERGE.
      *****************************************************************
      * One step along the merge chain - read the customer this one   *
      * was merged into.  The hop count only guards against a         *
      * damaged chain; CUSTMRGE never merges into a retired customer  *
      *****************************************************************
           ADD 1 TO WS-MERGE-HOPS.
           MOVE BCS-REC-MERGED-INTO-PID OF WS-BNKCUST-REC
             TO WS-BNKCUST-RID.
           MOVE WS-BNKCUST-RID TO BCS-REC-PID OF WS-COMMAREA.
           EXEC CICS READ FILE('BNKCUST')
                     INTO(WS-BNKCUST-REC)
                     RIDFLD(WS-BNKCUST-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
       2100-EXIT.
           EXIT.

       2200-LIST-ACCOUNTS.
      *****************************************************************
      * Browse the BNKCRLP path - BNKCREL by customer ID - for every  *
      * account this customer holds.  Ended links are passed over.    *
      * A customer with no link at all (not yet seeded by CUSTRBLD,   *
      * or the relationship file unavailable) is answered with the    *
      * pair on their own record, so the inquiry never comes back     *
      * with nothing held                                              *
      *****************************************************************
           MOVE 0 TO WS-LINK-COUNT.
           MOVE BCS-REC-PID OF WS-COMMAREA TO WS-BNKCRLP-RID.
           EXEC CICS STARTBR FILE('BNKCRLP')
                     RIDFLD(WS-BNKCRLP-RID)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              SET WS-BROWSE-ACTIVE TO TRUE
              PERFORM 2250-READ-NEXT-LINK THRU 2250-EXIT
                 UNTIL WS-BROWSE-ENDED
              EXEC CICS ENDBR FILE('BNKCRLP') END-EXEC
           END-IF.

           IF WS-LINK-COUNT = 0
              AND BCS-REC-ACCOUNT-NO OF WS-COMMAREA NOT = ZERO
              MOVE 1 TO CIQ-ACCOUNT-COUNT
              MOVE BCS-REC-SORT-CODE OF WS-COMMAREA
                TO CIQ-ACCT-SORT-CODE(1)
              MOVE BCS-REC-ACCOUNT-NO OF WS-COMMAREA
                TO CIQ-ACCT-ACCOUNT-NO(1)
              MOVE 'P' TO CIQ-ACCT-ROLE(1)
           END-IF.
       2200-EXIT.
           EXIT.

       2250-READ-NEXT-LINK.
      *****************************************************************
      * One link forward on the customer path - DUPKEY only means     *
      * the customer holds further accounts; the browse ends on the   *
      * first link for another customer                               *
      *****************************************************************
           EXEC CICS READNEXT FILE('BNKCRLP')
                     INTO(WS-BNKCREL-REC)
                     RIDFLD(WS-BNKCRLP-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF (WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
               AND WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY))
              OR REL-CUST-PID NOT = BCS-REC-PID OF WS-COMMAREA
              SET WS-BROWSE-ENDED TO TRUE
              GO TO 2250-EXIT
           END-IF.

           ADD 1 TO WS-LINK-COUNT.
           EVALUATE TRUE
              WHEN REL-LINK-ENDED
                 CONTINUE
              WHEN CIQ-ACCOUNT-COUNT < 6
                 ADD 1 TO CIQ-ACCOUNT-COUNT
                 MOVE REL-SORT-CODE
                   TO CIQ-ACCT-SORT-CODE(CIQ-ACCOUNT-COUNT)
                 MOVE REL-ACCOUNT-NO
                   TO CIQ-ACCT-ACCOUNT-NO(CIQ-ACCOUNT-COUNT)
                 MOVE REL-ROLE
                   TO CIQ-ACCT-ROLE(CIQ-ACCOUNT-COUNT)
              WHEN OTHER
                 SET CIQ-MORE-ACCOUNTS TO TRUE
                 SET WS-BROWSE-ENDED TO TRUE
           END-EVALUATE.
       2250-EXIT.
           EXIT.

       1000-VALIDATE-FIELDS.
      *****************************************************************
      * Only the key is needed to look a customer up - make sure the  *
