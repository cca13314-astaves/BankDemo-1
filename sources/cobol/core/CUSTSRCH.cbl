      *              index paths over the BNKCUST base cluster, and   *
      *              the BNKCUSP phonetic index of CUSTPHON soundex   *
      *              keys for the search type that finds KATHRYN      *
      *              when the teller heard CATHERINE.  A hit on a     *
      *              customer retired by the CUSTMRGE duplicate merge *
      *              is answered with the survivor it was merged into *
      *              An account search lists every holder of the      *
      *              account linked on the BNKCREL relationship file  *
      *              first, then any customer still carrying the pair *
      *              on their own record who is not linked            *
      *****************************************************************

       IDENTIFICATION DIVISION.
             10  WS-BNKCUSP-SOUNDEX                PIC X(04).
             10  WS-BNKCUSP-PID                    PIC X(10).
         05  WS-BNKCUST-RID                        PIC X(10).
         05  WS-BNKCREL-RID.
             10  WS-BNKCREL-SORT-CODE              PIC X(06).
             10  WS-BNKCREL-ACCOUNT-NO             PIC X(08).
             10  WS-BNKCREL-PID                    PIC X(10).
         05  WS-COUNT-BEFORE                       PIC 9(02).
         05  WS-SEARCH-SOUNDEX                     PIC X(04).
         05  WS-PHONETIC-PGM                       PIC X(08)
             VALUE 'CUSTPHON'.
             VALUE 'N'.
             88  WS-SKIPPING-RETURNED              VALUE 'Y'.
             88  WS-NOT-SKIPPING                   VALUE 'N'.
         05  WS-MERGE-HOPS                         PIC S9(4) COMP.
         05  WS-MERGE-SW                           PIC X(01)
             VALUE 'Y'.
             88  WS-MERGE-FOLLOWED                 VALUE 'Y'.
             88  WS-MERGE-BROKEN                   VALUE 'N'.
         05  WS-LISTED-SW                          PIC X(01)
             VALUE 'N'.
             88  WS-ALREADY-LISTED                 VALUE 'Y'.
             88  WS-NOT-LISTED                     VALUE 'N'.

       01 WS-BNKCUST-REC.
       COPY CBANKVCS.
       01 WS-PHONETIC-REC.
       COPY CUSTPHX.

       01 WS-BNKCREL-REC.
       COPY CUSTREL.

       01  WS-COMMAREA.
       COPY CUSTSREQ.
       COPY ADDRESP.

       2300-ADD-RESULT-ENTRY.
      *****************************************************************
      * Copy the browsed customer into the next free result slot.  A  *
      * customer retired by the duplicate merge is swapped for the    *
      * survivor it points at - unless that survivor is closed and    *
      * the caller did not ask for closed customers, cannot be read,  *
      * or is already on this page through another path               *
      *****************************************************************
           IF BCS-CUST-MERGED
              MOVE 0 TO WS-MERGE-HOPS
              SET WS-MERGE-FOLLOWED TO TRUE
              PERFORM 2400-FOLLOW-MERGE THRU 2400-EXIT
                 UNTIL NOT BCS-CUST-MERGED
                 OR WS-MERGE-BROKEN
                 OR WS-MERGE-HOPS > 9
              IF WS-MERGE-BROKEN
                 OR BCS-CUST-MERGED
                 OR (BCS-CUST-CLOSED AND NOT CSR-SHOW-CLOSED)
                 GO TO 2300-EXIT
              END-IF
              SET WS-NOT-LISTED TO TRUE
              PERFORM 2450-CHECK-ALREADY-LISTED THRU 2450-EXIT
                 VARYING WS-SUB FROM 1 BY 1
                 UNTIL WS-SUB > CSR-RESULT-COUNT
              IF WS-ALREADY-LISTED
                 GO TO 2300-EXIT
              END-IF
           END-IF.

           ADD 1 TO CSR-RESULT-COUNT.
           MOVE BCS-REC-PID        TO
               CSR-RESULT-PID(CSR-RESULT-COUNT).
       2300-EXIT.
           EXIT.

       2400-FOLLOW-MERGE.
      *****************************************************************
      * One step along the merge chain - read the customer this one   *
      * was merged into over the record just browsed.  The hop count  *
      * only guards against a damaged chain                            *
      *****************************************************************
           ADD 1 TO WS-MERGE-HOPS.
           MOVE BCS-REC-MERGED-INTO-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                     INTO(WS-BNKCUST-REC)
                     RIDFLD(WS-BNKCUST-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              SET WS-MERGE-BROKEN TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

       2450-CHECK-ALREADY-LISTED.
      *****************************************************************
      * Is this survivor already in one of the result slots filled    *
      * so far on this page                                            *
      *****************************************************************
           IF CSR-RESULT-PID(WS-SUB) = BCS-REC-PID
              SET WS-ALREADY-LISTED TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.

       2500-SEARCH-PHONETIC.
      *****************************************************************
      * Encode the caller's name through the same CUSTPHON routine    *

       3000-SEARCH-BY-ACCOUNT.
      *****************************************************************
      * Every holder of the account - the holders linked on BNKCREL   *
      * come first, then the BNKCUSA sort-code/account path is        *
      * browsed for any customer carrying the pair on their own       *
      * record who has not been linked.  Both browses page like the   *
      * name search.  A restart key marked L in position 25 resumes   *
      * among the linked holders; any other restart key resumes on    *
      * the BNKCUSA path                                              *
      *****************************************************************
           IF CSR-RESTART-KEY = SPACES
              OR CSR-RESTART-KEY(25:1) = 'L'
              IF CSR-RESTART-KEY = SPACES
                 MOVE CSR-SEARCH-SORT-CODE  TO WS-BNKCREL-SORT-CODE
                 MOVE CSR-SEARCH-ACCOUNT-NO TO WS-BNKCREL-ACCOUNT-NO
                 MOVE LOW-VALUES            TO WS-BNKCREL-PID
              ELSE
                 MOVE CSR-RESTART-KEY(1:24) TO WS-BNKCREL-RID
              END-IF
              MOVE SPACES TO CSR-RESTART-KEY
              PERFORM 3100-SEARCH-LINKED-HOLDERS THRU 3100-EXIT
              IF WS-FIELDS-INVALID
                 OR CSR-MORE-RESULTS
                 GO TO 3000-EXIT
              END-IF
           END-IF.

      *****************************************************************
      * A continuation repositions at the restart pair - a legacy     *
      * duplicate pair browses like a duplicate name, so the restart  *
       3000-EXIT.
           EXIT.

       3100-SEARCH-LINKED-HOLDERS.
      *****************************************************************
      * Browse BNKCREL from the account (or the restart link) - the   *
      * key leads with the sort code and account number, so the       *
      * holders sit together and the browse ends on the first link    *
      * to another account                                            *
      *****************************************************************
           EXEC CICS STARTBR FILE('BNKCREL')
                     RIDFLD(WS-BNKCREL-RID)
                     GTEQ
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET WS-BROWSE-ACTIVE TO TRUE
                 PERFORM 3150-READ-NEXT-LINK THRU 3150-EXIT
                    UNTIL WS-BROWSE-ENDED
                 EXEC CICS ENDBR FILE('BNKCREL') END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE WS-RESP TO RESPONSERETCODE
                 PERFORM 5000-SET-REASON-CODE THRU 5000-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.

       3150-READ-NEXT-LINK.
      *****************************************************************
      * Read one link forward and answer with the holder's customer   *
      * record.  An ended link is no longer a holder and is passed    *
      * over; the result shows the account searched for, which for a  *
      * joint holder need not be the pair on their own record         *
      *****************************************************************
           EXEC CICS READNEXT FILE('BNKCREL')
                     INTO(WS-BNKCREL-REC)
                     RIDFLD(WS-BNKCREL-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              OR WS-BNKCREL-SORT-CODE NOT = CSR-SEARCH-SORT-CODE
              OR WS-BNKCREL-ACCOUNT-NO NOT = CSR-SEARCH-ACCOUNT-NO
              SET WS-BROWSE-ENDED TO TRUE
              GO TO 3150-EXIT
           END-IF.
           IF REL-LINK-ENDED
              GO TO 3150-EXIT
           END-IF.

           MOVE REL-CUST-PID TO WS-BNKCUST-RID.
           EXEC CICS READ FILE('BNKCUST')
                     INTO(WS-BNKCUST-REC)
                     RIDFLD(WS-BNKCUST-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              GO TO 3150-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN BCS-CUST-CLOSED AND NOT CSR-SHOW-CLOSED
                 CONTINUE
              WHEN CSR-RESULT-COUNT < 8
                 MOVE CSR-RESULT-COUNT TO WS-COUNT-BEFORE
                 PERFORM 2300-ADD-RESULT-ENTRY THRU 2300-EXIT
                 IF CSR-RESULT-COUNT > WS-COUNT-BEFORE
                    MOVE CSR-SEARCH-SORT-CODE  TO
                        CSR-RESULT-SORT-CODE(CSR-RESULT-COUNT)
                    MOVE CSR-SEARCH-ACCOUNT-NO TO
                        CSR-RESULT-ACCOUNT-NO(CSR-RESULT-COUNT)
                 END-IF
              WHEN OTHER
                 SET CSR-MORE-RESULTS TO TRUE
                 MOVE WS-BNKCREL-RID TO CSR-RESTART-KEY(1:24)
                 MOVE 'L'            TO CSR-RESTART-KEY(25:1)
                 SET WS-BROWSE-ENDED TO TRUE
           END-EVALUATE.
       3150-EXIT.
           EXIT.

       3200-READ-NEXT-BY-ACCOUNT.
      *****************************************************************
      * Read one record forward on the sort-code/account path - the   *
                    CONTINUE
                 WHEN BCS-CUST-CLOSED AND NOT CSR-SHOW-CLOSED
                    CONTINUE
                 WHEN OTHER
                    PERFORM 3250-CHECK-LINKED THRU 3250-EXIT
              END-EVALUATE
           ELSE
              SET WS-BROWSE-ENDED TO TRUE
       3200-EXIT.
           EXIT.

       3250-CHECK-LINKED.
      *****************************************************************
      * A customer linked to this account on BNKCREL was answered     *
      * (or, with the link ended, deliberately left out) by the       *
      * linked-holder browse - only a customer with no link at all    *
      * is added from the BNKCUSA path                                 *
      *****************************************************************
           MOVE BCS-REC-SORT-CODE  TO WS-BNKCREL-SORT-CODE.
           MOVE BCS-REC-ACCOUNT-NO TO WS-BNKCREL-ACCOUNT-NO.
           MOVE BCS-REC-PID        TO WS-BNKCREL-PID.
           EXEC CICS READ FILE('BNKCREL')
                     INTO(WS-BNKCREL-REC)
                     RIDFLD(WS-BNKCREL-RID)
                     RESP(WS-RESP)
                     RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
              GO TO 3250-EXIT
           END-IF.

           IF CSR-RESULT-COUNT < 8
              PERFORM 2300-ADD-RESULT-ENTRY THRU 2300-EXIT
           ELSE
              SET CSR-MORE-RESULTS TO TRUE
              MOVE BCS-REC-SORT-CODE  TO CSR-RESTART-KEY(1:6)
              MOVE BCS-REC-ACCOUNT-NO TO CSR-RESTART-KEY(7:8)
              MOVE BCS-REC-PID        TO CSR-RESTART-KEY(15:10)
              SET WS-BROWSE-ENDED TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.

       4000-SET-RESULT-MESSAGE.
      *****************************************************************
      * Tell the caller how the search went and whether another call  *
