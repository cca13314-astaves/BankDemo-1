         05  WS-TASKNO                             PIC 9(07).
         05  WS-SCREEN-FLAG                        PIC X(01)
             VALUE SPACES.
         05  WS-GONE-AWAY-SW                       PIC X(01)
             VALUE 'N'.
             88  WS-GONE-AWAY-NOT-SET              VALUE 'N'.
             88  WS-GONE-AWAY-STILL-SET            VALUE 'Y'.
             88  WS-GONE-AWAY-CLEARED              VALUE 'C'.
         05  WS-POSTCODE-PGM                       PIC X(08)
             VALUE 'CUSTPCHK'.
         05  WS-BNKPOST-RID                        PIC X(08).
         05  WS-POSTCODE-RESULT                    PIC X(01).
             88  WS-POSTCODE-WELL-FORMED           VALUE 'Y'.
             88  WS-POSTCODE-BLANK                 VALUE 'B'.
             88  WS-POSTCODE-MALFORMED             VALUE 'N'.
         05  WS-FILE-POSTCODE-STD                  PIC X(08).
         05  WS-FILE-POSTCODE-RESULT               PIC X(01).

      *****************************************************************
      * The record currently on file, read for update so we can keep  *
       01 WS-BNKBRN-REC.
       COPY CBANKBRN.

       01 WS-BNKPOST-REC.
       COPY CUSTPST.

       01 WS-ENTITLEMENT-REC.
       COPY CUSTENT.

              PERFORM 1500-VALIDATE-SORT-CODE THRU 1500-EXIT
           END-IF.

      *****************************************************************
      * The postcode must be a real one - on the BNKPOST postcode     *
      * reference file - and is filed in its standard form, exactly   *
      * as ADDCUST files it on an add                                 *
      *****************************************************************
           IF WS-FIELDS-VALID
              PERFORM 1550-VALIDATE-POSTCODE THRU 1550-EXIT
           END-IF.

           IF WS-FIELDS-VALID
              MOVE BCS-REC-PID OF WS-BNKCUST-REC TO WS-BNKCUST-RID
              EXEC CICS READ FILE('BNKCUST')
                   TO BCS-REC-STATUS OF WS-BNKCUST-REC
                 MOVE BCS-REC-DATE-CLOSED OF WS-CURRENT-REC
                   TO BCS-REC-DATE-CLOSED OF WS-BNKCUST-REC
                 MOVE BCS-REC-MERGED-INTO-PID OF WS-CURRENT-REC
                   TO BCS-REC-MERGED-INTO-PID OF WS-BNKCUST-REC
                 MOVE BCS-REC-GONE-AWAY OF WS-CURRENT-REC
                   TO BCS-REC-GONE-AWAY OF WS-BNKCUST-REC
                 MOVE BCS-REC-GONE-AWAY-DATE OF WS-CURRENT-REC
                   TO BCS-REC-GONE-AWAY-DATE OF WS-BNKCUST-REC
                 MOVE BCS-REC-GONE-AWAY-ITEM OF WS-CURRENT-REC
                   TO BCS-REC-GONE-AWAY-ITEM OF WS-BNKCUST-REC
              END-IF
           END-IF.

              END-IF
           END-IF.

      *****************************************************************
      * A customer retired by the duplicate merge is only a pointer   *
      * to its survivor now - the change belongs on the surviving     *
      * record, so say which one that is                              *
      *****************************************************************
           IF WS-FIELDS-VALID
              IF BCS-CUST-MERGED OF WS-CURRENT-REC
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 16   TO RESPONSERETCODE
                 MOVE 2010 TO REASONRETCODE
                 STRING
                   BCS-REC-PID OF WS-BNKCUST-REC DELIMITED BY SIZE
                   ' USER UPDATE FAILED - MERGED INTO '
                                DELIMITED BY SIZE
                   BCS-REC-MERGED-INTO-PID OF WS-CURRENT-REC
                                DELIMITED BY SIZE
                 INTO RESPONSEMSG
                 END-STRING
              END-IF
           END-IF.

      *****************************************************************
      * A customer the mailing house has flagged gone-away is cleared *
      * by a change of address - anything else goes through with a    *
      * warning so the teller can confirm the address while the       *
      * customer is in front of them                                   *
      *****************************************************************
           SET WS-GONE-AWAY-NOT-SET TO TRUE.
           IF WS-FIELDS-VALID
              PERFORM 1700-CHECK-GONE-AWAY THRU 1700-EXIT
           END-IF.

           IF WS-FIELDS-VALID
              EXEC CICS REWRITE FILE('BNKCUST')
                                FROM(WS-BNKCUST-REC)
              IF WS-RESP IS EQUAL TO DFHRESP(NORMAL)
                 MOVE WS-RESP TO RESPONSERETCODE
                 MOVE 0       TO REASONRETCODE
                 EVALUATE TRUE
                    WHEN WS-GONE-AWAY-CLEARED
                       STRING
                         BCS-REC-PID OF WS-BNKCUST-REC
                                      DELIMITED BY SIZE
                         ' USER UPDATED - GONE-AWAY FLAG CLEARED'
                                      DELIMITED BY SIZE
                       INTO RESPONSEMSG
                       END-STRING
                    WHEN WS-GONE-AWAY-STILL-SET
                       STRING
                         BCS-REC-PID OF WS-BNKCUST-REC
                                      DELIMITED BY SIZE
                         ' USER UPDATED - WARNING: GONE AWAY SINCE '
                                      DELIMITED BY SIZE
                         BCS-REC-GONE-AWAY-DATE OF WS-BNKCUST-REC
                                      DELIMITED BY SIZE
                       INTO RESPONSEMSG
                       END-STRING
                    WHEN OTHER
                       STRING
                         BCS-REC-PID OF WS-BNKCUST-REC
                                      DELIMITED BY SIZE
                         ' '          DELIMITED BY SIZE
                         BCS-REC-NAME OF WS-BNKCUST-REC
                                      DELIMITED BY SIZE
                         ' USER UPDATED SUCCESSFULLY'
                                      DELIMITED BY SIZE
                       INTO RESPONSEMSG
                       END-STRING
                 END-EVALUATE
                 PERFORM 4000-WRITE-AUDIT-ENTRY THRU 4000-EXIT
                 PERFORM 4500-MAINTAIN-PHONETIC-ENTRY THRU 4500-EXIT
              ELSE
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
                USING BCS-REC-POSTCODE OF WS-BNKCUST-REC,
                      WS-BNKPOST-RID, WS-POSTCODE-RESULT.
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
                 STRING 'USER UPDATE FAILED - POSTCODE IS BLANK'
                        DELIMITED BY SIZE
                   INTO RESPONSEMSG
                 END-STRING
              WHEN WS-POSTCODE-MALFORMED
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 16   TO RESPONSERETCODE
                 MOVE 1017 TO REASONRETCODE
                 STRING
                   'USER UPDATE FAILED - POSTCODE '
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
                   'USER UPDATE FAILED - POSTCODE '
                                  DELIMITED BY SIZE
                   WS-BNKPOST-RID DELIMITED BY SIZE
                   ' NOT ON POSTCODE FILE'
                                  DELIMITED BY SIZE
                 INTO RESPONSEMSG
                 END-STRING
              WHEN OTHER
                 MOVE WS-BNKPOST-RID
                   TO BCS-REC-POSTCODE OF WS-BNKCUST-REC
           END-EVALUATE.
       1550-EXIT.
           EXIT.

       1700-CHECK-GONE-AWAY.
      *****************************************************************
      * Compare the address keyed with the address on file - if any   *
      * line or the postcode moved the customer has been traced, so   *
      * the gone-away flag, its date and the returned item all come   *
      * off.  CUSTMNT applies exactly the same rule in batch.  The    *
      * postcode keyed is in standard form by now, so the one on file *
      * is put through CUSTPCHK too - a legacy postcode stored in     *
      * another form is not an address change                        *
      *****************************************************************
           IF NOT BCS-GONE-AWAY OF WS-CURRENT-REC
              GO TO 1700-EXIT
           END-IF.
           CALL WS-POSTCODE-PGM
                USING BCS-REC-POSTCODE OF WS-CURRENT-REC,
                      WS-FILE-POSTCODE-STD, WS-FILE-POSTCODE-RESULT.
           IF BCS-REC-ADDR1 OF WS-CURRENT-REC =
                 BCS-REC-ADDR1 OF WS-BNKCUST-REC
              AND BCS-REC-ADDR2 OF WS-CURRENT-REC =
                 BCS-REC-ADDR2 OF WS-BNKCUST-REC
              AND BCS-REC-ADDR3 OF WS-CURRENT-REC =
                 BCS-REC-ADDR3 OF WS-BNKCUST-REC
              AND BCS-REC-ADDR4 OF WS-CURRENT-REC =
                 BCS-REC-ADDR4 OF WS-BNKCUST-REC
              AND WS-FILE-POSTCODE-STD =
                 BCS-REC-POSTCODE OF WS-BNKCUST-REC
              SET WS-GONE-AWAY-STILL-SET TO TRUE
           ELSE
              SET WS-GONE-AWAY-CLEARED TO TRUE
              MOVE 'N'    TO BCS-REC-GONE-AWAY OF WS-BNKCUST-REC
              MOVE ZEROS  TO BCS-REC-GONE-AWAY-DATE OF WS-BNKCUST-REC
              MOVE SPACES TO BCS-REC-GONE-AWAY-ITEM OF WS-BNKCUST-REC
           END-IF.
       1700-EXIT.
           EXIT.

       4000-WRITE-AUDIT-ENTRY.
      *****************************************************************
      * Append an entry to the CUSTAUDT audit journal for this amend  *
