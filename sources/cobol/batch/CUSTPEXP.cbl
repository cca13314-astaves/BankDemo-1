005902* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
005904*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
005906*                  EXISTING FIVE-DIGIT DATA                      *
005926* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005946*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006000******************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
015000 77  CPX-AUDIT-SEQ                   PIC 9(07) VALUE ZERO.
015100 77  CPX-DATE-TIME                   PIC X(21).
015200 77  CPX-FATAL-MSG                   PIC X(60) VALUE SPACES.
015220 77  CPX-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
015240
015260 01  CPX-CTLTOT-PARMS.
015280 COPY CUSTCTP.
015300
015400 01  WS-AUDIT-REC.
015500 COPY CUSTAUD.
019800     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
019900         UNTIL CPX-BNKPEND-AT-EOF.
020000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
020050     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
020100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020200     STOP RUN.
020300
041200 8000-EXIT.
041300     EXIT.
041400
041405******************************************************************
041410* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
041415* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
041420******************************************************************
041425 8800-WRITE-CONTROL-TOTALS.
041430     MOVE 'CUSTPEXP'               TO CTP-JOB-NAME.
041435     SET CTP-FRESH-RUN TO TRUE.
041440     MOVE SPACES                   TO CTP-DATA-DATE.
041445     MOVE 'REQUESTS READ'          TO CTP-COUNT-NAME (1).
041450     MOVE CPX-READ-COUNT           TO CTP-COUNT-VALUE (1).
041455     MOVE 'STILL PENDING'          TO CTP-COUNT-NAME (2).
041460     MOVE CPX-PENDING-COUNT        TO CTP-COUNT-VALUE (2).
041465     MOVE 'EXPIRED'                TO CTP-COUNT-NAME (3).
041470     MOVE CPX-EXPIRED-COUNT        TO CTP-COUNT-VALUE (3).
041475     MOVE 3                        TO CTP-COUNT-USED.
041480     CALL CPX-CTLTOT-PGM USING CPX-CTLTOT-PARMS.
041485 8800-EXIT.
041490     EXIT.
041495
041500******************************************************************
041600* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
041700******************************************************************
