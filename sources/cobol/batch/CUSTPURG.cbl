005702* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
005704*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
005706*                  EXISTING FIVE-DIGIT DATA                      *
005726* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005746*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
014800 77  CPG-FATAL-MSG                   PIC X(60) VALUE SPACES.
014900 77  CPG-DATE-TIME                   PIC X(21).
015000 77  CPG-AUDIT-SEQ                   PIC 9(07).
015020 77  CPG-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
015040
015060 01  CPG-CTLTOT-PARMS.
015080 COPY CUSTCTP.
015100
015200 01  WS-AUDIT-REC.
015300 COPY CUSTAUD.
018700     PERFORM 2000-PURGE-PASS THRU 2000-EXIT
018800         UNTIL CPG-BNKCUST-AT-EOF.
018900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
018950     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019100     STOP RUN.
019200
043600 8000-EXIT.
043700     EXIT.
043800
043802******************************************************************
043804* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
043806* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
043808******************************************************************
043810 8800-WRITE-CONTROL-TOTALS.
043812     MOVE 'CUSTPURG'               TO CTP-JOB-NAME.
043814     SET CTP-FRESH-RUN TO TRUE.
043816     MOVE SPACES                   TO CTP-DATA-DATE.
043818     MOVE 'CUSTOMERS SCANNED'      TO CTP-COUNT-NAME (1).
043820     MOVE CPG-SCANNED-COUNT        TO CTP-COUNT-VALUE (1).
043822     MOVE 'ACTIVE'                 TO CTP-COUNT-NAME (2).
043824     MOVE CPG-ACTIVE-COUNT         TO CTP-COUNT-VALUE (2).
043826     MOVE 'CLOSED RETAINED'        TO CTP-COUNT-NAME (3).
043828     MOVE CPG-RETAINED-COUNT       TO CTP-COUNT-VALUE (3).
043830     MOVE 'PURGED'                 TO CTP-COUNT-NAME (4).
043832     MOVE CPG-PURGED-COUNT         TO CTP-COUNT-VALUE (4).
043834     MOVE 'PURGES FAILED'          TO CTP-COUNT-NAME (5).
043836     MOVE CPG-FAILED-COUNT         TO CTP-COUNT-VALUE (5).
043838     MOVE 5                        TO CTP-COUNT-USED.
043840     CALL CPG-CTLTOT-PGM USING CPG-CTLTOT-PARMS.
043842 8800-EXIT.
043844     EXIT.
043846
043900******************************************************************
044000* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
044100******************************************************************
