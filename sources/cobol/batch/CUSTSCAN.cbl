005802* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
005804*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
005806*                  EXISTING FIVE-DIGIT DATA                      *
005808* 15OCT26    BS    MERGED STATUS ACCEPTED, AND A MERGED CUSTOMER *
005810*                  MUST NAME THE SURVIVOR IT WAS MERGED INTO     *
005830* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005850*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005900******************************************************************
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
017200 77  CSC-PID-NUM                     PIC 9(10) VALUE ZERO.
017300 77  CSC-PREV-PAIR-KEY               PIC X(14) VALUE LOW-VALUES.
017400 77  CSC-PREV-CUST-PID               PIC X(10) VALUE SPACES.
017420 77  CSC-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
017440
017460 01  CSC-CTLTOT-PARMS.
017480 COPY CUSTCTP.
017500
017600 01  WS-CONTROL-REC.
017700 COPY CUSTCTL.
020200     PERFORM 4000-CHECK-DUPLICATE-PAIRS THRU 4000-EXIT
020300         UNTIL CSC-SCANWK2-AT-EOF.
020400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
020450     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
020500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020600     STOP RUN.
020700
030500     END-IF.
030600     IF NOT BCS-CUST-ACTIVE OF BNKCUST-REC
030700        AND NOT BCS-CUST-CLOSED OF BNKCUST-REC
030750        AND NOT BCS-CUST-MERGED OF BNKCUST-REC
030800        MOVE 'E006' TO CSE-EXCP-CODE
030900        MOVE 'STATUS BYTE IS NOT ACTIVE, CLOSED OR MERGED'
031000           TO CSE-EXCP-TEXT
031100        PERFORM 2500-WRITE-FIELD-EXCEPTION THRU 2500-EXIT
031200     END-IF.
031700           TO CSE-EXCP-TEXT
031800        PERFORM 2500-WRITE-FIELD-EXCEPTION THRU 2500-EXIT
031900     END-IF.
031910     IF BCS-CUST-MERGED OF BNKCUST-REC
031920        AND (BCS-REC-MERGED-INTO-PID OF BNKCUST-REC NOT NUMERIC
031930        OR BCS-REC-MERGED-INTO-PID OF BNKCUST-REC = '0000000000'
031940        OR BCS-REC-MERGED-INTO-PID OF BNKCUST-REC =
031950           BCS-REC-PID OF BNKCUST-REC)
031960        MOVE 'E008' TO CSE-EXCP-CODE
031970        MOVE 'MERGED CUSTOMER HAS NO VALID SURVIVOR ID'
031980           TO CSE-EXCP-TEXT
031990        PERFORM 2500-WRITE-FIELD-EXCEPTION THRU 2500-EXIT
031995     END-IF.
032000
032100     IF BCS-REC-PID OF BNKCUST-REC NOT NUMERIC
032200        MOVE 'E005' TO CSE-EXCP-CODE
052200 8000-EXIT.
052300     EXIT.
052400
052402******************************************************************
052404* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
052406* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
052408******************************************************************
052410 8800-WRITE-CONTROL-TOTALS.
052412     MOVE 'CUSTSCAN'               TO CTP-JOB-NAME.
052414     SET CTP-FRESH-RUN TO TRUE.
052416     MOVE SPACES                   TO CTP-DATA-DATE.
052418     MOVE 'CUSTOMERS SCANNED'      TO CTP-COUNT-NAME (1).
052420     MOVE CSC-SCANNED-COUNT        TO CTP-COUNT-VALUE (1).
052422     MOVE 'CLEAN'                  TO CTP-COUNT-NAME (2).
052424     MOVE CSC-CLEAN-COUNT          TO CTP-COUNT-VALUE (2).
052426     MOVE 'WITH EXCEPTIONS'        TO CTP-COUNT-NAME (3).
052428     MOVE CSC-DIRTY-COUNT          TO CTP-COUNT-VALUE (3).
052430     MOVE 'TOTAL EXCEPTIONS'       TO CTP-COUNT-NAME (4).
052432     MOVE CSC-EXCP-TOTAL-COUNT     TO CTP-COUNT-VALUE (4).
052434     MOVE 4                        TO CTP-COUNT-USED.
052436     CALL CSC-CTLTOT-PGM USING CSC-CTLTOT-PARMS.
052438 8800-EXIT.
052440     EXIT.
052442
052500******************************************************************
052600* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
052700******************************************************************
