006602* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
006604*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
006606*                  EXISTING FIVE-DIGIT DATA                      *
006626* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006646*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006700******************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
015400 77  CAR-RETN-PUR-COUNT              PIC 9(09) COMP VALUE ZERO.
015500 77  CAR-BALANCE-COUNT               PIC 9(09) COMP VALUE ZERO.
015600 77  CAR-FATAL-MSG                   PIC X(60) VALUE SPACES.
015620 77  CAR-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
015640
015660 01  CAR-CTLTOT-PARMS.
015680 COPY CUSTCTP.
015700
015800 01  CAR-REPORT-HEADING1.
015900     05  FILLER                      PIC X(44)
018400     PERFORM 2000-SPLIT-AUDIT-FILE THRU 2000-EXIT
018500         UNTIL CAR-CUSTAUDF-AT-EOF.
018600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
018650     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
018700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018800     STOP RUN.
018900
042000 8000-EXIT.
042100     EXIT.
042200
042205******************************************************************
042210* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
042215* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
042220******************************************************************
042225 8800-WRITE-CONTROL-TOTALS.
042230     MOVE 'CUSTARCH'               TO CTP-JOB-NAME.
042235     SET CTP-FRESH-RUN TO TRUE.
042240     MOVE SPACES                   TO CTP-DATA-DATE.
042245     MOVE 'AUDIT ENTRIES READ'     TO CTP-COUNT-NAME (1).
042250     MOVE CAR-READ-COUNT           TO CTP-COUNT-VALUE (1).
042255     MOVE 'ENTRIES ARCHIVED'       TO CTP-COUNT-NAME (2).
042260     MOVE CAR-ARCHIVED-COUNT       TO CTP-COUNT-VALUE (2).
042265     MOVE 'ENTRIES RETAINED'       TO CTP-COUNT-NAME (3).
042270     MOVE CAR-RETAINED-COUNT       TO CTP-COUNT-VALUE (3).
042275     MOVE 3                        TO CTP-COUNT-USED.
042280     CALL CAR-CTLTOT-PGM USING CAR-CTLTOT-PARMS.
042285 8800-EXIT.
042290     EXIT.
042295
042300******************************************************************
042400* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
042500******************************************************************
