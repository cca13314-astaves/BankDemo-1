006232* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
006234*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
006236*                  EXISTING FIVE-DIGIT DATA                      *
006256* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006276*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006286* 15OCT26    BS    BRANCHES PRINTED COUNTED AT EACH BRANCH       *
006296*                  BREAK, NOT TAKEN FROM THE BRANCH SUBTOTAL     *
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
014000 77  CPR-EXPECTED-COUNT              PIC X(05) VALUE SPACES.
014100 77  CPR-GRAND-TOTAL                 PIC 9(09) COMP VALUE ZERO.
014200 77  CPR-BRANCH-COUNT                PIC 9(09) COMP VALUE ZERO.
014210 77  CPR-BRANCHES-PRINTED            PIC 9(09) COMP VALUE ZERO.
014300 77  CPR-EXPECTED-NUM                PIC 9(05) VALUE ZERO.
014400 77  CPR-LINE-COUNT                  PIC 9(03) COMP VALUE ZERO.
014500 77  CPR-PAGE-COUNT                  PIC 9(05) COMP VALUE ZERO.
014600 77  CPR-PREV-SORT-CODE              PIC X(06) VALUE SPACES.
014700 77  CPR-PAGE-LIMIT                  PIC 9(03) COMP VALUE 60.
014720 77  CPR-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
014740
014760 01  CPR-CTLTOT-PARMS.
014780 COPY CUSTCTP.
014800
014900******************************************************************
015000* THE SORTED REPORT LINE BEING FORMATTED - SAME CUSTRPTL SHAPE   *
022500     PERFORM 2000-FORMAT-REPORT THRU 2000-EXIT
022600         UNTIL CPR-PRNTSRT-AT-EOF.
022700     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
022750     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022900     STOP RUN.
023000
027900        MOVE WSR-SORT-CODE OF CPR-RPT-LINE
028000           TO CPR-PREV-SORT-CODE
028100        MOVE 0 TO CPR-BRANCH-COUNT
028110        ADD 1 TO CPR-BRANCHES-PRINTED
028200        PERFORM 4000-WRITE-BRANCH-HEADING THRU 4000-EXIT
028300     END-IF.
028400
045900 8000-EXIT.
046000     EXIT.
046100
046105******************************************************************
046110* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
046115* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
046120******************************************************************
046125 8800-WRITE-CONTROL-TOTALS.
046130     MOVE 'CUSTPRNT'               TO CTP-JOB-NAME.
046135     SET CTP-FRESH-RUN TO TRUE.
046140     MOVE SPACES                   TO CTP-DATA-DATE.
046145     MOVE 'CUSTOMERS PRINTED'      TO CTP-COUNT-NAME (1).
046150     MOVE CPR-GRAND-TOTAL          TO CTP-COUNT-VALUE (1).
046155     MOVE 'BRANCHES PRINTED'       TO CTP-COUNT-NAME (2).
046160     MOVE CPR-BRANCHES-PRINTED     TO CTP-COUNT-VALUE (2).
046165     MOVE 2                        TO CTP-COUNT-USED.
046170     CALL CPR-CTLTOT-PGM USING CPR-CTLTOT-PARMS.
046175 8800-EXIT.
046180     EXIT.
046185
046200******************************************************************
046300* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
046400******************************************************************
