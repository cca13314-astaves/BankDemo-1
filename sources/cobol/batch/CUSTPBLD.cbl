005000* DATE       INIT  DESCRIPTION                                  *
005100* 02SEP26    BS    INITIAL VERSION - ONE-PASS BNKCUSP BUILD      *
005200*                  FROM THE EXISTING BNKCUST FILE                *
005220* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005240*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005300******************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
011200 77  CPB-ERROR-COUNT                 PIC 9(09) COMP VALUE ZERO.
011300 77  CPB-PHONETIC-PGM                PIC X(08) VALUE 'CUSTPHON'.
011400 77  CPB-FATAL-MSG                   PIC X(60) VALUE SPACES.
011420 77  CPB-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
011440
011460 01  CPB-CTLTOT-PARMS.
011480 COPY CUSTCTP.
011500
011600 01  CPB-REPORT-HEADING1.
011700     05  FILLER                      PIC X(44)
013200     PERFORM 2000-INDEX-ONE-CUSTOMER THRU 2000-EXIT
013300         UNTIL CPB-BNKCUST-AT-EOF.
013400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
013450     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     STOP RUN.
013700
025300 8000-EXIT.
025400     EXIT.
025500
025502******************************************************************
025504* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
025506* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
025508******************************************************************
025510 8800-WRITE-CONTROL-TOTALS.
025512     MOVE 'CUSTPBLD'               TO CTP-JOB-NAME.
025514     SET CTP-FRESH-RUN TO TRUE.
025516     MOVE SPACES                   TO CTP-DATA-DATE.
025518     MOVE 'CUSTOMERS READ'         TO CTP-COUNT-NAME (1).
025520     MOVE CPB-READ-COUNT           TO CTP-COUNT-VALUE (1).
025522     MOVE 'CUSTOMERS INDEXED'      TO CTP-COUNT-NAME (2).
025524     MOVE CPB-INDEXED-COUNT        TO CTP-COUNT-VALUE (2).
025526     MOVE 'CUSTOMERS SKIPPED'      TO CTP-COUNT-NAME (3).
025528     MOVE CPB-SKIPPED-COUNT        TO CTP-COUNT-VALUE (3).
025530     MOVE 'ERRORS'                 TO CTP-COUNT-NAME (4).
025532     MOVE CPB-ERROR-COUNT          TO CTP-COUNT-VALUE (4).
025534     MOVE 4                        TO CTP-COUNT-USED.
025536     CALL CPB-CTLTOT-PGM USING CPB-CTLTOT-PARMS.
025538 8800-EXIT.
025540     EXIT.
025542
025600******************************************************************
025700* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
025800******************************************************************
