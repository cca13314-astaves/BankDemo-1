006302* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
006304*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
006306*                  EXISTING FIVE-DIGIT DATA                      *
006326* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006346*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006400******************************************************************
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
014300 77  CBK-AUDIT-DELETE-COUNT          PIC 9(09) COMP VALUE ZERO.
014400 77  CBK-AUDIT-REINST-COUNT          PIC 9(09) COMP VALUE ZERO.
014500 77  CBK-AUDIT-PURGE-COUNT           PIC 9(09) COMP VALUE ZERO.
014550 77  CBK-AUDIT-MISSING               PIC 9(09) COMP VALUE ZERO.
014600 77  CBK-AUDIT-ENTRY-DATE            PIC 9(08).
014620 77  CBK-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
014640
014660 01  CBK-CTLTOT-PARMS.
014680 COPY CUSTCTP.
014700
014800 01  CBK-REPORT-HEADING1.
014900     05  FILLER                      PIC X(40)
017500         UNTIL CBK-BNKCUST-AT-EOF.
017600     PERFORM 3000-SUMMARIZE-AUDIT-JOURNAL THRU 3000-EXIT.
017700     PERFORM 8000-WRITE-BALANCING-REPORT THRU 8000-EXIT.
017750     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
017800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017900     STOP RUN.
018000
019200        SET CBK-CUSTAUDF-AVAILABLE TO TRUE
019300     ELSE
019400        SET CBK-CUSTAUDF-UNAVAILABLE TO TRUE
019450        MOVE 1 TO CBK-AUDIT-MISSING
019500        SET CBK-CUSTAUDF-AT-EOF TO TRUE
019600     END-IF.
019700
039100 8000-EXIT.
039200     EXIT.
039300
039302******************************************************************
039304* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
039306* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
039308******************************************************************
039310 8800-WRITE-CONTROL-TOTALS.
039312     MOVE 'CUSTBKUP'               TO CTP-JOB-NAME.
039314     SET CTP-FRESH-RUN TO TRUE.
039316     MOVE CBK-RUN-DATE             TO CTP-DATA-DATE.
039318     MOVE 'BNKCUST RECORDS'        TO CTP-COUNT-NAME (1).
039320     MOVE CBK-BNKCUST-COUNT        TO CTP-COUNT-VALUE (1).
039322     MOVE 'RECORDS BACKED UP'      TO CTP-COUNT-NAME (2).
039324     MOVE CBK-BACKUP-COUNT         TO CTP-COUNT-VALUE (2).
039326     MOVE 'AUDIT ADDS'             TO CTP-COUNT-NAME (3).
039328     MOVE CBK-AUDIT-ADD-COUNT      TO CTP-COUNT-VALUE (3).
039330     MOVE 'AUDIT UPDATES'          TO CTP-COUNT-NAME (4).
039332     MOVE CBK-AUDIT-UPDATE-COUNT   TO CTP-COUNT-VALUE (4).
039334     MOVE 'AUDIT CLOSURES'         TO CTP-COUNT-NAME (5).
039336     MOVE CBK-AUDIT-DELETE-COUNT   TO CTP-COUNT-VALUE (5).
039338     MOVE 'AUDIT REINSTATES'       TO CTP-COUNT-NAME (6).
039340     MOVE CBK-AUDIT-REINST-COUNT   TO CTP-COUNT-VALUE (6).
039342     MOVE 'AUDIT PURGES'           TO CTP-COUNT-NAME (7).
039344     MOVE CBK-AUDIT-PURGE-COUNT    TO CTP-COUNT-VALUE (7).
039346     MOVE 'AUDIT UNAVAILABLE'      TO CTP-COUNT-NAME (8).
039348     MOVE CBK-AUDIT-MISSING        TO CTP-COUNT-VALUE (8).
039350     MOVE 8                        TO CTP-COUNT-USED.
039352     CALL CBK-CTLTOT-PGM USING CBK-CTLTOT-PARMS.
039354 8800-EXIT.
039356     EXIT.
039358
039400******************************************************************
039500* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
039600******************************************************************
