006400* DATE       INIT  DESCRIPTION                                  *
006500* 02SEP26    BS    INITIAL VERSION - FIVE-DIGIT TO TEN-DIGIT    *
006600*                  CUSTOMER-ID CONVERSION OF THE WHOLE ESTATE   *
006620* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF       *
006640*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING    *
006700******************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
022800
022900 77  CCV-PID-IN                      PIC X(05) VALUE SPACES.
023000 77  CCV-PID-OUT                     PIC X(10) VALUE SPACES.
023020 77  CCV-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
023040
023060 01  CCV-CTLTOT-PARMS.
023080 COPY CUSTCTP.
023100
023200******************************************************************
023300* THE OLD CONTROL RECORD OVERLAY - KEY FOLLOWED BY THE OLD       *
029000     PERFORM 4000-CONVERT-AUDIT-FILE THRU 4000-EXIT.
029100     PERFORM 4500-CONVERT-PENDING-FILE THRU 4500-EXIT.
029200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
029250     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
029300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029400     STOP RUN.
029500
069000 8000-EXIT.
069100     EXIT.
069200
069202******************************************************************
069204* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
069206* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
069208******************************************************************
069210 8800-WRITE-CONTROL-TOTALS.
069212     MOVE 'CUSTCONV'               TO CTP-JOB-NAME.
069214     SET CTP-FRESH-RUN TO TRUE.
069216     MOVE SPACES                   TO CTP-DATA-DATE.
069218     MOVE 'CUSTOMERS READ'         TO CTP-COUNT-NAME (1).
069220     MOVE CCV-CUST-IN-COUNT        TO CTP-COUNT-VALUE (1).
069222     MOVE 'CUSTOMERS WRITTEN'      TO CTP-COUNT-NAME (2).
069224     MOVE CCV-CUST-OUT-COUNT       TO CTP-COUNT-VALUE (2).
069226     MOVE 'HISTORY READ'           TO CTP-COUNT-NAME (3).
069228     MOVE CCV-HST-IN-COUNT         TO CTP-COUNT-VALUE (3).
069230     MOVE 'HISTORY WRITTEN'        TO CTP-COUNT-NAME (4).
069232     MOVE CCV-HST-OUT-COUNT        TO CTP-COUNT-VALUE (4).
069234     MOVE 'AUDIT READ'             TO CTP-COUNT-NAME (5).
069236     MOVE CCV-AUD-IN-COUNT         TO CTP-COUNT-VALUE (5).
069238     MOVE 'AUDIT WRITTEN'          TO CTP-COUNT-NAME (6).
069240     MOVE CCV-AUD-OUT-COUNT        TO CTP-COUNT-VALUE (6).
069242     MOVE 'PENDING READ'           TO CTP-COUNT-NAME (7).
069244     MOVE CCV-PND-IN-COUNT         TO CTP-COUNT-VALUE (7).
069246     MOVE 'PENDING WRITTEN'        TO CTP-COUNT-NAME (8).
069248     MOVE CCV-PND-OUT-COUNT        TO CTP-COUNT-VALUE (8).
069250     MOVE 'ERRORS'                 TO CTP-COUNT-NAME (9).
069252     MOVE CCV-ERROR-COUNT          TO CTP-COUNT-VALUE (9).
069254     MOVE 9                        TO CTP-COUNT-USED.
069256     CALL CCV-CTLTOT-PGM USING CCV-CTLTOT-PARMS.
069258 8800-EXIT.
069260     EXIT.
069262
069300******************************************************************
069400* 9000-TERMINATE - CLOSE THE REPORT - THE STREAM FILES ARE       *
069500* ALREADY CLOSED BY THEIR OWN PARAGRAPHS                         *
