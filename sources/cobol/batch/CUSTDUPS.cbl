005302* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
005304*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
005306*                  EXISTING FIVE-DIGIT DATA                      *
005308* 15OCT26    BS    CUSTOMERS ALREADY RETIRED BY THE CUSTMRGE     *
005310*                  MERGE RUN ARE NO LONGER QUEUED FOR MATCHING   *
005330* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005350*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
015200 77  CDP-PREV-PID                    PIC X(10) VALUE SPACES.
015300 77  CDP-PREV-STATUS                 PIC X(01) VALUE SPACES.
015400 77  CDP-PREV-DATE-ADDED             PIC X(08) VALUE SPACES.
015420 77  CDP-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
015440
015460 01  CDP-CTLTOT-PARMS.
015480 COPY CUSTCTP.
015500
015600 01  CDP-REPORT-HEADING1.
015700     05  FILLER                      PIC X(44)
020400     PERFORM 4000-REPORT-DUPLICATES THRU 4000-EXIT
020500         UNTIL CDP-DUPSWK2-AT-EOF.
020600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
020650     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020800     STOP RUN.
020900
023400******************************************************************
023500* 2000-QUEUE-MATCH-KEYS - ONE NAME/DOB/POSTCODE MATCH KEY PER    *
023600* CUSTOMER ONTO THE WORK FILE - A BLANK NAME CANNOT MATCH        *
023700* ANYTHING MEANINGFULLY, SO IT IS LEFT TO CUSTSCAN TO REPORT.    *
023710* A CUSTOMER ALREADY MERGED INTO ITS SURVIVOR IS A RESOLVED      *
023720* DUPLICATE AND IS NOT OFFERED UP AGAIN                          *
023800******************************************************************
023900 2000-QUEUE-MATCH-KEYS.
024000     ADD 1 TO CDP-SCANNED-COUNT.
024100     IF BCS-REC-NAME OF BNKCUST-REC NOT = SPACES
024150        AND NOT BCS-CUST-MERGED OF BNKCUST-REC
024200        MOVE BCS-REC-NAME OF BNKCUST-REC TO CDW1-NAME
024300        MOVE BCS-REC-DATE-OF-BIRTH OF BNKCUST-REC TO CDW1-DOB
024400        MOVE BCS-REC-POSTCODE OF BNKCUST-REC TO CDW1-POSTCODE
043300 8000-EXIT.
043400     EXIT.
043500
043502******************************************************************
043504* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
043506* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
043508******************************************************************
043510 8800-WRITE-CONTROL-TOTALS.
043512     MOVE 'CUSTDUPS'               TO CTP-JOB-NAME.
043514     SET CTP-FRESH-RUN TO TRUE.
043516     MOVE SPACES                   TO CTP-DATA-DATE.
043518     MOVE 'CUSTOMERS SCANNED'      TO CTP-COUNT-NAME (1).
043520     MOVE CDP-SCANNED-COUNT        TO CTP-COUNT-VALUE (1).
043522     MOVE 'MATCH KEYS QUEUED'      TO CTP-COUNT-NAME (2).
043524     MOVE CDP-QUEUED-COUNT         TO CTP-COUNT-VALUE (2).
043526     MOVE 'DUPLICATE GROUPS'       TO CTP-COUNT-NAME (3).
043528     MOVE CDP-GROUP-COUNT          TO CTP-COUNT-VALUE (3).
043530     MOVE 'GROUP MEMBERS'          TO CTP-COUNT-NAME (4).
043532     MOVE CDP-MEMBER-COUNT         TO CTP-COUNT-VALUE (4).
043534     MOVE 4                        TO CTP-COUNT-USED.
043536     CALL CDP-CTLTOT-PGM USING CDP-CTLTOT-PARMS.
043538 8800-EXIT.
043540     EXIT.
043542
043600******************************************************************
043700* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
043800******************************************************************
