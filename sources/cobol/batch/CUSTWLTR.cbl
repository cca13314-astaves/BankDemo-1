002500*              POSTCODE OFF BNKCUST, BETWEEN A HEADER AND A      *
002600*              TRAILER WITH THE LETTER COUNT THE BUREAU          *
002700*              BALANCES AGAINST.  A CUSTOMER WHO HAS OPTED OUT   *
002800*              OF CONTACT OR WHOSE POST HAS COME BACK GONE-AWAY  *
002850*              GETS NO LETTER, AND THE SUPPRESSION               *
002900*              SHOWS ON THE CONTROL REPORT.  THE ADDS-READ       *
003000*              COUNT ON THE REPORT MATCHES THE ADDS-FED COUNT    *
003100*              CUSTDELT SHOWS FOR THE SAME EXTRACT DAY - THE     *
006100* 02SEP26    BS    INITIAL VERSION - WELCOME-LETTER FEED FOR     *
006200*                  THE DAY'S NEW CUSTOMERS WITH OPT-OUT          *
006300*                  SUPPRESSION AND CONTROL TOTALS                *
006310* 15OCT26    BS    GONE-AWAY CUSTOMERS SUPPRESSED LIKE CONTACT   *
006320*                  OPT-OUTS                                      *
006340* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006360*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006400******************************************************************
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
014500 77  CWL-ADDS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
014600 77  CWL-LETTER-COUNT                PIC 9(09) COMP VALUE ZERO.
014700 77  CWL-OPTOUT-COUNT                PIC 9(09) COMP VALUE ZERO.
014750 77  CWL-GONEAWAY-COUNT              PIC 9(09) COMP VALUE ZERO.
014800 77  CWL-SKIPPED-COUNT               PIC 9(09) COMP VALUE ZERO.
014820 77  CWL-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
014840
014860 01  CWL-CTLTOT-PARMS.
014880 COPY CUSTCTP.
014900
015000******************************************************************
015100* THE THREE LETTER-FILE RECORD SHAPES - ALL 180 BYTES, THE       *
021000         UNTIL CWL-CUSTAUDF-AT-EOF.
021100     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
021200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
021250     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
021300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021400     STOP RUN.
021500
026000******************************************************************
026100* 2000-PROCESS-AUDIT-FILE - ONE OF THE EXTRACT DAY'S ADD         *
026200* ENTRIES BECOMES ONE LETTER, UNLESS THE CUSTOMER HAS OPTED      *
026300* OUT OF CONTACT, HAS GONE AWAY OR IS NO LONGER AN ACTIVE       *
026350* CUSTOMER                                                       *
026400******************************************************************
026500 2000-PROCESS-AUDIT-FILE.
026600     MOVE CAJ-TIMESTAMP(1:8) TO CWL-ENTRY-DATE.
029200* AND ADDRESS OFF BNKCUST, NOT THE IMAGE IN THE AUDIT ENTRY,     *
029300* SO A SAME-DAY CORRECTION STILL PRINTS THE RIGHT ADDRESS.       *
029400* A CUSTOMER SINCE REMOVED OR CLOSED GETS NO LETTER, AND AN      *
029500* OPT-OUT OR A CUSTOMER ALREADY REPORTED GONE AWAY IS            *
029550* SUPPRESSED WITH ITS OWN LINE ON THE REPORT                     *
029600******************************************************************
029700 3000-BUILD-ONE-LETTER.
029800     MOVE CAJ-CUST-PID TO BCS-REC-PID OF BNKCUST-REC.
033300        WRITE WLTRLOG-REC
033400        GO TO 3000-EXIT
033500     END-IF.
033510
033520     IF BCS-GONE-AWAY OF BNKCUST-REC
033530        ADD 1 TO CWL-GONEAWAY-COUNT
033540        MOVE SPACES        TO CWL-REPORT-DETAIL-LINE
033550        MOVE CAJ-CUST-PID  TO CWLL-CUST-PID
033560        MOVE BCS-REC-NAME OF BNKCUST-REC TO CWLL-CUST-NAME
033570        MOVE 'SUPPRESSED - GONE AWAY' TO CWLL-RESULT
033580        MOVE CWL-REPORT-DETAIL-LINE TO WLTRLOG-REC
033590        WRITE WLTRLOG-REC
033592        GO TO 3000-EXIT
033594     END-IF.
033600
033700     MOVE SPACES TO CWL-LETTER-DETAIL.
033800     MOVE 'D'                          TO CWLD-REC-TYPE.
039200     MOVE CWL-OPTOUT-COUNT TO CWLC-COUNT.
039300     MOVE CWL-REPORT-COUNT-LINE TO WLTRLOG-REC.
039400     WRITE WLTRLOG-REC.
039410
039420     MOVE SPACES TO CWL-REPORT-COUNT-LINE.
039430     MOVE 'SUPPRESSED - GONE AWAY' TO CWLC-LABEL.
039440     MOVE CWL-GONEAWAY-COUNT TO CWLC-COUNT.
039450     MOVE CWL-REPORT-COUNT-LINE TO WLTRLOG-REC.
039460     WRITE WLTRLOG-REC.
039500
039600     MOVE SPACES TO CWL-REPORT-COUNT-LINE.
039700     MOVE 'SKIPPED - GONE OR CLOSED SINCE THE ADD' TO CWLC-LABEL.
040100 8000-EXIT.
040200     EXIT.
040300
040302******************************************************************
040304* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
040306* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
040308******************************************************************
040310 8800-WRITE-CONTROL-TOTALS.
040312     MOVE 'CUSTWLTR'               TO CTP-JOB-NAME.
040314     SET CTP-FRESH-RUN TO TRUE.
040316     MOVE CWL-EXTRACT-DATE         TO CTP-DATA-DATE.
040318     MOVE 'AUDIT ENTRIES READ'     TO CTP-COUNT-NAME (1).
040320     MOVE CWL-READ-COUNT           TO CTP-COUNT-VALUE (1).
040322     MOVE 'ADDS READ'              TO CTP-COUNT-NAME (2).
040324     MOVE CWL-ADDS-READ-COUNT      TO CTP-COUNT-VALUE (2).
040326     MOVE 'LETTERS WRITTEN'        TO CTP-COUNT-NAME (3).
040328     MOVE CWL-LETTER-COUNT         TO CTP-COUNT-VALUE (3).
040330     MOVE 'SUPPRESSED OPT-OUT'     TO CTP-COUNT-NAME (4).
040332     MOVE CWL-OPTOUT-COUNT         TO CTP-COUNT-VALUE (4).
040334     MOVE 'SUPPRESSED GONE AWAY'   TO CTP-COUNT-NAME (5).
040336     MOVE CWL-GONEAWAY-COUNT       TO CTP-COUNT-VALUE (5).
040338     MOVE 'ENTRIES SKIPPED'        TO CTP-COUNT-NAME (6).
040340     MOVE CWL-SKIPPED-COUNT        TO CTP-COUNT-VALUE (6).
040342     MOVE 6                        TO CTP-COUNT-USED.
040344     CALL CWL-CTLTOT-PGM USING CWL-CTLTOT-PARMS.
040346 8800-EXIT.
040348     EXIT.
040350
040400******************************************************************
040500* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
040600******************************************************************
