005400* 02SEP26    BS    INITIAL VERSION - LABELLED MASTER RECORD      *
005500*                  PLUS FULL CHANGE HISTORY PER REQUESTED        *
005600*                  CUSTOMER                                      *
005610* 15OCT26    BS    MERGED STATUS AND SURVIVING ID SHOWN FOR      *
005620*                  CUSTOMERS RETIRED BY CUSTMRGE                 *
005630* 15OCT26    BS    GONE-AWAY FLAG, DATE AND RETURNED ITEM SHOWN  *
005640*                  AND GONE-AWAY CHANGES LISTED IN THE HISTORY   *
005650* 15OCT26    BS    WATCH-LIST REVIEW ENTRIES LEFT OUT OF THE     *
005660*                  PACK - SCREENING IS NEVER DISCLOSED TO THE    *
005670*                  CUSTOMER SCREENED                             *
005680* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005690*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005693* 15OCT26    BS    DUPLICATE MERGES LISTED IN THE HISTORY WITH   *
005696*                  THE CUSTOMER ID THAT SURVIVED                 *
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
013900 77  CDS-ENTRY-COUNT                 PIC 9(09) COMP VALUE ZERO.
014000 77  CDS-DIFF-COUNT                  PIC 9(04) COMP VALUE ZERO.
014100 77  CDS-TARGET-PID                  PIC X(10) VALUE SPACES.
014120 77  CDS-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
014140
014160 01  CDS-CTLTOT-PARMS.
014180 COPY CUSTCTP.
014200
014300 01  WS-AUDIT-REC.
014400 COPY CUSTAUD.
021700     PERFORM 2000-BUILD-ONE-PACK THRU 2000-EXIT
021800         UNTIL CDS-DSCLPARM-AT-EOF.
021900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
021950     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
022000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022100     STOP RUN.
022200
034600     MOVE BCS-REC-DATE-ADDED OF BNKCUST-REC TO CDSF-VALUE.
034700     PERFORM 3100-PRINT-ONE-FIELD THRU 3100-EXIT.
034800     MOVE 'STATUS' TO CDSF-LABEL.
034900     EVALUATE TRUE
034950        WHEN BCS-CUST-CLOSED OF BNKCUST-REC
035000           MOVE 'CLOSED' TO CDSF-VALUE
035050        WHEN BCS-CUST-MERGED OF BNKCUST-REC
035100           MOVE 'MERGED' TO CDSF-VALUE
035150        WHEN OTHER
035200           MOVE 'ACTIVE' TO CDSF-VALUE
035300     END-EVALUATE.
035400     PERFORM 3100-PRINT-ONE-FIELD THRU 3100-EXIT.
035500     IF BCS-CUST-CLOSED OF BNKCUST-REC
035600        MOVE 'DATE CLOSED' TO CDSF-LABEL
035700        MOVE BCS-REC-DATE-CLOSED OF BNKCUST-REC TO CDSF-VALUE
035800        PERFORM 3100-PRINT-ONE-FIELD THRU 3100-EXIT
035900     END-IF.
035910     IF BCS-CUST-MERGED OF BNKCUST-REC
035920        MOVE 'MERGED INTO' TO CDSF-LABEL
035930        MOVE BCS-REC-MERGED-INTO-PID OF BNKCUST-REC TO CDSF-VALUE
035940        PERFORM 3100-PRINT-ONE-FIELD THRU 3100-EXIT
035950     END-IF.
036000     MOVE 'MARKETING CONSENT' TO CDSF-LABEL.
036100     IF BCS-MARKETING-OPTED-OUT OF BNKCUST-REC
036200        MOVE 'OPTED OUT' TO CDSF-VALUE
037100        MOVE 'CONSENT GIVEN' TO CDSF-VALUE
037200     END-IF.
037300     PERFORM 3100-PRINT-ONE-FIELD THRU 3100-EXIT.
037310     IF BCS-GONE-AWAY OF BNKCUST-REC
037320        MOVE 'GONE AWAY SINCE' TO CDSF-LABEL
037330        MOVE BCS-REC-GONE-AWAY-DATE OF BNKCUST-REC TO CDSF-VALUE
037340        PERFORM 3100-PRINT-ONE-FIELD THRU 3100-EXIT
037350        MOVE 'RETURNED MAIL ITEM' TO CDSF-LABEL
037360        MOVE BCS-REC-GONE-AWAY-ITEM OF BNKCUST-REC TO CDSF-VALUE
037370        PERFORM 3100-PRINT-ONE-FIELD THRU 3100-EXIT
037380     END-IF.
037400 3000-EXIT.
037500     EXIT.
037600
043600* 4100-PRINT-ONE-ENTRY - READ ONE HISTORY ENTRY FORWARD - THE    *
043700* BROWSE ENDS AT END OF FILE OR ON THE FIRST ENTRY BELONGING     *
043800* TO ANOTHER CUSTOMER                                            *
043820* A WATCH-LIST REVIEW ENTRY IS PASSED OVER AND NOT COUNTED -     *
043840* TELLING A CUSTOMER THEY HAVE BEEN SCREENED AGAINST THE         *
043860* SANCTIONS LIST IS A TIPPING-OFF OFFENCE                        *
043900******************************************************************
044000 4100-PRINT-ONE-ENTRY.
044100     READ CUSTHST NEXT RECORD
045000        GO TO 4100-EXIT
045100     END-IF.
045200
045220     MOVE CHJ-AUDIT-ENTRY TO WS-AUDIT-REC.
045240     IF CAJ-ACTION-SCREEN
045260        GO TO 4100-EXIT
045280     END-IF.
045300     ADD 1 TO CDS-ENTRY-COUNT.
045500     MOVE SPACES        TO CDS-ENTRY-LINE.
045600     MOVE CAJ-TIMESTAMP TO CDSE-TIMESTAMP.
045700     MOVE CAJ-USERID    TO CDSE-USERID.
047400           MOVE 'REJECT'  TO CDSE-ACTION
047500        WHEN CAJ-ACTION-EXPIRE
047600           MOVE 'EXPIRE'  TO CDSE-ACTION
047650        WHEN CAJ-ACTION-MERGE
047660           MOVE 'MERGED'  TO CDSE-ACTION
047700        WHEN OTHER
047800           MOVE CAJ-ACTION TO CDSE-ACTION
047900     END-EVALUATE.
049200           PERFORM 5000-PRINT-FIELD-DIFFS THRU 5000-EXIT
049300        END-IF
049400     END-IF.
049404
049408     IF CAJ-ACTION-MERGE
049412        MOVE CAJ-AFTER-IMAGE TO CDS-AFTER-REC
049416        MOVE SPACES TO CDS-NOTE-LINE
049420        IF CAJ-CUST-PID = CDS-TARGET-PID
049424           STRING 'CUSTOMER MERGED INTO '  DELIMITED BY SIZE
049428                  BCS-REC-MERGED-INTO-PID OF CDS-AFTER-REC
049432                                          DELIMITED BY SIZE
049436             INTO CDSN-TEXT
049440           END-STRING
049444        ELSE
049448           STRING 'CUSTOMER '              DELIMITED BY SIZE
049452                  CAJ-CUST-PID             DELIMITED BY SIZE
049456                  ' MERGED INTO THIS ONE'  DELIMITED BY SIZE
049460             INTO CDSN-TEXT
049464           END-STRING
049468        END-IF
049472        MOVE CDS-NOTE-LINE TO DSCLRPT-REC
049476        WRITE DSCLRPT-REC
049480     END-IF.
049500 4100-EXIT.
049600     EXIT.
049700
060100           TO CDSD-NEW-VALUE
060200        PERFORM 5100-PRINT-ONE-DIFF THRU 5100-EXIT
060300     END-IF.
060310     IF BCS-REC-GONE-AWAY OF CDS-BEFORE-REC NOT =
060320        BCS-REC-GONE-AWAY OF CDS-AFTER-REC
060330        MOVE 'GONE AWAY'  TO CDSD-FIELD-NAME
060340        MOVE BCS-REC-GONE-AWAY OF CDS-BEFORE-REC
060350           TO CDSD-OLD-VALUE
060360        MOVE BCS-REC-GONE-AWAY OF CDS-AFTER-REC
060370           TO CDSD-NEW-VALUE
060380        PERFORM 5100-PRINT-ONE-DIFF THRU 5100-EXIT
060390     END-IF.
060400
060500     IF CDS-DIFF-COUNT = 0
060600        MOVE SPACES TO CDS-NOTE-LINE
065500 8000-EXIT.
065600     EXIT.
065700
065702******************************************************************
065704* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
065706* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
065708******************************************************************
065710 8800-WRITE-CONTROL-TOTALS.
065712     MOVE 'CUSTDSCL'               TO CTP-JOB-NAME.
065714     SET CTP-FRESH-RUN TO TRUE.
065716     MOVE SPACES                   TO CTP-DATA-DATE.
065718     MOVE 'REQUESTS READ'          TO CTP-COUNT-NAME (1).
065720     MOVE CDS-REQUESTED-COUNT      TO CTP-COUNT-VALUE (1).
065722     MOVE 'PACKS PRODUCED'         TO CTP-COUNT-NAME (2).
065724     MOVE CDS-PACK-COUNT           TO CTP-COUNT-VALUE (2).
065726     MOVE 'CUSTOMERS NOT FOUND'    TO CTP-COUNT-NAME (3).
065728     MOVE CDS-NOTFOUND-COUNT       TO CTP-COUNT-VALUE (3).
065730     MOVE 'HISTORY ENTRIES'        TO CTP-COUNT-NAME (4).
065732     MOVE CDS-ENTRY-COUNT          TO CTP-COUNT-VALUE (4).
065734     MOVE 4                        TO CTP-COUNT-USED.
065736     CALL CDS-CTLTOT-PGM USING CDS-CTLTOT-PARMS.
065738 8800-EXIT.
065740     EXIT.
065742
065800******************************************************************
065900* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
066000******************************************************************
