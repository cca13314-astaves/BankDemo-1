002400*              EACH OF THE DAY'S AUDIT ENTRIES BECOMES ONE       *
002500*              DETAIL RECORD: ADDS AND UPDATES CARRY THE         *
002600*              CURRENT FULL CBANKVCS RECORD OFF BNKCUST,         *
002700*              DELETES CARRY JUST THE PID AND NAME, AND A MERGE  *
002710*              CARRIES THE RETIRED PID AND NAME FOLLOWED BY THE  *
002720*              PID AND NAME OF THE SURVIVOR THAT REPLACES IT.    *
002730*              A HEADER CARRIES THE RUN AND EXTRACT DATES AND A  *
002800*              TRAILER CARRIES ADD/UPDATE/DELETE/MERGE CONTROL   *
002900*              TOTALS THE RECEIVERS BALANCE AGAINST              *
003100*                                                                *
003200* INPUT:       CUSTAUDF - SEQUENTIAL EXTRACT OF THE CUSTAUDT     *
003300*                        JOURNAL                                 *
004150*                        CRM                                     *
004160*              CUSTMAIL - THE MAILING-HOUSE COPY OF THE SAME     *
004170*                        FEED, WITH CUSTOMERS WHO HAVE OPTED     *
004180*                        OUT OF CONTACT OR BEEN REPORTED GONE    *
004185*                        AWAY SUPPRESSED, AND ITS OWN TRAILER    *
004190*                        TOTALS TO BALANCE AGAINST               *
004200*              DELTLOG  - CONTROL REPORT MATCHING THE TRAILERS   *
004300******************************************************************
004400 IDENTIFICATION DIVISION.
005932* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
005934*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
005936*                  EXISTING FIVE-DIGIT DATA                      *
005938* 15OCT26    BS    CUSTMRGE DUPLICATE MERGES FED AS ACTION M,    *
005940*                  NAMING THE SURVIVOR THAT REPLACES THE RETIRED *
005942*                  PID - MERGE COUNT ADDED TO BOTH TRAILERS      *
005944* 15OCT26    BS    GONE-AWAY CUSTOMERS SUPPRESSED ON CUSTMAIL    *
005946*                  LIKE CONTACT OPT-OUTS                         *
005966* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005986*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006000******************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
014100 77  CDL-FED-ADD-COUNT               PIC 9(09) COMP VALUE ZERO.
014200 77  CDL-FED-UPD-COUNT               PIC 9(09) COMP VALUE ZERO.
014300 77  CDL-FED-DEL-COUNT               PIC 9(09) COMP VALUE ZERO.
014350 77  CDL-FED-MRG-COUNT               PIC 9(09) COMP VALUE ZERO.
014360 77  CDL-FED-ADD-MNT-COUNT           PIC 9(09) COMP VALUE ZERO.
014370 77  CDL-FED-UPD-MNT-COUNT           PIC 9(09) COMP VALUE ZERO.
014380 77  CDL-FED-DEL-MNT-COUNT           PIC 9(09) COMP VALUE ZERO.
014390 77  CDL-FED-ADD-LOAD-COUNT          PIC 9(09) COMP VALUE ZERO.
014400 77  CDL-SKIPPED-COUNT               PIC 9(09) COMP VALUE ZERO.
014500 77  CDL-TOTAL-COUNT                 PIC 9(09) COMP VALUE ZERO.
014510 77  CDL-MAIL-ADD-COUNT              PIC 9(09) COMP VALUE ZERO.
014520 77  CDL-MAIL-UPD-COUNT              PIC 9(09) COMP VALUE ZERO.
014530 77  CDL-MAIL-DEL-COUNT              PIC 9(09) COMP VALUE ZERO.
014535 77  CDL-MAIL-MRG-COUNT              PIC 9(09) COMP VALUE ZERO.
014540 77  CDL-MAIL-TOTAL-COUNT            PIC 9(09) COMP VALUE ZERO.
014550 77  CDL-OPTOUT-COUNT                PIC 9(09) COMP VALUE ZERO.
014560 77  CDL-GONEAWAY-COUNT              PIC 9(09) COMP VALUE ZERO.
014600 77  CDL-FATAL-MSG                   PIC X(60) VALUE SPACES.
014602 77  CDL-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
014604
014606 01  CDL-CTLTOT-PARMS.
014608 COPY CUSTCTP.
014610
014620******************************************************************
014630* THE RETIRED CUSTOMER AS THE MERGE LEFT IT, UNPACKED FROM THE   *
014640* AUDIT AFTER IMAGE FOR THE SURVIVOR IT NOW POINTS AT            *
014650******************************************************************
014660 01  CDL-MERGED-REC.
014670 COPY CBANKVCS.
014700
014800******************************************************************
014900* THE THREE INTERFACE RECORD SHAPES - ALL 300 BYTES, THE FIRST   *
016200     05  CDLD-CUST-NAME              PIC X(30).
016300     05  CDLD-CUSTOMER-IMAGE         PIC X(250).
016400     05  FILLER                      PIC X(08) VALUE SPACES.
016410
016420******************************************************************
016430* A MERGE DETAIL (ACTION M) CARRIES THE SURVIVOR IN PLACE OF THE *
016440* CUSTOMER IMAGE - THE RETIRED PID IS REPLACED BY THE SURVIVOR   *
016450******************************************************************
016460 01  CDL-INTF-MERGE REDEFINES CDL-INTF-DETAIL.
016470     05  CDLM-REC-TYPE               PIC X(01).
016475     05  CDLM-ACTION                 PIC X(01).
016480     05  CDLM-RETIRED-PID            PIC X(10).
016485     05  CDLM-RETIRED-NAME           PIC X(30).
016490     05  CDLM-SURVIVOR-PID           PIC X(10).
016492     05  CDLM-SURVIVOR-NAME          PIC X(30).
016494     05  FILLER                      PIC X(218).
016500
016600 01  CDL-INTF-TRAILER.
016700     05  CDLT-REC-TYPE               PIC X(01) VALUE 'T'.
016900     05  CDLT-UPDATE-COUNT           PIC 9(09).
017000     05  CDLT-DELETE-COUNT           PIC 9(09).
017100     05  CDLT-TOTAL-COUNT            PIC 9(09).
017150     05  CDLT-MERGE-COUNT            PIC 9(09).
017200     05  FILLER                      PIC X(254) VALUE SPACES.
017300
017400 01  CDL-REPORT-HEADING1.
017500     05  FILLER                      PIC X(42)
021000         UNTIL CDL-CUSTAUDF-AT-EOF.
021100     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
021200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
021250     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
021300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021400     STOP RUN.
021500
028740              PERFORM 3000-FEED-CURRENT-RECORD THRU 3000-EXIT
028800           WHEN CAJ-ACTION-DELETE
028900              PERFORM 4000-FEED-DELETE THRU 4000-EXIT
028950           WHEN CAJ-ACTION-MERGE
028960              PERFORM 4500-FEED-MERGE THRU 4500-EXIT
029000           WHEN OTHER
029100              CONTINUE
029200        END-EVALUATE
035200     ELSE
035300        ADD 1 TO CDL-FED-UPD-COUNT
035400     END-IF.
035401*****************************************************************
035402* THE BATCH JOBS' SHARE OF WHAT WAS FED, BY THE USER ID THEIR   *
035403* AUDIT ENTRIES CARRY, FOR CUSTBAL TO BALANCE AGAINST THE       *
035404* CHANGES CUSTMNT AND CUSTLOAD SAY THEY APPLIED                 *
035405*****************************************************************
035406     EVALUATE TRUE
035407        WHEN CAJ-USERID = 'CUSTMNT' AND CAJ-ACTION-ADD
035408           ADD 1 TO CDL-FED-ADD-MNT-COUNT
035409        WHEN CAJ-USERID = 'CUSTMNT' AND CAJ-ACTION-UPDATE
035410           ADD 1 TO CDL-FED-UPD-MNT-COUNT
035411        WHEN CAJ-USERID = 'CUSTLOAD' AND CAJ-ACTION-ADD
035412           ADD 1 TO CDL-FED-ADD-LOAD-COUNT
035413        WHEN OTHER
035414           CONTINUE
035415     END-EVALUATE.
035416*****************************************************************
035420* THE MAILING-HOUSE COPY HONOURS THE CONTACT CONSENT - AN       *
035430* OPT-OUT STILL REACHES THE CRM ON CUSTINTF ABOVE BUT IS        *
035440* SUPPRESSED HERE, AND THE SUPPRESSION IS SHOWN ON THE CONTROL  *
035450* REPORT SO COMPLIANCE CAN SEE IT HAPPENING.  A CUSTOMER THE    *
035455* MAILING HOUSE HAS REPORTED GONE AWAY IS SUPPRESSED THE SAME   *
035460* WAY UNTIL A CHANGE OF ADDRESS CLEARS THE FLAG                 *
035462*****************************************************************
035464     MOVE SPACES        TO CDL-REPORT-DETAIL-LINE.
035466     MOVE CAJ-CUST-PID  TO CDLL-CUST-PID.
035468     MOVE BCS-REC-NAME OF BNKCUST-REC TO CDLL-CUST-NAME.
035470     IF CAJ-ACTION-ADD
035472        MOVE 'ADD'    TO CDLL-ACTION
035474     ELSE
035476        MOVE 'UPDATE' TO CDLL-ACTION
035478     END-IF.
035480     EVALUATE TRUE
035482        WHEN BCS-CONTACT-OPTED-OUT OF BNKCUST-REC
035484           ADD 1 TO CDL-OPTOUT-COUNT
035486           MOVE 'SUPPRESSED ON CUSTMAIL - CONTACT OPT-OUT'
035488              TO CDLL-RESULT
035490           MOVE CDL-REPORT-DETAIL-LINE TO DELTLOG-REC
035492           WRITE DELTLOG-REC
035494        WHEN BCS-GONE-AWAY OF BNKCUST-REC
035496           ADD 1 TO CDL-GONEAWAY-COUNT
035498           MOVE 'SUPPRESSED ON CUSTMAIL - GONE AWAY'
035500              TO CDLL-RESULT
035502           MOVE CDL-REPORT-DETAIL-LINE TO DELTLOG-REC
035504           WRITE DELTLOG-REC
035506        WHEN OTHER
035508           MOVE CDL-INTF-DETAIL TO CUSTMAIL-REC
035510           WRITE CUSTMAIL-REC
035520           IF CAJ-ACTION-ADD
035530              ADD 1 TO CDL-MAIL-ADD-COUNT
035540           ELSE
035550              ADD 1 TO CDL-MAIL-UPD-COUNT
035560           END-IF
035570     END-EVALUATE.
035580 3000-EXIT.
035590     EXIT.
035700
036800     MOVE CDL-INTF-DETAIL TO CUSTINTF-REC.
036900     WRITE CUSTINTF-REC.
037000     ADD 1 TO CDL-FED-DEL-COUNT.
037002     IF CAJ-USERID = 'CUSTMNT'
037004        ADD 1 TO CDL-FED-DEL-MNT-COUNT
037006     END-IF.
037010*****************************************************************
037020* A CLOSURE GOES TO THE MAILING HOUSE REGARDLESS OF CONSENT -   *
037030* IT IS THE RECORD THAT TELLS THEM TO STOP MAILING              *
037070     ADD 1 TO CDL-MAIL-DEL-COUNT.
037100 4000-EXIT.
037200     EXIT.
037210
037220******************************************************************
037230* 4500-FEED-MERGE - A DUPLICATE MERGE TELLS THE RECEIVERS WHICH  *
037240* PID REPLACED WHICH.  THE SURVIVOR IS TAKEN FROM THE AUDIT      *
037250* AFTER IMAGE, AND ITS NAME FROM BNKCUST WHERE IT IS STILL ON    *
037260* FILE.  LIKE A CLOSURE IT GOES TO THE MAILING HOUSE REGARDLESS  *
037270* OF CONSENT - IT TELLS THEM TO STOP MAILING THE RETIRED PID     *
037280******************************************************************
037290 4500-FEED-MERGE.
037300     MOVE CAJ-AFTER-IMAGE TO CDL-MERGED-REC.
037310     MOVE SPACES TO CDL-INTF-MERGE.
037320     MOVE 'D'           TO CDLM-REC-TYPE.
037330     MOVE CAJ-ACTION    TO CDLM-ACTION.
037340     MOVE CAJ-CUST-PID  TO CDLM-RETIRED-PID.
037350     MOVE CAJ-CUST-NAME TO CDLM-RETIRED-NAME.
037360     MOVE BCS-REC-MERGED-INTO-PID OF CDL-MERGED-REC
037370        TO CDLM-SURVIVOR-PID.
037380     MOVE CDLM-SURVIVOR-PID TO BCS-REC-PID OF BNKCUST-REC.
037390     READ BNKCUST
037400         KEY IS BCS-REC-PID OF BNKCUST-REC
037410         INVALID KEY
037420            CONTINUE
037430     END-READ.
037440     IF CDL-BNKCUST-OK
037450        MOVE BCS-REC-NAME OF BNKCUST-REC TO CDLM-SURVIVOR-NAME
037460     END-IF.
037470     MOVE CDL-INTF-MERGE TO CUSTINTF-REC.
037480     WRITE CUSTINTF-REC.
037490     ADD 1 TO CDL-FED-MRG-COUNT.
037500     MOVE CDL-INTF-MERGE TO CUSTMAIL-REC.
037510     WRITE CUSTMAIL-REC.
037520     ADD 1 TO CDL-MAIL-MRG-COUNT.
037530 4500-EXIT.
037540     EXIT.
037550
037560******************************************************************
037570* 6000-WRITE-TRAILER - THE CONTROL TOTALS THE RECEIVERS BALANCE  *
037600* THEIR LOAD AGAINST                                             *
037700******************************************************************
037800 6000-WRITE-TRAILER.
038000     ADD CDL-FED-ADD-COUNT TO CDL-TOTAL-COUNT.
038100     ADD CDL-FED-UPD-COUNT TO CDL-TOTAL-COUNT.
038200     ADD CDL-FED-DEL-COUNT TO CDL-TOTAL-COUNT.
038250     ADD CDL-FED-MRG-COUNT TO CDL-TOTAL-COUNT.
038300     MOVE CDL-FED-ADD-COUNT TO CDLT-ADD-COUNT.
038400     MOVE CDL-FED-UPD-COUNT TO CDLT-UPDATE-COUNT.
038500     MOVE CDL-FED-DEL-COUNT TO CDLT-DELETE-COUNT.
038550     MOVE CDL-FED-MRG-COUNT TO CDLT-MERGE-COUNT.
038600     MOVE CDL-TOTAL-COUNT   TO CDLT-TOTAL-COUNT.
038700     MOVE CDL-INTF-TRAILER  TO CUSTINTF-REC.
038800     WRITE CUSTINTF-REC.
038860     ADD CDL-MAIL-ADD-COUNT TO CDL-MAIL-TOTAL-COUNT.
038865     ADD CDL-MAIL-UPD-COUNT TO CDL-MAIL-TOTAL-COUNT.
038870     ADD CDL-MAIL-DEL-COUNT TO CDL-MAIL-TOTAL-COUNT.
038872     ADD CDL-MAIL-MRG-COUNT TO CDL-MAIL-TOTAL-COUNT.
038875     MOVE CDL-MAIL-ADD-COUNT   TO CDLT-ADD-COUNT.
038880     MOVE CDL-MAIL-UPD-COUNT   TO CDLT-UPDATE-COUNT.
038885     MOVE CDL-MAIL-DEL-COUNT   TO CDLT-DELETE-COUNT.
038887     MOVE CDL-MAIL-MRG-COUNT   TO CDLT-MERGE-COUNT.
038890     MOVE CDL-MAIL-TOTAL-COUNT TO CDLT-TOTAL-COUNT.
038892     MOVE CDL-INTF-TRAILER     TO CUSTMAIL-REC.
038894     WRITE CUSTMAIL-REC.
042000     MOVE CDL-FED-DEL-COUNT TO CDLC-COUNT.
042100     MOVE CDL-REPORT-COUNT-LINE TO DELTLOG-REC.
042200     WRITE DELTLOG-REC.
042210
042220     MOVE SPACES TO CDL-REPORT-COUNT-LINE.
042230     MOVE 'MERGES FED' TO CDLC-LABEL.
042240     MOVE CDL-FED-MRG-COUNT TO CDLC-COUNT.
042250     MOVE CDL-REPORT-COUNT-LINE TO DELTLOG-REC.
042260     WRITE DELTLOG-REC.
042300
042400     MOVE SPACES TO CDL-REPORT-COUNT-LINE.
042500     MOVE 'ENTRIES SKIPPED - NO LONGER ON FILE' TO CDLC-LABEL.
043440     MOVE CDL-OPTOUT-COUNT TO CDLC-COUNT.
043450     MOVE CDL-REPORT-COUNT-LINE TO DELTLOG-REC.
043460     WRITE DELTLOG-REC.
043462
043464     MOVE SPACES TO CDL-REPORT-COUNT-LINE.
043466     MOVE 'SUPPRESSED ON CUSTMAIL - GONE AWAY' TO CDLC-LABEL.
043468     MOVE CDL-GONEAWAY-COUNT TO CDLC-COUNT.
043470     MOVE CDL-REPORT-COUNT-LINE TO DELTLOG-REC.
043472     WRITE DELTLOG-REC.
043474
043480     MOVE SPACES TO CDL-REPORT-COUNT-LINE.
043485     MOVE 'TOTAL DETAIL RECORDS ON CUSTMAIL' TO CDLC-LABEL.
043490     MOVE CDL-MAIL-TOTAL-COUNT TO CDLC-COUNT.
043500 8000-EXIT.
043600     EXIT.
043700
043702******************************************************************
043704* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
043706* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
043708******************************************************************
043710 8800-WRITE-CONTROL-TOTALS.
043712     MOVE 'CUSTDELT'               TO CTP-JOB-NAME.
043714     SET CTP-FRESH-RUN TO TRUE.
043716     MOVE CDL-EXTRACT-DATE         TO CTP-DATA-DATE.
043718     MOVE 'AUDIT ENTRIES READ'     TO CTP-COUNT-NAME (1).
043720     MOVE CDL-READ-COUNT           TO CTP-COUNT-VALUE (1).
043722     MOVE 'ADDS FED'               TO CTP-COUNT-NAME (2).
043724     MOVE CDL-FED-ADD-COUNT        TO CTP-COUNT-VALUE (2).
043726     MOVE 'UPDATES FED'            TO CTP-COUNT-NAME (3).
043728     MOVE CDL-FED-UPD-COUNT        TO CTP-COUNT-VALUE (3).
043730     MOVE 'CLOSURES FED'           TO CTP-COUNT-NAME (4).
043732     MOVE CDL-FED-DEL-COUNT        TO CTP-COUNT-VALUE (4).
043734     MOVE 'MERGES FED'             TO CTP-COUNT-NAME (5).
043736     MOVE CDL-FED-MRG-COUNT        TO CTP-COUNT-VALUE (5).
043738     MOVE 'ENTRIES SKIPPED'        TO CTP-COUNT-NAME (6).
043740     MOVE CDL-SKIPPED-COUNT        TO CTP-COUNT-VALUE (6).
043742     MOVE 'TOTAL FED'              TO CTP-COUNT-NAME (7).
043744     MOVE CDL-TOTAL-COUNT          TO CTP-COUNT-VALUE (7).
043746     MOVE 'TOTAL MAILED'           TO CTP-COUNT-NAME (8).
043748     MOVE CDL-MAIL-TOTAL-COUNT     TO CTP-COUNT-VALUE (8).
043750     MOVE 'ADDS FED CUSTMNT'       TO CTP-COUNT-NAME (9).
043752     MOVE CDL-FED-ADD-MNT-COUNT    TO CTP-COUNT-VALUE (9).
043754     MOVE 'UPDATES FED CUSTMNT'    TO CTP-COUNT-NAME (10).
043756     MOVE CDL-FED-UPD-MNT-COUNT    TO CTP-COUNT-VALUE (10).
043758     MOVE 'CLOSURES FED CUSTMNT'   TO CTP-COUNT-NAME (11).
043760     MOVE CDL-FED-DEL-MNT-COUNT    TO CTP-COUNT-VALUE (11).
043762     MOVE 'ADDS FED CUSTLOAD'      TO CTP-COUNT-NAME (12).
043764     MOVE CDL-FED-ADD-LOAD-COUNT   TO CTP-COUNT-VALUE (12).
043766     MOVE 12                       TO CTP-COUNT-USED.
043768     CALL CDL-CTLTOT-PGM USING CDL-CTLTOT-PARMS.
043770 8800-EXIT.
043772     EXIT.
043774
043800******************************************************************
043900* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
044000******************************************************************
