005392* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
005394*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
005396*                  EXISTING FIVE-DIGIT DATA                      *
005398* 15OCT26    BS    GONE-AWAY FLAG SHOWN IN THE FIELD-LEVEL       *
005399*                  DIFFERENCES                                   *
005419* 15OCT26    BS    WATCH-LIST REVIEW DECISIONS (ACTION W)        *
005439*                  REPORTED WITH THE ENTRY AND THE OUTCOME       *
005444* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005449*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005452* 15OCT26    BS    DUPLICATE MERGES (ACTION M) REPORTED WITH THE *
005455*                  SURVIVING CUSTOMER ID AND COUNTED             *
005459******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.
012300 77  CHR-DELETE-COUNT                PIC 9(09) COMP VALUE ZERO.
012350 77  CHR-APPROVAL-COUNT              PIC 9(09) COMP VALUE ZERO.
012360 77  CHR-DENIED-COUNT                PIC 9(09) COMP VALUE ZERO.
012380 77  CHR-SCREEN-COUNT                PIC 9(09) COMP VALUE ZERO.
012390 77  CHR-MERGE-COUNT                 PIC 9(09) COMP VALUE ZERO.
012400 77  CHR-DIFF-COUNT                  PIC 9(04) COMP VALUE ZERO.
012420 77  CHR-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
012440
012460 01  CHR-CTLTOT-PARMS.
012480 COPY CUSTCTP.
012500
012600******************************************************************
012700* THE BEFORE AND AFTER IMAGES OFF THE AUDIT ENTRY, UNPACKED      *
013300
013400 01  CHR-AFTER-REC.
013500 COPY CBANKVCS.
013510
013520******************************************************************
013530* A WATCH-LIST REVIEW ENTRY CARRIES THE CUSTWHT HIT RECORD AS    *
013540* ITS AFTER IMAGE INSTEAD OF A CUSTOMER                          *
013550******************************************************************
013560 01  CHR-AFTER-HIT.
013570 COPY CUSTWHT.
013600
013700 01  CHR-REPORT-HEADING1.
013800     05  FILLER                      PIC X(42)
019300     PERFORM 2000-PROCESS-AUDIT-FILE THRU 2000-EXIT
019400         UNTIL CHR-CUSTAUDF-AT-EOF.
019500     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
019550     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
019600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019700     STOP RUN.
019800
029520        WHEN CAJ-ACTION-DENIED
029530           MOVE 'DENIED'  TO CHRE-ACTION
029540           ADD 1 TO CHR-DENIED-COUNT
029550        WHEN CAJ-ACTION-SCREEN
029560           MOVE 'SCREEN'  TO CHRE-ACTION
029570           ADD 1 TO CHR-SCREEN-COUNT
029580        WHEN CAJ-ACTION-MERGE
029585           MOVE 'MERGE'   TO CHRE-ACTION
029590           ADD 1 TO CHR-MERGE-COUNT
029600        WHEN OTHER
029700           MOVE CAJ-ACTION TO CHRE-ACTION
029800     END-EVALUATE.
031217              TO CHRN-TEXT
031218           MOVE CHR-REPORT-NOTE-LINE TO HSTRPT-REC
031219           WRITE HSTRPT-REC
031220        WHEN CAJ-ACTION-SCREEN
031221           MOVE CAJ-AFTER-IMAGE TO CHR-AFTER-HIT
031222           MOVE SPACES TO CHRN-TEXT
031223           IF WHT-CLEARED
031224              STRING 'WATCH-LIST MATCH ON ENTRY '
031225                                      DELIMITED BY SIZE
031226                     WHT-ENTRY-ID     DELIMITED BY SIZE
031227                     ' CLEARED BY REVIEW'
031228                                      DELIMITED BY SIZE
031229                INTO CHRN-TEXT
031230              END-STRING
031231           ELSE
031232              STRING 'WATCH-LIST MATCH ON ENTRY '
031233                                      DELIMITED BY SIZE
031234                     WHT-ENTRY-ID     DELIMITED BY SIZE
031235                     ' CONFIRMED BY REVIEW'
031236                                      DELIMITED BY SIZE
031237                INTO CHRN-TEXT
031238              END-STRING
031239           END-IF
031240           MOVE CHR-REPORT-NOTE-LINE TO HSTRPT-REC
031241           WRITE HSTRPT-REC
031242        WHEN CAJ-ACTION-MERGE
031243           MOVE CAJ-AFTER-IMAGE TO CHR-AFTER-REC
031244           MOVE SPACES TO CHRN-TEXT
031245           STRING 'MERGED INTO '  DELIMITED BY SIZE
031246                  BCS-REC-MERGED-INTO-PID OF CHR-AFTER-REC
031247                                  DELIMITED BY SIZE
031248             INTO CHRN-TEXT
031249           END-STRING
031250           MOVE CHR-REPORT-NOTE-LINE TO HSTRPT-REC
031251           WRITE HSTRPT-REC
031263        WHEN CAJ-ACTION-UPDATE
031300           IF CAJ-BEFORE-IMAGE = SPACES
031400              AND CAJ-AFTER-IMAGE = SPACES
031500              MOVE 'NO FIELD IMAGES RECORDED FOR THIS ENTRY'
041498           TO CHRD-NEW-VALUE
041499        PERFORM 5100-PRINT-ONE-DIFF THRU 5100-EXIT
041500     END-IF.
041501     IF BCS-REC-GONE-AWAY OF CHR-BEFORE-REC NOT =
041502        BCS-REC-GONE-AWAY OF CHR-AFTER-REC
041503        MOVE 'GONE AWAY'  TO CHRD-FIELD-NAME
041504        MOVE BCS-REC-GONE-AWAY OF CHR-BEFORE-REC
041505           TO CHRD-OLD-VALUE
041506        MOVE BCS-REC-GONE-AWAY OF CHR-AFTER-REC
041507           TO CHRD-NEW-VALUE
041508        PERFORM 5100-PRINT-ONE-DIFF THRU 5100-EXIT
041509     END-IF.
041510
041600     IF CHR-DIFF-COUNT = 0
041700        MOVE 'NO FIELD-LEVEL DIFFERENCES IN THIS CHANGE'
041800           TO CHRN-TEXT
047068     MOVE CHR-DENIED-COUNT TO CHRC-COUNT.
047070     MOVE CHR-REPORT-COUNT-LINE TO HSTRPT-REC.
047072     WRITE HSTRPT-REC.
047074
047076     MOVE SPACES TO CHR-REPORT-COUNT-LINE.
047078     MOVE 'WATCH-LIST REVIEW DECISIONS REPORTED' TO CHRC-LABEL.
047080     MOVE CHR-SCREEN-COUNT TO CHRC-COUNT.
047082     MOVE CHR-REPORT-COUNT-LINE TO HSTRPT-REC.
047084     WRITE HSTRPT-REC.
047086
047088     MOVE SPACES TO CHR-REPORT-COUNT-LINE.
047090     MOVE 'DUPLICATE MERGES REPORTED' TO CHRC-LABEL.
047092     MOVE CHR-MERGE-COUNT TO CHRC-COUNT.
047094     MOVE CHR-REPORT-COUNT-LINE TO HSTRPT-REC.
047096     WRITE HSTRPT-REC.
047100 8000-EXIT.
047200     EXIT.
047300
047305******************************************************************
047310* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
047315* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
047320******************************************************************
047325 8800-WRITE-CONTROL-TOTALS.
047330     MOVE 'CUSTHRPT'               TO CTP-JOB-NAME.
047335     SET CTP-FRESH-RUN TO TRUE.
047340     MOVE SPACES                   TO CTP-DATA-DATE.
047345     MOVE 'AUDIT ENTRIES READ'     TO CTP-COUNT-NAME (1).
047350     MOVE CHR-READ-COUNT           TO CTP-COUNT-VALUE (1).
047355     MOVE 'ENTRIES SELECTED'       TO CTP-COUNT-NAME (2).
047360     MOVE CHR-SELECT-COUNT         TO CTP-COUNT-VALUE (2).
047365     MOVE 2                        TO CTP-COUNT-USED.
047370     CALL CHR-CTLTOT-PGM USING CHR-CTLTOT-PARMS.
047375 8800-EXIT.
047380     EXIT.
047385
047400******************************************************************
047500* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
047600******************************************************************
