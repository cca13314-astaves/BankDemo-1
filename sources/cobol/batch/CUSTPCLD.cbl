000100******************************************************************
000200*                                                                *
000300* Copyright (C) 2010-2021 Micro Focus.  All Rights Reserved      *
000400* This software may be used, modified, and distributed          *
000500* (provided this notice is included without modification)       *
000600* solely for internal demonstration purposes with other         *
000700* Micro Focus software, and is otherwise subject to the EULA at *
000800* https://www.microfocus.com/en-us/legal/software-licensing.    *
000900*                                                                *
001000* THIS SOFTWARE IS PROVIDED "AS IS" AND ALL IMPLIED              *
001100* WARRANTIES, INCLUDING THE IMPLIED WARRANTIES OF                *
001200* MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE,          *
001300* SHALL NOT APPLY.                                               *
001400* TO THE EXTENT PERMITTED BY LAW, IN NO EVENT WILL               *
001500* MICRO FOCUS HAVE ANY LIABILITY WHATSOEVER IN CONNECTION        *
001600* WITH THIS SOFTWARE.                                            *
001700*                                                                *
001800******************************************************************
001900******************************************************************
002000* PROGRAM:     CUSTPCLD.CBL                                      *
002100* FUNCTION:    POSTCODE REFERENCE LOAD - REBUILDS THE BNKPOST    *
002200*              POSTCODE FILE FROM THE NATIONAL POSTCODE ADDRESS  *
002300*              DATA.  EVERY POSTCODE IS PUT INTO THE STANDARD    *
002400*              FORM CUSTPCHK GIVES IT, SO THE ONLINE AND BATCH   *
002500*              EDITS FIND IT HOWEVER IT WAS KEYED.  POSTCODES    *
002600*              THE DATA SHOWS AS TERMINATED ARE LEFT OFF - THE   *
002700*              POST NO LONGER DELIVERS TO THEM, SO NEW OR        *
002800*              AMENDED CUSTOMERS MUST NOT BE GIVEN ONE.  RUN IT  *
002900*              WHENEVER A NEW ISSUE OF THE DATA ARRIVES, AND     *
003000*              AHEAD OF THE QUARTERLY CUSTPCLN CLEANSE           *
003100*                                                                *
003200* INPUT:       PCDFEED  - SEQUENTIAL, ONE POSTCODE PER RECORD:   *
003300*                        COLS 1-8   POSTCODE AS PUBLISHED        *
003400*                        COLS 9-38  POST TOWN                    *
003500*                        COLS 39-44 DATE TERMINATED YYYYMM       *
003600*                                   (BLANK = LIVE)               *
003700* OUTPUT:      BNKPOST  - POSTCODE REFERENCE FILE, BUILT FRESH   *
003800*              PCLDLOG  - CONTROL REPORT, REJECTED POSTCODES AND *
003900*                        CLOSING TOTALS                          *
004000*              PCLDREJ  - REJECTED FEED RECORDS, UNCHANGED, SO   *
004100*                        THE DATA SUPPLIER CAN BE ASKED ABOUT    *
004200*                        THEM                                    *
004300*                                                                *
004400* AN EMPTY FEED IS REFUSED BEFORE BNKPOST IS TOUCHED - EVERY ADD *
004500* AND AMENDMENT IS EDITED AGAINST THIS FILE, SO AN EMPTY ONE     *
004600* WOULD STOP ALL CUSTOMER MAINTENANCE.  THE REPORT SHOWS THE     *
004700* PREVIOUS LOAD'S COUNT BESIDE THIS ONE SO A SHORT FEED STANDS   *
004800* OUT                                                            *
004900******************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID.
005200     CUSTPCLD.
005300 AUTHOR.
005400     BATCH SUPPORT.
005500 INSTALLATION.
005600     BANKDEMO.
005700 DATE-WRITTEN.
005800     15 OCT 2026.
005900 DATE-COMPILED.
006000     TODAY.
006100******************************************************************
006200* MODIFICATION HISTORY                                          *
006300* DATE       INIT  DESCRIPTION                                  *
006400* 15OCT26    BS    INITIAL VERSION - BNKPOST REBUILD FROM THE    *
006500*                  NATIONAL POSTCODE ADDRESS DATA                *
006600******************************************************************
006700 ENVIRONMENT DIVISION.
006800 CONFIGURATION SECTION.
006900 SOURCE-COMPUTER.
007000     IBM-370.
007100 OBJECT-COMPUTER.
007200     IBM-370.
007300 INPUT-OUTPUT SECTION.
007400 FILE-CONTROL.
007500     SELECT PCDFEED ASSIGN TO "PCDFEED"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS CPL-PCDFEED-STATUS.
007800
007900     SELECT BNKPOST ASSIGN TO "BNKPOST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS PST-POSTCODE
008300         FILE STATUS IS CPL-BNKPOST-STATUS.
008400
008500     SELECT PCLDLOG ASSIGN TO "PCLDLOG"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS CPL-PCLDLOG-STATUS.
008800
008900     SELECT PCLDREJ ASSIGN TO "PCLDREJ"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS CPL-PCLDREJ-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  PCDFEED
009600     RECORDING MODE IS F.
009700 01  PCDFEED-REC.
009800     05  CPL-FEED-POSTCODE           PIC X(08).
009900     05  CPL-FEED-POST-TOWN          PIC X(30).
010000     05  CPL-FEED-DATE-TERMINATED    PIC X(06).
010100     05  FILLER                      PIC X(36).
010200
010300 FD  BNKPOST
010400     RECORDING MODE IS F.
010500 01  BNKPOST-REC.
010600 COPY CUSTPST.
010700
010800 FD  PCLDLOG
010900     RECORDING MODE IS F.
011000 01  PCLDLOG-REC                     PIC X(132).
011100
011200 FD  PCLDREJ
011300     RECORDING MODE IS F.
011400 01  PCLDREJ-REC                     PIC X(80).
011500
011600 WORKING-STORAGE SECTION.
011700 01  CPL-FILE-STATUS-GROUP.
011800     05  CPL-PCDFEED-STATUS          PIC X(02).
011900         88  CPL-PCDFEED-OK               VALUE '00'.
012000         88  CPL-PCDFEED-EOF              VALUE '10'.
012100     05  CPL-BNKPOST-STATUS          PIC X(02).
012200         88  CPL-BNKPOST-OK               VALUE '00'.
012300         88  CPL-BNKPOST-DUPREC           VALUE '22'.
012400     05  CPL-PCLDLOG-STATUS          PIC X(02).
012500         88  CPL-PCLDLOG-OK               VALUE '00'.
012600     05  CPL-PCLDREJ-STATUS          PIC X(02).
012700         88  CPL-PCLDREJ-OK               VALUE '00'.
012800
012900 01  CPL-SWITCHES.
013000     05  CPL-PCDFEED-EOF-SW          PIC X(01)
013100         VALUE 'N'.
013200         88  CPL-PCDFEED-AT-EOF           VALUE 'Y'.
013300     05  CPL-CURRENT-REC-VALID-SW    PIC X(01)
013400         VALUE 'Y'.
013500         88  CPL-CURRENT-REC-VALID        VALUE 'Y'.
013600         88  CPL-CURRENT-REC-INVALID      VALUE 'N'.
013700     05  CPL-POSTCODE-RESULT         PIC X(01)
013800         VALUE SPACE.
013900         88  CPL-POSTCODE-WELL-FORMED     VALUE 'Y'.
014000         88  CPL-POSTCODE-BLANK           VALUE 'B'.
014100         88  CPL-POSTCODE-MALFORMED       VALUE 'N'.
014200
014300 77  CPL-INPUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
014400 77  CPL-LOADED-COUNT                PIC 9(09) COMP VALUE ZERO.
014500 77  CPL-TERMINATED-COUNT            PIC 9(09) COMP VALUE ZERO.
014600 77  CPL-REJECTED-COUNT              PIC 9(09) COMP VALUE ZERO.
014700 77  CPL-PREVIOUS-COUNT              PIC 9(09) COMP VALUE ZERO.
014800 77  CPL-REJECT-REASON               PIC X(45) VALUE SPACES.
014900 77  CPL-FATAL-MSG                   PIC X(60) VALUE SPACES.
015000 77  CPL-DATE-TIME                   PIC X(21).
015100 77  CPL-POSTCODE-PGM                PIC X(08) VALUE 'CUSTPCHK'.
015200 77  CPL-STD-POSTCODE                PIC X(08).
015300 77  CPL-UPPER-TOWN                  PIC X(30).
015400 77  CPL-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
015500
015600 01  CPL-CTLTOT-PARMS.
015700 COPY CUSTCTP.
015800
015900 01  CPL-REPORT-HEADING1.
016000     05  FILLER                      PIC X(40)
016100         VALUE 'CUSTPCLD - POSTCODE REFERENCE LOAD'.
016200     05  FILLER                      PIC X(92) VALUE SPACES.
016300
016400 01  CPL-REPORT-DETAIL-LINE.
016500     05  CPLD-INPUT-SEQ              PIC ZZZZZZZZ9.
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700     05  CPLD-POSTCODE               PIC X(08).
016800     05  FILLER                      PIC X(02) VALUE SPACES.
016900     05  CPLD-POST-TOWN              PIC X(30).
017000     05  FILLER                      PIC X(02) VALUE SPACES.
017100     05  CPLD-STATUS                 PIC X(10).
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300     05  CPLD-REASON                 PIC X(45).
017400     05  FILLER                      PIC X(22) VALUE SPACES.
017500
017600 01  CPL-REPORT-COUNT-LINE.
017700     05  CPLC-LABEL                  PIC X(40).
017800     05  CPLC-COUNT                  PIC ZZZZZZZZ9.
017900     05  FILLER                      PIC X(83) VALUE SPACES.
018000
018100******************************************************************
018200* MAINLINE                                                       *
018300******************************************************************
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018700     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
018800         UNTIL CPL-PCDFEED-AT-EOF.
018900     PERFORM 6000-WRITE-CONTROL-RECORD THRU 6000-EXIT.
019000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
019100     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019300     STOP RUN.
019400
019500******************************************************************
019600* 1000-INITIALIZE - PRIME THE FEED FIRST AND REFUSE AN EMPTY     *
019700* ONE, THEN KEEP THE COUNT FROM THE OLD CONTROL RECORD FOR THE   *
019800* REPORT BEFORE THE FILE IS REPLACED.  THE FILE IS BUILT FRESH,  *
019900* EXACTLY AS CUSTWLLD BUILDS BNKWLST                             *
020000******************************************************************
020100 1000-INITIALIZE.
020200     MOVE FUNCTION CURRENT-DATE TO CPL-DATE-TIME.
020300     OPEN INPUT PCDFEED.
020400     IF NOT CPL-PCDFEED-OK
020500        STRING 'UNABLE TO OPEN PCDFEED - STATUS '
020600                           DELIMITED BY SIZE
020700               CPL-PCDFEED-STATUS DELIMITED BY SIZE
020800          INTO CPL-FATAL-MSG
020900        END-STRING
021000        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021100     END-IF.
021200     PERFORM 1100-READ-PCDFEED THRU 1100-EXIT.
021300     IF CPL-PCDFEED-AT-EOF
021400        MOVE 'PCDFEED IS EMPTY - POSTCODE FILE NOT REPLACED'
021500           TO CPL-FATAL-MSG
021600        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021700     END-IF.
021800
021900     OPEN INPUT BNKPOST.
022000     IF CPL-BNKPOST-OK
022100        MOVE '00000000' TO PST-POSTCODE
022200        READ BNKPOST
022300            KEY IS PST-POSTCODE
022400            INVALID KEY
022500               CONTINUE
022600        END-READ
022700        IF CPL-BNKPOST-OK
022800           MOVE PST-CTL-ENTRY-COUNT TO CPL-PREVIOUS-COUNT
022900        END-IF
023000        CLOSE BNKPOST
023100     END-IF.
023200
023300     OPEN OUTPUT BNKPOST.
023400     IF NOT CPL-BNKPOST-OK
023500        STRING 'UNABLE TO OPEN BNKPOST - STATUS '
023600                           DELIMITED BY SIZE
023700               CPL-BNKPOST-STATUS DELIMITED BY SIZE
023800          INTO CPL-FATAL-MSG
023900        END-STRING
024000        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
024100     END-IF.
024200     OPEN OUTPUT PCLDLOG.
024300     OPEN OUTPUT PCLDREJ.
024400     MOVE CPL-REPORT-HEADING1 TO PCLDLOG-REC.
024500     WRITE PCLDLOG-REC.
024600     MOVE SPACES TO PCLDLOG-REC.
024700     WRITE PCLDLOG-REC.
024800 1000-EXIT.
024900     EXIT.
025000
025100******************************************************************
025200* 1100-READ-PCDFEED - READ ONE FEED RECORD, COUNTING IT          *
025300******************************************************************
025400 1100-READ-PCDFEED.
025500     READ PCDFEED.
025600     IF CPL-PCDFEED-EOF
025700        SET CPL-PCDFEED-AT-EOF TO TRUE
025800     ELSE
025900        ADD 1 TO CPL-INPUT-COUNT
026000     END-IF.
026100 1100-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500* 2000-PROCESS-INPUT - FILE ONE LIVE POSTCODE UNDER ITS STANDARD *
026600* FORM, PASS OVER A TERMINATED ONE, OR REJECT THE FEED RECORD    *
026700******************************************************************
026800 2000-PROCESS-INPUT.
026900     SET CPL-CURRENT-REC-VALID TO TRUE.
027000     MOVE SPACES TO CPL-REJECT-REASON.
027100     IF CPL-FEED-DATE-TERMINATED NOT = SPACES
027200        ADD 1 TO CPL-TERMINATED-COUNT
027300        PERFORM 1100-READ-PCDFEED THRU 1100-EXIT
027400        GO TO 2000-EXIT
027500     END-IF.
027600
027700     CALL CPL-POSTCODE-PGM
027800          USING CPL-FEED-POSTCODE, CPL-STD-POSTCODE,
027900                CPL-POSTCODE-RESULT.
028000     MOVE CPL-FEED-POST-TOWN TO CPL-UPPER-TOWN.
028100     INSPECT CPL-UPPER-TOWN CONVERTING
028200             'abcdefghijklmnopqrstuvwxyz'
028300          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
028400
028500     PERFORM 3000-VALIDATE-ENTRY THRU 3000-EXIT.
028600     IF CPL-CURRENT-REC-VALID
028700        PERFORM 4000-WRITE-ENTRY THRU 4000-EXIT
028800     END-IF.
028900
029000     IF CPL-CURRENT-REC-VALID
029100        ADD 1 TO CPL-LOADED-COUNT
029200     ELSE
029300        ADD 1 TO CPL-REJECTED-COUNT
029400        PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
029500        PERFORM 7100-WRITE-REJECT-RECORD THRU 7100-EXIT
029600     END-IF.
029700     PERFORM 1100-READ-PCDFEED THRU 1100-EXIT.
029800 2000-EXIT.
029900     EXIT.
030000
030100******************************************************************
030200* 3000-VALIDATE-ENTRY - A LIVE ENTRY NEEDS A POSTCODE OF THE     *
030300* NATIONAL SHAPE AND A POST TOWN - WITHOUT THE TOWN THE CLEANSE  *
030400* HAS NOTHING TO CHECK THE CUSTOMER'S ADDRESS AGAINST            *
030500******************************************************************
030600 3000-VALIDATE-ENTRY.
030700     EVALUATE TRUE
030800        WHEN CPL-POSTCODE-BLANK
030900           SET CPL-CURRENT-REC-INVALID TO TRUE
031000           MOVE 'POSTCODE IS BLANK' TO CPL-REJECT-REASON
031100        WHEN CPL-POSTCODE-MALFORMED
031200           SET CPL-CURRENT-REC-INVALID TO TRUE
031300           MOVE 'POSTCODE IS NOT OF THE NATIONAL SHAPE'
031400              TO CPL-REJECT-REASON
031500        WHEN CPL-UPPER-TOWN = SPACES
031600           SET CPL-CURRENT-REC-INVALID TO TRUE
031700           MOVE 'POST TOWN IS BLANK' TO CPL-REJECT-REASON
031800        WHEN OTHER
031900           CONTINUE
032000     END-EVALUATE.
032100 3000-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500* 4000-WRITE-ENTRY - THE SAME POSTCODE TWICE IS A FEED ERROR AND *
032600* THE SECOND ONE IS REJECTED                                     *
032700******************************************************************
032800 4000-WRITE-ENTRY.
032900     MOVE SPACES TO BNKPOST-REC.
033000     MOVE CPL-STD-POSTCODE TO PST-POSTCODE.
033100     MOVE CPL-UPPER-TOWN   TO PST-POST-TOWN.
033200     WRITE BNKPOST-REC
033300         INVALID KEY
033400            SET CPL-CURRENT-REC-INVALID TO TRUE
033500            MOVE 'DUPLICATE POSTCODE ON THE FEED'
033600               TO CPL-REJECT-REASON
033700     END-WRITE.
033800 4000-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200* 6000-WRITE-CONTROL-RECORD - THE LOAD STAMP AND THE COUNT OF    *
034300* POSTCODES LOADED, READ BACK BY THE NEXT LOAD FOR ITS REPORT    *
034400******************************************************************
034500 6000-WRITE-CONTROL-RECORD.
034600     MOVE SPACES TO BNKPOST-REC.
034700     MOVE '00000000'           TO PST-POSTCODE.
034800     MOVE CPL-DATE-TIME (1:14) TO PST-CTL-LOAD-STAMP.
034900     MOVE CPL-LOADED-COUNT     TO PST-CTL-ENTRY-COUNT.
035000     WRITE BNKPOST-REC
035100         INVALID KEY
035200            MOVE 'CONTROL RECORD WRITE TO BNKPOST FAILED'
035300               TO CPL-FATAL-MSG
035400            PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
035500     END-WRITE.
035600 6000-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000* 7000-WRITE-DETAIL-LINE - ONE REPORT LINE PER REJECTED ENTRY -  *
036100* A LIST OF EVERY POSTCODE IN THE COUNTRY HELPS NOBODY           *
036200******************************************************************
036300 7000-WRITE-DETAIL-LINE.
036400     MOVE SPACES             TO CPL-REPORT-DETAIL-LINE.
036500     MOVE CPL-INPUT-COUNT    TO CPLD-INPUT-SEQ.
036600     MOVE CPL-FEED-POSTCODE  TO CPLD-POSTCODE.
036700     MOVE CPL-FEED-POST-TOWN TO CPLD-POST-TOWN.
036800     MOVE 'REJECTED'         TO CPLD-STATUS.
036900     MOVE CPL-REJECT-REASON  TO CPLD-REASON.
037000     MOVE CPL-REPORT-DETAIL-LINE TO PCLDLOG-REC.
037100     WRITE PCLDLOG-REC.
037200 7000-EXIT.
037300     EXIT.
037400
037500******************************************************************
037600* 7100-WRITE-REJECT-RECORD - THE FEED RECORD, UNCHANGED, ONTO    *
037700* THE REJECT FILE                                                *
037800******************************************************************
037900 7100-WRITE-REJECT-RECORD.
038000     MOVE PCDFEED-REC TO PCLDREJ-REC.
038100     WRITE PCLDREJ-REC.
038200 7100-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS FOR THE RUN - THE   *
038700* RECORDS READ BALANCE TO LOADED PLUS TERMINATED PLUS REJECTED.  *
038800* THE PREVIOUS LOAD'S COUNT SITS BESIDE THIS ONE SO A FEED THAT  *
038900* HAS LOST A LARGE PART OF THE COUNTRY IS OBVIOUS                *
039000******************************************************************
039100 8000-WRITE-TOTALS.
039200     MOVE SPACES TO PCLDLOG-REC.
039300     WRITE PCLDLOG-REC.
039400
039500     MOVE SPACES TO CPL-REPORT-COUNT-LINE.
039600     MOVE 'FEED RECORDS READ' TO CPLC-LABEL.
039700     MOVE CPL-INPUT-COUNT TO CPLC-COUNT.
039800     MOVE CPL-REPORT-COUNT-LINE TO PCLDLOG-REC.
039900     WRITE PCLDLOG-REC.
040000
040100     MOVE SPACES TO CPL-REPORT-COUNT-LINE.
040200     MOVE 'POSTCODES LOADED' TO CPLC-LABEL.
040300     MOVE CPL-LOADED-COUNT TO CPLC-COUNT.
040400     MOVE CPL-REPORT-COUNT-LINE TO PCLDLOG-REC.
040500     WRITE PCLDLOG-REC.
040600
040700     MOVE SPACES TO CPL-REPORT-COUNT-LINE.
040800     MOVE 'TERMINATED POSTCODES LEFT OFF' TO CPLC-LABEL.
040900     MOVE CPL-TERMINATED-COUNT TO CPLC-COUNT.
041000     MOVE CPL-REPORT-COUNT-LINE TO PCLDLOG-REC.
041100     WRITE PCLDLOG-REC.
041200
041300     MOVE SPACES TO CPL-REPORT-COUNT-LINE.
041400     MOVE 'FEED RECORDS REJECTED' TO CPLC-LABEL.
041500     MOVE CPL-REJECTED-COUNT TO CPLC-COUNT.
041600     MOVE CPL-REPORT-COUNT-LINE TO PCLDLOG-REC.
041700     WRITE PCLDLOG-REC.
041800
041900     MOVE SPACES TO CPL-REPORT-COUNT-LINE.
042000     MOVE 'POSTCODES LOADED LAST TIME' TO CPLC-LABEL.
042100     MOVE CPL-PREVIOUS-COUNT TO CPLC-COUNT.
042200     MOVE CPL-REPORT-COUNT-LINE TO PCLDLOG-REC.
042300     WRITE PCLDLOG-REC.
042400 8000-EXIT.
042500     EXIT.
042600
042700******************************************************************
042800* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
042900* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
043000******************************************************************
043100 8800-WRITE-CONTROL-TOTALS.
043200     MOVE 'CUSTPCLD'               TO CTP-JOB-NAME.
043300     SET CTP-FRESH-RUN TO TRUE.
043400     MOVE SPACES                   TO CTP-DATA-DATE.
043500     MOVE 'POSTCODES READ'         TO CTP-COUNT-NAME (1).
043600     MOVE CPL-INPUT-COUNT          TO CTP-COUNT-VALUE (1).
043700     MOVE 'POSTCODES LOADED'       TO CTP-COUNT-NAME (2).
043800     MOVE CPL-LOADED-COUNT         TO CTP-COUNT-VALUE (2).
043900     MOVE 'POSTCODES TERMINATED'   TO CTP-COUNT-NAME (3).
044000     MOVE CPL-TERMINATED-COUNT     TO CTP-COUNT-VALUE (3).
044100     MOVE 'POSTCODES REJECTED'     TO CTP-COUNT-NAME (4).
044200     MOVE CPL-REJECTED-COUNT       TO CTP-COUNT-VALUE (4).
044300     MOVE 4                        TO CTP-COUNT-USED.
044400     CALL CPL-CTLTOT-PGM USING CPL-CTLTOT-PARMS.
044500 8800-EXIT.
044600     EXIT.
044700
044800******************************************************************
044900* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
045000******************************************************************
045100 9000-TERMINATE.
045200     CLOSE PCDFEED.
045300     CLOSE BNKPOST.
045400     CLOSE PCLDLOG.
045500     CLOSE PCLDREJ.
045600 9000-EXIT.
045700     EXIT.
045800
045900******************************************************************
046000* 9900-FATAL-ERROR - SAY WHY AND STOP RATHER THAN LEAVE A        *
046100* HALF-BUILT POSTCODE FILE FOR THE EDITS TO TRUST                *
046200******************************************************************
046300 9900-FATAL-ERROR.
046400     DISPLAY 'CUSTPCLD - ' CPL-FATAL-MSG.
046500     MOVE 16 TO RETURN-CODE.
046600     STOP RUN.
046700 9900-EXIT.
046800     EXIT.
