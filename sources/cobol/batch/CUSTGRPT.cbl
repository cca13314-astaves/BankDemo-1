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
002000* PROGRAM:     CUSTGRPT.CBL                                      *
002100* FUNCTION:    WEEKLY GONE-AWAY REPORT - EVERY LIVE CUSTOMER     *
002200*              FLAGGED GONE AWAY BY CUSTGONE, GROUPED BY BRANCH  *
002300*              SORT CODE WITH THE BRANCH NAME FROM BNKBRN, AND   *
002400*              HOW MANY DAYS EACH HAS BEEN FLAGGED, SO BRANCHES  *
002500*              CAN CHASE A NEW ADDRESS.  BRANCH SUBTOTALS, THEN  *
002600*              A GRAND TOTAL BROKEN DOWN BY AGE BAND.  CLOSED    *
002700*              AND MERGED CUSTOMERS ARE LEFT OFF - THERE IS      *
002800*              NOBODY LEFT TO CHASE                              *
002900*                                                                *
003000* INPUT:       BNKCUST  - CUSTOMER MASTER, READ IN KEY ORDER     *
003100*              BNKBRN   - BRANCH REFERENCE FILE, FOR THE NAMES   *
003200*              GRPTPARM - OPTIONAL RUN PARAMETERS, ONE RECORD:   *
003300*                        COLS 1-8 AS-AT DATE YYYYMMDD THE DAYS   *
003400*                        FLAGGED ARE COUNTED TO - MISSING OR     *
003500*                        NOT NUMERIC MEANS TODAY                 *
003600* OUTPUT:      GONERPT  - THE PRINTABLE REPORT                   *
003700* WORK:        GRPTWK1/GRPTSRT/SORTWRK - SORT WORK FILES USED TO *
003800*                        GROUP THE CUSTOMERS BY BRANCH           *
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.
004200     CUSTGRPT.
004300 AUTHOR.
004400     BATCH SUPPORT.
004500 INSTALLATION.
004600     BANKDEMO.
004700 DATE-WRITTEN.
004800     15 OCT 2026.
004900 DATE-COMPILED.
005000     TODAY.
005100******************************************************************
005200* MODIFICATION HISTORY                                          *
005300* DATE       INIT  DESCRIPTION                                  *
005400* 15OCT26    BS    INITIAL VERSION - WEEKLY GONE-AWAY REPORT BY  *
005500*                  BRANCH WITH DAYS FLAGGED                      *
005520* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005540*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005550* 15OCT26    BS    BRANCHES REPORTED COUNTED AT EACH BRANCH      *
005560*                  BREAK AND CUSTOMERS REPORTED FILED AS WELL    *
005600******************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.
006000     IBM-370.
006100 OBJECT-COMPUTER.
006200     IBM-370.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT BNKCUST ASSIGN TO "BNKCUST"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
006900         FILE STATUS IS CGR-BNKCUST-STATUS.
007000
007100     SELECT BNKBRN ASSIGN TO "BNKBRN"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS BRN-REC-SORT-CODE OF BNKBRN-REC
007500         FILE STATUS IS CGR-BNKBRN-STATUS.
007600
007700     SELECT GRPTPARM ASSIGN TO "GRPTPARM"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CGR-GRPTPARM-STATUS.
008000
008100     SELECT GRPTWK1 ASSIGN TO "GRPTWK1"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS CGR-GRPTWK1-STATUS.
008400
008500     SELECT GRPTSRT ASSIGN TO "GRPTSRT"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS CGR-GRPTSRT-STATUS.
008800
008900     SELECT SORTWRK ASSIGN TO "SORTWRK".
009000
009100     SELECT GONERPT ASSIGN TO "GONERPT"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS CGR-GONERPT-STATUS.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  BNKCUST
009800     RECORDING MODE IS F.
009900 01  BNKCUST-REC.
010000 COPY CBANKVCS.
010100
010200 FD  BNKBRN
010300     RECORDING MODE IS F.
010400 01  BNKBRN-REC.
010500 COPY CBANKBRN.
010600
010700 FD  GRPTPARM
010800     RECORDING MODE IS F.
010900 01  GRPTPARM-REC.
011000     05  CGR-PARM-AS-AT-DATE         PIC X(08).
011100     05  FILLER                      PIC X(72).
011200
011300 FD  GRPTWK1
011400     RECORDING MODE IS F.
011500 01  GRPTWK1-REC                     PIC X(80).
011600
011700 FD  GRPTSRT
011800     RECORDING MODE IS F.
011900 01  GRPTSRT-REC                     PIC X(80).
012000
012100******************************************************************
012200* ONE GONE-AWAY CUSTOMER - THE SAME SHAPE ON BOTH WORK FILES     *
012300******************************************************************
012400 SD  SORTWRK.
012500 01  SORTWRK-REC.
012600     05  CGS-SORT-CODE               PIC 9(06).
012700     05  CGS-PID                     PIC X(10).
012800     05  CGS-NAME                    PIC X(30).
012900     05  CGS-POSTCODE                PIC X(08).
013000     05  CGS-GONE-AWAY-DATE          PIC 9(08).
013100     05  CGS-GONE-AWAY-ITEM          PIC X(06).
013200     05  FILLER                      PIC X(12).
013300
013400 FD  GONERPT
013500     RECORDING MODE IS F.
013600 01  GONERPT-REC                     PIC X(132).
013700
013800 WORKING-STORAGE SECTION.
013900 01  CGR-FILE-STATUS-GROUP.
014000     05  CGR-BNKCUST-STATUS          PIC X(02).
014100         88  CGR-BNKCUST-OK               VALUE '00'.
014200         88  CGR-BNKCUST-EOF              VALUE '10'.
014300     05  CGR-BNKBRN-STATUS           PIC X(02).
014400         88  CGR-BNKBRN-OK                VALUE '00'.
014500         88  CGR-BNKBRN-NOTFOUND          VALUE '23'.
014600     05  CGR-GRPTPARM-STATUS         PIC X(02).
014700         88  CGR-GRPTPARM-OK              VALUE '00'.
014800     05  CGR-GRPTWK1-STATUS          PIC X(02).
014900         88  CGR-GRPTWK1-OK               VALUE '00'.
015000     05  CGR-GRPTSRT-STATUS          PIC X(02).
015100         88  CGR-GRPTSRT-OK               VALUE '00'.
015200     05  CGR-GONERPT-STATUS          PIC X(02).
015300         88  CGR-GONERPT-OK               VALUE '00'.
015400
015500 01  CGR-SWITCHES.
015600     05  CGR-BNKCUST-EOF-SW          PIC X(01)
015700         VALUE 'N'.
015800         88  CGR-BNKCUST-AT-EOF           VALUE 'Y'.
015900     05  CGR-GRPTSRT-EOF-SW          PIC X(01)
016000         VALUE 'N'.
016100         88  CGR-GRPTSRT-AT-EOF           VALUE 'Y'.
016200     05  CGR-FIRST-RECORD-SW         PIC X(01)
016300         VALUE 'Y'.
016400         88  CGR-FIRST-RECORD             VALUE 'Y'.
016500         88  CGR-NOT-FIRST-RECORD         VALUE 'N'.
016600     05  CGR-BNKBRN-OPEN-SW          PIC X(01)
016700         VALUE 'N'.
016800         88  CGR-BNKBRN-AVAILABLE         VALUE 'Y'.
016900         88  CGR-BNKBRN-UNAVAILABLE       VALUE 'N'.
017000
017100 77  CGR-SCANNED-COUNT               PIC 9(09) COMP VALUE ZERO.
017200 77  CGR-GRAND-TOTAL                 PIC 9(09) COMP VALUE ZERO.
017300 77  CGR-BRANCH-COUNT                PIC 9(09) COMP VALUE ZERO.
017310 77  CGR-BRANCHES-REPORTED           PIC 9(09) COMP VALUE ZERO.
017400 77  CGR-BAND1-COUNT                 PIC 9(09) COMP VALUE ZERO.
017500 77  CGR-BAND2-COUNT                 PIC 9(09) COMP VALUE ZERO.
017600 77  CGR-BAND3-COUNT                 PIC 9(09) COMP VALUE ZERO.
017700 77  CGR-BAND4-COUNT                 PIC 9(09) COMP VALUE ZERO.
017800 77  CGR-LINE-COUNT                  PIC 9(03) COMP VALUE ZERO.
017900 77  CGR-PAGE-COUNT                  PIC 9(05) COMP VALUE ZERO.
018000 77  CGR-PAGE-LIMIT                  PIC 9(03) COMP VALUE 60.
018100 77  CGR-PREV-SORT-CODE              PIC 9(06) VALUE ZERO.
018200 77  CGR-AS-AT-DATE                  PIC 9(08) VALUE ZERO.
018300 77  CGR-AS-AT-DATE-INT              PIC 9(09) COMP VALUE ZERO.
018400 77  CGR-FLAG-DATE-INT               PIC 9(09) COMP VALUE ZERO.
018500 77  CGR-DAYS-FLAGGED                PIC S9(05) COMP VALUE ZERO.
018520 77  CGR-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
018540
018560 01  CGR-CTLTOT-PARMS.
018580 COPY CUSTCTP.
018600
018700******************************************************************
018800* THE SORTED CUSTOMER BEING FORMATTED                            *
018900******************************************************************
019000 01  CGR-GONE-LINE.
019100     05  CGR-SORT-CODE               PIC 9(06).
019200     05  CGR-PID                     PIC X(10).
019300     05  CGR-NAME                    PIC X(30).
019400     05  CGR-POSTCODE                PIC X(08).
019500     05  CGR-GONE-AWAY-DATE          PIC 9(08).
019600     05  CGR-GONE-AWAY-DATE-X REDEFINES CGR-GONE-AWAY-DATE
019700                                     PIC X(08).
019800     05  CGR-GONE-AWAY-ITEM          PIC X(06).
019900     05  FILLER                      PIC X(12).
020000
020100 01  CGR-PAGE-HEADING1.
020200     05  FILLER                      PIC X(45)
020300         VALUE 'CUSTGRPT - GONE-AWAY CUSTOMERS BY BRANCH'.
020400     05  FILLER                      PIC X(70) VALUE SPACES.
020500     05  FILLER                      PIC X(06)
020600         VALUE 'PAGE '.
020700     05  CGRH-PAGE                   PIC ZZZZ9.
020800     05  FILLER                      PIC X(06) VALUE SPACES.
020900
021000 01  CGR-PAGE-HEADING2.
021100     05  FILLER                      PIC X(14)
021200         VALUE 'DAYS AS AT:  '.
021300     05  CGRH-AS-AT-DATE             PIC 9(08).
021400     05  FILLER                      PIC X(110) VALUE SPACES.
021500
021600 01  CGR-COLUMN-HEADING.
021700     05  FILLER                      PIC X(03) VALUE SPACES.
021800     05  FILLER                      PIC X(12) VALUE 'CUST '.
021900     05  FILLER                      PIC X(32) VALUE 'NAME'.
022000     05  FILLER                      PIC X(10) VALUE 'POSTCODE'.
022100     05  FILLER                      PIC X(12) VALUE 'GONE AWAY'.
022200     05  FILLER                      PIC X(08) VALUE 'ITEM'.
022300     05  FILLER                      PIC X(13)
022350         VALUE 'DAYS FLAGGED'.
022400     05  FILLER                      PIC X(42) VALUE SPACES.
022500
022600 01  CGR-BRANCH-HEADING.
022700     05  FILLER                      PIC X(18)
022800         VALUE 'BRANCH SORT CODE '.
022900     05  CGRB-SORT-CODE              PIC 9(06).
023000     05  FILLER                      PIC X(02) VALUE SPACES.
023100     05  CGRB-BRANCH-NAME            PIC X(30).
023200     05  CGRB-CONTINUED              PIC X(12).
023300     05  FILLER                      PIC X(64) VALUE SPACES.
023400
023500 01  CGR-DETAIL-LINE.
023600     05  FILLER                      PIC X(03) VALUE SPACES.
023700     05  CGRD-PID                    PIC X(10).
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  CGRD-NAME                   PIC X(30).
024000     05  FILLER                      PIC X(02) VALUE SPACES.
024100     05  CGRD-POSTCODE               PIC X(08).
024200     05  FILLER                      PIC X(02) VALUE SPACES.
024300     05  CGRD-GONE-AWAY-DATE         PIC X(08).
024400     05  FILLER                      PIC X(04) VALUE SPACES.
024500     05  CGRD-GONE-AWAY-ITEM         PIC X(06).
024600     05  FILLER                      PIC X(05) VALUE SPACES.
024700     05  CGRD-DAYS-FLAGGED           PIC ZZZZ9.
024800     05  CGRD-DAYS-UNKNOWN REDEFINES CGRD-DAYS-FLAGGED
024900                                     PIC X(05).
025000     05  FILLER                      PIC X(47) VALUE SPACES.
025100
025200 01  CGR-SUBTOTAL-LINE.
025300     05  FILLER                      PIC X(24)
025400         VALUE 'BRANCH SUBTOTAL ....'.
025500     05  CGRS-COUNT                  PIC ZZZZZZZZ9.
025600     05  FILLER                      PIC X(99) VALUE SPACES.
025700
025800 01  CGR-REPORT-COUNT-LINE.
025900     05  CGRC-LABEL                  PIC X(40).
026000     05  CGRC-COUNT                  PIC ZZZZZZZZ9.
026100     05  FILLER                      PIC X(83) VALUE SPACES.
026200
026300******************************************************************
026400* MAINLINE                                                       *
026500******************************************************************
026600 PROCEDURE DIVISION.
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026900     PERFORM 2000-FORMAT-REPORT THRU 2000-EXIT
027000         UNTIL CGR-GRPTSRT-AT-EOF.
027100     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
027150     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027300     STOP RUN.
027400
027500******************************************************************
027600* 1000-INITIALIZE - PICK UP THE AS-AT DATE, PULL THE GONE-AWAY   *
027700* CUSTOMERS OFF BNKCUST, SORT THEM INTO BRANCH ORDER AND OPEN    *
027800* THE FIRST PAGE                                                 *
027900******************************************************************
028000 1000-INITIALIZE.
028100     MOVE FUNCTION CURRENT-DATE (1:8) TO CGR-AS-AT-DATE.
028200     OPEN INPUT GRPTPARM.
028300     IF CGR-GRPTPARM-OK
028400        READ GRPTPARM
028500            AT END
028600               CONTINUE
028700        END-READ
028800        IF CGR-GRPTPARM-OK
028900           AND CGR-PARM-AS-AT-DATE IS NUMERIC
029000           MOVE CGR-PARM-AS-AT-DATE TO CGR-AS-AT-DATE
029100        END-IF
029200        CLOSE GRPTPARM
029300     END-IF.
029400     MOVE FUNCTION INTEGER-OF-DATE(CGR-AS-AT-DATE)
029500         TO CGR-AS-AT-DATE-INT.
029600
029700     OPEN INPUT BNKCUST.
029800     IF NOT CGR-BNKCUST-OK
029900        DISPLAY 'CUSTGRPT - UNABLE TO OPEN BNKCUST - STATUS '
030000                CGR-BNKCUST-STATUS
030100        MOVE 16 TO RETURN-CODE
030200        STOP RUN
030300     END-IF.
030400     OPEN OUTPUT GRPTWK1.
030500     MOVE LOW-VALUES TO BCS-REC-PID OF BNKCUST-REC.
030600     START BNKCUST
030700         KEY IS NOT LESS THAN BCS-REC-PID OF BNKCUST-REC
030800         INVALID KEY
030900            SET CGR-BNKCUST-AT-EOF TO TRUE
031000     END-START.
031100     PERFORM 1100-EXTRACT-GONE-AWAY THRU 1100-EXIT
031200         UNTIL CGR-BNKCUST-AT-EOF.
031300     CLOSE BNKCUST.
031400     CLOSE GRPTWK1.
031500
031600******************************************************************
031700* BNKCUST COMES OFF IN CUSTOMER-ID ORDER - RE-ORDER IT BY BRANCH *
031800* SORT CODE (AND PID WITHIN BRANCH) SO EACH BRANCH'S CUSTOMERS   *
031900* SIT TOGETHER UNDER ONE SUBTOTAL                                *
032000******************************************************************
032100     SORT SORTWRK
032200         ON ASCENDING KEY CGS-SORT-CODE OF SORTWRK-REC
032300         ON ASCENDING KEY CGS-PID OF SORTWRK-REC
032400         USING GRPTWK1
032500         GIVING GRPTSRT.
032600
032700******************************************************************
032800* THE BRANCH FILE NAMES EACH SORT CODE ON THE HEADINGS - A       *
032900* REPORT IS STILL BETTER THAN NO REPORT IF THE FILE WILL NOT     *
033000* OPEN, SO THAT ONLY COSTS THE NAMES, NOT THE RUN                *
033100******************************************************************
033200     OPEN INPUT BNKBRN.
033300     IF CGR-BNKBRN-OK
033400        SET CGR-BNKBRN-AVAILABLE TO TRUE
033500     END-IF.
033600
033700     OPEN INPUT GRPTSRT.
033800     OPEN OUTPUT GONERPT.
033900     PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT.
034000     PERFORM 2100-READ-SORTED-LINE THRU 2100-EXIT.
034100 1000-EXIT.
034200     EXIT.
034300
034400******************************************************************
034500* 1100-EXTRACT-GONE-AWAY - ONE CUSTOMER OFF BNKCUST - A LIVE     *
034600* CUSTOMER STILL FLAGGED GONE AWAY GOES ONTO THE WORK FILE.  THE *
034700* RESERVED CONTROL RECORD IS SKIPPED                             *
034800******************************************************************
034900 1100-EXTRACT-GONE-AWAY.
035000     READ BNKCUST NEXT RECORD
035100         AT END
035200            SET CGR-BNKCUST-AT-EOF TO TRUE
035300     END-READ.
035400     IF CGR-BNKCUST-AT-EOF
035500        GO TO 1100-EXIT
035600     END-IF.
035700     IF BCS-REC-PID OF BNKCUST-REC = '0000000000'
035800        GO TO 1100-EXTRACT-GONE-AWAY
035900     END-IF.
036000     ADD 1 TO CGR-SCANNED-COUNT.
036100     IF NOT BCS-GONE-AWAY OF BNKCUST-REC
036200        OR BCS-CUST-CLOSED OF BNKCUST-REC
036300        OR BCS-CUST-MERGED OF BNKCUST-REC
036400        GO TO 1100-EXIT
036500     END-IF.
036600
036700     MOVE SPACES TO CGR-GONE-LINE.
036800     MOVE BCS-REC-SORT-CODE OF BNKCUST-REC TO CGR-SORT-CODE.
036900     MOVE BCS-REC-PID OF BNKCUST-REC       TO CGR-PID.
037000     MOVE BCS-REC-NAME OF BNKCUST-REC      TO CGR-NAME.
037100     MOVE BCS-REC-POSTCODE OF BNKCUST-REC  TO CGR-POSTCODE.
037200     MOVE BCS-REC-GONE-AWAY-DATE OF BNKCUST-REC
037300         TO CGR-GONE-AWAY-DATE.
037400     MOVE BCS-REC-GONE-AWAY-ITEM OF BNKCUST-REC
037500         TO CGR-GONE-AWAY-ITEM.
037600     MOVE CGR-GONE-LINE TO GRPTWK1-REC.
037700     WRITE GRPTWK1-REC.
037800 1100-EXIT.
037900     EXIT.
038000
038100******************************************************************
038200* 2000-FORMAT-REPORT - ONE SORTED CUSTOMER ONTO THE PAGE,        *
038300* BREAKING ON BRANCH SORT CODE AND ON THE 60-LINE PAGE BOUNDARY  *
038400******************************************************************
038500 2000-FORMAT-REPORT.
038600     IF CGR-FIRST-RECORD
038700        OR CGR-SORT-CODE NOT = CGR-PREV-SORT-CODE
038800        IF CGR-NOT-FIRST-RECORD
038900           PERFORM 5000-WRITE-BRANCH-SUBTOTAL THRU 5000-EXIT
039000        END-IF
039100        SET CGR-NOT-FIRST-RECORD TO TRUE
039200        MOVE CGR-SORT-CODE TO CGR-PREV-SORT-CODE
039300        MOVE 0 TO CGR-BRANCH-COUNT
039310        ADD 1 TO CGR-BRANCHES-REPORTED
039400        PERFORM 4000-WRITE-BRANCH-HEADING THRU 4000-EXIT
039500     END-IF.
039600
039700     PERFORM 3000-WRITE-DETAIL-LINE THRU 3000-EXIT.
039800     PERFORM 2100-READ-SORTED-LINE THRU 2100-EXIT.
039900 2000-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300* 2100-READ-SORTED-LINE - READ ONE SORTED CUSTOMER - THE LAST    *
040400* BRANCH'S SUBTOTAL IS CUT WHEN THE FILE RUNS OUT                *
040500******************************************************************
040600 2100-READ-SORTED-LINE.
040700     READ GRPTSRT
040800         AT END
040900            SET CGR-GRPTSRT-AT-EOF TO TRUE
041000     END-READ.
041100     IF CGR-GRPTSRT-AT-EOF
041200        IF CGR-NOT-FIRST-RECORD
041300           PERFORM 5000-WRITE-BRANCH-SUBTOTAL THRU 5000-EXIT
041400        END-IF
041500     ELSE
041600        MOVE GRPTSRT-REC TO CGR-GONE-LINE
041700     END-IF.
041800 2100-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200* 3000-WRITE-DETAIL-LINE - ONE CUSTOMER UNDER ITS BRANCH, WITH   *
042300* THE DAYS SINCE THE MAIL CAME BACK COUNTED INTO ITS AGE BAND.   *
042400* A FLAG WITH NO USABLE DATE IS SHOWN AS '?' AND BANDED OLDEST - *
042500* NOBODY KNOWS HOW LONG IT HAS BEEN                              *
042600******************************************************************
042700 3000-WRITE-DETAIL-LINE.
042800     PERFORM 7100-CHECK-PAGE-MID-BRANCH THRU 7100-EXIT.
042900     MOVE CGR-PID            TO CGRD-PID.
043000     MOVE CGR-NAME           TO CGRD-NAME.
043100     MOVE CGR-POSTCODE       TO CGRD-POSTCODE.
043200     MOVE CGR-GONE-AWAY-DATE-X TO CGRD-GONE-AWAY-DATE.
043300     MOVE CGR-GONE-AWAY-ITEM TO CGRD-GONE-AWAY-ITEM.
043400
043500     IF CGR-GONE-AWAY-DATE-X IS NUMERIC
043600        AND CGR-GONE-AWAY-DATE > 16010101
043700        AND CGR-GONE-AWAY-DATE NOT > CGR-AS-AT-DATE
043800        MOVE FUNCTION INTEGER-OF-DATE(CGR-GONE-AWAY-DATE)
043900            TO CGR-FLAG-DATE-INT
044000        COMPUTE CGR-DAYS-FLAGGED =
044100            CGR-AS-AT-DATE-INT - CGR-FLAG-DATE-INT
044200        MOVE CGR-DAYS-FLAGGED TO CGRD-DAYS-FLAGGED
044300        EVALUATE TRUE
044400           WHEN CGR-DAYS-FLAGGED NOT > 30
044500              ADD 1 TO CGR-BAND1-COUNT
044600           WHEN CGR-DAYS-FLAGGED NOT > 90
044700              ADD 1 TO CGR-BAND2-COUNT
044800           WHEN CGR-DAYS-FLAGGED NOT > 180
044900              ADD 1 TO CGR-BAND3-COUNT
045000           WHEN OTHER
045100              ADD 1 TO CGR-BAND4-COUNT
045200        END-EVALUATE
045300     ELSE
045400        MOVE '    ?' TO CGRD-DAYS-UNKNOWN
045500        ADD 1 TO CGR-BAND4-COUNT
045600     END-IF.
045700
045800     MOVE CGR-DETAIL-LINE TO GONERPT-REC.
045900     WRITE GONERPT-REC.
046000     ADD 1 TO CGR-LINE-COUNT.
046100     ADD 1 TO CGR-BRANCH-COUNT.
046200     ADD 1 TO CGR-GRAND-TOTAL.
046300 3000-EXIT.
046400     EXIT.
046500
046600******************************************************************
046700* 4000-WRITE-BRANCH-HEADING - NAME THE BRANCH THE NEXT BLOCK OF  *
046800* CUSTOMERS BELONGS TO                                           *
046900******************************************************************
047000 4000-WRITE-BRANCH-HEADING.
047100     PERFORM 7000-CHECK-PAGE-BREAK THRU 7000-EXIT.
047200     MOVE SPACES TO GONERPT-REC.
047300     WRITE GONERPT-REC.
047400     ADD 1 TO CGR-LINE-COUNT.
047500     MOVE SPACES TO CGRB-CONTINUED.
047600     MOVE CGR-PREV-SORT-CODE TO CGRB-SORT-CODE.
047700     PERFORM 4100-LOOKUP-BRANCH-NAME THRU 4100-EXIT.
047800     MOVE CGR-BRANCH-HEADING TO GONERPT-REC.
047900     WRITE GONERPT-REC.
048000     ADD 1 TO CGR-LINE-COUNT.
048100 4000-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500* 4100-LOOKUP-BRANCH-NAME - NAME THE BRANCH FROM THE BNKBRN      *
048600* REFERENCE FILE, CALLING OUT A SORT CODE THE FILE DOES NOT KNOW *
048700******************************************************************
048800 4100-LOOKUP-BRANCH-NAME.
048900     IF CGR-BNKBRN-UNAVAILABLE
049000        MOVE 'BRANCH FILE NOT AVAILABLE' TO CGRB-BRANCH-NAME
049100        GO TO 4100-EXIT
049200     END-IF.
049300     MOVE CGR-PREV-SORT-CODE TO BRN-REC-SORT-CODE OF BNKBRN-REC.
049400     READ BNKBRN
049500         KEY IS BRN-REC-SORT-CODE OF BNKBRN-REC
049600         INVALID KEY
049700            CONTINUE
049800     END-READ.
049900     IF CGR-BNKBRN-OK
050000        MOVE BRN-REC-NAME OF BNKBRN-REC TO CGRB-BRANCH-NAME
050100     ELSE
050200        MOVE '** NOT ON BRANCH FILE **' TO CGRB-BRANCH-NAME
050300     END-IF.
050400 4100-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800* 5000-WRITE-BRANCH-SUBTOTAL - HOW MANY CUSTOMERS THE BRANCH     *
050900* HAS TO FIND A NEW ADDRESS FOR                                  *
051000******************************************************************
051100 5000-WRITE-BRANCH-SUBTOTAL.
051200     PERFORM 7100-CHECK-PAGE-MID-BRANCH THRU 7100-EXIT.
051300     MOVE CGR-BRANCH-COUNT TO CGRS-COUNT.
051400     MOVE CGR-SUBTOTAL-LINE TO GONERPT-REC.
051500     WRITE GONERPT-REC.
051600     ADD 1 TO CGR-LINE-COUNT.
051700 5000-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100* 6000-START-NEW-PAGE - PAGE AND COLUMN HEADINGS, WITH THE AS-AT *
052200* DATE THE DAYS ARE COUNTED TO CARRIED ON EVERY PAGE             *
052300******************************************************************
052400 6000-START-NEW-PAGE.
052500     ADD 1 TO CGR-PAGE-COUNT.
052600     MOVE CGR-PAGE-COUNT TO CGRH-PAGE.
052700     MOVE CGR-PAGE-HEADING1 TO GONERPT-REC.
052800     WRITE GONERPT-REC.
052900     MOVE CGR-AS-AT-DATE TO CGRH-AS-AT-DATE.
053000     MOVE CGR-PAGE-HEADING2 TO GONERPT-REC.
053100     WRITE GONERPT-REC.
053200     MOVE SPACES TO GONERPT-REC.
053300     WRITE GONERPT-REC.
053400     MOVE CGR-COLUMN-HEADING TO GONERPT-REC.
053500     WRITE GONERPT-REC.
053600     MOVE SPACES TO GONERPT-REC.
053700     WRITE GONERPT-REC.
053800     MOVE 5 TO CGR-LINE-COUNT.
053900 6000-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300* 7000-CHECK-PAGE-BREAK - CUT TO A NEW PAGE AT THE 60-LINE       *
054400* BOUNDARY WHERE THE NEXT LINE OPENS A NEW BRANCH                *
054500******************************************************************
054600 7000-CHECK-PAGE-BREAK.
054700     IF CGR-LINE-COUNT >= CGR-PAGE-LIMIT
054800        PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
054900     END-IF.
055000 7000-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400* 7100-CHECK-PAGE-MID-BRANCH - CUT TO A NEW PAGE IN THE MIDDLE   *
055500* OF A BRANCH'S BLOCK, RE-NAMING THE BRANCH AS CONTINUED         *
055600******************************************************************
055700 7100-CHECK-PAGE-MID-BRANCH.
055800     IF CGR-LINE-COUNT >= CGR-PAGE-LIMIT
055900        PERFORM 6000-START-NEW-PAGE THRU 6000-EXIT
056000        IF CGR-NOT-FIRST-RECORD
056100           MOVE ' (CONTINUED)' TO CGRB-CONTINUED
056200           MOVE CGR-PREV-SORT-CODE TO CGRB-SORT-CODE
056300           MOVE CGR-BRANCH-HEADING TO GONERPT-REC
056400           WRITE GONERPT-REC
056500           ADD 1 TO CGR-LINE-COUNT
056600        END-IF
056700     END-IF.
056800 7100-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200* 8000-WRITE-TOTALS - GRAND TOTAL AND HOW LONG THE FLAGS HAVE    *
057300* BEEN STANDING - THE BANDS ADD BACK TO THE GRAND TOTAL          *
057400******************************************************************
057500 8000-WRITE-TOTALS.
057600     MOVE SPACES TO GONERPT-REC.
057700     WRITE GONERPT-REC.
057800
057900     MOVE SPACES TO CGR-REPORT-COUNT-LINE.
058000     MOVE 'CUSTOMERS SCANNED' TO CGRC-LABEL.
058100     MOVE CGR-SCANNED-COUNT TO CGRC-COUNT.
058200     MOVE CGR-REPORT-COUNT-LINE TO GONERPT-REC.
058300     WRITE GONERPT-REC.
058400
058500     MOVE SPACES TO CGR-REPORT-COUNT-LINE.
058600     MOVE 'GONE-AWAY CUSTOMERS - GRAND TOTAL' TO CGRC-LABEL.
058700     MOVE CGR-GRAND-TOTAL TO CGRC-COUNT.
058800     MOVE CGR-REPORT-COUNT-LINE TO GONERPT-REC.
058900     WRITE GONERPT-REC.
059000
059100     MOVE SPACES TO CGR-REPORT-COUNT-LINE.
059200     MOVE '  FLAGGED UP TO 30 DAYS' TO CGRC-LABEL.
059300     MOVE CGR-BAND1-COUNT TO CGRC-COUNT.
059400     MOVE CGR-REPORT-COUNT-LINE TO GONERPT-REC.
059500     WRITE GONERPT-REC.
059600
059700     MOVE SPACES TO CGR-REPORT-COUNT-LINE.
059800     MOVE '  FLAGGED 31 TO 90 DAYS' TO CGRC-LABEL.
059900     MOVE CGR-BAND2-COUNT TO CGRC-COUNT.
060000     MOVE CGR-REPORT-COUNT-LINE TO GONERPT-REC.
060100     WRITE GONERPT-REC.
060200
060300     MOVE SPACES TO CGR-REPORT-COUNT-LINE.
060400     MOVE '  FLAGGED 91 TO 180 DAYS' TO CGRC-LABEL.
060500     MOVE CGR-BAND3-COUNT TO CGRC-COUNT.
060600     MOVE CGR-REPORT-COUNT-LINE TO GONERPT-REC.
060700     WRITE GONERPT-REC.
060800
060900     MOVE SPACES TO CGR-REPORT-COUNT-LINE.
061000     MOVE '  FLAGGED OVER 180 DAYS OR UNDATED' TO CGRC-LABEL.
061100     MOVE CGR-BAND4-COUNT TO CGRC-COUNT.
061200     MOVE CGR-REPORT-COUNT-LINE TO GONERPT-REC.
061300     WRITE GONERPT-REC.
061400 8000-EXIT.
061500     EXIT.
061600
061605******************************************************************
061610* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
061615* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
061620******************************************************************
061625 8800-WRITE-CONTROL-TOTALS.
061630     MOVE 'CUSTGRPT'               TO CTP-JOB-NAME.
061635     SET CTP-FRESH-RUN TO TRUE.
061640     MOVE SPACES                   TO CTP-DATA-DATE.
061645     MOVE 'CUSTOMERS SCANNED'      TO CTP-COUNT-NAME (1).
061650     MOVE CGR-SCANNED-COUNT        TO CTP-COUNT-VALUE (1).
061655     MOVE 'BRANCHES REPORTED'      TO CTP-COUNT-NAME (2).
061660     MOVE CGR-BRANCHES-REPORTED    TO CTP-COUNT-VALUE (2).
061661     MOVE 'CUSTOMERS REPORTED'     TO CTP-COUNT-NAME (3).
061662     MOVE CGR-GRAND-TOTAL          TO CTP-COUNT-VALUE (3).
061665     MOVE 3                        TO CTP-COUNT-USED.
061670     CALL CGR-CTLTOT-PGM USING CGR-CTLTOT-PARMS.
061675 8800-EXIT.
061680     EXIT.
061685
061700******************************************************************
061800* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
061900******************************************************************
062000 9000-TERMINATE.
062100     CLOSE GRPTSRT.
062200     IF CGR-BNKBRN-AVAILABLE
062300        CLOSE BNKBRN
062400     END-IF.
062500     CLOSE GONERPT.
062600 9000-EXIT.
062700     EXIT.
