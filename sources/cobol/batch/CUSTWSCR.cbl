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
002000* PROGRAM:     CUSTWSCR.CBL                                      *
002100* FUNCTION:    NIGHTLY SANCTIONS AND WATCH-LIST RESCREEN - WHEN  *
002200*              CUSTWLLD HAS LOADED A NEW LIST SINCE THE LAST     *
002300*              SCREEN, EVERY LIVE CUSTOMER ON BNKCUST IS         *
002400*              SCREENED AGAINST IT BY THE SAME RULES ADDCUST,    *
002500*              CUSTLOAD AND CUSTMNT APPLY TO A NEW CUSTOMER -    *
002600*              THE EXACT NAME WHERE THE LIST HAS NO DATE OF      *
002700*              BIRTH, THE EXACT NAME AND DATE OF BIRTH, OR A     *
002800*              NAME THAT SOUNDS ALIKE (CUSTPHON) WITH THE SAME   *
002900*              DATE OF BIRTH.  A MATCH COMPLIANCE HAS ALREADY    *
003000*              CLEARED IS PASSED; A NEW ONE IS RAISED ON BNKWHIT *
003100*              AS PENDING.  EVERY MATCH NOT CLEARED GOES ON THE  *
003200*              HITS FILE AND THE REPORT.  THE CONTROL RECORD IS  *
003300*              THEN STAMPED SO THE SAME LIST IS NOT SCREENED     *
003400*              TWICE                                             *
003500*                                                                *
003600* INPUT:       BNKCUST  - CUSTOMER MASTER                        *
003700*              WSCRPARM - RUN PARAMETERS, OPTIONAL, ONE RECORD:  *
003800*                        COL 1 F FORCES A FULL RESCREEN EVEN     *
003900*                        WHEN THE LIST HAS NOT CHANGED           *
004000* I-O:         BNKWLST  - WATCH-LIST REFERENCE FILE - ONLY THE   *
004100*                        CONTROL RECORD IS UPDATED               *
004200*              BNKWHIT  - WATCH-LIST HITS FILE - NEW MATCHES ARE *
004300*                        RAISED AS PENDING, AND A PENDING HIT    *
004400*                        RAISED BY A HELD ADD HAS THE CUSTOMER   *
004500*                        ID FILLED IN ONCE THE CUSTOMER EXISTS   *
004600* OUTPUT:      WLSHITS  - ONE RECORD PER MATCH NOT CLEARED, FOR  *
004700*                        THE COMPLIANCE REVIEW QUEUE             *
004800*              WSCRRPT  - CONTROL REPORT, ONE LINE PER MATCH AND *
004900*                        CLOSING TOTALS                          *
005000*                                                                *
005100* RETURN CODE 4 WHEN ANY MATCH IS REPORTED, SO THE SCHEDULE CAN  *
005200* ALERT COMPLIANCE                                               *
005300******************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID.
005600     CUSTWSCR.
005700 AUTHOR.
005800     BATCH SUPPORT.
005900 INSTALLATION.
006000     BANKDEMO.
006100 DATE-WRITTEN.
006200     15 OCT 2026.
006300 DATE-COMPILED.
006400     TODAY.
006500******************************************************************
006600* MODIFICATION HISTORY                                          *
006700* DATE       INIT  DESCRIPTION                                  *
006800* 15OCT26    BS    INITIAL VERSION - FULL RESCREEN OF BNKCUST    *
006900*                  WHENEVER THE WATCH LIST CHANGES               *
006920* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006940*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
007000******************************************************************
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER.
007400     IBM-370.
007500 OBJECT-COMPUTER.
007600     IBM-370.
007700 INPUT-OUTPUT SECTION.
007800 FILE-CONTROL.
007900     SELECT BNKCUST ASSIGN TO "BNKCUST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
008300         FILE STATUS IS CWS-BNKCUST-STATUS.
008400
008500     SELECT WSCRPARM ASSIGN TO "WSCRPARM"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS CWS-WSCRPARM-STATUS.
008800
008900     SELECT BNKWLST ASSIGN TO "BNKWLST"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS WLS-KEY
009300         FILE STATUS IS CWS-BNKWLST-STATUS.
009400
009500     SELECT BNKWHIT ASSIGN TO "BNKWHIT"
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS WHT-KEY
009900         FILE STATUS IS CWS-BNKWHIT-STATUS.
010000
010100     SELECT WLSHITS ASSIGN TO "WLSHITS"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS CWS-WLSHITS-STATUS.
010400
010500     SELECT WSCRRPT ASSIGN TO "WSCRRPT"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS CWS-WSCRRPT-STATUS.
010800
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  BNKCUST
011200     RECORDING MODE IS F.
011300 01  BNKCUST-REC.
011400 COPY CBANKVCS.
011500
011600 FD  WSCRPARM
011700     RECORDING MODE IS F.
011800 01  WSCRPARM-REC.
011900     05  CWS-PARM-FORCE              PIC X(01).
012000         88  CWS-PARM-FORCE-FULL          VALUE 'F'.
012100     05  FILLER                      PIC X(79).
012200
012300 FD  BNKWLST
012400     RECORDING MODE IS F.
012500 01  BNKWLST-REC.
012600 COPY CUSTWLS.
012700
012800 FD  BNKWHIT
012900     RECORDING MODE IS F.
013000 01  BNKWHIT-REC.
013100 COPY CUSTWHT.
013200
013300 FD  WLSHITS
013400     RECORDING MODE IS F.
013500 01  WLSHITS-REC.
013600     05  CWS-HIT-CUST-PID            PIC X(10).
013700     05  CWS-HIT-CUST-NAME           PIC X(30).
013800     05  CWS-HIT-CUST-DOB            PIC 9(08).
013900     05  CWS-HIT-ENTRY-ID            PIC X(10).
014000     05  CWS-HIT-LIST-NAME           PIC X(30).
014100     05  CWS-HIT-LIST-DOB            PIC 9(08).
014200     05  CWS-HIT-LIST-TYPE           PIC X(01).
014300     05  CWS-HIT-MATCH-TYPE          PIC X(01).
014400     05  CWS-HIT-STATUS              PIC X(10).
014500     05  CWS-HIT-SCREEN-DATE         PIC X(08).
014600     05  FILLER                      PIC X(04).
014700
014800 FD  WSCRRPT
014900     RECORDING MODE IS F.
015000 01  WSCRRPT-REC                     PIC X(132).
015100
015200 WORKING-STORAGE SECTION.
015300 01  CWS-FILE-STATUS-GROUP.
015400     05  CWS-BNKCUST-STATUS          PIC X(02).
015500         88  CWS-BNKCUST-OK               VALUE '00'.
015600     05  CWS-WSCRPARM-STATUS         PIC X(02).
015700         88  CWS-WSCRPARM-OK              VALUE '00'.
015800     05  CWS-BNKWLST-STATUS          PIC X(02).
015900         88  CWS-BNKWLST-OK               VALUE '00'.
016000     05  CWS-BNKWHIT-STATUS          PIC X(02).
016100         88  CWS-BNKWHIT-OK               VALUE '00'.
016200         88  CWS-BNKWHIT-FILE-MISSING     VALUE '35'.
016300     05  CWS-WLSHITS-STATUS          PIC X(02).
016400         88  CWS-WLSHITS-OK               VALUE '00'.
016500     05  CWS-WSCRRPT-STATUS          PIC X(02).
016600         88  CWS-WSCRRPT-OK               VALUE '00'.
016700
016800 01  CWS-SWITCHES.
016900     05  CWS-BNKCUST-EOF-SW          PIC X(01)
017000         VALUE 'N'.
017100         88  CWS-BNKCUST-AT-EOF           VALUE 'Y'.
017200     05  CWS-RESCREEN-SW             PIC X(01)
017300         VALUE 'Y'.
017400         88  CWS-RESCREEN-NEEDED          VALUE 'Y'.
017500         88  CWS-RESCREEN-NOT-NEEDED      VALUE 'N'.
017600     05  CWS-FORCE-SW                PIC X(01)
017700         VALUE 'N'.
017800         88  CWS-FORCED-RUN               VALUE 'Y'.
017900     05  CWS-WLST-BROWSE-SW          PIC X(01)
018000         VALUE 'N'.
018100         88  CWS-WLST-BROWSE-ACTIVE       VALUE 'Y'.
018200         88  CWS-WLST-BROWSE-ENDED        VALUE 'N'.
018300
018400 77  CWS-CUSTOMER-COUNT              PIC 9(09) COMP VALUE ZERO.
018500 77  CWS-SCREENED-COUNT              PIC 9(09) COMP VALUE ZERO.
018600 77  CWS-SKIPPED-COUNT               PIC 9(09) COMP VALUE ZERO.
018700 77  CWS-CLEARED-COUNT               PIC 9(09) COMP VALUE ZERO.
018800 77  CWS-NEW-HIT-COUNT               PIC 9(09) COMP VALUE ZERO.
018900 77  CWS-PENDING-HIT-COUNT           PIC 9(09) COMP VALUE ZERO.
019000 77  CWS-CONFIRMED-HIT-COUNT         PIC 9(09) COMP VALUE ZERO.
019100 77  CWS-FATAL-MSG                   PIC X(60) VALUE SPACES.
019200 77  CWS-DATE-TIME                   PIC X(21).
019300 77  CWS-LOAD-STAMP                  PIC X(14) VALUE SPACES.
019400 77  CWS-PHONETIC-PGM                PIC X(08) VALUE 'CUSTPHON'.
019500 77  CWS-SCREEN-NAME                 PIC X(30).
019600 77  CWS-SCREEN-SOUNDEX              PIC X(04).
019700 77  CWS-SCREEN-MATCH-TYPE           PIC X(01).
019800 77  CWS-HIT-STATUS-TEXT             PIC X(10).
019820 77  CWS-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
019840
019860 01  CWS-CTLTOT-PARMS.
019880 COPY CUSTCTP.
019900
020000 01  CWS-REPORT-HEADING1.
020100     05  FILLER                      PIC X(44)
020200         VALUE 'CUSTWSCR - SANCTIONS AND WATCH-LIST RESCREEN'.
020300     05  FILLER                      PIC X(88) VALUE SPACES.
020400
020500 01  CWS-REPORT-HEADING2.
020600     05  FILLER                      PIC X(12)
020700         VALUE 'CUSTOMER'.
020800     05  FILLER                      PIC X(32)
020900         VALUE 'NAME'.
021000     05  FILLER                      PIC X(10)
021100         VALUE 'DOB'.
021200     05  FILLER                      PIC X(12)
021300         VALUE 'LIST ENTRY'.
021400     05  FILLER                      PIC X(32)
021500         VALUE 'NAME AS LISTED'.
021600     05  FILLER                      PIC X(05)
021700         VALUE 'LIST'.
021800     05  FILLER                      PIC X(06)
021900         VALUE 'MATCH'.
022000     05  FILLER                      PIC X(10)
022100         VALUE 'STATUS'.
022200     05  FILLER                      PIC X(13) VALUE SPACES.
022300
022400 01  CWS-REPORT-DETAIL-LINE.
022500     05  CWSD-CUST-PID               PIC X(10).
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  CWSD-CUST-NAME              PIC X(30).
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  CWSD-CUST-DOB               PIC 9(08).
023000     05  FILLER                      PIC X(02) VALUE SPACES.
023100     05  CWSD-ENTRY-ID               PIC X(10).
023200     05  FILLER                      PIC X(02) VALUE SPACES.
023300     05  CWSD-LIST-NAME              PIC X(30).
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  CWSD-LIST-TYPE              PIC X(01).
023600     05  FILLER                      PIC X(04) VALUE SPACES.
023700     05  CWSD-MATCH-TYPE             PIC X(01).
023800     05  FILLER                      PIC X(05) VALUE SPACES.
023900     05  CWSD-STATUS                 PIC X(10).
024000     05  FILLER                      PIC X(13) VALUE SPACES.
024100
024200 01  CWS-REPORT-MESSAGE-LINE.
024300     05  CWSM-TEXT                   PIC X(80).
024400     05  FILLER                      PIC X(52) VALUE SPACES.
024500
024600 01  CWS-REPORT-COUNT-LINE.
024700     05  CWSC-LABEL                  PIC X(40).
024800     05  CWSC-COUNT                  PIC ZZZZZZZZ9.
024900     05  FILLER                      PIC X(83) VALUE SPACES.
025000
025100******************************************************************
025200* MAINLINE                                                       *
025300******************************************************************
025400 PROCEDURE DIVISION.
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025700     IF CWS-RESCREEN-NEEDED
025800        PERFORM 2000-SCREEN-CUSTOMER THRU 2000-EXIT
025900            UNTIL CWS-BNKCUST-AT-EOF
026000        PERFORM 6000-STAMP-CONTROL-RECORD THRU 6000-EXIT
026100     END-IF.
026200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
026250     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
026300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026400     STOP RUN.
026500
026600******************************************************************
026700* 1000-INITIALIZE - READ THE CONTROL RECORD CUSTWLLD LEFT.  A    *
026800* LIST NEVER LOADED IS FATAL; A LIST ALREADY SCREENED IS NOT     *
026900* SCREENED AGAIN UNLESS THE PARAMETER FORCES IT                  *
027000******************************************************************
027100 1000-INITIALIZE.
027200     MOVE FUNCTION CURRENT-DATE TO CWS-DATE-TIME.
027300     OPEN INPUT WSCRPARM.
027400     IF CWS-WSCRPARM-OK
027500        READ WSCRPARM
027600            AT END
027700               CONTINUE
027800        END-READ
027900        IF CWS-WSCRPARM-OK
028000           AND CWS-PARM-FORCE-FULL
028100           SET CWS-FORCED-RUN TO TRUE
028200        END-IF
028300        CLOSE WSCRPARM
028400     END-IF.
028500
028600     OPEN I-O BNKWLST.
028700     IF NOT CWS-BNKWLST-OK
028800        STRING 'UNABLE TO OPEN BNKWLST - STATUS '
028900                           DELIMITED BY SIZE
029000               CWS-BNKWLST-STATUS DELIMITED BY SIZE
029100          INTO CWS-FATAL-MSG
029200        END-STRING
029300        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
029400     END-IF.
029500     PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
029600     MOVE WLS-CTL-LOAD-STAMP TO CWS-LOAD-STAMP.
029700     IF WLS-CTL-SCREEN-STAMP = WLS-CTL-LOAD-STAMP
029800        AND NOT CWS-FORCED-RUN
029900        SET CWS-RESCREEN-NOT-NEEDED TO TRUE
030000     END-IF.
030100
030200     OPEN OUTPUT WSCRRPT.
030300     MOVE CWS-REPORT-HEADING1 TO WSCRRPT-REC.
030400     WRITE WSCRRPT-REC.
030500     MOVE SPACES TO WSCRRPT-REC.
030600     WRITE WSCRRPT-REC.
030700     OPEN OUTPUT WLSHITS.
030800     IF CWS-RESCREEN-NOT-NEEDED
030900        MOVE SPACES TO CWS-REPORT-MESSAGE-LINE
031000        STRING 'LIST UNCHANGED SINCE LAST SCREEN - LOADED '
031100                           DELIMITED BY SIZE
031200               CWS-LOAD-STAMP DELIMITED BY SIZE
031300          INTO CWSM-TEXT
031400        END-STRING
031500        MOVE CWS-REPORT-MESSAGE-LINE TO WSCRRPT-REC
031600        WRITE WSCRRPT-REC
031700        GO TO 1000-EXIT
031800     END-IF.
031900
032000     OPEN INPUT BNKCUST.
032100     IF NOT CWS-BNKCUST-OK
032200        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
032300                           DELIMITED BY SIZE
032400               CWS-BNKCUST-STATUS DELIMITED BY SIZE
032500          INTO CWS-FATAL-MSG
032600        END-STRING
032700        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
032800     END-IF.
032900     OPEN I-O BNKWHIT.
033000     IF NOT CWS-BNKWHIT-OK
033100        IF CWS-BNKWHIT-FILE-MISSING
033200           OPEN OUTPUT BNKWHIT
033300           CLOSE       BNKWHIT
033400           OPEN I-O    BNKWHIT
033500        ELSE
033600           STRING 'UNABLE TO OPEN BNKWHIT - STATUS '
033700                              DELIMITED BY SIZE
033800                  CWS-BNKWHIT-STATUS DELIMITED BY SIZE
033900             INTO CWS-FATAL-MSG
034000           END-STRING
034100           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
034200        END-IF
034300     END-IF.
034400     MOVE CWS-REPORT-HEADING2 TO WSCRRPT-REC.
034500     WRITE WSCRRPT-REC.
034600
034700     MOVE LOW-VALUES TO BCS-REC-PID OF BNKCUST-REC.
034800     START BNKCUST KEY IS GREATER THAN OR EQUAL TO
034900         BCS-REC-PID OF BNKCUST-REC
035000         INVALID KEY
035100            SET CWS-BNKCUST-AT-EOF TO TRUE
035200     END-START.
035300     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
035400 1000-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800* 1100-READ-CONTROL-RECORD - THE LIST'S CONTROL RECORD, KEY      *
035900* ZEROS.  WITHOUT IT THE LIST WAS NEVER LOADED                   *
036000******************************************************************
036100 1100-READ-CONTROL-RECORD.
036200     MOVE '0000'       TO WLS-SOUNDEX.
036300     MOVE '0000000000' TO WLS-ENTRY-ID.
036400     READ BNKWLST
036500         KEY IS WLS-KEY
036600         INVALID KEY
036700            MOVE 'BNKWLST CONTROL RECORD MISSING - LOAD THE LIST'
036800               TO CWS-FATAL-MSG
036900            PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
037000     END-READ.
037100 1100-EXIT.
037200     EXIT.
037300
037400******************************************************************
037500* 2000-SCREEN-CUSTOMER - SCREEN ONE LIVE CUSTOMER.  CLOSED AND   *
037600* MERGED CUSTOMERS, AND ANY RECORD WITHOUT A NAME, ARE PASSED BY *
037700******************************************************************
037800 2000-SCREEN-CUSTOMER.
037900     ADD 1 TO CWS-CUSTOMER-COUNT.
038000     IF BCS-REC-NAME OF BNKCUST-REC = SPACES
038100        OR BCS-CUST-CLOSED OF BNKCUST-REC
038200        OR BCS-CUST-MERGED OF BNKCUST-REC
038300        ADD 1 TO CWS-SKIPPED-COUNT
038400        GO TO 2000-READ-NEXT
038500     END-IF.
038600
038700     ADD 1 TO CWS-SCREENED-COUNT.
038800     MOVE BCS-REC-NAME OF BNKCUST-REC TO CWS-SCREEN-NAME.
038900     INSPECT CWS-SCREEN-NAME CONVERTING
039000             'abcdefghijklmnopqrstuvwxyz'
039100          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
039200     CALL CWS-PHONETIC-PGM
039300          USING CWS-SCREEN-NAME, CWS-SCREEN-SOUNDEX.
039400     MOVE CWS-SCREEN-SOUNDEX TO WLS-SOUNDEX.
039500     MOVE LOW-VALUES         TO WLS-ENTRY-ID.
039600     SET CWS-WLST-BROWSE-ACTIVE TO TRUE.
039700     START BNKWLST KEY IS GREATER THAN OR EQUAL TO WLS-KEY
039800         INVALID KEY
039900            SET CWS-WLST-BROWSE-ENDED TO TRUE
040000     END-START.
040100     PERFORM 3000-READ-NEXT-LIST-ENTRY THRU 3000-EXIT
040200         UNTIL CWS-WLST-BROWSE-ENDED.
040300 2000-READ-NEXT.
040400     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
040500 2000-EXIT.
040600     EXIT.
040700
040800******************************************************************
040900* 2100-READ-NEXT-CUSTOMER - NEXT CUSTOMER, STEPPING OVER THE     *
041000* CUSTCTL CONTROL RECORD                                         *
041100******************************************************************
041200 2100-READ-NEXT-CUSTOMER.
041300     READ BNKCUST NEXT RECORD
041400         AT END
041500            SET CWS-BNKCUST-AT-EOF TO TRUE
041600     END-READ.
041700     IF NOT CWS-BNKCUST-AT-EOF
041800        AND BCS-REC-PID OF BNKCUST-REC = '0000000000'
041900        GO TO 2100-READ-NEXT-CUSTOMER
042000     END-IF.
042100 2100-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500* 3000-READ-NEXT-LIST-ENTRY - ONE ENTRY FORWARD UNDER THE SOUND  *
042600* OF THE CUSTOMER'S NAME - THE BROWSE ENDS ON THE FIRST ENTRY    *
042700* UNDER A DIFFERENT SOUND.  A LIST THAT CANNOT BE READ IS FATAL  *
042800******************************************************************
042900 3000-READ-NEXT-LIST-ENTRY.
043000     READ BNKWLST NEXT RECORD
043100         AT END
043200            SET CWS-WLST-BROWSE-ENDED TO TRUE
043300     END-READ.
043400     EVALUATE TRUE
043500        WHEN CWS-WLST-BROWSE-ENDED
043600           CONTINUE
043700        WHEN NOT CWS-BNKWLST-OK
043800           STRING 'UNABLE TO READ BNKWLST - STATUS '
043900                              DELIMITED BY SIZE
044000                  CWS-BNKWLST-STATUS DELIMITED BY SIZE
044100             INTO CWS-FATAL-MSG
044200           END-STRING
044300           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
044400        WHEN WLS-SOUNDEX NOT = CWS-SCREEN-SOUNDEX
044500           SET CWS-WLST-BROWSE-ENDED TO TRUE
044600        WHEN WLS-ENTRY-ID = '0000000000'
044700           CONTINUE
044800        WHEN OTHER
044900           PERFORM 3100-MATCH-LIST-ENTRY THRU 3100-EXIT
045000     END-EVALUATE.
045100 3000-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500* 3100-MATCH-LIST-ENTRY - THE SAME THREE TESTS AS AN ADD: EXACT  *
045600* NAME WITH NO LISTED DATE OF BIRTH (N), EXACT NAME AND DATE OF  *
045700* BIRTH (E), OR A NAME THAT SOUNDS ALIKE WITH THE SAME DATE OF   *
045800* BIRTH (P).  A MATCH ALREADY CLEARED BY REVIEW IS PASSED        *
045900******************************************************************
046000 3100-MATCH-LIST-ENTRY.
046100     EVALUATE TRUE
046200        WHEN WLS-NAME = CWS-SCREEN-NAME
046300         AND WLS-DOB = ZERO
046400           MOVE 'N' TO CWS-SCREEN-MATCH-TYPE
046500        WHEN WLS-NAME = CWS-SCREEN-NAME
046600         AND WLS-DOB = BCS-REC-DATE-OF-BIRTH OF BNKCUST-REC
046700           MOVE 'E' TO CWS-SCREEN-MATCH-TYPE
046800        WHEN WLS-DOB = BCS-REC-DATE-OF-BIRTH OF BNKCUST-REC
046900         AND WLS-DOB NOT = ZERO
047000           MOVE 'P' TO CWS-SCREEN-MATCH-TYPE
047100        WHEN OTHER
047200           GO TO 3100-EXIT
047300     END-EVALUATE.
047400
047500     MOVE SPACES              TO BNKWHIT-REC.
047600     MOVE CWS-SCREEN-NAME     TO WHT-CUST-NAME.
047700     MOVE BCS-REC-DATE-OF-BIRTH OF BNKCUST-REC
047800        TO WHT-CUST-DOB.
047900     MOVE WLS-ENTRY-ID        TO WHT-ENTRY-ID.
048000     READ BNKWHIT
048100         KEY IS WHT-KEY
048200         INVALID KEY
048300            CONTINUE
048400     END-READ.
048500     EVALUATE TRUE
048600        WHEN CWS-BNKWHIT-OK
048700         AND WHT-CLEARED
048800           ADD 1 TO CWS-CLEARED-COUNT
048900           GO TO 3100-EXIT
049000        WHEN CWS-BNKWHIT-OK
049100         AND WHT-CONFIRMED
049200           ADD 1 TO CWS-CONFIRMED-HIT-COUNT
049300           MOVE 'CONFIRMED' TO CWS-HIT-STATUS-TEXT
049400        WHEN CWS-BNKWHIT-OK
049500           ADD 1 TO CWS-PENDING-HIT-COUNT
049600           MOVE 'PENDING'   TO CWS-HIT-STATUS-TEXT
049700           PERFORM 3200-FILL-IN-CUSTOMER-ID THRU 3200-EXIT
049800        WHEN OTHER
049900           ADD 1 TO CWS-NEW-HIT-COUNT
050000           MOVE 'NEW'       TO CWS-HIT-STATUS-TEXT
050100           PERFORM 3300-RAISE-HIT THRU 3300-EXIT
050200     END-EVALUATE.
050300     PERFORM 7000-WRITE-HIT THRU 7000-EXIT.
050400 3100-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800* 3200-FILL-IN-CUSTOMER-ID - A HIT RAISED BY A HELD ADD HAS NO   *
050900* CUSTOMER ID.  ONCE COMPLIANCE HAS LET THE CUSTOMER ON, THE     *
051000* RESCREEN FINDS THEM AND TIES THE HIT TO THEIR ID, SO THE       *
051100* REVIEWER'S DECISION LANDS ON THE RIGHT CUSTOMER HISTORY        *
051200******************************************************************
051300 3200-FILL-IN-CUSTOMER-ID.
051400     IF WHT-CUST-PID = SPACES
051500        MOVE BCS-REC-PID OF BNKCUST-REC TO WHT-CUST-PID
051600        REWRITE BNKWHIT-REC
051700            INVALID KEY
051800               CONTINUE
051900        END-REWRITE
052000     END-IF.
052100 3200-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500* 3300-RAISE-HIT - A MATCH NOT SEEN BEFORE GOES ONTO BNKWHIT AS  *
052600* PENDING AGAINST THE CUSTOMER                                   *
052700******************************************************************
052800 3300-RAISE-HIT.
052900     MOVE SPACES              TO BNKWHIT-REC.
053000     MOVE CWS-SCREEN-NAME     TO WHT-CUST-NAME.
053100     MOVE BCS-REC-DATE-OF-BIRTH OF BNKCUST-REC
053200        TO WHT-CUST-DOB.
053300     MOVE WLS-ENTRY-ID        TO WHT-ENTRY-ID.
053400     MOVE BCS-REC-PID OF BNKCUST-REC TO WHT-CUST-PID.
053500     MOVE CWS-SCREEN-MATCH-TYPE TO WHT-MATCH-TYPE.
053600     SET WHT-SOURCE-RESCREEN  TO TRUE.
053700     SET WHT-PENDING          TO TRUE.
053800     STRING
053900       CWS-DATE-TIME(1:8)  DELIMITED BY SIZE
054000       '-'                 DELIMITED BY SIZE
054100       CWS-DATE-TIME(9:6)  DELIMITED BY SIZE
054200     INTO WHT-RAISED-STAMP
054300     END-STRING.
054400     MOVE 'CUSTWSCR'          TO WHT-RAISED-USERID.
054500     MOVE ZEROS               TO WHT-REVIEW-DATE.
054600     WRITE BNKWHIT-REC
054700         INVALID KEY
054800            CONTINUE
054900     END-WRITE.
055000 3300-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400* 6000-STAMP-CONTROL-RECORD - THE WHOLE BOOK HAS NOW BEEN        *
055500* SCREENED AGAINST THIS LOAD, SO ITS STAMP BECOMES THE SCREEN    *
055600* STAMP AND TOMORROW'S RUN HAS NOTHING TO DO UNLESS THE LIST     *
055700* CHANGES                                                        *
055800******************************************************************
055900 6000-STAMP-CONTROL-RECORD.
056000     PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
056100     MOVE CWS-LOAD-STAMP TO WLS-CTL-SCREEN-STAMP.
056200     REWRITE BNKWLST-REC
056300         INVALID KEY
056400            MOVE 'CONTROL RECORD REWRITE TO BNKWLST FAILED'
056500               TO CWS-FATAL-MSG
056600            PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
056700     END-REWRITE.
056800 6000-EXIT.
056900     EXIT.
057000
057100******************************************************************
057200* 7000-WRITE-HIT - ONE HITS RECORD AND ONE REPORT LINE PER MATCH *
057300* NOT CLEARED                                                    *
057400******************************************************************
057500 7000-WRITE-HIT.
057600     MOVE SPACES TO WLSHITS-REC.
057700     MOVE BCS-REC-PID OF BNKCUST-REC TO CWS-HIT-CUST-PID.
057800     MOVE BCS-REC-NAME OF BNKCUST-REC TO CWS-HIT-CUST-NAME.
057900     MOVE BCS-REC-DATE-OF-BIRTH OF BNKCUST-REC
058000        TO CWS-HIT-CUST-DOB.
058100     MOVE WLS-ENTRY-ID          TO CWS-HIT-ENTRY-ID.
058200     MOVE WLS-NAME              TO CWS-HIT-LIST-NAME.
058300     MOVE WLS-DOB               TO CWS-HIT-LIST-DOB.
058400     MOVE WLS-LIST-TYPE         TO CWS-HIT-LIST-TYPE.
058500     MOVE CWS-SCREEN-MATCH-TYPE TO CWS-HIT-MATCH-TYPE.
058600     MOVE CWS-HIT-STATUS-TEXT   TO CWS-HIT-STATUS.
058700     MOVE CWS-DATE-TIME (1:8)   TO CWS-HIT-SCREEN-DATE.
058800     WRITE WLSHITS-REC.
058900
059000     MOVE SPACES TO CWS-REPORT-DETAIL-LINE.
059100     MOVE CWS-HIT-CUST-PID      TO CWSD-CUST-PID.
059200     MOVE CWS-HIT-CUST-NAME     TO CWSD-CUST-NAME.
059300     MOVE CWS-HIT-CUST-DOB      TO CWSD-CUST-DOB.
059400     MOVE CWS-HIT-ENTRY-ID      TO CWSD-ENTRY-ID.
059500     MOVE CWS-HIT-LIST-NAME     TO CWSD-LIST-NAME.
059600     MOVE CWS-HIT-LIST-TYPE     TO CWSD-LIST-TYPE.
059700     MOVE CWS-HIT-MATCH-TYPE    TO CWSD-MATCH-TYPE.
059800     MOVE CWS-HIT-STATUS        TO CWSD-STATUS.
059900     MOVE CWS-REPORT-DETAIL-LINE TO WSCRRPT-REC.
060000     WRITE WSCRRPT-REC.
060100 7000-EXIT.
060200     EXIT.
060300
060400******************************************************************
060500* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS.  CUSTOMERS READ    *
060600* BALANCE TO SCREENED PLUS PASSED BY                             *
060700******************************************************************
060800 8000-WRITE-TOTALS.
060900     MOVE SPACES TO WSCRRPT-REC.
061000     WRITE WSCRRPT-REC.
061100
061200     MOVE SPACES TO CWS-REPORT-COUNT-LINE.
061300     MOVE 'CUSTOMERS READ' TO CWSC-LABEL.
061400     MOVE CWS-CUSTOMER-COUNT TO CWSC-COUNT.
061500     MOVE CWS-REPORT-COUNT-LINE TO WSCRRPT-REC.
061600     WRITE WSCRRPT-REC.
061700
061800     MOVE SPACES TO CWS-REPORT-COUNT-LINE.
061900     MOVE 'CUSTOMERS SCREENED' TO CWSC-LABEL.
062000     MOVE CWS-SCREENED-COUNT TO CWSC-COUNT.
062100     MOVE CWS-REPORT-COUNT-LINE TO WSCRRPT-REC.
062200     WRITE WSCRRPT-REC.
062300
062400     MOVE SPACES TO CWS-REPORT-COUNT-LINE.
062500     MOVE 'CUSTOMERS CLOSED, MERGED OR UNNAMED' TO CWSC-LABEL.
062600     MOVE CWS-SKIPPED-COUNT TO CWSC-COUNT.
062700     MOVE CWS-REPORT-COUNT-LINE TO WSCRRPT-REC.
062800     WRITE WSCRRPT-REC.
062900
063000     MOVE SPACES TO CWS-REPORT-COUNT-LINE.
063100     MOVE 'MATCHES ALREADY CLEARED BY REVIEW' TO CWSC-LABEL.
063200     MOVE CWS-CLEARED-COUNT TO CWSC-COUNT.
063300     MOVE CWS-REPORT-COUNT-LINE TO WSCRRPT-REC.
063400     WRITE WSCRRPT-REC.
063500
063600     MOVE SPACES TO CWS-REPORT-COUNT-LINE.
063700     MOVE 'MATCHES NEWLY RAISED' TO CWSC-LABEL.
063800     MOVE CWS-NEW-HIT-COUNT TO CWSC-COUNT.
063900     MOVE CWS-REPORT-COUNT-LINE TO WSCRRPT-REC.
064000     WRITE WSCRRPT-REC.
064100
064200     MOVE SPACES TO CWS-REPORT-COUNT-LINE.
064300     MOVE 'MATCHES PENDING REVIEW' TO CWSC-LABEL.
064400     MOVE CWS-PENDING-HIT-COUNT TO CWSC-COUNT.
064500     MOVE CWS-REPORT-COUNT-LINE TO WSCRRPT-REC.
064600     WRITE WSCRRPT-REC.
064700
064800     MOVE SPACES TO CWS-REPORT-COUNT-LINE.
064900     MOVE 'MATCHES CONFIRMED BY REVIEW' TO CWSC-LABEL.
065000     MOVE CWS-CONFIRMED-HIT-COUNT TO CWSC-COUNT.
065100     MOVE CWS-REPORT-COUNT-LINE TO WSCRRPT-REC.
065200     WRITE WSCRRPT-REC.
065300
065400     IF CWS-NEW-HIT-COUNT > ZERO
065500        OR CWS-PENDING-HIT-COUNT > ZERO
065600        OR CWS-CONFIRMED-HIT-COUNT > ZERO
065700        MOVE 4 TO RETURN-CODE
065800     END-IF.
065900 8000-EXIT.
066000     EXIT.
066100
066102******************************************************************
066104* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
066106* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
066108******************************************************************
066110 8800-WRITE-CONTROL-TOTALS.
066112     MOVE 'CUSTWSCR'               TO CTP-JOB-NAME.
066114     SET CTP-FRESH-RUN TO TRUE.
066116     MOVE SPACES                   TO CTP-DATA-DATE.
066118     MOVE 'CUSTOMERS READ'         TO CTP-COUNT-NAME (1).
066120     MOVE CWS-CUSTOMER-COUNT       TO CTP-COUNT-VALUE (1).
066122     MOVE 'CUSTOMERS SCREENED'     TO CTP-COUNT-NAME (2).
066124     MOVE CWS-SCREENED-COUNT       TO CTP-COUNT-VALUE (2).
066126     MOVE 'CUSTOMERS SKIPPED'      TO CTP-COUNT-NAME (3).
066128     MOVE CWS-SKIPPED-COUNT        TO CTP-COUNT-VALUE (3).
066130     MOVE 'NEW HITS'               TO CTP-COUNT-NAME (4).
066132     MOVE CWS-NEW-HIT-COUNT        TO CTP-COUNT-VALUE (4).
066134     MOVE 4                        TO CTP-COUNT-USED.
066136     CALL CWS-CTLTOT-PGM USING CWS-CTLTOT-PARMS.
066138 8800-EXIT.
066140     EXIT.
066142
066200******************************************************************
066300* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
066400******************************************************************
066500 9000-TERMINATE.
066600     IF CWS-RESCREEN-NEEDED
066700        CLOSE BNKCUST
066800        CLOSE BNKWHIT
066900     END-IF.
067000     CLOSE BNKWLST.
067100     CLOSE WLSHITS.
067200     CLOSE WSCRRPT.
067300 9000-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700* 9900-FATAL-ERROR - SAY WHY AND STOP BEFORE THE CONTROL RECORD  *
067800* IS STAMPED, SO THE NEXT RUN SCREENS THE LIST AGAIN             *
067900******************************************************************
068000 9900-FATAL-ERROR.
068100     DISPLAY 'CUSTWSCR - ' CWS-FATAL-MSG.
068200     MOVE 16 TO RETURN-CODE.
068300     STOP RUN.
068400 9900-EXIT.
068500     EXIT.
