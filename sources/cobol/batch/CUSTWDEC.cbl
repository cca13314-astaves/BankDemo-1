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
002000* PROGRAM:     CUSTWDEC.CBL                                      *
002100* FUNCTION:    WATCH-LIST REVIEW DECISIONS - APPLIES EACH        *
002200*              COMPLIANCE REVIEWER'S DECISION ON A BNKWHIT HIT   *
002300*              (CLEARED - NOT THE LISTED PERSON, OR CONFIRMED -  *
002400*              THE LISTED PERSON) AND RECORDS IT ON THE AUDIT    *
002500*              STREAM AS ACTION W UNDER THE REVIEWER'S USER ID.  *
002600*              A CLEARED HIT NO LONGER HOLDS THE CUSTOMER, SO A  *
002700*              HELD ADD CAN BE RE-PRESENTED AND GO THROUGH; A    *
002800*              CONFIRMED HIT REFUSES IT.  A DECISION MAY BE      *
002900*              REVERSED BY A LATER ONE, AND BOTH ARE AUDITED     *
003000*                                                                *
003100* INPUT:       WDECTRN  - SEQUENTIAL, ONE DECISION PER RECORD:   *
003200*                        COLS 1-30  CUSTOMER NAME AS HELD        *
003300*                        COLS 31-38 DATE OF BIRTH YYYYMMDD       *
003400*                        COLS 39-48 LIST ENTRY ID                *
003500*                        COL  49    C CLEARED, F CONFIRMED       *
003600*                        COLS 50-57 REVIEWER'S USER ID           *
003700*                        (THE FIRST THREE ARE THE HIT'S KEY, AS  *
003800*                        CUSTWSCR'S HITS FILE AND REPORT SHOW)   *
003900* I-O:         BNKWHIT  - WATCH-LIST HITS FILE                   *
004000*              CUSTHST  - CUSTOMER CHANGE-HISTORY FILE           *
004100* OUTPUT:      CUSTAUDF - ONE W AUDIT ENTRY PER DECISION APPLIED *
004200*              DECLOG   - CONTROL REPORT, ONE LINE PER DECISION  *
004300*                        AND CLOSING TOTALS                      *
004400*              DECREJ   - REJECTED DECISIONS, UNCHANGED          *
004500******************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.
004800     CUSTWDEC.
004900 AUTHOR.
005000     BATCH SUPPORT.
005100 INSTALLATION.
005200     BANKDEMO.
005300 DATE-WRITTEN.
005400     15 OCT 2026.
005500 DATE-COMPILED.
005600     TODAY.
005700******************************************************************
005800* MODIFICATION HISTORY                                          *
005900* DATE       INIT  DESCRIPTION                                  *
006000* 15OCT26    BS    INITIAL VERSION - REVIEWER DECISIONS ON       *
006100*                  WATCH-LIST HITS, AUDITED AS ACTION W          *
006120* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006140*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006200******************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.
006600     IBM-370.
006700 OBJECT-COMPUTER.
006800     IBM-370.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT WDECTRN ASSIGN TO "WDECTRN"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS CWD-WDECTRN-STATUS.
007400
007500     SELECT BNKWHIT ASSIGN TO "BNKWHIT"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS WHT-KEY OF BNKWHIT-REC
007900         FILE STATUS IS CWD-BNKWHIT-STATUS.
008000
008100     SELECT CUSTHST ASSIGN TO "CUSTHST"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS CHJ-KEY
008500         FILE STATUS IS CWD-CUSTHST-STATUS.
008600
008700     SELECT CUSTAUDF ASSIGN TO "CUSTAUDF"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS CWD-CUSTAUDF-STATUS.
009000
009100     SELECT DECLOG ASSIGN TO "DECLOG"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS CWD-DECLOG-STATUS.
009400
009500     SELECT DECREJ ASSIGN TO "DECREJ"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS CWD-DECREJ-STATUS.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  WDECTRN
010200     RECORDING MODE IS F.
010300 01  WDECTRN-REC.
010400     05  CWD-TRN-NAME                PIC X(30).
010500     05  CWD-TRN-DOB                 PIC X(08).
010600     05  CWD-TRN-ENTRY-ID            PIC X(10).
010700     05  CWD-TRN-DECISION            PIC X(01).
010800         88  CWD-TRN-CLEAR                VALUE 'C'.
010900         88  CWD-TRN-CONFIRM              VALUE 'F'.
011000     05  CWD-TRN-REVIEWER            PIC X(08).
011100     05  FILLER                      PIC X(23).
011200
011300 FD  BNKWHIT
011400     RECORDING MODE IS F.
011500 01  BNKWHIT-REC.
011600 COPY CUSTWHT.
011700
011800 FD  CUSTHST
011900     RECORDING MODE IS F.
012000 01  CUSTHST-REC.
012100 COPY CUSTHST.
012200
012300******************************************************************
012400* THE AUDIT ENTRY IS BUILT IN WORKING STORAGE (WS-AUDIT-REC)     *
012500* AND MOVED HERE WHOLE - THE FD CARRIES ONLY THE RAW RECORD      *
012600******************************************************************
012700 FD  CUSTAUDF
012800     RECORDING MODE IS F.
012900 01  CUSTAUDF-REC                    PIC X(575).
013000
013100 FD  DECLOG
013200     RECORDING MODE IS F.
013300 01  DECLOG-REC                      PIC X(132).
013400
013500 FD  DECREJ
013600     RECORDING MODE IS F.
013700 01  DECREJ-REC                      PIC X(80).
013800
013900 WORKING-STORAGE SECTION.
014000 01  CWD-FILE-STATUS-GROUP.
014100     05  CWD-WDECTRN-STATUS          PIC X(02).
014200         88  CWD-WDECTRN-OK               VALUE '00'.
014300         88  CWD-WDECTRN-EOF              VALUE '10'.
014400     05  CWD-BNKWHIT-STATUS          PIC X(02).
014500         88  CWD-BNKWHIT-OK               VALUE '00'.
014600     05  CWD-CUSTHST-STATUS          PIC X(02).
014700         88  CWD-CUSTHST-OK               VALUE '00'.
014800         88  CWD-CUSTHST-FILE-MISSING     VALUE '35'.
014900     05  CWD-CUSTAUDF-STATUS         PIC X(02).
015000         88  CWD-CUSTAUDF-OK              VALUE '00'.
015100         88  CWD-CUSTAUDF-FILE-MISSING    VALUE '35'.
015200     05  CWD-DECLOG-STATUS           PIC X(02).
015300         88  CWD-DECLOG-OK                VALUE '00'.
015400     05  CWD-DECREJ-STATUS           PIC X(02).
015500         88  CWD-DECREJ-OK                VALUE '00'.
015600
015700 01  CWD-SWITCHES.
015800     05  CWD-WDECTRN-EOF-SW          PIC X(01)
015900         VALUE 'N'.
016000         88  CWD-WDECTRN-AT-EOF           VALUE 'Y'.
016100     05  CWD-CURRENT-REC-VALID-SW    PIC X(01)
016200         VALUE 'Y'.
016300         88  CWD-CURRENT-REC-VALID        VALUE 'Y'.
016400         88  CWD-CURRENT-REC-INVALID      VALUE 'N'.
016500
016600 77  CWD-INPUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
016700 77  CWD-CLEARED-COUNT               PIC 9(09) COMP VALUE ZERO.
016800 77  CWD-CONFIRMED-COUNT             PIC 9(09) COMP VALUE ZERO.
016900 77  CWD-REJECTED-COUNT              PIC 9(09) COMP VALUE ZERO.
017000 77  CWD-REJECT-REASON               PIC X(45) VALUE SPACES.
017100 77  CWD-FATAL-MSG                   PIC X(60) VALUE SPACES.
017200 77  CWD-DATE-TIME                   PIC X(21).
017300 77  CWD-AUDIT-SEQ                   PIC 9(07).
017400 77  CWD-RUN-DATE                    PIC 9(08) VALUE ZERO.
017500 77  CWD-UPPER-NAME                  PIC X(30).
017520 77  CWD-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
017540
017560 01  CWD-CTLTOT-PARMS.
017580 COPY CUSTCTP.
017600
017700******************************************************************
017800* THE HIT EITHER SIDE OF THE DECISION FOR THE BEFORE AND AFTER   *
017900* IMAGES OF THE AUDIT ENTRY                                      *
018000******************************************************************
018100 01  CWD-BEFORE-HIT.
018200 COPY CUSTWHT.
018300
018400 01  CWD-AFTER-HIT.
018500 COPY CUSTWHT.
018600
018700 01  WS-AUDIT-REC.
018800 COPY CUSTAUD.
018900
019000 01  CWD-REPORT-HEADING1.
019100     05  FILLER                      PIC X(44)
019200         VALUE 'CUSTWDEC - WATCH-LIST REVIEW DECISIONS'.
019300     05  FILLER                      PIC X(88) VALUE SPACES.
019400
019500 01  CWD-REPORT-HEADING2.
019600     05  FILLER                      PIC X(11)
019700         VALUE '      SEQ  '.
019800     05  FILLER                      PIC X(32)
019900         VALUE 'NAME'.
020000     05  FILLER                      PIC X(12)
020100         VALUE 'LIST ENTRY'.
020200     05  FILLER                      PIC X(12)
020300         VALUE 'CUSTOMER'.
020400     05  FILLER                      PIC X(10)
020500         VALUE 'REVIEWER'.
020600     05  FILLER                      PIC X(12)
020700         VALUE 'STATUS'.
020800     05  FILLER                      PIC X(43)
020900         VALUE 'REASON'.
021000
021100 01  CWD-REPORT-DETAIL-LINE.
021200     05  CWDD-INPUT-SEQ              PIC ZZZZZZZZ9.
021300     05  FILLER                      PIC X(02) VALUE SPACES.
021400     05  CWDD-NAME                   PIC X(30).
021500     05  FILLER                      PIC X(02) VALUE SPACES.
021600     05  CWDD-ENTRY-ID               PIC X(10).
021700     05  FILLER                      PIC X(02) VALUE SPACES.
021800     05  CWDD-CUST-PID               PIC X(10).
021900     05  FILLER                      PIC X(02) VALUE SPACES.
022000     05  CWDD-REVIEWER               PIC X(08).
022100     05  FILLER                      PIC X(02) VALUE SPACES.
022200     05  CWDD-STATUS                 PIC X(10).
022300     05  FILLER                      PIC X(02) VALUE SPACES.
022400     05  CWDD-REASON                 PIC X(43).
022500
022600 01  CWD-REPORT-COUNT-LINE.
022700     05  CWDC-LABEL                  PIC X(40).
022800     05  CWDC-COUNT                  PIC ZZZZZZZZ9.
022900     05  FILLER                      PIC X(83) VALUE SPACES.
023000
023100******************************************************************
023200* MAINLINE                                                       *
023300******************************************************************
023400 PROCEDURE DIVISION.
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023700     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
023800         UNTIL CWD-WDECTRN-AT-EOF.
023900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
023950     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     STOP RUN.
024200
024300******************************************************************
024400* 1000-INITIALIZE - OPEN FILES, CREATING THE HISTORY AND AUDIT   *
024500* DATASETS THE FIRST TIME THROUGH, EXACTLY AS CUSTMNT DOES.  A   *
024600* HITS FILE THAT WILL NOT OPEN IS FATAL                          *
024700******************************************************************
024800 1000-INITIALIZE.
024900     MOVE FUNCTION CURRENT-DATE (1:8) TO CWD-RUN-DATE.
025000     OPEN INPUT WDECTRN.
025100     IF NOT CWD-WDECTRN-OK
025200        STRING 'UNABLE TO OPEN WDECTRN - STATUS '
025300                           DELIMITED BY SIZE
025400               CWD-WDECTRN-STATUS DELIMITED BY SIZE
025500          INTO CWD-FATAL-MSG
025600        END-STRING
025700        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
025800     END-IF.
025900
026000     OPEN I-O BNKWHIT.
026100     IF NOT CWD-BNKWHIT-OK
026200        STRING 'UNABLE TO OPEN BNKWHIT - STATUS '
026300                           DELIMITED BY SIZE
026400               CWD-BNKWHIT-STATUS DELIMITED BY SIZE
026500          INTO CWD-FATAL-MSG
026600        END-STRING
026700        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
026800     END-IF.
026900
027000     OPEN I-O CUSTHST.
027100     IF NOT CWD-CUSTHST-OK
027200        IF CWD-CUSTHST-FILE-MISSING
027300           OPEN OUTPUT CUSTHST
027400           CLOSE       CUSTHST
027500           OPEN I-O    CUSTHST
027600        ELSE
027700           STRING 'UNABLE TO OPEN CUSTHST - STATUS '
027800                              DELIMITED BY SIZE
027900                  CWD-CUSTHST-STATUS DELIMITED BY SIZE
028000             INTO CWD-FATAL-MSG
028100           END-STRING
028200           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
028300        END-IF
028400     END-IF.
028500
028600     OPEN EXTEND CUSTAUDF.
028700     IF NOT CWD-CUSTAUDF-OK
028800        IF CWD-CUSTAUDF-FILE-MISSING
028900           OPEN OUTPUT CUSTAUDF
029000        ELSE
029100           STRING 'UNABLE TO OPEN CUSTAUDF - STATUS '
029200                              DELIMITED BY SIZE
029300                  CWD-CUSTAUDF-STATUS DELIMITED BY SIZE
029400             INTO CWD-FATAL-MSG
029500           END-STRING
029600           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
029700        END-IF
029800     END-IF.
029900
030000     OPEN OUTPUT DECLOG.
030100     OPEN OUTPUT DECREJ.
030200     MOVE CWD-REPORT-HEADING1 TO DECLOG-REC.
030300     WRITE DECLOG-REC.
030400     MOVE SPACES TO DECLOG-REC.
030500     WRITE DECLOG-REC.
030600     MOVE CWD-REPORT-HEADING2 TO DECLOG-REC.
030700     WRITE DECLOG-REC.
030800
030900     PERFORM 1100-READ-WDECTRN THRU 1100-EXIT.
031000 1000-EXIT.
031100     EXIT.
031200
031300******************************************************************
031400* 1100-READ-WDECTRN - READ ONE DECISION, COUNTING IT             *
031500******************************************************************
031600 1100-READ-WDECTRN.
031700     READ WDECTRN.
031800     IF CWD-WDECTRN-EOF
031900        SET CWD-WDECTRN-AT-EOF TO TRUE
032000     ELSE
032100        ADD 1 TO CWD-INPUT-COUNT
032200     END-IF.
032300 1100-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700* 2000-PROCESS-INPUT - APPLY ONE DECISION OR REJECT IT.  THE     *
032800* NAME IS UPPER-CASED AS THE SCREENS KEYED IT                    *
032900******************************************************************
033000 2000-PROCESS-INPUT.
033100     SET CWD-CURRENT-REC-VALID TO TRUE.
033200     MOVE SPACES TO CWD-REJECT-REASON.
033300     MOVE SPACES TO CWD-BEFORE-HIT.
033400     MOVE CWD-TRN-NAME TO CWD-UPPER-NAME.
033500     INSPECT CWD-UPPER-NAME CONVERTING
033600             'abcdefghijklmnopqrstuvwxyz'
033700          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
033800
033900     PERFORM 3000-VALIDATE-DECISION THRU 3000-EXIT.
034000     IF CWD-CURRENT-REC-VALID
034100        PERFORM 4000-APPLY-DECISION THRU 4000-EXIT
034200     END-IF.
034300
034400     IF CWD-CURRENT-REC-VALID
034500        IF CWD-TRN-CLEAR
034600           ADD 1 TO CWD-CLEARED-COUNT
034700        ELSE
034800           ADD 1 TO CWD-CONFIRMED-COUNT
034900        END-IF
035000     ELSE
035100        ADD 1 TO CWD-REJECTED-COUNT
035200        PERFORM 7100-WRITE-REJECT-RECORD THRU 7100-EXIT
035300     END-IF.
035400     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
035500     PERFORM 1100-READ-WDECTRN THRU 1100-EXIT.
035600 2000-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000* 3000-VALIDATE-DECISION - A DECISION NEEDS A REVIEWER AND A     *
036100* KNOWN DECISION CODE, AND THE HIT MUST BE ON FILE.  A DECISION  *
036200* THE HIT ALREADY CARRIES CHANGES NOTHING AND IS REJECTED        *
036300******************************************************************
036400 3000-VALIDATE-DECISION.
036500     EVALUATE TRUE
036600        WHEN CWD-TRN-REVIEWER = SPACES
036700           SET CWD-CURRENT-REC-INVALID TO TRUE
036800           MOVE 'REVIEWER USER ID IS BLANK' TO CWD-REJECT-REASON
036900        WHEN NOT CWD-TRN-CLEAR
037000         AND NOT CWD-TRN-CONFIRM
037100           SET CWD-CURRENT-REC-INVALID TO TRUE
037200           MOVE 'DECISION NOT C OR F' TO CWD-REJECT-REASON
037300        WHEN CWD-TRN-DOB NOT NUMERIC
037400           SET CWD-CURRENT-REC-INVALID TO TRUE
037500           MOVE 'DATE OF BIRTH NOT NUMERIC' TO CWD-REJECT-REASON
037600        WHEN OTHER
037700           CONTINUE
037800     END-EVALUATE.
037900     IF CWD-CURRENT-REC-INVALID
038000        GO TO 3000-EXIT
038100     END-IF.
038200
038300     MOVE CWD-UPPER-NAME   TO WHT-CUST-NAME OF BNKWHIT-REC.
038400     MOVE CWD-TRN-DOB      TO WHT-CUST-DOB OF BNKWHIT-REC.
038500     MOVE CWD-TRN-ENTRY-ID TO WHT-ENTRY-ID OF BNKWHIT-REC.
038600     READ BNKWHIT
038700         KEY IS WHT-KEY OF BNKWHIT-REC
038800         INVALID KEY
038900            CONTINUE
039000     END-READ.
039100     EVALUATE TRUE
039200        WHEN NOT CWD-BNKWHIT-OK
039300           SET CWD-CURRENT-REC-INVALID TO TRUE
039400           MOVE 'WATCH-LIST HIT NOT FOUND' TO CWD-REJECT-REASON
039500        WHEN CWD-TRN-CLEAR
039600         AND WHT-CLEARED OF BNKWHIT-REC
039700           SET CWD-CURRENT-REC-INVALID TO TRUE
039800           MOVE 'HIT IS ALREADY CLEARED' TO CWD-REJECT-REASON
039900        WHEN CWD-TRN-CONFIRM
040000         AND WHT-CONFIRMED OF BNKWHIT-REC
040100           SET CWD-CURRENT-REC-INVALID TO TRUE
040200           MOVE 'HIT IS ALREADY CONFIRMED' TO CWD-REJECT-REASON
040300        WHEN OTHER
040400           MOVE BNKWHIT-REC TO CWD-BEFORE-HIT
040500     END-EVALUATE.
040600 3000-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000* 4000-APPLY-DECISION - RECORD THE DECISION, THE REVIEWER AND    *
041100* THE DATE ON THE HIT STILL CURRENT FROM THE READ IN 3000 AND    *
041200* REWRITE IT, THEN AUDIT IT                                      *
041300******************************************************************
041400 4000-APPLY-DECISION.
041500     MOVE CWD-BEFORE-HIT TO CWD-AFTER-HIT.
041600     IF CWD-TRN-CLEAR
041700        SET WHT-CLEARED OF CWD-AFTER-HIT TO TRUE
041800     ELSE
041900        SET WHT-CONFIRMED OF CWD-AFTER-HIT TO TRUE
042000     END-IF.
042100     MOVE CWD-TRN-REVIEWER TO WHT-REVIEW-USERID OF CWD-AFTER-HIT.
042200     MOVE CWD-RUN-DATE     TO WHT-REVIEW-DATE OF CWD-AFTER-HIT.
042300     MOVE CWD-AFTER-HIT TO BNKWHIT-REC.
042400     REWRITE BNKWHIT-REC
042500         INVALID KEY
042600            CONTINUE
042700     END-REWRITE.
042800     IF NOT CWD-BNKWHIT-OK
042900        SET CWD-CURRENT-REC-INVALID TO TRUE
043000        MOVE 'REWRITE TO BNKWHIT FAILED' TO CWD-REJECT-REASON
043100        GO TO 4000-EXIT
043200     END-IF.
043300
043400     MOVE SPACES TO WS-AUDIT-REC.
043500     SET CAJ-ACTION-SCREEN TO TRUE.
043600     MOVE CWD-BEFORE-HIT TO CAJ-BEFORE-IMAGE.
043700     MOVE CWD-AFTER-HIT  TO CAJ-AFTER-IMAGE.
043800     PERFORM 7600-WRITE-AUDIT-ENTRY THRU 7600-EXIT.
043900 4000-EXIT.
044000     EXIT.
044100
044200******************************************************************
044300* 7000-WRITE-DETAIL-LINE - ONE REPORT LINE PER DECISION          *
044400******************************************************************
044500 7000-WRITE-DETAIL-LINE.
044600     MOVE SPACES            TO CWD-REPORT-DETAIL-LINE.
044700     MOVE CWD-INPUT-COUNT   TO CWDD-INPUT-SEQ.
044800     MOVE CWD-UPPER-NAME    TO CWDD-NAME.
044900     MOVE CWD-TRN-ENTRY-ID  TO CWDD-ENTRY-ID.
045000     MOVE CWD-TRN-REVIEWER  TO CWDD-REVIEWER.
045100     MOVE CWD-REJECT-REASON TO CWDD-REASON.
045200     MOVE WHT-CUST-PID OF CWD-BEFORE-HIT TO CWDD-CUST-PID.
045300     EVALUATE TRUE
045400        WHEN CWD-CURRENT-REC-INVALID
045500           MOVE 'REJECTED'  TO CWDD-STATUS
045600        WHEN CWD-TRN-CLEAR
045700           MOVE 'CLEARED'   TO CWDD-STATUS
045800        WHEN OTHER
045900           MOVE 'CONFIRMED' TO CWDD-STATUS
046000     END-EVALUATE.
046100     MOVE CWD-REPORT-DETAIL-LINE TO DECLOG-REC.
046200     WRITE DECLOG-REC.
046300 7000-EXIT.
046400     EXIT.
046500
046600******************************************************************
046700* 7100-WRITE-REJECT-RECORD - THE DECISION, UNCHANGED, ONTO THE   *
046800* REJECT FILE SO COMPLIANCE CAN CORRECT IT                       *
046900******************************************************************
047000 7100-WRITE-REJECT-RECORD.
047100     MOVE WDECTRN-REC TO DECREJ-REC.
047200     WRITE DECREJ-REC.
047300 7100-EXIT.
047400     EXIT.
047500
047600******************************************************************
047700* 7600-WRITE-AUDIT-ENTRY - THE DECISION GOES ONTO CUSTAUDF UNDER *
047800* THE REVIEWER'S USER ID, AND ONTO CUSTHST UNDER THE CUSTOMER    *
047900* WHEN THERE IS ONE - A HELD ADD NEVER MADE HAS NO HISTORY TO    *
048000* FILE IT UNDER.  THE TIMESTAMP CARRIES THE INPUT SEQUENCE THE   *
048100* SAME WAY CUSTMNT'S DOES                                        *
048200******************************************************************
048300 7600-WRITE-AUDIT-ENTRY.
048400     MOVE FUNCTION CURRENT-DATE TO CWD-DATE-TIME.
048500     MOVE CWD-TRN-REVIEWER TO CAJ-USERID.
048600     MOVE CWD-INPUT-COUNT TO CWD-AUDIT-SEQ.
048700     STRING
048800       CWD-DATE-TIME(1:8)  DELIMITED BY SIZE
048900       '-'                 DELIMITED BY SIZE
049000       CWD-DATE-TIME(9:6)  DELIMITED BY SIZE
049100       '-'                 DELIMITED BY SIZE
049200       CWD-AUDIT-SEQ       DELIMITED BY SIZE
049300     INTO CAJ-TIMESTAMP
049400     END-STRING.
049500     MOVE WHT-CUST-PID OF CWD-AFTER-HIT  TO CAJ-CUST-PID.
049600     MOVE WHT-CUST-NAME OF CWD-AFTER-HIT TO CAJ-CUST-NAME.
049700
049800     MOVE WS-AUDIT-REC TO CUSTAUDF-REC.
049900     WRITE CUSTAUDF-REC.
050000
050100     IF CAJ-CUST-PID NOT = SPACES
050200        MOVE CAJ-CUST-PID  TO CHJ-CUST-PID
050300        MOVE CAJ-TIMESTAMP TO CHJ-ENTRY-TIMESTAMP
050400        MOVE WS-AUDIT-REC  TO CHJ-AUDIT-ENTRY
050500        WRITE CUSTHST-REC
050600            INVALID KEY
050700               CONTINUE
050800        END-WRITE
050900     END-IF.
051000 7600-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS FOR THE RUN - THE   *
051500* DECISIONS READ BALANCE TO CLEARED PLUS CONFIRMED PLUS REJECTED *
051600******************************************************************
051700 8000-WRITE-TOTALS.
051800     MOVE SPACES TO DECLOG-REC.
051900     WRITE DECLOG-REC.
052000
052100     MOVE SPACES TO CWD-REPORT-COUNT-LINE.
052200     MOVE 'DECISIONS READ' TO CWDC-LABEL.
052300     MOVE CWD-INPUT-COUNT TO CWDC-COUNT.
052400     MOVE CWD-REPORT-COUNT-LINE TO DECLOG-REC.
052500     WRITE DECLOG-REC.
052600
052700     MOVE SPACES TO CWD-REPORT-COUNT-LINE.
052800     MOVE 'HITS CLEARED' TO CWDC-LABEL.
052900     MOVE CWD-CLEARED-COUNT TO CWDC-COUNT.
053000     MOVE CWD-REPORT-COUNT-LINE TO DECLOG-REC.
053100     WRITE DECLOG-REC.
053200
053300     MOVE SPACES TO CWD-REPORT-COUNT-LINE.
053400     MOVE 'HITS CONFIRMED' TO CWDC-LABEL.
053500     MOVE CWD-CONFIRMED-COUNT TO CWDC-COUNT.
053600     MOVE CWD-REPORT-COUNT-LINE TO DECLOG-REC.
053700     WRITE DECLOG-REC.
053800
053900     MOVE SPACES TO CWD-REPORT-COUNT-LINE.
054000     MOVE 'DECISIONS REJECTED' TO CWDC-LABEL.
054100     MOVE CWD-REJECTED-COUNT TO CWDC-COUNT.
054200     MOVE CWD-REPORT-COUNT-LINE TO DECLOG-REC.
054300     WRITE DECLOG-REC.
054400 8000-EXIT.
054500     EXIT.
054600
054602******************************************************************
054604* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
054606* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
054608******************************************************************
054610 8800-WRITE-CONTROL-TOTALS.
054612     MOVE 'CUSTWDEC'               TO CTP-JOB-NAME.
054614     SET CTP-FRESH-RUN TO TRUE.
054616     MOVE SPACES                   TO CTP-DATA-DATE.
054618     MOVE 'DECISIONS READ'         TO CTP-COUNT-NAME (1).
054620     MOVE CWD-INPUT-COUNT          TO CTP-COUNT-VALUE (1).
054622     MOVE 'HITS CLEARED'           TO CTP-COUNT-NAME (2).
054624     MOVE CWD-CLEARED-COUNT        TO CTP-COUNT-VALUE (2).
054626     MOVE 'HITS CONFIRMED'         TO CTP-COUNT-NAME (3).
054628     MOVE CWD-CONFIRMED-COUNT      TO CTP-COUNT-VALUE (3).
054630     MOVE 'REJECTED'               TO CTP-COUNT-NAME (4).
054632     MOVE CWD-REJECTED-COUNT       TO CTP-COUNT-VALUE (4).
054634     MOVE 4                        TO CTP-COUNT-USED.
054636     CALL CWD-CTLTOT-PGM USING CWD-CTLTOT-PARMS.
054638 8800-EXIT.
054640     EXIT.
054642
054700******************************************************************
054800* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
054900******************************************************************
055000 9000-TERMINATE.
055100     CLOSE WDECTRN.
055200     CLOSE BNKWHIT.
055300     CLOSE CUSTHST.
055400     CLOSE CUSTAUDF.
055500     CLOSE DECLOG.
055600     CLOSE DECREJ.
055700 9000-EXIT.
055800     EXIT.
055900
056000******************************************************************
056100* 9900-FATAL-ERROR - AN INPUT/OUTPUT FILE CAME UP IN A STATE     *
056200* WE CANNOT SAFELY CONTINUE FROM - SAY WHY AND STOP              *
056300******************************************************************
056400 9900-FATAL-ERROR.
056500     DISPLAY 'CUSTWDEC - ' CWD-FATAL-MSG.
056600     MOVE 16 TO RETURN-CODE.
056700     STOP RUN.
056800 9900-EXIT.
056900     EXIT.
