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
002000* PROGRAM:     CUSTRHOM.CBL                                      *
002100* FUNCTION:    BRANCH CLOSURE RE-HOMING RUN - MOVES EVERY        *
002200*              CUSTOMER CARRYING THE SORT CODE OF A CLOSED       *
002300*              BRANCH TO THE SUCCESSOR BRANCH NAMED ON ITS       *
002400*              BNKBRN RECORD.  WHERE CORE BANKING RENUMBERS THE  *
002500*              ACCOUNTS AS THEY MOVE, THE NEW ACCOUNT NUMBER IS  *
002600*              TAKEN FROM ITS ACCOUNT-MAPPING FILE.  EACH MOVE   *
002700*              IS AN ORDINARY UPDATE ON THE AUDIT STREAM AND THE *
002800*              CUSTHST HISTORY, SO CUSTDELT TELLS THE CRM, AND   *
002900*              THE ACTIVE BNKCREL HOLDER LINKS ON THE CLOSED     *
003000*              BRANCH ARE ENDED AND RE-WRITTEN AT THE SUCCESSOR. *
003100*              BNKCUST IS COUNTED FOR BOTH BRANCHES BEFORE AND   *
003200*              AFTER THE MOVE AND THE CONTROL REPORT PROVES THE  *
003300*              COUNTS BALANCE                                    *
003400*                                                                *
003500* INPUT:       RHOMPARM - RUN PARAMETERS, ONE RECORD:            *
003600*                        COLS 1-6 SORT CODE OF THE CLOSED BRANCH *
003700*                        COL 7    RESTART Y/N - Y PICKS UP FROM  *
003800*                                 THE RHOMRST CHECKPOINT,        *
003900*                                 ANYTHING ELSE CLEARS IT FIRST  *
004000*              BNKBRN   - BRANCH REFERENCE FILE                  *
004100*              ACCTMAP  - CORE BANKING ACCOUNT-MAPPING FILE,     *
004200*                        KEYED ON OLD SORT CODE AND ACCOUNT.     *
004300*                        OPTIONAL - WITHOUT IT EVERY ACCOUNT     *
004400*                        KEEPS ITS NUMBER                        *
004500* I-O:         BNKCUST  - CUSTOMER MASTER                        *
004600*              BNKCREL  - CUSTOMER-TO-ACCOUNT RELATIONSHIPS      *
004700*              CUSTHST  - CUSTOMER CHANGE-HISTORY FILE           *
004800*              RHOMRST  - SINGLE-RECORD RESTART CHECKPOINT SO A  *
004900*                        RUN THAT DIES MID-WAY CAN BE RESTARTED  *
005000*                        WITHOUT LOSING ITS COUNTS               *
005100* OUTPUT:      CUSTAUDF - ONE UPDATE AUDIT ENTRY PER CUSTOMER    *
005200*                        MOVED                                   *
005300*              RHOMLOG  - CONTROL REPORT - EXCEPTIONS, MOVE      *
005400*                        TOTALS AND THE BRANCH BALANCE           *
005500*                                                                *
005600* THE RUN ENDS RC 8 IF ANY CUSTOMER OR LINK COULD NOT BE MOVED   *
005700* OR THE BRANCH COUNTS DO NOT BALANCE, AND RC 16 IF THE BRANCH   *
005800* IS NOT CLOSED OR HAS NO OPEN SUCCESSOR                         *
005900******************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID.
006200     CUSTRHOM.
006300 AUTHOR.
006400     BATCH SUPPORT.
006500 INSTALLATION.
006600     BANKDEMO.
006700 DATE-WRITTEN.
006800     15 OCT 2026.
006900 DATE-COMPILED.
007000     TODAY.
007100******************************************************************
007200* MODIFICATION HISTORY                                          *
007300* DATE       INIT  DESCRIPTION                                  *
007400* 15OCT26    BS    INITIAL VERSION - RE-HOME THE CUSTOMERS OF A  *
007500*                  CLOSED BRANCH ONTO ITS SUCCESSOR BRANCH       *
007520* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
007540*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
007600******************************************************************
007700 ENVIRONMENT DIVISION.
007800 CONFIGURATION SECTION.
007900 SOURCE-COMPUTER.
008000     IBM-370.
008100 OBJECT-COMPUTER.
008200     IBM-370.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     SELECT RHOMPARM ASSIGN TO "RHOMPARM"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS CRH-RHOMPARM-STATUS.
008800
008900     SELECT BNKBRN ASSIGN TO "BNKBRN"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS BRN-REC-SORT-CODE OF BNKBRN-REC
009300         FILE STATUS IS CRH-BNKBRN-STATUS.
009400
009500     SELECT ACCTMAP ASSIGN TO "ACCTMAP"
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS CRH-MAP-KEY
009900         FILE STATUS IS CRH-ACCTMAP-STATUS.
010000
010100     SELECT BNKCUST ASSIGN TO "BNKCUST"
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
010500         FILE STATUS IS CRH-BNKCUST-STATUS.
010600
010700     SELECT BNKCREL ASSIGN TO "BNKCREL"
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS DYNAMIC
011000         RECORD KEY IS REL-KEY
011100         FILE STATUS IS CRH-BNKCREL-STATUS.
011200
011300     SELECT CUSTHST ASSIGN TO "CUSTHST"
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS DYNAMIC
011600         RECORD KEY IS CHJ-KEY
011700         FILE STATUS IS CRH-CUSTHST-STATUS.
011800
011900     SELECT RHOMRST ASSIGN TO "RHOMRST"
012000         ORGANIZATION IS INDEXED
012100         ACCESS MODE IS DYNAMIC
012200         RECORD KEY IS CRH-RESTART-KEY
012300         FILE STATUS IS CRH-RHOMRST-STATUS.
012400
012500     SELECT CUSTAUDF ASSIGN TO "CUSTAUDF"
012600         ORGANIZATION IS SEQUENTIAL
012700         FILE STATUS IS CRH-CUSTAUDF-STATUS.
012800
012900     SELECT RHOMLOG ASSIGN TO "RHOMLOG"
013000         ORGANIZATION IS LINE SEQUENTIAL
013100         FILE STATUS IS CRH-RHOMLOG-STATUS.
013200
013300 DATA DIVISION.
013400 FILE SECTION.
013500 FD  RHOMPARM
013600     RECORDING MODE IS F.
013700 01  RHOMPARM-REC.
013800     05  CRH-PARM-SORT-CODE          PIC X(06).
013900     05  CRH-PARM-RESTART            PIC X(01).
014000     05  FILLER                      PIC X(73).
014100
014200 FD  BNKBRN
014300     RECORDING MODE IS F.
014400 01  BNKBRN-REC.
014500 COPY CBANKBRN.
014600
014700******************************************************************
014800* ONE RECORD PER ACCOUNT CORE BANKING RENUMBERS - THE OLD SORT   *
014900* CODE AND ACCOUNT IT IS KNOWN BY AT THE CLOSED BRANCH AND THE   *
015000* NUMBER IT TAKES AT THE SUCCESSOR                               *
015100******************************************************************
015200 FD  ACCTMAP
015300     RECORDING MODE IS F.
015400 01  ACCTMAP-REC.
015500     05  CRH-MAP-KEY.
015600         10  CRH-MAP-OLD-SORT-CODE   PIC 9(06).
015700         10  CRH-MAP-OLD-ACCOUNT-NO  PIC 9(08).
015800     05  CRH-MAP-NEW-ACCOUNT-NO      PIC 9(08).
015900     05  FILLER                      PIC X(58).
016000
016100 FD  BNKCUST
016200     RECORDING MODE IS F.
016300 01  BNKCUST-REC.
016400 COPY CBANKVCS.
016500
016600 FD  BNKCREL
016700     RECORDING MODE IS F.
016800 01  BNKCREL-REC.
016900 COPY CUSTREL.
017000
017100 FD  CUSTHST
017200     RECORDING MODE IS F.
017300 01  CUSTHST-REC.
017400 COPY CUSTHST.
017500
017600******************************************************************
017700* THE CHECKPOINT CARRIES THE BRANCH BEING EMPTIED, THE LAST      *
017800* CUSTOMER MOVED AND EVERY COUNT THE BALANCE NEEDS, SO A         *
017900* RESTARTED RUN REPORTS THE WHOLE MOVE, NOT JUST ITS OWN PART    *
018000******************************************************************
018100 FD  RHOMRST
018200     RECORDING MODE IS F.
018300 01  RHOMRST-REC.
018400     05  CRH-RESTART-KEY             PIC X(05).
018500     05  CRH-RESTART-SORT-CODE       PIC 9(06).
018600     05  CRH-RESTART-LAST-PID        PIC X(10).
018700     05  CRH-RESTART-RUN-DATE        PIC 9(08).
018800     05  CRH-RESTART-CLOSED-BEFORE   PIC 9(09) COMP.
018900     05  CRH-RESTART-SUCC-BEFORE     PIC 9(09) COMP.
019000     05  CRH-RESTART-MOVED-ACTIVE    PIC 9(09) COMP.
019100     05  CRH-RESTART-MOVED-CLOSED    PIC 9(09) COMP.
019200     05  CRH-RESTART-MOVED-MERGED    PIC 9(09) COMP.
019300     05  CRH-RESTART-RENUMBERED      PIC 9(09) COMP.
019400     05  CRH-RESTART-LINKS-MOVED     PIC 9(09) COMP.
019500
019600******************************************************************
019700* THE AUDIT ENTRY IS BUILT IN WORKING STORAGE (WS-AUDIT-REC)     *
019800* AND MOVED HERE WHOLE - THE FD CARRIES ONLY THE RAW RECORD      *
019900******************************************************************
020000 FD  CUSTAUDF
020100     RECORDING MODE IS F.
020200 01  CUSTAUDF-REC                    PIC X(575).
020300
020400 FD  RHOMLOG
020500     RECORDING MODE IS F.
020600 01  RHOMLOG-REC                     PIC X(132).
020700
020800 WORKING-STORAGE SECTION.
020900 01  CRH-FILE-STATUS-GROUP.
021000     05  CRH-RHOMPARM-STATUS         PIC X(02).
021100         88  CRH-RHOMPARM-OK              VALUE '00'.
021200     05  CRH-BNKBRN-STATUS           PIC X(02).
021300         88  CRH-BNKBRN-OK                VALUE '00'.
021400     05  CRH-ACCTMAP-STATUS          PIC X(02).
021500         88  CRH-ACCTMAP-OK               VALUE '00'.
021600         88  CRH-ACCTMAP-FILE-MISSING     VALUE '35'.
021700     05  CRH-BNKCUST-STATUS          PIC X(02).
021800         88  CRH-BNKCUST-OK               VALUE '00'.
021900     05  CRH-BNKCREL-STATUS          PIC X(02).
022000         88  CRH-BNKCREL-OK               VALUE '00'.
022100         88  CRH-BNKCREL-DUPLICATE        VALUE '22'.
022200         88  CRH-BNKCREL-FILE-MISSING     VALUE '35'.
022300     05  CRH-CUSTHST-STATUS          PIC X(02).
022400         88  CRH-CUSTHST-OK               VALUE '00'.
022500         88  CRH-CUSTHST-FILE-MISSING     VALUE '35'.
022600     05  CRH-RHOMRST-STATUS          PIC X(02).
022700         88  CRH-RHOMRST-OK               VALUE '00'.
022800         88  CRH-RHOMRST-FILE-MISSING     VALUE '35'.
022900     05  CRH-CUSTAUDF-STATUS         PIC X(02).
023000         88  CRH-CUSTAUDF-OK              VALUE '00'.
023100         88  CRH-CUSTAUDF-FILE-MISSING    VALUE '35'.
023200     05  CRH-RHOMLOG-STATUS          PIC X(02).
023300         88  CRH-RHOMLOG-OK               VALUE '00'.
023400
023500 01  CRH-SWITCHES.
023600     05  CRH-BNKCUST-EOF-SW          PIC X(01)
023700         VALUE 'N'.
023800         88  CRH-BNKCUST-AT-EOF           VALUE 'Y'.
023900         88  CRH-BNKCUST-NOT-EOF          VALUE 'N'.
024000     05  CRH-BNKCREL-EOF-SW          PIC X(01)
024100         VALUE 'N'.
024200         88  CRH-BNKCREL-AT-EOF           VALUE 'Y'.
024300     05  CRH-RESTART-SW              PIC X(01)
024400         VALUE 'N'.
024500         88  CRH-RESTART-RUN              VALUE 'Y'.
024600     05  CRH-RESTART-FOUND-SW        PIC X(01)
024700         VALUE 'N'.
024800         88  CRH-RESTART-FOUND            VALUE 'Y'.
024900     05  CRH-MAP-SW                  PIC X(01)
025000         VALUE 'N'.
025100         88  CRH-MAP-AVAILABLE            VALUE 'Y'.
025200     05  CRH-BALANCE-SW              PIC X(01)
025300         VALUE 'Y'.
025400         88  CRH-COUNTS-BALANCE           VALUE 'Y'.
025500         88  CRH-COUNTS-OUT               VALUE 'N'.
025600
025700 77  CRH-CLOSED-SORT-CODE            PIC 9(06) VALUE ZERO.
025800 77  CRH-SUCC-SORT-CODE              PIC 9(06) VALUE ZERO.
025900 77  CRH-CLOSED-NAME                 PIC X(30) VALUE SPACES.
026000 77  CRH-SUCC-NAME                   PIC X(30) VALUE SPACES.
026100 77  CRH-NEW-ACCOUNT-NO              PIC 9(08) VALUE ZERO.
026200 77  CRH-LAST-PID                    PIC X(10) VALUE LOW-VALUES.
026300 77  CRH-CLOSED-BEFORE               PIC 9(09) COMP VALUE ZERO.
026400 77  CRH-SUCC-BEFORE                 PIC 9(09) COMP VALUE ZERO.
026500 77  CRH-CLOSED-AFTER                PIC 9(09) COMP VALUE ZERO.
026600 77  CRH-SUCC-AFTER                  PIC 9(09) COMP VALUE ZERO.
026700 77  CRH-CLOSED-COUNT                PIC 9(09) COMP VALUE ZERO.
026800 77  CRH-SUCC-COUNT                  PIC 9(09) COMP VALUE ZERO.
026900 77  CRH-MOVED-ACTIVE                PIC 9(09) COMP VALUE ZERO.
027000 77  CRH-MOVED-CLOSED                PIC 9(09) COMP VALUE ZERO.
027100 77  CRH-MOVED-MERGED                PIC 9(09) COMP VALUE ZERO.
027200 77  CRH-MOVED-TOTAL                 PIC 9(09) COMP VALUE ZERO.
027300 77  CRH-RENUMBERED                  PIC 9(09) COMP VALUE ZERO.
027400 77  CRH-LINKS-MOVED                 PIC 9(09) COMP VALUE ZERO.
027500 77  CRH-ERROR-COUNT                 PIC 9(09) COMP VALUE ZERO.
027600 77  CRH-EXPECTED                    PIC 9(09) COMP VALUE ZERO.
027700 77  CRH-ACTUAL                      PIC 9(09) COMP VALUE ZERO.
027800 77  CRH-REASON                      PIC X(45) VALUE SPACES.
027900 77  CRH-FATAL-MSG                   PIC X(60) VALUE SPACES.
028000 77  CRH-DATE-TIME                   PIC X(21).
028100 77  CRH-RUN-DATE                    PIC 9(08) VALUE ZERO.
028200 77  CRH-AUDIT-SEQ                   PIC 9(07).
028220 77  CRH-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
028240
028260 01  CRH-CTLTOT-PARMS.
028280 COPY CUSTCTP.
028300
028400 01  CRH-LINK-KEY.
028500     05  CRH-LINK-SORT-CODE          PIC 9(06).
028600     05  CRH-LINK-ACCOUNT-NO         PIC 9(08).
028700     05  CRH-LINK-PID                PIC X(10).
028800
028900******************************************************************
029000* THE CUSTOMER EITHER SIDE OF THE MOVE FOR THE BEFORE AND AFTER  *
029100* IMAGES OF THE AUDIT ENTRY                                      *
029200******************************************************************
029300 01  CRH-BEFORE-REC.
029400 COPY CBANKVCS.
029500
029600 01  CRH-AFTER-REC.
029700 COPY CBANKVCS.
029800
029900 01  WS-AUDIT-REC.
030000 COPY CUSTAUD.
030100
030200 01  CRH-REPORT-HEADING1.
030300     05  FILLER                      PIC X(44)
030400         VALUE 'CUSTRHOM - BRANCH CLOSURE CUSTOMER RE-HOMING'.
030500     05  FILLER                      PIC X(88) VALUE SPACES.
030600
030700 01  CRH-REPORT-BRANCH-LINE.
030800     05  CRHR-LABEL                  PIC X(20).
030900     05  CRHR-SORT-CODE              PIC 9(06).
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  CRHR-NAME                   PIC X(30).
031200     05  FILLER                      PIC X(74) VALUE SPACES.
031300
031400 01  CRH-REPORT-HEADING2.
031500     05  FILLER                      PIC X(44)
031600         VALUE 'CUSTOMERS AND LINKS NOT MOVED'.
031700     05  FILLER                      PIC X(88) VALUE SPACES.
031800
031900 01  CRH-REPORT-HEADING3.
032000     05  FILLER                      PIC X(12) VALUE 'CUSTOMER'.
032100     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
032200     05  FILLER                      PIC X(47) VALUE 'REASON'.
032300     05  FILLER                      PIC X(63) VALUE SPACES.
032400
032500 01  CRH-REPORT-DETAIL-LINE.
032600     05  CRHD-PID                    PIC X(10).
032700     05  FILLER                      PIC X(02) VALUE SPACES.
032800     05  CRHD-ACCOUNT-NO             PIC 9(08).
032900     05  FILLER                      PIC X(02) VALUE SPACES.
033000     05  CRHD-REASON                 PIC X(45).
033100     05  FILLER                      PIC X(65) VALUE SPACES.
033200
033300 01  CRH-REPORT-HEADING4.
033400     05  FILLER                      PIC X(44)
033500         VALUE 'BRANCH BALANCE - BNKCUST COUNTS'.
033600     05  FILLER                      PIC X(88) VALUE SPACES.
033700
033800 01  CRH-REPORT-HEADING5.
033900     05  FILLER                      PIC X(08) VALUE 'BRANCH'.
034000     05  FILLER                      PIC X(32) VALUE 'NAME'.
034100     05  FILLER                      PIC X(11) VALUE '   BEFORE'.
034200     05  FILLER                      PIC X(11) VALUE 'MOVED OUT'.
034300     05  FILLER                      PIC X(11) VALUE ' MOVED IN'.
034400     05  FILLER                      PIC X(11) VALUE ' EXPECTED'.
034500     05  FILLER                      PIC X(11) VALUE '    AFTER'.
034600     05  FILLER                      PIC X(37) VALUE 'RESULT'.
034700
034800 01  CRH-REPORT-BALANCE-LINE.
034900     05  CRHB-SORT-CODE              PIC X(06).
035000     05  FILLER                      PIC X(02) VALUE SPACES.
035100     05  CRHB-NAME                   PIC X(30).
035200     05  FILLER                      PIC X(02) VALUE SPACES.
035300     05  CRHB-BEFORE                 PIC ZZZZZZZZ9.
035400     05  FILLER                      PIC X(02) VALUE SPACES.
035500     05  CRHB-MOVED-OUT              PIC ZZZZZZZZ9.
035600     05  FILLER                      PIC X(02) VALUE SPACES.
035700     05  CRHB-MOVED-IN               PIC ZZZZZZZZ9.
035800     05  FILLER                      PIC X(02) VALUE SPACES.
035900     05  CRHB-EXPECTED               PIC ZZZZZZZZ9.
036000     05  FILLER                      PIC X(02) VALUE SPACES.
036100     05  CRHB-AFTER                  PIC ZZZZZZZZ9.
036200     05  FILLER                      PIC X(02) VALUE SPACES.
036300     05  CRHB-RESULT                 PIC X(14).
036400     05  FILLER                      PIC X(23) VALUE SPACES.
036500
036600 01  CRH-REPORT-COUNT-LINE.
036700     05  CRHC-LABEL                  PIC X(40).
036800     05  CRHC-COUNT                  PIC ZZZZZZZZ9.
036900     05  FILLER                      PIC X(83) VALUE SPACES.
037000
037100******************************************************************
037200* MAINLINE                                                       *
037300******************************************************************
037400 PROCEDURE DIVISION.
037500 0000-MAINLINE.
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037700     PERFORM 3000-MOVE-CUSTOMER THRU 3000-EXIT
037800         UNTIL CRH-BNKCUST-AT-EOF.
037900     PERFORM 4000-MOVE-LINKS THRU 4000-EXIT.
038000     PERFORM 5000-COUNT-AFTER THRU 5000-EXIT.
038100     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
038200     PERFORM 8500-WRITE-BALANCE THRU 8500-EXIT.
038250     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
038300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038400     IF CRH-ERROR-COUNT > 0
038500        OR CRH-COUNTS-OUT
038600        MOVE 8 TO RETURN-CODE
038700     END-IF.
038800     STOP RUN.
038900
039000******************************************************************
039100* 1000-INITIALIZE - READ THE PARAMETERS, PROVE THE BRANCH IS     *
039200* CLOSED WITH AN OPEN SUCCESSOR, OPEN THE FILES (CREATING THE    *
039300* HISTORY, AUDIT AND CHECKPOINT DATASETS THE FIRST TIME THROUGH) *
039400* AND POSITION THE MOVE - AT THE TOP OF BNKCUST ON A FRESH RUN,  *
039500* OR JUST PAST THE LAST CUSTOMER MOVED ON A RESTART              *
039600******************************************************************
039700 1000-INITIALIZE.
039800     MOVE FUNCTION CURRENT-DATE (1:8) TO CRH-RUN-DATE.
039900     OPEN OUTPUT RHOMLOG.
040000     MOVE CRH-REPORT-HEADING1 TO RHOMLOG-REC.
040100     WRITE RHOMLOG-REC.
040200     MOVE SPACES TO RHOMLOG-REC.
040300     WRITE RHOMLOG-REC.
040400
040500     OPEN INPUT RHOMPARM.
040600     IF NOT CRH-RHOMPARM-OK
040700        STRING 'UNABLE TO OPEN RHOMPARM - STATUS '
040800                           DELIMITED BY SIZE
040900               CRH-RHOMPARM-STATUS DELIMITED BY SIZE
041000          INTO CRH-FATAL-MSG
041100        END-STRING
041200        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
041300     END-IF.
041400     READ RHOMPARM
041500         AT END
041600            MOVE SPACES TO RHOMPARM-REC
041700     END-READ.
041800     CLOSE RHOMPARM.
041900     IF CRH-PARM-SORT-CODE NOT NUMERIC
042000        OR CRH-PARM-SORT-CODE = '000000'
042100        MOVE 'RHOMPARM DOES NOT CARRY A CLOSED BRANCH SORT CODE'
042200          TO CRH-FATAL-MSG
042300        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
042400     END-IF.
042500     MOVE CRH-PARM-SORT-CODE TO CRH-CLOSED-SORT-CODE.
042600     IF CRH-PARM-RESTART = 'Y'
042700        SET CRH-RESTART-RUN TO TRUE
042800     END-IF.
042900
043000     PERFORM 1100-VALIDATE-BRANCHES THRU 1100-EXIT.
043100
043200     OPEN I-O BNKCUST.
043300     IF NOT CRH-BNKCUST-OK
043400        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
043500                           DELIMITED BY SIZE
043600               CRH-BNKCUST-STATUS DELIMITED BY SIZE
043700          INTO CRH-FATAL-MSG
043800        END-STRING
043900        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
044000     END-IF.
044100
044200     OPEN I-O BNKCREL.
044300     IF NOT CRH-BNKCREL-OK
044400        IF CRH-BNKCREL-FILE-MISSING
044500           OPEN OUTPUT BNKCREL
044600           CLOSE       BNKCREL
044700           OPEN I-O    BNKCREL
044800        ELSE
044900           STRING 'UNABLE TO OPEN BNKCREL - STATUS '
045000                              DELIMITED BY SIZE
045100                  CRH-BNKCREL-STATUS DELIMITED BY SIZE
045200             INTO CRH-FATAL-MSG
045300           END-STRING
045400           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
045500        END-IF
045600     END-IF.
045700
045800     OPEN I-O CUSTHST.
045900     IF NOT CRH-CUSTHST-OK
046000        IF CRH-CUSTHST-FILE-MISSING
046100           OPEN OUTPUT CUSTHST
046200           CLOSE       CUSTHST
046300           OPEN I-O    CUSTHST
046400        ELSE
046500           STRING 'UNABLE TO OPEN CUSTHST - STATUS '
046600                              DELIMITED BY SIZE
046700                  CRH-CUSTHST-STATUS DELIMITED BY SIZE
046800             INTO CRH-FATAL-MSG
046900           END-STRING
047000           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
047100        END-IF
047200     END-IF.
047300
047400     OPEN EXTEND CUSTAUDF.
047500     IF NOT CRH-CUSTAUDF-OK
047600        IF CRH-CUSTAUDF-FILE-MISSING
047700           OPEN OUTPUT CUSTAUDF
047800        ELSE
047900           STRING 'UNABLE TO OPEN CUSTAUDF - STATUS '
048000                              DELIMITED BY SIZE
048100                  CRH-CUSTAUDF-STATUS DELIMITED BY SIZE
048200             INTO CRH-FATAL-MSG
048300           END-STRING
048400           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
048500        END-IF
048600     END-IF.
048700
048800     OPEN I-O RHOMRST.
048900     IF NOT CRH-RHOMRST-OK
049000        IF CRH-RHOMRST-FILE-MISSING
049100           OPEN OUTPUT RHOMRST
049200           CLOSE       RHOMRST
049300           OPEN I-O    RHOMRST
049400        ELSE
049500           STRING 'UNABLE TO OPEN RHOMRST - STATUS '
049600                              DELIMITED BY SIZE
049700                  CRH-RHOMRST-STATUS DELIMITED BY SIZE
049800             INTO CRH-FATAL-MSG
049900           END-STRING
050000           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
050100        END-IF
050200     END-IF.
050300
050400******************************************************************
050500* THE MAPPING FILE ONLY EXISTS WHEN CORE BANKING RENUMBERS THE   *
050600* ACCOUNTS - WITHOUT IT EVERY CUSTOMER KEEPS THEIR ACCOUNT       *
050700* NUMBER AND ONLY THE SORT CODE CHANGES                          *
050800******************************************************************
050900     OPEN INPUT ACCTMAP.
051000     IF CRH-ACCTMAP-OK
051100        SET CRH-MAP-AVAILABLE TO TRUE
051200     ELSE
051300        IF CRH-ACCTMAP-FILE-MISSING
051400           MOVE 'NO ACCTMAP FILE - ACCOUNT NUMBERS NOT CHANGED'
051500             TO RHOMLOG-REC
051600           WRITE RHOMLOG-REC
051700           MOVE SPACES TO RHOMLOG-REC
051800           WRITE RHOMLOG-REC
051900        ELSE
052000           STRING 'UNABLE TO OPEN ACCTMAP - STATUS '
052100                              DELIMITED BY SIZE
052200                  CRH-ACCTMAP-STATUS DELIMITED BY SIZE
052300             INTO CRH-FATAL-MSG
052400           END-STRING
052500           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
052600        END-IF
052700     END-IF.
052800
052900******************************************************************
053000* THE OPERATOR SAYS EXPLICITLY WHETHER THIS IS A RESTART, AS FOR *
053100* CUSTLOAD.  A FRESH RUN TAKES THE BEFORE COUNTS NOW, WHILE      *
053200* BNKCUST IS UNTOUCHED - A RESTART TAKES THEM FROM THE           *
053300* CHECKPOINT, SINCE PART OF THE BRANCH HAS ALREADY MOVED         *
053400******************************************************************
053500     IF CRH-RESTART-RUN
053600        PERFORM 1200-LOCATE-RESTART-POINT THRU 1200-EXIT
053700     END-IF.
053800     IF NOT CRH-RESTART-FOUND
053900        PERFORM 2000-COUNT-BRANCHES THRU 2000-EXIT
054000        MOVE CRH-CLOSED-COUNT TO CRH-CLOSED-BEFORE
054100        MOVE CRH-SUCC-COUNT   TO CRH-SUCC-BEFORE
054200        MOVE LOW-VALUES       TO CRH-LAST-PID
054300        PERFORM 7500-WRITE-RESTART-POINT THRU 7500-EXIT
054400     END-IF.
054500
054600     MOVE CRH-REPORT-HEADING2 TO RHOMLOG-REC.
054700     WRITE RHOMLOG-REC.
054800     MOVE CRH-REPORT-HEADING3 TO RHOMLOG-REC.
054900     WRITE RHOMLOG-REC.
055000
055100     SET CRH-BNKCUST-NOT-EOF TO TRUE.
055200     MOVE CRH-LAST-PID TO BCS-REC-PID OF BNKCUST-REC.
055300     START BNKCUST KEY IS GREATER THAN
055400         BCS-REC-PID OF BNKCUST-REC
055500         INVALID KEY
055600            SET CRH-BNKCUST-AT-EOF TO TRUE
055700     END-START.
055800     IF NOT CRH-BNKCUST-AT-EOF
055900        PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
056000     END-IF.
056100 1000-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500* 1100-VALIDATE-BRANCHES - THE BRANCH MUST BE ON BNKBRN AND      *
056600* CLOSED, AND ITS SUCCESSOR MUST BE ON FILE AND STILL OPEN -     *
056700* ANYTHING ELSE MEANS THE CLOSURE HAS NOT BEEN SET UP AND        *
056800* NOTHING IS MOVED                                               *
056900******************************************************************
057000 1100-VALIDATE-BRANCHES.
057100     OPEN INPUT BNKBRN.
057200     IF NOT CRH-BNKBRN-OK
057300        STRING 'UNABLE TO OPEN BNKBRN - STATUS '
057400                           DELIMITED BY SIZE
057500               CRH-BNKBRN-STATUS DELIMITED BY SIZE
057600          INTO CRH-FATAL-MSG
057700        END-STRING
057800        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
057900     END-IF.
058000
058100     MOVE CRH-CLOSED-SORT-CODE TO BRN-REC-SORT-CODE OF BNKBRN-REC.
058200     READ BNKBRN
058300         KEY IS BRN-REC-SORT-CODE OF BNKBRN-REC
058400         INVALID KEY
058500            MOVE 'CLOSED BRANCH IS NOT ON BNKBRN' TO CRH-FATAL-MSG
058600            PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
058700     END-READ.
058800     IF NOT BRN-BRANCH-CLOSED OF BNKBRN-REC
058900        MOVE 'BRANCH IS NOT MARKED CLOSED ON BNKBRN'
059000          TO CRH-FATAL-MSG
059100        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
059200     END-IF.
059300     IF BRN-REC-SUCCESSOR-SORT-CODE OF BNKBRN-REC NOT NUMERIC
059400        MOVE 'CLOSED BRANCH HAS NO SUCCESSOR ON BNKBRN'
059500          TO CRH-FATAL-MSG
059600        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
059700     END-IF.
059800     IF BRN-REC-SUCCESSOR-SORT-CODE OF BNKBRN-REC = ZERO
059900        OR BRN-REC-SUCCESSOR-SORT-CODE OF BNKBRN-REC
060000             = CRH-CLOSED-SORT-CODE
060100        MOVE 'CLOSED BRANCH HAS NO SUCCESSOR ON BNKBRN'
060200          TO CRH-FATAL-MSG
060300        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
060400     END-IF.
060500     MOVE BRN-REC-NAME OF BNKBRN-REC TO CRH-CLOSED-NAME.
060600     MOVE BRN-REC-SUCCESSOR-SORT-CODE OF BNKBRN-REC
060700       TO CRH-SUCC-SORT-CODE.
060800
060900     MOVE CRH-SUCC-SORT-CODE TO BRN-REC-SORT-CODE OF BNKBRN-REC.
061000     READ BNKBRN
061100         KEY IS BRN-REC-SORT-CODE OF BNKBRN-REC
061200         INVALID KEY
061300            MOVE 'SUCCESSOR BRANCH IS NOT ON BNKBRN'
061400              TO CRH-FATAL-MSG
061500            PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
061600     END-READ.
061700     IF BRN-BRANCH-CLOSED OF BNKBRN-REC
061800        MOVE 'SUCCESSOR BRANCH IS ITSELF CLOSED' TO CRH-FATAL-MSG
061900        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
062000     END-IF.
062100     MOVE BRN-REC-NAME OF BNKBRN-REC TO CRH-SUCC-NAME.
062200     CLOSE BNKBRN.
062300
062400     MOVE SPACES TO CRH-REPORT-BRANCH-LINE.
062500     MOVE 'CLOSED BRANCH' TO CRHR-LABEL.
062600     MOVE CRH-CLOSED-SORT-CODE TO CRHR-SORT-CODE.
062700     MOVE CRH-CLOSED-NAME TO CRHR-NAME.
062800     MOVE CRH-REPORT-BRANCH-LINE TO RHOMLOG-REC.
062900     WRITE RHOMLOG-REC.
063000     MOVE SPACES TO CRH-REPORT-BRANCH-LINE.
063100     MOVE 'SUCCESSOR BRANCH' TO CRHR-LABEL.
063200     MOVE CRH-SUCC-SORT-CODE TO CRHR-SORT-CODE.
063300     MOVE CRH-SUCC-NAME TO CRHR-NAME.
063400     MOVE CRH-REPORT-BRANCH-LINE TO RHOMLOG-REC.
063500     WRITE RHOMLOG-REC.
063600     MOVE SPACES TO RHOMLOG-REC.
063700     WRITE RHOMLOG-REC.
063800 1100-EXIT.
063900     EXIT.
064000
064100******************************************************************
064200* 1200-LOCATE-RESTART-POINT - PICK UP THE CHECKPOINT CUT BY THE  *
064300* FAILED RUN - THE LAST CUSTOMER MOVED, THE BEFORE COUNTS AND    *
064400* THE MOVE TOTALS SO FAR.  A CHECKPOINT FOR ANOTHER BRANCH IS    *
064500* FATAL, AND A RESTART ASKED FOR WITH NO CHECKPOINT ON FILE IS   *
064600* CALLED OUT AND RUN FROM THE TOP                                *
064700******************************************************************
064800 1200-LOCATE-RESTART-POINT.
064900     MOVE '00000' TO CRH-RESTART-KEY.
065000     READ RHOMRST
065100         KEY IS CRH-RESTART-KEY
065200         INVALID KEY
065300            CONTINUE
065400     END-READ.
065500     IF NOT CRH-RHOMRST-OK
065600        MOVE 'RESTART REQUESTED BUT NO CHECKPOINT ON FILE - '
065700           TO RHOMLOG-REC
065800        WRITE RHOMLOG-REC
065900        MOVE 'RUNNING FROM THE TOP OF BNKCUST' TO RHOMLOG-REC
066000        WRITE RHOMLOG-REC
066100        MOVE SPACES TO RHOMLOG-REC
066200        WRITE RHOMLOG-REC
066300        GO TO 1200-EXIT
066400     END-IF.
066500     IF CRH-RESTART-SORT-CODE NOT = CRH-CLOSED-SORT-CODE
066600        MOVE 'RHOMRST CHECKPOINT IS FOR A DIFFERENT BRANCH'
066700          TO CRH-FATAL-MSG
066800        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
066900     END-IF.
067000
067100     SET CRH-RESTART-FOUND TO TRUE.
067200     MOVE CRH-RESTART-LAST-PID      TO CRH-LAST-PID.
067300     MOVE CRH-RESTART-CLOSED-BEFORE TO CRH-CLOSED-BEFORE.
067400     MOVE CRH-RESTART-SUCC-BEFORE   TO CRH-SUCC-BEFORE.
067500     MOVE CRH-RESTART-MOVED-ACTIVE  TO CRH-MOVED-ACTIVE.
067600     MOVE CRH-RESTART-MOVED-CLOSED  TO CRH-MOVED-CLOSED.
067700     MOVE CRH-RESTART-MOVED-MERGED  TO CRH-MOVED-MERGED.
067800     MOVE CRH-RESTART-RENUMBERED    TO CRH-RENUMBERED.
067900     MOVE CRH-RESTART-LINKS-MOVED   TO CRH-LINKS-MOVED.
068000     MOVE SPACES TO RHOMLOG-REC.
068100     STRING 'RESTART - CUSTOMERS ALREADY MOVED UP TO AND '
068200                                DELIMITED BY SIZE
068300            'INCLUDING '        DELIMITED BY SIZE
068400            CRH-LAST-PID        DELIMITED BY SIZE
068500       INTO RHOMLOG-REC
068600     END-STRING.
068700     WRITE RHOMLOG-REC.
068800     MOVE SPACES TO RHOMLOG-REC.
068900     WRITE RHOMLOG-REC.
069000 1200-EXIT.
069100     EXIT.
069200
069300******************************************************************
069400* 2000-COUNT-BRANCHES - ONE PASS OF BNKCUST COUNTING THE         *
069500* CUSTOMERS CARRYING EACH OF THE TWO SORT CODES, WHATEVER THEIR  *
069600* STATUS.  USED FOR THE BEFORE COUNTS AND AGAIN FOR THE AFTER    *
069700******************************************************************
069800 2000-COUNT-BRANCHES.
069900     MOVE ZERO TO CRH-CLOSED-COUNT.
070000     MOVE ZERO TO CRH-SUCC-COUNT.
070100     SET CRH-BNKCUST-NOT-EOF TO TRUE.
070200     MOVE LOW-VALUES TO BCS-REC-PID OF BNKCUST-REC.
070300     START BNKCUST KEY IS GREATER THAN OR EQUAL TO
070400         BCS-REC-PID OF BNKCUST-REC
070500         INVALID KEY
070600            GO TO 2000-EXIT
070700     END-START.
070800     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
070900     PERFORM 2200-COUNT-ONE-CUSTOMER THRU 2200-EXIT
071000         UNTIL CRH-BNKCUST-AT-EOF.
071100 2000-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500* 2100-READ-NEXT-CUSTOMER - READ ONE RECORD FORWARD, SKIPPING    *
071600* THE RESERVED CONTROL RECORD                                    *
071700******************************************************************
071800 2100-READ-NEXT-CUSTOMER.
071900     READ BNKCUST NEXT RECORD
072000         AT END
072100            SET CRH-BNKCUST-AT-EOF TO TRUE
072200     END-READ.
072300     IF NOT CRH-BNKCUST-AT-EOF
072400        AND BCS-REC-PID OF BNKCUST-REC = '0000000000'
072500        GO TO 2100-READ-NEXT-CUSTOMER
072600     END-IF.
072700 2100-EXIT.
072800     EXIT.
072900
073000******************************************************************
073100* 2200-COUNT-ONE-CUSTOMER - ADD THE CUSTOMER TO ITS BRANCH COUNT *
073200* IF IT IS ONE OF THE TWO, THEN READ ON                          *
073300******************************************************************
073400 2200-COUNT-ONE-CUSTOMER.
073500     IF BCS-REC-SORT-CODE OF BNKCUST-REC = CRH-CLOSED-SORT-CODE
073600        ADD 1 TO CRH-CLOSED-COUNT
073700     END-IF.
073800     IF BCS-REC-SORT-CODE OF BNKCUST-REC = CRH-SUCC-SORT-CODE
073900        ADD 1 TO CRH-SUCC-COUNT
074000     END-IF.
074100     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
074200 2200-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600* 3000-MOVE-CUSTOMER - A CUSTOMER ON THE CLOSED BRANCH TAKES THE *
074700* SUCCESSOR'S SORT CODE, AND THE NEW ACCOUNT NUMBER IF CORE      *
074800* BANKING HAS RENUMBERED THE ACCOUNT.  CLOSED AND MERGED         *
074900* CUSTOMERS MOVE TOO, SO NOTHING IS LEFT POINTING AT A BRANCH    *
075000* THAT NO LONGER EXISTS.  THE CHECKPOINT IS CUT AFTER EVERY      *
075100* MOVE, SO A RESTART NEITHER REPEATS NOR LOSES ONE               *
075200******************************************************************
075300 3000-MOVE-CUSTOMER.
075400     IF BCS-REC-SORT-CODE OF BNKCUST-REC
075500          NOT = CRH-CLOSED-SORT-CODE
075600        GO TO 3000-READ-NEXT
075700     END-IF.
075800
075900     MOVE BNKCUST-REC TO CRH-BEFORE-REC.
076000     MOVE BNKCUST-REC TO CRH-AFTER-REC.
076100     MOVE BCS-REC-SORT-CODE OF CRH-BEFORE-REC
076200       TO CRH-LINK-SORT-CODE.
076300     MOVE BCS-REC-ACCOUNT-NO OF CRH-BEFORE-REC
076400       TO CRH-LINK-ACCOUNT-NO.
076500     PERFORM 3100-MAP-ACCOUNT THRU 3100-EXIT.
076600     MOVE CRH-SUCC-SORT-CODE
076700       TO BCS-REC-SORT-CODE OF CRH-AFTER-REC.
076800     MOVE CRH-NEW-ACCOUNT-NO
076900       TO BCS-REC-ACCOUNT-NO OF CRH-AFTER-REC.
077000
077100     MOVE CRH-AFTER-REC TO BNKCUST-REC.
077200     REWRITE BNKCUST-REC
077300         INVALID KEY
077400            CONTINUE
077500     END-REWRITE.
077600     IF NOT CRH-BNKCUST-OK
077700        ADD 1 TO CRH-ERROR-COUNT
077800        MOVE BCS-REC-PID OF CRH-BEFORE-REC TO CRHD-PID
077900        MOVE BCS-REC-ACCOUNT-NO OF CRH-BEFORE-REC
078000          TO CRHD-ACCOUNT-NO
078100        MOVE 'REWRITE TO BNKCUST FAILED' TO CRH-REASON
078200        PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
078300        GO TO 3000-READ-NEXT
078400     END-IF.
078500
078600     EVALUATE TRUE
078700        WHEN BCS-CUST-MERGED OF CRH-BEFORE-REC
078800           ADD 1 TO CRH-MOVED-MERGED
078900        WHEN BCS-CUST-CLOSED OF CRH-BEFORE-REC
079000           ADD 1 TO CRH-MOVED-CLOSED
079100        WHEN OTHER
079200           ADD 1 TO CRH-MOVED-ACTIVE
079300     END-EVALUATE.
079400     IF CRH-NEW-ACCOUNT-NO NOT = CRH-LINK-ACCOUNT-NO
079500        ADD 1 TO CRH-RENUMBERED
079600     END-IF.
079700
079800     MOVE SPACES TO WS-AUDIT-REC.
079900     SET CAJ-ACTION-UPDATE TO TRUE.
080000     MOVE CRH-BEFORE-REC TO CAJ-BEFORE-IMAGE.
080100     MOVE CRH-AFTER-REC  TO CAJ-AFTER-IMAGE.
080200     PERFORM 7600-WRITE-AUDIT-ENTRY THRU 7600-EXIT.
080300
080400     MOVE BCS-REC-PID OF CRH-AFTER-REC TO CRH-LAST-PID.
080500     PERFORM 7500-WRITE-RESTART-POINT THRU 7500-EXIT.
080600 3000-READ-NEXT.
080700     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
080800 3000-EXIT.
080900     EXIT.
081000
081100******************************************************************
081200* 3100-MAP-ACCOUNT - THE ACCOUNT NUMBER AT THE SUCCESSOR FOR THE *
081300* OLD SORT CODE AND ACCOUNT IN CRH-LINK-KEY - THE MAPPED NUMBER  *
081400* IF CORE BANKING SENT ONE, OTHERWISE THE SAME NUMBER            *
081500******************************************************************
081600 3100-MAP-ACCOUNT.
081700     MOVE CRH-LINK-ACCOUNT-NO TO CRH-NEW-ACCOUNT-NO.
081800     IF NOT CRH-MAP-AVAILABLE
081900        GO TO 3100-EXIT
082000     END-IF.
082100     MOVE CRH-LINK-SORT-CODE  TO CRH-MAP-OLD-SORT-CODE.
082200     MOVE CRH-LINK-ACCOUNT-NO TO CRH-MAP-OLD-ACCOUNT-NO.
082300     READ ACCTMAP
082400         KEY IS CRH-MAP-KEY
082500         INVALID KEY
082600            GO TO 3100-EXIT
082700     END-READ.
082800     IF CRH-MAP-NEW-ACCOUNT-NO IS NUMERIC
082900        AND CRH-MAP-NEW-ACCOUNT-NO > ZERO
083000        MOVE CRH-MAP-NEW-ACCOUNT-NO TO CRH-NEW-ACCOUNT-NO
083100     END-IF.
083200 3100-EXIT.
083300     EXIT.
083400
083500******************************************************************
083600* 4000-MOVE-LINKS - EVERY ACTIVE HOLDER LINK ON AN ACCOUNT AT    *
083700* THE CLOSED BRANCH IS ENDED AND WRITTEN AFRESH UNDER THE        *
083800* SUCCESSOR'S SORT CODE AND THE MAPPED ACCOUNT, IN THE SAME      *
083900* ROLE.  THE KEY LEADS WITH THE SORT CODE, SO THE BRANCH'S LINKS *
084000* ARE TOGETHER ON THE FILE.  ENDED LINKS ARE HISTORY AND STAY    *
084100* WHERE THEY ARE, SO A RESTART ONLY FINDS THE LINKS NOT YET DONE *
084200******************************************************************
084300 4000-MOVE-LINKS.
084400     MOVE LOW-VALUES TO REL-KEY.
084500     MOVE CRH-CLOSED-SORT-CODE TO REL-SORT-CODE.
084600     START BNKCREL KEY IS GREATER THAN OR EQUAL TO REL-KEY
084700         INVALID KEY
084800            GO TO 4000-EXIT
084900     END-START.
085000     PERFORM 4100-READ-NEXT-LINK THRU 4100-EXIT.
085100     PERFORM 4200-MOVE-ONE-LINK THRU 4200-EXIT
085200         UNTIL CRH-BNKCREL-AT-EOF.
085300 4000-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700* 4100-READ-NEXT-LINK - ONE LINK FORWARD - THE BROWSE ENDS AT    *
085800* THE FIRST LINK FOR ANOTHER BRANCH                              *
085900******************************************************************
086000 4100-READ-NEXT-LINK.
086100     READ BNKCREL NEXT RECORD
086200         AT END
086300            SET CRH-BNKCREL-AT-EOF TO TRUE
086400            GO TO 4100-EXIT
086500     END-READ.
086600     IF REL-SORT-CODE OF BNKCREL-REC NOT = CRH-CLOSED-SORT-CODE
086700        SET CRH-BNKCREL-AT-EOF TO TRUE
086800     END-IF.
086900 4100-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300* 4200-MOVE-ONE-LINK - WRITE THE NEW LINK FIRST AND END THE OLD  *
087400* ONE AFTER, SO A RUN THAT DIES BETWEEN THE TWO LEAVES THE       *
087500* HOLDER LINKED SOMEWHERE - THE RESTART FINDS THE NEW LINK       *
087600* ALREADY THERE AND JUST ENDS THE OLD.  WRITING ELSEWHERE ON THE *
087700* FILE LOSES THE BROWSE POSITION, SO THE BROWSE IS RESTARTED     *
087800* JUST PAST THE LINK JUST DEALT WITH                             *
087900******************************************************************
088000 4200-MOVE-ONE-LINK.
088100     IF NOT REL-LINK-ACTIVE OF BNKCREL-REC
088200        PERFORM 4100-READ-NEXT-LINK THRU 4100-EXIT
088300        GO TO 4200-EXIT
088400     END-IF.
088500
088600     MOVE REL-KEY OF BNKCREL-REC TO CRH-LINK-KEY.
088700     PERFORM 3100-MAP-ACCOUNT THRU 3100-EXIT.
088800
088900     MOVE CRH-SUCC-SORT-CODE TO REL-SORT-CODE OF BNKCREL-REC.
089000     MOVE CRH-NEW-ACCOUNT-NO TO REL-ACCOUNT-NO OF BNKCREL-REC.
089100     MOVE CRH-RUN-DATE       TO REL-DATE-LINKED OF BNKCREL-REC.
089200     MOVE ZERO               TO REL-DATE-ENDED OF BNKCREL-REC.
089300     MOVE 'CUSTRHOM'         TO REL-USERID OF BNKCREL-REC.
089400     WRITE BNKCREL-REC
089500         INVALID KEY
089600            CONTINUE
089700     END-WRITE.
089800     IF NOT CRH-BNKCREL-OK
089900        AND NOT CRH-BNKCREL-DUPLICATE
090000        ADD 1 TO CRH-ERROR-COUNT
090100        MOVE CRH-LINK-PID TO CRHD-PID
090200        MOVE CRH-LINK-ACCOUNT-NO TO CRHD-ACCOUNT-NO
090300        MOVE 'HOLDER LINK COULD NOT BE WRITTEN AT SUCCESSOR'
090400          TO CRH-REASON
090500        PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
090600        GO TO 4200-RESTART-BROWSE
090700     END-IF.
090800
090900     MOVE CRH-LINK-KEY TO REL-KEY OF BNKCREL-REC.
091000     READ BNKCREL
091100         KEY IS REL-KEY OF BNKCREL-REC
091200         INVALID KEY
091300            CONTINUE
091400     END-READ.
091500     IF CRH-BNKCREL-OK
091600        SET REL-LINK-ENDED OF BNKCREL-REC TO TRUE
091700        MOVE CRH-RUN-DATE TO REL-DATE-ENDED OF BNKCREL-REC
091800        MOVE 'CUSTRHOM'   TO REL-USERID OF BNKCREL-REC
091900        REWRITE BNKCREL-REC
092000            INVALID KEY
092100               CONTINUE
092200        END-REWRITE
092300     END-IF.
092400     IF NOT CRH-BNKCREL-OK
092500        ADD 1 TO CRH-ERROR-COUNT
092600        MOVE CRH-LINK-PID TO CRHD-PID
092700        MOVE CRH-LINK-ACCOUNT-NO TO CRHD-ACCOUNT-NO
092800        MOVE 'OLD HOLDER LINK COULD NOT BE ENDED' TO CRH-REASON
092900        PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
093000        GO TO 4200-RESTART-BROWSE
093100     END-IF.
093200     ADD 1 TO CRH-LINKS-MOVED.
093300     PERFORM 7500-WRITE-RESTART-POINT THRU 7500-EXIT.
093400 4200-RESTART-BROWSE.
093500     MOVE CRH-LINK-KEY TO REL-KEY OF BNKCREL-REC.
093600     START BNKCREL KEY IS GREATER THAN REL-KEY OF BNKCREL-REC
093700         INVALID KEY
093800            SET CRH-BNKCREL-AT-EOF TO TRUE
093900            GO TO 4200-EXIT
094000     END-START.
094100     PERFORM 4100-READ-NEXT-LINK THRU 4100-EXIT.
094200 4200-EXIT.
094300     EXIT.
094400
094500******************************************************************
094600* 5000-COUNT-AFTER - COUNT BNKCUST AGAIN NOW THE MOVE IS DONE,   *
094700* FOR THE BALANCE                                                *
094800******************************************************************
094900 5000-COUNT-AFTER.
095000     PERFORM 2000-COUNT-BRANCHES THRU 2000-EXIT.
095100     MOVE CRH-CLOSED-COUNT TO CRH-CLOSED-AFTER.
095200     MOVE CRH-SUCC-COUNT   TO CRH-SUCC-AFTER.
095300 5000-EXIT.
095400     EXIT.
095500
095600******************************************************************
095700* 7000-WRITE-EXCEPTION-LINE - A CUSTOMER OR HOLDER LINK THAT     *
095800* COULD NOT BE MOVED, WITH THE REASON                            *
095900******************************************************************
096000 7000-WRITE-EXCEPTION-LINE.
096100     MOVE CRH-REASON TO CRHD-REASON.
096200     MOVE CRH-REPORT-DETAIL-LINE TO RHOMLOG-REC.
096300     WRITE RHOMLOG-REC.
096400     MOVE SPACES TO CRH-REPORT-DETAIL-LINE.
096500 7000-EXIT.
096600     EXIT.
096700
096800******************************************************************
096900* 7500-WRITE-RESTART-POINT - REMEMBER HOW FAR WE GOT AND THE     *
097000* COUNTS SO FAR.  THE READ LOADS THE OLD CHECKPOINT INTO THE     *
097100* RECORD AREA, SO THE NEW POSITION GOES IN AFTER IT              *
097200******************************************************************
097300 7500-WRITE-RESTART-POINT.
097400     MOVE '00000' TO CRH-RESTART-KEY.
097500     READ RHOMRST
097600         KEY IS CRH-RESTART-KEY
097700         INVALID KEY
097800            CONTINUE
097900     END-READ.
098000     MOVE '00000'              TO CRH-RESTART-KEY.
098100     MOVE CRH-CLOSED-SORT-CODE TO CRH-RESTART-SORT-CODE.
098200     MOVE CRH-LAST-PID         TO CRH-RESTART-LAST-PID.
098300     MOVE CRH-RUN-DATE         TO CRH-RESTART-RUN-DATE.
098400     MOVE CRH-CLOSED-BEFORE    TO CRH-RESTART-CLOSED-BEFORE.
098500     MOVE CRH-SUCC-BEFORE      TO CRH-RESTART-SUCC-BEFORE.
098600     MOVE CRH-MOVED-ACTIVE     TO CRH-RESTART-MOVED-ACTIVE.
098700     MOVE CRH-MOVED-CLOSED     TO CRH-RESTART-MOVED-CLOSED.
098800     MOVE CRH-MOVED-MERGED     TO CRH-RESTART-MOVED-MERGED.
098900     MOVE CRH-RENUMBERED       TO CRH-RESTART-RENUMBERED.
099000     MOVE CRH-LINKS-MOVED      TO CRH-RESTART-LINKS-MOVED.
099100     IF CRH-RHOMRST-OK
099200        REWRITE RHOMRST-REC
099300     ELSE
099400        WRITE RHOMRST-REC
099500     END-IF.
099600 7500-EXIT.
099700     EXIT.
099800
099900******************************************************************
100000* 7600-WRITE-AUDIT-ENTRY - THE MOVE GOES ONTO CUSTAUDF AND ONTO  *
100100* CUSTHST UNDER THE CUSTOMER, SO CUSTHIST SHOWS IT AND CUSTDELT  *
100200* FEEDS IT.  THE TIMESTAMP CARRIES THE MOVE COUNT THE SAME WAY   *
100300* CUSTMNT'S CARRIES ITS INPUT SEQUENCE                           *
100400******************************************************************
100500 7600-WRITE-AUDIT-ENTRY.
100600     MOVE FUNCTION CURRENT-DATE TO CRH-DATE-TIME.
100700     MOVE 'CUSTRHOM' TO CAJ-USERID.
100800     COMPUTE CRH-AUDIT-SEQ = CRH-MOVED-ACTIVE + CRH-MOVED-CLOSED
100900                           + CRH-MOVED-MERGED.
101000     STRING
101100       CRH-DATE-TIME(1:8)  DELIMITED BY SIZE
101200       '-'                 DELIMITED BY SIZE
101300       CRH-DATE-TIME(9:6)  DELIMITED BY SIZE
101400       '-'                 DELIMITED BY SIZE
101500       CRH-AUDIT-SEQ       DELIMITED BY SIZE
101600     INTO CAJ-TIMESTAMP
101700     END-STRING.
101800     MOVE BCS-REC-PID OF CRH-AFTER-REC  TO CAJ-CUST-PID.
101900     MOVE BCS-REC-NAME OF CRH-AFTER-REC TO CAJ-CUST-NAME.
102000
102100     MOVE WS-AUDIT-REC TO CUSTAUDF-REC.
102200     WRITE CUSTAUDF-REC.
102300
102400     MOVE CAJ-CUST-PID  TO CHJ-CUST-PID.
102500     MOVE CAJ-TIMESTAMP TO CHJ-ENTRY-TIMESTAMP.
102600     MOVE WS-AUDIT-REC  TO CHJ-AUDIT-ENTRY.
102700     WRITE CUSTHST-REC
102800         INVALID KEY
102900            CONTINUE
103000     END-WRITE.
103100 7600-EXIT.
103200     EXIT.
103300
103400******************************************************************
103500* 8000-WRITE-TOTALS - WHAT THE MOVE DID, ACROSS ANY RESTARTS     *
103600******************************************************************
103700 8000-WRITE-TOTALS.
103800     COMPUTE CRH-MOVED-TOTAL = CRH-MOVED-ACTIVE + CRH-MOVED-CLOSED
103900                             + CRH-MOVED-MERGED.
104000     MOVE SPACES TO RHOMLOG-REC.
104100     WRITE RHOMLOG-REC.
104200
104300     MOVE SPACES TO CRH-REPORT-COUNT-LINE.
104400     MOVE 'ACTIVE CUSTOMERS MOVED' TO CRHC-LABEL.
104500     MOVE CRH-MOVED-ACTIVE TO CRHC-COUNT.
104600     MOVE CRH-REPORT-COUNT-LINE TO RHOMLOG-REC.
104700     WRITE RHOMLOG-REC.
104800
104900     MOVE SPACES TO CRH-REPORT-COUNT-LINE.
105000     MOVE 'CLOSED CUSTOMERS MOVED' TO CRHC-LABEL.
105100     MOVE CRH-MOVED-CLOSED TO CRHC-COUNT.
105200     MOVE CRH-REPORT-COUNT-LINE TO RHOMLOG-REC.
105300     WRITE RHOMLOG-REC.
105400
105500     MOVE SPACES TO CRH-REPORT-COUNT-LINE.
105600     MOVE 'MERGED CUSTOMERS MOVED' TO CRHC-LABEL.
105700     MOVE CRH-MOVED-MERGED TO CRHC-COUNT.
105800     MOVE CRH-REPORT-COUNT-LINE TO RHOMLOG-REC.
105900     WRITE RHOMLOG-REC.
106000
106100     MOVE SPACES TO CRH-REPORT-COUNT-LINE.
106200     MOVE 'TOTAL CUSTOMERS MOVED' TO CRHC-LABEL.
106300     MOVE CRH-MOVED-TOTAL TO CRHC-COUNT.
106400     MOVE CRH-REPORT-COUNT-LINE TO RHOMLOG-REC.
106500     WRITE RHOMLOG-REC.
106600
106700     MOVE SPACES TO CRH-REPORT-COUNT-LINE.
106800     MOVE 'ACCOUNTS RENUMBERED FROM ACCTMAP' TO CRHC-LABEL.
106900     MOVE CRH-RENUMBERED TO CRHC-COUNT.
107000     MOVE CRH-REPORT-COUNT-LINE TO RHOMLOG-REC.
107100     WRITE RHOMLOG-REC.
107200
107300     MOVE SPACES TO CRH-REPORT-COUNT-LINE.
107400     MOVE 'HOLDER LINKS MOVED' TO CRHC-LABEL.
107500     MOVE CRH-LINKS-MOVED TO CRHC-COUNT.
107600     MOVE CRH-REPORT-COUNT-LINE TO RHOMLOG-REC.
107700     WRITE RHOMLOG-REC.
107800
107900     MOVE SPACES TO CRH-REPORT-COUNT-LINE.
108000     MOVE 'CUSTOMERS OR LINKS NOT MOVED' TO CRHC-LABEL.
108100     MOVE CRH-ERROR-COUNT TO CRHC-COUNT.
108200     MOVE CRH-REPORT-COUNT-LINE TO RHOMLOG-REC.
108300     WRITE RHOMLOG-REC.
108400 8000-EXIT.
108500     EXIT.
108600
108700******************************************************************
108800* 8500-WRITE-BALANCE - THE PROOF.  THE CLOSED BRANCH MUST HAVE   *
108900* LOST EXACTLY THE CUSTOMERS MOVED, THE SUCCESSOR MUST HAVE      *
109000* GAINED EXACTLY THOSE, AND BETWEEN THEM THE TWO BRANCHES MUST   *
109100* HOLD THE SAME CUSTOMERS AS BEFORE.  A CUSTOMER ADDED OR        *
109200* CHANGED ONLINE ON EITHER BRANCH WHILE THE RUN WAS GOING SHOWS  *
109300* UP HERE AS OUT OF BALANCE                                      *
109400******************************************************************
109500 8500-WRITE-BALANCE.
109600     MOVE SPACES TO RHOMLOG-REC.
109700     WRITE RHOMLOG-REC.
109800     MOVE CRH-REPORT-HEADING4 TO RHOMLOG-REC.
109900     WRITE RHOMLOG-REC.
110000     MOVE CRH-REPORT-HEADING5 TO RHOMLOG-REC.
110100     WRITE RHOMLOG-REC.
110200
110300     MOVE SPACES TO CRH-REPORT-BALANCE-LINE.
110400     MOVE CRH-CLOSED-SORT-CODE TO CRHB-SORT-CODE.
110500     MOVE CRH-CLOSED-NAME TO CRHB-NAME.
110600     MOVE CRH-CLOSED-BEFORE TO CRHB-BEFORE.
110700     MOVE CRH-MOVED-TOTAL TO CRHB-MOVED-OUT.
110800     MOVE ZERO TO CRHB-MOVED-IN.
110900     IF CRH-MOVED-TOTAL > CRH-CLOSED-BEFORE
111000        MOVE ZERO TO CRH-EXPECTED
111100     ELSE
111200        COMPUTE CRH-EXPECTED = CRH-CLOSED-BEFORE - CRH-MOVED-TOTAL
111300     END-IF.
111400     MOVE CRH-CLOSED-AFTER TO CRH-ACTUAL.
111500     PERFORM 8600-WRITE-BALANCE-LINE THRU 8600-EXIT.
111600
111700     MOVE SPACES TO CRH-REPORT-BALANCE-LINE.
111800     MOVE CRH-SUCC-SORT-CODE TO CRHB-SORT-CODE.
111900     MOVE CRH-SUCC-NAME TO CRHB-NAME.
112000     MOVE CRH-SUCC-BEFORE TO CRHB-BEFORE.
112100     MOVE ZERO TO CRHB-MOVED-OUT.
112200     MOVE CRH-MOVED-TOTAL TO CRHB-MOVED-IN.
112300     COMPUTE CRH-EXPECTED = CRH-SUCC-BEFORE + CRH-MOVED-TOTAL.
112400     MOVE CRH-SUCC-AFTER TO CRH-ACTUAL.
112500     PERFORM 8600-WRITE-BALANCE-LINE THRU 8600-EXIT.
112600
112700     MOVE SPACES TO CRH-REPORT-BALANCE-LINE.
112800     MOVE 'BOTH BRANCHES' TO CRHB-NAME.
112900     COMPUTE CRH-EXPECTED = CRH-CLOSED-BEFORE + CRH-SUCC-BEFORE.
113000     MOVE CRH-EXPECTED TO CRHB-BEFORE.
113100     MOVE CRH-MOVED-TOTAL TO CRHB-MOVED-OUT.
113200     MOVE CRH-MOVED-TOTAL TO CRHB-MOVED-IN.
113300     COMPUTE CRH-ACTUAL = CRH-CLOSED-AFTER + CRH-SUCC-AFTER.
113400     PERFORM 8600-WRITE-BALANCE-LINE THRU 8600-EXIT.
113500
113600     MOVE SPACES TO RHOMLOG-REC.
113700     WRITE RHOMLOG-REC.
113800     IF CRH-COUNTS-BALANCE
113900        MOVE 'BRANCH COUNTS BALANCE' TO RHOMLOG-REC
114000     ELSE
114100        MOVE 'BRANCH COUNTS DO NOT BALANCE - SEE ABOVE'
114200          TO RHOMLOG-REC
114300     END-IF.
114400     WRITE RHOMLOG-REC.
114500 8500-EXIT.
114600     EXIT.
114700
114800******************************************************************
114900* 8600-WRITE-BALANCE-LINE - FINISH ONE BALANCE LINE FROM THE     *
115000* EXPECTED AND ACTUAL AFTER COUNTS AND WRITE IT                  *
115100******************************************************************
115200 8600-WRITE-BALANCE-LINE.
115300     MOVE CRH-EXPECTED TO CRHB-EXPECTED.
115400     MOVE CRH-ACTUAL   TO CRHB-AFTER.
115500     IF CRH-EXPECTED = CRH-ACTUAL
115600        MOVE 'BALANCED' TO CRHB-RESULT
115700     ELSE
115800        MOVE 'OUT OF BALANCE' TO CRHB-RESULT
115900        SET CRH-COUNTS-OUT TO TRUE
116000     END-IF.
116100     MOVE CRH-REPORT-BALANCE-LINE TO RHOMLOG-REC.
116200     WRITE RHOMLOG-REC.
116300 8600-EXIT.
116400     EXIT.
116500
116502******************************************************************
116504* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
116506* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
116508******************************************************************
116510 8800-WRITE-CONTROL-TOTALS.
116512     MOVE 'CUSTRHOM'               TO CTP-JOB-NAME.
116514     SET CTP-FRESH-RUN TO TRUE.
116516     MOVE SPACES                   TO CTP-DATA-DATE.
116518     MOVE 'CUSTOMERS MOVED'        TO CTP-COUNT-NAME (1).
116520     MOVE CRH-MOVED-TOTAL          TO CTP-COUNT-VALUE (1).
116522     MOVE 'ACCOUNTS RENUMBERED'    TO CTP-COUNT-NAME (2).
116524     MOVE CRH-RENUMBERED           TO CTP-COUNT-VALUE (2).
116526     MOVE 'LINKS MOVED'            TO CTP-COUNT-NAME (3).
116528     MOVE CRH-LINKS-MOVED          TO CTP-COUNT-VALUE (3).
116530     MOVE 'ERRORS'                 TO CTP-COUNT-NAME (4).
116532     MOVE CRH-ERROR-COUNT          TO CTP-COUNT-VALUE (4).
116534     MOVE 4                        TO CTP-COUNT-USED.
116536     CALL CRH-CTLTOT-PGM USING CRH-CTLTOT-PARMS.
116538 8800-EXIT.
116540     EXIT.
116542
116600******************************************************************
116700* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
116800******************************************************************
116900 9000-TERMINATE.
117000     CLOSE BNKCUST.
117100     CLOSE BNKCREL.
117200     CLOSE CUSTHST.
117300     CLOSE CUSTAUDF.
117400     CLOSE RHOMRST.
117500     IF CRH-MAP-AVAILABLE
117600        CLOSE ACCTMAP
117700     END-IF.
117800     CLOSE RHOMLOG.
117900 9000-EXIT.
118000     EXIT.
118100
118200******************************************************************
118300* 9900-FATAL-ERROR - THE CLOSURE IS NOT SET UP, OR A FILE CAME   *
118400* UP IN A STATE WE CANNOT SAFELY CONTINUE FROM - SAY WHY AND     *
118500* STOP                                                           *
118600******************************************************************
118700 9900-FATAL-ERROR.
118800     DISPLAY 'CUSTRHOM - ' CRH-FATAL-MSG.
118900     MOVE CRH-FATAL-MSG TO RHOMLOG-REC.
119000     WRITE RHOMLOG-REC.
119100     MOVE 16 TO RETURN-CODE.
119200     STOP RUN.
119300 9900-EXIT.
119400     EXIT.
