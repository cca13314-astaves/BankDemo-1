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
002000* PROGRAM:     CUSTMIRP.CBL                                      *
002100* FUNCTION:    MONTHLY CUSTOMER-BOOK MANAGEMENT INFORMATION      *
002200*              REPORT, IN TWO SECTIONS:                          *
002300*              1. BY REGION AND BRANCH (NAMES FROM BNKBRN) - THE *
002400*                 OPENING ACTIVE CUSTOMERS, THE MONTH'S ADDS,    *
002500*                 CLOSURES, REINSTATEMENTS, MERGES, TRANSFERS    *
002600*                 BETWEEN BRANCHES AND PURGES FROM CUSTAUDF, THE *
002700*                 CLOSING ACTIVE CUSTOMERS AND THE MOVEMENT ON   *
002800*                 THE MONTH.  THE CLOSING FIGURE FOR EVERY       *
002900*                 BRANCH IS BALANCED TO A COUNT OF BNKCUST, AND  *
003000*                 THE RECORDS ON FILE (OPENING PLUS ADDS LESS    *
003100*                 PURGES) TO A COUNT OF ALL BNKCUST RECORDS      *
003200*              2. BY OPERATOR - THE ADDS, UPDATES, CLOSURE       *
003300*                 REQUESTS RAISED, APPROVALS AND REJECTIONS      *
003400*                 GIVEN AND ENTITLEMENT DENIALS EACH USER ID     *
003500*                 HAS IN THE AUDIT STREAM FOR THE MONTH          *
003600*                                                                *
003700* A MERGE TAKES THE RETIRED CUSTOMER OUT OF THE ACTIVE BOOK AND  *
003800* A CHANGE OF SORT CODE (A BRANCH RE-HOMING) MOVES AN ACTIVE ONE *
003900* BETWEEN BRANCHES, SO BOTH ARE SHOWN - WITHOUT THEM NO BRANCH   *
004000* COULD BALANCE.  A PURGE REMOVES A CUSTOMER WHO WAS ALREADY     *
004100* CLOSED, SO IT MOVES THE RECORDS ON FILE, NOT THE ACTIVE BOOK   *
004200*                                                                *
004300* INPUT:       BNKBRN   - BRANCH REFERENCE FILE, FOR THE REGION  *
004400*                        AND BRANCH NAMES                        *
004500*              BNKCUST  - CUSTOMER MASTER, COUNTED BY BRANCH     *
004600*              CUSTAUDF - SEQUENTIAL EXTRACT OF THE CUSTAUDT     *
004700*                        JOURNAL.  IT MUST HOLD EVERY ENTRY FROM *
004800*                        THE START OF THE MONTH, SO RUN THIS     *
004900*                        AHEAD OF THE MONTHLY CUSTARCH OR        *
005000*                        CONCATENATE THE ARCHIVE GENERATION IN   *
005100*                        FRONT OF IT                             *
005200*              MIRPREV  - OPTIONAL, LAST MONTH'S MIRNEXT - THE   *
005300*                        OPENING FIGURES                         *
005400*              MIRPARM  - OPTIONAL RUN PARAMETERS, ONE RECORD:   *
005500*                        COLS 1-6 REPORT MONTH YYYYMM - MISSING  *
005600*                        OR NOT NUMERIC MEANS LAST MONTH         *
005700* OUTPUT:      MIRRPT   - THE PRINTABLE REPORT                   *
005800*              MIRNEXT  - THIS MONTH'S CLOSING FIGURES BY        *
005900*                        BRANCH, KEPT AS NEXT MONTH'S MIRPREV    *
006000* WORK:        MIRWK1/MIRSRT/SORTWRK - SORT WORK FILES USED TO   *
006100*                        PUT THE BRANCHES INTO REGION ORDER AND  *
006200*                        THE OPERATORS INTO USER ID ORDER        *
006300*                                                                *
006400* THE JOB NEED NOT RUN ON THE FIRST OF THE MONTH - ENTRIES DATED *
006500* AFTER THE MONTH END ARE WOUND BACK OFF THE BNKCUST COUNT TO    *
006600* GIVE THE POSITION AT THE MONTH END.  WITH NO MIRPREV FOR THE   *
006700* MONTH BEFORE (THE FIRST RUN, OR A MONTH MISSED) THE OPENING    *
006800* FIGURES ARE WORKED BACK FROM THE CLOSING ONES, AND THE REPORT  *
006900* SAYS THE BALANCE COULD NOT BE CHECKED.  RETURN CODE 4 WHEN IT  *
007000* DOES NOT BALANCE, 16 IF A FILE CANNOT BE READ                  *
007100******************************************************************
007200 IDENTIFICATION DIVISION.
007300 PROGRAM-ID.
007400     CUSTMIRP.
007500 AUTHOR.
007600     BATCH SUPPORT.
007700 INSTALLATION.
007800     BANKDEMO.
007900 DATE-WRITTEN.
008000     15 OCT 2026.
008100 DATE-COMPILED.
008200     TODAY.
008300******************************************************************
008400* MODIFICATION HISTORY                                          *
008500* DATE       INIT  DESCRIPTION                                  *
008600* 15OCT26    BS    INITIAL VERSION - MONTHLY MI REPORT BY REGION *
008700*                  AND BRANCH AND BY OPERATOR                    *
008800******************************************************************
008900 ENVIRONMENT DIVISION.
009000 CONFIGURATION SECTION.
009100 SOURCE-COMPUTER.
009200     IBM-370.
009300 OBJECT-COMPUTER.
009400     IBM-370.
009500 INPUT-OUTPUT SECTION.
009600 FILE-CONTROL.
009700     SELECT BNKBRN ASSIGN TO "BNKBRN"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS SEQUENTIAL
010000         RECORD KEY IS BRN-REC-SORT-CODE OF BNKBRN-REC
010100         FILE STATUS IS CMR-BNKBRN-STATUS.
010200
010300     SELECT BNKCUST ASSIGN TO "BNKCUST"
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS SEQUENTIAL
010600         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
010700         FILE STATUS IS CMR-BNKCUST-STATUS.
010800
010900     SELECT CUSTAUDF ASSIGN TO "CUSTAUDF"
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS CMR-CUSTAUDF-STATUS.
011200
011300     SELECT MIRPREV ASSIGN TO "MIRPREV"
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS CMR-MIRPREV-STATUS.
011600
011700     SELECT MIRNEXT ASSIGN TO "MIRNEXT"
011800         ORGANIZATION IS SEQUENTIAL
011900         FILE STATUS IS CMR-MIRNEXT-STATUS.
012000
012100     SELECT MIRPARM ASSIGN TO "MIRPARM"
012200         ORGANIZATION IS LINE SEQUENTIAL
012300         FILE STATUS IS CMR-MIRPARM-STATUS.
012400
012500     SELECT MIRWK1 ASSIGN TO "MIRWK1"
012600         ORGANIZATION IS SEQUENTIAL
012700         FILE STATUS IS CMR-MIRWK1-STATUS.
012800
012900     SELECT MIRSRT ASSIGN TO "MIRSRT"
013000         ORGANIZATION IS SEQUENTIAL
013100         FILE STATUS IS CMR-MIRSRT-STATUS.
013200
013300     SELECT SORTWRK ASSIGN TO "SORTWRK".
013400
013500     SELECT MIRRPT ASSIGN TO "MIRRPT"
013600         ORGANIZATION IS LINE SEQUENTIAL
013700         FILE STATUS IS CMR-MIRRPT-STATUS.
013800
013900 DATA DIVISION.
014000 FILE SECTION.
014100 FD  BNKBRN
014200     RECORDING MODE IS F.
014300 01  BNKBRN-REC.
014400 COPY CBANKBRN.
014500
014600 FD  BNKCUST
014700     RECORDING MODE IS F.
014800 01  BNKCUST-REC.
014900 COPY CBANKVCS.
015000
015100 FD  CUSTAUDF
015200     RECORDING MODE IS F.
015300 01  CUSTAUDF-REC.
015400 COPY CUSTAUD.
015500
015600******************************************************************
015700* ONE BRANCH'S FIGURES AT A MONTH END - THE SAME SHAPE ON BOTH   *
015800* THE CARRY-FORWARD FILES                                        *
015900******************************************************************
016000 FD  MIRPREV
016100     RECORDING MODE IS F.
016200 01  MIRPREV-REC.
016300     05  CMF-PREV-MONTH              PIC X(06).
016400     05  CMF-PREV-SORT-CODE          PIC 9(06).
016500     05  CMF-PREV-ACTIVE-COUNT       PIC 9(09).
016600     05  CMF-PREV-ONFILE-COUNT       PIC 9(09).
016700     05  FILLER                      PIC X(50).
016800
016900 FD  MIRNEXT
017000     RECORDING MODE IS F.
017100 01  MIRNEXT-REC.
017200     05  CMF-NEXT-MONTH              PIC X(06).
017300     05  CMF-NEXT-SORT-CODE          PIC 9(06).
017400     05  CMF-NEXT-ACTIVE-COUNT       PIC 9(09).
017500     05  CMF-NEXT-ONFILE-COUNT       PIC 9(09).
017600     05  FILLER                      PIC X(50).
017700
017800 FD  MIRPARM
017900     RECORDING MODE IS F.
018000 01  MIRPARM-REC.
018100     05  CMR-PARM-REPORT-MONTH       PIC X(06).
018200     05  FILLER                      PIC X(74).
018300
018400 FD  MIRWK1
018500     RECORDING MODE IS F.
018600 01  MIRWK1-REC                      PIC X(40).
018700
018800 FD  MIRSRT
018900     RECORDING MODE IS F.
019000 01  MIRSRT-REC                      PIC X(40).
019100
019200******************************************************************
019300* THE SORT CARRIES ONLY THE ORDERING FIELDS AND THE SUBSCRIPT OF *
019400* THE TABLE ENTRY THE FIGURES ARE PRINTED FROM                   *
019500******************************************************************
019600 SD  SORTWRK.
019700 01  SORTWRK-BRANCH-REC.
019800     05  CMS-REGION                  PIC X(20).
019900     05  CMS-SORT-CODE               PIC 9(06).
020000     05  CMS-BRANCH-SUB              PIC 9(04).
020100     05  FILLER                      PIC X(10).
020200 01  SORTWRK-OPERATOR-REC.
020300     05  CMS-USERID                  PIC X(08).
020400     05  CMS-OPERATOR-SUB            PIC 9(04).
020500     05  FILLER                      PIC X(28).
020600
020700 FD  MIRRPT
020800     RECORDING MODE IS F.
020900 01  MIRRPT-REC                      PIC X(132).
021000
021100 WORKING-STORAGE SECTION.
021200 01  CMR-FILE-STATUS-GROUP.
021300     05  CMR-BNKBRN-STATUS           PIC X(02).
021400         88  CMR-BNKBRN-OK                VALUE '00'.
021500     05  CMR-BNKCUST-STATUS          PIC X(02).
021600         88  CMR-BNKCUST-OK               VALUE '00'.
021700     05  CMR-CUSTAUDF-STATUS         PIC X(02).
021800         88  CMR-CUSTAUDF-OK              VALUE '00'.
021900         88  CMR-CUSTAUDF-SHORT-REC       VALUE '04'.
022000         88  CMR-CUSTAUDF-EOF             VALUE '10'.
022100     05  CMR-MIRPREV-STATUS          PIC X(02).
022200         88  CMR-MIRPREV-OK               VALUE '00'.
022300     05  CMR-MIRNEXT-STATUS          PIC X(02).
022400         88  CMR-MIRNEXT-OK               VALUE '00'.
022500     05  CMR-MIRPARM-STATUS          PIC X(02).
022600         88  CMR-MIRPARM-OK               VALUE '00'.
022700     05  CMR-MIRWK1-STATUS           PIC X(02).
022800         88  CMR-MIRWK1-OK                VALUE '00'.
022900     05  CMR-MIRSRT-STATUS           PIC X(02).
023000         88  CMR-MIRSRT-OK                VALUE '00'.
023100     05  CMR-MIRRPT-STATUS           PIC X(02).
023200         88  CMR-MIRRPT-OK                VALUE '00'.
023300
023400 01  CMR-SWITCHES.
023500     05  CMR-BNKBRN-EOF-SW           PIC X(01)
023600         VALUE 'N'.
023700         88  CMR-BNKBRN-AT-EOF            VALUE 'Y'.
023800     05  CMR-BNKCUST-EOF-SW          PIC X(01)
023900         VALUE 'N'.
024000         88  CMR-BNKCUST-AT-EOF           VALUE 'Y'.
024100     05  CMR-CUSTAUDF-EOF-SW         PIC X(01)
024200         VALUE 'N'.
024300         88  CMR-CUSTAUDF-AT-EOF          VALUE 'Y'.
024400     05  CMR-MIRPREV-EOF-SW          PIC X(01)
024500         VALUE 'N'.
024600         88  CMR-MIRPREV-AT-EOF           VALUE 'Y'.
024700     05  CMR-MIRSRT-EOF-SW           PIC X(01)
024800         VALUE 'N'.
024900         88  CMR-MIRSRT-AT-EOF            VALUE 'Y'.
025000     05  CMR-OPENING-SW              PIC X(01)
025100         VALUE 'N'.
025200         88  CMR-OPENING-CARRIED          VALUE 'Y'.
025300         88  CMR-OPENING-DERIVED          VALUE 'N'.
025400     05  CMR-BRANCH-FOUND-SW         PIC X(01)
025500         VALUE 'N'.
025600         88  CMR-BRANCH-FOUND             VALUE 'Y'.
025700         88  CMR-BRANCH-NOT-FOUND         VALUE 'N'.
025800     05  CMR-OPERATOR-FOUND-SW       PIC X(01)
025900         VALUE 'N'.
026000         88  CMR-OPERATOR-FOUND           VALUE 'Y'.
026100         88  CMR-OPERATOR-NOT-FOUND       VALUE 'N'.
026200     05  CMR-FIRST-BRANCH-SW         PIC X(01)
026300         VALUE 'Y'.
026400         88  CMR-FIRST-BRANCH             VALUE 'Y'.
026500         88  CMR-NOT-FIRST-BRANCH         VALUE 'N'.
026600     05  CMR-SECTION-SW              PIC X(01)
026700         VALUE 'B'.
026800         88  CMR-BRANCH-SECTION           VALUE 'B'.
026900         88  CMR-OPERATOR-SECTION         VALUE 'O'.
027000         88  CMR-BALANCE-SECTION          VALUE 'T'.
027100
027200 77  CMR-AUDIT-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
027300 77  CMR-AUDIT-EARLIER-COUNT         PIC 9(09) COMP VALUE ZERO.
027400 77  CMR-AUDIT-IN-MONTH-COUNT        PIC 9(09) COMP VALUE ZERO.
027500 77  CMR-AUDIT-LATER-COUNT           PIC 9(09) COMP VALUE ZERO.
027600 77  CMR-NO-SORT-CODE-COUNT          PIC 9(09) COMP VALUE ZERO.
027700 77  CMR-BNKCUST-COUNT               PIC 9(09) COMP VALUE ZERO.
027800 77  CMR-BNKCUST-ACTIVE-COUNT        PIC 9(09) COMP VALUE ZERO.
027900 77  CMR-PREV-RECORD-COUNT           PIC 9(09) COMP VALUE ZERO.
028000 77  CMR-OUT-OF-BALANCE-COUNT        PIC 9(09) COMP VALUE ZERO.
028100 77  CMR-SUB                         PIC 9(04) COMP VALUE ZERO.
028200 77  CMR-OLD-SUB                     PIC 9(04) COMP VALUE ZERO.
028300 77  CMR-FIND-SORT-CODE              PIC 9(06) VALUE ZERO.
028400 77  CMR-FIND-USERID                 PIC X(08) VALUE SPACES.
028500 77  CMR-PREV-REGION                 PIC X(20) VALUE SPACES.
028600 77  CMR-REPORT-MONTH                PIC X(06) VALUE SPACES.
028700 77  CMR-PRIOR-MONTH                 PIC X(06) VALUE SPACES.
028800 77  CMR-ENTRY-MONTH                 PIC X(06) VALUE SPACES.
028900 77  CMR-RUN-DATE                    PIC X(08) VALUE SPACES.
029000 77  CMR-LINE-COUNT                  PIC 9(03) COMP VALUE ZERO.
029100 77  CMR-PAGE-COUNT                  PIC 9(05) COMP VALUE ZERO.
029200 77  CMR-PAGE-LIMIT                  PIC 9(03) COMP VALUE 60.
029300 77  CMR-FATAL-MSG                   PIC X(60) VALUE SPACES.
029400 77  CMR-SAVE-LINE                   PIC X(132) VALUE SPACES.
029500 77  CMR-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
029600
029700******************************************************************
029800* MONTH ARITHMETIC - THE PREVIOUS MONTH OF A YYYYMM              *
029900******************************************************************
030000 01  CMR-MONTH-WORK.
030100     05  CMR-MW-YEAR                 PIC 9(04).
030200     05  CMR-MW-MONTH                PIC 9(02).
030300 01  CMR-MONTH-WORK-X REDEFINES CMR-MONTH-WORK
030400                                     PIC X(06).
030500
030600******************************************************************
030700* THE AUDIT ENTRY'S IMAGES, SO THE SORT CODE AND STATUS EITHER   *
030800* SIDE OF THE CHANGE CAN BE SEEN                                 *
030900******************************************************************
031000 01  CMR-BEFORE-REC.
031100 COPY CBANKVCS.
031200
031300 01  CMR-AFTER-REC.
031400 COPY CBANKVCS.
031500
031600******************************************************************
031700* ONE ENTRY PER BRANCH - EVERY BRANCH ON BNKBRN, PLUS ANY SORT   *
031800* CODE MET ON BNKCUST, CUSTAUDF OR MIRPREV THAT IS NOT ON IT.    *
031900* THE LATER- FIGURES ARE THE NET EFFECT OF ENTRIES DATED AFTER   *
032000* THE MONTH END, WOUND BACK OFF THE LIVE COUNTS                  *
032100******************************************************************
032200 01  CMR-BRANCH-TABLE.
032300     05  CMR-BRN-USED                PIC 9(04) COMP VALUE ZERO.
032400     05  CMR-BRN-ENTRY OCCURS 500 TIMES.
032500         10  CMR-BRN-SORT-CODE       PIC 9(06).
032600         10  CMR-BRN-NAME            PIC X(30).
032700         10  CMR-BRN-REGION          PIC X(20).
032800         10  CMR-BRN-OPEN-ACTIVE     PIC S9(09) COMP.
032900         10  CMR-BRN-OPEN-ONFILE     PIC S9(09) COMP.
033000         10  CMR-BRN-ADDS            PIC S9(09) COMP.
033100         10  CMR-BRN-CLOSURES        PIC S9(09) COMP.
033200         10  CMR-BRN-REINSTATES      PIC S9(09) COMP.
033300         10  CMR-BRN-MERGES          PIC S9(09) COMP.
033400         10  CMR-BRN-TRANSFERS-IN    PIC S9(09) COMP.
033500         10  CMR-BRN-TRANSFERS-OUT   PIC S9(09) COMP.
033600         10  CMR-BRN-ONFILE-IN       PIC S9(09) COMP.
033700         10  CMR-BRN-ONFILE-OUT      PIC S9(09) COMP.
033800         10  CMR-BRN-PURGES          PIC S9(09) COMP.
033900         10  CMR-BRN-CLOSE-ACTIVE    PIC S9(09) COMP.
034000         10  CMR-BRN-LIVE-ACTIVE     PIC S9(09) COMP.
034100         10  CMR-BRN-LIVE-ONFILE     PIC S9(09) COMP.
034200         10  CMR-BRN-LATER-ACTIVE    PIC S9(09) COMP.
034300         10  CMR-BRN-LATER-ONFILE    PIC S9(09) COMP.
034400         10  CMR-BRN-MONTH-END-ACTIVE
034500                                     PIC S9(09) COMP.
034600         10  CMR-BRN-MONTH-END-ONFILE
034700                                     PIC S9(09) COMP.
034800
034900******************************************************************
035000* ONE ENTRY PER USER ID THAT DID ANY OF THE COUNTED WORK         *
035100******************************************************************
035200 01  CMR-OPERATOR-TABLE.
035300     05  CMR-OPR-USED                PIC 9(04) COMP VALUE ZERO.
035400     05  CMR-OPR-ENTRY OCCURS 1000 TIMES.
035500         10  CMR-OPR-USERID          PIC X(08).
035600         10  CMR-OPR-ADDS            PIC 9(09) COMP.
035700         10  CMR-OPR-UPDATES         PIC 9(09) COMP.
035800         10  CMR-OPR-CLOSE-REQUESTS  PIC 9(09) COMP.
035900         10  CMR-OPR-APPROVALS       PIC 9(09) COMP.
036000         10  CMR-OPR-REJECTIONS      PIC 9(09) COMP.
036100         10  CMR-OPR-DENIALS         PIC 9(09) COMP.
036200
036300******************************************************************
036400* REGION AND GRAND TOTALS FOR THE BRANCH SECTION, AND THE        *
036500* OPERATOR SECTION TOTAL                                         *
036600******************************************************************
036700 01  CMR-REGION-TOTALS.
036800     05  CMR-RGN-OPEN-ACTIVE         PIC S9(09) COMP.
036900     05  CMR-RGN-ADDS                PIC S9(09) COMP.
037000     05  CMR-RGN-CLOSURES            PIC S9(09) COMP.
037100     05  CMR-RGN-REINSTATES          PIC S9(09) COMP.
037200     05  CMR-RGN-MERGES              PIC S9(09) COMP.
037300     05  CMR-RGN-TRANSFERS-IN        PIC S9(09) COMP.
037400     05  CMR-RGN-TRANSFERS-OUT       PIC S9(09) COMP.
037500     05  CMR-RGN-CLOSE-ACTIVE        PIC S9(09) COMP.
037600     05  CMR-RGN-PURGES              PIC S9(09) COMP.
037700     05  CMR-RGN-MONTH-END-ACTIVE    PIC S9(09) COMP.
037800
037900 01  CMR-GRAND-TOTALS.
038000     05  CMR-GRD-OPEN-ACTIVE         PIC S9(09) COMP VALUE ZERO.
038100     05  CMR-GRD-ADDS                PIC S9(09) COMP VALUE ZERO.
038200     05  CMR-GRD-CLOSURES            PIC S9(09) COMP VALUE ZERO.
038300     05  CMR-GRD-REINSTATES          PIC S9(09) COMP VALUE ZERO.
038400     05  CMR-GRD-MERGES              PIC S9(09) COMP VALUE ZERO.
038500     05  CMR-GRD-TRANSFERS-IN        PIC S9(09) COMP VALUE ZERO.
038600     05  CMR-GRD-TRANSFERS-OUT       PIC S9(09) COMP VALUE ZERO.
038700     05  CMR-GRD-CLOSE-ACTIVE        PIC S9(09) COMP VALUE ZERO.
038800     05  CMR-GRD-PURGES              PIC S9(09) COMP VALUE ZERO.
038900     05  CMR-GRD-MONTH-END-ACTIVE    PIC S9(09) COMP VALUE ZERO.
039000     05  CMR-GRD-OPEN-ONFILE         PIC S9(09) COMP VALUE ZERO.
039100     05  CMR-GRD-CLOSE-ONFILE        PIC S9(09) COMP VALUE ZERO.
039200     05  CMR-GRD-MONTH-END-ONFILE    PIC S9(09) COMP VALUE ZERO.
039300     05  CMR-GRD-LATER-ACTIVE        PIC S9(09) COMP VALUE ZERO.
039400     05  CMR-GRD-LATER-ONFILE        PIC S9(09) COMP VALUE ZERO.
039500
039600 01  CMR-OPERATOR-TOTALS.
039700     05  CMR-OTL-ADDS                PIC 9(09) COMP VALUE ZERO.
039800     05  CMR-OTL-UPDATES             PIC 9(09) COMP VALUE ZERO.
039900     05  CMR-OTL-CLOSE-REQUESTS      PIC 9(09) COMP VALUE ZERO.
040000     05  CMR-OTL-APPROVALS           PIC 9(09) COMP VALUE ZERO.
040100     05  CMR-OTL-REJECTIONS          PIC 9(09) COMP VALUE ZERO.
040200     05  CMR-OTL-DENIALS             PIC 9(09) COMP VALUE ZERO.
040300
040400 01  CMR-CTLTOT-PARMS.
040500 COPY CUSTCTP.
040600
040700 01  CMR-PAGE-HEADING1.
040800     05  FILLER                      PIC X(50)
040900         VALUE 'CUSTMIRP - MONTHLY CUSTOMER BOOK MI REPORT'.
041000     05  FILLER                      PIC X(65) VALUE SPACES.
041100     05  FILLER                      PIC X(06)
041200         VALUE 'PAGE '.
041300     05  CMRH-PAGE                   PIC ZZZZ9.
041400     05  FILLER                      PIC X(06) VALUE SPACES.
041500
041600 01  CMR-PAGE-HEADING2.
041700     05  FILLER                      PIC X(15)
041800         VALUE 'REPORT MONTH: '.
041900     05  CMRH-REPORT-MONTH           PIC X(06).
042000     05  FILLER                      PIC X(14)
042100         VALUE '   RUN DATE: '.
042200     05  CMRH-RUN-DATE               PIC X(08).
042300     05  FILLER                      PIC X(03) VALUE SPACES.
042400     05  CMRH-OPENING-NOTE           PIC X(60).
042500     05  FILLER                      PIC X(26) VALUE SPACES.
042600
042700 01  CMR-PAGE-HEADING3.
042800     05  CMRH-SECTION-TITLE          PIC X(60).
042900     05  FILLER                      PIC X(72) VALUE SPACES.
043000
043100 01  CMR-BRANCH-COLUMNS1.
043200     05  FILLER                      PIC X(28)
043300         VALUE 'SORT   BRANCH'.
043400     05  FILLER                      PIC X(09) VALUE '  OPENING'.
043500     05  FILLER                      PIC X(09) VALUE '     ADDS'.
043600     05  FILLER                      PIC X(09) VALUE ' CLOSURES'.
043700     05  FILLER                      PIC X(09) VALUE '  REINST.'.
043800     05  FILLER                      PIC X(09) VALUE '   MERGED'.
043900     05  FILLER                      PIC X(09) VALUE ' TRANS IN'.
044000     05  FILLER                      PIC X(09) VALUE 'TRANS OUT'.
044100     05  FILLER                      PIC X(09) VALUE '  CLOSING'.
044200     05  FILLER                      PIC X(09) VALUE ' MOVEMENT'.
044300     05  FILLER                      PIC X(09) VALUE '   PURGES'.
044400     05  FILLER                      PIC X(09) VALUE '  BNKCUST'.
044500     05  FILLER                      PIC X(05) VALUE '  BAL'.
044600
044700 01  CMR-BRANCH-COLUMNS2.
044800     05  FILLER                      PIC X(28)
044900         VALUE 'CODE   NAME'.
045000     05  FILLER                      PIC X(09) VALUE '   ACTIVE'.
045100     05  FILLER                      PIC X(54) VALUE SPACES.
045200     05  FILLER                      PIC X(09) VALUE '   ACTIVE'.
045300     05  FILLER                      PIC X(09) VALUE '  ON OPEN'.
045400     05  FILLER                      PIC X(09) VALUE SPACES.
045500     05  FILLER                      PIC X(09) VALUE '   ACTIVE'.
045600     05  FILLER                      PIC X(05) VALUE SPACES.
045700
045800 01  CMR-OPERATOR-COLUMNS.
045900     05  FILLER                      PIC X(10)
046000         VALUE 'USER ID'.
046100     05  FILLER                      PIC X(13)
046200         VALUE '         ADDS'.
046300     05  FILLER                      PIC X(13)
046400         VALUE '      UPDATES'.
046500     05  FILLER                      PIC X(13)
046600         VALUE ' CLOSURE REQS'.
046700     05  FILLER                      PIC X(13)
046800         VALUE '    APPROVALS'.
046900     05  FILLER                      PIC X(13)
047000         VALUE '   REJECTIONS'.
047100     05  FILLER                      PIC X(13)
047200         VALUE '      DENIALS'.
047300     05  FILLER                      PIC X(44) VALUE SPACES.
047400
047500 01  CMR-REGION-HEADING.
047600     05  FILLER                      PIC X(08)
047700         VALUE 'REGION: '.
047800     05  CMRR-REGION                 PIC X(20).
047900     05  FILLER                      PIC X(104) VALUE SPACES.
048000
048100 01  CMR-BRANCH-DETAIL-LINE.
048200     05  CMRD-SORT-CODE              PIC X(06).
048300     05  FILLER                      PIC X(01) VALUE SPACES.
048400     05  CMRD-NAME                   PIC X(20).
048500     05  FILLER                      PIC X(01) VALUE SPACES.
048600     05  FILLER                      PIC X(01) VALUE SPACES.
048700     05  CMRD-OPEN-ACTIVE            PIC -------9.
048800     05  FILLER                      PIC X(01) VALUE SPACES.
048900     05  CMRD-ADDS                   PIC -------9.
049000     05  FILLER                      PIC X(01) VALUE SPACES.
049100     05  CMRD-CLOSURES               PIC -------9.
049200     05  FILLER                      PIC X(01) VALUE SPACES.
049300     05  CMRD-REINSTATES             PIC -------9.
049400     05  FILLER                      PIC X(01) VALUE SPACES.
049500     05  CMRD-MERGES                 PIC -------9.
049600     05  FILLER                      PIC X(01) VALUE SPACES.
049700     05  CMRD-TRANSFERS-IN           PIC -------9.
049800     05  FILLER                      PIC X(01) VALUE SPACES.
049900     05  CMRD-TRANSFERS-OUT          PIC -------9.
050000     05  FILLER                      PIC X(01) VALUE SPACES.
050100     05  CMRD-CLOSE-ACTIVE           PIC -------9.
050200     05  FILLER                      PIC X(01) VALUE SPACES.
050300     05  CMRD-MOVEMENT               PIC +++++++9.
050400     05  FILLER                      PIC X(01) VALUE SPACES.
050500     05  CMRD-PURGES                 PIC -------9.
050600     05  FILLER                      PIC X(01) VALUE SPACES.
050700     05  CMRD-MONTH-END-ACTIVE       PIC -------9.
050800     05  FILLER                      PIC X(01) VALUE SPACES.
050900     05  CMRD-BALANCE                PIC X(04).
051000
051100 01  CMR-OPERATOR-DETAIL-LINE.
051200     05  CMRO-USERID                 PIC X(08).
051300     05  FILLER                      PIC X(02) VALUE SPACES.
051400     05  FILLER                      PIC X(04) VALUE SPACES.
051500     05  CMRO-ADDS                   PIC ZZZZZZZZ9.
051600     05  FILLER                      PIC X(04) VALUE SPACES.
051700     05  CMRO-UPDATES                PIC ZZZZZZZZ9.
051800     05  FILLER                      PIC X(04) VALUE SPACES.
051900     05  CMRO-CLOSE-REQUESTS         PIC ZZZZZZZZ9.
052000     05  FILLER                      PIC X(04) VALUE SPACES.
052100     05  CMRO-APPROVALS              PIC ZZZZZZZZ9.
052200     05  FILLER                      PIC X(04) VALUE SPACES.
052300     05  CMRO-REJECTIONS             PIC ZZZZZZZZ9.
052400     05  FILLER                      PIC X(04) VALUE SPACES.
052500     05  CMRO-DENIALS                PIC ZZZZZZZZ9.
052600     05  FILLER                      PIC X(44) VALUE SPACES.
052700
052800 01  CMR-REPORT-COUNT-LINE.
052900     05  CMRC-LABEL                  PIC X(40).
053000     05  CMRC-COUNT                  PIC ---------9.
053100     05  FILLER                      PIC X(82) VALUE SPACES.
053200
053300 01  CMR-REPORT-RESULT-LINE.
053400     05  FILLER                      PIC X(08)
053500         VALUE 'RESULT: '.
053600     05  CMRT-RESULT                 PIC X(60).
053700     05  FILLER                      PIC X(64) VALUE SPACES.
053800
053900******************************************************************
054000* MAINLINE                                                       *
054100******************************************************************
054200 PROCEDURE DIVISION.
054300 0000-MAINLINE.
054400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
054500     PERFORM 2000-PROCESS-AUDIT-ENTRY THRU 2000-EXIT
054600         UNTIL CMR-CUSTAUDF-AT-EOF.
054700     PERFORM 3000-COUNT-BNKCUST THRU 3000-EXIT
054800         UNTIL CMR-BNKCUST-AT-EOF.
054900     PERFORM 4000-BALANCE-BRANCH THRU 4000-EXIT
055000         VARYING CMR-SUB FROM 1 BY 1
055100         UNTIL CMR-SUB > CMR-BRN-USED.
055200     PERFORM 6000-REPORT-BRANCHES THRU 6000-EXIT.
055300     PERFORM 7000-REPORT-OPERATORS THRU 7000-EXIT.
055400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
055500     PERFORM 8500-WRITE-CARRY-FORWARD THRU 8500-EXIT.
055600     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
055700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
055800     STOP RUN.
055900
056000******************************************************************
056100* 1000-INITIALIZE - SETTLE THE REPORT MONTH, LOAD THE BRANCHES   *
056200* AND LAST MONTH'S CLOSING FIGURES, AND OPEN THE FILES           *
056300******************************************************************
056400 1000-INITIALIZE.
056500     MOVE FUNCTION CURRENT-DATE (1:8) TO CMR-RUN-DATE.
056600     PERFORM 1100-SET-REPORT-MONTH THRU 1100-EXIT.
056700
056800     OPEN INPUT BNKBRN.
056900     IF NOT CMR-BNKBRN-OK
057000        STRING 'UNABLE TO OPEN BNKBRN - STATUS '
057100                           DELIMITED BY SIZE
057200               CMR-BNKBRN-STATUS DELIMITED BY SIZE
057300          INTO CMR-FATAL-MSG
057400        END-STRING
057500        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
057600     END-IF.
057700     PERFORM 1200-LOAD-BRANCH THRU 1200-EXIT
057800         UNTIL CMR-BNKBRN-AT-EOF.
057900     CLOSE BNKBRN.
058000
058100     OPEN INPUT MIRPREV.
058200     IF CMR-MIRPREV-OK
058300        SET CMR-OPENING-CARRIED TO TRUE
058400        PERFORM 1300-LOAD-CARRY-FORWARD THRU 1300-EXIT
058500            UNTIL CMR-MIRPREV-AT-EOF
058600        CLOSE MIRPREV
058700     END-IF.
058800     IF CMR-PREV-RECORD-COUNT = ZERO
058900        SET CMR-OPENING-DERIVED TO TRUE
059000     END-IF.
059100     IF CMR-OPENING-DERIVED
059200        PERFORM 1400-CLEAR-OPENING THRU 1400-EXIT
059300            VARYING CMR-SUB FROM 1 BY 1
059400            UNTIL CMR-SUB > CMR-BRN-USED
059500     END-IF.
059600
059700     OPEN INPUT CUSTAUDF.
059800     IF NOT CMR-CUSTAUDF-OK
059900        STRING 'UNABLE TO OPEN CUSTAUDF - STATUS '
060000                           DELIMITED BY SIZE
060100               CMR-CUSTAUDF-STATUS DELIMITED BY SIZE
060200          INTO CMR-FATAL-MSG
060300        END-STRING
060400        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
060500     END-IF.
060600     OPEN INPUT BNKCUST.
060700     IF NOT CMR-BNKCUST-OK
060800        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
060900                           DELIMITED BY SIZE
061000               CMR-BNKCUST-STATUS DELIMITED BY SIZE
061100          INTO CMR-FATAL-MSG
061200        END-STRING
061300        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
061400     END-IF.
061500     OPEN OUTPUT MIRRPT.
061600
061700     MOVE CMR-REPORT-MONTH TO CMRH-REPORT-MONTH.
061800     MOVE CMR-RUN-DATE     TO CMRH-RUN-DATE.
061900     IF CMR-OPENING-CARRIED
062000        STRING 'OPENING FIGURES CARRIED FORWARD FROM '
062100                                DELIMITED BY SIZE
062200               CMR-PRIOR-MONTH  DELIMITED BY SIZE
062300          INTO CMRH-OPENING-NOTE
062400        END-STRING
062500     ELSE
062600        STRING 'NO FIGURES FOR '
062700                                DELIMITED BY SIZE
062800               CMR-PRIOR-MONTH  DELIMITED BY SIZE
062900               ' - OPENING WORKED BACK, NOT CHECKED'
063000                                DELIMITED BY SIZE
063100          INTO CMRH-OPENING-NOTE
063200        END-STRING
063300     END-IF.
063400 1000-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800* 1100-SET-REPORT-MONTH - THE MONTH ON MIRPARM, OR LAST MONTH,   *
063900* AND THE MONTH BEFORE IT WHOSE CLOSING FIGURES OPEN THIS ONE    *
064000******************************************************************
064100 1100-SET-REPORT-MONTH.
064200     MOVE CMR-RUN-DATE (1:6) TO CMR-MONTH-WORK-X.
064300     PERFORM 1110-STEP-BACK-A-MONTH THRU 1110-EXIT.
064400     MOVE CMR-MONTH-WORK-X TO CMR-REPORT-MONTH.
064500     OPEN INPUT MIRPARM.
064600     IF CMR-MIRPARM-OK
064700        READ MIRPARM
064800            AT END
064900               CONTINUE
065000        END-READ
065100        IF CMR-MIRPARM-OK
065200           AND CMR-PARM-REPORT-MONTH IS NUMERIC
065300           AND CMR-PARM-REPORT-MONTH (5:2) > '00'
065400           AND CMR-PARM-REPORT-MONTH (5:2) < '13'
065500           MOVE CMR-PARM-REPORT-MONTH TO CMR-REPORT-MONTH
065600        END-IF
065700        CLOSE MIRPARM
065800     END-IF.
065900     MOVE CMR-REPORT-MONTH TO CMR-MONTH-WORK-X.
066000     PERFORM 1110-STEP-BACK-A-MONTH THRU 1110-EXIT.
066100     MOVE CMR-MONTH-WORK-X TO CMR-PRIOR-MONTH.
066200 1100-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 1110-STEP-BACK-A-MONTH - CMR-MONTH-WORK BECOMES THE MONTH      *
066700* BEFORE                                                         *
066800******************************************************************
066900 1110-STEP-BACK-A-MONTH.
067000     IF CMR-MW-MONTH = 1
067100        MOVE 12 TO CMR-MW-MONTH
067200        SUBTRACT 1 FROM CMR-MW-YEAR
067300     ELSE
067400        SUBTRACT 1 FROM CMR-MW-MONTH
067500     END-IF.
067600 1110-EXIT.
067700     EXIT.
067800
067900******************************************************************
068000* 1200-LOAD-BRANCH - ONE BRANCH OFF BNKBRN INTO THE TABLE        *
068100******************************************************************
068200 1200-LOAD-BRANCH.
068300     READ BNKBRN NEXT RECORD
068400         AT END
068500            SET CMR-BNKBRN-AT-EOF TO TRUE
068600            GO TO 1200-EXIT
068700     END-READ.
068800     IF NOT CMR-BNKBRN-OK
068900        STRING 'UNABLE TO READ BNKBRN - STATUS '
069000                           DELIMITED BY SIZE
069100               CMR-BNKBRN-STATUS DELIMITED BY SIZE
069200          INTO CMR-FATAL-MSG
069300        END-STRING
069400        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
069500     END-IF.
069600     MOVE BRN-REC-SORT-CODE OF BNKBRN-REC TO CMR-FIND-SORT-CODE.
069700     PERFORM 5000-FIND-BRANCH THRU 5000-EXIT.
069800     MOVE BRN-REC-NAME OF BNKBRN-REC   TO CMR-BRN-NAME (CMR-SUB).
069900     MOVE BRN-REC-REGION OF BNKBRN-REC
070000        TO CMR-BRN-REGION (CMR-SUB).
070100 1200-EXIT.
070200     EXIT.
070300
070400******************************************************************
070500* 1300-LOAD-CARRY-FORWARD - ONE BRANCH'S CLOSING FIGURES FROM    *
070600* LAST MONTH.  A FILE FOR ANY OTHER MONTH IS NO OPENING AT ALL   *
070700* AND IS IGNORED                                                 *
070800******************************************************************
070900 1300-LOAD-CARRY-FORWARD.
071000     READ MIRPREV
071100         AT END
071200            SET CMR-MIRPREV-AT-EOF TO TRUE
071300            GO TO 1300-EXIT
071400     END-READ.
071410     IF NOT CMR-MIRPREV-OK
071420        STRING 'UNABLE TO READ MIRPREV - STATUS '
071430                           DELIMITED BY SIZE
071440               CMR-MIRPREV-STATUS DELIMITED BY SIZE
071450          INTO CMR-FATAL-MSG
071460        END-STRING
071470        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
071480     END-IF.
071500     IF CMF-PREV-MONTH NOT = CMR-PRIOR-MONTH
071600        SET CMR-OPENING-DERIVED TO TRUE
071700        GO TO 1300-EXIT
071800     END-IF.
071900     ADD 1 TO CMR-PREV-RECORD-COUNT.
072000     MOVE CMF-PREV-SORT-CODE TO CMR-FIND-SORT-CODE.
072100     PERFORM 5000-FIND-BRANCH THRU 5000-EXIT.
072200     ADD CMF-PREV-ACTIVE-COUNT TO CMR-BRN-OPEN-ACTIVE (CMR-SUB).
072300     ADD CMF-PREV-ONFILE-COUNT TO CMR-BRN-OPEN-ONFILE (CMR-SUB).
072400 1300-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800* 1400-CLEAR-OPENING - DROP WHATEVER PART OF A CARRY-FORWARD     *
072900* FILE WAS TAKEN BEFORE IT TURNED OUT TO BE THE WRONG MONTH      *
073000******************************************************************
073100 1400-CLEAR-OPENING.
073200     MOVE ZERO TO CMR-BRN-OPEN-ACTIVE (CMR-SUB)
073300                  CMR-BRN-OPEN-ONFILE (CMR-SUB).
073400 1400-EXIT.
073500     EXIT.
073600
073700******************************************************************
073800* 2000-PROCESS-AUDIT-ENTRY - AN ENTRY FOR THE REPORT MONTH IS    *
073900* COUNTED AS A MOVEMENT AND AS OPERATOR WORK; ONE DATED AFTER    *
074000* IT IS KEPT ONLY TO WIND THE LIVE BNKCUST COUNT BACK TO THE     *
074100* MONTH END; AN EARLIER ONE IS ALREADY IN THE OPENING FIGURES    *
074200******************************************************************
074300 2000-PROCESS-AUDIT-ENTRY.
074400     MOVE SPACES TO CUSTAUDF-REC.
074500     READ CUSTAUDF
074600         AT END
074700            SET CMR-CUSTAUDF-AT-EOF TO TRUE
074800            GO TO 2000-EXIT
074900     END-READ.
075000     IF NOT CMR-CUSTAUDF-OK
075100        AND NOT CMR-CUSTAUDF-SHORT-REC
075200        STRING 'UNABLE TO READ CUSTAUDF - STATUS '
075300                           DELIMITED BY SIZE
075400               CMR-CUSTAUDF-STATUS DELIMITED BY SIZE
075500          INTO CMR-FATAL-MSG
075600        END-STRING
075700        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
075800     END-IF.
075900     ADD 1 TO CMR-AUDIT-READ-COUNT.
076000     MOVE CAJ-TIMESTAMP (1:6) TO CMR-ENTRY-MONTH.
076100     IF CMR-ENTRY-MONTH < CMR-REPORT-MONTH
076200        ADD 1 TO CMR-AUDIT-EARLIER-COUNT
076300        GO TO 2000-EXIT
076400     END-IF.
076500
076600     MOVE CAJ-BEFORE-IMAGE TO CMR-BEFORE-REC.
076700     MOVE CAJ-AFTER-IMAGE  TO CMR-AFTER-REC.
076800     IF CMR-ENTRY-MONTH = CMR-REPORT-MONTH
076900        ADD 1 TO CMR-AUDIT-IN-MONTH-COUNT
077000        PERFORM 2100-COUNT-MOVEMENT THRU 2100-EXIT
077100        PERFORM 2300-COUNT-OPERATOR-WORK THRU 2300-EXIT
077200     ELSE
077300        ADD 1 TO CMR-AUDIT-LATER-COUNT
077400        PERFORM 2200-COUNT-LATER-MOVEMENT THRU 2200-EXIT
077500     END-IF.
077600 2000-EXIT.
077700     EXIT.
077800
077900******************************************************************
078000* 2100-COUNT-MOVEMENT - WHAT THE ENTRY DID TO THE BOOK, AGAINST  *
078100* THE BRANCH THE CUSTOMER WAS AT.  AN ADD, CLOSURE OR            *
078200* REINSTATEMENT TAKES THE BRANCH FROM THE AFTER IMAGE, A PURGE   *
078300* OR MERGE FROM THE BEFORE IMAGE; A CHANGE OF SORT CODE IS A     *
078400* TRANSFER OUT OF ONE AND INTO THE OTHER                         *
078500******************************************************************
078600 2100-COUNT-MOVEMENT.
078700     EVALUATE TRUE
078800        WHEN CAJ-ACTION-ADD
078900           PERFORM 5100-FIND-AFTER-BRANCH THRU 5100-EXIT
079000           ADD 1 TO CMR-BRN-ADDS (CMR-SUB)
079100        WHEN CAJ-ACTION-DELETE
079200           PERFORM 5100-FIND-AFTER-BRANCH THRU 5100-EXIT
079300           ADD 1 TO CMR-BRN-CLOSURES (CMR-SUB)
079400        WHEN CAJ-ACTION-REINSTATE
079500           PERFORM 5100-FIND-AFTER-BRANCH THRU 5100-EXIT
079600           ADD 1 TO CMR-BRN-REINSTATES (CMR-SUB)
079700        WHEN CAJ-ACTION-PURGE
079800           PERFORM 5200-FIND-BEFORE-BRANCH THRU 5200-EXIT
079900           ADD 1 TO CMR-BRN-PURGES (CMR-SUB)
080000        WHEN CAJ-ACTION-MERGE
080100           PERFORM 5200-FIND-BEFORE-BRANCH THRU 5200-EXIT
080200           IF BCS-CUST-ACTIVE OF CMR-BEFORE-REC
080300              ADD 1 TO CMR-BRN-MERGES (CMR-SUB)
080400           END-IF
080500        WHEN CAJ-ACTION-UPDATE
080600           PERFORM 2400-CHECK-TRANSFER THRU 2400-EXIT
080700           IF CMR-OLD-SUB NOT = ZERO
080800              ADD 1 TO CMR-BRN-ONFILE-OUT (CMR-OLD-SUB)
080900              ADD 1 TO CMR-BRN-ONFILE-IN (CMR-SUB)
081000              IF BCS-CUST-ACTIVE OF CMR-AFTER-REC
081100                 ADD 1 TO CMR-BRN-TRANSFERS-OUT (CMR-OLD-SUB)
081200                 ADD 1 TO CMR-BRN-TRANSFERS-IN (CMR-SUB)
081300              END-IF
081400           END-IF
081500        WHEN OTHER
081600           CONTINUE
081700     END-EVALUATE.
081800 2100-EXIT.
081900     EXIT.
082000
082100******************************************************************
082200* 2200-COUNT-LATER-MOVEMENT - THE SAME MOVEMENTS FOR AN ENTRY    *
082300* DATED AFTER THE MONTH END, AS A NET CHANGE TO THE BRANCH'S     *
082400* ACTIVE CUSTOMERS AND RECORDS ON FILE                           *
082500******************************************************************
082600 2200-COUNT-LATER-MOVEMENT.
082700     EVALUATE TRUE
082800        WHEN CAJ-ACTION-ADD
082900           PERFORM 5100-FIND-AFTER-BRANCH THRU 5100-EXIT
083000           ADD 1 TO CMR-BRN-LATER-ACTIVE (CMR-SUB)
083100                    CMR-BRN-LATER-ONFILE (CMR-SUB)
083200        WHEN CAJ-ACTION-DELETE
083300           PERFORM 5100-FIND-AFTER-BRANCH THRU 5100-EXIT
083400           SUBTRACT 1 FROM CMR-BRN-LATER-ACTIVE (CMR-SUB)
083500        WHEN CAJ-ACTION-REINSTATE
083600           PERFORM 5100-FIND-AFTER-BRANCH THRU 5100-EXIT
083700           ADD 1 TO CMR-BRN-LATER-ACTIVE (CMR-SUB)
083800        WHEN CAJ-ACTION-PURGE
083900           PERFORM 5200-FIND-BEFORE-BRANCH THRU 5200-EXIT
084000           SUBTRACT 1 FROM CMR-BRN-LATER-ONFILE (CMR-SUB)
084100        WHEN CAJ-ACTION-MERGE
084200           PERFORM 5200-FIND-BEFORE-BRANCH THRU 5200-EXIT
084300           IF BCS-CUST-ACTIVE OF CMR-BEFORE-REC
084400              SUBTRACT 1 FROM CMR-BRN-LATER-ACTIVE (CMR-SUB)
084500           END-IF
084600        WHEN CAJ-ACTION-UPDATE
084700           PERFORM 2400-CHECK-TRANSFER THRU 2400-EXIT
084800           IF CMR-OLD-SUB NOT = ZERO
084900              SUBTRACT 1 FROM CMR-BRN-LATER-ONFILE (CMR-OLD-SUB)
085000              ADD 1 TO CMR-BRN-LATER-ONFILE (CMR-SUB)
085100              IF BCS-CUST-ACTIVE OF CMR-AFTER-REC
085200                 SUBTRACT 1
085300                    FROM CMR-BRN-LATER-ACTIVE (CMR-OLD-SUB)
085400                 ADD 1 TO CMR-BRN-LATER-ACTIVE (CMR-SUB)
085500              END-IF
085600           END-IF
085700        WHEN OTHER
085800           CONTINUE
085900     END-EVALUATE.
086000 2200-EXIT.
086100     EXIT.
086200
086300******************************************************************
086400* 2300-COUNT-OPERATOR-WORK - THE USER ID'S SHARE OF THE MONTH.   *
086500* A CLOSURE REQUEST IS A Q ENTRY ON A CUSTOMER WHO WAS NOT       *
086600* CLOSED - ON A CLOSED ONE IT ASKS FOR A REINSTATEMENT           *
086700******************************************************************
086800 2300-COUNT-OPERATOR-WORK.
086900     IF NOT CAJ-ACTION-ADD
087000        AND NOT CAJ-ACTION-UPDATE
087100        AND NOT CAJ-ACTION-REQUEST
087200        AND NOT CAJ-ACTION-APPROVE
087300        AND NOT CAJ-ACTION-REJECT
087400        AND NOT CAJ-ACTION-DENIED
087500        GO TO 2300-EXIT
087600     END-IF.
087700     IF CAJ-ACTION-REQUEST
087800        AND BCS-CUST-CLOSED OF CMR-BEFORE-REC
087900        GO TO 2300-EXIT
088000     END-IF.
088100     MOVE CAJ-USERID TO CMR-FIND-USERID.
088200     PERFORM 5500-FIND-OPERATOR THRU 5500-EXIT.
088300     EVALUATE TRUE
088400        WHEN CAJ-ACTION-ADD
088500           ADD 1 TO CMR-OPR-ADDS (CMR-SUB)
088600        WHEN CAJ-ACTION-UPDATE
088700           ADD 1 TO CMR-OPR-UPDATES (CMR-SUB)
088800        WHEN CAJ-ACTION-REQUEST
088900           ADD 1 TO CMR-OPR-CLOSE-REQUESTS (CMR-SUB)
089000        WHEN CAJ-ACTION-APPROVE
089100           ADD 1 TO CMR-OPR-APPROVALS (CMR-SUB)
089200        WHEN CAJ-ACTION-REJECT
089300           ADD 1 TO CMR-OPR-REJECTIONS (CMR-SUB)
089400        WHEN CAJ-ACTION-DENIED
089500           ADD 1 TO CMR-OPR-DENIALS (CMR-SUB)
089600     END-EVALUATE.
089700 2300-EXIT.
089800     EXIT.
089900
090000******************************************************************
090100* 2400-CHECK-TRANSFER - AN UPDATE THAT CHANGED THE SORT CODE     *
090200* LEAVES CMR-OLD-SUB ON THE BRANCH THE CUSTOMER LEFT AND CMR-SUB *
090300* ON THE ONE IT JOINED; ANY OTHER UPDATE LEAVES CMR-OLD-SUB ZERO *
090400******************************************************************
090500 2400-CHECK-TRANSFER.
090600     MOVE ZERO TO CMR-OLD-SUB.
090700     IF BCS-REC-SORT-CODE OF CMR-BEFORE-REC IS NOT NUMERIC
090800        OR BCS-REC-SORT-CODE OF CMR-AFTER-REC IS NOT NUMERIC
090900        GO TO 2400-EXIT
091000     END-IF.
091100     IF BCS-REC-SORT-CODE OF CMR-BEFORE-REC
091200        = BCS-REC-SORT-CODE OF CMR-AFTER-REC
091300        GO TO 2400-EXIT
091400     END-IF.
091500     PERFORM 5200-FIND-BEFORE-BRANCH THRU 5200-EXIT.
091600     MOVE CMR-SUB TO CMR-OLD-SUB.
091700     PERFORM 5100-FIND-AFTER-BRANCH THRU 5100-EXIT.
091800 2400-EXIT.
091900     EXIT.
092000
092100******************************************************************
092200* 3000-COUNT-BNKCUST - COUNT THE CUSTOMERS ON FILE NOW, BY       *
092300* BRANCH, SKIPPING THE RESERVED PID CONTROL RECORD               *
092400******************************************************************
092500 3000-COUNT-BNKCUST.
092600     READ BNKCUST NEXT RECORD
092700         AT END
092800            SET CMR-BNKCUST-AT-EOF TO TRUE
092900            GO TO 3000-EXIT
093000     END-READ.
093100     IF NOT CMR-BNKCUST-OK
093200        STRING 'UNABLE TO READ BNKCUST - STATUS '
093300                           DELIMITED BY SIZE
093400               CMR-BNKCUST-STATUS DELIMITED BY SIZE
093500          INTO CMR-FATAL-MSG
093600        END-STRING
093700        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
093800     END-IF.
093900     IF BCS-REC-PID OF BNKCUST-REC = '0000000000'
094000        GO TO 3000-EXIT
094100     END-IF.
094200     ADD 1 TO CMR-BNKCUST-COUNT.
094300     MOVE BCS-REC-SORT-CODE OF BNKCUST-REC TO CMR-FIND-SORT-CODE.
094400     PERFORM 5000-FIND-BRANCH THRU 5000-EXIT.
094500     ADD 1 TO CMR-BRN-LIVE-ONFILE (CMR-SUB).
094600     IF BCS-CUST-ACTIVE OF BNKCUST-REC
094700        ADD 1 TO CMR-BNKCUST-ACTIVE-COUNT
094800        ADD 1 TO CMR-BRN-LIVE-ACTIVE (CMR-SUB)
094900     END-IF.
095000 3000-EXIT.
095100     EXIT.
095200
095300******************************************************************
095400* 4000-BALANCE-BRANCH - WIND THE LIVE COUNT BACK TO THE MONTH    *
095500* END AND WORK OUT THE CLOSING FIGURE FROM THE MOVEMENTS.  WITH  *
095600* NO OPENING FIGURES THE OPENING IS WORKED BACK FROM THE MONTH   *
095700* END INSTEAD, SO THE TWO AGREE BY DEFINITION                    *
095800******************************************************************
095900 4000-BALANCE-BRANCH.
096000     COMPUTE CMR-BRN-MONTH-END-ACTIVE (CMR-SUB)
096100           = CMR-BRN-LIVE-ACTIVE (CMR-SUB)
096200           - CMR-BRN-LATER-ACTIVE (CMR-SUB).
096300     COMPUTE CMR-BRN-MONTH-END-ONFILE (CMR-SUB)
096400           = CMR-BRN-LIVE-ONFILE (CMR-SUB)
096500           - CMR-BRN-LATER-ONFILE (CMR-SUB).
096600     IF CMR-OPENING-DERIVED
096700        COMPUTE CMR-BRN-OPEN-ACTIVE (CMR-SUB)
096800              = CMR-BRN-MONTH-END-ACTIVE (CMR-SUB)
096900              - CMR-BRN-ADDS (CMR-SUB)
097000              + CMR-BRN-CLOSURES (CMR-SUB)
097100              - CMR-BRN-REINSTATES (CMR-SUB)
097200              + CMR-BRN-MERGES (CMR-SUB)
097300              - CMR-BRN-TRANSFERS-IN (CMR-SUB)
097400              + CMR-BRN-TRANSFERS-OUT (CMR-SUB)
097500        COMPUTE CMR-BRN-OPEN-ONFILE (CMR-SUB)
097600              = CMR-BRN-MONTH-END-ONFILE (CMR-SUB)
097700              - CMR-BRN-ADDS (CMR-SUB)
097800              + CMR-BRN-PURGES (CMR-SUB)
097900              - CMR-BRN-ONFILE-IN (CMR-SUB)
098000              + CMR-BRN-ONFILE-OUT (CMR-SUB)
098100     END-IF.
098200     COMPUTE CMR-BRN-CLOSE-ACTIVE (CMR-SUB)
098300           = CMR-BRN-OPEN-ACTIVE (CMR-SUB)
098400           + CMR-BRN-ADDS (CMR-SUB)
098500           - CMR-BRN-CLOSURES (CMR-SUB)
098600           + CMR-BRN-REINSTATES (CMR-SUB)
098700           - CMR-BRN-MERGES (CMR-SUB)
098800           + CMR-BRN-TRANSFERS-IN (CMR-SUB)
098900           - CMR-BRN-TRANSFERS-OUT (CMR-SUB).
099000     IF CMR-BRN-CLOSE-ACTIVE (CMR-SUB)
099100        NOT = CMR-BRN-MONTH-END-ACTIVE (CMR-SUB)
099200        ADD 1 TO CMR-OUT-OF-BALANCE-COUNT
099300     END-IF.
099400
099500     ADD CMR-BRN-OPEN-ONFILE (CMR-SUB)   TO CMR-GRD-OPEN-ONFILE.
099600     ADD CMR-BRN-MONTH-END-ONFILE (CMR-SUB)
099700        TO CMR-GRD-MONTH-END-ONFILE.
099800     ADD CMR-BRN-LATER-ACTIVE (CMR-SUB)  TO CMR-GRD-LATER-ACTIVE.
099900     ADD CMR-BRN-LATER-ONFILE (CMR-SUB)  TO CMR-GRD-LATER-ONFILE.
100000 4000-EXIT.
100100     EXIT.
100200
100300******************************************************************
100400* 5000-FIND-BRANCH - LEAVE CMR-SUB ON THE TABLE ENTRY FOR        *
100500* CMR-FIND-SORT-CODE, ADDING ONE IF THE SORT CODE IS NEW - A     *
100600* SORT CODE NOT ON BNKBRN STILL HAS TO BE COUNTED SOMEWHERE OR   *
100700* NOTHING WOULD BALANCE                                          *
100800******************************************************************
100900 5000-FIND-BRANCH.
101000     SET CMR-BRANCH-NOT-FOUND TO TRUE.
101100     PERFORM 5010-TEST-BRANCH THRU 5010-EXIT
101200         VARYING CMR-SUB FROM 1 BY 1
101300         UNTIL CMR-SUB > CMR-BRN-USED
101400         OR CMR-BRANCH-FOUND.
101500     IF CMR-BRANCH-FOUND
101600        SUBTRACT 1 FROM CMR-SUB
101700        GO TO 5000-EXIT
101800     END-IF.
101900     IF CMR-BRN-USED NOT < 500
102000        MOVE 'MORE THAN 500 BRANCH SORT CODES'
102100          TO CMR-FATAL-MSG
102200        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
102300     END-IF.
102400     ADD 1 TO CMR-BRN-USED.
102500     MOVE CMR-BRN-USED TO CMR-SUB.
102600     MOVE CMR-FIND-SORT-CODE  TO CMR-BRN-SORT-CODE (CMR-SUB).
102700     IF CMR-FIND-SORT-CODE = ZERO
102800        MOVE 'SORT CODE NOT KNOWN' TO CMR-BRN-NAME (CMR-SUB)
102900     ELSE
103000        MOVE 'NOT ON BNKBRN'       TO CMR-BRN-NAME (CMR-SUB)
103100     END-IF.
103200     MOVE 'UNKNOWN REGION'    TO CMR-BRN-REGION (CMR-SUB).
103300     MOVE ZERO TO CMR-BRN-OPEN-ACTIVE (CMR-SUB)
103400                  CMR-BRN-OPEN-ONFILE (CMR-SUB)
103500                  CMR-BRN-ADDS (CMR-SUB)
103600                  CMR-BRN-CLOSURES (CMR-SUB)
103700                  CMR-BRN-REINSTATES (CMR-SUB)
103800                  CMR-BRN-MERGES (CMR-SUB)
103900                  CMR-BRN-TRANSFERS-IN (CMR-SUB)
104000                  CMR-BRN-TRANSFERS-OUT (CMR-SUB)
104100                  CMR-BRN-ONFILE-IN (CMR-SUB)
104200                  CMR-BRN-ONFILE-OUT (CMR-SUB)
104300                  CMR-BRN-PURGES (CMR-SUB)
104400                  CMR-BRN-CLOSE-ACTIVE (CMR-SUB)
104500                  CMR-BRN-LIVE-ACTIVE (CMR-SUB)
104600                  CMR-BRN-LIVE-ONFILE (CMR-SUB)
104700                  CMR-BRN-LATER-ACTIVE (CMR-SUB)
104800                  CMR-BRN-LATER-ONFILE (CMR-SUB)
104900                  CMR-BRN-MONTH-END-ACTIVE (CMR-SUB)
105000                  CMR-BRN-MONTH-END-ONFILE (CMR-SUB).
105100 5000-EXIT.
105200     EXIT.
105300
105400******************************************************************
105500* 5010-TEST-BRANCH - IS THIS THE ENTRY FOR THE SORT CODE         *
105600******************************************************************
105700 5010-TEST-BRANCH.
105800     IF CMR-BRN-SORT-CODE (CMR-SUB) = CMR-FIND-SORT-CODE
105900        SET CMR-BRANCH-FOUND TO TRUE
106000     END-IF.
106100 5010-EXIT.
106200     EXIT.
106300
106400******************************************************************
106500* 5100-FIND-AFTER-BRANCH / 5200-FIND-BEFORE-BRANCH - THE BRANCH  *
106600* ENTRY FOR THE SORT CODE IN ONE OF THE AUDIT IMAGES.  AN ENTRY  *
106700* WRITTEN BEFORE THE IMAGES WERE CARRIED HAS NO SORT CODE AND IS *
106800* COUNTED UNDER SORT CODE ZERO                                   *
106900******************************************************************
107000 5100-FIND-AFTER-BRANCH.
107100     IF BCS-REC-SORT-CODE OF CMR-AFTER-REC IS NUMERIC
107200        MOVE BCS-REC-SORT-CODE OF CMR-AFTER-REC
107300           TO CMR-FIND-SORT-CODE
107400     ELSE
107500        MOVE ZERO TO CMR-FIND-SORT-CODE
107600        ADD 1 TO CMR-NO-SORT-CODE-COUNT
107700     END-IF.
107800     PERFORM 5000-FIND-BRANCH THRU 5000-EXIT.
107900 5100-EXIT.
108000     EXIT.
108100
108200 5200-FIND-BEFORE-BRANCH.
108300     IF BCS-REC-SORT-CODE OF CMR-BEFORE-REC IS NUMERIC
108400        MOVE BCS-REC-SORT-CODE OF CMR-BEFORE-REC
108500           TO CMR-FIND-SORT-CODE
108600     ELSE
108700        MOVE ZERO TO CMR-FIND-SORT-CODE
108800        ADD 1 TO CMR-NO-SORT-CODE-COUNT
108900     END-IF.
109000     PERFORM 5000-FIND-BRANCH THRU 5000-EXIT.
109100 5200-EXIT.
109200     EXIT.
109300
109400******************************************************************
109500* 5500-FIND-OPERATOR - LEAVE CMR-SUB ON THE TABLE ENTRY FOR      *
109600* CMR-FIND-USERID, ADDING ONE IF THE USER ID IS NEW              *
109700******************************************************************
109800 5500-FIND-OPERATOR.
109900     SET CMR-OPERATOR-NOT-FOUND TO TRUE.
110000     PERFORM 5510-TEST-OPERATOR THRU 5510-EXIT
110100         VARYING CMR-SUB FROM 1 BY 1
110200         UNTIL CMR-SUB > CMR-OPR-USED
110300         OR CMR-OPERATOR-FOUND.
110400     IF CMR-OPERATOR-FOUND
110500        SUBTRACT 1 FROM CMR-SUB
110600        GO TO 5500-EXIT
110700     END-IF.
110800     IF CMR-OPR-USED NOT < 1000
110900        MOVE 'MORE THAN 1000 OPERATOR USER IDS IN THE MONTH'
111000          TO CMR-FATAL-MSG
111100        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
111200     END-IF.
111300     ADD 1 TO CMR-OPR-USED.
111400     MOVE CMR-OPR-USED    TO CMR-SUB.
111500     MOVE CMR-FIND-USERID TO CMR-OPR-USERID (CMR-SUB).
111600     MOVE ZERO TO CMR-OPR-ADDS (CMR-SUB)
111700                  CMR-OPR-UPDATES (CMR-SUB)
111800                  CMR-OPR-CLOSE-REQUESTS (CMR-SUB)
111900                  CMR-OPR-APPROVALS (CMR-SUB)
112000                  CMR-OPR-REJECTIONS (CMR-SUB)
112100                  CMR-OPR-DENIALS (CMR-SUB).
112200 5500-EXIT.
112300     EXIT.
112400
112500******************************************************************
112600* 5510-TEST-OPERATOR - IS THIS THE ENTRY FOR THE USER ID         *
112700******************************************************************
112800 5510-TEST-OPERATOR.
112900     IF CMR-OPR-USERID (CMR-SUB) = CMR-FIND-USERID
113000        SET CMR-OPERATOR-FOUND TO TRUE
113100     END-IF.
113200 5510-EXIT.
113300     EXIT.
113400
113500******************************************************************
113600* 6000-REPORT-BRANCHES - SECTION 1.  THE TABLE IS IN THE ORDER   *
113700* THE SORT CODES WERE MET, SO IT IS SORTED INTO REGION AND SORT  *
113800* CODE ORDER ON THE WAY TO THE PRINT, AS CUSTGRPT DOES           *
113900******************************************************************
114000 6000-REPORT-BRANCHES.
114100     OPEN OUTPUT MIRWK1.
114200     PERFORM 6100-WRITE-BRANCH-WORK THRU 6100-EXIT
114300         VARYING CMR-SUB FROM 1 BY 1
114400         UNTIL CMR-SUB > CMR-BRN-USED.
114500     CLOSE MIRWK1.
114600     SORT SORTWRK
114700         ON ASCENDING KEY CMS-REGION OF SORTWRK-BRANCH-REC
114800         ON ASCENDING KEY CMS-SORT-CODE OF SORTWRK-BRANCH-REC
114900         USING MIRWK1
115000         GIVING MIRSRT.
115100
115200     SET CMR-BRANCH-SECTION TO TRUE.
115300     MOVE 'SECTION 1 - ACTIVE CUSTOMERS BY REGION AND BRANCH'
115400        TO CMRH-SECTION-TITLE.
115500     PERFORM 7900-START-NEW-PAGE THRU 7900-EXIT.
115600     SET CMR-FIRST-BRANCH TO TRUE.
115700     MOVE 'N' TO CMR-MIRSRT-EOF-SW.
115800     OPEN INPUT MIRSRT.
115900     PERFORM 6200-PRINT-BRANCH THRU 6200-EXIT
116000         UNTIL CMR-MIRSRT-AT-EOF.
116100     CLOSE MIRSRT.
116200     IF CMR-NOT-FIRST-BRANCH
116300        PERFORM 6400-WRITE-REGION-TOTAL THRU 6400-EXIT
116400     END-IF.
116500     PERFORM 6500-WRITE-GRAND-TOTAL THRU 6500-EXIT.
116600 6000-EXIT.
116700     EXIT.
116800
116900******************************************************************
117000* 6100-WRITE-BRANCH-WORK - ONE BRANCH ONTO THE SORT WORK FILE.   *
117100* A SORT CODE MET NOWHERE BUT BNKBRN, WITH NOTHING TO SHOW, IS   *
117200* STILL PRINTED - A BRANCH WITH NO CUSTOMERS IS WORTH SEEING     *
117300******************************************************************
117400 6100-WRITE-BRANCH-WORK.
117500     MOVE SPACES TO SORTWRK-BRANCH-REC.
117600     MOVE CMR-BRN-REGION (CMR-SUB)    TO CMS-REGION.
117700     MOVE CMR-BRN-SORT-CODE (CMR-SUB) TO CMS-SORT-CODE.
117800     MOVE CMR-SUB                     TO CMS-BRANCH-SUB.
117900     MOVE SORTWRK-BRANCH-REC TO MIRWK1-REC.
118000     WRITE MIRWK1-REC.
118100 6100-EXIT.
118200     EXIT.
118300
118400******************************************************************
118500* 6200-PRINT-BRANCH - ONE SORTED BRANCH ONTO THE PAGE, BREAKING  *
118600* ON REGION                                                      *
118700******************************************************************
118800 6200-PRINT-BRANCH.
118900     READ MIRSRT
119000         AT END
119100            SET CMR-MIRSRT-AT-EOF TO TRUE
119200            GO TO 6200-EXIT
119300     END-READ.
119400     MOVE MIRSRT-REC TO SORTWRK-BRANCH-REC.
119500     MOVE CMS-BRANCH-SUB TO CMR-SUB.
119600
119700     IF CMR-FIRST-BRANCH
119800        OR CMR-BRN-REGION (CMR-SUB) NOT = CMR-PREV-REGION
119900        IF CMR-NOT-FIRST-BRANCH
120000           PERFORM 6400-WRITE-REGION-TOTAL THRU 6400-EXIT
120100        END-IF
120200        SET CMR-NOT-FIRST-BRANCH TO TRUE
120300        MOVE CMR-BRN-REGION (CMR-SUB) TO CMR-PREV-REGION
120400        MOVE ZERO TO CMR-RGN-OPEN-ACTIVE
120500                     CMR-RGN-ADDS
120600                     CMR-RGN-CLOSURES
120700                     CMR-RGN-REINSTATES
120800                     CMR-RGN-MERGES
120900                     CMR-RGN-TRANSFERS-IN
121000                     CMR-RGN-TRANSFERS-OUT
121100                     CMR-RGN-CLOSE-ACTIVE
121200                     CMR-RGN-PURGES
121300                     CMR-RGN-MONTH-END-ACTIVE
121400        MOVE CMR-PREV-REGION TO CMRR-REGION
121500        MOVE CMR-REGION-HEADING TO MIRRPT-REC
121600        PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT
121700     END-IF.
121800
121900     MOVE SPACES TO CMR-BRANCH-DETAIL-LINE.
122000     MOVE CMR-BRN-SORT-CODE (CMR-SUB) TO CMRD-SORT-CODE.
122100     MOVE CMR-BRN-NAME (CMR-SUB)      TO CMRD-NAME.
122200     MOVE CMR-BRN-OPEN-ACTIVE (CMR-SUB)   TO CMRD-OPEN-ACTIVE.
122300     MOVE CMR-BRN-ADDS (CMR-SUB)          TO CMRD-ADDS.
122400     MOVE CMR-BRN-CLOSURES (CMR-SUB)      TO CMRD-CLOSURES.
122500     MOVE CMR-BRN-REINSTATES (CMR-SUB)    TO CMRD-REINSTATES.
122600     MOVE CMR-BRN-MERGES (CMR-SUB)        TO CMRD-MERGES.
122700     MOVE CMR-BRN-TRANSFERS-IN (CMR-SUB)  TO CMRD-TRANSFERS-IN.
122800     MOVE CMR-BRN-TRANSFERS-OUT (CMR-SUB) TO CMRD-TRANSFERS-OUT.
122900     MOVE CMR-BRN-CLOSE-ACTIVE (CMR-SUB)  TO CMRD-CLOSE-ACTIVE.
123000     COMPUTE CMRD-MOVEMENT = CMR-BRN-CLOSE-ACTIVE (CMR-SUB)
123100                           - CMR-BRN-OPEN-ACTIVE (CMR-SUB).
123200     MOVE CMR-BRN-PURGES (CMR-SUB)        TO CMRD-PURGES.
123300     MOVE CMR-BRN-MONTH-END-ACTIVE (CMR-SUB)
123400        TO CMRD-MONTH-END-ACTIVE.
123500     PERFORM 6600-SET-BALANCE-FLAG THRU 6600-EXIT.
123600     MOVE CMR-BRANCH-DETAIL-LINE TO MIRRPT-REC.
123700     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
123800
123900     ADD CMR-BRN-OPEN-ACTIVE (CMR-SUB)   TO CMR-RGN-OPEN-ACTIVE.
124000     ADD CMR-BRN-ADDS (CMR-SUB)          TO CMR-RGN-ADDS.
124100     ADD CMR-BRN-CLOSURES (CMR-SUB)      TO CMR-RGN-CLOSURES.
124200     ADD CMR-BRN-REINSTATES (CMR-SUB)    TO CMR-RGN-REINSTATES.
124300     ADD CMR-BRN-MERGES (CMR-SUB)        TO CMR-RGN-MERGES.
124400     ADD CMR-BRN-TRANSFERS-IN (CMR-SUB)  TO CMR-RGN-TRANSFERS-IN.
124500     ADD CMR-BRN-TRANSFERS-OUT (CMR-SUB)
124600        TO CMR-RGN-TRANSFERS-OUT.
124700     ADD CMR-BRN-CLOSE-ACTIVE (CMR-SUB)  TO CMR-RGN-CLOSE-ACTIVE.
124800     ADD CMR-BRN-PURGES (CMR-SUB)        TO CMR-RGN-PURGES.
124900     ADD CMR-BRN-MONTH-END-ACTIVE (CMR-SUB)
125000        TO CMR-RGN-MONTH-END-ACTIVE.
125100 6200-EXIT.
125200     EXIT.
125300
125400******************************************************************
125500* 6400-WRITE-REGION-TOTAL - THE REGION'S LINE, ADDED INTO THE    *
125600* GRAND TOTAL                                                    *
125700******************************************************************
125800 6400-WRITE-REGION-TOTAL.
125900     MOVE SPACES TO CMR-BRANCH-DETAIL-LINE.
126000     MOVE 'REGION TOTAL'           TO CMRD-NAME.
126100     MOVE CMR-RGN-OPEN-ACTIVE      TO CMRD-OPEN-ACTIVE.
126200     MOVE CMR-RGN-ADDS             TO CMRD-ADDS.
126300     MOVE CMR-RGN-CLOSURES         TO CMRD-CLOSURES.
126400     MOVE CMR-RGN-REINSTATES       TO CMRD-REINSTATES.
126500     MOVE CMR-RGN-MERGES           TO CMRD-MERGES.
126600     MOVE CMR-RGN-TRANSFERS-IN     TO CMRD-TRANSFERS-IN.
126700     MOVE CMR-RGN-TRANSFERS-OUT    TO CMRD-TRANSFERS-OUT.
126800     MOVE CMR-RGN-CLOSE-ACTIVE     TO CMRD-CLOSE-ACTIVE.
126900     COMPUTE CMRD-MOVEMENT = CMR-RGN-CLOSE-ACTIVE
127000                           - CMR-RGN-OPEN-ACTIVE.
127100     MOVE CMR-RGN-PURGES           TO CMRD-PURGES.
127200     MOVE CMR-RGN-MONTH-END-ACTIVE TO CMRD-MONTH-END-ACTIVE.
127300     IF CMR-OPENING-DERIVED
127400        MOVE 'N/A' TO CMRD-BALANCE
127500     ELSE
127600        IF CMR-RGN-CLOSE-ACTIVE = CMR-RGN-MONTH-END-ACTIVE
127700           MOVE 'OK'   TO CMRD-BALANCE
127800        ELSE
127900           MOVE 'DIFF' TO CMRD-BALANCE
128000        END-IF
128100     END-IF.
128200     MOVE CMR-BRANCH-DETAIL-LINE TO MIRRPT-REC.
128300     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
128400     MOVE SPACES TO MIRRPT-REC.
128500     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
128600
128700     ADD CMR-RGN-OPEN-ACTIVE      TO CMR-GRD-OPEN-ACTIVE.
128800     ADD CMR-RGN-ADDS             TO CMR-GRD-ADDS.
128900     ADD CMR-RGN-CLOSURES         TO CMR-GRD-CLOSURES.
129000     ADD CMR-RGN-REINSTATES       TO CMR-GRD-REINSTATES.
129100     ADD CMR-RGN-MERGES           TO CMR-GRD-MERGES.
129200     ADD CMR-RGN-TRANSFERS-IN     TO CMR-GRD-TRANSFERS-IN.
129300     ADD CMR-RGN-TRANSFERS-OUT    TO CMR-GRD-TRANSFERS-OUT.
129400     ADD CMR-RGN-CLOSE-ACTIVE     TO CMR-GRD-CLOSE-ACTIVE.
129500     ADD CMR-RGN-PURGES           TO CMR-GRD-PURGES.
129600     ADD CMR-RGN-MONTH-END-ACTIVE TO CMR-GRD-MONTH-END-ACTIVE.
129700 6400-EXIT.
129800     EXIT.
129900
130000******************************************************************
130100* 6500-WRITE-GRAND-TOTAL - THE WHOLE BOOK ON ONE LINE            *
130200******************************************************************
130300 6500-WRITE-GRAND-TOTAL.
130400     MOVE SPACES TO CMR-BRANCH-DETAIL-LINE.
130500     MOVE 'ALL REGIONS'            TO CMRD-NAME.
130600     MOVE CMR-GRD-OPEN-ACTIVE      TO CMRD-OPEN-ACTIVE.
130700     MOVE CMR-GRD-ADDS             TO CMRD-ADDS.
130800     MOVE CMR-GRD-CLOSURES         TO CMRD-CLOSURES.
130900     MOVE CMR-GRD-REINSTATES       TO CMRD-REINSTATES.
131000     MOVE CMR-GRD-MERGES           TO CMRD-MERGES.
131100     MOVE CMR-GRD-TRANSFERS-IN     TO CMRD-TRANSFERS-IN.
131200     MOVE CMR-GRD-TRANSFERS-OUT    TO CMRD-TRANSFERS-OUT.
131300     MOVE CMR-GRD-CLOSE-ACTIVE     TO CMRD-CLOSE-ACTIVE.
131400     COMPUTE CMRD-MOVEMENT = CMR-GRD-CLOSE-ACTIVE
131500                           - CMR-GRD-OPEN-ACTIVE.
131600     MOVE CMR-GRD-PURGES           TO CMRD-PURGES.
131700     MOVE CMR-GRD-MONTH-END-ACTIVE TO CMRD-MONTH-END-ACTIVE.
131800     IF CMR-OPENING-DERIVED
131900        MOVE 'N/A' TO CMRD-BALANCE
132000     ELSE
132100        IF CMR-GRD-CLOSE-ACTIVE = CMR-GRD-MONTH-END-ACTIVE
132200           MOVE 'OK'   TO CMRD-BALANCE
132300        ELSE
132400           MOVE 'DIFF' TO CMRD-BALANCE
132500        END-IF
132600     END-IF.
132700     MOVE CMR-BRANCH-DETAIL-LINE TO MIRRPT-REC.
132800     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
132900 6500-EXIT.
133000     EXIT.
133100
133200******************************************************************
133300* 6600-SET-BALANCE-FLAG - OK WHEN THE BRANCH'S CLOSING FIGURE    *
133400* AGREES WITH BNKCUST AT THE MONTH END                           *
133500******************************************************************
133600 6600-SET-BALANCE-FLAG.
133700     IF CMR-OPENING-DERIVED
133800        MOVE 'N/A' TO CMRD-BALANCE
133900        GO TO 6600-EXIT
134000     END-IF.
134100     IF CMR-BRN-CLOSE-ACTIVE (CMR-SUB)
134200        = CMR-BRN-MONTH-END-ACTIVE (CMR-SUB)
134300        MOVE 'OK'   TO CMRD-BALANCE
134400     ELSE
134500        MOVE 'DIFF' TO CMRD-BALANCE
134600     END-IF.
134700 6600-EXIT.
134800     EXIT.
134900
135000******************************************************************
135100* 7000-REPORT-OPERATORS - SECTION 2, IN USER ID ORDER            *
135200******************************************************************
135300 7000-REPORT-OPERATORS.
135400     OPEN OUTPUT MIRWK1.
135500     PERFORM 7100-WRITE-OPERATOR-WORK THRU 7100-EXIT
135600         VARYING CMR-SUB FROM 1 BY 1
135700         UNTIL CMR-SUB > CMR-OPR-USED.
135800     CLOSE MIRWK1.
135900     SORT SORTWRK
136000         ON ASCENDING KEY CMS-USERID OF SORTWRK-OPERATOR-REC
136100         USING MIRWK1
136200         GIVING MIRSRT.
136300
136400     SET CMR-OPERATOR-SECTION TO TRUE.
136500     MOVE 'SECTION 2 - WORK BY OPERATOR'
136600        TO CMRH-SECTION-TITLE.
136700     PERFORM 7900-START-NEW-PAGE THRU 7900-EXIT.
136800     MOVE 'N' TO CMR-MIRSRT-EOF-SW.
136900     OPEN INPUT MIRSRT.
137000     PERFORM 7200-PRINT-OPERATOR THRU 7200-EXIT
137100         UNTIL CMR-MIRSRT-AT-EOF.
137200     CLOSE MIRSRT.
137300
137400     MOVE SPACES TO MIRRPT-REC.
137500     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
137600     MOVE SPACES TO CMR-OPERATOR-DETAIL-LINE.
137700     MOVE 'TOTAL'                TO CMRO-USERID.
137800     MOVE CMR-OTL-ADDS           TO CMRO-ADDS.
137900     MOVE CMR-OTL-UPDATES        TO CMRO-UPDATES.
138000     MOVE CMR-OTL-CLOSE-REQUESTS TO CMRO-CLOSE-REQUESTS.
138100     MOVE CMR-OTL-APPROVALS      TO CMRO-APPROVALS.
138200     MOVE CMR-OTL-REJECTIONS     TO CMRO-REJECTIONS.
138300     MOVE CMR-OTL-DENIALS        TO CMRO-DENIALS.
138400     MOVE CMR-OPERATOR-DETAIL-LINE TO MIRRPT-REC.
138500     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
138600 7000-EXIT.
138700     EXIT.
138800
138900******************************************************************
139000* 7100-WRITE-OPERATOR-WORK - ONE USER ID ONTO THE SORT WORK FILE *
139100******************************************************************
139200 7100-WRITE-OPERATOR-WORK.
139300     MOVE SPACES TO SORTWRK-OPERATOR-REC.
139400     MOVE CMR-OPR-USERID (CMR-SUB) TO CMS-USERID.
139500     MOVE CMR-SUB                  TO CMS-OPERATOR-SUB.
139600     MOVE SORTWRK-OPERATOR-REC TO MIRWK1-REC.
139700     WRITE MIRWK1-REC.
139800 7100-EXIT.
139900     EXIT.
140000
140100******************************************************************
140200* 7200-PRINT-OPERATOR - ONE SORTED USER ID ONTO THE PAGE         *
140300******************************************************************
140400 7200-PRINT-OPERATOR.
140500     READ MIRSRT
140600         AT END
140700            SET CMR-MIRSRT-AT-EOF TO TRUE
140800            GO TO 7200-EXIT
140900     END-READ.
141000     MOVE MIRSRT-REC TO SORTWRK-OPERATOR-REC.
141100     MOVE CMS-OPERATOR-SUB TO CMR-SUB.
141200     MOVE SPACES TO CMR-OPERATOR-DETAIL-LINE.
141300     MOVE CMR-OPR-USERID (CMR-SUB)     TO CMRO-USERID.
141400     MOVE CMR-OPR-ADDS (CMR-SUB)       TO CMRO-ADDS.
141500     MOVE CMR-OPR-UPDATES (CMR-SUB)    TO CMRO-UPDATES.
141600     MOVE CMR-OPR-CLOSE-REQUESTS (CMR-SUB)
141700        TO CMRO-CLOSE-REQUESTS.
141800     MOVE CMR-OPR-APPROVALS (CMR-SUB)  TO CMRO-APPROVALS.
141900     MOVE CMR-OPR-REJECTIONS (CMR-SUB) TO CMRO-REJECTIONS.
142000     MOVE CMR-OPR-DENIALS (CMR-SUB)    TO CMRO-DENIALS.
142100     MOVE CMR-OPERATOR-DETAIL-LINE TO MIRRPT-REC.
142200     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
142300
142400     ADD CMR-OPR-ADDS (CMR-SUB)           TO CMR-OTL-ADDS.
142500     ADD CMR-OPR-UPDATES (CMR-SUB)        TO CMR-OTL-UPDATES.
142600     ADD CMR-OPR-CLOSE-REQUESTS (CMR-SUB)
142700        TO CMR-OTL-CLOSE-REQUESTS.
142800     ADD CMR-OPR-APPROVALS (CMR-SUB)      TO CMR-OTL-APPROVALS.
142900     ADD CMR-OPR-REJECTIONS (CMR-SUB)     TO CMR-OTL-REJECTIONS.
143000     ADD CMR-OPR-DENIALS (CMR-SUB)        TO CMR-OTL-DENIALS.
143100 7200-EXIT.
143200     EXIT.
143300
143400******************************************************************
143500* 7800-WRITE-REPORT-LINE - WRITE MIRRPT-REC, STARTING A NEW PAGE *
143600* FIRST AT THE 60-LINE BOUNDARY                                  *
143700******************************************************************
143800 7800-WRITE-REPORT-LINE.
143900     IF CMR-LINE-COUNT >= CMR-PAGE-LIMIT
144000        MOVE MIRRPT-REC TO CMR-SAVE-LINE
144100        PERFORM 7900-START-NEW-PAGE THRU 7900-EXIT
144200        MOVE CMR-SAVE-LINE TO MIRRPT-REC
144300     END-IF.
144400     WRITE MIRRPT-REC.
144500     ADD 1 TO CMR-LINE-COUNT.
144600 7800-EXIT.
144700     EXIT.
144800
144900******************************************************************
145000* 7900-START-NEW-PAGE - PAGE HEADINGS AND THE COLUMN HEADINGS    *
145100* OF THE SECTION BEING PRINTED                                   *
145200******************************************************************
145300 7900-START-NEW-PAGE.
145400     ADD 1 TO CMR-PAGE-COUNT.
145500     MOVE CMR-PAGE-COUNT TO CMRH-PAGE.
145600     MOVE CMR-PAGE-HEADING1 TO MIRRPT-REC.
145700     WRITE MIRRPT-REC.
145800     MOVE CMR-PAGE-HEADING2 TO MIRRPT-REC.
145900     WRITE MIRRPT-REC.
146000     MOVE CMR-PAGE-HEADING3 TO MIRRPT-REC.
146100     WRITE MIRRPT-REC.
146200     MOVE SPACES TO MIRRPT-REC.
146300     WRITE MIRRPT-REC.
146400     MOVE 4 TO CMR-LINE-COUNT.
146500     EVALUATE TRUE
146600        WHEN CMR-BRANCH-SECTION
146700           MOVE CMR-BRANCH-COLUMNS1 TO MIRRPT-REC
146800           WRITE MIRRPT-REC
146900           MOVE CMR-BRANCH-COLUMNS2 TO MIRRPT-REC
147000           WRITE MIRRPT-REC
147100           MOVE SPACES TO MIRRPT-REC
147200           WRITE MIRRPT-REC
147300           ADD 3 TO CMR-LINE-COUNT
147400        WHEN CMR-OPERATOR-SECTION
147500           MOVE CMR-OPERATOR-COLUMNS TO MIRRPT-REC
147600           WRITE MIRRPT-REC
147700           MOVE SPACES TO MIRRPT-REC
147800           WRITE MIRRPT-REC
147900           ADD 2 TO CMR-LINE-COUNT
148000        WHEN OTHER
148100           CONTINUE
148200     END-EVALUATE.
148300 7900-EXIT.
148400     EXIT.
148500
148600******************************************************************
148700* 8000-WRITE-TOTALS - THE BALANCE.  EVERY BRANCH'S CLOSING       *
148800* ACTIVE FIGURE MUST AGREE WITH BNKCUST AT THE MONTH END, AND    *
148900* THE RECORDS ON FILE (OPENING PLUS ADDS LESS PURGES) WITH THE   *
149000* COUNT OF EVERY BNKCUST RECORD.  BNKCUST IS COUNTED NOW, SO THE *
149100* MOVEMENT SINCE THE MONTH END IS SHOWN BEING TAKEN OFF          *
149200******************************************************************
149300 8000-WRITE-TOTALS.
149400     COMPUTE CMR-GRD-CLOSE-ONFILE = CMR-GRD-OPEN-ONFILE
149500                                  + CMR-GRD-ADDS
149600                                  - CMR-GRD-PURGES.
149700     IF CMR-GRD-CLOSE-ONFILE NOT = CMR-GRD-MONTH-END-ONFILE
149800        ADD 1 TO CMR-OUT-OF-BALANCE-COUNT
149900     END-IF.
150000
150100     SET CMR-BALANCE-SECTION TO TRUE.
150200     MOVE 'BALANCE TO BNKCUST AND CONTROL TOTALS'
150300        TO CMRH-SECTION-TITLE.
150400     PERFORM 7900-START-NEW-PAGE THRU 7900-EXIT.
150500
150600     MOVE 'ACTIVE CUSTOMERS ON BNKCUST NOW' TO CMRC-LABEL.
150700     MOVE CMR-BNKCUST-ACTIVE-COUNT TO CMRC-COUNT.
150800     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
150900     MOVE 'LESS NET MOVEMENT SINCE MONTH END' TO CMRC-LABEL.
151000     MOVE CMR-GRD-LATER-ACTIVE TO CMRC-COUNT.
151100     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
151200     MOVE 'ACTIVE CUSTOMERS AT MONTH END' TO CMRC-LABEL.
151300     MOVE CMR-GRD-MONTH-END-ACTIVE TO CMRC-COUNT.
151400     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
151500     MOVE 'CLOSING ACTIVE FROM THE MOVEMENTS' TO CMRC-LABEL.
151600     MOVE CMR-GRD-CLOSE-ACTIVE TO CMRC-COUNT.
151700     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
151800     MOVE SPACES TO MIRRPT-REC.
151900     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
152000
152100     MOVE 'BNKCUST RECORDS NOW' TO CMRC-LABEL.
152200     MOVE CMR-BNKCUST-COUNT TO CMRC-COUNT.
152300     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
152400     MOVE 'LESS NET MOVEMENT SINCE MONTH END' TO CMRC-LABEL.
152500     MOVE CMR-GRD-LATER-ONFILE TO CMRC-COUNT.
152600     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
152700     MOVE 'BNKCUST RECORDS AT MONTH END' TO CMRC-LABEL.
152800     MOVE CMR-GRD-MONTH-END-ONFILE TO CMRC-COUNT.
152900     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
153000     MOVE 'OPENING RECORDS ON FILE' TO CMRC-LABEL.
153100     MOVE CMR-GRD-OPEN-ONFILE TO CMRC-COUNT.
153200     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
153300     MOVE 'PLUS ADDS' TO CMRC-LABEL.
153400     MOVE CMR-GRD-ADDS TO CMRC-COUNT.
153500     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
153600     MOVE 'LESS PURGES' TO CMRC-LABEL.
153700     MOVE CMR-GRD-PURGES TO CMRC-COUNT.
153800     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
153900     MOVE 'CLOSING RECORDS FROM THE MOVEMENTS' TO CMRC-LABEL.
154000     MOVE CMR-GRD-CLOSE-ONFILE TO CMRC-COUNT.
154100     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
154200     MOVE SPACES TO MIRRPT-REC.
154300     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
154400
154500     MOVE 'AUDIT ENTRIES READ' TO CMRC-LABEL.
154600     MOVE CMR-AUDIT-READ-COUNT TO CMRC-COUNT.
154700     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
154800     MOVE '  BEFORE THE MONTH' TO CMRC-LABEL.
154900     MOVE CMR-AUDIT-EARLIER-COUNT TO CMRC-COUNT.
155000     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
155100     MOVE '  IN THE MONTH' TO CMRC-LABEL.
155200     MOVE CMR-AUDIT-IN-MONTH-COUNT TO CMRC-COUNT.
155300     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
155400     MOVE '  AFTER THE MONTH END' TO CMRC-LABEL.
155500     MOVE CMR-AUDIT-LATER-COUNT TO CMRC-COUNT.
155600     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
155700     MOVE 'MOVEMENTS WITH NO SORT CODE' TO CMRC-LABEL.
155800     MOVE CMR-NO-SORT-CODE-COUNT TO CMRC-COUNT.
155900     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
156000     MOVE 'LINES OUT OF BALANCE' TO CMRC-LABEL.
156100     MOVE CMR-OUT-OF-BALANCE-COUNT TO CMRC-COUNT.
156200     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
156300     MOVE SPACES TO MIRRPT-REC.
156400     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
156500
156600     EVALUATE TRUE
156700        WHEN CMR-OPENING-DERIVED
156800           MOVE 'NOT CHECKED - NO OPENING FIGURES FOR LAST MONTH'
156900              TO CMRT-RESULT
157000        WHEN CMR-OUT-OF-BALANCE-COUNT = ZERO
157100           MOVE 'BALANCED TO BNKCUST' TO CMRT-RESULT
157200        WHEN OTHER
157300           MOVE 'OUT OF BALANCE - SEE THE DIFF LINES AND TOTALS'
157400              TO CMRT-RESULT
157500           MOVE 4 TO RETURN-CODE
157600     END-EVALUATE.
157700     MOVE CMR-REPORT-RESULT-LINE TO MIRRPT-REC.
157800     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
157900 8000-EXIT.
158000     EXIT.
158100
158200******************************************************************
158300* 8100-WRITE-COUNT-LINE - ONE LABELLED COUNT                     *
158400******************************************************************
158500 8100-WRITE-COUNT-LINE.
158600     MOVE CMR-REPORT-COUNT-LINE TO MIRRPT-REC.
158700     PERFORM 7800-WRITE-REPORT-LINE THRU 7800-EXIT.
158800     MOVE SPACES TO CMR-REPORT-COUNT-LINE.
158900 8100-EXIT.
159000     EXIT.
159100
159200******************************************************************
159300* 8500-WRITE-CARRY-FORWARD - EACH BRANCH'S POSITION AT THE MONTH *
159400* END, AS COUNTED ON BNKCUST, FOR NEXT MONTH'S OPENING.  THE     *
159500* COUNT RATHER THAN THE CLOSING FIGURE IS CARRIED, SO A          *
159600* DIFFERENCE THIS MONTH IS NOT CARRIED INTO NEXT                 *
159700******************************************************************
159800 8500-WRITE-CARRY-FORWARD.
159900     OPEN OUTPUT MIRNEXT.
160000     IF NOT CMR-MIRNEXT-OK
160100        STRING 'UNABLE TO OPEN MIRNEXT - STATUS '
160200                           DELIMITED BY SIZE
160300               CMR-MIRNEXT-STATUS DELIMITED BY SIZE
160400          INTO CMR-FATAL-MSG
160500        END-STRING
160600        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
160700     END-IF.
160800     PERFORM 8510-WRITE-ONE-BRANCH THRU 8510-EXIT
160900         VARYING CMR-SUB FROM 1 BY 1
161000         UNTIL CMR-SUB > CMR-BRN-USED.
161100     CLOSE MIRNEXT.
161200 8500-EXIT.
161300     EXIT.
161400
161500 8510-WRITE-ONE-BRANCH.
161600     MOVE SPACES TO MIRNEXT-REC.
161700     MOVE CMR-REPORT-MONTH            TO CMF-NEXT-MONTH.
161800     MOVE CMR-BRN-SORT-CODE (CMR-SUB) TO CMF-NEXT-SORT-CODE.
161900     MOVE CMR-BRN-MONTH-END-ACTIVE (CMR-SUB)
162000        TO CMF-NEXT-ACTIVE-COUNT.
162100     MOVE CMR-BRN-MONTH-END-ONFILE (CMR-SUB)
162200        TO CMF-NEXT-ONFILE-COUNT.
162300     WRITE MIRNEXT-REC.
162400 8510-EXIT.
162500     EXIT.
162600
162700******************************************************************
162800* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
162900* SHARED CTLTOTF FILE                                            *
163000******************************************************************
163100 8800-WRITE-CONTROL-TOTALS.
163200     MOVE 'CUSTMIRP'               TO CTP-JOB-NAME.
163300     SET CTP-FRESH-RUN TO TRUE.
163400     MOVE SPACES                   TO CTP-DATA-DATE.
163500     MOVE 'AUDIT ENTRIES READ'     TO CTP-COUNT-NAME (1).
163600     MOVE CMR-AUDIT-READ-COUNT     TO CTP-COUNT-VALUE (1).
163700     MOVE 'ENTRIES IN MONTH'       TO CTP-COUNT-NAME (2).
163800     MOVE CMR-AUDIT-IN-MONTH-COUNT TO CTP-COUNT-VALUE (2).
163900     MOVE 'BNKCUST RECORDS'        TO CTP-COUNT-NAME (3).
164000     MOVE CMR-BNKCUST-COUNT        TO CTP-COUNT-VALUE (3).
164100     MOVE 'BNKCUST ACTIVE'         TO CTP-COUNT-NAME (4).
164200     MOVE CMR-BNKCUST-ACTIVE-COUNT TO CTP-COUNT-VALUE (4).
164300     MOVE 'OUT OF BALANCE'         TO CTP-COUNT-NAME (5).
164400     MOVE CMR-OUT-OF-BALANCE-COUNT TO CTP-COUNT-VALUE (5).
164500     MOVE 5                        TO CTP-COUNT-USED.
164600     CALL CMR-CTLTOT-PGM USING CMR-CTLTOT-PARMS.
164700 8800-EXIT.
164800     EXIT.
164900
165000******************************************************************
165100* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
165200******************************************************************
165300 9000-TERMINATE.
165400     CLOSE CUSTAUDF.
165500     CLOSE BNKCUST.
165600     CLOSE MIRRPT.
165700 9000-EXIT.
165800     EXIT.
165900
166000******************************************************************
166100* 9900-FATAL-ERROR - SAY WHY AND STOP                            *
166200******************************************************************
166300 9900-FATAL-ERROR.
166400     DISPLAY 'CUSTMIRP - ' CMR-FATAL-MSG.
166500     MOVE 16 TO RETURN-CODE.
166600     STOP RUN.
166700 9900-EXIT.
166800     EXIT.
