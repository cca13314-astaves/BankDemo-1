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
002000* PROGRAM:     CUSTBAL.CBL                                       *
002100* FUNCTION:    END-OF-NIGHT BALANCING OF THE CUSTOMER BATCH.     *
002200*              EVERY BATCH JOB FILES ITS KEY COUNTS ON THE       *
002300*              SHARED CTLTOTF CONTROL-TOTALS FILE; THIS STEP     *
002400*              RUNS LAST AND PROVES THE NIGHT'S JOBS AGREE WITH  *
002500*              EACH OTHER AND WITH A COUNT OF BNKCUST TAKEN NOW: *
002600*              - CUSTBKUP, CUSTDELT, CUSTWLTR, CUSTMNT, CUSTLOAD *
002700*                AND CUSTPURG ALL REPORTED                       *
002800*              - THE ADDS CUSTDELT FED ARE THE ADDS CUSTWLTR     *
002900*                READ, FOR THE SAME EXTRACT DAY                  *
003000*              - THE ADDS, UPDATES AND CLOSURES CUSTDELT FED     *
003100*                FOR CUSTMNT AND CUSTLOAD ARE THE ONES THOSE     *
003200*                JOBS SAY THEY APPLIED (WHEN THE EXTRACT DAY IS  *
003300*                THE BALANCE DATE)                               *
003400*              - THE CUSTOMERS CUSTPURG PURGED ARE THE PURGES    *
003500*                CUSTBKUP FOUND ON THE AUDIT JOURNAL             *
003600*              - CUSTBKUP BACKED UP EVERY CUSTOMER, ITS BNKCUST  *
003700*                COUNT IS THE COUNT NOW, AND IT HAD THE JOURNAL  *
003800*              - LAST NIGHT'S CLOSING COUNT PLUS TODAY'S ADDS    *
003900*                LESS TODAY'S PURGES IS THE COUNT NOW            *
004000*              ONE PASS/FAIL REPORT IS WRITTEN AND THE STEP ENDS *
004100*              RC 8 ON ANY FAILURE, SO THE SCHEDULER CAN HOLD    *
004200*              THE MORNING ONLINE START UNTIL IT IS EXPLAINED.   *
004300*              THE CLOSING COUNT IS FILED BACK ON CTLTOTF AS     *
004400*              TOMORROW NIGHT'S OPENING COUNT                    *
004500*                                                                *
004600* INPUT:       BALPARM  - OPTIONAL RUN PARAMETERS, ONE RECORD:   *
004700*                        COLS 1-8 THE DATE TO BALANCE (CCYYMMDD) *
004800*                        - BLANK OR NO FILE MEANS TODAY          *
004900*              CTLTOTF  - SHARED CONTROL-TOTALS FILE.  ONLY THE  *
005000*                        COUNTS FILED ON THE BALANCE DATE ARE    *
005100*                        USED; A FRESH RUN OF A JOB REPLACES     *
005200*                        ANY EARLIER RUN'S COUNTS THAT DAY AND A *
005250*                        RESTART RUN ADDS TO THEM.  CUSTLOAD AND *
005260*                        CUSTMNT CARRY A FAILED RUN'S COUNTS ON  *
005270*                        THEIR CHECKPOINTS AND FILE A RESTART AS *
005300*                        A FRESH RUN                             *
005400*              BNKCUST  - CUSTOMER MASTER, COUNTED BY STATUS.    *
005500*                        THE RESERVED PID CONTROL RECORD IS NOT  *
005600*                        A CUSTOMER AND IS SKIPPED               *
005700* OUTPUT:      BALLOG   - BALANCING REPORT, ONE LINE PER CHECK   *
005800*                        AND THE OVERALL RESULT                  *
005900*              CTLTOTF  - THIS STEP'S OWN COUNTS, THROUGH        *
006000*                        CUSTCTOT                                *
006100*                                                                *
006200* RETURN CODES: 0 - BALANCED, 8 - OUT OF BALANCE, 16 - A FILE    *
006300* COULD NOT BE READ AND NOTHING WAS BALANCED                     *
006400******************************************************************
006500 IDENTIFICATION DIVISION.
006600 PROGRAM-ID.
006700     CUSTBAL.
006800 AUTHOR.
006900     BATCH SUPPORT.
007000 INSTALLATION.
007100     BANKDEMO.
007200 DATE-WRITTEN.
007300     15 OCT 2026.
007400 DATE-COMPILED.
007500     TODAY.
007600******************************************************************
007700* MODIFICATION HISTORY                                          *
007800* DATE       INIT  DESCRIPTION                                  *
007900* 15OCT26    BS    INITIAL VERSION - END-OF-NIGHT BALANCING OF   *
008000*                  THE CTLTOTF CONTROL TOTALS AND BNKCUST        *
008010* 15OCT26    BS    CTLTOTF CLOSED BEFORE THIS STEP FILES ITS     *
008020*                  OWN COUNTS, AND A FAILURE TO FILE THEM IS     *
008030*                  FATAL, AS TOMORROW'S OPENING COUNT NEEDS IT   *
008100******************************************************************
008200 ENVIRONMENT DIVISION.
008300 CONFIGURATION SECTION.
008400 SOURCE-COMPUTER.
008500     IBM-370.
008600 OBJECT-COMPUTER.
008700     IBM-370.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT BALPARM ASSIGN TO "BALPARM"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS CBA-BALPARM-STATUS.
009300
009400     SELECT CTLTOTF ASSIGN TO "CTLTOTF"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS CBA-CTLTOTF-STATUS.
009700
009800     SELECT BNKCUST ASSIGN TO "BNKCUST"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
010200         FILE STATUS IS CBA-BNKCUST-STATUS.
010300
010400     SELECT BALLOG ASSIGN TO "BALLOG"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS CBA-BALLOG-STATUS.
010700
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  BALPARM
011100     RECORDING MODE IS F.
011200 01  BALPARM-REC.
011300     05  CBA-PARM-BALANCE-DATE       PIC X(08).
011400     05  FILLER                      PIC X(72).
011500
011600 FD  CTLTOTF
011700     RECORDING MODE IS F.
011800 01  CTLTOTF-REC.
011900 COPY CUSTCTT.
012000
012100 FD  BNKCUST
012200     RECORDING MODE IS F.
012300 01  BNKCUST-REC.
012400 COPY CBANKVCS.
012500
012600 FD  BALLOG
012700     RECORDING MODE IS F.
012800 01  BALLOG-REC                      PIC X(132).
012900
013000 WORKING-STORAGE SECTION.
013100 01  CBA-FILE-STATUS-GROUP.
013200     05  CBA-BALPARM-STATUS          PIC X(02).
013300         88  CBA-BALPARM-OK               VALUE '00'.
013400     05  CBA-CTLTOTF-STATUS          PIC X(02).
013500         88  CBA-CTLTOTF-OK               VALUE '00'.
013600     05  CBA-BNKCUST-STATUS          PIC X(02).
013700         88  CBA-BNKCUST-OK               VALUE '00'.
013800     05  CBA-BALLOG-STATUS           PIC X(02).
013900         88  CBA-BALLOG-OK                VALUE '00'.
014000
014100 01  CBA-SWITCHES.
014200     05  CBA-CTLTOTF-EOF-SW          PIC X(01)
014300         VALUE 'N'.
014400         88  CBA-CTLTOTF-AT-EOF           VALUE 'Y'.
014500     05  CBA-BNKCUST-EOF-SW          PIC X(01)
014600         VALUE 'N'.
014700         88  CBA-BNKCUST-AT-EOF           VALUE 'Y'.
014800     05  CBA-FOUND-SW                PIC X(01)
014900         VALUE 'N'.
015000         88  CBA-TOTAL-FOUND              VALUE 'Y'.
015100         88  CBA-TOTAL-NOT-FOUND          VALUE 'N'.
015200     05  CBA-LEFT-FOUND-SW           PIC X(01)
015300         VALUE 'N'.
015400         88  CBA-LEFT-FOUND               VALUE 'Y'.
015500     05  CBA-RIGHT-FOUND-SW          PIC X(01)
015600         VALUE 'N'.
015700         88  CBA-RIGHT-FOUND              VALUE 'Y'.
015800     05  CBA-PRIOR-SW                PIC X(01)
015900         VALUE 'N'.
016000         88  CBA-PRIOR-FOUND              VALUE 'Y'.
016100
016200 77  CBA-BALANCE-DATE                PIC X(08) VALUE SPACES.
016300 77  CBA-RUN-DATE                    PIC 9(08) VALUE ZERO.
016400 77  CBA-LAST-JOB                    PIC X(08) VALUE SPACES.
016500 77  CBA-LAST-RUN-TIME               PIC 9(06) VALUE ZERO.
016600 77  CBA-SUB                         PIC 9(04) COMP VALUE ZERO.
016700 77  CBA-JOB-SUB                     PIC 9(04) COMP VALUE ZERO.
016800 77  CBA-FIND-JOB                    PIC X(08).
016900 77  CBA-FIND-NAME                   PIC X(20).
017000 77  CBA-FOUND-VALUE                 PIC 9(09) COMP VALUE ZERO.
017100 77  CBA-FOUND-DATE                  PIC X(08).
017200 77  CBA-CHECK-DESC                  PIC X(56).
017300 77  CBA-LEFT-JOB                    PIC X(08).
017400 77  CBA-LEFT-NAME                   PIC X(20).
017500 77  CBA-LEFT-VALUE                  PIC 9(09) COMP VALUE ZERO.
017600 77  CBA-RIGHT-JOB                   PIC X(08).
017700 77  CBA-RIGHT-NAME                  PIC X(20).
017800 77  CBA-RIGHT-VALUE                 PIC 9(09) COMP VALUE ZERO.
017900 77  CBA-DELT-DATE                   PIC X(08) VALUE SPACES.
018000 77  CBA-WLTR-DATE                   PIC X(08) VALUE SPACES.
018100 77  CBA-PRIOR-DATE                  PIC X(08) VALUE SPACES.
018200 77  CBA-PRIOR-COUNT                 PIC 9(09) COMP VALUE ZERO.
018300 77  CBA-AUDIT-ADDS                  PIC 9(09) COMP VALUE ZERO.
018400 77  CBA-AUDIT-PURGES                PIC 9(09) COMP VALUE ZERO.
018500 77  CBA-EXPECTED-COUNT              PIC S9(09) COMP VALUE ZERO.
018600 77  CBA-CTLTOTF-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
018700 77  CBA-CTLTOTF-USED-COUNT          PIC 9(09) COMP VALUE ZERO.
018800 77  CBA-BNKCUST-COUNT               PIC 9(09) COMP VALUE ZERO.
018900 77  CBA-ACTIVE-COUNT                PIC 9(09) COMP VALUE ZERO.
019000 77  CBA-CLOSED-COUNT                PIC 9(09) COMP VALUE ZERO.
019100 77  CBA-MERGED-COUNT                PIC 9(09) COMP VALUE ZERO.
019200 77  CBA-CHECK-COUNT                 PIC 9(09) COMP VALUE ZERO.
019300 77  CBA-FAILED-COUNT                PIC 9(09) COMP VALUE ZERO.
019400 77  CBA-FATAL-MSG                   PIC X(60) VALUE SPACES.
019500 77  CBA-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
019600
019700 01  CBA-CTLTOT-PARMS.
019800 COPY CUSTCTP.
019900
020000******************************************************************
020100* THE JOBS THAT MUST HAVE FILED THEIR COUNTS BEFORE THE NIGHT    *
020200* CAN BALANCE                                                    *
020300******************************************************************
020400 01  CBA-REQUIRED-JOB-VALUES.
020500     05  FILLER                      PIC X(08) VALUE 'CUSTBKUP'.
020600     05  FILLER                      PIC X(08) VALUE 'CUSTDELT'.
020700     05  FILLER                      PIC X(08) VALUE 'CUSTWLTR'.
020800     05  FILLER                      PIC X(08) VALUE 'CUSTMNT'.
020900     05  FILLER                      PIC X(08) VALUE 'CUSTLOAD'.
021000     05  FILLER                      PIC X(08) VALUE 'CUSTPURG'.
021100 01  CBA-REQUIRED-JOBS REDEFINES CBA-REQUIRED-JOB-VALUES.
021200     05  CBA-REQUIRED-JOB            PIC X(08) OCCURS 6 TIMES.
021300
021400******************************************************************
021500* THE BALANCE DATE'S COUNTS, ONE ENTRY PER JOB AND COUNT NAME,   *
021600* WITH THE DATA DATE THE JOB FILED THEM UNDER                    *
021700******************************************************************
021800 01  CBA-TOTALS-TABLE.
021900     05  CBA-TOT-USED                PIC 9(04) COMP VALUE ZERO.
022000     05  CBA-TOT-ENTRY OCCURS 500 TIMES.
022100         10  CBA-TOT-JOB             PIC X(08).
022200         10  CBA-TOT-NAME            PIC X(20).
022300         10  CBA-TOT-VALUE           PIC 9(09) COMP.
022400         10  CBA-TOT-DATA-DATE       PIC X(08).
022500
022600 01  CBA-REPORT-HEADING1.
022700     05  FILLER                      PIC X(44)
022800         VALUE 'CUSTBAL - END-OF-NIGHT CONTROL BALANCING'.
022900     05  FILLER                      PIC X(88) VALUE SPACES.
023000
023100 01  CBA-REPORT-HEADING2.
023200     05  FILLER                      PIC X(11)
023300         VALUE 'RUN DATE: '.
023400     05  CBAR-RUN-DATE               PIC 9(08).
023500     05  FILLER                      PIC X(18)
023600         VALUE '   BALANCE DATE: '.
023700     05  CBAR-BALANCE-DATE           PIC X(08).
023800     05  FILLER                      PIC X(87) VALUE SPACES.
023900
024000 01  CBA-REPORT-HEADING3.
024100     05  FILLER                      PIC X(58) VALUE 'CHECK'.
024200     05  FILLER                      PIC X(12) VALUE '     FIRST'.
024300     05  FILLER                      PIC X(12) VALUE '    SECOND'.
024400     05  FILLER                      PIC X(50) VALUE 'RESULT'.
024500
024600 01  CBA-REPORT-CHECK-LINE.
024700     05  CBAL-DESC                   PIC X(56).
024800     05  FILLER                      PIC X(02) VALUE SPACES.
024900     05  CBAL-LEFT                   PIC ZZZZZZZZ9.
025000     05  CBAL-LEFT-X REDEFINES CBAL-LEFT
025100                                     PIC X(09).
025200     05  FILLER                      PIC X(03) VALUE SPACES.
025300     05  CBAL-RIGHT                  PIC ZZZZZZZZ9.
025400     05  CBAL-RIGHT-X REDEFINES CBAL-RIGHT
025500                                     PIC X(09).
025600     05  FILLER                      PIC X(03) VALUE SPACES.
025700     05  CBAL-RESULT                 PIC X(12).
025800     05  FILLER                      PIC X(38) VALUE SPACES.
025900
026000 01  CBA-REPORT-COUNT-LINE.
026100     05  CBAC-LABEL                  PIC X(40).
026200     05  CBAC-COUNT                  PIC ZZZZZZZZ9.
026300     05  FILLER                      PIC X(83) VALUE SPACES.
026400
026500 01  CBA-REPORT-RESULT-LINE.
026600     05  FILLER                      PIC X(24)
026700         VALUE 'NIGHTLY BALANCE RESULT: '.
026800     05  CBAS-RESULT                 PIC X(60).
026900     05  FILLER                      PIC X(48) VALUE SPACES.
027000
027100******************************************************************
027200* MAINLINE                                                       *
027300******************************************************************
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027700     PERFORM 2000-LOAD-CONTROL-TOTALS THRU 2000-EXIT
027800         UNTIL CBA-CTLTOTF-AT-EOF.
027850     CLOSE CTLTOTF.
027900     PERFORM 4000-COUNT-BNKCUST THRU 4000-EXIT
028000         UNTIL CBA-BNKCUST-AT-EOF.
028100     PERFORM 5000-RUN-CHECKS THRU 5000-EXIT.
028200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
028300     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
028400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028500     IF CBA-FAILED-COUNT > 0
028600        MOVE 8 TO RETURN-CODE
028700     END-IF.
028800     STOP RUN.
028900
029000******************************************************************
029100* 1000-INITIALIZE - PICK UP THE BALANCE DATE, OPEN THE FILES AND *
029200* PRIME THE FIRST CONTROL-TOTALS RECORD                          *
029300******************************************************************
029400 1000-INITIALIZE.
029500     MOVE FUNCTION CURRENT-DATE (1:8) TO CBA-RUN-DATE.
029600     MOVE CBA-RUN-DATE TO CBA-BALANCE-DATE.
029700     OPEN INPUT BALPARM.
029800     IF CBA-BALPARM-OK
029900        READ BALPARM
030000            AT END
030100               CONTINUE
030200        END-READ
030300        IF CBA-BALPARM-OK
030400           AND CBA-PARM-BALANCE-DATE NOT = SPACES
030500           IF CBA-PARM-BALANCE-DATE IS NUMERIC
030600              MOVE CBA-PARM-BALANCE-DATE TO CBA-BALANCE-DATE
030700           ELSE
030800              MOVE 'BALPARM BALANCE DATE IS NOT CCYYMMDD'
030900                TO CBA-FATAL-MSG
031000              PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
031100           END-IF
031200        END-IF
031300        CLOSE BALPARM
031400     END-IF.
031500
031600     OPEN INPUT CTLTOTF.
031700     IF NOT CBA-CTLTOTF-OK
031800        STRING 'UNABLE TO OPEN CTLTOTF - STATUS '
031900                           DELIMITED BY SIZE
032000               CBA-CTLTOTF-STATUS DELIMITED BY SIZE
032100          INTO CBA-FATAL-MSG
032200        END-STRING
032300        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
032400     END-IF.
032500     OPEN INPUT BNKCUST.
032600     IF NOT CBA-BNKCUST-OK
032700        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
032800                           DELIMITED BY SIZE
032900               CBA-BNKCUST-STATUS DELIMITED BY SIZE
033000          INTO CBA-FATAL-MSG
033100        END-STRING
033200        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
033300     END-IF.
033400     OPEN OUTPUT BALLOG.
033500     MOVE CBA-REPORT-HEADING1 TO BALLOG-REC.
033600     WRITE BALLOG-REC.
033700     MOVE CBA-RUN-DATE     TO CBAR-RUN-DATE.
033800     MOVE CBA-BALANCE-DATE TO CBAR-BALANCE-DATE.
033900     MOVE CBA-REPORT-HEADING2 TO BALLOG-REC.
034000     WRITE BALLOG-REC.
034100     MOVE SPACES TO BALLOG-REC.
034200     WRITE BALLOG-REC.
034300     MOVE CBA-REPORT-HEADING3 TO BALLOG-REC.
034400     WRITE BALLOG-REC.
034500
034600     PERFORM 2100-READ-CONTROL-TOTAL THRU 2100-EXIT.
034700 1000-EXIT.
034800     EXIT.
034900
035000******************************************************************
035100* 2000-LOAD-CONTROL-TOTALS - KEEP EACH COUNT FILED ON THE        *
035200* BALANCE DATE, AND NOTE THE LATEST CLOSING BNKCUST COUNT THIS   *
035300* STEP FILED ON AN EARLIER NIGHT AS THE OPENING COUNT            *
035400******************************************************************
035500 2000-LOAD-CONTROL-TOTALS.
035600     IF CTT-JOB-NAME = 'CUSTBAL'
035700        AND CTT-COUNT-NAME = 'BNKCUST RECORDS'
035800        AND CTT-DATA-DATE < CBA-BALANCE-DATE
035900        AND CTT-DATA-DATE NOT < CBA-PRIOR-DATE
036000        MOVE CTT-DATA-DATE   TO CBA-PRIOR-DATE
036100        MOVE CTT-COUNT-VALUE TO CBA-PRIOR-COUNT
036200        SET CBA-PRIOR-FOUND TO TRUE
036300     END-IF.
036400     IF CTT-RUN-DATE = CBA-BALANCE-DATE
036500        ADD 1 TO CBA-CTLTOTF-USED-COUNT
036600        PERFORM 2200-KEEP-CONTROL-TOTAL THRU 2200-EXIT
036700     END-IF.
036800     PERFORM 2100-READ-CONTROL-TOTAL THRU 2100-EXIT.
036900 2000-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300* 2100-READ-CONTROL-TOTAL - READ ONE CTLTOTF RECORD              *
037400******************************************************************
037500 2100-READ-CONTROL-TOTAL.
037600     READ CTLTOTF
037700         AT END
037800            SET CBA-CTLTOTF-AT-EOF TO TRUE
037900     END-READ.
038000     IF NOT CBA-CTLTOTF-AT-EOF
038100        ADD 1 TO CBA-CTLTOTF-READ-COUNT
038200     END-IF.
038300 2100-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700* 2200-KEEP-CONTROL-TOTAL - A JOB FILES ALL ITS COUNTS TOGETHER  *
038800* UNDER ONE RUN TIME, SO A CHANGE OF JOB OR TIME STARTS A NEW    *
038900* RUN.  A FRESH RUN (A RERUN FROM THE TOP, OR A RESTART THAT     *
039000* PICKED THE FAILED RUN'S COUNTS UP FROM ITS CHECKPOINT) WIPES   *
039100* WHAT AN EARLIER RUN OF THE JOB FILED THAT DAY; A RESTART RUN   *
039150* ONLY COUNTED THE WORK AFTER THE RESTART POINT, SO ITS COUNTS   *
039170* ARE ADDED ON                                                   *
039200******************************************************************
039300 2200-KEEP-CONTROL-TOTAL.
039400     IF CTT-JOB-NAME NOT = CBA-LAST-JOB
039500        OR CTT-RUN-TIME NOT = CBA-LAST-RUN-TIME
039600        MOVE CTT-JOB-NAME TO CBA-LAST-JOB
039700        MOVE CTT-RUN-TIME TO CBA-LAST-RUN-TIME
039800        IF NOT CTT-RESTART-RUN
039900           PERFORM 2300-CLEAR-JOB-TOTAL THRU 2300-EXIT
040000               VARYING CBA-SUB FROM 1 BY 1
040100               UNTIL CBA-SUB > CBA-TOT-USED
040200        END-IF
040300     END-IF.
040400
040500     MOVE CTT-JOB-NAME   TO CBA-FIND-JOB.
040600     MOVE CTT-COUNT-NAME TO CBA-FIND-NAME.
040700     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
040800     IF CBA-TOTAL-NOT-FOUND
040900        IF CBA-TOT-USED NOT < 500
041000           MOVE 'MORE THAN 500 CONTROL TOTALS ON THE BALANCE DATE'
041100             TO CBA-FATAL-MSG
041200           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
041300        END-IF
041400        ADD 1 TO CBA-TOT-USED
041500        MOVE CBA-TOT-USED   TO CBA-SUB
041600        MOVE CTT-JOB-NAME   TO CBA-TOT-JOB (CBA-SUB)
041700        MOVE CTT-COUNT-NAME TO CBA-TOT-NAME (CBA-SUB)
041800        MOVE ZERO           TO CBA-TOT-VALUE (CBA-SUB)
041900     END-IF.
042000     ADD CTT-COUNT-VALUE TO CBA-TOT-VALUE (CBA-SUB).
042100     MOVE CTT-DATA-DATE  TO CBA-TOT-DATA-DATE (CBA-SUB).
042200 2200-EXIT.
042300     EXIT.
042400
042500******************************************************************
042600* 2300-CLEAR-JOB-TOTAL - ZERO ONE OF THE NEW RUN'S JOB'S COUNTS  *
042700******************************************************************
042800 2300-CLEAR-JOB-TOTAL.
042900     IF CBA-TOT-JOB (CBA-SUB) = CTT-JOB-NAME
043000        MOVE ZERO TO CBA-TOT-VALUE (CBA-SUB)
043100     END-IF.
043200 2300-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600* 3000-FIND-TOTAL - LOOK UP THE COUNT CBA-FIND-NAME FILED BY     *
043700* CBA-FIND-JOB.  A NAME OF SPACES FINDS ANY COUNT FROM THE JOB,  *
043800* WHICH IS ENOUGH TO SAY THE JOB REPORTED.  CBA-SUB IS LEFT ON   *
043900* THE ENTRY FOUND                                                *
044000******************************************************************
044100 3000-FIND-TOTAL.
044200     SET CBA-TOTAL-NOT-FOUND TO TRUE.
044300     MOVE ZERO   TO CBA-FOUND-VALUE.
044400     MOVE SPACES TO CBA-FOUND-DATE.
044500     PERFORM 3100-TEST-TOTAL THRU 3100-EXIT
044600         VARYING CBA-SUB FROM 1 BY 1
044700         UNTIL CBA-SUB > CBA-TOT-USED
044800         OR CBA-TOTAL-FOUND.
044900     IF CBA-TOTAL-FOUND
045000        SUBTRACT 1 FROM CBA-SUB
045100        MOVE CBA-TOT-VALUE (CBA-SUB)     TO CBA-FOUND-VALUE
045200        MOVE CBA-TOT-DATA-DATE (CBA-SUB) TO CBA-FOUND-DATE
045300     END-IF.
045400 3000-EXIT.
045500     EXIT.
045600
045700******************************************************************
045800* 3100-TEST-TOTAL - DOES THIS ENTRY MATCH THE JOB AND NAME       *
045900******************************************************************
046000 3100-TEST-TOTAL.
046100     IF CBA-TOT-JOB (CBA-SUB) = CBA-FIND-JOB
046200        AND (CBA-FIND-NAME = SPACES
046300             OR CBA-TOT-NAME (CBA-SUB) = CBA-FIND-NAME)
046400        SET CBA-TOTAL-FOUND TO TRUE
046500     END-IF.
046600 3100-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000* 4000-COUNT-BNKCUST - COUNT THE CUSTOMERS ON FILE NOW, BY       *
047100* STATUS, SKIPPING THE RESERVED PID CONTROL RECORD               *
047200******************************************************************
047300 4000-COUNT-BNKCUST.
047400     READ BNKCUST NEXT RECORD
047500         AT END
047600            SET CBA-BNKCUST-AT-EOF TO TRUE
047700            GO TO 4000-EXIT
047800     END-READ.
047900     IF NOT CBA-BNKCUST-OK
048000        STRING 'UNABLE TO READ BNKCUST - STATUS '
048100                           DELIMITED BY SIZE
048200               CBA-BNKCUST-STATUS DELIMITED BY SIZE
048300          INTO CBA-FATAL-MSG
048400        END-STRING
048500        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
048600     END-IF.
048700     IF BCS-REC-PID OF BNKCUST-REC = '0000000000'
048800        GO TO 4000-EXIT
048900     END-IF.
049000     ADD 1 TO CBA-BNKCUST-COUNT.
049100     EVALUATE TRUE
049200        WHEN BCS-CUST-CLOSED OF BNKCUST-REC
049300           ADD 1 TO CBA-CLOSED-COUNT
049400        WHEN BCS-CUST-MERGED OF BNKCUST-REC
049500           ADD 1 TO CBA-MERGED-COUNT
049600        WHEN OTHER
049700           ADD 1 TO CBA-ACTIVE-COUNT
049800     END-EVALUATE.
049900 4000-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300* 5000-RUN-CHECKS - EVERY CHECK WRITES ONE LINE SHOWING THE TWO  *
050400* FIGURES IT COMPARED AND PASS OR FAIL                           *
050500******************************************************************
050600 5000-RUN-CHECKS.
050700     PERFORM 5100-CHECK-JOB-REPORTED THRU 5100-EXIT
050800         VARYING CBA-JOB-SUB FROM 1 BY 1
050900         UNTIL CBA-JOB-SUB > 6.
051000
051100*****************************************************************
051200* WHAT THE CRM FEED SENT AS NEW CUSTOMERS IS WHAT THE WELCOME   *
051300* LETTER RUN READ - BOTH OFF THE SAME EXTRACT DAY               *
051400*****************************************************************
051500     MOVE 'CUSTDELT ADDS FED = CUSTWLTR ADDS READ'
051600       TO CBA-CHECK-DESC.
051700     MOVE 'CUSTDELT'  TO CBA-LEFT-JOB.
051800     MOVE 'ADDS FED'  TO CBA-LEFT-NAME.
051900     MOVE 'CUSTWLTR'  TO CBA-RIGHT-JOB.
052000     MOVE 'ADDS READ' TO CBA-RIGHT-NAME.
052100     PERFORM 5200-COMPARE-TOTALS THRU 5200-EXIT.
052200
052300     MOVE 'CUSTDELT'  TO CBA-FIND-JOB.
052400     MOVE SPACES      TO CBA-FIND-NAME.
052500     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
052600     MOVE CBA-FOUND-DATE TO CBA-DELT-DATE.
052700     MOVE 'CUSTWLTR'  TO CBA-FIND-JOB.
052800     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
052900     MOVE CBA-FOUND-DATE TO CBA-WLTR-DATE.
053000     PERFORM 5300-CHECK-EXTRACT-DATES THRU 5300-EXIT.
053100
053200*****************************************************************
053300* THE BATCH MAINTENANCE AND LOAD RUNS' CHANGES ALL REACHED THE  *
053400* FEED - ONLY WHEN THE FEED WAS FOR TONIGHT'S DAY, AS A FEED    *
053500* RERUN FOR AN EARLIER DAY CARRIES THAT DAY'S CHANGES           *
053600*****************************************************************
053700     IF CBA-DELT-DATE = CBA-BALANCE-DATE
053800        MOVE 'CUSTDELT CUSTMNT ADDS = CUSTMNT ADDS APPLIED'
053900          TO CBA-CHECK-DESC
054000        MOVE 'CUSTDELT'         TO CBA-LEFT-JOB
054100        MOVE 'ADDS FED CUSTMNT' TO CBA-LEFT-NAME
054200        MOVE 'CUSTMNT'          TO CBA-RIGHT-JOB
054300        MOVE 'ADDS APPLIED'     TO CBA-RIGHT-NAME
054400        PERFORM 5200-COMPARE-TOTALS THRU 5200-EXIT
054500        MOVE 'CUSTDELT CUSTMNT UPDATES = CUSTMNT UPDATES APPLIED'
054600          TO CBA-CHECK-DESC
054700        MOVE 'CUSTDELT'            TO CBA-LEFT-JOB
054800        MOVE 'UPDATES FED CUSTMNT' TO CBA-LEFT-NAME
054900        MOVE 'CUSTMNT'             TO CBA-RIGHT-JOB
055000        MOVE 'UPDATES APPLIED'     TO CBA-RIGHT-NAME
055100        PERFORM 5200-COMPARE-TOTALS THRU 5200-EXIT
055200        MOVE 'CUSTDELT CUSTMNT CLOSES = CUSTMNT CLOSURES APPLIED'
055300          TO CBA-CHECK-DESC
055400        MOVE 'CUSTDELT'             TO CBA-LEFT-JOB
055500        MOVE 'CLOSURES FED CUSTMNT' TO CBA-LEFT-NAME
055600        MOVE 'CUSTMNT'              TO CBA-RIGHT-JOB
055700        MOVE 'CLOSURES APPLIED'     TO CBA-RIGHT-NAME
055800        PERFORM 5200-COMPARE-TOTALS THRU 5200-EXIT
055900        MOVE 'CUSTDELT CUSTLOAD ADDS = CUSTLOAD ADDS APPLIED'
056000          TO CBA-CHECK-DESC
056100        MOVE 'CUSTDELT'          TO CBA-LEFT-JOB
056200        MOVE 'ADDS FED CUSTLOAD' TO CBA-LEFT-NAME
056300        MOVE 'CUSTLOAD'          TO CBA-RIGHT-JOB
056400        MOVE 'ADDS APPLIED'      TO CBA-RIGHT-NAME
056500        PERFORM 5200-COMPARE-TOTALS THRU 5200-EXIT
056600     ELSE
056700        MOVE SPACES TO CBA-REPORT-CHECK-LINE
056800        MOVE 'CUSTMNT/CUSTLOAD FEED - EXTRACT NOT TONIGHT''S'
056900          TO CBAL-DESC
057000        MOVE 'NOT CHECKED' TO CBAL-RESULT
057100        MOVE CBA-REPORT-CHECK-LINE TO BALLOG-REC
057200        WRITE BALLOG-REC
057300     END-IF.
057400
057500*****************************************************************
057600* EVERY PURGE IS ON THE AUDIT JOURNAL                           *
057700*****************************************************************
057800     MOVE 'CUSTPURG PURGED = CUSTBKUP AUDIT PURGES'
057900       TO CBA-CHECK-DESC.
058000     MOVE 'CUSTPURG'     TO CBA-LEFT-JOB.
058100     MOVE 'PURGED'       TO CBA-LEFT-NAME.
058200     MOVE 'CUSTBKUP'     TO CBA-RIGHT-JOB.
058300     MOVE 'AUDIT PURGES' TO CBA-RIGHT-NAME.
058400     PERFORM 5200-COMPARE-TOTALS THRU 5200-EXIT.
058500
058600*****************************************************************
058700* THE BACKUP IS COMPLETE, IS OF THE FILE AS IT STANDS NOW, AND  *
058800* WAS BALANCED AGAINST THE JOURNAL                              *
058900*****************************************************************
059000     MOVE 'CUSTBKUP RECORDS BACKED UP = BNKCUST RECORDS'
059100       TO CBA-CHECK-DESC.
059200     MOVE 'CUSTBKUP'          TO CBA-LEFT-JOB.
059300     MOVE 'RECORDS BACKED UP' TO CBA-LEFT-NAME.
059400     MOVE 'CUSTBKUP'          TO CBA-RIGHT-JOB.
059500     MOVE 'BNKCUST RECORDS'   TO CBA-RIGHT-NAME.
059600     PERFORM 5200-COMPARE-TOTALS THRU 5200-EXIT.
059700
059800     MOVE 'CUSTBKUP BNKCUST RECORDS = BNKCUST COUNTED NOW'
059900       TO CBA-CHECK-DESC.
060000     MOVE 'CUSTBKUP'        TO CBA-FIND-JOB.
060100     MOVE 'BNKCUST RECORDS' TO CBA-FIND-NAME.
060200     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
060300     MOVE CBA-FOUND-SW      TO CBA-LEFT-FOUND-SW.
060400     MOVE CBA-FOUND-VALUE   TO CBA-LEFT-VALUE.
060500     SET CBA-RIGHT-FOUND TO TRUE.
060600     MOVE CBA-BNKCUST-COUNT TO CBA-RIGHT-VALUE.
060700     PERFORM 5900-WRITE-CHECK-LINE THRU 5900-EXIT.
060800
060900     MOVE 'CUSTBKUP AUDIT JOURNAL UNAVAILABLE = 0'
061000       TO CBA-CHECK-DESC.
061100     MOVE 'AUDIT UNAVAILABLE' TO CBA-FIND-NAME.
061200     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
061300     MOVE CBA-FOUND-SW      TO CBA-LEFT-FOUND-SW.
061400     MOVE CBA-FOUND-VALUE   TO CBA-LEFT-VALUE.
061500     SET CBA-RIGHT-FOUND TO TRUE.
061600     MOVE ZERO              TO CBA-RIGHT-VALUE.
061700     PERFORM 5900-WRITE-CHECK-LINE THRU 5900-EXIT.
061800
061900     PERFORM 5400-CHECK-ROLL-FORWARD THRU 5400-EXIT.
062000 5000-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400* 5100-CHECK-JOB-REPORTED - A JOB WITH NO COUNTS ON THE BALANCE  *
062500* DATE DID NOT RUN, OR DIED BEFORE IT FINISHED                   *
062600******************************************************************
062700 5100-CHECK-JOB-REPORTED.
062800     MOVE CBA-REQUIRED-JOB (CBA-JOB-SUB) TO CBA-FIND-JOB.
062900     MOVE SPACES TO CBA-FIND-NAME.
063000     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
063100     ADD 1 TO CBA-CHECK-COUNT.
063200     MOVE SPACES TO CBA-REPORT-CHECK-LINE.
063300     STRING CBA-FIND-JOB DELIMITED BY SPACE
063400            ' FILED ITS CONTROL TOTALS' DELIMITED BY SIZE
063500       INTO CBAL-DESC
063600     END-STRING.
063700     IF CBA-TOTAL-FOUND
063800        MOVE 'PASS' TO CBAL-RESULT
063900     ELSE
064000        MOVE 'FAIL' TO CBAL-RESULT
064100        ADD 1 TO CBA-FAILED-COUNT
064200     END-IF.
064300     MOVE CBA-REPORT-CHECK-LINE TO BALLOG-REC.
064400     WRITE BALLOG-REC.
064500 5100-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900* 5200-COMPARE-TOTALS - LOOK UP THE TWO NAMED COUNTS AND CHECK   *
065000* THEY AGREE                                                     *
065100******************************************************************
065200 5200-COMPARE-TOTALS.
065300     MOVE CBA-LEFT-JOB  TO CBA-FIND-JOB.
065400     MOVE CBA-LEFT-NAME TO CBA-FIND-NAME.
065500     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
065600     MOVE CBA-FOUND-SW    TO CBA-LEFT-FOUND-SW.
065700     MOVE CBA-FOUND-VALUE TO CBA-LEFT-VALUE.
065800     MOVE CBA-RIGHT-JOB  TO CBA-FIND-JOB.
065900     MOVE CBA-RIGHT-NAME TO CBA-FIND-NAME.
066000     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
066100     MOVE CBA-FOUND-SW    TO CBA-RIGHT-FOUND-SW.
066200     MOVE CBA-FOUND-VALUE TO CBA-RIGHT-VALUE.
066300     PERFORM 5900-WRITE-CHECK-LINE THRU 5900-EXIT.
066400 5200-EXIT.
066500     EXIT.
066600
066700******************************************************************
066800* 5300-CHECK-EXTRACT-DATES - THE FEED AND THE LETTER RUN WERE    *
066900* FOR THE SAME DAY, OR THEIR COUNTS DO NOT MEAN THE SAME THING   *
067000******************************************************************
067100 5300-CHECK-EXTRACT-DATES.
067200     ADD 1 TO CBA-CHECK-COUNT.
067300     MOVE SPACES TO CBA-REPORT-CHECK-LINE.
067400     MOVE 'CUSTDELT EXTRACT DAY = CUSTWLTR EXTRACT DAY'
067500       TO CBAL-DESC.
067600     MOVE CBA-DELT-DATE TO CBAL-LEFT-X.
067700     MOVE CBA-WLTR-DATE TO CBAL-RIGHT-X.
067800     IF CBA-DELT-DATE NOT = SPACES
067900        AND CBA-DELT-DATE = CBA-WLTR-DATE
068000        MOVE 'PASS' TO CBAL-RESULT
068100     ELSE
068200        MOVE 'FAIL' TO CBAL-RESULT
068300        ADD 1 TO CBA-FAILED-COUNT
068400     END-IF.
068500     MOVE CBA-REPORT-CHECK-LINE TO BALLOG-REC.
068600     WRITE BALLOG-REC.
068700 5300-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100* 5400-CHECK-ROLL-FORWARD - LAST NIGHT'S CLOSING COUNT, PLUS THE *
069200* ADDS AND LESS THE PURGES CUSTBKUP FOUND ON TODAY'S JOURNAL,    *
069300* IS THE NUMBER OF CUSTOMERS ON FILE NOW.  CLOSURES AND MERGES   *
069400* KEEP THE RECORD, SO THEY DO NOT MOVE THE COUNT.  THE FIRST     *
069500* NIGHT HAS NO OPENING COUNT AND IS NOT CHECKED                  *
069600******************************************************************
069700 5400-CHECK-ROLL-FORWARD.
069800     MOVE 'OPENING + AUDIT ADDS - AUDIT PURGES = BNKCUST NOW'
069900       TO CBA-CHECK-DESC.
070000     IF NOT CBA-PRIOR-FOUND
070100        MOVE SPACES TO CBA-REPORT-CHECK-LINE
070200        MOVE CBA-CHECK-DESC    TO CBAL-DESC
070300        MOVE CBA-BNKCUST-COUNT TO CBAL-RIGHT
070400        MOVE 'NOT CHECKED'     TO CBAL-RESULT
070500        MOVE CBA-REPORT-CHECK-LINE TO BALLOG-REC
070600        WRITE BALLOG-REC
070700        GO TO 5400-EXIT
070800     END-IF.
070900     MOVE 'CUSTBKUP'   TO CBA-FIND-JOB.
071000     MOVE 'AUDIT ADDS' TO CBA-FIND-NAME.
071100     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
071200     MOVE CBA-FOUND-SW    TO CBA-LEFT-FOUND-SW.
071300     MOVE CBA-FOUND-VALUE TO CBA-AUDIT-ADDS.
071400     MOVE 'AUDIT PURGES' TO CBA-FIND-NAME.
071500     PERFORM 3000-FIND-TOTAL THRU 3000-EXIT.
071600     IF CBA-TOTAL-NOT-FOUND
071700        MOVE 'N' TO CBA-LEFT-FOUND-SW
071800     END-IF.
071900     MOVE CBA-FOUND-VALUE TO CBA-AUDIT-PURGES.
072000     COMPUTE CBA-EXPECTED-COUNT = CBA-PRIOR-COUNT
072100                                + CBA-AUDIT-ADDS
072200                                - CBA-AUDIT-PURGES.
072300     IF CBA-EXPECTED-COUNT < 0
072400        MOVE ZERO TO CBA-LEFT-VALUE
072500     ELSE
072600        MOVE CBA-EXPECTED-COUNT TO CBA-LEFT-VALUE
072700     END-IF.
072800     SET CBA-RIGHT-FOUND TO TRUE.
072900     MOVE CBA-BNKCUST-COUNT TO CBA-RIGHT-VALUE.
073000     PERFORM 5900-WRITE-CHECK-LINE THRU 5900-EXIT.
073100 5400-EXIT.
073200     EXIT.
073300
073400******************************************************************
073500* 5900-WRITE-CHECK-LINE - A CHECK PASSES ONLY WHEN BOTH FIGURES  *
073600* WERE FILED AND THEY AGREE.  A MISSING FIGURE FAILS THE CHECK   *
073700******************************************************************
073800 5900-WRITE-CHECK-LINE.
073900     ADD 1 TO CBA-CHECK-COUNT.
074000     MOVE SPACES TO CBA-REPORT-CHECK-LINE.
074100     MOVE CBA-CHECK-DESC TO CBAL-DESC.
074200     IF CBA-LEFT-FOUND
074300        MOVE CBA-LEFT-VALUE TO CBAL-LEFT
074400     ELSE
074500        MOVE '  MISSING' TO CBAL-LEFT-X
074600     END-IF.
074700     IF CBA-RIGHT-FOUND
074800        MOVE CBA-RIGHT-VALUE TO CBAL-RIGHT
074900     ELSE
075000        MOVE '  MISSING' TO CBAL-RIGHT-X
075100     END-IF.
075200     IF CBA-LEFT-FOUND
075300        AND CBA-RIGHT-FOUND
075400        AND CBA-LEFT-VALUE = CBA-RIGHT-VALUE
075500        MOVE 'PASS' TO CBAL-RESULT
075600     ELSE
075700        MOVE 'FAIL' TO CBAL-RESULT
075800        ADD 1 TO CBA-FAILED-COUNT
075900     END-IF.
076000     MOVE CBA-REPORT-CHECK-LINE TO BALLOG-REC.
076100     WRITE BALLOG-REC.
076200 5900-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600* 8000-WRITE-TOTALS - THE BNKCUST COUNTS, THE CHECK TOTALS AND   *
076700* THE ONE-LINE RESULT THE OPERATOR ACTS ON                       *
076800******************************************************************
076900 8000-WRITE-TOTALS.
077000     MOVE SPACES TO BALLOG-REC.
077100     WRITE BALLOG-REC.
077200     MOVE 'CTLTOTF RECORDS READ' TO CBAC-LABEL.
077300     MOVE CBA-CTLTOTF-READ-COUNT TO CBAC-COUNT.
077400     MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC.
077500     WRITE BALLOG-REC.
077600     MOVE 'CTLTOTF RECORDS FOR THE BALANCE DATE' TO CBAC-LABEL.
077700     MOVE CBA-CTLTOTF-USED-COUNT TO CBAC-COUNT.
077800     MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC.
077900     WRITE BALLOG-REC.
078000     IF CBA-PRIOR-FOUND
078100        MOVE SPACES TO CBAC-LABEL
078200        STRING 'OPENING BNKCUST COUNT (' DELIMITED BY SIZE
078300               CBA-PRIOR-DATE            DELIMITED BY SIZE
078400               ')'                       DELIMITED BY SIZE
078500          INTO CBAC-LABEL
078600        END-STRING
078700        MOVE CBA-PRIOR-COUNT TO CBAC-COUNT
078800        MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC
078900        WRITE BALLOG-REC
079000     END-IF.
079100     MOVE 'BNKCUST CUSTOMERS NOW' TO CBAC-LABEL.
079200     MOVE CBA-BNKCUST-COUNT TO CBAC-COUNT.
079300     MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC.
079400     WRITE BALLOG-REC.
079500     MOVE '  ACTIVE' TO CBAC-LABEL.
079600     MOVE CBA-ACTIVE-COUNT TO CBAC-COUNT.
079700     MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC.
079800     WRITE BALLOG-REC.
079900     MOVE '  CLOSED' TO CBAC-LABEL.
080000     MOVE CBA-CLOSED-COUNT TO CBAC-COUNT.
080100     MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC.
080200     WRITE BALLOG-REC.
080300     MOVE '  MERGED' TO CBAC-LABEL.
080400     MOVE CBA-MERGED-COUNT TO CBAC-COUNT.
080500     MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC.
080600     WRITE BALLOG-REC.
080700     MOVE 'CHECKS MADE' TO CBAC-LABEL.
080800     MOVE CBA-CHECK-COUNT TO CBAC-COUNT.
080900     MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC.
081000     WRITE BALLOG-REC.
081100     MOVE 'CHECKS FAILED' TO CBAC-LABEL.
081200     MOVE CBA-FAILED-COUNT TO CBAC-COUNT.
081300     MOVE CBA-REPORT-COUNT-LINE TO BALLOG-REC.
081400     WRITE BALLOG-REC.
081500     MOVE SPACES TO BALLOG-REC.
081600     WRITE BALLOG-REC.
081700     IF CBA-FAILED-COUNT = 0
081800        MOVE 'PASS' TO CBAS-RESULT
081900     ELSE
082000        MOVE 'FAIL - HOLD THE ONLINE START UNTIL EXPLAINED'
082100          TO CBAS-RESULT
082200     END-IF.
082300     MOVE CBA-REPORT-RESULT-LINE TO BALLOG-REC.
082400     WRITE BALLOG-REC.
082500     DISPLAY 'CUSTBAL - ' CBA-BALANCE-DATE ' ' CBAS-RESULT.
082600 8000-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000* 8800-WRITE-CONTROL-TOTALS - FILE TONIGHT'S CLOSING COUNTS ON   *
083100* CTLTOTF - THE BNKCUST COUNT IS TOMORROW NIGHT'S OPENING COUNT  *
083200******************************************************************
083300 8800-WRITE-CONTROL-TOTALS.
083400     MOVE 'CUSTBAL'                TO CTP-JOB-NAME.
083500     SET CTP-FRESH-RUN TO TRUE.
083600     MOVE CBA-BALANCE-DATE         TO CTP-DATA-DATE.
083700     MOVE 'BNKCUST RECORDS'        TO CTP-COUNT-NAME (1).
083800     MOVE CBA-BNKCUST-COUNT        TO CTP-COUNT-VALUE (1).
083900     MOVE 'ACTIVE'                 TO CTP-COUNT-NAME (2).
084000     MOVE CBA-ACTIVE-COUNT         TO CTP-COUNT-VALUE (2).
084100     MOVE 'CLOSED'                 TO CTP-COUNT-NAME (3).
084200     MOVE CBA-CLOSED-COUNT         TO CTP-COUNT-VALUE (3).
084300     MOVE 'MERGED'                 TO CTP-COUNT-NAME (4).
084400     MOVE CBA-MERGED-COUNT         TO CTP-COUNT-VALUE (4).
084500     MOVE 'CHECKS FAILED'          TO CTP-COUNT-NAME (5).
084600     MOVE CBA-FAILED-COUNT         TO CTP-COUNT-VALUE (5).
084700     MOVE 5                        TO CTP-COUNT-USED.
084800     CALL CBA-CTLTOT-PGM USING CBA-CTLTOT-PARMS.
084810     IF CTP-WRITE-STATUS NOT = '00'
084820        STRING 'CONTROL TOTALS NOT FILED - CTLTOTF STATUS '
084830                          DELIMITED BY SIZE
084840               CTP-WRITE-STATUS DELIMITED BY SIZE
084850          INTO CBA-FATAL-MSG
084860        END-STRING
084870        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
084880     END-IF.
084900 8800-EXIT.
085000     EXIT.
085100
085200******************************************************************
085300* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
085400******************************************************************
085500 9000-TERMINATE.
085700     CLOSE BNKCUST.
085800     CLOSE BALLOG.
085900 9000-EXIT.
086000     EXIT.
086100
086200******************************************************************
086300* 9900-FATAL-ERROR - A FILE THAT CANNOT BE READ MEANS NOTHING    *
086400* WAS BALANCED - THE STEP FAILS HARDER THAN AN IMBALANCE         *
086500******************************************************************
086600 9900-FATAL-ERROR.
086700     DISPLAY 'CUSTBAL - ' CBA-FATAL-MSG.
086800     MOVE 16 TO RETURN-CODE.
086900     STOP RUN.
087000 9900-EXIT.
087100     EXIT.
