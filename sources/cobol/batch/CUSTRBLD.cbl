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
002000* PROGRAM:     CUSTRBLD.CBL                                      *
002100* FUNCTION:    SEEDS THE BNKCREL CUSTOMER-TO-ACCOUNT             *
002200*              RELATIONSHIP FILE FROM THE SORT CODE AND ACCOUNT  *
002300*              NUMBER CARRIED ON EACH BNKCUST RECORD.  EACH      *
002400*              CUSTOMER BECOMES A HOLDER OF THEIR OWN ACCOUNT -  *
002500*              THE FIRST CUSTOMER FOUND ON AN ACCOUNT IS ITS     *
002600*              PRIMARY HOLDER, AND ANY FURTHER CUSTOMER CARRYING *
002700*              THE SAME LEGACY PAIR IS LINKED AS A JOINT HOLDER  *
002800*              AND LISTED FOR REVIEW.  A CLOSED CUSTOMER'S LINK  *
002900*              IS WRITTEN ALREADY ENDED, AT THE DATE CLOSED.     *
003000*              MERGED CUSTOMERS AND CUSTOMERS WITH NO ACCOUNT    *
003100*              ARE LEFT OUT.  A LINK ALREADY ON BNKCREL IS NEVER *
003200*              TOUCHED, SO THE RUN IS SAFE TO REPEAT - RUN AGAIN *
003300*              IT PICKS UP ONLY THE CUSTOMERS ADDED SINCE AND    *
003400*              LEAVES EVERY LINK MAINTAINED THROUGH RELMNT AS IT *
003500*              STANDS                                            *
003600*                                                                *
003700* INPUT:       BNKCUST  - CUSTOMER MASTER                        *
003800* I-O:         BNKCREL  - CUSTOMER-TO-ACCOUNT RELATIONSHIPS,     *
003900*                        CREATED ON THE FIRST RUN                *
004000* OUTPUT:      RBLDLOG  - CONTROL REPORT, JOINT HOLDERS LINKED   *
004100*                        AND READ/LINKED/SKIPPED COUNTS          *
004200******************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.
004500     CUSTRBLD.
004600 AUTHOR.
004700     BATCH SUPPORT.
004800 INSTALLATION.
004900     BANKDEMO.
005000 DATE-WRITTEN.
005100     15 OCT 2026.
005200 DATE-COMPILED.
005300     TODAY.
005400******************************************************************
005500* MODIFICATION HISTORY                                          *
005600* DATE       INIT  DESCRIPTION                                  *
005700* 15OCT26    BS    INITIAL VERSION - SEED BNKCREL FROM THE       *
005800*                  ACCOUNTS ALREADY CARRIED ON BNKCUST           *
005820* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005840*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005900******************************************************************
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.
006300     IBM-370.
006400 OBJECT-COMPUTER.
006500     IBM-370.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT BNKCUST ASSIGN TO "BNKCUST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
007200         FILE STATUS IS CRB-BNKCUST-STATUS.
007300
007400     SELECT BNKCREL ASSIGN TO "BNKCREL"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS REL-KEY
007800         FILE STATUS IS CRB-BNKCREL-STATUS.
007900
008000     SELECT RBLDLOG ASSIGN TO "RBLDLOG"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS CRB-RBLDLOG-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  BNKCUST
008700     RECORDING MODE IS F.
008800 01  BNKCUST-REC.
008900 COPY CBANKVCS.
009000
009100 FD  BNKCREL
009200     RECORDING MODE IS F.
009300 01  BNKCREL-REC.
009400 COPY CUSTREL.
009500
009600 FD  RBLDLOG
009700     RECORDING MODE IS F.
009800 01  RBLDLOG-REC                     PIC X(132).
009900
010000 WORKING-STORAGE SECTION.
010100 01  CRB-FILE-STATUS-GROUP.
010200     05  CRB-BNKCUST-STATUS          PIC X(02).
010300         88  CRB-BNKCUST-OK               VALUE '00'.
010400         88  CRB-BNKCUST-EOF               VALUE '10'.
010500     05  CRB-BNKCREL-STATUS          PIC X(02).
010600         88  CRB-BNKCREL-OK                VALUE '00'.
010700         88  CRB-BNKCREL-FILE-MISSING      VALUE '35'.
010800     05  CRB-RBLDLOG-STATUS          PIC X(02).
010900         88  CRB-RBLDLOG-OK                VALUE '00'.
011000
011100 01  CRB-SWITCHES.
011200     05  CRB-BNKCUST-EOF-SW          PIC X(01)
011300         VALUE 'N'.
011400         88  CRB-BNKCUST-AT-EOF           VALUE 'Y'.
011500     05  CRB-LINKED-SW               PIC X(01)
011600         VALUE 'N'.
011700         88  CRB-ALREADY-LINKED           VALUE 'Y'.
011800         88  CRB-NOT-LINKED               VALUE 'N'.
011900     05  CRB-PRIMARY-SW              PIC X(01)
012000         VALUE 'N'.
012100         88  CRB-PRIMARY-FOUND            VALUE 'Y'.
012200         88  CRB-NO-PRIMARY               VALUE 'N'.
012300     05  CRB-BROWSE-SW               PIC X(01)
012400         VALUE 'N'.
012500         88  CRB-BROWSE-ENDED             VALUE 'Y'.
012600         88  CRB-BROWSE-ACTIVE            VALUE 'N'.
012700
012800 77  CRB-READ-COUNT                  PIC 9(09) COMP VALUE ZERO.
012900 77  CRB-PRIMARY-COUNT               PIC 9(09) COMP VALUE ZERO.
013000 77  CRB-JOINT-COUNT                 PIC 9(09) COMP VALUE ZERO.
013100 77  CRB-ENDED-COUNT                 PIC 9(09) COMP VALUE ZERO.
013200 77  CRB-EXISTING-COUNT              PIC 9(09) COMP VALUE ZERO.
013300 77  CRB-MERGED-COUNT                PIC 9(09) COMP VALUE ZERO.
013400 77  CRB-NO-ACCOUNT-COUNT            PIC 9(09) COMP VALUE ZERO.
013500 77  CRB-ERROR-COUNT                 PIC 9(09) COMP VALUE ZERO.
013600 77  CRB-DATE-TIME                   PIC X(21).
013700 77  CRB-FATAL-MSG                   PIC X(60) VALUE SPACES.
013720 77  CRB-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
013740
013760 01  CRB-CTLTOT-PARMS.
013780 COPY CUSTCTP.
013800
013900 01  CRB-LINK-KEY.
014000     05  CRB-LINK-SORT-CODE          PIC 9(06).
014100     05  CRB-LINK-ACCOUNT-NO         PIC 9(08).
014200     05  CRB-LINK-PID                PIC X(10).
014300
014400 01  CRB-REPORT-HEADING1.
014500     05  FILLER                      PIC X(44)
014600         VALUE 'CUSTRBLD - CUSTOMER/ACCOUNT LINK SEED'.
014700     05  FILLER                      PIC X(88) VALUE SPACES.
014800
014900 01  CRB-REPORT-HEADING2.
015000     05  FILLER                      PIC X(44)
015100         VALUE 'JOINT HOLDERS LINKED FROM A SHARED PAIR'.
015200     05  FILLER                      PIC X(88) VALUE SPACES.
015300
015400 01  CRB-REPORT-HEADING3.
015500     05  FILLER                      PIC X(12) VALUE 'SORT CODE'.
015600     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
015700     05  FILLER                      PIC X(12) VALUE 'CUSTOMER'.
015800     05  FILLER                      PIC X(32) VALUE 'NAME'.
015900     05  FILLER                      PIC X(66) VALUE SPACES.
016000
016100 01  CRB-REPORT-DETAIL-LINE.
016200     05  CRBD-SORT-CODE              PIC 9(06).
016300     05  FILLER                      PIC X(06) VALUE SPACES.
016400     05  CRBD-ACCOUNT-NO             PIC 9(08).
016500     05  FILLER                      PIC X(02) VALUE SPACES.
016600     05  CRBD-PID                    PIC X(10).
016700     05  FILLER                      PIC X(02) VALUE SPACES.
016800     05  CRBD-NAME                   PIC X(30).
016900     05  FILLER                      PIC X(68) VALUE SPACES.
017000
017100 01  CRB-REPORT-COUNT-LINE.
017200     05  CRBC-LABEL                  PIC X(40).
017300     05  CRBC-COUNT                  PIC ZZZZZZZZ9.
017400     05  FILLER                      PIC X(83) VALUE SPACES.
017500
017600******************************************************************
017700* MAINLINE                                                       *
017800******************************************************************
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 2000-LINK-ONE-CUSTOMER THRU 2000-EXIT
018300         UNTIL CRB-BNKCUST-AT-EOF.
018400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
018450     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
018500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018600     STOP RUN.
018700
018800******************************************************************
018900* 1000-INITIALIZE - OPEN FILES AND POSITION THE SCAN AT THE      *
019000* START OF THE CUSTOMER MASTER.  BNKCREL IS OPENED FOR UPDATE,   *
019100* NOT REPLACED - ON THE VERY FIRST RUN IT DOES NOT YET EXIST     *
019200* AND IS CREATED EMPTY                                           *
019300******************************************************************
019400 1000-INITIALIZE.
019500     MOVE FUNCTION CURRENT-DATE TO CRB-DATE-TIME.
019600     OPEN INPUT BNKCUST.
019700     IF NOT CRB-BNKCUST-OK
019800        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
019900                           DELIMITED BY SIZE
020000               CRB-BNKCUST-STATUS DELIMITED BY SIZE
020100          INTO CRB-FATAL-MSG
020200        END-STRING
020300        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
020400     END-IF.
020500     OPEN I-O BNKCREL.
020600     IF NOT CRB-BNKCREL-OK
020700        IF CRB-BNKCREL-FILE-MISSING
020800           OPEN OUTPUT BNKCREL
020900           CLOSE       BNKCREL
021000           OPEN I-O    BNKCREL
021100        ELSE
021200           STRING 'UNABLE TO OPEN BNKCREL - STATUS '
021300                              DELIMITED BY SIZE
021400                  CRB-BNKCREL-STATUS DELIMITED BY SIZE
021500             INTO CRB-FATAL-MSG
021600           END-STRING
021700           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021800        END-IF
021900     END-IF.
022000     OPEN OUTPUT RBLDLOG.
022100     MOVE CRB-REPORT-HEADING1 TO RBLDLOG-REC.
022200     WRITE RBLDLOG-REC.
022300     MOVE SPACES TO RBLDLOG-REC.
022400     WRITE RBLDLOG-REC.
022500     MOVE CRB-REPORT-HEADING2 TO RBLDLOG-REC.
022600     WRITE RBLDLOG-REC.
022700     MOVE CRB-REPORT-HEADING3 TO RBLDLOG-REC.
022800     WRITE RBLDLOG-REC.
022900
023000     MOVE LOW-VALUES TO BCS-REC-PID OF BNKCUST-REC.
023100     START BNKCUST KEY IS GREATER THAN OR EQUAL TO
023200         BCS-REC-PID OF BNKCUST-REC
023300         INVALID KEY
023400            SET CRB-BNKCUST-AT-EOF TO TRUE
023500     END-START.
023600     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
023700 1000-EXIT.
023800     EXIT.
023900
024000******************************************************************
024100* 2000-LINK-ONE-CUSTOMER - ONE LINK PER CUSTOMER, TO THE ACCOUNT *
024200* ON THEIR RECORD.  A MERGED CUSTOMER'S ACCOUNT BELONGS TO THE   *
024300* SURVIVOR, WHICH CARRIES ITS OWN, AND A ZERO OR MALFORMED PAIR  *
024400* IS NOT AN ACCOUNT AT ALL - BOTH ARE COUNTED AND LEFT OUT       *
024500******************************************************************
024600 2000-LINK-ONE-CUSTOMER.
024700     ADD 1 TO CRB-READ-COUNT.
024800     IF BCS-CUST-MERGED OF BNKCUST-REC
024900        ADD 1 TO CRB-MERGED-COUNT
025000        GO TO 2000-READ-NEXT
025100     END-IF.
025200     IF BCS-REC-SORT-CODE OF BNKCUST-REC NOT NUMERIC
025300        OR BCS-REC-ACCOUNT-NO OF BNKCUST-REC NOT NUMERIC
025400        OR BCS-REC-SORT-CODE OF BNKCUST-REC = ZERO
025500        OR BCS-REC-ACCOUNT-NO OF BNKCUST-REC = ZERO
025600        ADD 1 TO CRB-NO-ACCOUNT-COUNT
025700        GO TO 2000-READ-NEXT
025800     END-IF.
025900
026000     MOVE BCS-REC-SORT-CODE OF BNKCUST-REC
026100       TO CRB-LINK-SORT-CODE.
026200     MOVE BCS-REC-ACCOUNT-NO OF BNKCUST-REC
026300       TO CRB-LINK-ACCOUNT-NO.
026400     MOVE BCS-REC-PID OF BNKCUST-REC TO CRB-LINK-PID.
026500     PERFORM 3000-CHECK-EXISTING-LINK THRU 3000-EXIT.
026600     IF CRB-ALREADY-LINKED
026700        ADD 1 TO CRB-EXISTING-COUNT
026800        GO TO 2000-READ-NEXT
026900     END-IF.
027000
027100     PERFORM 4000-WRITE-LINK THRU 4000-EXIT.
027200 2000-READ-NEXT.
027300     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
027400 2000-EXIT.
027500     EXIT.
027600
027700******************************************************************
027800* 2100-READ-NEXT-CUSTOMER - READ ONE RECORD FORWARD, SKIPPING    *
027900* THE RESERVED CONTROL RECORD                                    *
028000******************************************************************
028100 2100-READ-NEXT-CUSTOMER.
028200     READ BNKCUST NEXT RECORD
028300         AT END
028400            SET CRB-BNKCUST-AT-EOF TO TRUE
028500     END-READ.
028600     IF NOT CRB-BNKCUST-AT-EOF
028700        AND BCS-REC-PID OF BNKCUST-REC = '0000000000'
028800        GO TO 2100-READ-NEXT-CUSTOMER
028900     END-IF.
029000 2100-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400* 3000-CHECK-EXISTING-LINK - IS THIS CUSTOMER ALREADY A HOLDER   *
029500* OF THIS ACCOUNT, FROM AN EARLIER SEED OR FROM RELMNT.  ENDED   *
029600* LINKS COUNT - A HOLDER TAKEN OFF THE ACCOUNT ONLINE STAYS OFF  *
029700******************************************************************
029800 3000-CHECK-EXISTING-LINK.
029900     SET CRB-NOT-LINKED TO TRUE.
030000     MOVE CRB-LINK-KEY TO REL-KEY.
030100     READ BNKCREL
030200         INVALID KEY
030300            GO TO 3000-EXIT
030400     END-READ.
030500     SET CRB-ALREADY-LINKED TO TRUE.
030600 3000-EXIT.
030700     EXIT.
030800
030900******************************************************************
031000* 4000-WRITE-LINK - A CLOSED CUSTOMER'S LINK IS WRITTEN ENDED    *
031100* AT THE DATE CLOSED.  OTHERWISE THE CUSTOMER IS THE PRIMARY     *
031200* HOLDER UNLESS THE ACCOUNT ALREADY HAS AN ACTIVE ONE, IN WHICH  *
031300* CASE THEY SHARE IT AS A JOINT HOLDER AND ARE LISTED            *
031400******************************************************************
031500 4000-WRITE-LINK.
031600     IF NOT BCS-CUST-CLOSED OF BNKCUST-REC
031700        PERFORM 4100-FIND-PRIMARY-HOLDER THRU 4100-EXIT
031800     END-IF.
031900
032000     MOVE SPACES TO BNKCREL-REC.
032100     MOVE CRB-LINK-KEY TO REL-KEY.
032200     MOVE CRB-DATE-TIME(1:8) TO REL-DATE-LINKED.
032300     MOVE ZERO TO REL-DATE-ENDED.
032400     MOVE 'CUSTRBLD' TO REL-USERID.
032500     IF BCS-CUST-CLOSED OF BNKCUST-REC
032600        SET REL-ROLE-PRIMARY TO TRUE
032700        SET REL-LINK-ENDED TO TRUE
032800        MOVE BCS-REC-DATE-CLOSED OF BNKCUST-REC
032900          TO REL-DATE-ENDED
033000     ELSE
033100        MOVE 'A' TO REL-STATUS
033200        IF CRB-NO-PRIMARY
033300           SET REL-ROLE-PRIMARY TO TRUE
033400        ELSE
033500           SET REL-ROLE-JOINT TO TRUE
033600        END-IF
033700     END-IF.
033800
033900     WRITE BNKCREL-REC
034000         INVALID KEY
034100            ADD 1 TO CRB-ERROR-COUNT
034200            GO TO 4000-EXIT
034300     END-WRITE.
034400
034500     EVALUATE TRUE
034600        WHEN REL-LINK-ENDED
034700           ADD 1 TO CRB-ENDED-COUNT
034800        WHEN REL-ROLE-PRIMARY
034900           ADD 1 TO CRB-PRIMARY-COUNT
035000        WHEN OTHER
035100           ADD 1 TO CRB-JOINT-COUNT
035200           PERFORM 7000-WRITE-JOINT-LINE THRU 7000-EXIT
035300     END-EVALUATE.
035400 4000-EXIT.
035500     EXIT.
035600
035700******************************************************************
035800* 4100-FIND-PRIMARY-HOLDER - BROWSE THE HOLDERS ALREADY LINKED   *
035900* TO THE ACCOUNT LOOKING FOR AN ACTIVE PRIMARY.  THE KEY LEADS   *
036000* WITH THE ACCOUNT, SO THE HOLDERS ARE TOGETHER ON THE FILE      *
036100******************************************************************
036200 4100-FIND-PRIMARY-HOLDER.
036300     SET CRB-NO-PRIMARY TO TRUE.
036400     SET CRB-BROWSE-ACTIVE TO TRUE.
036500     MOVE CRB-LINK-SORT-CODE  TO REL-SORT-CODE.
036600     MOVE CRB-LINK-ACCOUNT-NO TO REL-ACCOUNT-NO.
036700     MOVE LOW-VALUES          TO REL-CUST-PID.
036800     START BNKCREL KEY IS GREATER THAN OR EQUAL TO REL-KEY
036900         INVALID KEY
037000            GO TO 4100-EXIT
037100     END-START.
037200     PERFORM 4200-READ-NEXT-HOLDER THRU 4200-EXIT
037300         UNTIL CRB-BROWSE-ENDED.
037400 4100-EXIT.
037500     EXIT.
037600
037700******************************************************************
037800* 4200-READ-NEXT-HOLDER - ONE HOLDER FORWARD - THE BROWSE ENDS   *
037900* AT THE FIRST RECORD FOR ANOTHER ACCOUNT OR ON AN ACTIVE        *
038000* PRIMARY                                                        *
038100******************************************************************
038200 4200-READ-NEXT-HOLDER.
038300     READ BNKCREL NEXT RECORD
038400         AT END
038500            SET CRB-BROWSE-ENDED TO TRUE
038600            GO TO 4200-EXIT
038700     END-READ.
038800     IF REL-SORT-CODE NOT = CRB-LINK-SORT-CODE
038900        OR REL-ACCOUNT-NO NOT = CRB-LINK-ACCOUNT-NO
039000        SET CRB-BROWSE-ENDED TO TRUE
039100        GO TO 4200-EXIT
039200     END-IF.
039300     IF REL-ROLE-PRIMARY
039400        AND REL-LINK-ACTIVE
039500        SET CRB-PRIMARY-FOUND TO TRUE
039600        SET CRB-BROWSE-ENDED TO TRUE
039700     END-IF.
039800 4200-EXIT.
039900     EXIT.
040000
040100******************************************************************
040200* 7000-WRITE-JOINT-LINE - LIST A CUSTOMER LINKED AS A JOINT      *
040300* HOLDER BECAUSE THEIR RECORD CARRIES A PAIR ANOTHER CUSTOMER    *
040400* ALREADY HOLDS - THESE ARE THE ONES WORTH A LOOK, SINCE A       *
040500* SHARED PAIR CAN ALSO BE A KEYING ERROR OR AN UNMERGED          *
040600* DUPLICATE                                                      *
040700******************************************************************
040800 7000-WRITE-JOINT-LINE.
040900     MOVE CRB-LINK-SORT-CODE  TO CRBD-SORT-CODE.
041000     MOVE CRB-LINK-ACCOUNT-NO TO CRBD-ACCOUNT-NO.
041100     MOVE CRB-LINK-PID        TO CRBD-PID.
041200     MOVE BCS-REC-NAME OF BNKCUST-REC TO CRBD-NAME.
041300     MOVE CRB-REPORT-DETAIL-LINE TO RBLDLOG-REC.
041400     WRITE RBLDLOG-REC.
041500 7000-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS FOR THE RUN.  EVERY *
042000* CUSTOMER READ IS LINKED, ALREADY LINKED OR SKIPPED             *
042100******************************************************************
042200 8000-WRITE-TOTALS.
042300     MOVE SPACES TO RBLDLOG-REC.
042400     WRITE RBLDLOG-REC.
042500
042600     MOVE SPACES TO CRB-REPORT-COUNT-LINE.
042700     MOVE 'CUSTOMER RECORDS READ' TO CRBC-LABEL.
042800     MOVE CRB-READ-COUNT TO CRBC-COUNT.
042900     MOVE CRB-REPORT-COUNT-LINE TO RBLDLOG-REC.
043000     WRITE RBLDLOG-REC.
043100
043200     MOVE SPACES TO CRB-REPORT-COUNT-LINE.
043300     MOVE 'LINKED AS PRIMARY HOLDER' TO CRBC-LABEL.
043400     MOVE CRB-PRIMARY-COUNT TO CRBC-COUNT.
043500     MOVE CRB-REPORT-COUNT-LINE TO RBLDLOG-REC.
043600     WRITE RBLDLOG-REC.
043700
043800     MOVE SPACES TO CRB-REPORT-COUNT-LINE.
043900     MOVE 'LINKED AS JOINT HOLDER' TO CRBC-LABEL.
044000     MOVE CRB-JOINT-COUNT TO CRBC-COUNT.
044100     MOVE CRB-REPORT-COUNT-LINE TO RBLDLOG-REC.
044200     WRITE RBLDLOG-REC.
044300
044400     MOVE SPACES TO CRB-REPORT-COUNT-LINE.
044500     MOVE 'LINKED ENDED - CUSTOMER CLOSED' TO CRBC-LABEL.
044600     MOVE CRB-ENDED-COUNT TO CRBC-COUNT.
044700     MOVE CRB-REPORT-COUNT-LINE TO RBLDLOG-REC.
044800     WRITE RBLDLOG-REC.
044900
045000     MOVE SPACES TO CRB-REPORT-COUNT-LINE.
045100     MOVE 'ALREADY LINKED' TO CRBC-LABEL.
045200     MOVE CRB-EXISTING-COUNT TO CRBC-COUNT.
045300     MOVE CRB-REPORT-COUNT-LINE TO RBLDLOG-REC.
045400     WRITE RBLDLOG-REC.
045500
045600     MOVE SPACES TO CRB-REPORT-COUNT-LINE.
045700     MOVE 'SKIPPED - MERGED CUSTOMER' TO CRBC-LABEL.
045800     MOVE CRB-MERGED-COUNT TO CRBC-COUNT.
045900     MOVE CRB-REPORT-COUNT-LINE TO RBLDLOG-REC.
046000     WRITE RBLDLOG-REC.
046100
046200     MOVE SPACES TO CRB-REPORT-COUNT-LINE.
046300     MOVE 'SKIPPED - NO ACCOUNT ON RECORD' TO CRBC-LABEL.
046400     MOVE CRB-NO-ACCOUNT-COUNT TO CRBC-COUNT.
046500     MOVE CRB-REPORT-COUNT-LINE TO RBLDLOG-REC.
046600     WRITE RBLDLOG-REC.
046700
046800     MOVE SPACES TO CRB-REPORT-COUNT-LINE.
046900     MOVE 'LINKS IN ERROR' TO CRBC-LABEL.
047000     MOVE CRB-ERROR-COUNT TO CRBC-COUNT.
047100     MOVE CRB-REPORT-COUNT-LINE TO RBLDLOG-REC.
047200     WRITE RBLDLOG-REC.
047300
047400     IF CRB-ERROR-COUNT > 0
047500        MOVE 8 TO RETURN-CODE
047600     END-IF.
047700 8000-EXIT.
047800     EXIT.
047900
047902******************************************************************
047904* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
047906* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
047908******************************************************************
047910 8800-WRITE-CONTROL-TOTALS.
047912     MOVE 'CUSTRBLD'               TO CTP-JOB-NAME.
047914     SET CTP-FRESH-RUN TO TRUE.
047916     MOVE SPACES                   TO CTP-DATA-DATE.
047918     MOVE 'CUSTOMERS READ'         TO CTP-COUNT-NAME (1).
047920     MOVE CRB-READ-COUNT           TO CTP-COUNT-VALUE (1).
047922     MOVE 'PRIMARY LINKS'          TO CTP-COUNT-NAME (2).
047924     MOVE CRB-PRIMARY-COUNT        TO CTP-COUNT-VALUE (2).
047926     MOVE 'JOINT LINKS'            TO CTP-COUNT-NAME (3).
047928     MOVE CRB-JOINT-COUNT          TO CTP-COUNT-VALUE (3).
047930     MOVE 'LINKS ENDED'            TO CTP-COUNT-NAME (4).
047932     MOVE CRB-ENDED-COUNT          TO CTP-COUNT-VALUE (4).
047934     MOVE 'ERRORS'                 TO CTP-COUNT-NAME (5).
047936     MOVE CRB-ERROR-COUNT          TO CTP-COUNT-VALUE (5).
047938     MOVE 5                        TO CTP-COUNT-USED.
047940     CALL CRB-CTLTOT-PGM USING CRB-CTLTOT-PARMS.
047942 8800-EXIT.
047944     EXIT.
047946
048000******************************************************************
048100* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
048200******************************************************************
048300 9000-TERMINATE.
048400     CLOSE BNKCUST.
048500     CLOSE BNKCREL.
048600     CLOSE RBLDLOG.
048700 9000-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100* 9900-FATAL-ERROR - SAY WHY AND STOP RATHER THAN LINK FROM      *
049200* FILES THAT DID NOT OPEN CLEANLY                                *
049300******************************************************************
049400 9900-FATAL-ERROR.
049500     DISPLAY 'CUSTRBLD - ' CRB-FATAL-MSG.
049600     MOVE 16 TO RETURN-CODE.
049700     STOP RUN.
049800 9900-EXIT.
049900     EXIT.
