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
002000* PROGRAM:     CUSTANON.CBL                                      *
002100* FUNCTION:    ANONYMISATION OF PURGED CUSTOMERS IN THE HISTORY  *
002200*              AND ARCHIVES.  CUSTPURG REMOVES A CLOSED CUSTOMER *
002300*              FROM BNKCUST ONCE RETENTION HAS RUN OUT, BUT THE  *
002400*              BEFORE AND AFTER IMAGES OF EVERY CHANGE TO THEM   *
002500*              LIVE ON IN CUSTHST, CUSTAUDF AND THE CUSTARCH     *
002600*              ARCHIVE GENERATIONS.  THIS JOB MASKS THE PERSONAL *
002700*              DATA IN EVERY ENTRY FOR A PURGED CUSTOMER:        *
002800*              - THE NAME FIELD OF THE ENTRY                     *
002900*              - NAME, ADDRESS, POSTCODE, DATE OF BIRTH AND      *
003000*                TELEPHONE IN THE CUSTOMER BEFORE/AFTER IMAGES   *
003100*              - NAME AND DATE OF BIRTH IN THE WATCH-LIST HIT    *
003200*                IMAGES A REVIEWER DECISION (ACTION W) CARRIES   *
003300*              THE ID, TIME STAMP, USER ID AND ACTION ARE KEPT,  *
003400*              SO THE TRAIL STILL PROVES WHO DID WHAT AND WHEN.  *
003500*              AN ENTITLEMENT REFUSAL (ACTION N) CARRIES NO      *
003600*              IMAGES AND ITS NAME FIELD SAYS WHAT WAS REFUSED,  *
003700*              SO IT IS LEFT AS IT IS.  ENTRIES ARE MASKED IN    *
003800*              PLACE - AN ENTRY ALREADY MASKED BY AN EARLIER RUN *
003900*              IS COUNTED BUT NOT REWRITTEN, SO THE JOB CAN BE   *
004000*              RERUN AT ANY TIME                                 *
004100*                                                                *
004200*              A PURGED CUSTOMER IS ONE WITH A PURGE ENTRY       *
004300*              (ACTION P) ON CUSTHST WHO IS NOT ON BNKCUST.  ONE *
004400*              STILL (OR AGAIN, AFTER A CUSTREST RESTORE) ON     *
004500*              BNKCUST IS NEVER TOUCHED.  THE DECISION FOLLOWS   *
004600*              THE CUSTOMER THE ENTRY IS ABOUT, SO THE COPIES    *
004700*              CUSTMRGE FILES UNDER A SURVIVOR'S ID ARE ONLY     *
004800*              MASKED IF THE RETIRED CUSTOMER WAS PURGED         *
004900*                                                                *
005000* INPUT:       BNKCUST  - CUSTOMER MASTER                        *
005100* I-O:         CUSTHST  - CUSTOMER CHANGE-HISTORY FILE - READ    *
005200*                        ONCE FOR THE PURGE ENTRIES, THEN AGAIN  *
005300*                        TO MASK                                 *
005400*              CUSTAUDF - CURRENT AUDIT FILE, MASKED IN PLACE.   *
005500*                        OPTIONAL - NO FILE IS REPORTED AND      *
005600*                        SKIPPED                                 *
005700*              CUSTARCV - ONE CUSTARCH ARCHIVE GENERATION,       *
005800*                        MASKED IN PLACE.  THE JCL POINTS THIS   *
005900*                        AT EACH DATED ARCHIVE DATASET IN TURN - *
006000*                        ONE STEP PER GENERATION.  OPTIONAL - NO *
006100*                        FILE IS REPORTED AND SKIPPED            *
006200* WORK:        ANONPID  - THE PURGED CUSTOMER IDS, KEYED, BUILT  *
006300*                        AFRESH EACH RUN                         *
006400* OUTPUT:      ANONLOG  - CONTROL REPORT - THE PURGED CUSTOMERS  *
006500*                        FOUND AND THE ENTRIES READ, MASKED AND  *
006600*                        ALREADY MASKED PER FILE                 *
006700*                                                                *
006800* THE ONLINE REGION MUST BE DOWN - CUSTHST AND CUSTAUDF ARE      *
006900* UPDATED IN PLACE                                               *
007000******************************************************************
007100 IDENTIFICATION DIVISION.
007200 PROGRAM-ID.
007300     CUSTANON.
007400 AUTHOR.
007500     BATCH SUPPORT.
007600 INSTALLATION.
007700     BANKDEMO.
007800 DATE-WRITTEN.
007900     15 OCT 2026.
008000 DATE-COMPILED.
008100     TODAY.
008200******************************************************************
008300* MODIFICATION HISTORY                                          *
008400* DATE       INIT  DESCRIPTION                                  *
008500* 15OCT26    BS    INITIAL VERSION - ANONYMISATION OF PURGED     *
008600*                  CUSTOMERS IN CUSTHST, CUSTAUDF AND CUSTARCV   *
008700******************************************************************
008800 ENVIRONMENT DIVISION.
008900 CONFIGURATION SECTION.
009000 SOURCE-COMPUTER.
009100     IBM-370.
009200 OBJECT-COMPUTER.
009300     IBM-370.
009400 INPUT-OUTPUT SECTION.
009500 FILE-CONTROL.
009600     SELECT BNKCUST ASSIGN TO "BNKCUST"
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS DYNAMIC
009900         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
010000         FILE STATUS IS CAN-BNKCUST-STATUS.
010100
010200     SELECT CUSTHST ASSIGN TO "CUSTHST"
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS CHJ-KEY
010600         FILE STATUS IS CAN-CUSTHST-STATUS.
010700
010800     SELECT ANONPID ASSIGN TO "ANONPID"
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS DYNAMIC
011100         RECORD KEY IS CANP-CUST-PID
011200         FILE STATUS IS CAN-ANONPID-STATUS.
011300
011400     SELECT CUSTAUDF ASSIGN TO "CUSTAUDF"
011500         ORGANIZATION IS SEQUENTIAL
011600         FILE STATUS IS CAN-CUSTAUDF-STATUS.
011700
011800     SELECT CUSTARCV ASSIGN TO "CUSTARCV"
011900         ORGANIZATION IS SEQUENTIAL
012000         FILE STATUS IS CAN-CUSTARCV-STATUS.
012100
012200     SELECT ANONLOG ASSIGN TO "ANONLOG"
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS CAN-ANONLOG-STATUS.
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  BNKCUST
012900     RECORDING MODE IS F.
013000 01  BNKCUST-REC.
013100 COPY CBANKVCS.
013200
013300 FD  CUSTHST
013400     RECORDING MODE IS F.
013500 01  CUSTHST-REC.
013600 COPY CUSTHST.
013700
013800 FD  ANONPID
013900     RECORDING MODE IS F.
014000 01  ANONPID-REC.
014100     05  CANP-CUST-PID               PIC X(10).
014200     05  CANP-PURGE-DATE             PIC X(08).
014300     05  FILLER                      PIC X(14).
014400
014500******************************************************************
014600* THE AUDIT ENTRY IS MASKED IN WORKING STORAGE (WS-AUDIT-REC)    *
014700* AND MOVED BACK WHOLE - THE FDS CARRY ONLY THE RAW RECORD       *
014800******************************************************************
014900 FD  CUSTAUDF
015000     RECORDING MODE IS F.
015100 01  CUSTAUDF-REC                    PIC X(575).
015200
015300 FD  CUSTARCV
015400     RECORDING MODE IS F.
015500 01  CUSTARCV-REC                    PIC X(575).
015600
015700 FD  ANONLOG
015800     RECORDING MODE IS F.
015900 01  ANONLOG-REC                     PIC X(132).
016000
016100 WORKING-STORAGE SECTION.
016200 01  CAN-FILE-STATUS-GROUP.
016300     05  CAN-BNKCUST-STATUS          PIC X(02).
016400         88  CAN-BNKCUST-OK               VALUE '00'.
016500         88  CAN-BNKCUST-NOTFOUND         VALUE '23'.
016600     05  CAN-CUSTHST-STATUS          PIC X(02).
016700         88  CAN-CUSTHST-OK               VALUE '00'.
016800     05  CAN-ANONPID-STATUS          PIC X(02).
016900         88  CAN-ANONPID-OK               VALUE '00'.
017000         88  CAN-ANONPID-NOTFOUND         VALUE '23'.
017050         88  CAN-ANONPID-DUPLICATE        VALUE '22'.
017100     05  CAN-CUSTAUDF-STATUS         PIC X(02).
017200         88  CAN-CUSTAUDF-OK              VALUE '00'.
017300         88  CAN-CUSTAUDF-FILE-MISSING    VALUE '35'.
017400     05  CAN-CUSTARCV-STATUS         PIC X(02).
017500         88  CAN-CUSTARCV-OK              VALUE '00'.
017600         88  CAN-CUSTARCV-FILE-MISSING    VALUE '35'.
017700     05  CAN-ANONLOG-STATUS          PIC X(02).
017800         88  CAN-ANONLOG-OK               VALUE '00'.
017900
018000 01  CAN-SWITCHES.
018100     05  CAN-CUSTHST-EOF-SW          PIC X(01)
018200         VALUE 'N'.
018300         88  CAN-CUSTHST-AT-EOF           VALUE 'Y'.
018400     05  CAN-CUSTAUDF-EOF-SW         PIC X(01)
018500         VALUE 'N'.
018600         88  CAN-CUSTAUDF-AT-EOF          VALUE 'Y'.
018700     05  CAN-CUSTARCV-EOF-SW         PIC X(01)
018800         VALUE 'N'.
018900         88  CAN-CUSTARCV-AT-EOF          VALUE 'Y'.
019000     05  CAN-CUSTAUDF-SW             PIC X(01)
019100         VALUE 'Y'.
019200         88  CAN-CUSTAUDF-PRESENT         VALUE 'Y'.
019300         88  CAN-CUSTAUDF-ABSENT          VALUE 'N'.
019400     05  CAN-CUSTARCV-SW             PIC X(01)
019500         VALUE 'Y'.
019600         88  CAN-CUSTARCV-PRESENT         VALUE 'Y'.
019700         88  CAN-CUSTARCV-ABSENT          VALUE 'N'.
019800     05  CAN-PURGED-SW               PIC X(01)
019900         VALUE 'N'.
020000         88  CAN-PID-PURGED               VALUE 'Y'.
020100         88  CAN-PID-NOT-PURGED           VALUE 'N'.
020200     05  CAN-CHANGED-SW              PIC X(01)
020300         VALUE 'N'.
020400         88  CAN-ENTRY-CHANGED            VALUE 'Y'.
020500         88  CAN-ENTRY-UNCHANGED          VALUE 'N'.
020600
020700 77  CAN-RUN-DATE                    PIC 9(08) VALUE ZERO.
020800 77  CAN-LAST-PID                    PIC X(10) VALUE LOW-VALUES.
020900 77  CAN-MASK-NAME                   PIC X(30) VALUE 'ANONYMISED'.
021000 77  CAN-PURGED-COUNT                PIC 9(09) COMP VALUE ZERO.
021100 77  CAN-ON-FILE-COUNT               PIC 9(09) COMP VALUE ZERO.
021200 77  CAN-HST-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
021300 77  CAN-HST-PURGED-COUNT            PIC 9(09) COMP VALUE ZERO.
021400 77  CAN-HST-SCRUBBED-COUNT          PIC 9(09) COMP VALUE ZERO.
021500 77  CAN-HST-DONE-COUNT              PIC 9(09) COMP VALUE ZERO.
021600 77  CAN-HST-HIT-COUNT               PIC 9(09) COMP VALUE ZERO.
021700 77  CAN-AUD-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
021800 77  CAN-AUD-PURGED-COUNT            PIC 9(09) COMP VALUE ZERO.
021900 77  CAN-AUD-SCRUBBED-COUNT          PIC 9(09) COMP VALUE ZERO.
022000 77  CAN-AUD-DONE-COUNT              PIC 9(09) COMP VALUE ZERO.
022100 77  CAN-AUD-HIT-COUNT               PIC 9(09) COMP VALUE ZERO.
022200 77  CAN-ARC-READ-COUNT              PIC 9(09) COMP VALUE ZERO.
022300 77  CAN-ARC-PURGED-COUNT            PIC 9(09) COMP VALUE ZERO.
022400 77  CAN-ARC-SCRUBBED-COUNT          PIC 9(09) COMP VALUE ZERO.
022500 77  CAN-ARC-DONE-COUNT              PIC 9(09) COMP VALUE ZERO.
022600 77  CAN-ARC-HIT-COUNT               PIC 9(09) COMP VALUE ZERO.
022700 77  CAN-FATAL-MSG                   PIC X(60) VALUE SPACES.
022800 77  CAN-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
022900
023000 01  CAN-CTLTOT-PARMS.
023100 COPY CUSTCTP.
023200
023300 01  WS-AUDIT-REC.
023400 COPY CUSTAUD.
023500
023600******************************************************************
023700* THE ENTRY AS READ, TO TELL WHETHER MASKING CHANGED ANYTHING    *
023800******************************************************************
023900 01  CAN-ORIGINAL-ENTRY              PIC X(575).
024000
024100******************************************************************
024200* ONE BEFORE OR AFTER IMAGE UNPACKED FOR MASKING - A CUSTOMER    *
024300* RECORD, OR FOR A REVIEWER DECISION THE WATCH-LIST HIT RECORD   *
024400******************************************************************
024500 01  CAN-CUST-IMAGE.
024600 COPY CBANKVCS.
024700
024800 01  CAN-HIT-IMAGE.
024900 COPY CUSTWHT.
025000
025100 01  CAN-REPORT-HEADING1.
025200     05  FILLER                      PIC X(44)
025300         VALUE 'CUSTANON - PURGED CUSTOMER ANONYMISATION'.
025400     05  FILLER                      PIC X(88) VALUE SPACES.
025500
025600 01  CAN-REPORT-HEADING2.
025700     05  FILLER                      PIC X(11)
025800         VALUE 'RUN DATE: '.
025900     05  CANH-RUN-DATE               PIC 9(08).
026000     05  FILLER                      PIC X(113) VALUE SPACES.
026100
026200 01  CAN-REPORT-HEADING3.
026300     05  FILLER                      PIC X(12) VALUE 'CUSTOMER'.
026400     05  FILLER                      PIC X(10) VALUE 'PURGED'.
026500     05  FILLER                      PIC X(110) VALUE 'RESULT'.
026600
026700 01  CAN-REPORT-DETAIL-LINE.
026800     05  CANL-CUST-PID               PIC X(10).
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  CANL-PURGE-DATE             PIC X(08).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  CANL-RESULT                 PIC X(50).
027300     05  FILLER                      PIC X(60) VALUE SPACES.
027400
027500 01  CAN-REPORT-COUNT-LINE.
027600     05  CANC-LABEL                  PIC X(40).
027700     05  CANC-COUNT                  PIC ZZZZZZZZ9.
027800     05  FILLER                      PIC X(83) VALUE SPACES.
027900
028000******************************************************************
028100* MAINLINE                                                       *
028200******************************************************************
028300 PROCEDURE DIVISION.
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028600     PERFORM 2000-FIND-PURGED-CUSTOMER THRU 2000-EXIT
028700         UNTIL CAN-CUSTHST-AT-EOF.
028800     PERFORM 2500-SWITCH-TO-MASKING THRU 2500-EXIT.
028900     PERFORM 3000-MASK-CUSTHST THRU 3000-EXIT
029000         UNTIL CAN-CUSTHST-AT-EOF.
029100     IF CAN-CUSTAUDF-PRESENT
029200        PERFORM 4000-MASK-CUSTAUDF THRU 4000-EXIT
029300            UNTIL CAN-CUSTAUDF-AT-EOF
029400     END-IF.
029500     IF CAN-CUSTARCV-PRESENT
029600        PERFORM 5000-MASK-CUSTARCV THRU 5000-EXIT
029700            UNTIL CAN-CUSTARCV-AT-EOF
029800     END-IF.
029900     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
030000     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
030100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030200     STOP RUN.
030300
030400******************************************************************
030500* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST CUSTHST READ. *
030600* THE AUDIT FILE AND THE ARCHIVE GENERATION ARE OPTIONAL - THE   *
030700* REPORT SAYS WHICH WERE NOT THERE                               *
030800******************************************************************
030900 1000-INITIALIZE.
031000     MOVE FUNCTION CURRENT-DATE (1:8) TO CAN-RUN-DATE.
031100     OPEN INPUT BNKCUST.
031200     IF NOT CAN-BNKCUST-OK
031300        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
031400                           DELIMITED BY SIZE
031500               CAN-BNKCUST-STATUS DELIMITED BY SIZE
031600          INTO CAN-FATAL-MSG
031700        END-STRING
031800        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
031900     END-IF.
032000
032100     OPEN I-O CUSTHST.
032200     IF NOT CAN-CUSTHST-OK
032300        STRING 'UNABLE TO OPEN CUSTHST - STATUS '
032400                           DELIMITED BY SIZE
032500               CAN-CUSTHST-STATUS DELIMITED BY SIZE
032600          INTO CAN-FATAL-MSG
032700        END-STRING
032800        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
032900     END-IF.
033000
033100     OPEN OUTPUT ANONPID.
033200     IF NOT CAN-ANONPID-OK
033300        STRING 'UNABLE TO OPEN ANONPID - STATUS '
033400                           DELIMITED BY SIZE
033500               CAN-ANONPID-STATUS DELIMITED BY SIZE
033600          INTO CAN-FATAL-MSG
033700        END-STRING
033800        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
033900     END-IF.
034000
034100     OPEN I-O CUSTAUDF.
034200     IF NOT CAN-CUSTAUDF-OK
034300        IF CAN-CUSTAUDF-FILE-MISSING
034400           SET CAN-CUSTAUDF-ABSENT TO TRUE
034500        ELSE
034600           STRING 'UNABLE TO OPEN CUSTAUDF - STATUS '
034700                              DELIMITED BY SIZE
034800                  CAN-CUSTAUDF-STATUS DELIMITED BY SIZE
034900             INTO CAN-FATAL-MSG
035000           END-STRING
035100           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
035200        END-IF
035300     END-IF.
035400
035500     OPEN I-O CUSTARCV.
035600     IF NOT CAN-CUSTARCV-OK
035700        IF CAN-CUSTARCV-FILE-MISSING
035800           SET CAN-CUSTARCV-ABSENT TO TRUE
035900        ELSE
036000           STRING 'UNABLE TO OPEN CUSTARCV - STATUS '
036100                              DELIMITED BY SIZE
036200                  CAN-CUSTARCV-STATUS DELIMITED BY SIZE
036300             INTO CAN-FATAL-MSG
036400           END-STRING
036500           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
036600        END-IF
036700     END-IF.
036800
036900     OPEN OUTPUT ANONLOG.
037000     MOVE CAN-REPORT-HEADING1 TO ANONLOG-REC.
037100     WRITE ANONLOG-REC.
037200     MOVE CAN-RUN-DATE TO CANH-RUN-DATE.
037300     MOVE CAN-REPORT-HEADING2 TO ANONLOG-REC.
037400     WRITE ANONLOG-REC.
037500     MOVE SPACES TO ANONLOG-REC.
037600     WRITE ANONLOG-REC.
037700     MOVE CAN-REPORT-HEADING3 TO ANONLOG-REC.
037800     WRITE ANONLOG-REC.
037900
038000     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
038100 1000-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500* 2000-FIND-PURGED-CUSTOMER - A PURGE ENTRY FILED UNDER THE      *
038600* CUSTOMER'S OWN ID NAMES A PURGED CUSTOMER.  ONE WHO IS ON      *
038700* BNKCUST NOW IS LEFT OFF THE LIST AND NOTHING OF THEIRS IS      *
038800* MASKED                                                         *
038900******************************************************************
039000 2000-FIND-PURGED-CUSTOMER.
039100     MOVE CHJ-AUDIT-ENTRY TO WS-AUDIT-REC.
039200     IF CAJ-ACTION-PURGE
039300        AND CAJ-CUST-PID = CHJ-CUST-PID
039400        MOVE SPACES               TO CAN-REPORT-DETAIL-LINE
039500        MOVE CAJ-CUST-PID         TO CANL-CUST-PID
039600        MOVE CAJ-TIMESTAMP(1:8)   TO CANL-PURGE-DATE
039700        MOVE CAJ-CUST-PID TO BCS-REC-PID OF BNKCUST-REC
039800        READ BNKCUST
039900            KEY IS BCS-REC-PID OF BNKCUST-REC
040000            INVALID KEY
040100               CONTINUE
040200        END-READ
040300        IF CAN-BNKCUST-OK
040400           ADD 1 TO CAN-ON-FILE-COUNT
040500           MOVE 'ON BNKCUST - LEFT ALONE' TO CANL-RESULT
040600        ELSE
040800           MOVE 'ANONYMISED' TO CANL-RESULT
040900           MOVE SPACES             TO ANONPID-REC
041000           MOVE CAJ-CUST-PID       TO CANP-CUST-PID
041100           MOVE CAJ-TIMESTAMP(1:8) TO CANP-PURGE-DATE
041200           WRITE ANONPID-REC
041300               INVALID KEY
041400                  CONTINUE
041500           END-WRITE
041510           IF CAN-ANONPID-DUPLICATE
041520              MOVE 'PURGED AGAIN - ALREADY LISTED' TO CANL-RESULT
041530           ELSE
041540              ADD 1 TO CAN-PURGED-COUNT
041550           END-IF
041600        END-IF
041700        MOVE CAN-REPORT-DETAIL-LINE TO ANONLOG-REC
041800        WRITE ANONLOG-REC
041900     END-IF.
042000     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
042100 2000-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500* 2100-READ-NEXT-HISTORY - ONE CUSTHST ENTRY FORWARD             *
042600******************************************************************
042700 2100-READ-NEXT-HISTORY.
042800     READ CUSTHST NEXT RECORD
042900         AT END
043000            SET CAN-CUSTHST-AT-EOF TO TRUE
043100     END-READ.
043200 2100-EXIT.
043300     EXIT.
043400
043500******************************************************************
043600* 2500-SWITCH-TO-MASKING - THE LIST OF PURGED CUSTOMERS IS       *
043700* COMPLETE - REOPEN IT FOR LOOK-UP, GO BACK TO THE START OF      *
043800* CUSTHST AND PRIME THE FIRST ENTRY OF EACH FILE TO BE MASKED    *
043900******************************************************************
044000 2500-SWITCH-TO-MASKING.
044100     CLOSE ANONPID.
044200     OPEN INPUT ANONPID.
044300     IF NOT CAN-ANONPID-OK
044400        STRING 'UNABLE TO REOPEN ANONPID - STATUS '
044500                           DELIMITED BY SIZE
044600               CAN-ANONPID-STATUS DELIMITED BY SIZE
044700          INTO CAN-FATAL-MSG
044800        END-STRING
044900        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
045000     END-IF.
045100
045200     MOVE 'N' TO CAN-CUSTHST-EOF-SW.
045300     MOVE LOW-VALUES TO CHJ-KEY.
045400     START CUSTHST KEY IS GREATER THAN OR EQUAL TO CHJ-KEY
045500         INVALID KEY
045600            SET CAN-CUSTHST-AT-EOF TO TRUE
045700     END-START.
045800     IF NOT CAN-CUSTHST-AT-EOF
045900        PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT
046000     END-IF.
046100     IF CAN-CUSTAUDF-PRESENT
046200        PERFORM 4100-READ-AUDIT-ENTRY THRU 4100-EXIT
046300     END-IF.
046400     IF CAN-CUSTARCV-PRESENT
046500        PERFORM 5100-READ-ARCHIVE-ENTRY THRU 5100-EXIT
046600     END-IF.
046700 2500-EXIT.
046800     EXIT.
046900
047000******************************************************************
047100* 3000-MASK-CUSTHST - MASK ONE HISTORY ENTRY IF IT IS ABOUT A    *
047200* PURGED CUSTOMER, REWRITING IT UNDER THE SAME KEY               *
047300******************************************************************
047400 3000-MASK-CUSTHST.
047500     ADD 1 TO CAN-HST-READ-COUNT.
047600     MOVE CHJ-AUDIT-ENTRY TO WS-AUDIT-REC.
047700     PERFORM 6000-CHECK-PURGED THRU 6000-EXIT.
047800     IF CAN-PID-PURGED
047900        ADD 1 TO CAN-HST-PURGED-COUNT
048000        PERFORM 6500-MASK-ENTRY THRU 6500-EXIT
048100        IF CAN-ENTRY-CHANGED
048200           MOVE WS-AUDIT-REC TO CHJ-AUDIT-ENTRY
048300           REWRITE CUSTHST-REC
048400               INVALID KEY
048500                  MOVE 'CUSTHST REWRITE FAILED'
048600                    TO CAN-FATAL-MSG
048700                  PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
048800           END-REWRITE
048900           ADD 1 TO CAN-HST-SCRUBBED-COUNT
049000           IF CAJ-ACTION-SCREEN
049100              ADD 1 TO CAN-HST-HIT-COUNT
049200           END-IF
049300        ELSE
049400           ADD 1 TO CAN-HST-DONE-COUNT
049500        END-IF
049600     END-IF.
049700     PERFORM 2100-READ-NEXT-HISTORY THRU 2100-EXIT.
049800 3000-EXIT.
049900     EXIT.
050000
050100******************************************************************
050200* 4000-MASK-CUSTAUDF - MASK ONE CURRENT AUDIT ENTRY IN PLACE     *
050300******************************************************************
050400 4000-MASK-CUSTAUDF.
050500     ADD 1 TO CAN-AUD-READ-COUNT.
050600     MOVE CUSTAUDF-REC TO WS-AUDIT-REC.
050700     PERFORM 6000-CHECK-PURGED THRU 6000-EXIT.
050800     IF CAN-PID-PURGED
050900        ADD 1 TO CAN-AUD-PURGED-COUNT
051000        PERFORM 6500-MASK-ENTRY THRU 6500-EXIT
051100        IF CAN-ENTRY-CHANGED
051200           MOVE WS-AUDIT-REC TO CUSTAUDF-REC
051300           REWRITE CUSTAUDF-REC
051400           IF NOT CAN-CUSTAUDF-OK
051500              STRING 'CUSTAUDF REWRITE FAILED - STATUS '
051600                                 DELIMITED BY SIZE
051700                     CAN-CUSTAUDF-STATUS DELIMITED BY SIZE
051800                INTO CAN-FATAL-MSG
051900              END-STRING
052000              PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
052100           END-IF
052200           ADD 1 TO CAN-AUD-SCRUBBED-COUNT
052300           IF CAJ-ACTION-SCREEN
052400              ADD 1 TO CAN-AUD-HIT-COUNT
052500           END-IF
052600        ELSE
052700           ADD 1 TO CAN-AUD-DONE-COUNT
052800        END-IF
052900     END-IF.
053000     PERFORM 4100-READ-AUDIT-ENTRY THRU 4100-EXIT.
053100 4000-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500* 4100-READ-AUDIT-ENTRY - READ ONE CURRENT AUDIT ENTRY           *
053600******************************************************************
053700 4100-READ-AUDIT-ENTRY.
053800     READ CUSTAUDF
053900         AT END
054000            SET CAN-CUSTAUDF-AT-EOF TO TRUE
054100     END-READ.
054200 4100-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600* 5000-MASK-CUSTARCV - MASK ONE ARCHIVED AUDIT ENTRY IN PLACE    *
054700******************************************************************
054800 5000-MASK-CUSTARCV.
054900     ADD 1 TO CAN-ARC-READ-COUNT.
055000     MOVE CUSTARCV-REC TO WS-AUDIT-REC.
055100     PERFORM 6000-CHECK-PURGED THRU 6000-EXIT.
055200     IF CAN-PID-PURGED
055300        ADD 1 TO CAN-ARC-PURGED-COUNT
055400        PERFORM 6500-MASK-ENTRY THRU 6500-EXIT
055500        IF CAN-ENTRY-CHANGED
055600           MOVE WS-AUDIT-REC TO CUSTARCV-REC
055700           REWRITE CUSTARCV-REC
055800           IF NOT CAN-CUSTARCV-OK
055900              STRING 'CUSTARCV REWRITE FAILED - STATUS '
056000                                 DELIMITED BY SIZE
056100                     CAN-CUSTARCV-STATUS DELIMITED BY SIZE
056200                INTO CAN-FATAL-MSG
056300              END-STRING
056400              PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
056500           END-IF
056600           ADD 1 TO CAN-ARC-SCRUBBED-COUNT
056700           IF CAJ-ACTION-SCREEN
056800              ADD 1 TO CAN-ARC-HIT-COUNT
056900           END-IF
057000        ELSE
057100           ADD 1 TO CAN-ARC-DONE-COUNT
057200        END-IF
057300     END-IF.
057400     PERFORM 5100-READ-ARCHIVE-ENTRY THRU 5100-EXIT.
057500 5000-EXIT.
057600     EXIT.
057700
057800******************************************************************
057900* 5100-READ-ARCHIVE-ENTRY - READ ONE ARCHIVED AUDIT ENTRY        *
058000******************************************************************
058100 5100-READ-ARCHIVE-ENTRY.
058200     READ CUSTARCV
058300         AT END
058400            SET CAN-CUSTARCV-AT-EOF TO TRUE
058500     END-READ.
058600 5100-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000* 6000-CHECK-PURGED - IS THE CUSTOMER THIS ENTRY IS ABOUT ON THE *
059100* PURGED LIST.  ENTRIES FOR ONE CUSTOMER COME TOGETHER ON        *
059200* CUSTHST, SO THE LAST ANSWER IS KEPT.  AN ENTRY WITH NO ID (A   *
059300* DECISION ON A HELD ADD THAT WAS NEVER MADE) IS NOBODY'S        *
059400******************************************************************
059500 6000-CHECK-PURGED.
059600     IF CAJ-CUST-PID = CAN-LAST-PID
059700        GO TO 6000-EXIT
059800     END-IF.
059900     MOVE CAJ-CUST-PID TO CAN-LAST-PID.
060000     SET CAN-PID-NOT-PURGED TO TRUE.
060100     IF CAJ-CUST-PID = SPACES
060200        GO TO 6000-EXIT
060300     END-IF.
060400     MOVE CAJ-CUST-PID TO CANP-CUST-PID.
060500     READ ANONPID
060600         KEY IS CANP-CUST-PID
060700         INVALID KEY
060800            CONTINUE
060900     END-READ.
061000     IF CAN-ANONPID-OK
061100        SET CAN-PID-PURGED TO TRUE
061200     END-IF.
061300 6000-EXIT.
061400     EXIT.
061500
061600******************************************************************
061700* 6500-MASK-ENTRY - MASK THE NAME FIELD AND BOTH IMAGES OF       *
061800* WS-AUDIT-REC, KEEPING ID, TIME STAMP, USER ID AND ACTION.  AN  *
061900* IMAGE THAT IS NOT THERE (SPACES) IS LEFT AS SPACES.  THE       *
062000* SWITCH SAYS WHETHER ANYTHING CHANGED                           *
062100******************************************************************
062200 6500-MASK-ENTRY.
062300     MOVE WS-AUDIT-REC TO CAN-ORIGINAL-ENTRY.
062400     IF CAJ-ACTION-DENIED
062500        GO TO 6500-CHECK-CHANGED
062600     END-IF.
062700     MOVE CAN-MASK-NAME TO CAJ-CUST-NAME.
062800     IF CAJ-ACTION-SCREEN
062900        PERFORM 6700-MASK-HIT-IMAGES THRU 6700-EXIT
063000     ELSE
063100        PERFORM 6600-MASK-CUSTOMER-IMAGES THRU 6600-EXIT
063200     END-IF.
063300 6500-CHECK-CHANGED.
063400     IF WS-AUDIT-REC = CAN-ORIGINAL-ENTRY
063500        SET CAN-ENTRY-UNCHANGED TO TRUE
063600     ELSE
063700        SET CAN-ENTRY-CHANGED TO TRUE
063800     END-IF.
063900 6500-EXIT.
064000     EXIT.
064100
064200******************************************************************
064300* 6600-MASK-CUSTOMER-IMAGES - NAME, THE FOUR ADDRESS LINES,      *
064400* POSTCODE, DATE OF BIRTH AND TELEPHONE IN EACH CBANKVCS IMAGE   *
064500******************************************************************
064600 6600-MASK-CUSTOMER-IMAGES.
064700     IF CAJ-BEFORE-IMAGE NOT = SPACES
064800        MOVE CAJ-BEFORE-IMAGE TO CAN-CUST-IMAGE
064900        PERFORM 6650-MASK-CUSTOMER THRU 6650-EXIT
065000        MOVE CAN-CUST-IMAGE TO CAJ-BEFORE-IMAGE
065100     END-IF.
065200     IF CAJ-AFTER-IMAGE NOT = SPACES
065300        MOVE CAJ-AFTER-IMAGE TO CAN-CUST-IMAGE
065400        PERFORM 6650-MASK-CUSTOMER THRU 6650-EXIT
065500        MOVE CAN-CUST-IMAGE TO CAJ-AFTER-IMAGE
065600     END-IF.
065700 6600-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 6650-MASK-CUSTOMER - MASK ONE UNPACKED CUSTOMER IMAGE          *
066200******************************************************************
066300 6650-MASK-CUSTOMER.
066400     MOVE CAN-MASK-NAME TO BCS-REC-NAME OF CAN-CUST-IMAGE.
066500     MOVE SPACES TO BCS-REC-ADDR1 OF CAN-CUST-IMAGE
066600                    BCS-REC-ADDR2 OF CAN-CUST-IMAGE
066700                    BCS-REC-ADDR3 OF CAN-CUST-IMAGE
066800                    BCS-REC-ADDR4 OF CAN-CUST-IMAGE
066900                    BCS-REC-POSTCODE OF CAN-CUST-IMAGE
067000                    BCS-REC-TEL-NO OF CAN-CUST-IMAGE.
067100     MOVE ZERO TO BCS-REC-DATE-OF-BIRTH OF CAN-CUST-IMAGE.
067200 6650-EXIT.
067300     EXIT.
067400
067500******************************************************************
067600* 6700-MASK-HIT-IMAGES - A REVIEWER DECISION CARRIES THE CUSTWHT *
067700* HIT RECORD, NOT THE CUSTOMER - ITS PERSONAL DATA IS THE NAME   *
067800* AND DATE OF BIRTH IN THE HIT KEY.  THE LIST ENTRY ID, MATCH    *
067900* TYPE, STATUS AND REVIEWER ARE THE COMPLIANCE TRAIL AND STAY    *
068000******************************************************************
068100 6700-MASK-HIT-IMAGES.
068200     IF CAJ-BEFORE-IMAGE NOT = SPACES
068300        MOVE CAJ-BEFORE-IMAGE TO CAN-HIT-IMAGE
068400        MOVE CAN-MASK-NAME    TO WHT-CUST-NAME OF CAN-HIT-IMAGE
068500        MOVE ZERO             TO WHT-CUST-DOB OF CAN-HIT-IMAGE
068600        MOVE CAN-HIT-IMAGE    TO CAJ-BEFORE-IMAGE
068700     END-IF.
068800     IF CAJ-AFTER-IMAGE NOT = SPACES
068900        MOVE CAJ-AFTER-IMAGE  TO CAN-HIT-IMAGE
069000        MOVE CAN-MASK-NAME    TO WHT-CUST-NAME OF CAN-HIT-IMAGE
069100        MOVE ZERO             TO WHT-CUST-DOB OF CAN-HIT-IMAGE
069200        MOVE CAN-HIT-IMAGE    TO CAJ-AFTER-IMAGE
069300     END-IF.
069400 6700-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS, PER FILE           *
069900******************************************************************
070000 8000-WRITE-TOTALS.
070100     MOVE SPACES TO ANONLOG-REC.
070200     WRITE ANONLOG-REC.
070300     MOVE 'PURGED CUSTOMERS ANONYMISED' TO CANC-LABEL.
070400     MOVE CAN-PURGED-COUNT TO CANC-COUNT.
070500     MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC.
070600     WRITE ANONLOG-REC.
070700     MOVE 'PURGED BUT ON BNKCUST - LEFT ALONE' TO CANC-LABEL.
070800     MOVE CAN-ON-FILE-COUNT TO CANC-COUNT.
070900     MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC.
071000     WRITE ANONLOG-REC.
071100
071200     MOVE SPACES TO ANONLOG-REC.
071300     WRITE ANONLOG-REC.
071400     MOVE 'CUSTHST ENTRIES READ' TO CANC-LABEL.
071500     MOVE CAN-HST-READ-COUNT TO CANC-COUNT.
071600     MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC.
071700     WRITE ANONLOG-REC.
071800     MOVE '  FOR PURGED CUSTOMERS' TO CANC-LABEL.
071900     MOVE CAN-HST-PURGED-COUNT TO CANC-COUNT.
072000     MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC.
072100     WRITE ANONLOG-REC.
072200     MOVE '  SCRUBBED THIS RUN' TO CANC-LABEL.
072300     MOVE CAN-HST-SCRUBBED-COUNT TO CANC-COUNT.
072400     MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC.
072500     WRITE ANONLOG-REC.
072600     MOVE '    OF WHICH WATCH-LIST DECISIONS' TO CANC-LABEL.
072700     MOVE CAN-HST-HIT-COUNT TO CANC-COUNT.
072800     MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC.
072900     WRITE ANONLOG-REC.
073000     MOVE '  ALREADY ANONYMISED' TO CANC-LABEL.
073100     MOVE CAN-HST-DONE-COUNT TO CANC-COUNT.
073200     MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC.
073300     WRITE ANONLOG-REC.
073400
073500     MOVE SPACES TO ANONLOG-REC.
073600     WRITE ANONLOG-REC.
073700     IF CAN-CUSTAUDF-ABSENT
073800        MOVE 'CUSTAUDF NOT PRESENT - NOT PROCESSED' TO ANONLOG-REC
073900        WRITE ANONLOG-REC
074000     ELSE
074100        MOVE 'CUSTAUDF ENTRIES READ' TO CANC-LABEL
074200        MOVE CAN-AUD-READ-COUNT TO CANC-COUNT
074300        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
074400        WRITE ANONLOG-REC
074500        MOVE '  FOR PURGED CUSTOMERS' TO CANC-LABEL
074600        MOVE CAN-AUD-PURGED-COUNT TO CANC-COUNT
074700        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
074800        WRITE ANONLOG-REC
074900        MOVE '  SCRUBBED THIS RUN' TO CANC-LABEL
075000        MOVE CAN-AUD-SCRUBBED-COUNT TO CANC-COUNT
075100        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
075200        WRITE ANONLOG-REC
075300        MOVE '    OF WHICH WATCH-LIST DECISIONS' TO CANC-LABEL
075400        MOVE CAN-AUD-HIT-COUNT TO CANC-COUNT
075500        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
075600        WRITE ANONLOG-REC
075700        MOVE '  ALREADY ANONYMISED' TO CANC-LABEL
075800        MOVE CAN-AUD-DONE-COUNT TO CANC-COUNT
075900        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
076000        WRITE ANONLOG-REC
076100     END-IF.
076200
076300     MOVE SPACES TO ANONLOG-REC.
076400     WRITE ANONLOG-REC.
076500     IF CAN-CUSTARCV-ABSENT
076600        MOVE 'CUSTARCV NOT PRESENT - NO ARCHIVE PROCESSED'
076700          TO ANONLOG-REC
076800        WRITE ANONLOG-REC
076900     ELSE
077000        MOVE 'CUSTARCV ENTRIES READ' TO CANC-LABEL
077100        MOVE CAN-ARC-READ-COUNT TO CANC-COUNT
077200        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
077300        WRITE ANONLOG-REC
077400        MOVE '  FOR PURGED CUSTOMERS' TO CANC-LABEL
077500        MOVE CAN-ARC-PURGED-COUNT TO CANC-COUNT
077600        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
077700        WRITE ANONLOG-REC
077800        MOVE '  SCRUBBED THIS RUN' TO CANC-LABEL
077900        MOVE CAN-ARC-SCRUBBED-COUNT TO CANC-COUNT
078000        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
078100        WRITE ANONLOG-REC
078200        MOVE '    OF WHICH WATCH-LIST DECISIONS' TO CANC-LABEL
078300        MOVE CAN-ARC-HIT-COUNT TO CANC-COUNT
078400        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
078500        WRITE ANONLOG-REC
078600        MOVE '  ALREADY ANONYMISED' TO CANC-LABEL
078700        MOVE CAN-ARC-DONE-COUNT TO CANC-COUNT
078800        MOVE CAN-REPORT-COUNT-LINE TO ANONLOG-REC
078900        WRITE ANONLOG-REC
079000     END-IF.
079100 8000-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
079600* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
079700******************************************************************
079800 8800-WRITE-CONTROL-TOTALS.
079900     MOVE 'CUSTANON'               TO CTP-JOB-NAME.
080000     SET CTP-FRESH-RUN TO TRUE.
080100     MOVE SPACES                   TO CTP-DATA-DATE.
080200     MOVE 'PURGED CUSTOMERS'       TO CTP-COUNT-NAME (1).
080300     MOVE CAN-PURGED-COUNT         TO CTP-COUNT-VALUE (1).
080400     MOVE 'LEFT ON BNKCUST'        TO CTP-COUNT-NAME (2).
080500     MOVE CAN-ON-FILE-COUNT        TO CTP-COUNT-VALUE (2).
080600     MOVE 'CUSTHST SCRUBBED'       TO CTP-COUNT-NAME (3).
080700     MOVE CAN-HST-SCRUBBED-COUNT   TO CTP-COUNT-VALUE (3).
080800     MOVE 'CUSTAUDF SCRUBBED'      TO CTP-COUNT-NAME (4).
080900     MOVE CAN-AUD-SCRUBBED-COUNT   TO CTP-COUNT-VALUE (4).
081000     MOVE 'CUSTARCV SCRUBBED'      TO CTP-COUNT-NAME (5).
081100     MOVE CAN-ARC-SCRUBBED-COUNT   TO CTP-COUNT-VALUE (5).
081200     MOVE 5                        TO CTP-COUNT-USED.
081300     CALL CAN-CTLTOT-PGM USING CAN-CTLTOT-PARMS.
081400 8800-EXIT.
081500     EXIT.
081600
081700******************************************************************
081800* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
081900******************************************************************
082000 9000-TERMINATE.
082100     CLOSE BNKCUST.
082200     CLOSE CUSTHST.
082300     CLOSE ANONPID.
082400     IF CAN-CUSTAUDF-PRESENT
082500        CLOSE CUSTAUDF
082600     END-IF.
082700     IF CAN-CUSTARCV-PRESENT
082800        CLOSE CUSTARCV
082900     END-IF.
083000     CLOSE ANONLOG.
083100 9000-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500* 9900-FATAL-ERROR - SHARED FATAL ERROR HANDLER FOR AN OPEN OR   *
083600* REWRITE FAILURE                                                *
083700******************************************************************
083800 9900-FATAL-ERROR.
083900     DISPLAY 'CUSTANON - ' CAN-FATAL-MSG.
084000     MOVE 16 TO RETURN-CODE.
084100     STOP RUN.
084200 9900-EXIT.
084300     EXIT.
