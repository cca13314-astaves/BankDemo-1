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
002000* PROGRAM:     CUSTRECN.CBL                                      *
002100* FUNCTION:    MONTHLY CRM RECONCILIATION - MATCHES THE FULL     *
002200*              SNAPSHOT THE CRM SENDS BACK AGAINST BNKCUST ON    *
002300*              PID AND REPORTS EVERY CUSTOMER MISSING ON EITHER  *
002400*              SIDE, EVERY CLOSED/ACTIVE STATUS MISMATCH AND     *
002500*              EVERY DIFFERENCE IN NAME, ADDRESS, POSTCODE AND   *
002600*              CONSENT FLAGS, WITH TOTALS BY TYPE.  CUSTDELT     *
002700*              ONLY FEEDS THE DAY'S CHANGES, SO ONE LOST OR      *
002800*              REJECTED CUSTINTF LEAVES THE CRM ADRIFT UNTIL     *
002900*              THIS RUN FINDS IT.  THE FIXES ARE WRITTEN TO A    *
003000*              RESEND FILE IN THE CUSTINTF LAYOUT, SO THEY CAN   *
003100*              BE PUSHED BACK THROUGH THE CRM'S NORMAL LOAD      *
003200*                                                                *
003300* INPUT:       CRMSNAP  - CRM FULL SNAPSHOT IN THE CUSTINTF      *
003400*                        LAYOUT - HEADER, ONE DETAIL PER         *
003500*                        CUSTOMER THE CRM HOLDS CARRYING ITS     *
003600*                        CBANKVCS IMAGE, AND A TRAILER WHOSE     *
003700*                        TOTAL IS THE NUMBER OF DETAILS.  ANY    *
003800*                        ORDER - IT IS SORTED HERE               *
003900*              BNKCUST  - CUSTOMER MASTER                        *
004000* OUTPUT:      CRMRSND  - CORRECTIVE RESEND FILE, HEADER/DETAIL/ *
004100*                        TRAILER EXACTLY AS CUSTDELT WRITES      *
004200*                        CUSTINTF                                *
004300*              RECNLOG  - RECONCILIATION REPORT, ONE LINE PER    *
004400*                        DIFFERENCE AND TOTALS BY TYPE           *
004500* WORK:        RECNWK1/RECNWK2/SORTWRK - SORT WORK FILES USED    *
004600*                        TO PUT THE SNAPSHOT INTO PID ORDER      *
004700*                                                                *
004800* A SNAPSHOT WITH NO TRAILER, OR WHOSE TRAILER DOES NOT AGREE    *
004900* WITH THE DETAILS READ, IS TAKEN AS TRUNCATED AND NOT           *
005000* RECONCILED (RC 16) - MATCHING HALF A FILE WOULD RESEND HALF    *
005100* THE CUSTOMER BOOK.  THE RUN ENDS RC 4 IF ANY DIFFERENCE WAS    *
005200* FOUND                                                          *
005300******************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID.
005600     CUSTRECN.
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
006800* 15OCT26    BS    INITIAL VERSION - MONTHLY RECONCILIATION OF   *
006900*                  THE CRM SNAPSHOT AGAINST BNKCUST WITH RESEND  *
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
007900     SELECT CRMSNAP ASSIGN TO "CRMSNAP"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS CRC-CRMSNAP-STATUS.
008200
008300     SELECT BNKCUST ASSIGN TO "BNKCUST"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
008700         FILE STATUS IS CRC-BNKCUST-STATUS.
008800
008900     SELECT CRMRSND ASSIGN TO "CRMRSND"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS CRC-CRMRSND-STATUS.
009200
009300     SELECT RECNLOG ASSIGN TO "RECNLOG"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS CRC-RECNLOG-STATUS.
009600
009700     SELECT RECNWK1 ASSIGN TO "RECNWK1"
009800         ORGANIZATION IS SEQUENTIAL
009900         FILE STATUS IS CRC-RECNWK1-STATUS.
010000
010100     SELECT RECNWK2 ASSIGN TO "RECNWK2"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS CRC-RECNWK2-STATUS.
010400
010500     SELECT SORTWRK ASSIGN TO "SORTWRK".
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  CRMSNAP
011000     RECORDING MODE IS F.
011100 01  CRMSNAP-REC                     PIC X(300).
011200
011300 FD  BNKCUST
011400     RECORDING MODE IS F.
011500 01  BNKCUST-REC.
011600 COPY CBANKVCS.
011700
011800 FD  CRMRSND
011900     RECORDING MODE IS F.
012000 01  CRMRSND-REC                     PIC X(300).
012100
012200 FD  RECNLOG
012300     RECORDING MODE IS F.
012400 01  RECNLOG-REC                     PIC X(132).
012500
012600 FD  RECNWK1
012700     RECORDING MODE IS F.
012800 01  RECNWK1-REC.
012900     05  CRW1-CUST-PID               PIC X(10).
013000     05  CRW1-CUSTOMER-IMAGE         PIC X(250).
013100
013200 FD  RECNWK2
013300     RECORDING MODE IS F.
013400 01  RECNWK2-REC.
013500     05  CRW2-CUST-PID               PIC X(10).
013600     05  CRW2-CUSTOMER-IMAGE         PIC X(250).
013700
013800 SD  SORTWRK.
013900 01  SORTWRK-REC.
014000     05  CRWS-CUST-PID               PIC X(10).
014100     05  FILLER                      PIC X(250).
014200
014300 WORKING-STORAGE SECTION.
014400 01  CRC-FILE-STATUS-GROUP.
014500     05  CRC-CRMSNAP-STATUS          PIC X(02).
014600         88  CRC-CRMSNAP-OK               VALUE '00'.
014700     05  CRC-BNKCUST-STATUS          PIC X(02).
014800         88  CRC-BNKCUST-OK               VALUE '00'.
014900     05  CRC-CRMRSND-STATUS          PIC X(02).
015000         88  CRC-CRMRSND-OK               VALUE '00'.
015100     05  CRC-RECNLOG-STATUS          PIC X(02).
015200         88  CRC-RECNLOG-OK               VALUE '00'.
015300     05  CRC-RECNWK1-STATUS          PIC X(02).
015400         88  CRC-RECNWK1-OK               VALUE '00'.
015500     05  CRC-RECNWK2-STATUS          PIC X(02).
015600         88  CRC-RECNWK2-OK               VALUE '00'.
015700
015800 01  CRC-SWITCHES.
015900     05  CRC-CRMSNAP-EOF-SW          PIC X(01)
016000         VALUE 'N'.
016100         88  CRC-CRMSNAP-AT-EOF           VALUE 'Y'.
016200     05  CRC-BNKCUST-EOF-SW          PIC X(01)
016300         VALUE 'N'.
016400         88  CRC-BNKCUST-AT-EOF           VALUE 'Y'.
016500     05  CRC-RECNWK2-EOF-SW          PIC X(01)
016600         VALUE 'N'.
016700         88  CRC-RECNWK2-AT-EOF           VALUE 'Y'.
016800     05  CRC-TRAILER-SW              PIC X(01)
016900         VALUE 'N'.
017000         88  CRC-TRAILER-FOUND            VALUE 'Y'.
017100     05  CRC-STATUS-DIFF-SW          PIC X(01)
017200         VALUE 'N'.
017300         88  CRC-STATUS-DIFFERS           VALUE 'Y'.
017400         88  CRC-STATUS-AGREES            VALUE 'N'.
017500     05  CRC-FIELD-DIFF-SW           PIC X(01)
017600         VALUE 'N'.
017700         88  CRC-FIELDS-DIFFER            VALUE 'Y'.
017800         88  CRC-FIELDS-AGREE             VALUE 'N'.
017900
018000 77  CRC-RUN-DATE                    PIC 9(08) VALUE ZERO.
018100 77  CRC-BNK-KEY                     PIC X(10).
018200 77  CRC-CRM-KEY                     PIC X(10).
018300 77  CRC-PREV-CRM-KEY                PIC X(10) VALUE LOW-VALUES.
018400 77  CRC-BNK-STATUS                  PIC X(01).
018500 77  CRC-CRM-STATUS                  PIC X(01).
018600 77  CRC-SAVE-PID                    PIC X(10).
018700 77  CRC-RESEND-ACTION               PIC X(01).
018800 77  CRC-SNAP-TRAILER-TOTAL          PIC 9(09) VALUE ZERO.
018900 77  CRC-SNAP-DETAIL-COUNT           PIC 9(09) COMP VALUE ZERO.
019000 77  CRC-BNKCUST-COUNT               PIC 9(09) COMP VALUE ZERO.
019100 77  CRC-MATCHED-COUNT               PIC 9(09) COMP VALUE ZERO.
019200 77  CRC-AGREED-COUNT                PIC 9(09) COMP VALUE ZERO.
019300 77  CRC-DIFFERING-COUNT             PIC 9(09) COMP VALUE ZERO.
019400 77  CRC-MISSING-CRM-COUNT           PIC 9(09) COMP VALUE ZERO.
019500 77  CRC-MISSING-BNK-COUNT           PIC 9(09) COMP VALUE ZERO.
019600 77  CRC-DUPLICATE-COUNT             PIC 9(09) COMP VALUE ZERO.
019700 77  CRC-STATUS-COUNT                PIC 9(09) COMP VALUE ZERO.
019800 77  CRC-NAME-COUNT                  PIC 9(09) COMP VALUE ZERO.
019900 77  CRC-ADDRESS-COUNT               PIC 9(09) COMP VALUE ZERO.
020000 77  CRC-POSTCODE-COUNT              PIC 9(09) COMP VALUE ZERO.
020100 77  CRC-MARKETING-COUNT             PIC 9(09) COMP VALUE ZERO.
020200 77  CRC-CONTACT-COUNT               PIC 9(09) COMP VALUE ZERO.
020300 77  CRC-MERGED-ONLY-COUNT           PIC 9(09) COMP VALUE ZERO.
020400 77  CRC-RESEND-ADD-COUNT            PIC 9(09) COMP VALUE ZERO.
020500 77  CRC-RESEND-UPD-COUNT            PIC 9(09) COMP VALUE ZERO.
020600 77  CRC-RESEND-DEL-COUNT            PIC 9(09) COMP VALUE ZERO.
020700 77  CRC-RESEND-MRG-COUNT            PIC 9(09) COMP VALUE ZERO.
020800 77  CRC-RESEND-TOTAL                PIC 9(09) COMP VALUE ZERO.
020900 77  CRC-DIFF-COUNT                  PIC 9(09) COMP VALUE ZERO.
021000 77  CRC-FATAL-MSG                   PIC X(60) VALUE SPACES.
021020 77  CRC-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
021040
021060 01  CRC-CTLTOT-PARMS.
021080 COPY CUSTCTP.
021100
021200******************************************************************
021300* THE CUSTOMER AS THE CRM HOLDS IT, OFF THE SORTED SNAPSHOT      *
021400******************************************************************
021500 01  CRC-CRM-REC.
021600 COPY CBANKVCS.
021700
021800******************************************************************
021900* THE INTERFACE RECORD SHAPES - THE SAME 300-BYTE HEADER, DETAIL *
022000* AND TRAILER CUSTDELT WRITES TO CUSTINTF, SO THE SNAPSHOT CAN   *
022100* BE READ AND THE RESEND LOADED BY THE CRM'S EXISTING PROCESS.   *
022200* THE FIRST BYTE SAYS WHICH ONE THE RECEIVER IS LOOKING AT       *
022300******************************************************************
022400 01  CRC-INTF-HEADER.
022500     05  CRCH-REC-TYPE               PIC X(01) VALUE 'H'.
022600     05  CRCH-RUN-DATE               PIC 9(08).
022700     05  CRCH-EXTRACT-DATE           PIC X(08).
022800     05  FILLER                      PIC X(283) VALUE SPACES.
022900
023000 01  CRC-INTF-DETAIL.
023100     05  CRCD-REC-TYPE               PIC X(01) VALUE 'D'.
023200     05  CRCD-ACTION                 PIC X(01).
023300     05  CRCD-CUST-PID               PIC X(10).
023400     05  CRCD-CUST-NAME              PIC X(30).
023500     05  CRCD-CUSTOMER-IMAGE         PIC X(250).
023600     05  FILLER                      PIC X(08) VALUE SPACES.
023700
023800 01  CRC-INTF-MERGE REDEFINES CRC-INTF-DETAIL.
023900     05  CRCM-REC-TYPE               PIC X(01).
024000     05  CRCM-ACTION                 PIC X(01).
024100     05  CRCM-RETIRED-PID            PIC X(10).
024200     05  CRCM-RETIRED-NAME           PIC X(30).
024300     05  CRCM-SURVIVOR-PID           PIC X(10).
024400     05  CRCM-SURVIVOR-NAME          PIC X(30).
024500     05  FILLER                      PIC X(218).
024600
024700 01  CRC-INTF-TRAILER.
024800     05  CRCT-REC-TYPE               PIC X(01) VALUE 'T'.
024900     05  CRCT-ADD-COUNT              PIC 9(09).
025000     05  CRCT-UPDATE-COUNT           PIC 9(09).
025100     05  CRCT-DELETE-COUNT           PIC 9(09).
025200     05  CRCT-TOTAL-COUNT            PIC 9(09).
025300     05  CRCT-MERGE-COUNT            PIC 9(09).
025400     05  FILLER                      PIC X(254) VALUE SPACES.
025500
025600 01  CRC-REPORT-HEADING1.
025700     05  FILLER                      PIC X(44)
025800         VALUE 'CUSTRECN - CRM SNAPSHOT RECONCILIATION'.
025900     05  FILLER                      PIC X(88) VALUE SPACES.
026000
026100 01  CRC-REPORT-HEADING2.
026200     05  FILLER                      PIC X(11)
026300         VALUE 'RUN DATE: '.
026400     05  CRCR-RUN-DATE               PIC 9(08).
026500     05  FILLER                      PIC X(19)
026600         VALUE '   SNAPSHOT DATE: '.
026700     05  CRCR-SNAP-DATE              PIC X(08).
026800     05  FILLER                      PIC X(86) VALUE SPACES.
026900
027000 01  CRC-REPORT-HEADING3.
027100     05  FILLER                      PIC X(12) VALUE 'CUSTOMER'.
027200     05  FILLER                      PIC X(32) VALUE 'NAME'.
027300     05  FILLER                      PIC X(20) VALUE 'DIFFERENCE'.
027400     05  FILLER                      PIC X(34) VALUE 'ON BNKCUST'.
027500     05  FILLER                      PIC X(34) VALUE 'ON CRM'.
027600
027700 01  CRC-REPORT-DETAIL-LINE.
027800     05  CRCL-CUST-PID               PIC X(10).
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  CRCL-CUST-NAME              PIC X(30).
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  CRCL-DIFF-TYPE              PIC X(18).
028300     05  FILLER                      PIC X(02) VALUE SPACES.
028400     05  CRCL-BNK-VALUE              PIC X(32).
028500     05  FILLER                      PIC X(02) VALUE SPACES.
028600     05  CRCL-CRM-VALUE              PIC X(32).
028700     05  FILLER                      PIC X(02) VALUE SPACES.
028800
028900 01  CRC-REPORT-COUNT-LINE.
029000     05  CRCC-LABEL                  PIC X(40).
029100     05  CRCC-COUNT                  PIC ZZZZZZZZ9.
029200     05  FILLER                      PIC X(83) VALUE SPACES.
029300
029400******************************************************************
029500* MAINLINE                                                       *
029600******************************************************************
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030000     PERFORM 2000-EXTRACT-SNAPSHOT THRU 2000-EXIT
030100         UNTIL CRC-CRMSNAP-AT-EOF.
030200     PERFORM 2500-CHECK-SNAPSHOT THRU 2500-EXIT.
030300     PERFORM 3000-SORT-SNAPSHOT THRU 3000-EXIT.
030400     PERFORM 4000-MATCH-CUSTOMER THRU 4000-EXIT
030500         UNTIL CRC-BNK-KEY = HIGH-VALUES
030600         AND CRC-CRM-KEY = HIGH-VALUES.
030700     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
030800     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
030850     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
030900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031000     IF CRC-DIFF-COUNT > 0
031100        MOVE 4 TO RETURN-CODE
031200     END-IF.
031300     STOP RUN.
031400
031500******************************************************************
031600* 1000-INITIALIZE - OPEN FILES, PUT THE HEADER ON THE RESEND     *
031700* FILE AND PRIME THE FIRST SNAPSHOT RECORD                       *
031800******************************************************************
031900 1000-INITIALIZE.
032000     MOVE FUNCTION CURRENT-DATE (1:8) TO CRC-RUN-DATE.
032100     MOVE SPACES TO CRCR-SNAP-DATE.
032200     OPEN INPUT CRMSNAP.
032300     IF NOT CRC-CRMSNAP-OK
032400        STRING 'UNABLE TO OPEN CRMSNAP - STATUS '
032500                           DELIMITED BY SIZE
032600               CRC-CRMSNAP-STATUS DELIMITED BY SIZE
032700          INTO CRC-FATAL-MSG
032800        END-STRING
032900        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
033000     END-IF.
033100     OPEN INPUT BNKCUST.
033200     IF NOT CRC-BNKCUST-OK
033300        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
033400                           DELIMITED BY SIZE
033500               CRC-BNKCUST-STATUS DELIMITED BY SIZE
033600          INTO CRC-FATAL-MSG
033700        END-STRING
033800        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
033900     END-IF.
034000     OPEN OUTPUT RECNWK1.
034100     OPEN OUTPUT RECNLOG.
034200     MOVE CRC-REPORT-HEADING1 TO RECNLOG-REC.
034300     WRITE RECNLOG-REC.
034400
034500     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
034600 1000-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000* 2000-EXTRACT-SNAPSHOT - KEEP EACH DETAIL'S PID AND CUSTOMER    *
035100* IMAGE ON THE SORT INPUT.  THE HEADER GIVES THE SNAPSHOT DATE   *
035200* FOR THE REPORT AND THE TRAILER THE COUNT TO PROVE IT COMPLETE  *
035300******************************************************************
035400 2000-EXTRACT-SNAPSHOT.
035500     EVALUATE CRMSNAP-REC(1:1)
035600        WHEN 'H'
035700           MOVE CRMSNAP-REC TO CRC-INTF-HEADER
035800           MOVE CRCH-EXTRACT-DATE TO CRCR-SNAP-DATE
035900        WHEN 'D'
036000           MOVE CRMSNAP-REC TO CRC-INTF-DETAIL
036100           ADD 1 TO CRC-SNAP-DETAIL-COUNT
036200           MOVE CRCD-CUST-PID       TO CRW1-CUST-PID
036300           MOVE CRCD-CUSTOMER-IMAGE TO CRW1-CUSTOMER-IMAGE
036400           WRITE RECNWK1-REC
036500        WHEN 'T'
036600           MOVE CRMSNAP-REC TO CRC-INTF-TRAILER
036700           SET CRC-TRAILER-FOUND TO TRUE
036800           IF CRCT-TOTAL-COUNT IS NUMERIC
036900              MOVE CRCT-TOTAL-COUNT TO CRC-SNAP-TRAILER-TOTAL
037000           END-IF
037100        WHEN OTHER
037200           CONTINUE
037300     END-EVALUATE.
037400     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
037500 2000-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900* 2100-READ-SNAPSHOT - READ ONE SNAPSHOT RECORD                  *
038000******************************************************************
038100 2100-READ-SNAPSHOT.
038200     READ CRMSNAP
038300         AT END
038400            SET CRC-CRMSNAP-AT-EOF TO TRUE
038500     END-READ.
038600 2100-EXIT.
038700     EXIT.
038800
038900******************************************************************
039000* 2500-CHECK-SNAPSHOT - A SNAPSHOT THAT DOES NOT PROVE ITSELF    *
039100* COMPLETE IS NOT RECONCILED - EVERY CUSTOMER CUT OFF THE END    *
039200* WOULD OTHERWISE BE RESENT AS AN ADD                            *
039300******************************************************************
039400 2500-CHECK-SNAPSHOT.
039500     CLOSE CRMSNAP.
039600     IF NOT CRC-TRAILER-FOUND
039700        MOVE 'CRMSNAP HAS NO TRAILER - SNAPSHOT NOT RECONCILED'
039800          TO CRC-FATAL-MSG
039900        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
040000     END-IF.
040100     IF CRC-SNAP-TRAILER-TOTAL NOT = CRC-SNAP-DETAIL-COUNT
040200        MOVE 'CRMSNAP TRAILER COUNT DISAGREES - NOT RECONCILED'
040300          TO CRC-FATAL-MSG
040400        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
040500     END-IF.
040600
040700     MOVE CRC-RUN-DATE TO CRCR-RUN-DATE.
040800     MOVE CRC-REPORT-HEADING2 TO RECNLOG-REC.
040900     WRITE RECNLOG-REC.
041000     MOVE SPACES TO RECNLOG-REC.
041100     WRITE RECNLOG-REC.
041200     MOVE CRC-REPORT-HEADING3 TO RECNLOG-REC.
041300     WRITE RECNLOG-REC.
041400
041500     OPEN OUTPUT CRMRSND.
041600     MOVE CRC-RUN-DATE TO CRCH-RUN-DATE.
041700     MOVE CRC-RUN-DATE TO CRCH-EXTRACT-DATE.
041800     MOVE 'H'          TO CRCH-REC-TYPE.
041900     MOVE CRC-INTF-HEADER TO CRMRSND-REC.
042000     WRITE CRMRSND-REC.
042100 2500-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500* 3000-SORT-SNAPSHOT - PUT THE SNAPSHOT INTO PID ORDER TO MATCH  *
042600* AGAINST BNKCUST, AND PRIME BOTH SIDES OF THE MATCH             *
042700******************************************************************
042800 3000-SORT-SNAPSHOT.
042900     CLOSE RECNWK1.
043000     SORT SORTWRK
043100         ON ASCENDING KEY CRWS-CUST-PID
043200         USING RECNWK1
043300         GIVING RECNWK2.
043400     OPEN INPUT RECNWK2.
043500     PERFORM 3100-READ-CRM-CUSTOMER THRU 3100-EXIT.
043600
043700     MOVE LOW-VALUES TO BCS-REC-PID OF BNKCUST-REC.
043800     START BNKCUST KEY IS GREATER THAN OR EQUAL TO
043900         BCS-REC-PID OF BNKCUST-REC
044000         INVALID KEY
044100            SET CRC-BNKCUST-AT-EOF TO TRUE
044200     END-START.
044300     PERFORM 3200-READ-BNK-CUSTOMER THRU 3200-EXIT.
044400 3000-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800* 3100-READ-CRM-CUSTOMER - NEXT CUSTOMER OFF THE SORTED SNAPSHOT *
044900* - A PID THE CRM HOLDS TWICE IS REPORTED AND THE SECOND COPY    *
045000* PASSED OVER                                                    *
045100******************************************************************
045200 3100-READ-CRM-CUSTOMER.
045300     IF CRC-RECNWK2-AT-EOF
045400        MOVE HIGH-VALUES TO CRC-CRM-KEY
045500        GO TO 3100-EXIT
045600     END-IF.
045700     READ RECNWK2
045800         AT END
045900            SET CRC-RECNWK2-AT-EOF TO TRUE
046000            MOVE HIGH-VALUES TO CRC-CRM-KEY
046100            GO TO 3100-EXIT
046200     END-READ.
046300     MOVE CRW2-CUSTOMER-IMAGE TO CRC-CRM-REC.
046400     MOVE CRW2-CUST-PID TO CRC-CRM-KEY.
046500     IF CRC-CRM-KEY = CRC-PREV-CRM-KEY
046600        ADD 1 TO CRC-DUPLICATE-COUNT
046700        ADD 1 TO CRC-DIFF-COUNT
046800        MOVE SPACES TO CRC-REPORT-DETAIL-LINE
046900        MOVE CRC-CRM-KEY TO CRCL-CUST-PID
047000        MOVE BCS-REC-NAME OF CRC-CRM-REC TO CRCL-CUST-NAME
047100        MOVE 'DUPLICATE ON CRM' TO CRCL-DIFF-TYPE
047200        MOVE 'SECOND COPY IGNORED' TO CRCL-CRM-VALUE
047300        PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
047400        GO TO 3100-READ-CRM-CUSTOMER
047500     END-IF.
047600     MOVE CRC-CRM-KEY TO CRC-PREV-CRM-KEY.
047700 3100-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100* 3200-READ-BNK-CUSTOMER - NEXT CUSTOMER OFF BNKCUST, SKIPPING   *
048200* THE RESERVED CONTROL RECORD                                    *
048300******************************************************************
048400 3200-READ-BNK-CUSTOMER.
048500     IF CRC-BNKCUST-AT-EOF
048600        MOVE HIGH-VALUES TO CRC-BNK-KEY
048700        GO TO 3200-EXIT
048800     END-IF.
048900     READ BNKCUST NEXT RECORD
049000         AT END
049100            SET CRC-BNKCUST-AT-EOF TO TRUE
049200            MOVE HIGH-VALUES TO CRC-BNK-KEY
049300            GO TO 3200-EXIT
049400     END-READ.
049500     IF BCS-REC-PID OF BNKCUST-REC = '0000000000'
049600        GO TO 3200-READ-BNK-CUSTOMER
049700     END-IF.
049800     ADD 1 TO CRC-BNKCUST-COUNT.
049900     MOVE BCS-REC-PID OF BNKCUST-REC TO CRC-BNK-KEY.
050000 3200-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400* 4000-MATCH-CUSTOMER - CLASSIC TWO-FILE MATCH ON PID - THE      *
050500* LOWER KEY IS MISSING FROM THE OTHER SIDE, EQUAL KEYS ARE       *
050600* COMPARED FIELD BY FIELD                                        *
050700******************************************************************
050800 4000-MATCH-CUSTOMER.
050900     EVALUATE TRUE
051000        WHEN CRC-BNK-KEY < CRC-CRM-KEY
051100           PERFORM 4100-MISSING-ON-CRM THRU 4100-EXIT
051200           PERFORM 3200-READ-BNK-CUSTOMER THRU 3200-EXIT
051300        WHEN CRC-BNK-KEY > CRC-CRM-KEY
051400           PERFORM 4200-MISSING-ON-BNKCUST THRU 4200-EXIT
051500           PERFORM 3100-READ-CRM-CUSTOMER THRU 3100-EXIT
051600        WHEN OTHER
051700           ADD 1 TO CRC-MATCHED-COUNT
051800           PERFORM 4300-COMPARE-CUSTOMER THRU 4300-EXIT
051900           PERFORM 3200-READ-BNK-CUSTOMER THRU 3200-EXIT
052000           PERFORM 3100-READ-CRM-CUSTOMER THRU 3100-EXIT
052100     END-EVALUATE.
052200 4000-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600* 4100-MISSING-ON-CRM - ON BNKCUST BUT NOT ON THE SNAPSHOT.  A   *
052700* MERGED CUSTOMER'S PID HAS BEEN RETIRED, SO THE CRM IS RIGHT    *
052800* NOT TO HOLD IT.  ANY OTHER IS RESENT AS AN ADD OF THE CURRENT  *
052900* RECORD, AND A CLOSED ONE IS THEN CLOSED THE SAME WAY CUSTDELT  *
053000* WOULD HAVE DONE IT                                             *
053100******************************************************************
053200 4100-MISSING-ON-CRM.
053300     IF BCS-CUST-MERGED OF BNKCUST-REC
053400        ADD 1 TO CRC-MERGED-ONLY-COUNT
053500        GO TO 4100-EXIT
053600     END-IF.
053700     ADD 1 TO CRC-MISSING-CRM-COUNT.
053800     ADD 1 TO CRC-DIFF-COUNT.
053900     MOVE SPACES TO CRC-REPORT-DETAIL-LINE.
054000     MOVE 'MISSING ON CRM' TO CRCL-DIFF-TYPE.
054100     IF BCS-CUST-CLOSED OF BNKCUST-REC
054200        MOVE 'CLOSED - RESENT AS ADD/CLOSE' TO CRCL-BNK-VALUE
054300     ELSE
054400        MOVE 'ACTIVE - RESENT AS ADD' TO CRCL-BNK-VALUE
054500     END-IF.
054600     PERFORM 7100-WRITE-BNK-LINE THRU 7100-EXIT.
054700
054800     MOVE 'A' TO CRC-RESEND-ACTION.
054900     PERFORM 5000-RESEND-CURRENT-RECORD THRU 5000-EXIT.
055000     IF BCS-CUST-CLOSED OF BNKCUST-REC
055100        PERFORM 5100-RESEND-CLOSURE THRU 5100-EXIT
055200     END-IF.
055300 4100-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700* 4200-MISSING-ON-BNKCUST - THE CRM HOLDS A PID WE DO NOT - A    *
055800* CUSTOMER PURGED HERE OR NEVER ADDED.  ONE THE CRM STILL SHOWS  *
055900* ACTIVE IS RESENT AS A CLOSURE; ONE IT ALREADY HAS CLOSED IS    *
056000* REPORTED ONLY                                                  *
056100******************************************************************
056200 4200-MISSING-ON-BNKCUST.
056300     ADD 1 TO CRC-MISSING-BNK-COUNT.
056400     ADD 1 TO CRC-DIFF-COUNT.
056500     MOVE SPACES TO CRC-REPORT-DETAIL-LINE.
056600     MOVE CRC-CRM-KEY TO CRCL-CUST-PID.
056700     MOVE BCS-REC-NAME OF CRC-CRM-REC TO CRCL-CUST-NAME.
056800     MOVE 'MISSING ON BNKCUST' TO CRCL-DIFF-TYPE.
056900     IF BCS-CUST-ACTIVE OF CRC-CRM-REC
057000        MOVE 'ACTIVE - RESENT AS CLOSE' TO CRCL-CRM-VALUE
057100        PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
057200        MOVE SPACES TO CRC-INTF-DETAIL
057300        MOVE 'D'          TO CRCD-REC-TYPE
057400        MOVE 'D'          TO CRCD-ACTION
057500        MOVE CRC-CRM-KEY  TO CRCD-CUST-PID
057600        MOVE BCS-REC-NAME OF CRC-CRM-REC TO CRCD-CUST-NAME
057700        MOVE CRC-INTF-DETAIL TO CRMRSND-REC
057800        WRITE CRMRSND-REC
057900        ADD 1 TO CRC-RESEND-DEL-COUNT
058000     ELSE
058100        MOVE 'NOT ACTIVE - NO RESEND' TO CRCL-CRM-VALUE
058200        PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
058300     END-IF.
058400 4200-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800* 4300-COMPARE-CUSTOMER - BOTH SIDES HOLD THE PID.  THE STATUS   *
058900* DECIDES WHAT IS RESENT - A MERGE FOR A CUSTOMER MERGED HERE,   *
059000* A CLOSURE FOR ONE CLOSED HERE BUT ACTIVE ON THE CRM, OTHERWISE *
059100* THE CURRENT RECORD AS AN UPDATE WHEN ANYTHING DIFFERS.  A      *
059200* BLANK STATUS OR CONSENT FLAG MEANS THE SAME AS THE DEFAULT     *
059300* VALUE, SO THE 88-LEVELS ARE COMPARED RATHER THAN THE BYTES     *
059400******************************************************************
059500 4300-COMPARE-CUSTOMER.
059600     SET CRC-STATUS-AGREES TO TRUE.
059700     SET CRC-FIELDS-AGREE TO TRUE.
059800     MOVE BCS-REC-STATUS OF BNKCUST-REC TO CRC-BNK-STATUS.
059900     IF BCS-CUST-ACTIVE OF BNKCUST-REC
060000        MOVE 'A' TO CRC-BNK-STATUS
060100     END-IF.
060200     MOVE BCS-REC-STATUS OF CRC-CRM-REC TO CRC-CRM-STATUS.
060300     IF BCS-CUST-ACTIVE OF CRC-CRM-REC
060400        MOVE 'A' TO CRC-CRM-STATUS
060500     END-IF.
060600     IF CRC-BNK-STATUS NOT = CRC-CRM-STATUS
060700        SET CRC-STATUS-DIFFERS TO TRUE
060800        ADD 1 TO CRC-STATUS-COUNT
060900        ADD 1 TO CRC-DIFF-COUNT
061000        MOVE SPACES TO CRC-REPORT-DETAIL-LINE
061100        MOVE 'STATUS' TO CRCL-DIFF-TYPE
061200        MOVE CRC-BNK-STATUS TO CRCL-BNK-VALUE
061300        MOVE CRC-CRM-STATUS TO CRCL-CRM-VALUE
061400        PERFORM 7100-WRITE-BNK-LINE THRU 7100-EXIT
061500     END-IF.
061600
061700     IF BCS-CUST-MERGED OF BNKCUST-REC
061800        GO TO 4300-RESEND
061900     END-IF.
062000     PERFORM 4400-COMPARE-FIELDS THRU 4400-EXIT.
062100
062200 4300-RESEND.
062300     IF CRC-STATUS-AGREES
062400        AND CRC-FIELDS-AGREE
062500        ADD 1 TO CRC-AGREED-COUNT
062600        GO TO 4300-EXIT
062700     END-IF.
062800     ADD 1 TO CRC-DIFFERING-COUNT.
062900     EVALUATE TRUE
063000        WHEN BCS-CUST-MERGED OF BNKCUST-REC
063100           IF CRC-STATUS-DIFFERS
063200              PERFORM 5200-RESEND-MERGE THRU 5200-EXIT
063300           END-IF
063400        WHEN BCS-CUST-CLOSED OF BNKCUST-REC
063500           IF CRC-FIELDS-DIFFER
063600              MOVE 'U' TO CRC-RESEND-ACTION
063700              PERFORM 5000-RESEND-CURRENT-RECORD THRU 5000-EXIT
063800           END-IF
063900           IF CRC-STATUS-DIFFERS
064000              PERFORM 5100-RESEND-CLOSURE THRU 5100-EXIT
064100           END-IF
064200        WHEN OTHER
064300           MOVE 'U' TO CRC-RESEND-ACTION
064400           PERFORM 5000-RESEND-CURRENT-RECORD THRU 5000-EXIT
064500     END-EVALUATE.
064600 4300-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000* 4400-COMPARE-FIELDS - NAME, THE FOUR ADDRESS LINES (REPORTED   *
065100* AS ONE DIFFERENCE, SHOWING THE FIRST LINE THAT DIFFERS),       *
065200* POSTCODE AND THE TWO CONSENT FLAGS                             *
065300******************************************************************
065400 4400-COMPARE-FIELDS.
065500     IF BCS-REC-NAME OF BNKCUST-REC
065600          NOT = BCS-REC-NAME OF CRC-CRM-REC
065700        ADD 1 TO CRC-NAME-COUNT
065800        MOVE SPACES TO CRC-REPORT-DETAIL-LINE
065900        MOVE 'NAME' TO CRCL-DIFF-TYPE
066000        MOVE BCS-REC-NAME OF BNKCUST-REC TO CRCL-BNK-VALUE
066100        MOVE BCS-REC-NAME OF CRC-CRM-REC TO CRCL-CRM-VALUE
066200        PERFORM 7200-WRITE-FIELD-LINE THRU 7200-EXIT
066300     END-IF.
066400
066500     MOVE SPACES TO CRC-REPORT-DETAIL-LINE.
066600     EVALUATE TRUE
066700        WHEN BCS-REC-ADDR1 OF BNKCUST-REC
066800               NOT = BCS-REC-ADDR1 OF CRC-CRM-REC
066900           MOVE BCS-REC-ADDR1 OF BNKCUST-REC TO CRCL-BNK-VALUE
067000           MOVE BCS-REC-ADDR1 OF CRC-CRM-REC TO CRCL-CRM-VALUE
067100        WHEN BCS-REC-ADDR2 OF BNKCUST-REC
067200               NOT = BCS-REC-ADDR2 OF CRC-CRM-REC
067300           MOVE BCS-REC-ADDR2 OF BNKCUST-REC TO CRCL-BNK-VALUE
067400           MOVE BCS-REC-ADDR2 OF CRC-CRM-REC TO CRCL-CRM-VALUE
067500        WHEN BCS-REC-ADDR3 OF BNKCUST-REC
067600               NOT = BCS-REC-ADDR3 OF CRC-CRM-REC
067700           MOVE BCS-REC-ADDR3 OF BNKCUST-REC TO CRCL-BNK-VALUE
067800           MOVE BCS-REC-ADDR3 OF CRC-CRM-REC TO CRCL-CRM-VALUE
067900        WHEN BCS-REC-ADDR4 OF BNKCUST-REC
068000               NOT = BCS-REC-ADDR4 OF CRC-CRM-REC
068100           MOVE BCS-REC-ADDR4 OF BNKCUST-REC TO CRCL-BNK-VALUE
068200           MOVE BCS-REC-ADDR4 OF CRC-CRM-REC TO CRCL-CRM-VALUE
068300        WHEN OTHER
068400           CONTINUE
068500     END-EVALUATE.
068600     IF CRCL-BNK-VALUE NOT = SPACES
068700        OR CRCL-CRM-VALUE NOT = SPACES
068800        ADD 1 TO CRC-ADDRESS-COUNT
068900        MOVE 'ADDRESS' TO CRCL-DIFF-TYPE
069000        PERFORM 7200-WRITE-FIELD-LINE THRU 7200-EXIT
069100     END-IF.
069200
069300     IF BCS-REC-POSTCODE OF BNKCUST-REC
069400          NOT = BCS-REC-POSTCODE OF CRC-CRM-REC
069500        ADD 1 TO CRC-POSTCODE-COUNT
069600        MOVE SPACES TO CRC-REPORT-DETAIL-LINE
069700        MOVE 'POSTCODE' TO CRCL-DIFF-TYPE
069800        MOVE BCS-REC-POSTCODE OF BNKCUST-REC TO CRCL-BNK-VALUE
069900        MOVE BCS-REC-POSTCODE OF CRC-CRM-REC TO CRCL-CRM-VALUE
070000        PERFORM 7200-WRITE-FIELD-LINE THRU 7200-EXIT
070100     END-IF.
070200
070300     IF BCS-MARKETING-OPTED-OUT OF BNKCUST-REC
070400          AND NOT BCS-MARKETING-OPTED-OUT OF CRC-CRM-REC
070500        OR NOT BCS-MARKETING-OPTED-OUT OF BNKCUST-REC
070600          AND BCS-MARKETING-OPTED-OUT OF CRC-CRM-REC
070700        ADD 1 TO CRC-MARKETING-COUNT
070800        MOVE SPACES TO CRC-REPORT-DETAIL-LINE
070900        MOVE 'MARKETING CONSENT' TO CRCL-DIFF-TYPE
071000        MOVE BCS-REC-MARKETING-CONSENT OF BNKCUST-REC
071100          TO CRCL-BNK-VALUE
071200        MOVE BCS-REC-MARKETING-CONSENT OF CRC-CRM-REC
071300          TO CRCL-CRM-VALUE
071400        PERFORM 7200-WRITE-FIELD-LINE THRU 7200-EXIT
071500     END-IF.
071600
071700     IF BCS-CONTACT-OPTED-OUT OF BNKCUST-REC
071800          AND NOT BCS-CONTACT-OPTED-OUT OF CRC-CRM-REC
071900        OR NOT BCS-CONTACT-OPTED-OUT OF BNKCUST-REC
072000          AND BCS-CONTACT-OPTED-OUT OF CRC-CRM-REC
072100        ADD 1 TO CRC-CONTACT-COUNT
072200        MOVE SPACES TO CRC-REPORT-DETAIL-LINE
072300        MOVE 'CONTACT CONSENT' TO CRCL-DIFF-TYPE
072400        MOVE BCS-REC-CONTACT-CONSENT OF BNKCUST-REC
072500          TO CRCL-BNK-VALUE
072600        MOVE BCS-REC-CONTACT-CONSENT OF CRC-CRM-REC
072700          TO CRCL-CRM-VALUE
072800        PERFORM 7200-WRITE-FIELD-LINE THRU 7200-EXIT
072900     END-IF.
073000 4400-EXIT.
073100     EXIT.
073200
073300******************************************************************
073400* 5000-RESEND-CURRENT-RECORD - THE FULL CURRENT RECORD OFF       *
073500* BNKCUST AS AN ADD OR UPDATE DETAIL, AS CRC-RESEND-ACTION SAYS  *
073600******************************************************************
073700 5000-RESEND-CURRENT-RECORD.
073800     MOVE SPACES TO CRC-INTF-DETAIL.
073900     MOVE 'D'                TO CRCD-REC-TYPE.
074000     MOVE CRC-RESEND-ACTION  TO CRCD-ACTION.
074100     MOVE BCS-REC-PID OF BNKCUST-REC  TO CRCD-CUST-PID.
074200     MOVE BCS-REC-NAME OF BNKCUST-REC TO CRCD-CUST-NAME.
074300     MOVE BNKCUST-REC        TO CRCD-CUSTOMER-IMAGE.
074400     MOVE CRC-INTF-DETAIL    TO CRMRSND-REC.
074500     WRITE CRMRSND-REC.
074600     IF CRCD-ACTION = 'A'
074700        ADD 1 TO CRC-RESEND-ADD-COUNT
074800     ELSE
074900        ADD 1 TO CRC-RESEND-UPD-COUNT
075000     END-IF.
075100 5000-EXIT.
075200     EXIT.
075300
075400******************************************************************
075500* 5100-RESEND-CLOSURE - A CLOSURE CARRIES JUST THE PID AND NAME, *
075600* AS CUSTDELT FEEDS ONE                                          *
075700******************************************************************
075800 5100-RESEND-CLOSURE.
075900     MOVE SPACES TO CRC-INTF-DETAIL.
076000     MOVE 'D'                TO CRCD-REC-TYPE.
076100     MOVE 'D'                TO CRCD-ACTION.
076200     MOVE BCS-REC-PID OF BNKCUST-REC  TO CRCD-CUST-PID.
076300     MOVE BCS-REC-NAME OF BNKCUST-REC TO CRCD-CUST-NAME.
076400     MOVE CRC-INTF-DETAIL    TO CRMRSND-REC.
076500     WRITE CRMRSND-REC.
076600     ADD 1 TO CRC-RESEND-DEL-COUNT.
076700 5100-EXIT.
076800     EXIT.
076900
077000******************************************************************
077100* 5200-RESEND-MERGE - A MERGE NAMES THE SURVIVOR THAT REPLACED   *
077200* THE RETIRED PID.  THE SURVIVOR'S NAME IS LOOKED UP ON BNKCUST, *
077300* WHICH LOSES THE MATCH POSITION, SO THE BROWSE IS RESTARTED     *
077400* JUST PAST THE RETIRED PID                                      *
077500******************************************************************
077600 5200-RESEND-MERGE.
077700     MOVE SPACES TO CRC-INTF-MERGE.
077800     MOVE 'D'                TO CRCM-REC-TYPE.
077900     MOVE 'M'                TO CRCM-ACTION.
078000     MOVE BCS-REC-PID OF BNKCUST-REC  TO CRCM-RETIRED-PID.
078100     MOVE BCS-REC-NAME OF BNKCUST-REC TO CRCM-RETIRED-NAME.
078200     MOVE BCS-REC-MERGED-INTO-PID OF BNKCUST-REC
078300       TO CRCM-SURVIVOR-PID.
078400     MOVE BCS-REC-PID OF BNKCUST-REC TO CRC-SAVE-PID.
078500
078600     MOVE CRCM-SURVIVOR-PID TO BCS-REC-PID OF BNKCUST-REC.
078700     READ BNKCUST
078800         KEY IS BCS-REC-PID OF BNKCUST-REC
078900         INVALID KEY
079000            CONTINUE
079100     END-READ.
079200     IF CRC-BNKCUST-OK
079300        MOVE BCS-REC-NAME OF BNKCUST-REC TO CRCM-SURVIVOR-NAME
079400     END-IF.
079500     MOVE CRC-INTF-MERGE TO CRMRSND-REC.
079600     WRITE CRMRSND-REC.
079700     ADD 1 TO CRC-RESEND-MRG-COUNT.
079800
079900     MOVE CRC-SAVE-PID TO BCS-REC-PID OF BNKCUST-REC.
080000     START BNKCUST KEY IS GREATER THAN
080100         BCS-REC-PID OF BNKCUST-REC
080200         INVALID KEY
080300            SET CRC-BNKCUST-AT-EOF TO TRUE
080400     END-START.
080500 5200-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900* 6000-WRITE-TRAILER - THE CONTROL TOTALS THE CRM BALANCES ITS   *
081000* LOAD OF THE RESEND AGAINST                                     *
081100******************************************************************
081200 6000-WRITE-TRAILER.
081300     COMPUTE CRC-RESEND-TOTAL = CRC-RESEND-ADD-COUNT
081400                              + CRC-RESEND-UPD-COUNT
081500                              + CRC-RESEND-DEL-COUNT
081600                              + CRC-RESEND-MRG-COUNT.
081700     MOVE 'T'                  TO CRCT-REC-TYPE.
081800     MOVE CRC-RESEND-ADD-COUNT TO CRCT-ADD-COUNT.
081900     MOVE CRC-RESEND-UPD-COUNT TO CRCT-UPDATE-COUNT.
082000     MOVE CRC-RESEND-DEL-COUNT TO CRCT-DELETE-COUNT.
082100     MOVE CRC-RESEND-MRG-COUNT TO CRCT-MERGE-COUNT.
082200     MOVE CRC-RESEND-TOTAL     TO CRCT-TOTAL-COUNT.
082300     MOVE CRC-INTF-TRAILER     TO CRMRSND-REC.
082400     WRITE CRMRSND-REC.
082500 6000-EXIT.
082600     EXIT.
082700
082800******************************************************************
082900* 7000-WRITE-DETAIL-LINE - ONE REPORT LINE, ALREADY FILLED IN    *
083000******************************************************************
083100 7000-WRITE-DETAIL-LINE.
083200     MOVE CRC-REPORT-DETAIL-LINE TO RECNLOG-REC.
083300     WRITE RECNLOG-REC.
083400 7000-EXIT.
083500     EXIT.
083600
083700******************************************************************
083800* 7100-WRITE-BNK-LINE - A REPORT LINE NAMING THE CUSTOMER AS     *
083900* BNKCUST HOLDS THEM                                             *
084000******************************************************************
084100 7100-WRITE-BNK-LINE.
084200     MOVE BCS-REC-PID OF BNKCUST-REC  TO CRCL-CUST-PID.
084300     MOVE BCS-REC-NAME OF BNKCUST-REC TO CRCL-CUST-NAME.
084400     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
084500 7100-EXIT.
084600     EXIT.
084700
084800******************************************************************
084900* 7200-WRITE-FIELD-LINE - ONE FIELD DIFFERENCE - COUNTED TOWARDS *
085000* THE RUN'S DIFFERENCES AND MARKING THE CUSTOMER FOR RESEND      *
085100******************************************************************
085200 7200-WRITE-FIELD-LINE.
085300     SET CRC-FIELDS-DIFFER TO TRUE.
085400     ADD 1 TO CRC-DIFF-COUNT.
085500     PERFORM 7100-WRITE-BNK-LINE THRU 7100-EXIT.
085600 7200-EXIT.
085700     EXIT.
085800
085900******************************************************************
086000* 8000-WRITE-TOTALS - TOTALS BY DIFFERENCE TYPE, THEN WHAT WAS   *
086100* MATCHED AND WHAT WAS RESENT                                    *
086200******************************************************************
086300 8000-WRITE-TOTALS.
086400     MOVE SPACES TO RECNLOG-REC.
086500     WRITE RECNLOG-REC.
086600
086700     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
086800     MOVE 'CUSTOMERS ON BNKCUST' TO CRCC-LABEL.
086900     MOVE CRC-BNKCUST-COUNT TO CRCC-COUNT.
087000     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
087100     WRITE RECNLOG-REC.
087200
087300     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
087400     MOVE 'CUSTOMERS ON CRM SNAPSHOT' TO CRCC-LABEL.
087500     MOVE CRC-SNAP-DETAIL-COUNT TO CRCC-COUNT.
087600     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
087700     WRITE RECNLOG-REC.
087800
087900     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
088000     MOVE 'MATCHED ON PID' TO CRCC-LABEL.
088100     MOVE CRC-MATCHED-COUNT TO CRCC-COUNT.
088200     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
088300     WRITE RECNLOG-REC.
088400
088500     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
088600     MOVE '  MATCHED - IN AGREEMENT' TO CRCC-LABEL.
088700     MOVE CRC-AGREED-COUNT TO CRCC-COUNT.
088800     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
088900     WRITE RECNLOG-REC.
089000
089100     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
089200     MOVE '  MATCHED - WITH DIFFERENCES' TO CRCC-LABEL.
089300     MOVE CRC-DIFFERING-COUNT TO CRCC-COUNT.
089400     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
089500     WRITE RECNLOG-REC.
089600
089700     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
089800     MOVE 'MERGED - RETIRED PID NOT ON CRM' TO CRCC-LABEL.
089900     MOVE CRC-MERGED-ONLY-COUNT TO CRCC-COUNT.
090000     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
090100     WRITE RECNLOG-REC.
090200
090300     MOVE SPACES TO RECNLOG-REC.
090400     WRITE RECNLOG-REC.
090500     MOVE 'DIFFERENCES BY TYPE' TO RECNLOG-REC.
090600     WRITE RECNLOG-REC.
090700
090800     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
090900     MOVE 'MISSING ON CRM' TO CRCC-LABEL.
091000     MOVE CRC-MISSING-CRM-COUNT TO CRCC-COUNT.
091100     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
091200     WRITE RECNLOG-REC.
091300
091400     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
091500     MOVE 'MISSING ON BNKCUST' TO CRCC-LABEL.
091600     MOVE CRC-MISSING-BNK-COUNT TO CRCC-COUNT.
091700     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
091800     WRITE RECNLOG-REC.
091900
092000     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
092100     MOVE 'DUPLICATE ON CRM' TO CRCC-LABEL.
092200     MOVE CRC-DUPLICATE-COUNT TO CRCC-COUNT.
092300     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
092400     WRITE RECNLOG-REC.
092500
092600     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
092700     MOVE 'STATUS (CLOSED/ACTIVE/MERGED)' TO CRCC-LABEL.
092800     MOVE CRC-STATUS-COUNT TO CRCC-COUNT.
092900     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
093000     WRITE RECNLOG-REC.
093100
093200     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
093300     MOVE 'NAME' TO CRCC-LABEL.
093400     MOVE CRC-NAME-COUNT TO CRCC-COUNT.
093500     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
093600     WRITE RECNLOG-REC.
093700
093800     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
093900     MOVE 'ADDRESS' TO CRCC-LABEL.
094000     MOVE CRC-ADDRESS-COUNT TO CRCC-COUNT.
094100     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
094200     WRITE RECNLOG-REC.
094300
094400     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
094500     MOVE 'POSTCODE' TO CRCC-LABEL.
094600     MOVE CRC-POSTCODE-COUNT TO CRCC-COUNT.
094700     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
094800     WRITE RECNLOG-REC.
094900
095000     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
095100     MOVE 'MARKETING CONSENT' TO CRCC-LABEL.
095200     MOVE CRC-MARKETING-COUNT TO CRCC-COUNT.
095300     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
095400     WRITE RECNLOG-REC.
095500
095600     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
095700     MOVE 'CONTACT CONSENT' TO CRCC-LABEL.
095800     MOVE CRC-CONTACT-COUNT TO CRCC-COUNT.
095900     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
096000     WRITE RECNLOG-REC.
096100
096200     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
096300     MOVE 'TOTAL DIFFERENCES' TO CRCC-LABEL.
096400     MOVE CRC-DIFF-COUNT TO CRCC-COUNT.
096500     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
096600     WRITE RECNLOG-REC.
096700
096800     MOVE SPACES TO RECNLOG-REC.
096900     WRITE RECNLOG-REC.
097000     MOVE 'RESENT ON CRMRSND' TO RECNLOG-REC.
097100     WRITE RECNLOG-REC.
097200
097300     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
097400     MOVE 'ADDS' TO CRCC-LABEL.
097500     MOVE CRC-RESEND-ADD-COUNT TO CRCC-COUNT.
097600     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
097700     WRITE RECNLOG-REC.
097800
097900     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
098000     MOVE 'UPDATES' TO CRCC-LABEL.
098100     MOVE CRC-RESEND-UPD-COUNT TO CRCC-COUNT.
098200     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
098300     WRITE RECNLOG-REC.
098400
098500     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
098600     MOVE 'CLOSURES' TO CRCC-LABEL.
098700     MOVE CRC-RESEND-DEL-COUNT TO CRCC-COUNT.
098800     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
098900     WRITE RECNLOG-REC.
099000
099100     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
099200     MOVE 'MERGES' TO CRCC-LABEL.
099300     MOVE CRC-RESEND-MRG-COUNT TO CRCC-COUNT.
099400     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
099500     WRITE RECNLOG-REC.
099600
099700     MOVE SPACES TO CRC-REPORT-COUNT-LINE.
099800     MOVE 'TOTAL DETAIL RECORDS ON CRMRSND' TO CRCC-LABEL.
099900     MOVE CRC-RESEND-TOTAL TO CRCC-COUNT.
100000     MOVE CRC-REPORT-COUNT-LINE TO RECNLOG-REC.
100100     WRITE RECNLOG-REC.
100200 8000-EXIT.
100300     EXIT.
100400
100402******************************************************************
100404* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
100406* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
100408******************************************************************
100410 8800-WRITE-CONTROL-TOTALS.
100412     MOVE 'CUSTRECN'               TO CTP-JOB-NAME.
100414     SET CTP-FRESH-RUN TO TRUE.
100416     MOVE SPACES                   TO CTP-DATA-DATE.
100418     MOVE 'BNKCUST CUSTOMERS'      TO CTP-COUNT-NAME (1).
100420     MOVE CRC-BNKCUST-COUNT        TO CTP-COUNT-VALUE (1).
100422     MOVE 'SNAPSHOT CUSTOMERS'     TO CTP-COUNT-NAME (2).
100424     MOVE CRC-SNAP-DETAIL-COUNT    TO CTP-COUNT-VALUE (2).
100426     MOVE 'MATCHED'                TO CTP-COUNT-NAME (3).
100428     MOVE CRC-MATCHED-COUNT        TO CTP-COUNT-VALUE (3).
100430     MOVE 'DIFFERENCES'            TO CTP-COUNT-NAME (4).
100432     MOVE CRC-DIFF-COUNT           TO CTP-COUNT-VALUE (4).
100434     MOVE 'RESENT'                 TO CTP-COUNT-NAME (5).
100436     MOVE CRC-RESEND-TOTAL         TO CTP-COUNT-VALUE (5).
100438     MOVE 5                        TO CTP-COUNT-USED.
100440     CALL CRC-CTLTOT-PGM USING CRC-CTLTOT-PARMS.
100442 8800-EXIT.
100444     EXIT.
100446
100500******************************************************************
100600* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
100700******************************************************************
100800 9000-TERMINATE.
100900     CLOSE BNKCUST.
101000     CLOSE RECNWK2.
101100     CLOSE CRMRSND.
101200     CLOSE RECNLOG.
101300 9000-EXIT.
101400     EXIT.
101500
101600******************************************************************
101700* 9900-FATAL-ERROR - SAY WHY AND STOP RATHER THAN RECONCILE      *
101800* AGAINST FILES THAT DID NOT OPEN CLEANLY OR A SNAPSHOT THAT IS  *
101900* NOT WHOLE                                                      *
102000******************************************************************
102100 9900-FATAL-ERROR.
102200     DISPLAY 'CUSTRECN - ' CRC-FATAL-MSG.
102300     MOVE 16 TO RETURN-CODE.
102400     STOP RUN.
102500 9900-EXIT.
102600     EXIT.
