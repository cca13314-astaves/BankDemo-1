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
002000* PROGRAM:     CUSTMRGE.CBL                                      *
002100* FUNCTION:    DUPLICATE-CUSTOMER MERGE RUN - RESOLVES THE       *
002200*              SUSPECTED DUPLICATES CUSTDUPS REPORTS ONCE THEY   *
002300*              HAVE BEEN CONFIRMED.  FOR EACH SURVIVING/RETIRING *
002400*              PID PAIR THE RETIRING CUSTOMER IS MARKED MERGED   *
002500*              (STATUS M) AND POINTED AT THE SURVIVOR, EVERY     *
002600*              CUSTHST HISTORY ENTRY OF THE RETIRING CUSTOMER IS *
002700*              FILED UNDER THE SURVIVOR AS WELL SO THE CUSTHIST  *
002800*              INQUIRY SHOWS THE WHOLE STORY FROM THE SURVIVOR,  *
002900*              AND THE MERGE ITSELF IS WRITTEN TO THE AUDIT      *
003000*              STREAM AS ACTION M FOR CUSTDELT TO PASS ON.  THE  *
003100*              RETIRED RECORD IS KEPT, NOT CLOSED - CUSTINQ AND  *
003200*              CUSTSRCH FOLLOW IT TO THE SURVIVOR                *
003300*                                                                *
003400* INPUT:       MRGTRAN  - SEQUENTIAL, ONE PAIR PER RECORD:       *
003500*                        COLS 1-10 SURVIVING PID, COLS 11-20     *
003600*                        RETIRING PID                            *
003700* I-O:         BNKCUST  - CUSTOMER MASTER                        *
003800*              CUSTHST  - CUSTOMER CHANGE-HISTORY FILE           *
003900* OUTPUT:      CUSTAUDF - ONE MERGE AUDIT ENTRY PER PAIR APPLIED *
004000*              MRGLOG   - CONTROL REPORT, ONE LINE PER PAIR AND  *
004100*                        CLOSING TOTALS                          *
004200*              MRGREJ   - REJECTED PAIRS, UNCHANGED, SO THEY CAN *
004300*                        BE CHECKED AND RESUBMITTED              *
004400*                                                                *
004500* A RERUN OF THE SAME INPUT IS SAFE - A PAIR WHOSE RETIRING PID  *
004600* IS ALREADY MERGED IS REJECTED, NOT APPLIED TWICE               *
004700******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID.
005000     CUSTMRGE.
005100 AUTHOR.
005200     BATCH SUPPORT.
005300 INSTALLATION.
005400     BANKDEMO.
005500 DATE-WRITTEN.
005600     15 OCT 2026.
005700 DATE-COMPILED.
005800     TODAY.
005900******************************************************************
006000* MODIFICATION HISTORY                                          *
006100* DATE       INIT  DESCRIPTION                                  *
006200* 15OCT26    BS    INITIAL VERSION - SURVIVOR/RETIRING PID MERGE *
006300*                  WITH HISTORY CARRY-OVER AND MERGE AUDIT       *
006320* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006340*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006400******************************************************************
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER.
006800     IBM-370.
006900 OBJECT-COMPUTER.
007000     IBM-370.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT MRGTRAN ASSIGN TO "MRGTRAN"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS CMG-MRGTRAN-STATUS.
007600
007700     SELECT BNKCUST ASSIGN TO "BNKCUST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
008100         FILE STATUS IS CMG-BNKCUST-STATUS.
008200
008300     SELECT CUSTHST ASSIGN TO "CUSTHST"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS CHJ-KEY
008700         FILE STATUS IS CMG-CUSTHST-STATUS.
008800
008900     SELECT CUSTAUDF ASSIGN TO "CUSTAUDF"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS CMG-CUSTAUDF-STATUS.
009200
009300     SELECT MRGLOG ASSIGN TO "MRGLOG"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS CMG-MRGLOG-STATUS.
009600
009700     SELECT MRGREJ ASSIGN TO "MRGREJ"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS CMG-MRGREJ-STATUS.
010000
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  MRGTRAN
010400     RECORDING MODE IS F.
010500 01  MRGTRAN-REC.
010600     05  CMG-TRAN-SURVIVOR-PID       PIC X(10).
010700     05  CMG-TRAN-RETIRING-PID       PIC X(10).
010800     05  FILLER                      PIC X(60).
010900
011000 FD  BNKCUST
011100     RECORDING MODE IS F.
011200 01  BNKCUST-REC.
011300 COPY CBANKVCS.
011400
011500 FD  CUSTHST
011600     RECORDING MODE IS F.
011700 01  CUSTHST-REC.
011800 COPY CUSTHST.
011900
012000******************************************************************
012100* THE AUDIT ENTRY IS BUILT IN WORKING STORAGE (WS-AUDIT-REC)     *
012200* AND MOVED HERE WHOLE - THE FD CARRIES ONLY THE RAW RECORD      *
012300******************************************************************
012400 FD  CUSTAUDF
012500     RECORDING MODE IS F.
012600 01  CUSTAUDF-REC                    PIC X(575).
012700
012800 FD  MRGLOG
012900     RECORDING MODE IS F.
013000 01  MRGLOG-REC                      PIC X(132).
013100
013200 FD  MRGREJ
013300     RECORDING MODE IS F.
013400 01  MRGREJ-REC                      PIC X(80).
013500
013600 WORKING-STORAGE SECTION.
013700 01  CMG-FILE-STATUS-GROUP.
013800     05  CMG-MRGTRAN-STATUS          PIC X(02).
013900         88  CMG-MRGTRAN-OK               VALUE '00'.
014000         88  CMG-MRGTRAN-EOF              VALUE '10'.
014100     05  CMG-BNKCUST-STATUS          PIC X(02).
014200         88  CMG-BNKCUST-OK               VALUE '00'.
014300         88  CMG-BNKCUST-NOTFOUND         VALUE '23'.
014400     05  CMG-CUSTHST-STATUS          PIC X(02).
014500         88  CMG-CUSTHST-OK               VALUE '00'.
014600         88  CMG-CUSTHST-EOF              VALUE '10'.
014700         88  CMG-CUSTHST-NOTFOUND         VALUE '23'.
014800         88  CMG-CUSTHST-FILE-MISSING     VALUE '35'.
014900     05  CMG-CUSTAUDF-STATUS         PIC X(02).
015000         88  CMG-CUSTAUDF-OK              VALUE '00'.
015100         88  CMG-CUSTAUDF-FILE-MISSING    VALUE '35'.
015200     05  CMG-MRGLOG-STATUS           PIC X(02).
015300         88  CMG-MRGLOG-OK                VALUE '00'.
015400     05  CMG-MRGREJ-STATUS           PIC X(02).
015500         88  CMG-MRGREJ-OK                VALUE '00'.
015600
015700 01  CMG-SWITCHES.
015800     05  CMG-MRGTRAN-EOF-SW          PIC X(01)
015900         VALUE 'N'.
016000         88  CMG-MRGTRAN-AT-EOF           VALUE 'Y'.
016100     05  CMG-CURRENT-REC-VALID-SW    PIC X(01)
016200         VALUE 'Y'.
016300         88  CMG-CURRENT-REC-VALID        VALUE 'Y'.
016400         88  CMG-CURRENT-REC-INVALID      VALUE 'N'.
016500     05  CMG-HISTORY-SW              PIC X(01)
016600         VALUE 'N'.
016700         88  CMG-HISTORY-ACTIVE           VALUE 'Y'.
016800         88  CMG-HISTORY-ENDED            VALUE 'N'.
016900
017000 77  CMG-INPUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
017100 77  CMG-APPLIED-COUNT               PIC 9(09) COMP VALUE ZERO.
017200 77  CMG-REJECTED-COUNT              PIC 9(09) COMP VALUE ZERO.
017300 77  CMG-COPIED-COUNT                PIC 9(09) COMP VALUE ZERO.
017400 77  CMG-CLASH-COUNT                 PIC 9(09) COMP VALUE ZERO.
017500 77  CMG-PAIR-COPIED-COUNT           PIC 9(09) COMP VALUE ZERO.
017600 77  CMG-REJECT-REASON               PIC X(45) VALUE SPACES.
017700 77  CMG-FATAL-MSG                   PIC X(60) VALUE SPACES.
017800 77  CMG-DATE-TIME                   PIC X(21).
017900 77  CMG-AUDIT-SEQ                   PIC 9(07).
018000 77  CMG-RUN-DATE                    PIC 9(08) VALUE ZERO.
018020 77  CMG-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
018040
018060 01  CMG-CTLTOT-PARMS.
018080 COPY CUSTCTP.
018100
018200******************************************************************
018300* THE SURVIVOR AS READ, AND THE RETIRING CUSTOMER EITHER SIDE OF *
018400* THE MERGE FOR THE BEFORE AND AFTER IMAGES OF THE AUDIT ENTRY   *
018500******************************************************************
018600 01  CMG-SURVIVOR-REC.
018700 COPY CBANKVCS.
018800
018900 01  CMG-BEFORE-REC.
019000 COPY CBANKVCS.
019100
019200 01  CMG-AFTER-REC.
019300 COPY CBANKVCS.
019400
019500******************************************************************
019600* THE LAST HISTORY KEY READ FOR THE RETIRING CUSTOMER - THE      *
019700* BROWSE IS REPOSITIONED PAST IT AFTER EVERY COPY IS WRITTEN     *
019800******************************************************************
019900 01  CMG-LAST-HST-KEY.
020000     05  CMG-LAST-HST-PID            PIC X(10).
020100     05  CMG-LAST-HST-TIMESTAMP      PIC X(26).
020200
020300 01  WS-AUDIT-REC.
020400 COPY CUSTAUD.
020500
020600 01  CMG-REPORT-HEADING1.
020700     05  FILLER                      PIC X(37)
020800         VALUE 'CUSTMRGE - DUPLICATE CUSTOMER MERGE'.
020900     05  FILLER                      PIC X(95) VALUE SPACES.
021000
021100 01  CMG-REPORT-HEADING2.
021200     05  FILLER                      PIC X(11)
021300         VALUE '      SEQ  '.
021400     05  FILLER                      PIC X(12)
021500         VALUE 'SURVIVOR    '.
021600     05  FILLER                      PIC X(12)
021700         VALUE 'RETIRING    '.
021800     05  FILLER                      PIC X(10)
021900         VALUE 'STATUS    '.
022000     05  FILLER                      PIC X(11)
022100         VALUE '  HISTORY  '.
022200     05  FILLER                      PIC X(76)
022300         VALUE 'REASON'.
022400
022500 01  CMG-REPORT-DETAIL-LINE.
022600     05  CMGD-INPUT-SEQ              PIC ZZZZZZZZ9.
022700     05  FILLER                      PIC X(02) VALUE SPACES.
022800     05  CMGD-SURVIVOR-PID           PIC X(10).
022900     05  FILLER                      PIC X(02) VALUE SPACES.
023000     05  CMGD-RETIRING-PID           PIC X(10).
023100     05  FILLER                      PIC X(02) VALUE SPACES.
023200     05  CMGD-STATUS                 PIC X(08).
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  CMGD-COPIED                 PIC ZZZZZZZZ9.
023500     05  FILLER                      PIC X(02) VALUE SPACES.
023600     05  CMGD-REASON                 PIC X(45).
023700     05  FILLER                      PIC X(31) VALUE SPACES.
023800
023900 01  CMG-REPORT-COUNT-LINE.
024000     05  CMGC-LABEL                  PIC X(40).
024100     05  CMGC-COUNT                  PIC ZZZZZZZZ9.
024200     05  FILLER                      PIC X(83) VALUE SPACES.
024300
024400******************************************************************
024500* MAINLINE                                                       *
024600******************************************************************
024700 PROCEDURE DIVISION.
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
025100         UNTIL CMG-MRGTRAN-AT-EOF.
025200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
025250     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
025300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025400     STOP RUN.
025500
025600******************************************************************
025700* 1000-INITIALIZE - OPEN FILES, CREATING THE HISTORY AND AUDIT   *
025800* DATASETS THE FIRST TIME THROUGH, EXACTLY AS CUSTMNT DOES.  A   *
025900* MASTER FILE THAT WILL NOT OPEN IS FATAL                        *
026000******************************************************************
026100 1000-INITIALIZE.
026200     MOVE FUNCTION CURRENT-DATE (1:8) TO CMG-RUN-DATE.
026300     OPEN INPUT MRGTRAN.
026400     IF NOT CMG-MRGTRAN-OK
026500        STRING 'UNABLE TO OPEN MRGTRAN - STATUS '
026600                           DELIMITED BY SIZE
026700               CMG-MRGTRAN-STATUS DELIMITED BY SIZE
026800          INTO CMG-FATAL-MSG
026900        END-STRING
027000        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
027100     END-IF.
027200
027300     OPEN I-O BNKCUST.
027400     IF NOT CMG-BNKCUST-OK
027500        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
027600                           DELIMITED BY SIZE
027700               CMG-BNKCUST-STATUS DELIMITED BY SIZE
027800          INTO CMG-FATAL-MSG
027900        END-STRING
028000        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
028100     END-IF.
028200
028300     OPEN I-O CUSTHST.
028400     IF NOT CMG-CUSTHST-OK
028500        IF CMG-CUSTHST-FILE-MISSING
028600           OPEN OUTPUT CUSTHST
028700           CLOSE       CUSTHST
028800           OPEN I-O    CUSTHST
028900        ELSE
029000           STRING 'UNABLE TO OPEN CUSTHST - STATUS '
029100                              DELIMITED BY SIZE
029200                  CMG-CUSTHST-STATUS DELIMITED BY SIZE
029300             INTO CMG-FATAL-MSG
029400           END-STRING
029500           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
029600        END-IF
029700     END-IF.
029800
029900     OPEN EXTEND CUSTAUDF.
030000     IF NOT CMG-CUSTAUDF-OK
030100        IF CMG-CUSTAUDF-FILE-MISSING
030200           OPEN OUTPUT CUSTAUDF
030300        ELSE
030400           STRING 'UNABLE TO OPEN CUSTAUDF - STATUS '
030500                              DELIMITED BY SIZE
030600                  CMG-CUSTAUDF-STATUS DELIMITED BY SIZE
030700             INTO CMG-FATAL-MSG
030800           END-STRING
030900           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
031000        END-IF
031100     END-IF.
031200
031300     OPEN OUTPUT MRGLOG.
031400     OPEN OUTPUT MRGREJ.
031500     MOVE CMG-REPORT-HEADING1 TO MRGLOG-REC.
031600     WRITE MRGLOG-REC.
031700     MOVE SPACES TO MRGLOG-REC.
031800     WRITE MRGLOG-REC.
031900     MOVE CMG-REPORT-HEADING2 TO MRGLOG-REC.
032000     WRITE MRGLOG-REC.
032100
032200     PERFORM 1100-READ-MRGTRAN THRU 1100-EXIT.
032300 1000-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700* 1100-READ-MRGTRAN - READ ONE MERGE PAIR, COUNTING IT           *
032800******************************************************************
032900 1100-READ-MRGTRAN.
033000     READ MRGTRAN.
033100     IF CMG-MRGTRAN-EOF
033200        SET CMG-MRGTRAN-AT-EOF TO TRUE
033300     ELSE
033400        ADD 1 TO CMG-INPUT-COUNT
033500     END-IF.
033600 1100-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000* 2000-PROCESS-INPUT - VALIDATE AND APPLY ONE MERGE PAIR         *
034100******************************************************************
034200 2000-PROCESS-INPUT.
034300     SET CMG-CURRENT-REC-VALID TO TRUE.
034400     MOVE SPACES TO CMG-REJECT-REASON.
034500     MOVE 0      TO CMG-PAIR-COPIED-COUNT.
034600
034700     PERFORM 3000-VALIDATE-PAIR THRU 3000-EXIT.
034800     IF CMG-CURRENT-REC-VALID
034900        PERFORM 4000-APPLY-MERGE THRU 4000-EXIT
035000     END-IF.
035100
035200     IF CMG-CURRENT-REC-VALID
035300        ADD 1 TO CMG-APPLIED-COUNT
035400     ELSE
035500        ADD 1 TO CMG-REJECTED-COUNT
035600        PERFORM 7100-WRITE-REJECT-RECORD THRU 7100-EXIT
035700     END-IF.
035800     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
035900     PERFORM 1100-READ-MRGTRAN THRU 1100-EXIT.
036000 2000-EXIT.
036100     EXIT.
036200
036300******************************************************************
036400* 3000-VALIDATE-PAIR - BOTH CUSTOMERS MUST EXIST AND BE DISTINCT *
036500* REAL CUSTOMERS.  THE SURVIVOR MUST BE LIVE - NOT CLOSED, AND   *
036600* NOT ITSELF ALREADY MERGED AWAY - AND THE RETIRING CUSTOMER     *
036700* MUST NOT HAVE BEEN MERGED ALREADY.  A CLOSED RETIRING CUSTOMER *
036800* IS ALLOWED - A DUPLICATE SOMEONE ONCE CLOSED BY HAND STILL     *
036900* BELONGS WITH ITS SURVIVOR                                      *
037000******************************************************************
037100 3000-VALIDATE-PAIR.
037200     EVALUATE TRUE
037300        WHEN CMG-TRAN-SURVIVOR-PID = SPACES
037400          OR CMG-TRAN-SURVIVOR-PID = '0000000000'
037500           SET CMG-CURRENT-REC-INVALID TO TRUE
037600           MOVE 'SURVIVING ID IS BLANK OR RESERVED'
037700              TO CMG-REJECT-REASON
037800        WHEN CMG-TRAN-RETIRING-PID = SPACES
037900          OR CMG-TRAN-RETIRING-PID = '0000000000'
038000           SET CMG-CURRENT-REC-INVALID TO TRUE
038100           MOVE 'RETIRING ID IS BLANK OR RESERVED'
038200              TO CMG-REJECT-REASON
038300        WHEN CMG-TRAN-SURVIVOR-PID = CMG-TRAN-RETIRING-PID
038400           SET CMG-CURRENT-REC-INVALID TO TRUE
038500           MOVE 'SURVIVING AND RETIRING IDS ARE THE SAME'
038600              TO CMG-REJECT-REASON
038700        WHEN OTHER
038800           CONTINUE
038900     END-EVALUATE.
039000     IF CMG-CURRENT-REC-INVALID
039100        GO TO 3000-EXIT
039200     END-IF.
039300
039400     MOVE CMG-TRAN-SURVIVOR-PID TO BCS-REC-PID OF BNKCUST-REC.
039500     READ BNKCUST
039600         KEY IS BCS-REC-PID OF BNKCUST-REC
039700         INVALID KEY
039800            CONTINUE
039900     END-READ.
040000     EVALUATE TRUE
040100        WHEN NOT CMG-BNKCUST-OK
040200           SET CMG-CURRENT-REC-INVALID TO TRUE
040300           MOVE 'SURVIVING ID NOT FOUND' TO CMG-REJECT-REASON
040400        WHEN BCS-CUST-CLOSED OF BNKCUST-REC
040500           SET CMG-CURRENT-REC-INVALID TO TRUE
040600           MOVE 'SURVIVOR IS CLOSED - REINSTATE FIRST'
040700              TO CMG-REJECT-REASON
040800        WHEN BCS-CUST-MERGED OF BNKCUST-REC
040900           SET CMG-CURRENT-REC-INVALID TO TRUE
041000           STRING 'SURVIVOR ALREADY MERGED INTO '
041100                                    DELIMITED BY SIZE
041200                  BCS-REC-MERGED-INTO-PID OF BNKCUST-REC
041300                                    DELIMITED BY SIZE
041400             INTO CMG-REJECT-REASON
041500           END-STRING
041600        WHEN OTHER
041700           MOVE BNKCUST-REC TO CMG-SURVIVOR-REC
041800     END-EVALUATE.
041900     IF CMG-CURRENT-REC-INVALID
042000        GO TO 3000-EXIT
042100     END-IF.
042200
042300     MOVE CMG-TRAN-RETIRING-PID TO BCS-REC-PID OF BNKCUST-REC.
042400     READ BNKCUST
042500         KEY IS BCS-REC-PID OF BNKCUST-REC
042600         INVALID KEY
042700            CONTINUE
042800     END-READ.
042900     EVALUATE TRUE
043000        WHEN NOT CMG-BNKCUST-OK
043100           SET CMG-CURRENT-REC-INVALID TO TRUE
043200           MOVE 'RETIRING ID NOT FOUND' TO CMG-REJECT-REASON
043300        WHEN BCS-CUST-MERGED OF BNKCUST-REC
043400           SET CMG-CURRENT-REC-INVALID TO TRUE
043500           STRING 'RETIRING ID ALREADY MERGED INTO '
043600                                    DELIMITED BY SIZE
043700                  BCS-REC-MERGED-INTO-PID OF BNKCUST-REC
043800                                    DELIMITED BY SIZE
043900             INTO CMG-REJECT-REASON
044000           END-STRING
044100        WHEN OTHER
044200           MOVE BNKCUST-REC TO CMG-BEFORE-REC
044300     END-EVALUATE.
044400 3000-EXIT.
044500     EXIT.
044600
044700******************************************************************
044800* 4000-APPLY-MERGE - RETIRE THE CUSTOMER INTO THE SURVIVOR.  THE *
044900* RETIRING RECORD IS STILL THE CURRENT RECORD FROM THE READ IN   *
045000* 3000, SO IT IS REWRITTEN IN PLACE.  ITS HISTORY IS CARRIED     *
045100* ACROSS BEFORE THE MERGE ENTRY IS WRITTEN, SO THE SURVIVOR GETS *
045200* ONE MERGE ENTRY OF ITS OWN RATHER THAN A COPY OF THE RETIRED   *
045300* CUSTOMER'S                                                     *
045400******************************************************************
045500 4000-APPLY-MERGE.
045600     MOVE CMG-BEFORE-REC        TO CMG-AFTER-REC.
045700     MOVE 'M' TO BCS-REC-STATUS OF CMG-AFTER-REC.
045800     MOVE CMG-TRAN-SURVIVOR-PID TO
045900         BCS-REC-MERGED-INTO-PID OF CMG-AFTER-REC.
046000     MOVE CMG-AFTER-REC TO BNKCUST-REC.
046100     REWRITE BNKCUST-REC
046200         INVALID KEY
046300            CONTINUE
046400     END-REWRITE.
046500     IF NOT CMG-BNKCUST-OK
046600        SET CMG-CURRENT-REC-INVALID TO TRUE
046700        MOVE 'REWRITE TO BNKCUST FAILED' TO CMG-REJECT-REASON
046800        GO TO 4000-EXIT
046900     END-IF.
047000
047100     PERFORM 5000-COPY-HISTORY THRU 5000-EXIT.
047200
047300     MOVE SPACES TO WS-AUDIT-REC.
047400     SET CAJ-ACTION-MERGE TO TRUE.
047500     MOVE CMG-BEFORE-REC TO CAJ-BEFORE-IMAGE.
047600     MOVE CMG-AFTER-REC  TO CAJ-AFTER-IMAGE.
047700     PERFORM 7600-WRITE-AUDIT-ENTRY THRU 7600-EXIT.
047800 4000-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200* 5000-COPY-HISTORY - FILE EVERY CUSTHST ENTRY OF THE RETIRING   *
048300* CUSTOMER UNDER THE SURVIVOR TOO, KEEPING THE ORIGINAL          *
048400* TIMESTAMP AND THE AUDIT ENTRY UNCHANGED.  THE ORIGINALS STAY   *
048500* WHERE THEY ARE, SO THE RETIRED ID STILL SHOWS ITS OWN HISTORY  *
048600******************************************************************
048700 5000-COPY-HISTORY.
048800     MOVE CMG-TRAN-RETIRING-PID TO CHJ-CUST-PID.
048900     MOVE LOW-VALUES            TO CHJ-ENTRY-TIMESTAMP.
049000     START CUSTHST
049100         KEY IS NOT LESS THAN CHJ-KEY
049200         INVALID KEY
049300            CONTINUE
049400     END-START.
049500     IF CMG-CUSTHST-OK
049600        SET CMG-HISTORY-ACTIVE TO TRUE
049700        PERFORM 5100-COPY-ONE-ENTRY THRU 5100-EXIT
049800            UNTIL CMG-HISTORY-ENDED
049900     END-IF.
050000 5000-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400* 5100-COPY-ONE-ENTRY - READ THE NEXT ENTRY FORWARD AND, WHILE   *
050500* IT STILL BELONGS TO THE RETIRING CUSTOMER, WRITE IT BACK UNDER *
050600* THE SURVIVOR'S ID.  A WRITE MAY MOVE THE FILE'S POSITION, SO   *
050700* THE BROWSE IS RESTARTED JUST PAST THE ENTRY JUST COPIED.  AN   *
050800* ENTRY WHOSE KEY THE SURVIVOR ALREADY HOLDS IS COUNTED AS A     *
050900* CLASH AND LEFT - THE ORIGINAL IS STILL UNDER THE RETIRED ID    *
051000******************************************************************
051100 5100-COPY-ONE-ENTRY.
051200     READ CUSTHST NEXT RECORD
051300         AT END
051400            SET CMG-HISTORY-ENDED TO TRUE
051500     END-READ.
051600     IF CMG-HISTORY-ENDED
051700        OR NOT CMG-CUSTHST-OK
051800        OR CHJ-CUST-PID NOT = CMG-TRAN-RETIRING-PID
051900        SET CMG-HISTORY-ENDED TO TRUE
052000        GO TO 5100-EXIT
052100     END-IF.
052200
052300     MOVE CHJ-KEY               TO CMG-LAST-HST-KEY.
052400     MOVE CMG-TRAN-SURVIVOR-PID TO CHJ-CUST-PID.
052500     WRITE CUSTHST-REC
052600         INVALID KEY
052700            ADD 1 TO CMG-CLASH-COUNT
052800         NOT INVALID KEY
052900            ADD 1 TO CMG-COPIED-COUNT
053000            ADD 1 TO CMG-PAIR-COPIED-COUNT
053100     END-WRITE.
053200
053300     MOVE CMG-LAST-HST-KEY TO CHJ-KEY.
053400     START CUSTHST
053500         KEY IS GREATER THAN CHJ-KEY
053600         INVALID KEY
053700            SET CMG-HISTORY-ENDED TO TRUE
053800     END-START.
053900 5100-EXIT.
054000     EXIT.
054100
054200******************************************************************
054300* 7000-WRITE-DETAIL-LINE - ONE REPORT LINE PER MERGE PAIR        *
054400******************************************************************
054500 7000-WRITE-DETAIL-LINE.
054600     MOVE SPACES                TO CMG-REPORT-DETAIL-LINE.
054700     MOVE CMG-INPUT-COUNT       TO CMGD-INPUT-SEQ.
054800     MOVE CMG-TRAN-SURVIVOR-PID TO CMGD-SURVIVOR-PID.
054900     MOVE CMG-TRAN-RETIRING-PID TO CMGD-RETIRING-PID.
055000     MOVE CMG-PAIR-COPIED-COUNT TO CMGD-COPIED.
055100     MOVE CMG-REJECT-REASON     TO CMGD-REASON.
055200     IF CMG-CURRENT-REC-VALID
055300        MOVE 'MERGED'   TO CMGD-STATUS
055400     ELSE
055500        MOVE 'REJECTED' TO CMGD-STATUS
055600     END-IF.
055700     MOVE CMG-REPORT-DETAIL-LINE TO MRGLOG-REC.
055800     WRITE MRGLOG-REC.
055900 7000-EXIT.
056000     EXIT.
056100
056200******************************************************************
056300* 7100-WRITE-REJECT-RECORD - THE INPUT PAIR, UNCHANGED, ONTO THE *
056400* REJECT FILE SO IT CAN BE CHECKED AND RESUBMITTED               *
056500******************************************************************
056600 7100-WRITE-REJECT-RECORD.
056700     MOVE MRGTRAN-REC TO MRGREJ-REC.
056800     WRITE MRGREJ-REC.
056900 7100-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300* 7600-WRITE-AUDIT-ENTRY - THE MERGE ENTRY GOES ONTO CUSTAUDF    *
057400* ONCE, KEYED ON THE RETIRED CUSTOMER, AND ONTO CUSTHST TWICE -  *
057500* UNDER THE RETIRED ID AND UNDER THE SURVIVOR - SO EITHER SIDE'S *
057600* HISTORY SHOWS IT.  THE TIMESTAMP CARRIES THE INPUT SEQUENCE    *
057700* THE SAME WAY CUSTMNT'S DOES                                    *
057800******************************************************************
057900 7600-WRITE-AUDIT-ENTRY.
058000     MOVE FUNCTION CURRENT-DATE TO CMG-DATE-TIME.
058100     MOVE 'CUSTMRGE' TO CAJ-USERID.
058200     MOVE CMG-INPUT-COUNT TO CMG-AUDIT-SEQ.
058300     STRING
058400       CMG-DATE-TIME(1:8)  DELIMITED BY SIZE
058500       '-'                 DELIMITED BY SIZE
058600       CMG-DATE-TIME(9:6)  DELIMITED BY SIZE
058700       '-'                 DELIMITED BY SIZE
058800       CMG-AUDIT-SEQ       DELIMITED BY SIZE
058900     INTO CAJ-TIMESTAMP
059000     END-STRING.
059100     MOVE BCS-REC-PID OF CMG-BEFORE-REC  TO CAJ-CUST-PID.
059200     MOVE BCS-REC-NAME OF CMG-BEFORE-REC TO CAJ-CUST-NAME.
059300
059400     MOVE WS-AUDIT-REC TO CUSTAUDF-REC.
059500     WRITE CUSTAUDF-REC.
059600
059700     MOVE CAJ-CUST-PID  TO CHJ-CUST-PID.
059800     MOVE CAJ-TIMESTAMP TO CHJ-ENTRY-TIMESTAMP.
059900     MOVE WS-AUDIT-REC  TO CHJ-AUDIT-ENTRY.
060000     WRITE CUSTHST-REC
060100         INVALID KEY
060200            CONTINUE
060300     END-WRITE.
060400
060500     MOVE CMG-TRAN-SURVIVOR-PID TO CHJ-CUST-PID.
060600     WRITE CUSTHST-REC
060700         INVALID KEY
060800            CONTINUE
060900     END-WRITE.
061000 7600-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS FOR THE RUN         *
061500******************************************************************
061600 8000-WRITE-TOTALS.
061700     MOVE SPACES TO MRGLOG-REC.
061800     WRITE MRGLOG-REC.
061900
062000     MOVE SPACES TO CMG-REPORT-COUNT-LINE.
062100     MOVE 'MERGE PAIRS READ' TO CMGC-LABEL.
062200     MOVE CMG-INPUT-COUNT TO CMGC-COUNT.
062300     MOVE CMG-REPORT-COUNT-LINE TO MRGLOG-REC.
062400     WRITE MRGLOG-REC.
062500
062600     MOVE SPACES TO CMG-REPORT-COUNT-LINE.
062700     MOVE 'MERGES APPLIED' TO CMGC-LABEL.
062800     MOVE CMG-APPLIED-COUNT TO CMGC-COUNT.
062900     MOVE CMG-REPORT-COUNT-LINE TO MRGLOG-REC.
063000     WRITE MRGLOG-REC.
063100
063200     MOVE SPACES TO CMG-REPORT-COUNT-LINE.
063300     MOVE 'MERGES REJECTED' TO CMGC-LABEL.
063400     MOVE CMG-REJECTED-COUNT TO CMGC-COUNT.
063500     MOVE CMG-REPORT-COUNT-LINE TO MRGLOG-REC.
063600     WRITE MRGLOG-REC.
063700
063800     MOVE SPACES TO CMG-REPORT-COUNT-LINE.
063900     MOVE 'HISTORY ENTRIES CARRIED TO SURVIVORS' TO CMGC-LABEL.
064000     MOVE CMG-COPIED-COUNT TO CMGC-COUNT.
064100     MOVE CMG-REPORT-COUNT-LINE TO MRGLOG-REC.
064200     WRITE MRGLOG-REC.
064300
064400     MOVE SPACES TO CMG-REPORT-COUNT-LINE.
064500     MOVE 'HISTORY ENTRIES NOT CARRIED - KEY CLASH' TO CMGC-LABEL.
064600     MOVE CMG-CLASH-COUNT TO CMGC-COUNT.
064700     MOVE CMG-REPORT-COUNT-LINE TO MRGLOG-REC.
064800     WRITE MRGLOG-REC.
064900 8000-EXIT.
065000     EXIT.
065100
065105******************************************************************
065110* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
065115* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
065120******************************************************************
065125 8800-WRITE-CONTROL-TOTALS.
065130     MOVE 'CUSTMRGE'               TO CTP-JOB-NAME.
065135     SET CTP-FRESH-RUN TO TRUE.
065140     MOVE SPACES                   TO CTP-DATA-DATE.
065145     MOVE 'MERGES READ'            TO CTP-COUNT-NAME (1).
065150     MOVE CMG-INPUT-COUNT          TO CTP-COUNT-VALUE (1).
065155     MOVE 'MERGES APPLIED'         TO CTP-COUNT-NAME (2).
065160     MOVE CMG-APPLIED-COUNT        TO CTP-COUNT-VALUE (2).
065165     MOVE 'MERGES REJECTED'        TO CTP-COUNT-NAME (3).
065170     MOVE CMG-REJECTED-COUNT       TO CTP-COUNT-VALUE (3).
065175     MOVE 3                        TO CTP-COUNT-USED.
065180     CALL CMG-CTLTOT-PGM USING CMG-CTLTOT-PARMS.
065185 8800-EXIT.
065190     EXIT.
065195
065200******************************************************************
065300* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
065400******************************************************************
065500 9000-TERMINATE.
065600     CLOSE MRGTRAN.
065700     CLOSE BNKCUST.
065800     CLOSE CUSTHST.
065900     CLOSE CUSTAUDF.
066000     CLOSE MRGLOG.
066100     CLOSE MRGREJ.
066200 9000-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 9900-FATAL-ERROR - AN INPUT/OUTPUT FILE CAME UP IN A STATE     *
066700* WE CANNOT SAFELY CONTINUE FROM - SAY WHY AND STOP RATHER THAN  *
066800* RISK MERGING AGAINST THE WRONG FILES                           *
066900******************************************************************
067000 9900-FATAL-ERROR.
067100     DISPLAY 'CUSTMRGE - ' CMG-FATAL-MSG.
067200     MOVE 16 TO RETURN-CODE.
067300     STOP RUN.
067400 9900-EXIT.
067500     EXIT.
