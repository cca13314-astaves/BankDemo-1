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
002000* PROGRAM:     CUSTGONE.CBL                                      *
002100* FUNCTION:    RETURNED-MAIL (GONE-AWAY) RUN - READS THE         *
002200*              MAILING HOUSE'S RETURNED-MAIL FILE AND FLAGS      *
002300*              EACH CUSTOMER NAMED ON IT AS GONE AWAY ON         *
002400*              BNKCUST, WITH THE DATE THE ITEM CAME BACK AND     *
002500*              THE MAILING-HOUSE REFERENCE OF THE ITEM.  EACH    *
002600*              FLAG IS AN ORDINARY UPDATE ON THE AUDIT STREAM    *
002700*              AND THE CUSTHST HISTORY, SO CUSTDELT TELLS THE    *
002800*              CRM.  A FLAGGED CUSTOMER IS LEFT OFF CUSTMAIL AND *
002900*              THE WELCOME-LETTER FILE UNTIL UPDCUST OR CUSTMNT  *
003000*              CHANGES THE ADDRESS, WHICH CLEARS THE FLAG        *
003100*                                                                *
003200* INPUT:       RTNMAIL  - SEQUENTIAL, ONE RETURNED ITEM PER      *
003300*                        RECORD:                                 *
003400*                        COLS 1-10  CUSTOMER PID                 *
003500*                        COLS 11-18 DATE RETURNED YYYYMMDD       *
003600*                                   (BLANK = TODAY)              *
003700*                        COLS 19-24 MAILING-HOUSE ITEM REFERENCE *
003800* I-O:         BNKCUST  - CUSTOMER MASTER                        *
003900*              CUSTHST  - CUSTOMER CHANGE-HISTORY FILE           *
004000* OUTPUT:      CUSTAUDF - ONE UPDATE AUDIT ENTRY PER CUSTOMER    *
004100*                        FLAGGED                                 *
004200*              GONELOG  - CONTROL REPORT, ONE LINE PER RETURNED  *
004300*                        ITEM AND CLOSING TOTALS                 *
004400*              GONEREJ  - REJECTED RETURNED-MAIL RECORDS,        *
004500*                        UNCHANGED, SO THEY CAN BE CHECKED       *
004600*                                                                *
004700* A CUSTOMER ALREADY FLAGGED KEEPS THE DATE OF THE FIRST RETURN, *
004800* SO THE WEEKLY CUSTGRPT AGEING STAYS HONEST AND A RERUN OF THE  *
004900* SAME FILE CHANGES NOTHING                                      *
005000******************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID.
005300     CUSTGONE.
005400 AUTHOR.
005500     BATCH SUPPORT.
005600 INSTALLATION.
005700     BANKDEMO.
005800 DATE-WRITTEN.
005900     15 OCT 2026.
006000 DATE-COMPILED.
006100     TODAY.
006200******************************************************************
006300* MODIFICATION HISTORY                                          *
006400* DATE       INIT  DESCRIPTION                                  *
006500* 15OCT26    BS    INITIAL VERSION - GONE-AWAY FLAGGING FROM THE *
006600*                  MAILING HOUSE RETURNED-MAIL FILE WITH AUDIT   *
006620* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006640*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006650* 15OCT26    BS    A RETURN DATE THAT IS NOT A REAL CALENDAR     *
006660*                  DATE IS REJECTED, NOT FILED ON BNKCUST        *
006700******************************************************************
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER.
007100     IBM-370.
007200 OBJECT-COMPUTER.
007300     IBM-370.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT RTNMAIL ASSIGN TO "RTNMAIL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS CGA-RTNMAIL-STATUS.
007900
008000     SELECT BNKCUST ASSIGN TO "BNKCUST"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
008400         FILE STATUS IS CGA-BNKCUST-STATUS.
008500
008600     SELECT CUSTHST ASSIGN TO "CUSTHST"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS CHJ-KEY
009000         FILE STATUS IS CGA-CUSTHST-STATUS.
009100
009200     SELECT CUSTAUDF ASSIGN TO "CUSTAUDF"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS CGA-CUSTAUDF-STATUS.
009500
009600     SELECT GONELOG ASSIGN TO "GONELOG"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS CGA-GONELOG-STATUS.
009900
010000     SELECT GONEREJ ASSIGN TO "GONEREJ"
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS CGA-GONEREJ-STATUS.
010300
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  RTNMAIL
010700     RECORDING MODE IS F.
010800 01  RTNMAIL-REC.
010900     05  CGA-RTN-CUST-PID            PIC X(10).
011000     05  CGA-RTN-DATE                PIC X(08).
011100     05  CGA-RTN-ITEM                PIC X(06).
011200     05  FILLER                      PIC X(56).
011300
011400 FD  BNKCUST
011500     RECORDING MODE IS F.
011600 01  BNKCUST-REC.
011700 COPY CBANKVCS.
011800
011900 FD  CUSTHST
012000     RECORDING MODE IS F.
012100 01  CUSTHST-REC.
012200 COPY CUSTHST.
012300
012400******************************************************************
012500* THE AUDIT ENTRY IS BUILT IN WORKING STORAGE (WS-AUDIT-REC)     *
012600* AND MOVED HERE WHOLE - THE FD CARRIES ONLY THE RAW RECORD      *
012700******************************************************************
012800 FD  CUSTAUDF
012900     RECORDING MODE IS F.
013000 01  CUSTAUDF-REC                    PIC X(575).
013100
013200 FD  GONELOG
013300     RECORDING MODE IS F.
013400 01  GONELOG-REC                     PIC X(132).
013500
013600 FD  GONEREJ
013700     RECORDING MODE IS F.
013800 01  GONEREJ-REC                     PIC X(80).
013900
014000 WORKING-STORAGE SECTION.
014100 01  CGA-FILE-STATUS-GROUP.
014200     05  CGA-RTNMAIL-STATUS          PIC X(02).
014300         88  CGA-RTNMAIL-OK               VALUE '00'.
014400         88  CGA-RTNMAIL-EOF              VALUE '10'.
014500     05  CGA-BNKCUST-STATUS          PIC X(02).
014600         88  CGA-BNKCUST-OK               VALUE '00'.
014700         88  CGA-BNKCUST-NOTFOUND         VALUE '23'.
014800     05  CGA-CUSTHST-STATUS          PIC X(02).
014900         88  CGA-CUSTHST-OK               VALUE '00'.
015000         88  CGA-CUSTHST-FILE-MISSING     VALUE '35'.
015100     05  CGA-CUSTAUDF-STATUS         PIC X(02).
015200         88  CGA-CUSTAUDF-OK              VALUE '00'.
015300         88  CGA-CUSTAUDF-FILE-MISSING    VALUE '35'.
015400     05  CGA-GONELOG-STATUS          PIC X(02).
015500         88  CGA-GONELOG-OK               VALUE '00'.
015600     05  CGA-GONEREJ-STATUS          PIC X(02).
015700         88  CGA-GONEREJ-OK               VALUE '00'.
015800
015900 01  CGA-SWITCHES.
016000     05  CGA-RTNMAIL-EOF-SW          PIC X(01)
016100         VALUE 'N'.
016200         88  CGA-RTNMAIL-AT-EOF           VALUE 'Y'.
016300     05  CGA-RESULT-SW               PIC X(01)
016400         VALUE 'F'.
016500         88  CGA-RESULT-FLAGGED           VALUE 'F'.
016600         88  CGA-RESULT-ALREADY           VALUE 'A'.
016700         88  CGA-RESULT-REJECTED          VALUE 'R'.
016800
016900 77  CGA-INPUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
017000 77  CGA-FLAGGED-COUNT               PIC 9(09) COMP VALUE ZERO.
017100 77  CGA-ALREADY-COUNT               PIC 9(09) COMP VALUE ZERO.
017200 77  CGA-REJECTED-COUNT              PIC 9(09) COMP VALUE ZERO.
017300 77  CGA-REASON                      PIC X(45) VALUE SPACES.
017400 77  CGA-FATAL-MSG                   PIC X(60) VALUE SPACES.
017500 77  CGA-DATE-TIME                   PIC X(21).
017600 77  CGA-AUDIT-SEQ                   PIC 9(07).
017700 77  CGA-RUN-DATE                    PIC 9(08) VALUE ZERO.
017710 77  CGA-RTN-DATE-NUM                PIC 9(08) VALUE ZERO.
017720 77  CGA-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
017740
017760 01  CGA-CTLTOT-PARMS.
017780 COPY CUSTCTP.
017800
017900******************************************************************
018000* THE CUSTOMER EITHER SIDE OF THE FLAG FOR THE BEFORE AND AFTER  *
018100* IMAGES OF THE AUDIT ENTRY                                      *
018200******************************************************************
018300 01  CGA-BEFORE-REC.
018400 COPY CBANKVCS.
018500
018600 01  CGA-AFTER-REC.
018700 COPY CBANKVCS.
018800
018900 01  WS-AUDIT-REC.
019000 COPY CUSTAUD.
019100
019200 01  CGA-REPORT-HEADING1.
019300     05  FILLER                      PIC X(44)
019400         VALUE 'CUSTGONE - RETURNED-MAIL GONE-AWAY FLAGGING'.
019500     05  FILLER                      PIC X(88) VALUE SPACES.
019600
019700 01  CGA-REPORT-HEADING2.
019800     05  FILLER                      PIC X(11)
019900         VALUE '      SEQ  '.
020000     05  FILLER                      PIC X(12)
020100         VALUE 'CUSTOMER    '.
020200     05  FILLER                      PIC X(32)
020300         VALUE 'NAME'.
020400     05  FILLER                      PIC X(10)
020500         VALUE 'RETURNED  '.
020600     05  FILLER                      PIC X(08)
020700         VALUE 'ITEM    '.
020800     05  FILLER                      PIC X(10)
020900         VALUE 'STATUS    '.
021000     05  FILLER                      PIC X(49)
021100         VALUE 'REASON'.
021200
021300 01  CGA-REPORT-DETAIL-LINE.
021400     05  CGAD-INPUT-SEQ              PIC ZZZZZZZZ9.
021500     05  FILLER                      PIC X(02) VALUE SPACES.
021600     05  CGAD-CUST-PID               PIC X(10).
021700     05  FILLER                      PIC X(02) VALUE SPACES.
021800     05  CGAD-CUST-NAME              PIC X(30).
021900     05  FILLER                      PIC X(02) VALUE SPACES.
022000     05  CGAD-RETURN-DATE            PIC X(08).
022100     05  FILLER                      PIC X(02) VALUE SPACES.
022200     05  CGAD-ITEM                   PIC X(06).
022300     05  FILLER                      PIC X(02) VALUE SPACES.
022400     05  CGAD-STATUS                 PIC X(08).
022500     05  FILLER                      PIC X(02) VALUE SPACES.
022600     05  CGAD-REASON                 PIC X(45).
022700     05  FILLER                      PIC X(04) VALUE SPACES.
022800
022900 01  CGA-REPORT-COUNT-LINE.
023000     05  CGAC-LABEL                  PIC X(40).
023100     05  CGAC-COUNT                  PIC ZZZZZZZZ9.
023200     05  FILLER                      PIC X(83) VALUE SPACES.
023300
023400******************************************************************
023500* MAINLINE                                                       *
023600******************************************************************
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
024100         UNTIL CGA-RTNMAIL-AT-EOF.
024200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
024250     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
024300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024400     STOP RUN.
024500
024600******************************************************************
024700* 1000-INITIALIZE - OPEN FILES, CREATING THE HISTORY AND AUDIT   *
024800* DATASETS THE FIRST TIME THROUGH, EXACTLY AS CUSTMNT DOES.  A   *
024900* MASTER FILE THAT WILL NOT OPEN IS FATAL                        *
025000******************************************************************
025100 1000-INITIALIZE.
025200     MOVE FUNCTION CURRENT-DATE (1:8) TO CGA-RUN-DATE.
025300     OPEN INPUT RTNMAIL.
025400     IF NOT CGA-RTNMAIL-OK
025500        STRING 'UNABLE TO OPEN RTNMAIL - STATUS '
025600                           DELIMITED BY SIZE
025700               CGA-RTNMAIL-STATUS DELIMITED BY SIZE
025800          INTO CGA-FATAL-MSG
025900        END-STRING
026000        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
026100     END-IF.
026200
026300     OPEN I-O BNKCUST.
026400     IF NOT CGA-BNKCUST-OK
026500        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
026600                           DELIMITED BY SIZE
026700               CGA-BNKCUST-STATUS DELIMITED BY SIZE
026800          INTO CGA-FATAL-MSG
026900        END-STRING
027000        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
027100     END-IF.
027200
027300     OPEN I-O CUSTHST.
027400     IF NOT CGA-CUSTHST-OK
027500        IF CGA-CUSTHST-FILE-MISSING
027600           OPEN OUTPUT CUSTHST
027700           CLOSE       CUSTHST
027800           OPEN I-O    CUSTHST
027900        ELSE
028000           STRING 'UNABLE TO OPEN CUSTHST - STATUS '
028100                              DELIMITED BY SIZE
028200                  CGA-CUSTHST-STATUS DELIMITED BY SIZE
028300             INTO CGA-FATAL-MSG
028400           END-STRING
028500           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
028600        END-IF
028700     END-IF.
028800
028900     OPEN EXTEND CUSTAUDF.
029000     IF NOT CGA-CUSTAUDF-OK
029100        IF CGA-CUSTAUDF-FILE-MISSING
029200           OPEN OUTPUT CUSTAUDF
029300        ELSE
029400           STRING 'UNABLE TO OPEN CUSTAUDF - STATUS '
029500                              DELIMITED BY SIZE
029600                  CGA-CUSTAUDF-STATUS DELIMITED BY SIZE
029700             INTO CGA-FATAL-MSG
029800           END-STRING
029900           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
030000        END-IF
030100     END-IF.
030200
030300     OPEN OUTPUT GONELOG.
030400     OPEN OUTPUT GONEREJ.
030500     MOVE CGA-REPORT-HEADING1 TO GONELOG-REC.
030600     WRITE GONELOG-REC.
030700     MOVE SPACES TO GONELOG-REC.
030800     WRITE GONELOG-REC.
030900     MOVE CGA-REPORT-HEADING2 TO GONELOG-REC.
031000     WRITE GONELOG-REC.
031100
031200     PERFORM 1100-READ-RTNMAIL THRU 1100-EXIT.
031300 1000-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700* 1100-READ-RTNMAIL - READ ONE RETURNED ITEM, COUNTING IT        *
031800******************************************************************
031900 1100-READ-RTNMAIL.
032000     READ RTNMAIL.
032100     IF CGA-RTNMAIL-EOF
032200        SET CGA-RTNMAIL-AT-EOF TO TRUE
032300     ELSE
032400        ADD 1 TO CGA-INPUT-COUNT
032500     END-IF.
032600 1100-EXIT.
032700     EXIT.
032800
032900******************************************************************
033000* 2000-PROCESS-INPUT - FLAG THE CUSTOMER BEHIND ONE RETURNED     *
033100* ITEM.  A BLANK OR NON-NUMERIC RETURN DATE IS TAKEN AS TODAY -  *
033200* THE ITEM IS BACK EITHER WAY.  A NUMERIC ONE THAT IS NOT A      *
033250* REAL CALENDAR DATE (MONTH 13, 31 APRIL) IS REJECTED            *
033300******************************************************************
033400 2000-PROCESS-INPUT.
033500     SET CGA-RESULT-FLAGGED TO TRUE.
033600     MOVE SPACES TO CGA-REASON.
033700     IF CGA-RTN-DATE NOT NUMERIC
033800        OR CGA-RTN-DATE = '00000000'
033900        MOVE CGA-RUN-DATE TO CGA-RTN-DATE
034000     END-IF.
034010     MOVE CGA-RTN-DATE TO CGA-RTN-DATE-NUM.
034020     IF FUNCTION TEST-DATE-YYYYMMDD (CGA-RTN-DATE-NUM) NOT = ZERO
034030        SET CGA-RESULT-REJECTED TO TRUE
034040        MOVE 'RETURN DATE IS NOT A VALID DATE' TO CGA-REASON
034050     END-IF.
034100
034200     IF CGA-RESULT-FLAGGED
034210        PERFORM 3000-VALIDATE-CUSTOMER THRU 3000-EXIT
034220     END-IF.
034300     IF CGA-RESULT-FLAGGED
034400        PERFORM 4000-APPLY-FLAG THRU 4000-EXIT
034500     END-IF.
034600
034700     EVALUATE TRUE
034800        WHEN CGA-RESULT-FLAGGED
034900           ADD 1 TO CGA-FLAGGED-COUNT
035000        WHEN CGA-RESULT-ALREADY
035100           ADD 1 TO CGA-ALREADY-COUNT
035200        WHEN OTHER
035300           ADD 1 TO CGA-REJECTED-COUNT
035400           PERFORM 7100-WRITE-REJECT-RECORD THRU 7100-EXIT
035500     END-EVALUATE.
035600     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
035700     PERFORM 1100-READ-RTNMAIL THRU 1100-EXIT.
035800 2000-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200* 3000-VALIDATE-CUSTOMER - THE CUSTOMER MUST BE ON FILE AND      *
036300* STILL LIVE.  A CLOSED CUSTOMER IS NO LONGER MAILED AND A       *
036400* MERGED ONE IS MAILED AS ITS SURVIVOR, SO NEITHER IS FLAGGED -  *
036500* THE MAILING HOUSE IS WORKING FROM AN OLD FILE.  A CUSTOMER     *
036600* ALREADY GONE AWAY KEEPS THE FIRST RETURN DATE                  *
036700******************************************************************
036800 3000-VALIDATE-CUSTOMER.
036900     IF CGA-RTN-CUST-PID = SPACES
037000        OR CGA-RTN-CUST-PID = '0000000000'
037100        SET CGA-RESULT-REJECTED TO TRUE
037200        MOVE 'CUSTOMER ID IS BLANK OR RESERVED' TO CGA-REASON
037300        GO TO 3000-EXIT
037400     END-IF.
037500
037600     MOVE CGA-RTN-CUST-PID TO BCS-REC-PID OF BNKCUST-REC.
037700     READ BNKCUST
037800         KEY IS BCS-REC-PID OF BNKCUST-REC
037900         INVALID KEY
038000            CONTINUE
038100     END-READ.
038200     EVALUATE TRUE
038300        WHEN NOT CGA-BNKCUST-OK
038400           SET CGA-RESULT-REJECTED TO TRUE
038500           MOVE 'CUSTOMER ID NOT FOUND' TO CGA-REASON
038600        WHEN BCS-CUST-CLOSED OF BNKCUST-REC
038700           SET CGA-RESULT-REJECTED TO TRUE
038800           MOVE 'CUSTOMER IS CLOSED - NOT FLAGGED' TO CGA-REASON
038900        WHEN BCS-CUST-MERGED OF BNKCUST-REC
039000           SET CGA-RESULT-REJECTED TO TRUE
039100           STRING 'CUSTOMER MERGED INTO '  DELIMITED BY SIZE
039200                  BCS-REC-MERGED-INTO-PID OF BNKCUST-REC
039300                                           DELIMITED BY SIZE
039400             INTO CGA-REASON
039500           END-STRING
039600        WHEN BCS-GONE-AWAY OF BNKCUST-REC
039700           SET CGA-RESULT-ALREADY TO TRUE
039800           STRING 'ALREADY GONE AWAY SINCE '
039900                                           DELIMITED BY SIZE
040000                  BCS-REC-GONE-AWAY-DATE OF BNKCUST-REC
040100                                           DELIMITED BY SIZE
040200             INTO CGA-REASON
040300           END-STRING
040400        WHEN OTHER
040500           MOVE BNKCUST-REC TO CGA-BEFORE-REC
040600     END-EVALUATE.
040700 3000-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100* 4000-APPLY-FLAG - SET THE FLAG, THE RETURN DATE AND THE ITEM   *
041200* REFERENCE ON THE RECORD STILL CURRENT FROM THE READ IN 3000    *
041300* AND REWRITE IT, THEN LOG THE CHANGE AS AN ORDINARY UPDATE      *
041400******************************************************************
041500 4000-APPLY-FLAG.
041600     MOVE CGA-BEFORE-REC TO CGA-AFTER-REC.
041700     MOVE 'Y'            TO BCS-REC-GONE-AWAY OF CGA-AFTER-REC.
041800     MOVE CGA-RTN-DATE   TO
041900         BCS-REC-GONE-AWAY-DATE OF CGA-AFTER-REC.
042000     MOVE CGA-RTN-ITEM   TO
042100         BCS-REC-GONE-AWAY-ITEM OF CGA-AFTER-REC.
042200     MOVE CGA-AFTER-REC TO BNKCUST-REC.
042300     REWRITE BNKCUST-REC
042400         INVALID KEY
042500            CONTINUE
042600     END-REWRITE.
042700     IF NOT CGA-BNKCUST-OK
042800        SET CGA-RESULT-REJECTED TO TRUE
042900        MOVE 'REWRITE TO BNKCUST FAILED' TO CGA-REASON
043000        GO TO 4000-EXIT
043100     END-IF.
043200
043300     MOVE SPACES TO WS-AUDIT-REC.
043400     SET CAJ-ACTION-UPDATE TO TRUE.
043500     MOVE CGA-BEFORE-REC TO CAJ-BEFORE-IMAGE.
043600     MOVE CGA-AFTER-REC  TO CAJ-AFTER-IMAGE.
043700     PERFORM 7600-WRITE-AUDIT-ENTRY THRU 7600-EXIT.
043800 4000-EXIT.
043900     EXIT.
044000
044100******************************************************************
044200* 7000-WRITE-DETAIL-LINE - ONE REPORT LINE PER RETURNED ITEM     *
044300******************************************************************
044400 7000-WRITE-DETAIL-LINE.
044500     MOVE SPACES            TO CGA-REPORT-DETAIL-LINE.
044600     MOVE CGA-INPUT-COUNT   TO CGAD-INPUT-SEQ.
044700     MOVE CGA-RTN-CUST-PID  TO CGAD-CUST-PID.
044800     MOVE CGA-RTN-DATE      TO CGAD-RETURN-DATE.
044900     MOVE CGA-RTN-ITEM      TO CGAD-ITEM.
045000     MOVE CGA-REASON        TO CGAD-REASON.
045100     IF CGA-BNKCUST-OK
045200        MOVE BCS-REC-NAME OF BNKCUST-REC TO CGAD-CUST-NAME
045300     END-IF.
045400     EVALUATE TRUE
045500        WHEN CGA-RESULT-FLAGGED
045600           MOVE 'FLAGGED'  TO CGAD-STATUS
045700        WHEN CGA-RESULT-ALREADY
045800           MOVE 'NO CHANGE' TO CGAD-STATUS
045900        WHEN OTHER
046000           MOVE 'REJECTED' TO CGAD-STATUS
046100     END-EVALUATE.
046200     MOVE CGA-REPORT-DETAIL-LINE TO GONELOG-REC.
046300     WRITE GONELOG-REC.
046400 7000-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800* 7100-WRITE-REJECT-RECORD - THE INPUT RECORD, UNCHANGED, ONTO   *
046900* THE REJECT FILE SO IT CAN BE CHECKED WITH THE MAILING HOUSE    *
047000******************************************************************
047100 7100-WRITE-REJECT-RECORD.
047200     MOVE RTNMAIL-REC TO GONEREJ-REC.
047300     WRITE GONEREJ-REC.
047400 7100-EXIT.
047500     EXIT.
047600
047700******************************************************************
047800* 7600-WRITE-AUDIT-ENTRY - THE FLAG GOES ONTO CUSTAUDF AND ONTO  *
047900* CUSTHST UNDER THE CUSTOMER, SO CUSTHIST SHOWS IT AND CUSTDELT  *
048000* FEEDS IT.  THE TIMESTAMP CARRIES THE INPUT SEQUENCE THE SAME   *
048100* WAY CUSTMNT'S DOES                                             *
048200******************************************************************
048300 7600-WRITE-AUDIT-ENTRY.
048400     MOVE FUNCTION CURRENT-DATE TO CGA-DATE-TIME.
048500     MOVE 'CUSTGONE' TO CAJ-USERID.
048600     MOVE CGA-INPUT-COUNT TO CGA-AUDIT-SEQ.
048700     STRING
048800       CGA-DATE-TIME(1:8)  DELIMITED BY SIZE
048900       '-'                 DELIMITED BY SIZE
049000       CGA-DATE-TIME(9:6)  DELIMITED BY SIZE
049100       '-'                 DELIMITED BY SIZE
049200       CGA-AUDIT-SEQ       DELIMITED BY SIZE
049300     INTO CAJ-TIMESTAMP
049400     END-STRING.
049500     MOVE BCS-REC-PID OF CGA-AFTER-REC  TO CAJ-CUST-PID.
049600     MOVE BCS-REC-NAME OF CGA-AFTER-REC TO CAJ-CUST-NAME.
049700
049800     MOVE WS-AUDIT-REC TO CUSTAUDF-REC.
049900     WRITE CUSTAUDF-REC.
050000
050100     MOVE CAJ-CUST-PID  TO CHJ-CUST-PID.
050200     MOVE CAJ-TIMESTAMP TO CHJ-ENTRY-TIMESTAMP.
050300     MOVE WS-AUDIT-REC  TO CHJ-AUDIT-ENTRY.
050400     WRITE CUSTHST-REC
050500         INVALID KEY
050600            CONTINUE
050700     END-WRITE.
050800 7600-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS FOR THE RUN - THE   *
051300* ITEMS READ BALANCE TO FLAGGED PLUS NO CHANGE PLUS REJECTED     *
051400******************************************************************
051500 8000-WRITE-TOTALS.
051600     MOVE SPACES TO GONELOG-REC.
051700     WRITE GONELOG-REC.
051800
051900     MOVE SPACES TO CGA-REPORT-COUNT-LINE.
052000     MOVE 'RETURNED ITEMS READ' TO CGAC-LABEL.
052100     MOVE CGA-INPUT-COUNT TO CGAC-COUNT.
052200     MOVE CGA-REPORT-COUNT-LINE TO GONELOG-REC.
052300     WRITE GONELOG-REC.
052400
052500     MOVE SPACES TO CGA-REPORT-COUNT-LINE.
052600     MOVE 'CUSTOMERS FLAGGED GONE AWAY' TO CGAC-LABEL.
052700     MOVE CGA-FLAGGED-COUNT TO CGAC-COUNT.
052800     MOVE CGA-REPORT-COUNT-LINE TO GONELOG-REC.
052900     WRITE GONELOG-REC.
053000
053100     MOVE SPACES TO CGA-REPORT-COUNT-LINE.
053200     MOVE 'ALREADY GONE AWAY - NO CHANGE' TO CGAC-LABEL.
053300     MOVE CGA-ALREADY-COUNT TO CGAC-COUNT.
053400     MOVE CGA-REPORT-COUNT-LINE TO GONELOG-REC.
053500     WRITE GONELOG-REC.
053600
053700     MOVE SPACES TO CGA-REPORT-COUNT-LINE.
053800     MOVE 'RETURNED ITEMS REJECTED' TO CGAC-LABEL.
053900     MOVE CGA-REJECTED-COUNT TO CGAC-COUNT.
054000     MOVE CGA-REPORT-COUNT-LINE TO GONELOG-REC.
054100     WRITE GONELOG-REC.
054200 8000-EXIT.
054300     EXIT.
054400
054402******************************************************************
054404* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
054406* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
054408******************************************************************
054410 8800-WRITE-CONTROL-TOTALS.
054412     MOVE 'CUSTGONE'               TO CTP-JOB-NAME.
054414     SET CTP-FRESH-RUN TO TRUE.
054416     MOVE SPACES                   TO CTP-DATA-DATE.
054418     MOVE 'RETURNS READ'           TO CTP-COUNT-NAME (1).
054420     MOVE CGA-INPUT-COUNT          TO CTP-COUNT-VALUE (1).
054422     MOVE 'FLAGGED GONE AWAY'      TO CTP-COUNT-NAME (2).
054424     MOVE CGA-FLAGGED-COUNT        TO CTP-COUNT-VALUE (2).
054426     MOVE 'ALREADY FLAGGED'        TO CTP-COUNT-NAME (3).
054428     MOVE CGA-ALREADY-COUNT        TO CTP-COUNT-VALUE (3).
054430     MOVE 'REJECTED'               TO CTP-COUNT-NAME (4).
054432     MOVE CGA-REJECTED-COUNT       TO CTP-COUNT-VALUE (4).
054434     MOVE 4                        TO CTP-COUNT-USED.
054436     CALL CGA-CTLTOT-PGM USING CGA-CTLTOT-PARMS.
054438 8800-EXIT.
054440     EXIT.
054442
054500******************************************************************
054600* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
054700******************************************************************
054800 9000-TERMINATE.
054900     CLOSE RTNMAIL.
055000     CLOSE BNKCUST.
055100     CLOSE CUSTHST.
055200     CLOSE CUSTAUDF.
055300     CLOSE GONELOG.
055400     CLOSE GONEREJ.
055500 9000-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900* 9900-FATAL-ERROR - AN INPUT/OUTPUT FILE CAME UP IN A STATE     *
056000* WE CANNOT SAFELY CONTINUE FROM - SAY WHY AND STOP              *
056100******************************************************************
056200 9900-FATAL-ERROR.
056300     DISPLAY 'CUSTGONE - ' CGA-FATAL-MSG.
056400     MOVE 16 TO RETURN-CODE.
056500     STOP RUN.
056600 9900-EXIT.
056700     EXIT.
