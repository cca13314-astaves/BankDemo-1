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
002000* PROGRAM:     CUSTWLLD.CBL                                      *
002100* FUNCTION:    SANCTIONS AND WATCH-LIST LOAD - REBUILDS THE      *
002200*              BNKWLST REFERENCE FILE FROM THE FEED COMPLIANCE   *
002300*              SUPPLIES.  EACH ENTRY IS FILED UNDER THE          *
002400*              CUSTPHON SOUNDEX KEY OF ITS NAME, THE SAME KEY    *
002500*              THE BNKCUSP PHONETIC INDEX USES, SO EVERY SCREEN  *
002600*              LOOKS ONLY AT ENTRIES THAT SOUND LIKE THE         *
002700*              CUSTOMER.  THE CONTROL RECORD TAKES A NEW LOAD    *
002800*              STAMP, SO THE NEXT CUSTWSCR RUN KNOWS THE LIST    *
002900*              HAS CHANGED AND RESCREENS THE WHOLE OF BNKCUST    *
003000*                                                                *
003100* INPUT:       WLSFEED  - SEQUENTIAL, ONE LISTED PERSON PER      *
003200*                        RECORD:                                 *
003300*                        COLS 1-10  LIST ENTRY ID                *
003400*                        COLS 11-40 NAME AS LISTED               *
003500*                        COLS 41-48 DATE OF BIRTH YYYYMMDD       *
003600*                                   (BLANK = NOT KNOWN)          *
003700*                        COL  49    LIST TYPE S SANCTIONS,       *
003800*                                   P POLITICALLY EXPOSED        *
003900* OUTPUT:      BNKWLST  - WATCH-LIST REFERENCE FILE, BUILT FRESH *
004000*              WLLDLOG  - CONTROL REPORT, REJECTED ENTRIES AND   *
004100*                        CLOSING TOTALS                          *
004200*              WLLDREJ  - REJECTED FEED RECORDS, UNCHANGED, SO   *
004300*                        COMPLIANCE CAN CORRECT THEM             *
004400*                                                                *
004500* AN EMPTY FEED IS REFUSED BEFORE BNKWLST IS TOUCHED - A FAILED  *
004600* EXTRACT MUST NOT QUIETLY SWITCH SCREENING OFF                  *
004700******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID.
005000     CUSTWLLD.
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
006200* 15OCT26    BS    INITIAL VERSION - BNKWLST REBUILD FROM THE    *
006300*                  COMPLIANCE WATCH-LIST FEED                    *
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
007300     SELECT WLSFEED ASSIGN TO "WLSFEED"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS CWL-WLSFEED-STATUS.
007600
007700     SELECT BNKWLST ASSIGN TO "BNKWLST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS WLS-KEY
008100         FILE STATUS IS CWL-BNKWLST-STATUS.
008200
008300     SELECT WLLDLOG ASSIGN TO "WLLDLOG"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS CWL-WLLDLOG-STATUS.
008600
008700     SELECT WLLDREJ ASSIGN TO "WLLDREJ"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS CWL-WLLDREJ-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  WLSFEED
009400     RECORDING MODE IS F.
009500 01  WLSFEED-REC.
009600     05  CWL-FEED-ENTRY-ID           PIC X(10).
009700     05  CWL-FEED-NAME               PIC X(30).
009800     05  CWL-FEED-DOB                PIC X(08).
009900     05  CWL-FEED-LIST-TYPE          PIC X(01).
010000     05  FILLER                      PIC X(31).
010100
010200 FD  BNKWLST
010300     RECORDING MODE IS F.
010400 01  BNKWLST-REC.
010500 COPY CUSTWLS.
010600
010700 FD  WLLDLOG
010800     RECORDING MODE IS F.
010900 01  WLLDLOG-REC                     PIC X(132).
011000
011100 FD  WLLDREJ
011200     RECORDING MODE IS F.
011300 01  WLLDREJ-REC                     PIC X(80).
011400
011500 WORKING-STORAGE SECTION.
011600 01  CWL-FILE-STATUS-GROUP.
011700     05  CWL-WLSFEED-STATUS          PIC X(02).
011800         88  CWL-WLSFEED-OK               VALUE '00'.
011900         88  CWL-WLSFEED-EOF              VALUE '10'.
012000     05  CWL-BNKWLST-STATUS          PIC X(02).
012100         88  CWL-BNKWLST-OK               VALUE '00'.
012200         88  CWL-BNKWLST-DUPREC           VALUE '22'.
012300     05  CWL-WLLDLOG-STATUS          PIC X(02).
012400         88  CWL-WLLDLOG-OK               VALUE '00'.
012500     05  CWL-WLLDREJ-STATUS          PIC X(02).
012600         88  CWL-WLLDREJ-OK               VALUE '00'.
012700
012800 01  CWL-SWITCHES.
012900     05  CWL-WLSFEED-EOF-SW          PIC X(01)
013000         VALUE 'N'.
013100         88  CWL-WLSFEED-AT-EOF           VALUE 'Y'.
013200     05  CWL-CURRENT-REC-VALID-SW    PIC X(01)
013300         VALUE 'Y'.
013400         88  CWL-CURRENT-REC-VALID        VALUE 'Y'.
013500         88  CWL-CURRENT-REC-INVALID      VALUE 'N'.
013600
013700 77  CWL-INPUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
013800 77  CWL-LOADED-COUNT                PIC 9(09) COMP VALUE ZERO.
013900 77  CWL-REJECTED-COUNT              PIC 9(09) COMP VALUE ZERO.
014000 77  CWL-SANCTIONS-COUNT             PIC 9(09) COMP VALUE ZERO.
014100 77  CWL-PEP-COUNT                   PIC 9(09) COMP VALUE ZERO.
014200 77  CWL-REJECT-REASON               PIC X(45) VALUE SPACES.
014300 77  CWL-FATAL-MSG                   PIC X(60) VALUE SPACES.
014400 77  CWL-DATE-TIME                   PIC X(21).
014500 77  CWL-OLD-SCREEN-STAMP            PIC X(14) VALUE SPACES.
014600 77  CWL-PHONETIC-PGM                PIC X(08) VALUE 'CUSTPHON'.
014700 77  CWL-UPPER-NAME                  PIC X(30).
014720 77  CWL-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
014740
014760 01  CWL-CTLTOT-PARMS.
014780 COPY CUSTCTP.
014800
014900 01  CWL-REPORT-HEADING1.
015000     05  FILLER                      PIC X(44)
015100         VALUE 'CUSTWLLD - SANCTIONS AND WATCH-LIST LOAD'.
015200     05  FILLER                      PIC X(88) VALUE SPACES.
015300
015400 01  CWL-REPORT-DETAIL-LINE.
015500     05  CWLD-INPUT-SEQ              PIC ZZZZZZZZ9.
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  CWLD-ENTRY-ID               PIC X(10).
015800     05  FILLER                      PIC X(02) VALUE SPACES.
015900     05  CWLD-NAME                   PIC X(30).
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  CWLD-STATUS                 PIC X(10).
016200     05  FILLER                      PIC X(02) VALUE SPACES.
016300     05  CWLD-REASON                 PIC X(45).
016400     05  FILLER                      PIC X(20) VALUE SPACES.
016500
016600 01  CWL-REPORT-COUNT-LINE.
016700     05  CWLC-LABEL                  PIC X(40).
016800     05  CWLC-COUNT                  PIC ZZZZZZZZ9.
016900     05  FILLER                      PIC X(83) VALUE SPACES.
017000
017100******************************************************************
017200* MAINLINE                                                       *
017300******************************************************************
017400 PROCEDURE DIVISION.
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
017800         UNTIL CWL-WLSFEED-AT-EOF.
017900     PERFORM 6000-WRITE-CONTROL-RECORD THRU 6000-EXIT.
018000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
018050     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
018100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018200     STOP RUN.
018300
018400******************************************************************
018500* 1000-INITIALIZE - PRIME THE FEED FIRST AND REFUSE AN EMPTY     *
018600* ONE, THEN KEEP THE LAST RESCREEN STAMP FROM THE OLD CONTROL    *
018700* RECORD BEFORE THE FILE IS REPLACED.  THE LIST IS BUILT FRESH,  *
018800* EXACTLY AS CUSTPBLD BUILDS BNKCUSP                             *
018900******************************************************************
019000 1000-INITIALIZE.
019100     MOVE FUNCTION CURRENT-DATE TO CWL-DATE-TIME.
019200     OPEN INPUT WLSFEED.
019300     IF NOT CWL-WLSFEED-OK
019400        STRING 'UNABLE TO OPEN WLSFEED - STATUS '
019500                           DELIMITED BY SIZE
019600               CWL-WLSFEED-STATUS DELIMITED BY SIZE
019700          INTO CWL-FATAL-MSG
019800        END-STRING
019900        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
020000     END-IF.
020100     PERFORM 1100-READ-WLSFEED THRU 1100-EXIT.
020200     IF CWL-WLSFEED-AT-EOF
020300        MOVE 'WLSFEED IS EMPTY - WATCH LIST NOT REPLACED'
020400           TO CWL-FATAL-MSG
020500        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
020600     END-IF.
020700
020800     OPEN INPUT BNKWLST.
020900     IF CWL-BNKWLST-OK
021000        MOVE '0000'       TO WLS-SOUNDEX
021100        MOVE '0000000000' TO WLS-ENTRY-ID
021200        READ BNKWLST
021300            KEY IS WLS-KEY
021400            INVALID KEY
021500               CONTINUE
021600        END-READ
021700        IF CWL-BNKWLST-OK
021800           MOVE WLS-CTL-SCREEN-STAMP TO CWL-OLD-SCREEN-STAMP
021900        END-IF
022000        CLOSE BNKWLST
022100     END-IF.
022200
022300     OPEN OUTPUT BNKWLST.
022400     IF NOT CWL-BNKWLST-OK
022500        STRING 'UNABLE TO OPEN BNKWLST - STATUS '
022600                           DELIMITED BY SIZE
022700               CWL-BNKWLST-STATUS DELIMITED BY SIZE
022800          INTO CWL-FATAL-MSG
022900        END-STRING
023000        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
023100     END-IF.
023200     OPEN OUTPUT WLLDLOG.
023300     OPEN OUTPUT WLLDREJ.
023400     MOVE CWL-REPORT-HEADING1 TO WLLDLOG-REC.
023500     WRITE WLLDLOG-REC.
023600     MOVE SPACES TO WLLDLOG-REC.
023700     WRITE WLLDLOG-REC.
023800 1000-EXIT.
023900     EXIT.
024000
024100******************************************************************
024200* 1100-READ-WLSFEED - READ ONE FEED RECORD, COUNTING IT          *
024300******************************************************************
024400 1100-READ-WLSFEED.
024500     READ WLSFEED.
024600     IF CWL-WLSFEED-EOF
024700        SET CWL-WLSFEED-AT-EOF TO TRUE
024800     ELSE
024900        ADD 1 TO CWL-INPUT-COUNT
025000     END-IF.
025100 1100-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500* 2000-PROCESS-INPUT - FILE ONE LISTED PERSON UNDER THE SOUND OF *
025600* THE NAME, OR REJECT THE FEED RECORD                            *
025700******************************************************************
025800 2000-PROCESS-INPUT.
025900     SET CWL-CURRENT-REC-VALID TO TRUE.
026000     MOVE SPACES TO CWL-REJECT-REASON.
026100     MOVE CWL-FEED-NAME TO CWL-UPPER-NAME.
026200     INSPECT CWL-UPPER-NAME CONVERTING
026300             'abcdefghijklmnopqrstuvwxyz'
026400          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
026500     IF CWL-FEED-DOB = SPACES
026600        MOVE ZEROS TO CWL-FEED-DOB
026700     END-IF.
026800
026900     PERFORM 3000-VALIDATE-ENTRY THRU 3000-EXIT.
027000     IF CWL-CURRENT-REC-VALID
027100        PERFORM 4000-WRITE-ENTRY THRU 4000-EXIT
027200     END-IF.
027300
027400     IF CWL-CURRENT-REC-VALID
027500        ADD 1 TO CWL-LOADED-COUNT
027600     ELSE
027700        ADD 1 TO CWL-REJECTED-COUNT
027800        PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT
027900        PERFORM 7100-WRITE-REJECT-RECORD THRU 7100-EXIT
028000     END-IF.
028100     PERFORM 1100-READ-WLSFEED THRU 1100-EXIT.
028200 2000-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600* 3000-VALIDATE-ENTRY - AN ENTRY NEEDS AN ID, A NAME THAT CAN BE *
028700* SOUNDED (IT MUST START WITH A LETTER), A DATE OF BIRTH THAT IS *
028800* EITHER NUMERIC OR ABSENT AND A KNOWN LIST TYPE                 *
028900******************************************************************
029000 3000-VALIDATE-ENTRY.
029100     EVALUATE TRUE
029200        WHEN CWL-FEED-ENTRY-ID = SPACES
029300          OR CWL-FEED-ENTRY-ID = '0000000000'
029400           SET CWL-CURRENT-REC-INVALID TO TRUE
029500           MOVE 'ENTRY ID IS BLANK OR RESERVED'
029600              TO CWL-REJECT-REASON
029700        WHEN CWL-UPPER-NAME = SPACES
029800           SET CWL-CURRENT-REC-INVALID TO TRUE
029900           MOVE 'LISTED NAME IS BLANK' TO CWL-REJECT-REASON
030000        WHEN CWL-UPPER-NAME (1:1) NOT ALPHABETIC-UPPER
030100          OR CWL-UPPER-NAME (1:1) = SPACE
030200           SET CWL-CURRENT-REC-INVALID TO TRUE
030300           MOVE 'LISTED NAME DOES NOT START WITH A LETTER'
030400              TO CWL-REJECT-REASON
030500        WHEN CWL-FEED-DOB NOT NUMERIC
030600           SET CWL-CURRENT-REC-INVALID TO TRUE
030700           MOVE 'DATE OF BIRTH NOT NUMERIC' TO CWL-REJECT-REASON
030800        WHEN CWL-FEED-LIST-TYPE NOT = 'S'
030900         AND CWL-FEED-LIST-TYPE NOT = 'P'
031000           SET CWL-CURRENT-REC-INVALID TO TRUE
031100           MOVE 'LIST TYPE NOT S OR P' TO CWL-REJECT-REASON
031200        WHEN OTHER
031300           CONTINUE
031400     END-EVALUATE.
031500 3000-EXIT.
031600     EXIT.
031700
031800******************************************************************
031900* 4000-WRITE-ENTRY - THE SAME ENTRY ID TWICE UNDER THE SAME      *
032000* SOUND IS A FEED ERROR AND THE SECOND ONE IS REJECTED           *
032100******************************************************************
032200 4000-WRITE-ENTRY.
032300     MOVE SPACES TO BNKWLST-REC.
032400     CALL CWL-PHONETIC-PGM
032500          USING CWL-UPPER-NAME, WLS-SOUNDEX.
032600     MOVE CWL-FEED-ENTRY-ID  TO WLS-ENTRY-ID.
032700     MOVE CWL-UPPER-NAME     TO WLS-NAME.
032800     MOVE CWL-FEED-DOB       TO WLS-DOB.
032900     MOVE CWL-FEED-LIST-TYPE TO WLS-LIST-TYPE.
033000     WRITE BNKWLST-REC
033100         INVALID KEY
033200            SET CWL-CURRENT-REC-INVALID TO TRUE
033300            MOVE 'DUPLICATE ENTRY ID ON THE FEED'
033400               TO CWL-REJECT-REASON
033500     END-WRITE.
033600     IF CWL-CURRENT-REC-VALID
033700        IF WLS-SANCTIONS
033800           ADD 1 TO CWL-SANCTIONS-COUNT
033900        ELSE
034000           ADD 1 TO CWL-PEP-COUNT
034100        END-IF
034200     END-IF.
034300 4000-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700* 6000-WRITE-CONTROL-RECORD - THE NEW LOAD STAMP AND COUNT GO ON *
034800* BESIDE THE OLD RESCREEN STAMP, SO THE TWO NOW DIFFER AND THE   *
034900* NEXT CUSTWSCR RUN RESCREENS THE BOOK AGAINST THIS LIST         *
035000******************************************************************
035100 6000-WRITE-CONTROL-RECORD.
035200     MOVE SPACES TO BNKWLST-REC.
035300     MOVE '0000'       TO WLS-SOUNDEX.
035400     MOVE '0000000000' TO WLS-ENTRY-ID.
035500     MOVE CWL-DATE-TIME (1:14) TO WLS-CTL-LOAD-STAMP.
035600     MOVE CWL-LOADED-COUNT     TO WLS-CTL-ENTRY-COUNT.
035700     MOVE CWL-OLD-SCREEN-STAMP TO WLS-CTL-SCREEN-STAMP.
035800     WRITE BNKWLST-REC
035900         INVALID KEY
036000            MOVE 'CONTROL RECORD WRITE TO BNKWLST FAILED'
036100               TO CWL-FATAL-MSG
036200            PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
036300     END-WRITE.
036400 6000-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800* 7000-WRITE-DETAIL-LINE - ONE REPORT LINE PER REJECTED ENTRY -  *
036900* A LIST OF SEVERAL THOUSAND ACCEPTED NAMES HELPS NOBODY         *
037000******************************************************************
037100 7000-WRITE-DETAIL-LINE.
037200     MOVE SPACES             TO CWL-REPORT-DETAIL-LINE.
037300     MOVE CWL-INPUT-COUNT    TO CWLD-INPUT-SEQ.
037400     MOVE CWL-FEED-ENTRY-ID  TO CWLD-ENTRY-ID.
037500     MOVE CWL-FEED-NAME      TO CWLD-NAME.
037600     MOVE 'REJECTED'         TO CWLD-STATUS.
037700     MOVE CWL-REJECT-REASON  TO CWLD-REASON.
037800     MOVE CWL-REPORT-DETAIL-LINE TO WLLDLOG-REC.
037900     WRITE WLLDLOG-REC.
038000 7000-EXIT.
038100     EXIT.
038200
038300******************************************************************
038400* 7100-WRITE-REJECT-RECORD - THE FEED RECORD, UNCHANGED, ONTO    *
038500* THE REJECT FILE SO COMPLIANCE CAN CORRECT IT                   *
038600******************************************************************
038700 7100-WRITE-REJECT-RECORD.
038800     MOVE WLSFEED-REC TO WLLDREJ-REC.
038900     WRITE WLLDREJ-REC.
039000 7100-EXIT.
039100     EXIT.
039200
039300******************************************************************
039400* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS FOR THE RUN - THE   *
039500* RECORDS READ BALANCE TO LOADED PLUS REJECTED, AND LOADED TO    *
039600* SANCTIONS PLUS POLITICALLY EXPOSED                             *
039700******************************************************************
039800 8000-WRITE-TOTALS.
039900     MOVE SPACES TO WLLDLOG-REC.
040000     WRITE WLLDLOG-REC.
040100
040200     MOVE SPACES TO CWL-REPORT-COUNT-LINE.
040300     MOVE 'FEED RECORDS READ' TO CWLC-LABEL.
040400     MOVE CWL-INPUT-COUNT TO CWLC-COUNT.
040500     MOVE CWL-REPORT-COUNT-LINE TO WLLDLOG-REC.
040600     WRITE WLLDLOG-REC.
040700
040800     MOVE SPACES TO CWL-REPORT-COUNT-LINE.
040900     MOVE 'ENTRIES LOADED' TO CWLC-LABEL.
041000     MOVE CWL-LOADED-COUNT TO CWLC-COUNT.
041100     MOVE CWL-REPORT-COUNT-LINE TO WLLDLOG-REC.
041200     WRITE WLLDLOG-REC.
041300
041400     MOVE SPACES TO CWL-REPORT-COUNT-LINE.
041500     MOVE '  SANCTIONS' TO CWLC-LABEL.
041600     MOVE CWL-SANCTIONS-COUNT TO CWLC-COUNT.
041700     MOVE CWL-REPORT-COUNT-LINE TO WLLDLOG-REC.
041800     WRITE WLLDLOG-REC.
041900
042000     MOVE SPACES TO CWL-REPORT-COUNT-LINE.
042100     MOVE '  POLITICALLY EXPOSED' TO CWLC-LABEL.
042200     MOVE CWL-PEP-COUNT TO CWLC-COUNT.
042300     MOVE CWL-REPORT-COUNT-LINE TO WLLDLOG-REC.
042400     WRITE WLLDLOG-REC.
042500
042600     MOVE SPACES TO CWL-REPORT-COUNT-LINE.
042700     MOVE 'FEED RECORDS REJECTED' TO CWLC-LABEL.
042800     MOVE CWL-REJECTED-COUNT TO CWLC-COUNT.
042900     MOVE CWL-REPORT-COUNT-LINE TO WLLDLOG-REC.
043000     WRITE WLLDLOG-REC.
043100 8000-EXIT.
043200     EXIT.
043300
043305******************************************************************
043310* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
043315* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
043320******************************************************************
043325 8800-WRITE-CONTROL-TOTALS.
043330     MOVE 'CUSTWLLD'               TO CTP-JOB-NAME.
043335     SET CTP-FRESH-RUN TO TRUE.
043340     MOVE SPACES                   TO CTP-DATA-DATE.
043345     MOVE 'ENTRIES READ'           TO CTP-COUNT-NAME (1).
043350     MOVE CWL-INPUT-COUNT          TO CTP-COUNT-VALUE (1).
043355     MOVE 'ENTRIES LOADED'         TO CTP-COUNT-NAME (2).
043360     MOVE CWL-LOADED-COUNT         TO CTP-COUNT-VALUE (2).
043365     MOVE 'ENTRIES REJECTED'       TO CTP-COUNT-NAME (3).
043370     MOVE CWL-REJECTED-COUNT       TO CTP-COUNT-VALUE (3).
043375     MOVE 3                        TO CTP-COUNT-USED.
043380     CALL CWL-CTLTOT-PGM USING CWL-CTLTOT-PARMS.
043385 8800-EXIT.
043390     EXIT.
043395
043400******************************************************************
043500* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
043600******************************************************************
043700 9000-TERMINATE.
043800     CLOSE WLSFEED.
043900     CLOSE BNKWLST.
044000     CLOSE WLLDLOG.
044100     CLOSE WLLDREJ.
044200 9000-EXIT.
044300     EXIT.
044400
044500******************************************************************
044600* 9900-FATAL-ERROR - SAY WHY AND STOP RATHER THAN LEAVE A        *
044700* HALF-BUILT LIST FOR THE SCREENS TO TRUST                       *
044800******************************************************************
044900 9900-FATAL-ERROR.
045000     DISPLAY 'CUSTWLLD - ' CWL-FATAL-MSG.
045100     MOVE 16 TO RETURN-CODE.
045200     STOP RUN.
045300 9900-EXIT.
045400     EXIT.
