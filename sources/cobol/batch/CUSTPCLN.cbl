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
002000* PROGRAM:     CUSTPCLN.CBL                                      *
002100* FUNCTION:    POSTCODE AND ADDRESS CLEANSE OF THE BNKCUST       *
002200*              CUSTOMER MASTER - RUN ONCE WHEN POSTCODE EDITING  *
002300*              CAME IN AND QUARTERLY AFTER THAT, STRAIGHT AFTER  *
002400*              CUSTPCLD HAS LOADED THE NEW ISSUE OF THE DATA.    *
002500*              EVERY ACTIVE OR CLOSED CUSTOMER IS CHECKED:       *
002600*              - THE POSTCODE MUST BE OF THE NATIONAL SHAPE AND  *
002700*                ON BNKPOST, AND HELD IN THE CUSTPCHK STANDARD   *
002800*                FORM                                            *
002900*              - WHERE IT IS ON BNKPOST, ONE OF ADDRESS LINES    *
003000*                2-4 MUST BE THE POST TOWN BNKPOST GIVES FOR IT  *
003100*              MERGED CUSTOMERS ARE PASSED OVER - THEIR RECORD   *
003200*              IS ONLY A POINTER TO THE SURVIVING ONE            *
003300*                                                                *
003400* INPUT:       BNKCUST  - CUSTOMER MASTER, READ IN KEY ORDER     *
003500*              BNKPOST  - POSTCODE REFERENCE FILE                *
003600* OUTPUT:      PCLNLOG  - CLEANSE REPORT, ONE LINE PER FINDING   *
003700*                        WITH WHAT IS ON FILE, THE SUGGESTED     *
003800*                        CORRECTION AND WHAT WAS DONE ABOUT IT,  *
003900*                        AND CLOSING TOTALS                      *
004000*              PCLNSUG  - SUGGESTED CORRECTIONS, IN CUSTTRAN     *
004100*                        FORMAT AS CUSTMNT UPDATE TRANSACTIONS   *
004200*                        ('U' AND THE WHOLE CUSTOMER RECORD)     *
004300*                                                                *
004400* ONLY A FAULT THE REFERENCE DATA CAN PUT RIGHT GETS A SUGGESTED *
004500* CORRECTION - A POSTCODE NOT IN STANDARD FORM, OR A TOWN LINE   *
004600* THAT DISAGREES WITH THE POST TOWN (THE LAST FILLED LINE OF 2-4 *
004700* IS REPLACED, OR LINE 2 USED IF ALL THREE ARE BLANK).  A BLANK, *
004800* MALFORMED OR UNKNOWN POSTCODE IS REFERRED BACK TO THE CUSTOMER *
004900* INSTEAD.  NO CORRECTION IS WRITTEN FOR A CLOSED CUSTOMER       *
005000* (CUSTMNT WILL NOT UPDATE ONE) OR A GONE-AWAY ONE (CHANGING THE *
005100* ADDRESS WOULD CLEAR THE FLAG WITHOUT ANY NEW ADDRESS FROM THE  *
005200* CUSTOMER) - THESE ARE REPORTED AS HELD.                        *
005300*                                                                *
005400* PCLNSUG IS FOR REVIEW, NOT FOR FEEDING STRAIGHT TO CUSTMNT.    *
005500* EACH CORRECTION CARRIES THE WHOLE CUSTOMER RECORD AS IT STOOD  *
005600* AT THE CLEANSE, SO DELETE ANY YOU DISAGREE WITH AND APPLY THE  *
005700* REST PROMPTLY - ONE APPLIED LATE WOULD UNDO ANY CHANGE MADE TO *
005800* THAT CUSTOMER SINCE                                            *
005900******************************************************************
006000 IDENTIFICATION DIVISION.
006100 PROGRAM-ID.
006200     CUSTPCLN.
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
007400* 15OCT26    BS    INITIAL VERSION - POSTCODE AND TOWN LINE      *
007500*                  CLEANSE WITH SUGGESTED CORRECTIONS            *
007600******************************************************************
007700 ENVIRONMENT DIVISION.
007800 CONFIGURATION SECTION.
007900 SOURCE-COMPUTER.
008000     IBM-370.
008100 OBJECT-COMPUTER.
008200     IBM-370.
008300 INPUT-OUTPUT SECTION.
008400 FILE-CONTROL.
008500     SELECT BNKCUST ASSIGN TO "BNKCUST"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS SEQUENTIAL
008800         RECORD KEY IS BCS-REC-PID OF BNKCUST-REC
008900         FILE STATUS IS CPN-BNKCUST-STATUS.
009000
009100     SELECT BNKPOST ASSIGN TO "BNKPOST"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS RANDOM
009400         RECORD KEY IS PST-POSTCODE
009500         FILE STATUS IS CPN-BNKPOST-STATUS.
009600
009700     SELECT PCLNLOG ASSIGN TO "PCLNLOG"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS CPN-PCLNLOG-STATUS.
010000
010100     SELECT PCLNSUG ASSIGN TO "PCLNSUG"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS CPN-PCLNSUG-STATUS.
010400
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  BNKCUST
010800     RECORDING MODE IS F.
010900 01  BNKCUST-REC.
011000 COPY CBANKVCS.
011100
011200 FD  BNKPOST
011300     RECORDING MODE IS F.
011400 01  BNKPOST-REC.
011500 COPY CUSTPST.
011600
011700 FD  PCLNLOG
011800     RECORDING MODE IS F.
011900 01  PCLNLOG-REC                     PIC X(132).
012000
012100******************************************************************
012200* SAME LAYOUT AS CUSTTRAN-REC IN CUSTMNT                         *
012300******************************************************************
012400 FD  PCLNSUG
012500     RECORDING MODE IS F.
012600 01  PCLNSUG-REC.
012700     05  CPN-SUG-ACTION              PIC X(01).
012800     05  CPN-SUG-CUSTOMER            PIC X(250).
012900
013000 WORKING-STORAGE SECTION.
013100 01  CPN-FILE-STATUS-GROUP.
013200     05  CPN-BNKCUST-STATUS          PIC X(02).
013300         88  CPN-BNKCUST-OK               VALUE '00'.
013400     05  CPN-BNKPOST-STATUS          PIC X(02).
013500         88  CPN-BNKPOST-OK               VALUE '00'.
013600     05  CPN-PCLNLOG-STATUS          PIC X(02).
013700         88  CPN-PCLNLOG-OK               VALUE '00'.
013800     05  CPN-PCLNSUG-STATUS          PIC X(02).
013900         88  CPN-PCLNSUG-OK               VALUE '00'.
014000
014100 01  CPN-SWITCHES.
014200     05  CPN-BNKCUST-EOF-SW          PIC X(01)
014300         VALUE 'N'.
014400         88  CPN-BNKCUST-AT-EOF           VALUE 'Y'.
014500     05  CPN-POSTCODE-RESULT         PIC X(01)
014600         VALUE SPACE.
014700         88  CPN-POSTCODE-WELL-FORMED     VALUE 'Y'.
014800         88  CPN-POSTCODE-BLANK           VALUE 'B'.
014900         88  CPN-POSTCODE-MALFORMED       VALUE 'N'.
015000     05  CPN-POSTCODE-FOUND-SW       PIC X(01)
015100         VALUE 'N'.
015200         88  CPN-POSTCODE-FOUND           VALUE 'Y'.
015300         88  CPN-POSTCODE-NOT-FOUND       VALUE 'N'.
015400     05  CPN-TOWN-AGREES-SW          PIC X(01)
015500         VALUE 'N'.
015600         88  CPN-TOWN-AGREES              VALUE 'Y'.
015700         88  CPN-TOWN-DISAGREES           VALUE 'N'.
015800     05  CPN-CUSTOMER-ACTION-SW      PIC X(01)
015900         VALUE SPACE.
016000         88  CPN-CUSTOMER-CLEAN           VALUE SPACE.
016100         88  CPN-CUSTOMER-SUGGESTED       VALUE 'S'.
016200         88  CPN-CUSTOMER-REFERRED        VALUE 'R'.
016300         88  CPN-CUSTOMER-HELD-CLOSED     VALUE 'C'.
016400         88  CPN-CUSTOMER-HELD-GONE-AWAY  VALUE 'G'.
016500
016600 77  CPN-READ-COUNT                  PIC 9(09) COMP VALUE ZERO.
016700 77  CPN-CHECKED-COUNT               PIC 9(09) COMP VALUE ZERO.
016800 77  CPN-MERGED-COUNT                PIC 9(09) COMP VALUE ZERO.
016900 77  CPN-CLEAN-COUNT                 PIC 9(09) COMP VALUE ZERO.
017000 77  CPN-PC-BLANK-COUNT              PIC 9(09) COMP VALUE ZERO.
017100 77  CPN-PC-MALFORMED-COUNT          PIC 9(09) COMP VALUE ZERO.
017200 77  CPN-PC-NOT-ON-FILE-COUNT        PIC 9(09) COMP VALUE ZERO.
017300 77  CPN-PC-NOT-STANDARD-COUNT       PIC 9(09) COMP VALUE ZERO.
017400 77  CPN-TOWN-DISAGREE-COUNT         PIC 9(09) COMP VALUE ZERO.
017500 77  CPN-NO-TOWN-LINE-COUNT          PIC 9(09) COMP VALUE ZERO.
017600 77  CPN-SUGGESTED-COUNT             PIC 9(09) COMP VALUE ZERO.
017700 77  CPN-REFERRED-COUNT              PIC 9(09) COMP VALUE ZERO.
017800 77  CPN-HELD-CLOSED-COUNT           PIC 9(09) COMP VALUE ZERO.
017900 77  CPN-HELD-GONE-AWAY-COUNT        PIC 9(09) COMP VALUE ZERO.
018000 77  CPN-LINE-SUB                    PIC 9(04) COMP VALUE ZERO.
018100 77  CPN-LAST-LINE                   PIC 9(04) COMP VALUE ZERO.
018200 77  CPN-FATAL-MSG                   PIC X(60) VALUE SPACES.
018300 77  CPN-POSTCODE-PGM                PIC X(08) VALUE 'CUSTPCHK'.
018400 77  CPN-STD-POSTCODE                PIC X(08).
018500 77  CPN-UPPER-LINE                  PIC X(30).
018600 77  CPN-PC-FINDING                  PIC X(30).
018700 77  CPN-TOWN-FINDING                PIC X(30).
018800 77  CPN-TOWN-ON-FILE                PIC X(30).
018900 77  CPN-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
019000
019100******************************************************************
019200* ADDRESS LINES 2-4 AS A TABLE FOR THE TOWN LINE SEARCH, AND THE *
019300* CUSTOMER RECORD THE SUGGESTED CORRECTION IS BUILT IN           *
019400******************************************************************
019500 01  CPN-ADDR-LINES.
019600     05  CPN-ADDR-LINE OCCURS 3 TIMES
019700                                     PIC X(30).
019800
019900 01  CPN-SUGGESTED-REC.
020000 COPY CBANKVCS.
020100
020200 01  CPN-CTLTOT-PARMS.
020300 COPY CUSTCTP.
020400
020500 01  CPN-REPORT-HEADING1.
020600     05  FILLER                      PIC X(40)
020700         VALUE 'CUSTPCLN - POSTCODE AND ADDRESS CLEANSE'.
020800     05  FILLER                      PIC X(92) VALUE SPACES.
020900
021000 01  CPN-REPORT-HEADING2.
021100     05  FILLER                      PIC X(12)
021200         VALUE 'CUSTOMER'.
021300     05  FILLER                      PIC X(10)
021400         VALUE 'POSTCODE'.
021500     05  FILLER                      PIC X(32)
021600         VALUE 'FINDING'.
021700     05  FILLER                      PIC X(32)
021800         VALUE 'ON FILE'.
021900     05  FILLER                      PIC X(32)
022000         VALUE 'SUGGESTED'.
022100     05  FILLER                      PIC X(14)
022200         VALUE 'ACTION'.
022300
022400 01  CPN-REPORT-DETAIL-LINE.
022500     05  CPND-PID                    PIC X(10).
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  CPND-POSTCODE               PIC X(08).
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  CPND-FINDING                PIC X(30).
023000     05  FILLER                      PIC X(02) VALUE SPACES.
023100     05  CPND-ON-FILE                PIC X(30).
023200     05  FILLER                      PIC X(02) VALUE SPACES.
023300     05  CPND-SUGGESTED              PIC X(30).
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  CPND-ACTION                 PIC X(14).
023600
023700 01  CPN-REPORT-COUNT-LINE.
023800     05  CPNC-LABEL                  PIC X(40).
023900     05  CPNC-COUNT                  PIC ZZZZZZZZ9.
024000     05  FILLER                      PIC X(83) VALUE SPACES.
024100
024200******************************************************************
024300* MAINLINE                                                       *
024400******************************************************************
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
024900         UNTIL CPN-BNKCUST-AT-EOF.
025000     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
025100     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
025200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025300     STOP RUN.
025400
025500******************************************************************
025600* 1000-INITIALIZE - OPEN THE FILES.  WITHOUT BNKPOST THERE IS    *
025700* NOTHING TO CLEANSE AGAINST, SO THAT IS FATAL                   *
025800******************************************************************
025900 1000-INITIALIZE.
026000     OPEN INPUT BNKCUST.
026100     IF NOT CPN-BNKCUST-OK
026200        STRING 'UNABLE TO OPEN BNKCUST - STATUS '
026300                           DELIMITED BY SIZE
026400               CPN-BNKCUST-STATUS DELIMITED BY SIZE
026500          INTO CPN-FATAL-MSG
026600        END-STRING
026700        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
026800     END-IF.
026900     OPEN INPUT BNKPOST.
027000     IF NOT CPN-BNKPOST-OK
027100        STRING 'UNABLE TO OPEN BNKPOST - STATUS '
027200                           DELIMITED BY SIZE
027300               CPN-BNKPOST-STATUS DELIMITED BY SIZE
027400          INTO CPN-FATAL-MSG
027500        END-STRING
027600        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
027700     END-IF.
027800     OPEN OUTPUT PCLNLOG.
027900     OPEN OUTPUT PCLNSUG.
028000     MOVE CPN-REPORT-HEADING1 TO PCLNLOG-REC.
028100     WRITE PCLNLOG-REC.
028200     MOVE SPACES TO PCLNLOG-REC.
028300     WRITE PCLNLOG-REC.
028400     MOVE CPN-REPORT-HEADING2 TO PCLNLOG-REC.
028500     WRITE PCLNLOG-REC.
028600     MOVE SPACES TO PCLNLOG-REC.
028700     WRITE PCLNLOG-REC.
028800 1000-EXIT.
028900     EXIT.
029000
029100******************************************************************
029200* 2000-PROCESS-CUSTOMER - CHECK ONE CUSTOMER, DECIDE WHAT CAN BE *
029300* DONE ABOUT ANYTHING FOUND AND REPORT IT                        *
029400******************************************************************
029500 2000-PROCESS-CUSTOMER.
029600     READ BNKCUST NEXT RECORD
029700         AT END
029800            SET CPN-BNKCUST-AT-EOF TO TRUE
029900            GO TO 2000-EXIT
030000     END-READ.
030100     IF NOT CPN-BNKCUST-OK
030200        STRING 'UNABLE TO READ BNKCUST - STATUS '
030300                           DELIMITED BY SIZE
030400               CPN-BNKCUST-STATUS DELIMITED BY SIZE
030500          INTO CPN-FATAL-MSG
030600        END-STRING
030700        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
030800     END-IF.
030900     IF BCS-REC-PID OF BNKCUST-REC = '0000000000'
031000        GO TO 2000-EXIT
031100     END-IF.
031200     ADD 1 TO CPN-READ-COUNT.
031300     IF BCS-CUST-MERGED OF BNKCUST-REC
031400        ADD 1 TO CPN-MERGED-COUNT
031500        GO TO 2000-EXIT
031600     END-IF.
031700     ADD 1 TO CPN-CHECKED-COUNT.
031800
031900     MOVE BNKCUST-REC TO CPN-SUGGESTED-REC.
032000     MOVE SPACES TO CPN-PC-FINDING
032100                    CPN-TOWN-FINDING
032200                    CPN-TOWN-ON-FILE.
032300     SET CPN-POSTCODE-NOT-FOUND TO TRUE.
032400     SET CPN-TOWN-AGREES TO TRUE.
032500     SET CPN-CUSTOMER-CLEAN TO TRUE.
032600
032700     PERFORM 3000-CHECK-POSTCODE THRU 3000-EXIT.
032800     IF CPN-POSTCODE-FOUND
032900        PERFORM 4000-CHECK-TOWN-LINE THRU 4000-EXIT
033000     END-IF.
033100     IF CPN-PC-FINDING = SPACES
033200     AND CPN-TOWN-FINDING = SPACES
033300        ADD 1 TO CPN-CLEAN-COUNT
033400        GO TO 2000-EXIT
033500     END-IF.
033600
033700     PERFORM 5000-DECIDE-ACTION THRU 5000-EXIT.
033800     PERFORM 7000-WRITE-DETAIL-LINES THRU 7000-EXIT.
033900 2000-EXIT.
034000     EXIT.
034100
034200******************************************************************
034300* 3000-CHECK-POSTCODE - PUT THE POSTCODE INTO STANDARD FORM AND  *
034400* LOOK IT UP.  ONE FOUND BUT HELD IN ANOTHER FORM IS SUGGESTED   *
034500* IN THE STANDARD ONE                                            *
034600******************************************************************
034700 3000-CHECK-POSTCODE.
034800     CALL CPN-POSTCODE-PGM
034900          USING BCS-REC-POSTCODE OF BNKCUST-REC,
035000                CPN-STD-POSTCODE, CPN-POSTCODE-RESULT.
035100     IF CPN-POSTCODE-WELL-FORMED
035200        MOVE CPN-STD-POSTCODE TO PST-POSTCODE
035300        READ BNKPOST
035400            INVALID KEY
035500               CONTINUE
035600        END-READ
035700        IF CPN-BNKPOST-OK
035800           SET CPN-POSTCODE-FOUND TO TRUE
035900        END-IF
036000     END-IF.
036100     EVALUATE TRUE
036200        WHEN CPN-POSTCODE-BLANK
036300           MOVE 'POSTCODE IS BLANK' TO CPN-PC-FINDING
036400           ADD 1 TO CPN-PC-BLANK-COUNT
036500        WHEN CPN-POSTCODE-MALFORMED
036600           MOVE 'POSTCODE IS MALFORMED' TO CPN-PC-FINDING
036700           ADD 1 TO CPN-PC-MALFORMED-COUNT
036800        WHEN CPN-POSTCODE-NOT-FOUND
036900           MOVE 'POSTCODE NOT ON BNKPOST' TO CPN-PC-FINDING
037000           ADD 1 TO CPN-PC-NOT-ON-FILE-COUNT
037100        WHEN CPN-STD-POSTCODE
037200             NOT = BCS-REC-POSTCODE OF BNKCUST-REC
037300           MOVE 'POSTCODE NOT IN STANDARD FORM'
037400              TO CPN-PC-FINDING
037500           MOVE CPN-STD-POSTCODE
037600              TO BCS-REC-POSTCODE OF CPN-SUGGESTED-REC
037700           ADD 1 TO CPN-PC-NOT-STANDARD-COUNT
037800        WHEN OTHER
037900           CONTINUE
038000     END-EVALUATE.
038100 3000-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500* 4000-CHECK-TOWN-LINE - ONE OF ADDRESS LINES 2-4, WHATEVER ITS  *
038600* CASE, MUST BE THE POST TOWN.  IF NONE IS, THE LAST FILLED LINE *
038700* IS TAKEN FOR THE TOWN LINE AND THE POST TOWN SUGGESTED IN ITS  *
038800* PLACE - LINE 2 IF ALL THREE ARE BLANK                          *
038900******************************************************************
039000 4000-CHECK-TOWN-LINE.
039100     MOVE BCS-REC-ADDR2 OF BNKCUST-REC TO CPN-ADDR-LINE (1).
039200     MOVE BCS-REC-ADDR3 OF BNKCUST-REC TO CPN-ADDR-LINE (2).
039300     MOVE BCS-REC-ADDR4 OF BNKCUST-REC TO CPN-ADDR-LINE (3).
039400     MOVE ZERO TO CPN-LAST-LINE.
039500     SET CPN-TOWN-DISAGREES TO TRUE.
039600     PERFORM 4100-CHECK-ONE-LINE THRU 4100-EXIT
039700         VARYING CPN-LINE-SUB FROM 1 BY 1
039800         UNTIL CPN-LINE-SUB > 3.
039900     IF CPN-TOWN-AGREES
040000        GO TO 4000-EXIT
040100     END-IF.
040200
040300     IF CPN-LAST-LINE = ZERO
040400        MOVE 'NO TOWN LINE' TO CPN-TOWN-FINDING
040500        ADD 1 TO CPN-NO-TOWN-LINE-COUNT
040600        MOVE 1 TO CPN-LAST-LINE
040700     ELSE
040800        MOVE 'TOWN LINE DISAGREES' TO CPN-TOWN-FINDING
040900        MOVE CPN-ADDR-LINE (CPN-LAST-LINE) TO CPN-TOWN-ON-FILE
041000        ADD 1 TO CPN-TOWN-DISAGREE-COUNT
041100     END-IF.
041200     MOVE PST-POST-TOWN TO CPN-ADDR-LINE (CPN-LAST-LINE).
041300     MOVE CPN-ADDR-LINE (1) TO BCS-REC-ADDR2 OF CPN-SUGGESTED-REC.
041400     MOVE CPN-ADDR-LINE (2) TO BCS-REC-ADDR3 OF CPN-SUGGESTED-REC.
041500     MOVE CPN-ADDR-LINE (3) TO BCS-REC-ADDR4 OF CPN-SUGGESTED-REC.
041600 4000-EXIT.
041700     EXIT.
041800
041900******************************************************************
042000* 4100-CHECK-ONE-LINE - NOTE A FILLED LINE AND WHETHER IT IS THE *
042100* POST TOWN                                                      *
042200******************************************************************
042300 4100-CHECK-ONE-LINE.
042400     IF CPN-ADDR-LINE (CPN-LINE-SUB) = SPACES
042500        GO TO 4100-EXIT
042600     END-IF.
042700     MOVE CPN-LINE-SUB TO CPN-LAST-LINE.
042800     MOVE CPN-ADDR-LINE (CPN-LINE-SUB) TO CPN-UPPER-LINE.
042900     INSPECT CPN-UPPER-LINE CONVERTING
043000             'abcdefghijklmnopqrstuvwxyz'
043100          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
043200     IF CPN-UPPER-LINE = PST-POST-TOWN
043300        SET CPN-TOWN-AGREES TO TRUE
043400     END-IF.
043500 4100-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900* 5000-DECIDE-ACTION - REFER WHAT THE REFERENCE DATA CANNOT PUT  *
044000* RIGHT, HOLD A CLOSED OR GONE-AWAY CUSTOMER, AND WRITE A        *
044100* SUGGESTED CORRECTION FOR THE REST                              *
044200******************************************************************
044300 5000-DECIDE-ACTION.
044400     EVALUATE TRUE
044500        WHEN CPN-POSTCODE-NOT-FOUND
044600           SET CPN-CUSTOMER-REFERRED TO TRUE
044700           ADD 1 TO CPN-REFERRED-COUNT
044800        WHEN BCS-CUST-CLOSED OF BNKCUST-REC
044900           SET CPN-CUSTOMER-HELD-CLOSED TO TRUE
045000           ADD 1 TO CPN-HELD-CLOSED-COUNT
045100        WHEN BCS-GONE-AWAY OF BNKCUST-REC
045200           SET CPN-CUSTOMER-HELD-GONE-AWAY TO TRUE
045300           ADD 1 TO CPN-HELD-GONE-AWAY-COUNT
045400        WHEN OTHER
045500           SET CPN-CUSTOMER-SUGGESTED TO TRUE
045600           PERFORM 6000-WRITE-SUGGESTION THRU 6000-EXIT
045700     END-EVALUATE.
045800 5000-EXIT.
045900     EXIT.
046000
046100******************************************************************
046200* 6000-WRITE-SUGGESTION - ONE CUSTMNT UPDATE TRANSACTION FOR THE *
046300* CUSTOMER, CARRYING EVERY CORRECTION SUGGESTED FOR IT           *
046400******************************************************************
046500 6000-WRITE-SUGGESTION.
046600     MOVE 'U'               TO CPN-SUG-ACTION.
046700     MOVE CPN-SUGGESTED-REC TO CPN-SUG-CUSTOMER.
046800     WRITE PCLNSUG-REC.
046900     IF NOT CPN-PCLNSUG-OK
047000        STRING 'UNABLE TO WRITE PCLNSUG - STATUS '
047100                           DELIMITED BY SIZE
047200               CPN-PCLNSUG-STATUS DELIMITED BY SIZE
047300          INTO CPN-FATAL-MSG
047400        END-STRING
047500        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
047600     END-IF.
047700     ADD 1 TO CPN-SUGGESTED-COUNT.
047800 6000-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200* 7000-WRITE-DETAIL-LINES - ONE REPORT LINE FOR EACH FINDING ON  *
048300* THE CUSTOMER                                                   *
048400******************************************************************
048500 7000-WRITE-DETAIL-LINES.
048600     MOVE SPACES TO CPN-REPORT-DETAIL-LINE.
048700     MOVE BCS-REC-PID OF BNKCUST-REC      TO CPND-PID.
048800     MOVE BCS-REC-POSTCODE OF BNKCUST-REC TO CPND-POSTCODE.
048900     EVALUATE TRUE
049000        WHEN CPN-CUSTOMER-SUGGESTED
049100           MOVE 'SUGGESTED'      TO CPND-ACTION
049200        WHEN CPN-CUSTOMER-REFERRED
049300           MOVE 'REFER CUSTOMER' TO CPND-ACTION
049400        WHEN CPN-CUSTOMER-HELD-CLOSED
049500           MOVE 'HELD-CLOSED'    TO CPND-ACTION
049600        WHEN CPN-CUSTOMER-HELD-GONE-AWAY
049700           MOVE 'HELD-GONE AWAY' TO CPND-ACTION
049800     END-EVALUATE.
049900
050000     IF CPN-PC-FINDING NOT = SPACES
050100        MOVE CPN-PC-FINDING TO CPND-FINDING
050200        MOVE BCS-REC-POSTCODE OF BNKCUST-REC TO CPND-ON-FILE
050300        MOVE SPACES TO CPND-SUGGESTED
050400        IF CPN-POSTCODE-FOUND
050500           MOVE CPN-STD-POSTCODE TO CPND-SUGGESTED
050600        END-IF
050700        MOVE CPN-REPORT-DETAIL-LINE TO PCLNLOG-REC
050800        WRITE PCLNLOG-REC
050900     END-IF.
051000
051100     IF CPN-TOWN-FINDING NOT = SPACES
051200        MOVE CPN-TOWN-FINDING TO CPND-FINDING
051300        MOVE CPN-TOWN-ON-FILE TO CPND-ON-FILE
051400        MOVE PST-POST-TOWN    TO CPND-SUGGESTED
051500        MOVE CPN-REPORT-DETAIL-LINE TO PCLNLOG-REC
051600        WRITE PCLNLOG-REC
051700     END-IF.
051800 7000-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200* 8000-WRITE-TOTALS - CLOSING CONTROL TOTALS FOR THE RUN.  THE   *
052300* CUSTOMERS CHECKED BALANCE TO CLEAN PLUS SUGGESTED PLUS         *
052400* REFERRED PLUS HELD; ONE CUSTOMER CAN HAVE TWO FINDINGS, SO THE *
052500* FINDING COUNTS NEED NOT ADD UP TO THE CUSTOMER COUNTS          *
052600******************************************************************
052700 8000-WRITE-TOTALS.
052800     MOVE SPACES TO PCLNLOG-REC.
052900     WRITE PCLNLOG-REC.
053000
053100     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
053200     MOVE 'CUSTOMERS READ' TO CPNC-LABEL.
053300     MOVE CPN-READ-COUNT TO CPNC-COUNT.
053400     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
053500     WRITE PCLNLOG-REC.
053600
053700     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
053800     MOVE 'MERGED CUSTOMERS PASSED OVER' TO CPNC-LABEL.
053900     MOVE CPN-MERGED-COUNT TO CPNC-COUNT.
054000     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
054100     WRITE PCLNLOG-REC.
054200
054300     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
054400     MOVE 'CUSTOMERS CHECKED' TO CPNC-LABEL.
054500     MOVE CPN-CHECKED-COUNT TO CPNC-COUNT.
054600     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
054700     WRITE PCLNLOG-REC.
054800
054900     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
055000     MOVE '  CLEAN' TO CPNC-LABEL.
055100     MOVE CPN-CLEAN-COUNT TO CPNC-COUNT.
055200     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
055300     WRITE PCLNLOG-REC.
055400
055500     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
055600     MOVE '  CORRECTIONS SUGGESTED' TO CPNC-LABEL.
055700     MOVE CPN-SUGGESTED-COUNT TO CPNC-COUNT.
055800     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
055900     WRITE PCLNLOG-REC.
056000
056100     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
056200     MOVE '  REFERRED TO THE CUSTOMER' TO CPNC-LABEL.
056300     MOVE CPN-REFERRED-COUNT TO CPNC-COUNT.
056400     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
056500     WRITE PCLNLOG-REC.
056600
056700     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
056800     MOVE '  HELD - CUSTOMER CLOSED' TO CPNC-LABEL.
056900     MOVE CPN-HELD-CLOSED-COUNT TO CPNC-COUNT.
057000     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
057100     WRITE PCLNLOG-REC.
057200
057300     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
057400     MOVE '  HELD - CUSTOMER GONE AWAY' TO CPNC-LABEL.
057500     MOVE CPN-HELD-GONE-AWAY-COUNT TO CPNC-COUNT.
057600     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
057700     WRITE PCLNLOG-REC.
057800
057900     MOVE SPACES TO PCLNLOG-REC.
058000     WRITE PCLNLOG-REC.
058100
058200     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
058300     MOVE 'POSTCODE IS BLANK' TO CPNC-LABEL.
058400     MOVE CPN-PC-BLANK-COUNT TO CPNC-COUNT.
058500     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
058600     WRITE PCLNLOG-REC.
058700
058800     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
058900     MOVE 'POSTCODE IS MALFORMED' TO CPNC-LABEL.
059000     MOVE CPN-PC-MALFORMED-COUNT TO CPNC-COUNT.
059100     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
059200     WRITE PCLNLOG-REC.
059300
059400     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
059500     MOVE 'POSTCODE NOT ON BNKPOST' TO CPNC-LABEL.
059600     MOVE CPN-PC-NOT-ON-FILE-COUNT TO CPNC-COUNT.
059700     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
059800     WRITE PCLNLOG-REC.
059900
060000     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
060100     MOVE 'POSTCODE NOT IN STANDARD FORM' TO CPNC-LABEL.
060200     MOVE CPN-PC-NOT-STANDARD-COUNT TO CPNC-COUNT.
060300     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
060400     WRITE PCLNLOG-REC.
060500
060600     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
060700     MOVE 'TOWN LINE DISAGREES' TO CPNC-LABEL.
060800     MOVE CPN-TOWN-DISAGREE-COUNT TO CPNC-COUNT.
060900     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
061000     WRITE PCLNLOG-REC.
061100
061200     MOVE SPACES TO CPN-REPORT-COUNT-LINE.
061300     MOVE 'NO TOWN LINE' TO CPNC-LABEL.
061400     MOVE CPN-NO-TOWN-LINE-COUNT TO CPNC-COUNT.
061500     MOVE CPN-REPORT-COUNT-LINE TO PCLNLOG-REC.
061600     WRITE PCLNLOG-REC.
061700 8000-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
062200* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
062300******************************************************************
062400 8800-WRITE-CONTROL-TOTALS.
062500     MOVE 'CUSTPCLN'               TO CTP-JOB-NAME.
062600     SET CTP-FRESH-RUN TO TRUE.
062700     MOVE SPACES                   TO CTP-DATA-DATE.
062800     MOVE 'CUSTOMERS READ'         TO CTP-COUNT-NAME (1).
062900     MOVE CPN-READ-COUNT           TO CTP-COUNT-VALUE (1).
063000     MOVE 'CUSTOMERS CHECKED'      TO CTP-COUNT-NAME (2).
063100     MOVE CPN-CHECKED-COUNT        TO CTP-COUNT-VALUE (2).
063200     MOVE 'CUSTOMERS CLEAN'        TO CTP-COUNT-NAME (3).
063300     MOVE CPN-CLEAN-COUNT          TO CTP-COUNT-VALUE (3).
063400     MOVE 'CORRECTIONS WRITTEN'    TO CTP-COUNT-NAME (4).
063500     MOVE CPN-SUGGESTED-COUNT      TO CTP-COUNT-VALUE (4).
063600     MOVE 'CUSTOMERS REFERRED'     TO CTP-COUNT-NAME (5).
063700     MOVE CPN-REFERRED-COUNT       TO CTP-COUNT-VALUE (5).
063800     MOVE 'HELD CLOSED'            TO CTP-COUNT-NAME (6).
063900     MOVE CPN-HELD-CLOSED-COUNT    TO CTP-COUNT-VALUE (6).
064000     MOVE 'HELD GONE AWAY'         TO CTP-COUNT-NAME (7).
064100     MOVE CPN-HELD-GONE-AWAY-COUNT TO CTP-COUNT-VALUE (7).
064200     MOVE 7                        TO CTP-COUNT-USED.
064300     CALL CPN-CTLTOT-PGM USING CPN-CTLTOT-PARMS.
064400 8800-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
064900******************************************************************
065000 9000-TERMINATE.
065100     CLOSE BNKCUST.
065200     CLOSE BNKPOST.
065300     CLOSE PCLNLOG.
065400     CLOSE PCLNSUG.
065500 9000-EXIT.
065600     EXIT.
065700
065800******************************************************************
065900* 9900-FATAL-ERROR - SAY WHY AND STOP                            *
066000******************************************************************
066100 9900-FATAL-ERROR.
066200     DISPLAY 'CUSTPCLN - ' CPN-FATAL-MSG.
066300     MOVE 16 TO RETURN-CODE.
066400     STOP RUN.
066500 9900-EXIT.
066600     EXIT.
