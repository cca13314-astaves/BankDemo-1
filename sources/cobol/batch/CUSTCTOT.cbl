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
002000* PROGRAM:     CUSTCTOT.CBL                                      *
002100* FUNCTION:    FILES ONE BATCH JOB'S CONTROL TOTALS ON THE       *
002200*              SHARED CTLTOTF CONTROL-TOTALS FILE - CALLED BY    *
002300*              EVERY BATCH JOB AT THE END OF ITS RUN WITH THE    *
002400*              CUSTCTP PARAMETER AREA, AND WRITES ONE CUSTCTT    *
002500*              RECORD PER KEY COUNT STAMPED WITH THE RUN DATE,   *
002600*              RUN TIME, JOB NAME, RUN TYPE AND DATA DATE.  THE  *
002700*              FILE IS OPENED AND CLOSED ON EACH CALL SO EACH    *
002800*              JOB'S TOTALS GO ON AS ONE UNBROKEN BLOCK          *
002900*                                                                *
003000* OUTPUT:      CTLTOTF  - SHARED CONTROL-TOTALS FILE, APPENDED   *
003100*                        TO (CREATED ON FIRST USE)               *
003200*                                                                *
003300* THE CTLTOTF STATUS IS HANDED BACK IN CTP-WRITE-STATUS.  THE    *
003400* CALLER HAS DONE ITS WORK BY NOW, SO A FAILURE HERE IS SHOWN    *
003500* ON THE JOB LOG BUT DOES NOT STOP THE JOB - CUSTBAL FAILS THE   *
003600* NIGHT FOR ANY JOB WHOSE TOTALS ARE MISSING                     *
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.
004000     CUSTCTOT.
004100 AUTHOR.
004200     BATCH SUPPORT.
004300 INSTALLATION.
004400     BANKDEMO.
004500 DATE-WRITTEN.
004600     15 OCT 2026.
004700 DATE-COMPILED.
004800     TODAY.
004900******************************************************************
005000* MODIFICATION HISTORY                                          *
005100* DATE       INIT  DESCRIPTION                                  *
005200* 15OCT26    BS    INITIAL VERSION - SHARED CONTROL-TOTALS       *
005300*                  WRITER FOR THE END-OF-NIGHT BALANCING         *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.
005800     IBM-370.
005900 OBJECT-COMPUTER.
006000     IBM-370.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT CTLTOTF ASSIGN TO "CTLTOTF"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS CCT-CTLTOTF-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CTLTOTF
007000     RECORDING MODE IS F.
007100 01  CTLTOTF-REC.
007200 COPY CUSTCTT.
007300
007400 WORKING-STORAGE SECTION.
007500 01  CCT-FILE-STATUS-GROUP.
007600     05  CCT-CTLTOTF-STATUS          PIC X(02).
007700         88  CCT-CTLTOTF-OK               VALUE '00'.
007800         88  CCT-CTLTOTF-FILE-MISSING     VALUE '35'.
007900
008000 77  CCT-SUB                         PIC 9(04) COMP VALUE ZERO.
008100 77  CCT-DATE-TIME                   PIC X(21).
008200
008300 LINKAGE SECTION.
008400 01  CCT-PARMS.
008500 COPY CUSTCTP.
008600
008700******************************************************************
008800* MAINLINE                                                       *
008900******************************************************************
009000 PROCEDURE DIVISION USING CCT-PARMS.
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009300     IF CCT-CTLTOTF-OK
009400        PERFORM 2000-WRITE-COUNT THRU 2000-EXIT
009500            VARYING CCT-SUB FROM 1 BY 1
009600            UNTIL CCT-SUB > CTP-COUNT-USED
009700            OR CCT-SUB > 30
009800            OR NOT CCT-CTLTOTF-OK
009900        CLOSE CTLTOTF
010000     END-IF.
010100     IF NOT CCT-CTLTOTF-OK
010200        DISPLAY 'CUSTCTOT - CONTROL TOTALS FOR ' CTP-JOB-NAME
010300                ' NOT FILED - CTLTOTF STATUS ' CCT-CTLTOTF-STATUS
010400     END-IF.
010500     MOVE CCT-CTLTOTF-STATUS TO CTP-WRITE-STATUS.
010600     GOBACK.
010700
010800******************************************************************
010900* 1000-INITIALIZE - STAMP THE RUN DATE AND TIME AND OPEN THE     *
011000* CONTROL-TOTALS FILE FOR APPEND, CREATING IT THE FIRST TIME     *
011100******************************************************************
011200 1000-INITIALIZE.
011300     MOVE FUNCTION CURRENT-DATE TO CCT-DATE-TIME.
011400     MOVE SPACES TO CTLTOTF-REC.
011500     MOVE CCT-DATE-TIME(1:8) TO CTT-RUN-DATE.
011600     MOVE CCT-DATE-TIME(9:6) TO CTT-RUN-TIME.
011700     MOVE CTP-JOB-NAME       TO CTT-JOB-NAME.
011800     MOVE CTP-RUN-TYPE       TO CTT-RUN-TYPE.
011900     IF NOT CTT-RESTART-RUN
012000        SET CTT-FRESH-RUN TO TRUE
012100     END-IF.
012200     MOVE CTP-DATA-DATE      TO CTT-DATA-DATE.
012300     IF CTT-DATA-DATE = SPACES
012400        MOVE CCT-DATE-TIME(1:8) TO CTT-DATA-DATE
012500     END-IF.
012600
012700     OPEN EXTEND CTLTOTF.
012800     IF CCT-CTLTOTF-FILE-MISSING
012900        OPEN OUTPUT CTLTOTF
013000     END-IF.
013100 1000-EXIT.
013200     EXIT.
013300
013400******************************************************************
013500* 2000-WRITE-COUNT - ONE RECORD PER NAMED COUNT                  *
013600******************************************************************
013700 2000-WRITE-COUNT.
013800     MOVE CTP-COUNT-NAME (CCT-SUB)  TO CTT-COUNT-NAME.
013900     MOVE CTP-COUNT-VALUE (CCT-SUB) TO CTT-COUNT-VALUE.
014000     WRITE CTLTOTF-REC.
014100 2000-EXIT.
014200     EXIT.
