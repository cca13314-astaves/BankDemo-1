004670*                        THE MNTRST CHECKPOINT, ANYTHING ELSE    *
004680*                        (OR NO FILE) IS A FRESH RUN AND         *
004690*                        CLEARS THE CHECKPOINT FIRST             *
004691*              BNKWLST  - SANCTIONS AND WATCH-LIST REFERENCE     *
004692*                        FILE (INPUT) - AN ADD THAT MATCHES AN   *
004693*                        ENTRY NOT CLEARED BY REVIEW IS HELD AND *
004694*                        GOES TO CUSTREJ, AS ADDCUST HOLDS IT    *
004695*                        ONLINE                                  *
004705*              BNKPOST  - POSTCODE REFERENCE FILE (INPUT) - AN   *
004715*                        ADD OR UPDATE WHOSE POSTCODE IS NOT ON  *
004725*                        IT IS REJECTED, AS ADDCUST AND UPDCUST  *
004735*                        REJECT IT ONLINE                        *
004745*              BNKWHIT  - WATCH-LIST HITS FILE (I-O) - A NEW     *
004755*                        POSSIBLE MATCH IS RAISED HERE AS        *
004765*                        PENDING FOR COMPLIANCE TO REVIEW        *
004775******************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID.
005000     CUSTMNT.
006756*                  EXISTING FIVE-DIGIT DATA                      *
006758* 02SEP26    BS    BNKCUSP PHONETIC NAME INDEX KEPT IN STEP      *
006760*                  WITH ADDS AND NAME AMENDMENTS                 *
006762* 15OCT26    BS    CUSTOMERS RETIRED BY THE CUSTMRGE MERGE RUN   *
006764*                  REFUSE UPDATES AND DELETES                    *
006766* 15OCT26    BS    AN ADDRESS CHANGE CLEARS THE GONE-AWAY FLAG   *
006768*                  CUSTGONE SETS FROM RETURNED MAIL              *
006778* 15OCT26    BS    ADDS SCREENED AGAINST THE BNKWLST SANCTIONS   *
006788*                  AND WATCH LIST - A POSSIBLE MATCH IS HELD     *
006798*                  AND RAISED ON BNKWHIT FOR COMPLIANCE          *
006818* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006838*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006843* 15OCT26    BS    POSTCODES ON ADDS AND UPDATES VALIDATED       *
006848*                  AGAINST THE BNKPOST POSTCODE REFERENCE FILE   *
006853*                  AND FILED IN THE CUSTPCHK STANDARD FORM       *
006855* 15OCT26    BS    GONE-AWAY FLAG KEPT WHEN ONLY THE FORM OF     *
006856*                  THE POSTCODE ON FILE DIFFERS                  *
006857* 15OCT26    BS    A RESTART CARRIES THE FAILED RUN'S COUNTS ON  *
006858*                  THE MNTRST CHECKPOINT AND FILES THE WHOLE     *
006859*                  RUN'S TOTALS ON CTLTOTF AS A FRESH RUN        *
006860******************************************************************
006900 ENVIRONMENT DIVISION.
007000 CONFIGURATION SECTION.
007100 SOURCE-COMPUTER.
008668         RECORD KEY IS PHX-KEY
008670         FILE STATUS IS CMT-BNKCUSP-STATUS.
008680
008681     SELECT BNKWLST ASSIGN TO "BNKWLST"
008682         ORGANIZATION IS INDEXED
008683         ACCESS MODE IS DYNAMIC
008684         RECORD KEY IS WLS-KEY
008685         FILE STATUS IS CMT-BNKWLST-STATUS.
008686
008687     SELECT BNKWHIT ASSIGN TO "BNKWHIT"
008688         ORGANIZATION IS INDEXED
008689         ACCESS MODE IS DYNAMIC
008690         RECORD KEY IS WHT-KEY
008691         FILE STATUS IS CMT-BNKWHIT-STATUS.
008692
008693     SELECT BNKPOST ASSIGN TO "BNKPOST"
008694         ORGANIZATION IS INDEXED
008695         ACCESS MODE IS DYNAMIC
008696         RECORD KEY IS PST-POSTCODE
008697         FILE STATUS IS CMT-BNKPOST-STATUS.
008698
008700     SELECT CUSTHST ASSIGN TO "CUSTHST"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
012080 01  BNKCUSP-REC.
012090 COPY CUSTPHX.
012095
012100 FD  BNKWLST
012105     RECORDING MODE IS F.
012110 01  BNKWLST-REC.
012115 COPY CUSTWLS.
012120
012125 FD  BNKWHIT
012130     RECORDING MODE IS F.
012135 01  BNKWHIT-REC.
012140 COPY CUSTWHT.
012145
012150 FD  CUSTHST
012200     RECORDING MODE IS F.
012300 01  CUSTHST-REC.
012400 COPY CUSTHST.
012410
012420 FD  BNKPOST
012430     RECORDING MODE IS F.
012440 01  BNKPOST-REC.
012450 COPY CUSTPST.
012500
012600******************************************************************
012700* THE AUDIT ENTRY IS BUILT IN WORKING STORAGE (WS-AUDIT-REC)     *
014080 FD  MNTRST
014082     RECORDING MODE IS F.
014084 01  MNTRST-REC.
014085     05  CMT-RESTART-KEY             PIC X(05).
014086     05  CMT-RESTART-INPUT-COUNT     PIC 9(09) COMP.
014087     05  CMT-RESTART-LAST-PID        PIC X(10).
014088     05  CMT-RESTART-RUN-DATE        PIC 9(08).
014089     05  CMT-RESTART-LAST-CUSTNO     PIC 9(18) COMP.
014090     05  CMT-RESTART-ADD-APPLIED     PIC 9(09) COMP.
014091     05  CMT-RESTART-ADD-REJECTED    PIC 9(09) COMP.
014092     05  CMT-RESTART-ADD-HELD        PIC 9(09) COMP.
014093     05  CMT-RESTART-UPD-APPLIED     PIC 9(09) COMP.
014094     05  CMT-RESTART-UPD-REJECTED    PIC 9(09) COMP.
014095     05  CMT-RESTART-DEL-APPLIED     PIC 9(09) COMP.
014096     05  CMT-RESTART-DEL-REJECTED    PIC 9(09) COMP.
014097     05  CMT-RESTART-INVALID-ACTION  PIC 9(09) COMP.
014098     05  CMT-RESTART-GONE-CLEARED    PIC 9(09) COMP.
014099     05  CMT-RESTART-POSTCODE-REJ    PIC 9(09) COMP.
014100
014200 WORKING-STORAGE SECTION.
014300 01  CMT-FILE-STATUS-GROUP.
015132     05  CMT-BNKCUSP-STATUS          PIC X(02).
015134         88  CMT-BNKCUSP-OK                VALUE '00'.
015136         88  CMT-BNKCUSP-FILE-MISSING      VALUE '35'.
015146     05  CMT-BNKWLST-STATUS          PIC X(02).
015156         88  CMT-BNKWLST-OK                VALUE '00'.
015158     05  CMT-BNKPOST-STATUS          PIC X(02).
015160         88  CMT-BNKPOST-OK                VALUE '00'.
015166     05  CMT-BNKWHIT-STATUS          PIC X(02).
015176         88  CMT-BNKWHIT-OK                VALUE '00'.
015186         88  CMT-BNKWHIT-FILE-MISSING      VALUE '35'.
015200     05  CMT-CUSTHST-STATUS          PIC X(02).
015300         88  CMT-CUSTHST-OK                VALUE '00'.
015400         88  CMT-CUSTHST-FILE-MISSING      VALUE '35'.
017020         VALUE 'N'.
017030         88  CMT-RESTART-RUN              VALUE 'Y'.
017040         88  CMT-FRESH-RUN                VALUE 'N'.
017045     05  CMT-SCREEN-SW               PIC X(01)
017050         VALUE 'C'.
017055         88  CMT-SCREEN-CLEAR             VALUE 'C'.
017060         88  CMT-SCREEN-HELD              VALUE 'H'.
017065         88  CMT-SCREEN-REFUSED           VALUE 'R'.
017070     05  CMT-WLST-BROWSE-SW          PIC X(01)
017075         VALUE 'N'.
017080         88  CMT-WLST-BROWSE-ACTIVE       VALUE 'Y'.
017085         88  CMT-WLST-BROWSE-ENDED        VALUE 'N'.
017087     05  CMT-POSTCODE-RESULT         PIC X(01)
017089         VALUE SPACE.
017091         88  CMT-POSTCODE-WELL-FORMED     VALUE 'Y'.
017093         88  CMT-POSTCODE-BLANK           VALUE 'B'.
017095         88  CMT-POSTCODE-MALFORMED       VALUE 'N'.
017096     05  CMT-BEFORE-POSTCODE-RESULT  PIC X(01)
017097         VALUE SPACE.
017100
017200 77  CMT-INPUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
017300 77  CMT-ADD-APPLIED-COUNT           PIC 9(09) COMP VALUE ZERO.
018630 77  CMT-LAST-APPLIED-PID            PIC X(10) VALUE SPACES.
018640 77  CMT-PHONETIC-PGM                PIC X(08) VALUE 'CUSTPHON'.
018650 77  CMT-OLD-SOUNDEX                 PIC X(04) VALUE SPACES.
018660 77  CMT-GONE-CLEARED-COUNT          PIC 9(09) COMP VALUE ZERO.
018665 77  CMT-ADD-HELD-COUNT              PIC 9(09) COMP VALUE ZERO.
018670 77  CMT-SCREEN-NAME                 PIC X(30).
018675 77  CMT-SCREEN-SOUNDEX              PIC X(04).
018680 77  CMT-SCREEN-MATCH-TYPE           PIC X(01).
018685 77  CMT-SCREEN-ENTRY-ID             PIC X(10).
018686 77  CMT-BEFORE-STD-POSTCODE         PIC X(08).
018687 77  CMT-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
018688 77  CMT-POSTCODE-PGM                PIC X(08) VALUE 'CUSTPCHK'.
018689 77  CMT-STD-POSTCODE                PIC X(08).
018690 77  CMT-POSTCODE-REJECTED-COUNT     PIC 9(09) COMP VALUE ZERO.
018691
018692 01  CMT-CTLTOT-PARMS.
018693 COPY CUSTCTP.
018700
018800 01  CMT-NEW-CUST-REC.
018900 COPY CBANKVCS.
023400     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
023500         UNTIL CMT-CUSTTRAN-AT-EOF.
023600     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
023650     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800     STOP RUN.
023900
026400        END-STRING
026500        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
026600     END-IF.
026605
026610     OPEN INPUT BNKPOST.
026615     IF NOT CMT-BNKPOST-OK
026620        STRING 'UNABLE TO OPEN BNKPOST - STATUS '
026625                           DELIMITED BY SIZE
026630               CMT-BNKPOST-STATUS DELIMITED BY SIZE
026635          INTO CMT-FATAL-MSG
026640        END-STRING
026645        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
026650     END-IF.
026700
026710     OPEN INPUT BNKBRN.
026720     IF NOT CMT-BNKBRN-OK
026809        END-IF
026810     END-IF.
026812
026814     OPEN INPUT BNKWLST.
026816     IF NOT CMT-BNKWLST-OK
026818        STRING 'UNABLE TO OPEN BNKWLST - STATUS '
026820                           DELIMITED BY SIZE
026822               CMT-BNKWLST-STATUS DELIMITED BY SIZE
026824          INTO CMT-FATAL-MSG
026826        END-STRING
026828        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
026830     END-IF.
026832
026834     OPEN I-O BNKWHIT.
026836     IF NOT CMT-BNKWHIT-OK
026838        IF CMT-BNKWHIT-FILE-MISSING
026840           OPEN OUTPUT BNKWHIT
026842           CLOSE       BNKWHIT
026844           OPEN I-O    BNKWHIT
026846        ELSE
026848           STRING 'UNABLE TO OPEN BNKWHIT - STATUS '
026850                              DELIMITED BY SIZE
026852                  CMT-BNKWHIT-STATUS DELIMITED BY SIZE
026854             INTO CMT-FATAL-MSG
026856           END-STRING
026858           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
026860        END-IF
026862     END-IF.
026864
026866     OPEN I-O CUSTHST.
026900     IF NOT CMT-CUSTHST-OK
027000        IF CMT-CUSTHST-FILE-MISSING
027100           OPEN OUTPUT CUSTHST
030510
030520******************************************************************
030530* 1200-LOCATE-RESTART-POINT - PICK UP THE CHECKPOINT CUT BY THE  *
030540* FAILED RUN, WITH ITS COUNTS SO FAR, AND SAY ON THE REPORT      *
030550* EXACTLY HOW MANY INPUT TRANSACTIONS ARE BEING SKIPPED AS       *
030560* ALREADY APPLIED - A RESTART ASKED FOR WITH NO CHECKPOINT ON    *
030570* FILE IS CALLED OUT AND RUN FROM THE TOP                        *
030580******************************************************************
030582 1200-LOCATE-RESTART-POINT.
030584     MOVE '00000' TO CMT-RESTART-KEY.
030592            MOVE 0 TO CMT-SKIP-COUNT
030594     END-READ.
030596     IF CMT-MNTRST-OK
030597        MOVE CMT-RESTART-INPUT-COUNT TO CMT-SKIP-COUNT
030598        MOVE CMT-RESTART-ADD-APPLIED    TO CMT-ADD-APPLIED-COUNT
030599        MOVE CMT-RESTART-ADD-REJECTED   TO CMT-ADD-REJECTED-COUNT
030600        MOVE CMT-RESTART-ADD-HELD       TO CMT-ADD-HELD-COUNT
030601        MOVE CMT-RESTART-UPD-APPLIED    TO CMT-UPD-APPLIED-COUNT
030602        MOVE CMT-RESTART-UPD-REJECTED   TO CMT-UPD-REJECTED-COUNT
030603        MOVE CMT-RESTART-DEL-APPLIED    TO CMT-DEL-APPLIED-COUNT
030604        MOVE CMT-RESTART-DEL-REJECTED   TO CMT-DEL-REJECTED-COUNT
030605        MOVE CMT-RESTART-INVALID-ACTION
030606          TO CMT-INVALID-ACTION-COUNT
030607        MOVE CMT-RESTART-GONE-CLEARED   TO CMT-GONE-CLEARED-COUNT
030608        MOVE CMT-RESTART-POSTCODE-REJ
030609          TO CMT-POSTCODE-REJECTED-COUNT
030610        MOVE CMT-SKIP-COUNT TO CMT-SKIP-COUNT-EDIT
030611        MOVE SPACES TO MNTLOG-REC
030612        STRING 'RESTART - SKIPPING APPLIED TRANSACTIONS: '
030613                                   DELIMITED BY SIZE
030614               CMT-SKIP-COUNT-EDIT DELIMITED BY SIZE
030615          INTO MNTLOG-REC
030616        END-STRING
030617        WRITE MNTLOG-REC
030618     ELSE
030619        MOVE 0 TO CMT-SKIP-COUNT
030620        MOVE 'RESTART REQUESTED BUT NO CHECKPOINT ON FILE - '
030621           TO MNTLOG-REC
030622        WRITE MNTLOG-REC
030623        MOVE 'RUNNING FROM THE TOP OF THE INPUT' TO MNTLOG-REC
030624        WRITE MNTLOG-REC
030625     END-IF.
030632 1200-EXIT.
030634     EXIT.
030636
030692         INVALID KEY
030694            CONTINUE
030696     END-READ.
030697     MOVE '00000' TO CMT-RESTART-KEY.
030698     MOVE 0       TO CMT-RESTART-INPUT-COUNT.
030699     MOVE SPACES  TO CMT-RESTART-LAST-PID.
030700     MOVE CMT-RUN-DATE TO CMT-RESTART-RUN-DATE.
030701     MOVE 0       TO CMT-RESTART-LAST-CUSTNO.
030702     MOVE 0       TO CMT-RESTART-ADD-APPLIED.
030703     MOVE 0       TO CMT-RESTART-ADD-REJECTED.
030704     MOVE 0       TO CMT-RESTART-ADD-HELD.
030705     MOVE 0       TO CMT-RESTART-UPD-APPLIED.
030706     MOVE 0       TO CMT-RESTART-UPD-REJECTED.
030707     MOVE 0       TO CMT-RESTART-DEL-APPLIED.
030708     MOVE 0       TO CMT-RESTART-DEL-REJECTED.
030709     MOVE 0       TO CMT-RESTART-INVALID-ACTION.
030710     MOVE 0       TO CMT-RESTART-GONE-CLEARED.
030711     MOVE 0       TO CMT-RESTART-POSTCODE-REJ.
030712     IF CMT-MNTRST-OK
030713        REWRITE MNTRST-REC
030714     ELSE
030715        WRITE MNTRST-REC
030716     END-IF.
030718 1300-EXIT.
030720     EXIT.
032500 2000-PROCESS-INPUT.
032600     SET CMT-CURRENT-REC-VALID TO TRUE.
032700     MOVE SPACES TO CMT-REJECT-REASON.
032750     SET CMT-SCREEN-CLEAR TO TRUE.
032800     MOVE CMT-TRAN-CUSTOMER TO CMT-NEW-CUST-REC.
032900
033000     EVALUATE TRUE
036140        ADD 1 TO CMT-ADD-REJECTED-COUNT
036150        GO TO 3000-EXIT
036160     END-IF.
036162
036163     PERFORM 3160-VALIDATE-POSTCODE THRU 3160-EXIT.
036164     IF CMT-CURRENT-REC-INVALID
036165        ADD 1 TO CMT-ADD-REJECTED-COUNT
036166        GO TO 3000-EXIT
036167     END-IF.
036168
036169     PERFORM 3170-SCREEN-WATCH-LIST THRU 3170-EXIT.
036170     IF CMT-SCREEN-HELD
036171        ADD 1 TO CMT-ADD-HELD-COUNT
036172        GO TO 3000-EXIT
036173     END-IF.
036174     IF CMT-CURRENT-REC-INVALID
036176        ADD 1 TO CMT-ADD-REJECTED-COUNT
036178        GO TO 3000-EXIT
036180     END-IF.
036200
036300     PERFORM 3200-GENERATE-CUSTOMER-ID THRU 3200-EXIT.
036400     IF CMT-CURRENT-REC-INVALID
041598     END-EVALUATE.
041599 3150-EXIT.
041600     EXIT.
041602
041604******************************************************************
041606* 3160-VALIDATE-POSTCODE - THE POSTCODE MUST BE OF THE NATIONAL  *
041608* SHAPE AND ON THE BNKPOST REFERENCE FILE, EXACTLY AS THE ONLINE *
041610* TRANSACTIONS DEMAND, AND IS FILED IN THE STANDARD FORM         *
041612* CUSTPCHK GIVES IT                                              *
041614******************************************************************
041616 3160-VALIDATE-POSTCODE.
041618     CALL CMT-POSTCODE-PGM
041620          USING BCS-REC-POSTCODE OF CMT-NEW-CUST-REC,
041622                CMT-STD-POSTCODE, CMT-POSTCODE-RESULT.
041624     IF CMT-POSTCODE-WELL-FORMED
041626        MOVE CMT-STD-POSTCODE TO PST-POSTCODE
041628        READ BNKPOST
041630            KEY IS PST-POSTCODE
041632            INVALID KEY
041634               CONTINUE
041636        END-READ
041638     END-IF.
041640     EVALUATE TRUE
041642        WHEN CMT-POSTCODE-BLANK
041644           SET CMT-CURRENT-REC-INVALID TO TRUE
041646           MOVE 'POSTCODE IS BLANK' TO CMT-REJECT-REASON
041648        WHEN CMT-POSTCODE-MALFORMED
041650           SET CMT-CURRENT-REC-INVALID TO TRUE
041652           STRING 'POSTCODE '       DELIMITED BY SIZE
041654                  CMT-STD-POSTCODE  DELIMITED BY SIZE
041656                  ' IS NOT A VALID SHAPE'
041658                                    DELIMITED BY SIZE
041660             INTO CMT-REJECT-REASON
041662           END-STRING
041664        WHEN NOT CMT-BNKPOST-OK
041666           SET CMT-CURRENT-REC-INVALID TO TRUE
041668           STRING 'POSTCODE '       DELIMITED BY SIZE
041670                  CMT-STD-POSTCODE  DELIMITED BY SIZE
041672                  ' NOT ON POSTCODE FILE'
041674                                    DELIMITED BY SIZE
041676             INTO CMT-REJECT-REASON
041678           END-STRING
041680        WHEN OTHER
041682           MOVE CMT-STD-POSTCODE TO
041684               BCS-REC-POSTCODE OF CMT-NEW-CUST-REC
041686     END-EVALUATE.
041688     IF CMT-CURRENT-REC-INVALID
041690        ADD 1 TO CMT-POSTCODE-REJECTED-COUNT
041692     END-IF.
041694 3160-EXIT.
041696     EXIT.
041698
041700******************************************************************
041702* 3170-SCREEN-WATCH-LIST - SCREEN THE NEW CUSTOMER AGAINST THE   *
041704* BNKWLST SANCTIONS AND WATCH LIST BEFORE AN ID IS SPENT,        *
041706* EXACTLY AS ADDCUST DOES ONLINE - BROWSE THE ENTRIES FILED      *
041708* UNDER THE CUSTPHON SOUND OF THE NAME AND TEST EACH ONE.  A     *
041710* MATCH COMPLIANCE HAS CONFIRMED REJECTS THE ADD; ANY OTHER      *
041712* MATCH NOT YET CLEARED HOLDS IT OFF BNKCUST                     *
041714******************************************************************
041716 3170-SCREEN-WATCH-LIST.
041718     MOVE SPACES TO CMT-SCREEN-ENTRY-ID.
041720     MOVE BCS-REC-NAME OF CMT-NEW-CUST-REC TO CMT-SCREEN-NAME.
041722     INSPECT CMT-SCREEN-NAME CONVERTING
041724             'abcdefghijklmnopqrstuvwxyz'
041726          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
041728     CALL CMT-PHONETIC-PGM
041730          USING CMT-SCREEN-NAME, CMT-SCREEN-SOUNDEX.
041732     MOVE CMT-SCREEN-SOUNDEX TO WLS-SOUNDEX.
041734     MOVE LOW-VALUES         TO WLS-ENTRY-ID.
041736     SET CMT-WLST-BROWSE-ACTIVE TO TRUE.
041738     START BNKWLST KEY IS GREATER THAN OR EQUAL TO WLS-KEY
041740         INVALID KEY
041742            SET CMT-WLST-BROWSE-ENDED TO TRUE
041744     END-START.
041746     PERFORM 3175-READ-NEXT-LIST-ENTRY THRU 3175-EXIT
041748         UNTIL CMT-WLST-BROWSE-ENDED.
041750
041752     EVALUATE TRUE
041754        WHEN CMT-SCREEN-REFUSED
041756           SET CMT-CURRENT-REC-INVALID TO TRUE
041758           STRING 'CONFIRMED WATCH-LIST MATCH '
041760                                      DELIMITED BY SIZE
041762                  CMT-SCREEN-ENTRY-ID DELIMITED BY SIZE
041764             INTO CMT-REJECT-REASON
041766           END-STRING
041768        WHEN CMT-SCREEN-HELD
041770           SET CMT-CURRENT-REC-INVALID TO TRUE
041772           STRING 'HELD - WATCH-LIST MATCH '
041774                                      DELIMITED BY SIZE
041776                  CMT-SCREEN-ENTRY-ID DELIMITED BY SIZE
041778             INTO CMT-REJECT-REASON
041780           END-STRING
041782        WHEN OTHER
041784           CONTINUE
041786     END-EVALUATE.
041788 3170-EXIT.
041790     EXIT.
041792
041794******************************************************************
041796* 3175-READ-NEXT-LIST-ENTRY - ONE ENTRY FORWARD - THE BROWSE     *
041798* ENDS ON THE FIRST ENTRY UNDER A DIFFERENT SOUND, AND THE       *
041800* CONTROL RECORD IS SKIPPED.  A LIST THAT CANNOT BE READ IS      *
041802* FATAL - NOBODY IS ADDED UNSCREENED                             *
041804******************************************************************
041806 3175-READ-NEXT-LIST-ENTRY.
041808     READ BNKWLST NEXT RECORD
041810         AT END
041812            SET CMT-WLST-BROWSE-ENDED TO TRUE
041814     END-READ.
041816     EVALUATE TRUE
041818        WHEN CMT-WLST-BROWSE-ENDED
041820           CONTINUE
041822        WHEN NOT CMT-BNKWLST-OK
041824           STRING 'UNABLE TO READ BNKWLST - STATUS '
041826                              DELIMITED BY SIZE
041828                  CMT-BNKWLST-STATUS DELIMITED BY SIZE
041830             INTO CMT-FATAL-MSG
041832           END-STRING
041834           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
041836        WHEN WLS-SOUNDEX NOT = CMT-SCREEN-SOUNDEX
041838           SET CMT-WLST-BROWSE-ENDED TO TRUE
041840        WHEN WLS-ENTRY-ID = '0000000000'
041842           CONTINUE
041844        WHEN OTHER
041846           PERFORM 3180-MATCH-LIST-ENTRY THRU 3180-EXIT
041848     END-EVALUATE.
041850 3175-EXIT.
041852     EXIT.
041854
041856******************************************************************
041858* 3180-MATCH-LIST-ENTRY - THE EXACT NAME WHERE THE LIST GIVES NO *
041860* DATE OF BIRTH (N), THE EXACT NAME AND DATE OF BIRTH (E), OR A  *
041862* NAME THAT ONLY SOUNDS ALIKE WITH THE SAME DATE OF BIRTH (P).   *
041864* EACH MATCH IS LOOKED UP ON BNKWHIT - CLEARED BY REVIEW NO      *
041866* LONGER HOLDS THIS PERSON, CONFIRMED REJECTS THEM, AND A NEW    *
041868* ONE IS RAISED AS PENDING FOR COMPLIANCE                        *
041870******************************************************************
041872 3180-MATCH-LIST-ENTRY.
041874     EVALUATE TRUE
041876        WHEN WLS-NAME = CMT-SCREEN-NAME
041878         AND WLS-DOB = ZERO
041880           MOVE 'N' TO CMT-SCREEN-MATCH-TYPE
041882        WHEN WLS-NAME = CMT-SCREEN-NAME
041884         AND WLS-DOB = BCS-REC-DATE-OF-BIRTH OF CMT-NEW-CUST-REC
041886           MOVE 'E' TO CMT-SCREEN-MATCH-TYPE
041888        WHEN WLS-DOB = BCS-REC-DATE-OF-BIRTH OF CMT-NEW-CUST-REC
041890         AND WLS-DOB NOT = ZERO
041892           MOVE 'P' TO CMT-SCREEN-MATCH-TYPE
041894        WHEN OTHER
041896           GO TO 3180-EXIT
041898     END-EVALUATE.
041900
041902     MOVE SPACES              TO BNKWHIT-REC.
041904     MOVE CMT-SCREEN-NAME     TO WHT-CUST-NAME.
041906     MOVE BCS-REC-DATE-OF-BIRTH OF CMT-NEW-CUST-REC
041908        TO WHT-CUST-DOB.
041910     MOVE WLS-ENTRY-ID        TO WHT-ENTRY-ID.
041912     READ BNKWHIT
041914         KEY IS WHT-KEY
041916         INVALID KEY
041918            CONTINUE
041920     END-READ.
041922     EVALUATE TRUE
041924        WHEN CMT-BNKWHIT-OK
041926         AND WHT-CLEARED
041928           CONTINUE
041930        WHEN CMT-BNKWHIT-OK
041932         AND WHT-CONFIRMED
041934           SET CMT-SCREEN-REFUSED TO TRUE
041936           MOVE WLS-ENTRY-ID TO CMT-SCREEN-ENTRY-ID
041938           SET CMT-WLST-BROWSE-ENDED TO TRUE
041940        WHEN CMT-BNKWHIT-OK
041942           PERFORM 3185-NOTE-HELD THRU 3185-EXIT
041944        WHEN OTHER
041946           PERFORM 3190-RAISE-HIT THRU 3190-EXIT
041948           PERFORM 3185-NOTE-HELD THRU 3185-EXIT
041950     END-EVALUATE.
041952 3180-EXIT.
041954     EXIT.
041956
041958******************************************************************
041960* 3185-NOTE-HELD - THE FIRST LIVE MATCH IS THE ONE THE LOG NAMES *
041962* - A REJECTION ALREADY FOUND IS NEVER DOWNGRADED TO A HOLD      *
041964******************************************************************
041966 3185-NOTE-HELD.
041968     IF CMT-SCREEN-CLEAR
041970        SET CMT-SCREEN-HELD TO TRUE
041972        MOVE WLS-ENTRY-ID TO CMT-SCREEN-ENTRY-ID
041974     END-IF.
041976 3185-EXIT.
041978     EXIT.
041980
041982******************************************************************
041984* 3190-RAISE-HIT - A MATCH NOT SEEN BEFORE GOES ONTO BNKWHIT AS  *
041986* PENDING.  THERE IS NO CUSTOMER ID YET - THE NAME AND DATE OF   *
041988* BIRTH IN THE KEY FIND THE SAME PERSON WHEN THEY COME BACK      *
041990******************************************************************
041992 3190-RAISE-HIT.
041994     MOVE FUNCTION CURRENT-DATE TO CMT-DATE-TIME.
041996     MOVE SPACES              TO BNKWHIT-REC.
041998     MOVE CMT-SCREEN-NAME     TO WHT-CUST-NAME.
042000     MOVE BCS-REC-DATE-OF-BIRTH OF CMT-NEW-CUST-REC
042002        TO WHT-CUST-DOB.
042004     MOVE WLS-ENTRY-ID        TO WHT-ENTRY-ID.
042006     MOVE CMT-SCREEN-MATCH-TYPE TO WHT-MATCH-TYPE.
042008     SET WHT-SOURCE-CUSTMNT   TO TRUE.
042010     SET WHT-PENDING          TO TRUE.
042012     STRING
042014       CMT-DATE-TIME(1:8)  DELIMITED BY SIZE
042016       '-'                 DELIMITED BY SIZE
042018       CMT-DATE-TIME(9:6)  DELIMITED BY SIZE
042020     INTO WHT-RAISED-STAMP
042022     END-STRING.
042024     MOVE 'CUSTMNT'           TO WHT-RAISED-USERID.
042026     MOVE ZEROS               TO WHT-REVIEW-DATE.
042028     WRITE BNKWHIT-REC
042030         INVALID KEY
042032            CONTINUE
042034     END-WRITE.
042036 3190-EXIT.
042038     EXIT.
042040
042042******************************************************************
042044* 3200-GENERATE-CUSTOMER-ID - READ/INCREMENT/REWRITE THE SAME    *
042046* CUSTCTL CONTROL RECORD (RESERVED KEY ON BNKCUST) THAT ADDCUST   *
042048* AND CUSTLOAD USE, SO EVERY PATH DRAWS FROM ONE SEQUENCE        *
042050******************************************************************
042200 3200-GENERATE-CUSTOMER-ID.
042300     MOVE '0000000000' TO BCS-REC-PID OF BNKCUST-REC.
042400     READ BNKCUST
045600            BCS-REC-STATUS OF CMT-NEW-CUST-REC
045700        MOVE ZEROS TO
045800            BCS-REC-DATE-CLOSED OF CMT-NEW-CUST-REC
045850        MOVE SPACES TO
045870            BCS-REC-MERGED-INTO-PID OF CMT-NEW-CUST-REC
045872        MOVE 'N' TO
045874            BCS-REC-GONE-AWAY OF CMT-NEW-CUST-REC
045876        MOVE ZEROS TO
045878            BCS-REC-GONE-AWAY-DATE OF CMT-NEW-CUST-REC
045880        MOVE SPACES TO
045882            BCS-REC-GONE-AWAY-ITEM OF CMT-NEW-CUST-REC
045900     END-IF.
046000 3200-EXIT.
046100     EXIT.
050140        ADD 1 TO CMT-UPD-REJECTED-COUNT
050150        GO TO 4000-EXIT
050160     END-IF.
050165
050170     PERFORM 3160-VALIDATE-POSTCODE THRU 3160-EXIT.
050175     IF CMT-CURRENT-REC-INVALID
050180        ADD 1 TO CMT-UPD-REJECTED-COUNT
050185        GO TO 4000-EXIT
050190     END-IF.
050200
050300     MOVE BCS-REC-PID OF CMT-NEW-CUST-REC TO
050400         BCS-REC-PID OF BNKCUST-REC.
051592        ADD 1 TO CMT-UPD-REJECTED-COUNT
051594        GO TO 4000-EXIT
051596     END-IF.
051597
051598******************************************************************
051599* A MERGED CUSTOMER IS ONLY A POINTER TO ITS SURVIVOR NOW - THE  *
051600* CHANGE BELONGS ON THE SURVIVING RECORD                         *
051601******************************************************************
051602     IF BCS-CUST-MERGED OF BNKCUST-REC
051603        SET CMT-CURRENT-REC-INVALID TO TRUE
051604        STRING 'CUSTOMER MERGED INTO '  DELIMITED BY SIZE
051605               BCS-REC-MERGED-INTO-PID OF BNKCUST-REC
051606                                        DELIMITED BY SIZE
051607          INTO CMT-REJECT-REASON
051608        END-STRING
051609        ADD 1 TO CMT-UPD-REJECTED-COUNT
051610        GO TO 4000-EXIT
051611     END-IF.
051661
051700     MOVE BNKCUST-REC TO CMT-BEFORE-REC.
051800     MOVE BCS-REC-DATE-ADDED OF CMT-BEFORE-REC TO
051900         BCS-REC-DATE-ADDED OF CMT-NEW-CUST-REC.
052100         BCS-REC-STATUS OF CMT-NEW-CUST-REC.
052200     MOVE BCS-REC-DATE-CLOSED OF CMT-BEFORE-REC TO
052300         BCS-REC-DATE-CLOSED OF CMT-NEW-CUST-REC.
052310     MOVE BCS-REC-MERGED-INTO-PID OF CMT-BEFORE-REC TO
052320         BCS-REC-MERGED-INTO-PID OF CMT-NEW-CUST-REC.
052322     MOVE BCS-REC-GONE-AWAY OF CMT-BEFORE-REC TO
052324         BCS-REC-GONE-AWAY OF CMT-NEW-CUST-REC.
052326     MOVE BCS-REC-GONE-AWAY-DATE OF CMT-BEFORE-REC TO
052328         BCS-REC-GONE-AWAY-DATE OF CMT-NEW-CUST-REC.
052330     MOVE BCS-REC-GONE-AWAY-ITEM OF CMT-BEFORE-REC TO
052332         BCS-REC-GONE-AWAY-ITEM OF CMT-NEW-CUST-REC.
052334
052335******************************************************************
052336* A GONE-AWAY CUSTOMER WHOSE ADDRESS IS BEING CHANGED HAS BEEN   *
052337* TRACED - THE FLAG COMES OFF WITH THE NEW ADDRESS, EXACTLY AS   *
052338* UPDCUST DOES IT ONLINE, AND THE DETAIL LINE SAYS SO.  THE      *
052339* POSTCODE ON FILE IS COMPARED IN THE CUSTPCHK STANDARD FORM,    *
052340* AS THE NEW ONE NOW IS, SO A LEGACY FORM IS NOT A CHANGE        *
052341******************************************************************
052342     CALL CMT-POSTCODE-PGM
052343         USING BCS-REC-POSTCODE OF CMT-BEFORE-REC,
052344               CMT-BEFORE-STD-POSTCODE,
052345               CMT-BEFORE-POSTCODE-RESULT.
052346     IF BCS-GONE-AWAY OF CMT-BEFORE-REC
052348        AND (BCS-REC-ADDR1 OF CMT-BEFORE-REC NOT =
052350                BCS-REC-ADDR1 OF CMT-NEW-CUST-REC
052352          OR BCS-REC-ADDR2 OF CMT-BEFORE-REC NOT =
052354                BCS-REC-ADDR2 OF CMT-NEW-CUST-REC
052356          OR BCS-REC-ADDR3 OF CMT-BEFORE-REC NOT =
052358                BCS-REC-ADDR3 OF CMT-NEW-CUST-REC
052360          OR BCS-REC-ADDR4 OF CMT-BEFORE-REC NOT =
052362                BCS-REC-ADDR4 OF CMT-NEW-CUST-REC
052364          OR CMT-BEFORE-STD-POSTCODE NOT =
052366                BCS-REC-POSTCODE OF CMT-NEW-CUST-REC)
052368        MOVE 'N' TO BCS-REC-GONE-AWAY OF CMT-NEW-CUST-REC
052370        MOVE ZEROS TO BCS-REC-GONE-AWAY-DATE OF CMT-NEW-CUST-REC
052372        MOVE SPACES TO BCS-REC-GONE-AWAY-ITEM OF CMT-NEW-CUST-REC
052374        MOVE 'GONE-AWAY FLAG CLEARED - ADDRESS CHANGED'
052376           TO CMT-REJECT-REASON
052378     END-IF.
052400     MOVE CMT-NEW-CUST-REC TO BNKCUST-REC.
052500     REWRITE BNKCUST-REC
052600         INVALID KEY
053400        MOVE CMT-NEW-CUST-REC TO CAJ-AFTER-IMAGE
053500        PERFORM 7600-WRITE-AUDIT-ENTRY THRU 7600-EXIT
053550        PERFORM 7800-MAINTAIN-PHONETIC-ENTRY THRU 7800-EXIT
053560        IF BCS-GONE-AWAY OF CMT-BEFORE-REC
053570           AND NOT BCS-GONE-AWAY OF CMT-NEW-CUST-REC
053580           ADD 1 TO CMT-GONE-CLEARED-COUNT
053590        END-IF
053600     ELSE
053700        SET CMT-CURRENT-REC-INVALID TO TRUE
053800        MOVE 'REWRITE TO BNKCUST FAILED' TO CMT-REJECT-REASON
057600        ADD 1 TO CMT-DEL-REJECTED-COUNT
057700        GO TO 5000-EXIT
057800     END-IF.
057810
057820     IF BCS-CUST-MERGED OF BNKCUST-REC
057830        SET CMT-CURRENT-REC-INVALID TO TRUE
057840        STRING 'CUSTOMER MERGED INTO '  DELIMITED BY SIZE
057850               BCS-REC-MERGED-INTO-PID OF BNKCUST-REC
057860                                        DELIMITED BY SIZE
057870          INTO CMT-REJECT-REASON
057880        END-STRING
057890        ADD 1 TO CMT-DEL-REJECTED-COUNT
057895        GO TO 5000-EXIT
057897     END-IF.
057900
058000     MOVE BNKCUST-REC TO CMT-BEFORE-REC.
058100     MOVE BCS-REC-NAME OF CMT-BEFORE-REC TO
062600     ELSE
062700        MOVE BCS-REC-PID OF CMT-NEW-CUST-REC TO CMTD-CUST-PID
062800        MOVE 'REJECTED' TO CMTD-STATUS
062820        IF CMT-SCREEN-HELD
062840           MOVE 'HELD'  TO CMTD-STATUS
062860        END-IF
062900     END-IF.
063000     MOVE CMT-REPORT-DETAIL-LINE TO MNTLOG-REC.
063100     WRITE MNTLOG-REC.
064370******************************************************************
064372 7500-WRITE-RESTART-POINT.
064374     MOVE '00000'             TO CMT-RESTART-KEY.
064375     READ MNTRST
064376         KEY IS CMT-RESTART-KEY
064377         INVALID KEY
064378            CONTINUE
064379     END-READ.
064380******************************************************************
064381* THE READ LOADS THE OLD CHECKPOINT INTO THE RECORD AREA, SO    *
064382* THE NEW POSITION HAS TO GO IN AFTER IT, NOT BEFORE            *
064383******************************************************************
064384     MOVE '00000'             TO CMT-RESTART-KEY.
064385     MOVE CMT-INPUT-COUNT     TO CMT-RESTART-INPUT-COUNT.
064386     MOVE CMT-LAST-APPLIED-PID TO CMT-RESTART-LAST-PID.
064387     MOVE CMT-RUN-DATE        TO CMT-RESTART-RUN-DATE.
064388     MOVE CMT-NEXT-CUSTNO     TO CMT-RESTART-LAST-CUSTNO.
064389     MOVE CMT-ADD-APPLIED-COUNT       TO CMT-RESTART-ADD-APPLIED.
064390     MOVE CMT-ADD-REJECTED-COUNT      TO CMT-RESTART-ADD-REJECTED.
064391     MOVE CMT-ADD-HELD-COUNT          TO CMT-RESTART-ADD-HELD.
064392     MOVE CMT-UPD-APPLIED-COUNT       TO CMT-RESTART-UPD-APPLIED.
064393     MOVE CMT-UPD-REJECTED-COUNT      TO CMT-RESTART-UPD-REJECTED.
064394     MOVE CMT-DEL-APPLIED-COUNT       TO CMT-RESTART-DEL-APPLIED.
064395     MOVE CMT-DEL-REJECTED-COUNT      TO CMT-RESTART-DEL-REJECTED.
064396     MOVE CMT-INVALID-ACTION-COUNT
064397       TO CMT-RESTART-INVALID-ACTION.
064398     MOVE CMT-GONE-CLEARED-COUNT      TO CMT-RESTART-GONE-CLEARED.
064399     MOVE CMT-POSTCODE-REJECTED-COUNT TO CMT-RESTART-POSTCODE-REJ.
064400     IF CMT-MNTRST-OK
064401        REWRITE MNTRST-REC
064402     ELSE
064403        WRITE MNTRST-REC
064404     END-IF.
064414 7500-EXIT.
064416     EXIT.
064420
070700     MOVE CMT-ADD-REJECTED-COUNT TO CMTC-COUNT.
070800     MOVE CMT-REPORT-COUNT-LINE TO MNTLOG-REC.
070900     WRITE MNTLOG-REC.
070910
070920     MOVE SPACES TO CMT-REPORT-COUNT-LINE.
070930     MOVE 'ADDS HELD - WATCH-LIST MATCH' TO CMTC-LABEL.
070940     MOVE CMT-ADD-HELD-COUNT TO CMTC-COUNT.
070950     MOVE CMT-REPORT-COUNT-LINE TO MNTLOG-REC.
070960     WRITE MNTLOG-REC.
071000
071100     MOVE SPACES TO CMT-REPORT-COUNT-LINE.
071200     MOVE 'UPDATES APPLIED' TO CMTC-LABEL.
073100     MOVE CMT-DEL-REJECTED-COUNT TO CMTC-COUNT.
073200     MOVE CMT-REPORT-COUNT-LINE TO MNTLOG-REC.
073300     WRITE MNTLOG-REC.
073310
073312     MOVE SPACES TO CMT-REPORT-COUNT-LINE.
073313     MOVE 'ADDS/UPDATES REJECTED - POSTCODE' TO CMTC-LABEL.
073314     MOVE CMT-POSTCODE-REJECTED-COUNT TO CMTC-COUNT.
073315     MOVE CMT-REPORT-COUNT-LINE TO MNTLOG-REC.
073316     WRITE MNTLOG-REC.
073317
073320     MOVE SPACES TO CMT-REPORT-COUNT-LINE.
073330     MOVE 'GONE-AWAY FLAGS CLEARED' TO CMTC-LABEL.
073340     MOVE CMT-GONE-CLEARED-COUNT TO CMTC-COUNT.
073350     MOVE CMT-REPORT-COUNT-LINE TO MNTLOG-REC.
073360     WRITE MNTLOG-REC.
073400
073500     MOVE SPACES TO CMT-REPORT-COUNT-LINE.
073600     MOVE 'RECORDS WITH INVALID ACTION CODE' TO CMTC-LABEL.
074000 8000-EXIT.
074100     EXIT.
074200
074202******************************************************************
074204* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
074205* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING.  A RESTART *
074206* PICKS THE FAILED RUN'S COUNTS UP FROM THE CHECKPOINT, SO WHAT  *
074207* IS FILED IS ALWAYS THE WHOLE RUN, AS A FRESH RUN               *
074208******************************************************************
074210 8800-WRITE-CONTROL-TOTALS.
074212     MOVE 'CUSTMNT'                TO CTP-JOB-NAME.
074214     SET CTP-FRESH-RUN TO TRUE.
074224     MOVE SPACES                   TO CTP-DATA-DATE.
074226     MOVE 'RECORDS READ'           TO CTP-COUNT-NAME (1).
074228     MOVE CMT-INPUT-COUNT          TO CTP-COUNT-VALUE (1).
074230     MOVE 'ADDS APPLIED'           TO CTP-COUNT-NAME (2).
074232     MOVE CMT-ADD-APPLIED-COUNT    TO CTP-COUNT-VALUE (2).
074234     MOVE 'ADDS REJECTED'          TO CTP-COUNT-NAME (3).
074236     MOVE CMT-ADD-REJECTED-COUNT   TO CTP-COUNT-VALUE (3).
074238     MOVE 'ADDS HELD'              TO CTP-COUNT-NAME (4).
074240     MOVE CMT-ADD-HELD-COUNT       TO CTP-COUNT-VALUE (4).
074242     MOVE 'UPDATES APPLIED'        TO CTP-COUNT-NAME (5).
074244     MOVE CMT-UPD-APPLIED-COUNT    TO CTP-COUNT-VALUE (5).
074246     MOVE 'UPDATES REJECTED'       TO CTP-COUNT-NAME (6).
074248     MOVE CMT-UPD-REJECTED-COUNT   TO CTP-COUNT-VALUE (6).
074250     MOVE 'CLOSURES APPLIED'       TO CTP-COUNT-NAME (7).
074252     MOVE CMT-DEL-APPLIED-COUNT    TO CTP-COUNT-VALUE (7).
074254     MOVE 'CLOSURES REJECTED'      TO CTP-COUNT-NAME (8).
074256     MOVE CMT-DEL-REJECTED-COUNT   TO CTP-COUNT-VALUE (8).
074258     MOVE 'INVALID ACTIONS'        TO CTP-COUNT-NAME (9).
074260     MOVE CMT-INVALID-ACTION-COUNT TO CTP-COUNT-VALUE (9).
074262     MOVE 9                        TO CTP-COUNT-USED.
074264     CALL CMT-CTLTOT-PGM USING CMT-CTLTOT-PARMS.
074266 8800-EXIT.
074268     EXIT.
074270
074300******************************************************************
074400* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
074500******************************************************************
074700     CLOSE CUSTTRAN.
074750     CLOSE BNKBRN.
074760     CLOSE BNKCUSP.
074770     CLOSE BNKWLST.
074780     CLOSE BNKWHIT.
074790     CLOSE BNKPOST.
074800     CLOSE BNKCUST.
074900     CLOSE CUSTHST.
075000     CLOSE CUSTAUDF.
