002800*                        MAINTAINED ONLINE BY ADDCUST)           *
002900*              CUSTLOG - CONTROL REPORT, ADDED/REJECTED/         *
003000*                        DUPLICATE COUNTS AND DETAIL LINES       *
003010*              BNKWHIT  - WATCH-LIST HITS FILE (I-O) - A NEW     *
003020*                        POSSIBLE MATCH IS RAISED HERE AS        *
003030*                        PENDING FOR COMPLIANCE TO REVIEW        *
003100*              CUSTRST - SINGLE-RECORD RESTART CHECKPOINT SO A   *
003200*                        JOB THAT DIES PART-WAY THROUGH CAN BE   *
003300*                        RESTARTED WITHOUT RELOADING RECORDS     *
003430*                        THE CUSTRST CHECKPOINT, ANYTHING ELSE  *
003440*                        (OR NO FILE) IS A FRESH RUN AND         *
003450*                        CLEARS THE CHECKPOINT FIRST             *
003460*              BNKWLST  - SANCTIONS AND WATCH-LIST REFERENCE     *
003470*                        FILE (INPUT) - A CUSTOMER WHO MATCHES   *
003480*                        AN ENTRY NOT CLEARED BY REVIEW IS HELD  *
003490*                        OFF BNKCUST, EXACTLY AS ADDCUST HOLDS   *
003495*                        THE ADD ONLINE                          *
003505*              CUSTHST  - CUSTOMER CHANGE-HISTORY FILE (I-O) -   *
003515*                        AN ADD ENTRY KEPT FOR EVERY CUSTOMER    *
003525*                        LOADED, AS CUSTMNT DOES                 *
003535*              CUSTAUDF - AUDIT ENTRIES APPENDED FOR EVERY       *
003545*                        CUSTOMER LOADED, SO THE ADD REACHES     *
003555*                        THE CRM AND WELCOME-LETTER FEEDS        *
003557*              BNKPOST  - POSTCODE REFERENCE FILE (INPUT) - A    *
003559*                        CUSTOMER WHOSE POSTCODE IS NOT ON IT IS *
003561*                        REJECTED, AS ADDCUST REJECTS IT ONLINE  *
003565******************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.
003800     CUSTLOAD.
005200*                  EXISTING FIVE-DIGIT DATA                      *
005202* 02SEP26    BS    BNKCUSP PHONETIC NAME INDEX KEPT IN STEP      *
005204*                  WITH EVERY CUSTOMER ADDED                     *
005206* 15OCT26    BS    NEW CUSTOMERS ARE WRITTEN WITH THE MERGED-    *
005208*                  INTO ID CLEARED                               *
005210* 15OCT26    BS    NEW CUSTOMERS ARE WRITTEN WITH THE GONE-AWAY  *
005212*                  FLAG CLEARED                                  *
005214* 15OCT26    BS    NEW CUSTOMERS SCREENED AGAINST THE BNKWLST    *
005216*                  SANCTIONS AND WATCH LIST - A POSSIBLE MATCH   *
005218*                  IS HELD AND RAISED ON BNKWHIT FOR COMPLIANCE  *
005228* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
005238*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
005243* 15OCT26    BS    EVERY CUSTOMER LOADED NOW WRITES AN ADD AUDIT *
005248*                  ENTRY TO CUSTAUDF AND CUSTHST                 *
005249* 15OCT26    BS    POSTCODES VALIDATED AGAINST THE BNKPOST       *
005250*                  POSTCODE REFERENCE FILE AND FILED IN THE      *
005251*                  CUSTPCHK STANDARD FORM                        *
005252* 15OCT26    BS    A RESTART CARRIES THE FAILED RUN'S COUNTS ON  *
005253*                  THE CUSTRST CHECKPOINT AND FILES THE WHOLE    *
005254*                  LOAD'S TOTALS ON CTLTOTF AS A FRESH RUN       *
005256******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.
007070         RECORD KEY IS PHX-KEY
007075         FILE STATUS IS CLD-BNKCUSP-STATUS.
007080
007082     SELECT BNKWLST ASSIGN TO "BNKWLST"
007084         ORGANIZATION IS INDEXED
007086         ACCESS MODE IS DYNAMIC
007088         RECORD KEY IS WLS-KEY
007090         FILE STATUS IS CLD-BNKWLST-STATUS.
007092
007094     SELECT BNKWHIT ASSIGN TO "BNKWHIT"
007095         ORGANIZATION IS INDEXED
007096         ACCESS MODE IS DYNAMIC
007097         RECORD KEY IS WHT-KEY
007098         FILE STATUS IS CLD-BNKWHIT-STATUS.
007099
007100     SELECT CUSTRST ASSIGN TO "CUSTRST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS CLD-RESTART-KEY
007500         FILE STATUS IS CLD-CUSTRST-STATUS.
007600
007605     SELECT CUSTHST ASSIGN TO "CUSTHST"
007610         ORGANIZATION IS INDEXED
007615         ACCESS MODE IS DYNAMIC
007620         RECORD KEY IS CHJ-KEY
007625         FILE STATUS IS CLD-CUSTHST-STATUS.
007630
007635     SELECT CUSTAUDF ASSIGN TO "CUSTAUDF"
007640         ORGANIZATION IS SEQUENTIAL
007645         FILE STATUS IS CLD-CUSTAUDF-STATUS.
007650
007655     SELECT BNKPOST ASSIGN TO "BNKPOST"
007660         ORGANIZATION IS INDEXED
007665         ACCESS MODE IS DYNAMIC
007670         RECORD KEY IS PST-POSTCODE
007675         FILE STATUS IS CLD-BNKPOST-STATUS.
007680
007700     SELECT CUSTLOG ASSIGN TO "CUSTLOG"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS CLD-CUSTLOG-STATUS.
009800     05  CLD-RESTART-LAST-PID        PIC X(10).
009900     05  CLD-RESTART-RUN-DATE        PIC 9(08).
009910     05  CLD-RESTART-LAST-CUSTNO     PIC 9(18) COMP.
009920     05  CLD-RESTART-ADDED-COUNT     PIC 9(09) COMP.
009930     05  CLD-RESTART-REJECTED-COUNT  PIC 9(09) COMP.
009940     05  CLD-RESTART-DUPLICATE-COUNT PIC 9(09) COMP.
009950     05  CLD-RESTART-HELD-COUNT      PIC 9(09) COMP.
010000
010005 FD  BNKWLST
010010     RECORDING MODE IS F.
010015 01  BNKWLST-REC.
010020 COPY CUSTWLS.
010025
010030 FD  BNKWHIT
010035     RECORDING MODE IS F.
010040 01  BNKWHIT-REC.
010045 COPY CUSTWHT.
010050
010052 FD  CUSTHST
010054     RECORDING MODE IS F.
010056 01  CUSTHST-REC.
010058 COPY CUSTHST.
010060
010062******************************************************************
010064* THE AUDIT ENTRY IS BUILT IN WORKING STORAGE (WS-AUDIT-REC)     *
010066* AND MOVED HERE WHOLE - THE FD CARRIES ONLY THE RAW RECORD      *
010068******************************************************************
010070 FD  CUSTAUDF
010072     RECORDING MODE IS F.
010074 01  CUSTAUDF-REC                    PIC X(575).
010076
010078 FD  BNKPOST
010080     RECORDING MODE IS F.
010082 01  BNKPOST-REC.
010084 COPY CUSTPST.
010086
010100 FD  CUSTLOG
010200     RECORDING MODE IS F.
010300 01  CUSTLOG-REC                     PIC X(132).
011382     05  CLD-BNKCUSP-STATUS          PIC X(02).
011384         88  CLD-BNKCUSP-OK                VALUE '00'.
011386         88  CLD-BNKCUSP-FILE-MISSING      VALUE '35'.
011388     05  CLD-BNKWLST-STATUS          PIC X(02).
011390         88  CLD-BNKWLST-OK                VALUE '00'.
011392     05  CLD-BNKWHIT-STATUS          PIC X(02).
011394         88  CLD-BNKWHIT-OK                VALUE '00'.
011396         88  CLD-BNKWHIT-FILE-MISSING      VALUE '35'.
011400     05  CLD-CUSTRST-STATUS          PIC X(02).
011500         88  CLD-CUSTRST-OK                VALUE '00'.
011600         88  CLD-CUSTRST-NOTFOUND          VALUE '23'.
011650         88  CLD-CUSTRST-FILE-MISSING      VALUE '35'.
011655     05  CLD-CUSTHST-STATUS          PIC X(02).
011660         88  CLD-CUSTHST-OK                VALUE '00'.
011665         88  CLD-CUSTHST-FILE-MISSING      VALUE '35'.
011670     05  CLD-CUSTAUDF-STATUS         PIC X(02).
011675         88  CLD-CUSTAUDF-OK               VALUE '00'.
011680         88  CLD-CUSTAUDF-FILE-MISSING     VALUE '35'.
011685     05  CLD-BNKPOST-STATUS          PIC X(02).
011690         88  CLD-BNKPOST-OK                VALUE '00'.
011700     05  CLD-CUSTLOG-STATUS          PIC X(02).
011800         88  CLD-CUSTLOG-OK                VALUE '00'.
011810     05  CLD-LOADPARM-STATUS         PIC X(02).
012800         VALUE 'Y'.
012900         88  CLD-CURRENT-REC-VALID        VALUE 'Y'.
013000         88  CLD-CURRENT-REC-INVALID      VALUE 'N'.
013010     05  CLD-SCREEN-SW               PIC X(01)
013020         VALUE 'C'.
013030         88  CLD-SCREEN-CLEAR             VALUE 'C'.
013040         88  CLD-SCREEN-HELD              VALUE 'H'.
013050         88  CLD-SCREEN-REFUSED           VALUE 'R'.
013060     05  CLD-WLST-BROWSE-SW          PIC X(01)
013070         VALUE 'N'.
013080         88  CLD-WLST-BROWSE-ACTIVE       VALUE 'Y'.
013090         88  CLD-WLST-BROWSE-ENDED        VALUE 'N'.
013091     05  CLD-POSTCODE-RESULT         PIC X(01)
013092         VALUE SPACE.
013093         88  CLD-POSTCODE-WELL-FORMED     VALUE 'Y'.
013094         88  CLD-POSTCODE-BLANK           VALUE 'B'.
013095         88  CLD-POSTCODE-MALFORMED       VALUE 'N'.
013100
013200 77  CLD-INPUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
013300 77  CLD-SKIP-COUNT                  PIC 9(09) COMP VALUE ZERO.
013810 77  CLD-ADDED-COUNT-EDIT            PIC ZZZZZZZZ9.
013820 77  CLD-REJECTED-COUNT-EDIT         PIC ZZZZZZZZ9.
013830 77  CLD-DUPLICATE-COUNT-EDIT        PIC ZZZZZZZZ9.
013840 77  CLD-HELD-COUNT                  PIC 9(09) COMP VALUE ZERO.
013850 77  CLD-HELD-COUNT-EDIT             PIC ZZZZZZZZ9.
013860 77  CLD-SCREEN-NAME                 PIC X(30).
013870 77  CLD-SCREEN-SOUNDEX              PIC X(04).
013875 77  CLD-SCREEN-MATCH-TYPE           PIC X(01).
013880 77  CLD-SCREEN-ENTRY-ID             PIC X(10).
013890 77  CLD-DATE-TIME                   PIC X(21).
013895 77  CLD-AUDIT-SEQ                   PIC 9(07).
013900 77  CLD-REJECT-REASON               PIC X(45) VALUE SPACES.
013910 77  CLD-FATAL-MSG                   PIC X(60) VALUE SPACES.
013930 77  CLD-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
013935 77  CLD-POSTCODE-PGM                PIC X(08) VALUE 'CUSTPCHK'.
013940 77  CLD-STD-POSTCODE                PIC X(08).
013950
013970 01  CLD-CTLTOT-PARMS.
013990 COPY CUSTCTP.
014000
014010 01  CLD-NEW-CUST-REC.
014020 COPY CBANKVCS.
014060
014100 01  WS-CONTROL-REC.
014200 COPY CUSTCTL.
014300
014400 01  WS-AUDIT-REC.
014500 COPY CUSTAUD.
015000
015100 01  CLD-REPORT-HEADING1.
015200     05  FILLER                      PIC X(30)
018000     PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
018100         UNTIL CLD-CUSTIN-AT-EOF.
018200     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
018250     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018400     STOP RUN.
018500
021170           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021180        END-IF
021200     END-IF.
021202     OPEN INPUT  BNKWLST.
021204     IF NOT CLD-BNKWLST-OK
021206        STRING 'UNABLE TO OPEN BNKWLST - STATUS '
021208                           DELIMITED BY SIZE
021210               CLD-BNKWLST-STATUS DELIMITED BY SIZE
021212          INTO CLD-FATAL-MSG
021214        END-STRING
021216        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021218     END-IF.
021220     OPEN I-O    BNKWHIT.
021222     IF NOT CLD-BNKWHIT-OK
021224        IF CLD-BNKWHIT-FILE-MISSING
021226           OPEN OUTPUT BNKWHIT
021228           CLOSE       BNKWHIT
021230           OPEN I-O    BNKWHIT
021232        ELSE
021234           STRING 'UNABLE TO OPEN BNKWHIT - STATUS '
021236                              DELIMITED BY SIZE
021238                  CLD-BNKWHIT-STATUS DELIMITED BY SIZE
021240             INTO CLD-FATAL-MSG
021242           END-STRING
021244           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021246        END-IF
021248     END-IF.
021249     OPEN I-O CUSTHST.
021250     IF NOT CLD-CUSTHST-OK
021251        IF CLD-CUSTHST-FILE-MISSING
021252           OPEN OUTPUT CUSTHST
021253           CLOSE       CUSTHST
021254           OPEN I-O    CUSTHST
021255        ELSE
021256           STRING 'UNABLE TO OPEN CUSTHST - STATUS '
021257                              DELIMITED BY SIZE
021258                  CLD-CUSTHST-STATUS DELIMITED BY SIZE
021259             INTO CLD-FATAL-MSG
021260           END-STRING
021261           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021262        END-IF
021263     END-IF.
021264
021265     OPEN EXTEND CUSTAUDF.
021266     IF NOT CLD-CUSTAUDF-OK
021267        IF CLD-CUSTAUDF-FILE-MISSING
021268           OPEN OUTPUT CUSTAUDF
021269        ELSE
021270           STRING 'UNABLE TO OPEN CUSTAUDF - STATUS '
021271                              DELIMITED BY SIZE
021272                  CLD-CUSTAUDF-STATUS DELIMITED BY SIZE
021273             INTO CLD-FATAL-MSG
021274           END-STRING
021275           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021276        END-IF
021277     END-IF.
021278
021280     OPEN INPUT  BNKPOST.
021282     IF NOT CLD-BNKPOST-OK
021284        STRING 'UNABLE TO OPEN BNKPOST - STATUS '
021286                           DELIMITED BY SIZE
021288               CLD-BNKPOST-STATUS DELIMITED BY SIZE
021290          INTO CLD-FATAL-MSG
021292        END-STRING
021294        PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
021296     END-IF.
021298
021300     OPEN OUTPUT CUSTLOG.
021400     MOVE CLD-REPORT-HEADING1 TO CUSTLOG-REC.
021500     WRITE CUSTLOG-REC.
023110
023120******************************************************************
023130* 1200-LOCATE-RESTART-POINT - PICK UP THE CHECKPOINT CUT BY THE  *
023140* FAILED RUN, WITH ITS COUNTS SO FAR, AND SAY ON THE REPORT      *
023150* EXACTLY HOW MANY INPUT RECORDS ARE BEING SKIPPED AS ALREADY    *
023160* APPLIED - A RESTART ASKED FOR WITH NO CHECKPOINT ON FILE IS    *
023170* CALLED OUT AND RUN FROM THE TOP                                *
023180******************************************************************
023182 1200-LOCATE-RESTART-POINT.
023184     MOVE '00000' TO CLD-RESTART-KEY.
023192            MOVE 0 TO CLD-SKIP-COUNT
023194     END-READ.
023196     IF CLD-CUSTRST-OK
023197        SET CLD-RESTART-FOUND TO TRUE
023198        MOVE CLD-RESTART-INPUT-COUNT TO CLD-SKIP-COUNT
023199        MOVE CLD-RESTART-ADDED-COUNT     TO CLD-ADDED-COUNT
023200        MOVE CLD-RESTART-REJECTED-COUNT  TO CLD-REJECTED-COUNT
023201        MOVE CLD-RESTART-DUPLICATE-COUNT
023202          TO CLD-DUPLICATE-COUNT
023203        MOVE CLD-RESTART-HELD-COUNT      TO CLD-HELD-COUNT
023204        MOVE CLD-SKIP-COUNT TO CLD-SKIP-COUNT-EDIT
023205        MOVE SPACES TO CUSTLOG-REC
023206        STRING 'RESTART - SKIPPING RECORDS ALREADY APPLIED: '
023207                                   DELIMITED BY SIZE
023208               CLD-SKIP-COUNT-EDIT DELIMITED BY SIZE
023209          INTO CUSTLOG-REC
023210        END-STRING
023211        WRITE CUSTLOG-REC
023212     ELSE
023213        MOVE 0 TO CLD-SKIP-COUNT
023214        MOVE 'RESTART REQUESTED BUT NO CHECKPOINT ON FILE - '
023215           TO CUSTLOG-REC
023216        WRITE CUSTLOG-REC
023217        MOVE 'RUNNING FROM THE TOP OF THE INPUT' TO CUSTLOG-REC
023218        WRITE CUSTLOG-REC
023219     END-IF.
023234 1200-EXIT.
023236     EXIT.
023238
023292         INVALID KEY
023294            CONTINUE
023296     END-READ.
023297     MOVE '00000' TO CLD-RESTART-KEY.
023298     MOVE 0       TO CLD-RESTART-INPUT-COUNT.
023299     MOVE SPACES  TO CLD-RESTART-LAST-PID.
023300     MOVE FUNCTION CURRENT-DATE (1:8) TO CLD-RESTART-RUN-DATE.
023301     MOVE 0       TO CLD-RESTART-LAST-CUSTNO.
023302     MOVE 0       TO CLD-RESTART-ADDED-COUNT.
023303     MOVE 0       TO CLD-RESTART-REJECTED-COUNT.
023304     MOVE 0       TO CLD-RESTART-DUPLICATE-COUNT.
023305     MOVE 0       TO CLD-RESTART-HELD-COUNT.
023306     IF CLD-CUSTRST-OK
023307        REWRITE CUSTRST-REC
023308     ELSE
023309        WRITE CUSTRST-REC
023310     END-IF.
023318 1300-EXIT.
023320     EXIT.
023346
025100 2000-PROCESS-INPUT.
025200     SET CLD-CURRENT-REC-VALID TO TRUE.
025300     MOVE SPACES TO CLD-REJECT-REASON.
025350     SET CLD-SCREEN-CLEAR TO TRUE.
025400
025500     PERFORM 3000-VALIDATE-FIELDS THRU 3000-EXIT.
025600
025620     IF CLD-CURRENT-REC-VALID
025640        PERFORM 3500-VALIDATE-SORT-CODE THRU 3500-EXIT
025660     END-IF.
025662
025664     IF CLD-CURRENT-REC-VALID
025666        PERFORM 3550-VALIDATE-POSTCODE THRU 3550-EXIT
025668     END-IF.
025680
025682     IF CLD-CURRENT-REC-VALID
025684        PERFORM 3700-SCREEN-WATCH-LIST THRU 3700-EXIT
025686     END-IF.
025688
025700     IF CLD-CURRENT-REC-VALID
025800        PERFORM 4000-GENERATE-CUSTOMER-ID THRU 4000-EXIT
025900     END-IF.
030100     END-EVALUATE.
030102 3500-EXIT.
030104     EXIT.
030105
030106******************************************************************
030107* 3550-VALIDATE-POSTCODE - THE POSTCODE MUST BE OF THE NATIONAL  *
030108* SHAPE AND ON THE BNKPOST REFERENCE FILE, EXACTLY AS ADDCUST    *
030109* DEMANDS ONLINE, AND IS LOADED IN THE STANDARD FORM CUSTPCHK    *
030110* GIVES IT                                                       *
030111******************************************************************
030112 3550-VALIDATE-POSTCODE.
030113     CALL CLD-POSTCODE-PGM
030114          USING BCS-REC-POSTCODE OF CUSTIN-REC,
030115                CLD-STD-POSTCODE, CLD-POSTCODE-RESULT.
030116     IF CLD-POSTCODE-WELL-FORMED
030117        MOVE CLD-STD-POSTCODE TO PST-POSTCODE
030118        READ BNKPOST
030119            KEY IS PST-POSTCODE
030120            INVALID KEY
030121               CONTINUE
030122        END-READ
030123     END-IF.
030124     EVALUATE TRUE
030125        WHEN CLD-POSTCODE-BLANK
030126           SET CLD-CURRENT-REC-INVALID TO TRUE
030127           MOVE 'POSTCODE IS BLANK' TO CLD-REJECT-REASON
030128        WHEN CLD-POSTCODE-MALFORMED
030129           SET CLD-CURRENT-REC-INVALID TO TRUE
030130           STRING 'POSTCODE '       DELIMITED BY SIZE
030131                  CLD-STD-POSTCODE  DELIMITED BY SIZE
030132                  ' IS NOT A VALID SHAPE'
030133                                    DELIMITED BY SIZE
030134             INTO CLD-REJECT-REASON
030135           END-STRING
030136        WHEN NOT CLD-BNKPOST-OK
030137           SET CLD-CURRENT-REC-INVALID TO TRUE
030138           STRING 'POSTCODE '       DELIMITED BY SIZE
030139                  CLD-STD-POSTCODE  DELIMITED BY SIZE
030140                  ' NOT ON POSTCODE FILE'
030141                                    DELIMITED BY SIZE
030142             INTO CLD-REJECT-REASON
030143           END-STRING
030144        WHEN OTHER
030145           MOVE CLD-STD-POSTCODE TO BCS-REC-POSTCODE OF CUSTIN-REC
030146     END-EVALUATE.
030147     IF CLD-CURRENT-REC-INVALID
030148        ADD 1 TO CLD-REJECTED-COUNT
030149     END-IF.
030150 3550-EXIT.
030151     EXIT.
030152
030153******************************************************************
030154* 3700-SCREEN-WATCH-LIST - SCREEN THE NEW CUSTOMER AGAINST THE   *
030155* BNKWLST SANCTIONS AND WATCH LIST BEFORE AN ID IS SPENT,        *
030156* EXACTLY AS ADDCUST DOES ONLINE - BROWSE THE ENTRIES FILED      *
030157* UNDER THE CUSTPHON SOUND OF THE NAME AND TEST EACH ONE.  A     *
030158* MATCH COMPLIANCE HAS CONFIRMED REJECTS THE RECORD; ANY OTHER   *
030159* MATCH NOT YET CLEARED HOLDS IT OFF BNKCUST                     *
030160******************************************************************
030161 3700-SCREEN-WATCH-LIST.
030162     MOVE SPACES TO CLD-SCREEN-ENTRY-ID.
030163     MOVE BCS-REC-NAME OF CUSTIN-REC TO CLD-SCREEN-NAME.
030164     INSPECT CLD-SCREEN-NAME CONVERTING
030165             'abcdefghijklmnopqrstuvwxyz'
030166          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
030167     CALL CLD-PHONETIC-PGM
030168          USING CLD-SCREEN-NAME, CLD-SCREEN-SOUNDEX.
030169     MOVE CLD-SCREEN-SOUNDEX TO WLS-SOUNDEX.
030170     MOVE LOW-VALUES         TO WLS-ENTRY-ID.
030171     SET CLD-WLST-BROWSE-ACTIVE TO TRUE.
030172     START BNKWLST KEY IS GREATER THAN OR EQUAL TO WLS-KEY
030173         INVALID KEY
030174            SET CLD-WLST-BROWSE-ENDED TO TRUE
030175     END-START.
030176     PERFORM 3750-READ-NEXT-LIST-ENTRY THRU 3750-EXIT
030177         UNTIL CLD-WLST-BROWSE-ENDED.
030178
030179     EVALUATE TRUE
030180        WHEN CLD-SCREEN-REFUSED
030181           SET CLD-CURRENT-REC-INVALID TO TRUE
030182           STRING 'CONFIRMED WATCH-LIST MATCH '
030183                                      DELIMITED BY SIZE
030184                  CLD-SCREEN-ENTRY-ID DELIMITED BY SIZE
030185             INTO CLD-REJECT-REASON
030186           END-STRING
030187           ADD 1 TO CLD-REJECTED-COUNT
030188        WHEN CLD-SCREEN-HELD
030189           SET CLD-CURRENT-REC-INVALID TO TRUE
030190           STRING 'HELD - WATCH-LIST MATCH '
030191                                      DELIMITED BY SIZE
030192                  CLD-SCREEN-ENTRY-ID DELIMITED BY SIZE
030193             INTO CLD-REJECT-REASON
030194           END-STRING
030195           ADD 1 TO CLD-HELD-COUNT
030196        WHEN OTHER
030197           CONTINUE
030198     END-EVALUATE.
030199 3700-EXIT.
030200     EXIT.
030201
030202******************************************************************
030203* 3750-READ-NEXT-LIST-ENTRY - ONE ENTRY FORWARD - THE BROWSE     *
030204* ENDS ON THE FIRST ENTRY UNDER A DIFFERENT SOUND, AND THE       *
030205* CONTROL RECORD IS SKIPPED.  A LIST THAT CANNOT BE READ IS      *
030206* FATAL - NOBODY IS LOADED UNSCREENED                            *
030207******************************************************************
030208 3750-READ-NEXT-LIST-ENTRY.
030209     READ BNKWLST NEXT RECORD
030210         AT END
030211            SET CLD-WLST-BROWSE-ENDED TO TRUE
030212     END-READ.
030213     EVALUATE TRUE
030214        WHEN CLD-WLST-BROWSE-ENDED
030215           CONTINUE
030216        WHEN NOT CLD-BNKWLST-OK
030217           STRING 'UNABLE TO READ BNKWLST - STATUS '
030218                              DELIMITED BY SIZE
030219                  CLD-BNKWLST-STATUS DELIMITED BY SIZE
030220             INTO CLD-FATAL-MSG
030221           END-STRING
030222           PERFORM 9900-FATAL-ERROR THRU 9900-EXIT
030223        WHEN WLS-SOUNDEX NOT = CLD-SCREEN-SOUNDEX
030224           SET CLD-WLST-BROWSE-ENDED TO TRUE
030225        WHEN WLS-ENTRY-ID = '0000000000'
030226           CONTINUE
030227        WHEN OTHER
030228           PERFORM 3760-MATCH-LIST-ENTRY THRU 3760-EXIT
030229     END-EVALUATE.
030230 3750-EXIT.
030231     EXIT.
030232
030233******************************************************************
030234* 3760-MATCH-LIST-ENTRY - THE EXACT NAME WHERE THE LIST GIVES NO *
030235* DATE OF BIRTH (N), THE EXACT NAME AND DATE OF BIRTH (E), OR A  *
030236* NAME THAT ONLY SOUNDS ALIKE WITH THE SAME DATE OF BIRTH (P).   *
030237* EACH MATCH IS LOOKED UP ON BNKWHIT - CLEARED BY REVIEW NO      *
030238* LONGER HOLDS THIS PERSON, CONFIRMED REJECTS THEM, AND A NEW    *
030239* ONE IS RAISED AS PENDING FOR COMPLIANCE                        *
030240******************************************************************
030241 3760-MATCH-LIST-ENTRY.
030242     EVALUATE TRUE
030243        WHEN WLS-NAME = CLD-SCREEN-NAME
030244         AND WLS-DOB = ZERO
030245           MOVE 'N' TO CLD-SCREEN-MATCH-TYPE
030246        WHEN WLS-NAME = CLD-SCREEN-NAME
030247         AND WLS-DOB = BCS-REC-DATE-OF-BIRTH OF CUSTIN-REC
030248           MOVE 'E' TO CLD-SCREEN-MATCH-TYPE
030249        WHEN WLS-DOB = BCS-REC-DATE-OF-BIRTH OF CUSTIN-REC
030250         AND WLS-DOB NOT = ZERO
030251           MOVE 'P' TO CLD-SCREEN-MATCH-TYPE
030252        WHEN OTHER
030253           GO TO 3760-EXIT
030254     END-EVALUATE.
030255
030256     MOVE SPACES              TO BNKWHIT-REC.
030257     MOVE CLD-SCREEN-NAME     TO WHT-CUST-NAME.
030258     MOVE BCS-REC-DATE-OF-BIRTH OF CUSTIN-REC TO WHT-CUST-DOB.
030259     MOVE WLS-ENTRY-ID        TO WHT-ENTRY-ID.
030260     READ BNKWHIT
030261         KEY IS WHT-KEY
030262         INVALID KEY
030263            CONTINUE
030264     END-READ.
030265     EVALUATE TRUE
030266        WHEN CLD-BNKWHIT-OK
030267         AND WHT-CLEARED
030268           CONTINUE
030269        WHEN CLD-BNKWHIT-OK
030270         AND WHT-CONFIRMED
030271           SET CLD-SCREEN-REFUSED TO TRUE
030272           MOVE WLS-ENTRY-ID TO CLD-SCREEN-ENTRY-ID
030273           SET CLD-WLST-BROWSE-ENDED TO TRUE
030274        WHEN CLD-BNKWHIT-OK
030275           PERFORM 3770-NOTE-HELD THRU 3770-EXIT
030276        WHEN OTHER
030277           PERFORM 3780-RAISE-HIT THRU 3780-EXIT
030278           PERFORM 3770-NOTE-HELD THRU 3770-EXIT
030279     END-EVALUATE.
030280 3760-EXIT.
030281     EXIT.
030282
030283******************************************************************
030284* 3770-NOTE-HELD - THE FIRST LIVE MATCH IS THE ONE THE LOG NAMES *
030285* - A REJECTION ALREADY FOUND IS NEVER DOWNGRADED TO A HOLD      *
030286******************************************************************
030287 3770-NOTE-HELD.
030288     IF CLD-SCREEN-CLEAR
030289        SET CLD-SCREEN-HELD TO TRUE
030290        MOVE WLS-ENTRY-ID TO CLD-SCREEN-ENTRY-ID
030291     END-IF.
030292 3770-EXIT.
030293     EXIT.
030294
030295******************************************************************
030296* 3780-RAISE-HIT - A MATCH NOT SEEN BEFORE GOES ONTO BNKWHIT AS  *
030297* PENDING.  THERE IS NO CUSTOMER ID YET - THE NAME AND DATE OF   *
030298* BIRTH IN THE KEY FIND THE SAME PERSON WHEN THEY COME BACK      *
030299******************************************************************
030300 3780-RAISE-HIT.
030301     MOVE FUNCTION CURRENT-DATE TO CLD-DATE-TIME.
030302     MOVE SPACES              TO BNKWHIT-REC.
030303     MOVE CLD-SCREEN-NAME     TO WHT-CUST-NAME.
030304     MOVE BCS-REC-DATE-OF-BIRTH OF CUSTIN-REC TO WHT-CUST-DOB.
030305     MOVE WLS-ENTRY-ID        TO WHT-ENTRY-ID.
030306     MOVE CLD-SCREEN-MATCH-TYPE TO WHT-MATCH-TYPE.
030307     SET WHT-SOURCE-CUSTLOAD  TO TRUE.
030308     SET WHT-PENDING          TO TRUE.
030309     STRING
030310       CLD-DATE-TIME(1:8)  DELIMITED BY SIZE
030311       '-'                 DELIMITED BY SIZE
030312       CLD-DATE-TIME(9:6)  DELIMITED BY SIZE
030313     INTO WHT-RAISED-STAMP
030314     END-STRING.
030315     MOVE 'CUSTLOAD'          TO WHT-RAISED-USERID.
030316     MOVE ZEROS               TO WHT-REVIEW-DATE.
030317     WRITE BNKWHIT-REC
030318         INVALID KEY
030319            CONTINUE
030320     END-WRITE.
030321 3780-EXIT.
030322     EXIT.
030323
030450******************************************************************
030452* 4000-GENERATE-CUSTOMER-ID - READ/INCREMENT/REWRITE THE SAME     *
030454* CUSTCTL CONTROL RECORD (RESERVED KEY ON BNKCUST) THAT ADDCUST    *
030456* USES ONLINE, SO BATCH AND ONLINE ADDITIONS SHARE ONE CUSTOMER   *
030500* NUMBER SEQUENCE AND CAN NEVER COLLIDE                           *
030600 4000-GENERATE-CUSTOMER-ID.
030700     MOVE '0000000000' TO BCS-REC-PID OF BNKCUST-REC.
032954            BCS-REC-STATUS OF CLD-NEW-CUST-REC
032956        MOVE ZEROS TO
032958            BCS-REC-DATE-CLOSED OF CLD-NEW-CUST-REC
032959        MOVE SPACES TO
032960            BCS-REC-MERGED-INTO-PID OF CLD-NEW-CUST-REC
032961        MOVE 'N' TO
032962            BCS-REC-GONE-AWAY OF CLD-NEW-CUST-REC
032963        MOVE ZEROS TO
032964            BCS-REC-GONE-AWAY-DATE OF CLD-NEW-CUST-REC
032965        MOVE SPACES TO
032966            BCS-REC-GONE-AWAY-ITEM OF CLD-NEW-CUST-REC
032967     END-IF.
033000 4000-EXIT.
033100     EXIT.
033200
036400        MOVE BCS-REC-PID OF CLD-NEW-CUST-REC
036450           TO CLD-LAST-APPLIED-PID
036460        PERFORM 6500-WRITE-PHONETIC-ENTRY THRU 6500-EXIT
036480        PERFORM 6700-WRITE-AUDIT-ENTRY THRU 6700-EXIT
036500     END-IF.
036600 6000-EXIT.
036700     EXIT.
036790     END-WRITE.
036792 6500-EXIT.
036794     EXIT.
036796
036798******************************************************************
036800* 6700-WRITE-AUDIT-ENTRY - THE SAME ADD ENTRY CUSTMNT AND THE    *
036802* ONLINE ADDCUST WRITE, APPENDED TO CUSTAUDF AND KEPT ON THE     *
036804* CUSTHST HISTORY FILE, SO A LOADED CUSTOMER IS FED TO THE CRM   *
036806* AND GETS A WELCOME LETTER LIKE ANY OTHER NEW CUSTOMER          *
036808******************************************************************
036810 6700-WRITE-AUDIT-ENTRY.
036812     MOVE SPACES TO WS-AUDIT-REC.
036814     SET CAJ-ACTION-ADD TO TRUE.
036816     MOVE CLD-NEW-CUST-REC TO CAJ-AFTER-IMAGE.
036818     MOVE FUNCTION CURRENT-DATE TO CLD-DATE-TIME.
036820     MOVE 'CUSTLOAD' TO CAJ-USERID.
036822*****************************************************************
036824* THE INPUT SEQUENCE NUMBER IS CARRIED AFTER THE DATE AND TIME  *
036826* SO TWO CUSTOMERS LOADED IN THE SAME SECOND STILL GET DISTINCT *
036828* CUSTHST KEYS, AS IN CUSTMNT                                   *
036830*****************************************************************
036832     MOVE CLD-INPUT-COUNT TO CLD-AUDIT-SEQ.
036834     STRING
036836       CLD-DATE-TIME(1:8)  DELIMITED BY SIZE
036838       '-'                 DELIMITED BY SIZE
036840       CLD-DATE-TIME(9:6)  DELIMITED BY SIZE
036842       '-'                 DELIMITED BY SIZE
036844       CLD-AUDIT-SEQ       DELIMITED BY SIZE
036846     INTO CAJ-TIMESTAMP
036848     END-STRING.
036850     MOVE BCS-REC-PID OF CLD-NEW-CUST-REC  TO CAJ-CUST-PID.
036852     MOVE BCS-REC-NAME OF CLD-NEW-CUST-REC TO CAJ-CUST-NAME.
036854
036856     MOVE WS-AUDIT-REC TO CUSTAUDF-REC.
036858     WRITE CUSTAUDF-REC.
036860
036862     MOVE CAJ-CUST-PID  TO CHJ-CUST-PID.
036864     MOVE CAJ-TIMESTAMP TO CHJ-ENTRY-TIMESTAMP.
036866     MOVE WS-AUDIT-REC  TO CHJ-AUDIT-ENTRY.
036868     WRITE CUSTHST-REC
036870         INVALID KEY
036872            CONTINUE
036874     END-WRITE.
036876 6700-EXIT.
036878     EXIT.
036880
036900******************************************************************
037000* 7000-WRITE-DETAIL-LINE - ONE REPORT LINE PER INPUT RECORD      *
037100******************************************************************
037900     ELSE
038000        MOVE SPACES     TO CLDD-CUST-PID
038010        MOVE 'REJECTED' TO CLDD-STATUS
038020        IF CLD-SCREEN-HELD
038030           MOVE 'HELD'  TO CLDD-STATUS
038040        END-IF
038200     END-IF.
038300     MOVE CLD-REPORT-DETAIL-LINE TO CUSTLOG-REC.
038400     WRITE CUSTLOG-REC.
040073     MOVE CLD-LAST-APPLIED-PID TO CLD-RESTART-LAST-PID.
040074     MOVE CLD-NEXT-CUSTNO  TO CLD-RESTART-LAST-CUSTNO.
040076     MOVE FUNCTION CURRENT-DATE (1:8) TO CLD-RESTART-RUN-DATE.
040080     MOVE CLD-ADDED-COUNT     TO CLD-RESTART-ADDED-COUNT.
040082     MOVE CLD-REJECTED-COUNT  TO CLD-RESTART-REJECTED-COUNT.
040084     MOVE CLD-DUPLICATE-COUNT TO CLD-RESTART-DUPLICATE-COUNT.
040086     MOVE CLD-HELD-COUNT      TO CLD-RESTART-HELD-COUNT.
040100     IF CLD-CUSTRST-OK
040200        REWRITE CUSTRST-REC
040300     ELSE
043700       INTO CUSTLOG-REC
043800     END-STRING.
043900     WRITE CUSTLOG-REC.
043910
043920     MOVE SPACES TO CUSTLOG-REC.
043930     MOVE CLD-HELD-COUNT TO CLD-HELD-COUNT-EDIT.
043940     STRING 'RECORDS HELD ...... ' DELIMITED BY SIZE
043950            CLD-HELD-COUNT-EDIT    DELIMITED BY SIZE
043960       INTO CUSTLOG-REC
043970     END-STRING.
043980     WRITE CUSTLOG-REC.
044000 8000-EXIT.
044100     EXIT.
044200
044202******************************************************************
044204* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
044205* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING.  A RESTART *
044206* PICKS THE FAILED RUN'S COUNTS UP FROM THE CHECKPOINT, SO WHAT  *
044207* IS FILED IS ALWAYS THE WHOLE LOAD, AS A FRESH RUN              *
044208******************************************************************
044210 8800-WRITE-CONTROL-TOTALS.
044212     MOVE 'CUSTLOAD'               TO CTP-JOB-NAME.
044214     SET CTP-FRESH-RUN TO TRUE.
044224     MOVE SPACES                   TO CTP-DATA-DATE.
044226     MOVE 'RECORDS READ'           TO CTP-COUNT-NAME (1).
044228     MOVE CLD-INPUT-COUNT          TO CTP-COUNT-VALUE (1).
044230     MOVE 'ADDS APPLIED'           TO CTP-COUNT-NAME (2).
044232     MOVE CLD-ADDED-COUNT          TO CTP-COUNT-VALUE (2).
044234     MOVE 'ADDS REJECTED'          TO CTP-COUNT-NAME (3).
044236     MOVE CLD-REJECTED-COUNT       TO CTP-COUNT-VALUE (3).
044238     MOVE 'ADDS DUPLICATE'         TO CTP-COUNT-NAME (4).
044240     MOVE CLD-DUPLICATE-COUNT      TO CTP-COUNT-VALUE (4).
044242     MOVE 'ADDS HELD'              TO CTP-COUNT-NAME (5).
044244     MOVE CLD-HELD-COUNT           TO CTP-COUNT-VALUE (5).
044246     MOVE 5                        TO CTP-COUNT-USED.
044248     CALL CLD-CTLTOT-PGM USING CLD-CTLTOT-PARMS.
044250 8800-EXIT.
044252     EXIT.
044254
044300******************************************************************
044400* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
044500******************************************************************
044700     CLOSE CUSTIN.
044750     CLOSE BNKBRN.
044760     CLOSE BNKCUSP.
044770     CLOSE BNKWLST.
044780     CLOSE BNKWHIT.
044790     CLOSE BNKPOST.
044800     CLOSE BNKCUST.
044900     CLOSE CUSTRST.
044920     CLOSE CUSTHST.
044940     CLOSE CUSTAUDF.
045000     CLOSE CUSTLOG.
045100 9000-EXIT.
045200     EXIT.
