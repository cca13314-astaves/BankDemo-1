006832* 02SEP26    BS    CUSTOMER ID WIDENED TO TEN DIGITS FOR THE     *
006834*                  CAPACITY PROJECT - CUSTCONV CONVERTS THE      *
006836*                  EXISTING FIVE-DIGIT DATA                      *
006856* 15OCT26    BS    KEY COUNTS FILED ON THE SHARED CTLTOTF        *
006876*                  CONTROL-TOTALS FILE FOR NIGHTLY BALANCING     *
006886* 15OCT26    BS    CUSTMRGE MERGES REPLAYED FROM THE AFTER       *
006896*                  IMAGE; WATCH-LIST DECISIONS LISTED AS         *
006898*                  ADVISORY                                      *
006900******************************************************************
007000 ENVIRONMENT DIVISION.
007100 CONFIGURATION SECTION.
017210                                 VALUE '0000000000'.
017300 77  CRS-HIGHEST-PID-NUM             PIC 9(10).
017400 77  CRS-FATAL-MSG                   PIC X(60) VALUE SPACES.
017420 77  CRS-CTLTOT-PGM                  PIC X(08) VALUE 'CUSTCTOT'.
017440
017460 01  CRS-CTLTOT-PARMS.
017480 COPY CUSTCTP.
017500
017600 01  WS-CONTROL-REC.
017700 COPY CUSTCTL.
021900     END-IF.
022000     PERFORM 6000-WRITE-CONTROL-RECORD THRU 6000-EXIT.
022100     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
022150     PERFORM 8800-WRITE-CONTROL-TOTALS THRU 8800-EXIT.
022200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022300     STOP RUN.
022400
039400        WHEN CAJ-ACTION-PURGE
039500           MOVE 'PURGE' TO CRSD-ACTION
039600           PERFORM 4300-REPLAY-DELETE THRU 4300-EXIT
039602        WHEN CAJ-ACTION-MERGE
039604           MOVE 'MERGE' TO CRSD-ACTION
039606           PERFORM 4200-REPLAY-FROM-IMAGE THRU 4200-EXIT
039610*****************************************************************
039620* THE MAKER-CHECKER TRAIL ENTRIES (REQUEST/APPROVE/REJECT/      *
039630* EXPIRE) CARRY NO DATA CHANGE OF THEIR OWN - AN APPROVAL IS    *
039640* ALWAYS PAIRED WITH THE D OR R ENTRY THAT APPLIED IT, AND      *
039650* THAT ONE IS WHAT GETS REPLAYED.  NEITHER DOES A REFUSAL (N)   *
039652* NOR A WATCH-LIST DECISION (W), WHICH CHANGES ONLY THE         *
039654* BNKWHIT HIT RECORD                                            *
039660*****************************************************************
039665        WHEN CAJ-ACTION-REQUEST
039670        WHEN CAJ-ACTION-APPROVE
039675        WHEN CAJ-ACTION-REJECT
039680        WHEN CAJ-ACTION-EXPIRE
039682        WHEN CAJ-ACTION-DENIED
039684        WHEN CAJ-ACTION-SCREEN
039685           MOVE CAJ-ACTION TO CRSD-ACTION
039690           MOVE 'ADVISORY ENTRY - NO DATA CHANGE TO REPLAY'
039692              TO CRSD-RESULT
042000     EXIT.
042100
042200******************************************************************
042300* 4200-REPLAY-FROM-IMAGE - RE-APPLY AN ADD, UPDATE, CLOSURE,     *
042400* REINSTATEMENT OR MERGE FROM THE AFTER IMAGE THE AUDIT ENTRY    *
042500* CARRIES - WRITTEN OR REWRITTEN                                 *
042600* ACCORDING TO WHETHER THE BACKUP ALREADY HELD THE CUSTOMER      *
042700******************************************************************
042800 4200-REPLAY-FROM-IMAGE.
059500 8000-EXIT.
059600     EXIT.
059700
059702******************************************************************
059704* 8800-WRITE-CONTROL-TOTALS - FILE THE RUN'S KEY COUNTS ON THE   *
059706* SHARED CTLTOTF FILE FOR THE END-OF-NIGHT BALANCING             *
059708******************************************************************
059710 8800-WRITE-CONTROL-TOTALS.
059712     MOVE 'CUSTREST'               TO CTP-JOB-NAME.
059714     SET CTP-FRESH-RUN TO TRUE.
059716     MOVE SPACES                   TO CTP-DATA-DATE.
059718     MOVE 'RECORDS RESTORED'       TO CTP-COUNT-NAME (1).
059720     MOVE CRS-RESTORED-COUNT       TO CTP-COUNT-VALUE (1).
059722     MOVE 'AUDIT ENTRIES READ'     TO CTP-COUNT-NAME (2).
059724     MOVE CRS-AUDIT-READ-COUNT     TO CTP-COUNT-VALUE (2).
059726     MOVE 'ADDS REPLAYED'          TO CTP-COUNT-NAME (3).
059728     MOVE CRS-REPLAY-ADD-COUNT     TO CTP-COUNT-VALUE (3).
059730     MOVE 'UPDATES REPLAYED'       TO CTP-COUNT-NAME (4).
059732     MOVE CRS-REPLAY-UPD-COUNT     TO CTP-COUNT-VALUE (4).
059734     MOVE 'CLOSURES REPLAYED'      TO CTP-COUNT-NAME (5).
059736     MOVE CRS-REPLAY-DEL-COUNT     TO CTP-COUNT-VALUE (5).
059738     MOVE 'NOT REPLAYED'           TO CTP-COUNT-NAME (6).
059740     MOVE CRS-NOT-REPLAYED-COUNT   TO CTP-COUNT-VALUE (6).
059742     MOVE 6                        TO CTP-COUNT-USED.
059744     CALL CRS-CTLTOT-PGM USING CRS-CTLTOT-PARMS.
059746 8800-EXIT.
059748     EXIT.
059750
059800******************************************************************
059900* 9000-TERMINATE - CLOSE EVERYTHING DOWN                         *
060000******************************************************************
