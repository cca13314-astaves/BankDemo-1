      *****************************************************************
      *                                                               *
      * Copyright (C) 2010-2021 Micro Focus.  All Rights Reserved     *
      * This software may be used, modified, and distributed          *
      * (provided this notice is included without modification)       *
      * solely for internal demonstration purposes with other         *
      * Micro Focus software, and is otherwise subject to the EULA at *
      * https://www.microfocus.com/en-us/legal/software-licensing.    *
      *                                                               *
      * THIS SOFTWARE IS PROVIDED "AS IS" AND ALL IMPLIED             *
      * WARRANTIES, INCLUDING THE IMPLIED WARRANTIES OF               *
      * MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE,         *
      * SHALL NOT APPLY.                                              *
      * TO THE EXTENT PERMITTED BY LAW, IN NO EVENT WILL              *
      * MICRO FOCUS HAVE ANY LIABILITY WHATSOEVER IN CONNECTION       *
      * WITH THIS SOFTWARE.                                           *
      *                                                               *
      *****************************************************************

      *****************************************************************
      * Program:     CUSTPCHK.CBL                                     *
      * Function:    Put a postcode into its standard form and check  *
      *              its shape.  Called by ADDCUST/UPDCUST online and *
      *              CUSTLOAD/CUSTMNT/CUSTPCLD/CUSTPCLN in batch so   *
      *              every program keys the BNKPOST postcode file     *
      *              exactly the same way.  The standard form is      *
      *              upper case, the outward code, one space and the  *
      *              three-character inward code - so sw1a1aa and     *
      *              SW1A  1AA both come back as SW1A 1AA.  The shape *
      *              is the national one: an outward code of A9, A99, *
      *              AA9, AA99, A9A or AA9A and an inward code of     *
      *              9AA.  A well-formed postcode can still be one    *
      *              that does not exist - only BNKPOST can say that. *
      *              Result Y is well formed, B blank, N malformed -  *
      *              a malformed postcode comes back upper-cased but  *
      *              otherwise as keyed, so the caller can show it.   *
      *              Plain COBOL, no CICS, so the one routine links   *
      *              into both environments                           *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CUSTPCHK.
       DATE-WRITTEN.
           October 2026.
       DATE-COMPILED.
           Today.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-MISC-STORAGE.
         05  WS-WORK-POSTCODE                      PIC X(08).
         05  WS-SQUEEZED                           PIC X(08).
         05  WS-PATTERN                            PIC X(08).
         05  WS-OUTWARD-PATTERN                    PIC X(04).
         05  WS-INWARD-PATTERN                     PIC X(03).
         05  WS-SUB                                PIC S9(4) COMP.
         05  WS-LEN                                PIC S9(4) COMP.
         05  WS-OUTWARD-LEN                        PIC S9(4) COMP.
         05  WS-THIS-CHAR                          PIC X(01).
         05  WS-SHAPE-SW                           PIC X(01)
             VALUE 'Y'.
             88  WS-SHAPE-GOOD                     VALUE 'Y'.
             88  WS-SHAPE-BAD                      VALUE 'N'.

       LINKAGE SECTION.
       01  LK-POSTCODE-IN                          PIC X(08).
       01  LK-POSTCODE-OUT                         PIC X(08).
       01  LK-POSTCODE-RESULT                      PIC X(01).

       PROCEDURE DIVISION USING LK-POSTCODE-IN LK-POSTCODE-OUT
                                LK-POSTCODE-RESULT.

      *****************************************************************
      * Fold to upper case so keyed, loaded and stored postcodes all  *
      * come out identically whatever case they arrived in            *
      *****************************************************************
           MOVE LK-POSTCODE-IN TO WS-WORK-POSTCODE.
           INSPECT WS-WORK-POSTCODE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE WS-WORK-POSTCODE TO LK-POSTCODE-OUT.
           IF WS-WORK-POSTCODE = SPACES
              MOVE 'B' TO LK-POSTCODE-RESULT
              GOBACK
           END-IF.

      *****************************************************************
      * Close up the spaces, keeping a pattern alongside - A for each *
      * letter, 9 for each digit - and anything that is neither a     *
      * letter nor a digit makes the whole postcode malformed          *
      *****************************************************************
           MOVE SPACES TO WS-SQUEEZED.
           MOVE SPACES TO WS-PATTERN.
           MOVE ZERO   TO WS-LEN.
           SET WS-SHAPE-GOOD TO TRUE.
           PERFORM 1000-SQUEEZE-ONE-POSITION THRU 1000-EXIT
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > 8
              OR WS-SHAPE-BAD.

           IF WS-SHAPE-GOOD
              IF WS-LEN < 5 OR WS-LEN > 7
                 SET WS-SHAPE-BAD TO TRUE
              END-IF
           END-IF.

           IF WS-SHAPE-GOOD
              PERFORM 2000-CHECK-SHAPE THRU 2000-EXIT
           END-IF.

           IF WS-SHAPE-BAD
              MOVE 'N' TO LK-POSTCODE-RESULT
              GOBACK
           END-IF.

      *****************************************************************
      * Well formed - rebuild it as outward code, one space, inward   *
      * code                                                          *
      *****************************************************************
           MOVE SPACES TO LK-POSTCODE-OUT.
           STRING WS-SQUEEZED(1:WS-OUTWARD-LEN) DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-SQUEEZED(WS-OUTWARD-LEN + 1:3)
                                                 DELIMITED BY SIZE
             INTO LK-POSTCODE-OUT
           END-STRING.
           MOVE 'Y' TO LK-POSTCODE-RESULT.
           GOBACK.

       1000-SQUEEZE-ONE-POSITION.
      *****************************************************************
      * One character of the postcode as keyed - spaces are dropped,  *
      * letters and digits are kept and noted in the pattern          *
      *****************************************************************
           MOVE WS-WORK-POSTCODE(WS-SUB:1) TO WS-THIS-CHAR.
           IF WS-THIS-CHAR = SPACE
              GO TO 1000-EXIT
           END-IF.
           ADD 1 TO WS-LEN.
           MOVE WS-THIS-CHAR TO WS-SQUEEZED(WS-LEN:1).
           EVALUATE TRUE
              WHEN WS-THIS-CHAR IS NUMERIC
                 MOVE '9' TO WS-PATTERN(WS-LEN:1)
              WHEN WS-THIS-CHAR IS ALPHABETIC-UPPER
                 MOVE 'A' TO WS-PATTERN(WS-LEN:1)
              WHEN OTHER
                 SET WS-SHAPE-BAD TO TRUE
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       2000-CHECK-SHAPE.
      *****************************************************************
      * The inward code is always the last three characters and must *
      * be a digit and two letters; what is left in front of it is    *
      * the outward code and must be one of the six national shapes   *
      *****************************************************************
           COMPUTE WS-OUTWARD-LEN = WS-LEN - 3.
           MOVE SPACES TO WS-OUTWARD-PATTERN.
           MOVE WS-PATTERN(1:WS-OUTWARD-LEN) TO WS-OUTWARD-PATTERN.
           MOVE WS-PATTERN(WS-OUTWARD-LEN + 1:3) TO WS-INWARD-PATTERN.
           IF WS-INWARD-PATTERN NOT = '9AA'
              SET WS-SHAPE-BAD TO TRUE
              GO TO 2000-EXIT
           END-IF.
           EVALUATE WS-OUTWARD-PATTERN
              WHEN 'A9  '
              WHEN 'A99 '
              WHEN 'AA9 '
              WHEN 'AA99'
              WHEN 'A9A '
              WHEN 'AA9A'
                 CONTINUE
              WHEN OTHER
                 SET WS-SHAPE-BAD TO TRUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
