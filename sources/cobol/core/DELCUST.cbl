              END-IF
           END-IF.

      *****************************************************************
      * A customer retired by the duplicate merge lives on only as a  *
      * pointer to its survivor - closing it would lose that link, so *
      * the closure has to be raised against the survivor instead     *
      *****************************************************************
           IF WS-FIELDS-VALID
              IF BCS-CUST-MERGED
                 SET WS-FIELDS-INVALID TO TRUE
                 MOVE 16   TO RESPONSERETCODE
                 MOVE 2010 TO REASONRETCODE
                 STRING
                   BCS-REC-PID DELIMITED BY SIZE
                   ' USER DELETE FAILED - MERGED INTO '
                                DELIMITED BY SIZE
                   BCS-REC-MERGED-INTO-PID DELIMITED BY SIZE
                 INTO RESPONSEMSG
                 END-STRING
              END-IF
           END-IF.

      *****************************************************************
      * One request per customer at a time - a closure already        *
      * sitting on the approval queue must be decided or expire       *
