           MOVE PND-REQ-USERID    TO REQBYO OF APPCUST1O.
           MOVE PND-REQ-TIMESTAMP TO REQONO OF APPCUST1O.
           MOVE BCS-REC-NAME      TO CNAMEO OF APPCUST1O.
           EVALUATE TRUE
              WHEN BCS-CUST-CLOSED
                 MOVE 'CLOSED'    TO CSTATO OF APPCUST1O
              WHEN BCS-CUST-MERGED
                 MOVE 'MERGED'    TO CSTATO OF APPCUST1O
              WHEN OTHER
                 MOVE 'ACTIVE'    TO CSTATO OF APPCUST1O
           END-EVALUATE.
           MOVE WS-MESSAGE        TO MSGO OF APPCUST1O.
           EXEC CICS SEND MAP('APPCUST1')
                     MAPSET('APPCUST')
      *****************************************************************
      * The record may have moved since the request was raised - a    *
      * close needs the customer still open, a reinstatement needs    *
      * the customer still closed, and neither applies to a customer  *
      * the duplicate merge has since retired into its survivor       *
      *****************************************************************
           IF BCS-CUST-MERGED
              SET WS-FIELDS-INVALID TO TRUE
              MOVE 'APPROVAL FAILED - CUSTOMER HAS BEEN MERGED'
                TO WS-MESSAGE
              GO TO 4000-EXIT
           END-IF.
           IF PND-ACTION-CLOSE
              AND BCS-CUST-CLOSED
              SET WS-FIELDS-INVALID TO TRUE
