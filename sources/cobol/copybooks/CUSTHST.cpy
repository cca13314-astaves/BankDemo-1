      *             inquiry can browse one customer's changes in      *
      *             order without draining the TDQ or reaching into   *
      *             the journal.  CHJ-AUDIT-ENTRY holds the complete  *
      *             CUSTAUD record unchanged.  The CUSTMRGE duplicate *
      *             merge files a copy of every entry of the retired  *
      *             customer under the survivor's ID as well, so      *
      *             CHJ-CUST-PID and the CAJ-CUST-PID inside the      *
      *             entry differ on those copies                      *
      *****************************************************************
           05  CHJ-KEY.
               10  CHJ-CUST-PID                      PIC X(10).
