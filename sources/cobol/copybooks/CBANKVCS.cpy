      *             same convention the status byte follows.  The     *
      *             contact consent is what the mailing-house feed    *
      *             suppresses on; the marketing consent rides the    *
      *             record down to the CRM.                           *
      *             A customer found to be a duplicate of another is  *
      *             retired by the CUSTMRGE merge run: the status     *
      *             becomes M and BCS-REC-MERGED-INTO-PID names the   *
      *             surviving customer, which every inquiry follows - *
      *             the merged-into ID is only meaningful while the   *
      *             status is M.                                      *
      *             A customer whose post comes back from the mailing *
      *             house is flagged gone-away by CUSTGONE with the   *
      *             date and the mailing-house reference of the item  *
      *             returned - the feeds leave them out the same way  *
      *             they leave out contact opt-outs, and any change   *
      *             of address clears the flag.  A space is a record  *
      *             written before the flag existed and counts as not *
      *             gone away; the date and item are only meaningful  *
      *             while the flag is Y                               *
      *****************************************************************
           05  BCS-REC-PID                          PIC X(10).
           05  BCS-REC-NAME                         PIC X(30).
           05  BCS-REC-STATUS                       PIC X(01).
               88  BCS-CUST-ACTIVE                   VALUES 'A' ' '.
               88  BCS-CUST-CLOSED                   VALUE 'C'.
               88  BCS-CUST-MERGED                   VALUE 'M'.
           05  BCS-REC-DATE-CLOSED                  PIC 9(08).
           05  BCS-REC-MARKETING-CONSENT            PIC X(01).
               88  BCS-MARKETING-OK                  VALUES 'Y' ' '.
           05  BCS-REC-CONTACT-CONSENT              PIC X(01).
               88  BCS-CONTACT-OK                    VALUES 'Y' ' '.
               88  BCS-CONTACT-OPTED-OUT             VALUE 'N'.
           05  BCS-REC-MERGED-INTO-PID              PIC X(10).
           05  BCS-REC-GONE-AWAY                    PIC X(01).
               88  BCS-GONE-AWAY                     VALUE 'Y'.
               88  BCS-NOT-GONE-AWAY                 VALUES 'N' ' '.
           05  BCS-REC-GONE-AWAY-DATE               PIC 9(08).
           05  BCS-REC-GONE-AWAY-ITEM               PIC X(06).
           05  FILLER                               PIC X(01).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
