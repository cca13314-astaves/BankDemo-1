      *             server, completing the CUSTINQ commarea.  Set     *
      *             CIQ-INCLUDE-CLOSED to 'Y' to have a closed        *
      *             customer's details returned rather than the       *
      *             CUSTOMER IS CLOSED response.                      *
      *             On the way out the accounts the customer holds    *
      *             are listed from the BNKCREL relationship file,    *
      *             active links only, up to six with CIQ-MORE-       *
      *             ACCOUNTS set where there are more.  A customer    *
      *             with no link on BNKCREL at all is answered with   *
      *             the pair on their own record as the primary       *
      *             holder.  A caller passing the shorter commarea    *
      *             that ends at CIQ-INCLUDE-CLOSED is still served - *
      *             it simply does not get the list                   *
      *****************************************************************
           05  CIQ-INCLUDE-CLOSED                   PIC X(01).
               88  CIQ-SHOW-CLOSED                   VALUE 'Y'.
           05  CIQ-ACCOUNT-COUNT                    PIC 9(02).
           05  CIQ-MORE-ACCOUNTS-SW                 PIC X(01).
               88  CIQ-MORE-ACCOUNTS                 VALUE 'Y'.
               88  CIQ-NO-MORE-ACCOUNTS              VALUE 'N'.
           05  CIQ-ACCOUNT-LIST.
               10  CIQ-ACCOUNT-ENTRY OCCURS 6 TIMES.
                   15  CIQ-ACCT-SORT-CODE           PIC X(06).
                   15  CIQ-ACCT-ACCOUNT-NO          PIC X(08).
                   15  CIQ-ACCT-ROLE                PIC X(01).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
