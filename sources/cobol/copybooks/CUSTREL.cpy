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
      * Copybook:   CUSTREL.CPY                                       *
      * Function:   Record layout for the BNKCREL VSAM customer-to-   *
      *             account relationship file - one record per holder *
      *             of an account, so an account may have any number  *
      *             of holders and a customer any number of accounts. *
      *             Keyed on sort code + account number + PID, so a   *
      *             browse of the base cluster on the account gives   *
      *             every holder of it; the BNKCRLP alternate-index   *
      *             path over REL-CUST-PID gives every account a      *
      *             customer holds.  Seeded by CUSTRBLD from the      *
      *             account carried on each BNKCUST record and        *
      *             maintained online by RELMNT.  A holder taken off  *
      *             an account is marked ENDED and retained rather    *
      *             than deleted, so the link can still be traced;    *
      *             searches and inquiries show active links only.    *
      *             An account has at most one active primary holder  *
      *****************************************************************
           05  REL-KEY.
               10  REL-ACCOUNT.
                   15  REL-SORT-CODE                PIC 9(06).
                   15  REL-ACCOUNT-NO               PIC 9(08).
               10  REL-CUST-PID                     PIC X(10).
           05  REL-ROLE                             PIC X(01).
               88  REL-ROLE-PRIMARY                  VALUE 'P'.
               88  REL-ROLE-JOINT                    VALUE 'J'.
               88  REL-ROLE-VALID                    VALUES 'P' 'J'.
           05  REL-STATUS                           PIC X(01).
               88  REL-LINK-ACTIVE                   VALUES 'A' ' '.
               88  REL-LINK-ENDED                    VALUE 'E'.
           05  REL-DATE-LINKED                      PIC 9(08).
           05  REL-DATE-ENDED                       PIC 9(08).
           05  REL-USERID                           PIC X(08).
           05  FILLER                               PIC X(30).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
