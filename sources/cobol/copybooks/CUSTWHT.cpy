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
      * Copybook:   CUSTWHT.CPY                                       *
      * Function:   Record layout for the BNKWHIT VSAM watch-list     *
      *             hits file - one record per customer/list-entry    *
      *             pair a screen has matched, awaiting or carrying   *
      *             the compliance reviewer's decision.  Keyed on the *
      *             upper-cased customer name and date of birth plus  *
      *             the list entry ID, so an add that was held (and   *
      *             so has no customer ID yet) and the same person    *
      *             re-presented later find the same hit.  A hit      *
      *             cleared by review no longer holds that customer   *
      *             against that entry; a confirmed hit refuses the   *
      *             add outright.  Raising a hit is recorded here     *
      *             only - each reviewer decision CUSTWDEC applies    *
      *             is also written to the audit stream as action W   *
      *****************************************************************
           05  WHT-KEY.
               10  WHT-CUST-NAME                    PIC X(30).
               10  WHT-CUST-DOB                     PIC 9(08).
               10  WHT-ENTRY-ID                     PIC X(10).
           05  WHT-CUST-PID                         PIC X(10).
           05  WHT-MATCH-TYPE                       PIC X(01).
               88  WHT-MATCH-EXACT                   VALUE 'E'.
               88  WHT-MATCH-PHONETIC                VALUE 'P'.
               88  WHT-MATCH-NAME-ONLY               VALUE 'N'.
           05  WHT-SOURCE                           PIC X(01).
               88  WHT-SOURCE-ADDCUST                VALUE 'A'.
               88  WHT-SOURCE-CUSTLOAD               VALUE 'L'.
               88  WHT-SOURCE-CUSTMNT                VALUE 'M'.
               88  WHT-SOURCE-RESCREEN               VALUE 'R'.
           05  WHT-STATUS                           PIC X(01).
               88  WHT-PENDING                       VALUE 'P'.
               88  WHT-CLEARED                       VALUE 'C'.
               88  WHT-CONFIRMED                     VALUE 'F'.
           05  WHT-RAISED-STAMP                     PIC X(15).
           05  WHT-RAISED-USERID                    PIC X(08).
           05  WHT-REVIEW-USERID                    PIC X(08).
           05  WHT-REVIEW-DATE                      PIC 9(08).
           05  FILLER                               PIC X(20).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
