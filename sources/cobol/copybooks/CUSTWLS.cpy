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
      * Copybook:   CUSTWLS.CPY                                       *
      * Function:   Record layout for the BNKWLST VSAM sanctions and  *
      *             watch-list reference file, rebuilt by CUSTWLLD    *
      *             from each feed compliance supplies.  Keyed on     *
      *             the CUSTPHON soundex key of the listed name plus  *
      *             the list's own entry ID, so every screen (ADDCUST *
      *             online, CUSTLOAD/CUSTMNT in batch and the         *
      *             nightly CUSTWSCR rescreen) browses only the       *
      *             entries that sound like the customer.  The name   *
      *             is held upper-cased; a zero date of birth means   *
      *             the list does not give one.                       *
      *             The record keyed '0000' + '0000000000' is the     *
      *             control record: the stamp of the last load, the   *
      *             entry count it loaded and the load stamp the last *
      *             full rescreen ran against - when the two stamps   *
      *             differ the list has changed since BNKCUST was     *
      *             last screened.  Browses skip it                   *
      *****************************************************************
           05  WLS-KEY.
               10  WLS-SOUNDEX                      PIC X(04).
               10  WLS-ENTRY-ID                     PIC X(10).
           05  WLS-DATA.
               10  WLS-NAME                         PIC X(30).
               10  WLS-DOB                          PIC 9(08).
               10  WLS-LIST-TYPE                    PIC X(01).
                   88  WLS-SANCTIONS                 VALUE 'S'.
                   88  WLS-PEP                       VALUE 'P'.
               10  FILLER                           PIC X(27).
           05  WLS-CTL-DATA REDEFINES WLS-DATA.
               10  WLS-CTL-LOAD-STAMP               PIC X(14).
               10  WLS-CTL-ENTRY-COUNT              PIC 9(09).
               10  WLS-CTL-SCREEN-STAMP             PIC X(14).
               10  FILLER                           PIC X(29).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
