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
      * Copybook:   CUSTPST.CPY                                       *
      * Function:   Record layout for the BNKPOST VSAM postcode       *
      *             reference file, rebuilt by CUSTPCLD from the      *
      *             national postcode address data.  Keyed on the     *
      *             postcode in the standard form CUSTPCHK gives it - *
      *             upper case, outward code, one space, inward code  *
      *             - so ADDCUST/UPDCUST online, CUSTLOAD/CUSTMNT in  *
      *             batch and the CUSTPCLN cleanse all look a         *
      *             postcode up exactly the same way.  Only live      *
      *             postcodes are loaded - one the national data      *
      *             shows as terminated is no longer an address the   *
      *             post will deliver to.  The post town is held      *
      *             upper-cased, as the Royal Mail prints it.         *
      *             The record keyed '00000000' is the control        *
      *             record: the stamp of the last load and the count  *
      *             of postcodes it loaded.  No real postcode starts  *
      *             with a digit, so the key can never collide        *
      *****************************************************************
           05  PST-POSTCODE                         PIC X(08).
           05  PST-DATA.
               10  PST-POST-TOWN                    PIC X(30).
               10  FILLER                           PIC X(32).
           05  PST-CTL-DATA REDEFINES PST-DATA.
               10  PST-CTL-LOAD-STAMP               PIC X(14).
               10  PST-CTL-ENTRY-COUNT              PIC 9(09).
               10  FILLER                           PIC X(39).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
