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
      * Copybook:   RELMNT1.CPY                                       *
      * Function:   Symbolic map generated from the RELMNT mapset -   *
      *             field layout for map RELMNT1 (BMS TYPE=DSECT)     *
      *****************************************************************
       01  RELMNT1I.
           05  FILLER                         PIC X(12).
           05  SCODEL                         PIC S9(4) COMP.
           05  SCODEF                         PIC X(01).
           05  FILLER REDEFINES SCODEF.
               10  SCODEA                     PIC X(01).
           05  SCODE                          PIC X(06).
           05  ACCTL                          PIC S9(4) COMP.
           05  ACCTF                          PIC X(01).
           05  FILLER REDEFINES ACCTF.
               10  ACCTA                      PIC X(01).
           05  ACCT                           PIC X(08).
           05  PIDL                           PIC S9(4) COMP.
           05  PIDF                           PIC X(01).
           05  FILLER REDEFINES PIDF.
               10  PIDA                       PIC X(01).
           05  PID                            PIC X(10).
           05  CNAMEL                         PIC S9(4) COMP.
           05  CNAMEF                         PIC X(01).
           05  FILLER REDEFINES CNAMEF.
               10  CNAMEA                     PIC X(01).
           05  CNAME                          PIC X(30).
           05  ROLEL                          PIC S9(4) COMP.
           05  ROLEF                          PIC X(01).
           05  FILLER REDEFINES ROLEF.
               10  ROLEA                      PIC X(01).
           05  ROLE                           PIC X(01).
           05  STATL                          PIC S9(4) COMP.
           05  STATF                          PIC X(01).
           05  FILLER REDEFINES STATF.
               10  STATA                      PIC X(01).
           05  STAT                           PIC X(01).
           05  DLINKL                         PIC S9(4) COMP.
           05  DLINKF                         PIC X(01).
           05  FILLER REDEFINES DLINKF.
               10  DLINKA                     PIC X(01).
           05  DLINK                          PIC X(08).
           05  DENDL                          PIC S9(4) COMP.
           05  DENDF                          PIC X(01).
           05  FILLER REDEFINES DENDF.
               10  DENDA                      PIC X(01).
           05  DEND                           PIC X(08).
           05  HOLD1L                         PIC S9(4) COMP.
           05  HOLD1F                         PIC X(01).
           05  FILLER REDEFINES HOLD1F.
               10  HOLD1A                      PIC X(01).
           05  HOLD1                          PIC X(60).
           05  HOLD2L                         PIC S9(4) COMP.
           05  HOLD2F                         PIC X(01).
           05  FILLER REDEFINES HOLD2F.
               10  HOLD2A                      PIC X(01).
           05  HOLD2                          PIC X(60).
           05  HOLD3L                         PIC S9(4) COMP.
           05  HOLD3F                         PIC X(01).
           05  FILLER REDEFINES HOLD3F.
               10  HOLD3A                      PIC X(01).
           05  HOLD3                          PIC X(60).
           05  HOLD4L                         PIC S9(4) COMP.
           05  HOLD4F                         PIC X(01).
           05  FILLER REDEFINES HOLD4F.
               10  HOLD4A                      PIC X(01).
           05  HOLD4                          PIC X(60).
           05  HOLD5L                         PIC S9(4) COMP.
           05  HOLD5F                         PIC X(01).
           05  FILLER REDEFINES HOLD5F.
               10  HOLD5A                      PIC X(01).
           05  HOLD5                          PIC X(60).
           05  HOLD6L                         PIC S9(4) COMP.
           05  HOLD6F                         PIC X(01).
           05  FILLER REDEFINES HOLD6F.
               10  HOLD6A                      PIC X(01).
           05  HOLD6                          PIC X(60).
           05  HOLD7L                         PIC S9(4) COMP.
           05  HOLD7F                         PIC X(01).
           05  FILLER REDEFINES HOLD7F.
               10  HOLD7A                      PIC X(01).
           05  HOLD7                          PIC X(60).
           05  HOLD8L                         PIC S9(4) COMP.
           05  HOLD8F                         PIC X(01).
           05  FILLER REDEFINES HOLD8F.
               10  HOLD8A                      PIC X(01).
           05  HOLD8                          PIC X(60).
           05  MSGL                           PIC S9(4) COMP.
           05  MSGF                           PIC X(01).
           05  FILLER REDEFINES MSGF.
               10  MSGA                       PIC X(01).
           05  MSG                            PIC X(60).

       01  RELMNT1O REDEFINES RELMNT1I.
           05  FILLER                         PIC X(12).
           05  FILLER                         PIC X(03).
           05  SCODEC                         PIC X(01).
           05  SCODEH                         PIC X(01).
           05  SCODEO                         PIC X(06).
           05  FILLER                         PIC X(03).
           05  ACCTC                          PIC X(01).
           05  ACCTH                          PIC X(01).
           05  ACCTO                          PIC X(08).
           05  FILLER                         PIC X(03).
           05  PIDC                           PIC X(01).
           05  PIDH                           PIC X(01).
           05  PIDO                           PIC X(10).
           05  FILLER                         PIC X(03).
           05  CNAMEC                         PIC X(01).
           05  CNAMEH                         PIC X(01).
           05  CNAMEO                         PIC X(30).
           05  FILLER                         PIC X(03).
           05  ROLEC                          PIC X(01).
           05  ROLEH                          PIC X(01).
           05  ROLEO                          PIC X(01).
           05  FILLER                         PIC X(03).
           05  STATC                          PIC X(01).
           05  STATH                          PIC X(01).
           05  STATO                          PIC X(01).
           05  FILLER                         PIC X(03).
           05  DLINKC                         PIC X(01).
           05  DLINKH                         PIC X(01).
           05  DLINKO                         PIC X(08).
           05  FILLER                         PIC X(03).
           05  DENDC                          PIC X(01).
           05  DENDH                          PIC X(01).
           05  DENDO                          PIC X(08).
           05  FILLER                         PIC X(03).
           05  HOLD1C                         PIC X(01).
           05  HOLD1H                         PIC X(01).
           05  HOLD1O                         PIC X(60).
           05  FILLER                         PIC X(03).
           05  HOLD2C                         PIC X(01).
           05  HOLD2H                         PIC X(01).
           05  HOLD2O                         PIC X(60).
           05  FILLER                         PIC X(03).
           05  HOLD3C                         PIC X(01).
           05  HOLD3H                         PIC X(01).
           05  HOLD3O                         PIC X(60).
           05  FILLER                         PIC X(03).
           05  HOLD4C                         PIC X(01).
           05  HOLD4H                         PIC X(01).
           05  HOLD4O                         PIC X(60).
           05  FILLER                         PIC X(03).
           05  HOLD5C                         PIC X(01).
           05  HOLD5H                         PIC X(01).
           05  HOLD5O                         PIC X(60).
           05  FILLER                         PIC X(03).
           05  HOLD6C                         PIC X(01).
           05  HOLD6H                         PIC X(01).
           05  HOLD6O                         PIC X(60).
           05  FILLER                         PIC X(03).
           05  HOLD7C                         PIC X(01).
           05  HOLD7H                         PIC X(01).
           05  HOLD7O                         PIC X(60).
           05  FILLER                         PIC X(03).
           05  HOLD8C                         PIC X(01).
           05  HOLD8H                         PIC X(01).
           05  HOLD8O                         PIC X(60).
           05  FILLER                         PIC X(03).
           05  MSGC                           PIC X(01).
           05  MSGH                           PIC X(01).
           05  MSGO                           PIC X(60).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
