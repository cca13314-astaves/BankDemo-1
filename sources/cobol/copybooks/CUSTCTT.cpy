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
      * Copybook:   CUSTCTT.CPY                                       *
      * Function:   Record layout for the CTLTOTF shared control-     *
      *             totals file.  Every batch job appends one record  *
      *             per key count at the end of its run, through the  *
      *             CUSTCTOT routine, so the night's totals sit in    *
      *             one place instead of on a dozen control reports.  *
      *             The run date and time say when the job ran; the   *
      *             data date is the business day the counts are for  *
      *             (the extract day for the feeds, otherwise the run *
      *             date).  A job restarted from its checkpoint picks *
      *             the failed run's counts up from it and files the  *
      *             whole run as a fresh run.  A restart run (R) is   *
      *             one that can count only what it did after the     *
      *             restart point, so its counts add to the failed    *
      *             run's rather than replace them.  CUSTBAL reads    *
      *             the file to balance the jobs against each other   *
      *             and against BNKCUST, and files its own closing    *
      *             BNKCUST count here for the next night             *
      *****************************************************************
           05  CTT-RUN-DATE                          PIC 9(08).
           05  CTT-RUN-TIME                          PIC 9(06).
           05  CTT-JOB-NAME                          PIC X(08).
           05  CTT-RUN-TYPE                          PIC X(01).
               88  CTT-FRESH-RUN                      VALUE 'F'.
               88  CTT-RESTART-RUN                    VALUE 'R'.
           05  CTT-DATA-DATE                         PIC X(08).
           05  CTT-COUNT-NAME                        PIC X(20).
           05  CTT-COUNT-VALUE                       PIC 9(09).
           05  FILLER                                PIC X(20).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
