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
      * Copybook:   CUSTCTP.CPY                                       *
      * Function:   Parameter area passed to the CUSTCTOT routine by  *
      *             every batch job to file its control totals on     *
      *             CTLTOTF.  The caller sets its job name, fresh or  *
      *             restart run, the data date (spaces means the run  *
      *             date) and one name/value pair per key count, with *
      *             CTP-COUNT-USED saying how many are filled in.  A  *
      *             job restarted from its checkpoint carries the     *
      *             failed run's counts forward and files the whole   *
      *             run as fresh; restart is only for a job that can  *
      *             count no more than what it did after the restart  *
      *             point.  CUSTCTOT hands back the CTLTOTF file      *
      *             status - the job has done its work by then, so a  *
      *             failure is reported but does not fail the job;    *
      *             CUSTBAL fails the night for any job that did not  *
      *             report                                            *
      *****************************************************************
           05  CTP-JOB-NAME                          PIC X(08).
           05  CTP-RUN-TYPE                          PIC X(01).
               88  CTP-FRESH-RUN                      VALUE 'F'.
               88  CTP-RESTART-RUN                    VALUE 'R'.
           05  CTP-DATA-DATE                         PIC X(08).
           05  CTP-COUNT-USED                        PIC 9(04) COMP.
           05  CTP-COUNT-ENTRY OCCURS 30 TIMES.
               10  CTP-COUNT-NAME                    PIC X(20).
               10  CTP-COUNT-VALUE                   PIC 9(09) COMP.
           05  CTP-WRITE-STATUS                      PIC X(02).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
