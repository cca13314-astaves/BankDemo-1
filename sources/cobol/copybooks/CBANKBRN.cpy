      *             than written to BNKCUST.  A branch that has shut  *
      *             is marked CLOSED and retained so the reports can  *
      *             still name it - a closed branch accepts no new    *
      *             customers.  A closed branch may name the open     *
      *             branch taking over its customers as its successor *
      *             - the CUSTRHOM re-homing run moves them there.    *
      *             The successor is only meaningful while the branch *
      *             is closed; zero (or spaces, on a record written   *
      *             before it was carried) means none named           *
      *****************************************************************
           05  BRN-REC-SORT-CODE                    PIC 9(06).
           05  BRN-REC-NAME                         PIC X(30).
           05  BRN-REC-STATUS                       PIC X(01).
               88  BRN-BRANCH-ACTIVE                 VALUES 'A' ' '.
               88  BRN-BRANCH-CLOSED                 VALUE 'C'.
           05  BRN-REC-SUCCESSOR-SORT-CODE          PIC 9(06).
           05  FILLER                               PIC X(17).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
