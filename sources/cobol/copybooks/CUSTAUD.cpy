      *             entitlement check, kept so security can see who   *
      *             tried what - it carries no images and the name    *
      *             field says which action was refused.              *
      *             An M entry is a duplicate merge from CUSTMRGE,    *
      *             keyed on the retired customer and carrying its    *
      *             record either side of the merge - the after       *
      *             image's merged-into ID names the survivor.        *
      *             A W entry is a compliance reviewer's decision on  *
      *             a watch-list hit, written by CUSTWDEC under the   *
      *             reviewer's user ID - the before and after images  *
      *             carry the CUSTWHT hit record either side of the   *
      *             decision, and the ID is blank for an add that was *
      *             held and never made.                              *
      *             Entries written before the images were carried    *
      *             are short records with both images as spaces      *
      *             Once a customer has been purged, CUSTANON masks   *
      *             the name field and the personal data in both      *
      *             images (the hit name and date of birth on a W) -  *
      *             ID, time stamp, user ID and action are kept.      *
      *****************************************************************
           05  CAJ-USERID                            PIC X(08).
           05  CAJ-TIMESTAMP                         PIC X(26).
               88  CAJ-ACTION-REJECT                  VALUE 'X'.
               88  CAJ-ACTION-EXPIRE                  VALUE 'E'.
               88  CAJ-ACTION-DENIED                  VALUE 'N'.
               88  CAJ-ACTION-MERGE                   VALUE 'M'.
               88  CAJ-ACTION-SCREEN                  VALUE 'W'.
           05  CAJ-CUST-PID                          PIC X(10).
           05  CAJ-CUST-NAME                         PIC X(30).
           05  CAJ-BEFORE-IMAGE                      PIC X(250).
