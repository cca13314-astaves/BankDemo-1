           05  FILLER REDEFINES DATEADDF.
               10  DATEADDA                            PIC X(01).
           05  DATEADD                                PIC X(08).
           05  HMOREL                                 PIC S9(4) COMP.
           05  HMOREF                                 PIC X(01).
           05  FILLER REDEFINES HMOREF.
               10  HMOREA                              PIC X(01).
           05  HMORE                                  PIC X(20).
           05  HELD1L                                 PIC S9(4) COMP.
           05  HELD1F                                 PIC X(01).
           05  FILLER REDEFINES HELD1F.
               10  HELD1A                              PIC X(01).
           05  HELD1                                  PIC X(30).
           05  HELD2L                                 PIC S9(4) COMP.
           05  HELD2F                                 PIC X(01).
           05  FILLER REDEFINES HELD2F.
               10  HELD2A                              PIC X(01).
           05  HELD2                                  PIC X(30).
           05  HELD3L                                 PIC S9(4) COMP.
           05  HELD3F                                 PIC X(01).
           05  FILLER REDEFINES HELD3F.
               10  HELD3A                              PIC X(01).
           05  HELD3                                  PIC X(30).
           05  HELD4L                                 PIC S9(4) COMP.
           05  HELD4F                                 PIC X(01).
           05  FILLER REDEFINES HELD4F.
               10  HELD4A                              PIC X(01).
           05  HELD4                                  PIC X(30).
           05  HELD5L                                 PIC S9(4) COMP.
           05  HELD5F                                 PIC X(01).
           05  FILLER REDEFINES HELD5F.
               10  HELD5A                              PIC X(01).
           05  HELD5                                  PIC X(30).
           05  HELD6L                                 PIC S9(4) COMP.
           05  HELD6F                                 PIC X(01).
           05  FILLER REDEFINES HELD6F.
               10  HELD6A                              PIC X(01).
           05  HELD6                                  PIC X(30).
           05  MSGL                                   PIC S9(4) COMP.
           05  MSGF                                   PIC X(01).
           05  FILLER REDEFINES MSGF.
           05  DATEADDH                               PIC X(01).
           05  DATEADDO                               PIC X(08).
           05  FILLER                                PIC X(03).
           05  HMOREC                                 PIC X(01).
           05  HMOREH                                 PIC X(01).
           05  HMOREO                                 PIC X(20).
           05  FILLER                                PIC X(03).
           05  HELD1C                                 PIC X(01).
           05  HELD1H                                 PIC X(01).
           05  HELD1O                                 PIC X(30).
           05  FILLER                                PIC X(03).
           05  HELD2C                                 PIC X(01).
           05  HELD2H                                 PIC X(01).
           05  HELD2O                                 PIC X(30).
           05  FILLER                                PIC X(03).
           05  HELD3C                                 PIC X(01).
           05  HELD3H                                 PIC X(01).
           05  HELD3O                                 PIC X(30).
           05  FILLER                                PIC X(03).
           05  HELD4C                                 PIC X(01).
           05  HELD4H                                 PIC X(01).
           05  HELD4O                                 PIC X(30).
           05  FILLER                                PIC X(03).
           05  HELD5C                                 PIC X(01).
           05  HELD5H                                 PIC X(01).
           05  HELD5O                                 PIC X(30).
           05  FILLER                                PIC X(03).
           05  HELD6C                                 PIC X(01).
           05  HELD6H                                 PIC X(01).
           05  HELD6O                                 PIC X(30).
           05  FILLER                                PIC X(03).
           05  MSGC                                   PIC X(01).
           05  MSGH                                   PIC X(01).
           05  MSGO                                   PIC X(60).
