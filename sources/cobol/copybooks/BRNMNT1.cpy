           05  FILLER REDEFINES STATF.
               10  STATA                               PIC X(01).
           05  STAT                                   PIC X(01).
           05  SUCCL                                  PIC S9(4) COMP.
           05  SUCCF                                  PIC X(01).
           05  FILLER REDEFINES SUCCF.
               10  SUCCA                               PIC X(01).
           05  SUCC                                   PIC X(06).
           05  MSGL                                   PIC S9(4) COMP.
           05  MSGF                                   PIC X(01).
           05  FILLER REDEFINES MSGF.
           05  STATH                                  PIC X(01).
           05  STATO                                  PIC X(01).
           05  FILLER                                PIC X(03).
           05  SUCCC                                  PIC X(01).
           05  SUCCH                                  PIC X(01).
           05  SUCCO                                  PIC X(06).
           05  FILLER                                PIC X(03).
           05  MSGC                                   PIC X(01).
           05  MSGH                                   PIC X(01).
           05  MSGO                                   PIC X(60).
