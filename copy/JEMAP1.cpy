           05  OPTSF                   PIC X.
           05  FILLER REDEFINES OPTSF.
               10  OPTSA                PIC X.
           05  OPTSI                    PIC X(79).

       01  MAP1O REDEFINES MAP1I.
           05  FILLER                  PIC X(12).
           05  MSGO                    PIC X(60).
           05  FILLER                  PIC X(2).
           05  OPTSA                   PIC X.
           05  OPTSO                   PIC X(79).
