       01 STUDSMAPI.
           05 FILLER       PIC X(12).
           05 SRCCNFL      PIC S9(4) COMP.
           05 SRCCNFF      PIC X(01).
           05 SRCCNFI      PIC X(40).
           05 SRCNAML      PIC S9(4) COMP.
           05 SRCNAMF      PIC X(01).
           05 SRCNAMI      PIC X(30).
               10 SRCROWI  PIC X(01).
               10 SRCLINL  PIC S9(4) COMP.
               10 SRCLINF  PIC X(01).
               10 SRCLINI  PIC X(68).
           05 SRCMSGL      PIC S9(4) COMP.
           05 SRCMSGF      PIC X(01).
           05 SRCMSGI      PIC X(60).
       01 STUDSMAPO REDEFINES STUDSMAPI.
           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 SRCCNFO      PIC X(40).
           05 FILLER       PIC X(03).
           05 SRCNAMO      PIC X(30).
           05 SRCROWOG OCCURS 12 TIMES.
               10 FILLER   PIC X(03).
               10 SRCROWO  PIC X(01).
               10 FILLER   PIC X(03).
               10 SRCLINO  PIC X(68).
           05 FILLER       PIC X(03).
           05 SRCMSGO      PIC X(60).
