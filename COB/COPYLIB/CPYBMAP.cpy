       01 STUDBMAPI.
           05 FILLER       PIC X(12).
           05 BRWCNFL      PIC S9(4) COMP.
           05 BRWCNFF      PIC X(01).
           05 BRWCNFI      PIC X(40).
           05 BRWDPTL      PIC S9(4) COMP.
           05 BRWDPTF      PIC X(01).
           05 BRWDPTI      PIC X(10).
       01 STUDBMAPO REDEFINES STUDBMAPI.
           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 BRWCNFO      PIC X(40).
           05 FILLER       PIC X(03).
           05 BRWDPTO      PIC X(10).
           05 BRWLOG OCCURS 15 TIMES.
               10 FILLER   PIC X(03).
