       01 STUDVMAPI.
           05 FILLER       PIC X(12).
           05 RVPGML       PIC S9(4) COMP.
           05 RVPGMF       PIC X(01).
           05 RVPGMI       PIC X(08).
           05 RVDTEL       PIC S9(4) COMP.
           05 RVDTEF       PIC X(01).
           05 RVDTEI       PIC X(08).
           05 RVINFL       PIC S9(4) COMP.
           05 RVINFF       PIC X(01).
           05 RVINFI       PIC X(79).
           05 RVHDRL       PIC S9(4) COMP.
           05 RVHDRF       PIC X(01).
           05 RVHDRI       PIC X(79).
           05 RVROWG OCCURS 15 TIMES.
               10 RVSELL   PIC S9(4) COMP.
               10 RVSELF   PIC X(01).
               10 RVSELI   PIC X(01).
               10 RVLINL   PIC S9(4) COMP.
               10 RVLINF   PIC X(01).
               10 RVLINI   PIC X(76).
           05 RVMSGL       PIC S9(4) COMP.
           05 RVMSGF       PIC X(01).
           05 RVMSGI       PIC X(60).
       01 STUDVMAPO REDEFINES STUDVMAPI.
           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 RVPGMO       PIC X(08).
           05 FILLER       PIC X(03).
           05 RVDTEO       PIC X(08).
           05 FILLER       PIC X(03).
           05 RVINFO       PIC X(79).
           05 FILLER       PIC X(03).
           05 RVHDRO       PIC X(79).
           05 RVROWOG OCCURS 15 TIMES.
               10 FILLER   PIC X(02).
               10 RVSELA   PIC X(01).
               10 RVSELO   PIC X(01).
               10 FILLER   PIC X(03).
               10 RVLINO   PIC X(76).
           05 FILLER       PIC X(03).
           05 RVMSGO       PIC X(60).
