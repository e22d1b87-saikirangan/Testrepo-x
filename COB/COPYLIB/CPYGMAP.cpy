       01 STUDGMAPI.
           05 FILLER       PIC X(12).
           05 GRDCRSL      PIC S9(4) COMP.
           05 GRDCRSF      PIC X(01).
           05 GRDCRSI      PIC X(08).
           05 GRDTRML      PIC S9(4) COMP.
           05 GRDTRMF      PIC X(01).
           05 GRDTRMI      PIC X(06).
           05 GRDSTAL      PIC S9(4) COMP.
           05 GRDSTAF      PIC X(01).
           05 GRDSTAI      PIC X(20).
           05 GRDROWG OCCURS 12 TIMES.
               10 GRDLINL  PIC S9(4) COMP.
               10 GRDLINF  PIC X(01).
               10 GRDLINI  PIC X(50).
               10 GRDGRDL  PIC S9(4) COMP.
               10 GRDGRDF  PIC X(01).
               10 GRDGRDI  PIC X(02).
           05 GRDMSGL      PIC S9(4) COMP.
           05 GRDMSGF      PIC X(01).
           05 GRDMSGI      PIC X(60).
       01 STUDGMAPO REDEFINES STUDGMAPI.
           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 GRDCRSO      PIC X(08).
           05 FILLER       PIC X(03).
           05 GRDTRMO      PIC X(06).
           05 FILLER       PIC X(03).
           05 GRDSTAO      PIC X(20).
           05 GRDROWOG OCCURS 12 TIMES.
               10 FILLER   PIC X(03).
               10 GRDLINO  PIC X(50).
               10 FILLER   PIC X(02).
               10 GRDGRDA  PIC X(01).
               10 GRDGRDO  PIC X(02).
           05 FILLER       PIC X(03).
           05 GRDMSGO      PIC X(60).
