       01 STUDRMAPI.
           05 FILLER       PIC X(12).
           05 REGIDL       PIC S9(4) COMP.
           05 REGIDF       PIC X(01).
           05 REGIDI       PIC X(09).
           05 REGTRML      PIC S9(4) COMP.
           05 REGTRMF      PIC X(01).
           05 REGTRMI      PIC X(06).
           05 REGACTL      PIC S9(4) COMP.
           05 REGACTF      PIC X(01).
           05 REGACTI      PIC X(01).
           05 REGCRSL      PIC S9(4) COMP.
           05 REGCRSF      PIC X(01).
           05 REGCRSI      PIC X(08).
           05 REGSECL      PIC S9(4) COMP.
           05 REGSECF      PIC X(01).
           05 REGSECI      PIC X(03).
           05 REGBASL      PIC S9(4) COMP.
           05 REGBASF      PIC X(01).
           05 REGBASI      PIC X(01).
           05 REGLING OCCURS 8 TIMES.
               10 REGLINL  PIC S9(4) COMP.
               10 REGLINF  PIC X(01).
               10 REGLINI  PIC X(79).
           05 REGMSGL      PIC S9(4) COMP.
           05 REGMSGF      PIC X(01).
           05 REGMSGI      PIC X(60).
       01 STUDRMAPO REDEFINES STUDRMAPI.
           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 REGIDO       PIC X(09).
           05 FILLER       PIC X(03).
           05 REGTRMO      PIC X(06).
           05 FILLER       PIC X(03).
           05 REGACTO      PIC X(01).
           05 FILLER       PIC X(03).
           05 REGCRSO      PIC X(08).
           05 FILLER       PIC X(03).
           05 REGSECO      PIC X(03).
           05 FILLER       PIC X(03).
           05 REGBASO      PIC X(01).
           05 REGLOG OCCURS 8 TIMES.
               10 FILLER   PIC X(03).
               10 REGLINO  PIC X(79).
           05 FILLER       PIC X(03).
           05 REGMSGO      PIC X(60).
