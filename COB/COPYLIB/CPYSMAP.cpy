       01 STUDMAPI.
           05 FILLER       PIC X(12).
           05 STUDCNFL     PIC S9(4) COMP.
           05 STUDCNFF     PIC X(01).
           05 STUDCNFI     PIC X(40).
           05 STUDIDL      PIC S9(4) COMP.
           05 STUDIDF      PIC X(01).
           05 STUDIDI      PIC X(09).
           05 STUDDPTL     PIC S9(4) COMP.
           05 STUDDPTF     PIC X(01).
           05 STUDDPTI     PIC X(10).
           05 STUDSTNL     PIC S9(4) COMP.
           05 STUDSTNF     PIC X(01).
           05 STUDSTNI     PIC X(10).
           05 MSGL         PIC S9(4) COMP.
           05 MSGF         PIC X(01).
           05 MSGI         PIC X(60).
       01 STUDMAPO REDEFINES STUDMAPI.
           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 STUDCNFO     PIC X(40).
           05 FILLER       PIC X(02).
           05 STUDIDA      PIC X(01).
           05 STUDIDO      PIC X(09).
           05 FILLER       PIC X(03).
           05 STUDDPTO     PIC X(10).
           05 FILLER       PIC X(03).
           05 STUDSTNO     PIC X(10).
           05 FILLER       PIC X(03).
           05 MSGO         PIC X(60).
