       01 STUDQMAPI.
           05 FILLER       PIC X(12).
           05 RQRPTL       PIC S9(4) COMP.
           05 RQRPTF       PIC X(01).
           05 RQRPTI       PIC X(08).
           05 RQSTUL       PIC S9(4) COMP.
           05 RQSTUF       PIC X(01).
           05 RQSTUI       PIC X(09).
           05 RQCRSL       PIC S9(4) COMP.
           05 RQCRSF       PIC X(01).
           05 RQCRSI       PIC X(08).
           05 RQSECL       PIC S9(4) COMP.
           05 RQSECF       PIC X(01).
           05 RQSECI       PIC X(03).
           05 RQTRML       PIC S9(4) COMP.
           05 RQTRMF       PIC X(01).
           05 RQTRMI       PIC X(06).
           05 RQDPTL       PIC S9(4) COMP.
           05 RQDPTF       PIC X(01).
           05 RQDPTI       PIC X(03).
           05 RQATNL       PIC S9(4) COMP.
           05 RQATNF       PIC X(01).
           05 RQATNI       PIC X(30).
           05 RQNUML       PIC S9(4) COMP.
           05 RQNUMF       PIC X(01).
           05 RQNUMI       PIC X(07).
           05 RQSTAL       PIC S9(4) COMP.
           05 RQSTAF       PIC X(01).
           05 RQSTAI       PIC X(10).
           05 RQRQDL       PIC S9(4) COMP.
           05 RQRQDF       PIC X(01).
           05 RQRQDI       PIC X(08).
           05 RQUSRL       PIC S9(4) COMP.
           05 RQUSRF       PIC X(01).
           05 RQUSRI       PIC X(08).
           05 RQDONL       PIC S9(4) COMP.
           05 RQDONF       PIC X(01).
           05 RQDONI       PIC X(08).
           05 RQOUTL       PIC S9(4) COMP.
           05 RQOUTF       PIC X(01).
           05 RQOUTI       PIC X(30).
           05 RQMSGL       PIC S9(4) COMP.
           05 RQMSGF       PIC X(01).
           05 RQMSGI       PIC X(60).
       01 STUDQMAPO REDEFINES STUDQMAPI.
           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 RQRPTO       PIC X(08).
           05 FILLER       PIC X(03).
           05 RQSTUO       PIC X(09).
           05 FILLER       PIC X(03).
           05 RQCRSO       PIC X(08).
           05 FILLER       PIC X(03).
           05 RQSECO       PIC X(03).
           05 FILLER       PIC X(03).
           05 RQTRMO       PIC X(06).
           05 FILLER       PIC X(03).
           05 RQDPTO       PIC X(03).
           05 FILLER       PIC X(03).
           05 RQATNO       PIC X(30).
           05 FILLER       PIC X(03).
           05 RQNUMO       PIC X(07).
           05 FILLER       PIC X(03).
           05 RQSTAO       PIC X(10).
           05 FILLER       PIC X(03).
           05 RQRQDO       PIC X(08).
           05 FILLER       PIC X(03).
           05 RQUSRO       PIC X(08).
           05 FILLER       PIC X(03).
           05 RQDONO       PIC X(08).
           05 FILLER       PIC X(03).
           05 RQOUTO       PIC X(30).
           05 FILLER       PIC X(03).
           05 RQMSGO       PIC X(60).
