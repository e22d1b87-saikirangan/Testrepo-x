           05 SSTUDIDI     PIC X(09).
           05 SPINL        PIC S9(4) COMP.
           05 SPINF        PIC X(01).
           05 SPINI        PIC X(06).
           05 SSTATUSL     PIC S9(4) COMP.
           05 SSTATUSF     PIC X(01).
           05 SSTATUSI     PIC X(10).
           05 SSTANDL      PIC S9(4) COMP.
           05 SSTANDF      PIC X(01).
           05 SSTANDI      PIC X(10).
           05 SCRSE1L      PIC S9(4) COMP.
           05 SCRSE1F      PIC X(01).
           05 SCRSE1I      PIC X(40).
           05 SSTUDIDA     PIC X(01).
           05 SSTUDIDO     PIC X(09).
           05 FILLER       PIC X(03).
           05 SPINO        PIC X(06).
           05 FILLER       PIC X(03).
           05 SSTATUSO     PIC X(10).
           05 FILLER       PIC X(03).
           05 SSTANDO      PIC X(10).
           05 FILLER       PIC X(03).
           05 SCRSE1O      PIC X(40).
           05 FILLER       PIC X(03).
           05 SCRSE2O      PIC X(40).
