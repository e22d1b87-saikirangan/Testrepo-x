           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 DATKEYO      PIC X(05).
           05 FILLER       PIC X(02).
           05 DATNUMBA     PIC X(01).
           05 DATNUMBO     PIC X(05).
           05 FILLER       PIC X(02).
           05 DATTYPA      PIC X(01).
           05 DATTYPO      PIC X(01).
           05 FILLER       PIC X(03).
           05 DATMSGO      PIC X(60).
