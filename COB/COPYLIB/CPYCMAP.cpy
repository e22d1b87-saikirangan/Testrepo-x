       01 STUDCMAPI.
           05 FILLER       PIC X(12).
           05 CATDPTL      PIC S9(4) COMP.
           05 CATDPTF      PIC X(01).
           05 CATDPTI      PIC X(03).
           05 CATPFXL      PIC S9(4) COMP.
           05 CATPFXF      PIC X(01).
           05 CATPFXI      PIC X(08).
           05 CATTRML      PIC S9(4) COMP.
           05 CATTRMF      PIC X(01).
           05 CATTRMI      PIC X(06).
           05 CATROWG OCCURS 12 TIMES.
               10 CATSELL  PIC S9(4) COMP.
               10 CATSELF  PIC X(01).
               10 CATSELI  PIC X(01).
               10 CATLINL  PIC S9(4) COMP.
               10 CATLINF  PIC X(01).
               10 CATLINI  PIC X(76).
           05 CATPRQL      PIC S9(4) COMP.
           05 CATPRQF      PIC X(01).
           05 CATPRQI      PIC X(79).
           05 CATMSGL      PIC S9(4) COMP.
           05 CATMSGF      PIC X(01).
           05 CATMSGI      PIC X(60).
       01 STUDCMAPO REDEFINES STUDCMAPI.
           05 FILLER       PIC X(12).
           05 FILLER       PIC X(03).
           05 CATDPTO      PIC X(03).
           05 FILLER       PIC X(03).
           05 CATPFXO      PIC X(08).
           05 FILLER       PIC X(03).
           05 CATTRMO      PIC X(06).
           05 CATROWOG OCCURS 12 TIMES.
               10 FILLER   PIC X(03).
               10 CATSELO  PIC X(01).
               10 FILLER   PIC X(03).
               10 CATLINO  PIC X(76).
           05 FILLER       PIC X(03).
           05 CATPRQO      PIC X(79).
           05 FILLER       PIC X(03).
           05 CATMSGO      PIC X(60).
