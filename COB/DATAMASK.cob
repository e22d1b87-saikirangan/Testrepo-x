       FILE SECTION.
       FD MASKIN
            RECORDING MODE IS F.
       01 IN-REC            PIC X(200).
       FD MASKOUT
            RECORDING MODE IS F.
       01 OUT-REC           PIC X(200).
       FD MASKIN8
            RECORDING MODE IS F.
       01 IN8-REC           PIC X(80).
           88 WS-TYPE-EXT         VALUE 'EXT'.
           88 WS-TYPE-TRN         VALUE 'TRN'.

       01 WS-WORK-REC         PIC X(200).
       01 WS-EMP-VIEW REDEFINES WS-WORK-REC.
          05 WS-EMP-STUD-ID  PIC X(09).
          05 FILLER          PIC X(01).
          05 WS-EMP-NAME     PIC X(30).
          05 FILLER          PIC X(160).
       01 WS-TRN-VIEW REDEFINES WS-WORK-REC.
          05 WS-TRN-CODE     PIC X(01).
          05 FILLER          PIC X(01).
          05 WS-TRN-STUD-ID  PIC X(09).
          05 FILLER          PIC X(01).
          05 WS-TRN-NAME     PIC X(30).
          05 FILLER          PIC X(158).
       01 WS-EXT-VIEW REDEFINES WS-WORK-REC.
          05 WS-EXT-STUD-ID  PIC X(09).
          05 FILLER          PIC X(01).
          05 WS-EXT-POSTAL   PIC X(09).
          05 FILLER          PIC X(01).
          05 WS-EXT-PHONE    PIC X(10).
          05 FILLER          PIC X(79).
       01 WS-TRAILER-VIEW REDEFINES WS-WORK-REC.
          05 WS-TR-MARKER    PIC X(02).
          05 FILLER          PIC X(198).

       01 WS-REAL-ID          PIC X(09).
       01 WS-FAKE-ID          PIC X(09).
