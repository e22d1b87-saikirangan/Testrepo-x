          05 RTRAN-RATE-KEY  PIC X(08).
          05 FILLER          PIC X(01).
          05 RTRAN-RATE      PIC X(07).
          05 FILLER          PIC X(01).
          05 RTRAN-TYPE      PIC X(01).
          05 FILLER          PIC X(01).
          05 RTRAN-FEE       PIC X(07).
          05 FILLER          PIC X(01).
          05 RTRAN-BAND-LOW  PIC X(02).
          05 FILLER          PIC X(01).
          05 RTRAN-BAND-HIGH PIC X(02).
          05 FILLER          PIC X(01).
          05 RTRAN-DESC      PIC X(20).
          05 FILLER          PIC X(25).
       FD RATETAB
            RECORDING MODE IS F.
       01 RATE-REC.
          05 RT-RATE-KEY     PIC X(08).
          05 RT-RATE-PER-HR  PIC 9(05)V99.
          05 RT-RATE-TYPE    PIC X(01).
          05 RT-FEE-AMOUNT   PIC 9(05)V99.
          05 RT-BAND-LOW     PIC 9(02).
          05 RT-BAND-HIGH    PIC 9(02).
          05 RT-FEE-DESC     PIC X(20).
          05 FILLER          PIC X(33).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-RATETAB-FS       PIC X(02) VALUE SPACES.
           88 WS-RATETAB-OK       VALUE '00'.

      *    RATE TYPES - H (OR BLANK) HOURLY RATE, WITH AN OPTIONAL
      *    COURSE FEE ON A COURSE KEY; F COURSE FEE ONLY, TUITION FROM
      *    THE DEPARTMENT RATE; B FLAT-RATE BAND (LOW THROUGH HIGH
      *    HOURS CHARGED AS LOW); T FIXED FEE BILLED ONCE PER TERM.
       01 WS-RATE-TYPE        PIC X(01).
           88 WS-TYPE-HOURLY      VALUE ' ' 'H'.
           88 WS-TYPE-FEE-ONLY    VALUE 'F'.
           88 WS-TYPE-BAND        VALUE 'B'.
           88 WS-TYPE-TERM-FEE    VALUE 'T'.
           88 WS-TYPE-VALID       VALUE ' ' 'H' 'F' 'B' 'T'.

       01 WS-EDIT-SW          PIC X(01) VALUE 'Y'.
           88 WS-EDIT-PASSED      VALUE 'Y'.
           88 WS-EDIT-FAILED      VALUE 'N'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
            GOBACK.

       A000-EDIT-TRAN-PARA.
             MOVE RTRAN-TYPE TO WS-RATE-TYPE.
             SET WS-EDIT-PASSED TO TRUE.
             IF RTRAN-RATE-KEY = SPACES
                SET WS-EDIT-FAILED TO TRUE
             END-IF.
             IF RTRAN-CODE NOT = 'D'
                PERFORM A000-EDIT-TYPE-PARA
             END-IF.
             IF WS-EDIT-FAILED
                ADD 1 TO WS-CT-INVALID
                DISPLAY 'RATEMNT: INVALID TRANSACTION FOR KEY '
                        RTRAN-RATE-KEY
             ELSE
                MOVE SPACES TO RATE-REC
                MOVE RTRAN-RATE-KEY TO RT-RATE-KEY
                IF RTRAN-RATE IS NUMERIC
                   MOVE RTRAN-RATE TO RT-RATE-PER-HR
                ELSE
                   MOVE ZERO TO RT-RATE-PER-HR
                END-IF
                IF WS-TYPE-HOURLY
                   MOVE 'H' TO RT-RATE-TYPE
                ELSE
                   MOVE WS-RATE-TYPE TO RT-RATE-TYPE
                END-IF
                IF RTRAN-FEE IS NUMERIC
                   MOVE RTRAN-FEE TO RT-FEE-AMOUNT
                ELSE
                   MOVE ZERO TO RT-FEE-AMOUNT
                END-IF
                IF WS-TYPE-BAND
                   MOVE RTRAN-BAND-LOW  TO RT-BAND-LOW
                   MOVE RTRAN-BAND-HIGH TO RT-BAND-HIGH
                ELSE
                   MOVE ZERO TO RT-BAND-LOW
                   MOVE ZERO TO RT-BAND-HIGH
                END-IF
                MOVE RTRAN-DESC TO RT-FEE-DESC
                EVALUATE RTRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                END-EVALUATE
             END-IF.

      *    EACH RATE TYPE NEEDS ITS OWN AMOUNT FIELDS.
       A000-EDIT-TYPE-PARA.
             EVALUATE TRUE
             WHEN NOT WS-TYPE-VALID
                  SET WS-EDIT-FAILED TO TRUE
             WHEN WS-TYPE-HOURLY
                  IF RTRAN-RATE IS NOT NUMERIC
                     OR (RTRAN-FEE NOT = SPACES
                         AND RTRAN-FEE IS NOT NUMERIC)
                     SET WS-EDIT-FAILED TO TRUE
                  END-IF
             WHEN WS-TYPE-FEE-ONLY
             WHEN WS-TYPE-TERM-FEE
                  IF RTRAN-FEE IS NOT NUMERIC
                     SET WS-EDIT-FAILED TO TRUE
                  END-IF
             WHEN WS-TYPE-BAND
                  IF RTRAN-BAND-LOW IS NOT NUMERIC
                     OR RTRAN-BAND-HIGH IS NOT NUMERIC
                     SET WS-EDIT-FAILED TO TRUE
                  ELSE
                     IF RTRAN-BAND-LOW = ZERO
                        OR RTRAN-BAND-HIGH NOT > RTRAN-BAND-LOW
                        SET WS-EDIT-FAILED TO TRUE
                     END-IF
                  END-IF
             END-EVALUATE.

       A000-ADD-PARA.
             WRITE RATE-REC.
             IF WS-RATETAB-OK
