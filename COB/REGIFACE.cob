          05 EXT-POSTAL     PIC X(09).
          05 FILLER         PIC X(01).
          05 EXT-PHONE      PIC X(10).
          05 FILLER         PIC X(61).
          05 EXT-CONFID-FLAG PIC X(01).
          05 FILLER         PIC X(17).
       FD REGFILE
            RECORDING MODE IS F.
       01 REG-REC           PIC X(160).
          05 WS-RD-STATE     PIC X(02).
          05 WS-RD-POSTAL    PIC X(09).
          05 WS-RD-PHONE     PIC X(10).
          05 WS-RD-SUPPRESS  PIC X(01).
          05 FILLER          PIC X(47) VALUE SPACES.

       01 WS-REG-TRAILER.
          05 WS-RT-MARKER    PIC X(02) VALUE 'TR'.
       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-WRITTEN   PIC 9(07) VALUE ZERO.
           05 WS-CT-SUPPRESS  PIC 9(07) VALUE ZERO.
           05 WS-HASH-TOTAL   PIC 9(15) VALUE ZERO.

       01 WS-ENV-FUNC         PIC X(04).
             MOVE EXT-STATE     TO WS-RD-STATE.
             MOVE EXT-POSTAL    TO WS-RD-POSTAL.
             MOVE EXT-PHONE     TO WS-RD-PHONE.
      *      'Y' TELLS THE REGISTRAR SYSTEM THE STUDENT IS UNDER A
      *      DIRECTORY HOLD AND NOTHING MAY BE RELEASED FROM IT.
             IF EXT-CONFID-FLAG = 'Y'
                MOVE 'Y' TO WS-RD-SUPPRESS
                ADD 1 TO WS-CT-SUPPRESS
             ELSE
                MOVE 'N' TO WS-RD-SUPPRESS
             END-IF.
             MOVE WS-REG-DETAIL TO REG-REC.
             WRITE REG-REC.
             ADD 1 TO WS-CT-WRITTEN.
             DISPLAY 'REGIFACE RUN CONTROL TOTALS'.
             DISPLAY 'EXTFILE RECORDS READ ........ ' WS-CT-READ.
             DISPLAY 'INTERFACE DETAILS WRITTEN ... ' WS-CT-WRITTEN.
             DISPLAY 'DETAILS MARKED SUPPRESSED ... ' WS-CT-SUPPRESS.
             DISPLAY 'STUD-ID HASH TOTAL .......... ' WS-HASH-TOTAL.
             DISPLAY 'BUSINESS DATE ............... ' WS-RH-BUS-DATE.
             DISPLAY '-------------------------------------------'.
