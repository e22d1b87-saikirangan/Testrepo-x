                ORGANIZATION IS SEQUENTIAL.
                SELECT MNTLOGA ASSIGN TO MNTLOGA
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTINDX ASSIGN TO RPTINDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RI-KEY
                FILE STATUS IS WS-INDX-FS.
                SELECT RPTLINE ASSIGN TO RPTLINE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RL-KEY
                FILE STATUS IS WS-LINE-FS.
                SELECT RPTLINA ASSIGN TO RPTLINA
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ARCHPARM
       01 P02-ARC-REC       PIC X(81).
       FD MNTLOG
            RECORDING MODE IS F.
       01 MNT-IN-REC        PIC X(153).
       FD MNTLOGO
            RECORDING MODE IS F.
       01 MNT-OUT-REC       PIC X(153).
       FD MNTLOGA
            RECORDING MODE IS F.
       01 MNT-ARC-REC       PIC X(153).
       FD RPTINDX.
       01 RPT-INDX-REC.
          05 RI-KEY.
             10 RI-PROGRAM   PIC X(08).
             10 RI-RUN-DATE  PIC X(08).
             10 RI-SEQ       PIC 9(03).
          05 RI-RUN-HOUR     PIC X(02).
          05 RI-BUS-DATE     PIC X(08).
          05 RI-TITLE        PIC X(40).
          05 RI-PAGES        PIC 9(05).
          05 RI-LINES        PIC 9(07).
          05 FILLER          PIC X(19).
       FD RPTLINE.
       01 RPT-LINE-REC.
          05 RL-KEY.
             10 RL-REPORT-KEY PIC X(19).
             10 RL-LINE-NO   PIC 9(07).
          05 FILLER          PIC X(134).
       FD RPTLINA
            RECORDING MODE IS F.
       01 RL-ARC-REC        PIC X(160).
       WORKING-STORAGE SECTION.
           COPY CPYJCHN.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-PARM-FS          PIC X(02) VALUE SPACES.
           88 WS-PARM-OK          VALUE '00'.
       01 WS-INDX-FS          PIC X(02) VALUE SPACES.
           88 WS-INDX-OK          VALUE '00'.
       01 WS-LINE-FS          PIC X(02) VALUE SPACES.
           88 WS-LINE-OK          VALUE '00'.
       01 WS-LINE-EOF         PIC X(01) VALUE 'N'.

       01 WS-BUS-DATE     PIC X(08).
       01 WS-CUTOFF-DATE  PIC 9(08).
           05 WS-RET-HIST     PIC 9(03) VALUE 090.
           05 WS-RET-PGM02    PIC 9(03) VALUE 090.
           05 WS-RET-MNTLOG   PIC 9(03) VALUE 090.
           05 WS-RET-RPTARCH  PIC 9(03) VALUE 090.

       01 WS-REC          PIC X(80).
       01 WS-P02-REC      PIC X(81).
       01 WS-MNT-REC.
          05 WS-MNT-BODY     PIC X(78).
          05 FILLER          PIC X(01).
          05 WS-MNT-SEQ-NO   PIC 9(09).
          05 FILLER          PIC X(01).
          05 WS-MNT-HASH     PIC X(64).
       01 WS-MNT-KEEP-SW  PIC X(01).
           88 WS-MNT-KEEPING  VALUE 'Y'.
       01 WS-MNT-LAST-SEQ  PIC 9(09).
       01 WS-MNT-LAST-HASH PIC X(64).
       01 WS-REC-DATE     PIC X(08).
       01 WS-KEEP-SW      PIC X(01).
           88 WS-KEEP-REC     VALUE 'K'.
            PERFORM A000-ARCH-HIST-PARA.
            PERFORM A000-ARCH-PGM02-PARA.
            PERFORM A000-ARCH-MNTLOG-PARA.
            PERFORM A000-ARCH-REPORTS-PARA.

            DISPLAY '-------------------------------------------'.
            DISPLAY 'HISTARCH RUN CONTROL TOTALS'.
                               MOVE ARCH-RET-DAYS TO WS-RET-PGM02
                          WHEN 'MNTLOG  '
                               MOVE ARCH-RET-DAYS TO WS-RET-MNTLOG
                          WHEN 'RPTARCH '
                               MOVE ARCH-RET-DAYS TO WS-RET-RPTARCH
                          END-EVALUATE
                   END-READ
                END-PERFORM
             CLOSE PGM02LGA.
             PERFORM A000-FILE-REPORT-PARA.

      *    MNTLOG IS HASH CHAINED, SO ONLY THE RUN OF EXPIRED RECORDS
      *    AT THE FRONT OF THE LOG IS ARCHIVED - ONCE ONE RECORD IS
      *    KEPT EVERYTHING AFTER IT IS KEPT TOO. THE LAST RECORD
      *    ARCHIVED IS THEN RECORDED ON JRNLCTL AS THE START OF THE
      *    CHAIN FOR THE LIVE LOG.
       A000-ARCH-MNTLOG-PARA.
             MOVE WS-RET-MNTLOG TO WS-RET-DAYS.
             PERFORM A000-SET-CUTOFF-PARA.
             MOVE ZERO TO WS-FILE-MOVED.
             MOVE ZERO TO WS-FILE-KEPT.
             MOVE SPACE TO WS-EOF.
             MOVE 'N' TO WS-MNT-KEEP-SW.
             OPEN INPUT MNTLOG.
             OPEN OUTPUT MNTLOGO.
             OPEN OUTPUT MNTLOGA.
             PERFORM UNTIL WS-EOF = 'Y'
                READ MNTLOG INTO WS-MNT-REC
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                  MOVE WS-MNT-REC(60:8) TO WS-REC-DATE
                  PERFORM A000-CLASSIFY-PARA
                  IF WS-MNT-KEEPING
                     SET WS-KEEP-REC TO TRUE
                  END-IF
                  IF WS-ARCHIVE-REC
                     ADD 1 TO WS-FILE-MOVED
                     MOVE WS-MNT-SEQ-NO TO WS-MNT-LAST-SEQ
                     MOVE WS-MNT-HASH   TO WS-MNT-LAST-HASH
                     MOVE WS-MNT-REC TO MNT-ARC-REC
                     WRITE MNT-ARC-REC
                  ELSE
                     MOVE 'Y' TO WS-MNT-KEEP-SW
                     ADD 1 TO WS-FILE-KEPT
                     MOVE WS-MNT-REC TO MNT-OUT-REC
                     WRITE MNT-OUT-REC
                  END-IF
                END-READ
             CLOSE MNTLOG.
             CLOSE MNTLOGO.
             CLOSE MNTLOGA.
             IF WS-FILE-MOVED > ZERO
                PERFORM A000-ANCHOR-MNTLOG-PARA
             END-IF.
             PERFORM A000-FILE-REPORT-PARA.

       A000-ANCHOR-MNTLOG-PARA.
             MOVE 'A'              TO JCH-FUNC.
             MOVE 'MNTLOG'         TO JCH-JOURNAL.
             MOVE WS-MNT-LAST-SEQ  TO JCH-SEQ-NO.
             MOVE WS-MNT-LAST-HASH TO JCH-HASH.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             IF JCH-FLAG NOT = 'Y'
                DISPLAY 'HISTARCH: MNTLOG CHAIN START NOT RECORDED '
                        'ON JRNLCTL'
                MOVE 4 TO RETURN-CODE
             END-IF.
             MOVE 'C' TO JCH-FUNC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.

      *    ARCHIVED PRINT REPORTS ARE AGED ON THE BUSINESS DATE THEY
      *    WERE CAPTURED. AN EXPIRED REPORT HAS ITS LINES COPIED TO
      *    RPTLINA AND IS THEN DELETED FROM RPTLINE AND RPTINDX.
       A000-ARCH-REPORTS-PARA.
             MOVE WS-RET-RPTARCH TO WS-RET-DAYS.
             PERFORM A000-SET-CUTOFF-PARA.
             MOVE ZERO TO WS-FILE-MOVED.
             MOVE ZERO TO WS-FILE-KEPT.
             MOVE SPACE TO WS-EOF.
             OPEN I-O RPTINDX.
             IF NOT WS-INDX-OK
                DISPLAY 'HISTARCH: RPTINDX NOT AVAILABLE - STATUS '
                        WS-INDX-FS
                MOVE 'Y' TO WS-EOF
             END-IF.
             OPEN I-O RPTLINE.
             IF NOT WS-LINE-OK
                DISPLAY 'HISTARCH: RPTLINE NOT AVAILABLE - STATUS '
                        WS-LINE-FS
                MOVE 'Y' TO WS-EOF
             END-IF.
             OPEN OUTPUT RPTLINA.
             IF WS-EOF NOT = 'Y'
                MOVE LOW-VALUES TO RI-KEY
                START RPTINDX KEY IS GREATER THAN RI-KEY
                    INVALID KEY MOVE 'Y' TO WS-EOF
                END-START
             END-IF.
             PERFORM UNTIL WS-EOF = 'Y'
                READ RPTINDX NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                  MOVE RI-BUS-DATE TO WS-REC-DATE
                  PERFORM A000-CLASSIFY-PARA
                  IF WS-ARCHIVE-REC
                     PERFORM A000-ARCH-REPORT-LINES-PARA
                     DELETE RPTINDX RECORD
                         INVALID KEY
                            DISPLAY 'HISTARCH: REPORT ' RI-PROGRAM
                                    ' ' RI-RUN-DATE ' NOT DELETED'
                     END-DELETE
                  ELSE
                     ADD RI-LINES TO WS-FILE-KEPT
                  END-IF
                END-READ
             END-PERFORM.
             CLOSE RPTINDX.
             CLOSE RPTLINE.
             CLOSE RPTLINA.
             PERFORM A000-FILE-REPORT-PARA.

       A000-ARCH-REPORT-LINES-PARA.
             MOVE RI-KEY TO RL-REPORT-KEY.
             MOVE ZERO TO RL-LINE-NO.
             MOVE 'N' TO WS-LINE-EOF.
             START RPTLINE KEY IS GREATER THAN RL-KEY
                 INVALID KEY MOVE 'Y' TO WS-LINE-EOF
             END-START.
             PERFORM UNTIL WS-LINE-EOF = 'Y'
                READ RPTLINE NEXT RECORD
                  AT END MOVE 'Y' TO WS-LINE-EOF
                  NOT AT END
                  IF RL-REPORT-KEY NOT = RI-KEY
                     MOVE 'Y' TO WS-LINE-EOF
                  ELSE
                     ADD 1 TO WS-FILE-MOVED
                     MOVE RPT-LINE-REC TO RL-ARC-REC
                     WRITE RL-ARC-REC
                     DELETE RPTLINE RECORD
                         INVALID KEY
                            DISPLAY 'HISTARCH: REPORT LINE ' RL-KEY
                                    ' NOT DELETED'
                     END-DELETE
                  END-IF
                END-READ
             END-PERFORM.

       A000-FILE-REPORT-PARA.
             DISPLAY 'HISTARCH: CUTOFF ' WS-CUTOFF-X
                     ' ARCHIVED ' WS-FILE-MOVED
