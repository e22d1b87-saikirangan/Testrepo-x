                FILE STATUS IS WS-PIN-FS.
                SELECT PINRPT ASSIGN TO PINRPT
                ORGANIZATION IS SEQUENTIAL.
                SELECT PINAUDIT ASSIGN TO PINAUDIT
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PINREQ
          05 PREQ-CODE       PIC X(01).
          05 FILLER          PIC X(01).
          05 PREQ-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 PREQ-OPER-ID    PIC X(08).
          05 FILLER          PIC X(60).
       FD PINFILE
            RECORDING MODE IS F.
      *    ONLY A SALTED ONE-WAY HASH OF THE PIN IS KEPT (SEE PINHASH).
      *    PN-HASH-VER IS H ONCE THE RECORD HOLDS A HASH.
       01 PIN-REC.
          05 PN-STUD-ID      PIC X(09).
          05 PN-PIN-HASH     PIC X(32).
          05 PN-SALT         PIC X(08).
          05 PN-FAIL-COUNT   PIC 9(01).
          05 PN-LOCK-SW      PIC X(01).
          05 PN-ISSUE-DATE   PIC X(08).
          05 PN-HASH-VER     PIC X(01).
          05 FILLER          PIC X(20).
       FD PINRPT
            RECORDING MODE IS F.
       01 PRPT-REC.
          05 FILLER          PIC X(01).
          05 PRPT-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 PRPT-PIN        PIC X(06).
          05 FILLER          PIC X(01).
          05 PRPT-DATE       PIC X(08).
          05 FILLER          PIC X(46).
      *    PIN AUDIT TRAIL (ESDS) SHARED WITH THE SSVC TRANSACTION,
      *    WHICH LOGS LOCKOUTS.
       FD PINAUDIT
            RECORDING MODE IS F.
       01 PAUD-REC.
          05 PA-TIMESTAMP    PIC X(26).
          05 FILLER          PIC X(01).
          05 PA-STUD-ID      PIC X(09).
          05 FILLER          PIC X(01).
          05 PA-ACTION       PIC X(08).
          05 FILLER          PIC X(01).
          05 PA-OPER-ID      PIC X(08).
          05 FILLER          PIC X(01).
          05 PA-PROGRAM      PIC X(08).
          05 FILLER          PIC X(01).
          05 PA-TERMID       PIC X(04).
          05 FILLER          PIC X(01).
          05 PA-BUS-DATE     PIC X(08).
          05 FILLER          PIC X(03).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

           88 WS-PIN-OK           VALUE '00'.
           88 WS-PIN-NEW          VALUE '35'.

       01 WS-AUDIT-FS         PIC X(02) VALUE SPACES.
           88 WS-AUDIT-OK         VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).

       01 WS-ID-NUM           PIC 9(09).
       01 WS-TIME-SEED        PIC 9(08).
       01 WS-PIN-WORK         PIC 9(12).
       01 WS-NEW-PIN          PIC 9(06).
       01 WS-SALT-NUM         PIC 9(08).
       01 WS-PIN-TEXT         PIC X(08).
       01 WS-HASH-FLAG        PIC X(01).
           88 WS-HASH-OK          VALUE 'Y'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
               GOBACK
            END-IF.
            OPEN OUTPUT PINRPT.
            OPEN EXTEND PINAUDIT.
            IF NOT WS-AUDIT-OK
               DISPLAY 'PINISSUE: PINAUDIT NOT AVAILABLE - STATUS '
                       WS-AUDIT-FS
               MOVE 16 TO RETURN-CODE
               CLOSE PINREQ
               CLOSE PINFILE
               CLOSE PINRPT
               GOBACK
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

            CLOSE PINREQ.
            CLOSE PINFILE.
            CLOSE PINRPT.
            CLOSE PINAUDIT.

            PERFORM A000-SUMMARY-PARA.

                WHEN 'I'
                     PERFORM A000-ISSUE-PARA
                WHEN 'R'
                     IF PREQ-OPER-ID = SPACES
                        ADD 1 TO WS-CT-INVALID
                        DISPLAY 'PINISSUE: RESET FOR ' PREQ-STUD-ID
                                ' HAS NO OPERATOR ID'
                     ELSE
                        PERFORM A000-RESET-PARA
                     END-IF
                WHEN OTHER
                     ADD 1 TO WS-CT-INVALID
                END-EVALUATE
             COMPUTE WS-PIN-WORK =
                     WS-ID-NUM * 7 + WS-TIME-SEED * 131.
             COMPUTE WS-NEW-PIN =
                     FUNCTION MOD(WS-PIN-WORK, 1000000).
             COMPUTE WS-SALT-NUM =
                     FUNCTION MOD(WS-ID-NUM * 97 + WS-TIME-SEED * 7919
                                  + WS-CT-READ, 100000000).

      *    THE NEW PIN IS HASHED WITH A FRESH SALT INTO PIN-REC. THE
      *    CLEAR PIN GOES ONLY TO THE PINRPT MAILER.
       A000-HASH-PIN-PARA.
             MOVE WS-SALT-NUM TO PN-SALT.
             MOVE SPACES      TO WS-PIN-TEXT.
             MOVE WS-NEW-PIN  TO WS-PIN-TEXT(1:6).
             CALL 'PINHASH' USING PN-SALT, PN-STUD-ID, WS-PIN-TEXT,
                                  PN-PIN-HASH, WS-HASH-FLAG.
             MOVE 'H' TO PN-HASH-VER.

       A000-ISSUE-PARA.
             PERFORM A000-GENERATE-PIN-PARA.
             MOVE SPACES       TO PIN-REC.
             MOVE PREQ-STUD-ID TO PN-STUD-ID.
             PERFORM A000-HASH-PIN-PARA.
             IF NOT WS-HASH-OK
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'PINISSUE: PIN NOT HASHED FOR ' PREQ-STUD-ID
             ELSE
                MOVE ZERO         TO PN-FAIL-COUNT
                MOVE 'N'          TO PN-LOCK-SW
                MOVE WS-BUS-DATE  TO PN-ISSUE-DATE
                WRITE PIN-REC
                   INVALID KEY
                        REWRITE PIN-REC
                END-WRITE
                IF WS-PIN-OK
                   ADD 1 TO WS-CT-ISSUED
                   MOVE 'ISSUED  ' TO PRPT-ACTION
                   PERFORM A000-REPORT-PARA
                ELSE
                   ADD 1 TO WS-CT-FAILED
                   DISPLAY 'PINISSUE: ISSUE FAILED FOR '
                           PREQ-STUD-ID ' STATUS ' WS-PIN-FS
                END-IF
             END-IF.

       A000-RESET-PARA.
                             'FOR ' PREQ-STUD-ID
                NOT INVALID KEY
                     PERFORM A000-GENERATE-PIN-PARA
                     PERFORM A000-HASH-PIN-PARA
                     IF WS-HASH-OK
                        MOVE ZERO        TO PN-FAIL-COUNT
                        MOVE 'N'         TO PN-LOCK-SW
                        MOVE WS-BUS-DATE TO PN-ISSUE-DATE
                        REWRITE PIN-REC
                     END-IF
                     IF WS-HASH-OK AND WS-PIN-OK
                        ADD 1 TO WS-CT-RESET
                        MOVE 'RESET   ' TO PRPT-ACTION
                        PERFORM A000-REPORT-PARA
                     END-IF
             END-READ.

      *    THE MAILER LINE CARRIES THE CLEAR PIN; THE AUDIT TRAIL
      *    RECORDS WHO ISSUED OR RESET IT BUT NEVER THE PIN ITSELF.
       A000-REPORT-PARA.
             MOVE PREQ-STUD-ID TO PRPT-STUD-ID.
             MOVE WS-NEW-PIN   TO PRPT-PIN.
             MOVE WS-BUS-DATE  TO PRPT-DATE.
             WRITE PRPT-REC.
             MOVE SPACES TO PAUD-REC.
             MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP.
             MOVE PREQ-STUD-ID TO PA-STUD-ID.
             MOVE PRPT-ACTION  TO PA-ACTION.
             MOVE PREQ-OPER-ID TO PA-OPER-ID.
             MOVE 'PINISSUE'   TO PA-PROGRAM.
             MOVE WS-BUS-DATE  TO PA-BUS-DATE.
             WRITE PAUD-REC.
             MOVE SPACES TO PRPT-REC.
             MOVE ZERO TO WS-NEW-PIN.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
