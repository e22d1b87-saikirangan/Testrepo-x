       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PINFILE ASSIGN TO PINFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PN-STUD-ID
                FILE STATUS IS WS-PIN-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PINFILE
            RECORDING MODE IS F.
       01 PIN-REC.
          05 PN-STUD-ID      PIC X(09).
          05 PN-PIN-HASH     PIC X(32).
          05 PN-SALT         PIC X(08).
          05 PN-FAIL-COUNT   PIC 9(01).
          05 PN-LOCK-SW      PIC X(01).
          05 PN-ISSUE-DATE   PIC X(08).
          05 PN-HASH-VER     PIC X(01).
          05 FILLER          PIC X(20).
      *    LAYOUT BEFORE PINS WERE HASHED - THE CLEAR PIN FOLLOWED THE
      *    STUDENT ID AND THE REST OF THE RECORD WAS SPACES.
       01 PIN-OLD-REC.
          05 PO-STUD-ID      PIC X(09).
          05 PO-PIN          PIC X(04).
          05 PO-FAIL-COUNT   PIC 9(01).
          05 PO-LOCK-SW      PIC X(01).
          05 PO-ISSUE-DATE   PIC X(08).
          05 FILLER          PIC X(57).
       WORKING-STORAGE SECTION.
       01 WS-PIN-FS           PIC X(02) VALUE SPACES.
           88 WS-PIN-OK           VALUE '00'.
       01 WS-EOF              PIC X(01) VALUE 'N'.

       01 WS-ID-NUM           PIC 9(09).
       01 WS-TIME-SEED        PIC 9(08).
       01 WS-SALT-NUM         PIC 9(08).
       01 WS-PIN-TEXT         PIC X(08).
       01 WS-HASH-FLAG        PIC X(01).
           88 WS-HASH-OK          VALUE 'Y'.

       01 WS-OLD-REC.
          05 WS-OLD-PIN       PIC X(04).
          05 WS-OLD-FAIL      PIC 9(01).
          05 WS-OLD-LOCK      PIC X(01).
          05 WS-OLD-ISSUE     PIC X(08).

       01 WS-CONTROL-TOTALS.
          05 WS-CT-READ       PIC 9(07) VALUE ZERO.
          05 WS-CT-CONVERTED  PIC 9(07) VALUE ZERO.
          05 WS-CT-ALREADY    PIC 9(07) VALUE ZERO.
          05 WS-CT-FAILED     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN I-O PINFILE.
            IF NOT WS-PIN-OK
               DISPLAY 'PINCONV: PINFILE NOT AVAILABLE - STATUS '
                       WS-PIN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

               READ PINFILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-PIN-REC-PARA
               END-READ

            END-PERFORM.

            CLOSE PINFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    RECORDS ALREADY CARRYING A HASH ARE LEFT ALONE SO THE RUN CAN
      *    BE REPEATED. THE EXISTING PIN, FAILURE COUNT, LOCK AND ISSUE
      *    DATE ARE KEPT; ONLY THE CLEAR PIN IS REPLACED BY ITS HASH.
       A000-PIN-REC-PARA.
             IF PN-HASH-VER = 'H'
                ADD 1 TO WS-CT-ALREADY
             ELSE
                MOVE PO-PIN        TO WS-OLD-PIN
                MOVE PO-FAIL-COUNT TO WS-OLD-FAIL
                MOVE PO-LOCK-SW    TO WS-OLD-LOCK
                MOVE PO-ISSUE-DATE TO WS-OLD-ISSUE
                PERFORM A000-CONVERT-PARA
             END-IF.

       A000-CONVERT-PARA.
             COMPUTE WS-ID-NUM = FUNCTION NUMVAL(PN-STUD-ID).
             MOVE FUNCTION CURRENT-DATE(9:8) TO WS-TIME-SEED.
             COMPUTE WS-SALT-NUM =
                     FUNCTION MOD(WS-ID-NUM * 97 + WS-TIME-SEED * 7919
                                  + WS-CT-READ, 100000000).
             MOVE SPACES     TO WS-PIN-TEXT.
             MOVE WS-OLD-PIN TO WS-PIN-TEXT(1:4).
             MOVE SPACES     TO PIN-REC(10:71).
             MOVE WS-SALT-NUM TO PN-SALT.
             CALL 'PINHASH' USING PN-SALT, PN-STUD-ID, WS-PIN-TEXT,
                                  PN-PIN-HASH, WS-HASH-FLAG.
             MOVE SPACES TO WS-PIN-TEXT.
             MOVE SPACES TO WS-OLD-PIN.
             IF WS-HASH-OK
                MOVE WS-OLD-FAIL  TO PN-FAIL-COUNT
                MOVE WS-OLD-LOCK  TO PN-LOCK-SW
                MOVE WS-OLD-ISSUE TO PN-ISSUE-DATE
                MOVE 'H'          TO PN-HASH-VER
                REWRITE PIN-REC
                    INVALID KEY
                       DISPLAY 'PINCONV: REWRITE FAILED FOR '
                               PN-STUD-ID ' - STATUS ' WS-PIN-FS
                       ADD 1 TO WS-CT-FAILED
                    NOT INVALID KEY
                       ADD 1 TO WS-CT-CONVERTED
                END-REWRITE
             ELSE
                DISPLAY 'PINCONV: PIN NOT HASHED FOR ' PN-STUD-ID
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'PINCONV RUN CONTROL TOTALS'.
             DISPLAY 'PIN RECORDS READ ............ ' WS-CT-READ.
             DISPLAY 'PINS CONVERTED TO HASH ...... ' WS-CT-CONVERTED.
             DISPLAY 'ALREADY HASHED .............. ' WS-CT-ALREADY.
             DISPLAY 'RECORDS FAILED .............. ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
