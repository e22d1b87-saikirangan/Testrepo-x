       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT JRNLCTL ASSIGN TO JRNLCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS JC-JOURNAL
                FILE STATUS IS WS-CTL-FS.
                SELECT JRNLFILE ASSIGN TO JRNLFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-JRNL-FS.
                SELECT MNTLOG ASSIGN TO MNTLOG
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-MNTLOG-FS.
                SELECT DEPTJRNL ASSIGN TO DEPTJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-DJRNL-FS.
                SELECT CRSEJRNL ASSIGN TO CRSEJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-CJRNL-FS.
                SELECT TERMJRNL ASSIGN TO TERMJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-TJRNL-FS.
                SELECT APPLJRNL ASSIGN TO APPLJRNL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-AJRNL-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD JRNLCTL.
       01 JRNL-CTL-REC.
          05 JC-JOURNAL      PIC X(08).
          05 JC-LAST-SEQ     PIC 9(09).
          05 JC-LAST-HASH    PIC X(64).
          05 JC-BASE-SEQ     PIC 9(09).
          05 JC-BASE-HASH    PIC X(64).
          05 JC-LAST-TS      PIC X(26).
          05 FILLER          PIC X(20).
      *    THE JOURNALS ARE READ AS PLAIN RECORDS - EACH ENDS WITH THE
      *    SAME 75-BYTE CHAIN TRAILER (SEQUENCE NUMBER AND HASH) AFTER
      *    ITS OWN CONTENT.
       FD JRNLFILE
            RECORDING MODE IS F.
       01 JRNL-REC          PIC X(234).
       FD MNTLOG
            RECORDING MODE IS F.
       01 MNT-LOG-REC       PIC X(153).
       FD DEPTJRNL
            RECORDING MODE IS F.
       01 DJRNL-REC         PIC X(183).
       FD CRSEJRNL
            RECORDING MODE IS F.
       01 CJRNL-REC         PIC X(154).
       FD TERMJRNL
            RECORDING MODE IS F.
       01 TJRNL-REC         PIC X(156).
       FD APPLJRNL
            RECORDING MODE IS F.
       01 AJRNL-REC         PIC X(145).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
           COPY CPYHDR.
           COPY CPYJCHN.
       01 WS-LINE-COUNT  PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK  PIC X(132).

       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-CTL-FS           PIC X(02) VALUE SPACES.
           88 WS-CTL-OK           VALUE '00'.
       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.
           88 WS-JRNL-OK          VALUE '00'.
       01 WS-MNTLOG-FS        PIC X(02) VALUE SPACES.
           88 WS-MNTLOG-OK        VALUE '00'.
       01 WS-DJRNL-FS         PIC X(02) VALUE SPACES.
           88 WS-DJRNL-OK         VALUE '00'.
       01 WS-CJRNL-FS         PIC X(02) VALUE SPACES.
           88 WS-CJRNL-OK         VALUE '00'.
       01 WS-TJRNL-FS         PIC X(02) VALUE SPACES.
           88 WS-TJRNL-OK         VALUE '00'.
       01 WS-AJRNL-FS         PIC X(02) VALUE SPACES.
           88 WS-AJRNL-OK         VALUE '00'.

       01 WS-CTL-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-CTL-FOUND        VALUE 'Y'.
       01 WS-BREAK-SW         PIC X(01) VALUE 'N'.
           88 WS-CHAIN-BROKEN     VALUE 'Y'.
       01 WS-HASH-FAIL-SW     PIC X(01) VALUE 'N'.
           88 WS-HASH-FAILED      VALUE 'Y'.

      *    THE JOURNAL BEING VERIFIED. WS-JV-LEN IS THE LENGTH OF ITS
      *    CONTENT - THE CHAIN TRAILER STARTS ONE BYTE AFTER IT.
       01 WS-JV-JOURNAL       PIC X(08).
       01 WS-JV-LEN           PIC 9(04).
       01 WS-JV-REC           PIC X(250).
       01 WS-JV-SEQ-X         PIC X(09).
       01 WS-JV-SEQ REDEFINES WS-JV-SEQ-X PIC 9(09).
       01 WS-JV-HASH          PIC X(64).
       01 WS-JV-EXPECT-SEQ    PIC 9(09).
       01 WS-JV-PREV-HASH     PIC X(64).
       01 WS-JV-FIRST-SEQ     PIC 9(09).
       01 WS-JV-LAST-SEQ      PIC 9(09).
       01 WS-JV-LAST-HASH     PIC X(64).
       01 WS-JV-RECORDS       PIC 9(07).

       01 WS-JRNL-LINE.
           05 FILLER          PIC X(08) VALUE 'JOURNAL '.
           05 WS-JL-JOURNAL   PIC X(08).
           05 FILLER          PIC X(10) VALUE '  RECORDS '.
           05 WS-JL-RECORDS   PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE '  FIRST SEQ '.
           05 WS-JL-FIRST     PIC ZZZZZZZZ9.
           05 FILLER          PIC X(11) VALUE '  LAST SEQ '.
           05 WS-JL-LAST      PIC ZZZZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-JL-STATUS    PIC X(40).
           05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 WS-JD-TEXT      PIC X(50).
           05 FILLER          PIC X(08) VALUE ' RECORD '.
           05 WS-JD-RECNO     PIC ZZZZZZ9.
           05 FILLER          PIC X(06) VALUE '  SEQ '.
           05 WS-JD-SEQ       PIC ZZZZZZZZ9.
           05 FILLER          PIC X(10) VALUE ' EXPECTED '.
           05 WS-JD-EXPECT    PIC ZZZZZZZZ9.
           05 FILLER          PIC X(23) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-JOURNALS  PIC 9(07) VALUE ZERO.
           05 WS-CT-INTACT    PIC 9(07) VALUE ZERO.
           05 WS-CT-BROKEN    PIC 9(07) VALUE ZERO.
           05 WS-CT-MISSING   PIC 9(07) VALUE ZERO.
           05 WS-CT-UNVERIFY  PIC 9(07) VALUE ZERO.
           05 WS-CT-RECORDS   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            MOVE 'JRNLVRFY' TO RH-PROGRAM-ID.
            MOVE 'MAINTENANCE JOURNAL CHAIN VERIFICATION'
                 TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            OPEN INPUT JRNLCTL.
            IF NOT WS-CTL-OK
               DISPLAY 'JRNLVRFY: JRNLCTL NOT AVAILABLE - STATUS '
                       WS-CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

            OPEN OUTPUT RPTFILE.

            PERFORM A000-VERIFY-JRNLFILE-PARA.
            PERFORM A000-VERIFY-MNTLOG-PARA.
            PERFORM A000-VERIFY-DEPTJRNL-PARA.
            PERFORM A000-VERIFY-CRSEJRNL-PARA.
            PERFORM A000-VERIFY-TERMJRNL-PARA.
            PERFORM A000-VERIFY-APPLJRNL-PARA.

            CLOSE JRNLCTL.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-VERIFY-JRNLFILE-PARA.
             MOVE 'JRNLFILE' TO WS-JV-JOURNAL.
             MOVE 159 TO WS-JV-LEN.
             PERFORM A000-START-JRNL-PARA.
             OPEN INPUT JRNLFILE.
             IF NOT WS-JRNL-OK
                PERFORM A000-NOT-AVAIL-PARA
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y' OR WS-CHAIN-BROKEN
                   READ JRNLFILE INTO WS-JV-REC
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM A000-CHECK-REC-PARA
                   END-READ
                END-PERFORM
                CLOSE JRNLFILE
                PERFORM A000-END-JRNL-PARA
             END-IF.

       A000-VERIFY-MNTLOG-PARA.
             MOVE 'MNTLOG  ' TO WS-JV-JOURNAL.
             MOVE 78 TO WS-JV-LEN.
             PERFORM A000-START-JRNL-PARA.
             OPEN INPUT MNTLOG.
             IF NOT WS-MNTLOG-OK
                PERFORM A000-NOT-AVAIL-PARA
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y' OR WS-CHAIN-BROKEN
                   READ MNTLOG INTO WS-JV-REC
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM A000-CHECK-REC-PARA
                   END-READ
                END-PERFORM
                CLOSE MNTLOG
                PERFORM A000-END-JRNL-PARA
             END-IF.

       A000-VERIFY-DEPTJRNL-PARA.
             MOVE 'DEPTJRNL' TO WS-JV-JOURNAL.
             MOVE 108 TO WS-JV-LEN.
             PERFORM A000-START-JRNL-PARA.
             OPEN INPUT DEPTJRNL.
             IF NOT WS-DJRNL-OK
                PERFORM A000-NOT-AVAIL-PARA
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y' OR WS-CHAIN-BROKEN
                   READ DEPTJRNL INTO WS-JV-REC
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM A000-CHECK-REC-PARA
                   END-READ
                END-PERFORM
                CLOSE DEPTJRNL
                PERFORM A000-END-JRNL-PARA
             END-IF.

       A000-VERIFY-CRSEJRNL-PARA.
             MOVE 'CRSEJRNL' TO WS-JV-JOURNAL.
             MOVE 79 TO WS-JV-LEN.
             PERFORM A000-START-JRNL-PARA.
             OPEN INPUT CRSEJRNL.
             IF NOT WS-CJRNL-OK
                PERFORM A000-NOT-AVAIL-PARA
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y' OR WS-CHAIN-BROKEN
                   READ CRSEJRNL INTO WS-JV-REC
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM A000-CHECK-REC-PARA
                   END-READ
                END-PERFORM
                CLOSE CRSEJRNL
                PERFORM A000-END-JRNL-PARA
             END-IF.

       A000-VERIFY-TERMJRNL-PARA.
             MOVE 'TERMJRNL' TO WS-JV-JOURNAL.
             MOVE 81 TO WS-JV-LEN.
             PERFORM A000-START-JRNL-PARA.
             OPEN INPUT TERMJRNL.
             IF NOT WS-TJRNL-OK
                PERFORM A000-NOT-AVAIL-PARA
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y' OR WS-CHAIN-BROKEN
                   READ TERMJRNL INTO WS-JV-REC
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM A000-CHECK-REC-PARA
                   END-READ
                END-PERFORM
                CLOSE TERMJRNL
                PERFORM A000-END-JRNL-PARA
             END-IF.

       A000-VERIFY-APPLJRNL-PARA.
             MOVE 'APPLJRNL' TO WS-JV-JOURNAL.
             MOVE 70 TO WS-JV-LEN.
             PERFORM A000-START-JRNL-PARA.
             OPEN INPUT APPLJRNL.
             IF NOT WS-AJRNL-OK
                PERFORM A000-NOT-AVAIL-PARA
             ELSE
                MOVE SPACE TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y' OR WS-CHAIN-BROKEN
                   READ APPLJRNL INTO WS-JV-REC
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM A000-CHECK-REC-PARA
                   END-READ
                END-PERFORM
                CLOSE APPLJRNL
                PERFORM A000-END-JRNL-PARA
             END-IF.

      *    THE CHAIN STARTS FROM THE LAST RECORD ARCHIVED OFF THE FRONT
      *    OF THE JOURNAL, OR FROM SEQUENCE ZERO AND A HASH OF ALL
      *    ZEROS IF NOTHING HAS BEEN ARCHIVED.
       A000-START-JRNL-PARA.
             ADD 1 TO WS-CT-JOURNALS.
             MOVE 'N'    TO WS-BREAK-SW.
             MOVE ZERO   TO WS-JV-RECORDS.
             MOVE ZERO   TO WS-JV-FIRST-SEQ.
             MOVE ZERO   TO WS-JV-LAST-SEQ.
             MOVE SPACES TO WS-JV-LAST-HASH.
             MOVE SPACES TO WS-JL-STATUS.
             MOVE WS-JV-JOURNAL TO JC-JOURNAL.
             READ JRNLCTL
                 INVALID KEY
                    MOVE 'N' TO WS-CTL-FOUND-SW
                    MOVE ZERO TO JC-LAST-SEQ
                    MOVE ALL '0' TO JC-LAST-HASH
                    MOVE ZERO TO JC-BASE-SEQ
                    MOVE ALL '0' TO JC-BASE-HASH
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-CTL-FOUND-SW
             END-READ.
             COMPUTE WS-JV-EXPECT-SEQ = JC-BASE-SEQ + 1.
             MOVE JC-BASE-HASH TO WS-JV-PREV-HASH.

      *    EACH RECORD MUST CARRY THE NEXT SEQUENCE NUMBER AND A HASH
      *    THAT CHAINS TO THE RECORD BEFORE IT. THE FIRST BREAK ENDS
      *    THE CHECK OF THE JOURNAL - EVERYTHING AFTER IT IS SUSPECT.
       A000-CHECK-REC-PARA.
             ADD 1 TO WS-JV-RECORDS.
             ADD 1 TO WS-CT-RECORDS.
             MOVE WS-JV-REC(WS-JV-LEN + 2:9)  TO WS-JV-SEQ-X.
             MOVE WS-JV-REC(WS-JV-LEN + 12:64) TO WS-JV-HASH.
             EVALUATE TRUE
             WHEN WS-JV-SEQ-X NOT NUMERIC OR WS-JV-SEQ = ZERO
                MOVE 'NOT SEALED' TO WS-JL-STATUS
                MOVE 'RECORD HAS NO CHAIN SEQUENCE NUMBER OR HASH'
                  TO WS-JD-TEXT
                MOVE ZERO TO WS-JD-SEQ
                PERFORM A000-BREAK-PARA
             WHEN WS-JV-SEQ > WS-JV-EXPECT-SEQ
                MOVE 'MISSING SEQUENCE NUMBER' TO WS-JL-STATUS
                MOVE 'RECORDS BEFORE THIS ONE HAVE BEEN REMOVED'
                  TO WS-JD-TEXT
                MOVE WS-JV-SEQ TO WS-JD-SEQ
                PERFORM A000-BREAK-PARA
             WHEN WS-JV-SEQ < WS-JV-EXPECT-SEQ
                MOVE 'SEQUENCE NUMBER OUT OF ORDER' TO WS-JL-STATUS
                MOVE 'RECORD REPEATED OR MOVED WITHIN THE JOURNAL'
                  TO WS-JD-TEXT
                MOVE WS-JV-SEQ TO WS-JD-SEQ
                PERFORM A000-BREAK-PARA
             WHEN OTHER
                PERFORM A000-CHECK-HASH-PARA
             END-EVALUATE.
             IF NOT WS-CHAIN-BROKEN
                IF WS-JV-RECORDS = 1
                   MOVE WS-JV-SEQ TO WS-JV-FIRST-SEQ
                END-IF
                MOVE WS-JV-SEQ  TO WS-JV-LAST-SEQ
                MOVE WS-JV-HASH TO WS-JV-LAST-HASH
                MOVE WS-JV-HASH TO WS-JV-PREV-HASH
                ADD 1 TO WS-JV-EXPECT-SEQ
             END-IF.

       A000-CHECK-HASH-PARA.
             MOVE 'H'             TO JCH-FUNC.
             MOVE WS-JV-JOURNAL   TO JCH-JOURNAL.
             MOVE WS-JV-LEN       TO JCH-REC-LEN.
             MOVE WS-JV-REC(1:WS-JV-LEN) TO JCH-REC.
             MOVE WS-JV-SEQ       TO JCH-SEQ-NO.
             MOVE WS-JV-PREV-HASH TO JCH-PREV-HASH.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             IF JCH-FLAG NOT = 'Y'
                SET WS-HASH-FAILED TO TRUE
                MOVE 'NOT VERIFIED - HASH FAILED' TO WS-JL-STATUS
                MOVE 'HASH COULD NOT BE COMPUTED FOR THIS RECORD'
                  TO WS-JD-TEXT
                MOVE WS-JV-SEQ TO WS-JD-SEQ
                PERFORM A000-BREAK-PARA
             ELSE
                IF JCH-HASH NOT = WS-JV-HASH
                   MOVE 'BROKEN LINK' TO WS-JL-STATUS
                   MOVE 'HASH MISMATCH - RECORD CHANGED OR REPLACED'
                     TO WS-JD-TEXT
                   MOVE WS-JV-SEQ TO WS-JD-SEQ
                   PERFORM A000-BREAK-PARA
                END-IF
             END-IF.

       A000-BREAK-PARA.
             SET WS-CHAIN-BROKEN TO TRUE.
             MOVE WS-JV-RECORDS    TO WS-JD-RECNO.
             MOVE WS-JV-EXPECT-SEQ TO WS-JD-EXPECT.

      *    AT THE END OF THE JOURNAL THE LAST RECORD MUST BE THE LAST
      *    ONE JRNLCTL RECORDS AS SEALED - FEWER MEANS RECORDS HAVE
      *    BEEN CUT OFF THE END.
       A000-END-JRNL-PARA.
             IF NOT WS-CHAIN-BROKEN
                IF WS-JV-RECORDS = ZERO
                   MOVE JC-BASE-SEQ  TO WS-JV-LAST-SEQ
                   MOVE JC-BASE-HASH TO WS-JV-LAST-HASH
                END-IF
                EVALUATE TRUE
                WHEN NOT WS-CTL-FOUND AND WS-JV-RECORDS > ZERO
                   MOVE 'NO JRNLCTL RECORD' TO WS-JL-STATUS
                   MOVE 'JOURNAL HAS RECORDS BUT JRNLCTL HAS NO ENTRY'
                     TO WS-JD-TEXT
                   PERFORM A000-TAIL-BREAK-PARA
                WHEN WS-JV-LAST-SEQ < JC-LAST-SEQ
                   MOVE 'TRUNCATED TAIL' TO WS-JL-STATUS
                   MOVE 'RECORDS AFTER THE LAST ONE READ ARE MISSING'
                     TO WS-JD-TEXT
                   PERFORM A000-TAIL-BREAK-PARA
                WHEN WS-JV-LAST-SEQ > JC-LAST-SEQ
                   MOVE 'RECORDS BEYOND JRNLCTL' TO WS-JL-STATUS
                   MOVE 'RECORDS ADDED AFTER THE LAST ONE SEALED'
                     TO WS-JD-TEXT
                   PERFORM A000-TAIL-BREAK-PARA
                WHEN WS-JV-LAST-HASH NOT = JC-LAST-HASH
                   MOVE 'LAST HASH DIFFERS FROM JRNLCTL'
                     TO WS-JL-STATUS
                   MOVE 'LAST RECORD IS NOT THE ONE JRNLCTL SEALED'
                     TO WS-JD-TEXT
                   PERFORM A000-TAIL-BREAK-PARA
                WHEN OTHER
                   MOVE 'INTACT' TO WS-JL-STATUS
                END-EVALUATE
             END-IF.
             EVALUATE TRUE
             WHEN WS-HASH-FAILED
                ADD 1 TO WS-CT-UNVERIFY
                MOVE 'N' TO WS-HASH-FAIL-SW
             WHEN WS-CHAIN-BROKEN
                ADD 1 TO WS-CT-BROKEN
             WHEN OTHER
                ADD 1 TO WS-CT-INTACT
             END-EVALUATE.
             PERFORM A000-JRNL-LINE-PARA.
             IF WS-CHAIN-BROKEN
                DISPLAY 'JRNLVRFY: ' WS-JV-JOURNAL ' ' WS-JL-STATUS
                MOVE WS-DETAIL-LINE TO WS-PRINT-WORK
                PERFORM PRINT-LINE-PARA
             END-IF.

       A000-TAIL-BREAK-PARA.
             SET WS-CHAIN-BROKEN TO TRUE.
             MOVE WS-JV-RECORDS  TO WS-JD-RECNO.
             MOVE WS-JV-LAST-SEQ TO WS-JD-SEQ.
             MOVE JC-LAST-SEQ    TO WS-JD-EXPECT.

       A000-NOT-AVAIL-PARA.
             ADD 1 TO WS-CT-MISSING.
             MOVE 'JOURNAL NOT AVAILABLE' TO WS-JL-STATUS.
             DISPLAY 'JRNLVRFY: ' WS-JV-JOURNAL
                     ' NOT AVAILABLE - NOT VERIFIED'.
             PERFORM A000-JRNL-LINE-PARA.

       A000-JRNL-LINE-PARA.
             MOVE WS-JV-JOURNAL   TO WS-JL-JOURNAL.
             MOVE WS-JV-RECORDS   TO WS-JL-RECORDS.
             MOVE WS-JV-FIRST-SEQ TO WS-JL-FIRST.
             MOVE WS-JV-LAST-SEQ  TO WS-JL-LAST.
             MOVE WS-JRNL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'JRNLVRFY RUN CONTROL TOTALS'.
             DISPLAY 'JOURNALS CHECKED ............ ' WS-CT-JOURNALS.
             DISPLAY 'JOURNALS INTACT ............. ' WS-CT-INTACT.
             DISPLAY 'JOURNALS BROKEN ............. ' WS-CT-BROKEN.
             DISPLAY 'JOURNALS NOT AVAILABLE ...... ' WS-CT-MISSING.
             DISPLAY 'JOURNALS NOT VERIFIED ....... ' WS-CT-UNVERIFY.
             DISPLAY 'RECORDS VERIFIED ............ ' WS-CT-RECORDS.
             DISPLAY '-------------------------------------------'.
             EVALUATE TRUE
             WHEN WS-CT-UNVERIFY > ZERO
                MOVE 16 TO RETURN-CODE
             WHEN WS-CT-BROKEN > ZERO
                MOVE 8 TO RETURN-CODE
             WHEN WS-CT-MISSING > ZERO
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 0 TO RETURN-CODE
             END-EVALUATE.

       PRINT-LINE-PARA.
             IF WS-LINE-COUNT >= 60
                PERFORM NEW-PAGE-PARA
             END-IF.
             MOVE SPACE TO PRT-CC.
             MOVE WS-PRINT-WORK TO PRT-LINE.
             WRITE PRINT-REC.
             ADD 1 TO WS-LINE-COUNT.

       NEW-PAGE-PARA.
             ADD 1 TO WS-PAGE-COUNTER.
             MOVE WS-PAGE-COUNTER TO RH-PAGE-NO.
             MOVE '1' TO PRT-CC.
             MOVE WS-REPORT-HEADER TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE SPACE TO PRT-CC.
             MOVE SPACES TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE 2 TO WS-LINE-COUNT.
