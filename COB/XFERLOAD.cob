                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EQ-EXT-COURSE
                FILE STATUS IS WS-CRSEQUIV-FS.
                SELECT PARTTAB ASSIGN TO PARTTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PT-INST-CODE
                FILE STATUS IS WS-PARTTAB-FS.
       DATA DIVISION.
       FILE SECTION.
      *    PLAIN TRANSFER RECORDS, OR CONSORTIUM PARTNER GRADE BLOCKS
      *    (HD/GR.../TR, THE CONSGRD LAYOUT) FOR OUR OWN STUDENTS WHO
      *    STUDIED AT THE PARTNER.
       FD XFERFEED
            RECORDING MODE IS F.
       01 XF-REC.
          05 EQ-EXT-COURSE   PIC X(08).
          05 EQ-INT-COURSE   PIC X(08).
          05 FILLER          PIC X(64).
       FD PARTTAB
            RECORDING MODE IS F.
       01 PART-REC.
          05 PT-INST-CODE    PIC X(06).
          05 PT-INST-NAME    PIC X(30).
          05 PT-ACTIVE-FLAG  PIC X(01).
          05 PT-CONTACT      PIC X(30).
          05 PT-AGREE-REF    PIC X(10).
          05 FILLER          PIC X(03).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-CRSEQUIV-FS      PIC X(02) VALUE SPACES.
           88 WS-CRSEQUIV-OK      VALUE '00'.
       01 WS-PARTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-PARTTAB-OK       VALUE '00'.
       01 WS-PARTTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-PARTTAB-AVAILABLE VALUE 'Y'.

       01 WS-XCH-SW           PIC X(01) VALUE 'N'.
           88 WS-XCH-RECORD       VALUE 'Y'.
       01 WS-BLOCK-SW         PIC X(01) VALUE 'N'.
           88 WS-BLOCK-OPEN       VALUE 'Y'.
       01 WS-BLOCK-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-BLOCK-ACCEPTED   VALUE 'Y'.
       01 WS-BLOCK-INST       PIC X(06) VALUE SPACES.
       01 WS-BLOCK-COUNT      PIC 9(07) VALUE ZERO.

       01 WS-XCH-REC.
          05 WS-XCH-MARKER      PIC X(02).
          05 FILLER             PIC X(78).
       01 WS-XCH-HEADER REDEFINES WS-XCH-REC.
          05 FILLER             PIC X(02).
          05 WS-XCH-FROM-INST   PIC X(06).
          05 FILLER             PIC X(01).
          05 WS-XCH-TO-INST     PIC X(06).
          05 FILLER             PIC X(65).
       01 WS-XCH-GRADE REDEFINES WS-XCH-REC.
          05 FILLER             PIC X(02).
          05 WS-XCH-HOME-INST   PIC X(06).
          05 FILLER             PIC X(01).
          05 WS-XCH-STUD-ID     PIC X(09).
          05 FILLER             PIC X(01).
          05 WS-XCH-NAME        PIC X(30).
          05 FILLER             PIC X(01).
          05 WS-XCH-COURSE      PIC X(08).
          05 FILLER             PIC X(01).
          05 WS-XCH-TERM        PIC X(06).
          05 FILLER             PIC X(01).
          05 WS-XCH-HOURS       PIC X(02).
          05 FILLER             PIC X(01).
          05 WS-XCH-GRADE-CODE  PIC X(02).
          05 FILLER             PIC X(10).
       01 WS-XCH-TRAILER REDEFINES WS-XCH-REC.
          05 FILLER             PIC X(02).
          05 WS-XCH-TR-INST     PIC X(06).
          05 FILLER             PIC X(01).
          05 WS-XCH-TR-COUNT    PIC 9(07).
          05 FILLER             PIC X(64).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-UNMAPPED  PIC 9(07) VALUE ZERO.
           05 WS-CT-NOSTUDENT PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-BLOCKS    PIC 9(07) VALUE ZERO.
           05 WS-CT-XCH-REJ   PIC 9(07) VALUE ZERO.
           05 WS-CT-OUT-BAL   PIC 9(07) VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
               CLOSE XFERFEED
               GOBACK
            END-IF.
            OPEN INPUT PARTTAB.
            IF WS-PARTTAB-OK
               SET WS-PARTTAB-AVAILABLE TO TRUE
            END-IF.
            OPEN OUTPUT XUNMAPRT.

            PERFORM UNTIL WS-EOF = 'Y'
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 EVALUATE XF-REC(1:2)
                 WHEN 'HD'
                 WHEN 'GR'
                 WHEN 'TR'
                      PERFORM A000-EXCHANGE-PARA
                 WHEN OTHER
                      MOVE 'N' TO WS-XCH-SW
                      PERFORM A000-TRANSLATE-PARA
                 END-EVALUATE
               END-READ

            END-PERFORM.

            IF WS-BLOCK-OPEN
               DISPLAY 'XFERLOAD: NO TRAILER FOR PARTNER BLOCK '
                       WS-BLOCK-INST
               ADD 1 TO WS-CT-OUT-BAL
            END-IF.

            CLOSE XFERFEED.
            CLOSE CRSEQUIV.
            IF WS-PARTTAB-AVAILABLE
               CLOSE PARTTAB
            END-IF.
            CLOSE XUNMAPRT.

            PERFORM A000-SUMMARY-PARA.
                END-READ
             END-IF.

      *    A PARTNER GRADE IS ONLY TAKEN FOR ONE OF OUR OWN STUDENTS,
      *    NEVER FOR A VISITOR FROM ANOTHER SCHOOL.
       A000-STUDENT-CHECK-PARA.
             COMPUTE WS-ENR-STUD-ID = FUNCTION NUMVAL(XF-STUD-ID).
             IF WS-XCH-RECORD
                EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-STUD-COUNT
                       FROM STUD_STUDENT
                      WHERE STUD_ID = :WS-ENR-STUD-ID
                        AND STUD_TYPE <> 'V'
                END-EXEC
             ELSE
                EXEC SQL
                     SELECT COUNT(*)
                       INTO :WS-STUD-COUNT
                       FROM STUD_STUDENT
                      WHERE STUD_ID = :WS-ENR-STUD-ID
                END-EXEC
             END-IF.
             IF SQLCODE = 0 AND WS-STUD-COUNT > ZERO
                PERFORM A000-INSERT-PARA
             ELSE
                        ' SQLCODE ' SQLCODE
             END-IF.

      *    CONSORTIUM GRADE BLOCKS. THE HEADER NAMES THE SENDING
      *    PARTNER, WHICH MUST BE ACTIVE ON PARTTAB; EACH GR RECORD IS
      *    THEN TRANSLATED LIKE A PLAIN TRANSFER RECORD AND THE
      *    TRAILER COUNT IS PROVED AGAINST THE GR RECORDS READ.
       A000-EXCHANGE-PARA.
             MOVE XF-REC TO WS-XCH-REC.
             EVALUATE WS-XCH-MARKER
             WHEN 'HD'
                  PERFORM A000-BLOCK-START-PARA
             WHEN 'GR'
                  PERFORM A000-PARTNER-GRADE-PARA
             WHEN 'TR'
                  PERFORM A000-BLOCK-END-PARA
             END-EVALUATE.

       A000-BLOCK-START-PARA.
             IF WS-BLOCK-OPEN
                DISPLAY 'XFERLOAD: NO TRAILER FOR PARTNER BLOCK '
                        WS-BLOCK-INST
                ADD 1 TO WS-CT-OUT-BAL
             END-IF.
             ADD 1 TO WS-CT-BLOCKS.
             SET WS-BLOCK-OPEN TO TRUE.
             MOVE WS-XCH-FROM-INST TO WS-BLOCK-INST.
             MOVE ZERO TO WS-BLOCK-COUNT.
             MOVE 'N' TO WS-BLOCK-OK-SW.
             IF NOT WS-PARTTAB-AVAILABLE
                DISPLAY 'XFERLOAD: PARTTAB NOT AVAILABLE - GRADES '
                        'FROM ' WS-BLOCK-INST ' NOT LOADED'
             ELSE
                MOVE WS-BLOCK-INST TO PT-INST-CODE
                READ PARTTAB RECORD
                   INVALID KEY
                        DISPLAY 'XFERLOAD: ' WS-BLOCK-INST
                                ' IS NOT A CONSORTIUM PARTNER - '
                                'GRADES NOT LOADED'
                   NOT INVALID KEY
                        IF PT-ACTIVE-FLAG = 'N'
                           DISPLAY 'XFERLOAD: PARTNER ' WS-BLOCK-INST
                                   ' IS INACTIVE - GRADES NOT LOADED'
                        ELSE
                           SET WS-BLOCK-ACCEPTED TO TRUE
                        END-IF
                END-READ
             END-IF.

       A000-PARTNER-GRADE-PARA.
             ADD 1 TO WS-BLOCK-COUNT.
             SET WS-XCH-RECORD TO TRUE.
             MOVE SPACES            TO XF-REC.
             MOVE WS-XCH-STUD-ID    TO XF-STUD-ID.
             MOVE WS-XCH-COURSE     TO XF-EXT-COURSE.
             MOVE WS-XCH-TERM       TO XF-TERM.
             MOVE WS-XCH-GRADE-CODE TO XF-GRADE.
             EVALUATE TRUE
             WHEN NOT WS-BLOCK-OPEN
                  ADD 1 TO WS-CT-XCH-REJ
                  MOVE 'PARTNER GRADE OUTSIDE AN HD/TR BLOCK'
                    TO XUNM-REASON
                  PERFORM A000-UNMAPPED-PARA
             WHEN NOT WS-BLOCK-ACCEPTED
                  ADD 1 TO WS-CT-XCH-REJ
                  MOVE 'SENDER NOT AN ACTIVE PARTNER ON PARTTAB'
                    TO XUNM-REASON
                  PERFORM A000-UNMAPPED-PARA
             WHEN XF-GRADE = SPACES
                  ADD 1 TO WS-CT-XCH-REJ
                  MOVE 'PARTNER HAS NOT YET GRADED THE COURSE'
                    TO XUNM-REASON
                  PERFORM A000-UNMAPPED-PARA
             WHEN OTHER
                  PERFORM A000-TRANSLATE-PARA
             END-EVALUATE.

       A000-BLOCK-END-PARA.
             IF NOT WS-BLOCK-OPEN
                DISPLAY 'XFERLOAD: TRAILER WITHOUT HEADER FOR '
                        WS-XCH-TR-INST
                ADD 1 TO WS-CT-OUT-BAL
             ELSE
                IF WS-XCH-TR-COUNT NOT NUMERIC
                   OR WS-XCH-TR-COUNT NOT = WS-BLOCK-COUNT
                   DISPLAY 'XFERLOAD: PARTNER BLOCK ' WS-BLOCK-INST
                           ' TRAILER COUNT ' WS-XCH-TR-COUNT
                           ' RECORDS READ ' WS-BLOCK-COUNT
                   ADD 1 TO WS-CT-OUT-BAL
                END-IF
             END-IF.
             MOVE 'N' TO WS-BLOCK-SW.

       A000-UNMAPPED-PARA.
             MOVE XF-STUD-ID    TO XUNM-STUD-ID.
             MOVE XF-EXT-COURSE TO XUNM-EXT-COURSE.
             DISPLAY 'STUDENTS NOT ON FILE ........ '
                     WS-CT-NOSTUDENT.
             DISPLAY 'INSERTS FAILED .............. ' WS-CT-FAILED.
             DISPLAY 'PARTNER GRADE BLOCKS ........ ' WS-CT-BLOCKS.
             DISPLAY 'PARTNER GRADES REJECTED ..... ' WS-CT-XCH-REJ.
             DISPLAY 'PARTNER BLOCKS OUT OF BALANCE ' WS-CT-OUT-BAL.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-UNMAPPED > ZERO OR WS-CT-NOSTUDENT > ZERO
                OR WS-CT-FAILED > ZERO OR WS-CT-XCH-REJ > ZERO
                OR WS-CT-OUT-BAL > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
