          05 TTRAN-CENSUS-DATE PIC X(08).
          05 FILLER            PIC X(01).
          05 TTRAN-STATUS      PIC X(01).
          05 FILLER            PIC X(01).
          05 TTRAN-MAX-HOURS   PIC X(02).
          05 FILLER            PIC X(01).
          05 TTRAN-LAST-ADD    PIC X(08).
          05 FILLER            PIC X(01).
          05 TTRAN-LAST-DROP   PIC X(08).
          05 FILLER            PIC X(01).
          05 TTRAN-PAY-DUE     PIC X(08).
          05 FILLER            PIC X(13).
       FD TERMTAB
            RECORDING MODE IS F.
       01 TERM-REC.
          05 TM-END-DATE     PIC X(08).
          05 TM-CENSUS-DATE  PIC X(08).
          05 TM-STATUS       PIC X(01).
          05 TM-MAX-HOURS    PIC 9(02).
          05 TM-LAST-ADD-DATE  PIC X(08).
          05 TM-LAST-DROP-DATE PIC X(08).
          05 TM-PAY-DUE-DATE PIC X(08).
          05 FILLER          PIC X(23).
       FD TERMJRNL
            RECORDING MODE IS F.
       01 TJRNL-REC.
          05 TJ-AFT-START    PIC X(08).
          05 FILLER          PIC X(01).
          05 TJ-AFT-END      PIC X(08).
          05 FILLER          PIC X(01).
          05 TJ-AFT-MAX-HRS  PIC X(02).
          05 FILLER          PIC X(01).
          05 TJ-AFT-LAST-ADD PIC X(08).
          05 FILLER          PIC X(01).
          05 TJ-AFT-LAST-DROP PIC X(08).
          05 FILLER          PIC X(03).
          05 TJ-CHAIN.
             10 FILLER       PIC X(01).
             10 TJ-SEQ-NO    PIC 9(09).
             10 FILLER       PIC X(01).
             10 TJ-CHAIN-HASH PIC X(64).
       WORKING-STORAGE SECTION.
           COPY CPYJCHN.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-TERMTAB-FS       PIC X(02) VALUE SPACES.

            CLOSE TERMTRAN.
            CLOSE TERMTAB.
            MOVE 'C' TO JCH-FUNC.
            CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
            CLOSE TERMJRNL.

            PERFORM A000-SUMMARY-PARA.
                MOVE TTRAN-END-DATE    TO TM-END-DATE
                MOVE TTRAN-CENSUS-DATE TO TM-CENSUS-DATE
                MOVE TTRAN-STATUS      TO TM-STATUS
                IF TTRAN-MAX-HOURS IS NUMERIC
                   MOVE TTRAN-MAX-HOURS TO TM-MAX-HOURS
                ELSE
                   MOVE ZERO TO TM-MAX-HOURS
                END-IF
                MOVE TTRAN-LAST-ADD    TO TM-LAST-ADD-DATE
                MOVE TTRAN-LAST-DROP   TO TM-LAST-DROP-DATE
                MOVE TTRAN-PAY-DUE     TO TM-PAY-DUE-DATE
                EVALUATE TTRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND TTRAN-CODE NOT = 'D'
                IF TTRAN-MAX-HOURS NOT = SPACES
                   AND TTRAN-MAX-HOURS IS NOT NUMERIC
                   DISPLAY 'TERMMNT: NON-NUMERIC MAXIMUM HOURS FOR '
                           'TERM ' TTRAN-TERM-CODE
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND TTRAN-CODE NOT = 'D'
                IF (TTRAN-LAST-ADD NOT = SPACES
                    AND TTRAN-LAST-ADD IS NOT NUMERIC)
                   OR (TTRAN-LAST-DROP NOT = SPACES
                    AND TTRAN-LAST-DROP IS NOT NUMERIC)
                   DISPLAY 'TERMMNT: NON-NUMERIC ADD/DROP DEADLINE '
                           'FOR TERM ' TTRAN-TERM-CODE
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND TTRAN-CODE NOT = 'D'
                IF TTRAN-LAST-ADD IS NUMERIC
                   AND TTRAN-LAST-DROP IS NUMERIC
                   AND TTRAN-LAST-ADD > TTRAN-LAST-DROP
                   DISPLAY 'TERMMNT: ADD DEADLINE AFTER DROP '
                           'DEADLINE FOR TERM ' TTRAN-TERM-CODE
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.
             IF WS-EDIT-PASSED AND TTRAN-CODE NOT = 'D'
                IF TTRAN-LAST-DROP IS NUMERIC
                   AND TTRAN-LAST-DROP > TTRAN-END-DATE
                   DISPLAY 'TERMMNT: DROP DEADLINE AFTER END OF '
                           'TERM ' TTRAN-TERM-CODE
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.

             IF WS-EDIT-PASSED AND TTRAN-CODE NOT = 'D'
                IF TTRAN-PAY-DUE NOT = SPACES
                   AND TTRAN-PAY-DUE IS NOT NUMERIC
                   DISPLAY 'TERMMNT: NON-NUMERIC PAYMENT DUE DATE '
                           'FOR TERM ' TTRAN-TERM-CODE
                   SET WS-EDIT-FAILED TO TRUE
                END-IF
             END-IF.

       A000-FETCH-BEFORE-PARA.
             MOVE SPACE TO WS-BEF-STATUS.
                MOVE TTRAN-STATUS     TO TJ-AFT-STATUS
                MOVE TTRAN-START-DATE TO TJ-AFT-START
                MOVE TTRAN-END-DATE   TO TJ-AFT-END
                MOVE TTRAN-MAX-HOURS  TO TJ-AFT-MAX-HRS
                MOVE TTRAN-LAST-ADD   TO TJ-AFT-LAST-ADD
                MOVE TTRAN-LAST-DROP  TO TJ-AFT-LAST-DROP
             END-IF.
             PERFORM A000-SEAL-TERMJRNL-PARA.
             WRITE TJRNL-REC.

      *    CHAIN THE RECORD TO THE ONE BEFORE IT SO ANY LATER CHANGE,
      *    GAP OR TRUNCATION SHOWS UP IN JRNLVRFY.
       A000-SEAL-TERMJRNL-PARA.
             MOVE 'W'        TO JCH-FUNC.
             MOVE 'TERMJRNL' TO JCH-JOURNAL.
             MOVE 81         TO JCH-REC-LEN.
             MOVE TJRNL-REC(1:81) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             MOVE SPACES     TO TJ-CHAIN.
             MOVE JCH-SEQ-NO TO TJ-SEQ-NO.
             MOVE JCH-HASH   TO TJ-CHAIN-HASH.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'TERMMNT RUN CONTROL TOTALS'.
