          05 CJ-BEF-TITLE    PIC X(20).
          05 FILLER          PIC X(01).
          05 CJ-AFT-TITLE    PIC X(20).
          05 CJ-CHAIN.
             10 FILLER       PIC X(01).
             10 CJ-SEQ-NO    PIC 9(09).
             10 FILLER       PIC X(01).
             10 CJ-CHAIN-HASH PIC X(64).
       WORKING-STORAGE SECTION.
           COPY CPYJCHN.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-CRSETAB-FS       PIC X(02) VALUE SPACES.
            IF WS-DEPTTAB-AVAILABLE
               CLOSE DEPTTAB
            END-IF.
            MOVE 'C' TO JCH-FUNC.
            CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
            CLOSE CRSEJRNL.

            PERFORM A000-SUMMARY-PARA.
             IF CTRAN-CODE = 'A' OR CTRAN-CODE = 'C'
                MOVE CTRAN-TITLE TO CJ-AFT-TITLE
             END-IF.
             PERFORM A000-SEAL-CRSEJRNL-PARA.
             WRITE CJRNL-REC.

      *    CHAIN THE RECORD TO THE ONE BEFORE IT SO ANY LATER CHANGE,
      *    GAP OR TRUNCATION SHOWS UP IN JRNLVRFY.
       A000-SEAL-CRSEJRNL-PARA.
             MOVE 'W'        TO JCH-FUNC.
             MOVE 'CRSEJRNL' TO JCH-JOURNAL.
             MOVE 79         TO JCH-REC-LEN.
             MOVE CJRNL-REC(1:79) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             MOVE SPACES     TO CJ-CHAIN.
             MOVE JCH-SEQ-NO TO CJ-SEQ-NO.
             MOVE JCH-HASH   TO CJ-CHAIN-HASH.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'CRSEMNT RUN CONTROL TOTALS'.
