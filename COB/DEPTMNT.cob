          05 FILLER          PIC X(01).
          05 DJ-AFT-COLL     PIC X(03).
          05 FILLER          PIC X(01).
          05 DJ-CHAIN.
             10 FILLER       PIC X(01).
             10 DJ-SEQ-NO    PIC 9(09).
             10 FILLER       PIC X(01).
             10 DJ-CHAIN-HASH PIC X(64).
       WORKING-STORAGE SECTION.
           COPY CPYJCHN.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-DEPTTAB-FS       PIC X(02) VALUE SPACES.
            IF WS-COLLTAB-AVAILABLE
               CLOSE COLLTAB
            END-IF.
            MOVE 'C' TO JCH-FUNC.
            CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
            CLOSE DEPTJRNL.

            PERFORM A000-SUMMARY-PARA.
                MOVE DT-MAX-ENROLL   TO DJ-AFT-CAP
                MOVE DT-COLL-CODE    TO DJ-AFT-COLL
             END-IF.
             PERFORM A000-SEAL-DEPTJRNL-PARA.
             WRITE DJRNL-REC.

      *    CHAIN THE RECORD TO THE ONE BEFORE IT SO ANY LATER CHANGE,
      *    GAP OR TRUNCATION SHOWS UP IN JRNLVRFY.
       A000-SEAL-DEPTJRNL-PARA.
             MOVE 'W'        TO JCH-FUNC.
             MOVE 'DEPTJRNL' TO JCH-JOURNAL.
             MOVE 108        TO JCH-REC-LEN.
             MOVE DJRNL-REC(1:108) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             MOVE SPACES     TO DJ-CHAIN.
             MOVE JCH-SEQ-NO TO DJ-SEQ-NO.
             MOVE JCH-HASH   TO DJ-CHAIN-HASH.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'DEPTMNT RUN CONTROL TOTALS'.
