          05 FILLER           PIC X(01).
          05 JRNL-AFT-DEPT    PIC X(10).
          05 FILLER           PIC X(27).
          05 JRNL-CHAIN.
             10 FILLER        PIC X(01).
             10 JRNL-SEQ-NO   PIC 9(09).
             10 FILLER        PIC X(01).
             10 JRNL-CHAIN-HASH PIC X(64).
       WORKING-STORAGE SECTION.
           COPY CPYJCHN.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-JRNL-FS          PIC X(02) VALUE SPACES.

            CLOSE MRGDCSN.
            CLOSE MRGRPT.
            MOVE 'C' TO JCH-FUNC.
            CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
            CLOSE JRNLFILE.

            PERFORM A000-SUMMARY-PARA.
             MOVE WS-SURV-ID       TO JRNL-AFT-ID.
             MOVE WS-SURV-NAME     TO JRNL-AFT-NAME.
             MOVE WS-SURV-DEPT     TO JRNL-AFT-DEPT.
             PERFORM A000-SEAL-JRNLFILE-PARA.
             WRITE JRNL-REC.

      *    CHAIN THE RECORD TO THE ONE BEFORE IT SO ANY LATER CHANGE,
      *    GAP OR TRUNCATION SHOWS UP IN JRNLVRFY.
       A000-SEAL-JRNLFILE-PARA.
             MOVE 'W'        TO JCH-FUNC.
             MOVE 'JRNLFILE' TO JCH-JOURNAL.
             MOVE 159        TO JCH-REC-LEN.
             MOVE JRNL-REC(1:159) TO JCH-REC.
             CALL 'JRNLCHN' USING WS-JRNL-CHAIN.
             MOVE SPACES     TO JRNL-CHAIN.
             MOVE JCH-SEQ-NO TO JRNL-SEQ-NO.
             MOVE JCH-HASH   TO JRNL-CHAIN-HASH.

       A000-REPORT-PARA.
             MOVE DCSN-SURV-ID TO MRPT-SURV-ID.
             MOVE DCSN-DUP-ID  TO MRPT-DUP-ID.
