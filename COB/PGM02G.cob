               ORGANIZATION IS SEQUENTIAL.
           SELECT ANSFILE ASSIGN TO ANSFILE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLASSLST ASSIGN TO CLASSLST
               ORGANIZATION IS SEQUENTIAL.
           SELECT VARPARM ASSIGN TO VARPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VARPARM-FS.
           SELECT VARFILE ASSIGN TO VARFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-KEY
               FILE STATUS IS WS-VARFILE-FS.
           SELECT SHEETFIL ASSIGN TO SHEETFIL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TRIPFILE
           05 ANS-Z PIC 9(03).
           05 ANS-OP-CODE PIC X(01).
           05 FILLER PIC X(72).
       FD CLASSLST
           RECORDING MODE IS F.
       01 CLASS-REC.
           05 CL-STUD-ID     PIC X(09).
           05 CL-STUD-ID-NUM REDEFINES CL-STUD-ID PIC 9(09).
           05 FILLER         PIC X(01).
           05 CL-STUD-NAME   PIC X(30).
           05 FILLER         PIC X(40).
      *    OPERAND RANGES, PROBLEMS PER STUDENT, RELATIVE WEIGHTS OF
      *    ADD/SUBTRACT/MULTIPLY AND A SEED FOR THE CLASS VARIANTS.
       FD VARPARM
           RECORDING MODE IS F.
       01 VARPARM-REC.
           05 VP-X-MIN       PIC 9(02).
           05 FILLER         PIC X(01).
           05 VP-X-MAX       PIC 9(02).
           05 FILLER         PIC X(01).
           05 VP-Y-MIN       PIC 9(02).
           05 FILLER         PIC X(01).
           05 VP-Y-MAX       PIC 9(02).
           05 FILLER         PIC X(01).
           05 VP-PROBLEMS    PIC 9(02).
           05 FILLER         PIC X(01).
           05 VP-ADD-WT      PIC 9(03).
           05 FILLER         PIC X(01).
           05 VP-SUB-WT      PIC 9(03).
           05 FILLER         PIC X(01).
           05 VP-MUL-WT      PIC 9(03).
           05 FILLER         PIC X(01).
           05 VP-SEED        PIC 9(05).
           05 FILLER         PIC X(48).
      *    ONE STUDENT'S OWN ANSWER KEY - A RECORD PER PROBLEM.
       FD VARFILE
           RECORDING MODE IS F.
       01 VAR-REC.
           05 VA-KEY.
              10 VA-STUD-ID  PIC X(09).
              10 VA-X        PIC 9(02).
              10 VA-Y        PIC 9(02).
              10 VA-OP-CODE  PIC X(01).
           05 VA-SEQ         PIC 9(03).
           05 VA-Z           PIC 9(03).
           05 FILLER         PIC X(60).
       FD SHEETFIL
           RECORDING MODE IS F.
       01 SHEET-REC.
           05 SH-CC          PIC X(01).
           05 SH-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-TRIP-EOF PIC X(01) VALUE 'N'.
       01 WS-TRIP-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-GEN-OK-SW  PIC X(01) VALUE 'Y'.
           88 WS-GEN-OK     VALUE 'Y'.
           88 WS-GEN-ERROR  VALUE 'N'.
       01 WS-VARPARM-FS PIC X(02) VALUE SPACES.
           88 WS-VARPARM-OK VALUE '00'.
       01 WS-VARFILE-FS PIC X(02) VALUE SPACES.
           88 WS-VARFILE-OK VALUE '00'.
       01 WS-CLASS-EOF  PIC X(01) VALUE 'N'.
       01 WS-VAR-EOF    PIC X(01) VALUE 'N'.
       01 WS-X-MIN      PIC 9(02) VALUE 1.
       01 WS-X-MAX      PIC 9(02) VALUE 20.
       01 WS-Y-MIN      PIC 9(02) VALUE 1.
       01 WS-Y-MAX      PIC 9(02) VALUE 20.
       01 WS-PROBLEMS   PIC 9(02) VALUE 10.
       01 WS-ADD-WT     PIC 9(03) VALUE 40.
       01 WS-SUB-WT     PIC 9(03) VALUE 30.
       01 WS-MUL-WT     PIC 9(03) VALUE 30.
       01 WS-BASE-SEED  PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-WT   PIC 9(04).
       01 WS-SEED       PIC 9(10) USAGE COMP.
       01 WS-RANDOM     PIC 9(05) USAGE COMP.
       01 WS-RANGE      PIC 9(06) USAGE COMP.
       01 WS-PICK-WT    PIC 9(04).
       01 WS-TRIES      PIC 9(05).
       01 WS-TRY-LIMIT  PIC 9(05).
       01 WS-PROB-X     PIC 9(02).
       01 WS-PROB-Y     PIC 9(02).
       01 WS-PROB-SWAP  PIC 9(02).
       01 WS-PROB-DUP-SW PIC X(01) VALUE 'N'.
           88 WS-PROB-DUP   VALUE 'Y'.
       01 WS-STUDENT-COUNT PIC 9(07) VALUE ZERO.
       01 WS-PROBLEM-COUNT PIC 9(07) VALUE ZERO.
       01 WS-SHORT-COUNT   PIC 9(07) VALUE ZERO.
       01 WS-BAD-STUD-COUNT PIC 9(07) VALUE ZERO.
       01 WS-VAR-FAIL-COUNT PIC 9(07) VALUE ZERO.
       01 WS-VAR-COUNT  PIC 9(02) VALUE ZERO.
       01 WS-VAR-SEQ    PIC 9(02) VALUE ZERO.
       01 WS-VAR-TABLE.
           05 WS-VAR-ENTRY OCCURS 99 TIMES
                 INDEXED BY WS-VAR-IDX.
              10 WS-VT-X     PIC 9(02).
              10 WS-VT-Y     PIC 9(02).
              10 WS-VT-OP    PIC X(01).
              10 WS-VT-Z     PIC 9(03).
       01 WS-SHEET-TITLE.
           05 FILLER        PIC X(24) VALUE
              'PROBLEM SET FOR STUDENT '.
           05 WS-ST-STUD-ID PIC X(09).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-ST-NAME    PIC X(30).
           05 FILLER        PIC X(67) VALUE SPACES.
       01 WS-SHEET-NOTE.
           05 FILLER        PIC X(50) VALUE
              'SUBMIT EACH ANSWER WITH THE X, Y AND OPERATION SHO'.
           05 FILLER        PIC X(30) VALUE
              'WN IN BRACKETS.'.
           05 FILLER        PIC X(52) VALUE SPACES.
       01 WS-SHEET-LINE.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 WS-SL-SEQ     PIC Z9.
           05 FILLER        PIC X(04) VALUE '.   '.
           05 WS-SL-X       PIC Z9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-SL-SYMBOL  PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-SL-Y       PIC Z9.
           05 FILLER        PIC X(12) VALUE ' = ______   '.
           05 FILLER        PIC X(01) VALUE '('.
           05 WS-SL-KEY-X   PIC 9(02).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-SL-KEY-Y   PIC 9(02).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-SL-KEY-OP  PIC X(01).
           05 FILLER        PIC X(01) VALUE ')'.
           05 FILLER        PIC X(96) VALUE SPACES.
       LINKAGE SECTION.
       01 LG-PARM-AREA.
           05 LG-PARM-LEN  PIC S9(4) COMP.
           05 LG-PARM-TEXT PIC X(08).
       PROCEDURE DIVISION USING LG-PARM-AREA.
           IF LG-PARM-LEN >= 5 AND LG-PARM-TEXT(1:5) = 'CLASS'
              PERFORM CLASS-VARIANT-PARA
              GOBACK
           END-IF.
           OPEN INPUT TRIPFILE.
           OPEN OUTPUT ANSFILE.
           PERFORM READ-TRIPLE-PARA UNTIL WS-TRIP-EOF = 'Y'.
                      ' Y ' TRIP-Y ' OP ' WS-OP-CODE
           END-IF.
           WRITE ANS-REC.
      *    PARM='CLASS' - A VARIANT OF THE PROBLEM SET FOR EACH
      *    STUDENT ON CLASSLST, KEPT ON VARFILE BY STUD-ID FOR PGMGRADE
      *    AND PRINTED ON SHEETFIL. THE SEED IS TAKEN FROM THE STUD-ID
      *    SO A STUDENT'S VARIANT IS THE SAME EACH TIME IT IS BUILT.
       CLASS-VARIANT-PARA.
           PERFORM LOAD-VARPARM-PARA.
           IF WS-X-MAX < WS-X-MIN OR WS-Y-MAX < WS-Y-MIN
              OR WS-PROBLEMS = ZERO OR WS-TOTAL-WT = ZERO
              DISPLAY 'PGM02G: VARPARM RANGES, PROBLEM COUNT OR '
                      'OPERATION MIX INVALID'
              MOVE 16 TO RETURN-CODE
           ELSE
              OPEN I-O VARFILE
              IF NOT WS-VARFILE-OK
                 DISPLAY 'PGM02G: VARFILE NOT AVAILABLE - STATUS '
                         WS-VARFILE-FS
                 MOVE 16 TO RETURN-CODE
              ELSE
                 OPEN INPUT CLASSLST
                 OPEN OUTPUT SHEETFIL
                 PERFORM READ-CLASS-PARA UNTIL WS-CLASS-EOF = 'Y'
                 CLOSE CLASSLST
                 CLOSE SHEETFIL
                 CLOSE VARFILE
                 DISPLAY 'PGM02G: STUDENTS ON CLASS LIST '
                         WS-STUDENT-COUNT
                 DISPLAY 'PGM02G: PROBLEMS GENERATED ... '
                         WS-PROBLEM-COUNT
                 DISPLAY 'PGM02G: SHORT PROBLEM SETS ... '
                         WS-SHORT-COUNT
                 DISPLAY 'PGM02G: INVALID STUD-IDS ..... '
                         WS-BAD-STUD-COUNT
                 DISPLAY 'PGM02G: VARFILE FAILURES ..... '
                         WS-VAR-FAIL-COUNT
                 IF WS-VAR-FAIL-COUNT > ZERO
                    MOVE +8 TO RETURN-CODE
                 ELSE
                    IF WS-SHORT-COUNT > ZERO
                       OR WS-BAD-STUD-COUNT > ZERO
                       MOVE +4 TO RETURN-CODE
                    ELSE
                       MOVE ZERO TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       LOAD-VARPARM-PARA.
           OPEN INPUT VARPARM.
           IF WS-VARPARM-OK
              READ VARPARM
                  NOT AT END
                     IF VP-X-MIN IS NUMERIC AND VP-X-MAX IS NUMERIC
                        MOVE VP-X-MIN TO WS-X-MIN
                        MOVE VP-X-MAX TO WS-X-MAX
                     END-IF
                     IF VP-Y-MIN IS NUMERIC AND VP-Y-MAX IS NUMERIC
                        MOVE VP-Y-MIN TO WS-Y-MIN
                        MOVE VP-Y-MAX TO WS-Y-MAX
                     END-IF
                     IF VP-PROBLEMS IS NUMERIC
                        MOVE VP-PROBLEMS TO WS-PROBLEMS
                     END-IF
                     IF VP-ADD-WT IS NUMERIC AND VP-SUB-WT IS NUMERIC
                        AND VP-MUL-WT IS NUMERIC
                        MOVE VP-ADD-WT TO WS-ADD-WT
                        MOVE VP-SUB-WT TO WS-SUB-WT
                        MOVE VP-MUL-WT TO WS-MUL-WT
                     END-IF
                     IF VP-SEED IS NUMERIC
                        MOVE VP-SEED TO WS-BASE-SEED
                     END-IF
              END-READ
              CLOSE VARPARM
           ELSE
              DISPLAY 'PGM02G: NO VARPARM FOUND - USING OPERANDS '
                      '1-20, 10 PROBLEMS, MIX 40/30/30'
           END-IF.
           COMPUTE WS-TOTAL-WT = WS-ADD-WT + WS-SUB-WT + WS-MUL-WT.
           COMPUTE WS-TRY-LIMIT = WS-PROBLEMS * 50.
       READ-CLASS-PARA.
           READ CLASSLST
               AT END MOVE 'Y' TO WS-CLASS-EOF
               NOT AT END
                  IF CL-STUD-ID IS NUMERIC
                     PERFORM BUILD-VARIANT-PARA
                  ELSE
                     ADD 1 TO WS-BAD-STUD-COUNT
                     DISPLAY 'PGM02G: NON-NUMERIC STUD-ID '
                             CL-STUD-ID ' ON CLASS LIST'
                  END-IF
           END-READ.
       BUILD-VARIANT-PARA.
           ADD 1 TO WS-STUDENT-COUNT.
           PERFORM CLEAR-VARIANT-PARA.
           COMPUTE WS-SEED =
               FUNCTION MOD(CL-STUD-ID-NUM + WS-BASE-SEED, 65537).
           IF WS-SEED = ZERO
              MOVE 12345 TO WS-SEED
           END-IF.
           MOVE ZERO TO WS-VAR-COUNT.
           MOVE ZERO TO WS-TRIES.
           PERFORM PICK-PROBLEM-PARA
               UNTIL WS-VAR-COUNT >= WS-PROBLEMS
                  OR WS-TRIES >= WS-TRY-LIMIT.
           IF WS-VAR-COUNT < WS-PROBLEMS
              ADD 1 TO WS-SHORT-COUNT
              DISPLAY 'PGM02G: ONLY ' WS-VAR-COUNT ' DISTINCT '
                      'PROBLEMS FOR ' CL-STUD-ID
           END-IF.
           PERFORM PRINT-SHEET-PARA.
      *    AN EARLIER VARIANT FOR THE STUDENT IS REPLACED, NOT MERGED.
       CLEAR-VARIANT-PARA.
           MOVE LOW-VALUES TO VA-KEY.
           MOVE CL-STUD-ID TO VA-STUD-ID.
           MOVE 'N' TO WS-VAR-EOF.
           START VARFILE KEY IS GREATER THAN VA-KEY
               INVALID KEY MOVE 'Y' TO WS-VAR-EOF
           END-START.
           PERFORM DELETE-VARIANT-PARA UNTIL WS-VAR-EOF = 'Y'.
       DELETE-VARIANT-PARA.
           READ VARFILE NEXT RECORD
               AT END MOVE 'Y' TO WS-VAR-EOF
               NOT AT END
                  IF VA-STUD-ID NOT = CL-STUD-ID
                     MOVE 'Y' TO WS-VAR-EOF
                  ELSE
                     DELETE VARFILE RECORD
                  END-IF
           END-READ.
       NEXT-RANDOM-PARA.
           COMPUTE WS-SEED =
               FUNCTION MOD(WS-SEED * 75 + 74, 65537).
           COMPUTE WS-RANDOM = FUNCTION MOD(WS-SEED, 65536).
      *    A SUBTRACTION IS ORDERED SO THE ANSWER IS NOT NEGATIVE; A
      *    PRODUCT OVER 999 OR A REPEATED PROBLEM IS DRAWN AGAIN.
       PICK-PROBLEM-PARA.
           ADD 1 TO WS-TRIES.
           SET WS-GEN-OK TO TRUE.
           PERFORM NEXT-RANDOM-PARA.
           COMPUTE WS-RANGE = WS-X-MAX - WS-X-MIN + 1.
           COMPUTE WS-PROB-X =
               WS-X-MIN + FUNCTION MOD(WS-RANDOM, WS-RANGE).
           PERFORM NEXT-RANDOM-PARA.
           COMPUTE WS-RANGE = WS-Y-MAX - WS-Y-MIN + 1.
           COMPUTE WS-PROB-Y =
               WS-Y-MIN + FUNCTION MOD(WS-RANDOM, WS-RANGE).
           PERFORM NEXT-RANDOM-PARA.
           COMPUTE WS-PICK-WT = FUNCTION MOD(WS-RANDOM, WS-TOTAL-WT).
           EVALUATE TRUE
              WHEN WS-PICK-WT < WS-ADD-WT
                 MOVE 'A' TO WS-OP-CODE
                 COMPUTE WS-TOT = WS-PROB-X + WS-PROB-Y
              WHEN WS-PICK-WT < WS-ADD-WT + WS-SUB-WT
                 MOVE 'S' TO WS-OP-CODE
                 IF WS-PROB-X < WS-PROB-Y
                    MOVE WS-PROB-X TO WS-PROB-SWAP
                    MOVE WS-PROB-Y TO WS-PROB-X
                    MOVE WS-PROB-SWAP TO WS-PROB-Y
                 END-IF
                 COMPUTE WS-TOT = WS-PROB-X - WS-PROB-Y
              WHEN OTHER
                 MOVE 'M' TO WS-OP-CODE
                 COMPUTE WS-TOT = WS-PROB-X * WS-PROB-Y
                     ON SIZE ERROR
                        SET WS-GEN-ERROR TO TRUE
                 END-COMPUTE
           END-EVALUATE.
           IF WS-GEN-OK
              PERFORM CHECK-DUPLICATE-PARA
              IF NOT WS-PROB-DUP
                 PERFORM KEEP-PROBLEM-PARA
              END-IF
           END-IF.
       CHECK-DUPLICATE-PARA.
           MOVE 'N' TO WS-PROB-DUP-SW.
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                   UNTIL WS-VAR-IDX > WS-VAR-COUNT OR WS-PROB-DUP
              IF WS-VT-X(WS-VAR-IDX) = WS-PROB-X
                 AND WS-VT-Y(WS-VAR-IDX) = WS-PROB-Y
                 AND WS-VT-OP(WS-VAR-IDX) = WS-OP-CODE
                 SET WS-PROB-DUP TO TRUE
              END-IF
           END-PERFORM.
       KEEP-PROBLEM-PARA.
           MOVE SPACES TO VAR-REC.
           MOVE CL-STUD-ID TO VA-STUD-ID.
           MOVE WS-PROB-X  TO VA-X.
           MOVE WS-PROB-Y  TO VA-Y.
           MOVE WS-OP-CODE TO VA-OP-CODE.
           COMPUTE VA-SEQ = WS-VAR-COUNT + 1.
           MOVE WS-TOT     TO VA-Z.
           WRITE VAR-REC.
           IF WS-VARFILE-OK
              ADD 1 TO WS-VAR-COUNT
              ADD 1 TO WS-PROBLEM-COUNT
              SET WS-VAR-IDX TO WS-VAR-COUNT
              MOVE WS-PROB-X  TO WS-VT-X(WS-VAR-IDX)
              MOVE WS-PROB-Y  TO WS-VT-Y(WS-VAR-IDX)
              MOVE WS-OP-CODE TO WS-VT-OP(WS-VAR-IDX)
              MOVE WS-TOT     TO WS-VT-Z(WS-VAR-IDX)
           ELSE
              ADD 1 TO WS-VAR-FAIL-COUNT
              MOVE WS-TRY-LIMIT TO WS-TRIES
              DISPLAY 'PGM02G: VARFILE WRITE FAILED FOR ' CL-STUD-ID
                      ' STATUS ' WS-VARFILE-FS
           END-IF.
       PRINT-SHEET-PARA.
           MOVE CL-STUD-ID   TO WS-ST-STUD-ID.
           MOVE CL-STUD-NAME TO WS-ST-NAME.
           MOVE '1' TO SH-CC.
           MOVE WS-SHEET-TITLE TO SH-LINE.
           WRITE SHEET-REC.
           MOVE '0' TO SH-CC.
           MOVE WS-SHEET-NOTE TO SH-LINE.
           WRITE SHEET-REC.
           MOVE SPACE TO SH-CC.
           MOVE SPACES TO SH-LINE.
           WRITE SHEET-REC.
           PERFORM PRINT-PROBLEM-PARA
               VARYING WS-VAR-IDX FROM 1 BY 1
               UNTIL WS-VAR-IDX > WS-VAR-COUNT.
       PRINT-PROBLEM-PARA.
           SET WS-VAR-SEQ TO WS-VAR-IDX.
           MOVE WS-VAR-SEQ TO WS-SL-SEQ.
           MOVE WS-VT-X(WS-VAR-IDX) TO WS-SL-X.
           MOVE WS-VT-Y(WS-VAR-IDX) TO WS-SL-Y.
           MOVE WS-VT-X(WS-VAR-IDX) TO WS-SL-KEY-X.
           MOVE WS-VT-Y(WS-VAR-IDX) TO WS-SL-KEY-Y.
           MOVE WS-VT-OP(WS-VAR-IDX) TO WS-SL-KEY-OP.
           EVALUATE WS-VT-OP(WS-VAR-IDX)
              WHEN 'S'
                 MOVE '-' TO WS-SL-SYMBOL
              WHEN 'M'
                 MOVE 'X' TO WS-SL-SYMBOL
              WHEN OTHER
                 MOVE '+' TO WS-SL-SYMBOL
           END-EVALUATE.
           MOVE '0' TO SH-CC.
           MOVE WS-SHEET-LINE TO SH-LINE.
           WRITE SHEET-REC.
