       FILE-CONTROL.
                SELECT BILLFILE ASSIGN TO BILLFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT INSTBILL ASSIGN TO INSTBILL
                ORGANIZATION IS SEQUENTIAL.
                SELECT RATETAB ASSIGN TO RATETAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
          05 BL-DT-RATE      PIC 9(05)V99.
          05 FILLER          PIC X(01).
          05 BL-DT-AMOUNT    PIC 9(07)V99.
          05 FILLER          PIC X(01).
          05 BL-DT-BASIS     PIC X(01).
          05 FILLER          PIC X(01).
          05 BL-DT-TERM      PIC X(06).
          05 BL-DT-FEE-TYPE  PIC X(02).
          05 BL-DT-SIGN      PIC X(01).
          05 FILLER          PIC X(01).
          05 BL-DT-DESC      PIC X(20).
          05 FILLER          PIC X(06).
       01 BILL-STUDENT REDEFINES BILL-REC.
          05 BL-ST-MARKER    PIC X(02).
          05 BL-ST-STUD-ID   PIC 9(09).
          05 BL-TR-DETAILS   PIC 9(07).
          05 BL-TR-AMOUNT    PIC 9(11)V99.
          05 FILLER          PIC X(51).
      *    CHARGES FOR CONSORTIUM VISITING STUDENTS, BILLED TO THE HOME
      *    INSTITUTION - THE BILLFILE LINE PREFIXED WITH THE PARTNER
      *    CODE FROM PARTTAB.
       FD INSTBILL
            RECORDING MODE IS F.
       01 INSTBILL-REC.
          05 IB-INST-CODE    PIC X(06).
          05 FILLER          PIC X(01).
          05 IB-BILL-LINE    PIC X(80).
          05 FILLER          PIC X(03).
       FD RATETAB
            RECORDING MODE IS F.
       01 RATE-REC.
          05 RT-RATE-KEY     PIC X(08).
          05 RT-RATE-PER-HR  PIC 9(05)V99.
          05 RT-RATE-TYPE    PIC X(01).
             88 RT-TYPE-HOURLY    VALUE ' ' 'H'.
             88 RT-TYPE-FEE-ONLY  VALUE 'F'.
             88 RT-TYPE-BAND      VALUE 'B'.
             88 RT-TYPE-TERM-FEE  VALUE 'T'.
          05 RT-FEE-AMOUNT   PIC 9(05)V99.
          05 RT-BAND-LOW     PIC 9(02).
          05 RT-BAND-HIGH    PIC 9(02).
          05 RT-FEE-DESC     PIC X(20).
          05 FILLER          PIC X(33).
       FD CRSETAB
            RECORDING MODE IS F.
       01 CRSE-REC.
       01 WS-STUD-HOURS       PIC 9(03) VALUE ZERO.
       01 WS-STUD-AMOUNT      PIC 9(09)V99 VALUE ZERO.

      *    A VISITING STUDENT'S CHARGES GO TO THE HOME INSTITUTION.
       01 WS-BILL-TO-SW       PIC X(01) VALUE 'S'.
           88 WS-BILL-STUDENT     VALUE 'S'.
           88 WS-BILL-INST        VALUE 'I'.
       01 WS-HOME-INST        PIC X(06) VALUE SPACES.

       01 WS-COURSE-HOURS     PIC 9(02) VALUE ZERO.
       01 WS-COURSE-RATE      PIC 9(05)V99 VALUE ZERO.
       01 WS-LINE-AMOUNT      PIC 9(07)V99 VALUE ZERO.
       01 WS-AUDIT-RATE-KEY   PIC X(08) VALUE 'AUDIT'.

      *    CREDIT HOURS AND TUITION ON NON-AUDIT ENROLLMENTS, USED FOR
      *    THE FLAT-RATE BAND.
       01 WS-STUD-BAND-HOURS  PIC 9(03) VALUE ZERO.
       01 WS-STUD-BAND-AMOUNT PIC 9(09)V99 VALUE ZERO.

      *    FLAT-RATE BAND FROM THE TYPE 'B' RATETAB RECORD - HOURS
      *    FROM WS-BAND-LOW THROUGH WS-BAND-HIGH ARE CHARGED AS
      *    WS-BAND-LOW HOURS.
       01 WS-BAND-SW          PIC X(01) VALUE 'N'.
           88 WS-BAND-ON-FILE     VALUE 'Y'.
       01 WS-BAND-LOW         PIC 9(02) VALUE ZERO.
       01 WS-BAND-HIGH        PIC 9(02) VALUE ZERO.
       01 WS-BAND-DESC        PIC X(20) VALUE SPACES.
       01 WS-BAND-FREE-HOURS  PIC 9(03) VALUE ZERO.
       01 WS-BAND-AVG-RATE    PIC 9(05)V99 VALUE ZERO.

      *    PER-TERM FEES FROM THE TYPE 'T' RATETAB RECORDS.
       01 WS-TFEE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-TFEE-TABLE.
           05 WS-TFEE-ENTRY OCCURS 1 TO 20 TIMES
                 DEPENDING ON WS-TFEE-COUNT
                 INDEXED BY WS-TFEE-IDX.
               10 WS-TF-KEY       PIC X(08).
               10 WS-TF-AMOUNT    PIC 9(05)V99.
               10 WS-TF-DESC      PIC X(20).

      *    COURSE FEES FOR THE CURRENT STUDENT, BILLED AT THE BREAK.
       01 WS-CFEE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-CFEE-TABLE.
           05 WS-CFEE-ENTRY OCCURS 1 TO 30 TIMES
                 DEPENDING ON WS-CFEE-COUNT
                 INDEXED BY WS-CFEE-IDX.
               10 WS-CF-COURSE    PIC X(08).
               10 WS-CF-AMOUNT    PIC 9(05)V99.
               10 WS-CF-DESC      PIC X(20).

      *    FEE LINE BEING WRITTEN BY A000-WRITE-FEE-LINE-PARA.
       01 WS-FEE-LINE.
           05 WS-FL-REF       PIC X(08).
           05 WS-FL-TYPE      PIC X(02).
           05 WS-FL-SIGN      PIC X(01).
           05 WS-FL-HOURS     PIC 9(02).
           05 WS-FL-RATE      PIC 9(05)V99.
           05 WS-FL-AMOUNT    PIC 9(07)V99.
           05 WS-FL-DESC      PIC X(20).

       01 WS-RATETAB-EOF-SW   PIC X(01) VALUE 'N'.
           88 WS-RATETAB-EOF      VALUE 'Y'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-DETAILS   PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-RATE   PIC 9(07) VALUE ZERO.
           05 WS-CT-AUDIT     PIC 9(07) VALUE ZERO.
           05 WS-CT-BANDED    PIC 9(07) VALUE ZERO.
           05 WS-CT-CRSE-FEES PIC 9(07) VALUE ZERO.
           05 WS-CT-TERM-FEES PIC 9(07) VALUE ZERO.
           05 WS-CT-CFEE-OVFL PIC 9(07) VALUE ZERO.
           05 WS-CT-VISITORS  PIC 9(07) VALUE ZERO.
           05 WS-CT-INST-DTL  PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-HOME   PIC 9(07) VALUE ZERO.
           05 WS-GRAND-AMOUNT PIC 9(11)V99 VALUE ZERO.
           05 WS-AMT-BAND     PIC 9(11)V99 VALUE ZERO.
           05 WS-AMT-CRSE-FEE PIC 9(11)V99 VALUE ZERO.
           05 WS-AMT-TERM-FEE PIC 9(11)V99 VALUE ZERO.
           05 WS-AMT-INST     PIC 9(11)V99 VALUE ZERO.

            EXEC SQL
               INCLUDE SQLCA
       01  DCLBILLING.
           10 WS-BIL-STUD-ID           PIC S9(9) USAGE COMP.
           10 WS-BIL-COURSE            PIC X(08).
           10 WS-BIL-BASIS             PIC X(01).
           10 WS-BIL-STUD-TYPE         PIC X(01).
           10 WS-BIL-HOME-INST         PIC X(06).

            EXEC SQL
               DECLARE BILCSR CURSOR FOR
               SELECT E.STUD_ID, E.COURSE_CODE, E.GRADE_BASIS,
                      COALESCE(S.STUD_TYPE, 'R'),
                      COALESCE(S.HOME_INST, ' ')
                 FROM STUD_ENROLL E
                 LEFT OUTER JOIN STUD_STUDENT S
                   ON E.STUD_ID = S.STUD_ID
                WHERE E.TERM = :WS-SEL-TERM
                ORDER BY E.STUD_ID, E.COURSE_CODE
            END-EXEC.

       LINKAGE SECTION.
               CLOSE RATETAB
               GOBACK
            END-IF.
            PERFORM A000-LOAD-FEES-PARA.
            OPEN OUTPUT BILLFILE.
            OPEN OUTPUT INSTBILL.

            MOVE WS-TERM-TEXT TO WS-SEL-TERM.
            EXEC SQL
            WRITE BILL-REC.

            CLOSE BILLFILE.
            CLOSE INSTBILL.
            CLOSE RATETAB.
            CLOSE CRSETAB.

       A000-FETCH-PARA.
             EXEC SQL
                  FETCH BILCSR
                   INTO :WS-BIL-STUD-ID, :WS-BIL-COURSE,
                        :WS-BIL-BASIS, :WS-BIL-STUD-TYPE,
                        :WS-BIL-HOME-INST
             END-EXEC.
             IF SQLCODE NOT = 0
                SET WS-CSR-DONE TO TRUE
                   MOVE ZERO TO WS-STUD-COURSES
                   MOVE ZERO TO WS-STUD-HOURS
                   MOVE ZERO TO WS-STUD-AMOUNT
                   MOVE ZERO TO WS-STUD-BAND-HOURS
                   MOVE ZERO TO WS-STUD-BAND-AMOUNT
                   MOVE ZERO TO WS-CFEE-COUNT
                   PERFORM A000-BILL-TO-PARA
                END-IF
                PERFORM A000-PRICE-PARA
             END-IF.
                        MOVE CR-CREDIT-HRS TO WS-COURSE-HOURS
                     END-IF
             END-READ.
             IF WS-BIL-BASIS = 'A'
                ADD 1 TO WS-CT-AUDIT
                PERFORM A000-AUDIT-RATE-PARA
             ELSE
                PERFORM A000-RATE-LOOKUP-PARA
             END-IF.
             COMPUTE WS-LINE-AMOUNT =
                     WS-COURSE-HOURS * WS-COURSE-RATE.
             IF WS-BILL-INST
                ADD 1 TO WS-CT-INST-DTL
                ADD WS-LINE-AMOUNT TO WS-AMT-INST
             ELSE
                ADD 1 TO WS-CT-DETAILS
                ADD WS-LINE-AMOUNT TO WS-GRAND-AMOUNT
             END-IF.
             ADD 1 TO WS-STUD-COURSES.
             ADD WS-COURSE-HOURS TO WS-STUD-HOURS.
             ADD WS-LINE-AMOUNT TO WS-STUD-AMOUNT.
             IF WS-BIL-BASIS NOT = 'A'
                ADD WS-COURSE-HOURS TO WS-STUD-BAND-HOURS
                ADD WS-LINE-AMOUNT TO WS-STUD-BAND-AMOUNT
             END-IF.
             MOVE SPACES          TO BILL-REC.
             MOVE 'DT'            TO BL-DT-MARKER.
             MOVE WS-BIL-STUD-ID  TO BL-DT-STUD-ID.
             MOVE WS-COURSE-HOURS TO BL-DT-HOURS.
             MOVE WS-COURSE-RATE  TO BL-DT-RATE.
             MOVE WS-LINE-AMOUNT  TO BL-DT-AMOUNT.
             MOVE WS-BIL-BASIS    TO BL-DT-BASIS.
             MOVE WS-SEL-TERM     TO BL-DT-TERM.
             PERFORM A000-PUT-BILL-PARA.
             PERFORM A000-COURSE-FEE-PARA.

      *    SET AT EACH NEW STUDENT. A VISITOR WITH NO HOME INSTITUTION
      *    RECORDED IS BILLED AS A STUDENT AND REPORTED.
       A000-BILL-TO-PARA.
             SET WS-BILL-STUDENT TO TRUE.
             MOVE SPACES TO WS-HOME-INST.
             IF WS-BIL-STUD-TYPE = 'V'
                IF WS-BIL-HOME-INST = SPACES
                   ADD 1 TO WS-CT-NO-HOME
                   DISPLAY 'TUITCALC: VISITING STUD-ID ' WS-BIL-STUD-ID
                           ' HAS NO HOME INSTITUTION - BILLED TO '
                           'THE STUDENT'
                ELSE
                   SET WS-BILL-INST TO TRUE
                   MOVE WS-BIL-HOME-INST TO WS-HOME-INST
                END-IF
             END-IF.

       A000-PUT-BILL-PARA.
             IF WS-BILL-INST
                MOVE SPACES       TO INSTBILL-REC
                MOVE WS-HOME-INST TO IB-INST-CODE
                MOVE BILL-REC     TO IB-BILL-LINE
                WRITE INSTBILL-REC
             ELSE
                WRITE BILL-REC
             END-IF.

       A000-RATE-LOOKUP-PARA.
             MOVE ZERO TO WS-COURSE-RATE.
             READ RATETAB RECORD
                INVALID KEY
                     PERFORM A000-DEPT-RATE-PARA
                NOT INVALID KEY
                     IF RT-TYPE-HOURLY
                        MOVE RT-RATE-PER-HR TO WS-COURSE-RATE
                     ELSE
                        PERFORM A000-DEPT-RATE-PARA
                     END-IF
             END-READ.

       A000-AUDIT-RATE-PARA.
             MOVE ZERO TO WS-COURSE-RATE.
             MOVE WS-AUDIT-RATE-KEY TO RT-RATE-KEY.
             READ RATETAB RECORD
                INVALID KEY
                     PERFORM A000-RATE-LOOKUP-PARA
                NOT INVALID KEY
                     MOVE RT-RATE-PER-HR TO WS-COURSE-RATE
             END-READ.
                        WS-BIL-COURSE
             END-IF.

      *    A COURSE-CODE RATETAB RECORD MAY CARRY A LAB/COURSE FEE,
      *    BILLED ONCE PER ENROLLMENT AT THE STUDENT BREAK.
       A000-COURSE-FEE-PARA.
             MOVE WS-BIL-COURSE TO RT-RATE-KEY.
             READ RATETAB RECORD
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     IF (RT-TYPE-HOURLY OR RT-TYPE-FEE-ONLY)
                        AND RT-FEE-AMOUNT IS NUMERIC
                        AND RT-FEE-AMOUNT > ZERO
                        IF WS-CFEE-COUNT < 30
                           ADD 1 TO WS-CFEE-COUNT
                           MOVE WS-BIL-COURSE
                             TO WS-CF-COURSE(WS-CFEE-COUNT)
                           MOVE RT-FEE-AMOUNT
                             TO WS-CF-AMOUNT(WS-CFEE-COUNT)
                           MOVE RT-FEE-DESC
                             TO WS-CF-DESC(WS-CFEE-COUNT)
                        ELSE
                           ADD 1 TO WS-CT-CFEE-OVFL
                           DISPLAY 'TUITCALC: TOO MANY COURSE FEES '
                                   'FOR STUD-ID ' WS-BIL-STUD-ID
                                   ' - ' WS-BIL-COURSE ' NOT BILLED'
                        END-IF
                     END-IF
             END-READ.

      *    THE FLAT-RATE BAND AND PER-TERM FEES ARE READ ONCE FROM
      *    RATETAB BEFORE BILLING STARTS.
       A000-LOAD-FEES-PARA.
             MOVE LOW-VALUES TO RT-RATE-KEY.
             START RATETAB KEY IS GREATER THAN RT-RATE-KEY
                 INVALID KEY SET WS-RATETAB-EOF TO TRUE
             END-START.
             PERFORM UNTIL WS-RATETAB-EOF
                READ RATETAB NEXT RECORD
                    AT END SET WS-RATETAB-EOF TO TRUE
                    NOT AT END
                         EVALUATE TRUE
                         WHEN RT-TYPE-BAND
                              IF RT-BAND-LOW IS NUMERIC
                                 AND RT-BAND-HIGH IS NUMERIC
                                 AND RT-BAND-LOW > ZERO
                                 AND RT-BAND-HIGH > RT-BAND-LOW
                                 SET WS-BAND-ON-FILE TO TRUE
                                 MOVE RT-BAND-LOW  TO WS-BAND-LOW
                                 MOVE RT-BAND-HIGH TO WS-BAND-HIGH
                                 MOVE RT-FEE-DESC  TO WS-BAND-DESC
                              END-IF
                         WHEN RT-TYPE-TERM-FEE
                              IF RT-FEE-AMOUNT IS NUMERIC
                                 AND RT-FEE-AMOUNT > ZERO
                                 AND WS-TFEE-COUNT < 20
                                 ADD 1 TO WS-TFEE-COUNT
                                 MOVE RT-RATE-KEY
                                   TO WS-TF-KEY(WS-TFEE-COUNT)
                                 MOVE RT-FEE-AMOUNT
                                   TO WS-TF-AMOUNT(WS-TFEE-COUNT)
                                 MOVE RT-FEE-DESC
                                   TO WS-TF-DESC(WS-TFEE-COUNT)
                              END-IF
                         WHEN OTHER
                              CONTINUE
                         END-EVALUATE
                END-READ
             END-PERFORM.

      *    FEE LINES CARRY A FEE TYPE SO BILLING CAN TELL THEM FROM
      *    COURSE TUITION: BD BAND CREDIT, CF COURSE FEE, TF TERM FEE.
       A000-FEE-LINES-PARA.
             IF WS-BAND-ON-FILE
                AND WS-STUD-BAND-HOURS > WS-BAND-LOW
                IF WS-STUD-BAND-HOURS > WS-BAND-HIGH
                   COMPUTE WS-BAND-FREE-HOURS =
                           WS-BAND-HIGH - WS-BAND-LOW
                ELSE
                   COMPUTE WS-BAND-FREE-HOURS =
                           WS-STUD-BAND-HOURS - WS-BAND-LOW
                END-IF
                COMPUTE WS-BAND-AVG-RATE ROUNDED =
                        WS-STUD-BAND-AMOUNT / WS-STUD-BAND-HOURS
                MOVE SPACES             TO WS-FEE-LINE
                MOVE 'BAND'             TO WS-FL-REF
                MOVE 'BD'               TO WS-FL-TYPE
                MOVE '-'                TO WS-FL-SIGN
                MOVE WS-BAND-FREE-HOURS TO WS-FL-HOURS
                MOVE WS-BAND-AVG-RATE   TO WS-FL-RATE
                COMPUTE WS-FL-AMOUNT ROUNDED =
                        WS-STUD-BAND-AMOUNT * WS-BAND-FREE-HOURS
                        / WS-STUD-BAND-HOURS
                MOVE WS-BAND-DESC       TO WS-FL-DESC
                IF WS-FL-DESC = SPACES
                   MOVE 'FLAT-RATE BAND CREDIT' TO WS-FL-DESC
                END-IF
                PERFORM A000-WRITE-FEE-LINE-PARA
                ADD 1 TO WS-CT-BANDED
                ADD WS-FL-AMOUNT TO WS-AMT-BAND
             END-IF.
             PERFORM VARYING WS-CFEE-IDX FROM 1 BY 1
                     UNTIL WS-CFEE-IDX > WS-CFEE-COUNT
                MOVE SPACES TO WS-FEE-LINE
                MOVE WS-CF-COURSE(WS-CFEE-IDX) TO WS-FL-REF
                MOVE 'CF'                      TO WS-FL-TYPE
                MOVE ZERO                      TO WS-FL-HOURS
                MOVE ZERO                      TO WS-FL-RATE
                MOVE WS-CF-AMOUNT(WS-CFEE-IDX) TO WS-FL-AMOUNT
                MOVE WS-CF-DESC(WS-CFEE-IDX)   TO WS-FL-DESC
                IF WS-FL-DESC = SPACES
                   MOVE 'COURSE FEE' TO WS-FL-DESC
                END-IF
                PERFORM A000-WRITE-FEE-LINE-PARA
                ADD 1 TO WS-CT-CRSE-FEES
                ADD WS-FL-AMOUNT TO WS-AMT-CRSE-FEE
             END-PERFORM.
             IF WS-STUD-BAND-HOURS > ZERO
                PERFORM VARYING WS-TFEE-IDX FROM 1 BY 1
                        UNTIL WS-TFEE-IDX > WS-TFEE-COUNT
                   MOVE SPACES TO WS-FEE-LINE
                   MOVE WS-TF-KEY(WS-TFEE-IDX)    TO WS-FL-REF
                   MOVE 'TF'                      TO WS-FL-TYPE
                   MOVE ZERO                      TO WS-FL-HOURS
                   MOVE ZERO                      TO WS-FL-RATE
                   MOVE WS-TF-AMOUNT(WS-TFEE-IDX) TO WS-FL-AMOUNT
                   MOVE WS-TF-DESC(WS-TFEE-IDX)   TO WS-FL-DESC
                   IF WS-FL-DESC = SPACES
                      MOVE 'TERM FEE' TO WS-FL-DESC
                   END-IF
                   PERFORM A000-WRITE-FEE-LINE-PARA
                   ADD 1 TO WS-CT-TERM-FEES
                   ADD WS-FL-AMOUNT TO WS-AMT-TERM-FEE
                END-PERFORM
             END-IF.

       A000-WRITE-FEE-LINE-PARA.
             IF WS-FL-SIGN = '-'
                SUBTRACT WS-FL-AMOUNT FROM WS-STUD-AMOUNT
             ELSE
                ADD WS-FL-AMOUNT TO WS-STUD-AMOUNT
             END-IF.
             IF WS-BILL-INST
                ADD 1 TO WS-CT-INST-DTL
                IF WS-FL-SIGN = '-'
                   SUBTRACT WS-FL-AMOUNT FROM WS-AMT-INST
                ELSE
                   ADD WS-FL-AMOUNT TO WS-AMT-INST
                END-IF
             ELSE
                ADD 1 TO WS-CT-DETAILS
                IF WS-FL-SIGN = '-'
                   SUBTRACT WS-FL-AMOUNT FROM WS-GRAND-AMOUNT
                ELSE
                   ADD WS-FL-AMOUNT TO WS-GRAND-AMOUNT
                END-IF
             END-IF.
             MOVE SPACES          TO BILL-REC.
             MOVE 'DT'            TO BL-DT-MARKER.
             MOVE WS-PREV-STUD-ID TO BL-DT-STUD-ID.
             MOVE WS-FL-REF       TO BL-DT-COURSE.
             MOVE WS-FL-HOURS     TO BL-DT-HOURS.
             MOVE WS-FL-RATE      TO BL-DT-RATE.
             MOVE WS-FL-AMOUNT    TO BL-DT-AMOUNT.
             MOVE WS-SEL-TERM     TO BL-DT-TERM.
             MOVE WS-FL-TYPE      TO BL-DT-FEE-TYPE.
             MOVE WS-FL-SIGN      TO BL-DT-SIGN.
             MOVE WS-FL-DESC      TO BL-DT-DESC.
             PERFORM A000-PUT-BILL-PARA.

       A000-STUDENT-BREAK-PARA.
             PERFORM A000-FEE-LINES-PARA.
             IF WS-BILL-INST
                ADD 1 TO WS-CT-VISITORS
             ELSE
                ADD 1 TO WS-CT-STUDENTS
             END-IF.
             MOVE SPACES          TO BILL-REC.
             MOVE 'ST'            TO BL-ST-MARKER.
             MOVE WS-PREV-STUD-ID TO BL-ST-STUD-ID.
             MOVE WS-STUD-COURSES TO BL-ST-COURSES.
             MOVE WS-STUD-HOURS   TO BL-ST-HOURS.
             MOVE WS-STUD-AMOUNT  TO BL-ST-AMOUNT.
             PERFORM A000-PUT-BILL-PARA.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'BILLING DETAILS WRITTEN ..... ' WS-CT-DETAILS.
             DISPLAY 'STUDENTS BILLED ............. ' WS-CT-STUDENTS.
             DISPLAY 'ENROLLMENTS WITHOUT RATE .... ' WS-CT-NO-RATE.
             DISPLAY 'AUDIT ENROLLMENTS ........... ' WS-CT-AUDIT.
             DISPLAY 'FLAT-RATE BAND CREDITS ...... ' WS-CT-BANDED.
             DISPLAY 'COURSE FEE LINES ............ ' WS-CT-CRSE-FEES.
             DISPLAY 'TERM FEE LINES .............. ' WS-CT-TERM-FEES.
             DISPLAY 'COURSE FEES NOT BILLED ...... ' WS-CT-CFEE-OVFL.
             DISPLAY 'BAND CREDIT AMOUNT .......... ' WS-AMT-BAND.
             DISPLAY 'COURSE FEE AMOUNT ........... ' WS-AMT-CRSE-FEE.
             DISPLAY 'TERM FEE AMOUNT ............. ' WS-AMT-TERM-FEE.
             DISPLAY 'GRAND TOTAL AMOUNT .......... '
                     WS-GRAND-AMOUNT.
             DISPLAY 'VISITORS BILLED TO PARTNERS . ' WS-CT-VISITORS.
             DISPLAY 'PARTNER BILLING DETAILS ..... ' WS-CT-INST-DTL.
             DISPLAY 'PARTNER BILLING AMOUNT ...... ' WS-AMT-INST.
             DISPLAY 'VISITORS WITHOUT HOME INST .. ' WS-CT-NO-HOME.
             DISPLAY '-------------------------------------------'.
             IF RETURN-CODE = ZERO AND (WS-CT-NO-RATE > ZERO
                OR WS-CT-CFEE-OVFL > ZERO OR WS-CT-NO-HOME > ZERO)
                MOVE 4 TO RETURN-CODE
             END-IF.
