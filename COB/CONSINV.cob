       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSINV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT INSTBILL ASSIGN TO INSTBILL
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-IB-FS.
                SELECT PARTTAB ASSIGN TO PARTTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PT-INST-CODE
                FILE STATUS IS WS-PARTTAB-FS.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT REFINST ASSIGN TO REFINST
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-REFINST-FS.
       DATA DIVISION.
       FILE SECTION.
      *    TUITCALC CHARGES FOR VISITING STUDENTS, SORTED BY PARTNER.
      *    EACH IS THE BILLFILE DT OR ST LINE AFTER THE PARTNER CODE.
       FD INSTBILL
            RECORDING MODE IS F.
       01 IB-DETAIL.
          05 IB-INST-CODE    PIC X(06).
          05 FILLER          PIC X(01).
          05 IB-MARKER       PIC X(02).
          05 IB-DT-STUD-ID   PIC 9(09).
          05 FILLER          PIC X(01).
          05 IB-DT-COURSE    PIC X(08).
          05 FILLER          PIC X(01).
          05 IB-DT-HOURS     PIC 9(02).
          05 FILLER          PIC X(01).
          05 IB-DT-RATE      PIC 9(05)V99.
          05 FILLER          PIC X(01).
          05 IB-DT-AMOUNT    PIC 9(07)V99.
          05 FILLER          PIC X(01).
          05 IB-DT-BASIS     PIC X(01).
          05 FILLER          PIC X(01).
          05 IB-DT-TERM      PIC X(06).
          05 IB-DT-FEE-TYPE  PIC X(02).
          05 IB-DT-SIGN      PIC X(01).
          05 FILLER          PIC X(01).
          05 IB-DT-DESC      PIC X(20).
          05 FILLER          PIC X(09).
       01 IB-STUDENT.
          05 FILLER          PIC X(07).
          05 IB-ST-MARKER    PIC X(02).
          05 IB-ST-STUD-ID   PIC 9(09).
          05 FILLER          PIC X(01).
          05 IB-ST-COURSES   PIC 9(03).
          05 FILLER          PIC X(01).
          05 IB-ST-HOURS     PIC 9(03).
          05 FILLER          PIC X(01).
          05 IB-ST-AMOUNT    PIC 9(09)V99.
          05 FILLER          PIC X(52).
       FD PARTTAB
            RECORDING MODE IS F.
       01 PART-REC.
          05 PT-INST-CODE    PIC X(06).
          05 PT-INST-NAME    PIC X(30).
          05 PT-ACTIVE-FLAG  PIC X(01).
          05 PT-CONTACT      PIC X(30).
          05 PT-AGREE-REF    PIC X(10).
          05 FILLER          PIC X(03).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
      *    REFCALC'S RETAINED DROP CHARGES, ALREADY SORTED IN WITH
      *    INSTBILL. EMPTIED ONCE THEY HAVE BEEN INVOICED.
       FD REFINST
            RECORDING MODE IS F.
       01 REFINST-REC        PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-IB-FS            PIC X(02) VALUE SPACES.
           88 WS-IB-OK            VALUE '00'.
       01 WS-PARTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-PARTTAB-OK       VALUE '00'.
       01 WS-PARTTAB-AVAIL-SW PIC X(01) VALUE 'N'.
           88 WS-PARTTAB-AVAILABLE VALUE 'Y'.
       01 WS-REFINST-FS       PIC X(02) VALUE SPACES.
           88 WS-REFINST-OK       VALUE '00'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-PARTNERS  PIC 9(07) VALUE ZERO.
           05 WS-CT-STUDENTS  PIC 9(07) VALUE ZERO.
           05 WS-CT-DETAILS   PIC 9(07) VALUE ZERO.
           05 WS-CT-NO-PARTNER PIC 9(07) VALUE ZERO.
           05 WS-CT-BAD-REC   PIC 9(07) VALUE ZERO.

       01 WS-CURR-INST        PIC X(06) VALUE SPACES.
       01 WS-INST-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       01 WS-INST-STUDENTS    PIC 9(05) VALUE ZERO.
       01 WS-GRAND-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01 WS-LINE-AMOUNT      PIC S9(07)V99 VALUE ZERO.

           COPY CPYHDR.
       01 WS-LINE-COUNT       PIC 9(02) VALUE 99.
       01 WS-PRINT-WORK       PIC X(132).

       01 WS-COLUMN-HEADING.
           05 FILLER PIC X(11) VALUE 'STUDENT'.
           05 FILLER PIC X(10) VALUE 'COURSE'.
           05 FILLER PIC X(06) VALUE 'TYPE'.
           05 FILLER PIC X(05) VALUE 'HRS'.
           05 FILLER PIC X(11) VALUE '      RATE'.
           05 FILLER PIC X(16) VALUE '        AMOUNT'.
           05 FILLER PIC X(73) VALUE 'DESCRIPTION'.

       01 WS-PARTNER-LINE.
           05 FILLER           PIC X(09) VALUE 'PARTNER: '.
           05 WS-PL-INST       PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-PL-NAME       PIC X(30).
           05 FILLER           PIC X(13) VALUE '  AGREEMENT: '.
           05 WS-PL-AGREE      PIC X(10).
           05 FILLER           PIC X(11) VALUE '  CONTACT: '.
           05 WS-PL-CONTACT    PIC X(30).
           05 FILLER           PIC X(21) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-DL-STUD-ID    PIC 9(09).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DL-COURSE     PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DL-TYPE       PIC X(02).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WS-DL-HOURS      PIC Z9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-DL-RATE       PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DL-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-DL-DESC       PIC X(20).
           05 FILLER           PIC X(53) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL      PIC X(43).
           05 WS-TL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

            OPEN INPUT INSTBILL.
            IF NOT WS-IB-OK
               DISPLAY 'CONSINV: INSTBILL NOT AVAILABLE - STATUS '
                       WS-IB-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN INPUT PARTTAB.
            IF WS-PARTTAB-OK
               SET WS-PARTTAB-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'CONSINV: PARTTAB NOT AVAILABLE - PARTNER '
                       'NAMES NOT SHOWN'
            END-IF.
            OPEN OUTPUT RPTFILE.

            MOVE 'CONSINV' TO RH-PROGRAM-ID.
            MOVE 'CONSORTIUM PARTNER TUITION INVOICES'
              TO RH-REPORT-TITLE.
            MOVE FUNCTION CURRENT-DATE(1:10) TO RH-RUN-DATE.

            PERFORM UNTIL WS-EOF = 'Y'

               READ INSTBILL
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                 ADD 1 TO WS-CT-READ
                 PERFORM A000-CHARGE-PARA
               END-READ

            END-PERFORM.

            IF WS-CURR-INST NOT = SPACES
               PERFORM A000-PARTNER-TOTAL-PARA
            END-IF.
            PERFORM A000-GRAND-TOTAL-PARA.

            CLOSE INSTBILL.
            IF WS-PARTTAB-AVAILABLE
               CLOSE PARTTAB
            END-IF.
            CLOSE RPTFILE.

            PERFORM A000-SUMMARY-PARA.

            IF RETURN-CODE < 8
               OPEN OUTPUT REFINST
               IF WS-REFINST-OK
                  CLOSE REFINST
               END-IF
            END-IF.

            GOBACK.

       A000-CHARGE-PARA.
             IF IB-INST-CODE NOT = WS-CURR-INST
                IF WS-CURR-INST NOT = SPACES
                   PERFORM A000-PARTNER-TOTAL-PARA
                END-IF
                PERFORM A000-PARTNER-START-PARA
             END-IF.
             EVALUATE IB-MARKER
             WHEN 'DT'
                  PERFORM A000-DETAIL-PARA
             WHEN 'ST'
                  ADD 1 TO WS-CT-STUDENTS
                  ADD 1 TO WS-INST-STUDENTS
                  MOVE SPACES TO WS-TOTAL-LINE
                  STRING '   STUDENT ' IB-ST-STUD-ID ' TOTAL'
                         DELIMITED BY SIZE INTO WS-TL-LABEL
                  END-STRING
                  MOVE IB-ST-AMOUNT TO WS-TL-AMOUNT
                  MOVE WS-TOTAL-LINE TO WS-PRINT-WORK
                  PERFORM PRINT-LINE-PARA
                  MOVE SPACES TO WS-PRINT-WORK
                  PERFORM PRINT-LINE-PARA
             WHEN OTHER
                  ADD 1 TO WS-CT-BAD-REC
             END-EVALUATE.

      *    EACH PARTNER'S INVOICE STARTS ON A NEW PAGE.
       A000-PARTNER-START-PARA.
             ADD 1 TO WS-CT-PARTNERS.
             MOVE IB-INST-CODE TO WS-CURR-INST.
             MOVE ZERO TO WS-INST-AMOUNT.
             MOVE ZERO TO WS-INST-STUDENTS.
             MOVE SPACES TO WS-PL-NAME WS-PL-AGREE WS-PL-CONTACT.
             MOVE IB-INST-CODE TO WS-PL-INST.
             IF WS-PARTTAB-AVAILABLE
                MOVE IB-INST-CODE TO PT-INST-CODE
                READ PARTTAB RECORD
                   INVALID KEY
                        ADD 1 TO WS-CT-NO-PARTNER
                        MOVE '*** NOT ON PARTTAB ***' TO WS-PL-NAME
                   NOT INVALID KEY
                        MOVE PT-INST-NAME TO WS-PL-NAME
                        MOVE PT-AGREE-REF TO WS-PL-AGREE
                        MOVE PT-CONTACT   TO WS-PL-CONTACT
                END-READ
             END-IF.
             MOVE 99 TO WS-LINE-COUNT.
             PERFORM NEW-PAGE-PARA.
             MOVE SPACE TO PRT-CC.
             MOVE WS-PARTNER-LINE TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE SPACES TO PRT-LINE.
             WRITE PRINT-REC.
             MOVE WS-COLUMN-HEADING TO PRT-LINE.
             WRITE PRINT-REC.
             ADD 3 TO WS-LINE-COUNT.

       A000-DETAIL-PARA.
             ADD 1 TO WS-CT-DETAILS.
             IF IB-DT-AMOUNT IS NUMERIC
                IF IB-DT-SIGN = '-'
                   COMPUTE WS-LINE-AMOUNT = ZERO - IB-DT-AMOUNT
                ELSE
                   MOVE IB-DT-AMOUNT TO WS-LINE-AMOUNT
                END-IF
             ELSE
                MOVE ZERO TO WS-LINE-AMOUNT
                ADD 1 TO WS-CT-BAD-REC
             END-IF.
             ADD WS-LINE-AMOUNT TO WS-INST-AMOUNT.
             ADD WS-LINE-AMOUNT TO WS-GRAND-AMOUNT.
             MOVE IB-DT-STUD-ID  TO WS-DL-STUD-ID.
             MOVE IB-DT-COURSE   TO WS-DL-COURSE.
             MOVE IB-DT-FEE-TYPE TO WS-DL-TYPE.
             IF WS-DL-TYPE = SPACES
                MOVE 'TU' TO WS-DL-TYPE
             END-IF.
             MOVE IB-DT-HOURS    TO WS-DL-HOURS.
             MOVE IB-DT-RATE     TO WS-DL-RATE.
             MOVE WS-LINE-AMOUNT TO WS-DL-AMOUNT.
             MOVE IB-DT-DESC     TO WS-DL-DESC.
             MOVE WS-DETAIL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-PARTNER-TOTAL-PARA.
             MOVE SPACES TO WS-TOTAL-LINE.
             STRING 'AMOUNT DUE FROM ' WS-CURR-INST ' FOR '
                    WS-INST-STUDENTS ' STUDENTS'
                    DELIMITED BY SIZE INTO WS-TL-LABEL
             END-STRING.
             MOVE WS-INST-AMOUNT TO WS-TL-AMOUNT.
             MOVE WS-TOTAL-LINE TO WS-PRINT-WORK.
             PERFORM PRINT-LINE-PARA.

       A000-GRAND-TOTAL-PARA.
             MOVE 99 TO WS-LINE-COUNT.
             PERFORM NEW-PAGE-PARA.
             MOVE SPACES TO WS-TOTAL-LINE.
             STRING 'ALL PARTNERS - ' WS-CT-PARTNERS ' INVOICES'
                    DELIMITED BY SIZE INTO WS-TL-LABEL
             END-STRING.
             MOVE WS-GRAND-AMOUNT TO WS-TL-AMOUNT.
             MOVE SPACE TO PRT-CC.
             MOVE WS-TOTAL-LINE TO PRT-LINE.
             WRITE PRINT-REC.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'CONSINV RUN CONTROL TOTALS'.
             DISPLAY 'INSTBILL RECORDS READ ....... ' WS-CT-READ.
             DISPLAY 'PARTNERS INVOICED ........... ' WS-CT-PARTNERS.
             DISPLAY 'VISITING STUDENTS ........... ' WS-CT-STUDENTS.
             DISPLAY 'CHARGE LINES ................ ' WS-CT-DETAILS.
             DISPLAY 'PARTNERS NOT ON PARTTAB ..... '
                     WS-CT-NO-PARTNER.
             DISPLAY 'UNREADABLE RECORDS .......... ' WS-CT-BAD-REC.
             DISPLAY 'TOTAL INVOICED .............. ' WS-GRAND-AMOUNT.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-BAD-REC > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-CT-NO-PARTNER > ZERO
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF
             END-IF.

       PRINT-LINE-PARA.
             IF WS-LINE-COUNT >= 60
                PERFORM NEW-PAGE-PARA
                MOVE WS-COLUMN-HEADING TO PRT-LINE
                WRITE PRINT-REC
                ADD 1 TO WS-LINE-COUNT
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
