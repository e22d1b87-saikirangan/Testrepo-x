       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDISP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RPTQUEUE ASSIGN TO RPTQUEUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RQ-REQ-NO
                FILE STATUS IS WS-QUEUE-FS.
                SELECT TRREQFIL ASSIGN TO TRREQFIL
                ORGANIZATION IS SEQUENTIAL.
                SELECT DAREQFIL ASSIGN TO DAREQFIL
                ORGANIZATION IS SEQUENTIAL.
                SELECT VRFYREQ ASSIGN TO VRFYREQ
                ORGANIZATION IS SEQUENTIAL.
                SELECT RPTFILE ASSIGN TO RPTFILE
                ORGANIZATION IS SEQUENTIAL.
                SELECT VRFYLTR ASSIGN TO VRFYLTR
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RPTQUEUE.
       01 QUEUE-REC.
          05 RQ-REQ-NO        PIC 9(07).
          05 RQ-DETAIL.
             10 RQ-STATUS     PIC X(01).
                88 RQ-PENDING     VALUE 'P'.
             10 RQ-REPORT     PIC X(08).
             10 RQ-USER-ID    PIC X(08).
             10 RQ-REQ-DATE   PIC X(08).
             10 RQ-REQ-TIME   PIC X(06).
             10 RQ-STUD-ID    PIC X(09).
             10 RQ-COURSE     PIC X(08).
             10 RQ-TERM       PIC X(06).
             10 RQ-SECTION    PIC X(03).
             10 RQ-DEPT       PIC X(03).
             10 RQ-REQUESTER  PIC X(30).
             10 RQ-DONE-DATE  PIC X(08).
             10 RQ-RC         PIC 9(03).
             10 RQ-OUTPUT-REF PIC X(30).
             10 FILLER        PIC X(12).
       FD TRREQFIL
            RECORDING MODE IS F.
       01 TREQ-REC.
          05 TREQ-STUD-ID    PIC X(09).
          05 FILLER          PIC X(01).
          05 TREQ-DELIVERY   PIC X(01).
          05 FILLER          PIC X(01).
          05 TREQ-DEST       PIC X(08).
          05 FILLER          PIC X(60).
       FD DAREQFIL
            RECORDING MODE IS F.
       01 DAREQ-REC.
          05 DAREQ-STUD-ID   PIC X(09).
          05 FILLER          PIC X(71).
       FD VRFYREQ
            RECORDING MODE IS F.
       01 VREQ-REC.
          05 VR-STUD-ID      PIC X(09).
          05 FILLER          PIC X(01).
          05 VR-REQUESTER    PIC X(30).
          05 FILLER          PIC X(01).
          05 VR-REQ-ADDR     PIC X(38).
          05 FILLER          PIC X(01).
       FD RPTFILE
            RECORDING MODE IS F.
       01 PRINT-REC.
          05 PRT-CC   PIC X(01).
          05 PRT-LINE PIC X(132).
       FD VRFYLTR
            RECORDING MODE IS F.
       01 VLTR-REC.
          05 VLTR-CC   PIC X(01).
          05 VLTR-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-QUEUE-FS         PIC X(02) VALUE SPACES.
           88 WS-QUEUE-OK         VALUE '00'.
       01 WS-EOF              PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE         PIC X(08) VALUE SPACES.

       01 WS-CALL-PGM         PIC X(08) VALUE SPACES.
       01 WS-CALL-RC          PIC S9(4) COMP VALUE ZERO.
       01 WS-CALL-PARM.
           05 WS-CP-LEN       PIC S9(4) COMP VALUE ZERO.
           05 WS-CP-TEXT      PIC X(19) VALUE SPACES.
       01 WS-PTR              PIC 9(03) VALUE ZERO.
       01 WS-PRINT-DD         PIC X(08) VALUE SPACES.

       01 WS-REQ-SW           PIC X(01) VALUE 'Y'.
           88 WS-REQ-VALID        VALUE 'Y'.
           88 WS-REQ-INVALID      VALUE 'N'.

       01 WS-BANNER.
           05 FILLER          PIC X(18) VALUE 'ON-DEMAND REQUEST '.
           05 WS-BN-REQ-NO    PIC 9(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-BN-REPORT    PIC X(08).
           05 FILLER          PIC X(15) VALUE '  REQUESTED BY '.
           05 WS-BN-USER-ID   PIC X(08).
           05 FILLER          PIC X(04) VALUE ' ON '.
           05 WS-BN-REQ-DATE  PIC X(08).
           05 FILLER          PIC X(62) VALUE SPACES.

       01 WS-CONTROL-TOTALS.
          05 WS-CT-READ       PIC 9(07) VALUE ZERO.
          05 WS-CT-PENDING    PIC 9(07) VALUE ZERO.
          05 WS-CT-COMPLETE   PIC 9(07) VALUE ZERO.
          05 WS-CT-FAILED     PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN I-O RPTQUEUE.
            IF NOT WS-QUEUE-OK
               DISPLAY 'RPTDISP: RPTQUEUE NOT AVAILABLE - STATUS '
                       WS-QUEUE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

      *    REQUEST NUMBER ZERO IS THE CONTROL RECORD - START PAST IT.
            MOVE ZERO TO RQ-REQ-NO.
            START RPTQUEUE KEY IS GREATER THAN RQ-REQ-NO
                INVALID KEY MOVE 'Y' TO WS-EOF
            END-START.

            PERFORM UNTIL WS-EOF = 'Y'

               READ RPTQUEUE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 IF RQ-PENDING
                    ADD 1 TO WS-CT-PENDING
                    PERFORM A000-DISPATCH-PARA
                 END-IF
               END-READ

            END-PERFORM.

            CLOSE RPTQUEUE.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    BUILD THE INPUT THE REPORT EXPECTS, RUN IT, AND MARK THE
      *    REQUEST COMPLETE (RC 4 OR LESS) OR FAILED.
       A000-DISPATCH-PARA.
             SET WS-REQ-VALID TO TRUE.
             MOVE ZERO   TO WS-CP-LEN.
             MOVE SPACES TO WS-CP-TEXT.
             MOVE 'RPTFILE' TO WS-PRINT-DD.
             MOVE RQ-REPORT TO WS-CALL-PGM.
             EVALUATE RQ-REPORT
             WHEN 'CRSROSTR'
                  PERFORM A000-ROSTER-PARM-PARA
             WHEN 'TRNSCRPT'
                  PERFORM A000-TRANSCRIPT-REQ-PARA
             WHEN 'DEGAUDIT'
                  PERFORM A000-AUDIT-REQ-PARA
             WHEN 'ENRLVRFY'
                  MOVE 'VRFYLTR' TO WS-PRINT-DD
                  PERFORM A000-VERIFY-REQ-PARA
             WHEN OTHER
                  SET WS-REQ-INVALID TO TRUE
             END-EVALUATE.

             IF WS-REQ-INVALID
                MOVE 'F' TO RQ-STATUS
                MOVE 999 TO RQ-RC
                MOVE 'REPORT NOT AVAILABLE ON DEMAND' TO RQ-OUTPUT-REF
             ELSE
                PERFORM A000-BANNER-PARA
                MOVE ZERO TO RETURN-CODE
                CALL WS-CALL-PGM USING WS-CALL-PARM
                MOVE RETURN-CODE TO WS-CALL-RC
                CANCEL WS-CALL-PGM
                MOVE ZERO TO RETURN-CODE
                MOVE WS-CALL-RC TO RQ-RC
                IF WS-CALL-RC > 4
                   MOVE 'F' TO RQ-STATUS
                ELSE
                   MOVE 'C' TO RQ-STATUS
                END-IF
                MOVE SPACES TO RQ-OUTPUT-REF
                STRING WS-PRINT-DD DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       ' REQ ' DELIMITED BY SIZE
                       RQ-REQ-NO DELIMITED BY SIZE
                  INTO RQ-OUTPUT-REF
             END-IF.
             MOVE WS-BUS-DATE TO RQ-DONE-DATE.

             IF RQ-STATUS = 'C'
                ADD 1 TO WS-CT-COMPLETE
             ELSE
                ADD 1 TO WS-CT-FAILED
                DISPLAY 'RPTDISP: REQUEST ' RQ-REQ-NO ' ' RQ-REPORT
                        ' FAILED - RC ' RQ-RC
             END-IF.

             REWRITE QUEUE-REC
                 INVALID KEY
                    DISPLAY 'RPTDISP: REQUEST ' RQ-REQ-NO
                            ' STATUS NOT UPDATED - ' WS-QUEUE-FS
             END-REWRITE.

      *    CRSROSTR TAKES COURSE,TERM,SECTION IN ITS PARM. A BLANK TERM
      *    LETS IT DEFAULT TO THE CURRENT TERM.
       A000-ROSTER-PARM-PARA.
             MOVE 1 TO WS-PTR.
             STRING RQ-COURSE DELIMITED BY SPACE
                    ',' DELIMITED BY SIZE
                    RQ-TERM DELIMITED BY SPACE
                    ',' DELIMITED BY SIZE
                    RQ-SECTION DELIMITED BY SPACE
               INTO WS-CP-TEXT
               WITH POINTER WS-PTR.
             COMPUTE WS-CP-LEN = WS-PTR - 1.

       A000-TRANSCRIPT-REQ-PARA.
             OPEN OUTPUT TRREQFIL.
             MOVE SPACES     TO TREQ-REC.
             MOVE RQ-STUD-ID TO TREQ-STUD-ID.
             MOVE 'P'        TO TREQ-DELIVERY.
             WRITE TREQ-REC.
             CLOSE TRREQFIL.

      *    A SINGLE-STUDENT AUDIT GOES THROUGH DAREQFIL; A DEPARTMENT
      *    AUDIT IS DRIVEN BY DEGAUDIT'S PARM.
       A000-AUDIT-REQ-PARA.
             IF RQ-STUD-ID NOT = SPACES
                OPEN OUTPUT DAREQFIL
                MOVE SPACES     TO DAREQ-REC
                MOVE RQ-STUD-ID TO DAREQ-STUD-ID
                WRITE DAREQ-REC
                CLOSE DAREQFIL
             ELSE
                MOVE RQ-DEPT TO WS-CP-TEXT
                MOVE 3 TO WS-CP-LEN
             END-IF.

       A000-VERIFY-REQ-PARA.
             OPEN OUTPUT VRFYREQ.
             MOVE SPACES       TO VREQ-REC.
             MOVE RQ-STUD-ID   TO VR-STUD-ID.
             MOVE RQ-REQUESTER TO VR-REQUESTER.
             WRITE VREQ-REC.
             CLOSE VRFYREQ.

      *    THE PRINT FILES ARE ALLOCATED DISP=MOD, SO EACH REPORT LANDS
      *    BEHIND THE BANNER NAMING ITS REQUEST.
       A000-BANNER-PARA.
             MOVE RQ-REQ-NO   TO WS-BN-REQ-NO.
             MOVE RQ-REPORT   TO WS-BN-REPORT.
             MOVE RQ-USER-ID  TO WS-BN-USER-ID.
             MOVE RQ-REQ-DATE TO WS-BN-REQ-DATE.
             IF WS-PRINT-DD = 'VRFYLTR'
                OPEN EXTEND VRFYLTR
                MOVE '1'       TO VLTR-CC
                MOVE WS-BANNER TO VLTR-LINE
                WRITE VLTR-REC
                CLOSE VRFYLTR
             ELSE
                OPEN EXTEND RPTFILE
                MOVE '1'       TO PRT-CC
                MOVE WS-BANNER TO PRT-LINE
                WRITE PRINT-REC
                CLOSE RPTFILE
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'RPTDISP RUN CONTROL TOTALS'.
             DISPLAY 'QUEUE RECORDS READ .......... ' WS-CT-READ.
             DISPLAY 'PENDING REQUESTS ............ ' WS-CT-PENDING.
             DISPLAY 'REQUESTS COMPLETED .......... ' WS-CT-COMPLETE.
             DISPLAY 'REQUESTS FAILED ............. ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
