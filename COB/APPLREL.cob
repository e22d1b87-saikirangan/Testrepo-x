       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT APPLFILE ASSIGN TO APPLFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AP-APPL-ID
                FILE STATUS IS WS-APPL-FS.
                SELECT ADMFEED ASSIGN TO ADMFEED
                ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD APPLFILE
            RECORDING MODE IS F.
       01 APPL-REC.
          05 AP-APPL-ID        PIC X(09).
          05 AP-NAME           PIC X(30).
          05 AP-EXT-DEPT       PIC X(08).
          05 AP-ENTRY-TERM     PIC X(06).
          05 AP-STATUS         PIC X(01).
          05 AP-APPLIED-DATE   PIC X(08).
          05 AP-COMPLETE-DATE  PIC X(08).
          05 AP-ADMIT-DATE     PIC X(08).
          05 AP-DENY-DATE      PIC X(08).
          05 AP-DEPOSIT-DATE   PIC X(08).
          05 AP-WITHDRAW-DATE  PIC X(08).
          05 AP-RELEASE-DATE   PIC X(08).
          05 AP-LAST-CHG-DATE  PIC X(08).
          05 FILLER            PIC X(32).
       FD ADMFEED
            RECORDING MODE IS F.
       01 ADM-REC.
          05 ADM-STUD-ID    PIC X(09).
          05 FILLER         PIC X(01).
          05 ADM-STUD-NAME  PIC X(30).
          05 FILLER         PIC X(01).
          05 ADM-EXT-DEPT   PIC X(08).
          05 FILLER         PIC X(31).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-APPL-FS          PIC X(02) VALUE SPACES.
           88 WS-APPL-OK          VALUE '00'.

       01 WS-BUS-DATE         PIC X(08).

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-RELEASED  PIC 9(07) VALUE ZERO.
           05 WS-CT-PRIOR     PIC 9(07) VALUE ZERO.
           05 WS-CT-HELD      PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            CALL 'BUSDATEG' USING WS-BUS-DATE.

            OPEN I-O APPLFILE.
            IF NOT WS-APPL-OK
               DISPLAY 'APPLREL: APPLFILE NOT AVAILABLE - STATUS '
                       WS-APPL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.
            OPEN OUTPUT ADMFEED.

            PERFORM UNTIL WS-EOF = 'Y'

               READ APPLFILE NEXT RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-APPLICANT-PARA
               END-READ

            END-PERFORM.

            CLOSE APPLFILE.
            CLOSE ADMFEED.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

      *    ONLY DEPOSITED APPLICANTS GO FORWARD TO ADMLOAD, AND EACH
      *    ONLY ONCE - THE RELEASE DATE MARKS THOSE ALREADY SENT.
       A000-APPLICANT-PARA.
             EVALUATE TRUE
             WHEN AP-STATUS NOT = 'P'
                  ADD 1 TO WS-CT-HELD
             WHEN AP-RELEASE-DATE NOT = SPACES
                  ADD 1 TO WS-CT-PRIOR
             WHEN OTHER
                  PERFORM A000-RELEASE-PARA
             END-EVALUATE.

       A000-RELEASE-PARA.
             MOVE WS-BUS-DATE TO AP-RELEASE-DATE.
             REWRITE APPL-REC.
             IF WS-APPL-OK
                MOVE SPACES      TO ADM-REC
                MOVE AP-APPL-ID  TO ADM-STUD-ID
                MOVE AP-NAME     TO ADM-STUD-NAME
                MOVE AP-EXT-DEPT TO ADM-EXT-DEPT
                WRITE ADM-REC
                ADD 1 TO WS-CT-RELEASED
             ELSE
                DISPLAY 'APPLREL: RELEASE NOT RECORDED FOR '
                        AP-APPL-ID ' - STATUS ' WS-APPL-FS
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'APPLREL RUN CONTROL TOTALS'.
             DISPLAY 'APPLICANTS READ ............. ' WS-CT-READ.
             DISPLAY 'RELEASED TO ADMFEED ......... ' WS-CT-RELEASED.
             DISPLAY 'RELEASED ON AN EARLIER RUN .. ' WS-CT-PRIOR.
             DISPLAY 'NOT DEPOSITED - HELD ........ ' WS-CT-HELD.
             DISPLAY 'RELEASES FAILED ............. ' WS-CT-FAILED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
