                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DM-EXT-CODE
                FILE STATUS IS WS-DEPTMAP-FS.
                SELECT APPLFILE ASSIGN TO APPLFILE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AP-APPL-ID
                FILE STATUS IS WS-APPL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ADMFEED
          05 DM-EXT-CODE     PIC X(08).
          05 DM-INT-CODE     PIC X(03).
          05 FILLER          PIC X(69).
       FD APPLFILE
            RECORDING MODE IS F.
       01 APPL-REC.
          05 AP-APPL-ID        PIC X(09).
          05 AP-NAME           PIC X(30).
          05 AP-EXT-DEPT       PIC X(08).
          05 AP-ENTRY-TERM     PIC X(06).
          05 AP-STATUS         PIC X(01).
          05 FILLER            PIC X(96).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

           88 WS-DEPTMAP-OK       VALUE '00'.
       01 WS-ARCH-FS          PIC X(02) VALUE SPACES.
           88 WS-ARCH-OK          VALUE '00'.
       01 WS-APPL-FS          PIC X(02) VALUE SPACES.
           88 WS-APPL-OK          VALUE '00'.
       01 WS-APPL-AVAIL-SW    PIC X(01) VALUE 'N'.
           88 WS-APPL-AVAILABLE   VALUE 'Y'.

       01 WS-ARCH-FULL-SW     PIC X(01) VALUE 'N'.
           88 WS-ARCH-FULL        VALUE 'Y'.
           05 WS-CT-WRITTEN   PIC 9(07) VALUE ZERO.
           05 WS-CT-UNMAPPED  PIC 9(07) VALUE ZERO.
           05 WS-CT-RETURNING PIC 9(07) VALUE ZERO.
           05 WS-CT-NOT-DEPOSITED PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN OUTPUT UNMAPRPT.
            OPEN OUTPUT RESTCAND.
            PERFORM A000-LOAD-ARCHIVE-PARA.
            OPEN INPUT APPLFILE.
            IF WS-APPL-OK
               SET WS-APPL-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'ADMLOAD: APPLFILE NOT AVAILABLE - DEPOSIT '
                       'CHECK SKIPPED'
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

            CLOSE EMPFILE.
            CLOSE UNMAPRPT.
            CLOSE RESTCAND.
            IF WS-APPL-AVAILABLE
               CLOSE APPLFILE
            END-IF.

            PERFORM A000-SUMMARY-PARA.

             END-IF.

       A000-TRANSLATE-PARA.
             MOVE 'P' TO AP-STATUS.
             IF WS-APPL-AVAILABLE
                PERFORM A000-DEPOSIT-CHECK-PARA
             END-IF.
             IF AP-STATUS NOT = 'P'
                PERFORM A000-NOT-DEPOSITED-PARA
             ELSE
                PERFORM A000-RETURNING-CHECK-PARA
                MOVE ADM-EXT-DEPT TO DM-EXT-CODE
                READ DEPTMAP RECORD
                   INVALID KEY
                        PERFORM A000-UNMAPPED-PARA
                   NOT INVALID KEY
                        PERFORM A000-WRITE-EMP-PARA
                END-READ
             END-IF.

      *    AN ADMISSION TRACKED ON APPLFILE IS ONLY LOADED ONCE THE
      *    APPLICANT HAS DEPOSITED. ADMISSIONS NOT ON APPLFILE ARE
      *    LOADED AS BEFORE.
       A000-DEPOSIT-CHECK-PARA.
             MOVE ADM-STUD-ID TO AP-APPL-ID.
             READ APPLFILE RECORD
                INVALID KEY
                     MOVE 'P' TO AP-STATUS
                NOT INVALID KEY
                     CONTINUE
             END-READ.

       A000-NOT-DEPOSITED-PARA.
             MOVE SPACES       TO UNM-REC.
             MOVE ADM-STUD-ID  TO UNM-STUD-ID.
             MOVE ADM-EXT-DEPT TO UNM-EXT-DEPT.
             MOVE 'APPLICANT NOT DEPOSITED ON APPLFILE'
               TO UNM-REASON.
             WRITE UNM-REC.
             ADD 1 TO WS-CT-NOT-DEPOSITED.

       A000-WRITE-EMP-PARA.
             MOVE SPACES        TO OUT-REC.
             MOVE ADM-STUD-ID   TO OUT-STUD-ID.
             DISPLAY 'UNMAPPED DEPARTMENT CODES ... ' WS-CT-UNMAPPED.
             DISPLAY 'RETURNING STUDENTS FLAGGED .. '
                     WS-CT-RETURNING.
             DISPLAY 'NOT DEPOSITED - NOT LOADED .. '
                     WS-CT-NOT-DEPOSITED.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-UNMAPPED > ZERO OR WS-CT-NOT-DEPOSITED > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                IF WS-ARCH-FULL
