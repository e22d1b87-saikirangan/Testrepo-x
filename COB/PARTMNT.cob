       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT PARTTRAN ASSIGN TO PARTTRAN
                ORGANIZATION IS SEQUENTIAL.
                SELECT PARTTAB ASSIGN TO PARTTAB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PT-INST-CODE
                FILE STATUS IS WS-PARTTAB-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PARTTRAN
            RECORDING MODE IS F.
       01 PTTRAN-REC.
          05 PTTRAN-CODE       PIC X(01).
          05 FILLER            PIC X(01).
          05 PTTRAN-INST-CODE  PIC X(06).
          05 FILLER            PIC X(01).
          05 PTTRAN-INST-NAME  PIC X(30).
          05 PTTRAN-ACTIVE     PIC X(01).
          05 PTTRAN-CONTACT    PIC X(30).
          05 PTTRAN-AGREE-REF  PIC X(10).
      *    CONSORTIUM PARTNER INSTITUTIONS. PT-ACTIVE-FLAG N STOPS NEW
      *    VISITING REGISTRATIONS FROM THE PARTNER WITHOUT LOSING ITS
      *    STUDENTS ALREADY REGISTERED.
       FD PARTTAB
            RECORDING MODE IS F.
       01 PART-REC.
          05 PT-INST-CODE      PIC X(06).
          05 PT-INST-NAME      PIC X(30).
          05 PT-ACTIVE-FLAG    PIC X(01).
          05 PT-CONTACT        PIC X(30).
          05 PT-AGREE-REF      PIC X(10).
          05 FILLER            PIC X(03).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

       01 WS-PARTTAB-FS       PIC X(02) VALUE SPACES.
           88 WS-PARTTAB-OK       VALUE '00'.
           88 WS-PARTTAB-NEW      VALUE '35'.

       01 WS-CONTROL-TOTALS.
           05 WS-CT-READ      PIC 9(07) VALUE ZERO.
           05 WS-CT-ADDED     PIC 9(07) VALUE ZERO.
           05 WS-CT-CHANGED   PIC 9(07) VALUE ZERO.
           05 WS-CT-DELETED   PIC 9(07) VALUE ZERO.
           05 WS-CT-FAILED    PIC 9(07) VALUE ZERO.
           05 WS-CT-INVALID   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

            OPEN INPUT PARTTRAN.
            OPEN I-O PARTTAB.
            IF WS-PARTTAB-NEW
               OPEN OUTPUT PARTTAB
               CLOSE PARTTAB
               OPEN I-O PARTTAB
            END-IF.
            IF NOT WS-PARTTAB-OK
               DISPLAY 'PARTMNT: PARTTAB NOT AVAILABLE - STATUS '
                       WS-PARTTAB-FS
               MOVE 16 TO RETURN-CODE
               CLOSE PARTTRAN
               GOBACK
            END-IF.

            PERFORM UNTIL WS-EOF = 'Y'

               READ PARTTRAN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END ADD 1 TO WS-CT-READ
                 PERFORM A000-EDIT-TRAN-PARA
               END-READ

            END-PERFORM.

            CLOSE PARTTRAN.
            CLOSE PARTTAB.

            PERFORM A000-SUMMARY-PARA.

            GOBACK.

       A000-EDIT-TRAN-PARA.
             MOVE SPACES           TO PART-REC.
             MOVE PTTRAN-INST-CODE TO PT-INST-CODE.
             MOVE PTTRAN-INST-NAME TO PT-INST-NAME.
             MOVE PTTRAN-ACTIVE    TO PT-ACTIVE-FLAG.
             IF PT-ACTIVE-FLAG NOT = 'N'
                MOVE 'Y' TO PT-ACTIVE-FLAG
             END-IF.
             MOVE PTTRAN-CONTACT   TO PT-CONTACT.
             MOVE PTTRAN-AGREE-REF TO PT-AGREE-REF.
             IF PTTRAN-INST-CODE = SPACES
                ADD 1 TO WS-CT-INVALID
             ELSE
                EVALUATE PTTRAN-CODE
                WHEN 'A'
                     PERFORM A000-ADD-PARA
                WHEN 'C'
                     PERFORM A000-CHANGE-PARA
                WHEN 'D'
                     PERFORM A000-DELETE-PARA
                WHEN OTHER
                     ADD 1 TO WS-CT-INVALID
                END-EVALUATE
             END-IF.

       A000-ADD-PARA.
             WRITE PART-REC.
             IF WS-PARTTAB-OK
                ADD 1 TO WS-CT-ADDED
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-CHANGE-PARA.
             REWRITE PART-REC.
             IF WS-PARTTAB-OK
                ADD 1 TO WS-CT-CHANGED
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-DELETE-PARA.
             DELETE PARTTAB RECORD.
             IF WS-PARTTAB-OK
                ADD 1 TO WS-CT-DELETED
             ELSE
                ADD 1 TO WS-CT-FAILED
             END-IF.

       A000-SUMMARY-PARA.
             DISPLAY '-------------------------------------------'.
             DISPLAY 'PARTMNT RUN CONTROL TOTALS'.
             DISPLAY 'TRANSACTIONS READ .......... ' WS-CT-READ.
             DISPLAY 'PARTNERS ADDED .............. ' WS-CT-ADDED.
             DISPLAY 'PARTNERS CHANGED ............ ' WS-CT-CHANGED.
             DISPLAY 'PARTNERS DELETED ............ ' WS-CT-DELETED.
             DISPLAY 'TRANSACTIONS FAILED ......... ' WS-CT-FAILED.
             DISPLAY 'INVALID TRANSACTIONS ........ ' WS-CT-INVALID.
             DISPLAY '-------------------------------------------'.
             IF WS-CT-FAILED > ZERO OR WS-CT-INVALID > ZERO
                MOVE 8 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF.
