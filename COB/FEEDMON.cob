                SELECT TRANFIL ASSIGN TO TRANFILE
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FEED-FS.
                SELECT CASHPAY ASSIGN TO CASHPAY
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-FEED-FS.
       DATA DIVISION.
       FD TRANFIL
            RECORDING MODE IS F.
       01 TRAN-REC          PIC X(80).
       FD CASHPAY
            RECORDING MODE IS F.
       01 CP-REC            PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

            PERFORM A000-CHECK-TRANFILE-PARA.
            PERFORM A000-EVALUATE-PARA.

            MOVE 'CASHPAY ' TO WS-FEED-NAME.
            PERFORM A000-CHECK-CASHPAY-PARA.
            PERFORM A000-EVALUATE-PARA.

            IF WS-CT-PROBLEM > ZERO
                CLOSE TRANFIL
             END-IF.

       A000-CHECK-CASHPAY-PARA.
             SET WS-FEED-MISSING TO TRUE.
             OPEN INPUT CASHPAY.
             IF WS-FEED-OK
                SET WS-FEED-EMPTY TO TRUE
                READ CASHPAY
                    AT END CONTINUE
                    NOT AT END SET WS-FEED-PRESENT TO TRUE
                END-READ
                CLOSE CASHPAY
             END-IF.

       A000-EVALUATE-PARA.
