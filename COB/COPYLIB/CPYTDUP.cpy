      *    TRANDUP PARAMETER AREA. FUNCTION K CHECKS A TRANSACTION
      *    AGAINST THE FINGERPRINTS OF THOSE APPLIED FROM THE SAME FILE
      *    WITHIN THE DUPPARM WINDOW (TDP-FLAG D = PROBABLE REPLAY,
      *    FIRST APPLIED ON TDP-PRIOR-DATE), P RECORDS AN APPLIED
      *    TRANSACTION, X PURGES FINGERPRINTS OLDER THAN THE WINDOW AND
      *    C CLOSES TRANFP. TDP-RESTART Y ON A CHECK IGNORES WHAT WAS
      *    APPLIED EARLIER THE SAME BUSINESS DAY (A RESTARTED RUN).
      *    TDP-FLAG IS Y WHEN THE CALL WORKED AND NO REPLAY WAS FOUND,
      *    N WHEN TRANFP COULD NOT BE USED.
       01 WS-TRAN-DUP.
           05 TDP-FUNC       PIC X(01).
           05 TDP-FILE       PIC X(08).
           05 TDP-REC        PIC X(80).
           05 TDP-RESTART    PIC X(01).
           05 TDP-PRIOR-DATE PIC X(08).
           05 TDP-PURGED     PIC 9(07).
           05 TDP-FLAG       PIC X(01).
