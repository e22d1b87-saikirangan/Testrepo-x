          05 EXT-POSTAL     PIC X(09).
          05 FILLER         PIC X(01).
          05 EXT-PHONE      PIC X(10).
          05 FILLER         PIC X(79).
       FD CSVFILE
            RECORDING MODE IS F.
       01 CSV-REC PIC X(160).
