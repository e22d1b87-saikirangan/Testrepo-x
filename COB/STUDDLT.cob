          05 CUR-STUD-NAME  PIC X(30).
          05 FILLER         PIC X(01).
          05 CUR-STUD-DEPT  PIC X(10).
          05 FILLER         PIC X(149).
       FD EXTPREV
            RECORDING MODE IS F.
       01 PRV-REC.
          05 PRV-STUD-NAME  PIC X(30).
          05 FILLER         PIC X(01).
          05 PRV-STUD-DEPT  PIC X(10).
          05 FILLER         PIC X(149).
       FD DELTAFIL
            RECORDING MODE IS F.
       01 DLT-REC.
