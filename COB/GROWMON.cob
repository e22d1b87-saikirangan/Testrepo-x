       01 HIST-REC          PIC X(77).
       FD MNTLOG
            RECORDING MODE IS F.
       01 MNT-REC           PIC X(153).
       WORKING-STORAGE SECTION.
       01 WS-EOF    PIC A VALUE SPACE.

