                IF WTRAN-HOLD-TYPE NOT = 'F'
                   AND WTRAN-HOLD-TYPE NOT = 'A'
                   AND WTRAN-HOLD-TYPE NOT = 'D'
                   AND WTRAN-HOLD-TYPE NOT = 'V'
                   AND WTRAN-HOLD-TYPE NOT = 'M'
                   AND WTRAN-HOLD-TYPE NOT = SPACE
                   DISPLAY 'WATCHMNT: INVALID HOLD TYPE '
                           WTRAN-HOLD-TYPE ' FOR '
