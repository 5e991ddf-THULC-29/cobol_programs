           05  PC-STMT-CYCLE           PIC 9(2).
               88  PC-CYCLE-BY-CALENDAR    VALUE 0.
           05  PC-NOTICE-LEAD-DAYS     PIC 9(3).
           05  PC-DUPLICATE-DAYS       PIC 9(3).
           05  PC-ACH-LEAD-DAYS        PIC 9(3).
           05  PC-DUAL-PRINCIPAL-LIMIT PIC 9(7)V99.
           05  PC-DUAL-RATE-POINTS     PIC 9(2)V99.
           05  PC-DUAL-CLOSE-BALANCE   PIC 9(7)V99.
           05  PC-ESC-CRITICAL-DAYS    PIC 9(3).
           05  PC-ESC-MAJOR-DAYS       PIC 9(3).
           05  PC-ESC-MINOR-DAYS       PIC 9(3).
