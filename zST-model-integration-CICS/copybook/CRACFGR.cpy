      * EFFECTIVELY TURN DEFERRAL OFF.
           05  CRA-CFG-DEFER-MIN-CALLS
                                      PIC 9(03).
      * APPLICATION VELOCITY (LOAN-STACKING) SCREEN. BEFORE AN
      * APPLICATION IS SCORED, CRAURL COUNTS THE OTHER APPLICATIONS
      * ON CRAAUDIT FOR THE SAME CUSTOMER ID - OR, WHEN NO CUSTOMER
      * ID WAS SENT, FOR THE SAME AGE/INCOME/OWNERSHIP PROFILE -
      * OVER TWO WINDOWS (HOURS). WHEN THE COUNT WITH THIS
      * APPLICATION EXCEEDS THE WINDOW'S LIMIT THE APPLICATION IS
      * HELD ON THE CRAFRD FRAUD-REFERRAL QUEUE INSTEAD OF SCORED.
      * BLANK/ZERO KEEPS THE COMPILED-IN DEFAULTS (24 HOURS/3 AND
      * 720 HOURS/6); SET A LIMIT TO 99 TO EFFECTIVELY TURN THAT
      * WINDOW OFF.
           05  CRA-CFG-VEL-HOURS-1    PIC 9(03).
           05  CRA-CFG-VEL-LIMIT-1    PIC 9(02).
           05  CRA-CFG-VEL-HOURS-2    PIC 9(03).
           05  CRA-CFG-VEL-LIMIT-2    PIC 9(02).
