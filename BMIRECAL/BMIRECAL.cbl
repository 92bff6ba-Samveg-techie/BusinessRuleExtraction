          05 HIST-BMI PIC 9(2)V9(2).
          05 HIST-BMI-CLASS PIC X(15).
          05 HIST-BP-CLASS PIC X(15).
          05 HIST-SITE-ID PIC X(6).
          05 HIST-SCREENER-ID PIC X(6).
          05 HIST-AGE PIC 9(2).
          05 HIST-GENDER PIC X.
       FD RECALL-FILE.
       01 RECALL-LINE PIC X(100).
       WORKING-STORAGE SECTION.
