           05  PH-KEY.
               10  PH-SSN              PIC X(9).
               10  PH-PAY-DATE         PIC 9(8).
               10  PH-SEQ-NO           PIC 9.
                   88  PH-REGULAR-RUN                  VALUE ZERO.
           05  PH-NAME                 PIC X(20).
           05  PH-DEPT-CODE            PIC X(4).
           05  PH-GROSS                PIC S9(5)V99.
               10  PH-DED-CODE         PIC X(3).
               10  PH-DED-AMOUNT       PIC S9(5)V99.
           05  PH-TOTAL-DED            PIC S9(5)V99.
           05  PH-EARN-COUNT           PIC 9.
           05  PH-EARN-ENTRY           OCCURS 7 TIMES.
               10  PH-EARN-CODE        PIC X(3).
               10  PH-EARN-HOURS       PIC 9(3)V99.
               10  PH-EARN-AMOUNT      PIC S9(5)V99.

       FD  HISTORY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).
