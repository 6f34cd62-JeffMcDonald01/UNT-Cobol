       DATA DIVISION.
       FILE SECTION.
       FD  PAY-DETAIL-FILE RECORDING MODE IS F.
       01                              PIC X(273).

       FD  ACH-BATCH-FILE RECORDING MODE IS F.
       01  ACH-BATCH-RECORD            PIC X(60).
               10  PD-DED-CODE         PIC X(3).
               10  PD-DED-AMOUNT       PIC S9(5)V99.
           05  PD-TOTAL-DED            PIC S9(5)V99.
           05  PD-EARN-COUNT           PIC 9.
           05  PD-EARN-ENTRY           OCCURS 7 TIMES.
               10  PD-EARN-CODE        PIC X(3).
               10  PD-EARN-HOURS       PIC 9(3)V99.
               10  PD-EARN-AMOUNT      PIC S9(5)V99.

       01  OPS-WARNING-SETUP.
           05                          PIC X(31)   VALUE
