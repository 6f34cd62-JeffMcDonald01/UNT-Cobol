               88  CR-VOIDED                           VALUE 'V'.
               88  CR-REISSUED                         VALUE 'R'.
               88  CR-CLEARED                          VALUE 'C'.
               88  CR-ESCHEATED                        VALUE 'E'.
           05  CR-CLEARED-DATE         PIC 9(8).

       FD  AP-CHECK-REGISTER-FILE RECORDING MODE IS F.
           05  AR-STATUS               PIC X.
               88  AR-ISSUED                           VALUE 'I'.
               88  AR-VOIDED                           VALUE 'V'.
               88  AR-CLEARED                          VALUE 'C'.
           05  AR-PAY-METHOD           PIC X.
               88  AR-PAID-BY-CHECK                    VALUE 'C' ' '.
               88  AR-PAID-BY-EFT                      VALUE 'E'.
           05  AR-DISC-REVERSED        PIC S9(6)V99.

       FD  PAY-DETAIL-FILE RECORDING MODE IS F.
       01                              PIC X(273).

       FD  POSPAY-ISSUE-FILE RECORDING MODE IS F.
       01  POSPAY-ISSUE-RECORD         PIC X(60).
               10  PD-DED-CODE         PIC X(3).
               10  PD-DED-AMOUNT       PIC S9(5)V99.
           05  PD-TOTAL-DED            PIC S9(5)V99.
           05  PD-EARN-COUNT           PIC 9.
           05  PD-EARN-ENTRY           OCCURS 7 TIMES.
               10  PD-EARN-CODE        PIC X(3).
               10  PD-EARN-HOURS       PIC 9(3)V99.
               10  PD-EARN-AMOUNT      PIC S9(5)V99.

       01  PAYEE-NAME-TABLE-WS.
           05  PAYEE-NAME-ENTRY-WS     OCCURS 999 TIMES.
               IF CR-ISSUED OR CR-REISSUED
                   PERFORM 310-WRITE-PAYROLL-ISSUE
               ELSE
                   IF CR-VOIDED OR CR-ESCHEATED
                       PERFORM 320-WRITE-PAYROLL-VOID
                   END-IF
               END-IF
           END-IF.

       410-EXTRACT-ONE-AP-CHECK.
           IF AR-DATE = RUN-DATE-WS AND NOT AR-PAID-BY-EFT
               IF AR-ISSUED OR AR-CLEARED
                   MOVE 'I' TO POSPAY-TYPE-OUT
                   ADD 1         TO TOTAL-ISSUES-WS
                   ADD AR-AMOUNT TO TOTAL-ISSUE-AMT-WS
