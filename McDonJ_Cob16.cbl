           05  EMP-SSN-KEY             PIC X(9).
           05  EMP-NAME-MASTER         PIC X(20).
           05  EMP-DEPT-CODE-MASTER    PIC X(4).
           05  EMP-RATE-MASTER         PIC 9(3)V99.
           05  EMP-HIRE-DATE-MASTER    PIC 9(8).
           05  EMP-STATUS-MASTER       PIC X.
               88  EMP-IS-ACTIVE                       VALUE 'A'.
           05  EMP-PAY-METHOD-MASTER   PIC X.
               88  EMP-PAYS-BY-CHECK                   VALUE 'C'.
               88  EMP-PAYS-BY-DEPOSIT                 VALUE 'D'.
           05  EMP-PAY-TYPE-MASTER     PIC X.
               88  EMP-IS-HOURLY                       VALUE 'H' ' '.
               88  EMP-IS-SALARIED                     VALUE 'S'.
           05  EMP-ANNUAL-SALARY-MASTER PIC 9(7)V99.

       FD  W2-EXTRACT-FILE RECORDING MODE IS F.
       01  W2-EXTRACT-RECORD.
