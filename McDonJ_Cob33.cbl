           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO 'LEAVE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-KEY
           FILE STATUS IS LEAVE-FILE-STATUS-WS.

           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.
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

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
               88  CR-CLEARED                          VALUE 'C'.
           05  CR-CLEARED-DATE         PIC 9(8).

       FD  LEAVE-MASTER-FILE.
       01  LEAVE-MASTER-RECORD.
           05  LV-KEY.
               10  LV-SSN              PIC X(9).
               10  LV-TYPE             PIC X.
                   88  LV-IS-VACATION                  VALUE 'V'.
                   88  LV-IS-SICK                      VALUE 'S'.
           05  LV-ACCRUAL-RATE         PIC 9V9999.
           05  LV-MAX-CARRYOVER        PIC 9(3)V99.
           05  LV-BALANCE              PIC S9(4)V99.
           05  LV-ACCRUED-YTD          PIC S9(4)V99.
           05  LV-TAKEN-YTD            PIC S9(4)V99.
           05  LV-LAST-ACCRUAL-DATE    PIC 9(8).

       FD  OPS-LOG-FILE RECORDING MODE IS F.
       01  OPS-LOG-RECORD.
           05  OL-RUN-DATE             PIC 9(8).
           05  YTD-QTR-SUB-WS          PIC 9           VALUE ZERO.
           05  CHECK-COUNT-WS          PIC 9(4)        VALUE ZERO.
           05  BROWSE-COUNT-WS         PIC 9(5)        VALUE ZERO.
           05  LEAVE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  LEAVE-OPEN-WS           PIC X(3)        VALUE 'NO'.
               88  LEAVE-IS-OPEN                       VALUE 'YES'.
           05  LEAVE-COUNT-WS          PIC 9           VALUE ZERO.

       01  EMPLOYEE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(7)    VALUE ' DEPT: '.
           05  DISPLAY-DEPT-OUT        PIC X(4).
           05                          PIC X(7)    VALUE ' RATE: '.
           05  DISPLAY-RATE-OUT        PIC $$$9.99.
           05                          PIC X(9)    VALUE ' STATUS: '.
           05  DISPLAY-STATUS-OUT      PIC X.
           05                          PIC X(9)    VALUE ' METHOD: '.
           05  DISPLAY-METHOD-OUT      PIC X.
           05                          PIC X(7)    VALUE ' TYPE: '.
           05  DISPLAY-PAY-TYPE-OUT    PIC X.
           05                          PIC X(9)    VALUE ' SALARY: '.
           05  DISPLAY-SALARY-OUT      PIC $$,$$$,$$9.99.

       01  YTD-QUARTER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           '  YTD DEDUCTIONS: '.
           05  DISPLAY-YTD-DED-OUT     PIC $$$,$$$,$$9.99BCR.

       01  LEAVE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DISPLAY-LEAVE-TYPE-OUT  PIC X(9).
           05                          PIC X(10)   VALUE ' BALANCE: '.
           05  DISPLAY-LV-BALANCE-OUT  PIC Z,ZZ9.99-.
           05                          PIC X(14)   VALUE
           '  ACCRUED YTD:'.
           05  DISPLAY-LV-ACCRUED-OUT  PIC Z,ZZ9.99-.
           05                          PIC X(12)   VALUE
           '  TAKEN YTD:'.
           05  DISPLAY-LV-TAKEN-OUT    PIC Z,ZZ9.99-.
           05                          PIC X(8)    VALUE '  RATE: '.
           05  DISPLAY-LV-RATE-OUT     PIC 9.9999.
           05                          PIC X(12)   VALUE
           '  CARRYOVER:'.
           05  DISPLAY-LV-MAX-OUT      PIC ZZ9.99.

       01  CHECK-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(7)    VALUE 'CHECK: '.
               DISPLAY 'YTD MASTER FILE NOT AVAILABLE - STATUS: '
                   YTD-FILE-STATUS-WS
               DISPLAY 'YTD FIGURES WILL NOT BE SHOWN'
           END-IF

           OPEN INPUT LEAVE-MASTER-FILE
           IF LEAVE-FILE-STATUS-WS = '00'
               MOVE 'YES' TO LEAVE-OPEN-WS
           ELSE
               DISPLAY 'LEAVE MASTER FILE NOT AVAILABLE - STATUS: '
                   LEAVE-FILE-STATUS-WS
               DISPLAY 'LEAVE BALANCES WILL NOT BE SHOWN'
           END-IF.

       300-MENU.
               NOT INVALID KEY
                   PERFORM 320-DISPLAY-EMPLOYEE
                   PERFORM 330-DISPLAY-YTD
                   PERFORM 350-DISPLAY-LEAVE
                   PERFORM 340-DISPLAY-CHECK-HISTORY
           END-READ.

           MOVE EMP-RATE-MASTER       TO DISPLAY-RATE-OUT
           MOVE EMP-STATUS-MASTER     TO DISPLAY-STATUS-OUT
           MOVE EMP-PAY-METHOD-MASTER TO DISPLAY-METHOD-OUT
           MOVE EMP-PAY-TYPE-MASTER   TO DISPLAY-PAY-TYPE-OUT
           MOVE EMP-ANNUAL-SALARY-MASTER TO DISPLAY-SALARY-OUT

           DISPLAY SPACE
           DISPLAY EMPLOYEE-LINE-SETUP.
                   END-IF
           END-READ.

       350-DISPLAY-LEAVE.
           IF LEAVE-IS-OPEN
               MOVE ZERO TO LEAVE-COUNT-WS
               MOVE LOOKUP-SSN-WS TO LV-SSN
               MOVE 'V'           TO LV-TYPE
               PERFORM 355-DISPLAY-ONE-LEAVE-TYPE
               MOVE LOOKUP-SSN-WS TO LV-SSN
               MOVE 'S'           TO LV-TYPE
               PERFORM 355-DISPLAY-ONE-LEAVE-TYPE
               IF LEAVE-COUNT-WS = ZERO
                   DISPLAY 'NO LEAVE RECORDS FOR THIS SSN'
               END-IF
           END-IF.

       355-DISPLAY-ONE-LEAVE-TYPE.
           READ LEAVE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO LEAVE-COUNT-WS
                   IF LV-IS-VACATION
                       MOVE 'VACATION:' TO DISPLAY-LEAVE-TYPE-OUT
                   ELSE
                       MOVE 'SICK:'     TO DISPLAY-LEAVE-TYPE-OUT
                   END-IF
                   MOVE LV-BALANCE       TO DISPLAY-LV-BALANCE-OUT
                   MOVE LV-ACCRUED-YTD   TO DISPLAY-LV-ACCRUED-OUT
                   MOVE LV-TAKEN-YTD     TO DISPLAY-LV-TAKEN-OUT
                   MOVE LV-ACCRUAL-RATE  TO DISPLAY-LV-RATE-OUT
                   MOVE LV-MAX-CARRYOVER TO DISPLAY-LV-MAX-OUT
                   DISPLAY LEAVE-LINE-SETUP
           END-READ.

       400-DEPT-BROWSE.
           DISPLAY 'ENTER DEPARTMENT CODE: ' WITH NO ADVANCING
           ACCEPT LOOKUP-DEPT-WS

           IF YTD-FILE-STATUS-WS = '00'
               CLOSE YTD-MASTER-FILE
           END-IF

           IF LEAVE-IS-OPEN
               CLOSE LEAVE-MASTER-FILE
           END-IF.
