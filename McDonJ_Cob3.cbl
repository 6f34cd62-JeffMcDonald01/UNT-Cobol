           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS YEAR-FILE-STATUS-WS.

           SELECT EARNINGS-CODE-FILE ASSIGN TO 'EARNCODE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARN-FILE-STATUS-WS.

           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROGRAM-ID
           FILE STATUS IS RUNPARM-FILE-STATUS-WS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RUNCTL-FILE-STATUS-WS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO 'LEAVE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-KEY
           FILE STATUS IS LEAVE-FILE-STATUS-WS.

           SELECT LEAVE-RATE-FILE ASSIGN TO 'LEAVRATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LVRATE-FILE-STATUS-WS.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(100).

       FD  PAYROLL-OUTPUT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PIC X(150).
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

       FD  TAX-RATE-FILE RECORDING MODE IS F.
       01                              PIC X(80).
               10  PD-DED-CODE         PIC X(3).
               10  PD-DED-AMOUNT       PIC S9(5)V99.
           05  PD-TOTAL-DED            PIC S9(5)V99.
           05  PD-EARN-COUNT           PIC 9.
           05  PD-EARN-ENTRY           OCCURS 7 TIMES.
               10  PD-EARN-CODE        PIC X(3).
               10  PD-EARN-HOURS       PIC 9(3)V99.
               10  PD-EARN-AMOUNT      PIC S9(5)V99.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
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

       FD  DEDUCTION-MASTER-FILE.
       01  DEDUCTION-MASTER-RECORD.
       01  YEAR-CONTROL-RECORD.
           05  PY-YEAR                 PIC 9(4).

       FD  EARNINGS-CODE-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05  RP-PROGRAM-ID           PIC X(8).
           05  RP-PARM-1               PIC X(8).
           05  RP-PARM-2               PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-KEY.
           05  RC-RECORD-COUNT         PIC 9(6).
           05  RC-TOTAL-DOLLARS        PIC S9(9)V99.

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

       FD  LEAVE-RATE-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  OPS-LOG-FILE RECORDING MODE IS F.
       01  OPS-LOG-RECORD.
           05  OL-RUN-DATE             PIC 9(8).
       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  PAYCHECK-WS             PIC S9(8)V99    VALUE ZERO.
           05  EOF-PAYROLL-WS          PIC X(3)        VALUE 'NO'.
           05  REGULAR-HOURS-WS        PIC 99          VALUE ZERO.
           05  OVERTIME-HOURS-WS       PIC 99          VALUE ZERO.
               88  RECORD-IS-INVALID                   VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(30)       VALUE SPACE.
           05  TOTAL-EXCEPTIONS-WS     PIC 999         VALUE ZERO.
           05  TOTAL-SIZE-REJECTS-WS   PIC 999         VALUE ZERO.
           05  YTD-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  EMP-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  STATE-BRACKET-COUNT-WS  PIC 99          VALUE ZERO.
           05  LAST-FED-FLOOR-WS       PIC 9(7)V99     VALUE ZERO.
           05  LAST-STATE-FLOOR-WS     PIC 9(7)V99     VALUE ZERO.
           05  FICA-WS                 PIC S9(6)V99    VALUE ZERO.
           05  FED-TAX-WS              PIC S9(7)V99    VALUE ZERO.
           05  STATE-TAX-WS            PIC S9(7)V99    VALUE ZERO.
           05  NET-PAY-WS              PIC S9(8)V99    VALUE ZERO.
           05  TOTAL-NET-DOLLARS-WS    PIC S9(7)V99    VALUE ZERO.
           05  PREV-DEPT-CODE-WS       PIC X(4)        VALUE SPACES.
           05  FIRST-RECORD-WS         PIC X(3)        VALUE 'YES'.
           05  SEEN-SSN-HIT-WS         PIC 9(4)        VALUE ZERO.
           05  TOTAL-DUP-SSN-WS        PIC 999         VALUE ZERO.
           05  TOTAL-PREPAID-WS        PIC 999         VALUE ZERO.
           05  EARN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  EOF-EARN-WS             PIC X(3)        VALUE 'NO'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  PAY-PERIODS-WS          PIC 99          VALUE 52.
           05  EARN-CODE-COUNT-WS      PIC 99          VALUE ZERO.
           05  EARN-CODE-SUB-WS        PIC 99          VALUE ZERO.
           05  EARN-CODE-HIT-WS        PIC 99          VALUE ZERO.
           05  EARN-LOOKUP-CODE-WS     PIC X(3)        VALUE SPACES.
           05  EARN-IN-SUB-WS          PIC 9           VALUE ZERO.
           05  EMP-EARN-COUNT-WS       PIC 9           VALUE ZERO.
           05  EMP-EARN-SUB-WS         PIC 9           VALUE ZERO.
           05  EARN-LINE-COUNT-WS      PIC 9           VALUE ZERO.
           05  HOURLY-RATE-WS          PIC 9(3)V99     VALUE ZERO.
           05  EARN-HOURS-WS           PIC 9(3)V99     VALUE ZERO.
           05  EARN-AMOUNT-WS          PIC S9(7)V99    VALUE ZERO.
           05  FICA-WAGES-WS           PIC S9(8)V99    VALUE ZERO.
           05  FED-WAGES-WS            PIC S9(8)V99    VALUE ZERO.
           05  STATE-WAGES-WS          PIC S9(8)V99    VALUE ZERO.
           05  GL-ACCT-NO-WS           PIC X(4)        VALUE SPACES.
           05  LEAVE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  LVRATE-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  LEAVE-MASTER-AVAIL-WS   PIC X(3)        VALUE 'NO'.
               88  LEAVE-MASTER-AVAILABLE              VALUE 'YES'.
           05  LEAVE-FOUND-WS          PIC X(3)        VALUE 'NO'.
               88  LEAVE-ON-MASTER                     VALUE 'YES'.
           05  EOF-LVRATE-WS           PIC X(3)        VALUE 'NO'.
           05  LEAVE-RATE-COUNT-WS     PIC 99          VALUE ZERO.
           05  LEAVE-RATE-SUB-WS       PIC 99          VALUE ZERO.
           05  LEAVE-RATE-HIT-WS       PIC 99          VALUE ZERO.
           05  LEAVE-TYPE-WS           PIC X           VALUE SPACE.
           05  SERVICE-YEARS-WS        PIC 99          VALUE ZERO.
           05  LEAVE-ACCRUED-WS        PIC S9(3)V99    VALUE ZERO.
           05  LEAVE-TAKEN-WS          PIC S9(3)V99    VALUE ZERO.
           05  TOTAL-LEAVE-ACCRUED-WS  PIC S9(6)V99    VALUE ZERO.
           05  TOTAL-LEAVE-TAKEN-WS    PIC S9(6)V99    VALUE ZERO.

       01  SEEN-SSN-TABLE-WS.
           05  SEEN-SSN-ENTRY-WS       OCCURS 999 TIMES
               10  GL-DEPT-CODE-WS     PIC X(4).
               10  GL-DEPT-AMOUNT-WS   PIC S9(8)V99.

       01  EARN-CODE-TABLE-WS.
           05  EARN-CODE-ENTRY-WS      OCCURS 30 TIMES.
               10  ET-CODE-WS          PIC X(3).
               10  ET-DESCRIPTION-WS   PIC X(20).
               10  ET-CALC-METHOD-WS   PIC X.
                   88  ET-HOURS-TIMES-RATE             VALUE 'M'.
                   88  ET-FLAT-AMOUNT                  VALUE 'F'.
                   88  ET-PERIOD-SALARY                VALUE 'S'.
               10  ET-MULTIPLIER-WS    PIC 9V999.
               10  ET-FICA-TAXABLE-WS  PIC X.
               10  ET-FED-TAXABLE-WS   PIC X.
               10  ET-STATE-TAXABLE-WS PIC X.
               10  ET-GL-ACCT-WS       PIC X(4).
               10  ET-PART-OF-SALARY-WS PIC X.
               10  ET-LEAVE-TYPE-WS    PIC X.

       01  EMP-EARN-TABLE-WS.
           05  EMP-EARN-ENTRY-WS       OCCURS 7 TIMES.
               10  EE-CODE-SUB-WS      PIC 99.
               10  EE-HOURS-WS         PIC 9(3)V99.
               10  EE-AMOUNT-WS        PIC S9(7)V99.

       01  EARN-CODE-INPUT-RECORD.
           05  EC-CODE-IN              PIC X(3).
           05  EC-DESCRIPTION-IN       PIC X(20).
           05  EC-CALC-METHOD-IN       PIC X.
           05  EC-MULTIPLIER-IN        PIC 9V999.
           05  EC-FICA-TAXABLE-IN      PIC X.
           05  EC-FED-TAXABLE-IN       PIC X.
           05  EC-STATE-TAXABLE-IN     PIC X.
           05  EC-GL-ACCT-IN           PIC X(4).
           05  EC-PART-OF-SALARY-IN    PIC X.
           05  EC-LEAVE-TYPE-IN        PIC X.

       01  LEAVE-RATE-TABLE-WS.
           05  LEAVE-RATE-ENTRY-WS     OCCURS 20 TIMES.
               10  LR-TYPE-WS          PIC X.
               10  LR-MIN-YEARS-WS     PIC 99.
               10  LR-RATE-WS          PIC 9V9999.
               10  LR-MAX-CARRYOVER-WS PIC 9(3)V99.

       01  LEAVE-RATE-INPUT-RECORD.
           05  LR-TYPE-IN              PIC X.
           05  LR-MIN-YEARS-IN         PIC 99.
           05  LR-RATE-IN              PIC 9V9999.
           05  LR-MAX-CARRYOVER-IN     PIC 9(3)V99.

       01  FED-BRACKET-TABLE-WS.
           05  FED-BRACKET-ENTRY-WS    OCCURS 10 TIMES.
               10  FED-BRACKET-FLOOR-WS PIC 9(7)V99.

       01  PAYROLL-INPUT-RECORD.
           05  SSN-IN                  PIC X(9).
           05  RATE-NUM-IN             PIC 9(3)V99.
           05  HOURS-NUM-IN            PIC 99.
           05  NAME-IN                 PIC X(20).
           05  DEPT-CODE-IN            PIC X(4).
           05  EARN-LINE-IN            OCCURS 5 TIMES.
               10  EARN-CODE-IN        PIC X(3).
               10  EARN-HOURS-IN       PIC 99.
               10  EARN-AMOUNT-IN      PIC 9(5)V99.

       01  DETAILED-OUTPUT-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(3).
           05  DEPT-CODE-OUT           PIC X(4).
           05                          PIC X(3).
           05  RATE-NUM-OUT            PIC $$$9.99BCR.
           05                          PIC X(4).
           05  HOURS-NUM-OUT           PIC X(2).
           05                          PIC X(6).
           05  PAYCHECK-NUM-OUT        PIC $$,$$9.99BCR.
           05                          PIC X(3).
           05  YTD-GROSS-OUT           PIC $$$$,$$$,$$9.99BCR.

       01  EARNINGS-LINE-SETUP.
           05  FILLER                  PIC X(22)   VALUE SPACE.
           05  EARN-CODE-OUT           PIC X(3).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EARN-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EARN-HOURS-OUT          PIC ZZ9.99  BLANK WHEN ZERO.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  EARN-AMOUNT-OUT         PIC $$,$$9.99BCR.

       01  DEPT-SUBTOTAL-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(11)   VALUE
           'NUMBER OF ALREADY-PAID REJECTS IS:'.
           05  TOTAL-PREPAID-OUT       PIC ZZZ9.

       01  TOTAL-LEAVE-ACCRUED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'TOTAL LEAVE HOURS ACCRUED IS:'.
           05  TOTAL-LEAVE-ACCRUED-OUT PIC ZZZ,ZZ9.99-.

       01  TOTAL-LEAVE-TAKEN-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'TOTAL LEAVE HOURS TAKEN IS:'.
           05  TOTAL-LEAVE-TAKEN-OUT   PIC ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           COMPUTE RUN-QUARTER-WS = (RUN-MONTH-WS + 2) / 3
           PERFORM 208-CHECK-PAYROLL-YEAR
           PERFORM 215-GET-RUN-PARAMETERS
           PERFORM 205-RUN-CONTROL-START

           OPEN INPUT PAYROLL-INPUT-FILE
               DISPLAY 'VOLUNTARY DEDUCTIONS WILL NOT BE TAKEN'
           END-IF

           OPEN I-O LEAVE-MASTER-FILE
           IF LEAVE-FILE-STATUS-WS = '35'
               OPEN OUTPUT LEAVE-MASTER-FILE
               CLOSE LEAVE-MASTER-FILE
               OPEN I-O LEAVE-MASTER-FILE
           END-IF
           IF LEAVE-FILE-STATUS-WS = '00'
               MOVE 'YES' TO LEAVE-MASTER-AVAIL-WS
           ELSE
               DISPLAY 'LEAVE MASTER NOT AVAILABLE - STATUS: '
                   LEAVE-FILE-STATUS-WS
               DISPLAY 'LEAVE WILL NOT BE ACCRUED OR TAKEN'
           END-IF

           PERFORM 230-LOAD-TAX-TABLE
           PERFORM 240-LOAD-EARNINGS-CODES
           PERFORM 245-LOAD-LEAVE-RATES

           PERFORM 250-READ-ONE-RECORD.

               CLOSE YEAR-CONTROL-FILE
           END-IF.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRAM3' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF

           IF RUN-PARM-FOUND AND RP-PARM-1 (1:2) IS NUMERIC
               MOVE RP-PARM-1 (1:2) TO PAY-PERIODS-WS
           END-IF
           IF PAY-PERIODS-WS NOT = 52 AND PAY-PERIODS-WS NOT = 26
               AND PAY-PERIODS-WS NOT = 24
               AND PAY-PERIODS-WS NOT = 12
               DISPLAY 'PAY PERIODS PARAMETER ' PAY-PERIODS-WS
                   ' INVALID - 52 ASSUMED'
               MOVE 52 TO PAY-PERIODS-WS
           END-IF.

       205-RUN-CONTROL-START.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS-WS = '35'
            END-IF
           END-IF.

       240-LOAD-EARNINGS-CODES.
           MOVE 1            TO EARN-CODE-COUNT-WS
           MOVE 'REG'        TO ET-CODE-WS (1)
           MOVE 'REGULAR'    TO ET-DESCRIPTION-WS (1)
           MOVE 'M'          TO ET-CALC-METHOD-WS (1)
           MOVE 1.000        TO ET-MULTIPLIER-WS (1)
           PERFORM 244-SET-BUILT-IN-DEFAULTS

           MOVE 2            TO EARN-CODE-COUNT-WS
           MOVE 'OVT'        TO ET-CODE-WS (2)
           MOVE 'OVERTIME'   TO ET-DESCRIPTION-WS (2)
           MOVE 'M'          TO ET-CALC-METHOD-WS (2)
           MOVE 1.500        TO ET-MULTIPLIER-WS (2)
           PERFORM 244-SET-BUILT-IN-DEFAULTS

           MOVE 3            TO EARN-CODE-COUNT-WS
           MOVE 'SAL'        TO ET-CODE-WS (3)
           MOVE 'SALARY'     TO ET-DESCRIPTION-WS (3)
           MOVE 'S'          TO ET-CALC-METHOD-WS (3)
           MOVE ZERO         TO ET-MULTIPLIER-WS (3)
           PERFORM 244-SET-BUILT-IN-DEFAULTS

           OPEN INPUT EARNINGS-CODE-FILE
           IF EARN-FILE-STATUS-WS NOT = '00'
               DISPLAY 'EARNINGS CODE FILE NOT FOUND - ONLY REG, OVT '
                   'AND SAL WILL BE PAID'
           ELSE
               PERFORM 241-READ-ONE-EARNINGS-CODE
               PERFORM 242-STORE-ONE-EARNINGS-CODE
                   UNTIL EOF-EARN-WS = 'YES'
               CLOSE EARNINGS-CODE-FILE
           END-IF.

       241-READ-ONE-EARNINGS-CODE.
           READ EARNINGS-CODE-FILE INTO EARN-CODE-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-EARN-WS
           END-READ.

       242-STORE-ONE-EARNINGS-CODE.
           IF EC-CODE-IN = SPACES
               OR (EC-CALC-METHOD-IN NOT = 'M'
               AND EC-CALC-METHOD-IN NOT = 'F'
               AND EC-CALC-METHOD-IN NOT = 'S')
               OR EC-MULTIPLIER-IN IS NOT NUMERIC
               OR (EC-LEAVE-TYPE-IN NOT = SPACE
               AND EC-LEAVE-TYPE-IN NOT = 'V'
               AND EC-LEAVE-TYPE-IN NOT = 'S')
               DISPLAY 'EARNINGS CODE RECORD INVALID - CODE '
                   EC-CODE-IN ' IGNORED'
           ELSE
               MOVE EC-CODE-IN TO EARN-LOOKUP-CODE-WS
               PERFORM 274-FIND-EARNINGS-CODE
               IF EARN-CODE-HIT-WS = ZERO
                   IF EARN-CODE-COUNT-WS >= 30
                       DISPLAY 'EARNINGS CODE TABLE FULL - CODE '
                           EC-CODE-IN ' IGNORED'
                   ELSE
                       ADD 1 TO EARN-CODE-COUNT-WS
                       MOVE EARN-CODE-COUNT-WS TO EARN-CODE-HIT-WS
                   END-IF
               END-IF
               IF EARN-CODE-HIT-WS > ZERO
                   PERFORM 243-MOVE-ONE-EARNINGS-CODE
               END-IF
           END-IF

           PERFORM 241-READ-ONE-EARNINGS-CODE.

       243-MOVE-ONE-EARNINGS-CODE.
           MOVE EC-CODE-IN
               TO ET-CODE-WS (EARN-CODE-HIT-WS)
           MOVE EC-DESCRIPTION-IN
               TO ET-DESCRIPTION-WS (EARN-CODE-HIT-WS)
           MOVE EC-CALC-METHOD-IN
               TO ET-CALC-METHOD-WS (EARN-CODE-HIT-WS)
           MOVE EC-MULTIPLIER-IN
               TO ET-MULTIPLIER-WS (EARN-CODE-HIT-WS)
           MOVE EC-FICA-TAXABLE-IN
               TO ET-FICA-TAXABLE-WS (EARN-CODE-HIT-WS)
           MOVE EC-FED-TAXABLE-IN
               TO ET-FED-TAXABLE-WS (EARN-CODE-HIT-WS)
           MOVE EC-STATE-TAXABLE-IN
               TO ET-STATE-TAXABLE-WS (EARN-CODE-HIT-WS)
           MOVE EC-GL-ACCT-IN
               TO ET-GL-ACCT-WS (EARN-CODE-HIT-WS)
           MOVE EC-PART-OF-SALARY-IN
               TO ET-PART-OF-SALARY-WS (EARN-CODE-HIT-WS)
           MOVE EC-LEAVE-TYPE-IN
               TO ET-LEAVE-TYPE-WS (EARN-CODE-HIT-WS).

       244-SET-BUILT-IN-DEFAULTS.
           MOVE 'Y'    TO ET-FICA-TAXABLE-WS (EARN-CODE-COUNT-WS)
                          ET-FED-TAXABLE-WS (EARN-CODE-COUNT-WS)
                          ET-STATE-TAXABLE-WS (EARN-CODE-COUNT-WS)
           MOVE SPACES TO ET-GL-ACCT-WS (EARN-CODE-COUNT-WS)
           MOVE 'N'    TO ET-PART-OF-SALARY-WS (EARN-CODE-COUNT-WS)
           MOVE SPACE  TO ET-LEAVE-TYPE-WS (EARN-CODE-COUNT-WS).

       245-LOAD-LEAVE-RATES.
           OPEN INPUT LEAVE-RATE-FILE
           IF LVRATE-FILE-STATUS-WS NOT = '00'
               DISPLAY 'LEAVE RATE FILE NOT FOUND - RATES ON LEAVE '
                   'MASTER WILL BE USED'
           ELSE
               PERFORM 246-READ-ONE-LEAVE-RATE
               PERFORM 247-STORE-ONE-LEAVE-RATE
                   UNTIL EOF-LVRATE-WS = 'YES'
               CLOSE LEAVE-RATE-FILE
           END-IF.

       246-READ-ONE-LEAVE-RATE.
           READ LEAVE-RATE-FILE INTO LEAVE-RATE-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-LVRATE-WS
           END-READ.

       247-STORE-ONE-LEAVE-RATE.
           IF (LR-TYPE-IN NOT = 'V' AND LR-TYPE-IN NOT = 'S')
               OR LR-MIN-YEARS-IN IS NOT NUMERIC
               OR LR-RATE-IN IS NOT NUMERIC
               OR LR-MAX-CARRYOVER-IN IS NOT NUMERIC
               DISPLAY 'LEAVE RATE RECORD INVALID - TYPE '
                   LR-TYPE-IN ' YEARS ' LR-MIN-YEARS-IN ' IGNORED'
           ELSE
               IF LEAVE-RATE-COUNT-WS >= 20
                   DISPLAY 'LEAVE RATE TABLE FULL - TYPE '
                       LR-TYPE-IN ' YEARS ' LR-MIN-YEARS-IN ' IGNORED'
               ELSE
                   ADD 1 TO LEAVE-RATE-COUNT-WS
                   MOVE LR-TYPE-IN
                       TO LR-TYPE-WS (LEAVE-RATE-COUNT-WS)
                   MOVE LR-MIN-YEARS-IN
                       TO LR-MIN-YEARS-WS (LEAVE-RATE-COUNT-WS)
                   MOVE LR-RATE-IN
                       TO LR-RATE-WS (LEAVE-RATE-COUNT-WS)
                   MOVE LR-MAX-CARRYOVER-IN
                       TO LR-MAX-CARRYOVER-WS (LEAVE-RATE-COUNT-WS)
               END-IF
           END-IF

           PERFORM 246-READ-ONE-LEAVE-RATE.

       250-READ-ONE-RECORD.
           READ PAYROLL-INPUT-FILE INTO PAYROLL-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-PAYROLL-WS
       300-PROCESS.
           PERFORM 275-EDIT-INPUT

           IF RECORD-IS-VALID
               PERFORM 320-BUILD-EARNINGS-LINES
               PERFORM 283-GET-PRIOR-YTD
               PERFORM 290-CALCULATE-DEDUCTIONS
               PERFORM 315-EDIT-PAY-SIZE
           END-IF

           IF RECORD-IS-VALID
               IF NOT FIRST-RECORD-SW
                   AND EMP-DEPT-CODE-MASTER NOT = PREV-DEPT-CODE-WS
               MOVE    EMP-NAME-MASTER      TO  NAME-OUT
               MOVE    SSN-IN               TO  SSN-OUT
               MOVE    EMP-DEPT-CODE-MASTER TO  DEPT-CODE-OUT
               MOVE    HOURS-NUM-IN         TO  HOURS-NUM-OUT

               MOVE    HOURLY-RATE-WS       TO  RATE-NUM-OUT
               MOVE    PAYCHECK-WS     TO  PAYCHECK-NUM-OUT

               PERFORM 293-APPLY-VOL-DEDUCTIONS
               PERFORM 310-COMPUTE-EMPLOYER-TAXES


               PERFORM 285-UPDATE-YTD
               PERFORM 286-ADD-TO-GL-TABLE
                   VARYING EMP-EARN-SUB-WS FROM 1 BY 1
                   UNTIL EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS
               PERFORM 287-WRITE-PAY-DETAIL
               IF LEAVE-MASTER-AVAILABLE
                   PERFORM 340-UPDATE-LEAVE
               END-IF

               MOVE DETAILED-OUTPUT-LINE-SETUP TO PRINT-A-SINGLE-LINE
               WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
               PERFORM 330-PRINT-ONE-EARNINGS-LINE
                   VARYING EMP-EARN-SUB-WS FROM 1 BY 1
                   UNTIL EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS
           ELSE
               PERFORM 280-WRITE-EXCEPTION
           END-IF
           ELSE
               PERFORM 270-READ-EMPLOYEE-MASTER
               PERFORM 276-EDIT-AGAINST-MASTER
               IF RECORD-IS-VALID
                   PERFORM 272-EDIT-EARNINGS-LINES
               END-IF
               IF RECORD-IS-VALID
                   PERFORM 277-CHECK-DUPLICATE-PAYMENT
               END-IF
                           TO REJECT-REASON-WS
                   ELSE
                       IF HOURS-NUM-IN IS NOT NUMERIC
                           OR HOURS-NUM-IN > 80
                           MOVE 'NO'                 TO VALID-RECORD-WS
                           MOVE 'HOURS OUT OF RANGE' TO REJECT-REASON-WS
                       ELSE
                           PERFORM 271-EDIT-PAY-TYPE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       271-EDIT-PAY-TYPE.
           IF EMP-IS-SALARIED
               IF EMP-ANNUAL-SALARY-MASTER IS NOT NUMERIC
                   OR EMP-ANNUAL-SALARY-MASTER = ZERO
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'NO SALARY ON EMPLOYEE MASTER'
                       TO REJECT-REASON-WS
               END-IF
           ELSE
               IF NOT EMP-IS-HOURLY
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'INVALID PAY TYPE ON MASTER'
                       TO REJECT-REASON-WS
               ELSE
                   IF EMP-RATE-MASTER IS NOT NUMERIC
                       OR EMP-RATE-MASTER = ZERO
                       MOVE 'NO'                TO VALID-RECORD-WS
                       MOVE 'NO RATE ON EMPLOYEE MASTER'
                           TO REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

       272-EDIT-EARNINGS-LINES.
           MOVE ZERO TO EARN-LINE-COUNT-WS
           PERFORM 273-EDIT-ONE-EARNINGS-LINE
               VARYING EARN-IN-SUB-WS FROM 1 BY 1
               UNTIL EARN-IN-SUB-WS > 5
               OR RECORD-IS-INVALID

           IF RECORD-IS-VALID AND EMP-IS-HOURLY
               AND HOURS-NUM-IN = ZERO AND EARN-LINE-COUNT-WS = ZERO
               MOVE 'NO'                 TO VALID-RECORD-WS
               MOVE 'HOURS OUT OF RANGE' TO REJECT-REASON-WS
           END-IF.

       273-EDIT-ONE-EARNINGS-LINE.
           IF EARN-CODE-IN (EARN-IN-SUB-WS) NOT = SPACES
               ADD 1 TO EARN-LINE-COUNT-WS
               MOVE EARN-CODE-IN (EARN-IN-SUB-WS)
                   TO EARN-LOOKUP-CODE-WS
               PERFORM 274-FIND-EARNINGS-CODE
               IF EARN-CODE-HIT-WS = ZERO
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'UNKNOWN EARNINGS CODE' TO REJECT-REASON-WS
               ELSE
                   IF ET-PERIOD-SALARY (EARN-CODE-HIT-WS)
                       MOVE 'NO'                TO VALID-RECORD-WS
                       MOVE 'SALARY CODE NOT ALLOWED ON INPUT'
                           TO REJECT-REASON-WS
                   ELSE
                       IF ET-HOURS-TIMES-RATE (EARN-CODE-HIT-WS)
                           IF EARN-HOURS-IN (EARN-IN-SUB-WS)
                               IS NOT NUMERIC
                               OR EARN-HOURS-IN (EARN-IN-SUB-WS)
                               = ZERO
                               MOVE 'NO'        TO VALID-RECORD-WS
                               MOVE 'EARNINGS HOURS MISSING'
                                   TO REJECT-REASON-WS
                           END-IF
                       ELSE
                           IF EARN-AMOUNT-IN (EARN-IN-SUB-WS)
                               IS NOT NUMERIC
                               OR EARN-AMOUNT-IN (EARN-IN-SUB-WS)
                               = ZERO
                               MOVE 'NO'        TO VALID-RECORD-WS
                               MOVE 'EARNINGS AMOUNT MISSING'
                                   TO REJECT-REASON-WS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       274-FIND-EARNINGS-CODE.
           MOVE ZERO TO EARN-CODE-HIT-WS
           PERFORM 279-MATCH-ONE-EARNINGS-CODE
               VARYING EARN-CODE-SUB-WS FROM 1 BY 1
               UNTIL EARN-CODE-SUB-WS > EARN-CODE-COUNT-WS
               OR EARN-CODE-HIT-WS > ZERO.

       279-MATCH-ONE-EARNINGS-CODE.
           IF ET-CODE-WS (EARN-CODE-SUB-WS) = EARN-LOOKUP-CODE-WS
               MOVE EARN-CODE-SUB-WS TO EARN-CODE-HIT-WS
           END-IF.

       277-CHECK-DUPLICATE-PAYMENT.
           MOVE ZERO TO SEEN-SSN-HIT-WS
           PERFORM 278-MATCH-ONE-SEEN-SSN
           ELSE
               MOVE SSN-IN      TO PH-SSN
               MOVE RUN-DATE-WS TO PH-PAY-DATE
               MOVE ZERO        TO PH-SEQ-NO
               READ PAY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
           MOVE YTD-GROSS-WS TO YTD-GROSS-OUT.

       286-ADD-TO-GL-TABLE.
           MOVE EE-CODE-SUB-WS (EMP-EARN-SUB-WS) TO EARN-CODE-SUB-WS
           IF ET-GL-ACCT-WS (EARN-CODE-SUB-WS) = SPACES
               MOVE EMP-DEPT-CODE-MASTER TO GL-ACCT-NO-WS
           ELSE
               MOVE ET-GL-ACCT-WS (EARN-CODE-SUB-WS) TO GL-ACCT-NO-WS
           END-IF

           MOVE ZERO TO GL-DEPT-HIT-WS
           PERFORM 288-MATCH-ONE-GL-DEPT
               VARYING GL-DEPT-SUB-WS FROM 1 BY 1

           IF GL-DEPT-HIT-WS = ZERO
               IF GL-DEPT-COUNT-WS >= 50
                   DISPLAY 'GL DISTRIBUTION TABLE FULL - ACCOUNT '
                       GL-ACCT-NO-WS ' NOT DISTRIBUTED'
               ELSE
                   ADD 1 TO GL-DEPT-COUNT-WS
                   MOVE GL-ACCT-NO-WS
                       TO GL-DEPT-CODE-WS (GL-DEPT-COUNT-WS)
                   MOVE EE-AMOUNT-WS (EMP-EARN-SUB-WS)
                       TO GL-DEPT-AMOUNT-WS (GL-DEPT-COUNT-WS)
               END-IF
           END-IF.

       288-MATCH-ONE-GL-DEPT.
           IF GL-DEPT-CODE-WS (GL-DEPT-SUB-WS) = GL-ACCT-NO-WS
               ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS)
                   TO GL-DEPT-AMOUNT-WS (GL-DEPT-SUB-WS)
               MOVE GL-DEPT-SUB-WS TO GL-DEPT-HIT-WS
           END-IF.

               VARYING DED-SUB-WS FROM 1 BY 1
               UNTIL DED-SUB-WS > DED-COUNT-WS

           MOVE EMP-EARN-COUNT-WS TO PD-EARN-COUNT
           PERFORM 335-MOVE-ONE-PAY-EARNINGS
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > 7

           WRITE PAY-DETAIL-RECORD

           PERFORM 281-WRITE-PAY-HISTORY.
       281-WRITE-PAY-HISTORY.
           MOVE PD-SSN         TO PH-SSN
           MOVE RUN-DATE-WS    TO PH-PAY-DATE
           MOVE ZERO           TO PH-SEQ-NO
           MOVE PD-NAME        TO PH-NAME
           MOVE PD-DEPT-CODE   TO PH-DEPT-CODE
           MOVE PD-GROSS       TO PH-GROSS
               VARYING DED-SUB-WS FROM 1 BY 1
               UNTIL DED-SUB-WS > 6
           MOVE PD-TOTAL-DED   TO PH-TOTAL-DED
           MOVE PD-EARN-COUNT  TO PH-EARN-COUNT
           PERFORM 336-MOVE-ONE-HISTORY-EARNINGS
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > 7

           WRITE PAY-HISTORY-RECORD
               INVALID KEY
           IF FICA-TAXABLE-WS < ZERO
               MOVE ZERO TO FICA-TAXABLE-WS
           END-IF
           IF FICA-TAXABLE-WS > FICA-WAGES-WS
               MOVE FICA-WAGES-WS TO FICA-TAXABLE-WS
           END-IF
           COMPUTE FICA-WS ROUNDED = FICA-TAXABLE-WS * FICA-RATE-WS

           MOVE NET-PAY-WS   TO NET-PAY-OUT.

       291-FED-BRACKET-TAX.
           IF FED-WAGES-WS > FED-BRACKET-FLOOR-WS (TAX-SUB-WS)
               IF TAX-SUB-WS < FED-BRACKET-COUNT-WS
                   AND FED-WAGES-WS >
                       FED-BRACKET-FLOOR-WS (TAX-SUB-WS + 1)
                   COMPUTE FED-TAX-WS ROUNDED = FED-TAX-WS
                       + (FED-BRACKET-FLOOR-WS (TAX-SUB-WS + 1)
                       *  FED-BRACKET-RATE-WS (TAX-SUB-WS)
               ELSE
                   COMPUTE FED-TAX-WS ROUNDED = FED-TAX-WS
                       + (FED-WAGES-WS
                       -  FED-BRACKET-FLOOR-WS (TAX-SUB-WS))
                       *  FED-BRACKET-RATE-WS (TAX-SUB-WS)
               END-IF
           END-IF.

       292-STATE-BRACKET-TAX.
           IF STATE-WAGES-WS > STATE-BRACKET-FLOOR-WS (TAX-SUB-WS)
               IF TAX-SUB-WS < STATE-BRACKET-COUNT-WS
                   AND STATE-WAGES-WS >
                       STATE-BRACKET-FLOOR-WS (TAX-SUB-WS + 1)
                   COMPUTE STATE-TAX-WS ROUNDED = STATE-TAX-WS
                       + (STATE-BRACKET-FLOOR-WS (TAX-SUB-WS + 1)
                       *  STATE-BRACKET-RATE-WS (TAX-SUB-WS)
               ELSE
                   COMPUTE STATE-TAX-WS ROUNDED = STATE-TAX-WS
                       + (STATE-WAGES-WS
                       -  STATE-BRACKET-FLOOR-WS (TAX-SUB-WS))
                       *  STATE-BRACKET-RATE-WS (TAX-SUB-WS)
               END-IF
           IF ER-TAXABLE-WS < ZERO
               MOVE ZERO TO ER-TAXABLE-WS
           END-IF
           IF ER-TAXABLE-WS > FICA-WAGES-WS
               MOVE FICA-WAGES-WS TO ER-TAXABLE-WS
           END-IF
           COMPUTE FUTA-WS ROUNDED = ER-TAXABLE-WS * FUTA-RATE-WS

           IF ER-TAXABLE-WS < ZERO
               MOVE ZERO TO ER-TAXABLE-WS
           END-IF
           IF ER-TAXABLE-WS > FICA-WAGES-WS
               MOVE FICA-WAGES-WS TO ER-TAXABLE-WS
           END-IF
           COMPUTE SUTA-WS ROUNDED = ER-TAXABLE-WS * SUTA-RATE-WS

           ADD FUTA-WS      TO TOTAL-FUTA-WS
           ADD SUTA-WS      TO TOTAL-SUTA-WS.

       315-EDIT-PAY-SIZE.
           PERFORM 316-EDIT-ONE-EARNINGS-SIZE
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS

           IF RECORD-IS-VALID
               IF PAYCHECK-WS > 99999.99 OR PAYCHECK-WS < -99999.99
                   MOVE 'NO'                  TO VALID-RECORD-WS
                   MOVE 'GROSS PAY TOO LARGE' TO REJECT-REASON-WS
               ELSE
                   IF FICA-WS > 999.99 OR FED-TAX-WS > 9999.99
                       OR STATE-TAX-WS > 999.99
                       MOVE 'NO'              TO VALID-RECORD-WS
                       MOVE 'TAX TOO LARGE'   TO REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF

           IF RECORD-IS-INVALID
               ADD 1 TO TOTAL-SIZE-REJECTS-WS
           END-IF.

       316-EDIT-ONE-EARNINGS-SIZE.
           IF EE-AMOUNT-WS (EMP-EARN-SUB-WS) > 99999.99
               OR EE-AMOUNT-WS (EMP-EARN-SUB-WS) < -99999.99
               MOVE 'NO'                    TO VALID-RECORD-WS
               MOVE 'EARNINGS LINE TOO LARGE' TO REJECT-REASON-WS
           END-IF.

       320-BUILD-EARNINGS-LINES.
           MOVE ZERO TO EMP-EARN-COUNT-WS PAYCHECK-WS
                        FICA-WAGES-WS FED-WAGES-WS STATE-WAGES-WS

           IF EMP-IS-SALARIED
               COMPUTE HOURLY-RATE-WS ROUNDED =
                   EMP-ANNUAL-SALARY-MASTER / 2080
               MOVE 'SAL'        TO EARN-LOOKUP-CODE-WS
               MOVE HOURS-NUM-IN TO EARN-HOURS-WS
               COMPUTE EARN-AMOUNT-WS ROUNDED =
                   EMP-ANNUAL-SALARY-MASTER / PAY-PERIODS-WS
               PERFORM 322-ADD-EARNINGS-LINE
           ELSE
               MOVE EMP-RATE-MASTER TO HOURLY-RATE-WS
               IF HOURS-NUM-IN > 40
                   MOVE 40                     TO REGULAR-HOURS-WS
                   COMPUTE OVERTIME-HOURS-WS = HOURS-NUM-IN - 40
               ELSE
                   MOVE HOURS-NUM-IN           TO REGULAR-HOURS-WS
                   MOVE 0                      TO OVERTIME-HOURS-WS
               END-IF

               IF REGULAR-HOURS-WS > ZERO
                   MOVE 'REG'            TO EARN-LOOKUP-CODE-WS
                   MOVE REGULAR-HOURS-WS TO EARN-HOURS-WS
                   PERFORM 321-PRICE-HOURS
                   PERFORM 322-ADD-EARNINGS-LINE
               END-IF
               IF OVERTIME-HOURS-WS > ZERO
                   MOVE 'OVT'             TO EARN-LOOKUP-CODE-WS
                   MOVE OVERTIME-HOURS-WS TO EARN-HOURS-WS
                   PERFORM 321-PRICE-HOURS
                   PERFORM 322-ADD-EARNINGS-LINE
               END-IF
           END-IF

           PERFORM 323-ADD-ONE-INPUT-EARNINGS
               VARYING EARN-IN-SUB-WS FROM 1 BY 1
               UNTIL EARN-IN-SUB-WS > 5

           PERFORM 325-TOTAL-ONE-EARNINGS-LINE
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS.

       321-PRICE-HOURS.
           PERFORM 274-FIND-EARNINGS-CODE
           COMPUTE EARN-AMOUNT-WS ROUNDED = HOURLY-RATE-WS
               * EARN-HOURS-WS * ET-MULTIPLIER-WS (EARN-CODE-HIT-WS).

       322-ADD-EARNINGS-LINE.
           PERFORM 274-FIND-EARNINGS-CODE
           ADD 1 TO EMP-EARN-COUNT-WS
           MOVE EARN-CODE-HIT-WS TO EE-CODE-SUB-WS (EMP-EARN-COUNT-WS)
           MOVE EARN-HOURS-WS    TO EE-HOURS-WS (EMP-EARN-COUNT-WS)
           MOVE EARN-AMOUNT-WS   TO EE-AMOUNT-WS (EMP-EARN-COUNT-WS).

       323-ADD-ONE-INPUT-EARNINGS.
           IF EARN-CODE-IN (EARN-IN-SUB-WS) NOT = SPACES
               MOVE EARN-CODE-IN (EARN-IN-SUB-WS)
                   TO EARN-LOOKUP-CODE-WS
               PERFORM 274-FIND-EARNINGS-CODE
               IF ET-HOURS-TIMES-RATE (EARN-CODE-HIT-WS)
                   MOVE EARN-HOURS-IN (EARN-IN-SUB-WS)
                       TO EARN-HOURS-WS
                   PERFORM 321-PRICE-HOURS
               ELSE
                   MOVE ZERO TO EARN-HOURS-WS
                   MOVE EARN-AMOUNT-IN (EARN-IN-SUB-WS)
                       TO EARN-AMOUNT-WS
               END-IF

               IF EMP-IS-SALARIED
                   AND ET-PART-OF-SALARY-WS (EARN-CODE-HIT-WS) = 'Y'
                   IF EARN-AMOUNT-WS > EE-AMOUNT-WS (1)
                       MOVE EE-AMOUNT-WS (1) TO EARN-AMOUNT-WS
                   END-IF
                   SUBTRACT EARN-AMOUNT-WS FROM EE-AMOUNT-WS (1)
               END-IF

               PERFORM 322-ADD-EARNINGS-LINE
           END-IF.

       325-TOTAL-ONE-EARNINGS-LINE.
           MOVE EE-CODE-SUB-WS (EMP-EARN-SUB-WS) TO EARN-CODE-SUB-WS
           ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS) TO PAYCHECK-WS
           IF ET-FICA-TAXABLE-WS (EARN-CODE-SUB-WS) NOT = 'N'
               ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS) TO FICA-WAGES-WS
           END-IF
           IF ET-FED-TAXABLE-WS (EARN-CODE-SUB-WS) NOT = 'N'
               ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS) TO FED-WAGES-WS
           END-IF
           IF ET-STATE-TAXABLE-WS (EARN-CODE-SUB-WS) NOT = 'N'
               ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS) TO STATE-WAGES-WS
           END-IF.

       330-PRINT-ONE-EARNINGS-LINE.
           MOVE EE-CODE-SUB-WS (EMP-EARN-SUB-WS) TO EARN-CODE-SUB-WS
           MOVE ET-CODE-WS (EARN-CODE-SUB-WS)    TO EARN-CODE-OUT
           MOVE ET-DESCRIPTION-WS (EARN-CODE-SUB-WS)
               TO EARN-DESCRIPTION-OUT
           MOVE EE-HOURS-WS (EMP-EARN-SUB-WS)    TO EARN-HOURS-OUT
           MOVE EE-AMOUNT-WS (EMP-EARN-SUB-WS)   TO EARN-AMOUNT-OUT
           MOVE EARNINGS-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

       335-MOVE-ONE-PAY-EARNINGS.
           IF EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS
               MOVE SPACES TO PD-EARN-CODE (EMP-EARN-SUB-WS)
               MOVE ZERO   TO PD-EARN-HOURS (EMP-EARN-SUB-WS)
                              PD-EARN-AMOUNT (EMP-EARN-SUB-WS)
           ELSE
               MOVE EE-CODE-SUB-WS (EMP-EARN-SUB-WS)
                   TO EARN-CODE-SUB-WS
               MOVE ET-CODE-WS (EARN-CODE-SUB-WS)
                   TO PD-EARN-CODE (EMP-EARN-SUB-WS)
               MOVE EE-HOURS-WS (EMP-EARN-SUB-WS)
                   TO PD-EARN-HOURS (EMP-EARN-SUB-WS)
               MOVE EE-AMOUNT-WS (EMP-EARN-SUB-WS)
                   TO PD-EARN-AMOUNT (EMP-EARN-SUB-WS)
           END-IF.

       336-MOVE-ONE-HISTORY-EARNINGS.
           MOVE PD-EARN-CODE (EMP-EARN-SUB-WS)
               TO PH-EARN-CODE (EMP-EARN-SUB-WS)
           MOVE PD-EARN-HOURS (EMP-EARN-SUB-WS)
               TO PH-EARN-HOURS (EMP-EARN-SUB-WS)
           MOVE PD-EARN-AMOUNT (EMP-EARN-SUB-WS)
               TO PH-EARN-AMOUNT (EMP-EARN-SUB-WS).

       340-UPDATE-LEAVE.
           MOVE ZERO TO SERVICE-YEARS-WS
           IF EMP-HIRE-DATE-MASTER IS NUMERIC
               AND EMP-HIRE-DATE-MASTER > ZERO
               AND EMP-HIRE-DATE-MASTER < RUN-DATE-WS
               COMPUTE SERVICE-YEARS-WS =
                   (RUN-DATE-WS - EMP-HIRE-DATE-MASTER) / 10000
           END-IF

           MOVE 'V' TO LEAVE-TYPE-WS
           PERFORM 341-UPDATE-ONE-LEAVE-TYPE
           MOVE 'S' TO LEAVE-TYPE-WS
           PERFORM 341-UPDATE-ONE-LEAVE-TYPE.

       341-UPDATE-ONE-LEAVE-TYPE.
           MOVE ZERO TO LEAVE-TAKEN-WS
           PERFORM 342-ADD-ONE-LEAVE-TAKEN
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS

           MOVE ZERO TO LEAVE-RATE-HIT-WS
           PERFORM 343-MATCH-ONE-LEAVE-RATE
               VARYING LEAVE-RATE-SUB-WS FROM 1 BY 1
               UNTIL LEAVE-RATE-SUB-WS > LEAVE-RATE-COUNT-WS

           MOVE 'NO'          TO LEAVE-FOUND-WS
           MOVE SSN-IN        TO LV-SSN
           MOVE LEAVE-TYPE-WS TO LV-TYPE
           READ LEAVE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO LEAVE-FOUND-WS
           END-READ

           IF LEAVE-ON-MASTER OR LEAVE-RATE-HIT-WS > ZERO
               OR LEAVE-TAKEN-WS > ZERO
               PERFORM 344-POST-ONE-LEAVE-TYPE
           END-IF.

       342-ADD-ONE-LEAVE-TAKEN.
           MOVE EE-CODE-SUB-WS (EMP-EARN-SUB-WS) TO EARN-CODE-SUB-WS
           IF ET-LEAVE-TYPE-WS (EARN-CODE-SUB-WS) = LEAVE-TYPE-WS
               ADD EE-HOURS-WS (EMP-EARN-SUB-WS) TO LEAVE-TAKEN-WS
           END-IF.

       343-MATCH-ONE-LEAVE-RATE.
           IF LR-TYPE-WS (LEAVE-RATE-SUB-WS) = LEAVE-TYPE-WS
               AND LR-MIN-YEARS-WS (LEAVE-RATE-SUB-WS)
                   NOT > SERVICE-YEARS-WS
               IF LEAVE-RATE-HIT-WS = ZERO
                   MOVE LEAVE-RATE-SUB-WS TO LEAVE-RATE-HIT-WS
               ELSE
                   IF LR-MIN-YEARS-WS (LEAVE-RATE-SUB-WS)
                       > LR-MIN-YEARS-WS (LEAVE-RATE-HIT-WS)
                       MOVE LEAVE-RATE-SUB-WS TO LEAVE-RATE-HIT-WS
                   END-IF
               END-IF
           END-IF.

       344-POST-ONE-LEAVE-TYPE.
           IF NOT LEAVE-ON-MASTER
               MOVE SSN-IN        TO LV-SSN
               MOVE LEAVE-TYPE-WS TO LV-TYPE
               MOVE ZERO TO LV-ACCRUAL-RATE LV-MAX-CARRYOVER
                            LV-BALANCE LV-ACCRUED-YTD LV-TAKEN-YTD
           END-IF

           IF LEAVE-RATE-HIT-WS > ZERO
               MOVE LR-RATE-WS (LEAVE-RATE-HIT-WS)
                   TO LV-ACCRUAL-RATE
               MOVE LR-MAX-CARRYOVER-WS (LEAVE-RATE-HIT-WS)
                   TO LV-MAX-CARRYOVER
           END-IF

           COMPUTE LEAVE-ACCRUED-WS ROUNDED =
               HOURS-NUM-IN * LV-ACCRUAL-RATE

           ADD LEAVE-ACCRUED-WS      TO LV-BALANCE LV-ACCRUED-YTD
           SUBTRACT LEAVE-TAKEN-WS   FROM LV-BALANCE
           ADD LEAVE-TAKEN-WS        TO LV-TAKEN-YTD
           MOVE RUN-DATE-WS          TO LV-LAST-ACCRUAL-DATE

           ADD LEAVE-ACCRUED-WS      TO TOTAL-LEAVE-ACCRUED-WS
           ADD LEAVE-TAKEN-WS        TO TOTAL-LEAVE-TAKEN-WS

           IF LV-BALANCE < ZERO
               DISPLAY 'LEAVE TYPE ' LV-TYPE ' BALANCE NEGATIVE FOR '
                   'SSN ' SSN-IN
           END-IF

           IF LEAVE-ON-MASTER
               REWRITE LEAVE-MASTER-RECORD
           ELSE
               WRITE LEAVE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO ADD LEAVE RECORD FOR SSN '
                           SSN-IN ' TYPE ' LV-TYPE
               END-WRITE
           END-IF.

       295-DEPT-SUBTOTAL.
           MOVE PREV-DEPT-CODE-WS     TO DEPT-CODE-SUB-OUT
           MOVE DEPT-TOTAL-RECORDS-WS TO DEPT-RECORDS-SUB-OUT
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-SIZE-REJECTS-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'PAY TOO LARGE FOR PAY RECORD - SEE EXCEPTIONS'
                   TO OL-MESSAGE
               MOVE TOTAL-SIZE-REJECTS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-RECORDS-WS TO OL-RECORD-COUNT
           MOVE TOTAL-PREPAID-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINES

           MOVE TOTAL-LEAVE-ACCRUED-WS TO TOTAL-LEAVE-ACCRUED-OUT
           MOVE TOTAL-LEAVE-ACCRUED-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 2 LINES

           MOVE TOTAL-LEAVE-TAKEN-WS TO TOTAL-LEAVE-TAKEN-OUT
           MOVE TOTAL-LEAVE-TAKEN-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINES

           MOVE TOTAL-DOLLARS-WS TO PT-DOLLARS
           OPEN OUTPUT PAYROLL-TOTALS-FILE
           WRITE PAYROLL-TOTALS-RECORD
               VARYING GL-DEPT-SUB-WS FROM 1 BY 1
               UNTIL GL-DEPT-SUB-WS > GL-DEPT-COUNT-WS
           PERFORM 906-WRITE-EMPLOYER-ACCRUALS
           PERFORM 909-WRITE-PAYROLL-LIABILITIES
           CLOSE GL-DIST-FILE

           PERFORM 908-WRITE-TAX-LIABILITY
               CLOSE DEDUCTION-MASTER-FILE
           END-IF

           IF LEAVE-MASTER-AVAILABLE
               CLOSE LEAVE-MASTER-FILE
           END-IF

           CLOSE   PAYROLL-INPUT-FILE  PAYROLL-OUTPUT-FILE
                   PAYROLL-EXCEPTION-FILE  YTD-MASTER-FILE
                   EMPLOYEE-MASTER-FILE  PAY-DETAIL-FILE

           CLOSE TAX-LIABILITY-FILE.

       909-WRITE-PAYROLL-LIABILITIES.
           MOVE TOTAL-NET-DOLLARS-WS  TO ACCRUAL-AMOUNT-WS
           MOVE '2200'                TO ACCRUAL-LIAB-ACCT-WS
           PERFORM 910-WRITE-ONE-LIABILITY

           MOVE TOTAL-FICA-WH-WS      TO ACCRUAL-AMOUNT-WS
           MOVE '2210'                TO ACCRUAL-LIAB-ACCT-WS
           PERFORM 910-WRITE-ONE-LIABILITY

           MOVE TOTAL-FED-WH-WS       TO ACCRUAL-AMOUNT-WS
           MOVE '2220'                TO ACCRUAL-LIAB-ACCT-WS
           PERFORM 910-WRITE-ONE-LIABILITY

           MOVE TOTAL-STATE-WH-WS     TO ACCRUAL-AMOUNT-WS
           MOVE '2230'                TO ACCRUAL-LIAB-ACCT-WS
           PERFORM 910-WRITE-ONE-LIABILITY

           MOVE TOTAL-VOL-DED-WS      TO ACCRUAL-AMOUNT-WS
           MOVE '2240'                TO ACCRUAL-LIAB-ACCT-WS
           PERFORM 910-WRITE-ONE-LIABILITY.

       910-WRITE-ONE-LIABILITY.
           IF ACCRUAL-AMOUNT-WS NOT = ZERO
               MOVE 'PAYROLLWH'           TO GD-SOURCE
               MOVE ACCRUAL-LIAB-ACCT-WS  TO GD-ACCT-NO
               COMPUTE GD-AMOUNT = ACCRUAL-AMOUNT-WS * -1
               WRITE GL-DIST-RECORD
           END-IF.




