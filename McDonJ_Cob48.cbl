       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM48.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OFFCYCLE-INPUT-FILE ASSIGN TO 'OFFCYCLE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OFFCYCLE-FILE-STATUS-WS.

           SELECT OFFCYCLE-REPORT-FILE ASSIGN TO 'OFFCYCLE.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OFFCYCLE-EXCEPTION-FILE ASSIGN TO 'OFFCYCLE.EXC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YTD-MASTER-FILE ASSIGN TO 'PAYROLL.YTD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-SSN-KEY
           FILE STATUS IS YTD-FILE-STATUS-WS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-SSN-KEY
           FILE STATUS IS EMP-FILE-STATUS-WS.

           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATES.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-FILE-STATUS-WS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS HIST-FILE-STATUS-WS.

           SELECT DEDUCTION-MASTER-FILE ASSIGN TO 'PAYDED.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-KEY
           FILE STATUS IS DED-FILE-STATUS-WS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO 'TAXLIAB.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIAB-FILE-STATUS-WS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GLPOST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-FILE-STATUS-WS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO 'PAYRYEAR.CTL'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS YEAR-FILE-STATUS-WS.

           SELECT EARNINGS-CODE-FILE ASSIGN TO 'EARNCODE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARN-FILE-STATUS-WS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RUNCTL-FILE-STATUS-WS.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFCYCLE-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(120).

       FD  OFFCYCLE-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(150).

       FD  OFFCYCLE-EXCEPTION-FILE RECORDING MODE IS F.
       01  PRINT-AN-EXCEPTION-LINE     PIC X(132).

       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-RECORD.
           05  YTD-SSN-KEY             PIC X(9).
           05  YTD-GROSS-WS            PIC S9(7)V99.
           05  YTD-QUARTER-TOTALS-WS   OCCURS 4 TIMES.
               10  YTD-Q-GROSS-WS      PIC S9(7)V99.
               10  YTD-Q-FICA-WS       PIC S9(5)V99.
               10  YTD-Q-FED-WS        PIC S9(6)V99.
               10  YTD-Q-STATE-WS      PIC S9(5)V99.
           05  YTD-VOL-DED-WS          PIC S9(7)V99.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-SSN-KEY             PIC X(9).
           05  EMP-NAME-MASTER         PIC X(20).
           05  EMP-DEPT-CODE-MASTER    PIC X(4).
           05  EMP-RATE-MASTER         PIC 9(3)V99.
           05  EMP-HIRE-DATE-MASTER    PIC 9(8).
           05  EMP-STATUS-MASTER       PIC X.
               88  EMP-IS-ACTIVE                       VALUE 'A'.
               88  EMP-IS-TERMINATED                   VALUE 'T'.
           05  EMP-FILING-STATUS-MASTER PIC X.
           05  EMP-ROUTING-MASTER      PIC X(9).
           05  EMP-ACCOUNT-MASTER      PIC X(17).
           05  EMP-PAY-METHOD-MASTER   PIC X.
               88  EMP-PAYS-BY-CHECK                   VALUE 'C'.
               88  EMP-PAYS-BY-DEPOSIT                 VALUE 'D'.
           05  EMP-PAY-TYPE-MASTER     PIC X.
               88  EMP-IS-HOURLY                       VALUE 'H' ' '.
               88  EMP-IS-SALARIED                     VALUE 'S'.
           05  EMP-ANNUAL-SALARY-MASTER PIC 9(7)V99.

       FD  TAX-RATE-FILE RECORDING MODE IS F.
       01                              PIC X(80).

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
           05  PH-FICA                 PIC S9(3)V99.
           05  PH-FED-TAX              PIC S9(4)V99.
           05  PH-STATE-TAX            PIC S9(3)V99.
           05  PH-NET-PAY              PIC S9(5)V99.
           05  PH-YTD-GROSS            PIC S9(7)V99.
           05  PH-PAY-METHOD           PIC X.
           05  PH-ROUTING              PIC X(9).
           05  PH-ACCOUNT              PIC X(17).
           05  PH-DED-COUNT            PIC 9.
           05  PH-DED-ENTRY            OCCURS 6 TIMES.
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
           05  DM-KEY.
               10  DM-SSN              PIC X(9).
               10  DM-DED-CODE         PIC X(3).
           05  DM-CALC-METHOD          PIC X.
               88  DM-FLAT-AMOUNT                      VALUE 'F'.
               88  DM-PCT-OF-GROSS                     VALUE 'P'.
           05  DM-AMOUNT               PIC 9(5)V99.
           05  DM-PERCENT              PIC V999.
           05  DM-GOAL-AMOUNT          PIC 9(7)V99.
           05  DM-TAKEN-YTD            PIC S9(7)V99.
           05  DM-PRIORITY             PIC 9.

       FD  TAX-LIABILITY-FILE RECORDING MODE IS F.
       01  TAX-LIABILITY-RECORD.
           05  TL-RUN-DATE             PIC 9(8).
           05  TL-FICA-WH              PIC S9(7)V99.
           05  TL-FED-WH               PIC S9(7)V99.
           05  TL-STATE-WH             PIC S9(7)V99.
           05  TL-ER-FICA              PIC S9(7)V99.
           05  TL-FUTA                 PIC S9(7)V99.
           05  TL-SUTA                 PIC S9(7)V99.

       FD  CHECK-REGISTER-FILE RECORDING MODE IS F.
       01  CHECK-REGISTER-RECORD.
           05  CR-CHECK-NO             PIC 9(6).
           05  CR-SSN                  PIC X(9).
           05  CR-DATE                 PIC 9(8).
           05  CR-NET-PAY              PIC S9(5)V99.
           05  CR-STATUS               PIC X.
               88  CR-ISSUED                           VALUE 'I'.
               88  CR-VOIDED                           VALUE 'V'.
               88  CR-REISSUED                         VALUE 'R'.
               88  CR-CLEARED                          VALUE 'C'.
           05  CR-CLEARED-DATE         PIC 9(8).

       FD  GL-POSTING-FILE RECORDING MODE IS F.
       01  GL-POSTING-RECORD.
           05  GL-SOURCE-OUT           PIC X(10).
           05  GL-ACCOUNT-OUT          PIC X(10).
           05  GL-AMOUNT-OUT           PIC S9(8)V99.
           05  GL-POSTING-DATE-OUT     PIC 9(8).

       FD  YEAR-CONTROL-FILE RECORDING MODE IS F.
       01  YEAR-CONTROL-RECORD.
           05  PY-YEAR                 PIC 9(4).

       FD  EARNINGS-CODE-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-KEY.
               10  RC-PROGRAM-ID       PIC X(8).
               10  RC-RUN-DATE         PIC 9(8).
           05  RC-STATUS               PIC X.
               88  RC-RUN-STARTED                      VALUE 'S'.
               88  RC-RUN-COMPLETE                     VALUE 'C'.
           05  RC-RECORD-COUNT         PIC 9(6).
           05  RC-TOTAL-DOLLARS        PIC S9(9)V99.

       FD  OPS-LOG-FILE RECORDING MODE IS F.
       01  OPS-LOG-RECORD.
           05  OL-RUN-DATE             PIC 9(8).
           05  OL-RUN-TIME             PIC 9(8).
           05  OL-PROGRAM-ID           PIC X(8).
           05  OL-SEVERITY             PIC X.
           05  OL-MESSAGE              PIC X(60).
           05  OL-RECORD-COUNT         PIC 9(6).
           05  OL-TOTAL-DOLLARS        PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  OFFCYCLE-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  YTD-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  EMP-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  TAX-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  HIST-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  DED-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  LIAB-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  POSTING-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  YEAR-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  EARN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-OFFCYCLE-WS         PIC X(3)        VALUE 'NO'.
           05  EOF-TAX-WS              PIC X(3)        VALUE 'NO'.
           05  EOF-EARN-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  PAYROLL-YEAR-WS         PIC 9(4)        VALUE ZERO.
           05  PAY-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  PAY-DATE-PARTS-WS REDEFINES PAY-DATE-WS.
               10  PAY-YEAR-WS         PIC 9(4).
               10  PAY-MONTH-WS        PIC 99.
               10  PAY-DAY-WS          PIC 99.
           05  PAY-QUARTER-WS          PIC 9           VALUE ZERO.
           05  YTD-QTR-SUB-WS          PIC 9           VALUE ZERO.
           05  CHECK-NO-WS             PIC 9(6)        VALUE ZERO.
           05  VALID-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  RECORD-IS-VALID                     VALUE 'YES'.
               88  RECORD-IS-INVALID                   VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(30)       VALUE SPACE.
           05  EMP-FOUND-WS            PIC X(3)        VALUE 'NO'.
               88  EMP-ON-MASTER                       VALUE 'YES'.
           05  YTD-FOUND-WS            PIC X(3)        VALUE 'NO'.
               88  YTD-ON-MASTER                       VALUE 'YES'.
           05  DED-MASTER-AVAIL-WS     PIC X(3)        VALUE 'NO'.
               88  DEDUCTION-MASTER-AVAILABLE          VALUE 'YES'.
           05  CHECK-USED-WS           PIC X(3)        VALUE 'NO'.
               88  CHECK-ALREADY-USED                  VALUE 'YES'.
           05  SEQ-FOUND-WS            PIC X(3)        VALUE 'NO'.
               88  FREE-SEQ-FOUND                      VALUE 'YES'.
           05  HIST-SEQ-WS             PIC 99          VALUE ZERO.
           05  HIST-SEQ-HIT-WS         PIC 9           VALUE ZERO.
           05  TAX-EFF-DATE-WS         PIC 9(8)        VALUE ZERO.
           05  FICA-RATE-WS            PIC V9999       VALUE ZERO.
           05  FICA-WAGE-BASE-WS       PIC 9(7)V99     VALUE ZERO.
           05  FICA-TAXABLE-WS         PIC S9(7)V99    VALUE ZERO.
           05  PRIOR-YTD-GROSS-WS      PIC S9(7)V99    VALUE ZERO.
           05  TAX-SUB-WS              PIC 99          VALUE ZERO.
           05  FED-BRACKET-COUNT-WS    PIC 99          VALUE ZERO.
           05  STATE-BRACKET-COUNT-WS  PIC 99          VALUE ZERO.
           05  LAST-FED-FLOOR-WS       PIC 9(7)V99     VALUE ZERO.
           05  LAST-STATE-FLOOR-WS     PIC 9(7)V99     VALUE ZERO.
           05  FUTA-RATE-WS            PIC V9999       VALUE ZERO.
           05  FUTA-WAGE-BASE-WS       PIC 9(7)V99     VALUE ZERO.
           05  SUTA-RATE-WS            PIC V9999       VALUE ZERO.
           05  SUTA-WAGE-BASE-WS       PIC 9(7)V99     VALUE ZERO.
           05  ER-TAXABLE-WS           PIC S9(7)V99    VALUE ZERO.
           05  GROSS-WS                PIC S9(6)V99    VALUE ZERO.
           05  FICA-WAGES-WS           PIC S9(6)V99    VALUE ZERO.
           05  FED-WAGES-WS            PIC S9(6)V99    VALUE ZERO.
           05  STATE-WAGES-WS          PIC S9(6)V99    VALUE ZERO.
           05  FICA-WS                 PIC S9(5)V99    VALUE ZERO.
           05  FED-TAX-WS              PIC S9(5)V99    VALUE ZERO.
           05  STATE-TAX-WS            PIC S9(5)V99    VALUE ZERO.
           05  DED-TOTAL-WS            PIC S9(6)V99    VALUE ZERO.
           05  NET-PAY-WS              PIC S9(6)V99    VALUE ZERO.
           05  ER-FICA-WS              PIC S9(5)V99    VALUE ZERO.
           05  FUTA-WS                 PIC S9(5)V99    VALUE ZERO.
           05  SUTA-WS                 PIC S9(5)V99    VALUE ZERO.
           05  HOURLY-RATE-WS          PIC 9(3)V99     VALUE ZERO.
           05  EARN-CODE-COUNT-WS      PIC 99          VALUE ZERO.
           05  EARN-CODE-SUB-WS        PIC 99          VALUE ZERO.
           05  EARN-CODE-HIT-WS        PIC 99          VALUE ZERO.
           05  EARN-LOOKUP-CODE-WS     PIC X(3)        VALUE SPACES.
           05  EARN-IN-SUB-WS          PIC 9           VALUE ZERO.
           05  EMP-EARN-COUNT-WS       PIC 9           VALUE ZERO.
           05  EMP-EARN-SUB-WS         PIC 9           VALUE ZERO.
           05  EARN-HOURS-WS           PIC 9(3)V99     VALUE ZERO.
           05  EARN-AMOUNT-WS          PIC S9(5)V99    VALUE ZERO.
           05  DED-IN-SUB-WS           PIC 9           VALUE ZERO.
           05  DED-LINE-COUNT-WS       PIC 9           VALUE ZERO.
           05  DED-SUB-WS              PIC 9           VALUE ZERO.
           05  SEEN-CHECK-COUNT-WS     PIC 999         VALUE ZERO.
           05  SEEN-CHECK-SUB-WS       PIC 999         VALUE ZERO.
           05  SEEN-CHECK-HIT-WS       PIC 999         VALUE ZERO.
           05  GL-ACCT-NO-WS           PIC X(4)        VALUE SPACES.
           05  GL-DEPT-COUNT-WS        PIC 99          VALUE ZERO.
           05  GL-DEPT-SUB-WS          PIC 99          VALUE ZERO.
           05  GL-DEPT-HIT-WS          PIC 99          VALUE ZERO.
           05  ACCRUAL-AMOUNT-WS       PIC S9(7)V99    VALUE ZERO.
           05  ACCRUAL-EXP-ACCT-WS     PIC X(4)        VALUE SPACES.
           05  ACCRUAL-LIAB-ACCT-WS    PIC X(4)        VALUE SPACES.
           05  POST-SOURCE-WS          PIC X(10)       VALUE SPACES.
           05  POST-ACCT-WS            PIC X(4)        VALUE SPACES.
           05  TOTAL-RECORDS-WS        PIC 9(4)        VALUE ZERO.
           05  TOTAL-MANUAL-WS         PIC 9(4)        VALUE ZERO.
           05  TOTAL-BONUS-WS          PIC 9(4)        VALUE ZERO.
           05  TOTAL-ADJUST-WS         PIC 9(4)        VALUE ZERO.
           05  TOTAL-CHECKS-WS         PIC 9(4)        VALUE ZERO.
           05  TOTAL-EXCEPTIONS-WS     PIC 9(4)        VALUE ZERO.
           05  TOTAL-GROSS-WS          PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-FICA-WH-WS        PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-FED-WH-WS         PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-STATE-WH-WS       PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-VOL-DED-WS        PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-NET-WS            PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-CHECK-DOLLARS-WS  PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-ER-FICA-WS        PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-FUTA-WS           PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-SUTA-WS           PIC S9(7)V99    VALUE ZERO.
           05  TOTAL-POSTINGS-WS       PIC 9(5)        VALUE ZERO.
           05  DEBIT-TOTAL-WS          PIC S9(9)V99    VALUE ZERO.
           05  CREDIT-TOTAL-WS         PIC S9(9)V99    VALUE ZERO.

       01  SEEN-CHECK-TABLE-WS.
           05  SEEN-CHECK-ENTRY-WS     OCCURS 500 TIMES
                                       PIC 9(6).

       01  GL-DEPT-TABLE-WS.
           05  GL-DEPT-ENTRY-WS        OCCURS 50 TIMES.
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
           05  EMP-EARN-ENTRY-WS       OCCURS 3 TIMES.
               10  EE-CODE-SUB-WS      PIC 99.
               10  EE-HOURS-WS         PIC 9(3)V99.
               10  EE-AMOUNT-WS        PIC S9(5)V99.

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

       01  FED-BRACKET-TABLE-WS.
           05  FED-BRACKET-ENTRY-WS    OCCURS 10 TIMES.
               10  FED-BRACKET-FLOOR-WS PIC 9(7)V99.
               10  FED-BRACKET-RATE-WS  PIC V9999.

       01  STATE-BRACKET-TABLE-WS.
           05  STATE-BRACKET-ENTRY-WS  OCCURS 10 TIMES.
               10  STATE-BRACKET-FLOOR-WS PIC 9(7)V99.
               10  STATE-BRACKET-RATE-WS  PIC V9999.

       01  TAX-RATE-INPUT-RECORD.
           05  TAX-REC-TYPE-IN         PIC X.
               88  FICA-RATE-RECORD-IN                 VALUE 'F'.
               88  FED-BRACKET-RECORD-IN               VALUE 'G'.
               88  STATE-BRACKET-RECORD-IN             VALUE 'S'.
               88  FUTA-RATE-RECORD-IN                 VALUE 'U'.
               88  SUTA-RATE-RECORD-IN                 VALUE 'V'.
           05  TAX-EFF-DATE-IN         PIC 9(8).
           05  TAX-BRACKET-FLOOR-IN    PIC 9(7)V99.
           05  TAX-RATE-IN             PIC V9999.
           05  TAX-WAGE-BASE-IN        PIC 9(7)V99.

       01  OFFCYCLE-INPUT-RECORD.
           05  OC-SSN-IN               PIC X(9).
           05  OC-TYPE-IN              PIC X.
               88  OC-MANUAL-CHECK                     VALUE 'M'.
               88  OC-BONUS                            VALUE 'B'.
               88  OC-ADJUSTMENT                       VALUE 'A'.
           05  OC-PAY-DATE-IN          PIC 9(8).
           05  OC-CHECK-NO-IN          PIC 9(6).
           05  OC-TAX-METHOD-IN        PIC X.
               88  OC-TAX-ENTERED                      VALUE 'E'.
               88  OC-TAX-CALCULATED                   VALUE 'C'.
           05  OC-EARN-LINE-IN         OCCURS 3 TIMES.
               10  OC-EARN-CODE-IN     PIC X(3).
               10  OC-EARN-HOURS-IN    PIC 9(3)V99.
               10  OC-EARN-AMOUNT-IN   PIC S9(5)V99.
           05  OC-FICA-IN              PIC S9(3)V99.
           05  OC-FED-TAX-IN           PIC S9(4)V99.
           05  OC-STATE-TAX-IN         PIC S9(3)V99.
           05  OC-DED-LINE-IN          OCCURS 2 TIMES.
               10  OC-DED-CODE-IN      PIC X(3).
               10  OC-DED-AMOUNT-IN    PIC S9(5)V99.
           05  OC-MEMO-IN              PIC X(14).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE
           'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(37)   VALUE
           'OFF-CYCLE PAYROLL ADJUSTMENT REGISTER'.

       01  REPORT-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(21)   VALUE 'NAME'.
           05                          PIC X(11)   VALUE 'SSN'.
           05                          PIC X(8)    VALUE 'TYPE'.
           05                          PIC X(10)   VALUE 'PAY DATE'.
           05                          PIC X(8)    VALUE 'CHECK'.
           05                          PIC X(6)    VALUE 'TAX'.
           05                          PIC X(14)   VALUE
           '       GROSS'.
           05                          PIC X(13)   VALUE
           '       FICA'.
           05                          PIC X(13)   VALUE
           '    FED TAX'.
           05                          PIC X(13)   VALUE
           '  STATE TAX'.
           05                          PIC X(14)   VALUE
           '  DEDUCTIONS'.
           05                          PIC X(14)   VALUE
           '     NET PAY'.

       01  ADJUSTMENT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ADJ-NAME-OUT            PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  ADJ-SSN-OUT             PIC X(9).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ADJ-TYPE-OUT            PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ADJ-PAY-DATE-OUT        PIC 9(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ADJ-CHECK-NO-OUT        PIC ZZZZZ9  BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ADJ-TAX-METHOD-OUT      PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ADJ-GROSS-OUT           PIC $$$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ADJ-FICA-OUT            PIC $$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ADJ-FED-OUT             PIC $$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ADJ-STATE-OUT           PIC $$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ADJ-DED-OUT             PIC $$$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ADJ-NET-OUT             PIC $$$,$$9.99BCR.

       01  EARNINGS-LINE-SETUP.
           05  FILLER                  PIC X(22)   VALUE SPACE.
           05  EARN-CODE-OUT           PIC X(3).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EARN-DESCRIPTION-OUT    PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  EARN-HOURS-OUT          PIC ZZ9.99  BLANK WHEN ZERO.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  EARN-AMOUNT-OUT         PIC $$,$$9.99BCR.

       01  DEDUCTION-LINE-SETUP.
           05  FILLER                  PIC X(22)   VALUE SPACE.
           05  DED-CODE-OUT            PIC X(3).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05                          PIC X(20)   VALUE
           'DEDUCTION'.
           05  FILLER                  PIC X(11)   VALUE SPACE.
           05  DED-AMOUNT-OUT          PIC $$,$$9.99BCR.

       01  MEMO-LINE-SETUP.
           05  FILLER                  PIC X(22)   VALUE SPACE.
           05                          PIC X(6)    VALUE 'MEMO: '.
           05  MEMO-OUT                PIC X(14).

       01  EXCEPTION-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  SSN-EXC-OUT             PIC X(9).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  TYPE-EXC-OUT            PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  PAY-DATE-EXC-OUT        PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CHECK-NO-EXC-OUT        PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  REASON-EXC-OUT          PIC X(30).

       01  GL-SECTION-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(40)   VALUE
           'GENERAL LEDGER DISTRIBUTION'.

       01  GL-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(12)   VALUE 'SOURCE'.
           05                          PIC X(10)   VALUE 'ACCOUNT'.
           05                          PIC X(17)   VALUE
           '          DEBIT'.
           05                          PIC X(17)   VALUE
           '         CREDIT'.

       01  GL-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  GL-SOURCE-DET-OUT       PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  GL-ACCT-DET-OUT         PIC X(4).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  GL-DEBIT-DET-OUT        PIC $$$,$$$,$$9.99B.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  GL-CREDIT-DET-OUT       PIC $$$,$$$,$$9.99B.

       01  GL-TOTALS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(18)   VALUE
           'TOTAL DEBITS:'.
           05  GL-TOTAL-DEBIT-OUT      PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(16)   VALUE
           'TOTAL CREDITS:'.
           05  GL-TOTAL-CREDIT-OUT     PIC $$$$,$$$,$$9.99BCR.

       01  PROOF-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  PROOF-RESULT-OUT        PIC X(40).

       01  TOTAL-COUNT-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  TOTAL-COUNT-LABEL-OUT   PIC X(38).
           05  TOTAL-COUNT-OUT         PIC ZZ,ZZ9.

       01  TOTAL-DOLLARS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  TOTAL-DOLLARS-LABEL-OUT PIC X(35).
           05  TOTAL-DOLLARS-OUT       PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-OFFCYCLE-WS = 'YES'
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           PERFORM 208-CHECK-PAYROLL-YEAR
           PERFORM 205-RUN-CONTROL-START

           OPEN INPUT OFFCYCLE-INPUT-FILE
           IF OFFCYCLE-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN OFF-CYCLE TRANSACTION FILE - '
                   'STATUS: ' OFFCYCLE-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN OUTPUT OFFCYCLE-REPORT-FILE OFFCYCLE-EXCEPTION-FILE

           OPEN I-O YTD-MASTER-FILE
           IF YTD-FILE-STATUS-WS = '35'
               OPEN OUTPUT YTD-MASTER-FILE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMP-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPLOYEE MASTER FILE - STATUS: '
                   EMP-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN I-O PAY-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '35'
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF

           OPEN I-O DEDUCTION-MASTER-FILE
           IF DED-FILE-STATUS-WS = '00'
               MOVE 'YES' TO DED-MASTER-AVAIL-WS
           ELSE
               DISPLAY 'DEDUCTION MASTER NOT AVAILABLE - STATUS: '
                   DED-FILE-STATUS-WS
               DISPLAY 'TRANSACTIONS WITH DEDUCTIONS WILL BE REJECTED'
           END-IF

           OPEN EXTEND CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS-WS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF

           OPEN EXTEND TAX-LIABILITY-FILE
           IF LIAB-FILE-STATUS-WS = '35'
               OPEN OUTPUT TAX-LIABILITY-FILE
           END-IF

           OPEN EXTEND GL-POSTING-FILE
           IF POSTING-FILE-STATUS-WS = '35'
               OPEN OUTPUT GL-POSTING-FILE
           END-IF

           PERFORM 230-LOAD-TAX-TABLE
           PERFORM 240-LOAD-EARNINGS-CODES

           MOVE RUN-DATE-WS TO REPORT-HEADER-DATE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE REPORT-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           PERFORM 250-READ-ONE-RECORD.

       205-RUN-CONTROL-START.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS-WS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF

           MOVE 'PROGRAM8' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           PERFORM 206-CHECK-PREDECESSOR

           MOVE 'PROGRM37' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-RUN-COMPLETE
               DISPLAY 'CASH JOURNAL ALREADY RUN FOR ' RUN-DATE-WS
                   ' - OFF-CYCLE PAYROLL NOT POSTED'
               STOP RUN
           END-IF

           MOVE 'PROGRM28' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-RUN-COMPLETE
               DISPLAY 'GL BALANCES ALREADY UPDATED FOR ' RUN-DATE-WS
                   ' - OFF-CYCLE PAYROLL NOT POSTED'
               STOP RUN
           END-IF

           MOVE 'PROGRM48' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-RUN-COMPLETE
               DISPLAY 'OFF-CYCLE PAYROLL ALREADY POSTED FOR '
                   RUN-DATE-WS ' - RUN STOPPED'
               STOP RUN
           END-IF

           PERFORM 207-WRITE-OWN-START.

       206-CHECK-PREDECESSOR.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF NOT RC-RUN-COMPLETE
               DISPLAY RC-PROGRAM-ID ' DID NOT COMPLETE FOR '
                   RC-RUN-DATE ' - RUN STOPPED'
               STOP RUN
           END-IF.

       207-WRITE-OWN-START.
           MOVE 'PROGRM48' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE

           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'S'  TO RC-STATUS
                   MOVE ZERO TO RC-RECORD-COUNT RC-TOTAL-DOLLARS
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE 'S'  TO RC-STATUS
                   MOVE ZERO TO RC-RECORD-COUNT RC-TOTAL-DOLLARS
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       895-RUN-CONTROL-END.
           MOVE 'PROGRM48' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE

           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO RC-STATUS
                   MOVE TOTAL-RECORDS-WS TO RC-RECORD-COUNT
                   MOVE TOTAL-GROSS-WS TO RC-TOTAL-DOLLARS
                   REWRITE RUN-CONTROL-RECORD
           END-READ

           CLOSE RUN-CONTROL-FILE.

       208-CHECK-PAYROLL-YEAR.
           MOVE RUN-YEAR-WS TO PAYROLL-YEAR-WS
           OPEN INPUT YEAR-CONTROL-FILE
           IF YEAR-FILE-STATUS-WS NOT = '00'
               DISPLAY 'WARNING - PAYROLL YEAR CONTROL FILE NOT FOUND'
               DISPLAY 'RUN ASSUMES PAYROLL YEAR ' RUN-YEAR-WS
           ELSE
               READ YEAR-CONTROL-FILE
                   AT END MOVE ZERO TO PY-YEAR
               END-READ
               IF PY-YEAR NOT = RUN-YEAR-WS
                   DISPLAY 'PAYROLL YEAR ' PY-YEAR ' IS STILL OPEN '
                       'BUT RUN DATE IS IN ' RUN-YEAR-WS
                   DISPLAY 'RUN THE YEAR-END CLOSE FIRST - RUN STOPPED'
                   STOP RUN
               END-IF
               CLOSE YEAR-CONTROL-FILE
           END-IF.

       230-LOAD-TAX-TABLE.
           OPEN INPUT TAX-RATE-FILE
           IF TAX-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TAX RATE FILE - STATUS: '
                   TAX-FILE-STATUS-WS
               STOP RUN
           END-IF

           PERFORM 232-READ-ONE-TAX-RECORD
           PERFORM 235-LOAD-ONE-TAX-RECORD UNTIL EOF-TAX-WS = 'YES'
           CLOSE TAX-RATE-FILE

           IF FICA-RATE-WS = ZERO OR FICA-WAGE-BASE-WS = ZERO
               OR FED-BRACKET-COUNT-WS = ZERO
               OR STATE-BRACKET-COUNT-WS = ZERO
               DISPLAY 'TAX RATE TABLE INCOMPLETE FOR RUN DATE '
                   RUN-DATE-WS
               STOP RUN
           END-IF

           IF FUTA-RATE-WS = ZERO OR FUTA-WAGE-BASE-WS = ZERO
               OR SUTA-RATE-WS = ZERO OR SUTA-WAGE-BASE-WS = ZERO
               DISPLAY 'FUTA/SUTA RATES MISSING FOR RUN DATE '
                   RUN-DATE-WS
               DISPLAY 'EMPLOYER TAX ACCRUALS WILL BE INCOMPLETE'
           END-IF.

       232-READ-ONE-TAX-RECORD.
           READ TAX-RATE-FILE INTO TAX-RATE-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-TAX-WS
           END-READ.

       235-LOAD-ONE-TAX-RECORD.
           IF TAX-EFF-DATE-IN IS NOT NUMERIC
               OR TAX-EFF-DATE-IN > RUN-DATE-WS
               OR TAX-EFF-DATE-IN < TAX-EFF-DATE-WS
               CONTINUE
           ELSE
               IF TAX-EFF-DATE-IN > TAX-EFF-DATE-WS
                   PERFORM 237-CLEAR-TAX-TABLES
                   MOVE TAX-EFF-DATE-IN TO TAX-EFF-DATE-WS
               END-IF
               PERFORM 238-STORE-TAX-RECORD
           END-IF

           PERFORM 232-READ-ONE-TAX-RECORD.

       237-CLEAR-TAX-TABLES.
           MOVE ZERO TO FICA-RATE-WS FICA-WAGE-BASE-WS
                        FED-BRACKET-COUNT-WS STATE-BRACKET-COUNT-WS
                        LAST-FED-FLOOR-WS LAST-STATE-FLOOR-WS
                        FUTA-RATE-WS FUTA-WAGE-BASE-WS
                        SUTA-RATE-WS SUTA-WAGE-BASE-WS.

       238-STORE-TAX-RECORD.
           IF TAX-BRACKET-FLOOR-IN IS NOT NUMERIC
               OR TAX-RATE-IN IS NOT NUMERIC
               OR TAX-WAGE-BASE-IN IS NOT NUMERIC
               DISPLAY 'TAX RATE RECORD NOT NUMERIC - RUN STOPPED'
               STOP RUN
           END-IF

           IF FICA-RATE-RECORD-IN
               MOVE TAX-RATE-IN      TO FICA-RATE-WS
               MOVE TAX-WAGE-BASE-IN TO FICA-WAGE-BASE-WS
           ELSE
            IF FUTA-RATE-RECORD-IN
               MOVE TAX-RATE-IN      TO FUTA-RATE-WS
               MOVE TAX-WAGE-BASE-IN TO FUTA-WAGE-BASE-WS
            ELSE
             IF SUTA-RATE-RECORD-IN
               MOVE TAX-RATE-IN      TO SUTA-RATE-WS
               MOVE TAX-WAGE-BASE-IN TO SUTA-WAGE-BASE-WS
             ELSE
               IF FED-BRACKET-RECORD-IN
                   IF FED-BRACKET-COUNT-WS >= 10
                       OR (FED-BRACKET-COUNT-WS > ZERO
                       AND TAX-BRACKET-FLOOR-IN < LAST-FED-FLOOR-WS)
                       DISPLAY 'FEDERAL TAX BRACKET TABLE INVALID'
                       STOP RUN
                   END-IF
                   ADD 1 TO FED-BRACKET-COUNT-WS
                   MOVE TAX-BRACKET-FLOOR-IN
                       TO FED-BRACKET-FLOOR-WS (FED-BRACKET-COUNT-WS)
                           LAST-FED-FLOOR-WS
                   MOVE TAX-RATE-IN
                       TO FED-BRACKET-RATE-WS (FED-BRACKET-COUNT-WS)
               ELSE
                   IF STATE-BRACKET-RECORD-IN
                       IF STATE-BRACKET-COUNT-WS >= 10
                           OR (STATE-BRACKET-COUNT-WS > ZERO
                           AND TAX-BRACKET-FLOOR-IN
                               < LAST-STATE-FLOOR-WS)
                           DISPLAY 'STATE TAX BRACKET TABLE INVALID'
                           STOP RUN
                       END-IF
                       ADD 1 TO STATE-BRACKET-COUNT-WS
                       MOVE TAX-BRACKET-FLOOR-IN
                           TO STATE-BRACKET-FLOOR-WS
                               (STATE-BRACKET-COUNT-WS)
                               LAST-STATE-FLOOR-WS
                       MOVE TAX-RATE-IN
                           TO STATE-BRACKET-RATE-WS
                               (STATE-BRACKET-COUNT-WS)
                   END-IF
               END-IF
             END-IF
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
                   'AND SAL CAN BE PAID'
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

       250-READ-ONE-RECORD.
           READ OFFCYCLE-INPUT-FILE INTO OFFCYCLE-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-OFFCYCLE-WS
           END-READ.

       300-PROCESS.
           PERFORM 260-EDIT-INPUT

           IF RECORD-IS-VALID
               PERFORM 350-POST-TRANSACTION
           ELSE
               PERFORM 280-WRITE-EXCEPTION
           END-IF

           PERFORM 250-READ-ONE-RECORD.

       260-EDIT-INPUT.
           MOVE 'YES'  TO VALID-RECORD-WS
           MOVE SPACE  TO REJECT-REASON-WS

           IF OC-SSN-IN = SPACE OR OC-SSN-IN IS NOT NUMERIC
               MOVE 'NO'                    TO VALID-RECORD-WS
               MOVE 'INVALID OR MISSING SSN' TO REJECT-REASON-WS
           ELSE
               PERFORM 270-READ-EMPLOYEE-MASTER
               IF NOT EMP-ON-MASTER
                   MOVE 'NO'                   TO VALID-RECORD-WS
                   MOVE 'SSN NOT ON EMPLOYEE MASTER'
                       TO REJECT-REASON-WS
               ELSE
                   PERFORM 262-EDIT-TRANSACTION-CODES
               END-IF
           END-IF

           IF RECORD-IS-VALID
               PERFORM 264-EDIT-CHECK-NUMBER
           END-IF
           IF RECORD-IS-VALID
               PERFORM 272-EDIT-EARNINGS-LINES
           END-IF
           IF RECORD-IS-VALID
               PERFORM 320-BUILD-EARNINGS-LINES
               PERFORM 283-GET-PRIOR-YTD
               PERFORM 330-SET-WITHHOLDING
           END-IF
           IF RECORD-IS-VALID
               PERFORM 340-EDIT-DEDUCTIONS
           END-IF
           IF RECORD-IS-VALID
               PERFORM 266-EDIT-NET-PAY
           END-IF
           IF RECORD-IS-VALID
               PERFORM 345-FIND-HISTORY-SEQUENCE
           END-IF.

       262-EDIT-TRANSACTION-CODES.
           IF NOT OC-MANUAL-CHECK AND NOT OC-BONUS
               AND NOT OC-ADJUSTMENT
               MOVE 'NO'                       TO VALID-RECORD-WS
               MOVE 'INVALID TRANSACTION TYPE' TO REJECT-REASON-WS
           ELSE
               IF NOT OC-TAX-ENTERED AND NOT OC-TAX-CALCULATED
                   MOVE 'NO'                 TO VALID-RECORD-WS
                   MOVE 'INVALID TAX METHOD' TO REJECT-REASON-WS
               ELSE
                   IF OC-PAY-DATE-IN IS NOT NUMERIC
                       MOVE 'NO'               TO VALID-RECORD-WS
                       MOVE 'INVALID PAY DATE' TO REJECT-REASON-WS
                   ELSE
                       MOVE OC-PAY-DATE-IN TO PAY-DATE-WS
                       PERFORM 263-EDIT-PAY-DATE
                   END-IF
               END-IF
           END-IF.

       263-EDIT-PAY-DATE.
           IF PAY-MONTH-WS < 1 OR PAY-MONTH-WS > 12
               OR PAY-DAY-WS < 1 OR PAY-DAY-WS > 31
               MOVE 'NO'               TO VALID-RECORD-WS
               MOVE 'INVALID PAY DATE' TO REJECT-REASON-WS
           ELSE
               IF PAY-YEAR-WS NOT = PAYROLL-YEAR-WS
                   MOVE 'NO'                TO VALID-RECORD-WS
                   MOVE 'PAY DATE NOT IN PAYROLL YEAR'
                       TO REJECT-REASON-WS
               ELSE
                   IF PAY-DATE-WS > RUN-DATE-WS
                       MOVE 'NO'                TO VALID-RECORD-WS
                       MOVE 'PAY DATE AFTER RUN DATE'
                           TO REJECT-REASON-WS
                   ELSE
                       COMPUTE PAY-QUARTER-WS = (PAY-MONTH-WS + 2) / 3
                   END-IF
               END-IF
           END-IF.

       264-EDIT-CHECK-NUMBER.
           IF OC-CHECK-NO-IN IS NOT NUMERIC
               MOVE 'NO'                   TO VALID-RECORD-WS
               MOVE 'INVALID CHECK NUMBER' TO REJECT-REASON-WS
           ELSE
               MOVE OC-CHECK-NO-IN TO CHECK-NO-WS
               IF CHECK-NO-WS = ZERO
                   IF NOT OC-ADJUSTMENT
                       MOVE 'NO'                    TO VALID-RECORD-WS
                       MOVE 'CHECK NUMBER REQUIRED' TO REJECT-REASON-WS
                   END-IF
               ELSE
                   PERFORM 265-CHECK-NUMBER-USED
               END-IF
           END-IF.

       265-CHECK-NUMBER-USED.
           MOVE ZERO TO SEEN-CHECK-HIT-WS
           PERFORM 267-MATCH-ONE-SEEN-CHECK
               VARYING SEEN-CHECK-SUB-WS FROM 1 BY 1
               UNTIL SEEN-CHECK-SUB-WS > SEEN-CHECK-COUNT-WS
               OR SEEN-CHECK-HIT-WS > ZERO

           IF SEEN-CHECK-HIT-WS > ZERO
               MOVE 'NO'                  TO VALID-RECORD-WS
               MOVE 'DUPLICATE CHECK NUMBER IN RUN'
                   TO REJECT-REASON-WS
           ELSE
               MOVE 'NO' TO CHECK-USED-WS EOF-REGISTER-WS
               CLOSE CHECK-REGISTER-FILE
               OPEN INPUT CHECK-REGISTER-FILE
               PERFORM 268-SCAN-ONE-REGISTER-RECORD
                   UNTIL EOF-REGISTER-WS = 'YES'
               CLOSE CHECK-REGISTER-FILE
               OPEN EXTEND CHECK-REGISTER-FILE

               IF CHECK-ALREADY-USED
                   MOVE 'NO'                  TO VALID-RECORD-WS
                   MOVE 'CHECK NUMBER ALREADY ON REGISTER'
                       TO REJECT-REASON-WS
               END-IF
           END-IF.

       267-MATCH-ONE-SEEN-CHECK.
           IF SEEN-CHECK-ENTRY-WS (SEEN-CHECK-SUB-WS) = CHECK-NO-WS
               MOVE SEEN-CHECK-SUB-WS TO SEEN-CHECK-HIT-WS
           END-IF.

       268-SCAN-ONE-REGISTER-RECORD.
           READ CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-REGISTER-WS
               NOT AT END
                   IF CR-CHECK-NO = CHECK-NO-WS
                       MOVE 'YES' TO CHECK-USED-WS
                       MOVE 'YES' TO EOF-REGISTER-WS
                   END-IF
           END-READ.

       266-EDIT-NET-PAY.
           COMPUTE NET-PAY-WS = GROSS-WS - FICA-WS - FED-TAX-WS
               - STATE-TAX-WS - DED-TOTAL-WS

           IF GROSS-WS = ZERO AND FICA-WS = ZERO AND FED-TAX-WS = ZERO
               AND STATE-TAX-WS = ZERO AND DED-TOTAL-WS = ZERO
               MOVE 'NO'                    TO VALID-RECORD-WS
               MOVE 'NOTHING TO POST'       TO REJECT-REASON-WS
           ELSE
               IF CHECK-NO-WS > ZERO AND NET-PAY-WS NOT > ZERO
                   MOVE 'NO'                TO VALID-RECORD-WS
                   MOVE 'NET PAY NOT POSITIVE FOR CHECK'
                       TO REJECT-REASON-WS
               ELSE
                   IF NET-PAY-WS > 99999.99 OR NET-PAY-WS < -99999.99
                       MOVE 'NO'            TO VALID-RECORD-WS
                       MOVE 'NET PAY TOO LARGE' TO REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

       270-READ-EMPLOYEE-MASTER.
           MOVE 'NO'      TO EMP-FOUND-WS
           MOVE OC-SSN-IN TO EMP-SSN-KEY

           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO EMP-FOUND-WS
           END-READ.

       272-EDIT-EARNINGS-LINES.
           MOVE ZERO TO EMP-EARN-COUNT-WS
           PERFORM 273-EDIT-ONE-EARNINGS-LINE
               VARYING EARN-IN-SUB-WS FROM 1 BY 1
               UNTIL EARN-IN-SUB-WS > 3
               OR RECORD-IS-INVALID

           IF RECORD-IS-VALID AND EMP-EARN-COUNT-WS = ZERO
               AND NOT OC-ADJUSTMENT
               MOVE 'NO'                      TO VALID-RECORD-WS
               MOVE 'NO EARNINGS ON TRANSACTION' TO REJECT-REASON-WS
           END-IF.

       273-EDIT-ONE-EARNINGS-LINE.
           IF OC-EARN-CODE-IN (EARN-IN-SUB-WS) NOT = SPACES
               ADD 1 TO EMP-EARN-COUNT-WS
               MOVE OC-EARN-CODE-IN (EARN-IN-SUB-WS)
                   TO EARN-LOOKUP-CODE-WS
               PERFORM 274-FIND-EARNINGS-CODE
               IF EARN-CODE-HIT-WS = ZERO
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'UNKNOWN EARNINGS CODE' TO REJECT-REASON-WS
               ELSE
                   IF OC-EARN-HOURS-IN (EARN-IN-SUB-WS) IS NOT NUMERIC
                       OR OC-EARN-AMOUNT-IN (EARN-IN-SUB-WS)
                           IS NOT NUMERIC
                       MOVE 'NO'                TO VALID-RECORD-WS
                       MOVE 'EARNINGS NOT NUMERIC' TO REJECT-REASON-WS
                   ELSE
                       PERFORM 276-EDIT-EARNINGS-AMOUNT
                   END-IF
               END-IF
           END-IF.

       276-EDIT-EARNINGS-AMOUNT.
           IF OC-EARN-AMOUNT-IN (EARN-IN-SUB-WS) < ZERO
               AND NOT OC-ADJUSTMENT
               MOVE 'NO'                  TO VALID-RECORD-WS
               MOVE 'NEGATIVE EARNINGS NOT ADJUSTMENT'
                   TO REJECT-REASON-WS
           ELSE
               IF OC-EARN-AMOUNT-IN (EARN-IN-SUB-WS) = ZERO
                   IF ET-HOURS-TIMES-RATE (EARN-CODE-HIT-WS)
                       IF OC-EARN-HOURS-IN (EARN-IN-SUB-WS) = ZERO
                           MOVE 'NO'             TO VALID-RECORD-WS
                           MOVE 'EARNINGS HOURS MISSING'
                               TO REJECT-REASON-WS
                       ELSE
                           PERFORM 277-EDIT-PAY-RATE
                       END-IF
                   ELSE
                       MOVE 'NO'                 TO VALID-RECORD-WS
                       MOVE 'EARNINGS AMOUNT MISSING'
                           TO REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

       277-EDIT-PAY-RATE.
           IF EMP-IS-SALARIED
               IF EMP-ANNUAL-SALARY-MASTER IS NOT NUMERIC
                   OR EMP-ANNUAL-SALARY-MASTER = ZERO
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'NO SALARY ON EMPLOYEE MASTER'
                       TO REJECT-REASON-WS
               END-IF
           ELSE
               IF EMP-RATE-MASTER IS NOT NUMERIC
                   OR EMP-RATE-MASTER = ZERO
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'NO RATE ON EMPLOYEE MASTER'
                       TO REJECT-REASON-WS
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

       280-WRITE-EXCEPTION.
           MOVE OC-SSN-IN          TO SSN-EXC-OUT
           MOVE OC-TYPE-IN         TO TYPE-EXC-OUT
           MOVE OC-PAY-DATE-IN     TO PAY-DATE-EXC-OUT
           MOVE OC-CHECK-NO-IN     TO CHECK-NO-EXC-OUT
           MOVE REJECT-REASON-WS   TO REASON-EXC-OUT

           ADD 1                   TO TOTAL-EXCEPTIONS-WS

           MOVE EXCEPTION-LINE-SETUP TO PRINT-AN-EXCEPTION-LINE
           WRITE PRINT-AN-EXCEPTION-LINE AFTER 1 LINE.

       283-GET-PRIOR-YTD.
           MOVE 'NO'      TO YTD-FOUND-WS
           MOVE OC-SSN-IN TO YTD-SSN-KEY

           READ YTD-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO PRIOR-YTD-GROSS-WS
               NOT INVALID KEY
                   MOVE 'YES'        TO YTD-FOUND-WS
                   MOVE YTD-GROSS-WS TO PRIOR-YTD-GROSS-WS
           END-READ.

       284-ZERO-ONE-YTD-QUARTER.
           MOVE ZERO TO YTD-Q-GROSS-WS (YTD-QTR-SUB-WS)
                        YTD-Q-FICA-WS (YTD-QTR-SUB-WS)
                        YTD-Q-FED-WS (YTD-QTR-SUB-WS)
                        YTD-Q-STATE-WS (YTD-QTR-SUB-WS).

       285-UPDATE-YTD.
           MOVE OC-SSN-IN TO YTD-SSN-KEY
           IF NOT YTD-ON-MASTER
               MOVE ZERO TO YTD-GROSS-WS YTD-VOL-DED-WS
               PERFORM 284-ZERO-ONE-YTD-QUARTER
                   VARYING YTD-QTR-SUB-WS FROM 1 BY 1
                   UNTIL YTD-QTR-SUB-WS > 4
           END-IF

           ADD GROSS-WS     TO YTD-GROSS-WS
           ADD GROSS-WS     TO YTD-Q-GROSS-WS (PAY-QUARTER-WS)
           ADD FICA-WS      TO YTD-Q-FICA-WS (PAY-QUARTER-WS)
           ADD FED-TAX-WS   TO YTD-Q-FED-WS (PAY-QUARTER-WS)
           ADD STATE-TAX-WS TO YTD-Q-STATE-WS (PAY-QUARTER-WS)
           ADD DED-TOTAL-WS TO YTD-VOL-DED-WS

           IF YTD-ON-MASTER
               REWRITE YTD-MASTER-RECORD
           ELSE
               WRITE YTD-MASTER-RECORD
           END-IF.

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
               UNTIL GL-DEPT-SUB-WS > GL-DEPT-COUNT-WS
               OR GL-DEPT-HIT-WS > ZERO

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

       290-CALCULATE-WITHHOLDING.
           COMPUTE FICA-TAXABLE-WS =
               FICA-WAGE-BASE-WS - PRIOR-YTD-GROSS-WS
           IF FICA-TAXABLE-WS < ZERO
               MOVE ZERO TO FICA-TAXABLE-WS
           END-IF
           IF FICA-TAXABLE-WS > FICA-WAGES-WS
               MOVE FICA-WAGES-WS TO FICA-TAXABLE-WS
           END-IF
           COMPUTE FICA-WS ROUNDED = FICA-TAXABLE-WS * FICA-RATE-WS

           MOVE ZERO TO FED-TAX-WS
           PERFORM 291-FED-BRACKET-TAX
               VARYING TAX-SUB-WS FROM 1 BY 1
               UNTIL TAX-SUB-WS > FED-BRACKET-COUNT-WS

           MOVE ZERO TO STATE-TAX-WS
           PERFORM 292-STATE-BRACKET-TAX
               VARYING TAX-SUB-WS FROM 1 BY 1
               UNTIL TAX-SUB-WS > STATE-BRACKET-COUNT-WS.

       291-FED-BRACKET-TAX.
           IF FED-WAGES-WS > FED-BRACKET-FLOOR-WS (TAX-SUB-WS)
               IF TAX-SUB-WS < FED-BRACKET-COUNT-WS
                   AND FED-WAGES-WS >
                       FED-BRACKET-FLOOR-WS (TAX-SUB-WS + 1)
                   COMPUTE FED-TAX-WS ROUNDED = FED-TAX-WS
                       + (FED-BRACKET-FLOOR-WS (TAX-SUB-WS + 1)
                       -  FED-BRACKET-FLOOR-WS (TAX-SUB-WS))
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
                       -  STATE-BRACKET-FLOOR-WS (TAX-SUB-WS))
                       *  STATE-BRACKET-RATE-WS (TAX-SUB-WS)
               ELSE
                   COMPUTE STATE-TAX-WS ROUNDED = STATE-TAX-WS
                       + (STATE-WAGES-WS
                       -  STATE-BRACKET-FLOOR-WS (TAX-SUB-WS))
                       *  STATE-BRACKET-RATE-WS (TAX-SUB-WS)
               END-IF
           END-IF.

       310-COMPUTE-EMPLOYER-TAXES.
           MOVE FICA-WS TO ER-FICA-WS

           COMPUTE ER-TAXABLE-WS =
               FUTA-WAGE-BASE-WS - PRIOR-YTD-GROSS-WS
           IF ER-TAXABLE-WS < ZERO
               MOVE ZERO TO ER-TAXABLE-WS
           END-IF
           IF ER-TAXABLE-WS > FICA-WAGES-WS
               MOVE FICA-WAGES-WS TO ER-TAXABLE-WS
           END-IF
           COMPUTE FUTA-WS ROUNDED = ER-TAXABLE-WS * FUTA-RATE-WS

           COMPUTE ER-TAXABLE-WS =
               SUTA-WAGE-BASE-WS - PRIOR-YTD-GROSS-WS
           IF ER-TAXABLE-WS < ZERO
               MOVE ZERO TO ER-TAXABLE-WS
           END-IF
           IF ER-TAXABLE-WS > FICA-WAGES-WS
               MOVE FICA-WAGES-WS TO ER-TAXABLE-WS
           END-IF
           COMPUTE SUTA-WS ROUNDED = ER-TAXABLE-WS * SUTA-RATE-WS

           ADD FICA-WS      TO TOTAL-FICA-WH-WS
           ADD FED-TAX-WS   TO TOTAL-FED-WH-WS
           ADD STATE-TAX-WS TO TOTAL-STATE-WH-WS
           ADD ER-FICA-WS   TO TOTAL-ER-FICA-WS
           ADD FUTA-WS      TO TOTAL-FUTA-WS
           ADD SUTA-WS      TO TOTAL-SUTA-WS.

       320-BUILD-EARNINGS-LINES.
           MOVE ZERO TO EMP-EARN-COUNT-WS GROSS-WS
                        FICA-WAGES-WS FED-WAGES-WS STATE-WAGES-WS

           IF EMP-IS-SALARIED
               IF EMP-ANNUAL-SALARY-MASTER IS NUMERIC
                   COMPUTE HOURLY-RATE-WS ROUNDED =
                       EMP-ANNUAL-SALARY-MASTER / 2080
               ELSE
                   MOVE ZERO TO HOURLY-RATE-WS
               END-IF
           ELSE
               IF EMP-RATE-MASTER IS NUMERIC
                   MOVE EMP-RATE-MASTER TO HOURLY-RATE-WS
               ELSE
                   MOVE ZERO TO HOURLY-RATE-WS
               END-IF
           END-IF

           PERFORM 323-ADD-ONE-INPUT-EARNINGS
               VARYING EARN-IN-SUB-WS FROM 1 BY 1
               UNTIL EARN-IN-SUB-WS > 3

           PERFORM 325-TOTAL-ONE-EARNINGS-LINE
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS

           IF GROSS-WS > 99999.99 OR GROSS-WS < -99999.99
               MOVE 'NO'                 TO VALID-RECORD-WS
               MOVE 'GROSS PAY TOO LARGE' TO REJECT-REASON-WS
           END-IF.

       323-ADD-ONE-INPUT-EARNINGS.
           IF OC-EARN-CODE-IN (EARN-IN-SUB-WS) NOT = SPACES
               MOVE OC-EARN-CODE-IN (EARN-IN-SUB-WS)
                   TO EARN-LOOKUP-CODE-WS
               PERFORM 274-FIND-EARNINGS-CODE
               MOVE OC-EARN-HOURS-IN (EARN-IN-SUB-WS) TO EARN-HOURS-WS
               IF OC-EARN-AMOUNT-IN (EARN-IN-SUB-WS) = ZERO
                   COMPUTE EARN-AMOUNT-WS ROUNDED = HOURLY-RATE-WS
                       * EARN-HOURS-WS
                       * ET-MULTIPLIER-WS (EARN-CODE-HIT-WS)
               ELSE
                   MOVE OC-EARN-AMOUNT-IN (EARN-IN-SUB-WS)
                       TO EARN-AMOUNT-WS
               END-IF

               ADD 1 TO EMP-EARN-COUNT-WS
               MOVE EARN-CODE-HIT-WS
                   TO EE-CODE-SUB-WS (EMP-EARN-COUNT-WS)
               MOVE EARN-HOURS-WS  TO EE-HOURS-WS (EMP-EARN-COUNT-WS)
               MOVE EARN-AMOUNT-WS TO EE-AMOUNT-WS (EMP-EARN-COUNT-WS)
           END-IF.

       325-TOTAL-ONE-EARNINGS-LINE.
           MOVE EE-CODE-SUB-WS (EMP-EARN-SUB-WS) TO EARN-CODE-SUB-WS
           ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS) TO GROSS-WS
           IF ET-FICA-TAXABLE-WS (EARN-CODE-SUB-WS) NOT = 'N'
               ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS) TO FICA-WAGES-WS
           END-IF
           IF ET-FED-TAXABLE-WS (EARN-CODE-SUB-WS) NOT = 'N'
               ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS) TO FED-WAGES-WS
           END-IF
           IF ET-STATE-TAXABLE-WS (EARN-CODE-SUB-WS) NOT = 'N'
               ADD EE-AMOUNT-WS (EMP-EARN-SUB-WS) TO STATE-WAGES-WS
           END-IF.

       330-SET-WITHHOLDING.
           IF RECORD-IS-VALID
               IF OC-TAX-ENTERED
                   IF OC-FICA-IN IS NOT NUMERIC
                       OR OC-FED-TAX-IN IS NOT NUMERIC
                       OR OC-STATE-TAX-IN IS NOT NUMERIC
                       MOVE 'NO'                 TO VALID-RECORD-WS
                       MOVE 'ENTERED TAX NOT NUMERIC'
                           TO REJECT-REASON-WS
                   ELSE
                       MOVE OC-FICA-IN      TO FICA-WS
                       MOVE OC-FED-TAX-IN   TO FED-TAX-WS
                       MOVE OC-STATE-TAX-IN TO STATE-TAX-WS
                   END-IF
               ELSE
                   IF GROSS-WS < ZERO
                       MOVE 'NO'                 TO VALID-RECORD-WS
                       MOVE 'NEGATIVE GROSS NEEDS ENTERED TAX'
                           TO REJECT-REASON-WS
                   ELSE
                       PERFORM 290-CALCULATE-WITHHOLDING
                       PERFORM 335-EDIT-TAX-SIZE
                   END-IF
               END-IF
           END-IF.

       335-EDIT-TAX-SIZE.
           IF FICA-WS > 999.99 OR FED-TAX-WS > 9999.99
               OR STATE-TAX-WS > 999.99
               MOVE 'NO'                 TO VALID-RECORD-WS
               MOVE 'TAX TOO LARGE - ENTER SPLIT'
                   TO REJECT-REASON-WS
           END-IF.

       340-EDIT-DEDUCTIONS.
           MOVE ZERO TO DED-TOTAL-WS DED-LINE-COUNT-WS
           PERFORM 341-EDIT-ONE-DEDUCTION
               VARYING DED-IN-SUB-WS FROM 1 BY 1
               UNTIL DED-IN-SUB-WS > 2
               OR RECORD-IS-INVALID.

       341-EDIT-ONE-DEDUCTION.
           IF OC-DED-CODE-IN (DED-IN-SUB-WS) NOT = SPACES
               IF OC-DED-AMOUNT-IN (DED-IN-SUB-WS) IS NOT NUMERIC
                   OR OC-DED-AMOUNT-IN (DED-IN-SUB-WS) = ZERO
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'DEDUCTION AMOUNT MISSING'
                       TO REJECT-REASON-WS
               ELSE
                   IF NOT DEDUCTION-MASTER-AVAILABLE
                       MOVE 'NO'                TO VALID-RECORD-WS
                       MOVE 'DEDUCTION MASTER NOT AVAILABLE'
                           TO REJECT-REASON-WS
                   ELSE
                       MOVE OC-SSN-IN TO DM-SSN
                       MOVE OC-DED-CODE-IN (DED-IN-SUB-WS)
                           TO DM-DED-CODE
                       READ DEDUCTION-MASTER-FILE
                           INVALID KEY
                               MOVE 'NO'        TO VALID-RECORD-WS
                               MOVE 'DEDUCTION NOT ON MASTER'
                                   TO REJECT-REASON-WS
                           NOT INVALID KEY
                               ADD 1 TO DED-LINE-COUNT-WS
                               ADD OC-DED-AMOUNT-IN (DED-IN-SUB-WS)
                                   TO DED-TOTAL-WS
                       END-READ
                   END-IF
               END-IF
           END-IF.

       345-FIND-HISTORY-SEQUENCE.
           MOVE 'NO' TO SEQ-FOUND-WS
           PERFORM 346-TRY-ONE-SEQUENCE
               VARYING HIST-SEQ-WS FROM 1 BY 1
               UNTIL HIST-SEQ-WS > 9
               OR FREE-SEQ-FOUND

           IF NOT FREE-SEQ-FOUND
               MOVE 'NO'                  TO VALID-RECORD-WS
               MOVE 'TOO MANY PAYMENTS THIS DATE' TO REJECT-REASON-WS
           END-IF.

       346-TRY-ONE-SEQUENCE.
           MOVE OC-SSN-IN   TO PH-SSN
           MOVE PAY-DATE-WS TO PH-PAY-DATE
           MOVE HIST-SEQ-WS TO PH-SEQ-NO

           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE 'YES'       TO SEQ-FOUND-WS
                   MOVE HIST-SEQ-WS TO HIST-SEQ-HIT-WS
           END-READ.

       350-POST-TRANSACTION.
           PERFORM 285-UPDATE-YTD
           PERFORM 360-UPDATE-ONE-DEDUCTION
               VARYING DED-IN-SUB-WS FROM 1 BY 1
               UNTIL DED-IN-SUB-WS > 2
           PERFORM 310-COMPUTE-EMPLOYER-TAXES
           PERFORM 370-WRITE-PAY-HISTORY

           IF CHECK-NO-WS > ZERO
               PERFORM 380-WRITE-CHECK-REGISTER
           END-IF

           PERFORM 390-WRITE-TAX-LIABILITY
           PERFORM 286-ADD-TO-GL-TABLE
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS

           ADD 1            TO TOTAL-RECORDS-WS
           ADD GROSS-WS     TO TOTAL-GROSS-WS
           ADD DED-TOTAL-WS TO TOTAL-VOL-DED-WS
           ADD NET-PAY-WS   TO TOTAL-NET-WS
           IF OC-MANUAL-CHECK
               ADD 1 TO TOTAL-MANUAL-WS
           ELSE
               IF OC-BONUS
                   ADD 1 TO TOTAL-BONUS-WS
               ELSE
                   ADD 1 TO TOTAL-ADJUST-WS
               END-IF
           END-IF

           PERFORM 395-PRINT-TRANSACTION.

       360-UPDATE-ONE-DEDUCTION.
           IF OC-DED-CODE-IN (DED-IN-SUB-WS) NOT = SPACES
               MOVE OC-SSN-IN TO DM-SSN
               MOVE OC-DED-CODE-IN (DED-IN-SUB-WS) TO DM-DED-CODE
               READ DEDUCTION-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD OC-DED-AMOUNT-IN (DED-IN-SUB-WS)
                           TO DM-TAKEN-YTD
                       REWRITE DEDUCTION-MASTER-RECORD
               END-READ
           END-IF.

       370-WRITE-PAY-HISTORY.
           MOVE OC-SSN-IN             TO PH-SSN
           MOVE PAY-DATE-WS           TO PH-PAY-DATE
           MOVE HIST-SEQ-HIT-WS       TO PH-SEQ-NO
           MOVE EMP-NAME-MASTER       TO PH-NAME
           MOVE EMP-DEPT-CODE-MASTER  TO PH-DEPT-CODE
           MOVE GROSS-WS              TO PH-GROSS
           MOVE FICA-WS               TO PH-FICA
           MOVE FED-TAX-WS            TO PH-FED-TAX
           MOVE STATE-TAX-WS          TO PH-STATE-TAX
           MOVE NET-PAY-WS            TO PH-NET-PAY
           MOVE YTD-GROSS-WS          TO PH-YTD-GROSS
           IF CHECK-NO-WS > ZERO
               MOVE 'C'               TO PH-PAY-METHOD
           ELSE
               MOVE SPACE             TO PH-PAY-METHOD
           END-IF
           MOVE SPACES                TO PH-ROUTING PH-ACCOUNT

           MOVE ZERO TO PH-DED-COUNT PH-TOTAL-DED
           PERFORM 371-CLEAR-ONE-HISTORY-DEDUCTION
               VARYING DED-SUB-WS FROM 1 BY 1
               UNTIL DED-SUB-WS > 6
           PERFORM 372-MOVE-ONE-HISTORY-DEDUCTION
               VARYING DED-IN-SUB-WS FROM 1 BY 1
               UNTIL DED-IN-SUB-WS > 2

           MOVE EMP-EARN-COUNT-WS TO PH-EARN-COUNT
           PERFORM 373-MOVE-ONE-HISTORY-EARNINGS
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > 7

           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'PAY HISTORY ALREADY ON FILE FOR SSN '
                       OC-SSN-IN ' DATE ' PAY-DATE-WS
                       ' - NOT REWRITTEN'
           END-WRITE.

       371-CLEAR-ONE-HISTORY-DEDUCTION.
           MOVE SPACES TO PH-DED-CODE (DED-SUB-WS)
           MOVE ZERO   TO PH-DED-AMOUNT (DED-SUB-WS).

       372-MOVE-ONE-HISTORY-DEDUCTION.
           IF OC-DED-CODE-IN (DED-IN-SUB-WS) NOT = SPACES
               ADD 1 TO PH-DED-COUNT
               MOVE OC-DED-CODE-IN (DED-IN-SUB-WS)
                   TO PH-DED-CODE (PH-DED-COUNT)
               MOVE OC-DED-AMOUNT-IN (DED-IN-SUB-WS)
                   TO PH-DED-AMOUNT (PH-DED-COUNT)
               ADD OC-DED-AMOUNT-IN (DED-IN-SUB-WS) TO PH-TOTAL-DED
           END-IF.

       373-MOVE-ONE-HISTORY-EARNINGS.
           IF EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS
               MOVE SPACES TO PH-EARN-CODE (EMP-EARN-SUB-WS)
               MOVE ZERO   TO PH-EARN-HOURS (EMP-EARN-SUB-WS)
                              PH-EARN-AMOUNT (EMP-EARN-SUB-WS)
           ELSE
               MOVE EE-CODE-SUB-WS (EMP-EARN-SUB-WS)
                   TO EARN-CODE-SUB-WS
               MOVE ET-CODE-WS (EARN-CODE-SUB-WS)
                   TO PH-EARN-CODE (EMP-EARN-SUB-WS)
               MOVE EE-HOURS-WS (EMP-EARN-SUB-WS)
                   TO PH-EARN-HOURS (EMP-EARN-SUB-WS)
               MOVE EE-AMOUNT-WS (EMP-EARN-SUB-WS)
                   TO PH-EARN-AMOUNT (EMP-EARN-SUB-WS)
           END-IF.

       380-WRITE-CHECK-REGISTER.
           MOVE CHECK-NO-WS      TO CR-CHECK-NO
           MOVE OC-SSN-IN        TO CR-SSN
           MOVE RUN-DATE-WS      TO CR-DATE
           MOVE NET-PAY-WS       TO CR-NET-PAY
           MOVE 'I'              TO CR-STATUS
           MOVE ZERO             TO CR-CLEARED-DATE
           WRITE CHECK-REGISTER-RECORD

           IF SEEN-CHECK-COUNT-WS >= 500
               DISPLAY 'SEEN CHECK TABLE FULL - DUPLICATE '
                   'CHECKING LIMITED TO REGISTER'
           ELSE
               ADD 1 TO SEEN-CHECK-COUNT-WS
               MOVE CHECK-NO-WS
                   TO SEEN-CHECK-ENTRY-WS (SEEN-CHECK-COUNT-WS)
           END-IF

           ADD 1            TO TOTAL-CHECKS-WS
           ADD NET-PAY-WS   TO TOTAL-CHECK-DOLLARS-WS.

       390-WRITE-TAX-LIABILITY.
           MOVE PAY-DATE-WS       TO TL-RUN-DATE
           MOVE FICA-WS           TO TL-FICA-WH
           MOVE FED-TAX-WS        TO TL-FED-WH
           MOVE STATE-TAX-WS      TO TL-STATE-WH
           MOVE ER-FICA-WS        TO TL-ER-FICA
           MOVE FUTA-WS           TO TL-FUTA
           MOVE SUTA-WS           TO TL-SUTA
           WRITE TAX-LIABILITY-RECORD.

       395-PRINT-TRANSACTION.
           MOVE EMP-NAME-MASTER TO ADJ-NAME-OUT
           MOVE OC-SSN-IN       TO ADJ-SSN-OUT
           IF OC-MANUAL-CHECK
               MOVE 'MANUAL' TO ADJ-TYPE-OUT
           ELSE
               IF OC-BONUS
                   MOVE 'BONUS'  TO ADJ-TYPE-OUT
               ELSE
                   MOVE 'ADJUST' TO ADJ-TYPE-OUT
               END-IF
           END-IF
           MOVE PAY-DATE-WS     TO ADJ-PAY-DATE-OUT
           MOVE CHECK-NO-WS     TO ADJ-CHECK-NO-OUT
           IF OC-TAX-ENTERED
               MOVE 'ENT'  TO ADJ-TAX-METHOD-OUT
           ELSE
               MOVE 'CALC' TO ADJ-TAX-METHOD-OUT
           END-IF
           MOVE GROSS-WS        TO ADJ-GROSS-OUT
           MOVE FICA-WS         TO ADJ-FICA-OUT
           MOVE FED-TAX-WS      TO ADJ-FED-OUT
           MOVE STATE-TAX-WS    TO ADJ-STATE-OUT
           MOVE DED-TOTAL-WS    TO ADJ-DED-OUT
           MOVE NET-PAY-WS      TO ADJ-NET-OUT

           MOVE ADJUSTMENT-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           PERFORM 396-PRINT-ONE-EARNINGS-LINE
               VARYING EMP-EARN-SUB-WS FROM 1 BY 1
               UNTIL EMP-EARN-SUB-WS > EMP-EARN-COUNT-WS
           PERFORM 397-PRINT-ONE-DEDUCTION-LINE
               VARYING DED-IN-SUB-WS FROM 1 BY 1
               UNTIL DED-IN-SUB-WS > 2

           IF OC-MEMO-IN NOT = SPACES
               MOVE OC-MEMO-IN TO MEMO-OUT
               MOVE MEMO-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           END-IF.

       396-PRINT-ONE-EARNINGS-LINE.
           MOVE EE-CODE-SUB-WS (EMP-EARN-SUB-WS) TO EARN-CODE-SUB-WS
           MOVE ET-CODE-WS (EARN-CODE-SUB-WS)    TO EARN-CODE-OUT
           MOVE ET-DESCRIPTION-WS (EARN-CODE-SUB-WS)
               TO EARN-DESCRIPTION-OUT
           MOVE EE-HOURS-WS (EMP-EARN-SUB-WS)    TO EARN-HOURS-OUT
           MOVE EE-AMOUNT-WS (EMP-EARN-SUB-WS)   TO EARN-AMOUNT-OUT
           MOVE EARNINGS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       397-PRINT-ONE-DEDUCTION-LINE.
           IF OC-DED-CODE-IN (DED-IN-SUB-WS) NOT = SPACES
               MOVE OC-DED-CODE-IN (DED-IN-SUB-WS)   TO DED-CODE-OUT
               MOVE OC-DED-AMOUNT-IN (DED-IN-SUB-WS) TO DED-AMOUNT-OUT
               MOVE DEDUCTION-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           END-IF.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM48' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-EXCEPTIONS-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'OFF-CYCLE TRANSACTIONS REJECTED - SEE OFFCYCLE.EXC'
                   TO OL-MESSAGE
               MOVE TOTAL-EXCEPTIONS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-RECORDS-WS TO OL-RECORD-COUNT
           MOVE TOTAL-GROSS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE 'NUMBER OF TRANSACTIONS POSTED IS:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-RECORDS-WS TO TOTAL-COUNT-OUT
           MOVE TOTAL-COUNT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE '   MANUAL CHECKS:' TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-MANUAL-WS TO TOTAL-COUNT-OUT
           MOVE TOTAL-COUNT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE '   BONUSES:' TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-BONUS-WS TO TOTAL-COUNT-OUT
           MOVE TOTAL-COUNT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE '   ADJUSTMENTS:' TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-ADJUST-WS TO TOTAL-COUNT-OUT
           MOVE TOTAL-COUNT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE 'NUMBER OF TRANSACTIONS REJECTED IS:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-EXCEPTIONS-WS TO TOTAL-COUNT-OUT
           MOVE TOTAL-COUNT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE 'TOTAL GROSS PAY IS:' TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-GROSS-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'TOTAL FICA WITHHELD IS:' TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-FICA-WH-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'TOTAL FEDERAL WITHHELD IS:'
               TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-FED-WH-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'TOTAL STATE WITHHELD IS:' TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-STATE-WH-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'TOTAL VOLUNTARY DEDUCTIONS IS:'
               TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-VOL-DED-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'TOTAL NET PAY IS:' TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-NET-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'TOTAL EMPLOYER FICA IS:' TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-ER-FICA-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'TOTAL FUTA IS:' TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-FUTA-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'TOTAL SUTA IS:' TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-SUTA-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'NUMBER OF CHECKS REGISTERED IS:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-CHECKS-WS TO TOTAL-COUNT-OUT
           MOVE TOTAL-COUNT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE 'TOTAL OF CHECKS REGISTERED IS:'
               TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-CHECK-DOLLARS-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           PERFORM 920-POST-GL-DISTRIBUTION

           PERFORM 895-RUN-CONTROL-END

           IF DEDUCTION-MASTER-AVAILABLE
               CLOSE DEDUCTION-MASTER-FILE
           END-IF

           CLOSE   OFFCYCLE-INPUT-FILE  OFFCYCLE-REPORT-FILE
                   OFFCYCLE-EXCEPTION-FILE  YTD-MASTER-FILE
                   EMPLOYEE-MASTER-FILE  PAY-HISTORY-FILE
                   CHECK-REGISTER-FILE  TAX-LIABILITY-FILE
                   GL-POSTING-FILE.

       910-PRINT-ONE-TOTAL.
           MOVE TOTAL-DOLLARS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       920-POST-GL-DISTRIBUTION.
           MOVE GL-SECTION-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE GL-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           PERFORM 925-POST-ONE-GROSS-ACCOUNT
               VARYING GL-DEPT-SUB-WS FROM 1 BY 1
               UNTIL GL-DEPT-SUB-WS > GL-DEPT-COUNT-WS
           PERFORM 930-POST-EMPLOYER-ACCRUALS
           PERFORM 940-POST-PAYROLL-LIABILITIES

           MOVE DEBIT-TOTAL-WS  TO GL-TOTAL-DEBIT-OUT
           MOVE CREDIT-TOTAL-WS TO GL-TOTAL-CREDIT-OUT
           MOVE GL-TOTALS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           IF DEBIT-TOTAL-WS = CREDIT-TOTAL-WS
               MOVE 'DEBITS EQUAL CREDITS' TO PROOF-RESULT-OUT
           ELSE
               MOVE '*** DEBITS DO NOT EQUAL CREDITS'
                   TO PROOF-RESULT-OUT
           END-IF
           MOVE PROOF-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       925-POST-ONE-GROSS-ACCOUNT.
           MOVE 'OFFCYCLE'                         TO POST-SOURCE-WS
           MOVE GL-DEPT-CODE-WS (GL-DEPT-SUB-WS)   TO POST-ACCT-WS
           MOVE GL-DEPT-AMOUNT-WS (GL-DEPT-SUB-WS) TO ACCRUAL-AMOUNT-WS
           PERFORM 950-WRITE-ONE-POSTING.

       930-POST-EMPLOYER-ACCRUALS.
           MOVE TOTAL-ER-FICA-WS TO ACCRUAL-AMOUNT-WS
           MOVE '6100'           TO ACCRUAL-EXP-ACCT-WS
           MOVE '2100'           TO ACCRUAL-LIAB-ACCT-WS
           PERFORM 935-POST-ONE-ACCRUAL-PAIR

           MOVE TOTAL-FUTA-WS    TO ACCRUAL-AMOUNT-WS
           MOVE '6110'           TO ACCRUAL-EXP-ACCT-WS
           MOVE '2110'           TO ACCRUAL-LIAB-ACCT-WS
           PERFORM 935-POST-ONE-ACCRUAL-PAIR

           MOVE TOTAL-SUTA-WS    TO ACCRUAL-AMOUNT-WS
           MOVE '6120'           TO ACCRUAL-EXP-ACCT-WS
           MOVE '2120'           TO ACCRUAL-LIAB-ACCT-WS
           PERFORM 935-POST-ONE-ACCRUAL-PAIR.

       935-POST-ONE-ACCRUAL-PAIR.
           MOVE 'OFFCYCTAX'          TO POST-SOURCE-WS
           MOVE ACCRUAL-EXP-ACCT-WS  TO POST-ACCT-WS
           PERFORM 950-WRITE-ONE-POSTING

           MOVE ACCRUAL-LIAB-ACCT-WS TO POST-ACCT-WS
           COMPUTE ACCRUAL-AMOUNT-WS = ACCRUAL-AMOUNT-WS * -1
           PERFORM 950-WRITE-ONE-POSTING.

       940-POST-PAYROLL-LIABILITIES.
           MOVE 'OFFCYCWH' TO POST-SOURCE-WS

           COMPUTE ACCRUAL-AMOUNT-WS = TOTAL-NET-WS * -1
           MOVE '2200'     TO POST-ACCT-WS
           PERFORM 950-WRITE-ONE-POSTING

           COMPUTE ACCRUAL-AMOUNT-WS = TOTAL-FICA-WH-WS * -1
           MOVE '2210'     TO POST-ACCT-WS
           PERFORM 950-WRITE-ONE-POSTING

           COMPUTE ACCRUAL-AMOUNT-WS = TOTAL-FED-WH-WS * -1
           MOVE '2220'     TO POST-ACCT-WS
           PERFORM 950-WRITE-ONE-POSTING

           COMPUTE ACCRUAL-AMOUNT-WS = TOTAL-STATE-WH-WS * -1
           MOVE '2230'     TO POST-ACCT-WS
           PERFORM 950-WRITE-ONE-POSTING

           COMPUTE ACCRUAL-AMOUNT-WS = TOTAL-VOL-DED-WS * -1
           MOVE '2240'     TO POST-ACCT-WS
           PERFORM 950-WRITE-ONE-POSTING.

       950-WRITE-ONE-POSTING.
           IF ACCRUAL-AMOUNT-WS NOT = ZERO
               MOVE POST-SOURCE-WS    TO GL-SOURCE-OUT
               MOVE POST-ACCT-WS      TO GL-ACCOUNT-OUT
               MOVE ACCRUAL-AMOUNT-WS TO GL-AMOUNT-OUT
               MOVE RUN-DATE-WS       TO GL-POSTING-DATE-OUT
               WRITE GL-POSTING-RECORD
               ADD 1 TO TOTAL-POSTINGS-WS

               MOVE POST-SOURCE-WS TO GL-SOURCE-DET-OUT
               MOVE POST-ACCT-WS   TO GL-ACCT-DET-OUT
               IF ACCRUAL-AMOUNT-WS > ZERO
                   MOVE ACCRUAL-AMOUNT-WS TO GL-DEBIT-DET-OUT
                   MOVE ZERO              TO GL-CREDIT-DET-OUT
                   ADD ACCRUAL-AMOUNT-WS  TO DEBIT-TOTAL-WS
               ELSE
                   MOVE ZERO              TO GL-DEBIT-DET-OUT
                   COMPUTE GL-CREDIT-DET-OUT = ACCRUAL-AMOUNT-WS * -1
                   SUBTRACT ACCRUAL-AMOUNT-WS FROM CREDIT-TOTAL-WS
               END-IF

               MOVE GL-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           END-IF.
