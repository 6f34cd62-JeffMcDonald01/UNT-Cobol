       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM54.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT YTD-MASTER-FILE ASSIGN TO 'PAYROLL.YTD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-SSN-KEY
           FILE STATUS IS YTD-FILE-STATUS-WS.

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

           SELECT VENDOR-YTD-FILE ASSIGN TO 'VENDYTD.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VY-SUPPLIER-NO-KEY
           FILE STATUS IS VENDOR-YTD-STATUS-WS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'APOPEN.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-VOUCHER-NO-KEY
           FILE STATUS IS OPEN-FILE-STATUS-WS.

           SELECT AP-HISTORY-FILE ASSIGN TO 'APHIST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-VOUCHER-NO-KEY
           ALTERNATE RECORD KEY IS AH-SUPPLIER-NO WITH DUPLICATES
           FILE STATUS IS APHIST-FILE-STATUS-WS.

           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IH-KEY
           FILE STATUS IS INVHIST-FILE-STATUS-WS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT AP-CHECK-REGISTER-FILE ASSIGN TO 'APCHKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AP-REGISTER-STATUS-WS.

           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROGRAM-ID
           FILE STATUS IS RUNPARM-FILE-STATUS-WS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO 'XFAUDIT.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  VENDOR-YTD-FILE.
       01  VENDOR-YTD-RECORD.
           05  VY-SUPPLIER-NO-KEY      PIC X(5).
           05  VY-SUPPLIER-NAME        PIC X(23).
           05  VY-PAID-DOLLARS         PIC S9(9)V99.

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  OI-VOUCHER-NO-KEY       PIC X(6).
           05  OI-SUPPLIER-NO          PIC X(5).
           05  OI-SUPPLIER-NAME        PIC X(23).
           05  OI-INVOICE-NO           PIC X(8).
           05  OI-ACCT-NO              PIC X(4).
           05  OI-STORE-NO             PIC X(3).
           05  OI-VOUCHER-DATE         PIC X(8).
           05  OI-DUE-DATE             PIC 9(8).
           05  OI-AMOUNT               PIC S9(6)V99.
           05  OI-STATUS               PIC X.
               88  OI-IS-OPEN                          VALUE 'O'.
               88  OI-IS-SELECTED                      VALUE 'S'.
               88  OI-IS-PAID                          VALUE 'P'.
               88  OI-IS-HELD                          VALUE 'H'.
           05  OI-PAID-DATE            PIC 9(8).
           05  OI-CHECK-REF            PIC X(6).
           05  OI-DISC-AMOUNT          PIC S9(6)V99.
           05  OI-DISC-DATE            PIC 9(8).

       FD  AP-HISTORY-FILE.
       01  AP-HISTORY-RECORD.
           05  AH-VOUCHER-NO-KEY       PIC X(6).
           05  AH-SUPPLIER-NO          PIC X(5).
           05  AH-SUPPLIER-NAME        PIC X(23).
           05  AH-INVOICE-NO           PIC X(8).
           05  AH-ACCT-NO              PIC X(4).
           05  AH-STORE-NO             PIC X(3).
           05  AH-VOUCHER-DATE         PIC X(8).
           05  AH-DUE-DATE             PIC 9(8).
           05  AH-AMOUNT               PIC S9(6)V99.
           05  AH-STATUS               PIC X.
               88  AH-IS-PAID                          VALUE 'P'.
           05  AH-PAID-DATE            PIC 9(8).
           05  AH-CHECK-REF            PIC X(6).
           05  AH-DISC-AMOUNT          PIC S9(6)V99.
           05  AH-DISC-DATE            PIC 9(8).

       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           05  IH-KEY.
               10  IH-SUPPLIER-NO      PIC X(5).
               10  IH-INVOICE-NO       PIC X(8).
           05  IH-VOUCHER-NO           PIC X(6).
           05  IH-DATE                 PIC X(8).
           05  IH-AMOUNT               PIC S9(6)V99.

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
               88  CR-ESCHEATED                        VALUE 'E'.
           05  CR-CLEARED-DATE         PIC 9(8).

       FD  AP-CHECK-REGISTER-FILE RECORDING MODE IS F.
       01  AP-CHECK-REGISTER-RECORD.
           05  AR-CHECK-NO             PIC 9(6).
           05  AR-SUPPLIER-NO          PIC X(5).
           05  AR-SUPPLIER-NAME        PIC X(23).
           05  AR-DATE                 PIC 9(8).
           05  AR-AMOUNT               PIC S9(8)V99.
           05  AR-STATUS               PIC X.
               88  AR-ISSUED                           VALUE 'I'.
               88  AR-VOIDED                           VALUE 'V'.
               88  AR-CLEARED                          VALUE 'C'.
               88  AR-ESCHEATED                        VALUE 'E'.
           05  AR-PAY-METHOD           PIC X.
               88  AR-PAID-BY-CHECK                    VALUE 'C' ' '.
               88  AR-PAID-BY-EFT                      VALUE 'E'.
           05  AR-DISC-REVERSED        PIC S9(6)V99.

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05  RP-PROGRAM-ID           PIC X(8).
           05  RP-PARM-1               PIC X(8).
           05  RP-PARM-2               PIC X(8).

       FD  AUDIT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

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
           05  YTD-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  HIST-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  DED-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  VENDOR-YTD-STATUS-WS    PIC XX          VALUE '00'.
           05  OPEN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  APHIST-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  INVHIST-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  AP-REGISTER-STATUS-WS   PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  EOF-YTD-WS              PIC X(3)        VALUE 'NO'.
           05  EOF-HIST-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-DED-WS              PIC X(3)        VALUE 'NO'.
           05  EOF-VENDOR-YTD-WS       PIC X(3)        VALUE 'NO'.
           05  EOF-OPEN-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-APHIST-WS           PIC X(3)        VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3)        VALUE 'NO'.
           05  EOF-AP-REGISTER-WS      PIC X(3)        VALUE 'NO'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  HIST-AVAILABLE-WS       PIC X(3)        VALUE 'NO'.
               88  PAY-HISTORY-AVAILABLE               VALUE 'YES'.
           05  OPEN-AVAILABLE-WS       PIC X(3)        VALUE 'NO'.
               88  OPEN-ITEMS-AVAILABLE                VALUE 'YES'.
           05  APHIST-AVAILABLE-WS     PIC X(3)        VALUE 'NO'.
               88  AP-HISTORY-AVAILABLE                VALUE 'YES'.
           05  SECTION-SKIPPED-WS      PIC X(3)        VALUE 'NO'.
               88  SECTION-WAS-SKIPPED                 VALUE 'YES'.
           05  RECORD-FOUND-WS         PIC X(3)        VALUE 'NO'.
               88  RECORD-WAS-FOUND                    VALUE 'YES'.
           05  HIST-MATCH-WS           PIC X(3)        VALUE 'NO'.
               88  HISTORY-MATCHED                     VALUE 'YES'.
           05  TABLE-FULL-WS           PIC X(3)        VALUE 'NO'.
               88  TABLE-IS-FULL                       VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  AUDIT-YEAR-X-WS         PIC X(8)        VALUE SPACES.
           05  AUDIT-YEAR-WS           PIC 9(4)        VALUE ZERO.
           05  PAY-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  PAY-DATE-PARTS-WS REDEFINES PAY-DATE-WS.
               10  PAY-YEAR-WS         PIC 9(4).
               10  PAY-MONTH-WS        PIC 99.
               10  PAY-DAY-WS          PIC 99.
           05  PAY-QUARTER-WS          PIC 9           VALUE ZERO.
           05  QTR-SUB-WS              PIC 9           VALUE ZERO.
           05  DED-SUB-WS              PIC 9           VALUE ZERO.
           05  SECTION-SUB-WS          PIC 9           VALUE ZERO.
           05  PREV-SSN-WS             PIC X(9)        VALUE SPACES.
           05  YEAR-HIST-COUNT-WS      PIC 9(5)        VALUE ZERO.
           05  YEAR-HIST-GROSS-WS      PIC S9(9)V99    VALUE ZERO.
           05  HIST-GROSS-WS           PIC S9(9)V99    VALUE ZERO.
           05  HIST-DED-TAKEN-WS       PIC S9(9)V99    VALUE ZERO.
           05  LAST-HIST-NET-WS        PIC S9(5)V99    VALUE ZERO.
           05  PAY-AMOUNT-WS           PIC S9(7)V99    VALUE ZERO.
           05  CHECK-REF-NO-WS         PIC 9(6)        VALUE ZERO.
           05  VCH-VOUCHER-NO-WS       PIC X(6)        VALUE SPACES.
           05  VCH-SUPPLIER-NO-WS      PIC X(5)        VALUE SPACES.
           05  VCH-CHECK-REF-WS        PIC X(6)        VALUE SPACES.
           05  VCH-PAID-DATE-WS        PIC 9(8)        VALUE ZERO.
           05  VCH-SOURCE-WS           PIC X(6)        VALUE SPACES.
           05  SUPPLIER-COUNT-WS       PIC 9(3)        VALUE ZERO.
           05  SUPPLIER-SUB-WS         PIC 9(3)        VALUE ZERO.
           05  SUPPLIER-HIT-WS         PIC 9(3)        VALUE ZERO.
           05  AP-CHECK-COUNT-WS       PIC 9(4)        VALUE ZERO.
           05  AP-CHECK-SUB-WS         PIC 9(4)        VALUE ZERO.
           05  AP-CHECK-HIT-WS         PIC 9(4)        VALUE ZERO.
           05  SKIPPED-FILE-WS         PIC X(12)       VALUE SPACES.
           05  TOTAL-RECORDS-WS        PIC 9(7)        VALUE ZERO.
           05  TOTAL-BREAKS-WS         PIC 9(6)        VALUE ZERO.
           05  TOTAL-SKIPPED-WS        PIC 9(4)        VALUE ZERO.
           05  TOTAL-DIFFERENCE-WS     PIC S9(9)V99    VALUE ZERO.

       01  BREAK-WORK-AREA.
           05  BREAK-KEY-WS            PIC X(22).
           05  BREAK-ITEM-WS           PIC X(12).
           05  BREAK-LEFT-WS           PIC S9(9)V99.
           05  BREAK-RIGHT-WS          PIC S9(9)V99.
           05  BREAK-DIFFERENCE-WS     PIC S9(9)V99.
           05  BREAK-REMARK-WS         PIC X(30).

       01  HIST-QUARTER-TABLE-WS.
           05  HIST-QUARTER-ENTRY-WS   OCCURS 4 TIMES.
               10  HQ-GROSS-WS         PIC S9(7)V99.
               10  HQ-FICA-WS          PIC S9(7)V99.
               10  HQ-FED-WS           PIC S9(7)V99.
               10  HQ-STATE-WS         PIC S9(7)V99.

       01  SUPPLIER-TOTAL-TABLE-WS.
           05  SUPPLIER-TOTAL-ENTRY-WS OCCURS 500 TIMES.
               10  ST-SUPPLIER-NO-WS   PIC X(5).
               10  ST-ON-YTD-WS        PIC X(3).
                   88  ST-ON-VENDOR-YTD                VALUE 'YES'.
               10  ST-YTD-PAID-WS      PIC S9(9)V99.
               10  ST-OPEN-PAID-WS     PIC S9(9)V99.
               10  ST-HIST-PAID-WS     PIC S9(9)V99.

       01  AP-CHECK-TABLE-WS.
           05  AP-CHECK-ENTRY-WS       OCCURS 3000 TIMES.
               10  AC-CHECK-NO-WS      PIC 9(6).
               10  AC-SUPPLIER-NO-WS   PIC X(5).
               10  AC-AMOUNT-WS        PIC S9(8)V99.
               10  AC-VOIDED-WS        PIC X(3).
                   88  AC-CHECK-VOIDED                 VALUE 'YES'.
               10  AC-VOUCHER-TOTAL-WS PIC S9(9)V99.

       01  BREAK-COUNT-TABLE-WS.
           05  BREAK-COUNT-WS          PIC 9(5)    OCCURS 6 TIMES.

       01  SECTION-NAME-VALUES-WS.
           05                          PIC X(38)   VALUE
           'BREAKS - PAYROLL YTD TO HISTORY:'.
           05                          PIC X(38)   VALUE
           'BREAKS - DEDUCTIONS TO HISTORY:'.
           05                          PIC X(38)   VALUE
           'BREAKS - VENDOR YTD TO PAID ITEMS:'.
           05                          PIC X(38)   VALUE
           'BREAKS - AP CHECK REFS TO REGISTER:'.
           05                          PIC X(38)   VALUE
           'BREAKS - PAY CHECKS TO HISTORY:'.
           05                          PIC X(38)   VALUE
           'BREAKS - VOUCHERS TO INVOICE HIST:'.
       01  SECTION-NAME-TABLE-WS REDEFINES SECTION-NAME-VALUES-WS.
           05  SECTION-NAME-WS         OCCURS 6 TIMES
                                       PIC X(38).

       01  QUARTER-ITEM-SETUP.
           05                          PIC X       VALUE 'Q'.
           05  QUARTER-ITEM-QTR-OUT    PIC 9.
           05                          PIC X       VALUE SPACE.
           05  QUARTER-ITEM-NAME-OUT   PIC X(5).

       01  DEDUCTION-KEY-SETUP.
           05  DED-KEY-SSN-OUT         PIC X(9).
           05                          PIC X       VALUE SPACE.
           05  DED-KEY-CODE-OUT        PIC X(3).

       01  CHECK-KEY-SETUP.
           05                          PIC X(6)    VALUE 'CHECK '.
           05  CHECK-KEY-NO-OUT        PIC 9(6).

       01  VOUCHER-KEY-SETUP.
           05                          PIC X(8)    VALUE 'VOUCHER '.
           05  VOUCHER-KEY-NO-OUT      PIC X(6).
           05                          PIC X       VALUE SPACE.
           05  VOUCHER-KEY-SOURCE-OUT  PIC X(6).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT.
               10  HEADER-MO-OUT       PIC 99.
               10                      PIC X       VALUE '/'.
               10  HEADER-DY-OUT       PIC 99.
               10                      PIC X       VALUE '/'.
               10  HEADER-YR-OUT       PIC 9999.
           05                          PIC X(12)   VALUE SPACES.
           05                          PIC X(40)   VALUE
           'CROSS-FILE INTEGRITY AUDIT - AUDIT YEAR '.
           05  REPORT-HEADER-YEAR-OUT  PIC 9(4).

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(17)   VALUE
           'RUN PARAMETERS - '.
           05                          PIC X(12)   VALUE
           'AUDIT YEAR: '.
           05  ECHO-YEAR-OUT           PIC 9(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ECHO-PARM-SOURCE-OUT    PIC X(12).

       01  SECTION-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  SECTION-TITLE-OUT       PIC X(60).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(24)   VALUE 'KEY'.
           05                          PIC X(14)   VALUE 'ITEM'.
           05  LEFT-TITLE-OUT          PIC X(20).
           05  RIGHT-TITLE-OUT         PIC X(20).
           05                          PIC X(20)   VALUE
           '      DIFFERENCE'.
           05                          PIC X(30)   VALUE 'REMARKS'.

       01  BREAK-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DET-KEY-OUT             PIC X(22).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-ITEM-OUT            PIC X(12).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-LEFT-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  DET-RIGHT-OUT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  DET-DIFFERENCE-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  DET-REMARK-OUT          PIC X(30).

       01  NOTE-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  NOTE-TEXT-OUT           PIC X(40).
           05  NOTE-FILE-OUT           PIC X(12).

       01  SUMMARY-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(40)   VALUE
           'AUDIT SUMMARY'.

       01  SECTION-BREAKS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  SECTION-NAME-OUT        PIC X(38).
           05  SECTION-BREAKS-OUT      PIC ZZZ9.

       01  TOTAL-RECORDS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF RECORDS EXAMINED IS:'.
           05  TOTAL-RECORDS-OUT       PIC Z,ZZZ,ZZ9.

       01  TOTAL-BREAKS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'TOTAL NUMBER OF BREAKS IS:'.
           05  TOTAL-BREAKS-OUT        PIC ZZZ,ZZ9.

       01  TOTAL-SKIPPED-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'CHECKS SKIPPED - FILE NOT AVAILABLE:'.
           05  TOTAL-SKIPPED-OUT       PIC ZZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-AUDIT-PAYROLL-YTD
           PERFORM 400-AUDIT-DEDUCTIONS
           PERFORM 450-AUDIT-VENDOR-YTD
           PERFORM 500-AUDIT-AP-CHECK-REFS
           PERFORM 600-AUDIT-PAYROLL-CHECKS
           PERFORM 700-AUDIT-VOUCHER-INVOICES
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1     TO AUDIT-YEAR-X-WS
               MOVE '(PARM FILE)' TO ECHO-PARM-SOURCE-OUT
           ELSE
               DISPLAY 'ENTER AUDIT YEAR YYYY (BLANK = CURRENT): '
                   WITH NO ADVANCING
               ACCEPT AUDIT-YEAR-X-WS
               MOVE '(CONSOLE)'   TO ECHO-PARM-SOURCE-OUT
           END-IF

           IF AUDIT-YEAR-X-WS = SPACES
               MOVE RUN-YEAR-WS TO AUDIT-YEAR-WS
           ELSE
               IF AUDIT-YEAR-X-WS (1:4) IS NOT NUMERIC
                   DISPLAY 'AUDIT YEAR MUST BE YYYY'
                   STOP RUN
               END-IF
               MOVE AUDIT-YEAR-X-WS (1:4) TO AUDIT-YEAR-WS
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO HIST-AVAILABLE-WS
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS-WS = '00'
               MOVE 'YES' TO OPEN-AVAILABLE-WS
           END-IF

           OPEN INPUT AP-HISTORY-FILE
           IF APHIST-FILE-STATUS-WS = '00'
               MOVE 'YES' TO APHIST-AVAILABLE-WS
           END-IF

           OPEN OUTPUT AUDIT-REPORT-FILE

           MOVE RUN-MONTH-WS  TO HEADER-MO-OUT
           MOVE RUN-DAY-WS    TO HEADER-DY-OUT
           MOVE RUN-YEAR-WS   TO HEADER-YR-OUT
           MOVE AUDIT-YEAR-WS TO REPORT-HEADER-YEAR-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE AUDIT-YEAR-WS TO ECHO-YEAR-OUT
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRM54' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       290-START-OPEN-ITEM-SCAN.
           MOVE 'NO' TO EOF-OPEN-WS
           MOVE LOW-VALUES TO OI-VOUCHER-NO-KEY
           START OPEN-ITEM-FILE KEY NOT < OI-VOUCHER-NO-KEY
               INVALID KEY MOVE 'YES' TO EOF-OPEN-WS
           END-START

           IF EOF-OPEN-WS NOT = 'YES'
               PERFORM 291-READ-NEXT-OPEN-ITEM
           END-IF.

       291-READ-NEXT-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-OPEN-WS
           END-READ.

       292-START-AP-HISTORY-SCAN.
           MOVE 'NO' TO EOF-APHIST-WS
           MOVE LOW-VALUES TO AH-VOUCHER-NO-KEY
           START AP-HISTORY-FILE KEY NOT < AH-VOUCHER-NO-KEY
               INVALID KEY MOVE 'YES' TO EOF-APHIST-WS
           END-START

           IF EOF-APHIST-WS NOT = 'YES'
               PERFORM 293-READ-NEXT-AP-HISTORY
           END-IF.

       293-READ-NEXT-AP-HISTORY.
           READ AP-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-APHIST-WS
           END-READ.

       294-START-PAY-HISTORY-SCAN.
           MOVE 'NO' TO EOF-HIST-WS
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 'YES' TO EOF-HIST-WS
           END-START.

       300-AUDIT-PAYROLL-YTD.
           MOVE 1 TO SECTION-SUB-WS
           MOVE 'PAYROLL.YTD GROSS AND TAX BUCKETS TO PAYHIST.MST'
               TO SECTION-TITLE-OUT
           MOVE '         PAYROLL.YTD' TO LEFT-TITLE-OUT
           MOVE '         PAYHIST.MST' TO RIGHT-TITLE-OUT
           PERFORM 810-PRINT-SECTION-HEADER

           IF NOT PAY-HISTORY-AVAILABLE
               MOVE 'PAYHIST.MST' TO SKIPPED-FILE-WS
               PERFORM 820-PRINT-CHECK-SKIPPED
           ELSE
               OPEN INPUT YTD-MASTER-FILE
               IF YTD-FILE-STATUS-WS NOT = '00'
                   MOVE 'PAYROLL.YTD' TO SKIPPED-FILE-WS
                   PERFORM 820-PRINT-CHECK-SKIPPED
               ELSE
                   PERFORM 305-SCAN-YTD-MASTER
                   PERFORM 350-FIND-HISTORY-WITHOUT-YTD
                   CLOSE YTD-MASTER-FILE
               END-IF
           END-IF

           PERFORM 840-END-SECTION.

       305-SCAN-YTD-MASTER.
           MOVE 'NO' TO EOF-YTD-WS
           MOVE LOW-VALUES TO YTD-SSN-KEY
           START YTD-MASTER-FILE KEY NOT < YTD-SSN-KEY
               INVALID KEY MOVE 'YES' TO EOF-YTD-WS
           END-START

           IF EOF-YTD-WS NOT = 'YES'
               PERFORM 307-READ-NEXT-YTD
           END-IF

           PERFORM 310-AUDIT-ONE-YTD-RECORD
               UNTIL EOF-YTD-WS = 'YES'.

       307-READ-NEXT-YTD.
           READ YTD-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-YTD-WS
           END-READ.

       310-AUDIT-ONE-YTD-RECORD.
           ADD 1 TO TOTAL-RECORDS-WS
           PERFORM 315-SUM-HISTORY-FOR-YTD

           MOVE YTD-SSN-KEY   TO BREAK-KEY-WS
           MOVE 'YTD GROSS'   TO BREAK-ITEM-WS
           MOVE YTD-GROSS-WS  TO BREAK-LEFT-WS
           MOVE HIST-GROSS-WS TO BREAK-RIGHT-WS
           MOVE SPACES        TO BREAK-REMARK-WS
           PERFORM 830-COMPARE-AMOUNTS

           PERFORM 320-COMPARE-ONE-QUARTER
               VARYING QTR-SUB-WS FROM 1 BY 1
               UNTIL QTR-SUB-WS > 4

           PERFORM 307-READ-NEXT-YTD.

       315-SUM-HISTORY-FOR-YTD.
           MOVE ZERO TO HIST-GROSS-WS
           PERFORM 316-CLEAR-ONE-QUARTER
               VARYING QTR-SUB-WS FROM 1 BY 1
               UNTIL QTR-SUB-WS > 4

           MOVE YTD-SSN-KEY TO PH-SSN
           MOVE ZERO        TO PH-PAY-DATE PH-SEQ-NO
           PERFORM 294-START-PAY-HISTORY-SCAN
           PERFORM 317-ADD-ONE-HISTORY-TO-YTD
               UNTIL EOF-HIST-WS = 'YES'.

       316-CLEAR-ONE-QUARTER.
           MOVE ZERO TO HQ-GROSS-WS (QTR-SUB-WS)
                        HQ-FICA-WS (QTR-SUB-WS)
                        HQ-FED-WS (QTR-SUB-WS)
                        HQ-STATE-WS (QTR-SUB-WS).

       317-ADD-ONE-HISTORY-TO-YTD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   IF PH-SSN NOT = YTD-SSN-KEY
                       MOVE 'YES' TO EOF-HIST-WS
                   ELSE
                       MOVE PH-PAY-DATE TO PAY-DATE-WS
                       IF PAY-YEAR-WS = AUDIT-YEAR-WS
                           PERFORM 318-ADD-HISTORY-TO-BUCKETS
                       END-IF
                   END-IF
           END-READ.

       318-ADD-HISTORY-TO-BUCKETS.
           COMPUTE PAY-QUARTER-WS = (PAY-MONTH-WS + 2) / 3
           ADD PH-GROSS     TO HIST-GROSS-WS
           ADD PH-GROSS     TO HQ-GROSS-WS (PAY-QUARTER-WS)
           ADD PH-FICA      TO HQ-FICA-WS (PAY-QUARTER-WS)
           ADD PH-FED-TAX   TO HQ-FED-WS (PAY-QUARTER-WS)
           ADD PH-STATE-TAX TO HQ-STATE-WS (PAY-QUARTER-WS).

       320-COMPARE-ONE-QUARTER.
           MOVE QTR-SUB-WS TO QUARTER-ITEM-QTR-OUT

           MOVE 'GROSS' TO QUARTER-ITEM-NAME-OUT
           MOVE QUARTER-ITEM-SETUP TO BREAK-ITEM-WS
           MOVE YTD-Q-GROSS-WS (QTR-SUB-WS) TO BREAK-LEFT-WS
           MOVE HQ-GROSS-WS (QTR-SUB-WS)    TO BREAK-RIGHT-WS
           PERFORM 830-COMPARE-AMOUNTS

           MOVE 'FICA'  TO QUARTER-ITEM-NAME-OUT
           MOVE QUARTER-ITEM-SETUP TO BREAK-ITEM-WS
           MOVE YTD-Q-FICA-WS (QTR-SUB-WS)  TO BREAK-LEFT-WS
           MOVE HQ-FICA-WS (QTR-SUB-WS)     TO BREAK-RIGHT-WS
           PERFORM 830-COMPARE-AMOUNTS

           MOVE 'FED'   TO QUARTER-ITEM-NAME-OUT
           MOVE QUARTER-ITEM-SETUP TO BREAK-ITEM-WS
           MOVE YTD-Q-FED-WS (QTR-SUB-WS)   TO BREAK-LEFT-WS
           MOVE HQ-FED-WS (QTR-SUB-WS)      TO BREAK-RIGHT-WS
           PERFORM 830-COMPARE-AMOUNTS

           MOVE 'STATE' TO QUARTER-ITEM-NAME-OUT
           MOVE QUARTER-ITEM-SETUP TO BREAK-ITEM-WS
           MOVE YTD-Q-STATE-WS (QTR-SUB-WS) TO BREAK-LEFT-WS
           MOVE HQ-STATE-WS (QTR-SUB-WS)    TO BREAK-RIGHT-WS
           PERFORM 830-COMPARE-AMOUNTS.

       350-FIND-HISTORY-WITHOUT-YTD.
           MOVE SPACES TO PREV-SSN-WS
           MOVE ZERO   TO YEAR-HIST-COUNT-WS YEAR-HIST-GROSS-WS

           MOVE LOW-VALUES TO PH-KEY
           PERFORM 294-START-PAY-HISTORY-SCAN
           IF EOF-HIST-WS NOT = 'YES'
               PERFORM 352-READ-NEXT-HISTORY
           END-IF

           PERFORM 355-CHECK-ONE-HISTORY-RECORD
               UNTIL EOF-HIST-WS = 'YES'

           IF PREV-SSN-WS NOT = SPACES
               PERFORM 360-CHECK-YTD-ON-FILE
           END-IF.

       352-READ-NEXT-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HIST-WS
           END-READ.

       355-CHECK-ONE-HISTORY-RECORD.
           IF PH-SSN NOT = PREV-SSN-WS
               IF PREV-SSN-WS NOT = SPACES
                   PERFORM 360-CHECK-YTD-ON-FILE
               END-IF
               MOVE PH-SSN TO PREV-SSN-WS
               MOVE ZERO   TO YEAR-HIST-COUNT-WS YEAR-HIST-GROSS-WS
           END-IF

           MOVE PH-PAY-DATE TO PAY-DATE-WS
           IF PAY-YEAR-WS = AUDIT-YEAR-WS
               ADD 1        TO YEAR-HIST-COUNT-WS
               ADD PH-GROSS TO YEAR-HIST-GROSS-WS
           END-IF

           PERFORM 352-READ-NEXT-HISTORY.

       360-CHECK-YTD-ON-FILE.
           IF YEAR-HIST-COUNT-WS > ZERO
               MOVE 'NO'        TO RECORD-FOUND-WS
               MOVE PREV-SSN-WS TO YTD-SSN-KEY
               READ YTD-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO RECORD-FOUND-WS
               END-READ

               IF NOT RECORD-WAS-FOUND
                   MOVE PREV-SSN-WS        TO BREAK-KEY-WS
                   MOVE 'YTD GROSS'        TO BREAK-ITEM-WS
                   MOVE ZERO               TO BREAK-LEFT-WS
                   MOVE YEAR-HIST-GROSS-WS TO BREAK-RIGHT-WS
                   MOVE 'NO PAYROLL.YTD RECORD' TO BREAK-REMARK-WS
                   PERFORM 800-PRINT-BREAK
               END-IF
           END-IF.

       400-AUDIT-DEDUCTIONS.
           MOVE 2 TO SECTION-SUB-WS
           MOVE 'PAYDED.MST TAKEN TO DATE TO PAYHIST.MST DEDUCTIONS'
               TO SECTION-TITLE-OUT
           MOVE '        DM-TAKEN-YTD' TO LEFT-TITLE-OUT
           MOVE '         PAYHIST.MST' TO RIGHT-TITLE-OUT
           PERFORM 810-PRINT-SECTION-HEADER

           IF NOT PAY-HISTORY-AVAILABLE
               MOVE 'PAYHIST.MST' TO SKIPPED-FILE-WS
               PERFORM 820-PRINT-CHECK-SKIPPED
           ELSE
               OPEN INPUT DEDUCTION-MASTER-FILE
               IF DED-FILE-STATUS-WS NOT = '00'
                   MOVE 'PAYDED.MST' TO SKIPPED-FILE-WS
                   PERFORM 820-PRINT-CHECK-SKIPPED
               ELSE
                   PERFORM 405-SCAN-DEDUCTION-MASTER
                   CLOSE DEDUCTION-MASTER-FILE
               END-IF
           END-IF

           PERFORM 840-END-SECTION.

       405-SCAN-DEDUCTION-MASTER.
           MOVE 'NO' TO EOF-DED-WS
           MOVE LOW-VALUES TO DM-KEY
           START DEDUCTION-MASTER-FILE KEY NOT < DM-KEY
               INVALID KEY MOVE 'YES' TO EOF-DED-WS
           END-START

           IF EOF-DED-WS NOT = 'YES'
               PERFORM 407-READ-NEXT-DEDUCTION
           END-IF

           PERFORM 410-AUDIT-ONE-DEDUCTION
               UNTIL EOF-DED-WS = 'YES'.

       407-READ-NEXT-DEDUCTION.
           READ DEDUCTION-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-DED-WS
           END-READ.

       410-AUDIT-ONE-DEDUCTION.
           ADD 1 TO TOTAL-RECORDS-WS
           MOVE ZERO TO HIST-DED-TAKEN-WS

           MOVE DM-SSN TO PH-SSN
           MOVE ZERO   TO PH-PAY-DATE PH-SEQ-NO
           PERFORM 294-START-PAY-HISTORY-SCAN
           PERFORM 415-ADD-ONE-HISTORY-DEDUCTION
               UNTIL EOF-HIST-WS = 'YES'

           MOVE DM-SSN              TO DED-KEY-SSN-OUT
           MOVE DM-DED-CODE         TO DED-KEY-CODE-OUT
           MOVE DEDUCTION-KEY-SETUP TO BREAK-KEY-WS
           MOVE 'TAKEN'             TO BREAK-ITEM-WS
           MOVE DM-TAKEN-YTD        TO BREAK-LEFT-WS
           MOVE HIST-DED-TAKEN-WS   TO BREAK-RIGHT-WS
           MOVE SPACES              TO BREAK-REMARK-WS
           PERFORM 830-COMPARE-AMOUNTS

           PERFORM 407-READ-NEXT-DEDUCTION.

       415-ADD-ONE-HISTORY-DEDUCTION.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   IF PH-SSN NOT = DM-SSN
                       MOVE 'YES' TO EOF-HIST-WS
                   ELSE
                       PERFORM 417-MATCH-ONE-DEDUCTION-CODE
                           VARYING DED-SUB-WS FROM 1 BY 1
                           UNTIL DED-SUB-WS > PH-DED-COUNT
                   END-IF
           END-READ.

       417-MATCH-ONE-DEDUCTION-CODE.
           IF PH-DED-CODE (DED-SUB-WS) = DM-DED-CODE
               ADD PH-DED-AMOUNT (DED-SUB-WS) TO HIST-DED-TAKEN-WS
           END-IF.

       450-AUDIT-VENDOR-YTD.
           MOVE 3 TO SECTION-SUB-WS
           MOVE 'VENDYTD.MST PAID DOLLARS TO PAID APOPEN AND APHIST'
               TO SECTION-TITLE-OUT
           MOVE '         VENDYTD.MST' TO LEFT-TITLE-OUT
           MOVE '       APOPEN+APHIST' TO RIGHT-TITLE-OUT
           PERFORM 810-PRINT-SECTION-HEADER

           IF NOT OPEN-ITEMS-AVAILABLE
               MOVE 'APOPEN.MST' TO SKIPPED-FILE-WS
               PERFORM 820-PRINT-CHECK-SKIPPED
           END-IF
           IF NOT AP-HISTORY-AVAILABLE
               MOVE 'APHIST.MST' TO SKIPPED-FILE-WS
               PERFORM 820-PRINT-CHECK-SKIPPED
           END-IF

           IF NOT SECTION-WAS-SKIPPED
               OPEN INPUT VENDOR-YTD-FILE
               IF VENDOR-YTD-STATUS-WS NOT = '00'
                   MOVE 'VENDYTD.MST' TO SKIPPED-FILE-WS
                   PERFORM 820-PRINT-CHECK-SKIPPED
               ELSE
                   PERFORM 455-LOAD-VENDOR-YTD
                   CLOSE VENDOR-YTD-FILE
                   PERFORM 460-ADD-PAID-OPEN-ITEMS
                   PERFORM 465-ADD-PAID-AP-HISTORY
                   PERFORM 470-COMPARE-ONE-SUPPLIER
                       VARYING SUPPLIER-SUB-WS FROM 1 BY 1
                       UNTIL SUPPLIER-SUB-WS > SUPPLIER-COUNT-WS
                   IF TABLE-IS-FULL
                       MOVE 'SUPPLIER TABLE FULL - CHECK INCOMPLETE'
                           TO NOTE-TEXT-OUT
                       MOVE SPACES TO NOTE-FILE-OUT
                       PERFORM 825-PRINT-NOTE
                   END-IF
               END-IF
           END-IF

           PERFORM 840-END-SECTION.

       455-LOAD-VENDOR-YTD.
           MOVE ZERO TO SUPPLIER-COUNT-WS
           MOVE 'NO' TO TABLE-FULL-WS EOF-VENDOR-YTD-WS
           MOVE LOW-VALUES TO VY-SUPPLIER-NO-KEY
           START VENDOR-YTD-FILE KEY NOT < VY-SUPPLIER-NO-KEY
               INVALID KEY MOVE 'YES' TO EOF-VENDOR-YTD-WS
           END-START

           IF EOF-VENDOR-YTD-WS NOT = 'YES'
               PERFORM 457-READ-NEXT-VENDOR-YTD
           END-IF

           PERFORM 456-LOAD-ONE-VENDOR-YTD
               UNTIL EOF-VENDOR-YTD-WS = 'YES'.

       456-LOAD-ONE-VENDOR-YTD.
           ADD 1 TO TOTAL-RECORDS-WS
           MOVE VY-SUPPLIER-NO-KEY TO VCH-SUPPLIER-NO-WS
           PERFORM 475-FIND-SUPPLIER-ENTRY
           IF SUPPLIER-HIT-WS > ZERO
               MOVE 'YES' TO ST-ON-YTD-WS (SUPPLIER-HIT-WS)
               ADD VY-PAID-DOLLARS TO ST-YTD-PAID-WS (SUPPLIER-HIT-WS)
           END-IF

           PERFORM 457-READ-NEXT-VENDOR-YTD.

       457-READ-NEXT-VENDOR-YTD.
           READ VENDOR-YTD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-VENDOR-YTD-WS
           END-READ.

       460-ADD-PAID-OPEN-ITEMS.
           PERFORM 290-START-OPEN-ITEM-SCAN
           PERFORM 462-ADD-ONE-PAID-OPEN-ITEM
               UNTIL EOF-OPEN-WS = 'YES'.

       462-ADD-ONE-PAID-OPEN-ITEM.
           IF OI-IS-PAID
               COMPUTE PAY-AMOUNT-WS = OI-AMOUNT - OI-DISC-AMOUNT
               MOVE OI-SUPPLIER-NO TO VCH-SUPPLIER-NO-WS
               PERFORM 475-FIND-SUPPLIER-ENTRY
               IF SUPPLIER-HIT-WS > ZERO
                   ADD PAY-AMOUNT-WS
                       TO ST-OPEN-PAID-WS (SUPPLIER-HIT-WS)
               END-IF
           END-IF

           PERFORM 291-READ-NEXT-OPEN-ITEM.

       465-ADD-PAID-AP-HISTORY.
           PERFORM 292-START-AP-HISTORY-SCAN
           PERFORM 467-ADD-ONE-PAID-AP-HISTORY
               UNTIL EOF-APHIST-WS = 'YES'.

       467-ADD-ONE-PAID-AP-HISTORY.
           IF AH-IS-PAID
               COMPUTE PAY-AMOUNT-WS = AH-AMOUNT - AH-DISC-AMOUNT
               MOVE AH-SUPPLIER-NO TO VCH-SUPPLIER-NO-WS
               PERFORM 475-FIND-SUPPLIER-ENTRY
               IF SUPPLIER-HIT-WS > ZERO
                   ADD PAY-AMOUNT-WS
                       TO ST-HIST-PAID-WS (SUPPLIER-HIT-WS)
               END-IF
           END-IF

           PERFORM 293-READ-NEXT-AP-HISTORY.

       470-COMPARE-ONE-SUPPLIER.
           MOVE ST-SUPPLIER-NO-WS (SUPPLIER-SUB-WS) TO BREAK-KEY-WS
           MOVE 'PAID DOLLARS' TO BREAK-ITEM-WS
           MOVE ST-YTD-PAID-WS (SUPPLIER-SUB-WS) TO BREAK-LEFT-WS
           COMPUTE BREAK-RIGHT-WS =
               ST-OPEN-PAID-WS (SUPPLIER-SUB-WS)
               + ST-HIST-PAID-WS (SUPPLIER-SUB-WS)
           IF ST-ON-VENDOR-YTD (SUPPLIER-SUB-WS)
               MOVE SPACES TO BREAK-REMARK-WS
           ELSE
               MOVE 'NO VENDYTD.MST RECORD' TO BREAK-REMARK-WS
           END-IF
           PERFORM 830-COMPARE-AMOUNTS.

       475-FIND-SUPPLIER-ENTRY.
           MOVE ZERO TO SUPPLIER-HIT-WS
           PERFORM 477-MATCH-ONE-SUPPLIER
               VARYING SUPPLIER-SUB-WS FROM 1 BY 1
               UNTIL SUPPLIER-SUB-WS > SUPPLIER-COUNT-WS
               OR SUPPLIER-HIT-WS > ZERO

           IF SUPPLIER-HIT-WS = ZERO
               IF SUPPLIER-COUNT-WS < 500
                   ADD 1 TO SUPPLIER-COUNT-WS
                   MOVE SUPPLIER-COUNT-WS  TO SUPPLIER-HIT-WS
                   MOVE VCH-SUPPLIER-NO-WS
                       TO ST-SUPPLIER-NO-WS (SUPPLIER-HIT-WS)
                   MOVE 'NO' TO ST-ON-YTD-WS (SUPPLIER-HIT-WS)
                   MOVE ZERO TO ST-YTD-PAID-WS (SUPPLIER-HIT-WS)
                                ST-OPEN-PAID-WS (SUPPLIER-HIT-WS)
                                ST-HIST-PAID-WS (SUPPLIER-HIT-WS)
               ELSE
                   MOVE 'YES' TO TABLE-FULL-WS
               END-IF
           END-IF.

       477-MATCH-ONE-SUPPLIER.
           IF ST-SUPPLIER-NO-WS (SUPPLIER-SUB-WS) = VCH-SUPPLIER-NO-WS
               MOVE SUPPLIER-SUB-WS TO SUPPLIER-HIT-WS
           END-IF.

       500-AUDIT-AP-CHECK-REFS.
           MOVE 4 TO SECTION-SUB-WS
           MOVE 'PAID VOUCHER CHECK REFERENCES TO APCHKREG.DAT'
               TO SECTION-TITLE-OUT
           MOVE '        APCHKREG.DAT' TO LEFT-TITLE-OUT
           MOVE '     PAID VOUCHER(S)' TO RIGHT-TITLE-OUT
           PERFORM 810-PRINT-SECTION-HEADER

           IF NOT OPEN-ITEMS-AVAILABLE
               MOVE 'APOPEN.MST' TO SKIPPED-FILE-WS
               PERFORM 820-PRINT-CHECK-SKIPPED
           END-IF
           IF NOT AP-HISTORY-AVAILABLE
               MOVE 'APHIST.MST' TO SKIPPED-FILE-WS
               PERFORM 820-PRINT-CHECK-SKIPPED
           END-IF

           IF NOT SECTION-WAS-SKIPPED
               MOVE 'NO' TO EOF-AP-REGISTER-WS
               OPEN INPUT AP-CHECK-REGISTER-FILE
               IF AP-REGISTER-STATUS-WS NOT = '00'
                   MOVE 'APCHKREG.DAT' TO SKIPPED-FILE-WS
                   PERFORM 820-PRINT-CHECK-SKIPPED
               ELSE
                   PERFORM 510-LOAD-ONE-AP-CHECK
                       UNTIL EOF-AP-REGISTER-WS = 'YES'
                   CLOSE AP-CHECK-REGISTER-FILE
                   PERFORM 520-MATCH-OPEN-ITEM-REFS
                   PERFORM 525-MATCH-AP-HISTORY-REFS
                   PERFORM 540-COMPARE-ONE-AP-CHECK
                       VARYING AP-CHECK-SUB-WS FROM 1 BY 1
                       UNTIL AP-CHECK-SUB-WS > AP-CHECK-COUNT-WS
                   IF TABLE-IS-FULL
                       MOVE 'AP CHECK TABLE FULL - CHECK INCOMPLETE'
                           TO NOTE-TEXT-OUT
                       MOVE SPACES TO NOTE-FILE-OUT
                       PERFORM 825-PRINT-NOTE
                   END-IF
               END-IF
           END-IF

           PERFORM 840-END-SECTION.

       510-LOAD-ONE-AP-CHECK.
           READ AP-CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-AP-REGISTER-WS
               NOT AT END
                   ADD 1 TO TOTAL-RECORDS-WS
                   MOVE AR-CHECK-NO    TO CHECK-REF-NO-WS
                   MOVE AR-SUPPLIER-NO TO VCH-SUPPLIER-NO-WS
                   IF AR-ISSUED OR AR-CLEARED
                       PERFORM 515-ADD-AP-CHECK-ENTRY
                   END-IF
                   IF AR-VOIDED
                       PERFORM 535-FIND-AP-CHECK-ENTRY
                       IF AP-CHECK-HIT-WS > ZERO
                           MOVE 'YES'
                               TO AC-VOIDED-WS (AP-CHECK-HIT-WS)
                       END-IF
                   END-IF
           END-READ.

       515-ADD-AP-CHECK-ENTRY.
           PERFORM 535-FIND-AP-CHECK-ENTRY
           IF AP-CHECK-HIT-WS = ZERO
               IF AP-CHECK-COUNT-WS < 3000
                   ADD 1 TO AP-CHECK-COUNT-WS
                   MOVE AP-CHECK-COUNT-WS TO AP-CHECK-HIT-WS
                   MOVE AR-CHECK-NO TO AC-CHECK-NO-WS (AP-CHECK-HIT-WS)
                   MOVE AR-SUPPLIER-NO
                       TO AC-SUPPLIER-NO-WS (AP-CHECK-HIT-WS)
                   MOVE ZERO TO AC-VOUCHER-TOTAL-WS (AP-CHECK-HIT-WS)
               ELSE
                   MOVE 'YES' TO TABLE-FULL-WS
               END-IF
           END-IF

           IF AP-CHECK-HIT-WS > ZERO
               MOVE AR-AMOUNT TO AC-AMOUNT-WS (AP-CHECK-HIT-WS)
               MOVE 'NO'      TO AC-VOIDED-WS (AP-CHECK-HIT-WS)
           END-IF.

       520-MATCH-OPEN-ITEM-REFS.
           PERFORM 290-START-OPEN-ITEM-SCAN
           PERFORM 522-MATCH-ONE-OPEN-ITEM-REF
               UNTIL EOF-OPEN-WS = 'YES'.

       522-MATCH-ONE-OPEN-ITEM-REF.
           IF OI-IS-PAID
               COMPUTE PAY-AMOUNT-WS = OI-AMOUNT - OI-DISC-AMOUNT
               MOVE OI-VOUCHER-NO-KEY TO VCH-VOUCHER-NO-WS
               MOVE OI-SUPPLIER-NO    TO VCH-SUPPLIER-NO-WS
               MOVE OI-CHECK-REF      TO VCH-CHECK-REF-WS
               MOVE OI-PAID-DATE      TO VCH-PAID-DATE-WS
               MOVE 'APOPEN'          TO VCH-SOURCE-WS
               PERFORM 530-MATCH-VOUCHER-TO-CHECK
           END-IF

           PERFORM 291-READ-NEXT-OPEN-ITEM.

       525-MATCH-AP-HISTORY-REFS.
           PERFORM 292-START-AP-HISTORY-SCAN
           PERFORM 527-MATCH-ONE-AP-HISTORY-REF
               UNTIL EOF-APHIST-WS = 'YES'.

       527-MATCH-ONE-AP-HISTORY-REF.
           IF AH-IS-PAID
               COMPUTE PAY-AMOUNT-WS = AH-AMOUNT - AH-DISC-AMOUNT
               MOVE AH-VOUCHER-NO-KEY TO VCH-VOUCHER-NO-WS
               MOVE AH-SUPPLIER-NO    TO VCH-SUPPLIER-NO-WS
               MOVE AH-CHECK-REF      TO VCH-CHECK-REF-WS
               MOVE AH-PAID-DATE      TO VCH-PAID-DATE-WS
               MOVE 'APHIST'          TO VCH-SOURCE-WS
               PERFORM 530-MATCH-VOUCHER-TO-CHECK
           END-IF

           PERFORM 293-READ-NEXT-AP-HISTORY.

       530-MATCH-VOUCHER-TO-CHECK.
           MOVE VCH-VOUCHER-NO-WS TO VOUCHER-KEY-NO-OUT
           MOVE VCH-SOURCE-WS     TO VOUCHER-KEY-SOURCE-OUT
           MOVE VOUCHER-KEY-SETUP TO BREAK-KEY-WS
           MOVE VCH-CHECK-REF-WS  TO BREAK-ITEM-WS
           MOVE ZERO              TO BREAK-LEFT-WS
           MOVE PAY-AMOUNT-WS     TO BREAK-RIGHT-WS

           IF VCH-CHECK-REF-WS = SPACES
               IF VCH-PAID-DATE-WS < RUN-DATE-WS
                   MOVE 'PAID WITH NO CHECK REFERENCE'
                       TO BREAK-REMARK-WS
                   PERFORM 800-PRINT-BREAK
               END-IF
           ELSE
               IF VCH-CHECK-REF-WS IS NOT NUMERIC
                   MOVE 'CHECK REFERENCE NOT NUMERIC'
                       TO BREAK-REMARK-WS
                   PERFORM 800-PRINT-BREAK
               ELSE
                   MOVE VCH-CHECK-REF-WS TO CHECK-REF-NO-WS
                   PERFORM 535-FIND-AP-CHECK-ENTRY
                   PERFORM 532-APPLY-VOUCHER-TO-CHECK
               END-IF
           END-IF.

       532-APPLY-VOUCHER-TO-CHECK.
           IF AP-CHECK-HIT-WS = ZERO
               MOVE 'CHECK NOT ON APCHKREG.DAT' TO BREAK-REMARK-WS
               PERFORM 800-PRINT-BREAK
           ELSE
               IF AC-CHECK-VOIDED (AP-CHECK-HIT-WS)
                   MOVE AC-AMOUNT-WS (AP-CHECK-HIT-WS)
                       TO BREAK-LEFT-WS
                   MOVE 'CHECK IS VOID ON APCHKREG.DAT'
                       TO BREAK-REMARK-WS
                   PERFORM 800-PRINT-BREAK
               ELSE
                   ADD PAY-AMOUNT-WS
                       TO AC-VOUCHER-TOTAL-WS (AP-CHECK-HIT-WS)
               END-IF
           END-IF.

       535-FIND-AP-CHECK-ENTRY.
           MOVE ZERO TO AP-CHECK-HIT-WS
           PERFORM 537-MATCH-ONE-AP-CHECK
               VARYING AP-CHECK-SUB-WS FROM 1 BY 1
               UNTIL AP-CHECK-SUB-WS > AP-CHECK-COUNT-WS
               OR AP-CHECK-HIT-WS > ZERO.

       537-MATCH-ONE-AP-CHECK.
           IF AC-CHECK-NO-WS (AP-CHECK-SUB-WS) = CHECK-REF-NO-WS
               AND AC-SUPPLIER-NO-WS (AP-CHECK-SUB-WS)
               = VCH-SUPPLIER-NO-WS
               MOVE AP-CHECK-SUB-WS TO AP-CHECK-HIT-WS
           END-IF.

       540-COMPARE-ONE-AP-CHECK.
           IF NOT AC-CHECK-VOIDED (AP-CHECK-SUB-WS)
               MOVE AC-CHECK-NO-WS (AP-CHECK-SUB-WS)
                   TO CHECK-KEY-NO-OUT
               MOVE CHECK-KEY-SETUP TO BREAK-KEY-WS
               MOVE AC-SUPPLIER-NO-WS (AP-CHECK-SUB-WS)
                   TO BREAK-ITEM-WS
               MOVE AC-AMOUNT-WS (AP-CHECK-SUB-WS) TO BREAK-LEFT-WS
               MOVE AC-VOUCHER-TOTAL-WS (AP-CHECK-SUB-WS)
                   TO BREAK-RIGHT-WS
               MOVE 'CHECK NOT EQUAL TO VOUCHERS' TO BREAK-REMARK-WS
               PERFORM 830-COMPARE-AMOUNTS
           END-IF.

       600-AUDIT-PAYROLL-CHECKS.
           MOVE 5 TO SECTION-SUB-WS
           MOVE 'CHECKREG.DAT PAYROLL CHECKS TO PAYHIST.MST'
               TO SECTION-TITLE-OUT
           MOVE '        CHECKREG.DAT' TO LEFT-TITLE-OUT
           MOVE '         PAYHIST.MST' TO RIGHT-TITLE-OUT
           PERFORM 810-PRINT-SECTION-HEADER

           IF NOT PAY-HISTORY-AVAILABLE
               MOVE 'PAYHIST.MST' TO SKIPPED-FILE-WS
               PERFORM 820-PRINT-CHECK-SKIPPED
           ELSE
               MOVE 'NO' TO EOF-REGISTER-WS
               OPEN INPUT CHECK-REGISTER-FILE
               IF REGISTER-FILE-STATUS-WS NOT = '00'
                   MOVE 'CHECKREG.DAT' TO SKIPPED-FILE-WS
                   PERFORM 820-PRINT-CHECK-SKIPPED
               ELSE
                   PERFORM 610-AUDIT-ONE-PAYROLL-CHECK
                       UNTIL EOF-REGISTER-WS = 'YES'
                   CLOSE CHECK-REGISTER-FILE
               END-IF
           END-IF

           PERFORM 840-END-SECTION.

       610-AUDIT-ONE-PAYROLL-CHECK.
           READ CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-REGISTER-WS
               NOT AT END
                   ADD 1 TO TOTAL-RECORDS-WS
                   IF CR-ISSUED OR CR-REISSUED OR CR-CLEARED
                       PERFORM 620-FIND-CHECK-HISTORY
                       PERFORM 630-REPORT-UNMATCHED-CHECK
                   END-IF
           END-READ.

       620-FIND-CHECK-HISTORY.
           MOVE 'NO'   TO HIST-MATCH-WS
           MOVE ZERO   TO LAST-HIST-NET-WS
           MOVE CR-SSN TO PH-SSN
           MOVE ZERO   TO PH-PAY-DATE PH-SEQ-NO
           PERFORM 294-START-PAY-HISTORY-SCAN
           PERFORM 625-SCAN-ONE-CHECK-HISTORY
               UNTIL EOF-HIST-WS = 'YES'.

       625-SCAN-ONE-CHECK-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   IF PH-SSN NOT = CR-SSN
                       OR PH-PAY-DATE > CR-DATE
                       MOVE 'YES' TO EOF-HIST-WS
                   ELSE
                       MOVE PH-NET-PAY TO LAST-HIST-NET-WS
                       IF PH-NET-PAY = CR-NET-PAY
                           MOVE 'YES' TO HIST-MATCH-WS EOF-HIST-WS
                       END-IF
                   END-IF
           END-READ.

       630-REPORT-UNMATCHED-CHECK.
           IF NOT HISTORY-MATCHED
               MOVE CR-CHECK-NO      TO CHECK-KEY-NO-OUT
               MOVE CHECK-KEY-SETUP  TO BREAK-KEY-WS
               MOVE CR-SSN           TO BREAK-ITEM-WS
               MOVE CR-NET-PAY       TO BREAK-LEFT-WS
               MOVE LAST-HIST-NET-WS TO BREAK-RIGHT-WS
               MOVE 'NO PAY HISTORY FOR CHECK' TO BREAK-REMARK-WS
               PERFORM 800-PRINT-BREAK
           END-IF.

       700-AUDIT-VOUCHER-INVOICES.
           MOVE 6 TO SECTION-SUB-WS
           MOVE 'APOPEN.MST VOUCHERS TO INVHIST.MST INVOICES'
               TO SECTION-TITLE-OUT
           MOVE '          APOPEN.MST' TO LEFT-TITLE-OUT
           MOVE '         INVHIST.MST' TO RIGHT-TITLE-OUT
           PERFORM 810-PRINT-SECTION-HEADER

           IF NOT OPEN-ITEMS-AVAILABLE
               MOVE 'APOPEN.MST' TO SKIPPED-FILE-WS
               PERFORM 820-PRINT-CHECK-SKIPPED
           ELSE
               OPEN INPUT INVOICE-HISTORY-FILE
               IF INVHIST-FILE-STATUS-WS NOT = '00'
                   MOVE 'INVHIST.MST' TO SKIPPED-FILE-WS
                   PERFORM 820-PRINT-CHECK-SKIPPED
               ELSE
                   PERFORM 290-START-OPEN-ITEM-SCAN
                   PERFORM 710-AUDIT-ONE-VOUCHER-INVOICE
                       UNTIL EOF-OPEN-WS = 'YES'
                   CLOSE INVOICE-HISTORY-FILE
               END-IF
           END-IF

           PERFORM 840-END-SECTION.

       710-AUDIT-ONE-VOUCHER-INVOICE.
           ADD 1 TO TOTAL-RECORDS-WS
           MOVE 'NO'           TO RECORD-FOUND-WS
           MOVE OI-SUPPLIER-NO TO IH-SUPPLIER-NO
           MOVE OI-INVOICE-NO  TO IH-INVOICE-NO
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO RECORD-FOUND-WS
           END-READ

           MOVE OI-VOUCHER-NO-KEY TO VOUCHER-KEY-NO-OUT
           MOVE OI-SUPPLIER-NO    TO VOUCHER-KEY-SOURCE-OUT
           MOVE VOUCHER-KEY-SETUP TO BREAK-KEY-WS
           MOVE OI-INVOICE-NO     TO BREAK-ITEM-WS
           MOVE OI-AMOUNT         TO BREAK-LEFT-WS

           IF NOT RECORD-WAS-FOUND
               MOVE ZERO TO BREAK-RIGHT-WS
               MOVE 'INVOICE NOT ON INVHIST.MST' TO BREAK-REMARK-WS
               PERFORM 800-PRINT-BREAK
           ELSE
               MOVE IH-AMOUNT TO BREAK-RIGHT-WS
               IF IH-VOUCHER-NO NOT = OI-VOUCHER-NO-KEY
                   MOVE 'INVHIST ON VOUCHER '  TO BREAK-REMARK-WS
                   MOVE IH-VOUCHER-NO TO BREAK-REMARK-WS (20:6)
                   PERFORM 800-PRINT-BREAK
               ELSE
                   MOVE 'INVOICE AMOUNT DIFFERS' TO BREAK-REMARK-WS
                   PERFORM 830-COMPARE-AMOUNTS
               END-IF
           END-IF

           PERFORM 291-READ-NEXT-OPEN-ITEM.

       800-PRINT-BREAK.
           COMPUTE BREAK-DIFFERENCE-WS = BREAK-LEFT-WS - BREAK-RIGHT-WS

           MOVE BREAK-KEY-WS        TO DET-KEY-OUT
           MOVE BREAK-ITEM-WS       TO DET-ITEM-OUT
           MOVE BREAK-LEFT-WS       TO DET-LEFT-OUT
           MOVE BREAK-RIGHT-WS      TO DET-RIGHT-OUT
           MOVE BREAK-DIFFERENCE-WS TO DET-DIFFERENCE-OUT
           MOVE BREAK-REMARK-WS     TO DET-REMARK-OUT
           MOVE BREAK-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           ADD 1 TO BREAK-COUNT-WS (SECTION-SUB-WS)
           ADD 1 TO TOTAL-BREAKS-WS
           IF BREAK-DIFFERENCE-WS < ZERO
               SUBTRACT BREAK-DIFFERENCE-WS FROM TOTAL-DIFFERENCE-WS
           ELSE
               ADD BREAK-DIFFERENCE-WS TO TOTAL-DIFFERENCE-WS
           END-IF.

       810-PRINT-SECTION-HEADER.
           MOVE 'NO' TO SECTION-SKIPPED-WS
           MOVE ZERO TO BREAK-COUNT-WS (SECTION-SUB-WS)

           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

       820-PRINT-CHECK-SKIPPED.
           MOVE 'YES' TO SECTION-SKIPPED-WS
           ADD 1 TO TOTAL-SKIPPED-WS
           MOVE '*** CHECK SKIPPED - FILE NOT AVAILABLE: '
               TO NOTE-TEXT-OUT
           MOVE SKIPPED-FILE-WS TO NOTE-FILE-OUT
           PERFORM 825-PRINT-NOTE.

       825-PRINT-NOTE.
           MOVE NOTE-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       830-COMPARE-AMOUNTS.
           IF BREAK-LEFT-WS NOT = BREAK-RIGHT-WS
               PERFORM 800-PRINT-BREAK
           END-IF.

       840-END-SECTION.
           IF BREAK-COUNT-WS (SECTION-SUB-WS) = ZERO
               AND NOT SECTION-WAS-SKIPPED
               MOVE 'NO BREAKS FOUND' TO NOTE-TEXT-OUT
               MOVE SPACES            TO NOTE-FILE-OUT
               PERFORM 825-PRINT-NOTE
           END-IF.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM54' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-SKIPPED-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'AUDIT CHECKS SKIPPED - FILE NOT AVAILABLE'
                   TO OL-MESSAGE
               MOVE TOTAL-SKIPPED-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           IF TOTAL-BREAKS-WS > ZERO
               MOVE 'E' TO OL-SEVERITY
               MOVE 'CROSS-FILE AUDIT BREAKS FOUND - SEE XFAUDIT.DOC'
                   TO OL-MESSAGE
               MOVE TOTAL-BREAKS-WS     TO OL-RECORD-COUNT
               MOVE TOTAL-DIFFERENCE-WS TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-RECORDS-WS TO OL-RECORD-COUNT
           MOVE ZERO TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE SUMMARY-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           PERFORM 910-PRINT-ONE-SECTION-TOTAL
               VARYING SECTION-SUB-WS FROM 1 BY 1
               UNTIL SECTION-SUB-WS > 6

           MOVE TOTAL-BREAKS-WS TO TOTAL-BREAKS-OUT
           MOVE TOTAL-BREAKS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE TOTAL-SKIPPED-WS TO TOTAL-SKIPPED-OUT
           MOVE TOTAL-SKIPPED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-RECORDS-WS TO TOTAL-RECORDS-OUT
           MOVE TOTAL-RECORDS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           DISPLAY 'CROSS-FILE AUDIT - BREAKS FOUND: ' TOTAL-BREAKS-WS

           IF PAY-HISTORY-AVAILABLE
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF OPEN-ITEMS-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF AP-HISTORY-AVAILABLE
               CLOSE AP-HISTORY-FILE
           END-IF
           CLOSE AUDIT-REPORT-FILE.

       910-PRINT-ONE-SECTION-TOTAL.
           MOVE SECTION-NAME-WS (SECTION-SUB-WS) TO SECTION-NAME-OUT
           MOVE BREAK-COUNT-WS (SECTION-SUB-WS) TO SECTION-BREAKS-OUT
           MOVE SECTION-BREAKS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.
