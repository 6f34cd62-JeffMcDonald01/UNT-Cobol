       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM53.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO 'BACKCAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BC-KEY
           FILE STATUS IS CATALOG-FILE-STATUS-WS.

           SELECT BACKUP-FILE ASSIGN TO 'BACKUP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-FILE-STATUS-WS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RUNCTL-FILE-STATUS-WS.

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

           SELECT LEAVE-MASTER-FILE ASSIGN TO 'LEAVE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-KEY
           FILE STATUS IS LEAVE-FILE-STATUS-WS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'APOPEN.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-VOUCHER-NO-KEY
           FILE STATUS IS OPEN-FILE-STATUS-WS.

           SELECT INVOICE-HISTORY-FILE ASSIGN TO 'INVHIST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IH-KEY
           FILE STATUS IS INVHIST-FILE-STATUS-WS.

           SELECT PO-MASTER-FILE ASSIGN TO 'POMAST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NO-KEY
           FILE STATUS IS PO-FILE-STATUS-WS.

           SELECT AP-HISTORY-FILE ASSIGN TO 'APHIST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AH-VOUCHER-NO-KEY
           ALTERNATE RECORD KEY IS AH-SUPPLIER-NO WITH DUPLICATES
           FILE STATUS IS APHIST-FILE-STATUS-WS.

           SELECT VENDOR-YTD-FILE ASSIGN TO 'VENDYTD.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VY-SUPPLIER-NO-KEY
           FILE STATUS IS VENDOR-YTD-STATUS-WS.

           SELECT GL-MASTER-FILE ASSIGN TO 'GLMAST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GM-ACCT-NO-KEY
           FILE STATUS IS GL-FILE-STATUS-WS.

           SELECT FIXED-ASSET-FILE ASSIGN TO 'ASSET.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-ASSET-NO-KEY
           ALTERNATE RECORD KEY IS FA-STORE-NO WITH DUPLICATES
           FILE STATUS IS ASSET-FILE-STATUS-WS.

           SELECT UNCLAIMED-PROPERTY-FILE ASSIGN TO 'UNCLAIM.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UP-KEY
           FILE STATUS IS UNCLAIM-FILE-STATUS-WS.

           SELECT STANDING-ENTRY-FILE ASSIGN TO 'JRNLSTD.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JS-KEY
           FILE STATUS IS STANDING-FILE-STATUS-WS.

           SELECT BUDGET-MASTER-FILE ASSIGN TO 'BUDGET.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS BUDGET-FILE-STATUS-WS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-SSN-KEY
           FILE STATUS IS EMP-FILE-STATUS-WS.

           SELECT EMP-ADDRESS-FILE ASSIGN TO 'EMPADDR.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EA-SSN-KEY
           FILE STATUS IS ADDR-FILE-STATUS-WS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STORE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STORE-NO-KEY
           FILE STATUS IS STORE-FILE-STATUS-WS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO 'VENDOR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDOR-NO-KEY
           FILE STATUS IS VENDOR-FILE-STATUS-WS.

           SELECT RESTORE-REPORT-FILE ASSIGN TO 'RESTORE.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05  BC-KEY.
               10  BC-GENERATION       PIC 9(10).
               10  BC-FILE-NAME        PIC X(12).
           05  BC-BACKUP-DATE          PIC 9(8).
           05  BC-BACKUP-TIME          PIC 9(8).
           05  BC-PROGRAM-ID           PIC X(8).
           05  BC-STATUS               PIC X.
               88  BC-BACKED-UP                        VALUE 'B'.
               88  BC-FILE-MISSING                     VALUE 'M'.
           05  BC-RECORD-COUNT         PIC 9(7).
           05  BC-HASH-TOTAL           PIC S9(11)V99.
           05  BC-RESTORE-DATE         PIC 9(8).
           05  BC-RESTORE-COUNT        PIC 9(3).

       FD  BACKUP-FILE RECORDING MODE IS F.
       01  BACKUP-RECORD.
           05  BK-GENERATION           PIC 9(10).
           05  BK-FILE-NAME            PIC X(12).
           05  BK-RECORD-IMAGE         PIC X(300).

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

       FD  INVOICE-HISTORY-FILE.
       01  INVOICE-HISTORY-RECORD.
           05  IH-KEY.
               10  IH-SUPPLIER-NO      PIC X(5).
               10  IH-INVOICE-NO       PIC X(8).
           05  IH-VOUCHER-NO           PIC X(6).
           05  IH-DATE                 PIC X(8).
           05  IH-AMOUNT               PIC S9(6)V99.

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PO-NO-KEY               PIC X(6).
           05  PO-SUPPLIER-NO          PIC X(5).
           05  PO-STORE-NO             PIC X(3).
           05  PO-ACCT-NO              PIC X(4).
           05  PO-ORDER-DATE           PIC 9(8).
           05  PO-ORDERED-AMOUNT       PIC S9(7)V99.
           05  PO-RECEIVED-AMOUNT      PIC S9(7)V99.
           05  PO-INVOICED-AMOUNT      PIC S9(7)V99.
           05  PO-STATUS               PIC X.
               88  PO-IS-OPEN                          VALUE 'O'.
               88  PO-IS-PART-RECEIVED                 VALUE 'P'.
               88  PO-IS-RECEIVED                      VALUE 'R'.
               88  PO-IS-CLOSED                        VALUE 'C'.
               88  PO-IS-CANCELLED                     VALUE 'X'.
           05  PO-LAST-ACTIVITY-DATE   PIC 9(8).

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
           05  AH-PAID-DATE            PIC 9(8).
           05  AH-CHECK-REF            PIC X(6).
           05  AH-DISC-AMOUNT          PIC S9(6)V99.
           05  AH-DISC-DATE            PIC 9(8).

       FD  VENDOR-YTD-FILE.
       01  VENDOR-YTD-RECORD.
           05  VY-SUPPLIER-NO-KEY      PIC X(5).
           05  VY-SUPPLIER-NAME        PIC X(23).
           05  VY-PAID-DOLLARS         PIC S9(9)V99.

       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD.
           05  GM-ACCT-NO-KEY          PIC X(4).
           05  GM-BEGIN-BALANCE        PIC S9(9)V99.
           05  GM-PERIOD-DEBITS        PIC S9(9)V99.
           05  GM-PERIOD-CREDITS       PIC S9(9)V99.

       FD  FIXED-ASSET-FILE.
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-NO-KEY         PIC X(6).
           05  FA-DESCRIPTION          PIC X(30).
           05  FA-STORE-NO             PIC X(3).
           05  FA-ASSET-ACCT           PIC X(4).
           05  FA-IN-SERVICE-DATE      PIC 9(8).
           05  FA-COST                 PIC S9(7)V99.
           05  FA-LIFE-MONTHS          PIC 9(3).
           05  FA-METHOD               PIC X.
               88  FA-STRAIGHT-LINE                    VALUE 'S'.
               88  FA-DECLINING-BALANCE                VALUE 'D'.
           05  FA-SALVAGE              PIC S9(7)V99.
           05  FA-ACCUM-DEPR           PIC S9(7)V99.
           05  FA-LAST-DEPR-PERIOD     PIC 9(6).
           05  FA-DISPOSAL-DATE        PIC 9(8).
           05  FA-DISPOSAL-PROCEEDS    PIC S9(7)V99.
           05  FA-STATUS               PIC X.
               88  FA-IS-ACTIVE                        VALUE 'A'.
               88  FA-IS-DISPOSED                      VALUE 'D'.
               88  FA-IS-RETIRED                       VALUE 'R'.
           05  FA-VOUCHER-NO           PIC X(6).
           05  FA-SUPPLIER-NO          PIC X(5).
           05  FA-PRIOR-STORE-NO       PIC X(3).
           05  FA-TRANSFER-DATE        PIC 9(8).

       FD  UNCLAIMED-PROPERTY-FILE.
       01  UNCLAIMED-PROPERTY-RECORD.
           05  UP-KEY.
               10  UP-SOURCE           PIC X.
                   88  UP-PAYROLL-CHECK                VALUE 'P'.
                   88  UP-AP-CHECK                     VALUE 'A'.
               10  UP-CHECK-NO         PIC 9(6).
           05  UP-PAYEE-ID             PIC X(9).
           05  UP-PAYEE-NAME           PIC X(23).
           05  UP-ISSUE-DATE           PIC 9(8).
           05  UP-AMOUNT               PIC S9(8)V99.
           05  UP-PROPERTY-TYPE        PIC X(4).
           05  UP-STATUS               PIC X.
               88  UP-IS-NEW                           VALUE 'N'.
               88  UP-LETTER-SENT                      VALUE 'L'.
               88  UP-PAYEE-CLAIMED                    VALUE 'P'.
               88  UP-IS-REISSUED                      VALUE 'R'.
               88  UP-IS-CASHED                        VALUE 'C'.
               88  UP-IS-VOIDED                        VALUE 'V'.
               88  UP-IS-REMITTED                      VALUE 'E'.
               88  UP-IS-OPEN                  VALUE 'N' 'L' 'P'.
           05  UP-PICKUP-DATE          PIC 9(8).
           05  UP-LETTER-DATE          PIC 9(8).
           05  UP-RESPONSE             PIC X.
               88  UP-NO-RESPONSE                      VALUE ' '.
               88  UP-RESPONSE-CLAIMED                 VALUE 'C'.
               88  UP-RESPONSE-UNDELIVERABLE           VALUE 'U'.
           05  UP-RESPONSE-DATE        PIC 9(8).
           05  UP-REISSUE-CHECK-NO     PIC 9(6).
           05  UP-CLOSE-DATE           PIC 9(8).
           05  UP-REMIT-YEAR           PIC 9(4).
           05  UP-STREET               PIC X(30).
           05  UP-CITY                 PIC X(20).
           05  UP-STATE                PIC XX.
           05  UP-ZIP                  PIC X(9).

       FD  STANDING-ENTRY-FILE.
       01  STANDING-ENTRY-RECORD.
           05  JS-KEY.
               10  JS-JOURNAL-NO       PIC X(6).
               10  JS-LINE-NO          PIC 9(3).
           05  JS-ENTRY-TYPE           PIC X.
               88  JS-RECURRING                        VALUE 'R'.
               88  JS-AUTO-REVERSE                     VALUE 'A'.
           05  JS-ACCT-NO              PIC X(4).
           05  JS-AMOUNT               PIC S9(8)V99.
           05  JS-DESCRIPTION          PIC X(30).
           05  JS-START-PERIOD         PIC 9(6).
           05  JS-END-PERIOD           PIC 9(6).
           05  JS-LAST-PERIOD          PIC 9(6).

       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           05  BM-KEY.
               10  BM-ACCT-NO          PIC X(4).
               10  BM-STORE-NO         PIC X(3).
               10  BM-FISCAL-YEAR      PIC 9(4).
           05  BM-PERIOD-AMOUNT        PIC S9(7)V99 OCCURS 12 TIMES.
           05  BM-LAST-MAINT-DATE      PIC 9(8).

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

       FD  EMP-ADDRESS-FILE.
       01  EMP-ADDRESS-RECORD.
           05  EA-SSN-KEY              PIC X(9).
           05  EA-STREET               PIC X(30).
           05  EA-CITY                 PIC X(20).
           05  EA-STATE                PIC XX.
           05  EA-ZIP                  PIC X(9).
           05  EA-CHANGE-DATE          PIC 9(8).

       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  SM-STORE-NO-KEY         PIC X(3).
           05  SM-STORE-NAME           PIC X(20).
           05  SM-REGION               PIC X(2).
           05  SM-STATUS               PIC X.
               88  SM-STORE-OPEN                       VALUE 'O'.
               88  SM-STORE-CLOSED                     VALUE 'C'.

       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD.
           05  VENDOR-NO-KEY           PIC X(5).
           05  VENDOR-NAME-MASTER      PIC X(23).
           05  VENDOR-REMIT-ADDR-MASTER PIC X(30).
           05  VENDOR-REMIT-CITY-MASTER PIC X(20).
           05  VENDOR-REMIT-STATE-MASTER PIC XX.
           05  VENDOR-REMIT-ZIP-MASTER PIC X(9).
           05  VENDOR-TERMS-MASTER     PIC X(3).
           05  VENDOR-1099-MASTER      PIC X.
               88  VENDOR-IS-1099                      VALUE 'Y'.
           05  VENDOR-PAY-METHOD-MASTER PIC X.
               88  VENDOR-PAID-BY-CHECK                VALUE 'C' ' '.
               88  VENDOR-PAID-BY-EFT                  VALUE 'E'.
           05  VENDOR-ROUTING-MASTER   PIC X(9).
           05  VENDOR-BANK-ACCT-MASTER PIC X(17).
           05  VENDOR-ACCT-TYPE-MASTER PIC X.
               88  VENDOR-ACCT-CHECKING                VALUE 'C'.
               88  VENDOR-ACCT-SAVINGS                 VALUE 'S'.

       FD  RESTORE-REPORT-FILE RECORDING MODE IS F.
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
           05  CATALOG-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  BACKUP-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  YTD-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  HIST-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  DED-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  LEAVE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  OPEN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  INVHIST-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  PO-FILE-STATUS-WS       PIC XX          VALUE '00'.
           05  APHIST-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  VENDOR-YTD-STATUS-WS    PIC XX          VALUE '00'.
           05  GL-FILE-STATUS-WS       PIC XX          VALUE '00'.
           05  ASSET-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  UNCLAIM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  STANDING-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  BUDGET-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  EMP-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  ADDR-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  STORE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  VENDOR-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-BACKUP-WS           PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  GENERATION-X-WS         PIC X(10)       VALUE SPACES.
           05  RESTORE-GENERATION-WS   PIC 9(10)       VALUE ZERO.
           05  RESTORE-GEN-PARTS-WS REDEFINES RESTORE-GENERATION-WS.
               10  RESTORE-GEN-DATE-WS PIC 9(8).
               10  RESTORE-GEN-SEQ-WS  PIC 99.
           05  DEFAULT-PROGRAM-WS      PIC X(8)        VALUE SPACES.
           05  RESET-PROGRAM-WS        PIC X(8)        VALUE SPACES.
           05  RESET-DATE-X-WS         PIC X(8)        VALUE SPACES.
           05  RESET-DATE-WS           PIC 9(8)        VALUE ZERO.
           05  RESET-REQUESTED-WS      PIC X(3)        VALUE 'NO'.
               88  RUN-CONTROL-RESET-REQUESTED         VALUE 'YES'.
           05  RUNCTL-FOUND-WS         PIC X(3)        VALUE 'NO'.
               88  RUN-CONTROL-ENTRY-FOUND             VALUE 'YES'.
           05  ANSWER-WS               PIC X           VALUE SPACE.
               88  ANSWER-VALID                        VALUE 'Y' 'N'.
               88  ANSWER-YES                          VALUE 'Y'.
           05  CONFIRMED-WS            PIC X(3)        VALUE 'NO'.
               88  RESTORE-CONFIRMED                   VALUE 'YES'.
           05  RECORD-WRITTEN-WS       PIC X(3)        VALUE 'NO'.
               88  RECORD-WAS-WRITTEN                  VALUE 'YES'.
           05  MASTER-SUB-WS           PIC 99          VALUE ZERO.
           05  MASTER-HIT-WS           PIC 99          VALUE ZERO.
           05  MASTER-COUNT-WS         PIC 99          VALUE 18.
           05  BUDGET-SUB-WS           PIC 99          VALUE ZERO.
           05  RECORD-HASH-WS          PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-ON-CATALOG-WS     PIC 99          VALUE ZERO.
           05  TOTAL-SELECTED-WS       PIC 99          VALUE ZERO.
           05  TOTAL-RESTORED-WS       PIC 99          VALUE ZERO.
           05  TOTAL-OUT-OF-BALANCE-WS PIC 99          VALUE ZERO.
           05  TOTAL-RECORDS-WS        PIC 9(8)        VALUE ZERO.
           05  TOTAL-WRITE-ERRORS-WS   PIC 9(7)        VALUE ZERO.

       01  MASTER-NAME-VALUES-WS.
           05                          PIC X(12)   VALUE 'PAYROLL.YTD'.
           05                          PIC X(12)   VALUE 'PAYHIST.MST'.
           05                          PIC X(12)   VALUE 'PAYDED.MST'.
           05                          PIC X(12)   VALUE 'LEAVE.MST'.
           05                          PIC X(12)   VALUE 'APOPEN.MST'.
           05                          PIC X(12)   VALUE 'INVHIST.MST'.
           05                          PIC X(12)   VALUE 'POMAST.MST'.
           05                          PIC X(12)   VALUE 'APHIST.MST'.
           05                          PIC X(12)   VALUE 'VENDYTD.MST'.
           05                          PIC X(12)   VALUE 'GLMAST.MST'.
           05                          PIC X(12)   VALUE 'ASSET.MST'.
           05                          PIC X(12)   VALUE 'UNCLAIM.MST'.
           05                          PIC X(12)   VALUE 'JRNLSTD.MST'.
           05                          PIC X(12)   VALUE 'BUDGET.MST'.
           05                          PIC X(12)   VALUE 'EMPLOYEE.MST'.
           05                          PIC X(12)   VALUE 'EMPADDR.MST'.
           05                          PIC X(12)   VALUE 'STORE.MST'.
           05                          PIC X(12)   VALUE 'VENDOR.DAT'.
       01  MASTER-NAME-TABLE-WS REDEFINES MASTER-NAME-VALUES-WS.
           05  MASTER-NAME-WS          OCCURS 18 TIMES
                                       PIC X(12).

       01  MASTER-STATUS-TABLE-WS.
           05  MASTER-ENTRY-WS         OCCURS 18 TIMES.
               10  ME-CATALOG-STATUS-WS PIC X.
                   88  ME-NOT-ON-CATALOG               VALUE ' '.
                   88  ME-BACKED-UP                    VALUE 'B'.
                   88  ME-FILE-MISSING                 VALUE 'M'.
               10  ME-SELECTED-WS      PIC X(3).
                   88  ME-SELECTED                     VALUE 'YES'.
               10  ME-CATALOG-COUNT-WS PIC 9(7).
               10  ME-CATALOG-HASH-WS  PIC S9(11)V99.
               10  ME-RESTORED-COUNT-WS PIC 9(7).
               10  ME-RESTORED-HASH-WS PIC S9(11)V99.

       01  LOG-MESSAGE-SETUP.
           05  LOG-ACTION-OUT          PIC X(12).
           05  LOG-GENERATION-OUT      PIC 9(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  LOG-FILE-OUT            PIC X(12).
           05  FILLER                  PIC X       VALUE SPACE.
           05  LOG-REMARK-OUT          PIC X(24).

       01  RESET-LOG-MESSAGE-SETUP.
           05                          PIC X(22)   VALUE
           'RUN CONTROL RESET FOR '.
           05  RESET-LOG-PROGRAM-OUT   PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  RESET-LOG-DATE-OUT      PIC 9(8).

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
           05                          PIC X(34)   VALUE
           'MASTER FILE RESTORE - GENERATION '.
           05  REPORT-HEADER-GEN-OUT   PIC 9(10).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(15)   VALUE 'MASTER FILE'.
           05                          PIC X(12)   VALUE '  CATALOG'.
           05                          PIC X(12)   VALUE ' RESTORED'.
           05                          PIC X(21)   VALUE
           '     CATALOG HASH'.
           05                          PIC X(21)   VALUE
           '    RESTORED HASH'.
           05                          PIC X(30)   VALUE 'REMARKS'.

       01  RESTORE-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DET-FILE-NAME-OUT       PIC X(12).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-CATALOG-COUNT-OUT   PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-RESTORED-COUNT-OUT  PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-CATALOG-HASH-OUT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-RESTORED-HASH-OUT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-REMARK-OUT          PIC X(30).

       01  RESET-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  RESET-TEXT-OUT          PIC X(40).
           05  RESET-PROGRAM-OUT       PIC X(8).
           05  FILLER                  PIC X       VALUE SPACE.
           05  RESET-DATE-OUT          PIC 9(8).

       01  TOTAL-RESTORED-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF MASTERS RESTORED IS:'.
           05  TOTAL-RESTORED-OUT      PIC ZZZ9.

       01  TOTAL-OUT-OF-BALANCE-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'MASTERS OUT OF BALANCE IS:'.
           05  TOTAL-OUT-OF-BALANCE-OUT PIC ZZZ9.

       01  TOTAL-RECORDS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF RECORDS RESTORED IS:'.
           05  TOTAL-RECORDS-OUT       PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-GET-GENERATION
           PERFORM 320-SELECT-MASTERS
           PERFORM 340-GET-RUN-CONTROL-RESET
           PERFORM 360-CONFIRM-RESTORE

           IF RESTORE-CONFIRMED
               PERFORM 400-OPEN-SELECTED-MASTERS
               PERFORM 500-RELOAD-MASTERS
               PERFORM 600-CLOSE-SELECTED-MASTERS
               PERFORM 700-BALANCE-AND-LOG
                   VARYING MASTER-SUB-WS FROM 1 BY 1
                   UNTIL MASTER-SUB-WS > MASTER-COUNT-WS
               IF RUN-CONTROL-RESET-REQUESTED
                   PERFORM 750-RESET-RUN-CONTROL
               END-IF
           END-IF

           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           OPEN I-O BACKUP-CATALOG-FILE
           IF CATALOG-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKUP CATALOG - STATUS: '
                   CATALOG-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN OUTPUT RESTORE-REPORT-FILE.

       300-GET-GENERATION.
           DISPLAY 'ENTER GENERATION TO RESTORE (YYYYMMDDNN): '
               WITH NO ADVANCING
           ACCEPT GENERATION-X-WS
           IF GENERATION-X-WS IS NOT NUMERIC
               DISPLAY 'GENERATION MUST BE 10 DIGITS - RUN STOPPED'
               STOP RUN
           END-IF
           MOVE GENERATION-X-WS TO RESTORE-GENERATION-WS

           PERFORM 310-LOOKUP-ONE-MASTER
               VARYING MASTER-SUB-WS FROM 1 BY 1
               UNTIL MASTER-SUB-WS > MASTER-COUNT-WS

           IF TOTAL-ON-CATALOG-WS = ZERO
               DISPLAY 'GENERATION ' RESTORE-GENERATION-WS
                   ' NOT ON BACKUP CATALOG - RUN STOPPED'
               STOP RUN
           END-IF

           MOVE RUN-MONTH-WS          TO HEADER-MO-OUT
           MOVE RUN-DAY-WS            TO HEADER-DY-OUT
           MOVE RUN-YEAR-WS           TO HEADER-YR-OUT
           MOVE RESTORE-GENERATION-WS TO REPORT-HEADER-GEN-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

       310-LOOKUP-ONE-MASTER.
           MOVE SPACE TO ME-CATALOG-STATUS-WS (MASTER-SUB-WS)
           MOVE 'NO'  TO ME-SELECTED-WS (MASTER-SUB-WS)
           MOVE ZERO  TO ME-CATALOG-COUNT-WS (MASTER-SUB-WS)
                         ME-CATALOG-HASH-WS (MASTER-SUB-WS)
                         ME-RESTORED-COUNT-WS (MASTER-SUB-WS)
                         ME-RESTORED-HASH-WS (MASTER-SUB-WS)

           MOVE RESTORE-GENERATION-WS        TO BC-GENERATION
           MOVE MASTER-NAME-WS (MASTER-SUB-WS) TO BC-FILE-NAME
           READ BACKUP-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 315-SAVE-CATALOG-ENTRY
           END-READ.

       315-SAVE-CATALOG-ENTRY.
           ADD 1 TO TOTAL-ON-CATALOG-WS
           MOVE BC-STATUS       TO ME-CATALOG-STATUS-WS (MASTER-SUB-WS)
           MOVE BC-RECORD-COUNT TO ME-CATALOG-COUNT-WS (MASTER-SUB-WS)
           MOVE BC-HASH-TOTAL   TO ME-CATALOG-HASH-WS (MASTER-SUB-WS)
           IF BC-PROGRAM-ID NOT = SPACES
               MOVE BC-PROGRAM-ID TO DEFAULT-PROGRAM-WS
           END-IF.

       320-SELECT-MASTERS.
           DISPLAY 'MASTERS IN GENERATION ' RESTORE-GENERATION-WS
           PERFORM 325-SELECT-ONE-MASTER
               VARYING MASTER-SUB-WS FROM 1 BY 1
               UNTIL MASTER-SUB-WS > MASTER-COUNT-WS

           IF TOTAL-SELECTED-WS = ZERO
               DISPLAY 'NO MASTERS SELECTED - NOTHING RESTORED'
           END-IF.

       325-SELECT-ONE-MASTER.
           IF ME-BACKED-UP (MASTER-SUB-WS)
               DISPLAY '  ' MASTER-NAME-WS (MASTER-SUB-WS)
                   ' RECORDS: ' ME-CATALOG-COUNT-WS (MASTER-SUB-WS)
               MOVE SPACE TO ANSWER-WS
               PERFORM 327-ACCEPT-RESTORE-ANSWER
                   UNTIL ANSWER-VALID
               IF ANSWER-YES
                   MOVE 'YES' TO ME-SELECTED-WS (MASTER-SUB-WS)
                   ADD 1 TO TOTAL-SELECTED-WS
               END-IF
           ELSE
               IF ME-FILE-MISSING (MASTER-SUB-WS)
                   DISPLAY '  ' MASTER-NAME-WS (MASTER-SUB-WS)
                       ' WAS NOT ON DISK WHEN BACKED UP'
               END-IF
           END-IF.

       327-ACCEPT-RESTORE-ANSWER.
           DISPLAY 'RESTORE ' MASTER-NAME-WS (MASTER-SUB-WS)
               ' (Y/N): ' WITH NO ADVANCING
           ACCEPT ANSWER-WS.

       340-GET-RUN-CONTROL-RESET.
           MOVE 'NO' TO RESET-REQUESTED-WS
           IF TOTAL-SELECTED-WS > ZERO
               DISPLAY 'PROGRAM TO RESET IN RUN CONTROL (BLANK = '
                   DEFAULT-PROGRAM-WS ', NONE = NO RESET): '
                   WITH NO ADVANCING
               ACCEPT RESET-PROGRAM-WS
               IF RESET-PROGRAM-WS = SPACES
                   MOVE DEFAULT-PROGRAM-WS TO RESET-PROGRAM-WS
               END-IF
               IF RESET-PROGRAM-WS NOT = SPACES
                   AND RESET-PROGRAM-WS NOT = 'NONE'
                   MOVE 'YES' TO RESET-REQUESTED-WS
                   PERFORM 345-GET-RESET-DATE
               END-IF
           END-IF.

       345-GET-RESET-DATE.
           DISPLAY 'RUN DATE TO RESET YYYYMMDD (BLANK = '
               RESTORE-GEN-DATE-WS '): ' WITH NO ADVANCING
           ACCEPT RESET-DATE-X-WS
           IF RESET-DATE-X-WS = SPACES
               MOVE RESTORE-GEN-DATE-WS TO RESET-DATE-WS
           ELSE
               IF RESET-DATE-X-WS IS NOT NUMERIC
                   DISPLAY 'RUN DATE MUST BE YYYYMMDD - RUN STOPPED'
                   STOP RUN
               END-IF
               MOVE RESET-DATE-X-WS TO RESET-DATE-WS
           END-IF.

       360-CONFIRM-RESTORE.
           MOVE 'NO' TO CONFIRMED-WS
           IF TOTAL-SELECTED-WS > ZERO
               MOVE SPACE TO ANSWER-WS
               PERFORM 365-ACCEPT-CONFIRM-ANSWER
                   UNTIL ANSWER-VALID
               IF ANSWER-YES
                   MOVE 'YES' TO CONFIRMED-WS
               ELSE
                   DISPLAY 'RESTORE CANCELLED - NO MASTERS CHANGED'
               END-IF
           END-IF.

       365-ACCEPT-CONFIRM-ANSWER.
           DISPLAY 'CURRENT MASTERS WILL BE REPLACED - PROCEED (Y/N): '
               WITH NO ADVANCING
           ACCEPT ANSWER-WS.

       400-OPEN-SELECTED-MASTERS.
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKUP FILE - STATUS: '
                   BACKUP-FILE-STATUS-WS
               DISPLAY 'NO MASTERS CHANGED - RUN STOPPED'
               STOP RUN
           END-IF

           IF ME-SELECTED (1)
               OPEN OUTPUT YTD-MASTER-FILE
           END-IF
           IF ME-SELECTED (2)
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           IF ME-SELECTED (3)
               OPEN OUTPUT DEDUCTION-MASTER-FILE
           END-IF
           IF ME-SELECTED (4)
               OPEN OUTPUT LEAVE-MASTER-FILE
           END-IF
           IF ME-SELECTED (5)
               OPEN OUTPUT OPEN-ITEM-FILE
           END-IF
           IF ME-SELECTED (6)
               OPEN OUTPUT INVOICE-HISTORY-FILE
           END-IF
           IF ME-SELECTED (7)
               OPEN OUTPUT PO-MASTER-FILE
           END-IF
           IF ME-SELECTED (8)
               OPEN OUTPUT AP-HISTORY-FILE
           END-IF
           IF ME-SELECTED (9)
               OPEN OUTPUT VENDOR-YTD-FILE
           END-IF
           IF ME-SELECTED (10)
               OPEN OUTPUT GL-MASTER-FILE
           END-IF
           IF ME-SELECTED (11)
               OPEN OUTPUT FIXED-ASSET-FILE
           END-IF
           IF ME-SELECTED (12)
               OPEN OUTPUT UNCLAIMED-PROPERTY-FILE
           END-IF
           IF ME-SELECTED (13)
               OPEN OUTPUT STANDING-ENTRY-FILE
           END-IF
           IF ME-SELECTED (14)
               OPEN OUTPUT BUDGET-MASTER-FILE
           END-IF
           IF ME-SELECTED (15)
               OPEN OUTPUT EMPLOYEE-MASTER-FILE
           END-IF
           IF ME-SELECTED (16)
               OPEN OUTPUT EMP-ADDRESS-FILE
           END-IF
           IF ME-SELECTED (17)
               OPEN OUTPUT STORE-MASTER-FILE
           END-IF
           IF ME-SELECTED (18)
               OPEN OUTPUT VENDOR-MASTER-FILE
           END-IF.

       500-RELOAD-MASTERS.
           MOVE 'NO' TO EOF-BACKUP-WS
           PERFORM 505-READ-NEXT-BACKUP
           PERFORM 510-RELOAD-ONE-RECORD
               UNTIL EOF-BACKUP-WS = 'YES'
           CLOSE BACKUP-FILE.

       505-READ-NEXT-BACKUP.
           READ BACKUP-FILE
               AT END MOVE 'YES' TO EOF-BACKUP-WS
           END-READ.

       510-RELOAD-ONE-RECORD.
           IF BK-GENERATION = RESTORE-GENERATION-WS
               MOVE ZERO TO MASTER-HIT-WS
               PERFORM 515-MATCH-ONE-MASTER-NAME
                   VARYING MASTER-SUB-WS FROM 1 BY 1
                   UNTIL MASTER-SUB-WS > MASTER-COUNT-WS
               IF MASTER-HIT-WS > ZERO
                   IF ME-SELECTED (MASTER-HIT-WS)
                       PERFORM 520-WRITE-ONE-MASTER-RECORD
                   END-IF
               END-IF
           END-IF

           PERFORM 505-READ-NEXT-BACKUP.

       515-MATCH-ONE-MASTER-NAME.
           IF MASTER-NAME-WS (MASTER-SUB-WS) = BK-FILE-NAME
               MOVE MASTER-SUB-WS TO MASTER-HIT-WS
           END-IF.

       520-WRITE-ONE-MASTER-RECORD.
           MOVE 'YES' TO RECORD-WRITTEN-WS
           MOVE ZERO  TO RECORD-HASH-WS

           IF MASTER-HIT-WS = 1
               PERFORM 530-LOAD-YTD
           END-IF
           IF MASTER-HIT-WS = 2
               PERFORM 532-LOAD-PAY-HISTORY
           END-IF
           IF MASTER-HIT-WS = 3
               PERFORM 534-LOAD-DEDUCTION
           END-IF
           IF MASTER-HIT-WS = 4
               PERFORM 536-LOAD-LEAVE
           END-IF
           IF MASTER-HIT-WS = 5
               PERFORM 538-LOAD-OPEN-ITEM
           END-IF
           IF MASTER-HIT-WS = 6
               PERFORM 540-LOAD-INVOICE-HIST
           END-IF
           IF MASTER-HIT-WS = 7
               PERFORM 542-LOAD-PO
           END-IF
           IF MASTER-HIT-WS = 8
               PERFORM 544-LOAD-AP-HISTORY
           END-IF
           IF MASTER-HIT-WS = 9
               PERFORM 546-LOAD-VENDOR-YTD
           END-IF
           IF MASTER-HIT-WS = 10
               PERFORM 548-LOAD-GL
           END-IF
           IF MASTER-HIT-WS = 11
               PERFORM 550-LOAD-ASSET
           END-IF
           IF MASTER-HIT-WS = 12
               PERFORM 552-LOAD-UNCLAIMED
           END-IF
           IF MASTER-HIT-WS = 13
               PERFORM 554-LOAD-STANDING-ENTRY
           END-IF
           IF MASTER-HIT-WS = 14
               PERFORM 556-LOAD-BUDGET
           END-IF
           IF MASTER-HIT-WS = 15
               PERFORM 558-LOAD-EMPLOYEE
           END-IF
           IF MASTER-HIT-WS = 16
               PERFORM 560-LOAD-EMP-ADDRESS
           END-IF
           IF MASTER-HIT-WS = 17
               PERFORM 562-LOAD-STORE
           END-IF
           IF MASTER-HIT-WS = 18
               PERFORM 564-LOAD-VENDOR
           END-IF

           IF RECORD-WAS-WRITTEN
               ADD 1 TO ME-RESTORED-COUNT-WS (MASTER-HIT-WS)
               ADD RECORD-HASH-WS
                   TO ME-RESTORED-HASH-WS (MASTER-HIT-WS)
               ADD 1 TO TOTAL-RECORDS-WS
           ELSE
               ADD 1 TO TOTAL-WRITE-ERRORS-WS
           END-IF.

       530-LOAD-YTD.
           MOVE BK-RECORD-IMAGE TO YTD-MASTER-RECORD
           WRITE YTD-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE YTD-GROSS-WS TO RECORD-HASH-WS
           END-IF.

       532-LOAD-PAY-HISTORY.
           MOVE BK-RECORD-IMAGE TO PAY-HISTORY-RECORD
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE PH-GROSS TO RECORD-HASH-WS
           END-IF.

       534-LOAD-DEDUCTION.
           MOVE BK-RECORD-IMAGE TO DEDUCTION-MASTER-RECORD
           WRITE DEDUCTION-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE DM-TAKEN-YTD TO RECORD-HASH-WS
           END-IF.

       536-LOAD-LEAVE.
           MOVE BK-RECORD-IMAGE TO LEAVE-MASTER-RECORD
           WRITE LEAVE-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE LV-BALANCE TO RECORD-HASH-WS
           END-IF.

       538-LOAD-OPEN-ITEM.
           MOVE BK-RECORD-IMAGE TO OPEN-ITEM-RECORD
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE OI-AMOUNT TO RECORD-HASH-WS
           END-IF.

       540-LOAD-INVOICE-HIST.
           MOVE BK-RECORD-IMAGE TO INVOICE-HISTORY-RECORD
           WRITE INVOICE-HISTORY-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE IH-AMOUNT TO RECORD-HASH-WS
           END-IF.

       542-LOAD-PO.
           MOVE BK-RECORD-IMAGE TO PO-MASTER-RECORD
           WRITE PO-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE PO-ORDERED-AMOUNT TO RECORD-HASH-WS
           END-IF.

       544-LOAD-AP-HISTORY.
           MOVE BK-RECORD-IMAGE TO AP-HISTORY-RECORD
           WRITE AP-HISTORY-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE AH-AMOUNT TO RECORD-HASH-WS
           END-IF.

       546-LOAD-VENDOR-YTD.
           MOVE BK-RECORD-IMAGE TO VENDOR-YTD-RECORD
           WRITE VENDOR-YTD-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE VY-PAID-DOLLARS TO RECORD-HASH-WS
           END-IF.

       548-LOAD-GL.
           MOVE BK-RECORD-IMAGE TO GL-MASTER-RECORD
           WRITE GL-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               COMPUTE RECORD-HASH-WS = GM-PERIOD-DEBITS
                   + GM-PERIOD-CREDITS
           END-IF.

       550-LOAD-ASSET.
           MOVE BK-RECORD-IMAGE TO FIXED-ASSET-RECORD
           WRITE FIXED-ASSET-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE FA-COST TO RECORD-HASH-WS
           END-IF.

       552-LOAD-UNCLAIMED.
           MOVE BK-RECORD-IMAGE TO UNCLAIMED-PROPERTY-RECORD
           WRITE UNCLAIMED-PROPERTY-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE UP-AMOUNT TO RECORD-HASH-WS
           END-IF.

       554-LOAD-STANDING-ENTRY.
           MOVE BK-RECORD-IMAGE TO STANDING-ENTRY-RECORD
           WRITE STANDING-ENTRY-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE JS-AMOUNT TO RECORD-HASH-WS
           END-IF.

       556-LOAD-BUDGET.
           MOVE BK-RECORD-IMAGE TO BUDGET-MASTER-RECORD
           WRITE BUDGET-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               PERFORM 557-ADD-ONE-BUDGET-PERIOD
                   VARYING BUDGET-SUB-WS FROM 1 BY 1
                   UNTIL BUDGET-SUB-WS > 12
           END-IF.

       557-ADD-ONE-BUDGET-PERIOD.
           ADD BM-PERIOD-AMOUNT (BUDGET-SUB-WS) TO RECORD-HASH-WS.

       558-LOAD-EMPLOYEE.
           MOVE BK-RECORD-IMAGE TO EMPLOYEE-MASTER-RECORD
           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               COMPUTE RECORD-HASH-WS = EMP-RATE-MASTER
                   + EMP-ANNUAL-SALARY-MASTER
           END-IF.

       560-LOAD-EMP-ADDRESS.
           MOVE BK-RECORD-IMAGE TO EMP-ADDRESS-RECORD
           WRITE EMP-ADDRESS-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE EA-CHANGE-DATE TO RECORD-HASH-WS
           END-IF.

       562-LOAD-STORE.
           MOVE BK-RECORD-IMAGE TO STORE-MASTER-RECORD
           WRITE STORE-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE ZERO TO RECORD-HASH-WS
           END-IF.

       564-LOAD-VENDOR.
           MOVE BK-RECORD-IMAGE TO VENDOR-MASTER-RECORD
           WRITE VENDOR-MASTER-RECORD
               INVALID KEY
                   MOVE 'NO' TO RECORD-WRITTEN-WS
           END-WRITE
           IF RECORD-WAS-WRITTEN
               MOVE ZERO TO RECORD-HASH-WS
           END-IF.

       600-CLOSE-SELECTED-MASTERS.
           IF ME-SELECTED (1)
               CLOSE YTD-MASTER-FILE
           END-IF
           IF ME-SELECTED (2)
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF ME-SELECTED (3)
               CLOSE DEDUCTION-MASTER-FILE
           END-IF
           IF ME-SELECTED (4)
               CLOSE LEAVE-MASTER-FILE
           END-IF
           IF ME-SELECTED (5)
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF ME-SELECTED (6)
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           IF ME-SELECTED (7)
               CLOSE PO-MASTER-FILE
           END-IF
           IF ME-SELECTED (8)
               CLOSE AP-HISTORY-FILE
           END-IF
           IF ME-SELECTED (9)
               CLOSE VENDOR-YTD-FILE
           END-IF
           IF ME-SELECTED (10)
               CLOSE GL-MASTER-FILE
           END-IF
           IF ME-SELECTED (11)
               CLOSE FIXED-ASSET-FILE
           END-IF
           IF ME-SELECTED (12)
               CLOSE UNCLAIMED-PROPERTY-FILE
           END-IF
           IF ME-SELECTED (13)
               CLOSE STANDING-ENTRY-FILE
           END-IF
           IF ME-SELECTED (14)
               CLOSE BUDGET-MASTER-FILE
           END-IF
           IF ME-SELECTED (15)
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF ME-SELECTED (16)
               CLOSE EMP-ADDRESS-FILE
           END-IF
           IF ME-SELECTED (17)
               CLOSE STORE-MASTER-FILE
           END-IF
           IF ME-SELECTED (18)
               CLOSE VENDOR-MASTER-FILE
           END-IF.

       700-BALANCE-AND-LOG.
           IF ME-SELECTED (MASTER-SUB-WS)
               MOVE MASTER-NAME-WS (MASTER-SUB-WS)
                   TO DET-FILE-NAME-OUT LOG-FILE-OUT
               MOVE ME-CATALOG-COUNT-WS (MASTER-SUB-WS)
                   TO DET-CATALOG-COUNT-OUT
               MOVE ME-RESTORED-COUNT-WS (MASTER-SUB-WS)
                   TO DET-RESTORED-COUNT-OUT OL-RECORD-COUNT
               MOVE ME-CATALOG-HASH-WS (MASTER-SUB-WS)
                   TO DET-CATALOG-HASH-OUT
               MOVE ME-RESTORED-HASH-WS (MASTER-SUB-WS)
                   TO DET-RESTORED-HASH-OUT OL-TOTAL-DOLLARS
               MOVE 'RESTORED GEN'        TO LOG-ACTION-OUT
               MOVE RESTORE-GENERATION-WS TO LOG-GENERATION-OUT

               IF ME-RESTORED-COUNT-WS (MASTER-SUB-WS)
                   = ME-CATALOG-COUNT-WS (MASTER-SUB-WS)
                   AND ME-RESTORED-HASH-WS (MASTER-SUB-WS)
                   = ME-CATALOG-HASH-WS (MASTER-SUB-WS)
                   MOVE 'RESTORED - IN BALANCE'  TO DET-REMARK-OUT
                   MOVE SPACES                   TO LOG-REMARK-OUT
                   MOVE 'I'                      TO OL-SEVERITY
               ELSE
                   MOVE '*** OUT OF BALANCE'     TO DET-REMARK-OUT
                   MOVE 'OUT OF BALANCE'         TO LOG-REMARK-OUT
                   MOVE 'E'                      TO OL-SEVERITY
                   ADD 1 TO TOTAL-OUT-OF-BALANCE-WS
               END-IF
               ADD 1 TO TOTAL-RESTORED-WS

               MOVE RESTORE-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

               MOVE LOG-MESSAGE-SETUP TO OL-MESSAGE
               PERFORM 880-WRITE-OPS-LOG

               PERFORM 710-MARK-CATALOG-RESTORED
           END-IF.

       710-MARK-CATALOG-RESTORED.
           MOVE RESTORE-GENERATION-WS          TO BC-GENERATION
           MOVE MASTER-NAME-WS (MASTER-SUB-WS) TO BC-FILE-NAME
           READ BACKUP-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RUN-DATE-WS TO BC-RESTORE-DATE
                   ADD 1 TO BC-RESTORE-COUNT
                   REWRITE BACKUP-CATALOG-RECORD
           END-READ.

       750-RESET-RUN-CONTROL.
           MOVE 'NO' TO RUNCTL-FOUND-WS
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS-WS = '00'
               MOVE RESET-PROGRAM-WS TO RC-PROGRAM-ID
               MOVE RESET-DATE-WS    TO RC-RUN-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO RUNCTL-FOUND-WS
               END-READ
               IF RUN-CONTROL-ENTRY-FOUND
                   DELETE RUN-CONTROL-FILE RECORD
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF

           MOVE RESET-PROGRAM-WS TO RESET-PROGRAM-OUT
           MOVE RESET-DATE-WS    TO RESET-DATE-OUT
           IF RUN-CONTROL-ENTRY-FOUND
               MOVE 'RUN CONTROL ENTRY REMOVED FOR '
                   TO RESET-TEXT-OUT
               MOVE 'W'                  TO OL-SEVERITY
               MOVE RESET-PROGRAM-WS     TO RESET-LOG-PROGRAM-OUT
               MOVE RESET-DATE-WS        TO RESET-LOG-DATE-OUT
               MOVE RESET-LOG-MESSAGE-SETUP TO OL-MESSAGE
               MOVE ZERO TO OL-RECORD-COUNT OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           ELSE
               MOVE 'NO RUN CONTROL ENTRY FOUND FOR '
                   TO RESET-TEXT-OUT
           END-IF
           MOVE RESET-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM53' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-WRITE-ERRORS-WS > ZERO
               MOVE 'E' TO OL-SEVERITY
               MOVE 'DUPLICATE KEYS REJECTED DURING RESTORE'
                   TO OL-MESSAGE
               MOVE TOTAL-WRITE-ERRORS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           IF RESTORE-CONFIRMED
               MOVE 'RUN COMPLETE' TO OL-MESSAGE
           ELSE
               MOVE 'RUN COMPLETE - NOTHING RESTORED' TO OL-MESSAGE
           END-IF
           MOVE TOTAL-RESTORED-WS TO OL-RECORD-COUNT
           MOVE ZERO TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-RESTORED-WS TO TOTAL-RESTORED-OUT
           MOVE TOTAL-RESTORED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-OUT-OF-BALANCE-WS TO TOTAL-OUT-OF-BALANCE-OUT
           MOVE TOTAL-OUT-OF-BALANCE-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-RECORDS-WS TO TOTAL-RECORDS-OUT
           MOVE TOTAL-RECORDS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           CLOSE BACKUP-CATALOG-FILE RESTORE-REPORT-FILE.
