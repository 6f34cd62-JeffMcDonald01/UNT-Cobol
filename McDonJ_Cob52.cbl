       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM52.
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

           SELECT BACKUP-WORK-FILE ASSIGN TO 'BACKUP.WRK'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-FILE-STATUS-WS.

           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROGRAM-ID
           FILE STATUS IS RUNPARM-FILE-STATUS-WS.

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

           SELECT BACKUP-REPORT-FILE ASSIGN TO 'BACKUP.DOC'
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

       FD  BACKUP-WORK-FILE RECORDING MODE IS F.
       01  BACKUP-WORK-RECORD          PIC X(322).

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05  RP-PROGRAM-ID           PIC X(8).
           05  RP-PARM-1               PIC X(8).
           05  RP-PARM-2               PIC X(8).

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

       FD  BACKUP-REPORT-FILE RECORDING MODE IS F.
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
           05  WORK-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
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
           05  MASTER-OPEN-STATUS-WS   PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  EOF-CATALOG-WS          PIC X(3)        VALUE 'NO'.
           05  EOF-BACKUP-WS           PIC X(3)        VALUE 'NO'.
           05  EOF-WORK-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-MASTER-WS           PIC X(3)        VALUE 'NO'.
           05  MASTER-FOUND-WS         PIC X(3)        VALUE 'YES'.
               88  MASTER-ON-DISK                      VALUE 'YES'.
           05  WRITE-OK-WS             PIC X(3)        VALUE 'YES'.
               88  BACKUP-WRITE-OK                     VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  RUN-TIME-WS             PIC 9(8)        VALUE ZERO.
           05  KEEP-GENERATIONS-X-WS   PIC X(8)        VALUE SPACES.
           05  KEEP-GENERATIONS-WS     PIC 99          VALUE 5.
           05  PROTECTED-PROGRAM-WS    PIC X(8)        VALUE SPACES.
           05  NEW-GENERATION-WS       PIC 9(10)       VALUE ZERO.
           05  NEW-GENERATION-PARTS-WS REDEFINES NEW-GENERATION-WS.
               10  NEW-GEN-DATE-WS     PIC 9(8).
               10  NEW-GEN-SEQ-WS      PIC 99.
           05  LAST-GENERATION-WS      PIC 9(10)       VALUE ZERO.
           05  PURGE-THRU-GEN-WS       PIC 9(10)       VALUE ZERO.
           05  PURGE-COUNT-WS          PIC 99          VALUE ZERO.
           05  GEN-COUNT-WS            PIC 99          VALUE ZERO.
           05  GEN-SUB-WS              PIC 99          VALUE ZERO.
           05  BUDGET-SUB-WS           PIC 99          VALUE ZERO.
           05  CURRENT-FILE-NAME-WS    PIC X(12)       VALUE SPACES.
           05  FILE-RECORD-COUNT-WS    PIC 9(7)        VALUE ZERO.
           05  FILE-HASH-WS            PIC S9(11)V99   VALUE ZERO.
           05  TOTAL-MASTERS-WS        PIC 99          VALUE ZERO.
           05  TOTAL-MISSING-WS        PIC 99          VALUE ZERO.
           05  TOTAL-FAILED-WS         PIC 99          VALUE ZERO.
           05  TOTAL-RECORDS-WS        PIC 9(8)        VALUE ZERO.
           05  TOTAL-CARRIED-WS        PIC 9(8)        VALUE ZERO.
           05  TOTAL-PURGED-GENS-WS    PIC 99          VALUE ZERO.

       01  GENERATION-TABLE-WS.
           05  GEN-ENTRY-WS            OCCURS 99 TIMES
                                       PIC 9(10).

       01  LOG-MESSAGE-SETUP.
           05  LOG-ACTION-OUT          PIC X(11).
           05  LOG-GENERATION-OUT      PIC 9(10).
           05  FILLER                  PIC X       VALUE SPACE.
           05  LOG-FILE-OUT            PIC X(12).
           05  FILLER                  PIC X       VALUE SPACE.
           05  LOG-REMARK-OUT          PIC X(25).

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
           05                          PIC X(33)   VALUE
           'MASTER FILE BACKUP - GENERATION '.
           05  REPORT-HEADER-GEN-OUT   PIC 9(10).

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(17)   VALUE
           'RUN PARAMETERS - '.
           05                          PIC X(18)   VALUE
           'GENERATIONS KEPT: '.
           05  ECHO-KEEP-OUT           PIC Z9.
           05                          PIC X(15)   VALUE
           '   BACKUP FOR: '.
           05  ECHO-PROGRAM-OUT        PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ECHO-PARM-SOURCE-OUT    PIC X(12).

       01  SECTION-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  SECTION-TITLE-OUT       PIC X(50).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(15)   VALUE 'MASTER FILE'.
           05                          PIC X(12)   VALUE '   RECORDS'.
           05                          PIC X(24)   VALUE
           '            HASH TOTAL'.
           05                          PIC X(30)   VALUE 'REMARKS'.

       01  BACKUP-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DET-FILE-NAME-OUT       PIC X(12).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-RECORD-COUNT-OUT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-HASH-TOTAL-OUT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-REMARK-OUT          PIC X(30).

       01  PURGED-GENERATION-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(11)   VALUE 'GENERATION '.
           05  PURGED-GEN-OUT          PIC 9(10).
           05                          PIC X(20)   VALUE
           ' REMOVED FROM BACKUP'.

       01  TOTAL-MASTERS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF MASTERS BACKED UP IS:'.
           05  TOTAL-MASTERS-OUT       PIC ZZZ9.

       01  TOTAL-MISSING-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF MASTERS NOT FOUND IS:'.
           05  TOTAL-MISSING-OUT       PIC ZZZ9.

       01  TOTAL-RECORDS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF RECORDS BACKED UP IS:'.
           05  TOTAL-RECORDS-OUT       PIC ZZ,ZZZ,ZZ9.

       01  TOTAL-RETAINED-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF GENERATIONS ON FILE IS:'.
           05  TOTAL-RETAINED-OUT      PIC ZZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-BUILD-GENERATION-LIST
           PERFORM 500-BACKUP-MASTERS
           IF TOTAL-FAILED-WS = ZERO
               PERFORM 400-ROLL-BACKUP-FILE
               PERFORM 450-PURGE-CATALOG
           ELSE
               MOVE ZERO TO PURGE-COUNT-WS
               DISPLAY 'BACKUP INCOMPLETE - NO GENERATIONS PURGED'
           END-IF
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-WS FROM TIME

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1     TO KEEP-GENERATIONS-X-WS
               MOVE RP-PARM-2     TO PROTECTED-PROGRAM-WS
               MOVE '(PARM FILE)' TO ECHO-PARM-SOURCE-OUT
           ELSE
               DISPLAY 'ENTER GENERATIONS TO KEEP (BLANK = 05): '
                   WITH NO ADVANCING
               ACCEPT KEEP-GENERATIONS-X-WS
               DISPLAY 'ENTER PROGRAM ABOUT TO RUN (BLANK = NONE): '
                   WITH NO ADVANCING
               ACCEPT PROTECTED-PROGRAM-WS
               MOVE '(CONSOLE)'   TO ECHO-PARM-SOURCE-OUT
           END-IF

           IF KEEP-GENERATIONS-X-WS NOT = SPACES
               IF KEEP-GENERATIONS-X-WS (1:1) IS NUMERIC
                   AND KEEP-GENERATIONS-X-WS (2:1) = SPACE
                   MOVE KEEP-GENERATIONS-X-WS (1:1)
                       TO KEEP-GENERATIONS-WS
               ELSE
                   IF KEEP-GENERATIONS-X-WS (1:2) IS NOT NUMERIC
                       DISPLAY 'GENERATIONS TO KEEP MUST BE 1 TO 99'
                       STOP RUN
                   END-IF
                   MOVE KEEP-GENERATIONS-X-WS (1:2)
                       TO KEEP-GENERATIONS-WS
               END-IF
           END-IF
           IF KEEP-GENERATIONS-WS = ZERO
               DISPLAY 'GENERATIONS TO KEEP MUST BE 01 THROUGH 99'
               STOP RUN
           END-IF

           OPEN I-O BACKUP-CATALOG-FILE
           IF CATALOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT BACKUP-CATALOG-FILE
               CLOSE BACKUP-CATALOG-FILE
               OPEN I-O BACKUP-CATALOG-FILE
           END-IF

           OPEN OUTPUT BACKUP-REPORT-FILE.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRM52' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       300-BUILD-GENERATION-LIST.
           MOVE ZERO TO GEN-COUNT-WS LAST-GENERATION-WS
           MOVE 'NO' TO EOF-CATALOG-WS
           MOVE LOW-VALUES TO BC-KEY
           START BACKUP-CATALOG-FILE KEY NOT < BC-KEY
               INVALID KEY MOVE 'YES' TO EOF-CATALOG-WS
           END-START
           IF EOF-CATALOG-WS NOT = 'YES'
               PERFORM 305-READ-NEXT-CATALOG
           END-IF
           PERFORM 310-ADD-ONE-GENERATION
               UNTIL EOF-CATALOG-WS = 'YES'

           PERFORM 320-ASSIGN-NEW-GENERATION.

       305-READ-NEXT-CATALOG.
           READ BACKUP-CATALOG-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-CATALOG-WS
           END-READ.

       310-ADD-ONE-GENERATION.
           IF BC-GENERATION NOT = LAST-GENERATION-WS
               IF GEN-COUNT-WS >= 99
                   DISPLAY 'GENERATION TABLE FULL - RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO GEN-COUNT-WS
               MOVE BC-GENERATION TO GEN-ENTRY-WS (GEN-COUNT-WS)
                                     LAST-GENERATION-WS
           END-IF

           PERFORM 305-READ-NEXT-CATALOG.

       320-ASSIGN-NEW-GENERATION.
           MOVE RUN-DATE-WS TO NEW-GEN-DATE-WS
           MOVE 1           TO NEW-GEN-SEQ-WS
           IF LAST-GENERATION-WS >= NEW-GENERATION-WS
               IF LAST-GENERATION-WS (9:2) = '99'
                   DISPLAY 'NO GENERATIONS LEFT FOR ' RUN-DATE-WS
                       ' - RUN STOPPED'
                   STOP RUN
               END-IF
               COMPUTE NEW-GENERATION-WS = LAST-GENERATION-WS + 1
           END-IF

           MOVE ZERO TO PURGE-THRU-GEN-WS PURGE-COUNT-WS
           IF GEN-COUNT-WS + 1 > KEEP-GENERATIONS-WS
               COMPUTE PURGE-COUNT-WS =
                   GEN-COUNT-WS + 1 - KEEP-GENERATIONS-WS
               MOVE GEN-ENTRY-WS (PURGE-COUNT-WS) TO PURGE-THRU-GEN-WS
           END-IF

           MOVE RUN-MONTH-WS      TO HEADER-MO-OUT
           MOVE RUN-DAY-WS        TO HEADER-DY-OUT
           MOVE RUN-YEAR-WS       TO HEADER-YR-OUT
           MOVE NEW-GENERATION-WS TO REPORT-HEADER-GEN-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE KEEP-GENERATIONS-WS  TO ECHO-KEEP-OUT
           MOVE PROTECTED-PROGRAM-WS TO ECHO-PROGRAM-OUT
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       400-ROLL-BACKUP-FILE.
           OPEN OUTPUT BACKUP-WORK-FILE
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS-WS = '00'
               MOVE 'NO' TO EOF-BACKUP-WS
               PERFORM 405-READ-NEXT-BACKUP
               PERFORM 410-CARRY-ONE-BACKUP-REC
                   UNTIL EOF-BACKUP-WS = 'YES'
               CLOSE BACKUP-FILE
           END-IF
           CLOSE BACKUP-WORK-FILE

           OPEN OUTPUT BACKUP-FILE
           OPEN INPUT BACKUP-WORK-FILE
           MOVE 'NO' TO EOF-WORK-WS
           PERFORM 415-READ-NEXT-WORK
           PERFORM 420-RELOAD-ONE-WORK-REC
               UNTIL EOF-WORK-WS = 'YES'
           CLOSE BACKUP-WORK-FILE BACKUP-FILE.

       405-READ-NEXT-BACKUP.
           READ BACKUP-FILE
               AT END MOVE 'YES' TO EOF-BACKUP-WS
           END-READ.

       410-CARRY-ONE-BACKUP-REC.
           IF BK-GENERATION > PURGE-THRU-GEN-WS
               WRITE BACKUP-WORK-RECORD FROM BACKUP-RECORD
               ADD 1 TO TOTAL-CARRIED-WS
           END-IF

           PERFORM 405-READ-NEXT-BACKUP.

       415-READ-NEXT-WORK.
           READ BACKUP-WORK-FILE
               AT END MOVE 'YES' TO EOF-WORK-WS
           END-READ.

       420-RELOAD-ONE-WORK-REC.
           WRITE BACKUP-RECORD FROM BACKUP-WORK-RECORD

           PERFORM 415-READ-NEXT-WORK.

       450-PURGE-CATALOG.
           IF PURGE-COUNT-WS > ZERO
               MOVE 'GENERATIONS PURGED' TO SECTION-TITLE-OUT
               MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

               PERFORM 455-PRINT-ONE-PURGED-GEN
                   VARYING GEN-SUB-WS FROM 1 BY 1
                   UNTIL GEN-SUB-WS > PURGE-COUNT-WS

               MOVE 'NO' TO EOF-CATALOG-WS
               MOVE LOW-VALUES TO BC-KEY
               START BACKUP-CATALOG-FILE KEY NOT < BC-KEY
                   INVALID KEY MOVE 'YES' TO EOF-CATALOG-WS
               END-START
               IF EOF-CATALOG-WS NOT = 'YES'
                   PERFORM 305-READ-NEXT-CATALOG
               END-IF
               PERFORM 460-DELETE-ONE-CATALOG-ENTRY
                   UNTIL EOF-CATALOG-WS = 'YES'
           END-IF.

       455-PRINT-ONE-PURGED-GEN.
           MOVE GEN-ENTRY-WS (GEN-SUB-WS) TO PURGED-GEN-OUT
           MOVE PURGED-GENERATION-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE 'I'                       TO OL-SEVERITY
           MOVE 'PURGED GEN '             TO LOG-ACTION-OUT
           MOVE GEN-ENTRY-WS (GEN-SUB-WS) TO LOG-GENERATION-OUT
           MOVE SPACES                    TO LOG-FILE-OUT
                                             LOG-REMARK-OUT
           MOVE LOG-MESSAGE-SETUP         TO OL-MESSAGE
           MOVE ZERO TO OL-RECORD-COUNT OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG

           ADD 1 TO TOTAL-PURGED-GENS-WS.

       460-DELETE-ONE-CATALOG-ENTRY.
           IF BC-GENERATION > PURGE-THRU-GEN-WS
               MOVE 'YES' TO EOF-CATALOG-WS
           ELSE
               DELETE BACKUP-CATALOG-FILE RECORD
               PERFORM 305-READ-NEXT-CATALOG
           END-IF.

       500-BACKUP-MASTERS.
           OPEN EXTEND BACKUP-FILE
           IF BACKUP-FILE-STATUS-WS = '35'
               OPEN OUTPUT BACKUP-FILE
           END-IF
           IF BACKUP-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKUP FILE - STATUS: '
                   BACKUP-FILE-STATUS-WS
               STOP RUN
           END-IF

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           PERFORM 510-BACKUP-PAYROLL-YTD
           PERFORM 515-BACKUP-PAYHIST-MST
           PERFORM 520-BACKUP-PAYDED-MST
           PERFORM 525-BACKUP-LEAVE-MST
           PERFORM 530-BACKUP-APOPEN-MST
           PERFORM 535-BACKUP-INVHIST-MST
           PERFORM 540-BACKUP-POMAST-MST
           PERFORM 545-BACKUP-APHIST-MST
           PERFORM 550-BACKUP-VENDYTD-MST
           PERFORM 555-BACKUP-GLMAST-MST
           PERFORM 560-BACKUP-ASSET-MST
           PERFORM 565-BACKUP-UNCLAIM-MST
           PERFORM 570-BACKUP-JRNLSTD-MST
           PERFORM 575-BACKUP-BUDGET-MST
           PERFORM 580-BACKUP-EMPLOYEE-MST
           PERFORM 585-BACKUP-EMPADDR-MST
           PERFORM 590-BACKUP-STORE-MST
           PERFORM 595-BACKUP-VENDOR-DAT

           CLOSE BACKUP-FILE.

       510-BACKUP-PAYROLL-YTD.
           MOVE 'PAYROLL.YTD' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT YTD-MASTER-FILE
           IF YTD-FILE-STATUS-WS = '00'
               PERFORM 512-READ-NEXT-YTD
               PERFORM 511-COPY-ONE-YTD
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE YTD-MASTER-FILE
           ELSE
               MOVE YTD-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       511-COPY-ONE-YTD.
           MOVE YTD-MASTER-RECORD TO BK-RECORD-IMAGE
           ADD YTD-GROSS-WS TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 512-READ-NEXT-YTD.

       512-READ-NEXT-YTD.
           READ YTD-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       515-BACKUP-PAYHIST-MST.
           MOVE 'PAYHIST.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT PAY-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '00'
               PERFORM 517-READ-NEXT-PAY-HISTORY
               PERFORM 516-COPY-ONE-PAY-HISTORY
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE PAY-HISTORY-FILE
           ELSE
               MOVE HIST-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       516-COPY-ONE-PAY-HISTORY.
           MOVE PAY-HISTORY-RECORD TO BK-RECORD-IMAGE
           ADD PH-GROSS TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 517-READ-NEXT-PAY-HISTORY.

       517-READ-NEXT-PAY-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       520-BACKUP-PAYDED-MST.
           MOVE 'PAYDED.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF DED-FILE-STATUS-WS = '00'
               PERFORM 522-READ-NEXT-DEDUCTION
               PERFORM 521-COPY-ONE-DEDUCTION
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE DEDUCTION-MASTER-FILE
           ELSE
               MOVE DED-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       521-COPY-ONE-DEDUCTION.
           MOVE DEDUCTION-MASTER-RECORD TO BK-RECORD-IMAGE
           ADD DM-TAKEN-YTD TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 522-READ-NEXT-DEDUCTION.

       522-READ-NEXT-DEDUCTION.
           READ DEDUCTION-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       525-BACKUP-LEAVE-MST.
           MOVE 'LEAVE.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT LEAVE-MASTER-FILE
           IF LEAVE-FILE-STATUS-WS = '00'
               PERFORM 527-READ-NEXT-LEAVE
               PERFORM 526-COPY-ONE-LEAVE
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE LEAVE-MASTER-FILE
           ELSE
               MOVE LEAVE-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       526-COPY-ONE-LEAVE.
           MOVE LEAVE-MASTER-RECORD TO BK-RECORD-IMAGE
           ADD LV-BALANCE TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 527-READ-NEXT-LEAVE.

       527-READ-NEXT-LEAVE.
           READ LEAVE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       530-BACKUP-APOPEN-MST.
           MOVE 'APOPEN.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS-WS = '00'
               PERFORM 532-READ-NEXT-OPEN-ITEM
               PERFORM 531-COPY-ONE-OPEN-ITEM
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE OPEN-ITEM-FILE
           ELSE
               MOVE OPEN-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       531-COPY-ONE-OPEN-ITEM.
           MOVE OPEN-ITEM-RECORD TO BK-RECORD-IMAGE
           ADD OI-AMOUNT TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 532-READ-NEXT-OPEN-ITEM.

       532-READ-NEXT-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       535-BACKUP-INVHIST-MST.
           MOVE 'INVHIST.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT INVOICE-HISTORY-FILE
           IF INVHIST-FILE-STATUS-WS = '00'
               PERFORM 537-READ-NEXT-INVOICE-HIST
               PERFORM 536-COPY-ONE-INVOICE-HIST
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE INVOICE-HISTORY-FILE
           ELSE
               MOVE INVHIST-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       536-COPY-ONE-INVOICE-HIST.
           MOVE INVOICE-HISTORY-RECORD TO BK-RECORD-IMAGE
           ADD IH-AMOUNT TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 537-READ-NEXT-INVOICE-HIST.

       537-READ-NEXT-INVOICE-HIST.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       540-BACKUP-POMAST-MST.
           MOVE 'POMAST.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT PO-MASTER-FILE
           IF PO-FILE-STATUS-WS = '00'
               PERFORM 542-READ-NEXT-PO
               PERFORM 541-COPY-ONE-PO
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE PO-MASTER-FILE
           ELSE
               MOVE PO-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       541-COPY-ONE-PO.
           MOVE PO-MASTER-RECORD TO BK-RECORD-IMAGE
           ADD PO-ORDERED-AMOUNT TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 542-READ-NEXT-PO.

       542-READ-NEXT-PO.
           READ PO-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       545-BACKUP-APHIST-MST.
           MOVE 'APHIST.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT AP-HISTORY-FILE
           IF APHIST-FILE-STATUS-WS = '00'
               PERFORM 547-READ-NEXT-AP-HISTORY
               PERFORM 546-COPY-ONE-AP-HISTORY
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE AP-HISTORY-FILE
           ELSE
               MOVE APHIST-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       546-COPY-ONE-AP-HISTORY.
           MOVE AP-HISTORY-RECORD TO BK-RECORD-IMAGE
           ADD AH-AMOUNT TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 547-READ-NEXT-AP-HISTORY.

       547-READ-NEXT-AP-HISTORY.
           READ AP-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       550-BACKUP-VENDYTD-MST.
           MOVE 'VENDYTD.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT VENDOR-YTD-FILE
           IF VENDOR-YTD-STATUS-WS = '00'
               PERFORM 552-READ-NEXT-VENDOR-YTD
               PERFORM 551-COPY-ONE-VENDOR-YTD
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE VENDOR-YTD-FILE
           ELSE
               MOVE VENDOR-YTD-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       551-COPY-ONE-VENDOR-YTD.
           MOVE VENDOR-YTD-RECORD TO BK-RECORD-IMAGE
           ADD VY-PAID-DOLLARS TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 552-READ-NEXT-VENDOR-YTD.

       552-READ-NEXT-VENDOR-YTD.
           READ VENDOR-YTD-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       555-BACKUP-GLMAST-MST.
           MOVE 'GLMAST.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT GL-MASTER-FILE
           IF GL-FILE-STATUS-WS = '00'
               PERFORM 557-READ-NEXT-GL
               PERFORM 556-COPY-ONE-GL
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE GL-MASTER-FILE
           ELSE
               MOVE GL-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       556-COPY-ONE-GL.
           MOVE GL-MASTER-RECORD TO BK-RECORD-IMAGE
           ADD GM-PERIOD-DEBITS GM-PERIOD-CREDITS
               TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 557-READ-NEXT-GL.

       557-READ-NEXT-GL.
           READ GL-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       560-BACKUP-ASSET-MST.
           MOVE 'ASSET.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT FIXED-ASSET-FILE
           IF ASSET-FILE-STATUS-WS = '00'
               PERFORM 562-READ-NEXT-ASSET
               PERFORM 561-COPY-ONE-ASSET
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE FIXED-ASSET-FILE
           ELSE
               MOVE ASSET-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       561-COPY-ONE-ASSET.
           MOVE FIXED-ASSET-RECORD TO BK-RECORD-IMAGE
           ADD FA-COST TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 562-READ-NEXT-ASSET.

       562-READ-NEXT-ASSET.
           READ FIXED-ASSET-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       565-BACKUP-UNCLAIM-MST.
           MOVE 'UNCLAIM.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT UNCLAIMED-PROPERTY-FILE
           IF UNCLAIM-FILE-STATUS-WS = '00'
               PERFORM 567-READ-NEXT-UNCLAIMED
               PERFORM 566-COPY-ONE-UNCLAIMED
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE UNCLAIMED-PROPERTY-FILE
           ELSE
               MOVE UNCLAIM-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       566-COPY-ONE-UNCLAIMED.
           MOVE UNCLAIMED-PROPERTY-RECORD TO BK-RECORD-IMAGE
           ADD UP-AMOUNT TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 567-READ-NEXT-UNCLAIMED.

       567-READ-NEXT-UNCLAIMED.
           READ UNCLAIMED-PROPERTY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       570-BACKUP-JRNLSTD-MST.
           MOVE 'JRNLSTD.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT STANDING-ENTRY-FILE
           IF STANDING-FILE-STATUS-WS = '00'
               PERFORM 572-READ-NEXT-STANDING-ENTRY
               PERFORM 571-COPY-ONE-STANDING-ENTRY
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE STANDING-ENTRY-FILE
           ELSE
               MOVE STANDING-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       571-COPY-ONE-STANDING-ENTRY.
           MOVE STANDING-ENTRY-RECORD TO BK-RECORD-IMAGE
           ADD JS-AMOUNT TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 572-READ-NEXT-STANDING-ENTRY.

       572-READ-NEXT-STANDING-ENTRY.
           READ STANDING-ENTRY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       575-BACKUP-BUDGET-MST.
           MOVE 'BUDGET.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT BUDGET-MASTER-FILE
           IF BUDGET-FILE-STATUS-WS = '00'
               PERFORM 577-READ-NEXT-BUDGET
               PERFORM 576-COPY-ONE-BUDGET
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE BUDGET-MASTER-FILE
           ELSE
               MOVE BUDGET-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       576-COPY-ONE-BUDGET.
           MOVE BUDGET-MASTER-RECORD TO BK-RECORD-IMAGE
           PERFORM 579-ADD-ONE-BUDGET-PERIOD
               VARYING BUDGET-SUB-WS FROM 1 BY 1
               UNTIL BUDGET-SUB-WS > 12
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 577-READ-NEXT-BUDGET.

       577-READ-NEXT-BUDGET.
           READ BUDGET-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       579-ADD-ONE-BUDGET-PERIOD.
           ADD BM-PERIOD-AMOUNT (BUDGET-SUB-WS) TO FILE-HASH-WS.

       580-BACKUP-EMPLOYEE-MST.
           MOVE 'EMPLOYEE.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMP-FILE-STATUS-WS = '00'
               PERFORM 582-READ-NEXT-EMPLOYEE
               PERFORM 581-COPY-ONE-EMPLOYEE
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE EMPLOYEE-MASTER-FILE
           ELSE
               MOVE EMP-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       581-COPY-ONE-EMPLOYEE.
           MOVE EMPLOYEE-MASTER-RECORD TO BK-RECORD-IMAGE
           ADD EMP-RATE-MASTER EMP-ANNUAL-SALARY-MASTER
               TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 582-READ-NEXT-EMPLOYEE.

       582-READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       585-BACKUP-EMPADDR-MST.
           MOVE 'EMPADDR.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT EMP-ADDRESS-FILE
           IF ADDR-FILE-STATUS-WS = '00'
               PERFORM 587-READ-NEXT-EMP-ADDRESS
               PERFORM 586-COPY-ONE-EMP-ADDRESS
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE EMP-ADDRESS-FILE
           ELSE
               MOVE ADDR-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       586-COPY-ONE-EMP-ADDRESS.
           MOVE EMP-ADDRESS-RECORD TO BK-RECORD-IMAGE
           ADD EA-CHANGE-DATE TO FILE-HASH-WS
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 587-READ-NEXT-EMP-ADDRESS.

       587-READ-NEXT-EMP-ADDRESS.
           READ EMP-ADDRESS-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       590-BACKUP-STORE-MST.
           MOVE 'STORE.MST' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT STORE-MASTER-FILE
           IF STORE-FILE-STATUS-WS = '00'
               PERFORM 592-READ-NEXT-STORE
               PERFORM 591-COPY-ONE-STORE
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE STORE-MASTER-FILE
           ELSE
               MOVE STORE-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       591-COPY-ONE-STORE.
           MOVE STORE-MASTER-RECORD TO BK-RECORD-IMAGE
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 592-READ-NEXT-STORE.

       592-READ-NEXT-STORE.
           READ STORE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       595-BACKUP-VENDOR-DAT.
           MOVE 'VENDOR.DAT' TO CURRENT-FILE-NAME-WS
           PERFORM 610-START-ONE-MASTER
           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-FILE-STATUS-WS = '00'
               PERFORM 597-READ-NEXT-VENDOR
               PERFORM 596-COPY-ONE-VENDOR
                   UNTIL EOF-MASTER-WS = 'YES'
               CLOSE VENDOR-MASTER-FILE
           ELSE
               MOVE VENDOR-FILE-STATUS-WS TO MASTER-OPEN-STATUS-WS
               MOVE 'NO' TO MASTER-FOUND-WS
           END-IF
           PERFORM 620-FINISH-ONE-MASTER.

       596-COPY-ONE-VENDOR.
           MOVE VENDOR-MASTER-RECORD TO BK-RECORD-IMAGE
           PERFORM 600-WRITE-BACKUP-RECORD
           PERFORM 597-READ-NEXT-VENDOR.

       597-READ-NEXT-VENDOR.
           READ VENDOR-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       600-WRITE-BACKUP-RECORD.
           MOVE NEW-GENERATION-WS    TO BK-GENERATION
           MOVE CURRENT-FILE-NAME-WS TO BK-FILE-NAME
           WRITE BACKUP-RECORD
           IF BACKUP-FILE-STATUS-WS NOT = '00'
               MOVE 'NO' TO WRITE-OK-WS
           END-IF
           ADD 1 TO FILE-RECORD-COUNT-WS.

       610-START-ONE-MASTER.
           MOVE ZERO  TO FILE-RECORD-COUNT-WS FILE-HASH-WS
           MOVE 'YES' TO MASTER-FOUND-WS WRITE-OK-WS
           MOVE 'NO'  TO EOF-MASTER-WS
           MOVE '00'  TO MASTER-OPEN-STATUS-WS.

       620-FINISH-ONE-MASTER.
           MOVE NEW-GENERATION-WS    TO BC-GENERATION
           MOVE CURRENT-FILE-NAME-WS TO BC-FILE-NAME
           MOVE RUN-DATE-WS          TO BC-BACKUP-DATE
           MOVE RUN-TIME-WS          TO BC-BACKUP-TIME
           MOVE PROTECTED-PROGRAM-WS TO BC-PROGRAM-ID
           MOVE FILE-RECORD-COUNT-WS TO BC-RECORD-COUNT
           MOVE FILE-HASH-WS         TO BC-HASH-TOTAL
           MOVE ZERO                 TO BC-RESTORE-DATE
                                        BC-RESTORE-COUNT

           MOVE CURRENT-FILE-NAME-WS TO DET-FILE-NAME-OUT
                                        LOG-FILE-OUT
           MOVE FILE-RECORD-COUNT-WS TO DET-RECORD-COUNT-OUT
                                        OL-RECORD-COUNT
           MOVE FILE-HASH-WS         TO DET-HASH-TOTAL-OUT
                                        OL-TOTAL-DOLLARS
           MOVE NEW-GENERATION-WS    TO LOG-GENERATION-OUT
           MOVE 'BACKUP GEN '        TO LOG-ACTION-OUT

           IF MASTER-ON-DISK
               IF BACKUP-WRITE-OK
                   MOVE 'B'                  TO BC-STATUS
                   MOVE 'BACKED UP'          TO DET-REMARK-OUT
                   MOVE SPACES               TO LOG-REMARK-OUT
                   MOVE 'I'                  TO OL-SEVERITY
                   ADD 1                    TO TOTAL-MASTERS-WS
                   ADD FILE-RECORD-COUNT-WS TO TOTAL-RECORDS-WS
               ELSE
                   MOVE 'M'                  TO BC-STATUS
                   MOVE '*** BACKUP FILE WRITE FAILED'
                       TO DET-REMARK-OUT
                   MOVE 'BACKUP FILE WRITE FAILED' TO LOG-REMARK-OUT
                   MOVE 'E'                  TO OL-SEVERITY
                   ADD 1 TO TOTAL-FAILED-WS
               END-IF
           ELSE
               MOVE 'M'                      TO BC-STATUS
               IF MASTER-OPEN-STATUS-WS = '35'
                   MOVE '*** MASTER FILE NOT FOUND' TO DET-REMARK-OUT
                   MOVE 'MASTER FILE NOT FOUND'  TO LOG-REMARK-OUT
                   MOVE 'W'                  TO OL-SEVERITY
                   ADD 1 TO TOTAL-MISSING-WS
               ELSE
                   MOVE '*** MASTER FILE OPEN FAILED' TO DET-REMARK-OUT
                   MOVE 'MASTER FILE OPEN FAILED' TO LOG-REMARK-OUT
                   MOVE 'E'                  TO OL-SEVERITY
                   ADD 1 TO TOTAL-FAILED-WS
               END-IF
           END-IF

           WRITE BACKUP-CATALOG-RECORD
               INVALID KEY
                   DISPLAY 'CATALOG ENTRY ALREADY EXISTS FOR '
                       BC-GENERATION ' ' BC-FILE-NAME
                   ADD 1 TO TOTAL-FAILED-WS
           END-WRITE

           MOVE BACKUP-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE LOG-MESSAGE-SETUP TO OL-MESSAGE
           PERFORM 880-WRITE-OPS-LOG.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM52' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-FAILED-WS > ZERO
               MOVE 'E' TO OL-SEVERITY
               MOVE 'BACKUP INCOMPLETE - NO GENERATIONS PURGED'
                   TO OL-MESSAGE
               MOVE TOTAL-FAILED-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-RECORDS-WS TO OL-RECORD-COUNT
           MOVE ZERO TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-MASTERS-WS TO TOTAL-MASTERS-OUT
           MOVE TOTAL-MASTERS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-MISSING-WS TO TOTAL-MISSING-OUT
           MOVE TOTAL-MISSING-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-RECORDS-WS TO TOTAL-RECORDS-OUT
           MOVE TOTAL-RECORDS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           COMPUTE TOTAL-RETAINED-OUT =
               GEN-COUNT-WS + 1 - PURGE-COUNT-WS
           MOVE TOTAL-RETAINED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           DISPLAY 'BACKUP GENERATION ' NEW-GENERATION-WS ' TAKEN'

           CLOSE BACKUP-CATALOG-FILE BACKUP-REPORT-FILE.

