           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RUNCTL-FILE-STATUS-WS.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  CHECK-CONTROL-FILE RECORDING MODE IS F.
       01  CHECK-CONTROL-RECORD.
           05  AR-STATUS               PIC X.
               88  AR-ISSUED                           VALUE 'I'.
               88  AR-VOIDED                           VALUE 'V'.
           05  AR-PAY-METHOD           PIC X.
               88  AR-PAID-BY-CHECK                    VALUE 'C' ' '.
               88  AR-PAID-BY-EFT                      VALUE 'E'.
           05  AR-DISC-REVERSED        PIC S9(6)V99.

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
       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  OPEN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  VENDOR-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  CONTROL-FILE-STATUS-WS  PIC XX          VALUE '00'.
       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           PERFORM 210-CHECK-CASH-JOURNAL

           OPEN I-O OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AP OPEN ITEM FILE - STATUS: '
               OPEN OUTPUT AP-CHECK-REGISTER-FILE
           END-IF.

       210-CHECK-CASH-JOURNAL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS-WS = '00'
               MOVE 'PROGRM37' TO RC-PROGRAM-ID
               MOVE RUN-DATE-WS TO RC-RUN-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACE TO RC-STATUS
               END-READ
               CLOSE RUN-CONTROL-FILE
               IF RC-RUN-COMPLETE
                   DISPLAY 'CASH JOURNAL ALREADY RUN FOR ' RUN-DATE-WS
                       ' - AP CHECKS NOT WRITTEN'
                   STOP RUN
               END-IF
           END-IF.

       220-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF CONTROL-FILE-STATUS-WS = '35'
       300-COLLECT-PAID-VOUCHERS.
           IF OI-IS-PAID AND OI-PAID-DATE = RUN-DATE-WS
               AND OI-CHECK-REF = SPACES
               PERFORM 305-READ-VENDOR-MASTER
               IF VENDOR-ON-MASTER AND VENDOR-PAID-BY-EFT
                   AND VENDOR-ROUTING-MASTER IS NUMERIC
                   CONTINUE
               ELSE
                   COMPUTE PAY-AMOUNT-WS = OI-AMOUNT - OI-DISC-AMOUNT
                   PERFORM 310-ADD-TO-VOUCHER-TABLE
               END-IF
           END-IF

           PERFORM 260-READ-NEXT-OPEN-ITEM.

       305-READ-VENDOR-MASTER.
           MOVE 'NO'           TO VENDOR-FOUND-WS
           MOVE OI-SUPPLIER-NO TO VENDOR-NO-KEY

           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO VENDOR-FOUND-WS
           END-READ.

       310-ADD-TO-VOUCHER-TABLE.
           IF VOUCHER-COUNT-WS >= 500
               DISPLAY 'PAID VOUCHER TABLE FULL - VOUCHER '
           MOVE RUN-DATE-WS TO AR-DATE
           MOVE SC-AMOUNT-WS (SUPPLIER-SUB-WS) TO AR-AMOUNT
           MOVE 'I' TO AR-STATUS
           MOVE 'C' TO AR-PAY-METHOD
           MOVE ZERO TO AR-DISC-REVERSED
           WRITE AP-CHECK-REGISTER-RECORD.

       880-WRITE-OPS-LOG.
