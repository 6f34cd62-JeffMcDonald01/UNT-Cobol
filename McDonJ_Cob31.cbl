           RECORD KEY IS SM-STORE-NO-KEY
           FILE STATUS IS STORE-FILE-STATUS-WS.

           SELECT PO-MASTER-FILE ASSIGN TO 'POMAST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NO-KEY
           FILE STATUS IS PO-FILE-STATUS-WS.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.
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

       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
               88  SM-STORE-OPEN                       VALUE 'O'.
               88  SM-STORE-CLOSED                     VALUE 'C'.

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

       FD  CHART-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  VENDOR-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  STORE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  PO-FILE-STATUS-WS       PIC XX          VALUE '00'.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  CONTROL-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  STORE-MASTER-AVAIL-WS   PIC X(3)        VALUE 'NO'.
               88  STORE-MASTER-AVAILABLE              VALUE 'YES'.
           05  PO-MASTER-AVAIL-WS      PIC X(3)        VALUE 'NO'.
               88  PO-MASTER-AVAILABLE                 VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  BATCH-NO-WS             PIC X(2)        VALUE SPACES.
           05  ENTRY-DONE-WS           PIC X(3)        VALUE 'NO'.
           05  INVOICE-NO-WS           PIC X(8)        VALUE SPACES.
           05  ACCT-NO-WS              PIC X(4)        VALUE SPACES.
           05  STORE-NO-WS             PIC X(3)        VALUE SPACES.
           05  PO-NO-WS                PIC X(6)        VALUE SPACES.
           05  VOUCHER-DATE-X-WS       PIC X(8)        VALUE SPACES.
           05  VOUCHER-DATE-PARTS-WS REDEFINES VOUCHER-DATE-X-WS.
               10  VD-MONTH-WS         PIC 99.
           05  ACCT-NO-OUT             PIC X(4).
           05  STORE-NO-OUT            PIC X(3).
           05  DATE-OUT                PIC X(8).
           05  PO-NO-OUT               PIC X(6).
           05  FILLER                  PIC X(6)    VALUE SPACES.
           05  AMOUNT-OUT              PIC S9(6)V99.
           05  SUPPLIER-OUT            PIC X(23).

               DISPLAY 'STORE NUMBERS WILL NOT BE VALIDATED'
           END-IF

           OPEN INPUT PO-MASTER-FILE
           IF PO-FILE-STATUS-WS = '00'
               MOVE 'YES' TO PO-MASTER-AVAIL-WS
           ELSE
               DISPLAY 'PO MASTER FILE NOT AVAILABLE - STATUS: '
                   PO-FILE-STATUS-WS
               DISPLAY 'PO NUMBERS WILL NOT BE VALIDATED'
           END-IF

           PERFORM 230-LOAD-CHART
           PERFORM 220-READ-VOUCHER-CONTROL

               PERFORM 320-EDIT-STORE-NUMBER
           END-IF

           IF RECORD-IS-VALID
               DISPLAY 'ENTER PO NUMBER (BLANK IF NONE): '
                   WITH NO ADVANCING
               MOVE SPACES TO PO-NO-WS
               ACCEPT PO-NO-WS
               IF PO-NO-WS NOT = SPACES
                   PERFORM 325-EDIT-PO-NUMBER
               END-IF
           END-IF

           IF RECORD-IS-VALID
               DISPLAY 'ENTER VOUCHER DATE (MMDDYYYY): '
                   WITH NO ADVANCING
               END-READ
           END-IF.

       325-EDIT-PO-NUMBER.
           IF PO-MASTER-AVAILABLE
               MOVE PO-NO-WS TO PO-NO-KEY
               READ PO-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'PO NOT ON PO MASTER: '
                           PO-NO-WS ' - ENTRY REJECTED'
                       MOVE 'NO' TO VALID-RECORD-WS
                   NOT INVALID KEY
                       IF PO-IS-CLOSED OR PO-IS-CANCELLED
                           DISPLAY 'PO IS CLOSED OR CANCELLED: '
                               PO-NO-WS ' - ENTRY REJECTED'
                           MOVE 'NO' TO VALID-RECORD-WS
                       ELSE
                           IF PO-SUPPLIER-NO NOT = SUPPLIER-NO-WS
                               DISPLAY 'PO ' PO-NO-WS
                                   ' IS FOR SUPPLIER ' PO-SUPPLIER-NO
                                   ' - ENTRY REJECTED'
                               MOVE 'NO' TO VALID-RECORD-WS
                           END-IF
                       END-IF
               END-READ
           END-IF.

       350-WRITE-ONE-VOUCHER.
           MOVE BATCH-NO-WS        TO BATCH-NO-OUT
           MOVE SUPPLIER-NO-WS     TO SUPPLIER-NO-OUT
           MOVE INVOICE-NO-WS      TO INVOICE-NO-OUT
           MOVE ACCT-NO-WS         TO ACCT-NO-OUT
           MOVE STORE-NO-WS        TO STORE-NO-OUT
           MOVE PO-NO-WS           TO PO-NO-OUT
           MOVE VOUCHER-DATE-X-WS  TO DATE-OUT
           MOVE AMOUNT-WS          TO AMOUNT-OUT
           MOVE SUPPLIER-NAME-WS   TO SUPPLIER-OUT
               CLOSE STORE-MASTER-FILE
           END-IF

           IF PO-MASTER-AVAILABLE
               CLOSE PO-MASTER-FILE
           END-IF

           CLOSE BATCH-OUTPUT-FILE VENDOR-MASTER-FILE.
