       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM45.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'APOPEN.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-VOUCHER-NO-KEY
           FILE STATUS IS OPEN-FILE-STATUS-WS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO 'VENDOR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDOR-NO-KEY
           FILE STATUS IS VENDOR-FILE-STATUS-WS.

           SELECT VENDOR-YTD-FILE ASSIGN TO 'VENDYTD.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VY-SUPPLIER-NO-KEY
           FILE STATUS IS VENDOR-YTD-STATUS-WS.

           SELECT CHECK-CONTROL-FILE ASSIGN TO 'APCHKNO.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-FILE-STATUS-WS.

           SELECT AP-CHECK-REGISTER-FILE ASSIGN TO 'APCHKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT CHECK-PRINT-FILE ASSIGN TO 'APVCHECK.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VOID-REPORT-FILE ASSIGN TO 'APVOID.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  VENDOR-YTD-FILE.
       01  VENDOR-YTD-RECORD.
           05  VY-SUPPLIER-NO-KEY      PIC X(5).
           05  VY-SUPPLIER-NAME        PIC X(23).
           05  VY-PAID-DOLLARS         PIC S9(9)V99.

       FD  CHECK-CONTROL-FILE RECORDING MODE IS F.
       01  CHECK-CONTROL-RECORD.
           05  CC-NEXT-CHECK-NO        PIC 9(6).

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

       FD  CHECK-PRINT-FILE RECORDING MODE IS F.
       01  PRINT-A-CHECK-LINE          PIC X(132).

       FD  VOID-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

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
           05  OPEN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  VENDOR-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  VENDOR-YTD-STATUS-WS    PIC XX          VALUE '00'.
           05  CONTROL-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-OPEN-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  NEXT-CHECK-NO-WS        PIC 9(6)        VALUE ZERO.
           05  VOID-DONE-WS            PIC X(3)        VALUE 'NO'.
               88  VOID-DONE-SW                        VALUE 'YES'.
           05  VOID-CHECK-NO-X-WS      PIC X(6)        VALUE SPACES.
           05  VOID-CHECK-NO-WS        PIC 9(6)        VALUE ZERO.
           05  VOID-CHECK-REF-WS       PIC X(6)        VALUE SPACES.
           05  VOID-REASON-WS          PIC X           VALUE SPACE.
               88  VOID-REASON-VALID                   VALUE 'V' 'S'.
               88  VOID-FOR-STOP-PAYMENT               VALUE 'S'.
           05  REISSUE-ANSWER-WS       PIC X           VALUE SPACE.
               88  REISSUE-ANSWER-VALID                VALUE 'Y' 'N'.
               88  REISSUE-REQUESTED                   VALUE 'Y'.
           05  REGISTER-FOUND-WS       PIC X(3)        VALUE 'NO'.
               88  REGISTER-CHECK-FOUND                VALUE 'YES'.
           05  ALREADY-VOID-WS         PIC X(3)        VALUE 'NO'.
               88  CHECK-ALREADY-VOID                  VALUE 'YES'.
           05  ESCHEATED-WS            PIC X(3)        VALUE 'NO'.
               88  CHECK-ALREADY-ESCHEATED             VALUE 'YES'.
           05  CLEARED-WS              PIC X(3)        VALUE 'NO'.
               88  CHECK-ALREADY-CLEARED               VALUE 'YES'.
           05  EFT-PAYMENT-WS          PIC X(3)        VALUE 'NO'.
               88  CHECK-IS-EFT                        VALUE 'YES'.
           05  VENDOR-FOUND-WS         PIC X(3)        VALUE 'NO'.
               88  VENDOR-ON-MASTER                    VALUE 'YES'.
           05  VOID-SUPPLIER-NO-WS     PIC X(5)        VALUE SPACES.
           05  VOID-SUPPLIER-NAME-WS   PIC X(23)       VALUE SPACES.
           05  VOID-ISSUE-DATE-WS      PIC 9(8)        VALUE ZERO.
           05  VOID-AMOUNT-WS          PIC S9(8)V99    VALUE ZERO.
           05  REISSUE-CHECK-NO-WS     PIC 9(6)        VALUE ZERO.
           05  CHECK-VOUCHERS-WS       PIC 9(5)        VALUE ZERO.
           05  CHECK-NET-WS            PIC S9(8)V99    VALUE ZERO.
           05  CHECK-DISC-REVERSED-WS  PIC S9(6)V99    VALUE ZERO.
           05  PAY-AMOUNT-WS           PIC S9(6)V99    VALUE ZERO.
           05  TOTAL-VOIDS-WS          PIC 9(5)        VALUE ZERO.
           05  TOTAL-STOPS-WS          PIC 9(5)        VALUE ZERO.
           05  TOTAL-REISSUES-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-REOPENED-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-UNMATCHED-WS      PIC 9(5)        VALUE ZERO.
           05  TOTAL-VOID-DOLLARS-WS   PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-DISC-REVERSED-WS  PIC S9(9)V99    VALUE ZERO.

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
           'AP CHECK VOID / STOP PAYMENT'.

       01  CHECK-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(7)    VALUE 'CHECK: '.
           05  VOID-CHECK-NO-OUT       PIC 9(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  VOID-SUPPLIER-NO-OUT    PIC X(5).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  VOID-SUPPLIER-OUT       PIC X(23).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05                          PIC X(8)    VALUE 'ISSUED: '.
           05  VOID-ISSUE-DATE-OUT     PIC 9(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  VOID-AMOUNT-OUT         PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  VOID-ACTION-OUT         PIC X(14).
           05  VOID-REISSUE-OUT        PIC X(6).

       01  VOUCHER-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(9)    VALUE 'VOUCHER'.
           05                          PIC X(11)   VALUE 'INVOICE'.
           05                          PIC X(11)   VALUE 'DUE DATE'.
           05                          PIC X(14)   VALUE
           '   AMOUNT'.
           05                          PIC X(14)   VALUE
           ' DISCOUNT'.
           05                          PIC X(14)   VALUE
           '     PAID'.
           05                          PIC X(10)   VALUE 'NOW'.

       01  VOUCHER-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  VCH-VOUCHER-NO-OUT      PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  VCH-INVOICE-NO-OUT      PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  VCH-DUE-DATE-OUT        PIC 9(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  VCH-AMOUNT-OUT          PIC $$$$,$$9.99BCR.
           05  VCH-DISC-OUT            PIC $$$$,$$9.99BCR.
           05  VCH-PAID-OUT            PIC $$$$,$$9.99BCR.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  VCH-NEW-STATUS-OUT      PIC X(20).

       01  CHECK-MESSAGE-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  CHECK-MESSAGE-OUT       PIC X(70).

       01  CHECK-SEPARATOR-LINE-SETUP.
           05                          PIC X(70)   VALUE ALL '='.

       01  CHECK-NUMBER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(10)   VALUE 'CHECK NO: '.
           05  CHECK-NO-OUT            PIC 9(6).
           05                          PIC X(8)    VALUE SPACE.
           05                          PIC X(6)    VALUE 'DATE: '.
           05  CHECK-DATE-OUT.
               10  CHECK-MO-OUT        PIC 99.
               10                      PIC X       VALUE '/'.
               10  CHECK-DY-OUT        PIC 99.
               10                      PIC X       VALUE '/'.
               10  CHECK-YR-OUT        PIC 9(4).
           05                          PIC X(8)    VALUE SPACE.
           05                          PIC X(8)    VALUE 'AMOUNT: '.
           05  CHECK-AMOUNT-OUT        PIC $$$,$$$,$$9.99BCR.

       01  CHECK-PAYEE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(13)   VALUE
           'PAY TO:      '.
           05  CHECK-PAYEE-OUT         PIC X(23).

       01  CHECK-ADDR-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(13)   VALUE SPACE.
           05  CHECK-ADDR-OUT          PIC X(30).

       01  CHECK-CITY-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(13)   VALUE SPACE.
           05  CHECK-CITY-OUT          PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  CHECK-STATE-OUT         PIC XX.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  CHECK-ZIP-OUT           PIC X(9).

       01  STUB-REISSUE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(25)   VALUE
           'REISSUE OF VOIDED CHECK: '.
           05  STUB-REISSUE-OF-OUT     PIC 9(6).

       01  STUB-TITLE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(30)   VALUE
           'REMITTANCE ADVICE'.

       01  STUB-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(9)    VALUE 'VOUCHER'.
           05                          PIC X(11)   VALUE 'INVOICE'.
           05                          PIC X(14)   VALUE
           '        AMOUNT'.

       01  STUB-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  STUB-VOUCHER-NO-OUT     PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  STUB-INVOICE-NO-OUT     PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  STUB-AMOUNT-OUT         PIC $$$$,$$9.99BCR.

       01  TOTAL-VOIDS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF CHECKS VOIDED IS:'.
           05  TOTAL-VOIDS-OUT         PIC ZZ,ZZ9.

       01  TOTAL-STOPS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'STOP PAYMENTS INCLUDED IN VOIDS:'.
           05  TOTAL-STOPS-OUT         PIC ZZ,ZZ9.

       01  TOTAL-REISSUES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF CHECKS REISSUED IS:'.
           05  TOTAL-REISSUES-OUT      PIC ZZ,ZZ9.

       01  TOTAL-REOPENED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF VOUCHERS REOPENED IS:'.
           05  TOTAL-REOPENED-OUT      PIC ZZ,ZZ9.

       01  TOTAL-UNMATCHED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'CHECKS NOT FULLY ON OPEN ITEMS:'.
           05  TOTAL-UNMATCHED-OUT     PIC ZZ,ZZ9.

       01  TOTAL-DOLLARS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'TOTAL CHECK DOLLARS VOIDED IS:'.
           05  TOTAL-DOLLARS-OUT       PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-DISC-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'TOTAL DISCOUNTS REVERSED IS:'.
           05  TOTAL-DISC-OUT          PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 400-VOID-ONE-CHECK UNTIL VOID-DONE-SW
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           PERFORM 210-CHECK-CASH-JOURNAL

           OPEN I-O OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AP OPEN ITEM FILE - STATUS: '
                   OPEN-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN VENDOR MASTER FILE - STATUS: '
                   VENDOR-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN I-O VENDOR-YTD-FILE
           IF VENDOR-YTD-STATUS-WS = '35'
               OPEN OUTPUT VENDOR-YTD-FILE
               CLOSE VENDOR-YTD-FILE
               OPEN I-O VENDOR-YTD-FILE
           END-IF

           PERFORM 220-READ-CHECK-CONTROL

           OPEN EXTEND AP-CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS-WS = '35'
               OPEN OUTPUT AP-CHECK-REGISTER-FILE
           END-IF

           OPEN OUTPUT CHECK-PRINT-FILE
                OUTPUT VOID-REPORT-FILE

           MOVE RUN-MONTH-WS TO HEADER-MO-OUT
           MOVE RUN-DAY-WS   TO HEADER-DY-OUT
           MOVE RUN-YEAR-WS  TO HEADER-YR-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

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
                       ' - VOIDS NOT RECORDED'
                   STOP RUN
               END-IF
           END-IF.

       220-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           IF CONTROL-FILE-STATUS-WS = '35'
               MOVE 500001 TO NEXT-CHECK-NO-WS
           ELSE
               READ CHECK-CONTROL-FILE INTO CHECK-CONTROL-RECORD
                   AT END MOVE 500001 TO CC-NEXT-CHECK-NO
               END-READ
               MOVE CC-NEXT-CHECK-NO TO NEXT-CHECK-NO-WS
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       260-READ-NEXT-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-OPEN-WS
           END-READ.

       400-VOID-ONE-CHECK.
           MOVE SPACES TO VOID-CHECK-NO-X-WS
           DISPLAY 'ENTER AP CHECK NUMBER TO VOID (BLANK TO END): '
               WITH NO ADVANCING
           ACCEPT VOID-CHECK-NO-X-WS

           IF VOID-CHECK-NO-X-WS = SPACES
               MOVE 'YES' TO VOID-DONE-WS
           ELSE
               IF VOID-CHECK-NO-X-WS IS NOT NUMERIC
                   DISPLAY 'CHECK NUMBER MUST BE NUMERIC'
               ELSE
                   MOVE VOID-CHECK-NO-X-WS TO VOID-CHECK-NO-WS
                                              VOID-CHECK-REF-WS
                   PERFORM 420-FIND-REGISTER-CHECK
                   PERFORM 440-EDIT-VOID-REQUEST
               END-IF
           END-IF.

       420-FIND-REGISTER-CHECK.
           MOVE 'NO' TO REGISTER-FOUND-WS ALREADY-VOID-WS
                        EFT-PAYMENT-WS EOF-REGISTER-WS ESCHEATED-WS
                        CLEARED-WS
           CLOSE AP-CHECK-REGISTER-FILE
           OPEN INPUT AP-CHECK-REGISTER-FILE

           IF REGISTER-FILE-STATUS-WS = '00'
               PERFORM 425-SCAN-ONE-REGISTER-RECORD
                   UNTIL EOF-REGISTER-WS = 'YES'
               CLOSE AP-CHECK-REGISTER-FILE
           END-IF

           OPEN EXTEND AP-CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS-WS = '35'
               OPEN OUTPUT AP-CHECK-REGISTER-FILE
           END-IF.

       425-SCAN-ONE-REGISTER-RECORD.
           READ AP-CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-REGISTER-WS
               NOT AT END
                   IF AR-CHECK-NO = VOID-CHECK-NO-WS
                       IF AR-VOIDED
                           MOVE 'YES' TO ALREADY-VOID-WS
                       END-IF
                       IF AR-ESCHEATED
                           MOVE 'YES' TO ESCHEATED-WS
                       END-IF
                       IF AR-CLEARED
                           MOVE 'YES' TO CLEARED-WS
                       END-IF
                       IF AR-ISSUED
                           MOVE 'YES'            TO REGISTER-FOUND-WS
                           MOVE AR-SUPPLIER-NO   TO VOID-SUPPLIER-NO-WS
                           MOVE AR-SUPPLIER-NAME
                               TO VOID-SUPPLIER-NAME-WS
                           MOVE AR-DATE          TO VOID-ISSUE-DATE-WS
                           MOVE AR-AMOUNT        TO VOID-AMOUNT-WS
                           IF AR-PAID-BY-EFT
                               MOVE 'YES' TO EFT-PAYMENT-WS
                           ELSE
                               MOVE 'NO'  TO EFT-PAYMENT-WS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       440-EDIT-VOID-REQUEST.
           IF CHECK-ALREADY-VOID
               DISPLAY 'CHECK ALREADY VOIDED: ' VOID-CHECK-NO-WS
           ELSE
               IF CHECK-ALREADY-ESCHEATED
                   DISPLAY 'CHECK REMITTED AS UNCLAIMED PROPERTY: '
                       VOID-CHECK-NO-WS
               ELSE
                   IF CHECK-ALREADY-CLEARED
                       DISPLAY 'CHECK ALREADY CLEARED THE BANK: '
                           VOID-CHECK-NO-WS
                   ELSE
                       PERFORM 442-EDIT-ISSUED-CHECK
                   END-IF
               END-IF
           END-IF.

       442-EDIT-ISSUED-CHECK.
           IF NOT REGISTER-CHECK-FOUND
               DISPLAY 'CHECK NOT ON AP REGISTER: '
                   VOID-CHECK-NO-WS
           ELSE
               IF CHECK-IS-EFT
                   DISPLAY 'REFERENCE ' VOID-CHECK-NO-WS
                       ' IS AN EFT PAYMENT - NOT VOIDED'
               ELSE
                   PERFORM 445-GET-VOID-OPTIONS
                   PERFORM 450-APPLY-VOID
               END-IF
           END-IF.

       445-GET-VOID-OPTIONS.
           MOVE SPACE TO VOID-REASON-WS
           PERFORM 446-ACCEPT-VOID-REASON
               UNTIL VOID-REASON-VALID

           MOVE SPACE TO REISSUE-ANSWER-WS
           PERFORM 447-ACCEPT-REISSUE-ANSWER
               UNTIL REISSUE-ANSWER-VALID.

       446-ACCEPT-VOID-REASON.
           DISPLAY 'REASON - V=VOID, S=STOP PAYMENT: '
               WITH NO ADVANCING
           ACCEPT VOID-REASON-WS.

       447-ACCEPT-REISSUE-ANSWER.
           DISPLAY 'REISSUE A NEW CHECK (Y/N): ' WITH NO ADVANCING
           ACCEPT REISSUE-ANSWER-WS.

       450-APPLY-VOID.
           MOVE ZERO TO CHECK-VOUCHERS-WS CHECK-NET-WS
                        CHECK-DISC-REVERSED-WS REISSUE-CHECK-NO-WS

           IF REISSUE-REQUESTED
               MOVE NEXT-CHECK-NO-WS TO REISSUE-CHECK-NO-WS
               ADD 1 TO NEXT-CHECK-NO-WS
               PERFORM 470-PRINT-REISSUE-CHECK
           END-IF

           PERFORM 455-PRINT-CHECK-HEADER

           MOVE 'NO' TO EOF-OPEN-WS
           MOVE LOW-VALUES TO OI-VOUCHER-NO-KEY
           START OPEN-ITEM-FILE KEY NOT < OI-VOUCHER-NO-KEY
               INVALID KEY MOVE 'YES' TO EOF-OPEN-WS
           END-START
           IF EOF-OPEN-WS NOT = 'YES'
               PERFORM 260-READ-NEXT-OPEN-ITEM
           END-IF
           PERFORM 460-REOPEN-ONE-VOUCHER
               UNTIL EOF-OPEN-WS = 'YES'

           IF CHECK-NET-WS NOT = VOID-AMOUNT-WS
               MOVE '*** VOUCHERS ON OPEN ITEMS DO NOT ACCOUNT FOR THE '
                   TO CHECK-MESSAGE-OUT
               MOVE 'FULL CHECK AMOUNT'
                   TO CHECK-MESSAGE-OUT (52:17)
               MOVE CHECK-MESSAGE-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
               ADD 1 TO TOTAL-UNMATCHED-WS
           END-IF

           IF REISSUE-REQUESTED
               PERFORM 480-WRITE-REISSUE-REGISTER
           ELSE
               PERFORM 465-UPDATE-VENDOR-YTD
           END-IF
           PERFORM 475-WRITE-VOID-REGISTER

           ADD 1              TO TOTAL-VOIDS-WS
           ADD VOID-AMOUNT-WS TO TOTAL-VOID-DOLLARS-WS
           IF VOID-FOR-STOP-PAYMENT
               ADD 1 TO TOTAL-STOPS-WS
           END-IF
           IF REISSUE-REQUESTED
               ADD 1 TO TOTAL-REISSUES-WS
           END-IF

           DISPLAY 'CHECK ' VOID-CHECK-NO-WS ' VOIDED - VOUCHERS: '
               CHECK-VOUCHERS-WS.

       455-PRINT-CHECK-HEADER.
           MOVE VOID-CHECK-NO-WS      TO VOID-CHECK-NO-OUT
           MOVE VOID-SUPPLIER-NO-WS   TO VOID-SUPPLIER-NO-OUT
           MOVE VOID-SUPPLIER-NAME-WS TO VOID-SUPPLIER-OUT
           MOVE VOID-ISSUE-DATE-WS    TO VOID-ISSUE-DATE-OUT
           MOVE VOID-AMOUNT-WS        TO VOID-AMOUNT-OUT
           MOVE SPACES                TO VOID-REISSUE-OUT
           IF REISSUE-REQUESTED
               MOVE 'REISSUED AS: '   TO VOID-ACTION-OUT
               MOVE REISSUE-CHECK-NO-WS TO VOID-REISSUE-OUT
           ELSE
               IF VOID-FOR-STOP-PAYMENT
                   MOVE 'STOP PAYMENT' TO VOID-ACTION-OUT
               ELSE
                   MOVE 'VOIDED'       TO VOID-ACTION-OUT
               END-IF
           END-IF
           MOVE CHECK-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE VOUCHER-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       460-REOPEN-ONE-VOUCHER.
           IF OI-IS-PAID AND OI-CHECK-REF = VOID-CHECK-REF-WS
               COMPUTE PAY-AMOUNT-WS = OI-AMOUNT - OI-DISC-AMOUNT
               ADD 1             TO CHECK-VOUCHERS-WS
               ADD PAY-AMOUNT-WS TO CHECK-NET-WS

               MOVE OI-VOUCHER-NO-KEY TO VCH-VOUCHER-NO-OUT
               MOVE OI-INVOICE-NO     TO VCH-INVOICE-NO-OUT
               MOVE OI-DUE-DATE       TO VCH-DUE-DATE-OUT
               MOVE OI-AMOUNT         TO VCH-AMOUNT-OUT
               MOVE OI-DISC-AMOUNT    TO VCH-DISC-OUT
               MOVE PAY-AMOUNT-WS     TO VCH-PAID-OUT

               IF REISSUE-REQUESTED
                   MOVE REISSUE-CHECK-NO-WS TO OI-CHECK-REF
                   MOVE 'PAID ON REISSUE'   TO VCH-NEW-STATUS-OUT
                   PERFORM 472-PRINT-ONE-STUB-VOUCHER
               ELSE
                   IF OI-PAID-DATE < RUN-DATE-WS
                       ADD OI-DISC-AMOUNT TO CHECK-DISC-REVERSED-WS
                   END-IF
                   MOVE 'O'    TO OI-STATUS
                   MOVE ZERO   TO OI-PAID-DATE OI-DISC-AMOUNT
                   MOVE SPACES TO OI-CHECK-REF
                   MOVE 'REOPENED'          TO VCH-NEW-STATUS-OUT
                   ADD 1 TO TOTAL-REOPENED-WS
               END-IF
               REWRITE OPEN-ITEM-RECORD

               MOVE VOUCHER-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           END-IF

           PERFORM 260-READ-NEXT-OPEN-ITEM.

       465-UPDATE-VENDOR-YTD.
           MOVE VOID-SUPPLIER-NO-WS TO VY-SUPPLIER-NO-KEY

           READ VENDOR-YTD-FILE
               INVALID KEY
                   PERFORM 467-PRINT-NO-YTD-MESSAGE
               NOT INVALID KEY
                   SUBTRACT VOID-AMOUNT-WS FROM VY-PAID-DOLLARS
                   REWRITE VENDOR-YTD-RECORD
           END-READ.

       467-PRINT-NO-YTD-MESSAGE.
           MOVE '*** SUPPLIER NOT ON VENDOR YTD FILE - 1099 '
               TO CHECK-MESSAGE-OUT
           MOVE 'TOTAL NOT REDUCED' TO CHECK-MESSAGE-OUT (45:17)
           MOVE CHECK-MESSAGE-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       470-PRINT-REISSUE-CHECK.
           MOVE 'NO' TO VENDOR-FOUND-WS
           MOVE VOID-SUPPLIER-NO-WS TO VENDOR-NO-KEY

           READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE VOID-SUPPLIER-NAME-WS TO CHECK-PAYEE-OUT
                   DISPLAY 'SUPPLIER NOT ON VENDOR MASTER - '
                       'CHECK PRINTED WITHOUT ADDRESS: '
                       VOID-SUPPLIER-NO-WS
               NOT INVALID KEY
                   MOVE 'YES' TO VENDOR-FOUND-WS
                   MOVE VENDOR-NAME-MASTER        TO CHECK-PAYEE-OUT
                   MOVE VENDOR-REMIT-ADDR-MASTER  TO CHECK-ADDR-OUT
                   MOVE VENDOR-REMIT-CITY-MASTER  TO CHECK-CITY-OUT
                   MOVE VENDOR-REMIT-STATE-MASTER TO CHECK-STATE-OUT
                   MOVE VENDOR-REMIT-ZIP-MASTER   TO CHECK-ZIP-OUT
           END-READ

           MOVE CHECK-SEPARATOR-LINE-SETUP TO PRINT-A-CHECK-LINE
           WRITE PRINT-A-CHECK-LINE AFTER 2 LINES

           MOVE REISSUE-CHECK-NO-WS TO CHECK-NO-OUT
           MOVE RUN-MONTH-WS        TO CHECK-MO-OUT
           MOVE RUN-DAY-WS          TO CHECK-DY-OUT
           MOVE RUN-YEAR-WS         TO CHECK-YR-OUT
           MOVE VOID-AMOUNT-WS      TO CHECK-AMOUNT-OUT
           MOVE CHECK-NUMBER-LINE-SETUP TO PRINT-A-CHECK-LINE
           WRITE PRINT-A-CHECK-LINE AFTER 1 LINES

           MOVE CHECK-PAYEE-LINE-SETUP TO PRINT-A-CHECK-LINE
           WRITE PRINT-A-CHECK-LINE AFTER 1 LINES

           IF VENDOR-ON-MASTER
               MOVE CHECK-ADDR-LINE-SETUP TO PRINT-A-CHECK-LINE
               WRITE PRINT-A-CHECK-LINE AFTER 1 LINES
               MOVE CHECK-CITY-LINE-SETUP TO PRINT-A-CHECK-LINE
               WRITE PRINT-A-CHECK-LINE AFTER 1 LINES
           END-IF

           MOVE VOID-CHECK-NO-WS TO STUB-REISSUE-OF-OUT
           MOVE STUB-REISSUE-LINE-SETUP TO PRINT-A-CHECK-LINE
           WRITE PRINT-A-CHECK-LINE AFTER 2 LINES

           MOVE STUB-TITLE-LINE-SETUP TO PRINT-A-CHECK-LINE
           WRITE PRINT-A-CHECK-LINE AFTER 1 LINES

           MOVE STUB-COLUMN-LINE-SETUP TO PRINT-A-CHECK-LINE
           WRITE PRINT-A-CHECK-LINE AFTER 1 LINES.

       472-PRINT-ONE-STUB-VOUCHER.
           MOVE OI-VOUCHER-NO-KEY TO STUB-VOUCHER-NO-OUT
           MOVE OI-INVOICE-NO     TO STUB-INVOICE-NO-OUT
           MOVE PAY-AMOUNT-WS     TO STUB-AMOUNT-OUT
           MOVE STUB-DETAIL-LINE-SETUP TO PRINT-A-CHECK-LINE
           WRITE PRINT-A-CHECK-LINE AFTER 1 LINES.

       475-WRITE-VOID-REGISTER.
           MOVE VOID-CHECK-NO-WS       TO AR-CHECK-NO
           MOVE VOID-SUPPLIER-NO-WS    TO AR-SUPPLIER-NO
           MOVE VOID-SUPPLIER-NAME-WS  TO AR-SUPPLIER-NAME
           MOVE RUN-DATE-WS            TO AR-DATE
           MOVE VOID-AMOUNT-WS         TO AR-AMOUNT
           MOVE 'V'                    TO AR-STATUS
           MOVE 'C'                    TO AR-PAY-METHOD
           MOVE CHECK-DISC-REVERSED-WS TO AR-DISC-REVERSED
           WRITE AP-CHECK-REGISTER-RECORD

           ADD CHECK-DISC-REVERSED-WS TO TOTAL-DISC-REVERSED-WS.

       480-WRITE-REISSUE-REGISTER.
           MOVE REISSUE-CHECK-NO-WS    TO AR-CHECK-NO
           MOVE VOID-SUPPLIER-NO-WS    TO AR-SUPPLIER-NO
           MOVE VOID-SUPPLIER-NAME-WS  TO AR-SUPPLIER-NAME
           MOVE RUN-DATE-WS            TO AR-DATE
           MOVE VOID-AMOUNT-WS         TO AR-AMOUNT
           MOVE 'I'                    TO AR-STATUS
           MOVE 'C'                    TO AR-PAY-METHOD
           MOVE ZERO                   TO AR-DISC-REVERSED
           WRITE AP-CHECK-REGISTER-RECORD.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM45' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-UNMATCHED-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'VOIDED CHECKS NOT FULLY ON OPEN ITEMS - SEE APVOID'
                   TO OL-MESSAGE
               MOVE TOTAL-UNMATCHED-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-VOIDS-WS TO OL-RECORD-COUNT
           MOVE TOTAL-VOID-DOLLARS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-VOIDS-WS TO TOTAL-VOIDS-OUT
           MOVE TOTAL-VOIDS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-STOPS-WS TO TOTAL-STOPS-OUT
           MOVE TOTAL-STOPS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-REISSUES-WS TO TOTAL-REISSUES-OUT
           MOVE TOTAL-REISSUES-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-REOPENED-WS TO TOTAL-REOPENED-OUT
           MOVE TOTAL-REOPENED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-UNMATCHED-WS TO TOTAL-UNMATCHED-OUT
           MOVE TOTAL-UNMATCHED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-VOID-DOLLARS-WS TO TOTAL-DOLLARS-OUT
           MOVE TOTAL-DOLLARS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE TOTAL-DISC-REVERSED-WS TO TOTAL-DISC-OUT
           MOVE TOTAL-DISC-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           IF TOTAL-REISSUES-WS > ZERO
               OPEN OUTPUT CHECK-CONTROL-FILE
               MOVE NEXT-CHECK-NO-WS TO CC-NEXT-CHECK-NO
               WRITE CHECK-CONTROL-RECORD
               CLOSE CHECK-CONTROL-FILE
           END-IF

           DISPLAY 'AP CHECKS VOIDED THIS RUN:  ' TOTAL-VOIDS-WS
           DISPLAY 'CHECKS REISSUED:            ' TOTAL-REISSUES-WS
           DISPLAY 'VOUCHERS REOPENED:          ' TOTAL-REOPENED-WS

           CLOSE OPEN-ITEM-FILE VENDOR-MASTER-FILE VENDOR-YTD-FILE
                 AP-CHECK-REGISTER-FILE CHECK-PRINT-FILE
                 VOID-REPORT-FILE.
