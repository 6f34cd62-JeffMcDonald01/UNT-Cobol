       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM37.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AP-CHECK-REGISTER-FILE ASSIGN TO 'APCHKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AP-REGISTER-STATUS-WS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT ACH-BATCH-FILE ASSIGN TO 'ACH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACH-FILE-STATUS-WS.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'APOPEN.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-VOUCHER-NO-KEY
           FILE STATUS IS OPEN-FILE-STATUS-WS.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GLPOST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-FILE-STATUS-WS.

           SELECT CASH-JOURNAL-FILE ASSIGN TO 'GLCASH.DOC'
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
               88  AR-ESCHEATED                        VALUE 'E'.
           05  AR-PAY-METHOD           PIC X.
               88  AR-PAID-BY-CHECK                    VALUE 'C' ' '.
               88  AR-PAID-BY-EFT                      VALUE 'E'.
           05  AR-DISC-REVERSED        PIC S9(6)V99.

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

       FD  ACH-BATCH-FILE RECORDING MODE IS F.
       01                              PIC X(60).

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

       FD  CHART-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  GL-POSTING-FILE RECORDING MODE IS F.
       01  GL-POSTING-RECORD.
           05  GL-SOURCE-OUT           PIC X(10).
           05  GL-ACCOUNT-OUT          PIC X(10).
           05  GL-AMOUNT-OUT           PIC S9(8)V99.
           05  GL-POSTING-DATE-OUT     PIC 9(8).

       FD  CASH-JOURNAL-FILE RECORDING MODE IS F.
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
           05  AP-REGISTER-STATUS-WS   PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  ACH-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  OPEN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  POSTING-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-AP-REGISTER-WS      PIC X(3)        VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3)        VALUE 'NO'.
           05  EOF-ACH-WS              PIC X(3)        VALUE 'NO'.
           05  EOF-OPEN-ITEM-WS        PIC X(3)        VALUE 'NO'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  ACH-CURRENT-WS          PIC X(3)        VALUE 'NO'.
               88  ACH-IS-CURRENT                      VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  CASH-ACCT-WS            PIC X(4)        VALUE '1000'.
           05  AP-ACCT-WS              PIC X(4)        VALUE '2000'.
           05  ACCRUED-PAY-ACCT-WS     PIC X(4)        VALUE '2200'.
           05  PURCH-DISC-ACCT-WS      PIC X(4)        VALUE '4900'.
           05  CHART-COUNT-WS          PIC 999         VALUE ZERO.
           05  CHART-SUB-WS            PIC 999         VALUE ZERO.
           05  CHART-HIT-WS            PIC 999         VALUE ZERO.
           05  LOOKUP-ACCT-WS          PIC X(4)        VALUE SPACES.
           05  PAIR-SOURCE-WS          PIC X(10)       VALUE SPACES.
           05  PAIR-DEBIT-ACCT-WS      PIC X(4)        VALUE SPACES.
           05  PAIR-CREDIT-ACCT-WS     PIC X(4)        VALUE SPACES.
           05  PAIR-AMOUNT-WS          PIC S9(9)V99    VALUE ZERO.
           05  AP-CHECK-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  AP-VOID-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  AP-DISC-TOTAL-WS        PIC S9(9)V99    VALUE ZERO.
           05  AP-VOID-DISC-TOTAL-WS   PIC S9(9)V99    VALUE ZERO.
           05  PAY-CHECK-TOTAL-WS      PIC S9(9)V99    VALUE ZERO.
           05  PAY-VOID-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  ACH-TOTAL-WS            PIC S9(9)V99    VALUE ZERO.
           05  NET-CASH-WS             PIC S9(9)V99    VALUE ZERO.
           05  DEBIT-TOTAL-WS          PIC S9(9)V99    VALUE ZERO.
           05  CREDIT-TOTAL-WS         PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-ITEMS-WS          PIC 9(6)        VALUE ZERO.
           05  TOTAL-POSTINGS-WS       PIC 9(6)        VALUE ZERO.

       01  CHART-INPUT-RECORD.
           05  CHART-ACCT-NO-IN        PIC X(4).
           05  CHART-ACCT-NAME-IN      PIC X(30).

       01  CHART-TABLE-WS.
           05  CHART-ENTRY-WS          OCCURS 100 TIMES.
               10  CHART-ACCT-NO-WS    PIC X(4).
               10  CHART-ACCT-NAME-WS  PIC X(30).

       01  ACH-INPUT-RECORD.
           05  ACH-TYPE-IN             PIC X.
               88  ACH-HEADER-IN                       VALUE 'H'.
               88  ACH-ENTRY-IN                        VALUE 'E'.
               88  ACH-TRAILER-IN                      VALUE 'T'.
           05  ACH-HDR-DATE-IN         PIC 9(8).
           05  FILLER                  PIC X(51).

       01  ACH-ENTRY-INPUT-RECORD REDEFINES ACH-INPUT-RECORD.
           05  FILLER                  PIC X.
           05  ACH-ENT-SSN-IN          PIC X(9).
           05  ACH-ENT-ROUTING-IN      PIC X(9).
           05  ACH-ENT-ACCOUNT-IN      PIC X(17).
           05  ACH-ENT-AMOUNT-IN       PIC 9(7)V99.
           05  FILLER                  PIC X(15).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(26)   VALUE
           'CASH DISBURSEMENTS JOURNAL'.

       01  SECTION-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  SECTION-TITLE-OUT       PIC X(50).

       01  ITEM-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(12)   VALUE 'SOURCE'.
           05                          PIC X(11)   VALUE 'REFERENCE'.
           05                          PIC X(25)   VALUE 'PAYEE'.
           05                          PIC X(10)   VALUE 'DATE'.
           05                          PIC X(7)    VALUE 'DEBIT'.
           05                          PIC X(7)    VALUE 'CREDIT'.
           05                          PIC X(16)   VALUE
           '          AMOUNT'.

       01  ITEM-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ITEM-SOURCE-OUT         PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ITEM-REFERENCE-OUT      PIC X(9).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ITEM-PAYEE-OUT          PIC X(23).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ITEM-DATE-OUT           PIC 9(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  ITEM-DEBIT-ACCT-OUT     PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ITEM-CREDIT-ACCT-OUT    PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ITEM-AMOUNT-OUT         PIC $$,$$$,$$9.99BCR.

       01  POSTING-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(12)   VALUE 'SOURCE'.
           05                          PIC X(8)    VALUE 'ACCOUNT'.
           05                          PIC X(32)   VALUE
           'ACCOUNT NAME'.
           05                          PIC X(14)   VALUE
           'DEBIT'.
           05                          PIC X(14)   VALUE
           'CREDIT'.

       01  POSTING-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  POST-SOURCE-OUT         PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  POST-ACCT-NO-OUT        PIC X(4).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  POST-ACCT-NAME-OUT      PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  POST-DEBIT-OUT          PIC $$$,$$$,$$9.99B.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  POST-CREDIT-OUT         PIC $$$,$$$,$$9.99B.

       01  POSTING-TOTALS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(18)   VALUE
           'TOTAL DEBITS:'.
           05  POST-TOTAL-DEBIT-OUT    PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(16)   VALUE
           'TOTAL CREDITS:'.
           05  POST-TOTAL-CREDIT-OUT   PIC $$$$,$$$,$$9.99BCR.

       01  PROOF-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  PROOF-RESULT-OUT        PIC X(40).

       01  TOTAL-ITEMS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF DISBURSEMENT ITEMS IS:'.
           05  TOTAL-ITEMS-OUT         PIC ZZZ,ZZ9.

       01  TOTAL-POSTINGS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF POSTINGS WRITTEN IS:'.
           05  TOTAL-POSTINGS-OUT      PIC ZZZ,ZZ9.

       01  NET-CASH-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'NET CASH DISBURSED IS:'.
           05  NET-CASH-OUT            PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 230-LOAD-CHART
           PERFORM 300-JOURNAL-AP-CHECKS
           PERFORM 320-JOURNAL-AP-DISCOUNTS
           PERFORM 340-JOURNAL-PAYROLL-CHECKS
           PERFORM 360-JOURNAL-ACH-DEPOSITS
           PERFORM 400-POST-CASH-ENTRIES
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           PERFORM 205-RUN-CONTROL-START

           OPEN EXTEND GL-POSTING-FILE
           IF POSTING-FILE-STATUS-WS = '35'
               OPEN OUTPUT GL-POSTING-FILE
           END-IF

           OPEN OUTPUT CASH-JOURNAL-FILE

           MOVE RUN-DATE-WS TO REPORT-HEADER-DATE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE 'DISBURSEMENT ITEMS' TO SECTION-TITLE-OUT
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE ITEM-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

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

           MOVE 'PROGRM28' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-RUN-COMPLETE
               DISPLAY 'GL BALANCES ALREADY UPDATED FOR ' RUN-DATE-WS
                   ' - CASH JOURNAL NOT POSTED'
               STOP RUN
           END-IF

           MOVE 'PROGRM37' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-RUN-COMPLETE
               DISPLAY 'CASH DISBURSEMENTS ALREADY POSTED FOR '
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
           MOVE 'PROGRM37' TO RC-PROGRAM-ID
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
           MOVE 'PROGRM37' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE

           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO RC-STATUS
                   MOVE TOTAL-ITEMS-WS TO RC-RECORD-COUNT
                   MOVE NET-CASH-WS TO RC-TOTAL-DOLLARS
                   REWRITE RUN-CONTROL-RECORD
           END-READ

           CLOSE RUN-CONTROL-FILE.

       230-LOAD-CHART.
           OPEN INPUT CHART-INPUT-FILE
           IF CHART-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CHART OF ACCOUNTS - STATUS: '
                   CHART-FILE-STATUS-WS
               STOP RUN
           END-IF

           PERFORM 235-READ-ONE-CHART-RECORD
           PERFORM 240-LOAD-ONE-CHART-RECORD UNTIL EOF-CHART-WS = 'YES'
           CLOSE CHART-INPUT-FILE.

       235-READ-ONE-CHART-RECORD.
           READ CHART-INPUT-FILE INTO CHART-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-CHART-WS
           END-READ.

       240-LOAD-ONE-CHART-RECORD.
           IF CHART-ACCT-NO-IN = SPACE
               CONTINUE
           ELSE
               IF CHART-COUNT-WS >= 100
                   DISPLAY 'CHART TABLE FULL - RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO CHART-COUNT-WS
               MOVE CHART-ACCT-NO-IN
                   TO CHART-ACCT-NO-WS (CHART-COUNT-WS)
               MOVE CHART-ACCT-NAME-IN
                   TO CHART-ACCT-NAME-WS (CHART-COUNT-WS)
           END-IF

           PERFORM 235-READ-ONE-CHART-RECORD.

       245-FIND-CHART-ACCOUNT.
           MOVE ZERO TO CHART-HIT-WS
           PERFORM 246-MATCH-ONE-CHART-ACCOUNT
               VARYING CHART-SUB-WS FROM 1 BY 1
               UNTIL CHART-SUB-WS > CHART-COUNT-WS
               OR CHART-HIT-WS > ZERO.

       246-MATCH-ONE-CHART-ACCOUNT.
           IF CHART-ACCT-NO-WS (CHART-SUB-WS) = LOOKUP-ACCT-WS
               MOVE CHART-SUB-WS TO CHART-HIT-WS
           END-IF.

       300-JOURNAL-AP-CHECKS.
           OPEN INPUT AP-CHECK-REGISTER-FILE
           IF AP-REGISTER-STATUS-WS NOT = '00'
               DISPLAY 'NO AP CHECK REGISTER - AP CHECKS SKIPPED'
           ELSE
               PERFORM 305-READ-NEXT-AP-REGISTER
               PERFORM 310-JOURNAL-ONE-AP-CHECK
                   UNTIL EOF-AP-REGISTER-WS = 'YES'
               CLOSE AP-CHECK-REGISTER-FILE
           END-IF.

       305-READ-NEXT-AP-REGISTER.
           READ AP-CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-AP-REGISTER-WS
           END-READ.

       310-JOURNAL-ONE-AP-CHECK.
           IF AR-DATE = RUN-DATE-WS AND NOT AR-ESCHEATED
               MOVE AR-CHECK-NO      TO ITEM-REFERENCE-OUT
               MOVE AR-SUPPLIER-NAME TO ITEM-PAYEE-OUT
               MOVE AR-DATE          TO ITEM-DATE-OUT
               MOVE AR-AMOUNT        TO ITEM-AMOUNT-OUT
               IF AR-VOIDED
                   MOVE 'APVOID'     TO ITEM-SOURCE-OUT
                   MOVE CASH-ACCT-WS TO ITEM-DEBIT-ACCT-OUT
                   MOVE AP-ACCT-WS   TO ITEM-CREDIT-ACCT-OUT
                   ADD AR-AMOUNT     TO AP-VOID-TOTAL-WS
               ELSE
                   IF AR-PAID-BY-EFT
                       MOVE 'APEFT'  TO ITEM-SOURCE-OUT
                   ELSE
                       MOVE 'APCHECK' TO ITEM-SOURCE-OUT
                   END-IF
                   MOVE AP-ACCT-WS   TO ITEM-DEBIT-ACCT-OUT
                   MOVE CASH-ACCT-WS TO ITEM-CREDIT-ACCT-OUT
                   ADD AR-AMOUNT     TO AP-CHECK-TOTAL-WS
               END-IF
               PERFORM 380-WRITE-ITEM-LINE

               IF AR-VOIDED AND AR-DISC-REVERSED IS NUMERIC
                   AND AR-DISC-REVERSED > ZERO
                   MOVE 'APVOIDDSC'        TO ITEM-SOURCE-OUT
                   MOVE PURCH-DISC-ACCT-WS TO ITEM-DEBIT-ACCT-OUT
                   MOVE AP-ACCT-WS         TO ITEM-CREDIT-ACCT-OUT
                   MOVE AR-DISC-REVERSED   TO ITEM-AMOUNT-OUT
                   ADD AR-DISC-REVERSED    TO AP-VOID-DISC-TOTAL-WS
                   PERFORM 380-WRITE-ITEM-LINE
               END-IF
           END-IF

           PERFORM 305-READ-NEXT-AP-REGISTER.

       320-JOURNAL-AP-DISCOUNTS.
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS-WS NOT = '00'
               DISPLAY 'OPEN ITEM FILE NOT AVAILABLE - STATUS: '
                   OPEN-FILE-STATUS-WS
               DISPLAY 'DISCOUNTS TAKEN WILL NOT BE JOURNALED'
           ELSE
               MOVE LOW-VALUES TO OI-VOUCHER-NO-KEY
               START OPEN-ITEM-FILE KEY NOT < OI-VOUCHER-NO-KEY
                   INVALID KEY MOVE 'YES' TO EOF-OPEN-ITEM-WS
               END-START
               IF EOF-OPEN-ITEM-WS NOT = 'YES'
                   PERFORM 325-READ-NEXT-OPEN-ITEM
               END-IF
               PERFORM 330-JOURNAL-ONE-DISCOUNT
                   UNTIL EOF-OPEN-ITEM-WS = 'YES'
               CLOSE OPEN-ITEM-FILE
           END-IF.

       325-READ-NEXT-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-OPEN-ITEM-WS
           END-READ.

       330-JOURNAL-ONE-DISCOUNT.
           IF OI-IS-PAID AND OI-PAID-DATE = RUN-DATE-WS
               AND OI-CHECK-REF NOT = SPACES
               AND OI-DISC-AMOUNT > ZERO
               MOVE 'APDISC'           TO ITEM-SOURCE-OUT
               MOVE OI-CHECK-REF       TO ITEM-REFERENCE-OUT
               MOVE OI-SUPPLIER-NAME   TO ITEM-PAYEE-OUT
               MOVE OI-PAID-DATE       TO ITEM-DATE-OUT
               MOVE AP-ACCT-WS         TO ITEM-DEBIT-ACCT-OUT
               MOVE PURCH-DISC-ACCT-WS TO ITEM-CREDIT-ACCT-OUT
               MOVE OI-DISC-AMOUNT     TO ITEM-AMOUNT-OUT
               ADD OI-DISC-AMOUNT      TO AP-DISC-TOTAL-WS
               PERFORM 380-WRITE-ITEM-LINE
           END-IF

           PERFORM 325-READ-NEXT-OPEN-ITEM.

       340-JOURNAL-PAYROLL-CHECKS.
           OPEN INPUT CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS-WS NOT = '00'
               DISPLAY 'NO PAYROLL CHECK REGISTER - PAYCHECKS SKIPPED'
           ELSE
               PERFORM 345-READ-NEXT-REGISTER
               PERFORM 350-JOURNAL-ONE-PAYCHECK
                   UNTIL EOF-REGISTER-WS = 'YES'
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       345-READ-NEXT-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-REGISTER-WS
           END-READ.

       350-JOURNAL-ONE-PAYCHECK.
           IF CR-DATE = RUN-DATE-WS
               AND (CR-ISSUED OR CR-REISSUED OR CR-VOIDED)
               MOVE CR-CHECK-NO TO ITEM-REFERENCE-OUT
               MOVE CR-SSN      TO ITEM-PAYEE-OUT
               MOVE CR-DATE     TO ITEM-DATE-OUT
               MOVE CR-NET-PAY  TO ITEM-AMOUNT-OUT
               IF CR-VOIDED
                   MOVE 'PAYVOID'           TO ITEM-SOURCE-OUT
                   MOVE CASH-ACCT-WS        TO ITEM-DEBIT-ACCT-OUT
                   MOVE ACCRUED-PAY-ACCT-WS TO ITEM-CREDIT-ACCT-OUT
                   ADD CR-NET-PAY           TO PAY-VOID-TOTAL-WS
               ELSE
                   MOVE 'PAYCHECK'          TO ITEM-SOURCE-OUT
                   MOVE ACCRUED-PAY-ACCT-WS TO ITEM-DEBIT-ACCT-OUT
                   MOVE CASH-ACCT-WS        TO ITEM-CREDIT-ACCT-OUT
                   ADD CR-NET-PAY           TO PAY-CHECK-TOTAL-WS
               END-IF
               PERFORM 380-WRITE-ITEM-LINE
           END-IF

           PERFORM 345-READ-NEXT-REGISTER.

       360-JOURNAL-ACH-DEPOSITS.
           OPEN INPUT ACH-BATCH-FILE
           IF ACH-FILE-STATUS-WS NOT = '00'
               DISPLAY 'NO ACH BATCH FILE - DIRECT DEPOSITS SKIPPED'
           ELSE
               PERFORM 365-READ-NEXT-ACH
               PERFORM 370-JOURNAL-ONE-ACH
                   UNTIL EOF-ACH-WS = 'YES'
               CLOSE ACH-BATCH-FILE
               IF NOT ACH-IS-CURRENT
                   DISPLAY 'ACH BATCH NOT DATED ' RUN-DATE-WS
                       ' - DIRECT DEPOSITS SKIPPED'
               END-IF
           END-IF.

       365-READ-NEXT-ACH.
           READ ACH-BATCH-FILE INTO ACH-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-ACH-WS
           END-READ.

       370-JOURNAL-ONE-ACH.
           IF ACH-HEADER-IN
               IF ACH-HDR-DATE-IN = RUN-DATE-WS
                   MOVE 'YES' TO ACH-CURRENT-WS
               ELSE
                   MOVE 'NO'  TO ACH-CURRENT-WS
               END-IF
           ELSE
               IF ACH-ENTRY-IN AND ACH-IS-CURRENT
                   MOVE 'PAYACH'            TO ITEM-SOURCE-OUT
                   MOVE ACH-ENT-SSN-IN      TO ITEM-REFERENCE-OUT
                   MOVE ACH-ENT-ACCOUNT-IN  TO ITEM-PAYEE-OUT
                   MOVE RUN-DATE-WS         TO ITEM-DATE-OUT
                   MOVE ACCRUED-PAY-ACCT-WS TO ITEM-DEBIT-ACCT-OUT
                   MOVE CASH-ACCT-WS        TO ITEM-CREDIT-ACCT-OUT
                   MOVE ACH-ENT-AMOUNT-IN   TO ITEM-AMOUNT-OUT
                   ADD ACH-ENT-AMOUNT-IN    TO ACH-TOTAL-WS
                   PERFORM 380-WRITE-ITEM-LINE
               END-IF
           END-IF

           PERFORM 365-READ-NEXT-ACH.

       380-WRITE-ITEM-LINE.
           MOVE ITEM-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           ADD 1 TO TOTAL-ITEMS-WS.

       400-POST-CASH-ENTRIES.
           MOVE 'GENERAL LEDGER POSTINGS' TO SECTION-TITLE-OUT
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE POSTING-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE 'APCHECK'           TO PAIR-SOURCE-WS
           MOVE AP-ACCT-WS          TO PAIR-DEBIT-ACCT-WS
           MOVE CASH-ACCT-WS        TO PAIR-CREDIT-ACCT-WS
           MOVE AP-CHECK-TOTAL-WS   TO PAIR-AMOUNT-WS
           PERFORM 410-POST-ONE-CASH-PAIR

           MOVE 'APVOID'            TO PAIR-SOURCE-WS
           MOVE CASH-ACCT-WS        TO PAIR-DEBIT-ACCT-WS
           MOVE AP-ACCT-WS          TO PAIR-CREDIT-ACCT-WS
           MOVE AP-VOID-TOTAL-WS    TO PAIR-AMOUNT-WS
           PERFORM 410-POST-ONE-CASH-PAIR

           MOVE 'APDISC'            TO PAIR-SOURCE-WS
           MOVE AP-ACCT-WS          TO PAIR-DEBIT-ACCT-WS
           MOVE PURCH-DISC-ACCT-WS  TO PAIR-CREDIT-ACCT-WS
           MOVE AP-DISC-TOTAL-WS    TO PAIR-AMOUNT-WS
           PERFORM 410-POST-ONE-CASH-PAIR

           MOVE 'APVOIDDSC'         TO PAIR-SOURCE-WS
           MOVE PURCH-DISC-ACCT-WS  TO PAIR-DEBIT-ACCT-WS
           MOVE AP-ACCT-WS          TO PAIR-CREDIT-ACCT-WS
           MOVE AP-VOID-DISC-TOTAL-WS TO PAIR-AMOUNT-WS
           PERFORM 410-POST-ONE-CASH-PAIR

           MOVE 'PAYCHECK'          TO PAIR-SOURCE-WS
           MOVE ACCRUED-PAY-ACCT-WS TO PAIR-DEBIT-ACCT-WS
           MOVE CASH-ACCT-WS        TO PAIR-CREDIT-ACCT-WS
           MOVE PAY-CHECK-TOTAL-WS  TO PAIR-AMOUNT-WS
           PERFORM 410-POST-ONE-CASH-PAIR

           MOVE 'PAYVOID'           TO PAIR-SOURCE-WS
           MOVE CASH-ACCT-WS        TO PAIR-DEBIT-ACCT-WS
           MOVE ACCRUED-PAY-ACCT-WS TO PAIR-CREDIT-ACCT-WS
           MOVE PAY-VOID-TOTAL-WS   TO PAIR-AMOUNT-WS
           PERFORM 410-POST-ONE-CASH-PAIR

           MOVE 'PAYACH'            TO PAIR-SOURCE-WS
           MOVE ACCRUED-PAY-ACCT-WS TO PAIR-DEBIT-ACCT-WS
           MOVE CASH-ACCT-WS        TO PAIR-CREDIT-ACCT-WS
           MOVE ACH-TOTAL-WS        TO PAIR-AMOUNT-WS
           PERFORM 410-POST-ONE-CASH-PAIR

           COMPUTE NET-CASH-WS = AP-CHECK-TOTAL-WS - AP-VOID-TOTAL-WS
               + PAY-CHECK-TOTAL-WS - PAY-VOID-TOTAL-WS + ACH-TOTAL-WS

           MOVE DEBIT-TOTAL-WS  TO POST-TOTAL-DEBIT-OUT
           MOVE CREDIT-TOTAL-WS TO POST-TOTAL-CREDIT-OUT
           MOVE POSTING-TOTALS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           IF DEBIT-TOTAL-WS = CREDIT-TOTAL-WS
               MOVE 'DEBITS EQUAL CREDITS' TO PROOF-RESULT-OUT
           ELSE
               MOVE '*** DEBITS DO NOT EQUAL CREDITS'
                   TO PROOF-RESULT-OUT
           END-IF
           MOVE PROOF-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       410-POST-ONE-CASH-PAIR.
           IF PAIR-AMOUNT-WS NOT = ZERO
               MOVE PAIR-DEBIT-ACCT-WS  TO LOOKUP-ACCT-WS
               MOVE PAIR-AMOUNT-WS      TO GL-AMOUNT-OUT
               PERFORM 420-WRITE-ONE-POSTING

               MOVE PAIR-CREDIT-ACCT-WS TO LOOKUP-ACCT-WS
               COMPUTE GL-AMOUNT-OUT = PAIR-AMOUNT-WS * -1
               PERFORM 420-WRITE-ONE-POSTING
           END-IF.

       420-WRITE-ONE-POSTING.
           MOVE PAIR-SOURCE-WS TO GL-SOURCE-OUT
           MOVE LOOKUP-ACCT-WS TO GL-ACCOUNT-OUT
           MOVE RUN-DATE-WS    TO GL-POSTING-DATE-OUT
           WRITE GL-POSTING-RECORD
           ADD 1 TO TOTAL-POSTINGS-WS

           PERFORM 245-FIND-CHART-ACCOUNT
           MOVE PAIR-SOURCE-WS TO POST-SOURCE-OUT
           MOVE LOOKUP-ACCT-WS TO POST-ACCT-NO-OUT
           IF CHART-HIT-WS > ZERO
               MOVE CHART-ACCT-NAME-WS (CHART-HIT-WS)
                   TO POST-ACCT-NAME-OUT
           ELSE
               MOVE 'NOT ON CHART OF ACCOUNTS' TO POST-ACCT-NAME-OUT
           END-IF

           IF GL-AMOUNT-OUT >= ZERO
               MOVE GL-AMOUNT-OUT TO POST-DEBIT-OUT
               MOVE ZERO          TO POST-CREDIT-OUT
               ADD GL-AMOUNT-OUT  TO DEBIT-TOTAL-WS
           ELSE
               MOVE ZERO          TO POST-DEBIT-OUT
               COMPUTE POST-CREDIT-OUT = GL-AMOUNT-OUT * -1
               SUBTRACT GL-AMOUNT-OUT FROM CREDIT-TOTAL-WS
           END-IF

           MOVE POSTING-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM37' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF DEBIT-TOTAL-WS NOT = CREDIT-TOTAL-WS
               MOVE 'W' TO OL-SEVERITY
               MOVE 'CASH JOURNAL OUT OF BALANCE - SEE GLCASH REPORT'
                   TO OL-MESSAGE
               MOVE TOTAL-POSTINGS-WS TO OL-RECORD-COUNT
               COMPUTE OL-TOTAL-DOLLARS =
                   DEBIT-TOTAL-WS - CREDIT-TOTAL-WS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-ITEMS-WS TO OL-RECORD-COUNT
           MOVE NET-CASH-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-ITEMS-WS TO TOTAL-ITEMS-OUT
           MOVE TOTAL-ITEMS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-POSTINGS-WS TO TOTAL-POSTINGS-OUT
           MOVE TOTAL-POSTINGS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE NET-CASH-WS TO NET-CASH-OUT
           MOVE NET-CASH-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           PERFORM 895-RUN-CONTROL-END

           CLOSE GL-POSTING-FILE CASH-JOURNAL-FILE.
