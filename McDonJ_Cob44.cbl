       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM44.
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

           SELECT EFT-CONTROL-FILE ASSIGN TO 'APEFTNO.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-FILE-STATUS-WS.

           SELECT ACH-BATCH-FILE ASSIGN TO 'APACH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMITTANCE-FILE ASSIGN TO 'APEFTREM.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AP-CHECK-REGISTER-FILE ASSIGN TO 'APCHKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

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

       FD  EFT-CONTROL-FILE RECORDING MODE IS F.
       01  EFT-CONTROL-RECORD.
           05  EC-NEXT-EFT-NO          PIC 9(6).

       FD  ACH-BATCH-FILE RECORDING MODE IS F.
       01  ACH-BATCH-RECORD            PIC X(94).

       FD  REMITTANCE-FILE RECORDING MODE IS F.
       01  PRINT-A-REMITTANCE-LINE     PIC X(132).

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
           05  AR-PAY-METHOD           PIC X.
               88  AR-PAID-BY-CHECK                    VALUE 'C' ' '.
               88  AR-PAID-BY-EFT                      VALUE 'E'.
           05  AR-DISC-REVERSED        PIC S9(6)V99.

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05  RP-PROGRAM-ID           PIC X(8).
           05  RP-PARM-1               PIC X(8).
           05  RP-PARM-2               PIC X(8).

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
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  OPEN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  VENDOR-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  CONTROL-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  EOF-OPEN-WS             PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-CENTURY-WS      PIC 99.
               10  RUN-YYMMDD-WS       PIC 9(6).
           05  RUN-TIME-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-TIME-PARTS-WS REDEFINES RUN-TIME-WS.
               10  RUN-HHMM-WS         PIC 9(4).
               10  FILLER              PIC 9(4).
           05  ODFI-ID-WS              PIC X(8)        VALUE SPACES.
           05  ODFI-DIGITS-WS REDEFINES ODFI-ID-WS.
               10  ODFI-DIGIT-WS       PIC 9  OCCURS 8 TIMES.
           05  ODFI-CHECK-DIGIT-WS     PIC 9           VALUE ZERO.
           05  COMPANY-ID-WS           PIC X(10)       VALUE SPACES.
           05  ROUTING-WEIGHTS-WS      PIC X(8)    VALUE '37137137'.
           05  ROUTING-WEIGHT-TABLE-WS REDEFINES ROUTING-WEIGHTS-WS.
               10  ROUTING-WEIGHT-WS   PIC 9  OCCURS 8 TIMES.
           05  ROUTING-SUB-WS          PIC 99          VALUE ZERO.
           05  ROUTING-SUM-WS          PIC 9(4)        VALUE ZERO.
           05  ROUTING-QUOT-WS         PIC 9(4)        VALUE ZERO.
           05  ROUTING-REM-WS          PIC 9           VALUE ZERO.
           05  NEXT-EFT-NO-WS          PIC 9(6)        VALUE ZERO.
           05  EFT-NO-WS               PIC 9(6)        VALUE ZERO.
           05  VENDOR-FOUND-WS         PIC X(3)        VALUE 'NO'.
               88  VENDOR-ON-MASTER                    VALUE 'YES'.
           05  VOUCHER-COUNT-WS        PIC 9(3)        VALUE ZERO.
           05  SUPPLIER-COUNT-WS       PIC 999         VALUE ZERO.
           05  SUPPLIER-SUB-WS         PIC 999         VALUE ZERO.
           05  SUPPLIER-HIT-WS         PIC 999         VALUE ZERO.
           05  PRINT-SUB-WS            PIC 999         VALUE ZERO.
           05  INVOICE-SUB-WS          PIC 99          VALUE ZERO.
           05  PAY-AMOUNT-WS           PIC S9(6)V99    VALUE ZERO.
           05  RECORD-COUNT-WS         PIC 9(6)        VALUE ZERO.
           05  BLOCK-COUNT-WS          PIC 9(6)        VALUE ZERO.
           05  BLOCK-REM-WS            PIC 99          VALUE ZERO.
           05  ENTRY-ADDENDA-COUNT-WS  PIC 9(6)        VALUE ZERO.
           05  ENTRY-HASH-WS           PIC 9(12)       VALUE ZERO.
           05  ENTRY-HASH-PARTS-WS REDEFINES ENTRY-HASH-WS.
               10  FILLER              PIC 99.
               10  ENTRY-HASH-LOW-WS   PIC 9(10).
           05  RDFI-ID-WS              PIC 9(8)        VALUE ZERO.
           05  TOTAL-PAYMENTS-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-VOUCHERS-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-DOLLARS-WS        PIC S9(9)V99    VALUE ZERO.

       01  PAID-VOUCHER-TABLE-WS.
           05  PAID-VOUCHER-ENTRY-WS   OCCURS 500 TIMES.
               10  PV-VOUCHER-NO-WS    PIC X(6).
               10  PV-SUPPLIER-NO-WS   PIC X(5).
               10  PV-INVOICE-NO-WS    PIC X(8).
               10  PV-AMOUNT-WS        PIC S9(6)V99.

       01  SUPPLIER-EFT-TABLE-WS.
           05  SUPPLIER-EFT-ENTRY-WS   OCCURS 200 TIMES.
               10  SE-SUPPLIER-NO-WS   PIC X(5).
               10  SE-SUPPLIER-NAME-WS PIC X(23).
               10  SE-ROUTING-WS       PIC X(9).
               10  SE-BANK-ACCT-WS     PIC X(17).
               10  SE-ACCT-TYPE-WS     PIC X.
               10  SE-COUNT-WS         PIC 9(5).
               10  SE-AMOUNT-WS        PIC S9(8)V99.

       01  ACH-FILE-HEADER-SETUP.
           05                          PIC X       VALUE '1'.
           05                          PIC X(2)    VALUE '01'.
           05                          PIC X       VALUE SPACE.
           05  AFH-DESTINATION-OUT     PIC X(8).
           05  AFH-DEST-CHECK-OUT      PIC 9.
           05  AFH-ORIGIN-OUT          PIC X(10).
           05  AFH-DATE-OUT            PIC 9(6).
           05  AFH-TIME-OUT            PIC 9(4).
           05                          PIC X       VALUE 'A'.
           05                          PIC X(3)    VALUE '094'.
           05                          PIC X(2)    VALUE '10'.
           05                          PIC X       VALUE '1'.
           05                          PIC X(23)   VALUE SPACES.
           05                          PIC X(23)   VALUE
           'MCDONALD'.
           05                          PIC X(8)    VALUE SPACES.

       01  ACH-BATCH-HEADER-SETUP.
           05                          PIC X       VALUE '5'.
           05                          PIC X(3)    VALUE '220'.
           05                          PIC X(16)   VALUE
           'MCDONALD'.
           05                          PIC X(20)   VALUE SPACES.
           05  ABH-COMPANY-ID-OUT      PIC X(10).
           05                          PIC X(3)    VALUE 'CCD'.
           05                          PIC X(10)   VALUE
           'VENDOR PAY'.
           05  ABH-DESC-DATE-OUT       PIC 9(6).
           05  ABH-EFFECTIVE-DATE-OUT  PIC 9(6).
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X       VALUE '1'.
           05  ABH-ODFI-OUT            PIC X(8).
           05                          PIC 9(7)    VALUE 1.

       01  ACH-ENTRY-DETAIL-SETUP.
           05                          PIC X       VALUE '6'.
           05  AED-TRAN-CODE-OUT       PIC X(2).
           05  AED-ROUTING-OUT         PIC X(9).
           05  AED-ACCOUNT-OUT         PIC X(17).
           05  AED-AMOUNT-OUT          PIC 9(8)V99.
           05  AED-ID-NUMBER-OUT       PIC X(15).
           05  AED-NAME-OUT            PIC X(22).
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X       VALUE '1'.
           05  AED-TRACE-ODFI-OUT      PIC X(8).
           05  AED-TRACE-SEQ-OUT       PIC 9(7).

       01  ACH-ADDENDA-SETUP.
           05                          PIC X       VALUE '7'.
           05                          PIC X(2)    VALUE '05'.
           05  AAD-PAYMENT-INFO-OUT.
               10                      PIC X(4)    VALUE 'INV '.
               10  AAD-INVOICE-ENTRY-OUT OCCURS 8 TIMES.
                   15  AAD-INVOICE-NO-OUT PIC X(8).
                   15  FILLER          PIC X.
               10                      PIC X(4)    VALUE SPACES.
           05                          PIC 9(4)    VALUE 1.
           05  AAD-ENTRY-SEQ-OUT       PIC 9(7).

       01  ACH-BATCH-CONTROL-SETUP.
           05                          PIC X       VALUE '8'.
           05                          PIC X(3)    VALUE '220'.
           05  ABC-ENTRY-COUNT-OUT     PIC 9(6).
           05  ABC-ENTRY-HASH-OUT      PIC 9(10).
           05                          PIC 9(12)   VALUE ZERO.
           05  ABC-CREDIT-TOTAL-OUT    PIC 9(10)V99.
           05  ABC-COMPANY-ID-OUT      PIC X(10).
           05                          PIC X(25)   VALUE SPACES.
           05  ABC-ODFI-OUT            PIC X(8).
           05                          PIC 9(7)    VALUE 1.

       01  ACH-FILE-CONTROL-SETUP.
           05                          PIC X       VALUE '9'.
           05                          PIC 9(6)    VALUE 1.
           05  AFC-BLOCK-COUNT-OUT     PIC 9(6).
           05  AFC-ENTRY-COUNT-OUT     PIC 9(8).
           05  AFC-ENTRY-HASH-OUT      PIC 9(10).
           05                          PIC 9(12)   VALUE ZERO.
           05  AFC-CREDIT-TOTAL-OUT    PIC 9(10)V99.
           05                          PIC X(39)   VALUE SPACES.

       01  ACH-BLOCK-FILL-SETUP.
           05                          PIC X(94)   VALUE ALL '9'.

       01  REMIT-SEPARATOR-LINE-SETUP.
           05                          PIC X(70)   VALUE ALL '='.

       01  REMIT-TITLE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(30)   VALUE
           'ELECTRONIC PAYMENT ADVICE'.

       01  REMIT-NUMBER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(11)   VALUE 'EFT REF:   '.
           05  REMIT-EFT-NO-OUT        PIC 9(6).
           05                          PIC X(4)    VALUE SPACE.
           05                          PIC X(7)    VALUE 'TRACE: '.
           05  REMIT-TRACE-ODFI-OUT    PIC X(8).
           05  REMIT-TRACE-SEQ-OUT     PIC 9(7).
           05                          PIC X(4)    VALUE SPACE.
           05                          PIC X(6)    VALUE 'DATE: '.
           05  REMIT-DATE-OUT          PIC 9(8).
           05                          PIC X(4)    VALUE SPACE.
           05                          PIC X(8)    VALUE 'AMOUNT: '.
           05  REMIT-AMOUNT-OUT        PIC $$$,$$$,$$9.99BCR.

       01  REMIT-PAYEE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(13)   VALUE
           'PAID TO:     '.
           05  REMIT-PAYEE-OUT         PIC X(23).

       01  REMIT-ADDR-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(13)   VALUE SPACE.
           05  REMIT-ADDR-OUT          PIC X(30).

       01  REMIT-CITY-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(13)   VALUE SPACE.
           05  REMIT-CITY-OUT          PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  REMIT-STATE-OUT         PIC XX.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REMIT-ZIP-OUT           PIC X(9).

       01  REMIT-BANK-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(13)   VALUE
           'DEPOSITED TO:'.
           05                          PIC X(9)    VALUE 'ROUTING '.
           05  REMIT-ROUTING-OUT       PIC X(9).
           05                          PIC X(10)   VALUE '  ACCOUNT '.
           05  REMIT-BANK-ACCT-OUT     PIC X(17).

       01  REMIT-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(9)    VALUE 'VOUCHER'.
           05                          PIC X(11)   VALUE 'INVOICE'.
           05                          PIC X(14)   VALUE
           '        AMOUNT'.

       01  REMIT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  REMIT-VOUCHER-NO-OUT    PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  REMIT-INVOICE-NO-OUT    PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  REMIT-VOUCHER-AMT-OUT   PIC $$$$,$$9.99BCR.

       01  TOTAL-PAYMENTS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF EFT PAYMENTS IS:'.
           05  TOTAL-PAYMENTS-OUT      PIC ZZ,ZZ9.

       01  TOTAL-VOUCHERS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF VOUCHERS COVERED IS:'.
           05  TOTAL-VOUCHERS-OUT      PIC ZZ,ZZ9.

       01  TOTAL-DOLLARS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'TOTAL EFT DOLLAR AMOUNT IS:'.
           05  TOTAL-DOLLARS-OUT       PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-HASH-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'ACH ENTRY HASH TOTAL IS:'.
           05  TOTAL-HASH-OUT          PIC 9(10).

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 290-START-OPEN-ITEM-SCAN
           PERFORM 300-COLLECT-PAID-VOUCHERS UNTIL EOF-OPEN-WS = 'YES'
           PERFORM 400-PAY-ONE-SUPPLIER
               VARYING SUPPLIER-SUB-WS FROM 1 BY 1
               UNTIL SUPPLIER-SUB-WS > SUPPLIER-COUNT-WS
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           PERFORM 210-CHECK-CASH-JOURNAL

           ACCEPT RUN-TIME-WS FROM TIME

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1 TO ODFI-ID-WS
               MOVE RP-PARM-2 TO COMPANY-ID-WS
           ELSE
               DISPLAY 'ENTER ORIGINATING BANK ID (8 DIGITS): '
                   WITH NO ADVANCING
               ACCEPT ODFI-ID-WS
               DISPLAY 'ENTER ACH COMPANY ID: ' WITH NO ADVANCING
               ACCEPT COMPANY-ID-WS
           END-IF
           IF ODFI-ID-WS IS NOT NUMERIC
               DISPLAY 'ORIGINATING BANK ID MUST BE 8 DIGITS'
               STOP RUN
           END-IF
           IF COMPANY-ID-WS = SPACES
               DISPLAY 'ACH COMPANY ID IS REQUIRED'
               STOP RUN
           END-IF
           PERFORM 217-COMPUTE-ODFI-CHECK-DIGIT

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

           PERFORM 220-READ-EFT-CONTROL

           OPEN OUTPUT ACH-BATCH-FILE
                OUTPUT REMITTANCE-FILE

           OPEN EXTEND AP-CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS-WS = '35'
               OPEN OUTPUT AP-CHECK-REGISTER-FILE
           END-IF

           PERFORM 230-WRITE-ACH-HEADERS.

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
                       ' - ACH PAYMENTS NOT WRITTEN'
                   STOP RUN
               END-IF
           END-IF.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRM44' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       217-COMPUTE-ODFI-CHECK-DIGIT.
           MOVE ZERO TO ROUTING-SUM-WS
           PERFORM 218-ADD-ONE-ROUTING-DIGIT
               VARYING ROUTING-SUB-WS FROM 1 BY 1
               UNTIL ROUTING-SUB-WS > 8
           DIVIDE ROUTING-SUM-WS BY 10 GIVING ROUTING-QUOT-WS
               REMAINDER ROUTING-REM-WS
           IF ROUTING-REM-WS = ZERO
               MOVE ZERO TO ODFI-CHECK-DIGIT-WS
           ELSE
               COMPUTE ODFI-CHECK-DIGIT-WS = 10 - ROUTING-REM-WS
           END-IF.

       218-ADD-ONE-ROUTING-DIGIT.
           COMPUTE ROUTING-SUM-WS = ROUTING-SUM-WS
               + ODFI-DIGIT-WS (ROUTING-SUB-WS)
               * ROUTING-WEIGHT-WS (ROUTING-SUB-WS).

       220-READ-EFT-CONTROL.
           OPEN INPUT EFT-CONTROL-FILE
           IF CONTROL-FILE-STATUS-WS = '35'
               MOVE 700001 TO NEXT-EFT-NO-WS
           ELSE
               READ EFT-CONTROL-FILE INTO EFT-CONTROL-RECORD
                   AT END MOVE 700001 TO EC-NEXT-EFT-NO
               END-READ
               MOVE EC-NEXT-EFT-NO TO NEXT-EFT-NO-WS
               CLOSE EFT-CONTROL-FILE
           END-IF.

       230-WRITE-ACH-HEADERS.
           MOVE ODFI-ID-WS          TO AFH-DESTINATION-OUT
           MOVE ODFI-CHECK-DIGIT-WS TO AFH-DEST-CHECK-OUT
           MOVE COMPANY-ID-WS       TO AFH-ORIGIN-OUT
           MOVE RUN-YYMMDD-WS       TO AFH-DATE-OUT
           MOVE RUN-HHMM-WS         TO AFH-TIME-OUT
           MOVE ACH-FILE-HEADER-SETUP TO ACH-BATCH-RECORD
           PERFORM 480-WRITE-ACH-RECORD

           MOVE COMPANY-ID-WS       TO ABH-COMPANY-ID-OUT
           MOVE RUN-YYMMDD-WS       TO ABH-DESC-DATE-OUT
                                       ABH-EFFECTIVE-DATE-OUT
           MOVE ODFI-ID-WS          TO ABH-ODFI-OUT
           MOVE ACH-BATCH-HEADER-SETUP TO ACH-BATCH-RECORD
           PERFORM 480-WRITE-ACH-RECORD.

       260-READ-NEXT-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-OPEN-WS
           END-READ.

       290-START-OPEN-ITEM-SCAN.
           MOVE LOW-VALUES TO OI-VOUCHER-NO-KEY
           START OPEN-ITEM-FILE KEY NOT < OI-VOUCHER-NO-KEY
               INVALID KEY MOVE 'YES' TO EOF-OPEN-WS
           END-START

           IF EOF-OPEN-WS NOT = 'YES'
               PERFORM 260-READ-NEXT-OPEN-ITEM
           END-IF.

       300-COLLECT-PAID-VOUCHERS.
           IF OI-IS-PAID AND OI-PAID-DATE = RUN-DATE-WS
               AND OI-CHECK-REF = SPACES
               PERFORM 305-READ-VENDOR-MASTER
               IF VENDOR-ON-MASTER AND VENDOR-PAID-BY-EFT
                   AND VENDOR-ROUTING-MASTER IS NUMERIC
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
                   OI-VOUCHER-NO-KEY ' NOT ON AN EFT'
           ELSE
               ADD 1 TO VOUCHER-COUNT-WS
               MOVE OI-VOUCHER-NO-KEY
                   TO PV-VOUCHER-NO-WS (VOUCHER-COUNT-WS)
               MOVE OI-SUPPLIER-NO
                   TO PV-SUPPLIER-NO-WS (VOUCHER-COUNT-WS)
               MOVE OI-INVOICE-NO
                   TO PV-INVOICE-NO-WS (VOUCHER-COUNT-WS)
               MOVE PAY-AMOUNT-WS
                   TO PV-AMOUNT-WS (VOUCHER-COUNT-WS)
               PERFORM 320-ADD-TO-SUPPLIER-TABLE
           END-IF.

       320-ADD-TO-SUPPLIER-TABLE.
           MOVE ZERO TO SUPPLIER-HIT-WS
           PERFORM 325-MATCH-ONE-SUPPLIER
               VARYING SUPPLIER-SUB-WS FROM 1 BY 1
               UNTIL SUPPLIER-SUB-WS > SUPPLIER-COUNT-WS
               OR SUPPLIER-HIT-WS > ZERO

           IF SUPPLIER-HIT-WS = ZERO
               IF SUPPLIER-COUNT-WS >= 200
                   DISPLAY 'SUPPLIER EFT TABLE FULL - SUPPLIER '
                       OI-SUPPLIER-NO ' NOT ON AN EFT'
               ELSE
                   ADD 1 TO SUPPLIER-COUNT-WS
                   MOVE OI-SUPPLIER-NO
                       TO SE-SUPPLIER-NO-WS (SUPPLIER-COUNT-WS)
                   MOVE VENDOR-NAME-MASTER
                       TO SE-SUPPLIER-NAME-WS (SUPPLIER-COUNT-WS)
                   MOVE VENDOR-ROUTING-MASTER
                       TO SE-ROUTING-WS (SUPPLIER-COUNT-WS)
                   MOVE VENDOR-BANK-ACCT-MASTER
                       TO SE-BANK-ACCT-WS (SUPPLIER-COUNT-WS)
                   MOVE VENDOR-ACCT-TYPE-MASTER
                       TO SE-ACCT-TYPE-WS (SUPPLIER-COUNT-WS)
                   MOVE 1 TO SE-COUNT-WS (SUPPLIER-COUNT-WS)
                   MOVE PAY-AMOUNT-WS
                       TO SE-AMOUNT-WS (SUPPLIER-COUNT-WS)
               END-IF
           END-IF.

       325-MATCH-ONE-SUPPLIER.
           IF SE-SUPPLIER-NO-WS (SUPPLIER-SUB-WS) = OI-SUPPLIER-NO
               ADD 1             TO SE-COUNT-WS (SUPPLIER-SUB-WS)
               ADD PAY-AMOUNT-WS TO SE-AMOUNT-WS (SUPPLIER-SUB-WS)
               MOVE SUPPLIER-SUB-WS TO SUPPLIER-HIT-WS
           END-IF.

       400-PAY-ONE-SUPPLIER.
           MOVE NEXT-EFT-NO-WS TO EFT-NO-WS
           ADD 1 TO NEXT-EFT-NO-WS

           PERFORM 410-WRITE-ACH-ENTRY
           PERFORM 420-PRINT-REMITTANCE-HEADER

           MOVE SPACES TO AAD-PAYMENT-INFO-OUT
           MOVE 'INV ' TO AAD-PAYMENT-INFO-OUT (1:4)
           MOVE ZERO   TO INVOICE-SUB-WS
           PERFORM 430-PRINT-ONE-REMIT-VOUCHER
               VARYING PRINT-SUB-WS FROM 1 BY 1
               UNTIL PRINT-SUB-WS > VOUCHER-COUNT-WS

           MOVE EFT-NO-WS TO AAD-ENTRY-SEQ-OUT
           MOVE ACH-ADDENDA-SETUP TO ACH-BATCH-RECORD
           PERFORM 480-WRITE-ACH-RECORD
           ADD 1 TO ENTRY-ADDENDA-COUNT-WS

           PERFORM 460-WRITE-AP-REGISTER

           ADD 1 TO TOTAL-PAYMENTS-WS
           ADD SE-COUNT-WS (SUPPLIER-SUB-WS)  TO TOTAL-VOUCHERS-WS
           ADD SE-AMOUNT-WS (SUPPLIER-SUB-WS) TO TOTAL-DOLLARS-WS.

       410-WRITE-ACH-ENTRY.
           IF SE-ACCT-TYPE-WS (SUPPLIER-SUB-WS) = 'S'
               MOVE '32' TO AED-TRAN-CODE-OUT
           ELSE
               MOVE '22' TO AED-TRAN-CODE-OUT
           END-IF
           MOVE SE-ROUTING-WS (SUPPLIER-SUB-WS)   TO AED-ROUTING-OUT
           MOVE SE-BANK-ACCT-WS (SUPPLIER-SUB-WS) TO AED-ACCOUNT-OUT
           MOVE SE-AMOUNT-WS (SUPPLIER-SUB-WS)    TO AED-AMOUNT-OUT
           MOVE SE-SUPPLIER-NO-WS (SUPPLIER-SUB-WS)
               TO AED-ID-NUMBER-OUT
           MOVE SE-SUPPLIER-NAME-WS (SUPPLIER-SUB-WS)
               TO AED-NAME-OUT
           MOVE ODFI-ID-WS TO AED-TRACE-ODFI-OUT
           MOVE EFT-NO-WS  TO AED-TRACE-SEQ-OUT
           MOVE ACH-ENTRY-DETAIL-SETUP TO ACH-BATCH-RECORD
           PERFORM 480-WRITE-ACH-RECORD

           ADD 1 TO ENTRY-ADDENDA-COUNT-WS
           MOVE SE-ROUTING-WS (SUPPLIER-SUB-WS) (1:8) TO RDFI-ID-WS
           ADD RDFI-ID-WS TO ENTRY-HASH-WS.

       420-PRINT-REMITTANCE-HEADER.
           MOVE 'NO' TO VENDOR-FOUND-WS
           MOVE SE-SUPPLIER-NO-WS (SUPPLIER-SUB-WS) TO VENDOR-NO-KEY

           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO VENDOR-FOUND-WS
                   MOVE VENDOR-REMIT-ADDR-MASTER  TO REMIT-ADDR-OUT
                   MOVE VENDOR-REMIT-CITY-MASTER  TO REMIT-CITY-OUT
                   MOVE VENDOR-REMIT-STATE-MASTER TO REMIT-STATE-OUT
                   MOVE VENDOR-REMIT-ZIP-MASTER   TO REMIT-ZIP-OUT
           END-READ

           MOVE REMIT-SEPARATOR-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 2 LINES

           MOVE REMIT-TITLE-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES

           MOVE EFT-NO-WS   TO REMIT-EFT-NO-OUT REMIT-TRACE-SEQ-OUT
           MOVE ODFI-ID-WS  TO REMIT-TRACE-ODFI-OUT
           MOVE RUN-DATE-WS TO REMIT-DATE-OUT
           MOVE SE-AMOUNT-WS (SUPPLIER-SUB-WS) TO REMIT-AMOUNT-OUT
           MOVE REMIT-NUMBER-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES

           MOVE SE-SUPPLIER-NAME-WS (SUPPLIER-SUB-WS)
               TO REMIT-PAYEE-OUT
           MOVE REMIT-PAYEE-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES

           IF VENDOR-ON-MASTER
               MOVE REMIT-ADDR-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
               WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES
               MOVE REMIT-CITY-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
               WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES
           END-IF

           MOVE SE-ROUTING-WS (SUPPLIER-SUB-WS)   TO REMIT-ROUTING-OUT
           MOVE SE-BANK-ACCT-WS (SUPPLIER-SUB-WS)
               TO REMIT-BANK-ACCT-OUT
           MOVE REMIT-BANK-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES

           MOVE REMIT-COLUMN-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 2 LINES.

       430-PRINT-ONE-REMIT-VOUCHER.
           IF PV-SUPPLIER-NO-WS (PRINT-SUB-WS)
               = SE-SUPPLIER-NO-WS (SUPPLIER-SUB-WS)
               MOVE PV-VOUCHER-NO-WS (PRINT-SUB-WS)
                   TO REMIT-VOUCHER-NO-OUT
               MOVE PV-INVOICE-NO-WS (PRINT-SUB-WS)
                   TO REMIT-INVOICE-NO-OUT
               MOVE PV-AMOUNT-WS (PRINT-SUB-WS)
                   TO REMIT-VOUCHER-AMT-OUT
               MOVE REMIT-DETAIL-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
               WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES

               IF INVOICE-SUB-WS < 8
                   ADD 1 TO INVOICE-SUB-WS
                   MOVE PV-INVOICE-NO-WS (PRINT-SUB-WS)
                       TO AAD-INVOICE-NO-OUT (INVOICE-SUB-WS)
               END-IF

               PERFORM 440-TAG-ONE-VOUCHER
           END-IF.

       440-TAG-ONE-VOUCHER.
           MOVE PV-VOUCHER-NO-WS (PRINT-SUB-WS) TO OI-VOUCHER-NO-KEY

           READ OPEN-ITEM-FILE
               INVALID KEY
                   DISPLAY 'PAID VOUCHER NO LONGER ON OPEN ITEMS: '
                       PV-VOUCHER-NO-WS (PRINT-SUB-WS)
               NOT INVALID KEY
                   MOVE EFT-NO-WS TO OI-CHECK-REF
                   REWRITE OPEN-ITEM-RECORD
           END-READ.

       460-WRITE-AP-REGISTER.
           MOVE EFT-NO-WS TO AR-CHECK-NO
           MOVE SE-SUPPLIER-NO-WS (SUPPLIER-SUB-WS)
               TO AR-SUPPLIER-NO
           MOVE SE-SUPPLIER-NAME-WS (SUPPLIER-SUB-WS)
               TO AR-SUPPLIER-NAME
           MOVE RUN-DATE-WS TO AR-DATE
           MOVE SE-AMOUNT-WS (SUPPLIER-SUB-WS) TO AR-AMOUNT
           MOVE 'I' TO AR-STATUS
           MOVE 'E' TO AR-PAY-METHOD
           MOVE ZERO TO AR-DISC-REVERSED
           WRITE AP-CHECK-REGISTER-RECORD.

       480-WRITE-ACH-RECORD.
           WRITE ACH-BATCH-RECORD
           ADD 1 TO RECORD-COUNT-WS.

       485-WRITE-ONE-FILL-RECORD.
           MOVE ACH-BLOCK-FILL-SETUP TO ACH-BATCH-RECORD
           PERFORM 480-WRITE-ACH-RECORD
           DIVIDE RECORD-COUNT-WS BY 10 GIVING BLOCK-COUNT-WS
               REMAINDER BLOCK-REM-WS.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM44' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-PAYMENTS-WS TO OL-RECORD-COUNT
           MOVE TOTAL-DOLLARS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE ENTRY-ADDENDA-COUNT-WS TO ABC-ENTRY-COUNT-OUT
           MOVE ENTRY-HASH-LOW-WS      TO ABC-ENTRY-HASH-OUT
           MOVE TOTAL-DOLLARS-WS       TO ABC-CREDIT-TOTAL-OUT
           MOVE COMPANY-ID-WS          TO ABC-COMPANY-ID-OUT
           MOVE ODFI-ID-WS             TO ABC-ODFI-OUT
           MOVE ACH-BATCH-CONTROL-SETUP TO ACH-BATCH-RECORD
           PERFORM 480-WRITE-ACH-RECORD

           COMPUTE BLOCK-COUNT-WS = (RECORD-COUNT-WS + 1 + 9) / 10
           MOVE BLOCK-COUNT-WS         TO AFC-BLOCK-COUNT-OUT
           MOVE ENTRY-ADDENDA-COUNT-WS TO AFC-ENTRY-COUNT-OUT
           MOVE ENTRY-HASH-LOW-WS      TO AFC-ENTRY-HASH-OUT
           MOVE TOTAL-DOLLARS-WS       TO AFC-CREDIT-TOTAL-OUT
           MOVE ACH-FILE-CONTROL-SETUP TO ACH-BATCH-RECORD
           PERFORM 480-WRITE-ACH-RECORD

           DIVIDE RECORD-COUNT-WS BY 10 GIVING BLOCK-COUNT-WS
               REMAINDER BLOCK-REM-WS
           PERFORM 485-WRITE-ONE-FILL-RECORD
               UNTIL BLOCK-REM-WS = ZERO

           MOVE TOTAL-PAYMENTS-WS TO TOTAL-PAYMENTS-OUT
           MOVE TOTAL-PAYMENTS-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 3 LINES

           MOVE TOTAL-VOUCHERS-WS TO TOTAL-VOUCHERS-OUT
           MOVE TOTAL-VOUCHERS-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES

           MOVE TOTAL-DOLLARS-WS TO TOTAL-DOLLARS-OUT
           MOVE TOTAL-DOLLARS-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES

           MOVE ENTRY-HASH-LOW-WS TO TOTAL-HASH-OUT
           MOVE TOTAL-HASH-LINE-SETUP TO PRINT-A-REMITTANCE-LINE
           WRITE PRINT-A-REMITTANCE-LINE AFTER 1 LINES

           OPEN OUTPUT EFT-CONTROL-FILE
           MOVE NEXT-EFT-NO-WS TO EC-NEXT-EFT-NO
           WRITE EFT-CONTROL-RECORD
           CLOSE EFT-CONTROL-FILE

           DISPLAY 'AP EFT PAYMENTS THIS RUN:   ' TOTAL-PAYMENTS-WS
           DISPLAY 'VOUCHERS COVERED:           ' TOTAL-VOUCHERS-WS
           DISPLAY 'EFT DOLLARS THIS RUN:       ' TOTAL-DOLLARS-WS

           CLOSE OPEN-ITEM-FILE VENDOR-MASTER-FILE ACH-BATCH-FILE
                 REMITTANCE-FILE AP-CHECK-REGISTER-FILE.
