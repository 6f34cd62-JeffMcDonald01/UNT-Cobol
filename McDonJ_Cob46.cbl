       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM46.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPEN-ITEM-FILE ASSIGN TO 'APOPEN.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-VOUCHER-NO-KEY
           FILE STATUS IS OPEN-FILE-STATUS-WS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS HIST-FILE-STATUS-WS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO 'TAXLIAB.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIAB-FILE-STATUS-WS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO 'CASHFCST.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROGRAM-ID
           FILE STATUS IS RUNPARM-FILE-STATUS-WS.


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

       FD  TAX-LIABILITY-FILE RECORDING MODE IS F.
       01  TAX-LIABILITY-RECORD.
           05  TL-RUN-DATE             PIC 9(8).
           05  TL-FICA-WH              PIC S9(7)V99.
           05  TL-FED-WH               PIC S9(7)V99.
           05  TL-STATE-WH             PIC S9(7)V99.
           05  TL-ER-FICA              PIC S9(7)V99.
           05  TL-FUTA                 PIC S9(7)V99.
           05  TL-SUTA                 PIC S9(7)V99.

       FD  FORECAST-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05  RP-PROGRAM-ID           PIC X(8).
           05  RP-PARM-1               PIC X(8).
           05  RP-PARM-2               PIC X(8).

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
           05  HIST-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  LIAB-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  EOF-OPEN-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-HIST-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-LIAB-WS             PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  RUN-INT-WS              PIC 9(7)        VALUE ZERO.
           05  HORIZON-DAYS-X-WS       PIC X(3)        VALUE SPACES.
           05  HORIZON-DAYS-WS         PIC 9(3)        VALUE ZERO.
           05  HORIZON-WEEKS-WS        PIC 99          VALUE ZERO.
           05  HORIZON-END-INT-WS      PIC 9(7)        VALUE ZERO.
           05  BUCKET-COUNT-WS         PIC 99          VALUE ZERO.
           05  BUCKET-SUB-WS           PIC 99          VALUE ZERO.
           05  TARGET-DATE-WS          PIC 9(8)        VALUE ZERO.
           05  TARGET-INT-WS           PIC 9(7)        VALUE ZERO.
           05  DAY-OFFSET-WS           PIC S9(7)       VALUE ZERO.
           05  WORK-DATE-WS            PIC 9(8)        VALUE ZERO.
           05  WORK-DATE-PARTS-WS REDEFINES WORK-DATE-WS.
               10  WORK-YEAR-WS        PIC 9(4).
               10  WORK-MONTH-WS       PIC 99.
               10  WORK-DAY-WS         PIC 99.
           05  LIAB-DATE-WS            PIC 9(8)        VALUE ZERO.
           05  LIAB-DATE-PARTS-WS REDEFINES LIAB-DATE-WS.
               10  LIAB-YEAR-WS        PIC 9(4).
               10  LIAB-MONTH-WS       PIC 99.
               10  LIAB-DAY-WS         PIC 99.
           05  LIAB-QUARTER-WS         PIC 9           VALUE ZERO.
           05  LIAB-941-WS             PIC S9(8)V99    VALUE ZERO.
           05  LIAB-QTRLY-WS           PIC S9(8)V99    VALUE ZERO.
           05  LATEST-LIAB-DATE-WS     PIC 9(8)        VALUE ZERO.
           05  LATEST-ER-TAX-WS        PIC S9(8)V99    VALUE ZERO.
           05  DISC-AMOUNT-WS          PIC S9(6)V99    VALUE ZERO.
           05  LATEST-PAY-DATE-WS      PIC 9(8)        VALUE ZERO.
           05  PRIOR-PAY-DATE-WS       PIC 9(8)        VALUE ZERO.
           05  PAY-INTERVAL-WS         PIC 9(3)        VALUE ZERO.
           05  NEXT-PAY-INT-WS         PIC 9(7)        VALUE ZERO.
           05  LATEST-NET-PAY-WS       PIC S9(8)V99    VALUE ZERO.
           05  PAYROLLS-PROJECTED-WS   PIC 99          VALUE ZERO.
           05  TOTAL-VOUCHERS-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-HELD-WS           PIC 9(5)        VALUE ZERO.
           05  TOTAL-BEYOND-WS         PIC 9(5)        VALUE ZERO.
           05  TOTAL-AP-DUE-WS         PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-AP-DISC-WS        PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-PAYROLL-WS        PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-ER-TAX-WS         PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-DEPOSITS-WS       PIC S9(9)V99    VALUE ZERO.
           05  CUMULATIVE-WS           PIC S9(9)V99    VALUE ZERO.
           05  CUMULATIVE-DISC-WS      PIC S9(9)V99    VALUE ZERO.
           05  WEEK-TOTAL-WS           PIC S9(9)V99    VALUE ZERO.

       01  WEEK-BUCKET-TABLE-WS.
           05  WEEK-BUCKET-ENTRY-WS    OCCURS 54 TIMES.
               10  WB-AP-DUE-WS        PIC S9(8)V99.
               10  WB-AP-DISC-WS       PIC S9(8)V99.
               10  WB-PAYROLL-WS       PIC S9(8)V99.
               10  WB-ER-TAX-WS        PIC S9(8)V99.
               10  WB-DEPOSITS-WS      PIC S9(8)V99.

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
           'CASH REQUIREMENTS FORECAST'.

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(17)   VALUE
           'RUN PARAMETERS - '.
           05                          PIC X(14)   VALUE
           'HORIZON DAYS: '.
           05  ECHO-HORIZON-OUT        PIC ZZ9.
           05                          PIC X(9)    VALUE '  WEEKS: '.
           05  ECHO-WEEKS-OUT          PIC Z9.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ECHO-PARM-SOURCE-OUT    PIC X(12).

       01  PAYROLL-BASIS-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(25)   VALUE
           'PAYROLL BASIS - LAST PAY '.
           05  BASIS-PAY-DATE-OUT      PIC 9(8).
           05                          PIC X(12)   VALUE '  INTERVAL: '.
           05  BASIS-INTERVAL-OUT      PIC ZZ9.
           05                          PIC X(7)    VALUE ' DAYS  '.
           05                          PIC X(5)    VALUE 'NET: '.
           05  BASIS-NET-OUT           PIC $$,$$$,$$9.99.
           05                          PIC X(16)   VALUE
           '  EMPLOYER TAX: '.
           05  BASIS-ER-TAX-OUT        PIC $$,$$$,$$9.99.

       01  COLUMN-HEADER-1-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(12)   VALUE 'WEEK'.
           05                          PIC X(16)   VALUE
           '      AP AT DUE'.
           05                          PIC X(16)   VALUE
           '     AP AT DISC'.
           05                          PIC X(16)   VALUE
           '    PAYROLL NET'.
           05                          PIC X(16)   VALUE
           '   EMPLOYER TAX'.
           05                          PIC X(16)   VALUE
           '   TAX DEPOSITS'.
           05                          PIC X(16)   VALUE
           '     WEEK TOTAL'.
           05                          PIC X(16)   VALUE
           '     CUMULATIVE'.

       01  COLUMN-HEADER-2-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(12)   VALUE 'ENDING'.
           05                          PIC X(16)   VALUE
           '           DATE'.
           05                          PIC X(16)   VALUE
           '           DATE'.

       01  WEEK-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  WEEK-LABEL-OUT.
               10  WEEK-MO-OUT         PIC 99.
               10  WEEK-SLASH-1-OUT    PIC X       VALUE '/'.
               10  WEEK-DY-OUT         PIC 99.
               10  WEEK-SLASH-2-OUT    PIC X       VALUE '/'.
               10  WEEK-YR-OUT         PIC 9999.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  WEEK-AP-DUE-OUT         PIC $$,$$$,$$9.99BCR.
           05  WEEK-AP-DISC-OUT        PIC $$,$$$,$$9.99BCR.
           05  WEEK-PAYROLL-OUT        PIC $$,$$$,$$9.99BCR.
           05  WEEK-ER-TAX-OUT         PIC $$,$$$,$$9.99BCR.
           05  WEEK-DEPOSITS-OUT       PIC $$,$$$,$$9.99BCR.
           05  WEEK-TOTAL-OUT          PIC $$,$$$,$$9.99BCR.
           05  WEEK-CUMULATIVE-OUT     PIC $$,$$$,$$9.99BCR.

       01  TOTAL-VOUCHERS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'OPEN AND HELD VOUCHERS FORECAST:'.
           05  TOTAL-VOUCHERS-OUT      PIC ZZ,ZZ9.

       01  TOTAL-HELD-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'HELD VOUCHERS INCLUDED:'.
           05  TOTAL-HELD-OUT          PIC ZZ,ZZ9.

       01  TOTAL-BEYOND-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'VOUCHERS DUE BEYOND HORIZON:'.
           05  TOTAL-BEYOND-OUT        PIC ZZ,ZZ9.

       01  TOTAL-PAYROLLS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'PAYROLLS PROJECTED:'.
           05  TOTAL-PAYROLLS-OUT      PIC ZZ,ZZ9.

       01  TOTAL-DUE-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'CASH REQUIRED AT DUE DATES:'.
           05  TOTAL-DUE-OUT           PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-DISC-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'CASH REQUIRED TAKING DISCOUNTS:'.
           05  TOTAL-DISC-OUT          PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-SAVINGS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'DIFFERENCE IF DISCOUNTS TAKEN:'.
           05  TOTAL-SAVINGS-OUT       PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 290-START-OPEN-ITEM-SCAN
           PERFORM 300-BUCKET-ONE-VOUCHER UNTIL EOF-OPEN-WS = 'YES'
           PERFORM 400-BUCKET-TAX-DEPOSITS
           PERFORM 500-FIND-RECENT-PAYROLL
           PERFORM 550-PROJECT-PAYROLLS
           PERFORM 600-PRINT-WEEKS
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           COMPUTE RUN-INT-WS = FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1 (1:3) TO HORIZON-DAYS-X-WS
               MOVE '(PARM FILE)'   TO ECHO-PARM-SOURCE-OUT
           ELSE
               DISPLAY 'ENTER FORECAST HORIZON IN DAYS (3 DIGITS, '
                   'BLANK = 090): ' WITH NO ADVANCING
               ACCEPT HORIZON-DAYS-X-WS
               MOVE '(CONSOLE)'     TO ECHO-PARM-SOURCE-OUT
           END-IF
           IF HORIZON-DAYS-X-WS = SPACES
               MOVE '090' TO HORIZON-DAYS-X-WS
           END-IF
           IF HORIZON-DAYS-X-WS IS NOT NUMERIC
               DISPLAY 'HORIZON MUST BE 3 DIGITS (001-364)'
               STOP RUN
           END-IF
           MOVE HORIZON-DAYS-X-WS TO HORIZON-DAYS-WS
           IF HORIZON-DAYS-WS = ZERO OR HORIZON-DAYS-WS > 364
               DISPLAY 'HORIZON MUST BE 3 DIGITS (001-364)'
               STOP RUN
           END-IF

           COMPUTE HORIZON-WEEKS-WS = (HORIZON-DAYS-WS + 6) / 7
           COMPUTE BUCKET-COUNT-WS  = HORIZON-WEEKS-WS + 1
           COMPUTE HORIZON-END-INT-WS =
               RUN-INT-WS + (HORIZON-WEEKS-WS * 7) - 1
           PERFORM 220-CLEAR-ONE-BUCKET
               VARYING BUCKET-SUB-WS FROM 1 BY 1
               UNTIL BUCKET-SUB-WS > 54

           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AP OPEN ITEM FILE - STATUS: '
                   OPEN-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN OUTPUT FORECAST-REPORT-FILE

           MOVE RUN-MONTH-WS TO HEADER-MO-OUT
           MOVE RUN-DAY-WS   TO HEADER-DY-OUT
           MOVE RUN-YEAR-WS  TO HEADER-YR-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE HORIZON-DAYS-WS  TO ECHO-HORIZON-OUT
           MOVE HORIZON-WEEKS-WS TO ECHO-WEEKS-OUT
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRM46' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       220-CLEAR-ONE-BUCKET.
           MOVE ZERO TO WB-AP-DUE-WS (BUCKET-SUB-WS)
                        WB-AP-DISC-WS (BUCKET-SUB-WS)
                        WB-PAYROLL-WS (BUCKET-SUB-WS)
                        WB-ER-TAX-WS (BUCKET-SUB-WS)
                        WB-DEPOSITS-WS (BUCKET-SUB-WS).

       250-FIND-BUCKET.
           COMPUTE TARGET-INT-WS =
               FUNCTION INTEGER-OF-DATE (TARGET-DATE-WS)
           COMPUTE DAY-OFFSET-WS = TARGET-INT-WS - RUN-INT-WS
           IF DAY-OFFSET-WS < ZERO
               MOVE 1 TO BUCKET-SUB-WS
           ELSE
               IF TARGET-INT-WS > HORIZON-END-INT-WS
                   MOVE ZERO TO BUCKET-SUB-WS
               ELSE
                   COMPUTE BUCKET-SUB-WS = (DAY-OFFSET-WS / 7) + 2
               END-IF
           END-IF.

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

       300-BUCKET-ONE-VOUCHER.
           IF OI-IS-OPEN OR OI-IS-SELECTED OR OI-IS-HELD
               ADD 1 TO TOTAL-VOUCHERS-WS
               IF OI-IS-HELD
                   ADD 1 TO TOTAL-HELD-WS
               END-IF

               MOVE OI-DUE-DATE TO TARGET-DATE-WS
               PERFORM 250-FIND-BUCKET
               IF BUCKET-SUB-WS = ZERO
                   ADD 1 TO TOTAL-BEYOND-WS
               ELSE
                   ADD OI-AMOUNT TO WB-AP-DUE-WS (BUCKET-SUB-WS)
               END-IF

               PERFORM 310-BUCKET-DISCOUNT-BASIS
           END-IF

           PERFORM 260-READ-NEXT-OPEN-ITEM.

       310-BUCKET-DISCOUNT-BASIS.
           IF OI-DISC-AMOUNT > ZERO AND OI-DISC-DATE >= RUN-DATE-WS
               MOVE OI-DISC-DATE TO TARGET-DATE-WS
               MOVE OI-DISC-AMOUNT TO DISC-AMOUNT-WS
           ELSE
               MOVE OI-DUE-DATE TO TARGET-DATE-WS
               MOVE ZERO TO DISC-AMOUNT-WS
           END-IF
           PERFORM 250-FIND-BUCKET
           IF BUCKET-SUB-WS > ZERO
               COMPUTE WB-AP-DISC-WS (BUCKET-SUB-WS) =
                   WB-AP-DISC-WS (BUCKET-SUB-WS)
                   + OI-AMOUNT - DISC-AMOUNT-WS
           END-IF.

       400-BUCKET-TAX-DEPOSITS.
           OPEN INPUT TAX-LIABILITY-FILE
           IF LIAB-FILE-STATUS-WS NOT = '00'
               DISPLAY 'NO TAX LIABILITY FILE - DEPOSITS NOT FORECAST'
           ELSE
               PERFORM 410-READ-ONE-LIABILITY
               PERFORM 420-BUCKET-ONE-LIABILITY
                   UNTIL EOF-LIAB-WS = 'YES'
               CLOSE TAX-LIABILITY-FILE
           END-IF.

       410-READ-ONE-LIABILITY.
           READ TAX-LIABILITY-FILE
               AT END MOVE 'YES' TO EOF-LIAB-WS
           END-READ.

       420-BUCKET-ONE-LIABILITY.
           MOVE TL-RUN-DATE TO LIAB-DATE-WS

           IF TL-RUN-DATE > LATEST-LIAB-DATE-WS
               MOVE TL-RUN-DATE TO LATEST-LIAB-DATE-WS
               MOVE ZERO        TO LATEST-ER-TAX-WS
           END-IF
           IF TL-RUN-DATE = LATEST-LIAB-DATE-WS
               COMPUTE LATEST-ER-TAX-WS = LATEST-ER-TAX-WS
                   + TL-ER-FICA + TL-FUTA + TL-SUTA
           END-IF

           COMPUTE LIAB-941-WS =
               TL-FICA-WH + TL-ER-FICA + TL-FED-WH + TL-STATE-WH
           IF LIAB-MONTH-WS = 12
               COMPUTE WORK-YEAR-WS = LIAB-YEAR-WS + 1
               MOVE 01 TO WORK-MONTH-WS
           ELSE
               MOVE LIAB-YEAR-WS TO WORK-YEAR-WS
               COMPUTE WORK-MONTH-WS = LIAB-MONTH-WS + 1
           END-IF
           MOVE 15 TO WORK-DAY-WS
           IF WORK-DATE-WS >= RUN-DATE-WS
               MOVE WORK-DATE-WS TO TARGET-DATE-WS
               PERFORM 250-FIND-BUCKET
               IF BUCKET-SUB-WS > ZERO
                   ADD LIAB-941-WS TO WB-DEPOSITS-WS (BUCKET-SUB-WS)
               END-IF
           END-IF

           COMPUTE LIAB-QTRLY-WS = TL-FUTA + TL-SUTA
           COMPUTE LIAB-QUARTER-WS = (LIAB-MONTH-WS + 2) / 3
           IF LIAB-QUARTER-WS = 4
               COMPUTE WORK-YEAR-WS = LIAB-YEAR-WS + 1
               MOVE 01 TO WORK-MONTH-WS
           ELSE
               MOVE LIAB-YEAR-WS TO WORK-YEAR-WS
               COMPUTE WORK-MONTH-WS = (LIAB-QUARTER-WS * 3) + 1
           END-IF
           MOVE 30 TO WORK-DAY-WS
           IF WORK-DATE-WS >= RUN-DATE-WS
               MOVE WORK-DATE-WS TO TARGET-DATE-WS
               PERFORM 250-FIND-BUCKET
               IF BUCKET-SUB-WS > ZERO
                   ADD LIAB-QTRLY-WS TO WB-DEPOSITS-WS (BUCKET-SUB-WS)
               END-IF
           END-IF

           PERFORM 410-READ-ONE-LIABILITY.

       500-FIND-RECENT-PAYROLL.
           OPEN INPUT PAY-HISTORY-FILE
           IF HIST-FILE-STATUS-WS NOT = '00'
               DISPLAY 'NO PAY HISTORY FILE - PAYROLL NOT FORECAST'
           ELSE
               PERFORM 505-START-HISTORY-SCAN
               PERFORM 510-NOTE-ONE-PAY-DATE
                   UNTIL EOF-HIST-WS = 'YES'

               IF LATEST-PAY-DATE-WS > ZERO
                   PERFORM 505-START-HISTORY-SCAN
                   PERFORM 520-ADD-ONE-LATEST-NET
                       UNTIL EOF-HIST-WS = 'YES'
               END-IF
               CLOSE PAY-HISTORY-FILE
           END-IF.

       505-START-HISTORY-SCAN.
           MOVE 'NO' TO EOF-HIST-WS
           MOVE LOW-VALUES TO PH-KEY
           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 'YES' TO EOF-HIST-WS
           END-START
           IF EOF-HIST-WS NOT = 'YES'
               PERFORM 506-READ-NEXT-HISTORY
           END-IF.

       506-READ-NEXT-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HIST-WS
           END-READ.

       510-NOTE-ONE-PAY-DATE.
           IF PH-REGULAR-RUN
               IF PH-PAY-DATE > LATEST-PAY-DATE-WS
                   MOVE LATEST-PAY-DATE-WS TO PRIOR-PAY-DATE-WS
                   MOVE PH-PAY-DATE        TO LATEST-PAY-DATE-WS
               ELSE
                   IF PH-PAY-DATE < LATEST-PAY-DATE-WS
                       AND PH-PAY-DATE > PRIOR-PAY-DATE-WS
                       MOVE PH-PAY-DATE TO PRIOR-PAY-DATE-WS
                   END-IF
               END-IF
           END-IF

           PERFORM 506-READ-NEXT-HISTORY.

       520-ADD-ONE-LATEST-NET.
           IF PH-PAY-DATE = LATEST-PAY-DATE-WS AND PH-REGULAR-RUN
               ADD PH-NET-PAY TO LATEST-NET-PAY-WS
           END-IF

           PERFORM 506-READ-NEXT-HISTORY.

       550-PROJECT-PAYROLLS.
           IF LATEST-PAY-DATE-WS > ZERO
               IF PRIOR-PAY-DATE-WS > ZERO
                   COMPUTE PAY-INTERVAL-WS =
                       FUNCTION INTEGER-OF-DATE (LATEST-PAY-DATE-WS)
                     - FUNCTION INTEGER-OF-DATE (PRIOR-PAY-DATE-WS)
               ELSE
                   MOVE 7 TO PAY-INTERVAL-WS
               END-IF
               IF LATEST-LIAB-DATE-WS NOT = LATEST-PAY-DATE-WS
                   MOVE ZERO TO LATEST-ER-TAX-WS
               END-IF

               COMPUTE NEXT-PAY-INT-WS =
                   FUNCTION INTEGER-OF-DATE (LATEST-PAY-DATE-WS)
                   + PAY-INTERVAL-WS
               PERFORM 560-PROJECT-ONE-PAYROLL
                   UNTIL NEXT-PAY-INT-WS > HORIZON-END-INT-WS

               MOVE LATEST-PAY-DATE-WS TO BASIS-PAY-DATE-OUT
               MOVE PAY-INTERVAL-WS    TO BASIS-INTERVAL-OUT
               MOVE LATEST-NET-PAY-WS  TO BASIS-NET-OUT
               MOVE LATEST-ER-TAX-WS   TO BASIS-ER-TAX-OUT
               MOVE PAYROLL-BASIS-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           END-IF.

       560-PROJECT-ONE-PAYROLL.
           IF NEXT-PAY-INT-WS >= RUN-INT-WS
               COMPUTE TARGET-DATE-WS =
                   FUNCTION DATE-OF-INTEGER (NEXT-PAY-INT-WS)
               PERFORM 250-FIND-BUCKET
               IF BUCKET-SUB-WS > ZERO
                   ADD LATEST-NET-PAY-WS
                       TO WB-PAYROLL-WS (BUCKET-SUB-WS)
                   ADD LATEST-ER-TAX-WS
                       TO WB-ER-TAX-WS (BUCKET-SUB-WS)
                   ADD 1 TO PAYROLLS-PROJECTED-WS
               END-IF
           END-IF
           ADD PAY-INTERVAL-WS TO NEXT-PAY-INT-WS.

       600-PRINT-WEEKS.
           MOVE COLUMN-HEADER-1-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES
           MOVE COLUMN-HEADER-2-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           PERFORM 610-PRINT-ONE-WEEK
               VARYING BUCKET-SUB-WS FROM 1 BY 1
               UNTIL BUCKET-SUB-WS > BUCKET-COUNT-WS.

       610-PRINT-ONE-WEEK.
           IF BUCKET-SUB-WS = 1
               MOVE 'PAST DUE'  TO WEEK-LABEL-OUT
           ELSE
               COMPUTE TARGET-INT-WS =
                   RUN-INT-WS + ((BUCKET-SUB-WS - 1) * 7) - 1
               COMPUTE WORK-DATE-WS =
                   FUNCTION DATE-OF-INTEGER (TARGET-INT-WS)
               MOVE WORK-MONTH-WS TO WEEK-MO-OUT
               MOVE '/'           TO WEEK-SLASH-1-OUT
               MOVE WORK-DAY-WS   TO WEEK-DY-OUT
               MOVE '/'           TO WEEK-SLASH-2-OUT
               MOVE WORK-YEAR-WS  TO WEEK-YR-OUT
           END-IF

           COMPUTE WEEK-TOTAL-WS =
               WB-AP-DUE-WS (BUCKET-SUB-WS)
               + WB-PAYROLL-WS (BUCKET-SUB-WS)
               + WB-ER-TAX-WS (BUCKET-SUB-WS)
               + WB-DEPOSITS-WS (BUCKET-SUB-WS)
           ADD WEEK-TOTAL-WS TO CUMULATIVE-WS
           COMPUTE CUMULATIVE-DISC-WS = CUMULATIVE-DISC-WS
               + WB-AP-DISC-WS (BUCKET-SUB-WS)
               + WB-PAYROLL-WS (BUCKET-SUB-WS)
               + WB-ER-TAX-WS (BUCKET-SUB-WS)
               + WB-DEPOSITS-WS (BUCKET-SUB-WS)

           ADD WB-AP-DUE-WS (BUCKET-SUB-WS)   TO TOTAL-AP-DUE-WS
           ADD WB-AP-DISC-WS (BUCKET-SUB-WS)  TO TOTAL-AP-DISC-WS
           ADD WB-PAYROLL-WS (BUCKET-SUB-WS)  TO TOTAL-PAYROLL-WS
           ADD WB-ER-TAX-WS (BUCKET-SUB-WS)   TO TOTAL-ER-TAX-WS
           ADD WB-DEPOSITS-WS (BUCKET-SUB-WS) TO TOTAL-DEPOSITS-WS

           MOVE WB-AP-DUE-WS (BUCKET-SUB-WS)   TO WEEK-AP-DUE-OUT
           MOVE WB-AP-DISC-WS (BUCKET-SUB-WS)  TO WEEK-AP-DISC-OUT
           MOVE WB-PAYROLL-WS (BUCKET-SUB-WS)  TO WEEK-PAYROLL-OUT
           MOVE WB-ER-TAX-WS (BUCKET-SUB-WS)   TO WEEK-ER-TAX-OUT
           MOVE WB-DEPOSITS-WS (BUCKET-SUB-WS) TO WEEK-DEPOSITS-OUT
           MOVE WEEK-TOTAL-WS                  TO WEEK-TOTAL-OUT
           MOVE CUMULATIVE-WS                  TO WEEK-CUMULATIVE-OUT
           MOVE WEEK-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM46' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-VOUCHERS-WS TO OL-RECORD-COUNT
           MOVE CUMULATIVE-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-VOUCHERS-WS TO TOTAL-VOUCHERS-OUT
           MOVE TOTAL-VOUCHERS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-HELD-WS TO TOTAL-HELD-OUT
           MOVE TOTAL-HELD-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-BEYOND-WS TO TOTAL-BEYOND-OUT
           MOVE TOTAL-BEYOND-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE PAYROLLS-PROJECTED-WS TO TOTAL-PAYROLLS-OUT
           MOVE TOTAL-PAYROLLS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE CUMULATIVE-WS TO TOTAL-DUE-OUT
           MOVE TOTAL-DUE-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE CUMULATIVE-DISC-WS TO TOTAL-DISC-OUT
           MOVE TOTAL-DISC-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           COMPUTE TOTAL-SAVINGS-OUT =
               CUMULATIVE-WS - CUMULATIVE-DISC-WS
           MOVE TOTAL-SAVINGS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           CLOSE OPEN-ITEM-FILE FORECAST-REPORT-FILE.
