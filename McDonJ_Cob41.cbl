       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM41.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUDGET-MASTER-FILE ASSIGN TO 'BUDGET.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS BUDGET-FILE-STATUS-WS.

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
           FILE STATUS IS HISTORY-FILE-STATUS-WS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STORE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STORE-NO-KEY
           FILE STATUS IS STORE-FILE-STATUS-WS.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.

           SELECT EXTRACT-FILE ASSIGN TO 'BUDVEXTR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS-WS.

           SELECT SORT-WORK-FILE ASSIGN TO 'BUDVSORT.WRK'.

           SELECT SORTED-EXTRACT-FILE ASSIGN TO 'BUDVEXTR.SRT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SORTED-FILE-STATUS-WS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'BUDVAR.DOC'
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
       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           05  BM-KEY.
               10  BM-ACCT-NO          PIC X(4).
               10  BM-STORE-NO         PIC X(3).
               10  BM-FISCAL-YEAR      PIC 9(4).
           05  BM-PERIOD-AMOUNT        PIC S9(7)V99 OCCURS 12 TIMES.
           05  BM-LAST-MAINT-DATE      PIC 9(8).

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
           05  AH-PAID-DATE            PIC 9(8).
           05  AH-CHECK-REF            PIC X(6).
           05  AH-DISC-AMOUNT          PIC S9(6)V99.
           05  AH-DISC-DATE            PIC 9(8).

       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  SM-STORE-NO-KEY         PIC X(3).
           05  SM-STORE-NAME           PIC X(20).
           05  SM-REGION               PIC X(2).
           05  SM-STATUS               PIC X.
               88  SM-STORE-OPEN                       VALUE 'O'.
               88  SM-STORE-CLOSED                     VALUE 'C'.

       FD  CHART-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  EXTRACT-FILE RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  EX-REGION               PIC X(2).
           05  EX-STORE-NO             PIC X(3).
           05  EX-STORE-NAME           PIC X(20).
           05  EX-ACCT-NO              PIC X(4).
           05  EX-PER-BUDGET           PIC S9(8)V99.
           05  EX-PER-ACTUAL           PIC S9(8)V99.
           05  EX-YTD-BUDGET           PIC S9(8)V99.
           05  EX-YTD-ACTUAL           PIC S9(8)V99.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-REGION             PIC X(2).
           05  SORT-STORE-NO           PIC X(3).
           05  SORT-STORE-NAME         PIC X(20).
           05  SORT-ACCT-NO            PIC X(4).
           05  SORT-PER-BUDGET         PIC S9(8)V99.
           05  SORT-PER-ACTUAL         PIC S9(8)V99.
           05  SORT-YTD-BUDGET         PIC S9(8)V99.
           05  SORT-YTD-ACTUAL         PIC S9(8)V99.

       FD  SORTED-EXTRACT-FILE RECORDING MODE IS F.
       01  SORTED-EXTRACT-RECORD       PIC X(69).

       FD  VARIANCE-REPORT-FILE RECORDING MODE IS F.
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
           05  BUDGET-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  OPEN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  HISTORY-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  STORE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  EXTRACT-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  SORTED-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  HISTORY-OPEN-WS         PIC X(3)        VALUE 'NO'.
               88  HISTORY-IS-OPEN                     VALUE 'YES'.
           05  EOF-BUDGET-WS           PIC X(3)        VALUE 'NO'.
           05  EOF-OPEN-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-HISTORY-WS          PIC X(3)        VALUE 'NO'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  EOF-SORTED-WS           PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  REPORT-PERIOD-X-WS      PIC X(8)        VALUE SPACES.
           05  REPORT-PERIOD-WS        PIC 9(6)        VALUE ZERO.
           05  REPORT-PERIOD-PARTS-WS REDEFINES REPORT-PERIOD-WS.
               10  REPORT-YEAR-WS      PIC 9(4).
               10  REPORT-MONTH-WS     PIC 99.
           05  THRESHOLD-X-WS          PIC X(8)        VALUE SPACES.
           05  THRESHOLD-PCT-WS        PIC 9(3)        VALUE ZERO.
           05  VOUCHER-DATE-WS         PIC X(8)        VALUE SPACES.
           05  VOUCHER-DATE-PARTS-WS REDEFINES VOUCHER-DATE-WS.
               10  VOUCHER-MONTH-WS    PIC 99.
               10  VOUCHER-DAY-WS      PIC 99.
               10  VOUCHER-YEAR-WS     PIC 9(4).
           05  VOUCHER-STORE-WS        PIC X(3)        VALUE SPACES.
           05  VOUCHER-ACCT-WS         PIC X(4)        VALUE SPACES.
           05  VOUCHER-AMOUNT-WS       PIC S9(6)V99    VALUE ZERO.
           05  PERIOD-SUB-WS           PIC 99          VALUE ZERO.
           05  CHART-COUNT-WS          PIC 999         VALUE ZERO.
           05  CHART-SUB-WS            PIC 999         VALUE ZERO.
           05  CHART-HIT-WS            PIC 999         VALUE ZERO.
           05  LOOKUP-ACCT-WS          PIC X(4)        VALUE SPACES.
           05  FIRST-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  FIRST-RECORD-SW                     VALUE 'YES'.
           05  PREV-REGION-WS          PIC X(2)        VALUE SPACES.
           05  PREV-STORE-NO-WS        PIC X(3)        VALUE SPACES.
           05  PREV-STORE-NAME-WS      PIC X(20)       VALUE SPACES.
           05  PREV-ACCT-NO-WS         PIC X(4)        VALUE SPACES.
           05  TOTAL-BUDGETS-READ-WS   PIC 9(5)        VALUE ZERO.
           05  TOTAL-VOUCHERS-READ-WS  PIC 9(6)        VALUE ZERO.
           05  TOTAL-LINES-WS          PIC 9(5)        VALUE ZERO.
           05  TOTAL-FLAGGED-WS        PIC 9(5)        VALUE ZERO.
           05  VARIANCE-WS             PIC S9(9)V99    VALUE ZERO.
           05  VARIANCE-PCT-WS         PIC S9(5)V9     VALUE ZERO.
           05  CHECK-PCT-WS            PIC S9(5)V9     VALUE ZERO.
           05  LINE-FLAG-WS            PIC X(3)        VALUE 'NO'.
               88  LINE-IS-FLAGGED                     VALUE 'YES'.

       01  ACCUMULATOR-TABLE-WS.
           05  ACCUM-LEVEL-WS          OCCURS 4 TIMES.
               10  ACC-PER-BUDGET-WS   PIC S9(9)V99.
               10  ACC-PER-ACTUAL-WS   PIC S9(9)V99.
               10  ACC-YTD-BUDGET-WS   PIC S9(9)V99.
               10  ACC-YTD-ACTUAL-WS   PIC S9(9)V99.
       01  ACCUM-SUBSCRIPTS-WS.
           05  ACCT-LEVEL-WS           PIC 9           VALUE 1.
           05  STORE-LEVEL-WS          PIC 9           VALUE 2.
           05  REGION-LEVEL-WS         PIC 9           VALUE 3.
           05  GRAND-LEVEL-WS          PIC 9           VALUE 4.
           05  LEVEL-SUB-WS            PIC 9           VALUE ZERO.

       01  EXTRACT-WORK-RECORD.
           05  EW-REGION               PIC X(2).
           05  EW-STORE-NO             PIC X(3).
           05  EW-STORE-NAME           PIC X(20).
           05  EW-ACCT-NO              PIC X(4).
           05  EW-PER-BUDGET           PIC S9(8)V99.
           05  EW-PER-ACTUAL           PIC S9(8)V99.
           05  EW-YTD-BUDGET           PIC S9(8)V99.
           05  EW-YTD-ACTUAL           PIC S9(8)V99.

       01  CHART-INPUT-RECORD.
           05  CHART-ACCT-NO-IN        PIC X(4).
           05  CHART-ACCT-NAME-IN      PIC X(30).

       01  CHART-TABLE-WS.
           05  CHART-ENTRY-WS          OCCURS 100 TIMES.
               10  CHART-ACCT-NO-WS    PIC X(4).
               10  CHART-ACCT-NAME-WS  PIC X(30).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(34)   VALUE
           'BUDGET VS ACTUAL BY STORE - PERIOD'.
           05  FILLER                  PIC X       VALUE SPACE.
           05  REPORT-HEADER-PERIOD-OUT PIC 9999/99.

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(17)   VALUE
           'RUN PARAMETERS - '.
           05                          PIC X(8)    VALUE
           'PERIOD: '.
           05  ECHO-PERIOD-OUT         PIC 9(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05                          PIC X(17)   VALUE
           'FLAG THRESHOLD: '.
           05  ECHO-THRESHOLD-OUT      PIC ZZ9.
           05                          PIC X       VALUE '%'.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ECHO-PARM-SOURCE-OUT    PIC X(12).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(5)    VALUE 'ACCT'.
           05                          PIC X(16)   VALUE 'NAME'.
           05                          PIC X(13)   VALUE
           '  PER BUDGET '.
           05                          PIC X(13)   VALUE
           '  PER ACTUAL '.
           05                          PIC X(13)   VALUE
           'PER VARIANCE '.
           05                          PIC X(8)    VALUE
           '    PCT '.
           05                          PIC X(15)   VALUE
           '    YTD BUDGET '.
           05                          PIC X(15)   VALUE
           '    YTD ACTUAL '.
           05                          PIC X(15)   VALUE
           '  YTD VARIANCE '.
           05                          PIC X(8)    VALUE
           '    PCT '.
           05                          PIC X(4)    VALUE 'FLAG'.

       01  REGION-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(8)    VALUE 'REGION:'.
           05  REGION-HDR-OUT          PIC X(2).

       01  STORE-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05                          PIC X(7)    VALUE 'STORE:'.
           05  STORE-HDR-NO-OUT        PIC X(3).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  STORE-HDR-NAME-OUT      PIC X(20).

       01  VARIANCE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-LABEL-OUT           PIC X(21).
           05  VAR-PER-BUDGET-OUT      PIC ZZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-PER-ACTUAL-OUT      PIC ZZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-PER-VARIANCE-OUT    PIC ZZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-PER-PCT-OUT         PIC ZZZ9.9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-YTD-BUDGET-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-YTD-ACTUAL-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-YTD-VARIANCE-OUT    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-YTD-PCT-OUT         PIC ZZZ9.9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  VAR-FLAG-OUT            PIC X(4).

       01  TOTAL-LINES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'ACCOUNT LINES REPORTED:'.
           05  TOTAL-LINES-OUT         PIC ZZ,ZZ9.

       01  TOTAL-FLAGGED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'LINES FLAGGED OVER THRESHOLD:'.
           05  TOTAL-FLAGGED-OUT       PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-EXTRACT-BUDGETS UNTIL EOF-BUDGET-WS = 'YES'
           PERFORM 320-EXTRACT-OPEN-ITEMS UNTIL EOF-OPEN-WS = 'YES'
           PERFORM 340-EXTRACT-HISTORY UNTIL EOF-HISTORY-WS = 'YES'
           PERFORM 400-SORT-EXTRACT
           PERFORM 500-REPORT UNTIL EOF-SORTED-WS = 'YES'
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1     TO REPORT-PERIOD-X-WS
               MOVE RP-PARM-2     TO THRESHOLD-X-WS
               MOVE '(PARM FILE)' TO ECHO-PARM-SOURCE-OUT
           ELSE
               DISPLAY 'ENTER REPORT PERIOD YYYYMM (BLANK = CURRENT): '
                   WITH NO ADVANCING
               ACCEPT REPORT-PERIOD-X-WS
               DISPLAY 'ENTER VARIANCE FLAG PERCENT (BLANK = 10): '
                   WITH NO ADVANCING
               ACCEPT THRESHOLD-X-WS
               MOVE '(CONSOLE)'   TO ECHO-PARM-SOURCE-OUT
           END-IF

           IF REPORT-PERIOD-X-WS = SPACES
               COMPUTE REPORT-PERIOD-WS =
                   RUN-YEAR-WS * 100 + RUN-MONTH-WS
           ELSE
               IF REPORT-PERIOD-X-WS (1:6) IS NOT NUMERIC
                   DISPLAY 'REPORT PERIOD MUST BE YYYYMM'
                   STOP RUN
               END-IF
               MOVE REPORT-PERIOD-X-WS (1:6) TO REPORT-PERIOD-WS
           END-IF
           IF REPORT-MONTH-WS < 1 OR REPORT-MONTH-WS > 12
               DISPLAY 'REPORT PERIOD MONTH MUST BE 01 THROUGH 12'
               STOP RUN
           END-IF

           IF THRESHOLD-X-WS = SPACES
               MOVE 10 TO THRESHOLD-PCT-WS
           ELSE
               IF THRESHOLD-X-WS (1:3) IS NOT NUMERIC
                   DISPLAY 'FLAG PERCENT MUST BE 3 DIGITS (EXAMPLE 010)'
                   STOP RUN
               END-IF
               MOVE THRESHOLD-X-WS (1:3) TO THRESHOLD-PCT-WS
           END-IF

           OPEN INPUT BUDGET-MASTER-FILE
           IF BUDGET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BUDGET MASTER FILE - STATUS: '
                   BUDGET-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN AP OPEN ITEM FILE - STATUS: '
                   OPEN-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN INPUT AP-HISTORY-FILE
           IF HISTORY-FILE-STATUS-WS = '00'
               MOVE 'YES' TO HISTORY-OPEN-WS
           ELSE
               MOVE 'YES' TO EOF-HISTORY-WS
           END-IF

           OPEN INPUT STORE-MASTER-FILE
           IF STORE-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STORE MASTER FILE - STATUS: '
                   STORE-FILE-STATUS-WS
               STOP RUN
           END-IF

           PERFORM 230-LOAD-CHART

           OPEN OUTPUT EXTRACT-FILE
                OUTPUT VARIANCE-REPORT-FILE

           MOVE RUN-DATE-WS      TO REPORT-HEADER-DATE-OUT
           MOVE REPORT-PERIOD-WS TO REPORT-HEADER-PERIOD-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE REPORT-PERIOD-WS TO ECHO-PERIOD-OUT
           MOVE THRESHOLD-PCT-WS TO ECHO-THRESHOLD-OUT
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           PERFORM 280-CLEAR-ONE-LEVEL
               VARYING LEVEL-SUB-WS FROM 1 BY 1
               UNTIL LEVEL-SUB-WS > 4

           MOVE LOW-VALUES TO BM-KEY
           START BUDGET-MASTER-FILE KEY NOT < BM-KEY
               INVALID KEY MOVE 'YES' TO EOF-BUDGET-WS
           END-START
           IF EOF-BUDGET-WS NOT = 'YES'
               PERFORM 250-READ-NEXT-BUDGET
           END-IF

           MOVE LOW-VALUES TO OI-VOUCHER-NO-KEY
           START OPEN-ITEM-FILE KEY NOT < OI-VOUCHER-NO-KEY
               INVALID KEY MOVE 'YES' TO EOF-OPEN-WS
           END-START
           IF EOF-OPEN-WS NOT = 'YES'
               PERFORM 255-READ-NEXT-OPEN-ITEM
           END-IF

           IF EOF-HISTORY-WS NOT = 'YES'
               MOVE LOW-VALUES TO AH-VOUCHER-NO-KEY
               START AP-HISTORY-FILE KEY NOT < AH-VOUCHER-NO-KEY
                   INVALID KEY MOVE 'YES' TO EOF-HISTORY-WS
               END-START
           END-IF
           IF EOF-HISTORY-WS NOT = 'YES'
               PERFORM 260-READ-NEXT-HISTORY
           END-IF.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRM41' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

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

       250-READ-NEXT-BUDGET.
           READ BUDGET-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-BUDGET-WS
           END-READ.

       255-READ-NEXT-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-OPEN-WS
           END-READ.

       260-READ-NEXT-HISTORY.
           READ AP-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ.

       280-CLEAR-ONE-LEVEL.
           MOVE ZERO TO ACC-PER-BUDGET-WS (LEVEL-SUB-WS)
                        ACC-PER-ACTUAL-WS (LEVEL-SUB-WS)
                        ACC-YTD-BUDGET-WS (LEVEL-SUB-WS)
                        ACC-YTD-ACTUAL-WS (LEVEL-SUB-WS).

       300-EXTRACT-BUDGETS.
           IF BM-FISCAL-YEAR = REPORT-YEAR-WS
               ADD 1 TO TOTAL-BUDGETS-READ-WS
               MOVE BM-STORE-NO TO VOUCHER-STORE-WS
               PERFORM 310-GET-STORE-REGION
               MOVE BM-ACCT-NO  TO EX-ACCT-NO
               MOVE BM-PERIOD-AMOUNT (REPORT-MONTH-WS)
                   TO EX-PER-BUDGET
               MOVE ZERO TO EX-YTD-BUDGET EX-PER-ACTUAL EX-YTD-ACTUAL
               PERFORM 305-ADD-ONE-BUDGET-PERIOD
                   VARYING PERIOD-SUB-WS FROM 1 BY 1
                   UNTIL PERIOD-SUB-WS > REPORT-MONTH-WS
               WRITE EXTRACT-RECORD
           END-IF

           PERFORM 250-READ-NEXT-BUDGET.

       305-ADD-ONE-BUDGET-PERIOD.
           ADD BM-PERIOD-AMOUNT (PERIOD-SUB-WS) TO EX-YTD-BUDGET.

       310-GET-STORE-REGION.
           MOVE VOUCHER-STORE-WS TO SM-STORE-NO-KEY
           MOVE VOUCHER-STORE-WS TO EX-STORE-NO

           READ STORE-MASTER-FILE
               INVALID KEY
                   MOVE 'ZZ'            TO EX-REGION
                   MOVE 'UNKNOWN STORE' TO EX-STORE-NAME
               NOT INVALID KEY
                   MOVE SM-REGION     TO EX-REGION
                   MOVE SM-STORE-NAME TO EX-STORE-NAME
           END-READ.

       320-EXTRACT-OPEN-ITEMS.
           MOVE OI-VOUCHER-DATE TO VOUCHER-DATE-WS
           MOVE OI-STORE-NO     TO VOUCHER-STORE-WS
           MOVE OI-ACCT-NO      TO VOUCHER-ACCT-WS
           MOVE OI-AMOUNT       TO VOUCHER-AMOUNT-WS
           PERFORM 360-EXTRACT-ONE-ACTUAL

           PERFORM 255-READ-NEXT-OPEN-ITEM.

       340-EXTRACT-HISTORY.
           MOVE AH-VOUCHER-DATE TO VOUCHER-DATE-WS
           MOVE AH-STORE-NO     TO VOUCHER-STORE-WS
           MOVE AH-ACCT-NO      TO VOUCHER-ACCT-WS
           MOVE AH-AMOUNT       TO VOUCHER-AMOUNT-WS
           PERFORM 360-EXTRACT-ONE-ACTUAL

           PERFORM 260-READ-NEXT-HISTORY.

       360-EXTRACT-ONE-ACTUAL.
           IF VOUCHER-DATE-WS IS NUMERIC
               AND VOUCHER-YEAR-WS = REPORT-YEAR-WS
               AND VOUCHER-MONTH-WS <= REPORT-MONTH-WS
               ADD 1 TO TOTAL-VOUCHERS-READ-WS
               PERFORM 310-GET-STORE-REGION
               MOVE VOUCHER-ACCT-WS   TO EX-ACCT-NO
               MOVE ZERO TO EX-PER-BUDGET EX-YTD-BUDGET EX-PER-ACTUAL
               MOVE VOUCHER-AMOUNT-WS TO EX-YTD-ACTUAL
               IF VOUCHER-MONTH-WS = REPORT-MONTH-WS
                   MOVE VOUCHER-AMOUNT-WS TO EX-PER-ACTUAL
               END-IF
               WRITE EXTRACT-RECORD
           END-IF.

       400-SORT-EXTRACT.
           CLOSE EXTRACT-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-REGION
                                SORT-STORE-NO
                                SORT-ACCT-NO
               USING EXTRACT-FILE
               GIVING SORTED-EXTRACT-FILE

           OPEN INPUT SORTED-EXTRACT-FILE
           IF SORTED-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SORTED EXTRACT - STATUS: '
                   SORTED-FILE-STATUS-WS
               MOVE 'YES' TO EOF-SORTED-WS
           ELSE
               PERFORM 450-READ-ONE-SORTED-RECORD
           END-IF.

       450-READ-ONE-SORTED-RECORD.
           READ SORTED-EXTRACT-FILE INTO EXTRACT-WORK-RECORD
               AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ.

       500-REPORT.
           IF NOT FIRST-RECORD-SW
               IF EW-REGION NOT = PREV-REGION-WS
                   OR EW-STORE-NO NOT = PREV-STORE-NO-WS
                   OR EW-ACCT-NO NOT = PREV-ACCT-NO-WS
                   PERFORM 510-ACCT-BREAK
               END-IF
               IF EW-REGION NOT = PREV-REGION-WS
                   OR EW-STORE-NO NOT = PREV-STORE-NO-WS
                   PERFORM 520-STORE-BREAK
               END-IF
               IF EW-REGION NOT = PREV-REGION-WS
                   PERFORM 530-REGION-BREAK
               END-IF
           END-IF

           IF FIRST-RECORD-SW
               OR EW-REGION NOT = PREV-REGION-WS
               PERFORM 540-PRINT-REGION-HEADER
           END-IF

           IF FIRST-RECORD-SW
               OR EW-REGION NOT = PREV-REGION-WS
               OR EW-STORE-NO NOT = PREV-STORE-NO-WS
               PERFORM 550-PRINT-STORE-HEADER
           END-IF

           MOVE 'NO'           TO FIRST-RECORD-WS
           MOVE EW-REGION      TO PREV-REGION-WS
           MOVE EW-STORE-NO    TO PREV-STORE-NO-WS
           MOVE EW-STORE-NAME  TO PREV-STORE-NAME-WS
           MOVE EW-ACCT-NO     TO PREV-ACCT-NO-WS

           ADD EW-PER-BUDGET TO ACC-PER-BUDGET-WS (ACCT-LEVEL-WS)
           ADD EW-PER-ACTUAL TO ACC-PER-ACTUAL-WS (ACCT-LEVEL-WS)
           ADD EW-YTD-BUDGET TO ACC-YTD-BUDGET-WS (ACCT-LEVEL-WS)
           ADD EW-YTD-ACTUAL TO ACC-YTD-ACTUAL-WS (ACCT-LEVEL-WS)

           PERFORM 450-READ-ONE-SORTED-RECORD.

       510-ACCT-BREAK.
           MOVE PREV-ACCT-NO-WS TO LOOKUP-ACCT-WS
           PERFORM 245-FIND-CHART-ACCOUNT
           MOVE SPACES TO VAR-LABEL-OUT
           IF CHART-HIT-WS = ZERO
               STRING PREV-ACCT-NO-WS ' NOT ON CHART'
                   DELIMITED BY SIZE INTO VAR-LABEL-OUT
           ELSE
               STRING PREV-ACCT-NO-WS ' '
                   CHART-ACCT-NAME-WS (CHART-HIT-WS)
                   DELIMITED BY SIZE INTO VAR-LABEL-OUT
           END-IF

           MOVE ACCT-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 560-PRINT-VARIANCE-LINE
           ADD 1 TO TOTAL-LINES-WS
           IF LINE-IS-FLAGGED
               ADD 1 TO TOTAL-FLAGGED-WS
           END-IF

           MOVE STORE-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 570-ROLL-UP-ONE-LEVEL.

       520-STORE-BREAK.
           MOVE SPACES TO VAR-LABEL-OUT
           STRING '   STORE ' PREV-STORE-NO-WS ' TOTAL'
               DELIMITED BY SIZE INTO VAR-LABEL-OUT
           MOVE STORE-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 560-PRINT-VARIANCE-LINE

           MOVE REGION-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 570-ROLL-UP-ONE-LEVEL
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       530-REGION-BREAK.
           MOVE SPACES TO VAR-LABEL-OUT
           STRING 'REGION ' PREV-REGION-WS ' TOTAL'
               DELIMITED BY SIZE INTO VAR-LABEL-OUT
           MOVE REGION-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 560-PRINT-VARIANCE-LINE

           MOVE GRAND-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 570-ROLL-UP-ONE-LEVEL.

       540-PRINT-REGION-HEADER.
           MOVE EW-REGION TO REGION-HDR-OUT
           MOVE REGION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

       550-PRINT-STORE-HEADER.
           MOVE EW-STORE-NO   TO STORE-HDR-NO-OUT
           MOVE EW-STORE-NAME TO STORE-HDR-NAME-OUT
           MOVE STORE-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       560-PRINT-VARIANCE-LINE.
           MOVE 'NO'   TO LINE-FLAG-WS
           MOVE SPACES TO VAR-FLAG-OUT

           MOVE ACC-PER-BUDGET-WS (LEVEL-SUB-WS) TO VAR-PER-BUDGET-OUT
           MOVE ACC-PER-ACTUAL-WS (LEVEL-SUB-WS) TO VAR-PER-ACTUAL-OUT
           COMPUTE VARIANCE-WS = ACC-PER-ACTUAL-WS (LEVEL-SUB-WS)
               - ACC-PER-BUDGET-WS (LEVEL-SUB-WS)
           MOVE VARIANCE-WS TO VAR-PER-VARIANCE-OUT
           IF ACC-PER-BUDGET-WS (LEVEL-SUB-WS) = ZERO
               PERFORM 565-PERCENT-NO-BUDGET
           ELSE
               COMPUTE VARIANCE-PCT-WS ROUNDED = VARIANCE-WS * 100
                   / ACC-PER-BUDGET-WS (LEVEL-SUB-WS)
                   ON SIZE ERROR MOVE 9999.9 TO VARIANCE-PCT-WS
               END-COMPUTE
           END-IF
           MOVE VARIANCE-PCT-WS TO VAR-PER-PCT-OUT
           PERFORM 566-CHECK-THRESHOLD

           MOVE ACC-YTD-BUDGET-WS (LEVEL-SUB-WS) TO VAR-YTD-BUDGET-OUT
           MOVE ACC-YTD-ACTUAL-WS (LEVEL-SUB-WS) TO VAR-YTD-ACTUAL-OUT
           COMPUTE VARIANCE-WS = ACC-YTD-ACTUAL-WS (LEVEL-SUB-WS)
               - ACC-YTD-BUDGET-WS (LEVEL-SUB-WS)
           MOVE VARIANCE-WS TO VAR-YTD-VARIANCE-OUT
           IF ACC-YTD-BUDGET-WS (LEVEL-SUB-WS) = ZERO
               PERFORM 565-PERCENT-NO-BUDGET
           ELSE
               COMPUTE VARIANCE-PCT-WS ROUNDED = VARIANCE-WS * 100
                   / ACC-YTD-BUDGET-WS (LEVEL-SUB-WS)
                   ON SIZE ERROR MOVE 9999.9 TO VARIANCE-PCT-WS
               END-COMPUTE
           END-IF
           MOVE VARIANCE-PCT-WS TO VAR-YTD-PCT-OUT
           PERFORM 566-CHECK-THRESHOLD

           IF LINE-IS-FLAGGED
               MOVE '***' TO VAR-FLAG-OUT
           END-IF

           MOVE VARIANCE-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       565-PERCENT-NO-BUDGET.
           IF VARIANCE-WS = ZERO
               MOVE ZERO TO VARIANCE-PCT-WS
           ELSE
               IF VARIANCE-WS > ZERO
                   MOVE 9999.9  TO VARIANCE-PCT-WS
               ELSE
                   MOVE -9999.9 TO VARIANCE-PCT-WS
               END-IF
           END-IF.

       566-CHECK-THRESHOLD.
           IF VARIANCE-PCT-WS < ZERO
               COMPUTE CHECK-PCT-WS = VARIANCE-PCT-WS * -1
           ELSE
               MOVE VARIANCE-PCT-WS TO CHECK-PCT-WS
           END-IF
           IF CHECK-PCT-WS > THRESHOLD-PCT-WS
               MOVE 'YES' TO LINE-FLAG-WS
           END-IF.

       570-ROLL-UP-ONE-LEVEL.
           COMPUTE ACC-PER-BUDGET-WS (LEVEL-SUB-WS) =
               ACC-PER-BUDGET-WS (LEVEL-SUB-WS)
               + ACC-PER-BUDGET-WS (LEVEL-SUB-WS - 1)
           COMPUTE ACC-PER-ACTUAL-WS (LEVEL-SUB-WS) =
               ACC-PER-ACTUAL-WS (LEVEL-SUB-WS)
               + ACC-PER-ACTUAL-WS (LEVEL-SUB-WS - 1)
           COMPUTE ACC-YTD-BUDGET-WS (LEVEL-SUB-WS) =
               ACC-YTD-BUDGET-WS (LEVEL-SUB-WS)
               + ACC-YTD-BUDGET-WS (LEVEL-SUB-WS - 1)
           COMPUTE ACC-YTD-ACTUAL-WS (LEVEL-SUB-WS) =
               ACC-YTD-ACTUAL-WS (LEVEL-SUB-WS)
               + ACC-YTD-ACTUAL-WS (LEVEL-SUB-WS - 1)
           SUBTRACT 1 FROM LEVEL-SUB-WS
           PERFORM 280-CLEAR-ONE-LEVEL.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM41' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-FLAGGED-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'BUDGET LINES OVER VARIANCE THRESHOLD - SEE BUDVAR'
                   TO OL-MESSAGE
               MOVE TOTAL-FLAGGED-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-LINES-WS TO OL-RECORD-COUNT
           MOVE ACC-YTD-ACTUAL-WS (GRAND-LEVEL-WS) TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           IF NOT FIRST-RECORD-SW
               PERFORM 510-ACCT-BREAK
               PERFORM 520-STORE-BREAK
               PERFORM 530-REGION-BREAK
           END-IF

           MOVE 'TOTAL ALL REGIONS' TO VAR-LABEL-OUT
           MOVE GRAND-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 560-PRINT-VARIANCE-LINE

           MOVE TOTAL-LINES-WS TO TOTAL-LINES-OUT
           MOVE TOTAL-LINES-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-FLAGGED-WS TO TOTAL-FLAGGED-OUT
           MOVE TOTAL-FLAGGED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           IF EOF-SORTED-WS = 'YES'
               AND SORTED-FILE-STATUS-WS NOT = '35'
               CLOSE SORTED-EXTRACT-FILE
           END-IF

           IF HISTORY-IS-OPEN
               CLOSE AP-HISTORY-FILE
           END-IF

           CLOSE BUDGET-MASTER-FILE OPEN-ITEM-FILE STORE-MASTER-FILE
                 VARIANCE-REPORT-FILE.
