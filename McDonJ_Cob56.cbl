       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM56.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FIXED-ASSET-FILE ASSIGN TO 'ASSET.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-ASSET-NO-KEY
           ALTERNATE RECORD KEY IS FA-STORE-NO WITH DUPLICATES
           FILE STATUS IS ASSET-FILE-STATUS-WS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STORE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STORE-NO-KEY
           FILE STATUS IS STORE-FILE-STATUS-WS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GLPOST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-FILE-STATUS-WS.

           SELECT ASSET-REGISTER-FILE ASSIGN TO 'ASSETREG.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPOSAL-REPORT-FILE ASSIGN TO 'ASSETDSP.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  SM-STORE-NO-KEY         PIC X(3).
           05  SM-STORE-NAME           PIC X(20).
           05  SM-REGION               PIC X(2).
           05  SM-STATUS               PIC X.
               88  SM-STORE-OPEN                       VALUE 'O'.
               88  SM-STORE-CLOSED                     VALUE 'C'.

       FD  GL-POSTING-FILE RECORDING MODE IS F.
       01  GL-POSTING-RECORD.
           05  GL-SOURCE-OUT           PIC X(10).
           05  GL-ACCOUNT-OUT          PIC X(10).
           05  GL-AMOUNT-OUT           PIC S9(8)V99.
           05  GL-POSTING-DATE-OUT     PIC 9(8).

       FD  ASSET-REGISTER-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

       FD  DISPOSAL-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-DISPOSAL-LINE       PIC X(132).

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
           05  ASSET-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  STORE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  POSTING-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-ASSET-WS            PIC X(3)        VALUE 'NO'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  STORE-MASTER-AVAIL-WS   PIC X(3)        VALUE 'NO'.
               88  STORE-MASTER-AVAILABLE              VALUE 'YES'.
           05  FIRST-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  FIRST-RECORD-SW                     VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  PERIOD-X-WS             PIC X(8)        VALUE SPACES.
           05  PERIOD-WS               PIC 9(6)        VALUE ZERO.
           05  PERIOD-PARTS-WS REDEFINES PERIOD-WS.
               10  PERIOD-YEAR-WS      PIC 9(4).
               10  PERIOD-MONTH-WS     PIC 99.
           05  THRU-PERIOD-WS          PIC 9(6)        VALUE ZERO.
           05  THRU-PERIOD-PARTS-WS REDEFINES THRU-PERIOD-WS.
               10  THRU-YEAR-WS        PIC 9(4).
               10  THRU-MONTH-WS       PIC 99.
           05  LAST-PERIOD-WS          PIC 9(6)        VALUE ZERO.
           05  LAST-PERIOD-PARTS-WS REDEFINES LAST-PERIOD-WS.
               10  LAST-YEAR-WS        PIC 9(4).
               10  LAST-MONTH-WS       PIC 99.
           05  IN-SERVICE-WS           PIC 9(8)        VALUE ZERO.
           05  IN-SERVICE-PARTS-WS REDEFINES IN-SERVICE-WS.
               10  IN-SERVICE-YEAR-WS  PIC 9(4).
               10  IN-SERVICE-MONTH-WS PIC 99.
               10  IN-SERVICE-DAY-WS   PIC 99.
           05  IN-SERVICE-PERIOD-WS    PIC 9(6)        VALUE ZERO.
           05  DISPOSAL-PERIOD-WS      PIC 9(6)        VALUE ZERO.
           05  MONTHS-IN-SERVICE-WS    PIC S9(5)       VALUE ZERO.
           05  MONTHS-DUE-WS           PIC S9(5)       VALUE ZERO.
           05  REMAINING-LIFE-WS       PIC S9(5)       VALUE ZERO.
           05  DEPRECIABLE-WS          PIC S9(7)V99    VALUE ZERO.
           05  TARGET-ACCUM-WS         PIC S9(7)V99    VALUE ZERO.
           05  CURRENT-DEPR-WS         PIC S9(7)V99    VALUE ZERO.
           05  NET-BOOK-WS             PIC S9(7)V99    VALUE ZERO.
           05  GAIN-LOSS-WS            PIC S9(7)V99    VALUE ZERO.
           05  ASSET-REMARK-WS         PIC X(16)       VALUE SPACES.
           05  PREV-STORE-NO-WS        PIC X(3)        VALUE SPACES.
           05  ACCUM-DEPR-ACCT-WS      PIC X(4)        VALUE '1590'.
           05  DEPR-EXPENSE-ACCT-WS    PIC X(4)        VALUE '6500'.
           05  GAIN-LOSS-ACCT-WS       PIC X(4)        VALUE '7900'.
           05  CASH-ACCT-WS            PIC X(4)        VALUE '1000'.
           05  POST-SOURCE-WS          PIC X(10)       VALUE SPACES.
           05  POST-ACCT-WS            PIC X(4)        VALUE SPACES.
           05  POST-AMOUNT-WS          PIC S9(8)V99    VALUE ZERO.
           05  POSTED-DEBITS-WS        PIC S9(9)V99    VALUE ZERO.
           05  POSTED-CREDITS-WS       PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-ASSETS-WS         PIC 9(5)        VALUE ZERO.
           05  TOTAL-DEPRECIATED-WS    PIC 9(5)        VALUE ZERO.
           05  TOTAL-DEPR-DOLLARS-WS   PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-POSTINGS-WS       PIC 9(6)        VALUE ZERO.
           05  TOTAL-DISPOSALS-WS      PIC 9(5)        VALUE ZERO.
           05  TOTAL-DSP-COST-WS       PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-DSP-ACCUM-WS      PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-DSP-BOOK-WS       PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-DSP-PROCEEDS-WS   PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-GAIN-LOSS-WS      PIC S9(9)V99    VALUE ZERO.
           05  STORE-LEVEL-WS          PIC 9           VALUE 1.
           05  GRAND-LEVEL-WS          PIC 9           VALUE 2.
           05  LEVEL-SUB-WS            PIC 9           VALUE ZERO.

       01  LEVEL-TOTALS-TABLE-WS.
           05  LEVEL-TOTALS-WS         OCCURS 2 TIMES.
               10  ACC-COUNT-WS        PIC 9(5).
               10  ACC-COST-WS         PIC S9(9)V99.
               10  ACC-MONTH-DEPR-WS   PIC S9(9)V99.
               10  ACC-ACCUM-WS        PIC S9(9)V99.
               10  ACC-NET-BOOK-WS     PIC S9(9)V99.

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(10)   VALUE SPACES.
           05  REPORT-TITLE-OUT        PIC X(50).
           05                          PIC X(8)    VALUE 'PERIOD: '.
           05  REPORT-PERIOD-OUT       PIC 9(6).

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(17)   VALUE
           'RUN PARAMETERS - '.
           05                          PIC X(8)    VALUE 'PERIOD: '.
           05  ECHO-PERIOD-OUT         PIC 9(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ECHO-PARM-SOURCE-OUT    PIC X(12).

       01  REGISTER-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(8)    VALUE 'ASSET'.
           05                          PIC X(22)   VALUE 'DESCRIPTION'.
           05                          PIC X(6)    VALUE 'ACCT'.
           05                          PIC X(10)   VALUE 'IN SVC'.
           05                          PIC X(3)    VALUE 'M'.
           05                          PIC X(5)    VALUE 'LIFE'.
           05                          PIC X(4)    VALUE 'REM'.
           05                          PIC X(14)   VALUE
           '         COST'.
           05                          PIC X(12)   VALUE
           ' THIS MONTH'.
           05                          PIC X(14)   VALUE
           '   ACCUM DEPR'.
           05                          PIC X(15)   VALUE
           '  NET BOOK VAL'.
           05                          PIC X(16)   VALUE 'REMARKS'.

       01  STORE-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(7)    VALUE 'STORE:'.
           05  STORE-HDR-NO-OUT        PIC X(3).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  STORE-HDR-NAME-OUT      PIC X(20).

       01  REGISTER-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  REG-ASSET-NO-OUT        PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REG-DESCRIPTION-OUT     PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REG-ACCT-OUT            PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REG-IN-SERVICE-OUT      PIC 9(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REG-METHOD-OUT          PIC X.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REG-LIFE-OUT            PIC ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REG-REMAIN-OUT          PIC ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  REG-COST-OUT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  REG-MONTH-OUT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  REG-ACCUM-OUT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  REG-NET-BOOK-OUT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  REG-REMARK-OUT          PIC X(16).

       01  REGISTER-TOTAL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  TOT-LABEL-OUT           PIC X(58).
           05  TOT-COST-OUT            PIC ZZ,ZZZ,ZZ9.99-.
           05  TOT-MONTH-OUT           PIC ZZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  TOT-ACCUM-OUT           PIC Z,ZZZ,ZZ9.99-.
           05  TOT-NET-BOOK-OUT        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  TOT-COUNT-OUT           PIC ZZZZ9.
           05                          PIC X(7)    VALUE ' ASSETS'.

       01  DISPOSAL-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(8)    VALUE 'ASSET'.
           05                          PIC X(22)   VALUE 'DESCRIPTION'.
           05                          PIC X(5)    VALUE 'STR'.
           05                          PIC X(10)   VALUE 'DISPOSED'.
           05                          PIC X(14)   VALUE
           '         COST'.
           05                          PIC X(14)   VALUE
           '   ACCUM DEPR'.
           05                          PIC X(14)   VALUE
           '    BOOK VALUE'.
           05                          PIC X(14)   VALUE
           '     PROCEEDS'.
           05                          PIC X(14)   VALUE
           '    GAIN/LOSS'.

       01  DISPOSAL-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DSP-ASSET-NO-OUT        PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DSP-DESCRIPTION-OUT     PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DSP-STORE-OUT           PIC X(3).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DSP-DATE-OUT            PIC 9(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DSP-COST-OUT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DSP-ACCUM-OUT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DSP-BOOK-OUT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DSP-PROCEEDS-OUT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DSP-GAIN-LOSS-OUT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DSP-RESULT-OUT          PIC X(4).

       01  DISPOSAL-TOTAL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(45)   VALUE
           'TOTAL DISPOSALS POSTED'.
           05  DSP-TOT-COST-OUT        PIC ZZ,ZZZ,ZZ9.99-.
           05  DSP-TOT-ACCUM-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05  DSP-TOT-BOOK-OUT        PIC ZZ,ZZZ,ZZ9.99-.
           05  DSP-TOT-PROCEEDS-OUT    PIC ZZ,ZZZ,ZZ9.99-.
           05  DSP-TOT-GAIN-LOSS-OUT   PIC ZZ,ZZZ,ZZ9.99-.

       01  NO-DISPOSALS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(40)   VALUE
           'NO DISPOSALS POSTED THIS PERIOD'.

       01  POSTED-TOTALS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(18)   VALUE
           'TOTAL DEBITS:'.
           05  POSTED-DEBITS-OUT       PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(16)   VALUE
           'TOTAL CREDITS:'.
           05  POSTED-CREDITS-OUT      PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-ASSETS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ASSETS READ IS:'.
           05  TOTAL-ASSETS-OUT        PIC ZZ,ZZ9.

       01  TOTAL-DEPRECIATED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ASSETS DEPRECIATED IS:'.
           05  TOTAL-DEPRECIATED-OUT   PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  TOTAL-DEPR-DOLLARS-OUT  PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-DISPOSALS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF DISPOSALS POSTED IS:'.
           05  TOTAL-DISPOSALS-OUT     PIC ZZ,ZZ9.

       01  TOTAL-POSTINGS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF POSTINGS WRITTEN IS:'.
           05  TOTAL-POSTINGS-OUT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 290-START-ASSET-SCAN
           PERFORM 300-PROCESS-ONE-ASSET
               UNTIL EOF-ASSET-WS = 'YES'
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1     TO PERIOD-X-WS
               MOVE '(PARM FILE)' TO ECHO-PARM-SOURCE-OUT
           ELSE
               DISPLAY
               'ENTER DEPRECIATION PERIOD YYYYMM (BLANK = CURRENT): '
                   WITH NO ADVANCING
               ACCEPT PERIOD-X-WS
               MOVE '(CONSOLE)'   TO ECHO-PARM-SOURCE-OUT
           END-IF

           IF PERIOD-X-WS = SPACES
               COMPUTE PERIOD-WS = RUN-YEAR-WS * 100 + RUN-MONTH-WS
           ELSE
               IF PERIOD-X-WS (1:6) IS NOT NUMERIC
                   DISPLAY 'DEPRECIATION PERIOD MUST BE YYYYMM'
                   STOP RUN
               END-IF
               MOVE PERIOD-X-WS (1:6) TO PERIOD-WS
               IF PERIOD-MONTH-WS < 01 OR PERIOD-MONTH-WS > 12
                   DISPLAY 'DEPRECIATION PERIOD MUST BE YYYYMM'
                   STOP RUN
               END-IF
           END-IF

           PERFORM 205-RUN-CONTROL-START

           OPEN I-O FIXED-ASSET-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN FIXED ASSET FILE - STATUS: '
                   ASSET-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN INPUT STORE-MASTER-FILE
           IF STORE-FILE-STATUS-WS = '00'
               MOVE 'YES' TO STORE-MASTER-AVAIL-WS
           END-IF

           OPEN EXTEND GL-POSTING-FILE
           IF POSTING-FILE-STATUS-WS = '35'
               OPEN OUTPUT GL-POSTING-FILE
           END-IF

           OPEN OUTPUT ASSET-REGISTER-FILE
                OUTPUT DISPOSAL-REPORT-FILE

           MOVE RUN-DATE-WS TO REPORT-HEADER-DATE-OUT
           MOVE PERIOD-WS   TO REPORT-PERIOD-OUT ECHO-PERIOD-OUT

           MOVE 'FIXED ASSET REGISTER AND DEPRECIATION SCHEDULE'
               TO REPORT-TITLE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           MOVE REGISTER-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE 'FIXED ASSET DISPOSALS - GAIN / LOSS'
               TO REPORT-TITLE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-DISPOSAL-LINE
           WRITE PRINT-A-DISPOSAL-LINE AFTER 1 LINES
           MOVE DISPOSAL-COLUMN-LINE-SETUP TO PRINT-A-DISPOSAL-LINE
           WRITE PRINT-A-DISPOSAL-LINE AFTER 2 LINES

           MOVE ZERO TO LEVEL-SUB-WS
           PERFORM 575-CLEAR-ONE-LEVEL
               VARYING LEVEL-SUB-WS FROM 1 BY 1
               UNTIL LEVEL-SUB-WS > 2.

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
                   ' - DEPRECIATION NOT POSTED'
               STOP RUN
           END-IF

           MOVE 'PROGRM56' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-RUN-COMPLETE
               DISPLAY 'DEPRECIATION ALREADY POSTED FOR '
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
           MOVE 'PROGRM56' TO RC-PROGRAM-ID
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
           MOVE 'PROGRM56' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE

           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO RC-STATUS
                   MOVE TOTAL-POSTINGS-WS TO RC-RECORD-COUNT
                   MOVE POSTED-DEBITS-WS TO RC-TOTAL-DOLLARS
                   REWRITE RUN-CONTROL-RECORD
           END-READ

           CLOSE RUN-CONTROL-FILE.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRM56' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       290-START-ASSET-SCAN.
           MOVE 'NO' TO EOF-ASSET-WS
           MOVE LOW-VALUES TO FA-STORE-NO
           START FIXED-ASSET-FILE KEY NOT < FA-STORE-NO
               INVALID KEY MOVE 'YES' TO EOF-ASSET-WS
           END-START

           IF EOF-ASSET-WS NOT = 'YES'
               PERFORM 295-READ-NEXT-ASSET
           END-IF.

       295-READ-NEXT-ASSET.
           READ FIXED-ASSET-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-ASSET-WS
           END-READ.

       300-PROCESS-ONE-ASSET.
           ADD 1 TO TOTAL-ASSETS-WS

           IF NOT FA-IS-RETIRED
               IF NOT FIRST-RECORD-SW
                   AND FA-STORE-NO NOT = PREV-STORE-NO-WS
                   PERFORM 520-STORE-BREAK
               END-IF
               IF FIRST-RECORD-SW
                   OR FA-STORE-NO NOT = PREV-STORE-NO-WS
                   PERFORM 550-PRINT-STORE-HEADER
               END-IF
               MOVE 'NO'        TO FIRST-RECORD-WS
               MOVE FA-STORE-NO TO PREV-STORE-NO-WS

               MOVE ZERO   TO CURRENT-DEPR-WS
               MOVE SPACES TO ASSET-REMARK-WS
               PERFORM 310-SET-ASSET-PERIODS

               IF IN-SERVICE-PERIOD-WS > THRU-PERIOD-WS
                   MOVE 'NOT IN SERVICE' TO ASSET-REMARK-WS
               ELSE
                   IF FA-LAST-DEPR-PERIOD < THRU-PERIOD-WS
                       PERFORM 320-COMPUTE-DEPRECIATION
                       PERFORM 330-POST-DEPRECIATION
                       MOVE THRU-PERIOD-WS TO FA-LAST-DEPR-PERIOD
                   END-IF
               END-IF

               IF FA-IS-DISPOSED
                   IF DISPOSAL-PERIOD-WS > PERIOD-WS
                       MOVE 'DISPOSAL PENDING' TO ASSET-REMARK-WS
                   ELSE
                       PERFORM 340-POST-DISPOSAL
                       MOVE 'DISPOSED'         TO ASSET-REMARK-WS
                   END-IF
               END-IF

               REWRITE FIXED-ASSET-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO UPDATE FIXED ASSET '
                           FA-ASSET-NO-KEY
               END-REWRITE

               PERFORM 350-PRINT-REGISTER-LINE
           END-IF

           PERFORM 295-READ-NEXT-ASSET.

       310-SET-ASSET-PERIODS.
           MOVE FA-IN-SERVICE-DATE TO IN-SERVICE-WS
           COMPUTE IN-SERVICE-PERIOD-WS =
               IN-SERVICE-YEAR-WS * 100 + IN-SERVICE-MONTH-WS

           MOVE PERIOD-WS TO THRU-PERIOD-WS
           MOVE ZERO      TO DISPOSAL-PERIOD-WS
           IF FA-IS-DISPOSED
               COMPUTE DISPOSAL-PERIOD-WS = FA-DISPOSAL-DATE / 100
               IF DISPOSAL-PERIOD-WS < THRU-PERIOD-WS
                   MOVE DISPOSAL-PERIOD-WS TO THRU-PERIOD-WS
               END-IF
           END-IF

           COMPUTE MONTHS-IN-SERVICE-WS =
               (THRU-YEAR-WS * 12 + THRU-MONTH-WS)
               - (IN-SERVICE-YEAR-WS * 12 + IN-SERVICE-MONTH-WS) + 1
           IF MONTHS-IN-SERVICE-WS < ZERO
               MOVE ZERO TO MONTHS-IN-SERVICE-WS
           END-IF

           COMPUTE REMAINING-LIFE-WS =
               FA-LIFE-MONTHS - MONTHS-IN-SERVICE-WS
           IF REMAINING-LIFE-WS < ZERO
               MOVE ZERO TO REMAINING-LIFE-WS
           END-IF.

       320-COMPUTE-DEPRECIATION.
           COMPUTE DEPRECIABLE-WS = FA-COST - FA-SALVAGE

           IF MONTHS-IN-SERVICE-WS >= FA-LIFE-MONTHS
               COMPUTE CURRENT-DEPR-WS = DEPRECIABLE-WS - FA-ACCUM-DEPR
           ELSE
               IF FA-DECLINING-BALANCE
                   PERFORM 327-DECLINING-BALANCE
               ELSE
                   PERFORM 325-STRAIGHT-LINE
               END-IF
           END-IF

           IF FA-ACCUM-DEPR + CURRENT-DEPR-WS > DEPRECIABLE-WS
               COMPUTE CURRENT-DEPR-WS = DEPRECIABLE-WS - FA-ACCUM-DEPR
           END-IF
           IF CURRENT-DEPR-WS < ZERO
               MOVE ZERO TO CURRENT-DEPR-WS
           END-IF.

       325-STRAIGHT-LINE.
           COMPUTE TARGET-ACCUM-WS ROUNDED =
               DEPRECIABLE-WS * MONTHS-IN-SERVICE-WS / FA-LIFE-MONTHS
           COMPUTE CURRENT-DEPR-WS = TARGET-ACCUM-WS - FA-ACCUM-DEPR.

       327-DECLINING-BALANCE.
           IF FA-LAST-DEPR-PERIOD = ZERO
               MOVE MONTHS-IN-SERVICE-WS TO MONTHS-DUE-WS
           ELSE
               MOVE FA-LAST-DEPR-PERIOD TO LAST-PERIOD-WS
               COMPUTE MONTHS-DUE-WS =
                   (THRU-YEAR-WS * 12 + THRU-MONTH-WS)
                   - (LAST-YEAR-WS * 12 + LAST-MONTH-WS)
           END-IF

           COMPUTE CURRENT-DEPR-WS ROUNDED =
               (FA-COST - FA-ACCUM-DEPR) * 2 * MONTHS-DUE-WS
               / FA-LIFE-MONTHS.

       330-POST-DEPRECIATION.
           IF CURRENT-DEPR-WS > ZERO
               MOVE 'FADEPR'             TO POST-SOURCE-WS
               MOVE DEPR-EXPENSE-ACCT-WS TO POST-ACCT-WS
               MOVE CURRENT-DEPR-WS      TO POST-AMOUNT-WS
               PERFORM 950-WRITE-ONE-POSTING

               MOVE ACCUM-DEPR-ACCT-WS   TO POST-ACCT-WS
               COMPUTE POST-AMOUNT-WS = CURRENT-DEPR-WS * -1
               PERFORM 950-WRITE-ONE-POSTING

               ADD CURRENT-DEPR-WS TO FA-ACCUM-DEPR
               ADD CURRENT-DEPR-WS TO TOTAL-DEPR-DOLLARS-WS
               ADD 1               TO TOTAL-DEPRECIATED-WS
           END-IF.

       340-POST-DISPOSAL.
           COMPUTE NET-BOOK-WS  = FA-COST - FA-ACCUM-DEPR
           COMPUTE GAIN-LOSS-WS = FA-DISPOSAL-PROCEEDS - NET-BOOK-WS

           MOVE 'FADISPOSAL'       TO POST-SOURCE-WS
           MOVE ACCUM-DEPR-ACCT-WS TO POST-ACCT-WS
           MOVE FA-ACCUM-DEPR      TO POST-AMOUNT-WS
           PERFORM 950-WRITE-ONE-POSTING

           MOVE CASH-ACCT-WS         TO POST-ACCT-WS
           MOVE FA-DISPOSAL-PROCEEDS TO POST-AMOUNT-WS
           PERFORM 950-WRITE-ONE-POSTING

           MOVE FA-ASSET-ACCT      TO POST-ACCT-WS
           COMPUTE POST-AMOUNT-WS = FA-COST * -1
           PERFORM 950-WRITE-ONE-POSTING

           MOVE GAIN-LOSS-ACCT-WS  TO POST-ACCT-WS
           COMPUTE POST-AMOUNT-WS = GAIN-LOSS-WS * -1
           PERFORM 950-WRITE-ONE-POSTING

           MOVE 'R' TO FA-STATUS
           PERFORM 345-PRINT-DISPOSAL-LINE.

       345-PRINT-DISPOSAL-LINE.
           MOVE FA-ASSET-NO-KEY      TO DSP-ASSET-NO-OUT
           MOVE FA-DESCRIPTION       TO DSP-DESCRIPTION-OUT
           MOVE FA-STORE-NO          TO DSP-STORE-OUT
           MOVE FA-DISPOSAL-DATE     TO DSP-DATE-OUT
           MOVE FA-COST              TO DSP-COST-OUT
           MOVE FA-ACCUM-DEPR        TO DSP-ACCUM-OUT
           MOVE NET-BOOK-WS          TO DSP-BOOK-OUT
           MOVE FA-DISPOSAL-PROCEEDS TO DSP-PROCEEDS-OUT
           MOVE GAIN-LOSS-WS         TO DSP-GAIN-LOSS-OUT
           IF GAIN-LOSS-WS < ZERO
               MOVE 'LOSS' TO DSP-RESULT-OUT
           ELSE
               MOVE 'GAIN' TO DSP-RESULT-OUT
           END-IF
           MOVE DISPOSAL-DETAIL-LINE-SETUP TO PRINT-A-DISPOSAL-LINE
           WRITE PRINT-A-DISPOSAL-LINE AFTER 1 LINES

           ADD 1                    TO TOTAL-DISPOSALS-WS
           ADD FA-COST              TO TOTAL-DSP-COST-WS
           ADD FA-ACCUM-DEPR        TO TOTAL-DSP-ACCUM-WS
           ADD NET-BOOK-WS          TO TOTAL-DSP-BOOK-WS
           ADD FA-DISPOSAL-PROCEEDS TO TOTAL-DSP-PROCEEDS-WS
           ADD GAIN-LOSS-WS         TO TOTAL-GAIN-LOSS-WS.

       350-PRINT-REGISTER-LINE.
           COMPUTE NET-BOOK-WS = FA-COST - FA-ACCUM-DEPR
           IF ASSET-REMARK-WS = SPACES
               AND FA-ACCUM-DEPR >= FA-COST - FA-SALVAGE
               MOVE 'FULLY DEPREC' TO ASSET-REMARK-WS
           END-IF

           MOVE FA-ASSET-NO-KEY    TO REG-ASSET-NO-OUT
           MOVE FA-DESCRIPTION     TO REG-DESCRIPTION-OUT
           MOVE FA-ASSET-ACCT      TO REG-ACCT-OUT
           MOVE FA-IN-SERVICE-DATE TO REG-IN-SERVICE-OUT
           MOVE FA-METHOD          TO REG-METHOD-OUT
           MOVE FA-LIFE-MONTHS     TO REG-LIFE-OUT
           MOVE REMAINING-LIFE-WS  TO REG-REMAIN-OUT
           MOVE FA-COST            TO REG-COST-OUT
           MOVE CURRENT-DEPR-WS    TO REG-MONTH-OUT
           MOVE FA-ACCUM-DEPR      TO REG-ACCUM-OUT
           MOVE NET-BOOK-WS        TO REG-NET-BOOK-OUT
           MOVE ASSET-REMARK-WS    TO REG-REMARK-OUT
           MOVE REGISTER-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           ADD 1               TO ACC-COUNT-WS (STORE-LEVEL-WS)
           ADD FA-COST         TO ACC-COST-WS (STORE-LEVEL-WS)
           ADD CURRENT-DEPR-WS TO ACC-MONTH-DEPR-WS (STORE-LEVEL-WS)
           ADD FA-ACCUM-DEPR   TO ACC-ACCUM-WS (STORE-LEVEL-WS)
           ADD NET-BOOK-WS     TO ACC-NET-BOOK-WS (STORE-LEVEL-WS).

       520-STORE-BREAK.
           MOVE SPACES TO TOT-LABEL-OUT
           STRING '   STORE ' PREV-STORE-NO-WS ' TOTAL'
               DELIMITED BY SIZE INTO TOT-LABEL-OUT
           MOVE STORE-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 560-PRINT-TOTAL-LINE

           PERFORM 570-ROLL-UP-STORE
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       550-PRINT-STORE-HEADER.
           MOVE FA-STORE-NO TO STORE-HDR-NO-OUT
           MOVE 'UNKNOWN STORE' TO STORE-HDR-NAME-OUT
           IF STORE-MASTER-AVAILABLE
               MOVE FA-STORE-NO TO SM-STORE-NO-KEY
               READ STORE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-STORE-NAME TO STORE-HDR-NAME-OUT
               END-READ
           END-IF
           MOVE STORE-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       560-PRINT-TOTAL-LINE.
           MOVE ACC-COST-WS (LEVEL-SUB-WS)       TO TOT-COST-OUT
           MOVE ACC-MONTH-DEPR-WS (LEVEL-SUB-WS) TO TOT-MONTH-OUT
           MOVE ACC-ACCUM-WS (LEVEL-SUB-WS)      TO TOT-ACCUM-OUT
           MOVE ACC-NET-BOOK-WS (LEVEL-SUB-WS)   TO TOT-NET-BOOK-OUT
           MOVE ACC-COUNT-WS (LEVEL-SUB-WS)      TO TOT-COUNT-OUT
           MOVE REGISTER-TOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       570-ROLL-UP-STORE.
           ADD ACC-COUNT-WS (STORE-LEVEL-WS)
               TO ACC-COUNT-WS (GRAND-LEVEL-WS)
           ADD ACC-COST-WS (STORE-LEVEL-WS)
               TO ACC-COST-WS (GRAND-LEVEL-WS)
           ADD ACC-MONTH-DEPR-WS (STORE-LEVEL-WS)
               TO ACC-MONTH-DEPR-WS (GRAND-LEVEL-WS)
           ADD ACC-ACCUM-WS (STORE-LEVEL-WS)
               TO ACC-ACCUM-WS (GRAND-LEVEL-WS)
           ADD ACC-NET-BOOK-WS (STORE-LEVEL-WS)
               TO ACC-NET-BOOK-WS (GRAND-LEVEL-WS)

           MOVE STORE-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 575-CLEAR-ONE-LEVEL.

       575-CLEAR-ONE-LEVEL.
           MOVE ZERO TO ACC-COUNT-WS (LEVEL-SUB-WS)
                        ACC-COST-WS (LEVEL-SUB-WS)
                        ACC-MONTH-DEPR-WS (LEVEL-SUB-WS)
                        ACC-ACCUM-WS (LEVEL-SUB-WS)
                        ACC-NET-BOOK-WS (LEVEL-SUB-WS).

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM56' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF POSTED-DEBITS-WS NOT = POSTED-CREDITS-WS
               MOVE 'W' TO OL-SEVERITY
               MOVE 'ASSET POSTINGS OUT OF BALANCE - SEE ASSETREG'
                   TO OL-MESSAGE
               MOVE TOTAL-POSTINGS-WS TO OL-RECORD-COUNT
               COMPUTE OL-TOTAL-DOLLARS =
                   POSTED-DEBITS-WS - POSTED-CREDITS-WS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           IF TOTAL-DISPOSALS-WS > ZERO
               MOVE 'I' TO OL-SEVERITY
               MOVE 'ASSET DISPOSALS POSTED - NET GAIN/LOSS'
                   TO OL-MESSAGE
               MOVE TOTAL-DISPOSALS-WS TO OL-RECORD-COUNT
               MOVE TOTAL-GAIN-LOSS-WS TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-DEPRECIATED-WS  TO OL-RECORD-COUNT
           MOVE TOTAL-DEPR-DOLLARS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           IF NOT FIRST-RECORD-SW
               PERFORM 520-STORE-BREAK
           END-IF
           MOVE 'GRAND TOTAL' TO TOT-LABEL-OUT
           MOVE GRAND-LEVEL-WS TO LEVEL-SUB-WS
           PERFORM 560-PRINT-TOTAL-LINE

           MOVE POSTED-DEBITS-WS  TO POSTED-DEBITS-OUT
           MOVE POSTED-CREDITS-WS TO POSTED-CREDITS-OUT
           MOVE POSTED-TOTALS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-ASSETS-WS TO TOTAL-ASSETS-OUT
           MOVE TOTAL-ASSETS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE TOTAL-DEPRECIATED-WS  TO TOTAL-DEPRECIATED-OUT
           MOVE TOTAL-DEPR-DOLLARS-WS TO TOTAL-DEPR-DOLLARS-OUT
           MOVE TOTAL-DEPRECIATED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-DISPOSALS-WS TO TOTAL-DISPOSALS-OUT
           MOVE TOTAL-DISPOSALS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-POSTINGS-WS TO TOTAL-POSTINGS-OUT
           MOVE TOTAL-POSTINGS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           IF TOTAL-DISPOSALS-WS = ZERO
               MOVE NO-DISPOSALS-LINE-SETUP TO PRINT-A-DISPOSAL-LINE
               WRITE PRINT-A-DISPOSAL-LINE AFTER 1 LINES
           ELSE
               MOVE TOTAL-DSP-COST-WS     TO DSP-TOT-COST-OUT
               MOVE TOTAL-DSP-ACCUM-WS    TO DSP-TOT-ACCUM-OUT
               MOVE TOTAL-DSP-BOOK-WS     TO DSP-TOT-BOOK-OUT
               MOVE TOTAL-DSP-PROCEEDS-WS TO DSP-TOT-PROCEEDS-OUT
               MOVE TOTAL-GAIN-LOSS-WS    TO DSP-TOT-GAIN-LOSS-OUT
               MOVE DISPOSAL-TOTAL-LINE-SETUP TO PRINT-A-DISPOSAL-LINE
               WRITE PRINT-A-DISPOSAL-LINE AFTER 2 LINES
           END-IF

           PERFORM 895-RUN-CONTROL-END

           IF STORE-MASTER-AVAILABLE
               CLOSE STORE-MASTER-FILE
           END-IF

           CLOSE FIXED-ASSET-FILE GL-POSTING-FILE
                 ASSET-REGISTER-FILE DISPOSAL-REPORT-FILE.

       950-WRITE-ONE-POSTING.
           IF POST-AMOUNT-WS NOT = ZERO
               MOVE POST-SOURCE-WS TO GL-SOURCE-OUT
               MOVE POST-ACCT-WS   TO GL-ACCOUNT-OUT
               MOVE POST-AMOUNT-WS TO GL-AMOUNT-OUT
               MOVE RUN-DATE-WS    TO GL-POSTING-DATE-OUT
               WRITE GL-POSTING-RECORD
               ADD 1 TO TOTAL-POSTINGS-WS

               IF POST-AMOUNT-WS > ZERO
                   ADD POST-AMOUNT-WS TO POSTED-DEBITS-WS
               ELSE
                   SUBTRACT POST-AMOUNT-WS FROM POSTED-CREDITS-WS
               END-IF
           END-IF.
