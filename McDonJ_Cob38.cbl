       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM38.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GL-MASTER-FILE ASSIGN TO 'GLMAST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GM-ACCT-NO-KEY
           FILE STATUS IS MASTER-FILE-STATUS-WS.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO 'GLSTMT.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MASTER-FILE.
       01  GL-MASTER-RECORD.
           05  GM-ACCT-NO-KEY          PIC X(4).
           05  GM-BEGIN-BALANCE        PIC S9(9)V99.
           05  GM-PERIOD-DEBITS        PIC S9(9)V99.
           05  GM-PERIOD-CREDITS       PIC S9(9)V99.

       FD  CHART-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  STATEMENT-REPORT-FILE RECORDING MODE IS F.
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
           05  MASTER-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  EOF-MASTER-WS           PIC X(3)        VALUE 'NO'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  CHART-COUNT-WS          PIC 999         VALUE ZERO.
           05  CHART-SUB-WS            PIC 999         VALUE ZERO.
           05  CHART-HIT-WS            PIC 999         VALUE ZERO.
           05  STMT-LINE-WS            PIC 999         VALUE ZERO.
           05  SECTION-TYPE-WS         PIC X           VALUE SPACE.
           05  SIGN-FACTOR-WS          PIC S9          VALUE +1.
           05  LINE-HITS-WS            PIC 999         VALUE ZERO.
           05  LINE-GROUP-WS           PIC X(20)       VALUE SPACES.
           05  LINE-PERIOD-TOTAL-WS    PIC S9(9)V99    VALUE ZERO.
           05  LINE-YTD-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  TYPE-PERIOD-TOTAL-WS    PIC S9(9)V99    VALUE ZERO.
           05  TYPE-YTD-TOTAL-WS       PIC S9(9)V99    VALUE ZERO.
           05  SHOWN-PERIOD-WS         PIC S9(9)V99    VALUE ZERO.
           05  SHOWN-YTD-WS            PIC S9(9)V99    VALUE ZERO.
           05  REVENUE-PERIOD-WS       PIC S9(9)V99    VALUE ZERO.
           05  REVENUE-YTD-WS          PIC S9(9)V99    VALUE ZERO.
           05  EXPENSE-PERIOD-WS       PIC S9(9)V99    VALUE ZERO.
           05  EXPENSE-YTD-WS          PIC S9(9)V99    VALUE ZERO.
           05  NET-INCOME-PERIOD-WS    PIC S9(9)V99    VALUE ZERO.
           05  NET-INCOME-YTD-WS       PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-ASSETS-WS         PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-LIABILITIES-WS    PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-EQUITY-WS         PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-LIAB-EQUITY-WS    PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-ACCOUNTS-WS       PIC 9(4)        VALUE ZERO.
           05  TOTAL-UNCLASSIFIED-WS   PIC 9(4)        VALUE ZERO.
           05  UNCLASSIFIED-AMT-WS     PIC S9(9)V99    VALUE ZERO.

       01  CHART-INPUT-RECORD.
           05  CHART-ACCT-NO-IN        PIC X(4).
           05  CHART-ACCT-NAME-IN      PIC X(30).
           05  CHART-ACCT-TYPE-IN      PIC X.
           05  CHART-STMT-LINE-IN      PIC X(2).
           05  CHART-STMT-LINE-NUM-IN REDEFINES CHART-STMT-LINE-IN
                                       PIC 99.
           05  CHART-STMT-GROUP-IN     PIC X(20).

       01  CHART-TABLE-WS.
           05  CHART-ENTRY-WS          OCCURS 100 TIMES.
               10  CHART-ACCT-NO-WS    PIC X(4).
               10  CHART-ACCT-NAME-WS  PIC X(30).
               10  CHART-ACCT-TYPE-WS  PIC X.
                   88  CHART-TYPE-VALID-WS VALUE 'A' 'L' 'E' 'R' 'X'.
               10  CHART-STMT-LINE-WS  PIC 99.
               10  CHART-STMT-GROUP-WS PIC X(20).
               10  CHART-ON-MASTER-WS  PIC X.
               10  CHART-PERIOD-AMT-WS PIC S9(9)V99.
               10  CHART-ENDING-AMT-WS PIC S9(9)V99.

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(14)   VALUE SPACES.
           05  REPORT-TITLE-OUT        PIC X(40).

       01  SECTION-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  SECTION-TITLE-OUT       PIC X(50).

       01  INCOME-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(6)    VALUE 'ACCT'.
           05                          PIC X(32)   VALUE
           'ACCOUNT NAME'.
           05                          PIC X(18)   VALUE
           '    CURRENT PERIOD'.
           05                          PIC X(18)   VALUE
           '      YEAR TO DATE'.

       01  INCOME-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  INC-ACCT-NO-OUT         PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  INC-ACCT-NAME-OUT       PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  INC-PERIOD-OUT          PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  INC-YTD-OUT             PIC $$$,$$$,$$9.99BCR.

       01  INCOME-SUBTOTAL-LINE-SETUP.
           05  FILLER                  PIC X(7)    VALUE SPACE.
           05                          PIC X(6)    VALUE 'TOTAL '.
           05  INC-SUB-CAPTION-OUT     PIC X(26).
           05  INC-SUB-PERIOD-OUT      PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  INC-SUB-YTD-OUT         PIC $$$,$$$,$$9.99BCR.

       01  BALANCE-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(6)    VALUE 'ACCT'.
           05                          PIC X(32)   VALUE
           'ACCOUNT NAME'.
           05                          PIC X(18)   VALUE
           '           BALANCE'.

       01  BALANCE-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  BAL-ACCT-NO-OUT         PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BAL-ACCT-NAME-OUT       PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  BAL-AMOUNT-OUT          PIC $$$,$$$,$$9.99BCR.

       01  BALANCE-SUBTOTAL-LINE-SETUP.
           05  FILLER                  PIC X(7)    VALUE SPACE.
           05                          PIC X(6)    VALUE 'TOTAL '.
           05  BAL-SUB-CAPTION-OUT     PIC X(26).
           05  BAL-SUB-AMOUNT-OUT      PIC $$$,$$$,$$9.99BCR.

       01  UNCLASSIFIED-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  UNC-ACCT-NO-OUT         PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  UNC-AMOUNT-OUT          PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  UNC-REASON-OUT          PIC X(40).

       01  PROOF-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  PROOF-RESULT-OUT        PIC X(40).

       01  TOTAL-UNCLASSIFIED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF UNCLASSIFIED ACCOUNTS IS:'.
           05  TOTAL-UNCLASSIFIED-OUT  PIC ZZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 230-LOAD-CHART
           PERFORM 300-ACCUMULATE-ONE-ACCOUNT
               UNTIL EOF-MASTER-WS = 'YES'
           PERFORM 400-PRINT-INCOME-STATEMENT
           PERFORM 500-PRINT-BALANCE-SHEET
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           OPEN INPUT GL-MASTER-FILE
           IF MASTER-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL MASTER FILE - STATUS: '
                   MASTER-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN OUTPUT STATEMENT-REPORT-FILE

           MOVE 'UNCLASSIFIED ACCOUNTS - NOT ON STATEMENTS'
               TO SECTION-TITLE-OUT
           MOVE RUN-DATE-WS TO REPORT-HEADER-DATE-OUT
           MOVE 'STATEMENT ACCOUNT EXCEPTIONS' TO REPORT-TITLE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE LOW-VALUES TO GM-ACCT-NO-KEY
           START GL-MASTER-FILE KEY NOT < GM-ACCT-NO-KEY
               INVALID KEY MOVE 'YES' TO EOF-MASTER-WS
           END-START.

       230-LOAD-CHART.
           OPEN INPUT CHART-INPUT-FILE
           IF CHART-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CHART OF ACCOUNTS - STATUS: '
                   CHART-FILE-STATUS-WS
               STOP RUN
           END-IF

           PERFORM 235-READ-ONE-CHART-RECORD
           PERFORM 240-LOAD-ONE-CHART-RECORD UNTIL EOF-CHART-WS = 'YES'
           CLOSE CHART-INPUT-FILE

           IF EOF-MASTER-WS NOT = 'YES'
               PERFORM 250-READ-NEXT-MASTER
           END-IF.

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
               MOVE CHART-ACCT-TYPE-IN
                   TO CHART-ACCT-TYPE-WS (CHART-COUNT-WS)
               IF CHART-STMT-LINE-IN IS NUMERIC
                   MOVE CHART-STMT-LINE-NUM-IN
                       TO CHART-STMT-LINE-WS (CHART-COUNT-WS)
               ELSE
                   MOVE 99 TO CHART-STMT-LINE-WS (CHART-COUNT-WS)
               END-IF
               MOVE CHART-STMT-GROUP-IN
                   TO CHART-STMT-GROUP-WS (CHART-COUNT-WS)
               MOVE 'N'  TO CHART-ON-MASTER-WS (CHART-COUNT-WS)
               MOVE ZERO TO CHART-PERIOD-AMT-WS (CHART-COUNT-WS)
                            CHART-ENDING-AMT-WS (CHART-COUNT-WS)
           END-IF

           PERFORM 235-READ-ONE-CHART-RECORD.

       245-FIND-CHART-ACCOUNT.
           MOVE ZERO TO CHART-HIT-WS
           PERFORM 246-MATCH-ONE-CHART-ACCOUNT
               VARYING CHART-SUB-WS FROM 1 BY 1
               UNTIL CHART-SUB-WS > CHART-COUNT-WS
               OR CHART-HIT-WS > ZERO.

       246-MATCH-ONE-CHART-ACCOUNT.
           IF CHART-ACCT-NO-WS (CHART-SUB-WS) = GM-ACCT-NO-KEY
               MOVE CHART-SUB-WS TO CHART-HIT-WS
           END-IF.

       250-READ-NEXT-MASTER.
           READ GL-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       300-ACCUMULATE-ONE-ACCOUNT.
           PERFORM 245-FIND-CHART-ACCOUNT
           ADD 1 TO TOTAL-ACCOUNTS-WS

           IF CHART-HIT-WS = ZERO
               MOVE 'ACCOUNT NOT ON CHART OF ACCOUNTS'
                   TO UNC-REASON-OUT
               PERFORM 310-WRITE-UNCLASSIFIED
           ELSE
               IF NOT CHART-TYPE-VALID-WS (CHART-HIT-WS)
                   MOVE 'NO VALID ACCOUNT TYPE ON CHART'
                       TO UNC-REASON-OUT
                   PERFORM 310-WRITE-UNCLASSIFIED
               ELSE
                   MOVE 'Y' TO CHART-ON-MASTER-WS (CHART-HIT-WS)
                   COMPUTE CHART-PERIOD-AMT-WS (CHART-HIT-WS) =
                       GM-PERIOD-DEBITS - GM-PERIOD-CREDITS
                   COMPUTE CHART-ENDING-AMT-WS (CHART-HIT-WS) =
                       GM-BEGIN-BALANCE + GM-PERIOD-DEBITS
                       - GM-PERIOD-CREDITS
               END-IF
           END-IF

           PERFORM 250-READ-NEXT-MASTER.

       310-WRITE-UNCLASSIFIED.
           MOVE GM-ACCT-NO-KEY TO UNC-ACCT-NO-OUT
           COMPUTE UNCLASSIFIED-AMT-WS = GM-BEGIN-BALANCE
               + GM-PERIOD-DEBITS - GM-PERIOD-CREDITS
           MOVE UNCLASSIFIED-AMT-WS TO UNC-AMOUNT-OUT
           MOVE UNCLASSIFIED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           ADD 1 TO TOTAL-UNCLASSIFIED-WS.

       400-PRINT-INCOME-STATEMENT.
           MOVE TOTAL-UNCLASSIFIED-WS TO TOTAL-UNCLASSIFIED-OUT
           MOVE TOTAL-UNCLASSIFIED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE 'INCOME STATEMENT' TO REPORT-TITLE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER PAGE

           MOVE INCOME-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE 'R'       TO SECTION-TYPE-WS
           MOVE -1        TO SIGN-FACTOR-WS
           MOVE 'REVENUE' TO SECTION-TITLE-OUT
           PERFORM 410-PRINT-INCOME-SECTION
           MOVE TYPE-PERIOD-TOTAL-WS TO REVENUE-PERIOD-WS
           MOVE TYPE-YTD-TOTAL-WS    TO REVENUE-YTD-WS

           MOVE 'X'        TO SECTION-TYPE-WS
           MOVE +1         TO SIGN-FACTOR-WS
           MOVE 'EXPENSES' TO SECTION-TITLE-OUT
           PERFORM 410-PRINT-INCOME-SECTION
           MOVE TYPE-PERIOD-TOTAL-WS TO EXPENSE-PERIOD-WS
           MOVE TYPE-YTD-TOTAL-WS    TO EXPENSE-YTD-WS

           COMPUTE NET-INCOME-PERIOD-WS =
               REVENUE-PERIOD-WS - EXPENSE-PERIOD-WS
           COMPUTE NET-INCOME-YTD-WS =
               REVENUE-YTD-WS - EXPENSE-YTD-WS

           MOVE 'NET INCOME'          TO INC-SUB-CAPTION-OUT
           MOVE NET-INCOME-PERIOD-WS  TO INC-SUB-PERIOD-OUT
           MOVE NET-INCOME-YTD-WS     TO INC-SUB-YTD-OUT
           MOVE INCOME-SUBTOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES.

       410-PRINT-INCOME-SECTION.
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE ZERO TO TYPE-PERIOD-TOTAL-WS TYPE-YTD-TOTAL-WS
           PERFORM 420-PRINT-INCOME-STMT-LINE
               VARYING STMT-LINE-WS FROM 0 BY 1
               UNTIL STMT-LINE-WS > 99

           MOVE SECTION-TITLE-OUT    TO INC-SUB-CAPTION-OUT
           MOVE TYPE-PERIOD-TOTAL-WS TO INC-SUB-PERIOD-OUT
           MOVE TYPE-YTD-TOTAL-WS    TO INC-SUB-YTD-OUT
           MOVE INCOME-SUBTOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

       420-PRINT-INCOME-STMT-LINE.
           MOVE ZERO   TO LINE-HITS-WS
                          LINE-PERIOD-TOTAL-WS LINE-YTD-TOTAL-WS
           MOVE SPACES TO LINE-GROUP-WS
           PERFORM 425-PRINT-ONE-INCOME-ACCOUNT
               VARYING CHART-SUB-WS FROM 1 BY 1
               UNTIL CHART-SUB-WS > CHART-COUNT-WS

           IF LINE-HITS-WS > ZERO
               MOVE LINE-GROUP-WS        TO INC-SUB-CAPTION-OUT
               MOVE LINE-PERIOD-TOTAL-WS TO INC-SUB-PERIOD-OUT
               MOVE LINE-YTD-TOTAL-WS    TO INC-SUB-YTD-OUT
               MOVE INCOME-SUBTOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
               ADD LINE-PERIOD-TOTAL-WS TO TYPE-PERIOD-TOTAL-WS
               ADD LINE-YTD-TOTAL-WS    TO TYPE-YTD-TOTAL-WS
           END-IF.

       425-PRINT-ONE-INCOME-ACCOUNT.
           IF CHART-ON-MASTER-WS (CHART-SUB-WS) = 'Y'
               AND CHART-ACCT-TYPE-WS (CHART-SUB-WS) = SECTION-TYPE-WS
               AND CHART-STMT-LINE-WS (CHART-SUB-WS) = STMT-LINE-WS
               COMPUTE SHOWN-PERIOD-WS =
                   CHART-PERIOD-AMT-WS (CHART-SUB-WS) * SIGN-FACTOR-WS
               COMPUTE SHOWN-YTD-WS =
                   CHART-ENDING-AMT-WS (CHART-SUB-WS) * SIGN-FACTOR-WS

               MOVE CHART-ACCT-NO-WS (CHART-SUB-WS)
                   TO INC-ACCT-NO-OUT
               MOVE CHART-ACCT-NAME-WS (CHART-SUB-WS)
                   TO INC-ACCT-NAME-OUT
               MOVE SHOWN-PERIOD-WS TO INC-PERIOD-OUT
               MOVE SHOWN-YTD-WS    TO INC-YTD-OUT
               MOVE INCOME-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

               IF LINE-HITS-WS = ZERO
                   MOVE CHART-STMT-GROUP-WS (CHART-SUB-WS)
                       TO LINE-GROUP-WS
               END-IF
               ADD 1               TO LINE-HITS-WS
               ADD SHOWN-PERIOD-WS TO LINE-PERIOD-TOTAL-WS
               ADD SHOWN-YTD-WS    TO LINE-YTD-TOTAL-WS
           END-IF.

       500-PRINT-BALANCE-SHEET.
           MOVE 'BALANCE SHEET' TO REPORT-TITLE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER PAGE

           MOVE BALANCE-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE 'A'      TO SECTION-TYPE-WS
           MOVE +1       TO SIGN-FACTOR-WS
           MOVE 'ASSETS' TO SECTION-TITLE-OUT
           PERFORM 510-PRINT-BALANCE-SECTION
           MOVE TYPE-YTD-TOTAL-WS TO TOTAL-ASSETS-WS

           MOVE 'L'           TO SECTION-TYPE-WS
           MOVE -1            TO SIGN-FACTOR-WS
           MOVE 'LIABILITIES' TO SECTION-TITLE-OUT
           PERFORM 510-PRINT-BALANCE-SECTION
           MOVE TYPE-YTD-TOTAL-WS TO TOTAL-LIABILITIES-WS

           MOVE 'E'      TO SECTION-TYPE-WS
           MOVE -1       TO SIGN-FACTOR-WS
           MOVE 'EQUITY' TO SECTION-TITLE-OUT
           PERFORM 510-PRINT-BALANCE-SECTION

           MOVE SPACES TO BAL-ACCT-NO-OUT
           MOVE 'CURRENT YEAR NET INCOME' TO BAL-ACCT-NAME-OUT
           MOVE NET-INCOME-YTD-WS TO BAL-AMOUNT-OUT
           MOVE BALANCE-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           COMPUTE TOTAL-EQUITY-WS = TYPE-YTD-TOTAL-WS
               + NET-INCOME-YTD-WS
           MOVE 'EQUITY'         TO BAL-SUB-CAPTION-OUT
           MOVE TOTAL-EQUITY-WS  TO BAL-SUB-AMOUNT-OUT
           MOVE BALANCE-SUBTOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           COMPUTE TOTAL-LIAB-EQUITY-WS =
               TOTAL-LIABILITIES-WS + TOTAL-EQUITY-WS
           MOVE 'LIABILITIES AND EQUITY' TO BAL-SUB-CAPTION-OUT
           MOVE TOTAL-LIAB-EQUITY-WS     TO BAL-SUB-AMOUNT-OUT
           MOVE BALANCE-SUBTOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           IF TOTAL-ASSETS-WS = TOTAL-LIAB-EQUITY-WS
               MOVE 'ASSETS EQUAL LIABILITIES AND EQUITY'
                   TO PROOF-RESULT-OUT
           ELSE
               MOVE '*** BALANCE SHEET DOES NOT BALANCE'
                   TO PROOF-RESULT-OUT
           END-IF
           MOVE PROOF-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

       510-PRINT-BALANCE-SECTION.
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE ZERO TO TYPE-YTD-TOTAL-WS
           PERFORM 520-PRINT-BALANCE-STMT-LINE
               VARYING STMT-LINE-WS FROM 0 BY 1
               UNTIL STMT-LINE-WS > 99

           IF SECTION-TYPE-WS NOT = 'E'
               MOVE SECTION-TITLE-OUT TO BAL-SUB-CAPTION-OUT
               MOVE TYPE-YTD-TOTAL-WS TO BAL-SUB-AMOUNT-OUT
               MOVE BALANCE-SUBTOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 2 LINES
           END-IF.

       520-PRINT-BALANCE-STMT-LINE.
           MOVE ZERO   TO LINE-HITS-WS LINE-YTD-TOTAL-WS
           MOVE SPACES TO LINE-GROUP-WS
           PERFORM 525-PRINT-ONE-BALANCE-ACCOUNT
               VARYING CHART-SUB-WS FROM 1 BY 1
               UNTIL CHART-SUB-WS > CHART-COUNT-WS

           IF LINE-HITS-WS > ZERO
               MOVE LINE-GROUP-WS     TO BAL-SUB-CAPTION-OUT
               MOVE LINE-YTD-TOTAL-WS TO BAL-SUB-AMOUNT-OUT
               MOVE BALANCE-SUBTOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
               ADD LINE-YTD-TOTAL-WS TO TYPE-YTD-TOTAL-WS
           END-IF.

       525-PRINT-ONE-BALANCE-ACCOUNT.
           IF CHART-ON-MASTER-WS (CHART-SUB-WS) = 'Y'
               AND CHART-ACCT-TYPE-WS (CHART-SUB-WS) = SECTION-TYPE-WS
               AND CHART-STMT-LINE-WS (CHART-SUB-WS) = STMT-LINE-WS
               COMPUTE SHOWN-YTD-WS =
                   CHART-ENDING-AMT-WS (CHART-SUB-WS) * SIGN-FACTOR-WS

               MOVE CHART-ACCT-NO-WS (CHART-SUB-WS)
                   TO BAL-ACCT-NO-OUT
               MOVE CHART-ACCT-NAME-WS (CHART-SUB-WS)
                   TO BAL-ACCT-NAME-OUT
               MOVE SHOWN-YTD-WS TO BAL-AMOUNT-OUT
               MOVE BALANCE-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

               IF LINE-HITS-WS = ZERO
                   MOVE CHART-STMT-GROUP-WS (CHART-SUB-WS)
                       TO LINE-GROUP-WS
               END-IF
               ADD 1            TO LINE-HITS-WS
               ADD SHOWN-YTD-WS TO LINE-YTD-TOTAL-WS
           END-IF.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM38' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-UNCLASSIFIED-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'GL ACCOUNTS NOT CLASSIFIED - SEE GLSTMT REPORT'
                   TO OL-MESSAGE
               MOVE TOTAL-UNCLASSIFIED-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           IF TOTAL-ASSETS-WS NOT = TOTAL-LIAB-EQUITY-WS
               MOVE 'W' TO OL-SEVERITY
               MOVE 'BALANCE SHEET DOES NOT BALANCE' TO OL-MESSAGE
               MOVE ZERO TO OL-RECORD-COUNT
               COMPUTE OL-TOTAL-DOLLARS =
                   TOTAL-ASSETS-WS - TOTAL-LIAB-EQUITY-WS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-ACCOUNTS-WS TO OL-RECORD-COUNT
           MOVE NET-INCOME-YTD-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           DISPLAY 'NET INCOME YEAR TO DATE: ' NET-INCOME-YTD-WS

           CLOSE GL-MASTER-FILE STATEMENT-REPORT-FILE.
