       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM40.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAINT-INPUT-FILE ASSIGN TO 'BUDMNT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-FILE-STATUS-WS.

           SELECT BUDGET-MASTER-FILE ASSIGN TO 'BUDGET.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS BUDGET-FILE-STATUS-WS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STORE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STORE-NO-KEY
           FILE STATUS IS STORE-FILE-STATUS-WS.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.

           SELECT MAINT-REPORT-FILE ASSIGN TO 'BUDMNT.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.


       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  BUDGET-MASTER-FILE.
       01  BUDGET-MASTER-RECORD.
           05  BM-KEY.
               10  BM-ACCT-NO          PIC X(4).
               10  BM-STORE-NO         PIC X(3).
               10  BM-FISCAL-YEAR      PIC 9(4).
           05  BM-PERIOD-AMOUNT        PIC S9(7)V99 OCCURS 12 TIMES.
           05  BM-LAST-MAINT-DATE      PIC 9(8).

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

       FD  MAINT-REPORT-FILE RECORDING MODE IS F.
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
           05  MAINT-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  BUDGET-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  STORE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  EOF-MAINT-WS            PIC X(3)        VALUE 'NO'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  VALID-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  RECORD-IS-VALID                     VALUE 'YES'.
               88  RECORD-IS-INVALID                   VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(30)       VALUE SPACE.
           05  BUDGET-FOUND-WS         PIC X(3)        VALUE 'NO'.
               88  BUDGET-ON-MASTER                    VALUE 'YES'.
           05  STORE-FOUND-WS          PIC X(3)        VALUE 'NO'.
               88  STORE-ON-MASTER                     VALUE 'YES'.
           05  CHART-COUNT-WS          PIC 999         VALUE ZERO.
           05  CHART-SUB-WS            PIC 999         VALUE ZERO.
           05  CHART-HIT-WS            PIC 999         VALUE ZERO.
           05  LOOKUP-ACCT-WS          PIC X(4)        VALUE SPACES.
           05  PERIOD-SUB-WS           PIC 99          VALUE ZERO.
           05  SPREAD-AMOUNT-WS        PIC S9(7)V99    VALUE ZERO.
           05  SPREAD-TOTAL-WS         PIC S9(9)V99    VALUE ZERO.
           05  ANNUAL-BUDGET-WS        PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-ADDS-WS           PIC 999         VALUE ZERO.
           05  TOTAL-CHANGES-WS        PIC 999         VALUE ZERO.
           05  TOTAL-DELETES-WS        PIC 999         VALUE ZERO.
           05  TOTAL-REJECTS-WS        PIC 999         VALUE ZERO.
           05  TOTAL-BUDGET-DOLLARS-WS PIC S9(9)V99    VALUE ZERO.

       01  MAINT-INPUT-RECORD.
           05  TRAN-CODE-IN            PIC X.
               88  ADD-TRAN-IN                         VALUE 'A'.
               88  CHANGE-TRAN-IN                      VALUE 'C'.
               88  DELETE-TRAN-IN                      VALUE 'D'.
           05  ACCT-NO-IN              PIC X(4).
           05  STORE-NO-IN             PIC X(3).
           05  FISCAL-YEAR-IN          PIC 9(4).
           05  PERIOD-IN               PIC 99.
               88  ANNUAL-SPREAD-IN                    VALUE ZERO.
           05  AMOUNT-IN               PIC S9(7)V99.

       01  CHART-INPUT-RECORD.
           05  CHART-ACCT-NO-IN        PIC X(4).
           05  CHART-ACCT-NAME-IN      PIC X(30).

       01  CHART-TABLE-WS.
           05  CHART-ENTRY-WS          OCCURS 100 TIMES.
               10  CHART-ACCT-NO-WS    PIC X(4).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(25)   VALUE
           'BUDGET MASTER MAINTENANCE'.

       01  MAINT-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  TRAN-CODE-RPT-OUT       PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACCT-NO-RPT-OUT         PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  STORE-NO-RPT-OUT        PIC X(3).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  FISCAL-YEAR-RPT-OUT     PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  PERIOD-RPT-OUT          PIC X(2).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  AMOUNT-RPT-OUT          PIC $$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACTION-RPT-OUT          PIC X(30).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ANNUAL-RPT-OUT          PIC $$$,$$$,$$9.99BCR.

       01  TOTAL-ADDS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF BUDGETS ADDED IS:'.
           05  TOTAL-ADDS-OUT          PIC ZZZ9.

       01  TOTAL-CHANGES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF BUDGETS CHANGED IS:'.
           05  TOTAL-CHANGES-OUT       PIC ZZZ9.

       01  TOTAL-DELETES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF BUDGETS DELETED IS:'.
           05  TOTAL-DELETES-OUT       PIC ZZZ9.

       01  TOTAL-REJECTS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF RECORDS REJECTED IS:'.
           05  TOTAL-REJECTS-OUT       PIC ZZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-MAINT-WS = 'YES'
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           OPEN INPUT MAINT-INPUT-FILE
           IF MAINT-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MAINT INPUT FILE - STATUS: '
                   MAINT-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN I-O BUDGET-MASTER-FILE
           IF BUDGET-FILE-STATUS-WS = '35'
               OPEN OUTPUT BUDGET-MASTER-FILE
               CLOSE BUDGET-MASTER-FILE
               OPEN I-O BUDGET-MASTER-FILE
           END-IF

           OPEN INPUT STORE-MASTER-FILE
           IF STORE-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN STORE MASTER FILE - STATUS: '
                   STORE-FILE-STATUS-WS
               STOP RUN
           END-IF

           PERFORM 230-LOAD-CHART

           OPEN OUTPUT MAINT-REPORT-FILE

           MOVE RUN-DATE-WS TO REPORT-HEADER-DATE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           PERFORM 250-READ-ONE-RECORD.

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

       250-READ-ONE-RECORD.
           READ MAINT-INPUT-FILE INTO MAINT-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-MAINT-WS
           END-READ.

       300-PROCESS.
           MOVE ZERO TO ANNUAL-BUDGET-WS
           PERFORM 275-EDIT-INPUT

           IF RECORD-IS-VALID
               IF ADD-TRAN-IN
                   PERFORM 310-ADD-BUDGET
               ELSE
                   IF CHANGE-TRAN-IN
                       PERFORM 320-CHANGE-BUDGET
                   ELSE
                       PERFORM 330-DELETE-BUDGET
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TOTAL-REJECTS-WS
               MOVE REJECT-REASON-WS TO ACTION-RPT-OUT
               PERFORM 350-WRITE-REPORT-LINE
           END-IF

           PERFORM 250-READ-ONE-RECORD.

       270-READ-BUDGET-MASTER.
           MOVE 'NO'           TO BUDGET-FOUND-WS
           MOVE ACCT-NO-IN     TO BM-ACCT-NO
           MOVE STORE-NO-IN    TO BM-STORE-NO
           MOVE FISCAL-YEAR-IN TO BM-FISCAL-YEAR

           READ BUDGET-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO BUDGET-FOUND-WS
           END-READ.

       272-READ-STORE-MASTER.
           MOVE 'NO'        TO STORE-FOUND-WS
           MOVE STORE-NO-IN TO SM-STORE-NO-KEY

           READ STORE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO STORE-FOUND-WS
           END-READ.

       275-EDIT-INPUT.
           MOVE 'YES'  TO VALID-RECORD-WS
           MOVE SPACE  TO REJECT-REASON-WS

           IF NOT ADD-TRAN-IN AND NOT CHANGE-TRAN-IN
               AND NOT DELETE-TRAN-IN
               MOVE 'NO'                       TO VALID-RECORD-WS
               MOVE 'INVALID TRANSACTION CODE' TO REJECT-REASON-WS
           ELSE
               IF FISCAL-YEAR-IN IS NOT NUMERIC
                   OR FISCAL-YEAR-IN = ZERO
                   MOVE 'NO'                  TO VALID-RECORD-WS
                   MOVE 'INVALID FISCAL YEAR' TO REJECT-REASON-WS
               ELSE
                   MOVE ACCT-NO-IN TO LOOKUP-ACCT-WS
                   PERFORM 245-FIND-CHART-ACCOUNT
                   PERFORM 270-READ-BUDGET-MASTER
                   PERFORM 272-READ-STORE-MASTER
                   PERFORM 276-EDIT-AGAINST-MASTER
               END-IF
           END-IF.

       276-EDIT-AGAINST-MASTER.
           IF CHART-HIT-WS = ZERO
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'ACCOUNT NOT ON CHART'      TO REJECT-REASON-WS
           ELSE
            IF NOT STORE-ON-MASTER
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'STORE NOT ON STORE MASTER' TO REJECT-REASON-WS
            ELSE
             IF ADD-TRAN-IN AND BUDGET-ON-MASTER
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'BUDGET ALREADY ON MASTER'  TO REJECT-REASON-WS
             ELSE
              IF NOT ADD-TRAN-IN AND NOT BUDGET-ON-MASTER
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'BUDGET NOT ON MASTER'      TO REJECT-REASON-WS
              ELSE
               IF NOT DELETE-TRAN-IN
                   PERFORM 277-EDIT-BUDGET-FIELDS
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.

       277-EDIT-BUDGET-FIELDS.
           IF PERIOD-IN IS NOT NUMERIC OR PERIOD-IN > 12
               MOVE 'NO'                      TO VALID-RECORD-WS
               MOVE 'PERIOD MUST BE 00 THRU 12' TO REJECT-REASON-WS
           ELSE
               IF AMOUNT-IN IS NOT NUMERIC
                   MOVE 'NO'                  TO VALID-RECORD-WS
                   MOVE 'AMOUNT NOT NUMERIC'  TO REJECT-REASON-WS
               END-IF
           END-IF.

       310-ADD-BUDGET.
           MOVE ACCT-NO-IN     TO BM-ACCT-NO
           MOVE STORE-NO-IN    TO BM-STORE-NO
           MOVE FISCAL-YEAR-IN TO BM-FISCAL-YEAR
           PERFORM 312-CLEAR-ONE-PERIOD
               VARYING PERIOD-SUB-WS FROM 1 BY 1
               UNTIL PERIOD-SUB-WS > 12
           PERFORM 315-MOVE-BUDGET-FIELDS

           WRITE BUDGET-MASTER-RECORD

           ADD 1 TO TOTAL-ADDS-WS
           MOVE 'BUDGET ADDED' TO ACTION-RPT-OUT
           PERFORM 350-WRITE-REPORT-LINE.

       312-CLEAR-ONE-PERIOD.
           MOVE ZERO TO BM-PERIOD-AMOUNT (PERIOD-SUB-WS).

       315-MOVE-BUDGET-FIELDS.
           IF ANNUAL-SPREAD-IN
               COMPUTE SPREAD-AMOUNT-WS = AMOUNT-IN / 12
               MOVE ZERO TO SPREAD-TOTAL-WS
               PERFORM 316-SPREAD-ONE-PERIOD
                   VARYING PERIOD-SUB-WS FROM 1 BY 1
                   UNTIL PERIOD-SUB-WS > 11
               COMPUTE BM-PERIOD-AMOUNT (12) =
                   AMOUNT-IN - SPREAD-TOTAL-WS
           ELSE
               MOVE AMOUNT-IN TO BM-PERIOD-AMOUNT (PERIOD-IN)
           END-IF
           MOVE RUN-DATE-WS TO BM-LAST-MAINT-DATE

           MOVE ZERO TO ANNUAL-BUDGET-WS
           PERFORM 317-ADD-ONE-PERIOD
               VARYING PERIOD-SUB-WS FROM 1 BY 1
               UNTIL PERIOD-SUB-WS > 12.

       316-SPREAD-ONE-PERIOD.
           MOVE SPREAD-AMOUNT-WS TO BM-PERIOD-AMOUNT (PERIOD-SUB-WS)
           ADD SPREAD-AMOUNT-WS  TO SPREAD-TOTAL-WS.

       317-ADD-ONE-PERIOD.
           ADD BM-PERIOD-AMOUNT (PERIOD-SUB-WS) TO ANNUAL-BUDGET-WS.

       320-CHANGE-BUDGET.
           PERFORM 315-MOVE-BUDGET-FIELDS

           REWRITE BUDGET-MASTER-RECORD

           ADD 1 TO TOTAL-CHANGES-WS
           MOVE 'BUDGET CHANGED' TO ACTION-RPT-OUT
           PERFORM 350-WRITE-REPORT-LINE.

       330-DELETE-BUDGET.
           DELETE BUDGET-MASTER-FILE RECORD

           ADD 1 TO TOTAL-DELETES-WS
           MOVE 'BUDGET DELETED' TO ACTION-RPT-OUT
           PERFORM 350-WRITE-REPORT-LINE.

       350-WRITE-REPORT-LINE.
           MOVE TRAN-CODE-IN   TO TRAN-CODE-RPT-OUT
           MOVE ACCT-NO-IN     TO ACCT-NO-RPT-OUT
           MOVE STORE-NO-IN    TO STORE-NO-RPT-OUT
           MOVE FISCAL-YEAR-IN TO FISCAL-YEAR-RPT-OUT
           MOVE PERIOD-IN      TO PERIOD-RPT-OUT
           IF AMOUNT-IN IS NUMERIC
               MOVE AMOUNT-IN  TO AMOUNT-RPT-OUT
           ELSE
               MOVE ZERO       TO AMOUNT-RPT-OUT
           END-IF
           MOVE ANNUAL-BUDGET-WS TO ANNUAL-RPT-OUT
           ADD ANNUAL-BUDGET-WS  TO TOTAL-BUDGET-DOLLARS-WS

           MOVE MAINT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM40' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-REJECTS-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'BUDGET MAINTENANCE RECORDS REJECTED - SEE BUDMNT'
                   TO OL-MESSAGE
               MOVE TOTAL-REJECTS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           COMPUTE OL-RECORD-COUNT = TOTAL-ADDS-WS
               + TOTAL-CHANGES-WS + TOTAL-DELETES-WS
           MOVE TOTAL-BUDGET-DOLLARS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-ADDS-WS TO TOTAL-ADDS-OUT
           MOVE TOTAL-ADDS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-CHANGES-WS TO TOTAL-CHANGES-OUT
           MOVE TOTAL-CHANGES-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-DELETES-WS TO TOTAL-DELETES-OUT
           MOVE TOTAL-DELETES-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-REJECTS-WS TO TOTAL-REJECTS-OUT
           MOVE TOTAL-REJECTS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           CLOSE MAINT-INPUT-FILE BUDGET-MASTER-FILE
                 STORE-MASTER-FILE MAINT-REPORT-FILE.
