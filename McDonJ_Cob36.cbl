           RECORD KEY IS GM-ACCT-NO-KEY
           FILE STATUS IS MASTER-FILE-STATUS-WS.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO 'GLCLOSE.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           05  GM-PERIOD-DEBITS        PIC S9(9)V99.
           05  GM-PERIOD-CREDITS       PIC S9(9)V99.

       FD  CHART-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  CLOSE-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  MASTER-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  EOF-MASTER-WS           PIC X(3)        VALUE 'NO'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  CONFIRM-WS              PIC X           VALUE SPACE.
           05  YEAR-END-WS             PIC X           VALUE 'N'.
               88  YEAR-END-CLOSE                      VALUE 'Y'.
           05  RETAINED-EARN-ACCT-WS   PIC X(4)        VALUE '3900'.
           05  CHART-COUNT-WS          PIC 999         VALUE ZERO.
           05  CHART-SUB-WS            PIC 999         VALUE ZERO.
           05  CHART-HIT-WS            PIC 999         VALUE ZERO.
           05  YE-ACCOUNTS-WS          PIC 9(4)        VALUE ZERO.
           05  YE-NET-CLOSED-WS        PIC S9(9)V99    VALUE ZERO.
           05  YE-NET-INCOME-WS        PIC S9(9)V99    VALUE ZERO.
           05  NEW-BEGIN-WS            PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-ACCOUNTS-WS       PIC 9(4)        VALUE ZERO.
           05  TOTAL-DEBITS-WS         PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-CREDITS-WS        PIC S9(9)V99    VALUE ZERO.

       01  CHART-INPUT-RECORD.
           05  CHART-ACCT-NO-IN        PIC X(4).
           05  CHART-ACCT-NAME-IN      PIC X(30).
           05  CHART-ACCT-TYPE-IN      PIC X.
           05  CHART-STMT-LINE-IN      PIC X(2).
           05  CHART-STMT-GROUP-IN     PIC X(20).

       01  CHART-TABLE-WS.
           05  CHART-ENTRY-WS          OCCURS 100 TIMES.
               10  CHART-ACCT-NO-WS    PIC X(4).
               10  CHART-ACCT-NAME-WS  PIC X(30).
               10  CHART-ACCT-TYPE-WS  PIC X.
                   88  CHART-IS-INCOME-ACCT            VALUE 'R' 'X'.

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           'CONFIRM: '.
           05  ECHO-CONFIRM-OUT        PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05                          PIC X(10)   VALUE
           'YEAR-END: '.
           05  ECHO-YEAR-END-OUT       PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ECHO-PARM-SOURCE-OUT    PIC X(12).

       01  CLOSE-DETAIL-LINE-SETUP.
           'PERIOD CREDITS ROLLED FORWARD:'.
           05  TOTAL-CREDITS-OUT       PIC $$$$,$$$,$$9.99BCR.

       01  YE-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  YE-HEADER-DATE-OUT      PIC 9(8).
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(42)   VALUE
           'FISCAL YEAR-END CLOSE TO RETAINED EARNINGS'.

       01  YE-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(7)    VALUE 'ACCT'.
           05                          PIC X(32)   VALUE
           'ACCOUNT NAME'.
           05                          PIC X(5)    VALUE 'TYPE'.
           05                          PIC X(18)   VALUE
           '  BALANCE CLOSED'.

       01  YE-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  YE-ACCT-NO-OUT          PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  YE-ACCT-NAME-OUT        PIC X(30).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  YE-ACCT-TYPE-OUT        PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  YE-BALANCE-OUT          PIC $$$,$$$,$$9.99BCR.

       01  YE-ACCOUNTS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ACCOUNTS CLOSED TO ZERO IS:'.
           05  YE-ACCOUNTS-OUT         PIC ZZZ9.

       01  YE-NET-INCOME-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'NET INCOME FOR THE YEAR:'.
           05  YE-NET-INCOME-OUT       PIC $$$$,$$$,$$9.99BCR.

       01  YE-RETAINED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(29)   VALUE
           'CLOSED TO RETAINED EARNINGS'.
           05  FILLER                  PIC X     VALUE SPACE.
           05  YE-RETAINED-ACCT-OUT    PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  YE-RETAINED-NEW-OUT     PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-CLOSE-ONE-ACCOUNT UNTIL EOF-MASTER-WS = 'YES'
           IF YEAR-END-CLOSE
               PERFORM 400-YEAR-END-CLOSE
           END-IF
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.
           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1     TO CONFIRM-WS
               IF RP-PARM-2 = 'YEAREND' OR RP-PARM-2 = 'Y'
                   MOVE 'Y' TO YEAR-END-WS
               END-IF
               MOVE '(PARM FILE)' TO ECHO-PARM-SOURCE-OUT
           ELSE
               DISPLAY 'THIS ROLLS PERIOD ACTIVITY INTO THE '
               DISPLAY 'CONFIRM GL PERIOD CLOSE (Y/N): '
                   WITH NO ADVANCING
               ACCEPT CONFIRM-WS
               DISPLAY 'ALSO CLOSE FISCAL YEAR TO RETAINED '
                   'EARNINGS (Y/N): ' WITH NO ADVANCING
               ACCEPT YEAR-END-WS
               IF YEAR-END-WS = 'y'
                   MOVE 'Y' TO YEAR-END-WS
               END-IF
               MOVE '(CONSOLE)'   TO ECHO-PARM-SOURCE-OUT
           END-IF
           IF CONFIRM-WS NOT = 'Y' AND CONFIRM-WS NOT = 'y'
               STOP RUN
           END-IF

           IF YEAR-END-CLOSE
               PERFORM 230-LOAD-CHART
           END-IF

           OPEN I-O GL-MASTER-FILE
           IF MASTER-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL MASTER FILE - STATUS: '
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE CONFIRM-WS TO ECHO-CONFIRM-OUT
           MOVE YEAR-END-WS TO ECHO-YEAR-END-OUT
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

               CLOSE RUN-PARAMETER-FILE
           END-IF.

       230-LOAD-CHART.
           OPEN INPUT CHART-INPUT-FILE
           IF CHART-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CHART OF ACCOUNTS - STATUS: '
                   CHART-FILE-STATUS-WS
               DISPLAY 'YEAR-END CLOSE NEEDS ACCOUNT TYPES - '
                   'RUN STOPPED'
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
               MOVE CHART-ACCT-TYPE-IN
                   TO CHART-ACCT-TYPE-WS (CHART-COUNT-WS)
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

           PERFORM 250-READ-NEXT-MASTER.

       400-YEAR-END-CLOSE.
           MOVE RUN-DATE-WS TO YE-HEADER-DATE-OUT
           MOVE YE-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER PAGE

           MOVE YE-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE 'NO' TO EOF-MASTER-WS
           MOVE LOW-VALUES TO GM-ACCT-NO-KEY
           START GL-MASTER-FILE KEY NOT < GM-ACCT-NO-KEY
               INVALID KEY MOVE 'YES' TO EOF-MASTER-WS
           END-START

           IF EOF-MASTER-WS NOT = 'YES'
               PERFORM 250-READ-NEXT-MASTER
           END-IF

           PERFORM 410-CLOSE-ONE-INCOME-ACCOUNT
               UNTIL EOF-MASTER-WS = 'YES'

           PERFORM 420-POST-RETAINED-EARNINGS

           COMPUTE YE-NET-INCOME-WS = YE-NET-CLOSED-WS * -1

           MOVE YE-ACCOUNTS-WS TO YE-ACCOUNTS-OUT
           MOVE YE-ACCOUNTS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE YE-NET-INCOME-WS TO YE-NET-INCOME-OUT
           MOVE YE-NET-INCOME-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE RETAINED-EARN-ACCT-WS TO YE-RETAINED-ACCT-OUT
           MOVE GM-BEGIN-BALANCE      TO YE-RETAINED-NEW-OUT
           MOVE YE-RETAINED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       410-CLOSE-ONE-INCOME-ACCOUNT.
           PERFORM 245-FIND-CHART-ACCOUNT

           IF CHART-HIT-WS > ZERO
               IF CHART-IS-INCOME-ACCT (CHART-HIT-WS)
                   AND GM-BEGIN-BALANCE NOT = ZERO
                   MOVE GM-ACCT-NO-KEY TO YE-ACCT-NO-OUT
                   MOVE CHART-ACCT-NAME-WS (CHART-HIT-WS)
                       TO YE-ACCT-NAME-OUT
                   MOVE CHART-ACCT-TYPE-WS (CHART-HIT-WS)
                       TO YE-ACCT-TYPE-OUT
                   MOVE GM-BEGIN-BALANCE TO YE-BALANCE-OUT
                   MOVE YE-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
                   WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

                   ADD 1                TO YE-ACCOUNTS-WS
                   ADD GM-BEGIN-BALANCE TO YE-NET-CLOSED-WS

                   MOVE ZERO TO GM-BEGIN-BALANCE
                   REWRITE GL-MASTER-RECORD
               END-IF
           END-IF

           PERFORM 250-READ-NEXT-MASTER.

       420-POST-RETAINED-EARNINGS.
           MOVE RETAINED-EARN-ACCT-WS TO GM-ACCT-NO-KEY

           READ GL-MASTER-FILE
               INVALID KEY
                   MOVE RETAINED-EARN-ACCT-WS TO GM-ACCT-NO-KEY
                   MOVE YE-NET-CLOSED-WS TO GM-BEGIN-BALANCE
                   MOVE ZERO TO GM-PERIOD-DEBITS GM-PERIOD-CREDITS
                   WRITE GL-MASTER-RECORD
               NOT INVALID KEY
                   ADD YE-NET-CLOSED-WS TO GM-BEGIN-BALANCE
                   REWRITE GL-MASTER-RECORD
           END-READ.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
           MOVE 'GL PERIOD CLOSED' TO OL-MESSAGE
           MOVE TOTAL-ACCOUNTS-WS TO OL-RECORD-COUNT
           MOVE TOTAL-DEBITS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG

           IF YEAR-END-CLOSE
               MOVE 'I' TO OL-SEVERITY
               MOVE 'FISCAL YEAR CLOSED TO RETAINED EARNINGS'
                   TO OL-MESSAGE
               MOVE YE-ACCOUNTS-WS TO OL-RECORD-COUNT
               MOVE YE-NET-INCOME-WS TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF.

       900-CLOSE.
           MOVE TOTAL-ACCOUNTS-WS TO TOTAL-ACCOUNTS-OUT
