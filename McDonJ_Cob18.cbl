           RECORD KEY IS RP-PROGRAM-ID
           FILE STATUS IS RUNPARM-FILE-STATUS-WS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO 'LEAVE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-KEY
           FILE STATUS IS LEAVE-FILE-STATUS-WS.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           05  EMP-SSN-KEY             PIC X(9).
           05  EMP-NAME-MASTER         PIC X(20).
           05  EMP-DEPT-CODE-MASTER    PIC X(4).
           05  EMP-RATE-MASTER         PIC 9(3)V99.
           05  EMP-HIRE-DATE-MASTER    PIC 9(8).
           05  EMP-STATUS-MASTER       PIC X.
               88  EMP-IS-ACTIVE                       VALUE 'A'.
           05  EMP-PAY-METHOD-MASTER   PIC X.
               88  EMP-PAYS-BY-CHECK                   VALUE 'C'.
               88  EMP-PAYS-BY-DEPOSIT                 VALUE 'D'.
           05  EMP-PAY-TYPE-MASTER     PIC X.
               88  EMP-IS-HOURLY                       VALUE 'H' ' '.
               88  EMP-IS-SALARIED                     VALUE 'S'.
           05  EMP-ANNUAL-SALARY-MASTER PIC 9(7)V99.

       FD  YEAR-CONTROL-FILE RECORDING MODE IS F.
       01  YEAR-CONTROL-RECORD.
           05  RP-PARM-1               PIC X(8).
           05  RP-PARM-2               PIC X(8).

       FD  LEAVE-MASTER-FILE.
       01  LEAVE-MASTER-RECORD.
           05  LV-KEY.
               10  LV-SSN              PIC X(9).
               10  LV-TYPE             PIC X.
                   88  LV-IS-VACATION                  VALUE 'V'.
                   88  LV-IS-SICK                      VALUE 'S'.
           05  LV-ACCRUAL-RATE         PIC 9V9999.
           05  LV-MAX-CARRYOVER        PIC 9(3)V99.
           05  LV-BALANCE              PIC S9(4)V99.
           05  LV-ACCRUED-YTD          PIC S9(4)V99.
           05  LV-TAKEN-YTD            PIC S9(4)V99.
           05  LV-LAST-ACCRUAL-DATE    PIC 9(8).

       FD  OPS-LOG-FILE RECORDING MODE IS F.
       01  OPS-LOG-RECORD.
           05  OL-RUN-DATE             PIC 9(8).
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  TOTAL-EMPLOYEES-WS      PIC 9(5)        VALUE ZERO.
           05  TOTAL-GROSS-WS          PIC S9(9)V99    VALUE ZERO.
           05  LEAVE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  EOF-LEAVE-WS            PIC X(3)        VALUE 'NO'.
           05  LEAVE-FORFEIT-WS        PIC S9(4)V99    VALUE ZERO.
           05  TOTAL-LEAVE-RECORDS-WS  PIC 9(5)        VALUE ZERO.
           05  TOTAL-FORFEIT-RECS-WS   PIC 9(5)        VALUE ZERO.
           05  TOTAL-FORFEIT-HOURS-WS  PIC S9(7)V99    VALUE ZERO.

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           'TOTAL ANNUAL GROSS ARCHIVED IS:'.
           05  TOTAL-GROSS-OUT         PIC $$$$,$$$,$$9.99BCR.

       01  LEAVE-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(45)   VALUE
           'LEAVE CARRYOVER - HOURS FORFEITED AT YEAR END'.

       01  LEAVE-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(12)   VALUE 'SSN'.
           05                          PIC X(22)   VALUE 'NAME'.
           05                          PIC X(10)   VALUE 'TYPE'.
           05                          PIC X(12)   VALUE '   BALANCE'.
           05                          PIC X(12)   VALUE ' CARRYOVER'.
           05                          PIC X(12)   VALUE ' FORFEITED'.
           05                          PIC X(12)   VALUE 'NEW BALANCE'.

       01  LEAVE-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  LVD-SSN-OUT             PIC X(9).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  LVD-NAME-OUT            PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  LVD-TYPE-OUT            PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  LVD-BALANCE-OUT         PIC Z,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  LVD-MAX-OUT             PIC ZZZ9.99.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  LVD-FORFEIT-OUT         PIC Z,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  LVD-NEW-BALANCE-OUT     PIC Z,ZZ9.99-.

       01  TOTAL-LEAVE-RECORDS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF LEAVE RECORDS CLOSED IS:'.
           05  TOTAL-LEAVE-RECORDS-OUT PIC ZZ,ZZ9.

       01  TOTAL-FORFEIT-RECS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF LEAVE RECORDS FORFEITING IS:'.
           05  TOTAL-FORFEIT-RECS-OUT  PIC ZZ,ZZ9.

       01  TOTAL-FORFEIT-HOURS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'TOTAL LEAVE HOURS FORFEITED IS:'.
           05  TOTAL-FORFEIT-HOURS-OUT PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           MOVE ANNUAL-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       400-CLOSE-LEAVE-YEAR.
           OPEN I-O LEAVE-MASTER-FILE
           IF LEAVE-FILE-STATUS-WS NOT = '00'
               DISPLAY 'LEAVE MASTER NOT AVAILABLE - STATUS: '
                   LEAVE-FILE-STATUS-WS
               DISPLAY 'LEAVE CARRYOVER NOT APPLIED'
           ELSE
               MOVE LEAVE-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 3 LINES
               MOVE LEAVE-COLUMN-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

               MOVE LOW-VALUES TO LV-KEY
               START LEAVE-MASTER-FILE KEY NOT < LV-KEY
                   INVALID KEY MOVE 'YES' TO EOF-LEAVE-WS
               END-START
               IF EOF-LEAVE-WS NOT = 'YES'
                   PERFORM 450-READ-NEXT-LEAVE
               END-IF
               PERFORM 410-CARRY-OVER-ONE-LEAVE
                   UNTIL EOF-LEAVE-WS = 'YES'

               MOVE TOTAL-LEAVE-RECORDS-WS TO TOTAL-LEAVE-RECORDS-OUT
               MOVE TOTAL-LEAVE-RECORDS-LINE-SETUP
                   TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

               MOVE TOTAL-FORFEIT-RECS-WS TO TOTAL-FORFEIT-RECS-OUT
               MOVE TOTAL-FORFEIT-RECS-LINE-SETUP
                   TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

               MOVE TOTAL-FORFEIT-HOURS-WS TO TOTAL-FORFEIT-HOURS-OUT
               MOVE TOTAL-FORFEIT-HOURS-LINE-SETUP
                   TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

               CLOSE LEAVE-MASTER-FILE
           END-IF.

       410-CARRY-OVER-ONE-LEAVE.
           ADD 1 TO TOTAL-LEAVE-RECORDS-WS
           MOVE ZERO TO LEAVE-FORFEIT-WS
           IF LV-BALANCE > LV-MAX-CARRYOVER
               COMPUTE LEAVE-FORFEIT-WS = LV-BALANCE - LV-MAX-CARRYOVER
           END-IF

           IF LEAVE-FORFEIT-WS > ZERO
               PERFORM 420-PRINT-FORFEIT-LINE
               SUBTRACT LEAVE-FORFEIT-WS FROM LV-BALANCE
               ADD 1                TO TOTAL-FORFEIT-RECS-WS
               ADD LEAVE-FORFEIT-WS TO TOTAL-FORFEIT-HOURS-WS
           END-IF

           MOVE ZERO TO LV-ACCRUED-YTD LV-TAKEN-YTD
           REWRITE LEAVE-MASTER-RECORD

           PERFORM 450-READ-NEXT-LEAVE.

       420-PRINT-FORFEIT-LINE.
           MOVE LV-SSN TO EMP-SSN-KEY
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON EMPLOYEE MASTER' TO EMP-NAME-MASTER
           END-READ

           MOVE LV-SSN           TO LVD-SSN-OUT
           MOVE EMP-NAME-MASTER  TO LVD-NAME-OUT
           IF LV-IS-VACATION
               MOVE 'VACATION' TO LVD-TYPE-OUT
           ELSE
               IF LV-IS-SICK
                   MOVE 'SICK'     TO LVD-TYPE-OUT
               ELSE
                   MOVE LV-TYPE    TO LVD-TYPE-OUT
               END-IF
           END-IF
           MOVE LV-BALANCE       TO LVD-BALANCE-OUT
           MOVE LV-MAX-CARRYOVER TO LVD-MAX-OUT
           MOVE LEAVE-FORFEIT-WS TO LVD-FORFEIT-OUT
           COMPUTE LVD-NEW-BALANCE-OUT = LV-BALANCE - LEAVE-FORFEIT-WS

           MOVE LEAVE-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       450-READ-NEXT-LEAVE.
           READ LEAVE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-LEAVE-WS
           END-READ
           IF LEAVE-FILE-STATUS-WS NOT = '00'
               MOVE 'YES' TO EOF-LEAVE-WS
           END-IF.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
           MOVE TOTAL-GROSS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           PERFORM 400-CLOSE-LEAVE-YEAR

           CLOSE YTD-MASTER-FILE PRIOR-YTD-FILE
                 EMPLOYEE-MASTER-FILE ANNUAL-REPORT-FILE

           CLOSE YEAR-CONTROL-FILE

           DISPLAY 'YEAR-END CLOSE COMPLETE - NEW YEAR IS ' NEW-YEAR-WS
           DISPLAY 'EMPLOYEES ARCHIVED: ' TOTAL-EMPLOYEES-WS
           DISPLAY 'LEAVE HOURS FORFEITED: ' TOTAL-FORFEIT-HOURS-WS.
