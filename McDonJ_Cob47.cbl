       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM47.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEAVE-MASTER-FILE ASSIGN TO 'LEAVE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-KEY
           FILE STATUS IS LEAVE-FILE-STATUS-WS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-SSN-KEY
           FILE STATUS IS EMP-FILE-STATUS-WS.

           SELECT EXTRACT-FILE ASSIGN TO 'LVLBEXTR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRACT-FILE-STATUS-WS.

           SELECT SORT-WORK-FILE ASSIGN TO 'LVLBSORT.WRK'.

           SELECT SORTED-EXTRACT-FILE ASSIGN TO 'LVLBEXTR.SRT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SORTED-FILE-STATUS-WS.

           SELECT LIABILITY-REPORT-FILE ASSIGN TO 'LEAVELIB.DOC'
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

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-SSN-KEY             PIC X(9).
           05  EMP-NAME-MASTER         PIC X(20).
           05  EMP-DEPT-CODE-MASTER    PIC X(4).
           05  EMP-RATE-MASTER         PIC 9(3)V99.
           05  EMP-HIRE-DATE-MASTER    PIC 9(8).
           05  EMP-STATUS-MASTER       PIC X.
               88  EMP-IS-ACTIVE                       VALUE 'A'.
               88  EMP-IS-TERMINATED                   VALUE 'T'.
           05  EMP-FILING-STATUS-MASTER PIC X.
           05  EMP-ROUTING-MASTER      PIC X(9).
           05  EMP-ACCOUNT-MASTER      PIC X(17).
           05  EMP-PAY-METHOD-MASTER   PIC X.
               88  EMP-PAYS-BY-CHECK                   VALUE 'C'.
               88  EMP-PAYS-BY-DEPOSIT                 VALUE 'D'.
           05  EMP-PAY-TYPE-MASTER     PIC X.
               88  EMP-IS-HOURLY                       VALUE 'H' ' '.
               88  EMP-IS-SALARIED                     VALUE 'S'.
           05  EMP-ANNUAL-SALARY-MASTER PIC 9(7)V99.

       FD  EXTRACT-FILE RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  EX-DEPT-CODE            PIC X(4).
           05  EX-SSN                  PIC X(9).
           05  EX-NAME                 PIC X(20).
           05  EX-TYPE                 PIC X.
           05  EX-BALANCE              PIC S9(4)V99.
           05  EX-RATE                 PIC 9(3)V99.
           05  EX-LIABILITY            PIC S9(7)V99.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-DEPT-CODE          PIC X(4).
           05  SORT-SSN                PIC X(9).
           05  SORT-NAME               PIC X(20).
           05  SORT-TYPE               PIC X.
           05  SORT-BALANCE            PIC S9(4)V99.
           05  SORT-RATE               PIC 9(3)V99.
           05  SORT-LIABILITY          PIC S9(7)V99.

       FD  SORTED-EXTRACT-FILE RECORDING MODE IS F.
       01  SORTED-EXTRACT-RECORD       PIC X(54).

       FD  LIABILITY-REPORT-FILE RECORDING MODE IS F.
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
           05  LEAVE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  EMP-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  EXTRACT-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  SORTED-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  EOF-LEAVE-WS            PIC X(3)        VALUE 'NO'.
           05  EOF-SORTED-WS           PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  REPORT-QUARTER-X-WS     PIC X(8)        VALUE SPACES.
           05  REPORT-QUARTER-WS       PIC 9(5)        VALUE ZERO.
           05  REPORT-QUARTER-PARTS-WS REDEFINES REPORT-QUARTER-WS.
               10  REPORT-YEAR-WS      PIC 9(4).
               10  REPORT-QTR-WS       PIC 9.
           05  FIRST-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  FIRST-RECORD-SW                     VALUE 'YES'.
           05  PREV-DEPT-CODE-WS       PIC X(4)        VALUE SPACES.
           05  HOURLY-RATE-WS          PIC 9(3)V99     VALUE ZERO.
           05  TOTAL-LEAVE-READ-WS     PIC 9(6)        VALUE ZERO.
           05  TOTAL-LINES-WS          PIC 9(6)        VALUE ZERO.
           05  TOTAL-NOT-ON-MASTER-WS  PIC 9(5)        VALUE ZERO.
           05  DEPT-VAC-HOURS-WS       PIC S9(7)V99    VALUE ZERO.
           05  DEPT-SICK-HOURS-WS      PIC S9(7)V99    VALUE ZERO.
           05  DEPT-LIABILITY-WS       PIC S9(9)V99    VALUE ZERO.
           05  GRAND-VAC-HOURS-WS      PIC S9(7)V99    VALUE ZERO.
           05  GRAND-SICK-HOURS-WS     PIC S9(7)V99    VALUE ZERO.
           05  GRAND-VAC-LIABILITY-WS  PIC S9(9)V99    VALUE ZERO.
           05  GRAND-SICK-LIABILITY-WS PIC S9(9)V99    VALUE ZERO.
           05  GRAND-LIABILITY-WS      PIC S9(9)V99    VALUE ZERO.

       01  EXTRACT-WORK-RECORD.
           05  EW-DEPT-CODE            PIC X(4).
           05  EW-SSN                  PIC X(9).
           05  EW-NAME                 PIC X(20).
           05  EW-TYPE                 PIC X.
               88  EW-IS-VACATION                      VALUE 'V'.
               88  EW-IS-SICK                          VALUE 'S'.
           05  EW-BALANCE              PIC S9(4)V99.
           05  EW-RATE                 PIC 9(3)V99.
           05  EW-LIABILITY            PIC S9(7)V99.

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(40)   VALUE
           'ACCRUED LEAVE LIABILITY BY DEPARTMENT - '.
           05                          PIC X       VALUE 'Q'.
           05  REPORT-HEADER-QTR-OUT   PIC 9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  REPORT-HEADER-YEAR-OUT  PIC 9(4).

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(17)   VALUE
           'RUN PARAMETERS - '.
           05                          PIC X(9)    VALUE
           'QUARTER: '.
           05  ECHO-QUARTER-OUT        PIC 9(5).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ECHO-PARM-SOURCE-OUT    PIC X(12).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(12)   VALUE 'SSN'.
           05                          PIC X(22)   VALUE 'NAME'.
           05                          PIC X(10)   VALUE 'TYPE'.
           05                          PIC X(12)   VALUE '  BALANCE'.
           05                          PIC X(10)   VALUE '    RATE'.
           05                          PIC X(16)   VALUE
           '      LIABILITY'.

       01  DEPT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(12)   VALUE 'DEPARTMENT:'.
           05  DEPT-HDR-OUT            PIC X(4).

       01  LEAVE-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DET-SSN-OUT             PIC X(9).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-NAME-OUT            PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-TYPE-OUT            PIC X(8).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-BALANCE-OUT         PIC Z,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-RATE-OUT            PIC $$$9.99.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-LIABILITY-OUT       PIC $$,$$$,$$9.99-.

       01  DEPT-TOTAL-LINE-SETUP.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05                          PIC X(11)   VALUE
           'DEPARTMENT '.
           05  DEPT-TOTAL-CODE-OUT     PIC X(4).
           05                          PIC X(9)    VALUE ' TOTAL - '.
           05                          PIC X(10)   VALUE
           'VACATION: '.
           05  DEPT-VAC-HOURS-OUT      PIC ZZZ,ZZ9.99-.
           05                          PIC X(9)    VALUE '  SICK: '.
           05  DEPT-SICK-HOURS-OUT     PIC ZZZ,ZZ9.99-.
           05                          PIC X(14)   VALUE
           '  LIABILITY: '.
           05  DEPT-LIABILITY-OUT      PIC $$$$,$$$,$$9.99-.

       01  TOTAL-LINES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF LEAVE RECORDS REPORTED IS:'.
           05  TOTAL-LINES-OUT         PIC ZZZ,ZZ9.

       01  TOTAL-NOT-ON-MASTER-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER NOT ON EMPLOYEE MASTER IS:'.
           05  TOTAL-NOT-ON-MASTER-OUT PIC ZZZ,ZZ9.

       01  TOTAL-VAC-HOURS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'TOTAL VACATION HOURS AVAILABLE IS:'.
           05  TOTAL-VAC-HOURS-OUT     PIC Z,ZZZ,ZZ9.99-.

       01  TOTAL-SICK-HOURS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'TOTAL SICK HOURS AVAILABLE IS:'.
           05  TOTAL-SICK-HOURS-OUT    PIC Z,ZZZ,ZZ9.99-.

       01  TOTAL-VAC-LIABILITY-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'TOTAL VACATION LIABILITY IS:'.
           05  TOTAL-VAC-LIABILITY-OUT PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-SICK-LIABILITY-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'TOTAL SICK LEAVE LIABILITY IS:'.
           05  TOTAL-SICK-LIABILITY-OUT PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-LIABILITY-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(35)   VALUE
           'TOTAL ACCRUED LEAVE LIABILITY IS:'.
           05  TOTAL-LIABILITY-OUT     PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-EXTRACT-LEAVE UNTIL EOF-LEAVE-WS = 'YES'
           PERFORM 400-SORT-EXTRACT
           PERFORM 500-REPORT UNTIL EOF-SORTED-WS = 'YES'
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1     TO REPORT-QUARTER-X-WS
               MOVE '(PARM FILE)' TO ECHO-PARM-SOURCE-OUT
           ELSE
               DISPLAY 'ENTER REPORT QUARTER YYYYQ (BLANK = CURRENT): '
                   WITH NO ADVANCING
               ACCEPT REPORT-QUARTER-X-WS
               MOVE '(CONSOLE)'   TO ECHO-PARM-SOURCE-OUT
           END-IF

           IF REPORT-QUARTER-X-WS = SPACES
               MOVE RUN-YEAR-WS TO REPORT-YEAR-WS
               COMPUTE REPORT-QTR-WS = (RUN-MONTH-WS + 2) / 3
           ELSE
               IF REPORT-QUARTER-X-WS (1:5) IS NOT NUMERIC
                   DISPLAY 'REPORT QUARTER MUST BE YYYYQ'
                   STOP RUN
               END-IF
               MOVE REPORT-QUARTER-X-WS (1:5) TO REPORT-QUARTER-WS
           END-IF
           IF REPORT-QTR-WS < 1 OR REPORT-QTR-WS > 4
               DISPLAY 'REPORT QUARTER MUST BE 1 THROUGH 4'
               STOP RUN
           END-IF

           OPEN INPUT LEAVE-MASTER-FILE
           IF LEAVE-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LEAVE MASTER FILE - STATUS: '
                   LEAVE-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMP-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPLOYEE MASTER FILE - STATUS: '
                   EMP-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN OUTPUT EXTRACT-FILE
                OUTPUT LIABILITY-REPORT-FILE

           MOVE RUN-DATE-WS    TO REPORT-HEADER-DATE-OUT
           MOVE REPORT-QTR-WS  TO REPORT-HEADER-QTR-OUT
           MOVE REPORT-YEAR-WS TO REPORT-HEADER-YEAR-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE REPORT-QUARTER-WS TO ECHO-QUARTER-OUT
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE LOW-VALUES TO LV-KEY
           START LEAVE-MASTER-FILE KEY NOT < LV-KEY
               INVALID KEY MOVE 'YES' TO EOF-LEAVE-WS
           END-START
           IF EOF-LEAVE-WS NOT = 'YES'
               PERFORM 250-READ-NEXT-LEAVE
           END-IF.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRM47' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       250-READ-NEXT-LEAVE.
           READ LEAVE-MASTER-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-LEAVE-WS
           END-READ
           IF LEAVE-FILE-STATUS-WS NOT = '00'
               MOVE 'YES' TO EOF-LEAVE-WS
           END-IF.

       300-EXTRACT-LEAVE.
           ADD 1 TO TOTAL-LEAVE-READ-WS
           MOVE LV-SSN     TO EX-SSN
           MOVE LV-TYPE    TO EX-TYPE
           MOVE LV-BALANCE TO EX-BALANCE

           PERFORM 310-GET-EMPLOYEE-RATE
           MOVE HOURLY-RATE-WS TO EX-RATE
           COMPUTE EX-LIABILITY ROUNDED = LV-BALANCE * HOURLY-RATE-WS
           WRITE EXTRACT-RECORD

           PERFORM 250-READ-NEXT-LEAVE.

       310-GET-EMPLOYEE-RATE.
           MOVE LV-SSN TO EMP-SSN-KEY
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE '????'                   TO EX-DEPT-CODE
                   MOVE 'NOT ON EMPLOYEE MASTER' TO EX-NAME
                   MOVE ZERO                     TO HOURLY-RATE-WS
                   ADD 1 TO TOTAL-NOT-ON-MASTER-WS
               NOT INVALID KEY
                   MOVE EMP-DEPT-CODE-MASTER TO EX-DEPT-CODE
                   MOVE EMP-NAME-MASTER      TO EX-NAME
                   IF EMP-IS-SALARIED
                       COMPUTE HOURLY-RATE-WS ROUNDED =
                           EMP-ANNUAL-SALARY-MASTER / 2080
                   ELSE
                       MOVE EMP-RATE-MASTER  TO HOURLY-RATE-WS
                   END-IF
           END-READ.

       400-SORT-EXTRACT.
           CLOSE EXTRACT-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT-CODE
                                SORT-SSN
                                SORT-TYPE
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
               AND EW-DEPT-CODE NOT = PREV-DEPT-CODE-WS
               PERFORM 510-DEPT-BREAK
           END-IF

           IF FIRST-RECORD-SW
               OR EW-DEPT-CODE NOT = PREV-DEPT-CODE-WS
               MOVE EW-DEPT-CODE TO DEPT-HDR-OUT
               MOVE DEPT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 2 LINES
           END-IF

           MOVE 'NO'         TO FIRST-RECORD-WS
           MOVE EW-DEPT-CODE TO PREV-DEPT-CODE-WS

           PERFORM 520-PRINT-DETAIL-LINE

           ADD 1            TO TOTAL-LINES-WS
           ADD EW-LIABILITY TO DEPT-LIABILITY-WS GRAND-LIABILITY-WS
           IF EW-IS-VACATION
               ADD EW-BALANCE   TO DEPT-VAC-HOURS-WS
                                   GRAND-VAC-HOURS-WS
               ADD EW-LIABILITY TO GRAND-VAC-LIABILITY-WS
           ELSE
               ADD EW-BALANCE   TO DEPT-SICK-HOURS-WS
                                   GRAND-SICK-HOURS-WS
               ADD EW-LIABILITY TO GRAND-SICK-LIABILITY-WS
           END-IF

           PERFORM 450-READ-ONE-SORTED-RECORD.

       510-DEPT-BREAK.
           MOVE PREV-DEPT-CODE-WS  TO DEPT-TOTAL-CODE-OUT
           MOVE DEPT-VAC-HOURS-WS  TO DEPT-VAC-HOURS-OUT
           MOVE DEPT-SICK-HOURS-WS TO DEPT-SICK-HOURS-OUT
           MOVE DEPT-LIABILITY-WS  TO DEPT-LIABILITY-OUT
           MOVE DEPT-TOTAL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE ZERO TO DEPT-VAC-HOURS-WS DEPT-SICK-HOURS-WS
                        DEPT-LIABILITY-WS.

       520-PRINT-DETAIL-LINE.
           MOVE EW-SSN       TO DET-SSN-OUT
           MOVE EW-NAME      TO DET-NAME-OUT
           IF EW-IS-VACATION
               MOVE 'VACATION' TO DET-TYPE-OUT
           ELSE
               IF EW-IS-SICK
                   MOVE 'SICK'     TO DET-TYPE-OUT
               ELSE
                   MOVE EW-TYPE    TO DET-TYPE-OUT
               END-IF
           END-IF
           MOVE EW-BALANCE   TO DET-BALANCE-OUT
           MOVE EW-RATE      TO DET-RATE-OUT
           MOVE EW-LIABILITY TO DET-LIABILITY-OUT
           MOVE LEAVE-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM47' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-NOT-ON-MASTER-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'LEAVE RECORDS NOT ON EMPLOYEE MASTER'
                   TO OL-MESSAGE
               MOVE TOTAL-NOT-ON-MASTER-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-LINES-WS TO OL-RECORD-COUNT
           MOVE GRAND-LIABILITY-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           IF NOT FIRST-RECORD-SW
               PERFORM 510-DEPT-BREAK
           END-IF

           MOVE TOTAL-LINES-WS TO TOTAL-LINES-OUT
           MOVE TOTAL-LINES-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-NOT-ON-MASTER-WS TO TOTAL-NOT-ON-MASTER-OUT
           MOVE TOTAL-NOT-ON-MASTER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE GRAND-VAC-HOURS-WS TO TOTAL-VAC-HOURS-OUT
           MOVE TOTAL-VAC-HOURS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE GRAND-SICK-HOURS-WS TO TOTAL-SICK-HOURS-OUT
           MOVE TOTAL-SICK-HOURS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE GRAND-VAC-LIABILITY-WS TO TOTAL-VAC-LIABILITY-OUT
           MOVE TOTAL-VAC-LIABILITY-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE GRAND-SICK-LIABILITY-WS TO TOTAL-SICK-LIABILITY-OUT
           MOVE TOTAL-SICK-LIABILITY-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE GRAND-LIABILITY-WS TO TOTAL-LIABILITY-OUT
           MOVE TOTAL-LIABILITY-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           IF EOF-SORTED-WS = 'YES'
               AND SORTED-FILE-STATUS-WS NOT = '35'
               CLOSE SORTED-EXTRACT-FILE
           END-IF

           CLOSE LEAVE-MASTER-FILE EMPLOYEE-MASTER-FILE
                 LIABILITY-REPORT-FILE.
