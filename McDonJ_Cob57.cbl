       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM57.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-EMPLOYEE-FILE ASSIGN TO 'EMPLOYEE.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OE-SSN-KEY
           FILE STATUS IS OLD-EMP-FILE-STATUS-WS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-SSN-KEY
           FILE STATUS IS EMP-FILE-STATUS-WS.

           SELECT OLD-PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OH-KEY
           FILE STATUS IS OLD-HIST-FILE-STATUS-WS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS HIST-FILE-STATUS-WS.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-EMPLOYEE-FILE.
       01  OLD-EMPLOYEE-RECORD.
           05  OE-SSN-KEY              PIC X(9).
           05  OE-NAME                 PIC X(20).
           05  OE-DEPT-CODE            PIC X(4).
           05  OE-RATE                 PIC 99V99.
           05  OE-HIRE-DATE            PIC 9(8).
           05  OE-STATUS               PIC X.
           05  OE-FILING-STATUS        PIC X.
           05  OE-ROUTING              PIC X(9).
           05  OE-ACCOUNT              PIC X(17).
           05  OE-PAY-METHOD           PIC X.

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

       FD  OLD-PAY-HISTORY-FILE.
       01  OLD-PAY-HISTORY-RECORD.
           05  OH-KEY.
               10  OH-SSN              PIC X(9).
               10  OH-PAY-DATE         PIC 9(8).
           05  OH-DATA                 PIC X(158).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PH-KEY.
               10  PH-SSN              PIC X(9).
               10  PH-PAY-DATE         PIC 9(8).
               10  PH-SEQ-NO           PIC 9.
                   88  PH-REGULAR-RUN                  VALUE ZERO.
           05  PH-DATA                 PIC X(158).
           05  PH-EARN-COUNT           PIC 9.
           05  PH-EARN-ENTRY           OCCURS 7 TIMES.
               10  PH-EARN-CODE        PIC X(3).
               10  PH-EARN-HOURS       PIC 9(3)V99.
               10  PH-EARN-AMOUNT      PIC S9(5)V99.

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
           05  OLD-EMP-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  EMP-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  OLD-HIST-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  HIST-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  EOF-OLD-EMP-WS          PIC X(3)        VALUE 'NO'.
           05  EOF-OLD-HIST-WS         PIC X(3)        VALUE 'NO'.
           05  HIST-TO-CONVERT-WS      PIC X(3)        VALUE 'NO'.
               88  HISTORY-TO-CONVERT                  VALUE 'YES'.
           05  EARN-SUB-WS             PIC 9           VALUE ZERO.
           05  TOTAL-EMP-CONVERTED-WS  PIC 9(6)        VALUE ZERO.
           05  TOTAL-HIST-CONVERTED-WS PIC 9(6)        VALUE ZERO.
           05  TOTAL-WRITE-ERRORS-WS   PIC 9(6)        VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-CONVERT-EMPLOYEE
               UNTIL EOF-OLD-EMP-WS = 'YES'
           IF HISTORY-TO-CONVERT
               PERFORM 400-CONVERT-PAY-HISTORY
                   UNTIL EOF-OLD-HIST-WS = 'YES'
           END-IF
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMP-FILE-STATUS-WS = '00'
               CLOSE EMPLOYEE-MASTER-FILE
               DISPLAY 'EMPLOYEE.MST ALREADY EXISTS - '
                   'CONVERSION NOT RUN'
               STOP RUN
           END-IF

           OPEN INPUT OLD-EMPLOYEE-FILE
           IF OLD-EMP-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPLOYEE.OLD - STATUS: '
                   OLD-EMP-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN INPUT OLD-PAY-HISTORY-FILE
           IF OLD-HIST-FILE-STATUS-WS = '00'
               OPEN INPUT PAY-HISTORY-FILE
               IF HIST-FILE-STATUS-WS = '00'
                   CLOSE PAY-HISTORY-FILE OLD-PAY-HISTORY-FILE
                         OLD-EMPLOYEE-FILE
                   DISPLAY 'PAYHIST.MST ALREADY EXISTS - '
                       'CONVERSION NOT RUN'
                   STOP RUN
               END-IF
               MOVE 'YES' TO HIST-TO-CONVERT-WS
               OPEN OUTPUT PAY-HISTORY-FILE
               PERFORM 450-READ-OLD-HISTORY
           END-IF

           OPEN OUTPUT EMPLOYEE-MASTER-FILE
           PERFORM 350-READ-OLD-EMPLOYEE.

       300-CONVERT-EMPLOYEE.
           MOVE OE-SSN-KEY        TO EMP-SSN-KEY
           MOVE OE-NAME           TO EMP-NAME-MASTER
           MOVE OE-DEPT-CODE      TO EMP-DEPT-CODE-MASTER
           MOVE OE-RATE           TO EMP-RATE-MASTER
           MOVE OE-HIRE-DATE      TO EMP-HIRE-DATE-MASTER
           MOVE OE-STATUS         TO EMP-STATUS-MASTER
           MOVE OE-FILING-STATUS  TO EMP-FILING-STATUS-MASTER
           MOVE OE-ROUTING        TO EMP-ROUTING-MASTER
           MOVE OE-ACCOUNT        TO EMP-ACCOUNT-MASTER
           MOVE OE-PAY-METHOD     TO EMP-PAY-METHOD-MASTER
           MOVE 'H'               TO EMP-PAY-TYPE-MASTER
           MOVE ZERO              TO EMP-ANNUAL-SALARY-MASTER

           WRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO TOTAL-WRITE-ERRORS-WS
                   DISPLAY 'UNABLE TO WRITE EMPLOYEE ' EMP-SSN-KEY
               NOT INVALID KEY
                   ADD 1 TO TOTAL-EMP-CONVERTED-WS
           END-WRITE

           PERFORM 350-READ-OLD-EMPLOYEE.

       350-READ-OLD-EMPLOYEE.
           READ OLD-EMPLOYEE-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-OLD-EMP-WS
           END-READ.

       400-CONVERT-PAY-HISTORY.
           MOVE OH-SSN            TO PH-SSN
           MOVE OH-PAY-DATE       TO PH-PAY-DATE
           MOVE ZERO              TO PH-SEQ-NO
           MOVE OH-DATA           TO PH-DATA
           MOVE ZERO              TO PH-EARN-COUNT
           PERFORM 410-CLEAR-ONE-EARNINGS
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > 7

           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO TOTAL-WRITE-ERRORS-WS
                   DISPLAY 'UNABLE TO WRITE PAY HISTORY ' PH-SSN
                       ' ' PH-PAY-DATE
               NOT INVALID KEY
                   ADD 1 TO TOTAL-HIST-CONVERTED-WS
           END-WRITE

           PERFORM 450-READ-OLD-HISTORY.

       410-CLEAR-ONE-EARNINGS.
           MOVE SPACES TO PH-EARN-CODE (EARN-SUB-WS)
           MOVE ZERO   TO PH-EARN-HOURS (EARN-SUB-WS)
                          PH-EARN-AMOUNT (EARN-SUB-WS).

       450-READ-OLD-HISTORY.
           READ OLD-PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-OLD-HIST-WS
           END-READ.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM57' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-WRITE-ERRORS-WS > ZERO
               MOVE 'E' TO OL-SEVERITY
               MOVE 'CONVERSION RECORDS NOT WRITTEN - SEE CONSOLE'
                   TO OL-MESSAGE
               MOVE TOTAL-WRITE-ERRORS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'EMPLOYEE.MST CONVERTED' TO OL-MESSAGE
           MOVE TOTAL-EMP-CONVERTED-WS TO OL-RECORD-COUNT
           MOVE ZERO TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG

           IF HISTORY-TO-CONVERT
               MOVE 'I' TO OL-SEVERITY
               MOVE 'PAYHIST.MST CONVERTED' TO OL-MESSAGE
               MOVE TOTAL-HIST-CONVERTED-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF.

       900-CLOSE.
           DISPLAY 'EMPLOYEE RECORDS CONVERTED:    '
               TOTAL-EMP-CONVERTED-WS
           DISPLAY 'PAY HISTORY RECORDS CONVERTED: '
               TOTAL-HIST-CONVERTED-WS

           CLOSE OLD-EMPLOYEE-FILE EMPLOYEE-MASTER-FILE
           IF HISTORY-TO-CONVERT
               CLOSE OLD-PAY-HISTORY-FILE PAY-HISTORY-FILE
           END-IF.
