           RECORD KEY IS EMP-SSN-KEY
           FILE STATUS IS EMP-FILE-STATUS-WS.

           SELECT EMP-ADDRESS-FILE ASSIGN TO 'EMPADDR.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EA-SSN-KEY
           FILE STATUS IS ADDR-FILE-STATUS-WS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO 'EMPMAINT.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(150).

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
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

       FD  EMP-ADDRESS-FILE.
       01  EMP-ADDRESS-RECORD.
           05  EA-SSN-KEY              PIC X(9).
           05  EA-STREET               PIC X(30).
           05  EA-CITY                 PIC X(20).
           05  EA-STATE                PIC XX.
           05  EA-ZIP                  PIC X(9).
           05  EA-CHANGE-DATE          PIC 9(8).

       FD  MAINT-AUDIT-FILE RECORDING MODE IS F.
       01  PRINT-AN-AUDIT-LINE         PIC X(132).
           05  EOF-MAINT-WS            PIC X(3)        VALUE 'NO'.
           05  MAINT-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  EMP-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  ADDR-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  VALID-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  RECORD-IS-VALID                     VALUE 'YES'.
               88  RECORD-IS-INVALID                   VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(30)       VALUE SPACE.
           05  EMP-FOUND-WS            PIC X(3)        VALUE 'NO'.
               88  EMP-ON-MASTER                       VALUE 'YES'.
           05  ADDR-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  ADDRESS-ON-FILE                     VALUE 'YES'.
           05  TOTAL-ADDS-WS           PIC 999         VALUE ZERO.
           05  TOTAL-CHANGES-WS        PIC 999         VALUE ZERO.
           05  TOTAL-TERMS-WS          PIC 999         VALUE ZERO.
           05  TOTAL-ADDRESSES-WS      PIC 999         VALUE ZERO.
           05  TOTAL-REJECTS-WS        PIC 999         VALUE ZERO.

       01  MAINT-INPUT-RECORD.
           05  SSN-IN                  PIC X(9).
           05  NAME-IN                 PIC X(20).
           05  DEPT-CODE-IN            PIC X(4).
           05  RATE-NUM-IN             PIC 9(3)V99.
           05  HIRE-DATE-IN            PIC 9(8).
           05  FILING-STATUS-IN        PIC X.
           05  ROUTING-IN              PIC X(9).
           05  ACCOUNT-IN              PIC X(17).
           05  PAY-METHOD-IN           PIC X.
           05  PAY-TYPE-IN             PIC X.
           05  ANNUAL-SALARY-IN        PIC 9(7)V99.
           05  STREET-IN               PIC X(30).
           05  CITY-IN                 PIC X(20).
           05  STATE-IN                PIC XX.
           05  ZIP-IN                  PIC X(9).

       01  AUDIT-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           'NUMBER OF EMPLOYEES TERMINATED IS:'.
           05  TOTAL-TERMS-OUT         PIC ZZZ9.

       01  TOTAL-ADDRESSES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ADDRESSES UPDATED IS:'.
           05  TOTAL-ADDRESSES-OUT     PIC ZZZ9.

       01  TOTAL-REJECTS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           OPEN INPUT MAINT-INPUT-FILE
           IF MAINT-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MAINT INPUT FILE - STATUS: '
               OPEN I-O EMPLOYEE-MASTER-FILE
           END-IF

           OPEN I-O EMP-ADDRESS-FILE
           IF ADDR-FILE-STATUS-WS = '35'
               OPEN OUTPUT EMP-ADDRESS-FILE
               CLOSE EMP-ADDRESS-FILE
               OPEN I-O EMP-ADDRESS-FILE
           END-IF

           OPEN OUTPUT MAINT-AUDIT-FILE

           PERFORM 250-READ-ONE-RECORD.
               MOVE 'NO'                  TO VALID-RECORD-WS
               MOVE 'MISSING EMPLOYEE NAME' TO REJECT-REASON-WS
           ELSE
               PERFORM 279-EDIT-PAY-FIELDS
               IF RECORD-IS-VALID
                   IF HIRE-DATE-IN IS NOT NUMERIC
                       MOVE 'NO'                 TO VALID-RECORD-WS
                       MOVE 'INVALID HIRE DATE'  TO REJECT-REASON-WS
                       PERFORM 278-EDIT-BANK-FIELDS
                   END-IF
               END-IF
               IF RECORD-IS-VALID AND STREET-IN NOT = SPACE
                   IF CITY-IN = SPACE OR STATE-IN = SPACE
                       MOVE 'NO'                 TO VALID-RECORD-WS
                       MOVE 'INCOMPLETE MAILING ADDRESS'
                           TO REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

       279-EDIT-PAY-FIELDS.
           IF PAY-TYPE-IN NOT = 'H' AND PAY-TYPE-IN NOT = 'S'
               AND PAY-TYPE-IN NOT = SPACE
               MOVE 'NO'                  TO VALID-RECORD-WS
               MOVE 'INVALID PAY TYPE'    TO REJECT-REASON-WS
           ELSE
               IF PAY-TYPE-IN = 'S'
                   IF ANNUAL-SALARY-IN IS NOT NUMERIC
                       OR ANNUAL-SALARY-IN = ZERO
                       MOVE 'NO'                  TO VALID-RECORD-WS
                       MOVE 'SALARY OUT OF RANGE' TO REJECT-REASON-WS
                   END-IF
               ELSE
                   IF RATE-NUM-IN IS NOT NUMERIC OR RATE-NUM-IN = ZERO
                       OR RATE-NUM-IN > 500.00
                       MOVE 'NO'                TO VALID-RECORD-WS
                       MOVE 'RATE OUT OF RANGE' TO REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

       278-EDIT-BANK-FIELDS.
           MOVE SSN-IN            TO EMP-SSN-KEY
           MOVE NAME-IN           TO EMP-NAME-MASTER
           MOVE DEPT-CODE-IN      TO EMP-DEPT-CODE-MASTER
           PERFORM 316-MOVE-PAY-FIELDS
           MOVE HIRE-DATE-IN      TO EMP-HIRE-DATE-MASTER
           MOVE 'A'               TO EMP-STATUS-MASTER
           MOVE FILING-STATUS-IN  TO EMP-FILING-STATUS-MASTER

           WRITE EMPLOYEE-MASTER-RECORD

           IF STREET-IN NOT = SPACE
               PERFORM 340-UPDATE-ADDRESS
           END-IF

           ADD 1 TO TOTAL-ADDS-WS
           MOVE 'EMPLOYEE ADDED' TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.
       320-CHANGE-EMPLOYEE.
           MOVE NAME-IN           TO EMP-NAME-MASTER
           MOVE DEPT-CODE-IN      TO EMP-DEPT-CODE-MASTER
           PERFORM 316-MOVE-PAY-FIELDS
           MOVE HIRE-DATE-IN      TO EMP-HIRE-DATE-MASTER
           MOVE FILING-STATUS-IN  TO EMP-FILING-STATUS-MASTER
           PERFORM 315-MOVE-BANK-FIELDS

           REWRITE EMPLOYEE-MASTER-RECORD

           IF STREET-IN NOT = SPACE
               PERFORM 340-UPDATE-ADDRESS
           END-IF

           ADD 1 TO TOTAL-CHANGES-WS
           MOVE 'EMPLOYEE CHANGED' TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.
               MOVE PAY-METHOD-IN TO EMP-PAY-METHOD-MASTER
           END-IF.

       316-MOVE-PAY-FIELDS.
           IF PAY-TYPE-IN = 'S'
               MOVE 'S'              TO EMP-PAY-TYPE-MASTER
               MOVE ANNUAL-SALARY-IN TO EMP-ANNUAL-SALARY-MASTER
               IF RATE-NUM-IN IS NUMERIC
                   MOVE RATE-NUM-IN  TO EMP-RATE-MASTER
               ELSE
                   MOVE ZERO         TO EMP-RATE-MASTER
               END-IF
           ELSE
               MOVE 'H'              TO EMP-PAY-TYPE-MASTER
               MOVE RATE-NUM-IN      TO EMP-RATE-MASTER
               MOVE ZERO             TO EMP-ANNUAL-SALARY-MASTER
           END-IF.

       330-TERMINATE-EMPLOYEE.
           MOVE 'T' TO EMP-STATUS-MASTER

           MOVE 'EMPLOYEE TERMINATED' TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.

       340-UPDATE-ADDRESS.
           MOVE SSN-IN TO EA-SSN-KEY

           MOVE 'NO'   TO ADDR-FOUND-WS

           READ EMP-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO ADDR-FOUND-WS
           END-READ

           PERFORM 345-MOVE-ADDRESS-FIELDS
           IF ADDRESS-ON-FILE
               REWRITE EMP-ADDRESS-RECORD
           ELSE
               WRITE EMP-ADDRESS-RECORD
           END-IF

           ADD 1 TO TOTAL-ADDRESSES-WS.

       345-MOVE-ADDRESS-FIELDS.
           MOVE SSN-IN            TO EA-SSN-KEY
           MOVE STREET-IN         TO EA-STREET
           MOVE CITY-IN           TO EA-CITY
           MOVE STATE-IN          TO EA-STATE
           MOVE ZIP-IN            TO EA-ZIP
           MOVE RUN-DATE-WS       TO EA-CHANGE-DATE.

       350-WRITE-AUDIT-LINE.
           MOVE TRAN-CODE-IN TO TRAN-CODE-AUD-OUT
           MOVE SSN-IN       TO SSN-AUD-OUT
           MOVE TOTAL-TERMS-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           MOVE TOTAL-ADDRESSES-WS TO TOTAL-ADDRESSES-OUT
           MOVE TOTAL-ADDRESSES-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           MOVE TOTAL-REJECTS-WS TO TOTAL-REJECTS-OUT
           MOVE TOTAL-REJECTS-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           CLOSE MAINT-INPUT-FILE EMPLOYEE-MASTER-FILE
                 EMP-ADDRESS-FILE MAINT-AUDIT-FILE.
