           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT EARNINGS-CODE-FILE ASSIGN TO 'EARNCODE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARN-FILE-STATUS-WS.

           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROGRAM-ID
           FILE STATUS IS RUNPARM-FILE-STATUS-WS.

           SELECT LEAVE-MASTER-FILE ASSIGN TO 'LEAVE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-KEY
           FILE STATUS IS LEAVE-FILE-STATUS-WS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RUNCTL-FILE-STATUS-WS.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-DETAIL-FILE RECORDING MODE IS F.
       01                              PIC X(273).

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
               10  PH-DED-CODE         PIC X(3).
               10  PH-DED-AMOUNT       PIC S9(5)V99.
           05  PH-TOTAL-DED            PIC S9(5)V99.
           05  PH-EARN-COUNT           PIC 9.
           05  PH-EARN-ENTRY           OCCURS 7 TIMES.
               10  PH-EARN-CODE        PIC X(3).
               10  PH-EARN-HOURS       PIC 9(3)V99.
               10  PH-EARN-AMOUNT      PIC S9(5)V99.

       FD  CHECK-CONTROL-FILE RECORDING MODE IS F.
       01  CHECK-CONTROL-RECORD.
               88  CR-VOIDED                           VALUE 'V'.
               88  CR-REISSUED                         VALUE 'R'.
               88  CR-CLEARED                          VALUE 'C'.
               88  CR-ESCHEATED                        VALUE 'E'.
           05  CR-CLEARED-DATE         PIC 9(8).

       FD  EARNINGS-CODE-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05  RP-PROGRAM-ID           PIC X(8).
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
       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  PAY-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  CONTROL-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  HIST-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  PAY-HISTORY-FOUND                   VALUE 'YES'.
           05  EOF-HIST-WS             PIC X(3)        VALUE 'NO'.
           05  HIST-NET-MATCH-WS       PIC X(3)        VALUE 'NO'.
               88  HIST-NET-MATCHED                    VALUE 'YES'.
           05  REPRINT-DONE-WS         PIC X(3)        VALUE 'NO'.
               88  REPRINT-DONE-SW                     VALUE 'YES'.
           05  REPRINT-SSN-WS          PIC X(9)        VALUE SPACES.
               88  REGISTER-CHECK-FOUND                VALUE 'YES'.
           05  ALREADY-VOID-WS         PIC X(3)        VALUE 'NO'.
               88  CHECK-ALREADY-VOID                  VALUE 'YES'.
           05  ESCHEATED-WS            PIC X(3)        VALUE 'NO'.
               88  CHECK-ALREADY-ESCHEATED             VALUE 'YES'.
           05  VOID-SSN-WS             PIC X(9)        VALUE SPACES.
           05  VOID-NET-WS             PIC S9(5)V99    VALUE ZERO.
           05  REISSUE-OF-WS           PIC 9(6)        VALUE ZERO.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  TOTAL-DEPOSITS-WS       PIC 999         VALUE ZERO.
           05  TOTAL-NET-DOLLARS-WS    PIC S9(7)V99    VALUE ZERO.
           05  EARN-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  EOF-EARN-WS             PIC X(3)        VALUE 'NO'.
           05  EARN-CODE-COUNT-WS      PIC 99          VALUE ZERO.
           05  EARN-CODE-SUB-WS        PIC 99          VALUE ZERO.
           05  EARN-CODE-HIT-WS        PIC 99          VALUE ZERO.
           05  EARN-SUB-WS             PIC 9           VALUE ZERO.
           05  LEAVE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  LEAVE-MASTER-AVAIL-WS   PIC X(3)        VALUE 'NO'.
               88  LEAVE-MASTER-AVAILABLE              VALUE 'YES'.
           05  LEAVE-FOUND-WS          PIC X(3)        VALUE 'NO'.
               88  LEAVE-ON-MASTER                     VALUE 'YES'.

       01  EARN-CODE-TABLE-WS.
           05  EARN-CODE-ENTRY-WS      OCCURS 30 TIMES.
               10  ET-CODE-WS          PIC X(3).
               10  ET-DESCRIPTION-WS   PIC X(20).

       01  EARN-CODE-INPUT-RECORD.
           05  EC-CODE-IN              PIC X(3).
           05  EC-DESCRIPTION-IN       PIC X(20).
           05  FILLER                  PIC X(57).

       01  PAY-DETAIL-RECORD.
           05  PD-SSN                  PIC X(9).
               10  PD-DED-CODE         PIC X(3).
               10  PD-DED-AMOUNT       PIC S9(5)V99.
           05  PD-TOTAL-DED            PIC S9(5)V99.
           05  PD-EARN-COUNT           PIC 9.
           05  PD-EARN-ENTRY           OCCURS 7 TIMES.
               10  PD-EARN-CODE        PIC X(3).
               10  PD-EARN-HOURS       PIC 9(3)V99.
               10  PD-EARN-AMOUNT      PIC S9(5)V99.

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(6)    VALUE 'DEPT: '.
           05  STUB-DEPT-OUT           PIC X(4).

       01  STUB-EARN-CODE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(10)   VALUE 'EARNINGS: '.
           05  STUB-EARN-CODE-OUT      PIC X(3).
           05                          PIC X(2)    VALUE SPACE.
           05  STUB-EARN-DESC-OUT      PIC X(20).
           05                          PIC X(2)    VALUE SPACE.
           05  STUB-EARN-HOURS-OUT     PIC ZZ9.99  BLANK WHEN ZERO.
           05                          PIC X(3)    VALUE SPACE.
           05  STUB-EARN-AMOUNT-OUT    PIC $$$,$$9.99BCR.

       01  STUB-EARNINGS-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(7)    VALUE 'GROSS: '.
           05                          PIC X(11)   VALUE 'YTD GROSS: '.
           05  STUB-YTD-GROSS-OUT      PIC $$$$,$$$,$$9.99BCR.

       01  STUB-LEAVE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(27)   VALUE
           'LEAVE AVAILABLE - VACATION:'.
           05  STUB-VACATION-OUT       PIC Z,ZZ9.99-.
           05                          PIC X(3)    VALUE SPACE.
           05                          PIC X(6)    VALUE 'SICK: '.
           05  STUB-SICK-OUT           PIC Z,ZZ9.99-.
           05                          PIC X(6)    VALUE ' HOURS'.

       01  STUB-REISSUE-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(25)   VALUE
               STOP RUN
           END-IF

           IF NOT STUB-REPRINT-MODE
               PERFORM 210-CHECK-CASH-JOURNAL
           END-IF

           PERFORM 220-READ-CHECK-CONTROL
           PERFORM 230-LOAD-EARNINGS-CODES

           OPEN INPUT LEAVE-MASTER-FILE
           IF LEAVE-FILE-STATUS-WS = '00'
               MOVE 'YES' TO LEAVE-MASTER-AVAIL-WS
           END-IF

           IF PRINT-RUN-MODE
               OPEN INPUT PAY-DETAIL-FILE
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-STUB-LINE
           WRITE PRINT-A-STUB-LINE AFTER 1 LINES.

       210-CHECK-CASH-JOURNAL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS-WS = '00'
               MOVE 'PROGRM37' TO RC-PROGRAM-ID
               MOVE RUN-DATE-WS TO RC-RUN-DATE
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACE TO RC-STATUS
               END-READ
               CLOSE RUN-CONTROL-FILE
               IF RC-RUN-COMPLETE
                   DISPLAY 'CASH JOURNAL ALREADY RUN FOR ' RUN-DATE-WS
                       ' - PAYROLL CHECKS NOT WRITTEN'
                   STOP RUN
               END-IF
           END-IF.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
               CLOSE CHECK-CONTROL-FILE
           END-IF.

       230-LOAD-EARNINGS-CODES.
           MOVE 'REG'      TO ET-CODE-WS (1)
           MOVE 'REGULAR'  TO ET-DESCRIPTION-WS (1)
           MOVE 'OVT'      TO ET-CODE-WS (2)
           MOVE 'OVERTIME' TO ET-DESCRIPTION-WS (2)
           MOVE 'SAL'      TO ET-CODE-WS (3)
           MOVE 'SALARY'   TO ET-DESCRIPTION-WS (3)
           MOVE 3          TO EARN-CODE-COUNT-WS

           OPEN INPUT EARNINGS-CODE-FILE
           IF EARN-FILE-STATUS-WS = '00'
               PERFORM 232-READ-ONE-EARNINGS-CODE
               PERFORM 235-STORE-ONE-EARNINGS-CODE
                   UNTIL EOF-EARN-WS = 'YES'
               CLOSE EARNINGS-CODE-FILE
           END-IF.

       232-READ-ONE-EARNINGS-CODE.
           READ EARNINGS-CODE-FILE INTO EARN-CODE-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-EARN-WS
           END-READ.

       235-STORE-ONE-EARNINGS-CODE.
           IF EC-CODE-IN NOT = SPACES
               MOVE ZERO TO EARN-CODE-HIT-WS
               PERFORM 237-MATCH-ONE-EARNINGS-CODE
                   VARYING EARN-CODE-SUB-WS FROM 1 BY 1
                   UNTIL EARN-CODE-SUB-WS > EARN-CODE-COUNT-WS
                   OR EARN-CODE-HIT-WS > ZERO
               IF EARN-CODE-HIT-WS = ZERO AND EARN-CODE-COUNT-WS < 30
                   ADD 1 TO EARN-CODE-COUNT-WS
                   MOVE EARN-CODE-COUNT-WS TO EARN-CODE-HIT-WS
               END-IF
               IF EARN-CODE-HIT-WS > ZERO
                   MOVE EC-CODE-IN
                       TO ET-CODE-WS (EARN-CODE-HIT-WS)
                   MOVE EC-DESCRIPTION-IN
                       TO ET-DESCRIPTION-WS (EARN-CODE-HIT-WS)
               END-IF
           END-IF

           PERFORM 232-READ-ONE-EARNINGS-CODE.

       237-MATCH-ONE-EARNINGS-CODE.
           IF ET-CODE-WS (EARN-CODE-SUB-WS) = EC-CODE-IN
               MOVE EARN-CODE-SUB-WS TO EARN-CODE-HIT-WS
           END-IF.

       250-READ-ONE-RECORD.
           READ PAY-DETAIL-FILE INTO PAY-DETAIL-RECORD
               AT END MOVE 'YES' TO EOF-PAY-WS
           MOVE STUB-PAYEE-LINE-SETUP TO PRINT-A-STUB-LINE
           WRITE PRINT-A-STUB-LINE AFTER 1 LINES

           IF PD-EARN-COUNT IS NUMERIC AND PD-EARN-COUNT > ZERO
               PERFORM 352-PRINT-ONE-EARNINGS
                   VARYING EARN-SUB-WS FROM 1 BY 1
                   UNTIL EARN-SUB-WS > PD-EARN-COUNT
           END-IF

           MOVE PD-GROSS         TO STUB-GROSS-OUT
           MOVE PD-FICA          TO STUB-FICA-OUT
           MOVE PD-FED-TAX       TO STUB-FED-TAX-OUT
           MOVE STUB-NET-LINE-SETUP TO PRINT-A-STUB-LINE
           WRITE PRINT-A-STUB-LINE AFTER 1 LINES

           IF LEAVE-MASTER-AVAILABLE
               PERFORM 357-PRINT-LEAVE-BALANCES
           END-IF

           IF REISSUE-OF-WS > ZERO
               MOVE REISSUE-OF-WS TO STUB-REISSUE-OF-OUT
               MOVE STUB-REISSUE-LINE-SETUP TO PRINT-A-STUB-LINE
               WRITE PRINT-A-STUB-LINE AFTER 1 LINES
           END-IF.

       352-PRINT-ONE-EARNINGS.
           MOVE PD-EARN-CODE (EARN-SUB-WS) TO STUB-EARN-CODE-OUT
           MOVE SPACES                     TO STUB-EARN-DESC-OUT
           MOVE ZERO TO EARN-CODE-HIT-WS
           PERFORM 353-MATCH-STUB-EARNINGS-CODE
               VARYING EARN-CODE-SUB-WS FROM 1 BY 1
               UNTIL EARN-CODE-SUB-WS > EARN-CODE-COUNT-WS
               OR EARN-CODE-HIT-WS > ZERO
           MOVE PD-EARN-HOURS (EARN-SUB-WS)  TO STUB-EARN-HOURS-OUT
           MOVE PD-EARN-AMOUNT (EARN-SUB-WS) TO STUB-EARN-AMOUNT-OUT
           MOVE STUB-EARN-CODE-LINE-SETUP TO PRINT-A-STUB-LINE
           WRITE PRINT-A-STUB-LINE AFTER 1 LINES.

       353-MATCH-STUB-EARNINGS-CODE.
           IF ET-CODE-WS (EARN-CODE-SUB-WS) = PD-EARN-CODE (EARN-SUB-WS)
               MOVE EARN-CODE-SUB-WS TO EARN-CODE-HIT-WS
               MOVE ET-DESCRIPTION-WS (EARN-CODE-SUB-WS)
                   TO STUB-EARN-DESC-OUT
           END-IF.

       355-PRINT-ONE-DEDUCTION.
           MOVE PD-DED-CODE (DED-SUB-WS)   TO STUB-DED-CODE-OUT
           MOVE PD-DED-AMOUNT (DED-SUB-WS) TO STUB-DED-AMOUNT-OUT
           MOVE STUB-DEDUCTION-LINE-SETUP TO PRINT-A-STUB-LINE
           WRITE PRINT-A-STUB-LINE AFTER 1 LINES.

       357-PRINT-LEAVE-BALANCES.
           MOVE 'NO'  TO LEAVE-FOUND-WS
           MOVE ZERO  TO STUB-VACATION-OUT STUB-SICK-OUT

           MOVE PD-SSN TO LV-SSN
           MOVE 'V'    TO LV-TYPE
           READ LEAVE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES'      TO LEAVE-FOUND-WS
                   MOVE LV-BALANCE TO STUB-VACATION-OUT
           END-READ

           MOVE PD-SSN TO LV-SSN
           MOVE 'S'    TO LV-TYPE
           READ LEAVE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES'      TO LEAVE-FOUND-WS
                   MOVE LV-BALANCE TO STUB-SICK-OUT
           END-READ

           IF LEAVE-ON-MASTER
               MOVE STUB-LEAVE-LINE-SETUP TO PRINT-A-STUB-LINE
               WRITE PRINT-A-STUB-LINE AFTER 1 LINES
           END-IF.

       360-WRITE-REGISTER.
           MOVE NEXT-CHECK-NO-WS TO CR-CHECK-NO
           MOVE PD-SSN           TO CR-SSN

       420-FIND-REGISTER-CHECK.
           MOVE 'NO' TO REGISTER-FOUND-WS ALREADY-VOID-WS
                        EOF-REGISTER-WS ESCHEATED-WS
           CLOSE CHECK-REGISTER-FILE
           OPEN INPUT CHECK-REGISTER-FILE

                       IF CR-VOIDED
                           MOVE 'YES' TO ALREADY-VOID-WS
                       ELSE
                           IF CR-ESCHEATED
                               MOVE 'YES' TO ESCHEATED-WS
                           ELSE
                               MOVE 'YES'      TO REGISTER-FOUND-WS
                               MOVE CR-SSN     TO VOID-SSN-WS
                               MOVE CR-DATE    TO VOID-DATE-WS
                               MOVE CR-NET-PAY TO VOID-NET-WS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE 'NO'          TO HIST-FOUND-WS
           MOVE VOID-SSN-WS   TO PH-SSN
           MOVE VOID-DATE-WS  TO PH-PAY-DATE
           MOVE ZERO          TO PH-SEQ-NO

           READ PAY-HISTORY-FILE
               INVALID KEY
                   PERFORM 432-FIND-LATEST-HISTORY
               NOT INVALID KEY
                   IF PH-NET-PAY = VOID-NET-WS
                       MOVE 'YES' TO HIST-FOUND-WS
                       PERFORM 437-MOVE-HISTORY-TO-DETAIL
                   ELSE
                       PERFORM 432-FIND-LATEST-HISTORY
                   END-IF
           END-READ.

       432-FIND-LATEST-HISTORY.
           MOVE 'NO'         TO EOF-HIST-WS HIST-NET-MATCH-WS
           MOVE VOID-SSN-WS  TO PH-SSN
           MOVE ZERO         TO PH-PAY-DATE PH-SEQ-NO

           START PAY-HISTORY-FILE KEY NOT < PH-KEY
               INVALID KEY MOVE 'YES' TO EOF-HIST-WS
                       OR PH-PAY-DATE > VOID-DATE-WS
                       MOVE 'YES' TO EOF-HIST-WS
                   ELSE
                       IF PH-NET-PAY = VOID-NET-WS
                           OR NOT HIST-NET-MATCHED
                           MOVE 'YES' TO HIST-FOUND-WS
                           PERFORM 437-MOVE-HISTORY-TO-DETAIL
                       END-IF
                       IF PH-NET-PAY = VOID-NET-WS
                           MOVE 'YES' TO HIST-NET-MATCH-WS
                       END-IF
                   END-IF
           END-READ.

           PERFORM 438-MOVE-ONE-HISTORY-DED
               VARYING DED-SUB-WS FROM 1 BY 1
               UNTIL DED-SUB-WS > 6
           MOVE PH-TOTAL-DED  TO PD-TOTAL-DED
           MOVE PH-EARN-COUNT TO PD-EARN-COUNT
           PERFORM 439-MOVE-ONE-HISTORY-EARNINGS
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > 7.

       439-MOVE-ONE-HISTORY-EARNINGS.
           MOVE PH-EARN-CODE (EARN-SUB-WS)
               TO PD-EARN-CODE (EARN-SUB-WS)
           MOVE PH-EARN-HOURS (EARN-SUB-WS)
               TO PD-EARN-HOURS (EARN-SUB-WS)
           MOVE PH-EARN-AMOUNT (EARN-SUB-WS)
               TO PD-EARN-AMOUNT (EARN-SUB-WS).

       438-MOVE-ONE-HISTORY-DED.
           MOVE PH-DED-CODE (DED-SUB-WS)   TO PD-DED-CODE (DED-SUB-WS)
           IF CHECK-ALREADY-VOID
               DISPLAY 'CHECK ALREADY VOIDED: ' VOID-CHECK-NO-WS
           ELSE
               IF CHECK-ALREADY-ESCHEATED
                   DISPLAY 'CHECK REMITTED AS UNCLAIMED PROPERTY: '
                       VOID-CHECK-NO-WS
               ELSE
                   PERFORM 442-EDIT-ISSUED-CHECK
               END-IF
           END-IF.

       442-EDIT-ISSUED-CHECK.
           IF NOT REGISTER-CHECK-FOUND
               DISPLAY 'CHECK NOT ON REGISTER: ' VOID-CHECK-NO-WS
           ELSE
               PERFORM 430-FIND-PAY-HISTORY
               IF NOT PAY-HISTORY-FOUND
                   DISPLAY 'PAY HISTORY NOT FOUND FOR SSN '
                       VOID-SSN-WS ' DATE ' VOID-DATE-WS
                       ' - CHECK NOT REISSUED'
               ELSE
                   PERFORM 450-WRITE-VOID-AND-REISSUE
               END-IF
           END-IF.

       510-PRINT-ONE-REPRINT.
           MOVE REPRINT-SSN-WS  TO PH-SSN
           MOVE REPRINT-DATE-WS TO PH-PAY-DATE
           MOVE ZERO            TO PH-SEQ-NO

           READ PAY-HISTORY-FILE
               INVALID KEY
               CLOSE PAY-HISTORY-FILE
           END-IF

           IF LEAVE-MASTER-AVAILABLE
               CLOSE LEAVE-MASTER-FILE
           END-IF

           CLOSE CHECK-PRINT-FILE CHECK-REGISTER-FILE.
