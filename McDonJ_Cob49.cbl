       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM49.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT UNCLAIMED-PROPERTY-FILE ASSIGN TO 'UNCLAIM.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UP-KEY
           FILE STATUS IS UNCLAIM-FILE-STATUS-WS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT AP-CHECK-REGISTER-FILE ASSIGN TO 'APCHKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AP-REGISTER-STATUS-WS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO 'EMPLOYEE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-SSN-KEY
           FILE STATUS IS EMP-FILE-STATUS-WS.

           SELECT EMP-ADDRESS-FILE ASSIGN TO 'EMPADDR.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EA-SSN-KEY
           FILE STATUS IS ADDR-FILE-STATUS-WS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO 'VENDOR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDOR-NO-KEY
           FILE STATUS IS VENDOR-FILE-STATUS-WS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO 'UNCLAIM.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-PRINT-FILE ASSIGN TO 'UNCLLTR.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNCLAIMED-PROPERTY-FILE.
       01  UNCLAIMED-PROPERTY-RECORD.
           05  UP-KEY.
               10  UP-SOURCE           PIC X.
                   88  UP-PAYROLL-CHECK                VALUE 'P'.
                   88  UP-AP-CHECK                     VALUE 'A'.
               10  UP-CHECK-NO         PIC 9(6).
           05  UP-PAYEE-ID             PIC X(9).
           05  UP-PAYEE-NAME           PIC X(23).
           05  UP-ISSUE-DATE           PIC 9(8).
           05  UP-AMOUNT               PIC S9(8)V99.
           05  UP-PROPERTY-TYPE        PIC X(4).
           05  UP-STATUS               PIC X.
               88  UP-IS-NEW                           VALUE 'N'.
               88  UP-LETTER-SENT                      VALUE 'L'.
               88  UP-PAYEE-CLAIMED                    VALUE 'P'.
               88  UP-IS-REISSUED                      VALUE 'R'.
               88  UP-IS-CASHED                        VALUE 'C'.
               88  UP-IS-VOIDED                        VALUE 'V'.
               88  UP-IS-REMITTED                      VALUE 'E'.
               88  UP-IS-OPEN                  VALUE 'N' 'L' 'P'.
           05  UP-PICKUP-DATE          PIC 9(8).
           05  UP-LETTER-DATE          PIC 9(8).
           05  UP-RESPONSE             PIC X.
               88  UP-NO-RESPONSE                      VALUE ' '.
               88  UP-RESPONSE-CLAIMED                 VALUE 'C'.
               88  UP-RESPONSE-UNDELIVERABLE           VALUE 'U'.
           05  UP-RESPONSE-DATE        PIC 9(8).
           05  UP-REISSUE-CHECK-NO     PIC 9(6).
           05  UP-CLOSE-DATE           PIC 9(8).
           05  UP-REMIT-YEAR           PIC 9(4).
           05  UP-STREET               PIC X(30).
           05  UP-CITY                 PIC X(20).
           05  UP-STATE                PIC XX.
           05  UP-ZIP                  PIC X(9).

       FD  CHECK-REGISTER-FILE RECORDING MODE IS F.
       01  CHECK-REGISTER-RECORD.
           05  CR-CHECK-NO             PIC 9(6).
           05  CR-SSN                  PIC X(9).
           05  CR-DATE                 PIC 9(8).
           05  CR-NET-PAY              PIC S9(5)V99.
           05  CR-STATUS               PIC X.
               88  CR-ISSUED                           VALUE 'I'.
               88  CR-VOIDED                           VALUE 'V'.
               88  CR-REISSUED                         VALUE 'R'.
               88  CR-CLEARED                          VALUE 'C'.
               88  CR-ESCHEATED                        VALUE 'E'.
           05  CR-CLEARED-DATE         PIC 9(8).

       FD  AP-CHECK-REGISTER-FILE RECORDING MODE IS F.
       01  AP-CHECK-REGISTER-RECORD.
           05  AR-CHECK-NO             PIC 9(6).
           05  AR-SUPPLIER-NO          PIC X(5).
           05  AR-SUPPLIER-NAME        PIC X(23).
           05  AR-DATE                 PIC 9(8).
           05  AR-AMOUNT               PIC S9(8)V99.
           05  AR-STATUS               PIC X.
               88  AR-ISSUED                           VALUE 'I'.
               88  AR-VOIDED                           VALUE 'V'.
               88  AR-CLEARED                          VALUE 'C'.
               88  AR-ESCHEATED                        VALUE 'E'.
           05  AR-PAY-METHOD           PIC X.
               88  AR-PAID-BY-CHECK                    VALUE 'C' ' '.
               88  AR-PAID-BY-EFT                      VALUE 'E'.
           05  AR-DISC-REVERSED        PIC S9(6)V99.

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

       FD  EMP-ADDRESS-FILE.
       01  EMP-ADDRESS-RECORD.
           05  EA-SSN-KEY              PIC X(9).
           05  EA-STREET               PIC X(30).
           05  EA-CITY                 PIC X(20).
           05  EA-STATE                PIC XX.
           05  EA-ZIP                  PIC X(9).
           05  EA-CHANGE-DATE          PIC 9(8).

       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD.
           05  VENDOR-NO-KEY           PIC X(5).
           05  VENDOR-NAME-MASTER      PIC X(23).
           05  VENDOR-REMIT-ADDR-MASTER PIC X(30).
           05  VENDOR-REMIT-CITY-MASTER PIC X(20).
           05  VENDOR-REMIT-STATE-MASTER PIC XX.
           05  VENDOR-REMIT-ZIP-MASTER PIC X(9).
           05  VENDOR-TERMS-MASTER     PIC X(3).
           05  VENDOR-1099-MASTER      PIC X.
               88  VENDOR-IS-1099                      VALUE 'Y'.
           05  VENDOR-PAY-METHOD-MASTER PIC X.
               88  VENDOR-PAID-BY-CHECK                VALUE 'C' ' '.
               88  VENDOR-PAID-BY-EFT                  VALUE 'E'.
           05  VENDOR-ROUTING-MASTER   PIC X(9).
           05  VENDOR-BANK-ACCT-MASTER PIC X(17).
           05  VENDOR-ACCT-TYPE-MASTER PIC X.
               88  VENDOR-ACCT-CHECKING                VALUE 'C'.
               88  VENDOR-ACCT-SAVINGS                 VALUE 'S'.

       FD  ACTIVITY-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

       FD  LETTER-PRINT-FILE RECORDING MODE IS F.
       01  PRINT-A-LETTER-LINE         PIC X(80).

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
           05  UNCLAIM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  AP-REGISTER-STATUS-WS   PIC XX          VALUE '00'.
           05  EMP-FILE-STATUS-WS      PIC XX          VALUE '00'.
           05  ADDR-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  VENDOR-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-REGISTER-WS         PIC X(3)        VALUE 'NO'.
           05  EOF-AP-REGISTER-WS      PIC X(3)        VALUE 'NO'.
           05  EOF-UNCLAIM-WS          PIC X(3)        VALUE 'NO'.
           05  EMP-MASTER-AVAIL-WS     PIC X(3)        VALUE 'NO'.
               88  EMPLOYEE-MASTER-AVAILABLE           VALUE 'YES'.
           05  ADDR-MASTER-AVAIL-WS    PIC X(3)        VALUE 'NO'.
               88  ADDRESS-MASTER-AVAILABLE            VALUE 'YES'.
           05  VENDOR-MASTER-AVAIL-WS  PIC X(3)        VALUE 'NO'.
               88  VENDOR-MASTER-AVAILABLE             VALUE 'YES'.
           05  ITEM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  ITEM-ON-FILE                        VALUE 'YES'.
           05  ADDRESS-FOUND-WS        PIC X(3)        VALUE 'NO'.
               88  ADDRESS-ON-FILE                     VALUE 'YES'.
           05  VOID-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  CHECK-IS-VOIDED                     VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  ISSUE-DATE-WS           PIC 9(8)        VALUE ZERO.
           05  ISSUE-DATE-PARTS-WS REDEFINES ISSUE-DATE-WS.
               10  ISSUE-YEAR-WS       PIC 9(4).
               10  ISSUE-MONTH-WS      PIC 99.
               10  ISSUE-DAY-WS        PIC 99.
           05  RUN-DATE-INT-WS         PIC 9(8)        VALUE ZERO.
           05  ISSUE-DATE-INT-WS       PIC 9(8)        VALUE ZERO.
           05  AGE-DAYS-WS             PIC S9(8)       VALUE ZERO.
           05  VOID-COUNT-WS           PIC 9(4)        VALUE ZERO.
           05  VOID-SUB-WS             PIC 9(4)        VALUE ZERO.
           05  AP-VOID-COUNT-WS        PIC 9(4)        VALUE ZERO.
           05  CHECK-NO-WS             PIC 9(6)        VALUE ZERO.
           05  ACTION-WS               PIC X(30)       VALUE SPACES.
           05  TOTAL-PICKED-UP-WS      PIC 9(5)        VALUE ZERO.
           05  TOTAL-PICKED-UP-AMT-WS  PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-LETTERS-WS        PIC 9(5)        VALUE ZERO.
           05  TOTAL-NO-ADDRESS-WS     PIC 9(5)        VALUE ZERO.
           05  TOTAL-CASHED-WS         PIC 9(5)        VALUE ZERO.
           05  TOTAL-VOIDED-WS         PIC 9(5)        VALUE ZERO.
           05  TOTAL-REISSUED-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-OPEN-WS           PIC 9(5)        VALUE ZERO.
           05  TOTAL-OPEN-AMT-WS       PIC S9(9)V99    VALUE ZERO.

       01  VOID-CHECK-TABLE-WS.
           05  VOID-CHECK-ENTRY-WS     OCCURS 500 TIMES
                                       PIC 9(6).

       01  AP-VOID-CHECK-TABLE-WS.
           05  AP-VOID-CHECK-ENTRY-WS  OCCURS 500 TIMES
                                       PIC 9(6).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT.
               10  HEADER-MO-OUT       PIC 99.
               10                      PIC X       VALUE '/'.
               10  HEADER-DY-OUT       PIC 99.
               10                      PIC X       VALUE '/'.
               10  HEADER-YR-OUT       PIC 9999.
           05                          PIC X(12)   VALUE SPACES.
           05                          PIC X(34)   VALUE
           'UNCLAIMED PROPERTY ACTIVITY'.

       01  SECTION-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  SECTION-TITLE-OUT       PIC X(50).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(5)    VALUE 'SRC'.
           05                          PIC X(9)    VALUE 'CHECK'.
           05                          PIC X(12)   VALUE 'PAYEE ID'.
           05                          PIC X(26)   VALUE 'PAYEE'.
           05                          PIC X(11)   VALUE 'ISSUED'.
           05                          PIC X(18)   VALUE
           '          AMOUNT'.
           05                          PIC X(30)   VALUE 'ACTION'.

       01  ACTIVITY-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ACT-SOURCE-OUT          PIC X.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  ACT-CHECK-NO-OUT        PIC 9(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACT-PAYEE-ID-OUT        PIC X(9).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACT-PAYEE-NAME-OUT      PIC X(23).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACT-ISSUE-DATE-OUT      PIC 9(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACT-AMOUNT-OUT          PIC $$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACT-ACTION-OUT          PIC X(30).

       01  LETTER-SEPARATOR-LINE-SETUP.
           05                          PIC X(70)   VALUE ALL '='.

       01  LETTER-DATE-LINE-SETUP.
           05  FILLER                  PIC X(45)   VALUE SPACE.
           05  LETTER-MO-OUT           PIC 99.
           05                          PIC X       VALUE '/'.
           05  LETTER-DY-OUT           PIC 99.
           05                          PIC X       VALUE '/'.
           05  LETTER-YR-OUT           PIC 9999.

       01  LETTER-NAME-LINE-SETUP.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  LETTER-NAME-OUT         PIC X(23).

       01  LETTER-STREET-LINE-SETUP.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  LETTER-STREET-OUT       PIC X(30).

       01  LETTER-CITY-LINE-SETUP.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  LETTER-CITY-OUT         PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  LETTER-STATE-OUT        PIC XX.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  LETTER-ZIP-OUT          PIC X(9).

       01  LETTER-SUBJECT-LINE-SETUP.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05                          PIC X(40)   VALUE
           'RE: UNCLAIMED PROPERTY - CHECK NUMBER '.
           05  LETTER-CHECK-NO-OUT     PIC 9(6).

       01  LETTER-AMOUNT-LINE-SETUP.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05                          PIC X(35)   VALUE
           'OUR RECORDS SHOW A CHECK ISSUED ON '.
           05  LETTER-ISSUE-MO-OUT     PIC 99.
           05                          PIC X       VALUE '/'.
           05  LETTER-ISSUE-DY-OUT     PIC 99.
           05                          PIC X       VALUE '/'.
           05  LETTER-ISSUE-YR-OUT     PIC 9999.
           05                          PIC X(5)    VALUE ' FOR '.
           05  LETTER-AMOUNT-OUT       PIC $$$,$$$,$$9.99.

       01  LETTER-TEXT-LINE-SETUP.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  LETTER-TEXT-OUT         PIC X(65).

       01  TOTAL-COUNT-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  TOTAL-COUNT-LABEL-OUT   PIC X(38).
           05  TOTAL-COUNT-OUT         PIC ZZ,ZZ9.

       01  TOTAL-DOLLARS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05  TOTAL-DOLLARS-LABEL-OUT PIC X(35).
           05  TOTAL-DOLLARS-OUT       PIC $$$$,$$$,$$9.99BCR.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-SCAN-PAYROLL-REGISTER
           PERFORM 400-SCAN-AP-REGISTER
           PERFORM 500-SEND-LETTERS
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           COMPUTE RUN-DATE-INT-WS =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)

           OPEN I-O UNCLAIMED-PROPERTY-FILE
           IF UNCLAIM-FILE-STATUS-WS = '35'
               OPEN OUTPUT UNCLAIMED-PROPERTY-FILE
               CLOSE UNCLAIMED-PROPERTY-FILE
               OPEN I-O UNCLAIMED-PROPERTY-FILE
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF EMP-FILE-STATUS-WS = '00'
               MOVE 'YES' TO EMP-MASTER-AVAIL-WS
           ELSE
               DISPLAY 'EMPLOYEE MASTER NOT AVAILABLE - STATUS: '
                   EMP-FILE-STATUS-WS
               DISPLAY 'PAYROLL PAYEE NAMES WILL BE BLANK'
           END-IF

           OPEN INPUT EMP-ADDRESS-FILE
           IF ADDR-FILE-STATUS-WS = '00'
               MOVE 'YES' TO ADDR-MASTER-AVAIL-WS
           ELSE
               DISPLAY 'EMPLOYEE ADDRESS FILE NOT AVAILABLE - STATUS: '
                   ADDR-FILE-STATUS-WS
               DISPLAY 'NO PAYROLL LETTERS WILL BE PRINTED'
           END-IF

           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-FILE-STATUS-WS = '00'
               MOVE 'YES' TO VENDOR-MASTER-AVAIL-WS
           ELSE
               DISPLAY 'VENDOR MASTER NOT AVAILABLE - STATUS: '
                   VENDOR-FILE-STATUS-WS
               DISPLAY 'NO AP LETTERS WILL BE PRINTED'
           END-IF

           OPEN OUTPUT ACTIVITY-REPORT-FILE
                OUTPUT LETTER-PRINT-FILE

           MOVE RUN-MONTH-WS TO HEADER-MO-OUT
           MOVE RUN-DAY-WS   TO HEADER-DY-OUT
           MOVE RUN-YEAR-WS  TO HEADER-YR-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

       250-READ-NEXT-REGISTER.
           READ CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-REGISTER-WS
           END-READ.

       255-READ-NEXT-AP-REGISTER.
           READ AP-CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-AP-REGISTER-WS
           END-READ.

       260-COMPUTE-CHECK-AGE.
           COMPUTE ISSUE-DATE-INT-WS =
               FUNCTION INTEGER-OF-DATE (ISSUE-DATE-WS)
           COMPUTE AGE-DAYS-WS =
               RUN-DATE-INT-WS - ISSUE-DATE-INT-WS.

       270-READ-UNCLAIMED-ITEM.
           MOVE 'NO' TO ITEM-FOUND-WS

           READ UNCLAIMED-PROPERTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO ITEM-FOUND-WS
           END-READ.

       300-SCAN-PAYROLL-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS-WS NOT = '00'
               DISPLAY 'NO PAYROLL CHECK REGISTER - PAYROLL SKIPPED'
           ELSE
               PERFORM 250-READ-NEXT-REGISTER
               PERFORM 305-LOAD-ONE-VOID-REC
                   UNTIL EOF-REGISTER-WS = 'YES'
               CLOSE CHECK-REGISTER-FILE

               MOVE 'NO' TO EOF-REGISTER-WS
               OPEN INPUT CHECK-REGISTER-FILE
               PERFORM 250-READ-NEXT-REGISTER
               PERFORM 310-REVIEW-ONE-PAYCHECK
                   UNTIL EOF-REGISTER-WS = 'YES'
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       305-LOAD-ONE-VOID-REC.
           IF CR-VOIDED OR CR-ESCHEATED
               IF VOID-COUNT-WS >= 500
                   DISPLAY 'VOIDED CHECK TABLE FULL - RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO VOID-COUNT-WS
               MOVE CR-CHECK-NO TO VOID-CHECK-ENTRY-WS (VOID-COUNT-WS)
           END-IF

           PERFORM 250-READ-NEXT-REGISTER.

       308-CHECK-IF-VOIDED.
           MOVE 'NO' TO VOID-FOUND-WS
           PERFORM 309-MATCH-ONE-VOID-CHECK
               VARYING VOID-SUB-WS FROM 1 BY 1
               UNTIL VOID-SUB-WS > VOID-COUNT-WS
               OR CHECK-IS-VOIDED.

       309-MATCH-ONE-VOID-CHECK.
           IF VOID-CHECK-ENTRY-WS (VOID-SUB-WS) = CHECK-NO-WS
               MOVE 'YES' TO VOID-FOUND-WS
           END-IF.

       310-REVIEW-ONE-PAYCHECK.
           IF CR-ISSUED OR CR-REISSUED OR CR-CLEARED
               MOVE CR-CHECK-NO TO CHECK-NO-WS
               PERFORM 308-CHECK-IF-VOIDED
               MOVE 'P'         TO UP-SOURCE
               MOVE CR-CHECK-NO TO UP-CHECK-NO
               PERFORM 270-READ-UNCLAIMED-ITEM

               IF ITEM-ON-FILE
                   IF UP-IS-OPEN
                       IF CR-CLEARED
                           MOVE CR-CLEARED-DATE TO UP-CLOSE-DATE
                           PERFORM 350-CLOSE-AS-CASHED
                       ELSE
                           IF CHECK-IS-VOIDED
                               PERFORM 355-CLOSE-AS-VOIDED
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF NOT CR-CLEARED AND NOT CHECK-IS-VOIDED
                       MOVE CR-DATE TO ISSUE-DATE-WS
                       PERFORM 260-COMPUTE-CHECK-AGE
                       IF AGE-DAYS-WS > 180
                           PERFORM 320-ADD-PAYROLL-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 250-READ-NEXT-REGISTER.

       320-ADD-PAYROLL-ITEM.
           MOVE 'P'          TO UP-SOURCE
           MOVE CR-CHECK-NO  TO UP-CHECK-NO
           MOVE CR-SSN       TO UP-PAYEE-ID
           MOVE SPACES       TO UP-PAYEE-NAME
           IF EMPLOYEE-MASTER-AVAILABLE
               MOVE CR-SSN TO EMP-SSN-KEY
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NAME-MASTER TO UP-PAYEE-NAME
               END-READ
           END-IF
           MOVE CR-DATE      TO UP-ISSUE-DATE
           MOVE CR-NET-PAY   TO UP-AMOUNT
           MOVE 'MS01'       TO UP-PROPERTY-TYPE
           PERFORM 340-WRITE-NEW-ITEM.

       340-WRITE-NEW-ITEM.
           MOVE 'N'          TO UP-STATUS
           MOVE RUN-DATE-WS  TO UP-PICKUP-DATE
           MOVE ZERO         TO UP-LETTER-DATE UP-RESPONSE-DATE
                                UP-REISSUE-CHECK-NO UP-CLOSE-DATE
                                UP-REMIT-YEAR
           MOVE SPACE        TO UP-RESPONSE
           MOVE SPACES       TO UP-STREET UP-CITY UP-STATE UP-ZIP
           WRITE UNCLAIMED-PROPERTY-RECORD

           ADD 1         TO TOTAL-PICKED-UP-WS
           ADD UP-AMOUNT TO TOTAL-PICKED-UP-AMT-WS
           MOVE 'STALE CHECK ADDED TO FILE' TO ACTION-WS
           PERFORM 380-WRITE-ACTIVITY-LINE.

       350-CLOSE-AS-CASHED.
           MOVE 'C' TO UP-STATUS
           REWRITE UNCLAIMED-PROPERTY-RECORD

           ADD 1 TO TOTAL-CASHED-WS
           MOVE 'CHECK CASHED - ITEM CLOSED' TO ACTION-WS
           PERFORM 380-WRITE-ACTIVITY-LINE.

       355-CLOSE-AS-VOIDED.
           MOVE RUN-DATE-WS TO UP-CLOSE-DATE
           IF UP-PAYEE-CLAIMED
               MOVE 'R' TO UP-STATUS
               ADD 1 TO TOTAL-REISSUED-WS
               MOVE 'CLAIMED CHECK VOIDED - REISSUED' TO ACTION-WS
           ELSE
               MOVE 'V' TO UP-STATUS
               ADD 1 TO TOTAL-VOIDED-WS
               MOVE 'CHECK VOIDED - ITEM CLOSED' TO ACTION-WS
           END-IF
           REWRITE UNCLAIMED-PROPERTY-RECORD

           PERFORM 380-WRITE-ACTIVITY-LINE.

       380-WRITE-ACTIVITY-LINE.
           MOVE UP-SOURCE      TO ACT-SOURCE-OUT
           MOVE UP-CHECK-NO    TO ACT-CHECK-NO-OUT
           MOVE UP-PAYEE-ID    TO ACT-PAYEE-ID-OUT
           MOVE UP-PAYEE-NAME  TO ACT-PAYEE-NAME-OUT
           MOVE UP-ISSUE-DATE  TO ACT-ISSUE-DATE-OUT
           MOVE UP-AMOUNT      TO ACT-AMOUNT-OUT
           MOVE ACTION-WS      TO ACT-ACTION-OUT

           MOVE ACTIVITY-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       400-SCAN-AP-REGISTER.
           OPEN INPUT AP-CHECK-REGISTER-FILE
           IF AP-REGISTER-STATUS-WS NOT = '00'
               DISPLAY 'NO AP CHECK REGISTER - AP CHECKS SKIPPED'
           ELSE
               PERFORM 255-READ-NEXT-AP-REGISTER
               PERFORM 405-LOAD-ONE-AP-VOID-REC
                   UNTIL EOF-AP-REGISTER-WS = 'YES'
               CLOSE AP-CHECK-REGISTER-FILE

               MOVE 'NO' TO EOF-AP-REGISTER-WS
               OPEN INPUT AP-CHECK-REGISTER-FILE
               PERFORM 255-READ-NEXT-AP-REGISTER
               PERFORM 410-REVIEW-ONE-AP-CHECK
                   UNTIL EOF-AP-REGISTER-WS = 'YES'
               CLOSE AP-CHECK-REGISTER-FILE
           END-IF.

       405-LOAD-ONE-AP-VOID-REC.
           IF AR-VOIDED OR AR-ESCHEATED
               IF AP-VOID-COUNT-WS >= 500
                   DISPLAY 'AP VOIDED CHECK TABLE FULL - RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO AP-VOID-COUNT-WS
               MOVE AR-CHECK-NO
                   TO AP-VOID-CHECK-ENTRY-WS (AP-VOID-COUNT-WS)
           END-IF

           PERFORM 255-READ-NEXT-AP-REGISTER.

       408-CHECK-IF-AP-VOIDED.
           MOVE 'NO' TO VOID-FOUND-WS
           PERFORM 409-MATCH-ONE-AP-VOID-CHECK
               VARYING VOID-SUB-WS FROM 1 BY 1
               UNTIL VOID-SUB-WS > AP-VOID-COUNT-WS
               OR CHECK-IS-VOIDED.

       409-MATCH-ONE-AP-VOID-CHECK.
           IF AP-VOID-CHECK-ENTRY-WS (VOID-SUB-WS) = CHECK-NO-WS
               MOVE 'YES' TO VOID-FOUND-WS
           END-IF.

       410-REVIEW-ONE-AP-CHECK.
           IF (AR-ISSUED OR AR-CLEARED) AND NOT AR-PAID-BY-EFT
               MOVE AR-CHECK-NO TO CHECK-NO-WS
               PERFORM 408-CHECK-IF-AP-VOIDED
               MOVE 'A'         TO UP-SOURCE
               MOVE AR-CHECK-NO TO UP-CHECK-NO
               PERFORM 270-READ-UNCLAIMED-ITEM

               IF ITEM-ON-FILE
                   IF UP-IS-OPEN
                       IF AR-CLEARED
                           MOVE RUN-DATE-WS TO UP-CLOSE-DATE
                           PERFORM 350-CLOSE-AS-CASHED
                       ELSE
                           IF CHECK-IS-VOIDED
                               PERFORM 355-CLOSE-AS-VOIDED
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF NOT AR-CLEARED AND NOT CHECK-IS-VOIDED
                       MOVE AR-DATE TO ISSUE-DATE-WS
                       PERFORM 260-COMPUTE-CHECK-AGE
                       IF AGE-DAYS-WS > 180
                           PERFORM 420-ADD-AP-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 255-READ-NEXT-AP-REGISTER.

       420-ADD-AP-ITEM.
           MOVE 'A'              TO UP-SOURCE
           MOVE AR-CHECK-NO      TO UP-CHECK-NO
           MOVE AR-SUPPLIER-NO   TO UP-PAYEE-ID
           MOVE AR-SUPPLIER-NAME TO UP-PAYEE-NAME
           MOVE AR-DATE          TO UP-ISSUE-DATE
           MOVE AR-AMOUNT        TO UP-AMOUNT
           MOVE 'MS08'           TO UP-PROPERTY-TYPE
           PERFORM 340-WRITE-NEW-ITEM.

       500-SEND-LETTERS.
           MOVE 'DUE DILIGENCE LETTERS AND OPEN ITEMS'
               TO SECTION-TITLE-OUT
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE 'NO' TO EOF-UNCLAIM-WS
           MOVE LOW-VALUES TO UP-KEY
           START UNCLAIMED-PROPERTY-FILE KEY NOT < UP-KEY
               INVALID KEY MOVE 'YES' TO EOF-UNCLAIM-WS
           END-START
           IF EOF-UNCLAIM-WS NOT = 'YES'
               PERFORM 505-READ-NEXT-UNCLAIMED
           END-IF
           PERFORM 510-REVIEW-ONE-OPEN-ITEM
               UNTIL EOF-UNCLAIM-WS = 'YES'.

       505-READ-NEXT-UNCLAIMED.
           READ UNCLAIMED-PROPERTY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-UNCLAIM-WS
           END-READ.

       510-REVIEW-ONE-OPEN-ITEM.
           IF UP-IS-NEW
               PERFORM 520-GET-PAYEE-ADDRESS
               IF ADDRESS-ON-FILE
                   PERFORM 530-PRINT-LETTER
                   MOVE 'L'         TO UP-STATUS
                   MOVE RUN-DATE-WS TO UP-LETTER-DATE
                   REWRITE UNCLAIMED-PROPERTY-RECORD
                   ADD 1 TO TOTAL-LETTERS-WS
                   MOVE 'DUE DILIGENCE LETTER PRINTED' TO ACTION-WS
               ELSE
                   ADD 1 TO TOTAL-NO-ADDRESS-WS
                   MOVE '*** NO ADDRESS - NO LETTER' TO ACTION-WS
               END-IF
               PERFORM 380-WRITE-ACTIVITY-LINE
           END-IF

           IF UP-IS-OPEN
               ADD 1         TO TOTAL-OPEN-WS
               ADD UP-AMOUNT TO TOTAL-OPEN-AMT-WS
           END-IF

           PERFORM 505-READ-NEXT-UNCLAIMED.

       520-GET-PAYEE-ADDRESS.
           MOVE 'NO' TO ADDRESS-FOUND-WS

           IF UP-PAYROLL-CHECK
               IF ADDRESS-MASTER-AVAILABLE
                   MOVE UP-PAYEE-ID TO EA-SSN-KEY
                   READ EMP-ADDRESS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EA-STREET NOT = SPACES
                               MOVE 'YES'     TO ADDRESS-FOUND-WS
                               MOVE EA-STREET TO UP-STREET
                               MOVE EA-CITY   TO UP-CITY
                               MOVE EA-STATE  TO UP-STATE
                               MOVE EA-ZIP    TO UP-ZIP
                           END-IF
                   END-READ
               END-IF
           ELSE
               IF VENDOR-MASTER-AVAILABLE
                   MOVE UP-PAYEE-ID TO VENDOR-NO-KEY
                   READ VENDOR-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF VENDOR-REMIT-ADDR-MASTER NOT = SPACES
                               PERFORM 525-MOVE-VENDOR-ADDRESS
                           END-IF
                   END-READ
               END-IF
           END-IF.

       525-MOVE-VENDOR-ADDRESS.
           MOVE 'YES'                     TO ADDRESS-FOUND-WS
           MOVE VENDOR-REMIT-ADDR-MASTER  TO UP-STREET
           MOVE VENDOR-REMIT-CITY-MASTER  TO UP-CITY
           MOVE VENDOR-REMIT-STATE-MASTER TO UP-STATE
           MOVE VENDOR-REMIT-ZIP-MASTER   TO UP-ZIP.

       530-PRINT-LETTER.
           MOVE LETTER-SEPARATOR-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 2 LINES

           MOVE RUN-MONTH-WS TO LETTER-MO-OUT
           MOVE RUN-DAY-WS   TO LETTER-DY-OUT
           MOVE RUN-YEAR-WS  TO LETTER-YR-OUT
           MOVE LETTER-DATE-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 2 LINES

           MOVE UP-PAYEE-NAME TO LETTER-NAME-OUT
           MOVE LETTER-NAME-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 2 LINES

           MOVE UP-STREET TO LETTER-STREET-OUT
           MOVE LETTER-STREET-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 1 LINES

           MOVE UP-CITY  TO LETTER-CITY-OUT
           MOVE UP-STATE TO LETTER-STATE-OUT
           MOVE UP-ZIP   TO LETTER-ZIP-OUT
           MOVE LETTER-CITY-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 1 LINES

           MOVE UP-CHECK-NO TO LETTER-CHECK-NO-OUT
           MOVE LETTER-SUBJECT-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 3 LINES

           MOVE UP-ISSUE-DATE  TO ISSUE-DATE-WS
           MOVE ISSUE-MONTH-WS TO LETTER-ISSUE-MO-OUT
           MOVE ISSUE-DAY-WS   TO LETTER-ISSUE-DY-OUT
           MOVE ISSUE-YEAR-WS  TO LETTER-ISSUE-YR-OUT
           MOVE UP-AMOUNT      TO LETTER-AMOUNT-OUT
           MOVE LETTER-AMOUNT-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 2 LINES

           MOVE
           'THAT HAS NOT BEEN CASHED.  IF THE FUNDS ARE NOT CLAIMED'
               TO LETTER-TEXT-OUT
           PERFORM 535-PRINT-LETTER-TEXT
           MOVE
           'WE ARE REQUIRED BY LAW TO REPORT AND REMIT THEM TO THE'
               TO LETTER-TEXT-OUT
           PERFORM 535-PRINT-LETTER-TEXT
           MOVE
           'STATE AS UNCLAIMED PROPERTY.  TO CLAIM THIS PAYMENT,'
               TO LETTER-TEXT-OUT
           PERFORM 535-PRINT-LETTER-TEXT
           MOVE
           'PLEASE CONTACT THE ACCOUNTING OFFICE WITHIN 30 DAYS.'
               TO LETTER-TEXT-OUT
           PERFORM 535-PRINT-LETTER-TEXT

           MOVE 'ACCOUNTING OFFICE' TO LETTER-TEXT-OUT
           MOVE LETTER-TEXT-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 3 LINES.

       535-PRINT-LETTER-TEXT.
           MOVE LETTER-TEXT-LINE-SETUP TO PRINT-A-LETTER-LINE
           WRITE PRINT-A-LETTER-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM49' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-NO-ADDRESS-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'UNCLAIMED ITEMS WITH NO ADDRESS - SEE UNCLAIM.DOC'
                   TO OL-MESSAGE
               MOVE TOTAL-NO-ADDRESS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-PICKED-UP-WS TO OL-RECORD-COUNT
           MOVE TOTAL-PICKED-UP-AMT-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE 'NUMBER OF STALE CHECKS ADDED IS:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-PICKED-UP-WS TO TOTAL-COUNT-OUT
           MOVE TOTAL-COUNT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE 'TOTAL OF STALE CHECKS ADDED IS:'
               TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-PICKED-UP-AMT-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           MOVE 'NUMBER OF LETTERS PRINTED IS:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-LETTERS-WS TO TOTAL-COUNT-OUT
           PERFORM 905-PRINT-ONE-COUNT

           MOVE 'ITEMS WITH NO ADDRESS ON FILE:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-NO-ADDRESS-WS TO TOTAL-COUNT-OUT
           PERFORM 905-PRINT-ONE-COUNT

           MOVE 'ITEMS CLOSED - CHECK CASHED:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-CASHED-WS TO TOTAL-COUNT-OUT
           PERFORM 905-PRINT-ONE-COUNT

           MOVE 'ITEMS CLOSED - CHECK VOIDED:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-VOIDED-WS TO TOTAL-COUNT-OUT
           PERFORM 905-PRINT-ONE-COUNT

           MOVE 'ITEMS CLOSED - CHECK REISSUED:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-REISSUED-WS TO TOTAL-COUNT-OUT
           PERFORM 905-PRINT-ONE-COUNT

           MOVE 'NUMBER OF ITEMS STILL OPEN IS:'
               TO TOTAL-COUNT-LABEL-OUT
           MOVE TOTAL-OPEN-WS TO TOTAL-COUNT-OUT
           PERFORM 905-PRINT-ONE-COUNT

           MOVE 'TOTAL OF ITEMS STILL OPEN IS:'
               TO TOTAL-DOLLARS-LABEL-OUT
           MOVE TOTAL-OPEN-AMT-WS TO TOTAL-DOLLARS-OUT
           PERFORM 910-PRINT-ONE-TOTAL

           IF EMPLOYEE-MASTER-AVAILABLE
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF ADDRESS-MASTER-AVAILABLE
               CLOSE EMP-ADDRESS-FILE
           END-IF
           IF VENDOR-MASTER-AVAILABLE
               CLOSE VENDOR-MASTER-FILE
           END-IF

           CLOSE UNCLAIMED-PROPERTY-FILE ACTIVITY-REPORT-FILE
                 LETTER-PRINT-FILE.

       905-PRINT-ONE-COUNT.
           MOVE TOTAL-COUNT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       910-PRINT-ONE-TOTAL.
           MOVE TOTAL-DOLLARS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.
