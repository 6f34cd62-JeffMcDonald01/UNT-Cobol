       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM50.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAINT-INPUT-FILE ASSIGN TO 'UNCLMNT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-FILE-STATUS-WS.

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

           SELECT MAINT-AUDIT-FILE ASSIGN TO 'UNCLMNT.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(40).

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

       FD  MAINT-AUDIT-FILE RECORDING MODE IS F.
       01  PRINT-AN-AUDIT-LINE         PIC X(132).

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
           05  EOF-MAINT-WS            PIC X(3)        VALUE 'NO'.
           05  MAINT-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  UNCLAIM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  AP-REGISTER-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-REGISTER-WS         PIC X(3)        VALUE 'NO'.
           05  ORIGINAL-VOIDED-WS      PIC X(3)        VALUE 'NO'.
               88  ORIGINAL-IS-VOIDED                  VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  VALID-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  RECORD-IS-VALID                     VALUE 'YES'.
               88  RECORD-IS-INVALID                   VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(30)       VALUE SPACE.
           05  ITEM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  ITEM-ON-FILE                        VALUE 'YES'.
           05  TOTAL-CLAIMED-WS        PIC 999         VALUE ZERO.
           05  TOTAL-UNDELIVERABLE-WS  PIC 999         VALUE ZERO.
           05  TOTAL-REISSUED-WS       PIC 999         VALUE ZERO.
           05  TOTAL-TYPE-CHANGES-WS   PIC 999         VALUE ZERO.
           05  TOTAL-REJECTS-WS        PIC 999         VALUE ZERO.

       01  MAINT-INPUT-RECORD.
           05  TRAN-CODE-IN            PIC X.
               88  CLAIMED-TRAN-IN                     VALUE 'C'.
               88  UNDELIVERABLE-TRAN-IN               VALUE 'U'.
               88  REISSUED-TRAN-IN                    VALUE 'R'.
               88  TYPE-CHANGE-TRAN-IN                 VALUE 'T'.
           05  SOURCE-IN               PIC X.
           05  CHECK-NO-IN             PIC 9(6).
           05  TRAN-DATE-IN            PIC 9(8).
           05  REISSUE-CHECK-NO-IN     PIC 9(6).
           05  PROPERTY-TYPE-IN        PIC X(4).

       01  AUDIT-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  TRAN-CODE-AUD-OUT       PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  SOURCE-AUD-OUT          PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  CHECK-NO-AUD-OUT        PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  NAME-AUD-OUT            PIC X(23).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACTION-AUD-OUT          PIC X(30).

       01  TOTAL-CLAIMED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ITEMS CLAIMED IS:'.
           05  TOTAL-CLAIMED-OUT       PIC ZZZ9.

       01  TOTAL-UNDELIVERABLE-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF LETTERS RETURNED IS:'.
           05  TOTAL-UNDELIVERABLE-OUT PIC ZZZ9.

       01  TOTAL-REISSUED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ITEMS REISSUED IS:'.
           05  TOTAL-REISSUED-OUT      PIC ZZZ9.

       01  TOTAL-TYPE-CHANGES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF PROPERTY TYPES CHANGED IS:'.
           05  TOTAL-TYPE-CHANGES-OUT  PIC ZZZ9.

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

           OPEN I-O UNCLAIMED-PROPERTY-FILE
           IF UNCLAIM-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN UNCLAIMED PROPERTY FILE - '
                   'STATUS: ' UNCLAIM-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-AUDIT-FILE

           PERFORM 250-READ-ONE-RECORD.

       250-READ-ONE-RECORD.
           READ MAINT-INPUT-FILE INTO MAINT-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-MAINT-WS
           END-READ.

       270-READ-UNCLAIMED-ITEM.
           MOVE 'NO'        TO ITEM-FOUND-WS
           MOVE SOURCE-IN   TO UP-SOURCE
           MOVE CHECK-NO-IN TO UP-CHECK-NO

           READ UNCLAIMED-PROPERTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO ITEM-FOUND-WS
           END-READ.

       300-PROCESS.
           MOVE SPACES TO NAME-AUD-OUT
           PERFORM 275-EDIT-INPUT

           IF RECORD-IS-VALID
               IF TRAN-DATE-IN = ZERO
                   MOVE RUN-DATE-WS TO TRAN-DATE-IN
               END-IF
               IF CLAIMED-TRAN-IN
                   PERFORM 310-RECORD-CLAIM
               ELSE
                   IF UNDELIVERABLE-TRAN-IN
                       PERFORM 320-RECORD-UNDELIVERABLE
                   ELSE
                       IF REISSUED-TRAN-IN
                           PERFORM 330-RECORD-REISSUE
                       ELSE
                           PERFORM 340-CHANGE-PROPERTY-TYPE
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TOTAL-REJECTS-WS
               MOVE REJECT-REASON-WS TO ACTION-AUD-OUT
               PERFORM 350-WRITE-AUDIT-LINE
           END-IF

           PERFORM 250-READ-ONE-RECORD.

       275-EDIT-INPUT.
           MOVE 'YES'  TO VALID-RECORD-WS
           MOVE SPACE  TO REJECT-REASON-WS

           IF NOT CLAIMED-TRAN-IN AND NOT UNDELIVERABLE-TRAN-IN
               AND NOT REISSUED-TRAN-IN AND NOT TYPE-CHANGE-TRAN-IN
               MOVE 'NO'                     TO VALID-RECORD-WS
               MOVE 'INVALID TRANSACTION CODE' TO REJECT-REASON-WS
           ELSE
               IF SOURCE-IN NOT = 'P' AND SOURCE-IN NOT = 'A'
                   MOVE 'NO'                     TO VALID-RECORD-WS
                   MOVE 'INVALID CHECK SOURCE'   TO REJECT-REASON-WS
               ELSE
                   IF CHECK-NO-IN IS NOT NUMERIC
                       MOVE 'NO'                 TO VALID-RECORD-WS
                       MOVE 'INVALID CHECK NUMBER'
                           TO REJECT-REASON-WS
                   ELSE
                       PERFORM 270-READ-UNCLAIMED-ITEM
                       PERFORM 276-EDIT-AGAINST-FILE
                   END-IF
               END-IF
           END-IF.

       276-EDIT-AGAINST-FILE.
           IF NOT ITEM-ON-FILE
               MOVE 'NO'                   TO VALID-RECORD-WS
               MOVE 'CHECK NOT ON UNCLAIMED FILE' TO REJECT-REASON-WS
           ELSE
               MOVE UP-PAYEE-NAME TO NAME-AUD-OUT
               IF TYPE-CHANGE-TRAN-IN
                   IF UP-IS-REMITTED
                       MOVE 'NO'               TO VALID-RECORD-WS
                       MOVE 'ITEM ALREADY REMITTED'
                           TO REJECT-REASON-WS
                   ELSE
                       IF PROPERTY-TYPE-IN = SPACE
                           MOVE 'NO'           TO VALID-RECORD-WS
                           MOVE 'MISSING PROPERTY TYPE'
                               TO REJECT-REASON-WS
                       END-IF
                   END-IF
               ELSE
                   IF NOT UP-IS-OPEN
                       MOVE 'NO'               TO VALID-RECORD-WS
                       MOVE 'ITEM ALREADY CLOSED'
                           TO REJECT-REASON-WS
                   ELSE
                       PERFORM 277-EDIT-FIELD-CONTENT
                   END-IF
               END-IF
           END-IF.

       277-EDIT-FIELD-CONTENT.
           IF TRAN-DATE-IN IS NOT NUMERIC
               MOVE 'NO'                   TO VALID-RECORD-WS
               MOVE 'INVALID TRANSACTION DATE' TO REJECT-REASON-WS
           ELSE
               IF REISSUED-TRAN-IN
                   IF REISSUE-CHECK-NO-IN IS NOT NUMERIC
                       OR REISSUE-CHECK-NO-IN = ZERO
                       MOVE 'NO'               TO VALID-RECORD-WS
                       MOVE 'MISSING REISSUE CHECK NUMBER'
                           TO REJECT-REASON-WS
                   ELSE
                       PERFORM 278-CHECK-ORIGINAL-VOIDED
                       IF NOT ORIGINAL-IS-VOIDED
                           MOVE 'NO'           TO VALID-RECORD-WS
                           MOVE 'ORIGINAL CHECK NOT VOIDED'
                               TO REJECT-REASON-WS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       278-CHECK-ORIGINAL-VOIDED.
           MOVE 'NO' TO ORIGINAL-VOIDED-WS EOF-REGISTER-WS

           IF UP-PAYROLL-CHECK
               OPEN INPUT CHECK-REGISTER-FILE
               IF REGISTER-FILE-STATUS-WS = '00'
                   PERFORM 279-SCAN-ONE-PAYROLL-CHECK
                       UNTIL EOF-REGISTER-WS = 'YES'
                   CLOSE CHECK-REGISTER-FILE
               END-IF
           ELSE
               OPEN INPUT AP-CHECK-REGISTER-FILE
               IF AP-REGISTER-STATUS-WS = '00'
                   PERFORM 280-SCAN-ONE-AP-CHECK
                       UNTIL EOF-REGISTER-WS = 'YES'
                   CLOSE AP-CHECK-REGISTER-FILE
               END-IF
           END-IF.

       279-SCAN-ONE-PAYROLL-CHECK.
           READ CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-REGISTER-WS
               NOT AT END
                   IF CR-CHECK-NO = UP-CHECK-NO AND CR-VOIDED
                       MOVE 'YES' TO ORIGINAL-VOIDED-WS
                   END-IF
           END-READ.

       280-SCAN-ONE-AP-CHECK.
           READ AP-CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-REGISTER-WS
               NOT AT END
                   IF AR-CHECK-NO = UP-CHECK-NO AND AR-VOIDED
                       MOVE 'YES' TO ORIGINAL-VOIDED-WS
                   END-IF
           END-READ.

       310-RECORD-CLAIM.
           MOVE 'P'             TO UP-STATUS
           MOVE 'C'             TO UP-RESPONSE
           MOVE TRAN-DATE-IN    TO UP-RESPONSE-DATE

           REWRITE UNCLAIMED-PROPERTY-RECORD

           ADD 1 TO TOTAL-CLAIMED-WS
           MOVE 'PAYEE CLAIMED - AWAIT REISSUE' TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.

       320-RECORD-UNDELIVERABLE.
           MOVE 'U'             TO UP-RESPONSE
           MOVE TRAN-DATE-IN    TO UP-RESPONSE-DATE

           REWRITE UNCLAIMED-PROPERTY-RECORD

           ADD 1 TO TOTAL-UNDELIVERABLE-WS
           MOVE 'LETTER RETURNED UNDELIVERABLE' TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.

       330-RECORD-REISSUE.
           MOVE 'R'                 TO UP-STATUS
           MOVE REISSUE-CHECK-NO-IN TO UP-REISSUE-CHECK-NO
           MOVE TRAN-DATE-IN        TO UP-CLOSE-DATE
           IF UP-NO-RESPONSE
               MOVE 'C'             TO UP-RESPONSE
               MOVE TRAN-DATE-IN    TO UP-RESPONSE-DATE
           END-IF

           REWRITE UNCLAIMED-PROPERTY-RECORD

           ADD 1 TO TOTAL-REISSUED-WS
           MOVE 'CHECK REISSUED - ITEM CLOSED' TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.

       340-CHANGE-PROPERTY-TYPE.
           MOVE PROPERTY-TYPE-IN TO UP-PROPERTY-TYPE

           REWRITE UNCLAIMED-PROPERTY-RECORD

           ADD 1 TO TOTAL-TYPE-CHANGES-WS
           MOVE 'PROPERTY TYPE CHANGED' TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.

       350-WRITE-AUDIT-LINE.
           MOVE TRAN-CODE-IN TO TRAN-CODE-AUD-OUT
           MOVE SOURCE-IN    TO SOURCE-AUD-OUT
           MOVE CHECK-NO-IN  TO CHECK-NO-AUD-OUT

           MOVE AUDIT-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM50' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           COMPUTE OL-RECORD-COUNT = TOTAL-CLAIMED-WS
               + TOTAL-UNDELIVERABLE-WS + TOTAL-REISSUED-WS
               + TOTAL-TYPE-CHANGES-WS
           MOVE ZERO TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-CLAIMED-WS TO TOTAL-CLAIMED-OUT
           MOVE TOTAL-CLAIMED-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 3 LINES

           MOVE TOTAL-UNDELIVERABLE-WS TO TOTAL-UNDELIVERABLE-OUT
           MOVE TOTAL-UNDELIVERABLE-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           MOVE TOTAL-REISSUED-WS TO TOTAL-REISSUED-OUT
           MOVE TOTAL-REISSUED-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           MOVE TOTAL-TYPE-CHANGES-WS TO TOTAL-TYPE-CHANGES-OUT
           MOVE TOTAL-TYPE-CHANGES-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           MOVE TOTAL-REJECTS-WS TO TOTAL-REJECTS-OUT
           MOVE TOTAL-REJECTS-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           CLOSE MAINT-INPUT-FILE UNCLAIMED-PROPERTY-FILE
                 MAINT-AUDIT-FILE.
