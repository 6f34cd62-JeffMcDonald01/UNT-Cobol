       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM42.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAINT-INPUT-FILE ASSIGN TO 'POENTRY.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-FILE-STATUS-WS.

           SELECT PO-MASTER-FILE ASSIGN TO 'POMAST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NO-KEY
           FILE STATUS IS PO-FILE-STATUS-WS.

           SELECT VENDOR-MASTER-FILE ASSIGN TO 'VENDOR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDOR-NO-KEY
           FILE STATUS IS VENDOR-FILE-STATUS-WS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STORE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STORE-NO-KEY
           FILE STATUS IS STORE-FILE-STATUS-WS.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.

           SELECT MAINT-REPORT-FILE ASSIGN TO 'POENTRY.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.


       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  PO-MASTER-FILE.
       01  PO-MASTER-RECORD.
           05  PO-NO-KEY               PIC X(6).
           05  PO-SUPPLIER-NO          PIC X(5).
           05  PO-STORE-NO             PIC X(3).
           05  PO-ACCT-NO              PIC X(4).
           05  PO-ORDER-DATE           PIC 9(8).
           05  PO-ORDERED-AMOUNT       PIC S9(7)V99.
           05  PO-RECEIVED-AMOUNT      PIC S9(7)V99.
           05  PO-INVOICED-AMOUNT      PIC S9(7)V99.
           05  PO-STATUS               PIC X.
               88  PO-IS-OPEN                          VALUE 'O'.
               88  PO-IS-PART-RECEIVED                 VALUE 'P'.
               88  PO-IS-RECEIVED                      VALUE 'R'.
               88  PO-IS-CLOSED                        VALUE 'C'.
               88  PO-IS-CANCELLED                     VALUE 'X'.
           05  PO-LAST-ACTIVITY-DATE   PIC 9(8).

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
           05  PO-FILE-STATUS-WS       PIC XX          VALUE '00'.
           05  VENDOR-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  STORE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  EOF-MAINT-WS            PIC X(3)        VALUE 'NO'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  VALID-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  RECORD-IS-VALID                     VALUE 'YES'.
               88  RECORD-IS-INVALID                   VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(30)       VALUE SPACE.
           05  PO-FOUND-WS             PIC X(3)        VALUE 'NO'.
               88  PO-ON-MASTER                        VALUE 'YES'.
           05  VENDOR-FOUND-WS         PIC X(3)        VALUE 'NO'.
               88  VENDOR-ON-MASTER                    VALUE 'YES'.
           05  STORE-FOUND-WS          PIC X(3)        VALUE 'NO'.
               88  STORE-ON-MASTER                     VALUE 'YES'.
           05  CHART-COUNT-WS          PIC 999         VALUE ZERO.
           05  CHART-SUB-WS            PIC 999         VALUE ZERO.
           05  CHART-HIT-WS            PIC 999         VALUE ZERO.
           05  LOOKUP-ACCT-WS          PIC X(4)        VALUE SPACES.
           05  TOTAL-ADDS-WS           PIC 999         VALUE ZERO.
           05  TOTAL-CHANGES-WS        PIC 999         VALUE ZERO.
           05  TOTAL-CANCELS-WS        PIC 999         VALUE ZERO.
           05  TOTAL-CLOSES-WS         PIC 999         VALUE ZERO.
           05  TOTAL-REJECTS-WS        PIC 999         VALUE ZERO.
           05  TOTAL-ORDERED-DOLLARS-WS PIC S9(9)V99   VALUE ZERO.

       01  MAINT-INPUT-RECORD.
           05  TRAN-CODE-IN            PIC X.
               88  ADD-TRAN-IN                         VALUE 'A'.
               88  CHANGE-TRAN-IN                      VALUE 'C'.
               88  CANCEL-TRAN-IN                      VALUE 'X'.
               88  CLOSE-TRAN-IN                       VALUE 'L'.
           05  PO-NO-IN                PIC X(6).
           05  SUPPLIER-NO-IN          PIC X(5).
           05  STORE-NO-IN             PIC X(3).
           05  ACCT-NO-IN              PIC X(4).
           05  ORDER-DATE-IN           PIC 9(8).
           05  ORDERED-AMOUNT-IN       PIC S9(7)V99.

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
           05                          PIC X(26)   VALUE
           'PURCHASE ORDER MAINTENANCE'.

       01  MAINT-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  TRAN-CODE-RPT-OUT       PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  PO-NO-RPT-OUT           PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  SUPPLIER-NO-RPT-OUT     PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  STORE-NO-RPT-OUT        PIC X(3).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACCT-NO-RPT-OUT         PIC X(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ORDERED-RPT-OUT         PIC $$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACTION-RPT-OUT          PIC X(30).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  STATUS-RPT-OUT          PIC X.

       01  TOTAL-ADDS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF PURCHASE ORDERS ADDED IS:'.
           05  TOTAL-ADDS-OUT          PIC ZZZ9.

       01  TOTAL-CHANGES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF PURCHASE ORDERS CHANGED IS:'.
           05  TOTAL-CHANGES-OUT       PIC ZZZ9.

       01  TOTAL-CANCELS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF PURCHASE ORDERS CANCELLED:'.
           05  TOTAL-CANCELS-OUT       PIC ZZZ9.

       01  TOTAL-CLOSES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF PURCHASE ORDERS CLOSED IS:'.
           05  TOTAL-CLOSES-OUT        PIC ZZZ9.

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
               DISPLAY 'UNABLE TO OPEN PO ENTRY FILE - STATUS: '
                   MAINT-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN I-O PO-MASTER-FILE
           IF PO-FILE-STATUS-WS = '35'
               OPEN OUTPUT PO-MASTER-FILE
               CLOSE PO-MASTER-FILE
               OPEN I-O PO-MASTER-FILE
           END-IF

           OPEN INPUT VENDOR-MASTER-FILE
           IF VENDOR-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN VENDOR MASTER FILE - STATUS: '
                   VENDOR-FILE-STATUS-WS
               STOP RUN
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
           PERFORM 275-EDIT-INPUT

           IF RECORD-IS-VALID
               IF ADD-TRAN-IN
                   PERFORM 310-ADD-PURCHASE-ORDER
               ELSE
                   IF CHANGE-TRAN-IN
                       PERFORM 320-CHANGE-PURCHASE-ORDER
                   ELSE
                       IF CANCEL-TRAN-IN
                           PERFORM 330-CANCEL-PURCHASE-ORDER
                       ELSE
                           PERFORM 340-CLOSE-PURCHASE-ORDER
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TOTAL-REJECTS-WS
               MOVE REJECT-REASON-WS TO ACTION-RPT-OUT
               MOVE SPACE            TO STATUS-RPT-OUT
               PERFORM 350-WRITE-REPORT-LINE
           END-IF

           PERFORM 250-READ-ONE-RECORD.

       270-READ-PO-MASTER.
           MOVE 'NO'     TO PO-FOUND-WS
           MOVE PO-NO-IN TO PO-NO-KEY

           READ PO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO PO-FOUND-WS
           END-READ.

       271-READ-VENDOR-MASTER.
           MOVE 'NO'           TO VENDOR-FOUND-WS
           MOVE SUPPLIER-NO-IN TO VENDOR-NO-KEY

           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO VENDOR-FOUND-WS
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
               AND NOT CANCEL-TRAN-IN AND NOT CLOSE-TRAN-IN
               MOVE 'NO'                       TO VALID-RECORD-WS
               MOVE 'INVALID TRANSACTION CODE' TO REJECT-REASON-WS
           ELSE
               IF PO-NO-IN = SPACES
                   MOVE 'NO'                  TO VALID-RECORD-WS
                   MOVE 'PO NUMBER IS REQUIRED' TO REJECT-REASON-WS
               ELSE
                   PERFORM 270-READ-PO-MASTER
                   PERFORM 276-EDIT-AGAINST-MASTER
               END-IF
           END-IF.

       276-EDIT-AGAINST-MASTER.
           IF ADD-TRAN-IN AND PO-ON-MASTER
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'PO ALREADY ON MASTER'      TO REJECT-REASON-WS
           ELSE
            IF NOT ADD-TRAN-IN AND NOT PO-ON-MASTER
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'PO NOT ON MASTER'          TO REJECT-REASON-WS
            ELSE
             IF NOT ADD-TRAN-IN
                 AND (PO-IS-CLOSED OR PO-IS-CANCELLED)
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'PO ALREADY CLOSED/CANCELLED' TO REJECT-REASON-WS
             ELSE
              IF CANCEL-TRAN-IN AND (PO-RECEIVED-AMOUNT NOT = ZERO
                  OR PO-INVOICED-AMOUNT NOT = ZERO)
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'PO HAS ACTIVITY - CLOSE IT'  TO REJECT-REASON-WS
              ELSE
               IF ADD-TRAN-IN OR CHANGE-TRAN-IN
                   PERFORM 277-EDIT-PO-FIELDS
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.

       277-EDIT-PO-FIELDS.
           PERFORM 271-READ-VENDOR-MASTER
           PERFORM 272-READ-STORE-MASTER
           MOVE ACCT-NO-IN TO LOOKUP-ACCT-WS
           PERFORM 245-FIND-CHART-ACCOUNT

           IF NOT VENDOR-ON-MASTER
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'SUPPLIER NOT ON VENDOR MASTER' TO REJECT-REASON-WS
           ELSE
            IF NOT STORE-ON-MASTER
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'STORE NOT ON STORE MASTER' TO REJECT-REASON-WS
            ELSE
             IF SM-STORE-CLOSED
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'STORE IS CLOSED'           TO REJECT-REASON-WS
             ELSE
              IF CHART-HIT-WS = ZERO
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'ACCOUNT NOT ON CHART'      TO REJECT-REASON-WS
              ELSE
               IF ORDERED-AMOUNT-IN IS NOT NUMERIC
                   OR ORDERED-AMOUNT-IN NOT > ZERO
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'ORDERED AMOUNT INVALID' TO REJECT-REASON-WS
               ELSE
                IF CHANGE-TRAN-IN
                    AND ORDERED-AMOUNT-IN < PO-RECEIVED-AMOUNT
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'ORDERED LESS THAN RECEIVED'
                       TO REJECT-REASON-WS
                ELSE
                 IF ORDER-DATE-IN IS NOT NUMERIC
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'ORDER DATE NOT NUMERIC' TO REJECT-REASON-WS
                 END-IF
                END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.

       310-ADD-PURCHASE-ORDER.
           MOVE PO-NO-IN TO PO-NO-KEY
           MOVE ZERO     TO PO-RECEIVED-AMOUNT PO-INVOICED-AMOUNT
           PERFORM 315-MOVE-PO-FIELDS

           WRITE PO-MASTER-RECORD

           ADD 1 TO TOTAL-ADDS-WS
           MOVE 'PURCHASE ORDER ADDED' TO ACTION-RPT-OUT
           MOVE PO-STATUS TO STATUS-RPT-OUT
           PERFORM 350-WRITE-REPORT-LINE.

       315-MOVE-PO-FIELDS.
           MOVE SUPPLIER-NO-IN    TO PO-SUPPLIER-NO
           MOVE STORE-NO-IN       TO PO-STORE-NO
           MOVE ACCT-NO-IN        TO PO-ACCT-NO
           IF ORDER-DATE-IN = ZERO
               MOVE RUN-DATE-WS   TO PO-ORDER-DATE
           ELSE
               MOVE ORDER-DATE-IN TO PO-ORDER-DATE
           END-IF
           MOVE ORDERED-AMOUNT-IN TO PO-ORDERED-AMOUNT
           MOVE RUN-DATE-WS       TO PO-LAST-ACTIVITY-DATE
           PERFORM 317-SET-RECEIPT-STATUS.

       317-SET-RECEIPT-STATUS.
           IF PO-RECEIVED-AMOUNT = ZERO
               MOVE 'O' TO PO-STATUS
           ELSE
               IF PO-RECEIVED-AMOUNT >= PO-ORDERED-AMOUNT
                   MOVE 'R' TO PO-STATUS
               ELSE
                   MOVE 'P' TO PO-STATUS
               END-IF
           END-IF.

       320-CHANGE-PURCHASE-ORDER.
           PERFORM 315-MOVE-PO-FIELDS

           REWRITE PO-MASTER-RECORD

           ADD 1 TO TOTAL-CHANGES-WS
           MOVE 'PURCHASE ORDER CHANGED' TO ACTION-RPT-OUT
           MOVE PO-STATUS TO STATUS-RPT-OUT
           PERFORM 350-WRITE-REPORT-LINE.

       330-CANCEL-PURCHASE-ORDER.
           MOVE 'X'         TO PO-STATUS
           MOVE RUN-DATE-WS TO PO-LAST-ACTIVITY-DATE

           REWRITE PO-MASTER-RECORD

           ADD 1 TO TOTAL-CANCELS-WS
           MOVE 'PURCHASE ORDER CANCELLED' TO ACTION-RPT-OUT
           MOVE PO-STATUS TO STATUS-RPT-OUT
           PERFORM 350-WRITE-REPORT-LINE.

       340-CLOSE-PURCHASE-ORDER.
           MOVE 'C'         TO PO-STATUS
           MOVE RUN-DATE-WS TO PO-LAST-ACTIVITY-DATE

           REWRITE PO-MASTER-RECORD

           ADD 1 TO TOTAL-CLOSES-WS
           MOVE 'PURCHASE ORDER CLOSED' TO ACTION-RPT-OUT
           MOVE PO-STATUS TO STATUS-RPT-OUT
           PERFORM 350-WRITE-REPORT-LINE.

       350-WRITE-REPORT-LINE.
           MOVE TRAN-CODE-IN   TO TRAN-CODE-RPT-OUT
           MOVE PO-NO-IN       TO PO-NO-RPT-OUT
           MOVE SUPPLIER-NO-IN TO SUPPLIER-NO-RPT-OUT
           MOVE STORE-NO-IN    TO STORE-NO-RPT-OUT
           MOVE ACCT-NO-IN     TO ACCT-NO-RPT-OUT
           IF ORDERED-AMOUNT-IN IS NUMERIC
               MOVE ORDERED-AMOUNT-IN TO ORDERED-RPT-OUT
           ELSE
               MOVE ZERO              TO ORDERED-RPT-OUT
           END-IF
           IF RECORD-IS-VALID AND (ADD-TRAN-IN OR CHANGE-TRAN-IN)
               ADD ORDERED-AMOUNT-IN TO TOTAL-ORDERED-DOLLARS-WS
           END-IF

           MOVE MAINT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM42' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-REJECTS-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'PO ENTRY RECORDS REJECTED - SEE POENTRY'
                   TO OL-MESSAGE
               MOVE TOTAL-REJECTS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           COMPUTE OL-RECORD-COUNT = TOTAL-ADDS-WS
               + TOTAL-CHANGES-WS + TOTAL-CANCELS-WS + TOTAL-CLOSES-WS
           MOVE TOTAL-ORDERED-DOLLARS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-ADDS-WS TO TOTAL-ADDS-OUT
           MOVE TOTAL-ADDS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-CHANGES-WS TO TOTAL-CHANGES-OUT
           MOVE TOTAL-CHANGES-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-CANCELS-WS TO TOTAL-CANCELS-OUT
           MOVE TOTAL-CANCELS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-CLOSES-WS TO TOTAL-CLOSES-OUT
           MOVE TOTAL-CLOSES-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-REJECTS-WS TO TOTAL-REJECTS-OUT
           MOVE TOTAL-REJECTS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           CLOSE MAINT-INPUT-FILE PO-MASTER-FILE VENDOR-MASTER-FILE
                 STORE-MASTER-FILE MAINT-REPORT-FILE.
