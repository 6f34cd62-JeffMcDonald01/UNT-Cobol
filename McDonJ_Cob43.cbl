       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM43.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECEIPT-INPUT-FILE ASSIGN TO 'PORECV.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-FILE-STATUS-WS.

           SELECT PO-MASTER-FILE ASSIGN TO 'POMAST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NO-KEY
           FILE STATUS IS PO-FILE-STATUS-WS.

           SELECT RECEIPT-REPORT-FILE ASSIGN TO 'PORECV.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.


       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-INPUT-FILE RECORDING MODE IS F.
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

       FD  RECEIPT-REPORT-FILE RECORDING MODE IS F.
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
           05  RECEIPT-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  PO-FILE-STATUS-WS       PIC XX          VALUE '00'.
           05  EOF-RECEIPT-WS          PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  VALID-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  RECORD-IS-VALID                     VALUE 'YES'.
               88  RECORD-IS-INVALID                   VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(30)       VALUE SPACE.
           05  PO-FOUND-WS             PIC X(3)        VALUE 'NO'.
               88  PO-ON-MASTER                        VALUE 'YES'.
           05  NEW-RECEIVED-WS         PIC S9(8)V99    VALUE ZERO.
           05  TOTAL-RECEIPTS-WS       PIC 999         VALUE ZERO.
           05  TOTAL-REJECTS-WS        PIC 999         VALUE ZERO.
           05  TOTAL-RECEIVED-DOLLARS-WS PIC S9(9)V99  VALUE ZERO.

       01  RECEIPT-INPUT-RECORD.
           05  PO-NO-IN                PIC X(6).
           05  RECEIPT-DATE-IN         PIC 9(8).
           05  RECEIVED-AMOUNT-IN      PIC S9(7)V99.
           05  RECEIVER-REF-IN         PIC X(10).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(24)   VALUE
           'PURCHASE ORDER RECEIVING'.

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(9)    VALUE 'PO NO'.
           05                          PIC X(11)   VALUE 'RECEIVED'.
           05                          PIC X(13)   VALUE 'REFERENCE'.
           05                          PIC X(17)   VALUE
           '    THIS RECEIPT '.
           05                          PIC X(17)   VALUE
           '      PO ORDERED '.
           05                          PIC X(17)   VALUE
           '  TOTAL RECEIVED '.
           05                          PIC X(3)    VALUE SPACES.
           05                          PIC X(6)    VALUE 'ACTION'.

       01  RECEIPT-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  PO-NO-RPT-OUT           PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  RECEIPT-DATE-RPT-OUT    PIC X(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  RECEIVER-REF-RPT-OUT    PIC X(10).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  AMOUNT-RPT-OUT          PIC $$,$$$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  ORDERED-RPT-OUT         PIC $$,$$$,$$9.99BCR.
           05  FILLER                  PIC X       VALUE SPACE.
           05  RECEIVED-RPT-OUT        PIC $$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACTION-RPT-OUT          PIC X(30).

       01  TOTAL-RECEIPTS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF RECEIPTS POSTED IS:'.
           05  TOTAL-RECEIPTS-OUT      PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  TOTAL-RECEIVED-OUT      PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-REJECTS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF RECORDS REJECTED IS:'.
           05  TOTAL-REJECTS-OUT       PIC ZZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-RECEIPT-WS = 'YES'
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           OPEN INPUT RECEIPT-INPUT-FILE
           IF RECEIPT-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RECEIPT INPUT FILE - STATUS: '
                   RECEIPT-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN I-O PO-MASTER-FILE
           IF PO-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PO MASTER FILE - STATUS: '
                   PO-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN OUTPUT RECEIPT-REPORT-FILE

           MOVE RUN-DATE-WS TO REPORT-HEADER-DATE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES
           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           PERFORM 250-READ-ONE-RECORD.

       250-READ-ONE-RECORD.
           READ RECEIPT-INPUT-FILE INTO RECEIPT-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-RECEIPT-WS
           END-READ.

       300-PROCESS.
           MOVE ZERO TO ORDERED-RPT-OUT RECEIVED-RPT-OUT
           PERFORM 275-EDIT-INPUT

           IF RECORD-IS-VALID
               PERFORM 310-POST-RECEIPT
           ELSE
               ADD 1 TO TOTAL-REJECTS-WS
               MOVE REJECT-REASON-WS TO ACTION-RPT-OUT
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

       275-EDIT-INPUT.
           MOVE 'YES'  TO VALID-RECORD-WS
           MOVE SPACE  TO REJECT-REASON-WS

           IF RECEIVED-AMOUNT-IN IS NOT NUMERIC
               OR RECEIVED-AMOUNT-IN = ZERO
               MOVE 'NO'                      TO VALID-RECORD-WS
               MOVE 'RECEIVED AMOUNT INVALID' TO REJECT-REASON-WS
           ELSE
               IF RECEIPT-DATE-IN IS NOT NUMERIC
                   MOVE 'NO'                  TO VALID-RECORD-WS
                   MOVE 'RECEIPT DATE NOT NUMERIC' TO REJECT-REASON-WS
               ELSE
                   PERFORM 270-READ-PO-MASTER
                   PERFORM 276-EDIT-AGAINST-MASTER
               END-IF
           END-IF.

       276-EDIT-AGAINST-MASTER.
           IF NOT PO-ON-MASTER
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'PO NOT ON MASTER'          TO REJECT-REASON-WS
           ELSE
            MOVE PO-ORDERED-AMOUNT  TO ORDERED-RPT-OUT
            MOVE PO-RECEIVED-AMOUNT TO RECEIVED-RPT-OUT
            IF PO-IS-CLOSED OR PO-IS-CANCELLED
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'PO IS CLOSED/CANCELLED'    TO REJECT-REASON-WS
            ELSE
             COMPUTE NEW-RECEIVED-WS =
                 PO-RECEIVED-AMOUNT + RECEIVED-AMOUNT-IN
             IF NEW-RECEIVED-WS < ZERO
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'RETURN EXCEEDS RECEIVED'   TO REJECT-REASON-WS
             END-IF
            END-IF
           END-IF.

       310-POST-RECEIPT.
           MOVE NEW-RECEIVED-WS TO PO-RECEIVED-AMOUNT
           IF PO-RECEIVED-AMOUNT = ZERO
               MOVE 'O' TO PO-STATUS
           ELSE
               IF PO-RECEIVED-AMOUNT >= PO-ORDERED-AMOUNT
                   MOVE 'R' TO PO-STATUS
               ELSE
                   MOVE 'P' TO PO-STATUS
               END-IF
           END-IF
           MOVE RUN-DATE-WS TO PO-LAST-ACTIVITY-DATE

           REWRITE PO-MASTER-RECORD

           MOVE PO-RECEIVED-AMOUNT TO RECEIVED-RPT-OUT
           IF RECEIVED-AMOUNT-IN < ZERO
               MOVE 'RETURN POSTED'  TO ACTION-RPT-OUT
           ELSE
               MOVE 'RECEIPT POSTED' TO ACTION-RPT-OUT
           END-IF
           IF PO-IS-RECEIVED
               MOVE 'RECEIPT POSTED - PO RECEIVED' TO ACTION-RPT-OUT
           END-IF

           ADD 1                  TO TOTAL-RECEIPTS-WS
           ADD RECEIVED-AMOUNT-IN TO TOTAL-RECEIVED-DOLLARS-WS
           PERFORM 350-WRITE-REPORT-LINE.

       350-WRITE-REPORT-LINE.
           MOVE PO-NO-IN        TO PO-NO-RPT-OUT
           MOVE RECEIPT-DATE-IN TO RECEIPT-DATE-RPT-OUT
           MOVE RECEIVER-REF-IN TO RECEIVER-REF-RPT-OUT
           IF RECEIVED-AMOUNT-IN IS NUMERIC
               MOVE RECEIVED-AMOUNT-IN TO AMOUNT-RPT-OUT
           ELSE
               MOVE ZERO               TO AMOUNT-RPT-OUT
           END-IF

           MOVE RECEIPT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM43' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-REJECTS-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'PO RECEIPTS REJECTED - SEE PORECV'
                   TO OL-MESSAGE
               MOVE TOTAL-REJECTS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-RECEIPTS-WS TO OL-RECORD-COUNT
           MOVE TOTAL-RECEIVED-DOLLARS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-RECEIPTS-WS TO TOTAL-RECEIPTS-OUT
           MOVE TOTAL-RECEIVED-DOLLARS-WS TO TOTAL-RECEIVED-OUT
           MOVE TOTAL-RECEIPTS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-REJECTS-WS TO TOTAL-REJECTS-OUT
           MOVE TOTAL-REJECTS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           CLOSE RECEIPT-INPUT-FILE PO-MASTER-FILE
                 RECEIPT-REPORT-FILE.
