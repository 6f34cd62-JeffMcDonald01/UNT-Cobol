       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM55.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAINT-INPUT-FILE ASSIGN TO 'ASSETMNT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-FILE-STATUS-WS.

           SELECT FIXED-ASSET-FILE ASSIGN TO 'ASSET.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-ASSET-NO-KEY
           ALTERNATE RECORD KEY IS FA-STORE-NO WITH DUPLICATES
           FILE STATUS IS ASSET-FILE-STATUS-WS.

           SELECT STORE-MASTER-FILE ASSIGN TO 'STORE.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-STORE-NO-KEY
           FILE STATUS IS STORE-FILE-STATUS-WS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO 'ASSETMNT.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  FIXED-ASSET-FILE.
       01  FIXED-ASSET-RECORD.
           05  FA-ASSET-NO-KEY         PIC X(6).
           05  FA-DESCRIPTION          PIC X(30).
           05  FA-STORE-NO             PIC X(3).
           05  FA-ASSET-ACCT           PIC X(4).
           05  FA-IN-SERVICE-DATE      PIC 9(8).
           05  FA-COST                 PIC S9(7)V99.
           05  FA-LIFE-MONTHS          PIC 9(3).
           05  FA-METHOD               PIC X.
               88  FA-STRAIGHT-LINE                    VALUE 'S'.
               88  FA-DECLINING-BALANCE                VALUE 'D'.
           05  FA-SALVAGE              PIC S9(7)V99.
           05  FA-ACCUM-DEPR           PIC S9(7)V99.
           05  FA-LAST-DEPR-PERIOD     PIC 9(6).
           05  FA-DISPOSAL-DATE        PIC 9(8).
           05  FA-DISPOSAL-PROCEEDS    PIC S9(7)V99.
           05  FA-STATUS               PIC X.
               88  FA-IS-ACTIVE                        VALUE 'A'.
               88  FA-IS-DISPOSED                      VALUE 'D'.
               88  FA-IS-RETIRED                       VALUE 'R'.
           05  FA-VOUCHER-NO           PIC X(6).
           05  FA-SUPPLIER-NO          PIC X(5).
           05  FA-PRIOR-STORE-NO       PIC X(3).
           05  FA-TRANSFER-DATE        PIC 9(8).

       FD  STORE-MASTER-FILE.
       01  STORE-MASTER-RECORD.
           05  SM-STORE-NO-KEY         PIC X(3).
           05  SM-STORE-NAME           PIC X(20).
           05  SM-REGION               PIC X(2).
           05  SM-STATUS               PIC X.
               88  SM-STORE-OPEN                       VALUE 'O'.
               88  SM-STORE-CLOSED                     VALUE 'C'.

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
           05  ASSET-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  STORE-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  STORE-MASTER-AVAIL-WS   PIC X(3)        VALUE 'NO'.
               88  STORE-MASTER-AVAILABLE              VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  TRAN-DATE-WS            PIC 9(8)        VALUE ZERO.
           05  VALID-RECORD-WS         PIC X(3)        VALUE 'YES'.
               88  RECORD-IS-VALID                     VALUE 'YES'.
               88  RECORD-IS-INVALID                   VALUE 'NO'.
           05  REJECT-REASON-WS        PIC X(40)       VALUE SPACE.
           05  ITEM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  ITEM-ON-FILE                        VALUE 'YES'.
           05  TOTAL-TRANSFERS-WS      PIC 999         VALUE ZERO.
           05  TOTAL-DISPOSALS-WS      PIC 999         VALUE ZERO.
           05  TOTAL-CHANGES-WS        PIC 999         VALUE ZERO.
           05  TOTAL-REJECTS-WS        PIC 999         VALUE ZERO.
           05  TOTAL-PROCEEDS-WS       PIC S9(9)V99    VALUE ZERO.

       01  MAINT-INPUT-RECORD.
           05  TRAN-CODE-IN            PIC X.
               88  TRANSFER-TRAN-IN                    VALUE 'T'.
               88  DISPOSAL-TRAN-IN                    VALUE 'D'.
               88  CHANGE-TRAN-IN                      VALUE 'C'.
           05  ASSET-NO-IN             PIC X(6).
           05  TRAN-DATE-IN            PIC X(8).
           05  TRAN-DATE-NUM-IN REDEFINES TRAN-DATE-IN
                                       PIC 9(8).
           05  NEW-STORE-IN            PIC X(3).
           05  PROCEEDS-IN             PIC X(9).
           05  PROCEEDS-NUM-IN REDEFINES PROCEEDS-IN
                                       PIC 9(7)V99.
           05  DESCRIPTION-IN          PIC X(30).
           05  LIFE-IN                 PIC X(3).
           05  LIFE-NUM-IN REDEFINES LIFE-IN
                                       PIC 9(3).
           05  METHOD-IN               PIC X.
           05  SALVAGE-IN              PIC X(9).
           05  SALVAGE-NUM-IN REDEFINES SALVAGE-IN
                                       PIC 9(7)V99.

       01  AUDIT-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  TRAN-CODE-AUD-OUT       PIC X.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ASSET-NO-AUD-OUT        PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DESCRIPTION-AUD-OUT     PIC X(30).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  STORE-AUD-OUT           PIC X(3).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ACTION-AUD-OUT          PIC X(40).

       01  TRANSFER-ACTION-SETUP.
           05                          PIC X(17)   VALUE
           'TRANSFERRED FROM '.
           05  TRANSFER-FROM-OUT       PIC X(3).
           05                          PIC X(4)    VALUE ' TO '.
           05  TRANSFER-TO-OUT         PIC X(3).

       01  TOTAL-TRANSFERS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ASSETS TRANSFERRED IS:'.
           05  TOTAL-TRANSFERS-OUT     PIC ZZZ9.

       01  TOTAL-DISPOSALS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ASSETS DISPOSED IS:'.
           05  TOTAL-DISPOSALS-OUT     PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05                          PIC X(10)   VALUE 'PROCEEDS:'.
           05  TOTAL-PROCEEDS-OUT      PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-CHANGES-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ASSETS CHANGED IS:'.
           05  TOTAL-CHANGES-OUT       PIC ZZZ9.

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

           OPEN I-O FIXED-ASSET-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN FIXED ASSET FILE - STATUS: '
                   ASSET-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN INPUT STORE-MASTER-FILE
           IF STORE-FILE-STATUS-WS = '00'
               MOVE 'YES' TO STORE-MASTER-AVAIL-WS
           ELSE
               DISPLAY 'STORE MASTER FILE NOT AVAILABLE - STATUS: '
                   STORE-FILE-STATUS-WS
               DISPLAY 'ASSET TRANSFERS WILL BE REJECTED'
           END-IF

           OPEN OUTPUT MAINT-AUDIT-FILE

           PERFORM 250-READ-ONE-RECORD.

       250-READ-ONE-RECORD.
           READ MAINT-INPUT-FILE INTO MAINT-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-MAINT-WS
           END-READ.

       270-READ-FIXED-ASSET.
           MOVE 'NO'        TO ITEM-FOUND-WS
           MOVE ASSET-NO-IN TO FA-ASSET-NO-KEY

           READ FIXED-ASSET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO ITEM-FOUND-WS
           END-READ.

       300-PROCESS.
           MOVE SPACES TO DESCRIPTION-AUD-OUT STORE-AUD-OUT
           PERFORM 275-EDIT-INPUT

           IF RECORD-IS-VALID
               IF TRANSFER-TRAN-IN
                   PERFORM 310-TRANSFER-ASSET
               ELSE
                   IF DISPOSAL-TRAN-IN
                       PERFORM 320-DISPOSE-ASSET
                   ELSE
                       PERFORM 330-CHANGE-ASSET
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

           IF NOT TRANSFER-TRAN-IN AND NOT DISPOSAL-TRAN-IN
               AND NOT CHANGE-TRAN-IN
               MOVE 'NO'                     TO VALID-RECORD-WS
               MOVE 'INVALID TRANSACTION CODE' TO REJECT-REASON-WS
           ELSE
               IF TRAN-DATE-IN = SPACES OR TRAN-DATE-IN = ZERO
                   MOVE RUN-DATE-WS TO TRAN-DATE-WS
               ELSE
                   IF TRAN-DATE-IN IS NUMERIC
                       MOVE TRAN-DATE-NUM-IN TO TRAN-DATE-WS
                   ELSE
                       MOVE ZERO TO TRAN-DATE-WS
                   END-IF
               END-IF
               PERFORM 270-READ-FIXED-ASSET
               PERFORM 276-EDIT-AGAINST-FILE
           END-IF.

       276-EDIT-AGAINST-FILE.
           IF NOT ITEM-ON-FILE
               MOVE 'NO'                   TO VALID-RECORD-WS
               MOVE 'ASSET NOT ON FIXED ASSET FILE' TO REJECT-REASON-WS
           ELSE
               MOVE FA-DESCRIPTION TO DESCRIPTION-AUD-OUT
               MOVE FA-STORE-NO    TO STORE-AUD-OUT
               IF NOT FA-IS-ACTIVE
                   MOVE 'NO'               TO VALID-RECORD-WS
                   MOVE 'ASSET ALREADY DISPOSED'
                       TO REJECT-REASON-WS
               ELSE
                   IF TRAN-DATE-WS = ZERO
                       MOVE 'NO'           TO VALID-RECORD-WS
                       MOVE 'INVALID TRANSACTION DATE'
                           TO REJECT-REASON-WS
                   ELSE
                       IF TRANSFER-TRAN-IN
                           PERFORM 277-EDIT-TRANSFER
                       ELSE
                           IF DISPOSAL-TRAN-IN
                               PERFORM 278-EDIT-DISPOSAL
                           ELSE
                               PERFORM 279-EDIT-CHANGE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       277-EDIT-TRANSFER.
           IF NEW-STORE-IN = SPACES
               MOVE 'NO'                   TO VALID-RECORD-WS
               MOVE 'MISSING NEW STORE NUMBER' TO REJECT-REASON-WS
           ELSE
               IF NEW-STORE-IN = FA-STORE-NO
                   MOVE 'NO'               TO VALID-RECORD-WS
                   MOVE 'ASSET ALREADY AT THAT STORE'
                       TO REJECT-REASON-WS
               ELSE
                   IF NOT STORE-MASTER-AVAILABLE
                       MOVE 'NO'           TO VALID-RECORD-WS
                       MOVE 'STORE MASTER NOT AVAILABLE'
                           TO REJECT-REASON-WS
                   ELSE
                       MOVE NEW-STORE-IN TO SM-STORE-NO-KEY
                       READ STORE-MASTER-FILE
                           INVALID KEY
                               MOVE 'NO'   TO VALID-RECORD-WS
                               MOVE 'STORE NOT ON STORE MASTER'
                                   TO REJECT-REASON-WS
                           NOT INVALID KEY
                               IF SM-STORE-CLOSED
                                   MOVE 'NO' TO VALID-RECORD-WS
                                   MOVE 'STORE IS CLOSED'
                                       TO REJECT-REASON-WS
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       278-EDIT-DISPOSAL.
           IF PROCEEDS-IN = SPACES
               MOVE ZERO TO PROCEEDS-NUM-IN
           END-IF

           IF PROCEEDS-IN IS NOT NUMERIC
               MOVE 'NO'                   TO VALID-RECORD-WS
               MOVE 'INVALID DISPOSAL PROCEEDS' TO REJECT-REASON-WS
           ELSE
               IF TRAN-DATE-WS < FA-IN-SERVICE-DATE
                   MOVE 'NO'               TO VALID-RECORD-WS
                   MOVE 'DISPOSAL BEFORE IN-SERVICE DATE'
                       TO REJECT-REASON-WS
               END-IF
           END-IF.

       279-EDIT-CHANGE.
           IF DESCRIPTION-IN = SPACES AND LIFE-IN = SPACES
               AND METHOD-IN = SPACE AND SALVAGE-IN = SPACES
               MOVE 'NO'                   TO VALID-RECORD-WS
               MOVE 'NO CHANGES ENTERED'   TO REJECT-REASON-WS
           END-IF

           IF LIFE-IN NOT = SPACES
               IF LIFE-IN IS NOT NUMERIC OR LIFE-NUM-IN = ZERO
                   MOVE 'NO'               TO VALID-RECORD-WS
                   MOVE 'INVALID USEFUL LIFE' TO REJECT-REASON-WS
               END-IF
           END-IF

           IF METHOD-IN NOT = SPACE
               AND METHOD-IN NOT = 'S' AND METHOD-IN NOT = 'D'
               MOVE 'NO'                   TO VALID-RECORD-WS
               MOVE 'METHOD MUST BE S OR D' TO REJECT-REASON-WS
           END-IF

           IF SALVAGE-IN NOT = SPACES
               IF SALVAGE-IN IS NOT NUMERIC
                   MOVE 'NO'               TO VALID-RECORD-WS
                   MOVE 'INVALID SALVAGE VALUE' TO REJECT-REASON-WS
               ELSE
                   IF SALVAGE-NUM-IN NOT < FA-COST
                       MOVE 'NO'           TO VALID-RECORD-WS
                       MOVE 'SALVAGE NOT LESS THAN COST'
                           TO REJECT-REASON-WS
                   END-IF
               END-IF
           END-IF.

       310-TRANSFER-ASSET.
           MOVE FA-STORE-NO  TO TRANSFER-FROM-OUT
           MOVE NEW-STORE-IN TO TRANSFER-TO-OUT

           MOVE FA-STORE-NO  TO FA-PRIOR-STORE-NO
           MOVE NEW-STORE-IN TO FA-STORE-NO
           MOVE TRAN-DATE-WS TO FA-TRANSFER-DATE

           REWRITE FIXED-ASSET-RECORD

           ADD 1 TO TOTAL-TRANSFERS-WS
           MOVE TRANSFER-ACTION-SETUP TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.

       320-DISPOSE-ASSET.
           MOVE 'D'             TO FA-STATUS
           MOVE TRAN-DATE-WS    TO FA-DISPOSAL-DATE
           MOVE PROCEEDS-NUM-IN TO FA-DISPOSAL-PROCEEDS

           REWRITE FIXED-ASSET-RECORD

           ADD 1 TO TOTAL-DISPOSALS-WS
           ADD PROCEEDS-NUM-IN TO TOTAL-PROCEEDS-WS
           MOVE 'DISPOSAL RECORDED - POSTS AT MONTH END'
               TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.

       330-CHANGE-ASSET.
           IF DESCRIPTION-IN NOT = SPACES
               MOVE DESCRIPTION-IN TO FA-DESCRIPTION
           END-IF
           IF LIFE-IN NOT = SPACES
               MOVE LIFE-NUM-IN    TO FA-LIFE-MONTHS
           END-IF
           IF METHOD-IN NOT = SPACE
               MOVE METHOD-IN      TO FA-METHOD
           END-IF
           IF SALVAGE-IN NOT = SPACES
               MOVE SALVAGE-NUM-IN TO FA-SALVAGE
           END-IF

           REWRITE FIXED-ASSET-RECORD

           ADD 1 TO TOTAL-CHANGES-WS
           MOVE FA-DESCRIPTION TO DESCRIPTION-AUD-OUT
           MOVE 'ASSET DETAILS CHANGED' TO ACTION-AUD-OUT
           PERFORM 350-WRITE-AUDIT-LINE.

       350-WRITE-AUDIT-LINE.
           MOVE TRAN-CODE-IN TO TRAN-CODE-AUD-OUT
           MOVE ASSET-NO-IN  TO ASSET-NO-AUD-OUT

           MOVE AUDIT-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM55' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           COMPUTE OL-RECORD-COUNT = TOTAL-TRANSFERS-WS
               + TOTAL-DISPOSALS-WS + TOTAL-CHANGES-WS
           MOVE TOTAL-PROCEEDS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-TRANSFERS-WS TO TOTAL-TRANSFERS-OUT
           MOVE TOTAL-TRANSFERS-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 3 LINES

           MOVE TOTAL-DISPOSALS-WS TO TOTAL-DISPOSALS-OUT
           MOVE TOTAL-PROCEEDS-WS  TO TOTAL-PROCEEDS-OUT
           MOVE TOTAL-DISPOSALS-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           MOVE TOTAL-CHANGES-WS TO TOTAL-CHANGES-OUT
           MOVE TOTAL-CHANGES-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           MOVE TOTAL-REJECTS-WS TO TOTAL-REJECTS-OUT
           MOVE TOTAL-REJECTS-LINE-SETUP TO PRINT-AN-AUDIT-LINE
           WRITE PRINT-AN-AUDIT-LINE AFTER 1 LINES

           IF STORE-MASTER-AVAILABLE
               CLOSE STORE-MASTER-FILE
           END-IF

           CLOSE MAINT-INPUT-FILE FIXED-ASSET-FILE
                 MAINT-AUDIT-FILE.
