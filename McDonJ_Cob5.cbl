           RECORD KEY IS IH-KEY
           FILE STATUS IS HISTORY-FILE-STATUS-WS.

           SELECT PO-MASTER-FILE ASSIGN TO 'POMAST.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-NO-KEY
           FILE STATUS IS PO-FILE-STATUS-WS.

           SELECT MATCH-EXCEPTION-FILE ASSIGN TO 'INV5MTCH.EXC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.

           SELECT FIXED-ASSET-FILE ASSIGN TO 'ASSET.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-ASSET-NO-KEY
           ALTERNATE RECORD KEY IS FA-STORE-NO WITH DUPLICATES
           FILE STATUS IS ASSET-FILE-STATUS-WS.

           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROGRAM-ID
           FILE STATUS IS RUNPARM-FILE-STATUS-WS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       FD  INV-EXCEPTION-FILE RECORDING MODE IS F.
       01  PRINT-AN-EXCEPTION-LINE     PIC X(132).
           05  IH-DATE                 PIC X(8).
           05  IH-AMOUNT               PIC S9(6)V99.

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

       FD  MATCH-EXCEPTION-FILE RECORDING MODE IS F.
       01  PRINT-A-MATCH-LINE          PIC X(132).

       FD  CHART-INPUT-FILE RECORDING MODE IS F.
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

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05  RP-PROGRAM-ID           PIC X(8).
           05  RP-PARM-1               PIC X(8).
           05  RP-PARM-2               PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-KEY.
           05  GL-ACCT-COUNT-WS        PIC 99          VALUE ZERO.
           05  GL-ACCT-SUB-WS          PIC 99          VALUE ZERO.
           05  GL-ACCT-HIT-WS          PIC 99          VALUE ZERO.
           05  GL-AP-TOTAL-WS          PIC S9(8)V99    VALUE ZERO.
           05  AP-LIAB-ACCT-WS         PIC X(4)        VALUE '2000'.
           05  PO-FILE-STATUS-WS       PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  MATCH-TOLERANCE-WS      PIC 9(3)        VALUE 5.
           05  MATCH-FAILED-WS         PIC X(3)        VALUE 'NO'.
               88  MATCH-HAS-FAILED                    VALUE 'YES'.
           05  ALLOWED-AMOUNT-WS       PIC S9(8)V99    VALUE ZERO.
           05  NEW-INVOICED-WS         PIC S9(8)V99    VALUE ZERO.
           05  TOTAL-PO-MATCHED-WS     PIC 999         VALUE ZERO.
           05  TOTAL-MATCH-EXC-WS      PIC 999         VALUE ZERO.
           05  TOTAL-NON-PO-WS         PIC 999         VALUE ZERO.
           05  TOTAL-HELD-DOLLARS-WS   PIC S9(8)V99    VALUE ZERO.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  ASSET-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  ASSET-FILE-AVAIL-WS     PIC X(3)        VALUE 'NO'.
               88  ASSET-FILE-AVAILABLE                VALUE 'YES'.
           05  CAPITAL-COUNT-WS        PIC 99          VALUE ZERO.
           05  CAPITAL-SUB-WS          PIC 99          VALUE ZERO.
           05  CAPITAL-HIT-WS          PIC 99          VALUE ZERO.
           05  TOTAL-ASSETS-WS         PIC 999         VALUE ZERO.
           05  TOTAL-ASSET-DOLLARS-WS  PIC S9(8)V99    VALUE ZERO.
           05  TOTAL-ASSET-EXC-WS      PIC 999         VALUE ZERO.

       01  CHART-INPUT-RECORD.
           05  CHART-ACCT-NO-IN        PIC X(4).
           05  CHART-ACCT-NAME-IN      PIC X(30).
           05  CHART-ACCT-TYPE-IN      PIC X.
           05  CHART-STMT-LINE-IN      PIC X(2).
           05  CHART-STMT-GROUP-IN     PIC X(20).
           05  CHART-CAPITAL-IN        PIC X.
               88  CHART-IS-CAPITAL                    VALUE 'Y'.
           05  CHART-DEPR-LIFE-IN      PIC 9(3).
           05  CHART-DEPR-METHOD-IN    PIC X.

       01  CAPITAL-ACCT-TABLE-WS.
           05  CAPITAL-ACCT-ENTRY-WS   OCCURS 50 TIMES.
               10  CAP-ACCT-NO-WS      PIC X(4).
               10  CAP-LIFE-WS         PIC 9(3).
               10  CAP-METHOD-WS       PIC X.

       01  GL-ACCT-TABLE-WS.
           05  GL-ACCT-ENTRY-WS        OCCURS 50 TIMES.
           05  ACCT-NO-IN              PIC X(4).
           05  STORE-NO-IN             PIC X(3).
           05  DATE-IN                 PIC X(8).
           05  PO-NO-IN                PIC X(6).
           05  FILLER                  PIC X(6).
           05  AMOUNT-IN               PIC S9(6)V99.
           05  SUPPLIER-IN             PIC X(23).

           'NUMBER OF STORE EXCEPTIONS IS:'.
           05  TOTAL-STORE-EXC-OUT     PIC ZZZ9.

       01  MATCH-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  MATCH-HEADER-DATE-OUT   PIC 9(8).
           05                          PIC X(10)   VALUE SPACES.
           05                          PIC X(40)   VALUE
           'PURCHASE ORDER MATCH EXCEPTIONS - HELD'.
           05                          PIC X(12)   VALUE
           'TOLERANCE: '.
           05  MATCH-TOLERANCE-OUT     PIC ZZ9.
           05                          PIC X       VALUE '%'.

       01  MATCH-COLUMN-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(9)    VALUE 'VOUCHER'.
           05                          PIC X(8)    VALUE 'SUPPL'.
           05                          PIC X(9)    VALUE 'PO NO'.
           05                          PIC X(13)   VALUE
           '  VOUCHER AMT'.
           05                          PIC X(14)   VALUE
           '    PO ORDERED'.
           05                          PIC X(14)   VALUE
           '   PO RECEIVED'.
           05                          PIC X(14)   VALUE
           '   PO INVOICED'.
           05                          PIC X(2)    VALUE SPACES.
           05                          PIC X(6)    VALUE 'REASON'.

       01  MATCH-EXCEPTION-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  MATCH-VOUCHER-OUT       PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  MATCH-SUPPLIER-NO-OUT   PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  MATCH-PO-NO-OUT         PIC X(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  MATCH-AMOUNT-OUT        PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  MATCH-ORDERED-OUT       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  MATCH-RECEIVED-OUT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  MATCH-INVOICED-OUT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  MATCH-REASON-OUT        PIC X(30).

       01  TOTAL-PO-MATCHED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF VOUCHERS MATCHED TO PO IS:'.
           05  TOTAL-PO-MATCHED-OUT    PIC ZZZ9.

       01  TOTAL-MATCH-EXC-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF VOUCHERS HELD IS:'.
           05  TOTAL-MATCH-EXC-OUT     PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  TOTAL-HELD-DOLLARS-OUT  PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-ASSETS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF FIXED ASSETS CREATED IS:'.
           05  TOTAL-ASSETS-OUT        PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  TOTAL-ASSET-DOLLARS-OUT PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-ASSET-EXC-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF FIXED ASSET EXCEPTIONS IS:'.
           05  TOTAL-ASSET-EXC-OUT     PIC ZZZ9.

       01  TOTAL-NON-PO-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF NON-PO VOUCHERS IS:'.
           05  TOTAL-NON-PO-OUT        PIC ZZZ9.

       01  BATCH-EXPECTED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(30)   VALUE
               DISPLAY 'STORE NUMBERS WILL NOT BE VALIDATED'
           END-IF

           OPEN I-O PO-MASTER-FILE
           IF PO-FILE-STATUS-WS = '35'
               OPEN OUTPUT PO-MASTER-FILE
               CLOSE PO-MASTER-FILE
               OPEN I-O PO-MASTER-FILE
           END-IF

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               IF RP-PARM-1 (1:3) IS NUMERIC
                   MOVE RP-PARM-1 (1:3) TO MATCH-TOLERANCE-WS
               END-IF
           END-IF

           PERFORM 231-LOAD-TERMS-TABLE
           PERFORM 236-LOAD-CAPITAL-ACCOUNTS

           IF CAPITAL-COUNT-WS > ZERO
               OPEN I-O FIXED-ASSET-FILE
               IF ASSET-FILE-STATUS-WS = '35'
                   OPEN OUTPUT FIXED-ASSET-FILE
                   CLOSE FIXED-ASSET-FILE
                   OPEN I-O FIXED-ASSET-FILE
               END-IF
               IF ASSET-FILE-STATUS-WS = '00'
                   MOVE 'YES' TO ASSET-FILE-AVAIL-WS
               ELSE
                   DISPLAY 'FIXED ASSET FILE NOT AVAILABLE - STATUS: '
                       ASSET-FILE-STATUS-WS
                   DISPLAY 'FIXED ASSETS WILL NOT BE CREATED'
               END-IF
           END-IF

           OPEN OUTPUT INV-OUTPUT-FILE
                OUTPUT INV-EXCEPTION-FILE
                OUTPUT MATCH-EXCEPTION-FILE

           MOVE RUN-DATE-WS        TO MATCH-HEADER-DATE-OUT
           MOVE MATCH-TOLERANCE-WS TO MATCH-TOLERANCE-OUT
           MOVE MATCH-HEADER-LINE-SETUP TO PRINT-A-MATCH-LINE
           WRITE PRINT-A-MATCH-LINE AFTER 1 LINES
           MOVE MATCH-COLUMN-LINE-SETUP TO PRINT-A-MATCH-LINE
           WRITE PRINT-A-MATCH-LINE AFTER 2 LINES

           PERFORM 250-READ-ONE-RECORD.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRAM5' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       231-LOAD-TERMS-TABLE.
           OPEN INPUT TERMS-TABLE-FILE
           IF TERMS-FILE-STATUS-WS NOT = '00'

           PERFORM 233-READ-ONE-TERMS-RECORD.

       236-LOAD-CAPITAL-ACCOUNTS.
           OPEN INPUT CHART-INPUT-FILE
           IF CHART-FILE-STATUS-WS NOT = '00'
               DISPLAY 'CHART OF ACCOUNTS NOT AVAILABLE - STATUS: '
                   CHART-FILE-STATUS-WS
               DISPLAY 'FIXED ASSETS WILL NOT BE CREATED'
           ELSE
               PERFORM 237-READ-ONE-CHART-RECORD
               PERFORM 238-LOAD-ONE-CHART-RECORD
                   UNTIL EOF-CHART-WS = 'YES'
               CLOSE CHART-INPUT-FILE
           END-IF.

       237-READ-ONE-CHART-RECORD.
           READ CHART-INPUT-FILE INTO CHART-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-CHART-WS
           END-READ.

       238-LOAD-ONE-CHART-RECORD.
           IF CHART-ACCT-NO-IN NOT = SPACE AND CHART-IS-CAPITAL
               IF CAPITAL-COUNT-WS >= 50
                   DISPLAY 'CAPITAL ACCOUNT TABLE FULL - RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO CAPITAL-COUNT-WS
               MOVE CHART-ACCT-NO-IN
                   TO CAP-ACCT-NO-WS (CAPITAL-COUNT-WS)
               IF CHART-DEPR-LIFE-IN IS NUMERIC
                   AND CHART-DEPR-LIFE-IN > ZERO
                   MOVE CHART-DEPR-LIFE-IN
                       TO CAP-LIFE-WS (CAPITAL-COUNT-WS)
               ELSE
                   MOVE 60 TO CAP-LIFE-WS (CAPITAL-COUNT-WS)
               END-IF
               IF CHART-DEPR-METHOD-IN = 'D'
                   MOVE 'D' TO CAP-METHOD-WS (CAPITAL-COUNT-WS)
               ELSE
                   MOVE 'S' TO CAP-METHOD-WS (CAPITAL-COUNT-WS)
               END-IF
           END-IF

           PERFORM 237-READ-ONE-CHART-RECORD.

       205-RUN-CONTROL-START.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS-WS = '35'
               PERFORM 296-VENDOR-CHECK
               PERFORM 286-STORE-CHECK
               PERFORM 293-CHECK-INVOICE-HISTORY
               PERFORM 280-MATCH-PURCHASE-ORDER
               PERFORM 298-UPDATE-OPEN-ITEMS
               PERFORM 283-CREATE-FIXED-ASSET
               PERFORM 291-ADD-TO-GL-TABLE
           END-IF

           PERFORM 250-READ-ONE-RECORD.

       280-MATCH-PURCHASE-ORDER.
           MOVE 'NO'   TO MATCH-FAILED-WS
           MOVE ZERO   TO MATCH-ORDERED-OUT MATCH-RECEIVED-OUT
                          MATCH-INVOICED-OUT

           IF PO-NO-IN = SPACES
               ADD 1 TO TOTAL-NON-PO-WS
           ELSE
               MOVE PO-NO-IN TO PO-NO-KEY
               READ PO-MASTER-FILE
                   INVALID KEY
                       MOVE 'PURCHASE ORDER NOT ON FILE'
                           TO MATCH-REASON-OUT
                       PERFORM 281-WRITE-MATCH-EXCEPTION
                   NOT INVALID KEY
                       PERFORM 282-CHECK-PO-AMOUNTS
               END-READ
           END-IF.

       281-WRITE-MATCH-EXCEPTION.
           MOVE 'YES'          TO MATCH-FAILED-WS
           MOVE VOUCHER-NO-IN  TO MATCH-VOUCHER-OUT
           MOVE SUPPLIER-NO-IN TO MATCH-SUPPLIER-NO-OUT
           MOVE PO-NO-IN       TO MATCH-PO-NO-OUT
           MOVE AMOUNT-IN      TO MATCH-AMOUNT-OUT

           MOVE MATCH-EXCEPTION-LINE-SETUP TO PRINT-A-MATCH-LINE
           WRITE PRINT-A-MATCH-LINE AFTER 1 LINES

           ADD 1         TO TOTAL-MATCH-EXC-WS
           ADD AMOUNT-IN TO TOTAL-HELD-DOLLARS-WS.

       282-CHECK-PO-AMOUNTS.
           COMPUTE NEW-INVOICED-WS = PO-INVOICED-AMOUNT + AMOUNT-IN
           MOVE PO-ORDERED-AMOUNT  TO MATCH-ORDERED-OUT
           MOVE PO-RECEIVED-AMOUNT TO MATCH-RECEIVED-OUT
           MOVE NEW-INVOICED-WS    TO MATCH-INVOICED-OUT

           IF PO-IS-CLOSED OR PO-IS-CANCELLED
               MOVE 'PURCHASE ORDER CLOSED/CANCELLED'
                   TO MATCH-REASON-OUT
               PERFORM 281-WRITE-MATCH-EXCEPTION
           ELSE
            IF PO-SUPPLIER-NO NOT = SUPPLIER-NO-IN
               MOVE 'PO VENDOR DOES NOT MATCH'
                   TO MATCH-REASON-OUT
               PERFORM 281-WRITE-MATCH-EXCEPTION
            ELSE
             IF PO-STORE-NO NOT = STORE-NO-IN
               MOVE 'PO STORE DOES NOT MATCH'
                   TO MATCH-REASON-OUT
               PERFORM 281-WRITE-MATCH-EXCEPTION
             ELSE
              COMPUTE ALLOWED-AMOUNT-WS ROUNDED = PO-RECEIVED-AMOUNT
                  + PO-RECEIVED-AMOUNT * MATCH-TOLERANCE-WS / 100
              IF NEW-INVOICED-WS > ALLOWED-AMOUNT-WS
               MOVE 'INVOICED EXCEEDS RECEIVED'
                   TO MATCH-REASON-OUT
               PERFORM 281-WRITE-MATCH-EXCEPTION
              ELSE
               COMPUTE ALLOWED-AMOUNT-WS ROUNDED = PO-ORDERED-AMOUNT
                   + PO-ORDERED-AMOUNT * MATCH-TOLERANCE-WS / 100
               IF NEW-INVOICED-WS > ALLOWED-AMOUNT-WS
                   MOVE 'INVOICED EXCEEDS ORDERED'
                       TO MATCH-REASON-OUT
                   PERFORM 281-WRITE-MATCH-EXCEPTION
               ELSE
                   ADD 1 TO TOTAL-PO-MATCHED-WS
                   PERFORM 290-UPDATE-PO-INVOICED
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.

       290-UPDATE-PO-INVOICED.
           MOVE NEW-INVOICED-WS TO PO-INVOICED-AMOUNT
           IF PO-IS-RECEIVED
               AND PO-INVOICED-AMOUNT >= PO-ORDERED-AMOUNT
               MOVE 'C' TO PO-STATUS
           END-IF

           MOVE RUN-DATE-WS TO PO-LAST-ACTIVITY-DATE
           REWRITE PO-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE PURCHASE ORDER ' PO-NO-KEY
           END-REWRITE.

       283-CREATE-FIXED-ASSET.
           MOVE ZERO TO CAPITAL-HIT-WS
           IF ASSET-FILE-AVAILABLE
               PERFORM 284-MATCH-ONE-CAPITAL-ACCT
                   VARYING CAPITAL-SUB-WS FROM 1 BY 1
                   UNTIL CAPITAL-SUB-WS > CAPITAL-COUNT-WS
                   OR CAPITAL-HIT-WS > ZERO
           END-IF

           IF CAPITAL-HIT-WS > ZERO
               IF AMOUNT-IN NOT > ZERO
                   MOVE 'CAPITAL CREDIT - ADJUST ASSET'
                       TO REASON-EXC-OUT
                   PERFORM 285-WRITE-ASSET-EXCEPTION
               ELSE
                   MOVE VOUCHER-NO-IN  TO FA-ASSET-NO-KEY
                   MOVE SUPPLIER-IN    TO FA-DESCRIPTION
                   MOVE STORE-NO-IN    TO FA-STORE-NO
                   MOVE ACCT-NO-IN     TO FA-ASSET-ACCT
                   MOVE AMOUNT-IN      TO FA-COST
                   MOVE CAP-LIFE-WS (CAPITAL-HIT-WS)   TO FA-LIFE-MONTHS
                   MOVE CAP-METHOD-WS (CAPITAL-HIT-WS) TO FA-METHOD
                   MOVE ZERO           TO FA-SALVAGE FA-ACCUM-DEPR
                                          FA-LAST-DEPR-PERIOD
                                          FA-DISPOSAL-DATE
                                          FA-DISPOSAL-PROCEEDS
                                          FA-TRANSFER-DATE
                   MOVE 'A'            TO FA-STATUS
                   MOVE VOUCHER-NO-IN  TO FA-VOUCHER-NO
                   MOVE SUPPLIER-NO-IN TO FA-SUPPLIER-NO
                   MOVE SPACES         TO FA-PRIOR-STORE-NO

                   MOVE DATE-IN TO VOUCHER-DATE-WS
                   IF VOUCHER-DATE-WS IS NUMERIC
                       AND VD-MONTH-WS >= 01 AND VD-MONTH-WS <= 12
                       AND VD-DAY-WS >= 01 AND VD-DAY-WS <= 31
                       MOVE VD-YEAR-WS  TO VY-YEAR-WS
                       MOVE VD-MONTH-WS TO VY-MONTH-WS
                       MOVE VD-DAY-WS   TO VY-DAY-WS
                       MOVE VOUCHER-YMD-NUM-WS TO FA-IN-SERVICE-DATE
                   ELSE
                       MOVE RUN-DATE-WS TO FA-IN-SERVICE-DATE
                   END-IF

                   WRITE FIXED-ASSET-RECORD
                       INVALID KEY
                           MOVE 'FIXED ASSET ALREADY ON FILE'
                               TO REASON-EXC-OUT
                           PERFORM 285-WRITE-ASSET-EXCEPTION
                       NOT INVALID KEY
                           ADD 1         TO TOTAL-ASSETS-WS
                           ADD AMOUNT-IN TO TOTAL-ASSET-DOLLARS-WS
                   END-WRITE
               END-IF
           END-IF.

       284-MATCH-ONE-CAPITAL-ACCT.
           IF CAP-ACCT-NO-WS (CAPITAL-SUB-WS) = ACCT-NO-IN
               MOVE CAPITAL-SUB-WS TO CAPITAL-HIT-WS
           END-IF.

       285-WRITE-ASSET-EXCEPTION.
           MOVE VOUCHER-NO-IN     TO VOUCHER-EXC-OUT
           MOVE SUPPLIER-NO-IN    TO SUPPLIER-NO-EXC-OUT
           MOVE SUPPLIER-IN       TO SUPPLIER-EXC-OUT

           MOVE EXCEPTION-LINE-SETUP TO PRINT-AN-EXCEPTION-LINE
           WRITE PRINT-AN-EXCEPTION-LINE AFTER 1 LINES

           ADD 1 TO TOTAL-ASSET-EXC-WS.

       286-STORE-CHECK.
           IF STORE-MASTER-AVAILABLE
               MOVE STORE-NO-IN TO SM-STORE-NO-KEY
           MOVE DATE-IN        TO OI-VOUCHER-DATE
           MOVE DUE-DATE-WS    TO OI-DUE-DATE
           MOVE AMOUNT-IN      TO OI-AMOUNT
           IF MATCH-HAS-FAILED
               MOVE 'H'        TO OI-STATUS
           ELSE
               MOVE 'O'        TO OI-STATUS
           END-IF
           MOVE ZERO           TO OI-PAID-DATE
           MOVE SPACES         TO OI-CHECK-REF
           MOVE DISC-AMOUNT-WS TO OI-DISC-AMOUNT
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-MATCH-EXC-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'VOUCHERS HELD FOR PO MATCH EXCEPTIONS'
                   TO OL-MESSAGE
               MOVE TOTAL-MATCH-EXC-WS    TO OL-RECORD-COUNT
               MOVE TOTAL-HELD-DOLLARS-WS TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           IF TOTAL-ASSET-EXC-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'CAPITAL VOUCHERS NOT ADDED TO FIXED ASSETS'
                   TO OL-MESSAGE
               MOVE TOTAL-ASSET-EXC-WS TO OL-RECORD-COUNT
               MOVE ZERO               TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-RECORDS-WS TO OL-RECORD-COUNT
           MOVE CREDIT-TOTAL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINES

           MOVE TOTAL-ASSETS-WS        TO TOTAL-ASSETS-OUT
           MOVE TOTAL-ASSET-DOLLARS-WS TO TOTAL-ASSET-DOLLARS-OUT
           MOVE TOTAL-ASSETS-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 2 LINES

           MOVE TOTAL-EXCEPTIONS-WS TO TOTAL-EXCEPTIONS-OUT
           MOVE TOTAL-EXCEPTIONS-LINE-SETUP TO PRINT-AN-EXCEPTION-LINE
           WRITE PRINT-AN-EXCEPTION-LINE AFTER 2 LINES
           MOVE TOTAL-STORE-EXC-LINE-SETUP TO PRINT-AN-EXCEPTION-LINE
           WRITE PRINT-AN-EXCEPTION-LINE AFTER 1 LINES

           MOVE TOTAL-ASSET-EXC-WS TO TOTAL-ASSET-EXC-OUT
           MOVE TOTAL-ASSET-EXC-LINE-SETUP TO PRINT-AN-EXCEPTION-LINE
           WRITE PRINT-AN-EXCEPTION-LINE AFTER 1 LINES

           MOVE TOTAL-PO-MATCHED-WS TO TOTAL-PO-MATCHED-OUT
           MOVE TOTAL-PO-MATCHED-LINE-SETUP TO PRINT-A-MATCH-LINE
           WRITE PRINT-A-MATCH-LINE AFTER 3 LINES

           MOVE TOTAL-MATCH-EXC-WS    TO TOTAL-MATCH-EXC-OUT
           MOVE TOTAL-HELD-DOLLARS-WS TO TOTAL-HELD-DOLLARS-OUT
           MOVE TOTAL-MATCH-EXC-LINE-SETUP TO PRINT-A-MATCH-LINE
           WRITE PRINT-A-MATCH-LINE AFTER 1 LINES

           MOVE TOTAL-NON-PO-WS TO TOTAL-NON-PO-OUT
           MOVE TOTAL-NON-PO-LINE-SETUP TO PRINT-A-MATCH-LINE
           WRITE PRINT-A-MATCH-LINE AFTER 1 LINES

           MOVE TOTAL-DOLLARS-WS TO IT-DOLLARS
           OPEN OUTPUT INV-TOTALS-FILE
           WRITE INV-TOTALS-RECORD
           PERFORM 905-WRITE-ONE-GL-RECORD
               VARYING GL-ACCT-SUB-WS FROM 1 BY 1
               UNTIL GL-ACCT-SUB-WS > GL-ACCT-COUNT-WS
           PERFORM 906-WRITE-AP-LIABILITY
           CLOSE GL-DIST-FILE

           PERFORM 895-RUN-CONTROL-END
               CLOSE STORE-MASTER-FILE
           END-IF

           IF ASSET-FILE-AVAILABLE
               CLOSE FIXED-ASSET-FILE
           END-IF

           CLOSE INV-INPUT-FILE INV-OUTPUT-FILE
                 VENDOR-MASTER-FILE INV-EXCEPTION-FILE
                 OPEN-ITEM-FILE INVOICE-HISTORY-FILE
                 PO-MASTER-FILE MATCH-EXCEPTION-FILE.

       905-WRITE-ONE-GL-RECORD.
           MOVE 'VOUCHER'  TO GD-SOURCE
           MOVE GL-ACCT-NO-WS (GL-ACCT-SUB-WS)     TO GD-ACCT-NO
           MOVE GL-ACCT-AMOUNT-WS (GL-ACCT-SUB-WS) TO GD-AMOUNT
           WRITE GL-DIST-RECORD
           ADD GL-ACCT-AMOUNT-WS (GL-ACCT-SUB-WS) TO GL-AP-TOTAL-WS.

       906-WRITE-AP-LIABILITY.
           IF GL-AP-TOTAL-WS NOT = ZERO
               MOVE 'VOUCHERAP'      TO GD-SOURCE
               MOVE AP-LIAB-ACCT-WS  TO GD-ACCT-NO
               COMPUTE GD-AMOUNT = GL-AP-TOTAL-WS * -1
               WRITE GL-DIST-RECORD
           END-IF.
