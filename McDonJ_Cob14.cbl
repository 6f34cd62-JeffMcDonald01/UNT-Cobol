       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(130).

       FD  VENDOR-MASTER-FILE.
       01  VENDOR-MASTER-RECORD.
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

       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-RECORD.
           05  VA-OPERATOR             PIC X(8).
           05  VA-TRAN-CODE            PIC X.
           05  VA-VENDOR-NO            PIC X(5).
           05  VA-BEFORE-IMAGE         PIC X(121).
           05  VA-AFTER-IMAGE          PIC X(121).

       FD  MAINT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).
               88  VENDOR-HAS-OPEN-VOUCHERS            VALUE 'YES'.
           05  OPEN-ITEMS-AVAIL-WS     PIC X(3)        VALUE 'NO'.
               88  OPEN-ITEMS-AVAILABLE                VALUE 'YES'.
           05  BEFORE-IMAGE-WS         PIC X(121)      VALUE SPACES.
           05  ROUTING-SUB-WS          PIC 99          VALUE ZERO.
           05  ROUTING-SUM-WS          PIC 9(4)        VALUE ZERO.
           05  ROUTING-QUOT-WS         PIC 9(4)        VALUE ZERO.
           05  ROUTING-REM-WS          PIC 9           VALUE ZERO.
           05  ROUTING-NUMBER-WS       PIC X(9)        VALUE SPACES.
           05  ROUTING-DIGITS-WS REDEFINES ROUTING-NUMBER-WS.
               10  ROUTING-DIGIT-WS    PIC 9  OCCURS 9 TIMES.
           05  ROUTING-WEIGHTS-WS      PIC X(9)    VALUE '371371371'.
           05  ROUTING-WEIGHT-TABLE-WS REDEFINES ROUTING-WEIGHTS-WS.
               10  ROUTING-WEIGHT-WS   PIC 9  OCCURS 9 TIMES.
           05  TOTAL-ADDS-WS           PIC 999         VALUE ZERO.
           05  TOTAL-CHANGES-WS        PIC 999         VALUE ZERO.
           05  TOTAL-DELETES-WS        PIC 999         VALUE ZERO.
           05  REMIT-ZIP-IN            PIC X(9).
           05  TERMS-IN                PIC X(3).
           05  FLAG-1099-IN            PIC X.
           05  PAY-METHOD-IN           PIC X.
               88  PAY-METHOD-IN-VALID             VALUE 'C' 'E' ' '.
               88  PAY-BY-EFT-IN                       VALUE 'E'.
           05  ROUTING-IN              PIC X(9).
           05  BANK-ACCT-IN            PIC X(17).
           05  ACCT-TYPE-IN            PIC X.
               88  ACCT-TYPE-IN-VALID                  VALUE 'C' 'S'.

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
                   IF VENDOR-NAME-IN = SPACE
                       MOVE 'NO'                 TO VALID-RECORD-WS
                       MOVE 'MISSING VENDOR NAME' TO REJECT-REASON-WS
                   ELSE
                       PERFORM 272-EDIT-PAYMENT-FIELDS
                   END-IF
               END-IF
           ELSE
                       MOVE 'NO'                 TO VALID-RECORD-WS
                       MOVE 'MISSING VENDOR NAME' TO REJECT-REASON-WS
                   ELSE
                       IF CHANGE-TRAN-IN
                           PERFORM 272-EDIT-PAYMENT-FIELDS
                       END-IF
                       IF DELETE-TRAN-IN
                           PERFORM 278-CHECK-OPEN-VOUCHERS
                           IF VENDOR-HAS-OPEN-VOUCHERS
                   MOVE 'YES' TO VENDOR-FOUND-WS
           END-READ.

       272-EDIT-PAYMENT-FIELDS.
           IF NOT PAY-METHOD-IN-VALID
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'PAY METHOD MUST BE C OR E' TO REJECT-REASON-WS
           ELSE
            IF PAY-BY-EFT-IN
             IF ROUTING-IN IS NOT NUMERIC
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'EFT ROUTING NOT NUMERIC'   TO REJECT-REASON-WS
             ELSE
              MOVE ROUTING-IN TO ROUTING-NUMBER-WS
              MOVE ZERO       TO ROUTING-SUM-WS
              PERFORM 273-ADD-ONE-ROUTING-DIGIT
                  VARYING ROUTING-SUB-WS FROM 1 BY 1
                  UNTIL ROUTING-SUB-WS > 9
              DIVIDE ROUTING-SUM-WS BY 10 GIVING ROUTING-QUOT-WS
                  REMAINDER ROUTING-REM-WS
              IF ROUTING-REM-WS NOT = ZERO
               MOVE 'NO'                        TO VALID-RECORD-WS
               MOVE 'EFT ROUTING CHECK DIGIT BAD' TO REJECT-REASON-WS
              ELSE
               IF BANK-ACCT-IN = SPACE
                   MOVE 'NO'                    TO VALID-RECORD-WS
                   MOVE 'MISSING EFT BANK ACCOUNT' TO REJECT-REASON-WS
               ELSE
                   IF NOT ACCT-TYPE-IN-VALID
                       MOVE 'NO'                TO VALID-RECORD-WS
                       MOVE 'ACCOUNT TYPE MUST BE C OR S'
                           TO REJECT-REASON-WS
                   END-IF
               END-IF
              END-IF
             END-IF
            END-IF
           END-IF.

       273-ADD-ONE-ROUTING-DIGIT.
           COMPUTE ROUTING-SUM-WS = ROUTING-SUM-WS
               + ROUTING-DIGIT-WS (ROUTING-SUB-WS)
               * ROUTING-WEIGHT-WS (ROUTING-SUB-WS).

       278-CHECK-OPEN-VOUCHERS.
           MOVE 'NO' TO OPEN-VOUCHERS-WS

           MOVE REMIT-STATE-IN TO VENDOR-REMIT-STATE-MASTER
           MOVE REMIT-ZIP-IN   TO VENDOR-REMIT-ZIP-MASTER
           MOVE TERMS-IN       TO VENDOR-TERMS-MASTER
           MOVE FLAG-1099-IN   TO VENDOR-1099-MASTER
           IF PAY-BY-EFT-IN
               MOVE 'E'          TO VENDOR-PAY-METHOD-MASTER
               MOVE ROUTING-IN   TO VENDOR-ROUTING-MASTER
               MOVE BANK-ACCT-IN TO VENDOR-BANK-ACCT-MASTER
               MOVE ACCT-TYPE-IN TO VENDOR-ACCT-TYPE-MASTER
           ELSE
               MOVE 'C'          TO VENDOR-PAY-METHOD-MASTER
               MOVE SPACES       TO VENDOR-ROUTING-MASTER
                                    VENDOR-BANK-ACCT-MASTER
                                    VENDOR-ACCT-TYPE-MASTER
           END-IF.

       320-CHANGE-VENDOR.
           MOVE VENDOR-MASTER-RECORD TO BEFORE-IMAGE-WS
