           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT AP-CHECK-REGISTER-FILE ASSIGN TO 'APCHKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AP-REGISTER-STATUS-WS.

           SELECT RECON-REPORT-FILE ASSIGN TO 'BANKRECN.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  RECON-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  BANK-FILE-STATUS-WS     PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  AP-REGISTER-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-AP-REGISTER-WS      PIC X(3)        VALUE 'NO'.
           05  EOF-BANK-WS             PIC X(3)        VALUE 'NO'.
           05  EOF-REGISTER-WS         PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  BANK-COUNT-WS           PIC 9(4)        VALUE ZERO.
           05  VOID-COUNT-WS           PIC 9(4)        VALUE ZERO.
           05  VOID-SUB-WS             PIC 9(4)        VALUE ZERO.
           05  AP-VOID-COUNT-WS        PIC 9(4)        VALUE ZERO.
           05  VOID-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  CHECK-IS-VOIDED                     VALUE 'YES'.
           05  BANK-SUB-WS             PIC 9(4)        VALUE ZERO.
           05  BANK-HIT-WS             PIC 9(4)        VALUE ZERO.
           05  TOTAL-CLEARED-WS        PIC 9(5)        VALUE ZERO.
           05  TOTAL-CLEARED-AMT-WS    PIC S9(8)V99    VALUE ZERO.
           05  TOTAL-AP-CLEARED-WS     PIC 9(5)        VALUE ZERO.
           05  TOTAL-AP-CLEARED-AMT-WS PIC S9(8)V99    VALUE ZERO.
           05  TOTAL-MISMATCH-WS       PIC 9(4)        VALUE ZERO.
           05  TOTAL-NOT-ISSUED-WS     PIC 9(4)        VALUE ZERO.
           05  TOTAL-OUTSTANDING-WS    PIC 9(5)        VALUE ZERO.
           05  VOID-CHECK-ENTRY-WS     OCCURS 500 TIMES
                                       PIC 9(6).

       01  AP-VOID-CHECK-TABLE-WS.
           05  AP-VOID-CHECK-ENTRY-WS  OCCURS 500 TIMES
                                       PIC 9(6).

       01  BANK-ITEM-TABLE-WS.
           05  BANK-ITEM-ENTRY-WS      OCCURS 1000 TIMES.
               10  BI-CHECK-NO-WS      PIC 9(6).
           'CLEARED TOTAL:'.
           05  TOTAL-CLEARED-AMT-OUT   PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-AP-CLEARED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF AP CHECKS CLEARED IS:'.
           05  TOTAL-AP-CLEARED-OUT    PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05                          PIC X(16)   VALUE
           'AP CLEARED:'.
           05  TOTAL-AP-CLEARED-AMT-OUT PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-MISMATCH-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           PERFORM 230-LOAD-BANK-ITEMS
           PERFORM 260-LOAD-VOID-TABLE
           PERFORM 300-MATCH-REGISTER UNTIL EOF-REGISTER-WS = 'YES'
           PERFORM 400-MATCH-AP-REGISTER
           PERFORM 500-REPORT-BANK-ONLY-ITEMS
           PERFORM 600-REPORT-OUTSTANDING
           PERFORM 900-CLOSE
           PERFORM 250-READ-NEXT-REGISTER.

       265-LOAD-ONE-VOID-REC.
           IF CR-VOIDED OR CR-ESCHEATED
               IF VOID-COUNT-WS >= 500
                   DISPLAY 'VOIDED CHECK TABLE FULL - RUN STOPPED'
                   STOP RUN
                       PERFORM 330-WRITE-RECON-DETAIL
                       ADD 1 TO TOTAL-MISMATCH-WS
                   END-IF
               ELSE
                   IF CR-ESCHEATED
                       PERFORM 310-FIND-BANK-ITEM
                       IF BANK-HIT-WS > ZERO
                           MOVE 'Y' TO BI-MATCHED-WS (BANK-HIT-WS)
                           MOVE '*** BANK PAID AN ESCHEATED CHECK'
                               TO RECON-REMARK-OUT
                           PERFORM 330-WRITE-RECON-DETAIL
                           ADD 1 TO TOTAL-MISMATCH-WS
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE RECON-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       400-MATCH-AP-REGISTER.
           MOVE 'AP CHECKS CLEARED AND EXCEPTIONS' TO SECTION-TITLE-OUT
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           OPEN INPUT AP-CHECK-REGISTER-FILE
           IF AP-REGISTER-STATUS-WS NOT = '00'
               DISPLAY 'NO AP CHECK REGISTER - AP CHECKS NOT CLEARED'
           ELSE
               PERFORM 450-READ-NEXT-AP-REGISTER
               PERFORM 405-LOAD-ONE-AP-VOID-REC
                   UNTIL EOF-AP-REGISTER-WS = 'YES'
               CLOSE AP-CHECK-REGISTER-FILE

               MOVE 'NO' TO EOF-AP-REGISTER-WS
               OPEN I-O AP-CHECK-REGISTER-FILE
               PERFORM 450-READ-NEXT-AP-REGISTER
               PERFORM 410-MATCH-ONE-AP-CHECK
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

           PERFORM 450-READ-NEXT-AP-REGISTER.

       408-CHECK-IF-AP-VOIDED.
           MOVE 'NO' TO VOID-FOUND-WS
           PERFORM 409-MATCH-ONE-AP-VOID-CHECK
               VARYING VOID-SUB-WS FROM 1 BY 1
               UNTIL VOID-SUB-WS > AP-VOID-COUNT-WS
               OR CHECK-IS-VOIDED.

       409-MATCH-ONE-AP-VOID-CHECK.
           IF AP-VOID-CHECK-ENTRY-WS (VOID-SUB-WS) = AR-CHECK-NO
               MOVE 'YES' TO VOID-FOUND-WS
           END-IF.

       410-MATCH-ONE-AP-CHECK.
           IF NOT AR-PAID-BY-EFT
               IF AR-ISSUED
                   PERFORM 408-CHECK-IF-AP-VOIDED
                   IF NOT CHECK-IS-VOIDED
                       PERFORM 415-FIND-AP-BANK-ITEM
                       IF BANK-HIT-WS > ZERO
                           PERFORM 420-APPLY-ONE-AP-MATCH
                       END-IF
                   END-IF
               ELSE
                   IF AR-VOIDED OR AR-ESCHEATED
                       PERFORM 415-FIND-AP-BANK-ITEM
                       IF BANK-HIT-WS > ZERO
                           MOVE 'Y' TO BI-MATCHED-WS (BANK-HIT-WS)
                           IF AR-VOIDED
                               MOVE '*** BANK PAID A VOIDED AP CHECK'
                                   TO RECON-REMARK-OUT
                           ELSE
                               MOVE '*** BANK PAID ESCHEATED AP CHECK'
                                   TO RECON-REMARK-OUT
                           END-IF
                           PERFORM 430-WRITE-AP-RECON-DETAIL
                           ADD 1 TO TOTAL-MISMATCH-WS
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 450-READ-NEXT-AP-REGISTER.

       415-FIND-AP-BANK-ITEM.
           MOVE ZERO TO BANK-HIT-WS
           PERFORM 416-MATCH-ONE-AP-BANK-ITEM
               VARYING BANK-SUB-WS FROM 1 BY 1
               UNTIL BANK-SUB-WS > BANK-COUNT-WS
               OR BANK-HIT-WS > ZERO.

       416-MATCH-ONE-AP-BANK-ITEM.
           IF BI-CHECK-NO-WS (BANK-SUB-WS) = AR-CHECK-NO
               AND BI-MATCHED-WS (BANK-SUB-WS) = 'N'
               MOVE BANK-SUB-WS TO BANK-HIT-WS
           END-IF.

       420-APPLY-ONE-AP-MATCH.
           MOVE 'Y' TO BI-MATCHED-WS (BANK-HIT-WS)

           IF BI-AMOUNT-WS (BANK-HIT-WS) NOT = AR-AMOUNT
               MOVE '*** AMOUNT DOES NOT MATCH AP REGISTER'
                   TO RECON-REMARK-OUT
               PERFORM 430-WRITE-AP-RECON-DETAIL
               ADD 1 TO TOTAL-MISMATCH-WS
           ELSE
               MOVE 'C' TO AR-STATUS
               REWRITE AP-CHECK-REGISTER-RECORD

               MOVE 'AP CHECK CLEARED' TO RECON-REMARK-OUT
               PERFORM 430-WRITE-AP-RECON-DETAIL
               ADD 1         TO TOTAL-AP-CLEARED-WS
               ADD AR-AMOUNT TO TOTAL-AP-CLEARED-AMT-WS
           END-IF.

       430-WRITE-AP-RECON-DETAIL.
           MOVE AR-CHECK-NO    TO RECON-CHECK-NO-OUT
           MOVE AR-SUPPLIER-NO TO RECON-SSN-OUT
           MOVE AR-DATE        TO RECON-DATE-OUT
           MOVE AR-AMOUNT      TO RECON-AMOUNT-OUT

           MOVE RECON-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       450-READ-NEXT-AP-REGISTER.
           READ AP-CHECK-REGISTER-FILE
               AT END MOVE 'YES' TO EOF-AP-REGISTER-WS
           END-READ.

       500-REPORT-BANK-ONLY-ITEMS.
           MOVE 'BANK ITEMS WITH NO ISSUED CHECK' TO SECTION-TITLE-OUT
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           COMPUTE OL-RECORD-COUNT =
               TOTAL-CLEARED-WS + TOTAL-AP-CLEARED-WS
           COMPUTE OL-TOTAL-DOLLARS =
               TOTAL-CLEARED-AMT-WS + TOTAL-AP-CLEARED-AMT-WS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE TOTAL-CLEARED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-AP-CLEARED-WS     TO TOTAL-AP-CLEARED-OUT
           MOVE TOTAL-AP-CLEARED-AMT-WS TO TOTAL-AP-CLEARED-AMT-OUT
           MOVE TOTAL-AP-CLEARED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-MISMATCH-WS TO TOTAL-MISMATCH-OUT
           MOVE TOTAL-MISMATCH-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
