       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM39.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JOURNAL-INPUT-FILE ASSIGN TO 'JRNLENT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS-WS.

           SELECT STANDING-ENTRY-FILE ASSIGN TO 'JRNLSTD.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JS-KEY
           FILE STATUS IS STANDING-FILE-STATUS-WS.

           SELECT CHART-INPUT-FILE ASSIGN TO 'GLCHART.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS-WS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GLPOST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-FILE-STATUS-WS.

           SELECT JOURNAL-PROOF-FILE ASSIGN TO 'GLJRNL.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY
           FILE STATUS IS RUNCTL-FILE-STATUS-WS.


           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  STANDING-ENTRY-FILE.
       01  STANDING-ENTRY-RECORD.
           05  JS-KEY.
               10  JS-JOURNAL-NO       PIC X(6).
               10  JS-LINE-NO          PIC 9(3).
           05  JS-ENTRY-TYPE           PIC X.
               88  JS-RECURRING                        VALUE 'R'.
               88  JS-AUTO-REVERSE                     VALUE 'A'.
           05  JS-ACCT-NO              PIC X(4).
           05  JS-AMOUNT               PIC S9(8)V99.
           05  JS-DESCRIPTION          PIC X(30).
           05  JS-START-PERIOD         PIC 9(6).
           05  JS-END-PERIOD           PIC 9(6).
           05  JS-LAST-PERIOD          PIC 9(6).

       FD  CHART-INPUT-FILE RECORDING MODE IS F.
       01                              PIC X(80).

       FD  GL-POSTING-FILE RECORDING MODE IS F.
       01  GL-POSTING-RECORD.
           05  GL-SOURCE-OUT           PIC X(10).
           05  GL-ACCOUNT-OUT          PIC X(10).
           05  GL-AMOUNT-OUT           PIC S9(8)V99.
           05  GL-POSTING-DATE-OUT     PIC 9(8).

       FD  JOURNAL-PROOF-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

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
           05  OL-RUN-TIME             PIC 9(8).
           05  OL-PROGRAM-ID           PIC X(8).
           05  OL-SEVERITY             PIC X.
           05  OL-MESSAGE              PIC X(60).
           05  OL-RECORD-COUNT         PIC 9(6).
           05  OL-TOTAL-DOLLARS        PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  JOURNAL-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  STANDING-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  CHART-FILE-STATUS-WS    PIC XX          VALUE '00'.
           05  POSTING-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  EOF-JOURNAL-WS          PIC X(3)        VALUE 'NO'.
           05  EOF-STANDING-WS         PIC X(3)        VALUE 'NO'.
           05  EOF-CHART-WS            PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  CURRENT-PERIOD-WS       PIC 9(6)        VALUE ZERO.
           05  NEXT-PERIOD-WS          PIC 9(6)        VALUE ZERO.
           05  NEXT-PERIOD-PARTS-WS REDEFINES NEXT-PERIOD-WS.
               10  NEXT-YEAR-WS        PIC 9(4).
               10  NEXT-MONTH-WS       PIC 99.
           05  CHART-COUNT-WS          PIC 999         VALUE ZERO.
           05  CHART-SUB-WS            PIC 999         VALUE ZERO.
           05  CHART-HIT-WS            PIC 999         VALUE ZERO.
           05  LOOKUP-ACCT-WS          PIC X(4)        VALUE SPACES.
           05  CURRENT-JOURNAL-WS      PIC X(6)        VALUE SPACES.
           05  CURRENT-TYPE-WS         PIC X           VALUE SPACE.
               88  ENTRY-IS-STANDARD                   VALUE 'S'.
               88  ENTRY-IS-RECURRING                  VALUE 'R'.
               88  ENTRY-IS-AUTO-REVERSE               VALUE 'A'.
               88  ENTRY-IS-DELETE                     VALUE 'D'.
           05  CURRENT-END-PERIOD-WS   PIC 9(6)        VALUE ZERO.
           05  JOURNAL-VALID-WS        PIC X(3)        VALUE 'YES'.
               88  JOURNAL-IS-VALID                    VALUE 'YES'.
           05  REJECT-REASON-WS        PIC X(40)       VALUE SPACES.
           05  JOURNAL-DEBITS-WS       PIC S9(9)V99    VALUE ZERO.
           05  JOURNAL-CREDITS-WS      PIC S9(9)V99    VALUE ZERO.
           05  JL-COUNT-WS             PIC 999         VALUE ZERO.
           05  JL-SUB-WS               PIC 999         VALUE ZERO.
           05  STANDING-FOUND-WS       PIC X(3)        VALUE 'NO'.
               88  STANDING-ON-FILE                    VALUE 'YES'.
           05  POST-SOURCE-LABEL-WS    PIC X(10)       VALUE SPACES.
           05  POST-DATE-WS            PIC 9(8)        VALUE ZERO.
           05  POSTED-DEBITS-WS        PIC S9(9)V99    VALUE ZERO.
           05  POSTED-CREDITS-WS       PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-JOURNALS-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-ACCEPTED-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-REJECTED-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-POSTINGS-WS       PIC 9(6)        VALUE ZERO.
           05  TOTAL-GENERATED-WS      PIC 9(5)        VALUE ZERO.
           05  TOTAL-EXPIRED-WS        PIC 9(5)        VALUE ZERO.

       01  JOURNAL-INPUT-RECORD.
           05  JE-JOURNAL-NO-IN        PIC X(6).
           05  JE-ENTRY-TYPE-IN        PIC X.
           05  JE-ACCT-NO-IN           PIC X(4).
           05  JE-AMOUNT-IN            PIC S9(8)V99.
           05  JE-DESCRIPTION-IN       PIC X(30).
           05  JE-END-PERIOD-IN        PIC 9(6).
           05  FILLER                  PIC X(23).

       01  CHART-INPUT-RECORD.
           05  CHART-ACCT-NO-IN        PIC X(4).
           05  CHART-ACCT-NAME-IN      PIC X(30).

       01  CHART-TABLE-WS.
           05  CHART-ENTRY-WS          OCCURS 100 TIMES.
               10  CHART-ACCT-NO-WS    PIC X(4).
               10  CHART-ACCT-NAME-WS  PIC X(30).

       01  JOURNAL-LINE-TABLE-WS.
           05  JOURNAL-LINE-ENTRY-WS   OCCURS 50 TIMES.
               10  JL-ACCT-NO-WS       PIC X(4).
               10  JL-AMOUNT-WS        PIC S9(8)V99.
               10  JL-DESCRIPTION-WS   PIC X(30).
               10  JL-REMARK-WS        PIC X(20).

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05                          PIC X(10)   VALUE 'RUN DATE: '.
           05  REPORT-HEADER-DATE-OUT  PIC 9(8).
           05                          PIC X(14)   VALUE SPACES.
           05                          PIC X(30)   VALUE
           'GENERAL JOURNAL PROOF LISTING'.

       01  SECTION-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  SECTION-TITLE-OUT       PIC X(50).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(8)    VALUE 'JOURNAL'.
           05                          PIC X(5)    VALUE 'LINE'.
           05                          PIC X(5)    VALUE 'TYPE'.
           05                          PIC X(6)    VALUE 'ACCT'.
           05                          PIC X(32)   VALUE
           'DESCRIPTION'.
           05                          PIC X(16)   VALUE
           '           DEBIT'.
           05                          PIC X(16)   VALUE
           '          CREDIT'.
           05                          PIC X(20)   VALUE
           '  REMARKS'.

       01  JOURNAL-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  JRN-JOURNAL-NO-OUT      PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JRN-LINE-NO-OUT         PIC ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JRN-TYPE-OUT            PIC X.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  JRN-ACCT-NO-OUT         PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JRN-DESCRIPTION-OUT     PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JRN-DEBIT-OUT           PIC $$$,$$$,$$9.99B.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JRN-CREDIT-OUT          PIC $$$,$$$,$$9.99B.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  JRN-REMARK-OUT          PIC X(20).

       01  JOURNAL-STATUS-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACE.
           05                          PIC X(8)    VALUE 'JOURNAL '.
           05  STAT-JOURNAL-NO-OUT     PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  STAT-RESULT-OUT         PIC X(20).
           05  STAT-DEBITS-OUT         PIC $$$,$$$,$$9.99B.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  STAT-CREDITS-OUT        PIC $$$,$$$,$$9.99B.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  STAT-REASON-OUT         PIC X(40).

       01  POSTED-TOTALS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(18)   VALUE
           'TOTAL DEBITS:'.
           05  POSTED-DEBITS-OUT       PIC $$$$,$$$,$$9.99BCR.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(16)   VALUE
           'TOTAL CREDITS:'.
           05  POSTED-CREDITS-OUT      PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-JOURNALS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF JOURNALS READ IS:'.
           05  TOTAL-JOURNALS-OUT      PIC ZZ,ZZ9.

       01  TOTAL-ACCEPTED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF JOURNALS ACCEPTED IS:'.
           05  TOTAL-ACCEPTED-OUT      PIC ZZ,ZZ9.

       01  TOTAL-REJECTED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF JOURNALS REJECTED IS:'.
           05  TOTAL-REJECTED-OUT      PIC ZZ,ZZ9.

       01  TOTAL-GENERATED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'STANDING LINES GENERATED IS:'.
           05  TOTAL-GENERATED-OUT     PIC ZZ,ZZ9.

       01  TOTAL-POSTINGS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF POSTINGS WRITTEN IS:'.
           05  TOTAL-POSTINGS-OUT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 230-LOAD-CHART
           PERFORM 300-PROCESS-ONE-JOURNAL
               UNTIL EOF-JOURNAL-WS = 'YES'
           PERFORM 500-GENERATE-STANDING-ENTRIES
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
           COMPUTE CURRENT-PERIOD-WS = RUN-YEAR-WS * 100 + RUN-MONTH-WS
           MOVE RUN-YEAR-WS  TO NEXT-YEAR-WS
           MOVE RUN-MONTH-WS TO NEXT-MONTH-WS
           IF NEXT-MONTH-WS = 12
               ADD 1      TO NEXT-YEAR-WS
               MOVE 1     TO NEXT-MONTH-WS
           ELSE
               ADD 1      TO NEXT-MONTH-WS
           END-IF

           PERFORM 205-RUN-CONTROL-START

           OPEN INPUT JOURNAL-INPUT-FILE
           IF JOURNAL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'NO JOURNAL ENTRY FILE - STANDING ENTRIES ONLY'
               MOVE 'YES' TO EOF-JOURNAL-WS
           END-IF

           OPEN I-O STANDING-ENTRY-FILE
           IF STANDING-FILE-STATUS-WS = '35'
               OPEN OUTPUT STANDING-ENTRY-FILE
               CLOSE STANDING-ENTRY-FILE
               OPEN I-O STANDING-ENTRY-FILE
           END-IF

           OPEN EXTEND GL-POSTING-FILE
           IF POSTING-FILE-STATUS-WS = '35'
               OPEN OUTPUT GL-POSTING-FILE
           END-IF

           OPEN OUTPUT JOURNAL-PROOF-FILE

           MOVE RUN-DATE-WS TO REPORT-HEADER-DATE-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE 'JOURNAL ENTRIES SUBMITTED' TO SECTION-TITLE-OUT
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES.

       205-RUN-CONTROL-START.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS-WS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF

           MOVE 'PROGRAM8' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           PERFORM 206-CHECK-PREDECESSOR

           MOVE 'PROGRM28' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-RUN-COMPLETE
               DISPLAY 'GL BALANCES ALREADY UPDATED FOR ' RUN-DATE-WS
                   ' - JOURNALS NOT POSTED'
               STOP RUN
           END-IF

           MOVE 'PROGRM39' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-RUN-COMPLETE
               DISPLAY 'JOURNAL ENTRIES ALREADY POSTED FOR '
                   RUN-DATE-WS ' - RUN STOPPED'
               STOP RUN
           END-IF

           PERFORM 207-WRITE-OWN-START.

       206-CHECK-PREDECESSOR.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF NOT RC-RUN-COMPLETE
               DISPLAY RC-PROGRAM-ID ' DID NOT COMPLETE FOR '
                   RC-RUN-DATE ' - RUN STOPPED'
               STOP RUN
           END-IF.

       207-WRITE-OWN-START.
           MOVE 'PROGRM39' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE

           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'S'  TO RC-STATUS
                   MOVE ZERO TO RC-RECORD-COUNT RC-TOTAL-DOLLARS
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE 'S'  TO RC-STATUS
                   MOVE ZERO TO RC-RECORD-COUNT RC-TOTAL-DOLLARS
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       895-RUN-CONTROL-END.
           MOVE 'PROGRM39' TO RC-PROGRAM-ID
           MOVE RUN-DATE-WS TO RC-RUN-DATE

           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO RC-STATUS
                   MOVE TOTAL-POSTINGS-WS TO RC-RECORD-COUNT
                   MOVE POSTED-DEBITS-WS TO RC-TOTAL-DOLLARS
                   REWRITE RUN-CONTROL-RECORD
           END-READ

           CLOSE RUN-CONTROL-FILE.

       230-LOAD-CHART.
           OPEN INPUT CHART-INPUT-FILE
           IF CHART-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CHART OF ACCOUNTS - STATUS: '
                   CHART-FILE-STATUS-WS
               STOP RUN
           END-IF

           PERFORM 235-READ-ONE-CHART-RECORD
           PERFORM 240-LOAD-ONE-CHART-RECORD UNTIL EOF-CHART-WS = 'YES'
           CLOSE CHART-INPUT-FILE

           IF EOF-JOURNAL-WS NOT = 'YES'
               PERFORM 250-READ-ONE-JOURNAL-LINE
           END-IF.

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
               MOVE CHART-ACCT-NAME-IN
                   TO CHART-ACCT-NAME-WS (CHART-COUNT-WS)
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

       250-READ-ONE-JOURNAL-LINE.
           READ JOURNAL-INPUT-FILE INTO JOURNAL-INPUT-RECORD
               AT END MOVE 'YES' TO EOF-JOURNAL-WS
           END-READ.

       300-PROCESS-ONE-JOURNAL.
           MOVE JE-JOURNAL-NO-IN TO CURRENT-JOURNAL-WS
           MOVE JE-ENTRY-TYPE-IN TO CURRENT-TYPE-WS
           IF JE-END-PERIOD-IN IS NUMERIC AND JE-END-PERIOD-IN > ZERO
               MOVE JE-END-PERIOD-IN TO CURRENT-END-PERIOD-WS
           ELSE
               MOVE 999999 TO CURRENT-END-PERIOD-WS
           END-IF

           MOVE ZERO   TO JL-COUNT-WS
                          JOURNAL-DEBITS-WS JOURNAL-CREDITS-WS
           MOVE 'YES'  TO JOURNAL-VALID-WS
           MOVE SPACES TO REJECT-REASON-WS
           ADD 1 TO TOTAL-JOURNALS-WS

           PERFORM 310-LOAD-ONE-JOURNAL-LINE
               UNTIL EOF-JOURNAL-WS = 'YES'
               OR JE-JOURNAL-NO-IN NOT = CURRENT-JOURNAL-WS

           PERFORM 320-EDIT-JOURNAL

           PERFORM 330-PRINT-ONE-JOURNAL-LINE
               VARYING JL-SUB-WS FROM 1 BY 1
               UNTIL JL-SUB-WS > JL-COUNT-WS

           IF JOURNAL-IS-VALID
               ADD 1 TO TOTAL-ACCEPTED-WS
               MOVE 'ACCEPTED'   TO STAT-RESULT-OUT
               IF ENTRY-IS-STANDARD
                   MOVE 'POSTED'     TO REJECT-REASON-WS
                   PERFORM 340-POST-JOURNAL-LINES
               ELSE
                   IF ENTRY-IS-AUTO-REVERSE
                       MOVE 'POSTED - REVERSES NEXT PERIOD'
                           TO REJECT-REASON-WS
                       PERFORM 340-POST-JOURNAL-LINES
                       PERFORM 350-STORE-STANDING-ENTRY
                   ELSE
                       IF ENTRY-IS-RECURRING
                           MOVE 'STANDING ENTRY ADDED'
                               TO REJECT-REASON-WS
                           PERFORM 350-STORE-STANDING-ENTRY
                       ELSE
                           IF ENTRY-IS-DELETE
                               MOVE 'STANDING ENTRY DELETED'
                                   TO REJECT-REASON-WS
                               PERFORM 360-DELETE-STANDING-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TOTAL-REJECTED-WS
               MOVE '*** REJECTED' TO STAT-RESULT-OUT
           END-IF

           MOVE CURRENT-JOURNAL-WS TO STAT-JOURNAL-NO-OUT
           MOVE JOURNAL-DEBITS-WS  TO STAT-DEBITS-OUT
           MOVE JOURNAL-CREDITS-WS TO STAT-CREDITS-OUT
           MOVE REJECT-REASON-WS   TO STAT-REASON-OUT
           MOVE JOURNAL-STATUS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           IF NOT JOURNAL-IS-VALID
               MOVE 'W' TO OL-SEVERITY
               MOVE SPACES TO OL-MESSAGE
               STRING 'JOURNAL ' CURRENT-JOURNAL-WS ' REJECTED - '
                   REJECT-REASON-WS
                   DELIMITED BY SIZE INTO OL-MESSAGE
               MOVE JL-COUNT-WS TO OL-RECORD-COUNT
               MOVE JOURNAL-DEBITS-WS TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE SPACES TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       310-LOAD-ONE-JOURNAL-LINE.
           IF JL-COUNT-WS >= 50
               MOVE 'NO' TO JOURNAL-VALID-WS
               MOVE 'MORE THAN 50 LINES IN ONE JOURNAL'
                   TO REJECT-REASON-WS
           ELSE
               ADD 1 TO JL-COUNT-WS
               MOVE JE-ACCT-NO-IN     TO JL-ACCT-NO-WS (JL-COUNT-WS)
               MOVE JE-DESCRIPTION-IN TO JL-DESCRIPTION-WS (JL-COUNT-WS)
               MOVE SPACES            TO JL-REMARK-WS (JL-COUNT-WS)
               IF JE-AMOUNT-IN IS NUMERIC
                   MOVE JE-AMOUNT-IN  TO JL-AMOUNT-WS (JL-COUNT-WS)
               ELSE
                   MOVE ZERO          TO JL-AMOUNT-WS (JL-COUNT-WS)
                   MOVE '*** BAD AMOUNT' TO JL-REMARK-WS (JL-COUNT-WS)
                   MOVE 'NO' TO JOURNAL-VALID-WS
                   MOVE 'AMOUNT NOT NUMERIC' TO REJECT-REASON-WS
               END-IF

               IF JE-ENTRY-TYPE-IN NOT = CURRENT-TYPE-WS
                   MOVE '*** TYPE MISMATCH'
                       TO JL-REMARK-WS (JL-COUNT-WS)
                   MOVE 'NO' TO JOURNAL-VALID-WS
                   MOVE 'LINES CARRY DIFFERENT ENTRY TYPES'
                       TO REJECT-REASON-WS
               END-IF

               IF NOT ENTRY-IS-DELETE
                   MOVE JE-ACCT-NO-IN TO LOOKUP-ACCT-WS
                   PERFORM 245-FIND-CHART-ACCOUNT
                   IF CHART-HIT-WS = ZERO
                       MOVE '*** NOT ON CHART'
                           TO JL-REMARK-WS (JL-COUNT-WS)
                       MOVE 'NO' TO JOURNAL-VALID-WS
                       MOVE 'ACCOUNT NOT ON CHART OF ACCOUNTS'
                           TO REJECT-REASON-WS
                   END-IF
               END-IF

               IF JL-AMOUNT-WS (JL-COUNT-WS) >= ZERO
                   ADD JL-AMOUNT-WS (JL-COUNT-WS) TO JOURNAL-DEBITS-WS
               ELSE
                   SUBTRACT JL-AMOUNT-WS (JL-COUNT-WS)
                       FROM JOURNAL-CREDITS-WS
               END-IF
           END-IF

           PERFORM 250-READ-ONE-JOURNAL-LINE.

       320-EDIT-JOURNAL.
           IF NOT ENTRY-IS-STANDARD AND NOT ENTRY-IS-RECURRING
               AND NOT ENTRY-IS-AUTO-REVERSE AND NOT ENTRY-IS-DELETE
               MOVE 'NO' TO JOURNAL-VALID-WS
               MOVE 'ENTRY TYPE MUST BE S, R, A OR D'
                   TO REJECT-REASON-WS
           END-IF

           IF JOURNAL-IS-VALID AND NOT ENTRY-IS-DELETE
               IF JOURNAL-DEBITS-WS NOT = JOURNAL-CREDITS-WS
                   MOVE 'NO' TO JOURNAL-VALID-WS
                   MOVE 'DEBITS AND CREDITS DO NOT NET TO ZERO'
                       TO REJECT-REASON-WS
               END-IF
               IF JOURNAL-DEBITS-WS = ZERO
                   MOVE 'NO' TO JOURNAL-VALID-WS
                   MOVE 'JOURNAL HAS NO AMOUNTS'
                       TO REJECT-REASON-WS
               END-IF
           END-IF

           IF JOURNAL-IS-VALID
               AND (ENTRY-IS-RECURRING OR ENTRY-IS-AUTO-REVERSE
                    OR ENTRY-IS-DELETE)
               PERFORM 325-CHECK-STANDING-FILE
               IF STANDING-ON-FILE AND NOT ENTRY-IS-DELETE
                   MOVE 'NO' TO JOURNAL-VALID-WS
                   MOVE 'JOURNAL NUMBER ALREADY ON STANDING FILE'
                       TO REJECT-REASON-WS
               END-IF
               IF NOT STANDING-ON-FILE AND ENTRY-IS-DELETE
                   MOVE 'NO' TO JOURNAL-VALID-WS
                   MOVE 'JOURNAL NUMBER NOT ON STANDING FILE'
                       TO REJECT-REASON-WS
               END-IF
           END-IF.

       325-CHECK-STANDING-FILE.
           MOVE 'NO'               TO STANDING-FOUND-WS
           MOVE CURRENT-JOURNAL-WS TO JS-JOURNAL-NO
           MOVE ZERO               TO JS-LINE-NO
           START STANDING-ENTRY-FILE KEY NOT < JS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ STANDING-ENTRY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JS-JOURNAL-NO = CURRENT-JOURNAL-WS
                               MOVE 'YES' TO STANDING-FOUND-WS
                           END-IF
                   END-READ
           END-START.

       330-PRINT-ONE-JOURNAL-LINE.
           MOVE CURRENT-JOURNAL-WS            TO JRN-JOURNAL-NO-OUT
           MOVE JL-SUB-WS                     TO JRN-LINE-NO-OUT
           MOVE CURRENT-TYPE-WS               TO JRN-TYPE-OUT
           MOVE JL-ACCT-NO-WS (JL-SUB-WS)     TO JRN-ACCT-NO-OUT
           MOVE JL-DESCRIPTION-WS (JL-SUB-WS) TO JRN-DESCRIPTION-OUT
           MOVE JL-REMARK-WS (JL-SUB-WS)      TO JRN-REMARK-OUT
           IF JL-AMOUNT-WS (JL-SUB-WS) >= ZERO
               MOVE JL-AMOUNT-WS (JL-SUB-WS) TO JRN-DEBIT-OUT
               MOVE ZERO                     TO JRN-CREDIT-OUT
           ELSE
               MOVE ZERO                     TO JRN-DEBIT-OUT
               COMPUTE JRN-CREDIT-OUT = JL-AMOUNT-WS (JL-SUB-WS) * -1
           END-IF
           MOVE JOURNAL-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       340-POST-JOURNAL-LINES.
           MOVE RUN-DATE-WS TO POST-DATE-WS
           PERFORM 345-POST-ONE-JOURNAL-LINE
               VARYING JL-SUB-WS FROM 1 BY 1
               UNTIL JL-SUB-WS > JL-COUNT-WS.

       345-POST-ONE-JOURNAL-LINE.
           MOVE JL-ACCT-NO-WS (JL-SUB-WS) TO LOOKUP-ACCT-WS
           MOVE JL-AMOUNT-WS (JL-SUB-WS)  TO GL-AMOUNT-OUT
           PERFORM 420-WRITE-ONE-POSTING.

       350-STORE-STANDING-ENTRY.
           PERFORM 355-STORE-ONE-STANDING-LINE
               VARYING JL-SUB-WS FROM 1 BY 1
               UNTIL JL-SUB-WS > JL-COUNT-WS.

       355-STORE-ONE-STANDING-LINE.
           MOVE CURRENT-JOURNAL-WS            TO JS-JOURNAL-NO
           MOVE JL-SUB-WS                     TO JS-LINE-NO
           MOVE CURRENT-TYPE-WS               TO JS-ENTRY-TYPE
           MOVE JL-ACCT-NO-WS (JL-SUB-WS)     TO JS-ACCT-NO
           MOVE JL-DESCRIPTION-WS (JL-SUB-WS) TO JS-DESCRIPTION
           MOVE ZERO                          TO JS-LAST-PERIOD

           IF ENTRY-IS-AUTO-REVERSE
               COMPUTE JS-AMOUNT = JL-AMOUNT-WS (JL-SUB-WS) * -1
               MOVE NEXT-PERIOD-WS         TO JS-START-PERIOD
               MOVE NEXT-PERIOD-WS         TO JS-END-PERIOD
           ELSE
               MOVE JL-AMOUNT-WS (JL-SUB-WS) TO JS-AMOUNT
               MOVE CURRENT-PERIOD-WS      TO JS-START-PERIOD
               MOVE CURRENT-END-PERIOD-WS  TO JS-END-PERIOD
           END-IF

           WRITE STANDING-ENTRY-RECORD
               INVALID KEY
                   DISPLAY 'STANDING ENTRY ' JS-KEY
                       ' ALREADY ON FILE - NOT STORED'
           END-WRITE.

       360-DELETE-STANDING-ENTRY.
           MOVE 'NO'               TO EOF-STANDING-WS
           MOVE CURRENT-JOURNAL-WS TO JS-JOURNAL-NO
           MOVE ZERO               TO JS-LINE-NO
           START STANDING-ENTRY-FILE KEY NOT < JS-KEY
               INVALID KEY MOVE 'YES' TO EOF-STANDING-WS
           END-START

           IF EOF-STANDING-WS NOT = 'YES'
               PERFORM 510-READ-NEXT-STANDING
           END-IF

           PERFORM 365-DELETE-ONE-STANDING-LINE
               UNTIL EOF-STANDING-WS = 'YES'
               OR JS-JOURNAL-NO NOT = CURRENT-JOURNAL-WS.

       365-DELETE-ONE-STANDING-LINE.
           DELETE STANDING-ENTRY-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE

           PERFORM 510-READ-NEXT-STANDING.

       420-WRITE-ONE-POSTING.
           MOVE 'MANUAL'       TO GL-SOURCE-OUT
           MOVE LOOKUP-ACCT-WS TO GL-ACCOUNT-OUT
           MOVE POST-DATE-WS   TO GL-POSTING-DATE-OUT
           WRITE GL-POSTING-RECORD
           ADD 1 TO TOTAL-POSTINGS-WS

           IF GL-AMOUNT-OUT >= ZERO
               ADD GL-AMOUNT-OUT TO POSTED-DEBITS-WS
           ELSE
               SUBTRACT GL-AMOUNT-OUT FROM POSTED-CREDITS-WS
           END-IF.

       500-GENERATE-STANDING-ENTRIES.
           MOVE 'STANDING ENTRIES GENERATED THIS RUN'
               TO SECTION-TITLE-OUT
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE 'NO'       TO EOF-STANDING-WS
           MOVE LOW-VALUES TO JS-KEY
           START STANDING-ENTRY-FILE KEY NOT < JS-KEY
               INVALID KEY MOVE 'YES' TO EOF-STANDING-WS
           END-START

           IF EOF-STANDING-WS NOT = 'YES'
               PERFORM 510-READ-NEXT-STANDING
           END-IF

           PERFORM 520-GENERATE-ONE-STANDING-LINE
               UNTIL EOF-STANDING-WS = 'YES'.

       510-READ-NEXT-STANDING.
           READ STANDING-ENTRY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-STANDING-WS
           END-READ.

       520-GENERATE-ONE-STANDING-LINE.
           IF JS-AUTO-REVERSE
               IF JS-START-PERIOD <= CURRENT-PERIOD-WS
                   COMPUTE POST-DATE-WS = JS-START-PERIOD * 100 + 1
                   MOVE 'REVERSED'       TO JRN-REMARK-OUT
                   PERFORM 530-POST-STANDING-LINE
                   DELETE STANDING-ENTRY-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           ELSE
               IF JS-END-PERIOD < CURRENT-PERIOD-WS
                   DELETE STANDING-ENTRY-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO TOTAL-EXPIRED-WS
               ELSE
                   IF JS-START-PERIOD <= CURRENT-PERIOD-WS
                       AND JS-LAST-PERIOD < CURRENT-PERIOD-WS
                       MOVE RUN-DATE-WS      TO POST-DATE-WS
                       MOVE 'RECURRING'      TO JRN-REMARK-OUT
                       PERFORM 530-POST-STANDING-LINE
                       MOVE CURRENT-PERIOD-WS TO JS-LAST-PERIOD
                       REWRITE STANDING-ENTRY-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
               END-IF
           END-IF

           PERFORM 510-READ-NEXT-STANDING.

       530-POST-STANDING-LINE.
           MOVE JS-ACCT-NO TO LOOKUP-ACCT-WS
           MOVE JS-AMOUNT  TO GL-AMOUNT-OUT
           PERFORM 420-WRITE-ONE-POSTING
           ADD 1 TO TOTAL-GENERATED-WS

           MOVE JS-JOURNAL-NO  TO JRN-JOURNAL-NO-OUT
           MOVE JS-LINE-NO     TO JRN-LINE-NO-OUT
           MOVE JS-ENTRY-TYPE  TO JRN-TYPE-OUT
           MOVE JS-ACCT-NO     TO JRN-ACCT-NO-OUT
           MOVE JS-DESCRIPTION TO JRN-DESCRIPTION-OUT
           IF JS-AMOUNT >= ZERO
               MOVE JS-AMOUNT  TO JRN-DEBIT-OUT
               MOVE ZERO       TO JRN-CREDIT-OUT
           ELSE
               MOVE ZERO       TO JRN-DEBIT-OUT
               COMPUTE JRN-CREDIT-OUT = JS-AMOUNT * -1
           END-IF
           MOVE JOURNAL-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM39' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF POSTED-DEBITS-WS NOT = POSTED-CREDITS-WS
               MOVE 'W' TO OL-SEVERITY
               MOVE 'JOURNAL POSTINGS OUT OF BALANCE - SEE GLJRNL'
                   TO OL-MESSAGE
               MOVE TOTAL-POSTINGS-WS TO OL-RECORD-COUNT
               COMPUTE OL-TOTAL-DOLLARS =
                   POSTED-DEBITS-WS - POSTED-CREDITS-WS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-POSTINGS-WS TO OL-RECORD-COUNT
           MOVE POSTED-DEBITS-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE POSTED-DEBITS-WS  TO POSTED-DEBITS-OUT
           MOVE POSTED-CREDITS-WS TO POSTED-CREDITS-OUT
           MOVE POSTED-TOTALS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           MOVE TOTAL-JOURNALS-WS TO TOTAL-JOURNALS-OUT
           MOVE TOTAL-JOURNALS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE TOTAL-ACCEPTED-WS TO TOTAL-ACCEPTED-OUT
           MOVE TOTAL-ACCEPTED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-REJECTED-WS TO TOTAL-REJECTED-OUT
           MOVE TOTAL-REJECTED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-GENERATED-WS TO TOTAL-GENERATED-OUT
           MOVE TOTAL-GENERATED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-POSTINGS-WS TO TOTAL-POSTINGS-OUT
           MOVE TOTAL-POSTINGS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           PERFORM 895-RUN-CONTROL-END

           IF JOURNAL-FILE-STATUS-WS = '00'
               CLOSE JOURNAL-INPUT-FILE
           END-IF

           CLOSE STANDING-ENTRY-FILE GL-POSTING-FILE
                 JOURNAL-PROOF-FILE.
