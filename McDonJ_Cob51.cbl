       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM51.
       AUTHOR. MCDONALD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT UNCLAIMED-PROPERTY-FILE ASSIGN TO 'UNCLAIM.MST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UP-KEY
           FILE STATUS IS UNCLAIM-FILE-STATUS-WS.

           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RP-PROGRAM-ID
           FILE STATUS IS RUNPARM-FILE-STATUS-WS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS-WS.

           SELECT AP-CHECK-REGISTER-FILE ASSIGN TO 'APCHKREG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AP-REGISTER-STATUS-WS.

           SELECT REMITTANCE-EXTRACT-FILE ASSIGN TO 'UNCLREM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCHEAT-REPORT-FILE ASSIGN TO 'UNCLREM.DOC'
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

       FD  RUN-PARAMETER-FILE.
       01  RUN-PARAMETER-RECORD.
           05  RP-PROGRAM-ID           PIC X(8).
           05  RP-PARM-1               PIC X(8).
           05  RP-PARM-2               PIC X(8).

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
               88  AR-ESCHEATED                        VALUE 'E'.
           05  AR-PAY-METHOD           PIC X.
               88  AR-PAID-BY-CHECK                    VALUE 'C' ' '.
               88  AR-PAID-BY-EFT                      VALUE 'E'.
           05  AR-DISC-REVERSED        PIC S9(6)V99.

       FD  REMITTANCE-EXTRACT-FILE RECORDING MODE IS F.
       01  REMITTANCE-EXTRACT-RECORD.
           05  UR-REPORT-YEAR          PIC 9(4).
           05  UR-PROPERTY-TYPE        PIC X(4).
           05  UR-SOURCE               PIC X.
           05  UR-CHECK-NO             PIC 9(6).
           05  UR-PAYEE-ID             PIC X(9).
           05  UR-PAYEE-NAME           PIC X(23).
           05  UR-STREET               PIC X(30).
           05  UR-CITY                 PIC X(20).
           05  UR-STATE                PIC XX.
           05  UR-ZIP                  PIC X(9).
           05  UR-ISSUE-DATE           PIC 9(8).
           05  UR-LETTER-DATE          PIC 9(8).
           05  UR-AMOUNT               PIC 9(8)V99.

       FD  ESCHEAT-REPORT-FILE RECORDING MODE IS F.
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
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  UNCLAIM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  RUNPARM-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  REGISTER-FILE-STATUS-WS PIC XX          VALUE '00'.
           05  AP-REGISTER-STATUS-WS   PIC XX          VALUE '00'.
           05  PARM-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  RUN-PARM-FOUND                      VALUE 'YES'.
           05  EOF-UNCLAIM-WS          PIC X(3)        VALUE 'NO'.
           05  REMIT-ITEM-WS           PIC X(3)        VALUE 'NO'.
               88  ITEM-IS-DUE                         VALUE 'YES'.
           05  TYPE-FOUND-WS           PIC X(3)        VALUE 'NO'.
               88  TYPE-IN-TABLE                       VALUE 'YES'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  RUN-DATE-PARTS-WS REDEFINES RUN-DATE-WS.
               10  RUN-YEAR-WS         PIC 9(4).
               10  RUN-MONTH-WS        PIC 99.
               10  RUN-DAY-WS          PIC 99.
           05  REPORT-YEAR-X-WS        PIC X(8)        VALUE SPACES.
           05  REPORT-YEAR-WS          PIC 9(4)        VALUE ZERO.
           05  DUE-DILIGENCE-DAYS-WS   PIC 9(3)        VALUE 60.
           05  RUN-DATE-INT-WS         PIC 9(8)        VALUE ZERO.
           05  BASE-DATE-WS            PIC 9(8)        VALUE ZERO.
           05  BASE-DATE-INT-WS        PIC 9(8)        VALUE ZERO.
           05  TYPE-COUNT-WS           PIC 99          VALUE ZERO.
           05  TYPE-SUB-WS             PIC 99          VALUE ZERO.
           05  TYPE-HIT-WS             PIC 99          VALUE ZERO.
           05  TOTAL-REMITTED-WS       PIC 9(5)        VALUE ZERO.
           05  TOTAL-REMITTED-AMT-WS   PIC S9(9)V99    VALUE ZERO.
           05  TOTAL-NO-ADDRESS-WS     PIC 9(5)        VALUE ZERO.

       01  PROPERTY-TYPE-TABLE-WS.
           05  PROPERTY-TYPE-ENTRY-WS  OCCURS 20 TIMES.
               10  PT-TYPE-WS          PIC X(4).
               10  PT-COUNT-WS         PIC 9(5).
               10  PT-AMOUNT-WS        PIC S9(9)V99.

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
           05                          PIC X(38)   VALUE
           'UNCLAIMED PROPERTY ESCHEAT REPORT - '.
           05  REPORT-HEADER-YEAR-OUT  PIC 9(4).

       01  PARM-ECHO-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(17)   VALUE
           'RUN PARAMETERS - '.
           05                          PIC X(13)   VALUE
           'REPORT YEAR: '.
           05  ECHO-YEAR-OUT           PIC 9(4).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ECHO-PARM-SOURCE-OUT    PIC X(12).

       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(6)    VALUE 'TYPE'.
           05                          PIC X(9)    VALUE 'CHECK'.
           05                          PIC X(12)   VALUE 'PAYEE ID'.
           05                          PIC X(26)   VALUE 'PAYEE'.
           05                          PIC X(34)   VALUE
           'LAST KNOWN ADDRESS'.
           05                          PIC X(11)   VALUE 'ISSUED'.
           05                          PIC X(15)   VALUE
           '         AMOUNT'.

       01  ESCHEAT-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  DET-PROPERTY-TYPE-OUT   PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-CHECK-NO-OUT        PIC 9(6).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-PAYEE-ID-OUT        PIC X(9).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-PAYEE-NAME-OUT      PIC X(23).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-ADDRESS-OUT         PIC X(30).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  DET-ISSUE-DATE-OUT      PIC 9(8).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  DET-AMOUNT-OUT          PIC $$$,$$$,$$9.99.

       01  DETAIL-CITY-LINE-SETUP.
           05  FILLER                  PIC X(51)   VALUE SPACE.
           05  DET-CITY-OUT            PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  DET-STATE-OUT           PIC XX.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  DET-ZIP-OUT             PIC X(9).

       01  SUMMARY-HEADER-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05                          PIC X(40)   VALUE
           'REMITTANCE SUMMARY BY PROPERTY TYPE'.

       01  SUMMARY-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(15)   VALUE
           'PROPERTY TYPE '.
           05  SUM-TYPE-OUT            PIC X(4).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  SUM-COUNT-OUT           PIC ZZ,ZZ9.
           05                          PIC X(9)    VALUE ' ITEMS   '.
           05  SUM-AMOUNT-OUT          PIC $$$$,$$$,$$9.99.

       01  TOTAL-REMITTED-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'NUMBER OF ITEMS REMITTED IS:'.
           05  TOTAL-REMITTED-OUT      PIC ZZ,ZZ9.

       01  TOTAL-REMITTED-AMT-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(35)   VALUE
           'TOTAL REMITTED TO STATE IS:'.
           05  TOTAL-REMITTED-AMT-OUT  PIC $$$$,$$$,$$9.99BCR.

       01  TOTAL-NO-ADDRESS-LINE-SETUP.
           05  FILLER                  PIC X(6)    VALUE SPACE.
           05                          PIC X(38)   VALUE
           'ITEMS REMITTED WITH NO ADDRESS:'.
           05  TOTAL-NO-ADDRESS-OUT    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN
           PERFORM 300-PROCESS UNTIL EOF-UNCLAIM-WS = 'YES'
           PERFORM 900-CLOSE
           PERFORM 885-LOG-RUN-SUMMARY
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD

           PERFORM 210-CHECK-CASH-JOURNAL

           COMPUTE RUN-DATE-INT-WS =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)

           PERFORM 215-GET-RUN-PARAMETERS
           IF RUN-PARM-FOUND
               MOVE RP-PARM-1     TO REPORT-YEAR-X-WS
               MOVE '(PARM FILE)' TO ECHO-PARM-SOURCE-OUT
           ELSE
               DISPLAY 'ENTER REPORT YEAR YYYY (BLANK = CURRENT): '
                   WITH NO ADVANCING
               ACCEPT REPORT-YEAR-X-WS
               MOVE '(CONSOLE)'   TO ECHO-PARM-SOURCE-OUT
           END-IF

           IF REPORT-YEAR-X-WS = SPACES
               MOVE RUN-YEAR-WS TO REPORT-YEAR-WS
           ELSE
               IF REPORT-YEAR-X-WS (1:4) IS NOT NUMERIC
                   DISPLAY 'REPORT YEAR MUST BE YYYY'
                   STOP RUN
               END-IF
               MOVE REPORT-YEAR-X-WS (1:4) TO REPORT-YEAR-WS
           END-IF

           OPEN I-O UNCLAIMED-PROPERTY-FILE
           IF UNCLAIM-FILE-STATUS-WS NOT = '00'
               DISPLAY 'UNABLE TO OPEN UNCLAIMED PROPERTY FILE - '
                   'STATUS: ' UNCLAIM-FILE-STATUS-WS
               STOP RUN
           END-IF

           OPEN EXTEND CHECK-REGISTER-FILE
           IF REGISTER-FILE-STATUS-WS = '35'
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF

           OPEN EXTEND AP-CHECK-REGISTER-FILE
           IF AP-REGISTER-STATUS-WS = '35'
               OPEN OUTPUT AP-CHECK-REGISTER-FILE
           END-IF

           OPEN OUTPUT REMITTANCE-EXTRACT-FILE
                OUTPUT ESCHEAT-REPORT-FILE

           MOVE RUN-MONTH-WS   TO HEADER-MO-OUT
           MOVE RUN-DAY-WS     TO HEADER-DY-OUT
           MOVE RUN-YEAR-WS    TO HEADER-YR-OUT
           MOVE REPORT-YEAR-WS TO REPORT-HEADER-YEAR-OUT
           MOVE REPORT-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE REPORT-YEAR-WS TO ECHO-YEAR-OUT
           MOVE PARM-ECHO-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE COLUMN-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE LOW-VALUES TO UP-KEY
           START UNCLAIMED-PROPERTY-FILE KEY NOT < UP-KEY
               INVALID KEY MOVE 'YES' TO EOF-UNCLAIM-WS
           END-START
           IF EOF-UNCLAIM-WS NOT = 'YES'
               PERFORM 250-READ-NEXT-UNCLAIMED
           END-IF.

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
                       ' - ESCHEAT NOT RECORDED'
                   STOP RUN
               END-IF
           END-IF.

       215-GET-RUN-PARAMETERS.
           MOVE 'NO' TO PARM-FOUND-WS
           OPEN INPUT RUN-PARAMETER-FILE
           IF RUNPARM-FILE-STATUS-WS = '00'
               MOVE 'PROGRM51' TO RP-PROGRAM-ID
               READ RUN-PARAMETER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO PARM-FOUND-WS
               END-READ
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       250-READ-NEXT-UNCLAIMED.
           READ UNCLAIMED-PROPERTY-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-UNCLAIM-WS
           END-READ.

       300-PROCESS.
           PERFORM 310-CHECK-IF-DUE

           IF ITEM-IS-DUE
               PERFORM 320-WRITE-EXTRACT
               PERFORM 330-PRINT-DETAIL
               PERFORM 340-ADD-TO-TYPE-TOTALS
               PERFORM 350-MARK-REGISTER
               MOVE 'E'            TO UP-STATUS
               MOVE RUN-DATE-WS    TO UP-CLOSE-DATE
               MOVE REPORT-YEAR-WS TO UP-REMIT-YEAR
               REWRITE UNCLAIMED-PROPERTY-RECORD
               ADD 1         TO TOTAL-REMITTED-WS
               ADD UP-AMOUNT TO TOTAL-REMITTED-AMT-WS
           END-IF

           PERFORM 250-READ-NEXT-UNCLAIMED.

       310-CHECK-IF-DUE.
           MOVE 'NO' TO REMIT-ITEM-WS
           MOVE ZERO TO BASE-DATE-WS

           IF UP-LETTER-SENT
               MOVE UP-LETTER-DATE TO BASE-DATE-WS
           ELSE
               IF UP-IS-NEW
                   MOVE UP-PICKUP-DATE TO BASE-DATE-WS
               END-IF
           END-IF

           IF BASE-DATE-WS > ZERO
               COMPUTE BASE-DATE-INT-WS =
                   FUNCTION INTEGER-OF-DATE (BASE-DATE-WS)
               IF RUN-DATE-INT-WS - BASE-DATE-INT-WS
                   >= DUE-DILIGENCE-DAYS-WS
                   MOVE 'YES' TO REMIT-ITEM-WS
               END-IF
           END-IF.

       320-WRITE-EXTRACT.
           MOVE REPORT-YEAR-WS   TO UR-REPORT-YEAR
           MOVE UP-PROPERTY-TYPE TO UR-PROPERTY-TYPE
           MOVE UP-SOURCE        TO UR-SOURCE
           MOVE UP-CHECK-NO      TO UR-CHECK-NO
           MOVE UP-PAYEE-ID      TO UR-PAYEE-ID
           MOVE UP-PAYEE-NAME    TO UR-PAYEE-NAME
           MOVE UP-STREET        TO UR-STREET
           MOVE UP-CITY          TO UR-CITY
           MOVE UP-STATE         TO UR-STATE
           MOVE UP-ZIP           TO UR-ZIP
           MOVE UP-ISSUE-DATE    TO UR-ISSUE-DATE
           MOVE UP-LETTER-DATE   TO UR-LETTER-DATE
           MOVE UP-AMOUNT        TO UR-AMOUNT
           WRITE REMITTANCE-EXTRACT-RECORD.

       330-PRINT-DETAIL.
           MOVE UP-PROPERTY-TYPE TO DET-PROPERTY-TYPE-OUT
           MOVE UP-CHECK-NO      TO DET-CHECK-NO-OUT
           MOVE UP-PAYEE-ID      TO DET-PAYEE-ID-OUT
           MOVE UP-PAYEE-NAME    TO DET-PAYEE-NAME-OUT
           MOVE UP-ISSUE-DATE    TO DET-ISSUE-DATE-OUT
           MOVE UP-AMOUNT        TO DET-AMOUNT-OUT
           IF UP-STREET = SPACES
               MOVE 'ADDRESS UNKNOWN' TO DET-ADDRESS-OUT
               ADD 1 TO TOTAL-NO-ADDRESS-WS
           ELSE
               MOVE UP-STREET    TO DET-ADDRESS-OUT
           END-IF

           MOVE ESCHEAT-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           IF UP-STREET NOT = SPACES
               MOVE UP-CITY  TO DET-CITY-OUT
               MOVE UP-STATE TO DET-STATE-OUT
               MOVE UP-ZIP   TO DET-ZIP-OUT
               MOVE DETAIL-CITY-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           END-IF.

       340-ADD-TO-TYPE-TOTALS.
           MOVE 'NO' TO TYPE-FOUND-WS
           PERFORM 345-MATCH-ONE-TYPE
               VARYING TYPE-SUB-WS FROM 1 BY 1
               UNTIL TYPE-SUB-WS > TYPE-COUNT-WS
               OR TYPE-IN-TABLE

           IF NOT TYPE-IN-TABLE
               IF TYPE-COUNT-WS >= 20
                   DISPLAY 'PROPERTY TYPE TABLE FULL - RUN STOPPED'
                   STOP RUN
               END-IF
               ADD 1 TO TYPE-COUNT-WS
               MOVE TYPE-COUNT-WS    TO TYPE-HIT-WS
               MOVE UP-PROPERTY-TYPE TO PT-TYPE-WS (TYPE-HIT-WS)
               MOVE ZERO             TO PT-COUNT-WS (TYPE-HIT-WS)
                                        PT-AMOUNT-WS (TYPE-HIT-WS)
           END-IF

           ADD 1         TO PT-COUNT-WS (TYPE-HIT-WS)
           ADD UP-AMOUNT TO PT-AMOUNT-WS (TYPE-HIT-WS).

       345-MATCH-ONE-TYPE.
           IF PT-TYPE-WS (TYPE-SUB-WS) = UP-PROPERTY-TYPE
               MOVE 'YES'       TO TYPE-FOUND-WS
               MOVE TYPE-SUB-WS TO TYPE-HIT-WS
           END-IF.

       350-MARK-REGISTER.
           IF UP-PAYROLL-CHECK
               MOVE UP-CHECK-NO   TO CR-CHECK-NO
               MOVE UP-PAYEE-ID   TO CR-SSN
               MOVE RUN-DATE-WS   TO CR-DATE
               MOVE UP-AMOUNT     TO CR-NET-PAY
               MOVE 'E'           TO CR-STATUS
               MOVE ZERO          TO CR-CLEARED-DATE
               WRITE CHECK-REGISTER-RECORD
           ELSE
               MOVE UP-CHECK-NO   TO AR-CHECK-NO
               MOVE UP-PAYEE-ID   TO AR-SUPPLIER-NO
               MOVE UP-PAYEE-NAME TO AR-SUPPLIER-NAME
               MOVE RUN-DATE-WS   TO AR-DATE
               MOVE UP-AMOUNT     TO AR-AMOUNT
               MOVE 'E'           TO AR-STATUS
               MOVE 'C'           TO AR-PAY-METHOD
               MOVE ZERO          TO AR-DISC-REVERSED
               WRITE AP-CHECK-REGISTER-RECORD
           END-IF.

       400-PRINT-TYPE-SUMMARY.
           MOVE PT-TYPE-WS (TYPE-SUB-WS)   TO SUM-TYPE-OUT
           MOVE PT-COUNT-WS (TYPE-SUB-WS)  TO SUM-COUNT-OUT
           MOVE PT-AMOUNT-WS (TYPE-SUB-WS) TO SUM-AMOUNT-OUT
           MOVE SUMMARY-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES.

       880-WRITE-OPS-LOG.
           OPEN EXTEND OPS-LOG-FILE
           IF OPSLOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT OPS-LOG-FILE
           END-IF
           ACCEPT OL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OL-RUN-TIME FROM TIME
           MOVE 'PROGRM51' TO OL-PROGRAM-ID
           WRITE OPS-LOG-RECORD
           CLOSE OPS-LOG-FILE.

       885-LOG-RUN-SUMMARY.
           IF TOTAL-NO-ADDRESS-WS > ZERO
               MOVE 'W' TO OL-SEVERITY
               MOVE 'UNCLAIMED ITEMS REMITTED WITH NO ADDRESS'
                   TO OL-MESSAGE
               MOVE TOTAL-NO-ADDRESS-WS TO OL-RECORD-COUNT
               MOVE ZERO TO OL-TOTAL-DOLLARS
               PERFORM 880-WRITE-OPS-LOG
           END-IF

           MOVE 'I' TO OL-SEVERITY
           MOVE 'RUN COMPLETE' TO OL-MESSAGE
           MOVE TOTAL-REMITTED-WS TO OL-RECORD-COUNT
           MOVE TOTAL-REMITTED-AMT-WS TO OL-TOTAL-DOLLARS
           PERFORM 880-WRITE-OPS-LOG.

       900-CLOSE.
           MOVE SUMMARY-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           PERFORM 400-PRINT-TYPE-SUMMARY
               VARYING TYPE-SUB-WS FROM 1 BY 1
               UNTIL TYPE-SUB-WS > TYPE-COUNT-WS

           MOVE TOTAL-REMITTED-WS TO TOTAL-REMITTED-OUT
           MOVE TOTAL-REMITTED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 2 LINES

           MOVE TOTAL-REMITTED-AMT-WS TO TOTAL-REMITTED-AMT-OUT
           MOVE TOTAL-REMITTED-AMT-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-NO-ADDRESS-WS TO TOTAL-NO-ADDRESS-OUT
           MOVE TOTAL-NO-ADDRESS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           CLOSE UNCLAIMED-PROPERTY-FILE CHECK-REGISTER-FILE
                 AP-CHECK-REGISTER-FILE REMITTANCE-EXTRACT-FILE
                 ESCHEAT-REPORT-FILE.
