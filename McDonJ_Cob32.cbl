           RECORD KEY IS RC-KEY
           FILE STATUS IS RUNCTL-FILE-STATUS-WS.

           SELECT BACKUP-CATALOG-FILE ASSIGN TO 'BACKCAT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BC-KEY
           FILE STATUS IS CATALOG-FILE-STATUS-WS.

           SELECT EOD-REPORT-FILE ASSIGN TO 'EODRPT.DOC'
           ORGANIZATION IS LINE SEQUENTIAL.

           05  RC-RECORD-COUNT         PIC 9(6).
           05  RC-TOTAL-DOLLARS        PIC S9(9)V99.

       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05  BC-KEY.
               10  BC-GENERATION       PIC 9(10).
               10  BC-FILE-NAME        PIC X(12).
           05  BC-BACKUP-DATE          PIC 9(8).
           05  BC-BACKUP-TIME          PIC 9(8).
           05  BC-PROGRAM-ID           PIC X(8).
           05  BC-STATUS               PIC X.
               88  BC-BACKED-UP                        VALUE 'B'.
               88  BC-FILE-MISSING                     VALUE 'M'.
           05  BC-RECORD-COUNT         PIC 9(7).
           05  BC-HASH-TOTAL           PIC S9(11)V99.
           05  BC-RESTORE-DATE         PIC 9(8).
           05  BC-RESTORE-COUNT        PIC 9(3).

       FD  EOD-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-REPORT-LINE         PIC X(132).

       01  WORKING-VARIABLES.
           05  OPSLOG-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  RUNCTL-FILE-STATUS-WS   PIC XX          VALUE '00'.
           05  CATALOG-FILE-STATUS-WS  PIC XX          VALUE '00'.
           05  EOF-LOG-WS              PIC X(3)        VALUE 'NO'.
           05  EOF-RUNCTL-WS           PIC X(3)        VALUE 'NO'.
           05  EOF-CATALOG-WS          PIC X(3)        VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)        VALUE ZERO.
           05  TOTAL-LOG-LINES-WS      PIC 9(5)        VALUE ZERO.
           05  TOTAL-WARNINGS-WS       PIC 9(4)        VALUE ZERO.
           05  TOTAL-PROGRAMS-WS       PIC 9(4)        VALUE ZERO.
           05  TOTAL-INCOMPLETE-WS     PIC 9(4)        VALUE ZERO.
           05  TOTAL-BACKED-UP-WS      PIC 9(4)        VALUE ZERO.
           05  TOTAL-RESTORED-WS       PIC 9(4)        VALUE ZERO.

       01  REPORT-HEADER-LINE-SETUP.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  RC-DOLLARS-OUT          PIC $$$,$$$,$$9.99BCR.

       01  BACKUP-DETAIL-LINE-SETUP.
           05  FILLER                  PIC X       VALUE SPACE.
           05  BK-GENERATION-OUT       PIC 9(10).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  BK-FILE-NAME-OUT        PIC X(12).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  BK-ACTION-OUT           PIC X(12).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  BK-COUNT-OUT            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  BK-HASH-OUT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  BK-PROGRAM-OUT          PIC X(8).

       01  TOTAL-PROGRAMS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'RUNS STARTED BUT NOT COMPLETE IS:'.
           05  TOTAL-INCOMPLETE-OUT    PIC ZZZ9.

       01  TOTAL-BACKED-UP-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'MASTERS BACKED UP TODAY IS:'.
           05  TOTAL-BACKED-UP-OUT     PIC ZZZ9.

       01  TOTAL-RESTORED-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           'MASTERS RESTORED TODAY IS:'.
           05  TOTAL-RESTORED-OUT      PIC ZZZ9.

       01  TOTAL-WARNINGS-LINE-SETUP.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05                          PIC X(38)   VALUE
           PERFORM 200-OPEN
           PERFORM 300-LIST-LOG-RECORDS UNTIL EOF-LOG-WS = 'YES'
           PERFORM 400-LIST-RUN-CONTROL
           PERFORM 500-LIST-BACKUP-ACTIVITY
           PERFORM 900-CLOSE
           STOP RUN.

               AT END MOVE 'YES' TO EOF-RUNCTL-WS
           END-READ.

       500-LIST-BACKUP-ACTIVITY.
           MOVE 'BACKUP AND RESTORE ACTIVITY FOR TODAY'
               TO SECTION-TITLE-OUT
           MOVE SECTION-HEADER-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 3 LINES

           OPEN INPUT BACKUP-CATALOG-FILE
           IF CATALOG-FILE-STATUS-WS NOT = '00'
               DISPLAY 'BACKUP CATALOG NOT AVAILABLE - STATUS: '
                   CATALOG-FILE-STATUS-WS
           ELSE
               MOVE LOW-VALUES TO BC-KEY
               START BACKUP-CATALOG-FILE KEY NOT < BC-KEY
                   INVALID KEY MOVE 'YES' TO EOF-CATALOG-WS
               END-START
               IF EOF-CATALOG-WS NOT = 'YES'
                   PERFORM 550-READ-NEXT-CATALOG
               END-IF
               PERFORM 510-LIST-ONE-CATALOG-ENTRY
                   UNTIL EOF-CATALOG-WS = 'YES'
               CLOSE BACKUP-CATALOG-FILE
           END-IF.

       510-LIST-ONE-CATALOG-ENTRY.
           MOVE BC-GENERATION   TO BK-GENERATION-OUT
           MOVE BC-FILE-NAME    TO BK-FILE-NAME-OUT
           MOVE BC-RECORD-COUNT TO BK-COUNT-OUT
           MOVE BC-HASH-TOTAL   TO BK-HASH-OUT
           MOVE BC-PROGRAM-ID   TO BK-PROGRAM-OUT

           IF BC-BACKUP-DATE = RUN-DATE-WS
               IF BC-BACKED-UP
                   MOVE 'BACKED UP'  TO BK-ACTION-OUT
                   ADD 1 TO TOTAL-BACKED-UP-WS
               ELSE
                   MOVE '*NOT FOUND' TO BK-ACTION-OUT
               END-IF
               MOVE BACKUP-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
           END-IF

           IF BC-RESTORE-DATE = RUN-DATE-WS
               MOVE '*RESTORED'  TO BK-ACTION-OUT
               MOVE BACKUP-DETAIL-LINE-SETUP TO PRINT-A-REPORT-LINE
               WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
               ADD 1 TO TOTAL-RESTORED-WS
           END-IF

           PERFORM 550-READ-NEXT-CATALOG.

       550-READ-NEXT-CATALOG.
           READ BACKUP-CATALOG-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-CATALOG-WS
           END-READ.

       900-CLOSE.
           MOVE TOTAL-PROGRAMS-WS TO TOTAL-PROGRAMS-OUT
           MOVE TOTAL-PROGRAMS-LINE-SETUP TO PRINT-A-REPORT-LINE
           MOVE TOTAL-INCOMPLETE-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-BACKED-UP-WS TO TOTAL-BACKED-UP-OUT
           MOVE TOTAL-BACKED-UP-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-RESTORED-WS TO TOTAL-RESTORED-OUT
           MOVE TOTAL-RESTORED-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES

           MOVE TOTAL-WARNINGS-WS TO TOTAL-WARNINGS-OUT
           MOVE TOTAL-WARNINGS-LINE-SETUP TO PRINT-A-REPORT-LINE
           WRITE PRINT-A-REPORT-LINE AFTER 1 LINES
