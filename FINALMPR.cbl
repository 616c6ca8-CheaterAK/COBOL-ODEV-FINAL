       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALMPR.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * MAINTENANCE APPROVAL REPORT. READS MNTPEND AS KEPT BY THE
      * FINALMNT CONSOLE AND LISTS ON MNTRPT EVERY REQUEST STILL
      * WAITING FOR A SECOND OPERATOR, AGED IN DAYS, FOLLOWED BY THE
      * REQUESTS APPROVED, REJECTED OR FAILED ON THE REPORT DATE.
      * PARAMETER: REPORT DATE YYYYMMDD, DEFAULT TODAY. READ ONLY;
      * RUN AT THE END OF THE DAY ONCE THE CONSOLE IS CLOSED, AHEAD OF
      * THE NIGHTLY FINALCBL RUN, OR ON DEMAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MNT-FILE ASSIGN TO MNTPEND
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS MNT-REQ-NO
                           FILE STATUS IS STATUS-MNT.
           SELECT RPT-FILE ASSIGN TO MNTRPT
                           FILE STATUS IS STATUS-RPT.
       DATA DIVISION.
       FILE SECTION.
      * MAINTENANCE REQUESTS AS KEPT BY THE FINALMNT CONSOLE.
       FD  MNT-FILE.
       01  MNT-REC.
           05 MNT-REQ-NO                 PIC 9(7).
           05 MNT-STATE                  PIC X(1).
              88 MNT-PENDING                       VALUE 'P'.
              88 MNT-APPROVED                      VALUE 'A'.
              88 MNT-REJECTED                      VALUE 'R'.
              88 MNT-FAILED                        VALUE 'E'.
           05 MNT-TYPE                   PIC X(1).
              88 MNT-LIMIT                         VALUE 'L'.
           05 MNT-ID                     PIC X(5).
           05 MNT-CUR                    PIC X(3).
           05 MNT-AMOUNT                 PIC S9(13)
                                          SIGN IS LEADING SEPARATE.
           05 MNT-MAKER-ID               PIC X(8).
           05 MNT-MAKER-TS               PIC X(14).
           05 MNT-MAKER-NOTE             PIC X(30).
           05 MNT-CHECKER-ID             PIC X(8).
           05 MNT-CHECKER-TS             PIC X(14).
           05 MNT-CHECKER-NOTE           PIC X(30).
           05 MNT-RESULT-RC              PIC 9(2).
           05 FILLER                     PIC X(20).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE                   PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-MNT                 PIC 9(2).
              88 MNT-SUCC                          VALUE 00 05 97.
              88 MNT-EOF                           VALUE 10.
           05 STATUS-RPT                 PIC 9(2).
              88 RPT-SUCC                          VALUE 00 97.
       01  WS-PARM                       PIC X(10).
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
       01  WS-RPT-DATE                   PIC X(8).
       01  WS-RPT-DATE-N                 PIC 9(8)  VALUE 0.
       01  WS-ENTRY-DATE                 PIC 9(8)  VALUE 0.
       01  WS-LINE                       PIC X(100).
       01  WS-BAL-EDIT                   PIC -(15)9.
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       01  WS-AGE-EDIT                   PIC ZZZ9.
       77  WS-AGE-DAYS                   PIC 9(5)  VALUE 0.
       77  WS-OLDEST-DAYS                PIC 9(5)  VALUE 0.
       77  WS-READ-CNT                   PIC 9(7)  VALUE 0.
       77  WS-PENDING-CNT                PIC 9(7)  VALUE 0.
       77  WS-APPROVED-CNT               PIC 9(7)  VALUE 0.
       77  WS-REJECTED-CNT               PIC 9(7)  VALUE 0.
       77  WS-FAILED-CNT                 PIC 9(7)  VALUE 0.
       77  WS-SAME-OPER-CNT              PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-PARM.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LIST-PENDING.
           PERFORM 0300-LIST-DECIDED.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           STOP RUN.
      *
       0050-GET-PARM.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-DATE
           ELSE
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-PARM TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN NOT = 8 OR WS-PARM(1:8) NOT NUMERIC
                 DISPLAY "FINALMPR - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD]"
                 STOP RUN
              END-IF
              MOVE WS-PARM(1:8) TO WS-RPT-DATE
           END-IF.
           MOVE WS-RPT-DATE TO WS-RPT-DATE-N.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RPT-DATE-N) NOT = 0
              DISPLAY "FINALMPR - INVALID REPORT DATE: " WS-PARM
              STOP RUN
           END-IF.
      *
       0100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCC
              DISPLAY "MNTRPT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE "FINALMPR - ACCOUNT MAINTENANCE APPROVAL REPORT FOR "
              TO WS-LINE(1:51).
           MOVE WS-RPT-DATE TO WS-LINE(52:8).
           PERFORM 0700-WRITE-LINE.
      *
      * PASS 1: EVERY REQUEST STILL WAITING FOR A SECOND OPERATOR,
      * WITH ITS AGE IN DAYS SO STALE ITEMS STAND OUT.
       0200-LIST-PENDING.
           PERFORM 0710-WRITE-BLANK.
           MOVE "CHANGES AWAITING APPROVAL" TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
           MOVE "REQUEST TYP ACCOUNT   MAKER    ENTERED        AGE "
              TO WS-LINE.
           MOVE "NEW LIMIT / REASON" TO WS-LINE(51:18).
           PERFORM 0700-WRITE-LINE.
           PERFORM 0150-OPEN-MAINT.
           PERFORM 0210-READ-MAINT.
           PERFORM UNTIL MNT-EOF
              ADD 1 TO WS-READ-CNT
              IF MNT-PENDING
                 ADD 1 TO WS-PENDING-CNT
                 PERFORM 0220-WRITE-PENDING-LINE
              END-IF
              PERFORM 0210-READ-MAINT
           END-PERFORM.
           CLOSE MNT-FILE.
           IF WS-PENDING-CNT = 0
              MOVE "  (NONE)" TO WS-LINE
              PERFORM 0700-WRITE-LINE
           END-IF.
      *
       0150-OPEN-MAINT.
           OPEN INPUT MNT-FILE.
           IF NOT MNT-SUCC
              DISPLAY "MNTPEND NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
      *
       0210-READ-MAINT.
           READ MNT-FILE
              AT END
                 SET MNT-EOF TO TRUE
           END-READ.
      *
       0220-WRITE-PENDING-LINE.
           MOVE MNT-MAKER-TS(1:8) TO WS-ENTRY-DATE.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-ENTRY-DATE < WS-RPT-DATE-N
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-RPT-DATE-N)
                 - FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
           END-IF.
           IF WS-AGE-DAYS > WS-OLDEST-DAYS
              MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE SPACES TO WS-LINE.
           MOVE MNT-REQ-NO TO WS-LINE(1:7).
           MOVE MNT-TYPE TO WS-LINE(10:1).
           MOVE MNT-ID TO WS-LINE(13:5).
           MOVE "/" TO WS-LINE(18:1).
           MOVE MNT-CUR TO WS-LINE(19:3).
           MOVE MNT-MAKER-ID TO WS-LINE(23:8).
           MOVE MNT-MAKER-TS(1:14) TO WS-LINE(32:14).
           MOVE WS-AGE-EDIT TO WS-LINE(46:4).
           IF MNT-LIMIT
              MOVE MNT-AMOUNT TO WS-BAL-EDIT
              MOVE WS-BAL-EDIT TO WS-LINE(51:16)
           ELSE
              MOVE MNT-MAKER-NOTE TO WS-LINE(51:30)
           END-IF.
           PERFORM 0700-WRITE-LINE.
           IF MNT-LIMIT
              MOVE SPACES TO WS-LINE
              MOVE MNT-MAKER-NOTE TO WS-LINE(51:30)
              PERFORM 0700-WRITE-LINE
           END-IF.
      *
      * PASS 2: REQUESTS DECIDED ON THE REPORT DATE, WITH BOTH
      * OPERATORS, SO AUDIT CAN SEE EVERY CHANGE HAD TWO PEOPLE ON IT.
       0300-LIST-DECIDED.
           PERFORM 0710-WRITE-BLANK.
           MOVE "CHANGES DECIDED ON " TO WS-LINE(1:19).
           MOVE WS-RPT-DATE TO WS-LINE(20:8).
           PERFORM 0700-WRITE-LINE.
           MOVE "REQUEST TYP ACCOUNT   MAKER    CHECKER  RESULT"
              TO WS-LINE.
           MOVE "RC NOTE" TO WS-LINE(51:7).
           PERFORM 0700-WRITE-LINE.
           PERFORM 0150-OPEN-MAINT.
           PERFORM 0210-READ-MAINT.
           PERFORM UNTIL MNT-EOF
              IF NOT MNT-PENDING
                 AND MNT-CHECKER-TS(1:8) = WS-RPT-DATE
                 PERFORM 0320-WRITE-DECIDED-LINE
              END-IF
              PERFORM 0210-READ-MAINT
           END-PERFORM.
           CLOSE MNT-FILE.
           IF WS-APPROVED-CNT + WS-REJECTED-CNT + WS-FAILED-CNT = 0
              MOVE "  (NONE)" TO WS-LINE
              PERFORM 0700-WRITE-LINE
           END-IF.
      *
       0320-WRITE-DECIDED-LINE.
           MOVE SPACES TO WS-LINE.
           MOVE MNT-REQ-NO TO WS-LINE(1:7).
           MOVE MNT-TYPE TO WS-LINE(10:1).
           MOVE MNT-ID TO WS-LINE(13:5).
           MOVE "/" TO WS-LINE(18:1).
           MOVE MNT-CUR TO WS-LINE(19:3).
           MOVE MNT-MAKER-ID TO WS-LINE(23:8).
           MOVE MNT-CHECKER-ID TO WS-LINE(32:8).
           EVALUATE TRUE
              WHEN MNT-APPROVED
                 ADD 1 TO WS-APPROVED-CNT
                 MOVE "APPLIED" TO WS-LINE(41:8)
              WHEN MNT-REJECTED
                 ADD 1 TO WS-REJECTED-CNT
                 MOVE "REJECTED" TO WS-LINE(41:8)
              WHEN OTHER
                 ADD 1 TO WS-FAILED-CNT
                 MOVE "FAILED" TO WS-LINE(41:8)
           END-EVALUATE.
           MOVE MNT-RESULT-RC TO WS-LINE(51:2).
           MOVE MNT-CHECKER-NOTE TO WS-LINE(54:30).
      * THE CONSOLE REFUSES THIS, SO IT CAN ONLY COME FROM A CHANGE
      * MADE TO MNTPEND OUTSIDE FINALMNT - CALL IT OUT.
           IF MNT-MAKER-ID = MNT-CHECKER-ID
              ADD 1 TO WS-SAME-OPER-CNT
              MOVE "*** SAME OPERATOR ***" TO WS-LINE(80:21)
           END-IF.
           PERFORM 0700-WRITE-LINE.
      *
       0700-WRITE-LINE.
           MOVE WS-LINE TO RPT-LINE.
           WRITE RPT-REC.
           MOVE SPACES TO WS-LINE.
      *
       0710-WRITE-BLANK.
           MOVE SPACES TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
      *
       0800-CLOSE-FILES.
           CLOSE RPT-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALMPR - MAINTENANCE APPROVAL TOTALS".
           DISPLAY "=========================================".
           DISPLAY "REPORT DATE ...................... " WS-RPT-DATE.
           MOVE WS-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "REQUESTS ON MNTPEND .............. " WS-CNT-EDIT.
           MOVE WS-PENDING-CNT TO WS-CNT-EDIT.
           DISPLAY "AWAITING APPROVAL ................ " WS-CNT-EDIT.
           MOVE WS-OLDEST-DAYS TO WS-CNT-EDIT.
           DISPLAY "OLDEST WAITING (DAYS) ............ " WS-CNT-EDIT.
           MOVE WS-APPROVED-CNT TO WS-CNT-EDIT.
           DISPLAY "APPROVED AND APPLIED ON DATE ..... " WS-CNT-EDIT.
           MOVE WS-REJECTED-CNT TO WS-CNT-EDIT.
           DISPLAY "REJECTED ON DATE ................. " WS-CNT-EDIT.
           MOVE WS-FAILED-CNT TO WS-CNT-EDIT.
           DISPLAY "APPROVED BUT NOT APPLIED ON DATE . " WS-CNT-EDIT.
           MOVE WS-SAME-OPER-CNT TO WS-CNT-EDIT.
           DISPLAY "MAKER = CHECKER EXCEPTIONS ....... " WS-CNT-EDIT.
           DISPLAY "=========================================".
