       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALMNT.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * ACCOUNT MAINTENANCE CONSOLE WITH MAKER/CHECKER CONTROL. ONE
      * OPERATOR KEYS A FREEZE, UNFREEZE, CLOSE OR CREDIT-LIMIT CHANGE
      * (REQ), WHICH IS CHECKED AGAINST IDXFILE AND PARKED ON MNTPEND;
      * A DIFFERENT OPERATOR APPROVES (APPR) OR REJECTS (REJ) IT. AN
      * APPROVED CHANGE IS APPLIED THROUGH FINALSUB, SO IT UPDATES
      * IDXFILE AND IS JOURNALLED ON AUDITOUT WITH BOTH OPERATOR IDS.
      * NO PARAMETERS - THE OPERATOR IS THE LOGON ID (USER) AND
      * COMMANDS ARE KEYED AT THE MAINT> PROMPT. THIS IS A DAYTIME
      * CONSOLE, NOT A NIGHTLY STEP; KEEP IT OUT OF THE BATCH WINDOW
      * SO NOTHING IS APPLIED WHILE FINALCBL OR FINALEOD HOLD IDXFILE
      * AND AUDITOUT. FINALMPR REPORTS ON MNTPEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS IDX-KEY
                           FILE STATUS IS STATUS-IDX.
           SELECT OPTIONAL MNT-FILE ASSIGN TO MNTPEND
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS MNT-REQ-NO
                           FILE STATUS IS STATUS-MNT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
       01  IDX-REC.
           05    IDX-KEY.
              07    IDX-ID               PIC S9(5)  COMP-3.
              07    IDX-CUR              PIC S9(3) COMP.
           05    FIRST-NAME              PIC X(15).
           05    LAST-NAME               PIC X(15).
           05    LAST-ORDER-DATE         PIC S9(7)  COMP-3.
           05    BALANCE                 PIC S9(15) COMP-3.
           05    CREDIT-LIMIT            PIC S9(15) COMP-3.
           05    ACCOUNT-STATUS          PIC X(1).
       66  FULL-NAME   RENAMES FIRST-NAME THROUGH LAST-NAME.
      * ACCOUNT MAINTENANCE WAITING FOR A SECOND OPERATOR. ONE RECORD
      * PER REQUEST, NEVER DELETED, SO THE FILE DOUBLES AS THE RECORD
      * OF WHO ASKED FOR AND WHO AUTHORISED EACH CHANGE. FINALMPR
      * REPORTS FROM IT.
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
              88 MNT-FREEZE                        VALUE 'F'.
              88 MNT-UNFREEZE                      VALUE 'N'.
              88 MNT-CLOSE                         VALUE 'X'.
              88 MNT-VALID-TYPE                    VALUE 'L' 'F'
                                                         'N' 'X'.
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
      * FINALSUB SUB-PRC FROM THE APPLY (60/61 LIMIT, 70/71 STATUS).
           05 MNT-RESULT-RC              PIC 9(2).
           05 FILLER                     PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                          VALUE 00 02 97.
           05 STATUS-MNT                 PIC 9(2).
              88 MNT-SUCC                          VALUE 00 05 97.
              88 MNT-EOF                           VALUE 10.
           05 WS-DONE-FLG                PIC X(1)  VALUE 'N'.
              88 CONSOLE-DONE                      VALUE 'Y'.
           05 WS-ENTRY-OK                PIC X(1)  VALUE 'N'.
              88 ENTRY-OK                          VALUE 'Y'.
       77  SUB-PRG-NAME                  PIC X(8)  VALUE 'FINALSUB'.
       01  WS-OPERATOR                   PIC X(8)  VALUE SPACES.
       01  WS-CMD-LINE                   PIC X(60).
       01  WS-REASON                     PIC X(30).
      * WHY 0320 REFUSED THE ACCOUNT - KEPT AS THE CHECKER NOTE WHEN A
      * CHANGE IS NO LONGER ELIGIBLE AT APPROVAL.
       01  WS-CHECK-NOTE                 PIC X(30).
       01  WS-TOK1                       PIC X(8).
       01  WS-TOK2                       PIC X(8).
       01  WS-TOK3                       PIC X(8).
       01  WS-TOK4                       PIC X(8).
       01  WS-TOK5                       PIC X(14).
       01  WS-SEL-TYPE                   PIC X(1).
       01  WS-SEL-ID                     PIC X(5).
       01  WS-SEL-CUR                    PIC X(3).
       01  WS-SEL-AMOUNT                 PIC S9(13) VALUE 0.
       01  WS-BAL-EDIT                   PIC -(15)9.
       01  WS-BAL-EDIT2                  PIC -(15)9.
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       77  WS-LAST-REQ-NO                PIC 9(7)  VALUE 0.
       77  WS-DUP-REQ-NO                 PIC 9(7)  VALUE 0.
       77  WS-PEND-CNT                   PIC 9(7)  VALUE 0.
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
       77  WS-ENTERED-CNT                PIC 9(7)  VALUE 0.
       77  WS-APPROVED-CNT               PIC 9(7)  VALUE 0.
       77  WS-REJECTED-CNT               PIC 9(7)  VALUE 0.
       77  WS-FAILED-CNT                 PIC 9(7)  VALUE 0.
       01  WS-SUB-DATA.
           05 SUB-IDX-ID                     PIC X(5).
           05 SUB-IDX-CUR                    PIC X(3).
           05 SUB-RC                         PIC 9(2).
              88 SUB-RC-ERR-DUP                VALUE 22.
              88 SUB-RC-ERR-NF                 VALUE 23.
              88 SUB-RC-SUCC-FILE              VALUE 00 97.
           05 SUB-PRC                       PIC 9(2).
              88 SUB-RC-CLEAN                  VALUE 00.
              88 SUB-RC-SUCC-READ              VALUE 10.
              88 SUB-RC-READ-WARN              VALUE 11.
              88 SUB-RC-READ-ERR               VALUE 12.
              88 SUB-RC-SUCC-UPDT              VALUE 20.
              88 SUB-RC-UPDT-SPC               VALUE 21.
              88 SUB-RC-UPDT-CHR               VALUE 22.
              88 SUB-RC-UPDT-BTH               VALUE 23.
              88 SUB-RC-UPDT-ERR               VALUE 24.
              88 SUB-RC-SUCC-DELT              VALUE 30.
              88 SUB-RC-DELT-ERR               VALUE 31.
              88 SUB-RC-SUCC-WRTE              VALUE 40.
              88 SUB-RC-WRTE-ERR               VALUE 41.
              88 SUB-RC-SUCC-BALJ              VALUE 50.
              88 SUB-RC-BALJ-ERR               VALUE 51.
              88 SUB-RC-BALJ-LIM               VALUE 52.
              88 SUB-RC-BALJ-FRZ               VALUE 53.
              88 SUB-RC-SUCC-XFER              VALUE 55.
              88 SUB-RC-XFER-ERR               VALUE 56.
              88 SUB-RC-XFER-LIM               VALUE 57.
              88 SUB-RC-XFER-FRZ               VALUE 58.
              88 SUB-RC-XFER-NOFX              VALUE 59.
              88 SUB-RC-SUCC-LIMT              VALUE 60.
              88 SUB-RC-LIMT-ERR               VALUE 61.
              88 SUB-RC-SUCC-STAT              VALUE 70.
              88 SUB-RC-STAT-ERR               VALUE 71.
              88 SUB-RC-SUCC-CUST              VALUE 75.
              88 SUB-RC-CUST-ERR               VALUE 76.
              88 SUB-RC-INVALID                VALUE 81 82 83.
              88 SUB-RC-INVALID-TYPE           VALUE 81.
              88 SUB-RC-INVALID-KEY            VALUE 82.
              88 SUB-RC-INVALID-XFER           VALUE 83.
              88 SUB-RC-UEXP-PRCSS-TYPE        VALUE 99.
           05 SUB-OLD-FNAME                  PIC X(15).
           05 SUB-OLD-LNAME                  PIC X(15).
           05 SUB-NEW-FNAME                  PIC X(15).
           05 SUB-NEW-LNAME                  PIC X(15).
           05 VSAM-FILE-PROCESS              PIC X.
              88 VSAM-OPEN                     VALUE 'O'.
              88 VSAM-CLOSE                    VALUE 'C'.
              88 VSAM-PROCESS                  VALUE 'P'.
           05 SUB-RESTART-FLAG                PIC X.
              88 SUB-IS-RESTART                  VALUE 'Y'.
              88 SUB-NOT-RESTART                 VALUE 'N'.
           05 SUB-EDIT-FLAG                   PIC X.
              88 SUB-IS-EDIT                     VALUE 'Y'.
              88 SUB-NOT-EDIT                    VALUE 'N'.
           05 SUB-PROCESS-TYPE               PIC X.
              88 SUB-READ-P                    VALUE 'R'.
              88 SUB-WRTE-P                    VALUE 'W'.
              88 SUB-UPDT-P                    VALUE 'U'.
              88 SUB-DELT-P                    VALUE 'D'.
              88 SUB-BALJ-P                    VALUE 'B'.
              88 SUB-LIMT-P                    VALUE 'L'.
              88 SUB-FRZE-P                    VALUE 'F'.
              88 SUB-UNFR-P                    VALUE 'N'.
              88 SUB-CLSE-P                    VALUE 'X'.
              88 SUB-STAT-P                    VALUE 'F' 'N' 'X'.
              88 SUB-CUST-P                    VALUE 'M'.
              88 SUB-XFER-P                    VALUE 'V'.
              88 SUB-VALD-P                    VALUE 'R' 'W' 'U' 'D'
                                                      'B' 'L' 'F' 'N'
                                                      'X' 'M' 'V'.
           05 SUB-IN-FNAME                   PIC X(15).
           05 SUB-IN-LNAME                   PIC X(15).
           05 SUB-IN-AMOUNT                  PIC S9(13).
           05 SUB-UPDT-FLD                   PIC X(1).
              88 SUB-UPDT-NONE                  VALUE 'N'.
              88 SUB-UPDT-FNAME                 VALUE 'F'.
              88 SUB-UPDT-LNAME                 VALUE 'L'.
              88 SUB-UPDT-BOTH                  VALUE 'B'.
           05 SUB-SORT-FLAG                  PIC X(1).
              88 SUB-IS-SORT                    VALUE 'Y'.
              88 SUB-NOT-SORT                   VALUE 'N'.
           05 SUB-IN-ADDR1                   PIC X(30).
           05 SUB-IN-ADDR2                   PIC X(30).
           05 SUB-IN-CITY                    PIC X(20).
           05 SUB-IN-POSTAL                  PIC X(10).
           05 SUB-IN-PHONE                   PIC X(15).
           05 SUB-TO-IDX-ID                  PIC X(5).
           05 SUB-TO-IDX-CUR                 PIC X(3).
           05 SUB-BUS-DATE                   PIC 9(8).
           05 SUB-XFER-REF                   PIC X(16).
           05 SUB-XFER-CR-AMT                PIC S9(13).
      * OPERATOR IDS WRITTEN TO AUD-MAKER-ID / AUD-CHECKER-ID.
           05 SUB-MAKER-ID                   PIC X(8).
           05 SUB-CHECKER-ID                 PIC X(8).
           66 SUB-OLD-FULLNAME RENAMES SUB-OLD-FNAME THROUGH
               SUB-OLD-LNAME.
           66 SUB-NEW-FULLNAME RENAMES SUB-NEW-FNAME THROUGH
               SUB-NEW-LNAME.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-OPERATOR.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-FIND-LAST-REQUEST.
           DISPLAY "FINALMNT - ACCOUNT MAINTENANCE CONSOLE, OPERATOR "
              WS-OPERATOR.
           DISPLAY "  REQ F|N|X ID CUR    FREEZE/UNFREEZE/CLOSE".
           DISPLAY "  REQ L ID CUR LIMIT  NEW CREDIT LIMIT".
           DISPLAY "  LIST                CHANGES AWAITING APPROVAL".
           DISPLAY "  APPR NNNNNNN        APPROVE AND APPLY A CHANGE".
           DISPLAY "  REJ NNNNNNN         REJECT A CHANGE".
           DISPLAY "  END                 QUIT".
           PERFORM 0200-CONSOLE-CYCLE UNTIL CONSOLE-DONE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           STOP RUN.
      *
      * THE OPERATOR ID IS THE LOGON ID, NOT A VALUE TYPED AT THE
      * PROMPT, SO ONE PERSON CANNOT ACT AS BOTH MAKER AND CHECKER BY
      * KEYING A SECOND NAME.
       0050-GET-OPERATOR.
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACES
              DISPLAY "FINALMNT - NO OPERATOR LOGON ID. EXITING..."
              STOP RUN
           END-IF.
      *
       0100-OPEN-FILES.
           OPEN I-O MNT-FILE.
           IF NOT MNT-SUCC
              DISPLAY "MNTPEND NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
      *
      * REQUEST NUMBERS RUN ON FROM THE HIGHEST ONE ON FILE.
       0150-FIND-LAST-REQUEST.
           MOVE 0 TO WS-LAST-REQ-NO.
           PERFORM 0160-START-BROWSE.
           PERFORM UNTIL MNT-EOF
              MOVE MNT-REQ-NO TO WS-LAST-REQ-NO
              PERFORM 0170-READ-NEXT
           END-PERFORM.
      *
       0160-START-BROWSE.
           MOVE 0 TO MNT-REQ-NO.
           START MNT-FILE KEY IS NOT LESS THAN MNT-REQ-NO
              INVALID KEY
                 SET MNT-EOF TO TRUE
           END-START.
           IF NOT MNT-EOF
              PERFORM 0170-READ-NEXT
           END-IF.
      *
       0170-READ-NEXT.
           READ MNT-FILE NEXT
              AT END
                 SET MNT-EOF TO TRUE
           END-READ.
      *
       0200-CONSOLE-CYCLE.
           MOVE SPACES TO WS-CMD-LINE.
           DISPLAY "MAINT> " WITH NO ADVANCING.
           ACCEPT WS-CMD-LINE.
           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL ' '
              INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5.
           EVALUATE TRUE
              WHEN WS-CMD-LINE = SPACES
                 CONTINUE
              WHEN WS-TOK1 = 'END'
                 SET CONSOLE-DONE TO TRUE
              WHEN WS-TOK1 = 'REQ'
                 PERFORM 0300-ENTER-REQUEST
              WHEN WS-TOK1 = 'LIST'
                 PERFORM 0400-LIST-PENDING
              WHEN WS-TOK1 = 'APPR'
                 PERFORM 0500-APPROVE-REQUEST
              WHEN WS-TOK1 = 'REJ'
                 PERFORM 0550-REJECT-REQUEST
              WHEN OTHER
                 DISPLAY "UNKNOWN COMMAND - USE REQ, LIST, APPR, REJ"
                    " OR END"
           END-EVALUATE.
      *
      * MAKER SIDE: CHECK THE REQUEST AGAINST THE ACCOUNT AS IT STANDS
      * NOW AND PARK IT ON MNTPEND. NOTHING IS APPLIED HERE.
       0300-ENTER-REQUEST.
           MOVE 'N' TO WS-ENTRY-OK.
           MOVE WS-TOK2 TO WS-SEL-TYPE.
           MOVE WS-TOK3 TO WS-SEL-ID.
           MOVE WS-TOK4 TO WS-SEL-CUR.
           MOVE 0 TO WS-SEL-AMOUNT.
           MOVE WS-SEL-TYPE TO MNT-TYPE.
           EVALUATE TRUE
              WHEN NOT MNT-VALID-TYPE OR WS-TOK2(2:7) NOT = SPACES
                 DISPLAY "CHANGE TYPE MUST BE F, N, X OR L"
              WHEN WS-TOK3(6:3) NOT = SPACES OR WS-SEL-ID NOT NUMERIC
                 OR WS-TOK4(4:5) NOT = SPACES
                 OR WS-SEL-CUR NOT NUMERIC
                 DISPLAY "ENTER A 5-DIGIT ID AND A 3-DIGIT CURRENCY,"
                    " E.G. REQ F 00042 840"
              WHEN MNT-LIMIT
                 PERFORM 0310-PARSE-LIMIT
              WHEN WS-TOK5 NOT = SPACES
                 DISPLAY "ONLY A LIMIT CHANGE TAKES AN AMOUNT"
              WHEN OTHER
                 MOVE 'Y' TO WS-ENTRY-OK
           END-EVALUATE.
           IF ENTRY-OK
              PERFORM 0320-CHECK-ACCOUNT
           END-IF.
           IF ENTRY-OK
              PERFORM 0330-CHECK-DUPLICATE
           END-IF.
           IF ENTRY-OK
              MOVE SPACES TO WS-REASON
              DISPLAY "REASON> " WITH NO ADVANCING
              ACCEPT WS-REASON
              IF WS-REASON = SPACES
                 DISPLAY "A REASON IS REQUIRED - REQUEST NOT ENTERED"
                 MOVE 'N' TO WS-ENTRY-OK
              END-IF
           END-IF.
           IF ENTRY-OK
              PERFORM 0340-WRITE-REQUEST
           END-IF.
      *
       0310-PARSE-LIMIT.
           MOVE 0 TO WS-TOK-LEN.
           INSPECT WS-TOK5 TALLYING WS-TOK-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TOK-LEN = 0
              DISPLAY "A LIMIT CHANGE NEEDS THE NEW LIMIT AMOUNT"
           ELSE
              IF WS-TOK5(1:WS-TOK-LEN) NOT NUMERIC
                 OR WS-TOK-LEN > 13
                 DISPLAY "LIMIT MUST BE A WHOLE NUMBER OF UP TO 13"
                    " DIGITS"
              ELSE
                 COMPUTE WS-SEL-AMOUNT =
                    FUNCTION NUMVAL(WS-TOK5(1:WS-TOK-LEN))
                 MOVE 'Y' TO WS-ENTRY-OK
              END-IF
           END-IF.
      *
      * IDXFILE IS ONLY OPENED FOR THE LOOKUP - FINALSUB OPENS IT FOR
      * UPDATE WHEN A CHANGE IS APPROVED.
       0320-CHECK-ACCOUNT.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCC
              DISPLAY "IDXFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           MOVE WS-SEL-ID TO IDX-ID.
           MOVE WS-SEL-CUR TO IDX-CUR.
           MOVE SPACES TO WS-CHECK-NOTE.
           READ IDX-FILE KEY IDX-KEY.
           IF NOT IDX-SUCC
              DISPLAY "ACCOUNT " WS-SEL-ID "/" WS-SEL-CUR
                 " NOT FOUND ON IDXFILE"
              MOVE 'ACCOUNT NOT FOUND ON IDXFILE' TO WS-CHECK-NOTE
              MOVE 'N' TO WS-ENTRY-OK
           ELSE
              MOVE BALANCE TO WS-BAL-EDIT
              MOVE CREDIT-LIMIT TO WS-BAL-EDIT2
              DISPLAY "ACCOUNT " WS-SEL-ID "/" WS-SEL-CUR " "
                 FULL-NAME " STATUS=" ACCOUNT-STATUS
              DISPLAY "  BALANCE=" WS-BAL-EDIT " LIMIT=" WS-BAL-EDIT2
              EVALUATE TRUE
                 WHEN ACCOUNT-STATUS = 'C'
                    DISPLAY "ACCOUNT IS CLOSED - NO FURTHER CHANGES"
                    MOVE 'ACCOUNT IS CLOSED' TO WS-CHECK-NOTE
                    MOVE 'N' TO WS-ENTRY-OK
                 WHEN MNT-FREEZE AND ACCOUNT-STATUS = 'F'
                    DISPLAY "ACCOUNT IS ALREADY FROZEN"
                    MOVE 'ACCOUNT IS ALREADY FROZEN' TO WS-CHECK-NOTE
                    MOVE 'N' TO WS-ENTRY-OK
                 WHEN MNT-UNFREEZE AND ACCOUNT-STATUS NOT = 'F'
                    DISPLAY "ACCOUNT IS NOT FROZEN"
                    MOVE 'ACCOUNT IS NOT FROZEN' TO WS-CHECK-NOTE
                    MOVE 'N' TO WS-ENTRY-OK
                 WHEN MNT-LIMIT AND WS-SEL-AMOUNT = CREDIT-LIMIT
                    DISPLAY "NEW LIMIT IS THE SAME AS THE CURRENT ONE"
                    MOVE 'LIMIT ALREADY AT REQUESTED VALUE'
                       TO WS-CHECK-NOTE
                    MOVE 'N' TO WS-ENTRY-OK
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           CLOSE IDX-FILE.
      *
      * ONE OPEN REQUEST PER ACCOUNT - A SECOND ONE WOULD LET THE
      * CHECKER APPROVE TWO CHANGES WRITTEN AGAINST THE SAME IMAGE.
       0330-CHECK-DUPLICATE.
           MOVE 0 TO WS-DUP-REQ-NO.
           PERFORM 0160-START-BROWSE.
           PERFORM UNTIL MNT-EOF
              IF MNT-PENDING AND MNT-ID = WS-SEL-ID
                 AND MNT-CUR = WS-SEL-CUR
                 MOVE MNT-REQ-NO TO WS-DUP-REQ-NO
              END-IF
              PERFORM 0170-READ-NEXT
           END-PERFORM.
           IF WS-DUP-REQ-NO NOT = 0
              DISPLAY "REQUEST " WS-DUP-REQ-NO " IS ALREADY WAITING"
                 " FOR THIS ACCOUNT"
              MOVE 'N' TO WS-ENTRY-OK
           END-IF.
      *
       0340-WRITE-REQUEST.
           ADD 1 TO WS-LAST-REQ-NO.
           MOVE SPACES TO MNT-REC.
           MOVE WS-LAST-REQ-NO TO MNT-REQ-NO.
           SET MNT-PENDING TO TRUE.
           MOVE WS-SEL-TYPE TO MNT-TYPE.
           MOVE WS-SEL-ID TO MNT-ID.
           MOVE WS-SEL-CUR TO MNT-CUR.
           MOVE WS-SEL-AMOUNT TO MNT-AMOUNT.
           MOVE WS-OPERATOR TO MNT-MAKER-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-MAKER-TS.
           MOVE WS-REASON TO MNT-MAKER-NOTE.
           MOVE 0 TO MNT-RESULT-RC.
           WRITE MNT-REC.
           IF NOT MNT-SUCC
              DISPLAY "MNTPEND WRITE FAILED RC=" STATUS-MNT
                 " - REQUEST NOT ENTERED"
           ELSE
              ADD 1 TO WS-ENTERED-CNT
              DISPLAY "REQUEST " MNT-REQ-NO " ENTERED - AWAITING"
                 " APPROVAL BY A SECOND OPERATOR"
           END-IF.
      *
       0400-LIST-PENDING.
           MOVE 0 TO WS-PEND-CNT.
           PERFORM 0160-START-BROWSE.
           PERFORM UNTIL MNT-EOF
              IF MNT-PENDING
                 ADD 1 TO WS-PEND-CNT
                 PERFORM 0410-SHOW-REQUEST
              END-IF
              PERFORM 0170-READ-NEXT
           END-PERFORM.
           MOVE WS-PEND-CNT TO WS-CNT-EDIT.
           DISPLAY "CHANGES AWAITING APPROVAL: " WS-CNT-EDIT.
      *
       0410-SHOW-REQUEST.
           IF MNT-LIMIT
              MOVE MNT-AMOUNT TO WS-BAL-EDIT
              DISPLAY "  " MNT-REQ-NO " " MNT-TYPE " " MNT-ID "/"
                 MNT-CUR " LIMIT=" WS-BAL-EDIT " BY " MNT-MAKER-ID
                 " " MNT-MAKER-TS
           ELSE
              DISPLAY "  " MNT-REQ-NO " " MNT-TYPE " " MNT-ID "/"
                 MNT-CUR " BY " MNT-MAKER-ID " " MNT-MAKER-TS
           END-IF.
           DISPLAY "          REASON: " MNT-MAKER-NOTE.
      *
      * SHARED BY APPR AND REJ: THE ITEM MUST EXIST, STILL BE OPEN AND
      * HAVE BEEN ENTERED BY SOMEONE OTHER THAN THE CURRENT OPERATOR.
       0450-FETCH-FOR-DECISION.
           MOVE 'N' TO WS-ENTRY-OK.
           MOVE 0 TO WS-TOK-LEN.
           INSPECT WS-TOK2 TALLYING WS-TOK-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TOK-LEN = 0 OR WS-TOK-LEN > 7
              DISPLAY "ENTER THE 7-DIGIT REQUEST NUMBER"
           ELSE
              IF WS-TOK2(1:WS-TOK-LEN) NOT NUMERIC
                 DISPLAY "ENTER THE 7-DIGIT REQUEST NUMBER"
              ELSE
                 COMPUTE MNT-REQ-NO =
                    FUNCTION NUMVAL(WS-TOK2(1:WS-TOK-LEN))
                 READ MNT-FILE KEY IS MNT-REQ-NO
                 EVALUATE TRUE
                    WHEN NOT MNT-SUCC
                       DISPLAY "REQUEST " MNT-REQ-NO " NOT FOUND"
                    WHEN NOT MNT-PENDING
                       DISPLAY "REQUEST " MNT-REQ-NO
                          " IS NO LONGER PENDING (STATE=" MNT-STATE
                          ")"
                    WHEN MNT-MAKER-ID = WS-OPERATOR
                       DISPLAY "REQUEST " MNT-REQ-NO " WAS ENTERED BY"
                          " YOU - A SECOND OPERATOR MUST DECIDE IT"
                    WHEN OTHER
                       PERFORM 0410-SHOW-REQUEST
                       MOVE 'Y' TO WS-ENTRY-OK
                 END-EVALUATE
              END-IF
           END-IF.
      *
      * CHECKER SIDE: THE APPROVED CHANGE GOES THROUGH FINALSUB LIKE
      * ANY BATCH DETAIL, WITH BOTH OPERATOR IDS ON THE JOURNAL. THE
      * RESTART FLAG MAKES FINALSUB EXTEND TODAY'S AUDITOUT. THE
      * ACCOUNT MAY HAVE MOVED ON SINCE THE REQUEST WAS ENTERED, SO THE
      * MAKER-SIDE CHECKS ARE RUN AGAIN FIRST; A CHANGE THAT NO LONGER
      * FITS THE ACCOUNT IS MARKED 'E' AND NOT APPLIED.
       0500-APPROVE-REQUEST.
           PERFORM 0450-FETCH-FOR-DECISION.
           IF ENTRY-OK
              MOVE MNT-ID TO WS-SEL-ID
              MOVE MNT-CUR TO WS-SEL-CUR
              MOVE MNT-AMOUNT TO WS-SEL-AMOUNT
              PERFORM 0320-CHECK-ACCOUNT
              IF NOT ENTRY-OK
                 SET MNT-FAILED TO TRUE
                 MOVE WS-OPERATOR TO MNT-CHECKER-ID
                 MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-CHECKER-TS
                 MOVE WS-CHECK-NOTE TO MNT-CHECKER-NOTE
                 MOVE 0 TO MNT-RESULT-RC
                 ADD 1 TO WS-FAILED-CNT
                 DISPLAY "REQUEST " MNT-REQ-NO " NO LONGER FITS THE"
                    " ACCOUNT - NOT APPLIED"
                 PERFORM 0560-REWRITE-REQUEST
              END-IF
           END-IF.
           IF ENTRY-OK
              PERFORM 0600-APPLY-CHANGE
              MOVE WS-OPERATOR TO MNT-CHECKER-ID
              MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-CHECKER-TS
              MOVE SPACES TO MNT-CHECKER-NOTE
              MOVE SUB-PRC TO MNT-RESULT-RC
              IF SUB-RC-SUCC-LIMT OR SUB-RC-SUCC-STAT
                 SET MNT-APPROVED TO TRUE
                 ADD 1 TO WS-APPROVED-CNT
                 DISPLAY "REQUEST " MNT-REQ-NO " APPROVED AND APPLIED"
              ELSE
                 SET MNT-FAILED TO TRUE
                 MOVE 'APPLY FAILED - SEE RESULT RC'
                    TO MNT-CHECKER-NOTE
                 ADD 1 TO WS-FAILED-CNT
                 DISPLAY "REQUEST " MNT-REQ-NO " APPROVED BUT NOT"
                    " APPLIED - FINALSUB RC=" SUB-RC " PRC=" SUB-PRC
              END-IF
              PERFORM 0560-REWRITE-REQUEST
           END-IF.
      *
       0550-REJECT-REQUEST.
           PERFORM 0450-FETCH-FOR-DECISION.
           IF ENTRY-OK
              MOVE SPACES TO WS-REASON
              DISPLAY "REASON> " WITH NO ADVANCING
              ACCEPT WS-REASON
              IF WS-REASON = SPACES
                 DISPLAY "A REASON IS REQUIRED - REQUEST LEFT PENDING"
              ELSE
                 SET MNT-REJECTED TO TRUE
                 MOVE WS-OPERATOR TO MNT-CHECKER-ID
                 MOVE FUNCTION CURRENT-DATE(1:14) TO MNT-CHECKER-TS
                 MOVE WS-REASON TO MNT-CHECKER-NOTE
                 MOVE 0 TO MNT-RESULT-RC
                 ADD 1 TO WS-REJECTED-CNT
                 DISPLAY "REQUEST " MNT-REQ-NO " REJECTED"
                 PERFORM 0560-REWRITE-REQUEST
              END-IF
           END-IF.
      *
       0560-REWRITE-REQUEST.
           REWRITE MNT-REC.
           IF NOT MNT-SUCC
              DISPLAY "FINALMNT - MNTPEND REWRITE FAILED RC="
                 STATUS-MNT " REQUEST=" MNT-REQ-NO " EXITING..."
              STOP RUN
           END-IF.
      *
       0600-APPLY-CHANGE.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE MNT-ID TO SUB-IDX-ID.
           MOVE MNT-CUR TO SUB-IDX-CUR.
           MOVE MNT-TYPE TO SUB-PROCESS-TYPE.
           MOVE MNT-AMOUNT TO SUB-IN-AMOUNT.
           MOVE 0 TO SUB-RC SUB-PRC SUB-XFER-CR-AMT SUB-BUS-DATE.
           MOVE MNT-MAKER-ID TO SUB-MAKER-ID.
           MOVE WS-OPERATOR TO SUB-CHECKER-ID.
           SET SUB-NOT-EDIT TO TRUE.
           SET SUB-NOT-SORT TO TRUE.
           SET SUB-IS-RESTART TO TRUE.
           SET VSAM-OPEN TO TRUE.
           CALL SUB-PRG-NAME USING WS-SUB-DATA.
           CALL SUB-PRG-NAME USING WS-SUB-DATA.
           SET VSAM-CLOSE TO TRUE.
           CALL SUB-PRG-NAME USING WS-SUB-DATA.
      *
       0800-CLOSE-FILES.
           CLOSE MNT-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALMNT - MAINTENANCE SESSION TOTALS".
           DISPLAY "=========================================".
           DISPLAY "OPERATOR ......................... " WS-OPERATOR.
           MOVE WS-ENTERED-CNT TO WS-CNT-EDIT.
           DISPLAY "REQUESTS ENTERED ................. " WS-CNT-EDIT.
           MOVE WS-APPROVED-CNT TO WS-CNT-EDIT.
           DISPLAY "REQUESTS APPROVED AND APPLIED .... " WS-CNT-EDIT.
           MOVE WS-FAILED-CNT TO WS-CNT-EDIT.
           DISPLAY "REQUESTS APPROVED, APPLY FAILED .. " WS-CNT-EDIT.
           MOVE WS-REJECTED-CNT TO WS-CNT-EDIT.
           DISPLAY "REQUESTS REJECTED ................ " WS-CNT-EDIT.
           DISPLAY "=========================================".
