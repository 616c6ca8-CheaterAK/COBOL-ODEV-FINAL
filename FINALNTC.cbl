       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALNTC.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * NIGHTLY CUSTOMER NOTICE EXTRACT FOR THE MAIL HOUSE. PICKS UP
      * THE DAY'S FREEZE/UNFREEZE/CLOSE AND CREDIT-LIMIT BREACHES FROM
      * AUDITOUT, THE 'B' ADJUSTMENTS FINALSUB REFUSED (OVER LIMIT OR
      * FROZEN) FROM ACKFILE AND FROM FINALRLS'S RLSOUT, AND THE
      * ACCOUNTS THAT FINALPRG WILL PURGE AS STALE IN WARN-DAYS TIME,
      * AND WRITES ONE LETTER REQUEST PER EVENT ON NTCOUT WITH THE
      * CUSTFILE ADDRESS BLOCK. AN EVENT FOR A CUSTOMER WITH NO
      * ADDRESS ON FILE GOES TO NTCEXC INSTEAD.
      * RUN BEFORE FINALEOD, WHILE AUDITOUT STILL HOLDS THE DAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
                           FILE STATUS IS STATUS-AUD.
           SELECT OPTIONAL ACK-FILE ASSIGN TO ACKFILE
                           FILE STATUS IS STATUS-ACK.
           SELECT OPTIONAL RLS-FILE ASSIGN TO RLSOUT
                           FILE STATUS IS STATUS-RLS.
           SELECT IDX-FILE ASSIGN TO IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS IDX-KEY
                           FILE STATUS IS STATUS-IDX.
           SELECT OPTIONAL CUST-FILE ASSIGN TO CUSTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CST-ID
                           FILE STATUS IS STATUS-CST.
           SELECT LTR-FILE ASSIGN TO NTCOUT
                           FILE STATUS IS STATUS-LTR.
           SELECT EXC-FILE ASSIGN TO NTCEXC
                           FILE STATUS IS STATUS-EXC.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05 AUD-ID                      PIC S9(5)  COMP-3.
           05 AUD-CUR                     PIC S9(3)  COMP.
           05 AUD-TXN-TYPE                PIC X(1).
           05 AUD-TIMESTAMP                PIC X(21).
           05 AUD-BEFORE-FNAME            PIC X(15).
           05 AUD-BEFORE-LNAME            PIC X(15).
           05 AUD-BEFORE-DATE             PIC S9(7)  COMP-3.
           05 AUD-BEFORE-BAL              PIC S9(15) COMP-3.
           05 AUD-BEFORE-LIMIT            PIC S9(15) COMP-3.
           05 AUD-BEFORE-STATUS           PIC X(1).
           05 AUD-AFTER-FNAME             PIC X(15).
           05 AUD-AFTER-LNAME             PIC X(15).
           05 AUD-AFTER-DATE              PIC S9(7)  COMP-3.
           05 AUD-AFTER-BAL               PIC S9(15) COMP-3.
           05 AUD-AFTER-LIMIT             PIC S9(15) COMP-3.
           05 AUD-AFTER-STATUS            PIC X(1).
           05 AUD-TXN-REF                 PIC X(16).
           05 AUD-CTR-ID                  PIC S9(5)  COMP-3.
           05 AUD-CTR-CUR                 PIC S9(3)  COMP.
           05 AUD-MAKER-ID                PIC X(8).
           05 AUD-CHECKER-ID              PIC X(8).
      * FINALCBL ACKNOWLEDGMENT FILE - ONLY THE 'D' DISPOSITIONS ARE
      * READ HERE. SEE FINALCBL FOR THE 'H' AND 'T' RECORDS.
       FD  ACK-FILE RECORDING MODE F.
       01  ACK-REC.
           05 ACKD-TYPE                  PIC X(1).
           05 ACKD-ID                    PIC X(5).
           05 ACKD-CUR                   PIC X(3).
           05 ACKD-TXN-TYPE              PIC X(1).
           05 ACKD-DISP                  PIC X(1).
           05 ACKD-RC                    PIC 9(2).
           05 ACKD-REASON                PIC X(87).
      * FINALRLS RELEASE RESULTS, IN THE FINALCBL OUTFILE LAYOUT.
       FD  RLS-FILE RECORDING MODE F.
       01  RLS-REC.
           05 RLO-ID                     PIC X(5).
           05 RLO-CUR                    PIC X(3).
           05 FILLER                     PIC X(1).
           05 RLO-PROCESS-TYPE           PIC X(4).
           05 FILLER                     PIC X(7).
           05 RLO-EXP                    PIC X(55).
           05 FILLER                     PIC X(72).
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
              88 ACCT-CLOSED                       VALUE 'C'.
       66  FULL-NAME   RENAMES FIRST-NAME THROUGH LAST-NAME.
       FD  CUST-FILE.
       01  CST-REC.
           05 CST-ID                      PIC S9(5)  COMP-3.
           05 CST-ADDR-LINE1              PIC X(30).
           05 CST-ADDR-LINE2              PIC X(30).
           05 CST-CITY                    PIC X(20).
           05 CST-POSTAL-CODE             PIC X(10).
           05 CST-PHONE                   PIC X(15).
      * MAIL-HOUSE LETTER REQUESTS: AN 'H' FILE HEADER, ONE 'D' PER
      * NOTICE AND A 'T' WITH THE COUNT AND THE SUM OF THE ACCOUNT IDS
      * SO THE MAIL HOUSE CAN PROVE IT LOADED THE WHOLE FILE.
      * LTR-REF-DATE IS THE EXPECTED PURGE DATE ON A 'PRG' NOTICE AND
      * ZERO ON ALL OTHERS.
       FD  LTR-FILE RECORDING MODE F.
       01  LTR-REC.
           05 LTR-REC-TYPE               PIC X(1).
           05 LTR-NOTICE-TYPE            PIC X(3).
           05 LTR-ID                     PIC 9(5).
           05 LTR-CUR                    PIC 9(3).
           05 LTR-EVENT-DATE             PIC 9(8).
           05 LTR-FNAME                  PIC X(15).
           05 LTR-LNAME                  PIC X(15).
           05 LTR-ADDR-LINE1             PIC X(30).
           05 LTR-ADDR-LINE2             PIC X(30).
           05 LTR-CITY                   PIC X(20).
           05 LTR-POSTAL-CODE            PIC X(10).
           05 LTR-BALANCE                PIC S9(15)
                                          SIGN IS LEADING SEPARATE.
           05 LTR-CREDIT-LIMIT           PIC S9(15)
                                          SIGN IS LEADING SEPARATE.
           05 LTR-REF-DATE               PIC 9(8).
           05 LTR-NOTICE-TEXT            PIC X(40).
           05 FILLER                     PIC X(30).
       01  LTR-HDR-REC.
           05 LTH-REC-TYPE               PIC X(1).
           05 LTH-SOURCE                 PIC X(8).
           05 LTH-BUS-DATE               PIC 9(8).
           05 LTH-CREATED                PIC X(14).
           05 FILLER                     PIC X(219).
       01  LTR-TRL-REC.
           05 LTT-REC-TYPE               PIC X(1).
           05 LTT-COUNT                  PIC 9(7).
           05 LTT-ID-HASH                PIC 9(15).
           05 FILLER                     PIC X(227).
       FD  EXC-FILE RECORDING MODE F.
       01  EXC-REC.
           05 EXC-LINE                   PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-AUD                 PIC 9(2).
              88 AUD-SUCC                          VALUE 00 97.
              88 AUD-EOF                           VALUE 10.
           05 STATUS-ACK                 PIC 9(2).
              88 ACK-SUCC                          VALUE 00 05 97.
              88 ACK-EOF                           VALUE 10.
           05 STATUS-RLS                 PIC 9(2).
              88 RLS-SUCC                          VALUE 00 05 97.
              88 RLS-EOF                           VALUE 10.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                          VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
           05 STATUS-CST                 PIC 9(2).
              88 CST-SUCC                          VALUE 00 05 97.
              88 CST-FOUND                         VALUE 00 97.
           05 STATUS-LTR                 PIC 9(2).
              88 LTR-SUCC                          VALUE 00 97.
           05 STATUS-EXC                 PIC 9(2).
              88 EXC-SUCC                          VALUE 00 97.
       01  WS-PARM                       PIC X(20).
       01  WS-TOK1                       PIC X(10).
       01  WS-TOK2                       PIC X(8).
       01  WS-BUS-DATE                   PIC 9(8)  VALUE 0.
       77  WS-WARN-DAYS                  PIC 9(3)  VALUE 30.
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
      * AN ACCOUNT LAST USED ON WS-WARN-JUL IS THE FIRST ONE FINALPRG
      * (DEFAULT CUTOFF TODAY - 365) WILL PURGE ON WS-PURGE-DATE.
       01  WS-WARN-JUL                   PIC 9(7)  VALUE 0.
       01  WS-PURGE-DATE                 PIC 9(8)  VALUE 0.
      * NOTICE TYPES AND THE TEXT THE MAIL HOUSE PRINTS FOR EACH.
       01  WS-NOTICE-VALUES.
           05 FILLER                     PIC X(43) VALUE
              'FRZACCOUNT FROZEN                         '.
           05 FILLER                     PIC X(43) VALUE
              'UNFACCOUNT UNFROZEN                       '.
           05 FILLER                     PIC X(43) VALUE
              'CLSACCOUNT CLOSED                         '.
           05 FILLER                     PIC X(43) VALUE
              'OVLCREDIT LIMIT EXCEEDED                  '.
           05 FILLER                     PIC X(43) VALUE
              'RJLADJUSTMENT REFUSED - OVER CREDIT LIMIT '.
           05 FILLER                     PIC X(43) VALUE
              'RJFADJUSTMENT REFUSED - ACCOUNT FROZEN    '.
           05 FILLER                     PIC X(43) VALUE
              'PRGINACTIVE ACCOUNT - DUE FOR PURGE       '.
       01  WS-NOTICE-TABLE REDEFINES WS-NOTICE-VALUES.
           05 WS-NT-ENTRY OCCURS 7 TIMES.
              07 WS-NT-CODE              PIC X(3).
              07 WS-NT-TEXT              PIC X(40).
       01  WS-NOTICE-COUNTS.
           05 WS-NC-ENTRY OCCURS 7 TIMES.
              07 WS-NC-SENT              PIC 9(7).
              07 WS-NC-EXCEPT            PIC 9(7).
      * ONE EVENT, BUILT BY THE SOURCE PASSES AND ISSUED BY 0600.
       01  WS-EVENT.
           05 EV-TYPE-IDX                PIC 9(1).
           05 EV-ID                      PIC 9(5).
           05 EV-CUR                     PIC 9(3).
           05 EV-FNAME                   PIC X(15).
           05 EV-LNAME                   PIC X(15).
           05 EV-BALANCE                 PIC S9(15).
           05 EV-CREDIT-LIMIT            PIC S9(15).
           05 EV-REF-DATE                PIC 9(8).
       01  WS-ID-HASH                    PIC 9(15) VALUE 0.
       01  WS-LINE                       PIC X(100).
       01  WS-ID-EDIT                    PIC 99999.
       01  WS-CUR-EDIT                   PIC 999.
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       77  WS-IDX-1                      PIC 9(3)  VALUE 0.
       77  WS-AUD-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-ACK-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-RLS-READ-CNT               PIC 9(7)  VALUE 0.
       01  WS-REJ-TEXT                   PIC X(55).
       77  WS-IDX-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-LTR-CNT                    PIC 9(7)  VALUE 0.
       77  WS-EXC-CNT                    PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-PARM.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-SCAN-JOURNAL.
           PERFORM 0300-SCAN-ACKNOWLEDGMENTS.
           PERFORM 0350-SCAN-RELEASES.
           PERFORM 0400-SCAN-STALE-ACCOUNTS.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           STOP RUN.
      *
      * [YYYYMMDD] [WARN-DAYS] - WARN-DAYS IS HOW LONG BEFORE THE STALE
      * PURGE THE 'PRG' NOTICE GOES OUT (DEFAULT 30, AT MOST 365).
       0050-GET-PARM.
           MOVE SPACES TO WS-PARM WS-TOK1 WS-TOK2.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL ' '
              INTO WS-TOK1 WS-TOK2.
           IF WS-TOK1 = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           ELSE
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-TOK1 TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN NOT = 8 OR WS-TOK1(1:8) NOT NUMERIC
                 DISPLAY "FINALNTC - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD] [WARN-DAYS]"
                 STOP RUN
              END-IF
              MOVE WS-TOK1(1:8) TO WS-BUS-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE) NOT = 0
                 DISPLAY "FINALNTC - INVALID BUSINESS DATE: " WS-TOK1
                 STOP RUN
              END-IF
           END-IF.
           IF WS-TOK2 NOT = SPACES
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-TOK2 TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN > 3 OR WS-TOK2(1:WS-TOK-LEN) NOT NUMERIC
                 DISPLAY "FINALNTC - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD] [WARN-DAYS]"
                 STOP RUN
              END-IF
              COMPUTE WS-WARN-DAYS = FUNCTION NUMVAL(WS-TOK2)
           END-IF.
           IF WS-WARN-DAYS = 0 OR WS-WARN-DAYS > 365
              DISPLAY "FINALNTC - WARN-DAYS MUST BE 1-365: " WS-PARM
              STOP RUN
           END-IF.
           COMPUTE WS-WARN-JUL = FUNCTION DAY-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               + WS-WARN-DAYS - 366).
           COMPUTE WS-PURGE-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + WS-WARN-DAYS).
           INITIALIZE WS-NOTICE-COUNTS.
      *
       0100-OPEN-FILES.
           OPEN INPUT AUDIT-FILE.
           OPEN INPUT ACK-FILE.
           OPEN INPUT RLS-FILE.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUST-FILE.
           OPEN OUTPUT LTR-FILE.
           OPEN OUTPUT EXC-FILE.
           IF NOT AUD-SUCC
              DISPLAY "AUDITOUT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT ACK-SUCC
              DISPLAY "ACKFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT RLS-SUCC
              DISPLAY "RLSOUT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT IDX-SUCC
              DISPLAY "IDXFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CST-SUCC
              DISPLAY "CUSTFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT LTR-SUCC
              DISPLAY "NTCOUT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT EXC-SUCC
              DISPLAY "NTCEXC NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           MOVE SPACES TO LTR-HDR-REC.
           MOVE 'H' TO LTH-REC-TYPE.
           MOVE 'FINALNTC' TO LTH-SOURCE.
           MOVE WS-BUS-DATE TO LTH-BUS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LTH-CREATED.
           WRITE LTR-HDR-REC.
           MOVE SPACES TO WS-LINE.
           MOVE "FINALNTC - NOTICES WITH NO ADDRESS ON FILE FOR "
              TO WS-LINE(1:47).
           MOVE WS-BUS-DATE TO WS-LINE(48:8).
           PERFORM 0700-WRITE-LINE.
           MOVE "TYPE ID    CUR NAME" TO WS-LINE(1:19).
           MOVE "NOTICE" TO WS-LINE(52:6).
           PERFORM 0700-WRITE-LINE.
      *
      * STATUS CHANGES ARE THE 'F'/'N'/'X' ENTRIES THAT ACTUALLY MOVED
      * ACCOUNT-STATUS, AND THE SORT-MODE 'G' GROUP ENTRIES WHOSE BEFORE
      * AND AFTER STATUS SHOW A FREEZE, UNFREEZE OR CLOSE ('G' WITH A
      * ZERO AFTER-DATE IS A DELETE AND IS SKIPPED). A LIMIT BREACH IS
      * ANY ENTRY THAT LEAVES THE BALANCE BELOW ZERO MINUS THE LIMIT
      * WHEN IT WAS NOT BEFORE - IN PRACTICE AN 'L' THAT CUTS THE
      * LIMIT UNDER AN OVERDRAFT. 'M' ENTRIES CARRY AN ADDRESS, NOT AN
      * ACCOUNT, AND THE 'D'/'P' REMOVALS AND 'S' REINSTATEMENTS ARE
      * NOT CUSTOMER EVENTS, SO THOSE ARE SKIPPED.
       0200-SCAN-JOURNAL.
           PERFORM 0210-READ-JOURNAL.
           PERFORM UNTIL AUD-EOF
              ADD 1 TO WS-AUD-READ-CNT
              IF AUD-TXN-TYPE NOT = 'M' AND NOT = 'D'
                 AND NOT = 'P' AND NOT = 'S'
                 AND NOT (AUD-TXN-TYPE = 'G' AND AUD-AFTER-DATE = 0)
                 MOVE 0 TO EV-TYPE-IDX
                 EVALUATE TRUE
                    WHEN AUD-TXN-TYPE = 'F'
                         AND AUD-BEFORE-STATUS NOT = 'F'
                       MOVE 1 TO EV-TYPE-IDX
                    WHEN AUD-TXN-TYPE = 'N'
                         AND AUD-BEFORE-STATUS = 'F'
                       MOVE 2 TO EV-TYPE-IDX
                    WHEN AUD-TXN-TYPE = 'X'
                         AND AUD-BEFORE-STATUS NOT = 'C'
                       MOVE 3 TO EV-TYPE-IDX
                    WHEN AUD-TXN-TYPE = 'G'
                         AND AUD-AFTER-STATUS = 'F'
                         AND AUD-BEFORE-STATUS NOT = 'F'
                       MOVE 1 TO EV-TYPE-IDX
                    WHEN AUD-TXN-TYPE = 'G'
                         AND AUD-BEFORE-STATUS = 'F'
                         AND AUD-AFTER-STATUS = 'A'
                       MOVE 2 TO EV-TYPE-IDX
                    WHEN AUD-TXN-TYPE = 'G'
                         AND AUD-AFTER-STATUS = 'C'
                         AND AUD-BEFORE-STATUS NOT = 'C'
                       MOVE 3 TO EV-TYPE-IDX
                 END-EVALUATE
                 IF EV-TYPE-IDX > 0
                    PERFORM 0220-JOURNAL-EVENT
                 END-IF
                 IF AUD-AFTER-BAL < 0 - AUD-AFTER-LIMIT
                    AND NOT AUD-BEFORE-BAL < 0 - AUD-BEFORE-LIMIT
                    MOVE 4 TO EV-TYPE-IDX
                    PERFORM 0220-JOURNAL-EVENT
                 END-IF
              END-IF
              PERFORM 0210-READ-JOURNAL
           END-PERFORM.
      *
       0210-READ-JOURNAL.
           READ AUDIT-FILE
              AT END
                 SET AUD-EOF TO TRUE
           END-READ.
      *
       0220-JOURNAL-EVENT.
           MOVE AUD-ID TO EV-ID.
           MOVE AUD-CUR TO EV-CUR.
           MOVE AUD-AFTER-FNAME TO EV-FNAME.
           MOVE AUD-AFTER-LNAME TO EV-LNAME.
           MOVE AUD-AFTER-BAL TO EV-BALANCE.
           MOVE AUD-AFTER-LIMIT TO EV-CREDIT-LIMIT.
           MOVE 0 TO EV-REF-DATE.
           PERFORM 0600-ISSUE-NOTICE.
      *
      * FINALCBL ACKNOWLEDGES A REFUSED 'B' AS PROCESSED ('A'); ACKD-RC
      * IS THE FILE STATUS, SO THE REFUSAL IS KNOWN BY THE OUTFILE TEXT
      * FINALCBL CARRIES IN ACKD-REASON.
       0300-SCAN-ACKNOWLEDGMENTS.
           PERFORM 0310-READ-ACK.
           PERFORM UNTIL ACK-EOF
              ADD 1 TO WS-ACK-READ-CNT
              IF ACKD-TYPE = 'D' AND ACKD-TXN-TYPE = 'B'
                 AND ACKD-DISP = 'A'
                 AND ACKD-ID NUMERIC AND ACKD-CUR NUMERIC
                 MOVE ACKD-REASON TO WS-REJ-TEXT
                 PERFORM 0330-MATCH-REJECTION
                 IF EV-TYPE-IDX > 0
                    MOVE ACKD-ID TO EV-ID
                    MOVE ACKD-CUR TO EV-CUR
                    PERFORM 0320-ACK-EVENT
                 END-IF
              END-IF
              PERFORM 0310-READ-ACK
           END-PERFORM.
      *
       0310-READ-ACK.
           READ ACK-FILE
              AT END
                 SET ACK-EOF TO TRUE
           END-READ.
      *
       0320-ACK-EVENT.
           MOVE EV-ID TO IDX-ID.
           MOVE EV-CUR TO IDX-CUR.
           READ IDX-FILE KEY IDX-KEY.
           IF IDX-SUCC
              MOVE FIRST-NAME TO EV-FNAME
              MOVE LAST-NAME TO EV-LNAME
              MOVE BALANCE TO EV-BALANCE
              MOVE CREDIT-LIMIT TO EV-CREDIT-LIMIT
           ELSE
              MOVE SPACES TO EV-FNAME EV-LNAME
              MOVE 0 TO EV-BALANCE EV-CREDIT-LIMIT
           END-IF.
           MOVE 0 TO EV-REF-DATE.
           PERFORM 0600-ISSUE-NOTICE.
      *
       0330-MATCH-REJECTION.
           MOVE 0 TO EV-TYPE-IDX.
           EVALUATE WS-REJ-TEXT
              WHEN 'ERROR ADJUSTMENT WOULD EXCEED CREDIT LIMIT'
                 MOVE 5 TO EV-TYPE-IDX
              WHEN 'ERROR ACCOUNT FROZEN - ADJUSTMENT REJECTED'
                 MOVE 6 TO EV-TYPE-IDX
           END-EVALUATE.
      *
      * A FUTURE-DATED 'B' THAT FINALRLS RELEASES AND FINALSUB REFUSES
      * IS REPORTED ONLY ON RLSOUT, WITH THE SAME OUTFILE TEXT.
       0350-SCAN-RELEASES.
           PERFORM 0360-READ-RELEASE.
           PERFORM UNTIL RLS-EOF
              ADD 1 TO WS-RLS-READ-CNT
              IF RLO-PROCESS-TYPE = 'BALJ'
                 AND RLO-ID NUMERIC AND RLO-CUR NUMERIC
                 MOVE RLO-EXP TO WS-REJ-TEXT
                 PERFORM 0330-MATCH-REJECTION
                 IF EV-TYPE-IDX > 0
                    MOVE RLO-ID TO EV-ID
                    MOVE RLO-CUR TO EV-CUR
                    PERFORM 0320-ACK-EVENT
                 END-IF
              END-IF
              PERFORM 0360-READ-RELEASE
           END-PERFORM.
      *
       0360-READ-RELEASE.
           READ RLS-FILE
              AT END
                 SET RLS-EOF TO TRUE
           END-READ.
      *
      * FINALPRG PURGES AN OPEN OR FROZEN ACCOUNT ONCE ITS LAST-ORDER-
      * DATE FALLS BEFORE TODAY - 365. THE NOTICE GOES OUT ONCE, ON THE
      * NIGHT THE ACCOUNT IS EXACTLY WARN-DAYS AWAY FROM THAT.
       0400-SCAN-STALE-ACCOUNTS.
           MOVE LOW-VALUES TO IDX-KEY.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY
                 SET IDX-EOF TO TRUE
           END-START.
           IF NOT IDX-EOF
              PERFORM 0410-READ-NEXT-ACCOUNT
           END-IF.
           PERFORM UNTIL IDX-EOF
              ADD 1 TO WS-IDX-READ-CNT
              IF NOT ACCT-CLOSED AND LAST-ORDER-DATE = WS-WARN-JUL
                 MOVE 7 TO EV-TYPE-IDX
                 MOVE IDX-ID TO EV-ID
                 MOVE IDX-CUR TO EV-CUR
                 MOVE FIRST-NAME TO EV-FNAME
                 MOVE LAST-NAME TO EV-LNAME
                 MOVE BALANCE TO EV-BALANCE
                 MOVE CREDIT-LIMIT TO EV-CREDIT-LIMIT
                 MOVE WS-PURGE-DATE TO EV-REF-DATE
                 PERFORM 0600-ISSUE-NOTICE
              END-IF
              PERFORM 0410-READ-NEXT-ACCOUNT
           END-PERFORM.
      *
       0410-READ-NEXT-ACCOUNT.
           READ IDX-FILE NEXT
              AT END
                 SET IDX-EOF TO TRUE
           END-READ.
      *
      * ONE LETTER REQUEST PER EVENT, OR AN EXCEPTION LINE WHEN THE
      * CUSTOMER HAS NO CUSTFILE RECORD OR A BLANK FIRST ADDRESS LINE.
       0600-ISSUE-NOTICE.
           MOVE EV-ID TO CST-ID.
           READ CUST-FILE KEY CST-ID.
           IF NOT CST-FOUND OR CST-ADDR-LINE1 = SPACES
              PERFORM 0650-WRITE-EXCEPTION
           ELSE
              MOVE SPACES TO LTR-REC
              MOVE 'D' TO LTR-REC-TYPE
              MOVE WS-NT-CODE(EV-TYPE-IDX) TO LTR-NOTICE-TYPE
              MOVE EV-ID TO LTR-ID
              MOVE EV-CUR TO LTR-CUR
              MOVE WS-BUS-DATE TO LTR-EVENT-DATE
              MOVE EV-FNAME TO LTR-FNAME
              MOVE EV-LNAME TO LTR-LNAME
              MOVE CST-ADDR-LINE1 TO LTR-ADDR-LINE1
              MOVE CST-ADDR-LINE2 TO LTR-ADDR-LINE2
              MOVE CST-CITY TO LTR-CITY
              MOVE CST-POSTAL-CODE TO LTR-POSTAL-CODE
              MOVE EV-BALANCE TO LTR-BALANCE
              MOVE EV-CREDIT-LIMIT TO LTR-CREDIT-LIMIT
              MOVE EV-REF-DATE TO LTR-REF-DATE
              MOVE WS-NT-TEXT(EV-TYPE-IDX) TO LTR-NOTICE-TEXT
              WRITE LTR-REC
              ADD 1 TO WS-LTR-CNT
              ADD EV-ID TO WS-ID-HASH
              ADD 1 TO WS-NC-SENT(EV-TYPE-IDX)
           END-IF.
      *
       0650-WRITE-EXCEPTION.
           MOVE SPACES TO WS-LINE.
           MOVE WS-NT-CODE(EV-TYPE-IDX) TO WS-LINE(1:3).
           MOVE EV-ID TO WS-ID-EDIT.
           MOVE WS-ID-EDIT TO WS-LINE(6:5).
           MOVE EV-CUR TO WS-CUR-EDIT.
           MOVE WS-CUR-EDIT TO WS-LINE(12:3).
           MOVE EV-FNAME TO WS-LINE(16:15).
           MOVE EV-LNAME TO WS-LINE(32:15).
           MOVE WS-NT-TEXT(EV-TYPE-IDX) TO WS-LINE(52:40).
           PERFORM 0700-WRITE-LINE.
           ADD 1 TO WS-EXC-CNT.
           ADD 1 TO WS-NC-EXCEPT(EV-TYPE-IDX).
      *
       0700-WRITE-LINE.
           MOVE WS-LINE TO EXC-LINE.
           WRITE EXC-REC.
           MOVE SPACES TO WS-LINE.
      *
       0800-CLOSE-FILES.
           MOVE SPACES TO LTR-TRL-REC.
           MOVE 'T' TO LTT-REC-TYPE.
           MOVE WS-LTR-CNT TO LTT-COUNT.
           MOVE WS-ID-HASH TO LTT-ID-HASH.
           WRITE LTR-TRL-REC.
           MOVE SPACES TO WS-LINE.
           MOVE WS-EXC-CNT TO WS-CNT-EDIT.
           MOVE "NOTICES HELD FOR MISSING ADDRESS:" TO WS-LINE(1:33).
           MOVE WS-CNT-EDIT TO WS-LINE(35:7).
           PERFORM 0700-WRITE-LINE.
           CLOSE AUDIT-FILE.
           CLOSE ACK-FILE.
           CLOSE RLS-FILE.
           CLOSE IDX-FILE.
           CLOSE CUST-FILE.
           CLOSE LTR-FILE.
           CLOSE EXC-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALNTC - CUSTOMER NOTICE EXTRACT TOTALS".
           DISPLAY "=========================================".
           DISPLAY "BUSINESS DATE .................... " WS-BUS-DATE.
           DISPLAY "PURGE WARNING FOR LAST USE ON .... " WS-WARN-JUL.
           MOVE WS-AUD-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "AUDITOUT ENTRIES READ ............ " WS-CNT-EDIT.
           MOVE WS-ACK-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "ACKFILE RECORDS READ ............. " WS-CNT-EDIT.
           MOVE WS-RLS-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "RLSOUT RECORDS READ .............. " WS-CNT-EDIT.
           MOVE WS-IDX-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "ACCOUNTS SCANNED FOR PURGE ....... " WS-CNT-EDIT.
           DISPLAY "TYPE       SENT  NO ADDR".
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1 UNTIL WS-IDX-1 > 7
              MOVE SPACES TO WS-LINE
              MOVE WS-NT-CODE(WS-IDX-1) TO WS-LINE(1:3)
              MOVE WS-NC-SENT(WS-IDX-1) TO WS-CNT-EDIT
              MOVE WS-CNT-EDIT TO WS-LINE(5:7)
              MOVE WS-NC-EXCEPT(WS-IDX-1) TO WS-CNT-EDIT
              MOVE WS-CNT-EDIT TO WS-LINE(13:7)
              DISPLAY WS-LINE(1:20)
           END-PERFORM.
           MOVE SPACES TO WS-LINE.
           MOVE WS-LTR-CNT TO WS-CNT-EDIT.
           DISPLAY "LETTER REQUESTS WRITTEN (NTCOUT) . " WS-CNT-EDIT.
           MOVE WS-EXC-CNT TO WS-CNT-EDIT.
           DISPLAY "EXCEPTIONS (NTCEXC) .............. " WS-CNT-EDIT.
           DISPLAY "=========================================".
