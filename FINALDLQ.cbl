       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALDLQ.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * OVERDRAFT DELINQUENCY AGING. EVERY NEGATIVE IDXFILE BALANCE IS
      * AGED FROM THE DAY IT LAST WENT BELOW ZERO ON JRNLHST, BUCKETED
      * BY CURRENCY ON DLQRPT AND QUEUED FOR COLLECTIONS ON COLLQ.
      * GIVEN A FREEZE AGE, ACCOUNTS DELINQUENT THAT LONG ALSO GET AN
      * 'F' DETAIL IN AN INPFILE BATCH ON FRZOUT FOR FINALCBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS IDX-KEY
                           FILE STATUS IS STATUS-IDX.
           SELECT OPTIONAL CUST-FILE ASSIGN TO CUSTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CST-ID
                           FILE STATUS IS STATUS-CST.
           SELECT HST-FILE ASSIGN TO JRNLHST
                           FILE STATUS IS STATUS-HST.
           SELECT DLQ-FILE ASSIGN TO DLQRPT
                           FILE STATUS IS STATUS-DLQ.
           SELECT CLQ-FILE ASSIGN TO COLLQ
                           FILE STATUS IS STATUS-CLQ.
           SELECT FRZ-FILE ASSIGN TO FRZOUT
                           FILE STATUS IS STATUS-FRZ.
           SELECT SRT-FILE ASSIGN TO SORTWK.
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
              88 ACCT-CLOSED                       VALUE 'C'.
              88 ACCT-FROZEN                       VALUE 'F'.
       66  FULL-NAME   RENAMES FIRST-NAME THROUGH LAST-NAME.
       FD  CUST-FILE.
       01  CST-REC.
           05 CST-ID                      PIC S9(5)  COMP-3.
           05 CST-ADDR-LINE1              PIC X(30).
           05 CST-ADDR-LINE2              PIC X(30).
           05 CST-CITY                    PIC X(20).
           05 CST-POSTAL-CODE             PIC X(10).
           05 CST-PHONE                   PIC X(15).
      * JRNLHST AS WRITTEN BY FINALEOD: AN 'H' RUN HEADER PER DAY
      * FOLLOWED BY THAT DAY'S JOURNAL IMAGES AS 'J' RECORDS.
       FD  HST-FILE RECORDING MODE F.
       01  HST-HDR-REC.
           05 JH-HDR-TYPE                PIC X(1).
           05 JH-HDR-BUS-DATE            PIC 9(8).
           05 JH-HDR-REC-COUNT           PIC 9(7).
           05 FILLER                     PIC X(151).
       01  HST-JRNL-REC.
           05 JH-TYPE                    PIC X(1).
           05 JH-IMAGE                   PIC X(166).
       FD  DLQ-FILE RECORDING MODE F.
       01  DLQ-REC.
           05 DLQ-LINE                   PIC X(100).
      * COLLECTIONS WORK QUEUE - ONE RECORD PER OVERDRAWN ACCOUNT.
      * CQ-AGE-KNOWN 'N' MEANS JRNLHST HOLDS NO ENTRY FOR THE KEY, SO
      * NO FIRST-NEGATIVE DATE COULD BE FOUND; 'L' MEANS THE ACCOUNT
      * WAS ALREADY NEGATIVE AT ITS FIRST JOURNAL ENTRY, SO THE AGE IS
      * A LOWER BOUND.
       FD  CLQ-FILE RECORDING MODE F.
       01  CLQ-REC.
           05 CQ-ID                      PIC 9(5).
           05 CQ-CUR                     PIC 9(3).
           05 CQ-NAME                    PIC X(30).
           05 CQ-BALANCE                 PIC S9(15)
                                          SIGN IS LEADING SEPARATE.
           05 CQ-CREDIT-LIMIT            PIC S9(15)
                                          SIGN IS LEADING SEPARATE.
           05 CQ-NEG-SINCE               PIC 9(8).
           05 CQ-DAYS                    PIC 9(5).
           05 CQ-AGE-KNOWN               PIC X(1).
           05 CQ-BUCKET                  PIC X(5).
           05 CQ-OVER-LIMIT              PIC X(1).
           05 CQ-STATUS                  PIC X(1).
           05 CQ-FREEZE                  PIC X(1).
           05 CQ-PHONE                   PIC X(15).
           05 CQ-ADDR-LINE1              PIC X(30).
           05 CQ-ADDR-LINE2              PIC X(30).
           05 CQ-CITY                    PIC X(20).
           05 CQ-POSTAL-CODE             PIC X(10).
           05 FILLER                     PIC X(10).
      * FREEZE BATCH IN THE INPFILE LAYOUT.
       FD  FRZ-FILE RECORDING MODE F.
       01  FRZ-REC                       PIC X(166).
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-ID                     PIC S9(5)  COMP-3.
           05 SRT-CUR                    PIC S9(3)  COMP.
           05 SRT-SEQ                    PIC 9(9).
           05 SRT-DATE                   PIC 9(8).
           05 SRT-BEF-BAL                PIC S9(15).
           05 SRT-AFT-BAL                PIC S9(15).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                          VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
           05 STATUS-CST                 PIC 9(2).
              88 CST-SUCC                          VALUE 00 05 97.
              88 CST-FOUND                         VALUE 00 97.
           05 STATUS-HST                 PIC 9(2).
              88 HST-SUCC                          VALUE 00 97.
              88 HST-EOF                           VALUE 10.
           05 STATUS-DLQ                 PIC 9(2).
              88 DLQ-SUCC                          VALUE 00 97.
           05 STATUS-CLQ                 PIC 9(2).
              88 CLQ-SUCC                          VALUE 00 97.
           05 STATUS-FRZ                 PIC 9(2).
              88 FRZ-SUCC                          VALUE 00 97.
           05 WS-SRT-EOF-FLG             PIC X(1)  VALUE 'N'.
              88 SRT-EOF                           VALUE 'Y'.
           05 WS-FREEZE-MODE             PIC X(1)  VALUE 'N'.
              88 FREEZE-MODE                       VALUE 'Y'.
      * WORKING COPY OF ONE JOURNAL ENTRY (AUDIT-REC LAYOUT).
       01  WS-JRNL-WORK.
           05 WJ-ID                      PIC S9(5)  COMP-3.
           05 WJ-CUR                     PIC S9(3)  COMP.
           05 WJ-TXN-TYPE                PIC X(1).
           05 WJ-TIMESTAMP               PIC X(21).
           05 WJ-BEF-FNAME               PIC X(15).
           05 WJ-BEF-LNAME               PIC X(15).
           05 WJ-BEF-DATE                PIC S9(7)  COMP-3.
           05 WJ-BEF-BAL                 PIC S9(15) COMP-3.
           05 WJ-BEF-LIMIT               PIC S9(15) COMP-3.
           05 WJ-BEF-STATUS              PIC X(1).
           05 WJ-AFT-FNAME               PIC X(15).
           05 WJ-AFT-LNAME               PIC X(15).
           05 WJ-AFT-DATE                PIC S9(7)  COMP-3.
           05 WJ-AFT-BAL                 PIC S9(15) COMP-3.
           05 WJ-AFT-LIMIT               PIC S9(15) COMP-3.
           05 WJ-AFT-STATUS              PIC X(1).
           05 WJ-TXN-REF                 PIC X(16).
           05 WJ-CTR-ID                  PIC S9(5)  COMP-3.
           05 WJ-CTR-CUR                 PIC S9(3)  COMP.
           05 WJ-MAKER-ID                PIC X(8).
           05 WJ-CHECKER-ID              PIC X(8).
       01  WS-PARM                       PIC X(20).
       01  WS-TOK1                       PIC X(10).
       01  WS-TOK2                       PIC X(8).
       01  WS-BUS-DATE                   PIC 9(8)  VALUE 0.
       01  WS-HST-DAY                    PIC 9(8)  VALUE 0.
       77  WS-FREEZE-DAYS                PIC 9(5)  VALUE 0.
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
      * KEYS AS ONE NUMBER (ID * 1000 + CUR) SO THE SORTED JOURNAL CAN
      * BE MATCHED AGAINST IDXFILE, WHICH IS IN THE SAME ORDER.
       01  WS-IDX-CMP                    PIC 9(8)  VALUE 0.
       01  WS-GRP-CMP                    PIC 9(8)  VALUE 0.
       01  WS-SRT-CMP                    PIC 9(8)  VALUE 0.
       01  WS-GRP-NEG-SINCE              PIC 9(8)  VALUE 0.
       01  WS-GRP-AGE-KNOWN              PIC X(1)  VALUE 'N'.
       01  WS-NEG-SINCE                  PIC 9(8)  VALUE 0.
       01  WS-DAYS                       PIC S9(7) VALUE 0.
       01  WS-BUCKET-IDX                 PIC 9(1)  VALUE 0.
       01  WS-BUCKET-NAMES.
           05 FILLER                     PIC X(5)  VALUE '1-30 '.
           05 FILLER                     PIC X(5)  VALUE '31-60'.
           05 FILLER                     PIC X(5)  VALUE '61-90'.
           05 FILLER                     PIC X(5)  VALUE '90+  '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(5).
      * PER-CURRENCY AGING TOTALS, ONE COUNT AND AMOUNT PER BUCKET.
       77  WS-AG-ENTRIES                 PIC 9(3)  VALUE 0.
       01  WS-AGING-TOTALS.
           05 WS-AG-ENTRY OCCURS 20 TIMES.
              07 WS-AG-CUR               PIC S9(3).
              07 WS-AG-OVER-LIMIT        PIC 9(7).
              07 WS-AG-BUCKET OCCURS 4 TIMES.
                 09 WS-AG-COUNT          PIC 9(7).
                 09 WS-AG-AMOUNT         PIC S9(15).
      * FREEZE BATCH RECORDS - SAME LAYOUTS FINALCBL READS.
       01  WS-FRZ-DETAIL.
           05 FD-PROCESS-TYPE            PIC X(1).
           05 FD-ID                      PIC 9(5).
           05 FD-CUR                     PIC 9(3).
           05 FD-FNAME                   PIC X(15).
           05 FD-LNAME                   PIC X(15).
           05 FD-AMOUNT                  PIC S9(13)
                                          SIGN IS LEADING SEPARATE.
           05 FD-EFF-DATE                PIC 9(8).
           05 FD-ADDR-BLOCK              PIC X(105).
       01  WS-BATCH-HDR.
           05 HDR-TYPE                   PIC X(1).
           05 HDR-BATCH-ID               PIC X(8).
           05 HDR-ORIGIN                 PIC X(8).
           05 HDR-BUS-DATE               PIC 9(8).
           05 FILLER                     PIC X(141).
       01  WS-BATCH-TRL.
           05 TRL-TYPE                   PIC X(1).
           05 TRL-COUNT                  PIC 9(7).
           05 TRL-AMT-HASH               PIC S9(15)
                                          SIGN IS LEADING SEPARATE.
           05 TRL-ID-HASH                PIC 9(15).
           05 FILLER                     PIC X(127).
      * FREEZE BATCH ID: 'DQ' + YYMMDD OF THE BUSINESS DATE, SO ONE
      * FREEZE BATCH PER DAY PASSES THE FINALCBL DUPLICATE CHECK.
       01  WS-FRZ-BATCH-ID.
           05 FILLER                     PIC X(2)  VALUE 'DQ'.
           05 WS-FRZ-BATCH-DATE          PIC X(6).
       01  WS-ID-HASH                    PIC 9(15) VALUE 0.
       01  WS-LINE                       PIC X(100).
       01  WS-ID-EDIT                    PIC 99999.
       01  WS-CUR-EDIT                   PIC 999.
       01  WS-BAL-EDIT                   PIC -(15)9.
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       01  WS-DAY-EDIT                   PIC ZZZZ9.
       77  WS-SRT-SEQ                    PIC 9(9)  VALUE 0.
       77  WS-IDX-1                      PIC 9(3)  VALUE 0.
       77  WS-IDX-2                      PIC 9(3)  VALUE 0.
       77  WS-MATCH-IDX                  PIC 9(3)  VALUE 0.
       77  WS-READ-CNT                   PIC 9(7)  VALUE 0.
       77  WS-DLQ-CNT                    PIC 9(7)  VALUE 0.
       77  WS-OVER-LIMIT-CNT             PIC 9(7)  VALUE 0.
       77  WS-NO-HIST-CNT                PIC 9(7)  VALUE 0.
       77  WS-NO-ADDR-CNT                PIC 9(7)  VALUE 0.
       77  WS-FRZ-CNT                    PIC 9(7)  VALUE 0.
       77  WS-FRZ-SKIP-CNT               PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-PARM.
           PERFORM 0100-OPEN-FILES.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-ID SRT-CUR SRT-SEQ
              INPUT PROCEDURE IS 0200-RELEASE-HISTORY
              OUTPUT PROCEDURE IS 0300-AGE-ACCOUNTS.
           PERFORM 0600-PRINT-AGING-SUMMARY.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           STOP RUN.
      *
      * [BUSINESS-DATE] [FREEZE-AGE-DAYS]
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
                 DISPLAY "FINALDLQ - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD] [FREEZE-AGE-DAYS]"
                 STOP RUN
              END-IF
              MOVE WS-TOK1(1:8) TO WS-BUS-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE) NOT = 0
                 DISPLAY "FINALDLQ - INVALID BUSINESS DATE: " WS-TOK1
                 STOP RUN
              END-IF
           END-IF.
           IF WS-TOK2 NOT = SPACES
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-TOK2 TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN > 5 OR WS-TOK2(1:WS-TOK-LEN) NOT NUMERIC
                 DISPLAY "FINALDLQ - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD] [FREEZE-AGE-DAYS]"
                 STOP RUN
              END-IF
              COMPUTE WS-FREEZE-DAYS = FUNCTION NUMVAL(WS-TOK2)
              IF WS-FREEZE-DAYS > 0
                 MOVE 'Y' TO WS-FREEZE-MODE
              END-IF
           END-IF.
           MOVE WS-BUS-DATE(3:6) TO WS-FRZ-BATCH-DATE.
      *
       0100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUST-FILE.
           OPEN INPUT HST-FILE.
           OPEN OUTPUT DLQ-FILE.
           OPEN OUTPUT CLQ-FILE.
           IF NOT IDX-SUCC
              DISPLAY "IDXFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CST-SUCC
              DISPLAY "CUSTFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT HST-SUCC
              DISPLAY "JRNLHST NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT DLQ-SUCC
              DISPLAY "DLQRPT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CLQ-SUCC
              DISPLAY "COLLQ NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF FREEZE-MODE
              OPEN OUTPUT FRZ-FILE
              IF NOT FRZ-SUCC
                 DISPLAY "FRZOUT NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              MOVE SPACES TO WS-BATCH-HDR
              MOVE 'H' TO HDR-TYPE
              MOVE WS-FRZ-BATCH-ID TO HDR-BATCH-ID
              MOVE 'FINALDLQ' TO HDR-ORIGIN
              MOVE WS-BUS-DATE TO HDR-BUS-DATE
              WRITE FRZ-REC FROM WS-BATCH-HDR
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE "FINALDLQ - OVERDRAFT DELINQUENCY AGING AS OF "
              TO WS-LINE(1:45).
           MOVE WS-BUS-DATE TO WS-LINE(46:8).
           PERFORM 0700-WRITE-LINE.
           MOVE "ID    CUR NAME                           BALANCE"
              TO WS-LINE(1:50).
           MOVE "NEG SINCE   DAYS BUCKET FLAGS" TO WS-LINE(60:29).
           PERFORM 0700-WRITE-LINE.
      *
      * ONLY BALANCE-BEARING ENTRIES MATTER; 'M' ADDRESS ENTRIES ARE
      * LEFT OUT.
       0200-RELEASE-HISTORY.
           MOVE 0 TO WS-SRT-SEQ WS-HST-DAY.
           PERFORM 0210-READ-HISTORY.
           PERFORM UNTIL HST-EOF
              IF JH-TYPE = 'H'
                 MOVE JH-HDR-BUS-DATE TO WS-HST-DAY
              ELSE
                 PERFORM 0220-RELEASE-ENTRY
              END-IF
              PERFORM 0210-READ-HISTORY
           END-PERFORM.
      *
       0210-READ-HISTORY.
           READ HST-FILE
              AT END
                 SET HST-EOF TO TRUE
           END-READ.
      *
       0220-RELEASE-ENTRY.
           MOVE JH-IMAGE TO WS-JRNL-WORK.
           IF WJ-TXN-TYPE NOT = 'M'
              ADD 1 TO WS-SRT-SEQ
              MOVE WJ-ID TO SRT-ID
              MOVE WJ-CUR TO SRT-CUR
              MOVE WS-SRT-SEQ TO SRT-SEQ
              MOVE WS-HST-DAY TO SRT-DATE
              MOVE WJ-BEF-BAL TO SRT-BEF-BAL
              MOVE WJ-AFT-BAL TO SRT-AFT-BAL
              RELEASE SRT-REC
           END-IF.
      *
      * IDXFILE AND THE SORTED JOURNAL ARE WALKED TOGETHER IN KEY
      * ORDER; EACH JOURNAL KEY GROUP YIELDS THE DATE THE BALANCE LAST
      * CROSSED BELOW ZERO.
       0300-AGE-ACCOUNTS.
           PERFORM 0310-RETURN-ENTRY.
           PERFORM 0320-NEXT-GROUP.
           PERFORM 0350-READ-MASTER.
           PERFORM UNTIL IDX-EOF
              ADD 1 TO WS-READ-CNT
              COMPUTE WS-IDX-CMP = IDX-ID * 1000 + IDX-CUR
              PERFORM UNTIL WS-GRP-CMP >= WS-IDX-CMP
                 PERFORM 0320-NEXT-GROUP
              END-PERFORM
              IF BALANCE < 0
                 PERFORM 0400-AGE-ACCOUNT
              END-IF
              PERFORM 0350-READ-MASTER
           END-PERFORM.
      *
       0310-RETURN-ENTRY.
           RETURN SRT-FILE
              AT END
                 SET SRT-EOF TO TRUE
                 MOVE 99999999 TO WS-SRT-CMP
              NOT AT END
                 COMPUTE WS-SRT-CMP = SRT-ID * 1000 + SRT-CUR
           END-RETURN.
      *
      * CONSUMES ONE KEY GROUP. A NEGATIVE RUN STARTS WHERE AN ENTRY
      * TAKES THE BALANCE FROM ZERO OR ABOVE TO BELOW ZERO AND ENDS
      * WHERE ONE LEAVES IT AT ZERO OR ABOVE.
       0320-NEXT-GROUP.
           MOVE WS-SRT-CMP TO WS-GRP-CMP.
           MOVE 0 TO WS-GRP-NEG-SINCE.
           MOVE 'Y' TO WS-GRP-AGE-KNOWN.
           IF NOT SRT-EOF
              IF SRT-BEF-BAL < 0
                 MOVE SRT-DATE TO WS-GRP-NEG-SINCE
                 MOVE 'L' TO WS-GRP-AGE-KNOWN
              END-IF
              PERFORM UNTIL WS-SRT-CMP NOT = WS-GRP-CMP
                 IF SRT-AFT-BAL < 0
                    IF SRT-BEF-BAL >= 0
                       MOVE SRT-DATE TO WS-GRP-NEG-SINCE
                       MOVE 'Y' TO WS-GRP-AGE-KNOWN
                    END-IF
                 ELSE
                    MOVE 0 TO WS-GRP-NEG-SINCE
                    MOVE 'Y' TO WS-GRP-AGE-KNOWN
                 END-IF
                 PERFORM 0310-RETURN-ENTRY
              END-PERFORM
           END-IF.
      *
       0350-READ-MASTER.
           READ IDX-FILE
              AT END
                 CONTINUE
           END-READ.
      *
      * A BALANCE THAT IS NEGATIVE ON IDXFILE BUT NOT AT THE END OF
      * ITS JOURNAL GROUP (OR HAS NO GROUP) HAS NO KNOWN START DATE AND
      * IS QUEUED WITH ZERO DAYS FOR COLLECTIONS TO REVIEW.
       0400-AGE-ACCOUNT.
           ADD 1 TO WS-DLQ-CNT.
           MOVE SPACES TO CLQ-REC.
           IF WS-GRP-CMP = WS-IDX-CMP AND WS-GRP-NEG-SINCE > 0
              MOVE WS-GRP-NEG-SINCE TO WS-NEG-SINCE
              MOVE WS-GRP-AGE-KNOWN TO CQ-AGE-KNOWN
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-NEG-SINCE)
              IF WS-DAYS < 0
                 MOVE 0 TO WS-DAYS
              END-IF
           ELSE
              ADD 1 TO WS-NO-HIST-CNT
              MOVE 0 TO WS-NEG-SINCE WS-DAYS
              MOVE 'N' TO CQ-AGE-KNOWN
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS <= 30
                 MOVE 1 TO WS-BUCKET-IDX
              WHEN WS-DAYS <= 60
                 MOVE 2 TO WS-BUCKET-IDX
              WHEN WS-DAYS <= 90
                 MOVE 3 TO WS-BUCKET-IDX
              WHEN OTHER
                 MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE.
           MOVE IDX-ID TO CQ-ID.
           MOVE IDX-CUR TO CQ-CUR.
           MOVE FULL-NAME TO CQ-NAME.
           MOVE BALANCE TO CQ-BALANCE.
           MOVE CREDIT-LIMIT TO CQ-CREDIT-LIMIT.
           MOVE WS-NEG-SINCE TO CQ-NEG-SINCE.
           MOVE WS-DAYS TO CQ-DAYS.
           MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO CQ-BUCKET.
           MOVE ACCOUNT-STATUS TO CQ-STATUS.
           IF BALANCE < 0 - CREDIT-LIMIT
              MOVE 'Y' TO CQ-OVER-LIMIT
              ADD 1 TO WS-OVER-LIMIT-CNT
           ELSE
              MOVE 'N' TO CQ-OVER-LIMIT
           END-IF.
           MOVE 'N' TO CQ-FREEZE.
           IF FREEZE-MODE AND CQ-AGE-KNOWN NOT = 'N'
              AND WS-DAYS >= WS-FREEZE-DAYS
              IF ACCT-FROZEN OR ACCT-CLOSED
                 ADD 1 TO WS-FRZ-SKIP-CNT
              ELSE
                 PERFORM 0450-WRITE-FREEZE
                 MOVE 'Y' TO CQ-FREEZE
              END-IF
           END-IF.
           MOVE IDX-ID TO CST-ID.
           READ CUST-FILE KEY CST-ID.
           IF CST-FOUND
              MOVE CST-PHONE TO CQ-PHONE
              MOVE CST-ADDR-LINE1 TO CQ-ADDR-LINE1
              MOVE CST-ADDR-LINE2 TO CQ-ADDR-LINE2
              MOVE CST-CITY TO CQ-CITY
              MOVE CST-POSTAL-CODE TO CQ-POSTAL-CODE
           ELSE
              ADD 1 TO WS-NO-ADDR-CNT
           END-IF.
           WRITE CLQ-REC.
           PERFORM 0500-TALLY-AGING.
           PERFORM 0420-PRINT-ACCOUNT-LINE.
      *
       0420-PRINT-ACCOUNT-LINE.
           MOVE IDX-ID TO WS-ID-EDIT.
           MOVE IDX-CUR TO WS-CUR-EDIT.
           MOVE BALANCE TO WS-BAL-EDIT.
           MOVE WS-DAYS TO WS-DAY-EDIT.
           MOVE WS-ID-EDIT TO WS-LINE(1:5).
           MOVE WS-CUR-EDIT TO WS-LINE(7:3).
           MOVE FULL-NAME TO WS-LINE(11:30).
           MOVE WS-BAL-EDIT TO WS-LINE(42:16).
           IF CQ-AGE-KNOWN = 'N'
              MOVE "UNKNOWN " TO WS-LINE(60:8)
           ELSE
              MOVE WS-NEG-SINCE TO WS-LINE(60:8)
           END-IF.
           MOVE WS-DAY-EDIT TO WS-LINE(69:5).
           MOVE CQ-BUCKET TO WS-LINE(75:5).
           IF CQ-AGE-KNOWN = 'L'
              MOVE "+" TO WS-LINE(74:1)
           END-IF.
           IF CQ-OVER-LIMIT = 'Y'
              MOVE "OVERLIM" TO WS-LINE(81:7)
           END-IF.
           IF CQ-FREEZE = 'Y'
              MOVE "FRZ" TO WS-LINE(89:3)
           END-IF.
           IF NOT CST-FOUND
              MOVE "NOADR" TO WS-LINE(93:5)
           END-IF.
           PERFORM 0700-WRITE-LINE.
      *
       0450-WRITE-FREEZE.
           MOVE SPACES TO WS-FRZ-DETAIL.
           MOVE 'F' TO FD-PROCESS-TYPE.
           MOVE IDX-ID TO FD-ID.
           MOVE IDX-CUR TO FD-CUR.
           MOVE 0 TO FD-AMOUNT.
           MOVE 0 TO FD-EFF-DATE.
           WRITE FRZ-REC FROM WS-FRZ-DETAIL.
           ADD 1 TO WS-FRZ-CNT.
           ADD FD-ID TO WS-ID-HASH.
      *
       0500-TALLY-AGING.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-AG-ENTRIES
              IF WS-MATCH-IDX = 0 AND WS-AG-CUR(WS-IDX-1) = IDX-CUR
                 MOVE WS-IDX-1 TO WS-MATCH-IDX
              END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
              ADD 1 TO WS-AG-ENTRIES
              MOVE WS-AG-ENTRIES TO WS-MATCH-IDX
              MOVE IDX-CUR TO WS-AG-CUR(WS-MATCH-IDX)
              MOVE 0 TO WS-AG-OVER-LIMIT(WS-MATCH-IDX)
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1 UNTIL WS-IDX-2 > 4
                 MOVE 0 TO WS-AG-COUNT(WS-MATCH-IDX WS-IDX-2)
                 MOVE 0 TO WS-AG-AMOUNT(WS-MATCH-IDX WS-IDX-2)
              END-PERFORM
           END-IF.
           ADD 1 TO WS-AG-COUNT(WS-MATCH-IDX WS-BUCKET-IDX).
           ADD BALANCE TO WS-AG-AMOUNT(WS-MATCH-IDX WS-BUCKET-IDX).
           IF CQ-OVER-LIMIT = 'Y'
              ADD 1 TO WS-AG-OVER-LIMIT(WS-MATCH-IDX)
           END-IF.
      *
       0600-PRINT-AGING-SUMMARY.
           MOVE SPACES TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
           MOVE "AGING BY CURRENCY" TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-AG-ENTRIES
              MOVE WS-AG-CUR(WS-IDX-1) TO WS-CUR-EDIT
              MOVE WS-AG-OVER-LIMIT(WS-IDX-1) TO WS-CNT-EDIT
              MOVE "CUR " TO WS-LINE(1:4)
              MOVE WS-CUR-EDIT TO WS-LINE(5:3)
              MOVE "  OVER CREDIT LIMIT " TO WS-LINE(8:20)
              MOVE WS-CNT-EDIT TO WS-LINE(28:7)
              PERFORM 0700-WRITE-LINE
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1 UNTIL WS-IDX-2 > 4
                 MOVE WS-AG-COUNT(WS-IDX-1 WS-IDX-2) TO WS-CNT-EDIT
                 MOVE WS-AG-AMOUNT(WS-IDX-1 WS-IDX-2) TO WS-BAL-EDIT
                 MOVE "    " TO WS-LINE(1:4)
                 MOVE WS-BUCKET-NAME(WS-IDX-2) TO WS-LINE(5:5)
                 MOVE " DAYS  ACCOUNTS=" TO WS-LINE(10:16)
                 MOVE WS-CNT-EDIT TO WS-LINE(26:7)
                 MOVE "  BALANCE=" TO WS-LINE(33:10)
                 MOVE WS-BAL-EDIT TO WS-LINE(43:16)
                 PERFORM 0700-WRITE-LINE
              END-PERFORM
           END-PERFORM.
      *
       0700-WRITE-LINE.
           MOVE WS-LINE TO DLQ-LINE.
           WRITE DLQ-REC.
           MOVE SPACES TO WS-LINE.
      *
       0800-CLOSE-FILES.
           IF FREEZE-MODE
              MOVE SPACES TO WS-BATCH-TRL
              MOVE 'T' TO TRL-TYPE
              MOVE WS-FRZ-CNT TO TRL-COUNT
              MOVE 0 TO TRL-AMT-HASH
              MOVE WS-ID-HASH TO TRL-ID-HASH
              WRITE FRZ-REC FROM WS-BATCH-TRL
              CLOSE FRZ-FILE
           END-IF.
           CLOSE IDX-FILE.
           CLOSE CUST-FILE.
           CLOSE HST-FILE.
           CLOSE DLQ-FILE.
           CLOSE CLQ-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALDLQ - DELINQUENCY AGING TOTALS".
           DISPLAY "=========================================".
           DISPLAY "BUSINESS DATE .................... " WS-BUS-DATE.
           MOVE WS-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "ACCOUNTS READ .................... " WS-CNT-EDIT.
           MOVE WS-DLQ-CNT TO WS-CNT-EDIT.
           DISPLAY "OVERDRAWN ACCOUNTS QUEUED ........ " WS-CNT-EDIT.
           MOVE WS-OVER-LIMIT-CNT TO WS-CNT-EDIT.
           DISPLAY "  OF WHICH OVER CREDIT LIMIT ..... " WS-CNT-EDIT.
           MOVE WS-NO-HIST-CNT TO WS-CNT-EDIT.
           DISPLAY "  NO FIRST-NEGATIVE DATE FOUND ... " WS-CNT-EDIT.
           MOVE WS-NO-ADDR-CNT TO WS-CNT-EDIT.
           DISPLAY "  NO CUSTFILE ADDRESS ............ " WS-CNT-EDIT.
           IF FREEZE-MODE
              MOVE WS-FREEZE-DAYS TO WS-DAY-EDIT
              DISPLAY "FREEZE AGE (DAYS) ................ "
                 WS-DAY-EDIT
              DISPLAY "FREEZE BATCH ID .................. "
                 WS-FRZ-BATCH-ID
              MOVE WS-FRZ-CNT TO WS-CNT-EDIT
              DISPLAY "FREEZE DETAILS WRITTEN ........... " WS-CNT-EDIT
              MOVE WS-FRZ-SKIP-CNT TO WS-CNT-EDIT
              DISPLAY "DUE BUT ALREADY FROZEN/CLOSED .... " WS-CNT-EDIT
           ELSE
              DISPLAY "FREEZE BATCH ..................... NOT REQUESTED"
           END-IF.
           DISPLAY "=========================================".
