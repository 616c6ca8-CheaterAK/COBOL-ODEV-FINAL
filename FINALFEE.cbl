       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALFEE.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * MONTHLY ACCOUNT FEES. CHARGES EVERY OPEN IDXFILE ACCOUNT THE
      * FEESCHD FEES THAT APPLY TO IT - MAINTENANCE BY CURRENCY AND
      * STATUS, OVERDRAFT WHEN THE BALANCE IS NEGATIVE, DORMANCY WHEN
      * THERE HAS BEEN NO ACTIVITY FOR THE SCHEDULED NUMBER OF DAYS -
      * NEVER TAKING A BALANCE PAST ITS CREDIT LIMIT. EACH FEE IS
      * JOURNALLED ON AUDITOUT AS A 'C' ENTRY. THE PERIOD IS REGISTERED
      * ON RUNCTL SO IT IS ONLY EVER CHARGED ONCE.
      * PARAMETER: BUSINESS DATE YYYYMMDD, DEFAULT TODAY; ITS MONTH IS
      * THE FEE PERIOD. RUN ONCE A MONTH AFTER FINALCBL HAS COMPLETED
      * FOR THE BUSINESS DATE AND BEFORE FINALEOD, SO THE FEES ARE
      * CONSOLIDATED INTO THAT DAY'S JRNLHST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS IDX-KEY
                           FILE STATUS IS STATUS-IDX.
           SELECT FEE-FILE ASSIGN TO FEESCHD
                           FILE STATUS IS STATUS-FEE.
           SELECT AUDIT-FILE ASSIGN TO AUDITOUT
                           FILE STATUS IS STATUS-AUD.
           SELECT OPTIONAL RCT-FILE ASSIGN TO RUNCTL
                           FILE STATUS IS STATUS-RCT.
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
      * FEE SCHEDULE - ONE ROW PER CURRENCY AND FEE TYPE:
      *   M  MONTHLY MAINTENANCE, ONE ROW PER ACCOUNT STATUS (A OR F)
      *   O  OVERDRAFT, CHARGED WHEN THE BALANCE IS BELOW ZERO
      *   D  DORMANCY, CHARGED WHEN LAST-ORDER-DATE IS AT LEAST
      *      FEE-DORM-DAYS OLD
      * FEE-AMOUNT IS IN WHOLE UNITS OF THE ACCOUNT CURRENCY.
       FD  FEE-FILE RECORDING MODE F.
       01  FEE-REC.
           05 FEE-CUR                    PIC 9(3).
           05 FEE-TYPE                   PIC X(1).
              88 FEE-MAINT                         VALUE 'M'.
              88 FEE-OVERDRAFT                     VALUE 'O'.
              88 FEE-DORMANT                       VALUE 'D'.
              88 FEE-VALID-TYPE                    VALUE 'M' 'O' 'D'.
           05 FEE-STATUS                 PIC X(1).
           05 FEE-DORM-DAYS              PIC 9(4).
           05 FEE-AMOUNT                 PIC 9(13).
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
      * ON 'V' ENTRIES THE REFERENCE SHARED BY BOTH LEGS OF THE
      * TRANSFER AND THE KEY OF THE OTHER LEG; ON 'C' ENTRIES THE FEE
      * NAME (ZERO KEY); OTHERWISE SPACES AND ZERO.
           05 AUD-TXN-REF                 PIC X(16).
           05 AUD-CTR-ID                  PIC S9(5)  COMP-3.
           05 AUD-CTR-CUR                 PIC S9(3)  COMP.
      * OPERATOR WHO ENTERED THE CHANGE AND OPERATOR WHO APPROVED IT.
      * BATCH POSTINGS CARRY THE ORIGIN (OR PROGRAM NAME) AS MAKER AND
      * A BLANK CHECKER; CONSOLE MAINTENANCE CARRIES BOTH OPERATORS.
           05 AUD-MAKER-ID                PIC X(8).
           05 AUD-CHECKER-ID              PIC X(8).
      * RUN-CONTROL REGISTRY SHARED WITH FINALCBL - SEE FINALCBL FOR
      * THE WRITER SIDE.
       FD  RCT-FILE RECORDING MODE F.
       01  RCT-REC.
           05 RCT-PROGRAM                PIC X(8).
           05 RCT-BATCH-ID               PIC X(8).
           05 RCT-BUS-DATE               PIC 9(8).
           05 RCT-OUTCOME                PIC X(4).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                          VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
           05 STATUS-FEE                 PIC 9(2).
              88 FEE-SUCC                          VALUE 00 97.
              88 FEE-EOF                           VALUE 10.
           05 STATUS-AUD                 PIC 9(2).
              88 AUD-SUCC                          VALUE 00 97.
           05 STATUS-RCT                 PIC 9(2).
              88 RCT-SUCC                          VALUE 00 05 97.
              88 RCT-EOF                           VALUE 10.
           05 WS-SEQ-OK                  PIC X(1)  VALUE 'N'.
              88 SEQ-OK                            VALUE 'Y'.
           05 WS-PERIOD-DONE             PIC X(1)  VALUE 'N'.
              88 PERIOD-DONE                       VALUE 'Y'.
       01  WS-PARM                       PIC X(10).
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
       01  WS-BUS-DATE                   PIC X(8).
       01  WS-CHECK-DATE                 PIC 9(8)  VALUE 0.
      * ONE FEE RUN PER CALENDAR MONTH - THE PERIOD IS REGISTERED ON
      * RUNCTL AS BATCH ID 'FE' + YYYYMM.
       01  WS-FEE-BATCH.
           05 FILLER                     PIC X(2)  VALUE 'FE'.
           05 WS-FEE-PERIOD              PIC X(6).
       01  WS-AUDIT-BEFORE.
           05 WS-AUD-BEFORE-FNAME        PIC X(15).
           05 WS-AUD-BEFORE-LNAME        PIC X(15).
           05 WS-AUD-BEFORE-DATE         PIC S9(7).
           05 WS-AUD-BEFORE-BAL          PIC S9(15).
           05 WS-AUD-BEFORE-LIMIT        PIC S9(15).
           05 WS-AUD-BEFORE-STATUS       PIC X(1).
       01  WS-CUR-EDIT                   PIC 999.
       01  WS-BAL-EDIT                   PIC -(15)9.
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       01  WS-RUN-BAL                    PIC S9(15) VALUE 0.
       01  WS-SEEK-TYPE                  PIC X(1).
       01  WS-SEEK-STATUS                PIC X(1).
       01  WS-DORM-DAYS                  PIC S9(7) VALUE 0.
       77  WS-IDX-1                      PIC 9(3)  VALUE 0.
       77  WS-IDX-2                      PIC 9(3)  VALUE 0.
       77  WS-FS-ENTRIES                 PIC 9(3)  VALUE 0.
       77  WS-FS-MAX                     PIC 9(3)  VALUE 60.
       77  WS-MATCH-IDX                  PIC 9(3)  VALUE 0.
       77  WS-FT-ENTRIES                 PIC 9(3)  VALUE 0.
       77  WS-CHG-CNT                    PIC 9(1)  VALUE 0.
       77  WS-READ-CNT                   PIC 9(7)  VALUE 0.
       77  WS-CHARGED-ACCT-CNT           PIC 9(7)  VALUE 0.
       77  WS-FEE-CNT                    PIC 9(7)  VALUE 0.
       77  WS-SKIP-CLOSED-CNT            PIC 9(7)  VALUE 0.
       77  WS-SKIP-LIMIT-CNT             PIC 9(7)  VALUE 0.
       77  WS-NO-FEE-CNT                 PIC 9(7)  VALUE 0.
       01  WS-FEE-SCHEDULE.
           05 WS-FS-ENTRY OCCURS 60 TIMES.
              07 WS-FS-CUR                PIC S9(3).
              07 WS-FS-TYPE               PIC X(1).
              07 WS-FS-STATUS             PIC X(1).
              07 WS-FS-DORM-DAYS          PIC 9(4).
              07 WS-FS-AMOUNT             PIC 9(13).
      * FEES DUE ON THE CURRENT ACCOUNT, JOURNALED ONLY AFTER THE
      * ACCOUNT HAS BEEN REWRITTEN.
       01  WS-CHARGES.
           05 WS-CHG-ENTRY OCCURS 3 TIMES.
              07 WS-CHG-TYPE              PIC X(1).
              07 WS-CHG-AMOUNT            PIC 9(13).
       01  WS-FEE-TOTALS.
           05 WS-FT-ENTRY OCCURS 60 TIMES.
              07 WS-FT-CUR                PIC S9(3).
              07 WS-FT-TYPE               PIC X(1).
              07 WS-FT-COUNT              PIC 9(7).
              07 WS-FT-AMOUNT             PIC S9(15).
              07 WS-FT-SKIP-LIMIT         PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-PARM.
           PERFORM 0060-CHECK-RUN-SEQUENCE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-SCHEDULE.
           PERFORM 0067-RECORD-START.
           PERFORM 0300-PROCESS-RECORDS.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0070-RECORD-COMPLETION.
           PERFORM 0700-PRINT-FEE-SUMMARY.
           STOP RUN.
      *
       0050-GET-PARM.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           ELSE
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-PARM TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN NOT = 8 OR WS-PARM(1:8) NOT NUMERIC
                 DISPLAY "FINALFEE - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD]"
                 STOP RUN
              END-IF
              MOVE WS-PARM(1:8) TO WS-BUS-DATE
           END-IF.
           MOVE WS-BUS-DATE TO WS-CHECK-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
              DISPLAY "FINALFEE - INVALID BUSINESS DATE: " WS-PARM
              STOP RUN
           END-IF.
           MOVE WS-BUS-DATE(1:6) TO WS-FEE-PERIOD.
      *
      * FEES ARE ASSESSED AFTER THE DAY'S POSTING, AND ONLY ONCE PER
      * PERIOD - REFUSE TO RUN UNLESS FINALCBL HAS COMPLETED FOR THE
      * BUSINESS DATE AND NO FINALFEE RUN IS ON RUNCTL FOR THE MONTH.
      * A 'RUN ' ROW IS A RUN THAT STARTED CHARGING AND NEVER FINISHED;
      * IT BLOCKS THE PERIOD TOO, SINCE SOME ACCOUNTS MAY ALREADY HAVE
      * BEEN CHARGED - THE AUDIT JOURNAL SHOWS WHICH.
       0060-CHECK-RUN-SEQUENCE.
           MOVE 'N' TO WS-SEQ-OK.
           MOVE 'N' TO WS-PERIOD-DONE.
           OPEN INPUT RCT-FILE.
           IF NOT RCT-SUCC
              DISPLAY "RUNCTL NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           PERFORM 0065-READ-RUN-CONTROL.
           PERFORM UNTIL RCT-EOF
              IF RCT-PROGRAM = 'FINALCBL' AND RCT-OUTCOME = 'OK  '
                 AND RCT-BUS-DATE = WS-CHECK-DATE
                 MOVE 'Y' TO WS-SEQ-OK
              END-IF
              IF RCT-PROGRAM = 'FINALFEE'
                 AND RCT-BATCH-ID = WS-FEE-BATCH
                 MOVE 'Y' TO WS-PERIOD-DONE
                 IF RCT-OUTCOME = 'RUN '
                    DISPLAY "FINALFEE - PERIOD " WS-FEE-PERIOD
                       " RUN STARTED ON " RCT-BUS-DATE
                       " DID NOT COMPLETE - CHECK AUDITOUT"
                 ELSE
                    DISPLAY "FINALFEE - PERIOD " WS-FEE-PERIOD
                       " ALREADY CHARGED ON " RCT-BUS-DATE
                 END-IF
              END-IF
              PERFORM 0065-READ-RUN-CONTROL
           END-PERFORM.
           CLOSE RCT-FILE.
           IF NOT SEQ-OK
              DISPLAY "FINALFEE - NO COMPLETED FINALCBL RUN ON RUNCTL"
                 " FOR " WS-CHECK-DATE " - RUN REFUSED"
              STOP RUN
           END-IF.
           IF PERIOD-DONE
              DISPLAY "FINALFEE - FEES FOR " WS-FEE-PERIOD
                 " ALREADY ASSESSED PER RUNCTL - RUN REFUSED"
              STOP RUN
           END-IF.
      *
       0065-READ-RUN-CONTROL.
           READ RCT-FILE
              AT END
                 SET RCT-EOF TO TRUE
           END-READ.
      *
      * THE PERIOD IS CLAIMED ON RUNCTL ONCE THE FILES ARE OPEN AND
      * FEESCHD HAS LOADED CLEAN, JUST BEFORE THE FIRST ACCOUNT IS
      * CHARGED, SO A RUN THAT DIES PART WAY CANNOT BE RERUN BLIND
      * WHILE ONE REFUSED AT START-UP CAN SIMPLY BE RERUN.
       0067-RECORD-START.
           OPEN EXTEND RCT-FILE.
           IF NOT RCT-SUCC
              DISPLAY "RUNCTL NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           MOVE 'FINALFEE' TO RCT-PROGRAM.
           MOVE WS-FEE-BATCH TO RCT-BATCH-ID.
           MOVE WS-CHECK-DATE TO RCT-BUS-DATE.
           MOVE 'RUN ' TO RCT-OUTCOME.
           WRITE RCT-REC.
           CLOSE RCT-FILE.
      *
      * MARK THE PERIOD'S 'RUN ' ROW COMPLETE IN PLACE.
       0070-RECORD-COMPLETION.
           OPEN I-O RCT-FILE.
           IF NOT RCT-SUCC
              DISPLAY "RUNCTL NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           MOVE 'N' TO WS-PERIOD-DONE.
           PERFORM 0065-READ-RUN-CONTROL.
           PERFORM UNTIL RCT-EOF OR PERIOD-DONE
              IF RCT-PROGRAM = 'FINALFEE'
                 AND RCT-BATCH-ID = WS-FEE-BATCH
                 AND RCT-OUTCOME = 'RUN '
                 MOVE 'OK  ' TO RCT-OUTCOME
                 REWRITE RCT-REC
                 IF NOT RCT-SUCC
                    DISPLAY "FINALFEE - RUNCTL REWRITE FAILED RC="
                       STATUS-RCT
                 END-IF
                 MOVE 'Y' TO WS-PERIOD-DONE
              ELSE
                 PERFORM 0065-READ-RUN-CONTROL
              END-IF
           END-PERFORM.
           CLOSE RCT-FILE.
           IF NOT PERIOD-DONE
              DISPLAY "FINALFEE - NO RUNCTL ROW FOR " WS-FEE-BATCH
                 " TO MARK COMPLETE"
           END-IF.
      *
       0100-OPEN-FILES.
           OPEN I-O IDX-FILE.
           OPEN INPUT FEE-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF NOT IDX-SUCC
              DISPLAY "IDXFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT FEE-SUCC
              DISPLAY "FEESCHD NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT AUD-SUCC
              DISPLAY "AUDITOUT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
      *
       0200-LOAD-SCHEDULE.
           PERFORM 0210-READ-SCHEDULE.
           PERFORM UNTIL FEE-EOF
              IF WS-FS-ENTRIES >= WS-FS-MAX
                 DISPLAY "FINALFEE - FEESCHD EXCEEDS " WS-FS-MAX
                    " ENTRIES. EXITING..."
                 STOP RUN
              END-IF
              PERFORM 0220-VALIDATE-SCHEDULE
              ADD 1 TO WS-FS-ENTRIES
              MOVE FEE-CUR TO WS-FS-CUR(WS-FS-ENTRIES)
              MOVE FEE-TYPE TO WS-FS-TYPE(WS-FS-ENTRIES)
              MOVE FEE-STATUS TO WS-FS-STATUS(WS-FS-ENTRIES)
              MOVE FEE-DORM-DAYS TO WS-FS-DORM-DAYS(WS-FS-ENTRIES)
              MOVE FEE-AMOUNT TO WS-FS-AMOUNT(WS-FS-ENTRIES)
              PERFORM 0210-READ-SCHEDULE
           END-PERFORM.
           IF WS-FS-ENTRIES = 0
              DISPLAY "FINALFEE - FEESCHD IS EMPTY. EXITING..."
              STOP RUN
           END-IF.
      *
       0210-READ-SCHEDULE.
           READ FEE-FILE
              AT END
                 SET FEE-EOF TO TRUE
           END-READ.
      *
      * A BAD OR DUPLICATED SCHEDULE ROW STOPS THE RUN BEFORE ANY
      * ACCOUNT IS TOUCHED - THE SAME FEE MUST NEVER BE CHARGED TWICE.
       0220-VALIDATE-SCHEDULE.
           IF FEE-CUR NOT NUMERIC OR FEE-AMOUNT NOT NUMERIC
              OR FEE-DORM-DAYS NOT NUMERIC OR NOT FEE-VALID-TYPE
              DISPLAY "FINALFEE - INVALID FEESCHD RECORD: "
                 FEE-REC " EXITING..."
              STOP RUN
           END-IF.
           IF FEE-MAINT
              IF FEE-STATUS NOT = 'A' AND FEE-STATUS NOT = 'F'
                 DISPLAY "FINALFEE - MAINTENANCE FEE STATUS MUST BE"
                    " A OR F: " FEE-REC " EXITING..."
                 STOP RUN
              END-IF
           ELSE
              MOVE SPACE TO FEE-STATUS
           END-IF.
           IF FEE-DORMANT AND FEE-DORM-DAYS = 0
              DISPLAY "FINALFEE - DORMANCY FEE NEEDS A DAY COUNT: "
                 FEE-REC " EXITING..."
              STOP RUN
           END-IF.
           MOVE FEE-TYPE TO WS-SEEK-TYPE.
           MOVE FEE-STATUS TO WS-SEEK-STATUS.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-FS-ENTRIES
              IF WS-MATCH-IDX = 0
                 AND WS-FS-CUR(WS-IDX-1) = FEE-CUR
                 AND WS-FS-TYPE(WS-IDX-1) = WS-SEEK-TYPE
                 AND WS-FS-STATUS(WS-IDX-1) = WS-SEEK-STATUS
                 MOVE WS-IDX-1 TO WS-MATCH-IDX
              END-IF
           END-PERFORM.
           IF WS-MATCH-IDX NOT = 0
              DISPLAY "FINALFEE - DUPLICATE FEESCHD ENTRY: "
                 FEE-REC " EXITING..."
              STOP RUN
           END-IF.
      *
       0300-PROCESS-RECORDS.
           PERFORM 0310-READ-MASTER.
           PERFORM UNTIL IDX-EOF
              ADD 1 TO WS-READ-CNT
              PERFORM 0320-ASSESS-RECORD
              PERFORM 0310-READ-MASTER
           END-PERFORM.
      *
       0310-READ-MASTER.
           READ IDX-FILE
              AT END
                 CONTINUE
           END-READ.
      *
       0320-ASSESS-RECORD.
           IF ACCT-CLOSED
              ADD 1 TO WS-SKIP-CLOSED-CNT
           ELSE
              PERFORM 0325-ASSESS-OPEN-RECORD
           END-IF.
      *
      * FEES ARE TAKEN IN A FIXED ORDER - MAINTENANCE, OVERDRAFT,
      * DORMANCY - EACH AGAINST THE BALANCE LEFT BY THE ONE BEFORE.
      * OVERDRAFT IS JUDGED ON THE BALANCE AS IT STOOD BEFORE THE RUN.
       0325-ASSESS-OPEN-RECORD.
           MOVE 0 TO WS-CHG-CNT.
           MOVE BALANCE TO WS-RUN-BAL.
           MOVE 'M' TO WS-SEEK-TYPE.
           IF ACCT-FROZEN
              MOVE 'F' TO WS-SEEK-STATUS
           ELSE
              MOVE 'A' TO WS-SEEK-STATUS
           END-IF.
           PERFORM 0330-FIND-FEE.
           IF WS-MATCH-IDX NOT = 0
              PERFORM 0340-TAKE-FEE
           END-IF.
           IF BALANCE < 0
              MOVE 'O' TO WS-SEEK-TYPE
              MOVE SPACE TO WS-SEEK-STATUS
              PERFORM 0330-FIND-FEE
              IF WS-MATCH-IDX NOT = 0
                 PERFORM 0340-TAKE-FEE
              END-IF
           END-IF.
           MOVE 'D' TO WS-SEEK-TYPE.
           MOVE SPACE TO WS-SEEK-STATUS.
           PERFORM 0330-FIND-FEE.
           IF WS-MATCH-IDX NOT = 0 AND LAST-ORDER-DATE > 0
              COMPUTE WS-DORM-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                 - FUNCTION INTEGER-OF-DAY(LAST-ORDER-DATE)
              IF WS-DORM-DAYS >= WS-FS-DORM-DAYS(WS-MATCH-IDX)
                 PERFORM 0340-TAKE-FEE
              END-IF
           END-IF.
           IF WS-CHG-CNT = 0
              ADD 1 TO WS-NO-FEE-CNT
           ELSE
              PERFORM 0350-APPLY-FEES
           END-IF.
      *
       0330-FIND-FEE.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-FS-ENTRIES
              IF WS-MATCH-IDX = 0 AND WS-FS-CUR(WS-IDX-1) = IDX-CUR
                 AND WS-FS-TYPE(WS-IDX-1) = WS-SEEK-TYPE
                 AND WS-FS-STATUS(WS-IDX-1) = WS-SEEK-STATUS
                 MOVE WS-IDX-1 TO WS-MATCH-IDX
              END-IF
           END-PERFORM.
      *
      * SAME LIMIT RULE FINALSUB APPLIES TO A 'B' DEBIT - A FEE THAT
      * WOULD TAKE THE BALANCE BELOW MINUS CREDIT-LIMIT IS NOT TAKEN.
       0340-TAKE-FEE.
           IF WS-FS-AMOUNT(WS-MATCH-IDX) = 0
              CONTINUE
           ELSE
              IF WS-RUN-BAL - WS-FS-AMOUNT(WS-MATCH-IDX)
                 < 0 - CREDIT-LIMIT
                 ADD 1 TO WS-SKIP-LIMIT-CNT
                 PERFORM 0510-FIND-TOTAL
                 ADD 1 TO WS-FT-SKIP-LIMIT(WS-IDX-2)
              ELSE
                 ADD 1 TO WS-CHG-CNT
                 MOVE WS-SEEK-TYPE TO WS-CHG-TYPE(WS-CHG-CNT)
                 MOVE WS-FS-AMOUNT(WS-MATCH-IDX)
                    TO WS-CHG-AMOUNT(WS-CHG-CNT)
                 SUBTRACT WS-FS-AMOUNT(WS-MATCH-IDX) FROM WS-RUN-BAL
              END-IF
           END-IF.
      *
      * ONE REWRITE PER ACCOUNT, THEN ONE 'C' JOURNAL ENTRY PER FEE
      * WITH THE RUNNING BALANCE AS ITS BEFORE AND AFTER IMAGE.
       0350-APPLY-FEES.
           MOVE FIRST-NAME TO WS-AUD-BEFORE-FNAME.
           MOVE LAST-NAME TO WS-AUD-BEFORE-LNAME.
           MOVE LAST-ORDER-DATE TO WS-AUD-BEFORE-DATE.
           MOVE BALANCE TO WS-AUD-BEFORE-BAL.
           MOVE CREDIT-LIMIT TO WS-AUD-BEFORE-LIMIT.
           MOVE ACCOUNT-STATUS TO WS-AUD-BEFORE-STATUS.
           MOVE WS-RUN-BAL TO BALANCE.
           REWRITE IDX-REC.
           IF IDX-SUCC
              ADD 1 TO WS-CHARGED-ACCT-CNT
              PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                      UNTIL WS-IDX-1 > WS-CHG-CNT
                 PERFORM 0400-WRITE-AUDIT
                 PERFORM 0500-TALLY-FEE
              END-PERFORM
           ELSE
              DISPLAY "FINALFEE - REWRITE FAILED RC=" STATUS-IDX
                 " ID=" IDX-ID " CUR=" IDX-CUR
              STOP RUN
           END-IF.
      *
       0400-WRITE-AUDIT.
           MOVE IDX-ID TO AUD-ID.
           MOVE IDX-CUR TO AUD-CUR.
           MOVE 'C' TO AUD-TXN-TYPE.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-AUD-BEFORE-FNAME TO AUD-BEFORE-FNAME.
           MOVE WS-AUD-BEFORE-LNAME TO AUD-BEFORE-LNAME.
           MOVE WS-AUD-BEFORE-DATE TO AUD-BEFORE-DATE.
           MOVE WS-AUD-BEFORE-BAL TO AUD-BEFORE-BAL.
           MOVE WS-AUD-BEFORE-LIMIT TO AUD-BEFORE-LIMIT.
           MOVE WS-AUD-BEFORE-STATUS TO AUD-BEFORE-STATUS.
           SUBTRACT WS-CHG-AMOUNT(WS-IDX-1) FROM WS-AUD-BEFORE-BAL.
           MOVE FIRST-NAME TO AUD-AFTER-FNAME.
           MOVE LAST-NAME TO AUD-AFTER-LNAME.
           MOVE LAST-ORDER-DATE TO AUD-AFTER-DATE.
           MOVE WS-AUD-BEFORE-BAL TO AUD-AFTER-BAL.
           MOVE CREDIT-LIMIT TO AUD-AFTER-LIMIT.
           MOVE ACCOUNT-STATUS TO AUD-AFTER-STATUS.
      * THE REFERENCE NAMES THE FEE SO STATEMENTS CAN DESCRIBE IT.
           EVALUATE WS-CHG-TYPE(WS-IDX-1)
              WHEN 'M'
                 MOVE 'MAINTENANCE FEE' TO AUD-TXN-REF
              WHEN 'O'
                 MOVE 'OVERDRAFT FEE' TO AUD-TXN-REF
              WHEN OTHER
                 MOVE 'DORMANCY FEE' TO AUD-TXN-REF
           END-EVALUATE.
           MOVE 0 TO AUD-CTR-ID AUD-CTR-CUR.
           MOVE 'FINALFEE' TO AUD-MAKER-ID.
           MOVE SPACES TO AUD-CHECKER-ID.
           WRITE AUDIT-REC.
      *
       0500-TALLY-FEE.
           MOVE WS-CHG-TYPE(WS-IDX-1) TO WS-SEEK-TYPE.
           PERFORM 0510-FIND-TOTAL.
           ADD 1 TO WS-FEE-CNT.
           ADD 1 TO WS-FT-COUNT(WS-IDX-2).
           ADD WS-CHG-AMOUNT(WS-IDX-1) TO WS-FT-AMOUNT(WS-IDX-2).
      *
      * FIND-OR-ADD THE CURRENCY / FEE TYPE TOTALS ROW INTO WS-IDX-2.
       0510-FIND-TOTAL.
           MOVE 0 TO WS-IDX-2.
           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-FT-ENTRIES
              IF WS-IDX-2 = 0 AND WS-FT-CUR(WS-MATCH-IDX) = IDX-CUR
                 AND WS-FT-TYPE(WS-MATCH-IDX) = WS-SEEK-TYPE
                 MOVE WS-MATCH-IDX TO WS-IDX-2
              END-IF
           END-PERFORM.
           IF WS-IDX-2 = 0
              ADD 1 TO WS-FT-ENTRIES
              MOVE WS-FT-ENTRIES TO WS-IDX-2
              MOVE IDX-CUR TO WS-FT-CUR(WS-IDX-2)
              MOVE WS-SEEK-TYPE TO WS-FT-TYPE(WS-IDX-2)
              MOVE 0 TO WS-FT-COUNT(WS-IDX-2)
              MOVE 0 TO WS-FT-AMOUNT(WS-IDX-2)
              MOVE 0 TO WS-FT-SKIP-LIMIT(WS-IDX-2)
           END-IF.
      *
       0700-PRINT-FEE-SUMMARY.
           DISPLAY "=========================================".
           DISPLAY "FINALFEE - FEE ASSESSMENT SUMMARY".
           DISPLAY "=========================================".
           DISPLAY "PERIOD ........................... " WS-FEE-PERIOD.
           MOVE WS-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "ACCOUNTS READ .................... " WS-CNT-EDIT.
           MOVE WS-CHARGED-ACCT-CNT TO WS-CNT-EDIT.
           DISPLAY "ACCOUNTS CHARGED ................. " WS-CNT-EDIT.
           MOVE WS-FEE-CNT TO WS-CNT-EDIT.
           DISPLAY "FEES CHARGED ..................... " WS-CNT-EDIT.
           MOVE WS-NO-FEE-CNT TO WS-CNT-EDIT.
           DISPLAY "ACCOUNTS WITH NO FEE DUE ......... " WS-CNT-EDIT.
           MOVE WS-SKIP-LIMIT-CNT TO WS-CNT-EDIT.
           DISPLAY "FEES NOT TAKEN (CREDIT LIMIT) .... " WS-CNT-EDIT.
           MOVE WS-SKIP-CLOSED-CNT TO WS-CNT-EDIT.
           DISPLAY "SKIPPED (ACCOUNT CLOSED) ......... " WS-CNT-EDIT.
           DISPLAY "FEES BY CURRENCY AND TYPE:".
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-FT-ENTRIES
              MOVE WS-FT-CUR(WS-IDX-1) TO WS-CUR-EDIT
              MOVE WS-FT-COUNT(WS-IDX-1) TO WS-CNT-EDIT
              MOVE WS-FT-AMOUNT(WS-IDX-1) TO WS-BAL-EDIT
              DISPLAY "  CUR=" WS-CUR-EDIT
                 "  TYPE=" WS-FT-TYPE(WS-IDX-1)
                 "  FEES=" WS-CNT-EDIT
                 "  AMOUNT=" WS-BAL-EDIT
              MOVE WS-FT-SKIP-LIMIT(WS-IDX-1) TO WS-CNT-EDIT
              DISPLAY "                 NOT TAKEN AT LIMIT="
                 WS-CNT-EDIT
           END-PERFORM.
           DISPLAY "  (TYPE M=MAINTENANCE O=OVERDRAFT D=DORMANCY)".
           DISPLAY "=========================================".
      *
       0800-CLOSE-FILES.
           CLOSE IDX-FILE.
           CLOSE FEE-FILE.
           CLOSE AUDIT-FILE.
