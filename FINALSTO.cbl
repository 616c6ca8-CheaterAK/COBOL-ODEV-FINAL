       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALSTO.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * STANDING ORDERS. GENR TURNS EVERY ACTIVE INSTRUCTION ON STOIN
      * THAT IS DUE BY THE BUSINESS DATE INTO A 'V' TRANSFER DETAIL IN
      * AN INPFILE BATCH ON STOBAT FOR FINALCBL, MOVES ITS NEXT DUE DATE
      * ON BY ITS FREQUENCY AND WRITES THE UPDATED INSTRUCTION FILE TO
      * STOOUT (STOOUT BECOMES TOMORROW'S STOIN ONCE THE RUN ENDS
      * CLEAN, SO A FAILED RUN IS SIMPLY RERUN FROM THE SAME STOIN).
      * STOGEN LISTS THE GENERATED DETAILS IN BATCH ORDER. ACKR, RUN
      * AFTER FINALCBL, PAIRS STOGEN WITH THE BATCH'S ACKFILE
      * DISPOSITIONS AND REPORTS EVERY STANDING ORDER NOT POSTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STO-IN-FILE ASSIGN TO STOIN
                           FILE STATUS IS STATUS-STI.
           SELECT STO-OUT-FILE ASSIGN TO STOOUT
                           FILE STATUS IS STATUS-STO.
           SELECT GEN-FILE ASSIGN TO STOGEN
                           FILE STATUS IS STATUS-GEN.
           SELECT BAT-FILE ASSIGN TO STOBAT
                           FILE STATUS IS STATUS-BAT.
           SELECT ACK-FILE ASSIGN TO ACKFILE
                           FILE STATUS IS STATUS-ACK.
           SELECT RPT-FILE ASSIGN TO STORPT
                           FILE STATUS IS STATUS-RPT.
       DATA DIVISION.
       FILE SECTION.
      * ONE STANDING INSTRUCTION: DEBIT STO-SRC, CREDIT STO-TGT WITH
      * STO-AMOUNT IN THE SOURCE CURRENCY (FINALSUB CONVERTS A CROSS-
      * CURRENCY LEG AT THE DAY'S FXRATES RATE).
      *   STO-FREQ     D DAILY, W WEEKLY, M MONTHLY, Q QUARTERLY,
      *                Y YEARLY
      *   STO-DUE-DAY  DAY OF MONTH AN M/Q/Y ORDER FALLS ON - SHORT
      *                MONTHS USE THEIR LAST DAY. ZERO IS TAKEN FROM
      *                STO-NEXT-DUE THE FIRST TIME THE ORDER IS PAID.
      *   STO-END-DATE ZERO FOR NO END DATE
      *   STO-STATUS   A ACTIVE, S SUSPENDED, E ENDED (SET HERE ONCE
      *                THE NEXT DUE DATE PASSES THE END DATE),
      *                C CANCELLED
       FD  STO-IN-FILE RECORDING MODE F.
       01  STO-IN-REC                    PIC X(100).
       FD  STO-OUT-FILE RECORDING MODE F.
       01  STO-OUT-REC                   PIC X(100).
      * ONE RECORD PER GENERATED DETAIL, IN STOBAT ORDER.
       FD  GEN-FILE RECORDING MODE F.
       01  GEN-REC.
           05 SG-BATCH-ID                PIC X(8).
           05 SG-SEQ                     PIC 9(5).
           05 SG-INSTR-ID                PIC X(8).
           05 SG-SRC-ID                  PIC 9(5).
           05 SG-SRC-CUR                 PIC 9(3).
           05 SG-TGT-ID                  PIC 9(5).
           05 SG-TGT-CUR                 PIC 9(3).
           05 SG-AMOUNT                  PIC 9(13).
           05 SG-DUE-DATE                PIC 9(8).
           05 FILLER                     PIC X(2).
      * STANDING-ORDER BATCH IN THE INPFILE LAYOUT.
       FD  BAT-FILE RECORDING MODE F.
       01  BAT-REC                       PIC X(166).
      * FINALCBL ACKNOWLEDGMENT FILE. SEE FINALCBL FOR THE LAYOUT.
       FD  ACK-FILE RECORDING MODE F.
       01  ACK-REC.
           05 ACKD-TYPE                  PIC X(1).
           05 ACKD-ID                    PIC X(5).
           05 ACKD-CUR                   PIC X(3).
           05 ACKD-TXN-TYPE              PIC X(1).
           05 ACKD-DISP                  PIC X(1).
           05 ACKD-RC                    PIC 9(2).
           05 ACKD-REASON                PIC X(87).
       01  ACK-HDR-REC.
           05 ACKH-TYPE                  PIC X(1).
           05 ACKH-BATCH-ID              PIC X(8).
           05 ACKH-ORIGIN                PIC X(8).
           05 ACKH-BUS-DATE              PIC 9(8).
           05 FILLER                     PIC X(75).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE                   PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-STI                 PIC 9(2).
              88 STI-SUCC                          VALUE 00 97.
              88 STI-EOF                           VALUE 10.
           05 STATUS-STO                 PIC 9(2).
              88 STO-SUCC                          VALUE 00 97.
           05 STATUS-GEN                 PIC 9(2).
              88 GEN-SUCC                          VALUE 00 97.
              88 GEN-EOF                           VALUE 10.
           05 STATUS-BAT                 PIC 9(2).
              88 BAT-SUCC                          VALUE 00 97.
           05 STATUS-ACK                 PIC 9(2).
              88 ACK-SUCC                          VALUE 00 97.
              88 ACK-EOF                           VALUE 10.
           05 STATUS-RPT                 PIC 9(2).
              88 RPT-SUCC                          VALUE 00 97.
           05 WS-RUN-MODE                PIC X(4).
              88 GENERATE-MODE                     VALUE 'GENR'.
              88 ACK-MODE                          VALUE 'ACKR'.
              88 MODE-VALID                        VALUE 'GENR' 'ACKR'.
           05 WS-IN-BATCH-FLG            PIC X(1)  VALUE 'N'.
              88 IN-BATCH                          VALUE 'Y'.
           05 WS-BATCH-SEEN-FLG          PIC X(1)  VALUE 'N'.
              88 BATCH-SEEN                        VALUE 'Y'.
       01  WS-STO-REC.
           05 STO-INSTR-ID               PIC X(8).
           05 STO-SRC-ID                 PIC X(5).
           05 STO-SRC-CUR                PIC X(3).
           05 STO-TGT-ID                 PIC X(5).
           05 STO-TGT-CUR                PIC X(3).
           05 STO-AMOUNT                 PIC 9(13).
           05 STO-FREQ                   PIC X(1).
              88 STO-FREQ-VALID                    VALUE 'D' 'W' 'M'
                                                         'Q' 'Y'.
           05 STO-NEXT-DUE               PIC 9(8).
           05 STO-END-DATE               PIC 9(8).
           05 STO-STATUS                 PIC X(1).
              88 STO-ACTIVE                        VALUE 'A'.
           05 STO-DUE-DAY                PIC 9(2).
           05 STO-LAST-GEN-DATE          PIC 9(8).
           05 STO-LAST-BATCH-ID          PIC X(8).
           05 STO-GEN-COUNT              PIC 9(5).
           05 FILLER                     PIC X(22).
       01  WS-PARM                       PIC X(20).
       01  WS-PARM-DATE                  PIC X(10).
       01  WS-BUS-DATE                   PIC 9(8)  VALUE 0.
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
      * BATCH ID 'SO' + YYMMDD - FINALCBL REFUSES A SECOND COPY, SO A
      * GENR RERUN FOR THE SAME DAY CANNOT PAY TWICE.
       01  WS-BATCH-ID.
           05 WS-BATCH-PFX               PIC X(2)  VALUE 'SO'.
           05 WS-BATCH-DATE              PIC X(6).
      * SAME CURRENCY TABLE FINALCBL VALIDATES AGAINST (CURRTAB).
      *   840 = USD   124 = CAD   978 = EUR   826 = GBP   392 = JPY
       01  WS-CURRTAB-VALUES.
           05 FILLER                     PIC X(15) VALUE
              '840124978826392'.
       01  WS-CURRTAB REDEFINES WS-CURRTAB-VALUES.
           05 WS-CURR-CODE               PIC X(3) OCCURS 5 TIMES.
       01  WS-REASON                     PIC X(30).
       01  WS-NOTE                       PIC X(30).
       01  WS-REJ-REASON                 PIC X(87).
      * DATE ARITHMETIC FOR THE NEXT DUE DATE.
       01  WS-DATE-WORK                  PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DW-YYYY                 PIC 9(4).
           05 WS-DW-MM                   PIC 9(2).
           05 WS-DW-DD                   PIC 9(2).
       01  WS-LAST-DAY-WORK              PIC 9(8).
       01  WS-LAST-DAY-PARTS REDEFINES WS-LAST-DAY-WORK.
           05 WS-LD-YYYY                 PIC 9(4).
           05 WS-LD-MM                   PIC 9(2).
           05 WS-LD-DD                   PIC 9(2).
       01  WS-PAID-DUE                   PIC 9(8)  VALUE 0.
       77  WS-MONTHS                     PIC 9(2)  VALUE 0.
       77  WS-MONTH-TOTAL                PIC 9(6)  VALUE 0.
      * INPFILE RECORDS - SAME LAYOUTS FINALCBL READS.
       01  WS-DETAIL.
           05 DTL-PROCESS-TYPE           PIC X(1).
           05 DTL-ID                     PIC X(5).
           05 DTL-CUR                    PIC X(3).
           05 DTL-FNAME                  PIC X(15).
           05 DTL-LNAME                  PIC X(15).
           05 DTL-AMOUNT                 PIC S9(13)
                                          SIGN IS LEADING SEPARATE.
           05 DTL-EFF-DATE               PIC 9(8).
           05 DTL-XFER-TO-ID             PIC X(5).
           05 DTL-XFER-TO-CUR            PIC X(3).
           05 FILLER                     PIC X(97).
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
       01  WS-AMT-HASH                   PIC S9(15) VALUE 0.
       01  WS-ID-HASH                    PIC 9(15) VALUE 0.
       01  WS-LINE                       PIC X(100).
       01  WS-AMT-EDIT                   PIC -(15)9.
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       01  WS-RC-EDIT                    PIC 99.
       77  WS-CUR-IDX                    PIC 9(2)  VALUE 0.
       77  WS-SRC-FOUND                  PIC X(1)  VALUE 'N'.
       77  WS-TGT-FOUND                  PIC X(1)  VALUE 'N'.
       77  WS-READ-CNT                   PIC 9(7)  VALUE 0.
       77  WS-NOT-ACTIVE-CNT             PIC 9(7)  VALUE 0.
       77  WS-NOT-DUE-CNT                PIC 9(7)  VALUE 0.
       77  WS-GEN-CNT                    PIC 9(7)  VALUE 0.
       77  WS-MISSED-CNT                 PIC 9(7)  VALUE 0.
       77  WS-ENDED-CNT                  PIC 9(7)  VALUE 0.
       77  WS-INVALID-CNT                PIC 9(7)  VALUE 0.
       77  WS-ACK-DTL-CNT                PIC 9(7)  VALUE 0.
       77  WS-POSTED-CNT                 PIC 9(7)  VALUE 0.
       77  WS-REJECT-CNT                 PIC 9(7)  VALUE 0.
       77  WS-UNMATCHED-CNT              PIC 9(7)  VALUE 0.
       77  WS-MISSED-NOW                 PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-PARM.
           PERFORM 0100-OPEN-FILES.
           IF GENERATE-MODE
              PERFORM 0200-GENERATE
           ELSE
              PERFORM 0500-RECONCILE-ACK
           END-IF.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           STOP RUN.
      *
       0050-GET-PARM.
           MOVE SPACES TO WS-PARM WS-RUN-MODE WS-PARM-DATE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL ' '
              INTO WS-RUN-MODE WS-PARM-DATE.
           IF NOT MODE-VALID
              DISPLAY "FINALSTO - INVALID PARAMETER: " WS-PARM
              DISPLAY "USAGE: GENR [YYYYMMDD]  (GENERATE THE DAY'S"
                 " STANDING-ORDER BATCH)"
              DISPLAY "       ACKR [YYYYMMDD]  (REPORT STANDING ORDERS"
                 " FINALCBL DID NOT POST)"
              STOP RUN
           END-IF.
           IF WS-PARM-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
           ELSE
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-PARM-DATE TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN NOT = 8 OR WS-PARM-DATE(1:8) NOT NUMERIC
                 DISPLAY "FINALSTO - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: GENR|ACKR [YYYYMMDD]"
                 STOP RUN
              END-IF
              MOVE WS-PARM-DATE(1:8) TO WS-BUS-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE) NOT = 0
                 DISPLAY "FINALSTO - INVALID BUSINESS DATE: "
                    WS-PARM-DATE
                 STOP RUN
              END-IF
           END-IF.
           MOVE WS-BUS-DATE(3:6) TO WS-BATCH-DATE.
      *
       0100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCC
              DISPLAY "STORPT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF GENERATE-MODE
              OPEN INPUT STO-IN-FILE
              OPEN OUTPUT STO-OUT-FILE
              OPEN OUTPUT GEN-FILE
              OPEN OUTPUT BAT-FILE
              IF NOT STI-SUCC
                 DISPLAY "STOIN NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              IF NOT STO-SUCC
                 DISPLAY "STOOUT NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              IF NOT GEN-SUCC
                 DISPLAY "STOGEN NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              IF NOT BAT-SUCC
                 DISPLAY "STOBAT NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              MOVE SPACES TO WS-BATCH-HDR
              MOVE 'H' TO HDR-TYPE
              MOVE WS-BATCH-ID TO HDR-BATCH-ID
              MOVE 'FINALSTO' TO HDR-ORIGIN
              MOVE WS-BUS-DATE TO HDR-BUS-DATE
              WRITE BAT-REC FROM WS-BATCH-HDR
              MOVE "FINALSTO - STANDING ORDERS GENERATED FOR "
                 TO WS-LINE(1:41)
              MOVE WS-BUS-DATE TO WS-LINE(42:8)
              MOVE "BATCH" TO WS-LINE(52:5)
              MOVE WS-BATCH-ID TO WS-LINE(58:8)
              PERFORM 0700-WRITE-LINE
              MOVE "INSTR     SOURCE    TARGET" TO WS-LINE(1:26)
              MOVE "AMOUNT  DUE       NEXT DUE  NOTE"
                 TO WS-LINE(43:32)
              PERFORM 0700-WRITE-LINE
           ELSE
              OPEN INPUT GEN-FILE
              OPEN INPUT ACK-FILE
              IF NOT GEN-SUCC
                 DISPLAY "STOGEN NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              IF NOT ACK-SUCC
                 DISPLAY "ACKFILE NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              MOVE "FINALSTO - STANDING ORDERS NOT POSTED, BATCH "
                 TO WS-LINE(1:46)
              MOVE WS-BATCH-ID TO WS-LINE(47:8)
              PERFORM 0700-WRITE-LINE
              MOVE "INSTR     SOURCE    TARGET" TO WS-LINE(1:26)
              MOVE "AMOUNT  RC  REASON" TO WS-LINE(43:18)
              PERFORM 0700-WRITE-LINE
           END-IF.
      *
       0200-GENERATE.
           PERFORM 0210-READ-INSTRUCTION.
           PERFORM UNTIL STI-EOF
              ADD 1 TO WS-READ-CNT
              MOVE STO-IN-REC TO WS-STO-REC
              MOVE 0 TO WS-PAID-DUE
              EVALUATE TRUE
                 WHEN NOT STO-ACTIVE
                    ADD 1 TO WS-NOT-ACTIVE-CNT
      * A BAD END DATE WOULD END THE ORDER, OR KEEP PAYING IT, WRONGLY
      * - HOLD IT BEFORE THE EXPIRY TEST BELOW RELIES ON IT.
                 WHEN STO-END-DATE NOT NUMERIC
                    ADD 1 TO WS-INVALID-CNT
                    MOVE "INVALID - END DATE" TO WS-NOTE
                    PERFORM 0600-PRINT-INSTRUCTION
                 WHEN STO-END-DATE > 0
                      AND FUNCTION TEST-DATE-YYYYMMDD(STO-END-DATE)
                          NOT = 0
                    ADD 1 TO WS-INVALID-CNT
                    MOVE "INVALID - END DATE" TO WS-NOTE
                    PERFORM 0600-PRINT-INSTRUCTION
                 WHEN STO-END-DATE > 0
                      AND STO-NEXT-DUE > STO-END-DATE
                    MOVE 'E' TO STO-STATUS
                    ADD 1 TO WS-ENDED-CNT
                    MOVE "ENDED - END DATE PASSED" TO WS-NOTE
                    PERFORM 0600-PRINT-INSTRUCTION
                 WHEN STO-NEXT-DUE > WS-BUS-DATE
                    ADD 1 TO WS-NOT-DUE-CNT
                 WHEN OTHER
                    PERFORM 0300-VALIDATE-INSTRUCTION
                    IF WS-REASON = SPACES
                       PERFORM 0400-GENERATE-PAYMENT
                    ELSE
                       ADD 1 TO WS-INVALID-CNT
                       MOVE WS-REASON TO WS-NOTE
                       PERFORM 0600-PRINT-INSTRUCTION
                    END-IF
              END-EVALUATE
              MOVE WS-STO-REC TO STO-OUT-REC
              WRITE STO-OUT-REC
              PERFORM 0210-READ-INSTRUCTION
           END-PERFORM.
      *
       0210-READ-INSTRUCTION.
           READ STO-IN-FILE
              AT END
                 SET STI-EOF TO TRUE
           END-READ.
      *
      * THE SAME CHECKS FINALCBL APPLIES TO A 'V' DETAIL, SO A BAD
      * INSTRUCTION IS HELD HERE (NOT PAID, NOT ADVANCED) INSTEAD OF
      * BEING REJECTED INSIDE THE BATCH.
       0300-VALIDATE-INSTRUCTION.
           MOVE SPACES TO WS-REASON.
           MOVE 'N' TO WS-SRC-FOUND WS-TGT-FOUND.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1 UNTIL WS-CUR-IDX > 5
              IF STO-SRC-CUR = WS-CURR-CODE(WS-CUR-IDX)
                 MOVE 'Y' TO WS-SRC-FOUND
              END-IF
              IF STO-TGT-CUR = WS-CURR-CODE(WS-CUR-IDX)
                 MOVE 'Y' TO WS-TGT-FOUND
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN STO-SRC-ID NOT NUMERIC OR WS-SRC-FOUND = 'N'
                 MOVE "INVALID - BAD SOURCE KEY" TO WS-REASON
              WHEN STO-TGT-ID NOT NUMERIC OR WS-TGT-FOUND = 'N'
                 MOVE "INVALID - BAD TARGET KEY" TO WS-REASON
              WHEN STO-SRC-ID = STO-TGT-ID
                   AND STO-SRC-CUR = STO-TGT-CUR
                 MOVE "INVALID - SOURCE IS TARGET" TO WS-REASON
              WHEN STO-AMOUNT NOT NUMERIC OR STO-AMOUNT = 0
                 MOVE "INVALID - AMOUNT" TO WS-REASON
              WHEN NOT STO-FREQ-VALID
                 MOVE "INVALID - FREQUENCY" TO WS-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(STO-NEXT-DUE) NOT = 0
                 MOVE "INVALID - NEXT DUE DATE" TO WS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      * ONE PAYMENT PER RUN. DUE DATES THE ORDER FELL BEHIND ON (THE
      * JOB DID NOT RUN, OR THE ORDER WAS SUSPENDED) ARE STEPPED OVER
      * AND REPORTED, NOT PAID IN A LUMP.
       0400-GENERATE-PAYMENT.
           IF STO-DUE-DAY = 0
              MOVE STO-NEXT-DUE(7:2) TO STO-DUE-DAY
           END-IF.
           ADD 1 TO WS-GEN-CNT.
           MOVE SPACES TO WS-DETAIL.
           MOVE 'V' TO DTL-PROCESS-TYPE.
           MOVE STO-SRC-ID TO DTL-ID.
           MOVE STO-SRC-CUR TO DTL-CUR.
           MOVE STO-AMOUNT TO DTL-AMOUNT.
           MOVE 0 TO DTL-EFF-DATE.
           MOVE STO-TGT-ID TO DTL-XFER-TO-ID.
           MOVE STO-TGT-CUR TO DTL-XFER-TO-CUR.
           WRITE BAT-REC FROM WS-DETAIL.
           ADD DTL-AMOUNT TO WS-AMT-HASH.
           ADD FUNCTION NUMVAL(STO-SRC-ID) TO WS-ID-HASH.
           MOVE WS-BATCH-ID TO SG-BATCH-ID.
           MOVE WS-GEN-CNT TO SG-SEQ.
           MOVE STO-INSTR-ID TO SG-INSTR-ID.
           MOVE STO-SRC-ID TO SG-SRC-ID.
           MOVE STO-SRC-CUR TO SG-SRC-CUR.
           MOVE STO-TGT-ID TO SG-TGT-ID.
           MOVE STO-TGT-CUR TO SG-TGT-CUR.
           MOVE STO-AMOUNT TO SG-AMOUNT.
           MOVE STO-NEXT-DUE TO SG-DUE-DATE.
           WRITE GEN-REC.
           MOVE STO-NEXT-DUE TO WS-PAID-DUE.
           MOVE WS-BUS-DATE TO STO-LAST-GEN-DATE.
           MOVE WS-BATCH-ID TO STO-LAST-BATCH-ID.
           ADD 1 TO STO-GEN-COUNT.
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-MISSED-NOW.
           PERFORM 0450-ADVANCE-DUE-DATE.
           PERFORM UNTIL STO-NEXT-DUE > WS-BUS-DATE
              ADD 1 TO WS-MISSED-NOW
              PERFORM 0450-ADVANCE-DUE-DATE
           END-PERFORM.
           IF WS-MISSED-NOW > 0
              ADD WS-MISSED-NOW TO WS-MISSED-CNT
              STRING "PAID ONCE, " WS-MISSED-NOW " DATES SKIPPED"
                 DELIMITED BY SIZE INTO WS-NOTE
           END-IF.
           IF STO-END-DATE > 0 AND STO-NEXT-DUE > STO-END-DATE
              MOVE 'E' TO STO-STATUS
              ADD 1 TO WS-ENDED-CNT
              IF WS-NOTE = SPACES
                 MOVE "LAST PAYMENT - ORDER ENDED" TO WS-NOTE
              END-IF
           END-IF.
           PERFORM 0600-PRINT-INSTRUCTION.
      *
       0450-ADVANCE-DUE-DATE.
           EVALUATE STO-FREQ
              WHEN 'D'
                 COMPUTE STO-NEXT-DUE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(STO-NEXT-DUE) + 1)
              WHEN 'W'
                 COMPUTE STO-NEXT-DUE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(STO-NEXT-DUE) + 7)
              WHEN 'M'
                 MOVE 1 TO WS-MONTHS
                 PERFORM 0460-ADD-MONTHS
              WHEN 'Q'
                 MOVE 3 TO WS-MONTHS
                 PERFORM 0460-ADD-MONTHS
              WHEN 'Y'
                 MOVE 12 TO WS-MONTHS
                 PERFORM 0460-ADD-MONTHS
           END-EVALUATE.
      *
      * MOVE STO-NEXT-DUE ON WS-MONTHS MONTHS TO STO-DUE-DAY, OR TO THE
      * LAST DAY OF THE MONTH WHEN THE MONTH IS SHORTER.
       0460-ADD-MONTHS.
           MOVE STO-NEXT-DUE TO WS-DATE-WORK.
           COMPUTE WS-MONTH-TOTAL = WS-DW-YYYY * 12 + WS-DW-MM - 1
                                  + WS-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-DW-YYYY
              REMAINDER WS-DW-MM.
           ADD 1 TO WS-DW-MM.
           MOVE 1 TO WS-DW-DD.
      *    FIRST OF THE FOLLOWING MONTH LESS ONE DAY = LAST DAY.
           ADD 1 TO WS-MONTH-TOTAL.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-LD-YYYY
              REMAINDER WS-LD-MM.
           ADD 1 TO WS-LD-MM.
           MOVE 1 TO WS-LD-DD.
           COMPUTE WS-LAST-DAY-WORK = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-LAST-DAY-WORK) - 1).
           IF STO-DUE-DAY > WS-LD-DD
              MOVE WS-LD-DD TO WS-DW-DD
           ELSE
              MOVE STO-DUE-DAY TO WS-DW-DD
           END-IF.
           MOVE WS-DATE-WORK TO STO-NEXT-DUE.
      *
      * WALK THE ACKFILE FOR THIS DAY'S BATCH; ITS 'D' RECORDS COME
      * BACK IN STOBAT ORDER, SO THE N-TH DISPOSITION BELONGS TO THE
      * N-TH STOGEN RECORD. ONLY A 'V' ACKNOWLEDGED 'A' WITH THE
      * OUTFILE TEXT 'OK' POSTED - ACKD-RC IS ONLY THE FILE STATUS.
      * THE KEYS ARE COMPARED FIRST: A DISPOSITION WHOSE KEY IS NOT THE
      * INSTRUCTION'S SOURCE MEANS THE FILES ARE OUT OF STEP, AND IT IS
      * REPORTED WHATEVER IT SAYS RATHER THAN CREDITED.
       0500-RECONCILE-ACK.
           PERFORM 0510-READ-ACK.
           PERFORM UNTIL ACK-EOF
              EVALUATE ACKD-TYPE
                 WHEN 'H'
                    IF ACKH-BATCH-ID = WS-BATCH-ID
                       MOVE 'Y' TO WS-IN-BATCH-FLG WS-BATCH-SEEN-FLG
                    ELSE
                       MOVE 'N' TO WS-IN-BATCH-FLG
                    END-IF
                 WHEN 'D'
                    IF IN-BATCH
                       PERFORM 0520-MATCH-DISPOSITION
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO WS-IN-BATCH-FLG
              END-EVALUATE
              PERFORM 0510-READ-ACK
           END-PERFORM.
           PERFORM 0530-READ-GENERATED.
           PERFORM UNTIL GEN-EOF
              IF SG-BATCH-ID = WS-BATCH-ID
                 ADD 1 TO WS-UNMATCHED-CNT
                 MOVE 0 TO WS-RC-EDIT
                 MOVE "NO DISPOSITION ON ACKFILE" TO WS-REJ-REASON
                 PERFORM 0650-PRINT-REJECT
              END-IF
              PERFORM 0530-READ-GENERATED
           END-PERFORM.
           IF NOT BATCH-SEEN
              MOVE "BATCH NOT FOUND ON ACKFILE - NOT YET APPLIED?"
                 TO WS-LINE(1:45)
              PERFORM 0700-WRITE-LINE
           END-IF.
           IF NOT BATCH-SEEN OR WS-REJECT-CNT > 0
              OR WS-UNMATCHED-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       0510-READ-ACK.
           READ ACK-FILE
              AT END
                 SET ACK-EOF TO TRUE
           END-READ.
      *
       0520-MATCH-DISPOSITION.
           ADD 1 TO WS-ACK-DTL-CNT.
           PERFORM 0530-READ-GENERATED.
           PERFORM UNTIL GEN-EOF OR SG-BATCH-ID = WS-BATCH-ID
              PERFORM 0530-READ-GENERATED
           END-PERFORM.
           IF GEN-EOF
              ADD 1 TO WS-UNMATCHED-CNT
              MOVE SPACES TO WS-LINE
              STRING "ACKFILE DETAIL " ACKD-ID "/" ACKD-CUR
                 " HAS NO STOGEN RECORD" DELIMITED BY SIZE
                 INTO WS-LINE
              PERFORM 0700-WRITE-LINE
           ELSE
              EVALUATE TRUE
                 WHEN ACKD-ID NOT = SG-SRC-ID
                      OR ACKD-CUR NOT = SG-SRC-CUR
                    ADD 1 TO WS-UNMATCHED-CNT
                    MOVE ACKD-RC TO WS-RC-EDIT
                    MOVE SPACES TO WS-REJ-REASON
                    STRING "OUT OF STEP - ACKFILE KEY " ACKD-ID "/"
                       ACKD-CUR " DISP " ACKD-DISP " " ACKD-REASON
                       DELIMITED BY SIZE INTO WS-REJ-REASON
                    PERFORM 0650-PRINT-REJECT
                 WHEN ACKD-DISP = 'A' AND ACKD-REASON = 'OK'
                    ADD 1 TO WS-POSTED-CNT
                 WHEN OTHER
                    ADD 1 TO WS-REJECT-CNT
                    MOVE ACKD-RC TO WS-RC-EDIT
                    MOVE ACKD-REASON TO WS-REJ-REASON
                    PERFORM 0650-PRINT-REJECT
              END-EVALUATE
           END-IF.
      *
       0530-READ-GENERATED.
           READ GEN-FILE
              AT END
                 SET GEN-EOF TO TRUE
           END-READ.
      *
       0600-PRINT-INSTRUCTION.
           MOVE SPACES TO WS-LINE.
           MOVE STO-INSTR-ID TO WS-LINE(1:8).
           MOVE STO-SRC-ID TO WS-LINE(11:5).
           MOVE '/' TO WS-LINE(16:1).
           MOVE STO-SRC-CUR TO WS-LINE(17:3).
           MOVE STO-TGT-ID TO WS-LINE(21:5).
           MOVE '/' TO WS-LINE(26:1).
           MOVE STO-TGT-CUR TO WS-LINE(27:3).
           IF STO-AMOUNT NUMERIC
              MOVE STO-AMOUNT TO WS-AMT-EDIT
              MOVE WS-AMT-EDIT TO WS-LINE(33:16)
           END-IF.
           IF WS-PAID-DUE > 0
              MOVE WS-PAID-DUE TO WS-LINE(51:8)
              MOVE STO-NEXT-DUE TO WS-LINE(61:8)
           ELSE
              MOVE STO-NEXT-DUE TO WS-LINE(51:8)
           END-IF.
           MOVE WS-NOTE TO WS-LINE(71:30).
           PERFORM 0700-WRITE-LINE.
      *
       0650-PRINT-REJECT.
           MOVE SPACES TO WS-LINE.
           MOVE SG-INSTR-ID TO WS-LINE(1:8).
           MOVE SG-SRC-ID TO WS-LINE(11:5).
           MOVE '/' TO WS-LINE(16:1).
           MOVE SG-SRC-CUR TO WS-LINE(17:3).
           MOVE SG-TGT-ID TO WS-LINE(21:5).
           MOVE '/' TO WS-LINE(26:1).
           MOVE SG-TGT-CUR TO WS-LINE(27:3).
           MOVE SG-AMOUNT TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT TO WS-LINE(33:16).
           MOVE WS-RC-EDIT TO WS-LINE(51:2).
           MOVE WS-REJ-REASON(1:46) TO WS-LINE(55:46).
           PERFORM 0700-WRITE-LINE.
           IF WS-REJ-REASON(47:41) NOT = SPACES
              MOVE WS-REJ-REASON(47:41) TO WS-LINE(55:41)
              PERFORM 0700-WRITE-LINE
           END-IF.
      *
       0700-WRITE-LINE.
           MOVE WS-LINE TO RPT-LINE.
           WRITE RPT-REC.
           MOVE SPACES TO WS-LINE.
      *
       0800-CLOSE-FILES.
           IF GENERATE-MODE
              MOVE SPACES TO WS-BATCH-TRL
              MOVE 'T' TO TRL-TYPE
              MOVE WS-GEN-CNT TO TRL-COUNT
              MOVE WS-AMT-HASH TO TRL-AMT-HASH
              MOVE WS-ID-HASH TO TRL-ID-HASH
              WRITE BAT-REC FROM WS-BATCH-TRL
              CLOSE STO-IN-FILE
              CLOSE STO-OUT-FILE
              CLOSE BAT-FILE
           ELSE
              CLOSE ACK-FILE
           END-IF.
           CLOSE GEN-FILE.
           CLOSE RPT-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALSTO - STANDING ORDER TOTALS (" WS-RUN-MODE ")".
           DISPLAY "=========================================".
           DISPLAY "BUSINESS DATE .................... " WS-BUS-DATE.
           DISPLAY "BATCH ID ......................... " WS-BATCH-ID.
           IF GENERATE-MODE
              MOVE WS-READ-CNT TO WS-CNT-EDIT
              DISPLAY "INSTRUCTIONS READ ................ " WS-CNT-EDIT
              MOVE WS-NOT-ACTIVE-CNT TO WS-CNT-EDIT
              DISPLAY "NOT ACTIVE (SKIPPED) ............. " WS-CNT-EDIT
              MOVE WS-NOT-DUE-CNT TO WS-CNT-EDIT
              DISPLAY "NOT YET DUE ...................... " WS-CNT-EDIT
              MOVE WS-GEN-CNT TO WS-CNT-EDIT
              DISPLAY "PAYMENTS GENERATED ............... " WS-CNT-EDIT
              MOVE WS-MISSED-CNT TO WS-CNT-EDIT
              DISPLAY "EARLIER DUE DATES SKIPPED ........ " WS-CNT-EDIT
              MOVE WS-ENDED-CNT TO WS-CNT-EDIT
              DISPLAY "ORDERS ENDED ..................... " WS-CNT-EDIT
              MOVE WS-INVALID-CNT TO WS-CNT-EDIT
              DISPLAY "INVALID, HELD .................... " WS-CNT-EDIT
              MOVE WS-AMT-HASH TO WS-AMT-EDIT
              DISPLAY "AMOUNT HASH (TRAILER) ....." WS-AMT-EDIT
           ELSE
              MOVE WS-ACK-DTL-CNT TO WS-CNT-EDIT
              DISPLAY "ACKFILE DETAILS FOR BATCH ........ " WS-CNT-EDIT
              MOVE WS-POSTED-CNT TO WS-CNT-EDIT
              DISPLAY "POSTED ........................... " WS-CNT-EDIT
              MOVE WS-REJECT-CNT TO WS-CNT-EDIT
              DISPLAY "REJECTED ......................... " WS-CNT-EDIT
              MOVE WS-UNMATCHED-CNT TO WS-CNT-EDIT
              DISPLAY "UNMATCHED ........................ " WS-CNT-EDIT
              IF NOT BATCH-SEEN
                 DISPLAY "BATCH " WS-BATCH-ID " NOT FOUND ON ACKFILE"
              END-IF
           END-IF.
           DISPLAY "=========================================".
