                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CST-ID
                           FILE STATUS IS STATUS-CST.
           SELECT OPTIONAL FXR-FILE ASSIGN TO FXRATES
                           FILE STATUS IS STATUS-FXR.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
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
      * CUSTOMER ADDRESS/CONTACT DETAIL, ONE RECORD PER IDX-ID,
      * SHARED ACROSS THAT CUSTOMER'S CURRENCY ACCOUNTS.
       FD  CUST-FILE.
           05 CST-CITY                    PIC X(20).
           05 CST-POSTAL-CODE             PIC X(10).
           05 CST-PHONE                   PIC X(15).
      * SAME LAYOUT AS FINALFXR: USD PER UNIT OF THE QUOTED CURRENCY,
      * ONE RATE PER CURRENCY PER BUSINESS DATE.
       FD  FXR-FILE RECORDING MODE F.
       01  FXR-REC.
           05 FXR-CUR                    PIC 9(3).
           05 FXR-DATE                   PIC 9(8).
           05 FXR-RATE                   PIC 9(3)V9(7).
       WORKING-STORAGE SECTION.
       01  WS-TODAY                      PIC 9(8).
       01  WS-TODAY-JUL                  PIC 9(7).
           05 STATUS-CST                 PIC 9(2).
              88 CST-SUCC                          VALUE 00 05 97.
              88 CST-NOT-FOUND                     VALUE 23.
           05 STATUS-FXR                 PIC 9(2).
              88 FXR-SUCC                          VALUE 00 05 97.
              88 FXR-EOF                           VALUE 10.
       01  WS-AUDIT-BEFORE.
           05 WS-AUD-BEFORE-FNAME        PIC X(15).
           05 WS-AUD-BEFORE-LNAME        PIC X(15).
           05 WS-GRP-KEY.
              07 WS-GRP-ID               PIC S9(5)  COMP-3.
              07 WS-GRP-CUR              PIC S9(3)  COMP.
      * MAKER OF THE DETAIL THAT OPENED THE GROUP - THE 'G' FLUSH
      * ENTRY CARRIES IT SINCE ONE SORTED RUN COMES FROM ONE ORIGIN.
           05 WS-GRP-MAKER-ID            PIC X(8).
       01  WS-GROUP-REC.
           05 WS-GR-FNAME                PIC X(15).
           05 WS-GR-LNAME                PIC X(15).
           05 WS-GB-BAL                  PIC S9(15).
           05 WS-GB-LIMIT                PIC S9(15).
           05 WS-GB-STATUS               PIC X(1).
      * TRANSFER WORK AREAS. BOTH ACCOUNTS ARE READ AND CHECKED BEFORE
      * EITHER IS REWRITTEN; THE BEFORE IMAGES ARE KEPT SO THE DEBIT
      * CAN BE BACKED OUT IF THE CREDIT LEG CANNOT BE WRITTEN.
       01  WS-AUD-XREF.
           05 WS-AUD-TXN-REF             PIC X(16) VALUE SPACES.
           05 WS-AUD-CTR-ID              PIC S9(5) VALUE 0.
           05 WS-AUD-CTR-CUR             PIC S9(3) VALUE 0.
       01  WS-XFER-SRC.
           05 WS-XS-KEY.
              07 WS-XS-ID                PIC S9(5)  COMP-3.
              07 WS-XS-CUR               PIC S9(3)  COMP.
           05 WS-XS-FNAME                PIC X(15).
           05 WS-XS-LNAME                PIC X(15).
           05 WS-XS-DATE                 PIC S9(7)  COMP-3.
           05 WS-XS-BAL                  PIC S9(15) COMP-3.
           05 WS-XS-LIMIT                PIC S9(15) COMP-3.
           05 WS-XS-STATUS               PIC X(1).
              88 XS-FROZEN-OR-CLOSED             VALUE 'F' 'C'.
       01  WS-XFER-TGT.
           05 WS-XT-KEY.
              07 WS-XT-ID                PIC S9(5)  COMP-3.
              07 WS-XT-CUR               PIC S9(3)  COMP.
           05 WS-XT-FNAME                PIC X(15).
           05 WS-XT-LNAME                PIC X(15).
           05 WS-XT-DATE                 PIC S9(7)  COMP-3.
           05 WS-XT-BAL                  PIC S9(15) COMP-3.
           05 WS-XT-LIMIT                PIC S9(15) COMP-3.
           05 WS-XT-STATUS               PIC X(1).
              88 XT-FROZEN-OR-CLOSED             VALUE 'F' 'C'.
       01  WS-XFER-SRC-AFT               PIC X(56).
       01  WS-XFER-TGT-AFT               PIC X(56).
       01  WS-XFER-CR-AMT                PIC S9(13) VALUE 0.
       01  WS-FX-OK                      PIC X(1) VALUE 'N'.
           88 FX-OK                             VALUE 'Y'.
      * RATES ARE CACHED FOR ONE BUSINESS DATE AND RELOADED FROM
      * FXRATES ONLY WHEN A TRANSFER CARRIES A DIFFERENT DATE.
       01  WS-FX-DATE                    PIC 9(8) VALUE 0.
       01  WS-FX-SRC-RATE                PIC 9(3)V9(7) VALUE 0.
       01  WS-FX-TGT-RATE                PIC 9(3)V9(7) VALUE 0.
       01  WS-FX-SEEK                    PIC S9(3) VALUE 0.
       77  WS-FX-IDX                     PIC 9(3)  VALUE 0.
       77  WS-FX-ENTRIES                 PIC 9(3)  VALUE 0.
       77  WS-FX-MAX                     PIC 9(3)  VALUE 20.
       77  WS-FX-MATCH                   PIC 9(3)  VALUE 0.
       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 20 TIMES.
              07 WS-FX-CUR               PIC S9(3).
              07 WS-FX-RATE              PIC 9(3)V9(7).
       LINKAGE SECTION.
       01  LS-SUB-DATA.
           05 SUB-IDX-ID                     PIC X(5).
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
              88 SUB-RC-CUST-ERR               VALUE 76.
              88 SUB-RC-INVALID-TYPE           VALUE 81.
              88 SUB-RC-INVALID-KEY            VALUE 82.
              88 SUB-RC-INVALID-XFER           VALUE 83.
              88 SUB-RC-UEXP-PRCSS-TYPE        VALUE 99.
           05 SUB-OLD-FNAME                  PIC X(15).
           05 SUB-OLD-LNAME                  PIC X(15).
              88 SUB-CLSE-P                    VALUE 'X'.
              88 SUB-STAT-P                    VALUE 'F' 'N' 'X'.
              88 SUB-CUST-P                    VALUE 'M'.
              88 SUB-XFER-P                    VALUE 'V'.
           05 SUB-IN-FNAME                   PIC X(15).
           05 SUB-IN-LNAME                   PIC X(15).
           05 SUB-IN-AMOUNT                  PIC S9(13).
           05 SUB-IN-CITY                    PIC X(20).
           05 SUB-IN-POSTAL                  PIC X(10).
           05 SUB-IN-PHONE                   PIC X(15).
      * TRANSFER ('V') ONLY: CREDIT ACCOUNT, BUSINESS DATE FOR THE FX
      * RATE LOOKUP AND THE REFERENCE SHARED BY BOTH JOURNAL LEGS.
      * SUB-XFER-CR-AMT RETURNS THE AMOUNT CREDITED IN TARGET CURRENCY.
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
                          PERFORM 0700-LIMIT-UPDATE
                       WHEN SUB-STAT-P
                          PERFORM 0750-STATUS-UPDATE
                       WHEN SUB-XFER-P
                          PERFORM 0650-TRANSFER
                       WHEN OTHER
                          SET SUB-RC-UEXP-PRCSS-TYPE TO TRUE
                    END-EVALUATE
           END-IF.
           GOBACK.
      *
      * ACCOUNT-TO-ACCOUNT TRANSFER ('V'). SUB-IN-AMOUNT IS DEBITED
      * FROM SUB-IDX-ID/CUR AND, CONVERTED AT THE BUSINESS DATE'S
      * FXRATES RATE WHEN THE CURRENCIES DIFFER, CREDITED TO
      * SUB-TO-IDX-ID/CUR. BOTH LEGS ARE VALIDATED BEFORE EITHER IS
      * WRITTEN, AND A FAILED CREDIT REWRITE BACKS THE DEBIT OUT, SO
      * EITHER BOTH LEGS POST OR NEITHER DOES. THE TWO AUDIT IMAGES
      * CARRY THE SAME AUD-TXN-REF AND POINT AT EACH OTHER'S KEY.
       0650-TRANSFER.
           MOVE 0 TO SUB-XFER-CR-AMT.
           MOVE SUB-IDX-ID TO IDX-ID.
           MOVE SUB-IDX-CUR TO IDX-CUR.
           READ IDX-FILE KEY IDX-KEY.
           IF NOT IDX-SUCC
              MOVE STATUS-IDX TO SUB-RC
              SET SUB-RC-XFER-ERR TO TRUE
              GOBACK
           END-IF.
           MOVE IDX-REC TO WS-XFER-SRC.
           MOVE SUB-TO-IDX-ID TO IDX-ID.
           MOVE SUB-TO-IDX-CUR TO IDX-CUR.
           READ IDX-FILE KEY IDX-KEY.
           IF NOT IDX-SUCC
              MOVE STATUS-IDX TO SUB-RC
              SET SUB-RC-XFER-ERR TO TRUE
              GOBACK
           END-IF.
           MOVE IDX-REC TO WS-XFER-TGT.
           MOVE STATUS-IDX TO SUB-RC.
           IF XS-FROZEN-OR-CLOSED OR XT-FROZEN-OR-CLOSED
              SET SUB-RC-XFER-FRZ TO TRUE
              GOBACK
           END-IF.
           IF WS-XS-BAL - SUB-IN-AMOUNT < 0 - WS-XS-LIMIT
              SET SUB-RC-XFER-LIM TO TRUE
              GOBACK
           END-IF.
           PERFORM 0670-CONVERT-CREDIT.
           IF NOT FX-OK
              SET SUB-RC-XFER-NOFX TO TRUE
              GOBACK
           END-IF.

           MOVE WS-XFER-SRC TO IDX-REC.
           SUBTRACT SUB-IN-AMOUNT FROM BALANCE.
           PERFORM 0240-STAMP-TODAY-DATE.
           REWRITE IDX-REC.
           IF NOT IDX-SUCC
              MOVE STATUS-IDX TO SUB-RC
              SET SUB-RC-XFER-ERR TO TRUE
              GOBACK
           END-IF.
           MOVE IDX-REC TO WS-XFER-SRC-AFT.

           MOVE WS-XFER-TGT TO IDX-REC.
           ADD WS-XFER-CR-AMT TO BALANCE.
           PERFORM 0240-STAMP-TODAY-DATE.
           REWRITE IDX-REC.
           IF NOT IDX-SUCC
              MOVE STATUS-IDX TO SUB-RC
              PERFORM 0655-BACK-OUT-DEBIT
              SET SUB-RC-XFER-ERR TO TRUE
              GOBACK
           END-IF.
           MOVE IDX-REC TO WS-XFER-TGT-AFT.

           MOVE SUB-XFER-REF TO WS-AUD-TXN-REF.
           PERFORM 0660-AUDIT-DEBIT-LEG.
           PERFORM 0665-AUDIT-CREDIT-LEG.
           MOVE SPACES TO WS-AUD-TXN-REF.
           MOVE 0 TO WS-AUD-CTR-ID WS-AUD-CTR-CUR.
           MOVE WS-XFER-CR-AMT TO SUB-XFER-CR-AMT.
           MOVE 00 TO SUB-RC.
           SET SUB-RC-SUCC-XFER TO TRUE.
           GOBACK.
      *
      * THE DEBIT IS ALREADY ON IDXFILE WHEN THE CREDIT FAILS. PUT THE
      * SOURCE BACK EXACTLY AS IT WAS READ; IF EVEN THAT FAILS THE
      * FILE NO LONGER BALANCES AND THE RUN MUST STOP.
       0655-BACK-OUT-DEBIT.
           MOVE WS-XFER-SRC TO IDX-REC.
           REWRITE IDX-REC.
           IF NOT IDX-SUCC
              DISPLAY "FINALSUB - TRANSFER BACK-OUT FAILED RC="
                 STATUS-IDX " ID=" WS-XS-ID " CUR=" WS-XS-CUR
                 " EXITING..."
              STOP RUN
           END-IF.
      *
       0660-AUDIT-DEBIT-LEG.
           MOVE WS-XS-FNAME TO WS-AUD-BEFORE-FNAME.
           MOVE WS-XS-LNAME TO WS-AUD-BEFORE-LNAME.
           MOVE WS-XS-DATE TO WS-AUD-BEFORE-DATE.
           MOVE WS-XS-BAL TO WS-AUD-BEFORE-BAL.
           MOVE WS-XS-LIMIT TO WS-AUD-BEFORE-LIMIT.
           MOVE WS-XS-STATUS TO WS-AUD-BEFORE-STATUS.
           MOVE WS-XT-ID TO WS-AUD-CTR-ID.
           MOVE WS-XT-CUR TO WS-AUD-CTR-CUR.
           MOVE WS-XFER-SRC-AFT TO IDX-REC.
           PERFORM 0900-WRITE-AUDIT.
      *
       0665-AUDIT-CREDIT-LEG.
           MOVE WS-XT-FNAME TO WS-AUD-BEFORE-FNAME.
           MOVE WS-XT-LNAME TO WS-AUD-BEFORE-LNAME.
           MOVE WS-XT-DATE TO WS-AUD-BEFORE-DATE.
           MOVE WS-XT-BAL TO WS-AUD-BEFORE-BAL.
           MOVE WS-XT-LIMIT TO WS-AUD-BEFORE-LIMIT.
           MOVE WS-XT-STATUS TO WS-AUD-BEFORE-STATUS.
           MOVE WS-XS-ID TO WS-AUD-CTR-ID.
           MOVE WS-XS-CUR TO WS-AUD-CTR-CUR.
           MOVE WS-XFER-TGT-AFT TO IDX-REC.
           PERFORM 0900-WRITE-AUDIT.
      *
      * SAME CURRENCY MOVES AT PAR. OTHERWISE BOTH RATES ARE USD PER
      * UNIT, SO TARGET AMOUNT = AMOUNT * SOURCE RATE / TARGET RATE.
      * A MISSING RATE, OR AN AMOUNT THAT ROUNDS TO NOTHING, REFUSES
      * THE TRANSFER RATHER THAN GUESSING.
       0670-CONVERT-CREDIT.
           MOVE 'N' TO WS-FX-OK.
           IF WS-XS-CUR = WS-XT-CUR
              MOVE SUB-IN-AMOUNT TO WS-XFER-CR-AMT
              MOVE 'Y' TO WS-FX-OK
           ELSE
              IF SUB-BUS-DATE NOT = WS-FX-DATE
                 PERFORM 0680-LOAD-FX-RATES
              END-IF
              MOVE 0 TO WS-FX-SRC-RATE WS-FX-TGT-RATE
              MOVE WS-XS-CUR TO WS-FX-SEEK
              PERFORM 0690-FIND-FX-RATE
              IF WS-FX-MATCH > 0
                 MOVE WS-FX-RATE(WS-FX-MATCH) TO WS-FX-SRC-RATE
              END-IF
              MOVE WS-XT-CUR TO WS-FX-SEEK
              PERFORM 0690-FIND-FX-RATE
              IF WS-FX-MATCH > 0
                 MOVE WS-FX-RATE(WS-FX-MATCH) TO WS-FX-TGT-RATE
              END-IF
              IF WS-FX-SRC-RATE > 0 AND WS-FX-TGT-RATE > 0
                 COMPUTE WS-XFER-CR-AMT ROUNDED =
                    SUB-IN-AMOUNT * WS-FX-SRC-RATE / WS-FX-TGT-RATE
                    ON SIZE ERROR
                       MOVE 0 TO WS-XFER-CR-AMT
                 END-COMPUTE
                 IF WS-XFER-CR-AMT > 0
                    MOVE 'Y' TO WS-FX-OK
                 END-IF
              END-IF
           END-IF.
      *
      * USD (840) IS THE BASE CURRENCY AND IS SEEDED AT 1, AS IN
      * FINALFXR; AN FXRATES RECORD FOR 840 MAY OVERRIDE IT.
       0680-LOAD-FX-RATES.
           MOVE SUB-BUS-DATE TO WS-FX-DATE.
           MOVE 1 TO WS-FX-ENTRIES.
           MOVE 840 TO WS-FX-CUR(1).
           MOVE 1 TO WS-FX-RATE(1).
           OPEN INPUT FXR-FILE.
           IF NOT FXR-SUCC
              DISPLAY "FXRATES NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           PERFORM 0685-READ-FX-RATE.
           PERFORM UNTIL FXR-EOF
              IF FXR-CUR NOT NUMERIC OR FXR-DATE NOT NUMERIC
                 OR FXR-RATE NOT NUMERIC
                 DISPLAY "FINALSUB - INVALID FXRATES RECORD: "
                    FXR-REC " EXITING..."
                 STOP RUN
              END-IF
              IF FXR-DATE = WS-FX-DATE
                 MOVE FXR-CUR TO WS-FX-SEEK
                 PERFORM 0690-FIND-FX-RATE
                 IF WS-FX-MATCH = 0
                    IF WS-FX-ENTRIES >= WS-FX-MAX
                       DISPLAY "FINALSUB - FXRATES EXCEEDS "
                          WS-FX-ENTRIES " CURRENCIES. EXITING..."
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-FX-ENTRIES
                    MOVE WS-FX-ENTRIES TO WS-FX-MATCH
                    MOVE FXR-CUR TO WS-FX-CUR(WS-FX-MATCH)
                 END-IF
                 MOVE FXR-RATE TO WS-FX-RATE(WS-FX-MATCH)
              END-IF
              PERFORM 0685-READ-FX-RATE
           END-PERFORM.
           CLOSE FXR-FILE.
      *
       0685-READ-FX-RATE.
           READ FXR-FILE
              AT END
                 SET FXR-EOF TO TRUE
           END-READ.
      *
       0690-FIND-FX-RATE.
           MOVE 0 TO WS-FX-MATCH.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-ENTRIES
              IF WS-FX-MATCH = 0 AND WS-FX-CUR(WS-FX-IDX) = WS-FX-SEEK
                 MOVE WS-FX-IDX TO WS-FX-MATCH
              END-IF
           END-PERFORM.
      *
      * CUSTOMER DETAIL MAINTENANCE ('M') - ADDS OR REPLACES THE
      * CUSTFILE RECORD FOR SUB-IDX-ID AND JOURNALS THE CHANGE TO
      * AUDITOUT LIKE EVERY OTHER UPDATE. THE AUDIT IMAGE IS ACCOUNT
           MOVE CST-ADDR-LINE1(16:15) TO AUD-AFTER-LNAME.
           MOVE 0 TO AUD-AFTER-DATE AUD-AFTER-BAL AUD-AFTER-LIMIT.
           MOVE SPACE TO AUD-AFTER-STATUS.
           MOVE SPACES TO AUD-TXN-REF.
           MOVE 0 TO AUD-CTR-ID AUD-CTR-CUR.
           MOVE SUB-MAKER-ID TO AUD-MAKER-ID.
           MOVE SUB-CHECKER-ID TO AUD-CHECKER-ID.
           WRITE AUDIT-REC.
      *
       0900-WRITE-AUDIT.
           MOVE BALANCE TO AUD-AFTER-BAL.
           MOVE CREDIT-LIMIT TO AUD-AFTER-LIMIT.
           MOVE ACCOUNT-STATUS TO AUD-AFTER-STATUS.
           MOVE WS-AUD-TXN-REF TO AUD-TXN-REF.
           MOVE WS-AUD-CTR-ID TO AUD-CTR-ID.
           MOVE WS-AUD-CTR-CUR TO AUD-CTR-CUR.
           MOVE SUB-MAKER-ID TO AUD-MAKER-ID.
           MOVE SUB-CHECKER-ID TO AUD-CHECKER-ID.
           WRITE AUDIT-REC.
      *
       0700-LIMIT-UPDATE.
           END-IF.
           GOBACK.
      *
      * A TRANSFER TOUCHES TWO KEYS, SO IT CANNOT LIVE IN THE ONE-KEY
      * MEMORY GROUP. THE OPEN GROUP IS FLUSHED FIRST AND THE TRANSFER
      * GOES STRAIGHT TO IDXFILE; THE NEXT DETAIL RELOADS ITS GROUP.
       1000-SORTED-APPLY.
           IF SUB-XFER-P
              IF GRP-ACTIVE
                 PERFORM 1100-FLUSH-GROUP
              END-IF
              PERFORM 0650-TRANSFER
              GOBACK
           END-IF.
           MOVE SUB-IDX-ID TO WS-WORK-ID.
           MOVE SUB-IDX-CUR TO WS-WORK-CUR.
           IF GRP-ACTIVE
              MOVE 0 TO AUD-AFTER-DATE AUD-AFTER-BAL AUD-AFTER-LIMIT
              MOVE SPACE TO AUD-AFTER-STATUS
           END-IF.
           MOVE SPACES TO AUD-TXN-REF.
           MOVE 0 TO AUD-CTR-ID AUD-CTR-CUR.
           MOVE WS-GRP-MAKER-ID TO AUD-MAKER-ID.
           MOVE SPACES TO AUD-CHECKER-ID.
           WRITE AUDIT-REC.
      *
       1200-LOAD-GROUP.
           MOVE WS-WORK-ID TO WS-GRP-ID IDX-ID.
           MOVE WS-WORK-CUR TO WS-GRP-CUR IDX-CUR.
           MOVE 'N' TO WS-GRP-EXISTS WS-GRP-PRESENT WS-GRP-CHANGED.
           MOVE SUB-MAKER-ID TO WS-GRP-MAKER-ID.
           START IDX-FILE KEY NOT < IDX-KEY.
           IF IDX-SUCC
              READ IDX-FILE NEXT
