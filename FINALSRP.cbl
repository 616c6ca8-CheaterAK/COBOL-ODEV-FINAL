       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALSRP.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * SUSPENSE REPAIR. FINALCBL WRITES EVERY DETAIL IT DID NOT APPLY
      * TO SUSPFILE WITH ITS FULL INP-REC IMAGE. OPERATORS KEY ONE
      * SUSPACT RECORD PER ITEM THEY HAVE WORKED:
      *   C  CORRECT   - RESUBMIT THE CORRECTED IMAGE IN SRA-DETAIL
      *   R  RESUBMIT  - RESUBMIT THE SUSPENDED IMAGE UNCHANGED (THE
      *                  CAUSE WAS FIXED ELSEWHERE, E.G. UNFROZEN)
      *   X  CANCEL    - CLOSE THE ITEM, SRA-NOTE SAYS WHY
      * RESUBMITTED DETAILS GO TO SUSPRSB AS ONE INPFILE BATCH PER
      * ORIGINAL BATCH, ID 'R' + YMMDD + NN, WHOSE HEADER CARRIES THE
      * ORIGINAL BATCH ID AND ORIGIN; SUSPRSB IS THE NEXT FINALCBL
      * INPFILE. THE UPDATED QUEUE IS WRITTEN TO SUSPNEW, WHICH BECOMES
      * SUSPFILE ONCE THE RUN ENDS CLEAN (A FAILED RUN IS RERUN FROM
      * THE SAME SUSPFILE AND GETS THE SAME BATCH IDS, WHICH FINALCBL
      * WILL NOT APPLY TWICE). SUSPRPT LISTS EVERY ACTION AND AGES THE
      * ITEMS STILL OPEN; ANYTHING OPEN LONGER THAN THE ESCALATION AGE
      * IS FLAGGED AND ENDS THE RUN WITH RETURN CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUS-IN-FILE ASSIGN TO SUSPFILE
                           FILE STATUS IS STATUS-SUI.
           SELECT SUS-OUT-FILE ASSIGN TO SUSPNEW
                           FILE STATUS IS STATUS-SUO.
           SELECT OPTIONAL ACT-FILE ASSIGN TO SUSPACT
                           FILE STATUS IS STATUS-ACT.
           SELECT RSB-FILE ASSIGN TO SUSPRSB
                           FILE STATUS IS STATUS-RSB.
           SELECT RPT-FILE ASSIGN TO SUSPRPT
                           FILE STATUS IS STATUS-RPT.
           SELECT SRT-FILE ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
      * SUSPENSE QUEUE. SEE FINALCBL FOR THE LAYOUT (WS-SUS-REC BELOW).
       FD  SUS-IN-FILE RECORDING MODE F.
       01  SUS-IN-REC                    PIC X(320).
       FD  SUS-OUT-FILE RECORDING MODE F.
       01  SUS-OUT-REC                   PIC X(320).
      * OPERATOR REPAIR ACTIONS. THE ITEM IS NAMED BY ITS SUSPENDED
      * DATE, BATCH ID AND SEQUENCE AS PRINTED ON SUSPRPT.
       FD  ACT-FILE RECORDING MODE F.
       01  ACT-REC.
           05 SRA-SUSP-DATE              PIC 9(8).
           05 SRA-BATCH-ID               PIC X(8).
           05 SRA-SEQ                    PIC 9(7).
           05 SRA-ACTION                 PIC X(1).
              88 SRA-CORRECT                       VALUE 'C'.
              88 SRA-RESUBMIT                      VALUE 'R'.
              88 SRA-CANCEL                        VALUE 'X'.
              88 SRA-VALID                         VALUE 'C' 'R' 'X'.
           05 SRA-OPERATOR               PIC X(8).
           05 SRA-NOTE                   PIC X(30).
           05 SRA-DETAIL                 PIC X(166).
           05 FILLER                     PIC X(22).
      * RESUBMISSION BATCHES IN THE INPFILE LAYOUT.
       FD  RSB-FILE RECORDING MODE F.
       01  RSB-REC                       PIC X(166).
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-REC.
           05 RPT-LINE                   PIC X(100).
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-GROUP                  PIC 9(2).
           05 SRT-SUSP-DATE              PIC 9(8).
           05 SRT-SEQ                    PIC 9(7).
           05 SRT-DETAIL                 PIC X(166).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-SUI                 PIC 9(2).
              88 SUI-SUCC                          VALUE 00 05 97.
              88 SUI-EOF                           VALUE 10.
           05 STATUS-SUO                 PIC 9(2).
              88 SUO-SUCC                          VALUE 00 97.
              88 SUO-EOF                           VALUE 10.
           05 STATUS-ACT                 PIC 9(2).
              88 ACT-SUCC                          VALUE 00 05 97.
              88 ACT-EOF                           VALUE 10.
           05 STATUS-RSB                 PIC 9(2).
              88 RSB-SUCC                          VALUE 00 97.
           05 STATUS-RPT                 PIC 9(2).
              88 RPT-SUCC                          VALUE 00 97.
           05 WS-SRT-EOF-FLG             PIC X(1)  VALUE 'N'.
              88 SRT-EOF                           VALUE 'Y'.
           05 WS-DROP-FLG                PIC X(1)  VALUE 'N'.
              88 DROP-ITEM                         VALUE 'Y'.
       01  WS-SUS-REC.
           05 SUS-SUSP-DATE              PIC 9(8).
           05 SUS-BATCH-ID               PIC X(8).
           05 SUS-ORIGIN                 PIC X(8).
           05 SUS-SEQ                    PIC 9(7).
           05 SUS-REASON-CODE            PIC 9(2).
           05 SUS-REASON-TEXT            PIC X(90).
           05 SUS-STATUS                 PIC X(1).
              88 SUS-OPEN                          VALUE 'O'.
              88 SUS-RESUBMITTED                   VALUE 'R'.
              88 SUS-CANCELLED                     VALUE 'X'.
           05 SUS-ACTION-DATE            PIC 9(8).
           05 SUS-OPERATOR               PIC X(8).
           05 SUS-RESUB-BATCH-ID         PIC X(8).
           05 SUS-DETAIL                 PIC X(166).
           05 FILLER                     PIC X(6).
       01  WS-PARM                       PIC X(20).
       01  WS-TOK1                       PIC X(10).
       01  WS-TOK2                       PIC X(10).
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
       01  WS-BUS-DATE                   PIC 9(8)  VALUE 0.
       77  WS-ESCALATE-DAYS              PIC 9(3)  VALUE 7.
      * RESOLVED ITEMS STAY ON THE QUEUE THIS MANY DAYS AFTER THEIR
      * ACTION FOR ENQUIRIES, THEN DROP OFF.
       77  WS-RETAIN-DAYS                PIC 9(3)  VALUE 30.
      * RESUBMISSION BATCH ID 'R' + YMMDD + NN. NN CARRIES ON FROM THE
      * HIGHEST ALREADY ON SUSPFILE FOR THE DAY, SO A SECOND RUN ON THE
      * SAME DAY NEVER REUSES A BATCH ID.
       01  WS-RSB-BATCH-ID.
           05 WS-RSB-PREFIX.
              07 FILLER                  PIC X(1)  VALUE 'R'.
              07 WS-RSB-DATE             PIC X(5).
           05 WS-RSB-NO                  PIC 9(2).
       77  WS-RSB-BASE                   PIC 9(2)  VALUE 0.
       77  WS-RSB-SEEN                   PIC 9(2)  VALUE 0.
      * SAME CURRENCY TABLE FINALCBL VALIDATES AGAINST (CURRTAB).
      *   840 = USD   124 = CAD   978 = EUR   826 = GBP   392 = JPY
       01  WS-CURRTAB-VALUES.
           05 FILLER                     PIC X(15) VALUE
              '840124978826392'.
       01  WS-CURRTAB REDEFINES WS-CURRTAB-VALUES.
           05 WS-CURR-CODE               PIC X(3) OCCURS 5 TIMES.
       77  WS-CUR-IDX                    PIC 9(2)  VALUE 0.
       77  WS-SRC-FOUND                  PIC X(1)  VALUE 'N'.
       77  WS-TGT-FOUND                  PIC X(1)  VALUE 'N'.
      * OPERATOR ACTIONS, LOADED ONCE AND MATCHED AS SUSPFILE IS READ.
       77  WS-ACT-MAX                    PIC 9(3)  VALUE 500.
       77  WS-ACT-ENTRIES                PIC 9(3)  VALUE 0.
       77  WS-ACT-IDX                    PIC 9(3)  VALUE 0.
       77  WS-MATCH-IDX                  PIC 9(3)  VALUE 0.
       01  WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 500 TIMES.
              07 AT-SUSP-DATE            PIC 9(8).
              07 AT-BATCH-ID             PIC X(8).
              07 AT-SEQ                  PIC 9(7).
              07 AT-ACTION               PIC X(1).
              07 AT-OPERATOR             PIC X(8).
              07 AT-NOTE                 PIC X(30).
              07 AT-DETAIL               PIC X(166).
              07 AT-USED                 PIC X(1).
      * ONE RESUBMISSION BATCH PER ORIGINAL BATCH ID.
       77  WS-GRP-ENTRIES                PIC 9(2)  VALUE 0.
       77  WS-GRP-IDX                    PIC 9(2)  VALUE 0.
       77  WS-CUR-GRP                    PIC 9(2)  VALUE 0.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 99 TIMES.
              07 GT-ORIG-BATCH-ID        PIC X(8).
              07 GT-ORIG-ORIGIN          PIC X(8).
              07 GT-NEW-BATCH-ID         PIC X(8).
      * KEY OF THE ITEM OR ACTION BEING PRINTED ON SUSPRPT.
       01  WS-PRINT-KEY.
           05 PK-SUSP-DATE               PIC X(8).
           05 PK-BATCH-ID                PIC X(8).
           05 PK-SEQ                     PIC X(7).
           05 PK-ACTION                  PIC X(1).
           05 PK-OPERATOR                PIC X(8).
       01  WS-RESULT                     PIC X(63).
      * INPFILE RECORDS - SAME LAYOUTS FINALCBL READS.
       01  WS-DETAIL.
           05 DTL-PROCESS-TYPE           PIC X(1).
              88 DTL-TYPE-VALID                    VALUE 'R' 'W' 'U'
                                                   'D' 'B' 'L' 'F'
                                                   'N' 'X' 'M' 'V'.
              88 DTL-NEEDS-AMOUNT                  VALUE 'B' 'L' 'V'.
              88 DTL-XFER                          VALUE 'V'.
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
           05 HDR-REF-BATCH-ID           PIC X(8).
           05 HDR-REF-ORIGIN             PIC X(8).
           05 FILLER                     PIC X(125).
       01  WS-BATCH-TRL.
           05 TRL-TYPE                   PIC X(1).
           05 TRL-COUNT                  PIC 9(7).
           05 TRL-AMT-HASH               PIC S9(15)
                                          SIGN IS LEADING SEPARATE.
           05 TRL-ID-HASH                PIC 9(15).
           05 FILLER                     PIC X(127).
       01  WS-AMT-HASH                   PIC S9(15) VALUE 0.
       01  WS-ID-HASH                    PIC 9(15) VALUE 0.
       01  WS-ID-NUM                     PIC 9(5).
       77  WS-BAT-DTL-CNT                PIC 9(7)  VALUE 0.
      * AGING OF THE ITEMS STILL OPEN.
       01  WS-DAYS                       PIC S9(7) VALUE 0.
       01  WS-BUCKET-IDX                 PIC 9(1)  VALUE 0.
       01  WS-BUCKET-NAMES.
           05 FILLER                     PIC X(5)  VALUE '0-2  '.
           05 FILLER                     PIC X(5)  VALUE '3-7  '.
           05 FILLER                     PIC X(5)  VALUE '8-14 '.
           05 FILLER                     PIC X(5)  VALUE '15-30'.
           05 FILLER                     PIC X(5)  VALUE '30+  '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME OCCURS 5 TIMES PIC X(5).
       01  WS-BUCKET-COUNTS.
           05 WS-BUCKET-CNT OCCURS 5 TIMES PIC 9(7).
       01  WS-LINE                       PIC X(100).
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       01  WS-DAY-EDIT                   PIC ZZZZ9.
       77  WS-SUS-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-SUS-WRITE-CNT              PIC 9(7)  VALUE 0.
       77  WS-ACT-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-CORRECT-CNT                PIC 9(7)  VALUE 0.
       77  WS-RESUBMIT-CNT               PIC 9(7)  VALUE 0.
       77  WS-CANCEL-CNT                 PIC 9(7)  VALUE 0.
       77  WS-REFUSED-CNT                PIC 9(7)  VALUE 0.
       77  WS-UNMATCHED-CNT              PIC 9(7)  VALUE 0.
       77  WS-BATCH-CNT                  PIC 9(7)  VALUE 0.
       77  WS-RSB-DTL-CNT                PIC 9(7)  VALUE 0.
       77  WS-DROPPED-CNT                PIC 9(7)  VALUE 0.
       77  WS-OPEN-CNT                   PIC 9(7)  VALUE 0.
       77  WS-ESCALATED-CNT              PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-PARM.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-ACTIONS.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-GROUP SRT-SUSP-DATE SRT-SEQ
              INPUT PROCEDURE IS 0300-APPLY-ACTIONS
              OUTPUT PROCEDURE IS 0500-WRITE-RESUBMISSION.
           PERFORM 0550-REPORT-UNUSED-ACTIONS.
           PERFORM 0600-AGE-SUSPENSE.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           STOP RUN.
      *
      * [BUSINESS-DATE] [ESCALATION-AGE-DAYS]
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
                 DISPLAY "FINALSRP - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD] [ESCALATION-AGE-DAYS]"
                 STOP RUN
              END-IF
              MOVE WS-TOK1(1:8) TO WS-BUS-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE) NOT = 0
                 DISPLAY "FINALSRP - INVALID BUSINESS DATE: " WS-TOK1
                 STOP RUN
              END-IF
           END-IF.
           IF WS-TOK2 NOT = SPACES
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-TOK2 TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN > 3 OR WS-TOK2(1:WS-TOK-LEN) NOT NUMERIC
                 DISPLAY "FINALSRP - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD] [ESCALATION-AGE-DAYS]"
                 STOP RUN
              END-IF
              COMPUTE WS-ESCALATE-DAYS = FUNCTION NUMVAL(WS-TOK2)
           END-IF.
           MOVE WS-BUS-DATE(4:5) TO WS-RSB-DATE.
      *
       0100-OPEN-FILES.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCC
              DISPLAY "SUSPRPT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           OPEN INPUT SUS-IN-FILE.
           IF NOT SUI-SUCC
              DISPLAY "SUSPFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           PERFORM 0150-FIND-LAST-RESUBMISSION.
           CLOSE SUS-IN-FILE.
           OPEN INPUT SUS-IN-FILE.
           OPEN INPUT ACT-FILE.
           OPEN OUTPUT SUS-OUT-FILE.
           OPEN OUTPUT RSB-FILE.
           IF NOT SUI-SUCC
              DISPLAY "SUSPFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT ACT-SUCC
              DISPLAY "SUSPACT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT SUO-SUCC
              DISPLAY "SUSPNEW NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT RSB-SUCC
              DISPLAY "SUSPRSB NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE "FINALSRP - SUSPENSE REPAIR ACTIONS FOR "
              TO WS-LINE(1:39).
           MOVE WS-BUS-DATE TO WS-LINE(40:8).
           PERFORM 0700-WRITE-LINE.
           MOVE "SUSPENDED BATCH    SEQ     A OPERATOR RESULT"
              TO WS-LINE(1:44).
           PERFORM 0700-WRITE-LINE.
      *
       0150-FIND-LAST-RESUBMISSION.
           MOVE 0 TO WS-RSB-BASE.
           PERFORM 0160-READ-SUSPENSE.
           PERFORM UNTIL SUI-EOF
              MOVE SUS-IN-REC TO WS-SUS-REC
              IF SUS-RESUB-BATCH-ID(1:6) = WS-RSB-PREFIX
                 AND SUS-RESUB-BATCH-ID(7:2) NUMERIC
                 MOVE SUS-RESUB-BATCH-ID(7:2) TO WS-RSB-SEEN
                 IF WS-RSB-SEEN > WS-RSB-BASE
                    MOVE WS-RSB-SEEN TO WS-RSB-BASE
                 END-IF
              END-IF
              PERFORM 0160-READ-SUSPENSE
           END-PERFORM.
      *
       0160-READ-SUSPENSE.
           READ SUS-IN-FILE
              AT END
                 SET SUI-EOF TO TRUE
           END-READ.
      *
      * AN ACTION THAT CANNOT BE CARRIED OUT AS KEYED IS REPORTED AND
      * NOT LOADED; ITS ITEM STAYS OPEN.
       0200-LOAD-ACTIONS.
           PERFORM 0210-READ-ACTION.
           PERFORM UNTIL ACT-EOF
              ADD 1 TO WS-ACT-READ-CNT
              PERFORM 0220-CHECK-ACTION
              IF WS-RESULT = SPACES
                 IF WS-ACT-ENTRIES >= WS-ACT-MAX
                    DISPLAY "SUSPACT - MORE THAN " WS-ACT-MAX
                       " ACTIONS. EXITING..."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ACT-ENTRIES
                 MOVE SRA-SUSP-DATE TO AT-SUSP-DATE(WS-ACT-ENTRIES)
                 MOVE SRA-BATCH-ID TO AT-BATCH-ID(WS-ACT-ENTRIES)
                 MOVE SRA-SEQ TO AT-SEQ(WS-ACT-ENTRIES)
                 MOVE SRA-ACTION TO AT-ACTION(WS-ACT-ENTRIES)
                 MOVE SRA-OPERATOR TO AT-OPERATOR(WS-ACT-ENTRIES)
                 MOVE SRA-NOTE TO AT-NOTE(WS-ACT-ENTRIES)
                 MOVE SRA-DETAIL TO AT-DETAIL(WS-ACT-ENTRIES)
                 MOVE 'N' TO AT-USED(WS-ACT-ENTRIES)
              ELSE
                 ADD 1 TO WS-REFUSED-CNT
                 MOVE SRA-SUSP-DATE TO PK-SUSP-DATE
                 MOVE SRA-BATCH-ID TO PK-BATCH-ID
                 MOVE SRA-SEQ TO PK-SEQ
                 MOVE SRA-ACTION TO PK-ACTION
                 MOVE SRA-OPERATOR TO PK-OPERATOR
                 PERFORM 0450-PRINT-ACTION
              END-IF
              PERFORM 0210-READ-ACTION
           END-PERFORM.
      *
       0210-READ-ACTION.
           READ ACT-FILE
              AT END
                 SET ACT-EOF TO TRUE
           END-READ.
      *
       0220-CHECK-ACTION.
           MOVE SPACES TO WS-RESULT.
           EVALUATE TRUE
              WHEN NOT SRA-VALID
                 MOVE "REFUSED - ACTION IS NOT C, R OR X" TO WS-RESULT
              WHEN SRA-OPERATOR = SPACES
                 MOVE "REFUSED - NO OPERATOR ID" TO WS-RESULT
              WHEN SRA-SUSP-DATE NOT NUMERIC OR SRA-SEQ NOT NUMERIC
                 MOVE "REFUSED - SUSPENSE DATE/SEQUENCE NOT NUMERIC"
                    TO WS-RESULT
              WHEN SRA-CORRECT AND SRA-DETAIL = SPACES
                 MOVE "REFUSED - NO CORRECTED IMAGE" TO WS-RESULT
              WHEN SRA-CANCEL AND SRA-NOTE = SPACES
                 MOVE "REFUSED - CANCEL WITHOUT A NOTE" TO WS-RESULT
              WHEN OTHER
                 PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                         UNTIL WS-ACT-IDX > WS-ACT-ENTRIES
                    IF AT-SUSP-DATE(WS-ACT-IDX) = SRA-SUSP-DATE
                       AND AT-BATCH-ID(WS-ACT-IDX) = SRA-BATCH-ID
                       AND AT-SEQ(WS-ACT-IDX) = SRA-SEQ
                       MOVE "REFUSED - SECOND ACTION FOR THE SAME ITEM"
                          TO WS-RESULT
                    END-IF
                 END-PERFORM
           END-EVALUATE.
      *
      * READS THE QUEUE, APPLIES THE ACTIONS TO OPEN ITEMS, WRITES THE
      * NEW QUEUE AND RELEASES EVERY DETAIL TO BE RESUBMITTED.
       0300-APPLY-ACTIONS.
           PERFORM 0160-READ-SUSPENSE.
           PERFORM UNTIL SUI-EOF
              ADD 1 TO WS-SUS-READ-CNT
              MOVE SUS-IN-REC TO WS-SUS-REC
              MOVE 'N' TO WS-DROP-FLG
              IF SUS-OPEN
                 PERFORM 0310-FIND-ACTION
                 IF WS-MATCH-IDX > 0
                    PERFORM 0320-APPLY-ACTION
                 END-IF
              ELSE
                 PERFORM 0330-CHECK-RETENTION
              END-IF
              IF NOT DROP-ITEM
                 MOVE WS-SUS-REC TO SUS-OUT-REC
                 WRITE SUS-OUT-REC
                 ADD 1 TO WS-SUS-WRITE-CNT
              END-IF
              PERFORM 0160-READ-SUSPENSE
           END-PERFORM.
      *
       0310-FIND-ACTION.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-ENTRIES
              IF WS-MATCH-IDX = 0
                 AND AT-USED(WS-ACT-IDX) = 'N'
                 AND AT-SUSP-DATE(WS-ACT-IDX) = SUS-SUSP-DATE
                 AND AT-BATCH-ID(WS-ACT-IDX) = SUS-BATCH-ID
                 AND AT-SEQ(WS-ACT-IDX) = SUS-SEQ
                 MOVE WS-ACT-IDX TO WS-MATCH-IDX
              END-IF
           END-PERFORM.
      *
      * A CORRECTED OR RESUBMITTED IMAGE IS CHECKED HERE THE WAY
      * FINALCBL WILL CHECK IT; ONE THAT WOULD ONLY BE REJECTED AGAIN
      * IS REFUSED AND THE ITEM STAYS OPEN. THE SUSPENDED IMAGE IS
      * KEPT ON THE QUEUE AS RECEIVED.
       0320-APPLY-ACTION.
           MOVE 'Y' TO AT-USED(WS-MATCH-IDX).
           MOVE SUS-SUSP-DATE TO PK-SUSP-DATE.
           MOVE SUS-BATCH-ID TO PK-BATCH-ID.
           MOVE SUS-SEQ TO PK-SEQ.
           MOVE AT-ACTION(WS-MATCH-IDX) TO PK-ACTION.
           MOVE AT-OPERATOR(WS-MATCH-IDX) TO PK-OPERATOR.
           MOVE SPACES TO WS-RESULT.
           IF AT-ACTION(WS-MATCH-IDX) = 'X'
              MOVE 'X' TO SUS-STATUS
              MOVE WS-BUS-DATE TO SUS-ACTION-DATE
              MOVE AT-OPERATOR(WS-MATCH-IDX) TO SUS-OPERATOR
              ADD 1 TO WS-CANCEL-CNT
              STRING "CANCELLED - " AT-NOTE(WS-MATCH-IDX)
                 DELIMITED BY SIZE INTO WS-RESULT
           ELSE
              IF AT-ACTION(WS-MATCH-IDX) = 'C'
                 MOVE AT-DETAIL(WS-MATCH-IDX) TO WS-DETAIL
              ELSE
                 MOVE SUS-DETAIL TO WS-DETAIL
              END-IF
              PERFORM 0340-VALIDATE-DETAIL
              IF WS-RESULT = SPACES
                 PERFORM 0350-ASSIGN-GROUP
              END-IF
              IF WS-RESULT = SPACES
                 MOVE 'R' TO SUS-STATUS
                 MOVE WS-BUS-DATE TO SUS-ACTION-DATE
                 MOVE AT-OPERATOR(WS-MATCH-IDX) TO SUS-OPERATOR
                 MOVE GT-NEW-BATCH-ID(WS-GRP-IDX)
                    TO SUS-RESUB-BATCH-ID
                 MOVE WS-GRP-IDX TO SRT-GROUP
                 MOVE SUS-SUSP-DATE TO SRT-SUSP-DATE
                 MOVE SUS-SEQ TO SRT-SEQ
                 MOVE WS-DETAIL TO SRT-DETAIL
                 RELEASE SRT-REC
                 IF AT-ACTION(WS-MATCH-IDX) = 'C'
                    ADD 1 TO WS-CORRECT-CNT
                    STRING "CORRECTED, RESUBMITTED IN "
                       SUS-RESUB-BATCH-ID
                       DELIMITED BY SIZE INTO WS-RESULT
                 ELSE
                    ADD 1 TO WS-RESUBMIT-CNT
                    STRING "RESUBMITTED UNCHANGED IN "
                       SUS-RESUB-BATCH-ID
                       DELIMITED BY SIZE INTO WS-RESULT
                 END-IF
              ELSE
                 ADD 1 TO WS-REFUSED-CNT
              END-IF
           END-IF.
           PERFORM 0450-PRINT-ACTION.
      *
       0330-CHECK-RETENTION.
           IF FUNCTION TEST-DATE-YYYYMMDD(SUS-ACTION-DATE) = 0
              IF FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                 - FUNCTION INTEGER-OF-DATE(SUS-ACTION-DATE)
                 > WS-RETAIN-DAYS
                 MOVE 'Y' TO WS-DROP-FLG
                 ADD 1 TO WS-DROPPED-CNT
              END-IF
           END-IF.
      *
       0340-VALIDATE-DETAIL.
           MOVE 'N' TO WS-SRC-FOUND WS-TGT-FOUND.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1 UNTIL WS-CUR-IDX > 5
              IF DTL-CUR = WS-CURR-CODE(WS-CUR-IDX)
                 MOVE 'Y' TO WS-SRC-FOUND
              END-IF
              IF DTL-XFER-TO-CUR = WS-CURR-CODE(WS-CUR-IDX)
                 MOVE 'Y' TO WS-TGT-FOUND
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN NOT DTL-TYPE-VALID
                 MOVE "REFUSED - PROCESS TYPE NOT VALID" TO WS-RESULT
              WHEN DTL-ID NOT NUMERIC OR WS-SRC-FOUND = 'N'
                 MOVE "REFUSED - BAD ACCOUNT KEY" TO WS-RESULT
              WHEN DTL-NEEDS-AMOUNT AND DTL-AMOUNT NOT NUMERIC
                 MOVE "REFUSED - AMOUNT NOT NUMERIC" TO WS-RESULT
              WHEN DTL-XFER AND (DTL-XFER-TO-ID NOT NUMERIC
                                 OR WS-TGT-FOUND = 'N')
                 MOVE "REFUSED - BAD TRANSFER TARGET KEY" TO WS-RESULT
              WHEN DTL-XFER AND DTL-XFER-TO-ID = DTL-ID
                   AND DTL-XFER-TO-CUR = DTL-CUR
                 MOVE "REFUSED - TRANSFER TARGET IS THE SOURCE"
                    TO WS-RESULT
              WHEN DTL-XFER AND DTL-AMOUNT NOT > 0
                 MOVE "REFUSED - TRANSFER AMOUNT NOT ABOVE ZERO"
                    TO WS-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      * RESUBMISSION BATCH NUMBERS RUN TO 99 A DAY; AN ITEM THAT WOULD
      * NEED A HUNDREDTH IS LEFT OPEN FOR THE NEXT RUN.
       0350-ASSIGN-GROUP.
           MOVE 0 TO WS-GRP-IDX.
           PERFORM VARYING WS-CUR-GRP FROM 1 BY 1
                   UNTIL WS-CUR-GRP > WS-GRP-ENTRIES
              IF WS-GRP-IDX = 0
                 AND GT-ORIG-BATCH-ID(WS-CUR-GRP) = SUS-BATCH-ID
                 MOVE WS-CUR-GRP TO WS-GRP-IDX
              END-IF
           END-PERFORM.
           IF WS-GRP-IDX = 0
              IF WS-RSB-BASE + WS-GRP-ENTRIES >= 99
                 MOVE "LEFT OPEN - NO RESUBMISSION BATCH NUMBER LEFT"
                    TO WS-RESULT
              ELSE
                 ADD 1 TO WS-GRP-ENTRIES
                 MOVE WS-GRP-ENTRIES TO WS-GRP-IDX
                 COMPUTE WS-RSB-NO = WS-RSB-BASE + WS-GRP-ENTRIES
                 MOVE SUS-BATCH-ID TO GT-ORIG-BATCH-ID(WS-GRP-IDX)
                 MOVE SUS-ORIGIN TO GT-ORIG-ORIGIN(WS-GRP-IDX)
                 MOVE WS-RSB-BATCH-ID TO GT-NEW-BATCH-ID(WS-GRP-IDX)
              END-IF
           END-IF.
      *
       0450-PRINT-ACTION.
           MOVE SPACES TO WS-LINE.
           MOVE PK-SUSP-DATE TO WS-LINE(1:8).
           MOVE PK-BATCH-ID TO WS-LINE(10:8).
           MOVE PK-SEQ TO WS-LINE(19:7).
           MOVE PK-ACTION TO WS-LINE(27:1).
           MOVE PK-OPERATOR TO WS-LINE(29:8).
           MOVE WS-RESULT TO WS-LINE(38:63).
           PERFORM 0700-WRITE-LINE.
      *
      * ONE INPFILE BATCH PER RESUBMISSION GROUP, DETAILS IN THEIR
      * ORIGINAL ORDER, WITH THE COUNT AND HASH TOTALS FINALCBL CHECKS.
       0500-WRITE-RESUBMISSION.
           MOVE 0 TO WS-CUR-GRP.
           PERFORM 0510-RETURN-DETAIL.
           PERFORM UNTIL SRT-EOF
              IF SRT-GROUP NOT = WS-CUR-GRP
                 IF WS-CUR-GRP > 0
                    PERFORM 0530-WRITE-TRAILER
                 END-IF
                 MOVE SRT-GROUP TO WS-CUR-GRP
                 PERFORM 0520-WRITE-HEADER
              END-IF
              MOVE SRT-DETAIL TO WS-DETAIL
              WRITE RSB-REC FROM WS-DETAIL
              ADD 1 TO WS-BAT-DTL-CNT
              ADD 1 TO WS-RSB-DTL-CNT
              IF DTL-AMOUNT NUMERIC
                 ADD DTL-AMOUNT TO WS-AMT-HASH
              END-IF
              IF DTL-ID NUMERIC
                 MOVE DTL-ID TO WS-ID-NUM
                 ADD WS-ID-NUM TO WS-ID-HASH
              END-IF
              PERFORM 0510-RETURN-DETAIL
           END-PERFORM.
           IF WS-CUR-GRP > 0
              PERFORM 0530-WRITE-TRAILER
           END-IF.
      *
       0510-RETURN-DETAIL.
           RETURN SRT-FILE
              AT END
                 SET SRT-EOF TO TRUE
           END-RETURN.
      *
       0520-WRITE-HEADER.
           IF WS-BATCH-CNT = 0
              MOVE SPACES TO WS-LINE
              PERFORM 0700-WRITE-LINE
              MOVE "RESUBMISSION BATCHES ON SUSPRSB" TO WS-LINE
              PERFORM 0700-WRITE-LINE
              MOVE "NEW BATCH ORIGINAL ORIGIN      DETAILS"
                 TO WS-LINE(1:38)
              PERFORM 0700-WRITE-LINE
           END-IF.
           ADD 1 TO WS-BATCH-CNT.
           MOVE 0 TO WS-BAT-DTL-CNT WS-AMT-HASH WS-ID-HASH.
           MOVE SPACES TO WS-BATCH-HDR.
           MOVE 'H' TO HDR-TYPE.
           MOVE GT-NEW-BATCH-ID(WS-CUR-GRP) TO HDR-BATCH-ID.
           MOVE 'FINALSRP' TO HDR-ORIGIN.
           MOVE WS-BUS-DATE TO HDR-BUS-DATE.
           MOVE GT-ORIG-BATCH-ID(WS-CUR-GRP) TO HDR-REF-BATCH-ID.
           MOVE GT-ORIG-ORIGIN(WS-CUR-GRP) TO HDR-REF-ORIGIN.
           WRITE RSB-REC FROM WS-BATCH-HDR.
      *
       0530-WRITE-TRAILER.
           MOVE SPACES TO WS-BATCH-TRL.
           MOVE 'T' TO TRL-TYPE.
           MOVE WS-BAT-DTL-CNT TO TRL-COUNT.
           MOVE WS-AMT-HASH TO TRL-AMT-HASH.
           MOVE WS-ID-HASH TO TRL-ID-HASH.
           WRITE RSB-REC FROM WS-BATCH-TRL.
           MOVE SPACES TO WS-LINE.
           MOVE GT-NEW-BATCH-ID(WS-CUR-GRP) TO WS-LINE(1:8).
           MOVE GT-ORIG-BATCH-ID(WS-CUR-GRP) TO WS-LINE(11:8).
           MOVE GT-ORIG-ORIGIN(WS-CUR-GRP) TO WS-LINE(20:8).
           MOVE WS-BAT-DTL-CNT TO WS-CNT-EDIT.
           MOVE WS-CNT-EDIT TO WS-LINE(32:7).
           PERFORM 0700-WRITE-LINE.
      *
      * AN ACTION LEFT UNUSED NAMED NO ITEM, OR AN ITEM ALREADY
      * RESUBMITTED OR CANCELLED.
       0550-REPORT-UNUSED-ACTIONS.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-ENTRIES
              IF AT-USED(WS-ACT-IDX) = 'N'
                 IF WS-UNMATCHED-CNT = 0
                    MOVE SPACES TO WS-LINE
                    PERFORM 0700-WRITE-LINE
                    MOVE "ACTIONS NOT APPLIED" TO WS-LINE
                    PERFORM 0700-WRITE-LINE
                 END-IF
                 ADD 1 TO WS-UNMATCHED-CNT
                 MOVE AT-SUSP-DATE(WS-ACT-IDX) TO PK-SUSP-DATE
                 MOVE AT-BATCH-ID(WS-ACT-IDX) TO PK-BATCH-ID
                 MOVE AT-SEQ(WS-ACT-IDX) TO PK-SEQ
                 MOVE AT-ACTION(WS-ACT-IDX) TO PK-ACTION
                 MOVE AT-OPERATOR(WS-ACT-IDX) TO PK-OPERATOR
                 MOVE "NO OPEN SUSPENSE ITEM WITH THIS KEY"
                    TO WS-RESULT
                 PERFORM 0450-PRINT-ACTION
              END-IF
           END-PERFORM.
      *
      * DAILY AGING OF EVERYTHING STILL OPEN ON THE NEW QUEUE, AGED
      * FROM THE DATE IT WAS SUSPENDED.
       0600-AGE-SUSPENSE.
           CLOSE SUS-OUT-FILE.
           OPEN INPUT SUS-OUT-FILE.
           IF NOT SUO-SUCC
              DISPLAY "SUSPNEW NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
              MOVE 0 TO WS-BUCKET-CNT(WS-BUCKET-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
           MOVE "FINALSRP - OPEN SUSPENSE AGING AS OF "
              TO WS-LINE(1:37).
           MOVE WS-BUS-DATE TO WS-LINE(38:8).
           MOVE " - ESCALATED AFTER" TO WS-LINE(46:18).
           MOVE WS-ESCALATE-DAYS TO WS-DAY-EDIT.
           MOVE WS-DAY-EDIT TO WS-LINE(64:5).
           MOVE " DAYS" TO WS-LINE(69:5).
           PERFORM 0700-WRITE-LINE.
           MOVE "SUSPENDED BATCH    SEQ     T ID   /CUR RC  DAYS"
              TO WS-LINE(1:47).
           MOVE "REASON" TO WS-LINE(53:6).
           PERFORM 0700-WRITE-LINE.
           PERFORM 0610-READ-NEW-SUSPENSE.
           PERFORM UNTIL SUO-EOF
              MOVE SUS-OUT-REC TO WS-SUS-REC
              IF SUS-OPEN
                 PERFORM 0620-AGE-ITEM
              END-IF
              PERFORM 0610-READ-NEW-SUSPENSE
           END-PERFORM.
           MOVE SPACES TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
           MOVE "OPEN ITEMS BY AGE" TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
              MOVE WS-BUCKET-CNT(WS-BUCKET-IDX) TO WS-CNT-EDIT
              MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO WS-LINE(5:5)
              MOVE " DAYS  ITEMS=" TO WS-LINE(10:13)
              MOVE WS-CNT-EDIT TO WS-LINE(23:7)
              PERFORM 0700-WRITE-LINE
           END-PERFORM.
           MOVE WS-ESCALATED-CNT TO WS-CNT-EDIT.
           MOVE "ESCALATED ITEMS=" TO WS-LINE(7:16).
           MOVE WS-CNT-EDIT TO WS-LINE(23:7).
           PERFORM 0700-WRITE-LINE.
           IF WS-ESCALATED-CNT > 0 OR WS-REFUSED-CNT > 0
              OR WS-UNMATCHED-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       0610-READ-NEW-SUSPENSE.
           READ SUS-OUT-FILE
              AT END
                 SET SUO-EOF TO TRUE
           END-READ.
      *
      * AN ITEM WITH NO USABLE SUSPENDED DATE CANNOT BE AGED AND IS
      * TREATED AS OVERDUE.
       0620-AGE-ITEM.
           ADD 1 TO WS-OPEN-CNT.
           IF SUS-SUSP-DATE NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(SUS-SUSP-DATE) = 0
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
                 - FUNCTION INTEGER-OF-DATE(SUS-SUSP-DATE)
              IF WS-DAYS < 0
                 MOVE 0 TO WS-DAYS
              END-IF
           ELSE
              MOVE 99999 TO WS-DAYS
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS <= 2
                 MOVE 1 TO WS-BUCKET-IDX
              WHEN WS-DAYS <= 7
                 MOVE 2 TO WS-BUCKET-IDX
              WHEN WS-DAYS <= 14
                 MOVE 3 TO WS-BUCKET-IDX
              WHEN WS-DAYS <= 30
                 MOVE 4 TO WS-BUCKET-IDX
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET-IDX
           END-EVALUATE.
           ADD 1 TO WS-BUCKET-CNT(WS-BUCKET-IDX).
           MOVE SPACES TO WS-LINE.
           MOVE SUS-SUSP-DATE TO WS-LINE(1:8).
           MOVE SUS-BATCH-ID TO WS-LINE(10:8).
           MOVE SUS-SEQ TO WS-LINE(19:7).
           MOVE SUS-DETAIL(1:1) TO WS-LINE(27:1).
           MOVE SUS-DETAIL(2:5) TO WS-LINE(29:5).
           MOVE '/' TO WS-LINE(34:1).
           MOVE SUS-DETAIL(7:3) TO WS-LINE(35:3).
           MOVE SUS-REASON-CODE TO WS-LINE(39:2).
           MOVE WS-DAYS TO WS-DAY-EDIT.
           MOVE WS-DAY-EDIT TO WS-LINE(43:5).
           IF WS-DAYS > WS-ESCALATE-DAYS
              ADD 1 TO WS-ESCALATED-CNT
              MOVE "ESC" TO WS-LINE(49:3)
           END-IF.
           MOVE SUS-REASON-TEXT(1:48) TO WS-LINE(53:48).
           PERFORM 0700-WRITE-LINE.
           IF SUS-REASON-TEXT(49:42) NOT = SPACES
              MOVE SUS-REASON-TEXT(49:42) TO WS-LINE(53:42)
              PERFORM 0700-WRITE-LINE
           END-IF.
      *
       0700-WRITE-LINE.
           MOVE WS-LINE TO RPT-LINE.
           WRITE RPT-REC.
           MOVE SPACES TO WS-LINE.
      *
       0800-CLOSE-FILES.
           CLOSE SUS-IN-FILE.
           CLOSE ACT-FILE.
           CLOSE SUS-OUT-FILE.
           CLOSE RSB-FILE.
           CLOSE RPT-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALSRP - SUSPENSE REPAIR TOTALS".
           DISPLAY "=========================================".
           DISPLAY "BUSINESS DATE .................... " WS-BUS-DATE.
           MOVE WS-SUS-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "SUSPFILE ITEMS READ .............. " WS-CNT-EDIT.
           MOVE WS-ACT-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "SUSPACT ACTIONS READ ............. " WS-CNT-EDIT.
           MOVE WS-CORRECT-CNT TO WS-CNT-EDIT.
           DISPLAY "  CORRECTED AND RESUBMITTED ...... " WS-CNT-EDIT.
           MOVE WS-RESUBMIT-CNT TO WS-CNT-EDIT.
           DISPLAY "  RESUBMITTED UNCHANGED .......... " WS-CNT-EDIT.
           MOVE WS-CANCEL-CNT TO WS-CNT-EDIT.
           DISPLAY "  CANCELLED ...................... " WS-CNT-EDIT.
           MOVE WS-REFUSED-CNT TO WS-CNT-EDIT.
           DISPLAY "  REFUSED ........................ " WS-CNT-EDIT.
           MOVE WS-UNMATCHED-CNT TO WS-CNT-EDIT.
           DISPLAY "  NO OPEN ITEM FOR THE KEY ....... " WS-CNT-EDIT.
           MOVE WS-BATCH-CNT TO WS-CNT-EDIT.
           DISPLAY "RESUBMISSION BATCHES ON SUSPRSB .. " WS-CNT-EDIT.
           MOVE WS-RSB-DTL-CNT TO WS-CNT-EDIT.
           DISPLAY "  DETAILS RESUBMITTED ............ " WS-CNT-EDIT.
           MOVE WS-DROPPED-CNT TO WS-CNT-EDIT.
           DISPLAY "RESOLVED ITEMS AGED OFF .......... " WS-CNT-EDIT.
           MOVE WS-SUS-WRITE-CNT TO WS-CNT-EDIT.
           DISPLAY "SUSPNEW ITEMS WRITTEN ............ " WS-CNT-EDIT.
           MOVE WS-OPEN-CNT TO WS-CNT-EDIT.
           DISPLAY "  STILL OPEN ..................... " WS-CNT-EDIT.
           MOVE WS-ESCALATED-CNT TO WS-CNT-EDIT.
           DISPLAY "  ESCALATED ...................... " WS-CNT-EDIT.
           DISPLAY "=========================================".
