       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALINT.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * NIGHTLY CROSS-FILE INTEGRITY SWEEP. RUNS AFTER FINALEOD HAS
      * CONSOLIDATED THE DAY INTO JRNLHST AND BEFORE FINALSTM/FINALGLX.
      * EVERY FINDING IS PRINTED ON INTRPT WITH A SEVERITY AND A
      * SUGGESTED ACTION; ANY HIGH FINDING ENDS THE STEP WITH RETURN
      * CODE 8 SO THE REST OF THE BATCH NIGHT DOES NOT RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS IDX-KEY
                           FILE STATUS IS STATUS-IDX.
           SELECT OPTIONAL CUST-FILE ASSIGN TO CUSTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CST-ID
                           FILE STATUS IS STATUS-CST.
           SELECT OPTIONAL PND-FILE ASSIGN TO PENDFILE
                           FILE STATUS IS STATUS-PND.
           SELECT OPTIONAL ARC-FILE ASSIGN TO ARCOUT
                           FILE STATUS IS STATUS-ARC.
           SELECT OPTIONAL HST-FILE ASSIGN TO JRNLHST
                           FILE STATUS IS STATUS-HST.
           SELECT OPTIONAL RCT-FILE ASSIGN TO RUNCTL
                           FILE STATUS IS STATUS-RCT.
           SELECT INT-FILE ASSIGN TO INTRPT
                           FILE STATUS IS STATUS-INT.
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
       66  FULL-NAME   RENAMES FIRST-NAME THROUGH LAST-NAME.
       FD  CUST-FILE.
       01  CST-REC.
           05 CST-ID                      PIC S9(5)  COMP-3.
           05 CST-ADDR-LINE1              PIC X(30).
           05 CST-ADDR-LINE2              PIC X(30).
           05 CST-CITY                    PIC X(20).
           05 CST-POSTAL-CODE             PIC X(10).
           05 CST-PHONE                   PIC X(15).
      * PENDFILE AS PARKED BY FINALCBL - PND-DETAIL IS THE UNTOUCHED
      * INPFILE DETAIL IMAGE.
       FD  PND-FILE RECORDING MODE F.
       01  PND-REC.
           05 PND-EFF-DATE               PIC 9(8).
           05 PND-BATCH-ID               PIC X(8).
           05 PND-ORIGIN                 PIC X(8).
           05 PND-DETAIL                 PIC X(166).
      * ARCHIVE AS LAST WRITTEN BY FINALPRG - DATE PLUS THE IDXFILE
      * IMAGE OF EACH PURGED ACCOUNT.
       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC.
           05 ARC-ARCHIVE-DATE           PIC 9(8).
           05 ARC-IDX-IMAGE              PIC X(56).
           05 ARC-IDX-KEY REDEFINES ARC-IDX-IMAGE.
              07 ARC-IDX-ID              PIC S9(5)  COMP-3.
              07 ARC-IDX-CUR             PIC S9(3)  COMP.
              07 FILLER                  PIC X(51).
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
      * RUN-CONTROL REGISTRY SHARED WITH FINALCBL - SEE FINALCBL FOR
      * THE WRITER SIDE.
       FD  RCT-FILE RECORDING MODE F.
       01  RCT-REC.
           05 RCT-PROGRAM                PIC X(8).
           05 RCT-BATCH-ID               PIC X(8).
           05 RCT-BUS-DATE               PIC 9(8).
           05 RCT-OUTCOME                PIC X(4).
       FD  INT-FILE RECORDING MODE F.
       01  INT-REC.
           05 INT-LINE                   PIC X(100).
      * JOURNAL IMAGES IN KEY ORDER, KEEPING THEIR ORIGINAL POSITION
      * SO THE LAST ONE PER KEY IS THE LATEST.
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-ID                     PIC S9(5)  COMP-3.
           05 SRT-CUR                    PIC S9(3)  COMP.
           05 SRT-SEQ                    PIC 9(9).
           05 SRT-IMAGE                  PIC X(166).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                          VALUE 00 97.
              88 IDX-FOUND                         VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
           05 STATUS-CST                 PIC 9(2).
              88 CST-SUCC                          VALUE 00 05 97.
              88 CST-FOUND                         VALUE 00 97.
              88 CST-EOF                           VALUE 10.
           05 STATUS-PND                 PIC 9(2).
              88 PND-SUCC                          VALUE 00 05 97.
              88 PND-EOF                           VALUE 10.
           05 STATUS-ARC                 PIC 9(2).
              88 ARC-SUCC                          VALUE 00 05 97.
              88 ARC-EOF                           VALUE 10.
           05 STATUS-HST                 PIC 9(2).
              88 HST-SUCC                          VALUE 00 05 97.
              88 HST-EOF                           VALUE 10.
           05 STATUS-RCT                 PIC 9(2).
              88 RCT-SUCC                          VALUE 00 05 97.
              88 RCT-EOF                           VALUE 10.
           05 STATUS-INT                 PIC 9(2).
              88 INT-SUCC                          VALUE 00 97.
           05 WS-SRT-EOF-FLG             PIC X(1)  VALUE 'N'.
              88 SRT-EOF                           VALUE 'Y'.
           05 WS-KEY-FOUND-FLG           PIC X(1)  VALUE 'N'.
              88 KEY-FOUND                         VALUE 'Y'.
           05 WS-ARC-FULL-FLG            PIC X(1)  VALUE 'N'.
              88 ARC-TABLE-FULL                    VALUE 'Y'.
           05 WS-RCT-FULL-FLG            PIC X(1)  VALUE 'N'.
              88 RCT-TABLE-FULL                    VALUE 'Y'.
      * THE PARKED DETAIL IN THE INPFILE RECORD LAYOUT.
       01  WS-DETAIL.
           05 DTL-PROCESS-TYPE           PIC X(1).
           05 DTL-ID                     PIC X(5).
           05 DTL-CUR                    PIC X(3).
           05 DTL-FNAME                  PIC X(15).
           05 DTL-LNAME                  PIC X(15).
           05 DTL-AMOUNT                 PIC S9(13)
                                          SIGN IS LEADING SEPARATE.
           05 DTL-EFF-DATE               PIC 9(8).
           05 DTL-ADDR-LINE1             PIC X(30).
           05 DTL-XFER-TARGET REDEFINES DTL-ADDR-LINE1.
              07 DTL-XFER-TO-ID          PIC X(5).
              07 DTL-XFER-TO-CUR         PIC X(3).
              07 FILLER                  PIC X(22).
           05 DTL-ADDR-LINE2             PIC X(30).
           05 DTL-CITY                   PIC X(20).
           05 DTL-POSTAL                 PIC X(10).
           05 DTL-PHONE                  PIC X(15).
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
       01  WS-LAST-JRNL                  PIC X(166).
      * ONE FINDING, FILLED IN BY EACH CHECK BEFORE 0700-WRITE-FINDING.
       01  WS-FINDING.
           05 FND-SEVERITY               PIC X(4).
              88 FND-HIGH                          VALUE 'HIGH'.
           05 FND-CODE                   PIC X(5).
           05 FND-KEY                    PIC X(17).
           05 FND-TEXT                   PIC X(50).
           05 FND-ACTION                 PIC X(60).
       01  WS-SEEK-ID                    PIC S9(5)  COMP-3.
       01  WS-SEEK-CUR                   PIC S9(3)  COMP.
       01  WS-PREV-ID                    PIC S9(5)  COMP-3 VALUE -1.
      * FIRST OPEN CURRENCY OF THE CUSTOMER ID IN HAND, -1 WHILE EVERY
      * CURRENCY SEEN SO FAR IS CLOSED.
       01  WS-OPEN-CUR                   PIC S9(3)  COMP VALUE -1.
       01  WS-LINE                       PIC X(100).
       01  WS-ID-EDIT                    PIC 99999.
       01  WS-CUR-EDIT                   PIC 999.
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       77  WS-SRT-SEQ                    PIC 9(9)  VALUE 0.
       77  WS-IDX-1                      PIC 9(4)  VALUE 0.
       77  WS-MATCH-IDX                  PIC 9(4)  VALUE 0.
       77  WS-IDX-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-CST-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-PND-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-ARC-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-JRNL-KEY-CNT               PIC 9(7)  VALUE 0.
       77  WS-RCT-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-HIGH-CNT                   PIC 9(7)  VALUE 0.
       77  WS-MED-CNT                    PIC 9(7)  VALUE 0.
       77  WS-LOW-CNT                    PIC 9(7)  VALUE 0.
      * ARCHIVED KEYS, SO A PENDING ITEM CAN BE TOLD 'PURGED' FROM
      * 'MISSING'.
       77  WS-ARC-ENTRIES                PIC 9(4)  VALUE 0.
       77  WS-ARC-MAX                    PIC 9(4)  VALUE 5000.
       01  WS-ARC-TABLE.
           05 WS-ARC-ENTRY OCCURS 5000 TIMES.
              07 WS-ARC-ID               PIC S9(5).
              07 WS-ARC-CUR              PIC S9(3).
      * RUNCTL HISTORY SEEN SO FAR: EVERY 'OK' ROW'S PROGRAM, BATCH ID
      * AND DATE, PLUS THE LATEST DATE PER PROGRAM.
       77  WS-RK-ENTRIES                 PIC 9(4)  VALUE 0.
       77  WS-RK-MAX                     PIC 9(4)  VALUE 5000.
       01  WS-RCT-OK-TABLE.
           05 WS-RK-ENTRY OCCURS 5000 TIMES.
              07 WS-RK-PROGRAM           PIC X(8).
              07 WS-RK-BATCH-ID          PIC X(8).
              07 WS-RK-BUS-DATE          PIC 9(8).
       77  WS-RP-ENTRIES                 PIC 9(4)  VALUE 0.
       01  WS-RCT-PGM-TABLE.
           05 WS-RP-ENTRY OCCURS 20 TIMES.
              07 WS-RP-PROGRAM           PIC X(8).
              07 WS-RP-LAST-DATE         PIC 9(8).
      * FINDINGS PER CHECK CODE FOR THE CONTROL REPORT.
       77  WS-FC-ENTRIES                 PIC 9(4)  VALUE 0.
       01  WS-FND-COUNTS.
           05 WS-FC-ENTRY OCCURS 20 TIMES.
              07 WS-FC-CODE              PIC X(5).
              07 WS-FC-SEVERITY          PIC X(4).
              07 WS-FC-COUNT             PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-CHECK-ACCOUNTS.
           PERFORM 0250-CHECK-CUSTOMERS.
           PERFORM 0300-CHECK-ARCHIVE.
           PERFORM 0350-CHECK-PENDING.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-ID SRT-CUR SRT-SEQ
              INPUT PROCEDURE IS 0400-RELEASE-JOURNAL
              OUTPUT PROCEDURE IS 0450-CHECK-JOURNAL.
           PERFORM 0500-CHECK-RUN-CONTROL.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           IF WS-HIGH-CNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
      * A FILE THAT CANNOT BE OPENED MEANS THE SWEEP CANNOT VOUCH FOR
      * THE NIGHT - END WITH RC 12 SO THE SCHEDULE STOPS, AS IT WOULD
      * ON A HIGH FINDING.
       0100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUST-FILE.
           OPEN INPUT PND-FILE.
           OPEN INPUT ARC-FILE.
           OPEN INPUT HST-FILE.
           OPEN INPUT RCT-FILE.
           OPEN OUTPUT INT-FILE.
           IF NOT IDX-SUCC
              DISPLAY "IDXFILE NOT FOUND. EXITING..."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT CST-SUCC
              DISPLAY "CUSTFILE NOT FOUND. EXITING..."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT PND-SUCC
              DISPLAY "PENDFILE NOT FOUND. EXITING..."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT ARC-SUCC
              DISPLAY "ARCOUT NOT FOUND. EXITING..."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT HST-SUCC
              DISPLAY "JRNLHST NOT FOUND. EXITING..."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT RCT-SUCC
              DISPLAY "RUNCTL NOT FOUND. EXITING..."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT INT-SUCC
              DISPLAY "INTRPT NOT FOUND. EXITING..."
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE "FINALINT - CROSS-FILE INTEGRITY SWEEP  RUN "
              TO WS-LINE(1:43).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LINE(44:8).
           PERFORM 0710-WRITE-LINE.
           MOVE "SEV  CODE  KEY               FINDING" TO WS-LINE.
           PERFORM 0710-WRITE-LINE.
      *
      * EVERY OPEN ACCOUNT NEEDS A CUSTFILE ADDRESS; ONE LOOKUP PER
      * CUSTOMER ID COVERS ALL OF ITS CURRENCIES. THE ID COUNTS AS OPEN
      * WHEN ANY OF ITS CURRENCIES IS NOT CLOSED, SO THE CHECK IS MADE
      * ONCE ALL OF THEM HAVE BEEN READ.
       0200-CHECK-ACCOUNTS.
           PERFORM 0210-READ-NEXT-ACCOUNT.
           PERFORM UNTIL IDX-EOF
              ADD 1 TO WS-IDX-READ-CNT
              IF IDX-ID NOT = WS-PREV-ID
                 PERFORM 0220-CHECK-ADDRESS
                 MOVE IDX-ID TO WS-PREV-ID
                 MOVE -1 TO WS-OPEN-CUR
              END-IF
              IF NOT ACCT-CLOSED AND WS-OPEN-CUR < 0
                 MOVE IDX-CUR TO WS-OPEN-CUR
              END-IF
              PERFORM 0210-READ-NEXT-ACCOUNT
           END-PERFORM.
           PERFORM 0220-CHECK-ADDRESS.
      *
       0210-READ-NEXT-ACCOUNT.
           READ IDX-FILE NEXT
              AT END
                 SET IDX-EOF TO TRUE
           END-READ.
      *
       0220-CHECK-ADDRESS.
           IF WS-OPEN-CUR >= 0
              MOVE WS-PREV-ID TO CST-ID
              READ CUST-FILE KEY CST-ID
              IF NOT CST-FOUND
                 MOVE 'MED ' TO FND-SEVERITY
                 MOVE 'ADR01' TO FND-CODE
                 MOVE WS-PREV-ID TO WS-ID-EDIT
                 MOVE WS-OPEN-CUR TO WS-CUR-EDIT
                 MOVE SPACES TO FND-KEY
                 MOVE WS-ID-EDIT TO FND-KEY(1:5)
                 MOVE "/" TO FND-KEY(6:1)
                 MOVE WS-CUR-EDIT TO FND-KEY(7:3)
                 MOVE "OPEN ACCOUNT HAS NO CUSTFILE ADDRESS"
                    TO FND-TEXT
                 MOVE "KEY AN 'M' ADDRESS DETAIL FOR THE CUSTOMER"
                    TO FND-ACTION
                 PERFORM 0700-WRITE-FINDING
              END-IF
           END-IF.
      *
      * CUSTFILE IS KEYED BY CUSTOMER ID ONLY - ANY CURRENCY OF THE ID
      * ON IDXFILE KEEPS THE ADDRESS RECORD IN USE.
       0250-CHECK-CUSTOMERS.
           PERFORM 0260-READ-NEXT-CUSTOMER.
           PERFORM UNTIL CST-EOF
              ADD 1 TO WS-CST-READ-CNT
              MOVE CST-ID TO WS-SEEK-ID
              PERFORM 0270-FIND-ANY-CURRENCY
              IF NOT KEY-FOUND
                 MOVE 'LOW ' TO FND-SEVERITY
                 MOVE 'CST01' TO FND-CODE
                 MOVE CST-ID TO WS-ID-EDIT
                 MOVE SPACES TO FND-KEY
                 MOVE WS-ID-EDIT TO FND-KEY(1:5)
                 MOVE "CUSTFILE ADDRESS WITH NO IDXFILE ACCOUNT"
                    TO FND-TEXT
                 MOVE "CONFIRM THE CUSTOMER LEFT; REMOVE THE ADDRESS"
                    TO FND-ACTION
                 PERFORM 0700-WRITE-FINDING
              END-IF
              PERFORM 0260-READ-NEXT-CUSTOMER
           END-PERFORM.
      *
       0260-READ-NEXT-CUSTOMER.
           READ CUST-FILE NEXT
              AT END
                 SET CST-EOF TO TRUE
           END-READ.
      *
       0270-FIND-ANY-CURRENCY.
           MOVE 'N' TO WS-KEY-FOUND-FLG.
           MOVE WS-SEEK-ID TO IDX-ID.
           MOVE 0 TO IDX-CUR.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ IDX-FILE NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF IDX-ID = WS-SEEK-ID
                          MOVE 'Y' TO WS-KEY-FOUND-FLG
                       END-IF
                 END-READ
           END-START.
      *
      * AN ARCHIVED ACCOUNT THAT IS ALSO LIVE WOULD BE RESTORED OVER
      * ITSELF BY A LATER FINALPRG REIN.
       0300-CHECK-ARCHIVE.
           PERFORM 0310-READ-ARCHIVE.
           PERFORM UNTIL ARC-EOF
              ADD 1 TO WS-ARC-READ-CNT
              IF WS-ARC-ENTRIES < WS-ARC-MAX
                 ADD 1 TO WS-ARC-ENTRIES
                 MOVE ARC-IDX-ID TO WS-ARC-ID(WS-ARC-ENTRIES)
                 MOVE ARC-IDX-CUR TO WS-ARC-CUR(WS-ARC-ENTRIES)
              ELSE
                 MOVE 'Y' TO WS-ARC-FULL-FLG
              END-IF
              MOVE ARC-IDX-ID TO IDX-ID
              MOVE ARC-IDX-CUR TO IDX-CUR
              READ IDX-FILE KEY IS IDX-KEY
              IF IDX-FOUND
                 MOVE 'HIGH' TO FND-SEVERITY
                 MOVE 'ARC01' TO FND-CODE
                 PERFORM 0720-KEY-FROM-IDX
                 MOVE "ARCHIVED KEY IS ALSO LIVE ON IDXFILE"
                    TO FND-TEXT
                 MOVE "DROP THE ARCHIVE COPY BEFORE ANY FINALPRG REIN"
                    TO FND-ACTION
                 PERFORM 0700-WRITE-FINDING
              END-IF
              PERFORM 0310-READ-ARCHIVE
           END-PERFORM.
           IF ARC-TABLE-FULL
              MOVE 'LOW ' TO FND-SEVERITY
              MOVE 'ARC02' TO FND-CODE
              MOVE 'ARCOUT' TO FND-KEY
              MOVE "MORE THAN 5000 ARCHIVED KEYS - PURGED/MISSING SPLIT"
                 TO FND-TEXT
              MOVE "PURGED KEYS PAST THE LIMIT SHOW AS MISSING"
                 TO FND-ACTION
              PERFORM 0700-WRITE-FINDING
           END-IF.
      *
       0310-READ-ARCHIVE.
           READ ARC-FILE
              AT END
                 SET ARC-EOF TO TRUE
           END-READ.
      *
      * A PARKED ITEM WILL BE REJECTED ON RELEASE IF ITS ACCOUNT IS
      * CLOSED OR GONE. NEW-ACCOUNT ('W') ITEMS EXPECT NO ACCOUNT AND
      * ADDRESS ('M') ITEMS ONLY NEED THE CUSTOMER ID.
       0350-CHECK-PENDING.
           PERFORM 0360-READ-PENDING.
           PERFORM UNTIL PND-EOF
              ADD 1 TO WS-PND-READ-CNT
              MOVE PND-DETAIL TO WS-DETAIL
              IF DTL-PROCESS-TYPE NOT = 'W'
                 PERFORM 0370-CHECK-PENDING-KEY
                 IF DTL-PROCESS-TYPE = 'V'
                    MOVE DTL-XFER-TO-ID TO DTL-ID
                    MOVE DTL-XFER-TO-CUR TO DTL-CUR
                    PERFORM 0370-CHECK-PENDING-KEY
                 END-IF
              END-IF
              PERFORM 0360-READ-PENDING
           END-PERFORM.
      *
       0360-READ-PENDING.
           READ PND-FILE
              AT END
                 SET PND-EOF TO TRUE
           END-READ.
      *
       0370-CHECK-PENDING-KEY.
           MOVE 'MED ' TO FND-SEVERITY.
           MOVE SPACES TO FND-KEY.
           MOVE DTL-ID TO FND-KEY(1:5).
           MOVE "/" TO FND-KEY(6:1).
           MOVE DTL-CUR TO FND-KEY(7:3).
           MOVE PND-BATCH-ID TO FND-KEY(10:8).
           IF DTL-ID NOT NUMERIC OR DTL-CUR NOT NUMERIC
              MOVE 'PND04' TO FND-CODE
              MOVE "PENDING ITEM CARRIES A NON-NUMERIC KEY"
                 TO FND-TEXT
              MOVE "CANCEL THE ITEM AND HAVE THE ORIGIN DESK REKEY IT"
                 TO FND-ACTION
              PERFORM 0700-WRITE-FINDING
           ELSE
              MOVE DTL-ID TO WS-SEEK-ID
              MOVE DTL-CUR TO WS-SEEK-CUR
              IF DTL-PROCESS-TYPE = 'M'
                 PERFORM 0270-FIND-ANY-CURRENCY
              ELSE
                 MOVE WS-SEEK-ID TO IDX-ID
                 MOVE WS-SEEK-CUR TO IDX-CUR
                 READ IDX-FILE KEY IS IDX-KEY
                 IF IDX-FOUND
                    MOVE 'Y' TO WS-KEY-FOUND-FLG
                 ELSE
                    MOVE 'N' TO WS-KEY-FOUND-FLG
                 END-IF
              END-IF
              IF KEY-FOUND
                 IF ACCT-CLOSED AND DTL-PROCESS-TYPE NOT = 'M'
                    MOVE 'PND01' TO FND-CODE
                    MOVE "PENDING ITEM FOR A CLOSED ACCOUNT"
                       TO FND-TEXT
                    MOVE "CANCEL THE ITEM OR REOPEN BEFORE FINALRLS"
                       TO FND-ACTION
                    PERFORM 0700-WRITE-FINDING
                 END-IF
              ELSE
                 PERFORM 0380-FIND-ARCHIVED
                 IF KEY-FOUND
                    MOVE 'PND02' TO FND-CODE
                    MOVE "PENDING ITEM FOR A PURGED ACCOUNT"
                       TO FND-TEXT
                    MOVE "CANCEL THE ITEM OR FINALPRG REIN THE ACCOUNT"
                       TO FND-ACTION
                 ELSE
                    MOVE 'PND03' TO FND-CODE
                    MOVE "PENDING ITEM FOR AN ACCOUNT NOT ON IDXFILE"
                       TO FND-TEXT
                    MOVE "CANCEL THE ITEM OR CORRECT KEY WITH ORIGIN"
                       TO FND-ACTION
                 END-IF
                 PERFORM 0700-WRITE-FINDING
              END-IF
           END-IF.
      *
       0380-FIND-ARCHIVED.
           MOVE 'N' TO WS-KEY-FOUND-FLG.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-ARC-ENTRIES
              IF WS-ARC-ID(WS-IDX-1) = WS-SEEK-ID
                 AND (WS-ARC-CUR(WS-IDX-1) = WS-SEEK-CUR
                      OR DTL-PROCESS-TYPE = 'M')
                 MOVE 'Y' TO WS-KEY-FOUND-FLG
              END-IF
           END-PERFORM.
      *
      * ADDRESS ('M') ENTRIES CARRY CURRENCY 0 AND NO ACCOUNT IMAGE.
       0400-RELEASE-JOURNAL.
           MOVE 0 TO WS-SRT-SEQ.
           PERFORM 0410-READ-HISTORY.
           PERFORM UNTIL HST-EOF
              IF JH-TYPE = 'J'
                 MOVE JH-IMAGE TO WS-JRNL-WORK
                 IF WJ-TXN-TYPE NOT = 'M'
                    ADD 1 TO WS-SRT-SEQ
                    MOVE WJ-ID TO SRT-ID
                    MOVE WJ-CUR TO SRT-CUR
                    MOVE WS-SRT-SEQ TO SRT-SEQ
                    MOVE JH-IMAGE TO SRT-IMAGE
                    RELEASE SRT-REC
                 END-IF
              END-IF
              PERFORM 0410-READ-HISTORY
           END-PERFORM.
      *
       0410-READ-HISTORY.
           READ HST-FILE
              AT END
                 SET HST-EOF TO TRUE
           END-READ.
      *
       0450-CHECK-JOURNAL.
           PERFORM 0460-RETURN-ENTRY.
           PERFORM UNTIL SRT-EOF
              MOVE SRT-ID TO WS-SEEK-ID
              MOVE SRT-CUR TO WS-SEEK-CUR
              PERFORM UNTIL SRT-EOF
                 OR SRT-ID NOT = WS-SEEK-ID OR SRT-CUR NOT = WS-SEEK-CUR
                 MOVE SRT-IMAGE TO WS-LAST-JRNL
                 PERFORM 0460-RETURN-ENTRY
              END-PERFORM
              ADD 1 TO WS-JRNL-KEY-CNT
              MOVE WS-LAST-JRNL TO WS-JRNL-WORK
              PERFORM 0470-COMPARE-IMAGE
           END-PERFORM.
      *
       0460-RETURN-ENTRY.
           RETURN SRT-FILE
              AT END
                 SET SRT-EOF TO TRUE
           END-RETURN.
      *
      * THE LAST JOURNAL AFTER-IMAGE MUST BE WHAT IDXFILE HOLDS NOW. A
      * DELETE ('D') OR PURGE ('P') LEAVES NO ACCOUNT BEHIND, NOR DOES
      * ANY ENTRY WITH A ZERO AFTER-DATE (A SORT-MODE 'G' GROUP ENTRY
      * THAT ENDED IN A DELETE), AS FINALRCV TREATS IT.
       0470-COMPARE-IMAGE.
           MOVE 'HIGH' TO FND-SEVERITY.
           MOVE WJ-ID TO IDX-ID.
           MOVE WJ-CUR TO IDX-CUR.
           PERFORM 0720-KEY-FROM-IDX.
           READ IDX-FILE KEY IS IDX-KEY.
           IF WJ-TXN-TYPE = 'D' OR WJ-TXN-TYPE = 'P'
              OR WJ-AFT-DATE = 0
              IF IDX-FOUND
                 MOVE 'JRN03' TO FND-CODE
                 MOVE "ON IDXFILE BUT LAST JOURNAL ENTRY REMOVED IT"
                    TO FND-TEXT
                 MOVE "FIND THE UNJOURNALED WRITE; CHECK FINALRCV"
                    TO FND-ACTION
                 PERFORM 0700-WRITE-FINDING
              END-IF
           ELSE
              IF NOT IDX-FOUND
                 MOVE 'JRN02' TO FND-CODE
                 MOVE "JOURNALED ACCOUNT MISSING FROM IDXFILE"
                    TO FND-TEXT
                 MOVE "RESTORE FROM FINALRCV OR ARCHIVE BEFORE FINALSTM"
                    TO FND-ACTION
                 PERFORM 0700-WRITE-FINDING
              ELSE
                 IF FIRST-NAME NOT = WJ-AFT-FNAME
                    OR LAST-NAME NOT = WJ-AFT-LNAME
                    OR LAST-ORDER-DATE NOT = WJ-AFT-DATE
                    OR BALANCE NOT = WJ-AFT-BAL
                    OR CREDIT-LIMIT NOT = WJ-AFT-LIMIT
                    OR ACCOUNT-STATUS NOT = WJ-AFT-STATUS
                    MOVE 'JRN01' TO FND-CODE
                    MOVE "IDXFILE IMAGE DIFFERS FROM LAST JOURNAL IMAGE"
                       TO FND-TEXT
                    MOVE "RECONCILE WITH FINALRCV BEFORE FINALSTM"
                       TO FND-ACTION
                    PERFORM 0700-WRITE-FINDING
                 END-IF
              END-IF
           END-IF.
      *
      * RUNCTL IS APPEND-ONLY, SO ITS ORDER IS THE ORDER THE JOBS RAN.
      *   RCT01  A DOWNSTREAM 'OK' ROW WITH NO FINALCBL 'OK' ROW BEFORE
      *          IT FOR THE SAME BUSINESS DATE
      *   RCT02  A PROGRAM'S BUSINESS DATE GOING BACKWARDS
      *   RCT03  THE SAME PROGRAM AND BATCH ID RECORDED 'OK' TWICE -
      *          FINALACC AND FINALREC USE THEIR OWN NAME AS BATCH ID
      *          AND ARE NOT CHECKED FOR THIS
       0500-CHECK-RUN-CONTROL.
           PERFORM 0510-READ-RUN-CONTROL.
           PERFORM UNTIL RCT-EOF
              ADD 1 TO WS-RCT-READ-CNT
              MOVE SPACES TO FND-KEY
              MOVE RCT-PROGRAM TO FND-KEY(1:8)
              MOVE RCT-BATCH-ID TO FND-KEY(10:8)
              PERFORM 0520-CHECK-PROGRAM-DATE
              IF RCT-OUTCOME = 'OK  '
                 PERFORM 0530-CHECK-OK-ROW
              END-IF
              PERFORM 0510-READ-RUN-CONTROL
           END-PERFORM.
           IF RCT-TABLE-FULL
              MOVE 'LOW ' TO FND-SEVERITY
              MOVE 'RCT04' TO FND-CODE
              MOVE 'RUNCTL' TO FND-KEY
              MOVE "MORE THAN 5000 OK ROWS - LATER ROWS CHECKED PARTLY"
                 TO FND-TEXT
              MOVE "ARCHIVE OLD RUNCTL ROWS AND START A FRESH REGISTRY"
                 TO FND-ACTION
              PERFORM 0700-WRITE-FINDING
           END-IF.
      *
       0510-READ-RUN-CONTROL.
           READ RCT-FILE
              AT END
                 SET RCT-EOF TO TRUE
           END-READ.
      *
       0520-CHECK-PROGRAM-DATE.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-RP-ENTRIES
              IF WS-MATCH-IDX = 0
                 AND WS-RP-PROGRAM(WS-IDX-1) = RCT-PROGRAM
                 MOVE WS-IDX-1 TO WS-MATCH-IDX
              END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
              IF WS-RP-ENTRIES < 20
                 ADD 1 TO WS-RP-ENTRIES
                 MOVE RCT-PROGRAM TO WS-RP-PROGRAM(WS-RP-ENTRIES)
                 MOVE RCT-BUS-DATE TO WS-RP-LAST-DATE(WS-RP-ENTRIES)
              END-IF
           ELSE
              IF RCT-BUS-DATE < WS-RP-LAST-DATE(WS-MATCH-IDX)
                 MOVE 'MED ' TO FND-SEVERITY
                 MOVE 'RCT02' TO FND-CODE
                 MOVE "BUSINESS DATE EARLIER THAN PROGRAM'S PRIOR RUN"
                    TO FND-TEXT
                 MOVE "CONFIRM THE BACK-DATED RUN WAS INTENDED"
                    TO FND-ACTION
                 PERFORM 0700-WRITE-FINDING
              ELSE
                 MOVE RCT-BUS-DATE TO WS-RP-LAST-DATE(WS-MATCH-IDX)
              END-IF
           END-IF.
      *
       0530-CHECK-OK-ROW.
           IF RCT-PROGRAM NOT = 'FINALCBL'
              MOVE 0 TO WS-MATCH-IDX
              PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                      UNTIL WS-IDX-1 > WS-RK-ENTRIES
                 IF WS-MATCH-IDX = 0
                    AND WS-RK-PROGRAM(WS-IDX-1) = 'FINALCBL'
                    AND WS-RK-BUS-DATE(WS-IDX-1) = RCT-BUS-DATE
                    MOVE WS-IDX-1 TO WS-MATCH-IDX
                 END-IF
              END-PERFORM
              IF WS-MATCH-IDX = 0
                 MOVE 'HIGH' TO FND-SEVERITY
                 MOVE 'RCT01' TO FND-CODE
                 MOVE "RAN WITH NO FINALCBL OK FOR ITS BUSINESS DATE"
                    TO FND-TEXT
                 MOVE "CHECK JOB ORDER; RERUN THE STEP AFTER FINALCBL"
                    TO FND-ACTION
                 PERFORM 0700-WRITE-FINDING
              END-IF
           END-IF.
           IF RCT-BATCH-ID NOT = RCT-PROGRAM
              MOVE 0 TO WS-MATCH-IDX
              PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                      UNTIL WS-IDX-1 > WS-RK-ENTRIES
                 IF WS-MATCH-IDX = 0
                    AND WS-RK-PROGRAM(WS-IDX-1) = RCT-PROGRAM
                    AND WS-RK-BATCH-ID(WS-IDX-1) = RCT-BATCH-ID
                    MOVE WS-IDX-1 TO WS-MATCH-IDX
                 END-IF
              END-PERFORM
              IF WS-MATCH-IDX NOT = 0
                 MOVE 'HIGH' TO FND-SEVERITY
                 MOVE 'RCT03' TO FND-CODE
                 MOVE "BATCH ID RECORDED OK TWICE - FIRST ON"
                    TO FND-TEXT
                 MOVE WS-RK-BUS-DATE(WS-MATCH-IDX) TO FND-TEXT(39:8)
                 MOVE "CHECK AUDITOUT FOR A DOUBLE POSTING AND REVERSE"
                    TO FND-ACTION
                 PERFORM 0700-WRITE-FINDING
              END-IF
           END-IF.
           IF WS-RK-ENTRIES < WS-RK-MAX
              ADD 1 TO WS-RK-ENTRIES
              MOVE RCT-PROGRAM TO WS-RK-PROGRAM(WS-RK-ENTRIES)
              MOVE RCT-BATCH-ID TO WS-RK-BATCH-ID(WS-RK-ENTRIES)
              MOVE RCT-BUS-DATE TO WS-RK-BUS-DATE(WS-RK-ENTRIES)
           ELSE
              MOVE 'Y' TO WS-RCT-FULL-FLG
           END-IF.
      *
       0700-WRITE-FINDING.
           EVALUATE FND-SEVERITY
              WHEN 'HIGH'
                 ADD 1 TO WS-HIGH-CNT
              WHEN 'MED '
                 ADD 1 TO WS-MED-CNT
              WHEN OTHER
                 ADD 1 TO WS-LOW-CNT
           END-EVALUATE.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-FC-ENTRIES
              IF WS-MATCH-IDX = 0 AND WS-FC-CODE(WS-IDX-1) = FND-CODE
                 MOVE WS-IDX-1 TO WS-MATCH-IDX
              END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
              ADD 1 TO WS-FC-ENTRIES
              MOVE WS-FC-ENTRIES TO WS-MATCH-IDX
              MOVE FND-CODE TO WS-FC-CODE(WS-MATCH-IDX)
              MOVE FND-SEVERITY TO WS-FC-SEVERITY(WS-MATCH-IDX)
              MOVE 0 TO WS-FC-COUNT(WS-MATCH-IDX)
           END-IF.
           ADD 1 TO WS-FC-COUNT(WS-MATCH-IDX).
           MOVE FND-SEVERITY TO WS-LINE(1:4).
           MOVE FND-CODE TO WS-LINE(6:5).
           MOVE FND-KEY TO WS-LINE(12:17).
           MOVE FND-TEXT TO WS-LINE(30:50).
           PERFORM 0710-WRITE-LINE.
           MOVE "      ACTION: " TO WS-LINE(1:14).
           MOVE FND-ACTION TO WS-LINE(15:60).
           PERFORM 0710-WRITE-LINE.
      *
       0710-WRITE-LINE.
           MOVE WS-LINE TO INT-LINE.
           WRITE INT-REC.
           MOVE SPACES TO WS-LINE.
      *
       0720-KEY-FROM-IDX.
           MOVE IDX-ID TO WS-ID-EDIT.
           MOVE IDX-CUR TO WS-CUR-EDIT.
           MOVE SPACES TO FND-KEY.
           MOVE WS-ID-EDIT TO FND-KEY(1:5).
           MOVE "/" TO FND-KEY(6:1).
           MOVE WS-CUR-EDIT TO FND-KEY(7:3).
      *
       0800-CLOSE-FILES.
           CLOSE IDX-FILE.
           CLOSE CUST-FILE.
           CLOSE PND-FILE.
           CLOSE ARC-FILE.
           CLOSE HST-FILE.
           CLOSE RCT-FILE.
           CLOSE INT-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALINT - INTEGRITY SWEEP TOTALS".
           DISPLAY "=========================================".
           MOVE WS-IDX-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "IDXFILE ACCOUNTS READ ............ " WS-CNT-EDIT.
           MOVE WS-CST-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "CUSTFILE RECORDS READ ............ " WS-CNT-EDIT.
           MOVE WS-ARC-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "ARCOUT RECORDS READ .............. " WS-CNT-EDIT.
           MOVE WS-PND-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "PENDFILE ITEMS READ .............. " WS-CNT-EDIT.
           MOVE WS-JRNL-KEY-CNT TO WS-CNT-EDIT.
           DISPLAY "JOURNALED KEYS COMPARED .......... " WS-CNT-EDIT.
           MOVE WS-RCT-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "RUNCTL ROWS READ ................. " WS-CNT-EDIT.
           MOVE WS-HIGH-CNT TO WS-CNT-EDIT.
           DISPLAY "HIGH SEVERITY FINDINGS ........... " WS-CNT-EDIT.
           MOVE WS-MED-CNT TO WS-CNT-EDIT.
           DISPLAY "MEDIUM SEVERITY FINDINGS ......... " WS-CNT-EDIT.
           MOVE WS-LOW-CNT TO WS-CNT-EDIT.
           DISPLAY "LOW SEVERITY FINDINGS ............ " WS-CNT-EDIT.
           DISPLAY "FINDINGS BY CHECK:".
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-FC-ENTRIES
              MOVE WS-FC-COUNT(WS-IDX-1) TO WS-CNT-EDIT
              DISPLAY "  " WS-FC-CODE(WS-IDX-1)
                 "  SEV=" WS-FC-SEVERITY(WS-IDX-1)
                 "  COUNT=" WS-CNT-EDIT
           END-PERFORM.
           IF WS-HIGH-CNT > 0
              DISPLAY "RESULT: SEVERE FINDINGS - RETURN CODE 8, HOLD"
                 " FINALSTM AND FINALGLX"
           ELSE
              DISPLAY "RESULT: NO SEVERE FINDINGS"
           END-IF.
           DISPLAY "=========================================".
