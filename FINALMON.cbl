       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALMON.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * LARGE-VALUE AND UNUSUAL ACTIVITY MONITOR. SORTS THE JRNLHST
      * JOURNAL IMAGES FOR THE FROM-TO WINDOW BY ACCOUNT, CONVERTS
      * EACH MOVEMENT TO BASE CURRENCY (USD) AT THE FXRATES RATE FOR
      * ITS DAY, AND RAISES LRG, TOT, STR AND FRZ ALERTS ON ALERTOUT
      * FOR THE COMPLIANCE CASE SYSTEM. MONRPT LISTS EACH ALERTED
      * ACCOUNT WITH ITS CUSTFILE ADDRESS AND THE ALERTS RAISED ON IT.
      * PARAMETERS: FROM TO [SINGLE] [TOTAL] [COUNT] - THE WINDOW AS
      * YYYYMMDD DATES, THE SINGLE-MOVEMENT AND WINDOW-TOTAL
      * THRESHOLDS AND THE STRUCTURING COUNT (SEE 0050-GET-PARM).
      * RUN AFTER FINALEOD HAS ADDED THE DAY TO JRNLHST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HST-FILE ASSIGN TO JRNLHST
                           FILE STATUS IS STATUS-HST.
           SELECT FXR-FILE ASSIGN TO FXRATES
                           FILE STATUS IS STATUS-FXR.
           SELECT OPTIONAL CUST-FILE ASSIGN TO CUSTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CST-ID
                           FILE STATUS IS STATUS-CST.
           SELECT ALR-FILE ASSIGN TO ALERTOUT
                           FILE STATUS IS STATUS-ALR.
           SELECT MON-FILE ASSIGN TO MONRPT
                           FILE STATUS IS STATUS-MON.
           SELECT SRT-FILE ASSIGN TO SORTWK.
       DATA DIVISION.
       FILE SECTION.
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
      * ONE RATE PER CURRENCY PER BUSINESS DATE, USD PER UNIT OF THE
      * QUOTED CURRENCY - THE SAME FILE FINALFXR READS.
       FD  FXR-FILE RECORDING MODE F.
       01  FXR-REC.
           05 FXR-CUR                    PIC 9(3).
           05 FXR-DATE                   PIC 9(8).
           05 FXR-RATE                   PIC 9(3)V9(7).
       FD  CUST-FILE.
       01  CST-REC.
           05 CST-ID                      PIC S9(5)  COMP-3.
           05 CST-ADDR-LINE1              PIC X(30).
           05 CST-ADDR-LINE2              PIC X(30).
           05 CST-CITY                    PIC X(20).
           05 CST-POSTAL-CODE             PIC X(10).
           05 CST-PHONE                   PIC X(15).
      * ONE RECORD PER ALERT FOR THE COMPLIANCE CASE SYSTEM.
      *   LRG  SINGLE MOVEMENT AT OR OVER THE SINGLE THRESHOLD
      *   TOT  ACCOUNT'S WINDOW TOTAL AT OR OVER THE TOTAL THRESHOLD
      *   STR  REPEATED 'B' ADJUSTMENTS JUST UNDER THE SINGLE THRESHOLD
      *   FRZ  MOVEMENTS ON AN ACCOUNT FROZEN OR CLOSED IN THE WINDOW
      * AMOUNTS ARE IN BASE CURRENCY (USD) WHOLE UNITS.
       FD  ALR-FILE RECORDING MODE F.
       01  ALR-REC.
           05 ALR-TYPE                   PIC X(3).
           05 ALR-ID                     PIC 9(5).
           05 ALR-CUR                    PIC 9(3).
           05 ALR-DATE                   PIC 9(8).
           05 ALR-TXN-TYPE               PIC X(1).
           05 ALR-BASE-AMT               PIC S9(15)
                                          SIGN IS LEADING SEPARATE.
           05 ALR-COUNT                  PIC 9(5).
           05 ALR-NAME                   PIC X(30).
           05 FILLER                     PIC X(9).
       FD  MON-FILE RECORDING MODE F.
       01  MON-REC.
           05 MON-LINE                   PIC X(100).
      * WINDOW ENTRIES IN ACCOUNT KEY ORDER, EACH WITH ITS BUSINESS
      * DATE AND ITS MOVEMENT ALREADY CONVERTED TO BASE CURRENCY.
       SD  SRT-FILE.
       01  SRT-REC.
           05 SRT-ID                     PIC S9(5)  COMP-3.
           05 SRT-CUR                    PIC S9(3)  COMP.
           05 SRT-SEQ                    PIC 9(7).
           05 SRT-DATE                   PIC 9(8).
           05 SRT-BASE-MVT               PIC S9(15).
           05 SRT-IMAGE                  PIC X(166).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 WS-DATE-OK-FLG             PIC X(1)  VALUE 'Y'.
              88 DATE-OK                           VALUE 'Y'.
           05 STATUS-HST                 PIC 9(2).
              88 HST-SUCC                          VALUE 00 97.
              88 HST-EOF                           VALUE 10.
           05 STATUS-FXR                 PIC 9(2).
              88 FXR-SUCC                          VALUE 00 97.
              88 FXR-EOF                           VALUE 10.
           05 STATUS-CST                 PIC 9(2).
              88 CST-SUCC                          VALUE 00 05 97.
              88 CST-FOUND                         VALUE 00 97.
           05 STATUS-ALR                 PIC 9(2).
              88 ALR-SUCC                          VALUE 00 97.
           05 STATUS-MON                 PIC 9(2).
              88 MON-SUCC                          VALUE 00 97.
           05 WS-SRT-EOF-FLG             PIC X(1)  VALUE 'N'.
              88 SRT-EOF                           VALUE 'Y'.
           05 WS-RATE-FOUND              PIC X(1)  VALUE 'N'.
              88 RATE-FOUND                        VALUE 'Y'.
           05 WS-GRP-FRZ-FLG             PIC X(1)  VALUE 'N'.
              88 GRP-FRZ-SEEN                      VALUE 'Y'.
       01  WS-PARM                       PIC X(60).
       01  WS-TOK1                       PIC X(10).
       01  WS-TOK2                       PIC X(10).
       01  WS-DATE-TOK                   PIC X(10).
       01  WS-DATE-VAL                   PIC 9(8)  VALUE 0.
       01  WS-TOK3                       PIC X(15).
       01  WS-TOK4                       PIC X(15).
       01  WS-TOK5                       PIC X(15).
       01  WS-NUM-TOK                    PIC X(15).
       01  WS-NUM-VAL                    PIC 9(15) VALUE 0.
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
       01  WS-FROM-DATE                  PIC 9(8)  VALUE 0.
       01  WS-TO-DATE                    PIC 9(8)  VALUE 0.
       01  WS-HST-DAY                    PIC 9(8)  VALUE 0.
      * THRESHOLDS IN BASE CURRENCY WHOLE UNITS. THE STRUCTURING BAND
      * IS THE TOP TENTH BELOW THE SINGLE-MOVEMENT THRESHOLD.
       01  WS-SINGLE-LIMIT               PIC 9(15) VALUE 10000.
       01  WS-TOTAL-LIMIT                PIC 9(15) VALUE 50000.
       01  WS-STR-BAND-LOW               PIC 9(15) VALUE 0.
       77  WS-STR-MIN-CNT                PIC 9(5)  VALUE 3.
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
       01  WS-MOVEMENT                   PIC S9(15) VALUE 0.
       01  WS-BASE-MVT                   PIC S9(15) VALUE 0.
       01  WS-ABS-MVT                    PIC 9(15)  VALUE 0.
       01  WS-RATE                       PIC 9(3)V9(7) VALUE 0.
       01  WS-BEST-DATE                  PIC 9(8)  VALUE 0.
       01  WS-SEEK-CUR                   PIC S9(3) VALUE 0.
       01  WS-SEEK-DATE                  PIC 9(8)  VALUE 0.
       77  WS-SRT-SEQ                    PIC 9(7)  VALUE 0.
       77  WS-IDX-1                      PIC 9(4)  VALUE 0.
       77  WS-FX-ENTRIES                 PIC 9(4)  VALUE 0.
       77  WS-FX-MAX                     PIC 9(4)  VALUE 1000.
      * EVERY FXRATES RECORD INSIDE THE WINDOW (AND BEFORE IT, SO THE
      * FIRST DAYS CAN FALL BACK TO THE LAST KNOWN RATE).
       01  WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 1000 TIMES.
              07 WS-FX-CUR               PIC S9(3).
              07 WS-FX-DATE              PIC 9(8).
              07 WS-FX-RATE              PIC 9(3)V9(7).
      * PER-ACCOUNT STATE WHILE ONE SORTED KEY GROUP IS READ.
       01  WS-GRP-KEY.
           05 WS-GRP-ID                  PIC S9(5)  COMP-3.
           05 WS-GRP-CUR                 PIC S9(3)  COMP.
       01  WS-GRP-NAME                   PIC X(30).
       01  WS-GRP-TOTAL                  PIC 9(15) VALUE 0.
       01  WS-GRP-LAST-DATE              PIC 9(8)  VALUE 0.
       01  WS-GRP-STR-AMT                PIC 9(15) VALUE 0.
       77  WS-GRP-MVT-CNT                PIC 9(5)  VALUE 0.
       77  WS-GRP-STR-CNT                PIC 9(5)  VALUE 0.
       77  WS-GA-CNT                     PIC 9(3)  VALUE 0.
       77  WS-GA-MAX                     PIC 9(3)  VALUE 50.
       77  WS-GA-OVERFLOW                PIC 9(5)  VALUE 0.
       01  WS-GRP-ALERTS.
           05 WS-GA-ENTRY OCCURS 50 TIMES.
              07 WS-GA-TYPE              PIC X(3).
              07 WS-GA-DATE              PIC 9(8).
              07 WS-GA-TXN-TYPE          PIC X(1).
              07 WS-GA-AMT               PIC S9(15).
              07 WS-GA-COUNT             PIC 9(5).
       01  WS-LINE                       PIC X(100).
       01  WS-ID-EDIT                    PIC 99999.
       01  WS-CUR-EDIT                   PIC 999.
       01  WS-BAL-EDIT                   PIC -(15)9.
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       01  WS-AMT-EDIT                   PIC Z(14)9.
       77  WS-HST-READ-CNT               PIC 9(7)  VALUE 0.
       77  WS-WINDOW-CNT                 PIC 9(7)  VALUE 0.
       77  WS-NO-RATE-CNT                PIC 9(7)  VALUE 0.
       77  WS-REMOVAL-CNT                PIC 9(7)  VALUE 0.
       77  WS-ACCT-CNT                   PIC 9(7)  VALUE 0.
       77  WS-FLAGGED-CNT                PIC 9(7)  VALUE 0.
       77  WS-ALR-CNT                    PIC 9(7)  VALUE 0.
       77  WS-LRG-CNT                    PIC 9(7)  VALUE 0.
       77  WS-TOT-CNT                    PIC 9(7)  VALUE 0.
       77  WS-STR-CNT                    PIC 9(7)  VALUE 0.
       77  WS-FRZ-CNT                    PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-PARM.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-RATES.
           SORT SRT-FILE
              ON ASCENDING KEY SRT-ID SRT-CUR SRT-SEQ
              INPUT PROCEDURE IS 0300-RELEASE-WINDOW
              OUTPUT PROCEDURE IS 0400-SCAN-ACCOUNTS.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           STOP RUN.
      *
      * FROM TO [SINGLE-THRESHOLD] [TOTAL-THRESHOLD] [STRUCTURING-COUNT]
       0050-GET-PARM.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5.
           UNSTRING WS-PARM DELIMITED BY ALL ' '
              INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5.
           MOVE 'Y' TO WS-DATE-OK-FLG.
           MOVE WS-TOK1 TO WS-DATE-TOK.
           PERFORM 0055-CHECK-DATE.
           MOVE WS-DATE-VAL TO WS-FROM-DATE.
           MOVE WS-TOK2 TO WS-DATE-TOK.
           PERFORM 0055-CHECK-DATE.
           MOVE WS-DATE-VAL TO WS-TO-DATE.
           IF NOT DATE-OK
              DISPLAY "FINALMON - INVALID PARAMETER: " WS-PARM
              DISPLAY "USAGE: FROM TO [SINGLE] [TOTAL] [COUNT]"
              DISPLAY "  FROM/TO  YYYYMMDD JRNLHST WINDOW"
              DISPLAY "  SINGLE   ONE-MOVEMENT THRESHOLD, BASE CURRENCY"
                 " (DEFAULT 10000)"
              DISPLAY "  TOTAL    ACCOUNT WINDOW TOTAL THRESHOLD"
                 " (DEFAULT 50000)"
              DISPLAY "  COUNT    ADJUSTMENTS JUST UNDER SINGLE THAT"
                 " MAKE A STRUCTURING ALERT (DEFAULT 3)"
              STOP RUN
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY "FINALMON - FROM DATE AFTER TO DATE: " WS-PARM
              STOP RUN
           END-IF.
           IF WS-TOK3 NOT = SPACES
              MOVE WS-TOK3 TO WS-NUM-TOK
              PERFORM 0060-PARSE-NUMBER
              MOVE WS-NUM-VAL TO WS-SINGLE-LIMIT
           END-IF.
           IF WS-TOK4 NOT = SPACES
              MOVE WS-TOK4 TO WS-NUM-TOK
              PERFORM 0060-PARSE-NUMBER
              MOVE WS-NUM-VAL TO WS-TOTAL-LIMIT
           END-IF.
           IF WS-TOK5 NOT = SPACES
              MOVE WS-TOK5 TO WS-NUM-TOK
              PERFORM 0060-PARSE-NUMBER
              IF WS-NUM-VAL > 99999
                 DISPLAY "FINALMON - COUNT OUT OF RANGE (1-99999): "
                    WS-NUM-TOK
                 STOP RUN
              END-IF
              MOVE WS-NUM-VAL TO WS-STR-MIN-CNT
           END-IF.
           IF WS-SINGLE-LIMIT = 0 OR WS-TOTAL-LIMIT = 0
              OR WS-STR-MIN-CNT = 0
              DISPLAY "FINALMON - THRESHOLDS MUST BE GREATER THAN ZERO"
              STOP RUN
           END-IF.
           COMPUTE WS-STR-BAND-LOW = WS-SINGLE-LIMIT * 9 / 10.
      *
      * A WINDOW DATE MUST BE EIGHT DIGITS AND A REAL CALENDAR DATE.
       0055-CHECK-DATE.
           MOVE 0 TO WS-TOK-LEN WS-DATE-VAL.
           INSPECT WS-DATE-TOK TALLYING WS-TOK-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TOK-LEN NOT = 8 OR WS-DATE-TOK(1:8) NOT NUMERIC
              MOVE 'N' TO WS-DATE-OK-FLG
           ELSE
              MOVE WS-DATE-TOK(1:8) TO WS-DATE-VAL
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-VAL) NOT = 0
                 MOVE 'N' TO WS-DATE-OK-FLG
              END-IF
           END-IF.
      *
       0060-PARSE-NUMBER.
           MOVE 0 TO WS-TOK-LEN.
           INSPECT WS-NUM-TOK TALLYING WS-TOK-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NUM-TOK(1:WS-TOK-LEN) NOT NUMERIC
              DISPLAY "FINALMON - THRESHOLD NOT NUMERIC: " WS-NUM-TOK
              STOP RUN
           END-IF.
           COMPUTE WS-NUM-VAL = FUNCTION NUMVAL(WS-NUM-TOK).
      *
       0100-OPEN-FILES.
           OPEN INPUT HST-FILE.
           OPEN INPUT FXR-FILE.
           OPEN INPUT CUST-FILE.
           OPEN OUTPUT ALR-FILE.
           OPEN OUTPUT MON-FILE.
           IF NOT HST-SUCC
              DISPLAY "JRNLHST NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT FXR-SUCC
              DISPLAY "FXRATES NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CST-SUCC
              DISPLAY "CUSTFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT ALR-SUCC
              DISPLAY "ALERTOUT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT MON-SUCC
              DISPLAY "MONRPT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINE.
           MOVE "FINALMON - LARGE-VALUE AND UNUSUAL ACTIVITY REPORT"
              TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
           MOVE "WINDOW " TO WS-LINE(1:7).
           MOVE WS-FROM-DATE TO WS-LINE(8:8).
           MOVE " THROUGH " TO WS-LINE(16:9).
           MOVE WS-TO-DATE TO WS-LINE(25:8).
           MOVE "  AMOUNTS IN BASE CURRENCY (840)" TO WS-LINE(33:32).
           PERFORM 0700-WRITE-LINE.
           MOVE WS-SINGLE-LIMIT TO WS-AMT-EDIT.
           MOVE "SINGLE THRESHOLD " TO WS-LINE(1:17).
           MOVE WS-AMT-EDIT TO WS-LINE(18:15).
           MOVE WS-TOTAL-LIMIT TO WS-AMT-EDIT.
           MOVE "  TOTAL THRESHOLD " TO WS-LINE(33:18).
           MOVE WS-AMT-EDIT TO WS-LINE(51:15).
           PERFORM 0700-WRITE-LINE.
           MOVE WS-STR-BAND-LOW TO WS-AMT-EDIT.
           MOVE "STRUCTURING BAND FROM " TO WS-LINE(1:22).
           MOVE WS-AMT-EDIT TO WS-LINE(23:15).
           MOVE WS-STR-MIN-CNT TO WS-CNT-EDIT.
           MOVE "  MINIMUM COUNT " TO WS-LINE(38:16).
           MOVE WS-CNT-EDIT TO WS-LINE(54:7).
           PERFORM 0700-WRITE-LINE.
      *
      * USD (840) IS THE BASE CURRENCY AND NEEDS NO RATE. RATES DATED
      * AFTER THE WINDOW ARE NEVER USED AND ARE NOT KEPT.
       0200-LOAD-RATES.
           MOVE 0 TO WS-FX-ENTRIES.
           PERFORM 0210-READ-RATE.
           PERFORM UNTIL FXR-EOF
              IF FXR-CUR NOT NUMERIC OR FXR-DATE NOT NUMERIC
                 OR FXR-RATE NOT NUMERIC
                 DISPLAY "FINALMON - INVALID FXRATES RECORD: "
                    FXR-REC " EXITING..."
                 STOP RUN
              END-IF
              IF FXR-DATE <= WS-TO-DATE AND FXR-CUR NOT = 840
                 IF WS-FX-ENTRIES >= WS-FX-MAX
                    DISPLAY "FINALMON - MORE THAN " WS-FX-MAX
                       " FXRATES RECORDS UP TO " WS-TO-DATE
                       " - NARROW THE FXRATES FILE. EXITING..."
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-FX-ENTRIES
                 MOVE FXR-CUR TO WS-FX-CUR(WS-FX-ENTRIES)
                 MOVE FXR-DATE TO WS-FX-DATE(WS-FX-ENTRIES)
                 MOVE FXR-RATE TO WS-FX-RATE(WS-FX-ENTRIES)
              END-IF
              PERFORM 0210-READ-RATE
           END-PERFORM.
      *
       0210-READ-RATE.
           READ FXR-FILE
              AT END
                 SET FXR-EOF TO TRUE
           END-READ.
      *
      * THE RATE FOR THE ENTRY'S OWN BUSINESS DATE, OR FAILING THAT THE
      * LATEST EARLIER RATE FOR THE CURRENCY.
       0220-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE 0 TO WS-BEST-DATE WS-RATE.
           IF WS-SEEK-CUR = 840
              MOVE 1 TO WS-RATE
              MOVE 'Y' TO WS-RATE-FOUND
           ELSE
              PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                      UNTIL WS-IDX-1 > WS-FX-ENTRIES
                 IF WS-FX-CUR(WS-IDX-1) = WS-SEEK-CUR
                    AND WS-FX-DATE(WS-IDX-1) <= WS-SEEK-DATE
                    AND WS-FX-DATE(WS-IDX-1) >= WS-BEST-DATE
                    MOVE WS-FX-DATE(WS-IDX-1) TO WS-BEST-DATE
                    MOVE WS-FX-RATE(WS-IDX-1) TO WS-RATE
                    MOVE 'Y' TO WS-RATE-FOUND
                 END-IF
              END-PERFORM
           END-IF.
      *
      * KEEPS THE 'J' IMAGES OF EVERY DAY INSIDE THE WINDOW; 'M'
      * ADDRESS ENTRIES CARRY NO MONEY AND ARE LEFT OUT.
       0300-RELEASE-WINDOW.
           MOVE 0 TO WS-SRT-SEQ WS-HST-DAY.
           PERFORM 0310-READ-HISTORY.
           PERFORM UNTIL HST-EOF
              ADD 1 TO WS-HST-READ-CNT
              IF JH-TYPE = 'H'
                 MOVE JH-HDR-BUS-DATE TO WS-HST-DAY
              ELSE
                 IF WS-HST-DAY >= WS-FROM-DATE
                    AND WS-HST-DAY <= WS-TO-DATE
                    MOVE JH-IMAGE TO WS-JRNL-WORK
                    IF WJ-TXN-TYPE NOT = 'M'
                       PERFORM 0320-RELEASE-ENTRY
                    END-IF
                 END-IF
              END-IF
              PERFORM 0310-READ-HISTORY
           END-PERFORM.
      *
       0310-READ-HISTORY.
           READ HST-FILE
              AT END
                 SET HST-EOF TO TRUE
           END-READ.
      *
      * A DELETE, A PURGE OR A SORT-MODE 'G' DELETION (ZERO AFTER
      * DATE) TAKES THE ACCOUNT OFF THE MASTER, NOT MONEY OUT OF IT -
      * AS IN FINALINT IT IS A REMOVAL, SO IT CARRIES NO MOVEMENT. IT
      * IS STILL RELEASED FOR THE NAME AND FROZEN/CLOSED CHECKS.
       0320-RELEASE-ENTRY.
           ADD 1 TO WS-WINDOW-CNT.
           ADD 1 TO WS-SRT-SEQ.
           IF WJ-TXN-TYPE = 'D' OR WJ-TXN-TYPE = 'P'
              OR WJ-AFT-DATE = 0
              ADD 1 TO WS-REMOVAL-CNT
              MOVE 0 TO WS-MOVEMENT
           ELSE
              COMPUTE WS-MOVEMENT = WJ-AFT-BAL - WJ-BEF-BAL
           END-IF.
           MOVE 0 TO WS-BASE-MVT.
           IF WS-MOVEMENT NOT = 0
              MOVE WJ-CUR TO WS-SEEK-CUR
              MOVE WS-HST-DAY TO WS-SEEK-DATE
              PERFORM 0220-FIND-RATE
              IF RATE-FOUND
                 COMPUTE WS-BASE-MVT ROUNDED = WS-MOVEMENT * WS-RATE
              ELSE
                 ADD 1 TO WS-NO-RATE-CNT
              END-IF
           END-IF.
           MOVE WJ-ID TO SRT-ID.
           MOVE WJ-CUR TO SRT-CUR.
           MOVE WS-SRT-SEQ TO SRT-SEQ.
           MOVE WS-HST-DAY TO SRT-DATE.
           MOVE WS-BASE-MVT TO SRT-BASE-MVT.
           MOVE WS-JRNL-WORK TO SRT-IMAGE.
           RELEASE SRT-REC.
      *
       0400-SCAN-ACCOUNTS.
           PERFORM 0410-RETURN-ENTRY.
           PERFORM UNTIL SRT-EOF
              PERFORM 0420-START-GROUP
              PERFORM UNTIL SRT-EOF
                 OR SRT-ID NOT = WS-GRP-ID OR SRT-CUR NOT = WS-GRP-CUR
                 PERFORM 0430-CHECK-ENTRY
                 PERFORM 0410-RETURN-ENTRY
              END-PERFORM
              PERFORM 0450-END-GROUP
           END-PERFORM.
      *
       0410-RETURN-ENTRY.
           RETURN SRT-FILE
              AT END
                 SET SRT-EOF TO TRUE
              NOT AT END
                 MOVE SRT-IMAGE TO WS-JRNL-WORK
           END-RETURN.
      *
       0420-START-GROUP.
           ADD 1 TO WS-ACCT-CNT.
           MOVE SRT-ID TO WS-GRP-ID.
           MOVE SRT-CUR TO WS-GRP-CUR.
           MOVE SPACES TO WS-GRP-NAME.
           MOVE 0 TO WS-GRP-TOTAL WS-GRP-STR-AMT WS-GRP-LAST-DATE.
           MOVE 0 TO WS-GRP-MVT-CNT WS-GRP-STR-CNT.
           MOVE 0 TO WS-GA-CNT WS-GA-OVERFLOW.
           MOVE 'N' TO WS-GRP-FRZ-FLG.
      *
       0430-CHECK-ENTRY.
      * LATEST NAME ON THE JOURNAL; A DELETE LEAVES ONLY THE BEFORE
      * IMAGE, SO KEEP THAT ONE RATHER THAN BLANKS.
           IF WJ-AFT-FNAME NOT = SPACES OR WJ-AFT-LNAME NOT = SPACES
              STRING WJ-AFT-FNAME DELIMITED BY SIZE
                     WJ-AFT-LNAME DELIMITED BY SIZE
                 INTO WS-GRP-NAME
           ELSE
              IF WS-GRP-NAME = SPACES
                 STRING WJ-BEF-FNAME DELIMITED BY SIZE
                        WJ-BEF-LNAME DELIMITED BY SIZE
                    INTO WS-GRP-NAME
              END-IF
           END-IF.
           IF WJ-BEF-STATUS = 'F' OR WJ-BEF-STATUS = 'C'
              OR WJ-AFT-STATUS = 'F' OR WJ-AFT-STATUS = 'C'
              MOVE 'Y' TO WS-GRP-FRZ-FLG
           END-IF.
           MOVE SRT-DATE TO WS-GRP-LAST-DATE.
           IF SRT-BASE-MVT NOT = 0
              ADD 1 TO WS-GRP-MVT-CNT
              IF SRT-BASE-MVT < 0
                 COMPUTE WS-ABS-MVT = 0 - SRT-BASE-MVT
              ELSE
                 MOVE SRT-BASE-MVT TO WS-ABS-MVT
              END-IF
              ADD WS-ABS-MVT TO WS-GRP-TOTAL
              IF WS-ABS-MVT >= WS-SINGLE-LIMIT
                 PERFORM 0440-ADD-ENTRY-ALERT
              ELSE
                 IF WJ-TXN-TYPE = 'B'
                    AND WS-ABS-MVT >= WS-STR-BAND-LOW
                    ADD 1 TO WS-GRP-STR-CNT
                    ADD WS-ABS-MVT TO WS-GRP-STR-AMT
                 END-IF
              END-IF
           END-IF.
      *
      * THE LAST THREE TABLE SLOTS ARE KEPT FOR THE ACCOUNT-LEVEL
      * ALERTS; EVERY ALERT STILL GOES TO ALERTOUT.
       0440-ADD-ENTRY-ALERT.
           ADD 1 TO WS-LRG-CNT.
           IF WS-GA-CNT < WS-GA-MAX - 3
              ADD 1 TO WS-GA-CNT
              MOVE 'LRG' TO WS-GA-TYPE(WS-GA-CNT)
              MOVE SRT-DATE TO WS-GA-DATE(WS-GA-CNT)
              MOVE WJ-TXN-TYPE TO WS-GA-TXN-TYPE(WS-GA-CNT)
              MOVE SRT-BASE-MVT TO WS-GA-AMT(WS-GA-CNT)
              MOVE 1 TO WS-GA-COUNT(WS-GA-CNT)
           ELSE
              ADD 1 TO WS-GA-OVERFLOW
           END-IF.
           MOVE 'LRG' TO ALR-TYPE.
           MOVE SRT-DATE TO ALR-DATE.
           MOVE WJ-TXN-TYPE TO ALR-TXN-TYPE.
           MOVE SRT-BASE-MVT TO ALR-BASE-AMT.
           MOVE 1 TO ALR-COUNT.
           PERFORM 0470-WRITE-ALERT.
      *
      * ACCOUNT-LEVEL ALERTS ARE DECIDED ONCE THE WHOLE WINDOW FOR THE
      * KEY HAS BEEN SEEN; THEN THE ACCOUNT'S REPORT BLOCK IS PRINTED.
       0450-END-GROUP.
           IF WS-GRP-TOTAL >= WS-TOTAL-LIMIT
              ADD 1 TO WS-TOT-CNT
              MOVE 'TOT' TO ALR-TYPE
              MOVE SPACE TO ALR-TXN-TYPE
              MOVE WS-GRP-TOTAL TO ALR-BASE-AMT
              MOVE WS-GRP-MVT-CNT TO ALR-COUNT
              PERFORM 0460-ADD-GROUP-ALERT
           END-IF.
           IF WS-GRP-STR-CNT >= WS-STR-MIN-CNT
              ADD 1 TO WS-STR-CNT
              MOVE 'STR' TO ALR-TYPE
              MOVE 'B' TO ALR-TXN-TYPE
              MOVE WS-GRP-STR-AMT TO ALR-BASE-AMT
              MOVE WS-GRP-STR-CNT TO ALR-COUNT
              PERFORM 0460-ADD-GROUP-ALERT
           END-IF.
           IF GRP-FRZ-SEEN AND WS-GRP-MVT-CNT > 0
              ADD 1 TO WS-FRZ-CNT
              MOVE 'FRZ' TO ALR-TYPE
              MOVE SPACE TO ALR-TXN-TYPE
              MOVE WS-GRP-TOTAL TO ALR-BASE-AMT
              MOVE WS-GRP-MVT-CNT TO ALR-COUNT
              PERFORM 0460-ADD-GROUP-ALERT
           END-IF.
           IF WS-GA-CNT > 0
              ADD 1 TO WS-FLAGGED-CNT
              PERFORM 0500-PRINT-ACCOUNT-BLOCK
           END-IF.
      *
       0460-ADD-GROUP-ALERT.
           MOVE WS-GRP-LAST-DATE TO ALR-DATE.
           ADD 1 TO WS-GA-CNT.
           MOVE ALR-TYPE TO WS-GA-TYPE(WS-GA-CNT).
           MOVE ALR-DATE TO WS-GA-DATE(WS-GA-CNT).
           MOVE ALR-TXN-TYPE TO WS-GA-TXN-TYPE(WS-GA-CNT).
           MOVE ALR-BASE-AMT TO WS-GA-AMT(WS-GA-CNT).
           MOVE ALR-COUNT TO WS-GA-COUNT(WS-GA-CNT).
           PERFORM 0470-WRITE-ALERT.
      *
       0470-WRITE-ALERT.
           ADD 1 TO WS-ALR-CNT.
           MOVE WS-GRP-ID TO ALR-ID.
           MOVE WS-GRP-CUR TO ALR-CUR.
           MOVE WS-GRP-NAME TO ALR-NAME.
           WRITE ALR-REC.
      *
       0500-PRINT-ACCOUNT-BLOCK.
           MOVE SPACES TO WS-LINE.
           PERFORM 0700-WRITE-LINE.
           MOVE WS-GRP-ID TO WS-ID-EDIT.
           MOVE WS-GRP-CUR TO WS-CUR-EDIT.
           MOVE "ACCOUNT " TO WS-LINE(1:8).
           MOVE WS-ID-EDIT TO WS-LINE(9:5).
           MOVE "/" TO WS-LINE(14:1).
           MOVE WS-CUR-EDIT TO WS-LINE(15:3).
           MOVE "  " TO WS-LINE(18:2).
           MOVE WS-GRP-NAME TO WS-LINE(20:30).
           PERFORM 0700-WRITE-LINE.
           PERFORM 0510-PRINT-ADDRESS.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-GA-CNT
              MOVE WS-GA-AMT(WS-IDX-1) TO WS-BAL-EDIT
              MOVE WS-GA-COUNT(WS-IDX-1) TO WS-CNT-EDIT
              MOVE "  " TO WS-LINE(1:2)
              MOVE WS-GA-TYPE(WS-IDX-1) TO WS-LINE(3:3)
              MOVE WS-GA-DATE(WS-IDX-1) TO WS-LINE(7:8)
              MOVE WS-GA-TXN-TYPE(WS-IDX-1) TO WS-LINE(16:1)
              MOVE " AMOUNT=" TO WS-LINE(17:8)
              MOVE WS-BAL-EDIT TO WS-LINE(25:16)
              MOVE " COUNT=" TO WS-LINE(41:7)
              MOVE WS-CNT-EDIT TO WS-LINE(48:7)
              EVALUATE WS-GA-TYPE(WS-IDX-1)
                 WHEN 'LRG'
                    MOVE "  SINGLE MOVEMENT OVER THRESHOLD"
                       TO WS-LINE(55:32)
                 WHEN 'TOT'
                    MOVE "  WINDOW TOTAL OVER THRESHOLD"
                       TO WS-LINE(55:29)
                 WHEN 'STR'
                    MOVE "  POSSIBLE STRUCTURING"
                       TO WS-LINE(55:22)
                 WHEN OTHER
                    MOVE "  ACTIVITY WHILE FROZEN/CLOSED"
                       TO WS-LINE(55:30)
              END-EVALUATE
              PERFORM 0700-WRITE-LINE
           END-PERFORM.
           IF WS-GA-OVERFLOW > 0
              MOVE WS-GA-OVERFLOW TO WS-CNT-EDIT
              MOVE "  ... " TO WS-LINE(1:6)
              MOVE WS-CNT-EDIT TO WS-LINE(7:7)
              MOVE " MORE LRG ALERTS ON ALERTOUT" TO WS-LINE(14:28)
              PERFORM 0700-WRITE-LINE
           END-IF.
      *
      * SAME CUSTFILE ADDRESS BLOCK FINALSTM PRINTS ON STATEMENTS.
       0510-PRINT-ADDRESS.
           MOVE WS-GRP-ID TO CST-ID.
           READ CUST-FILE KEY CST-ID.
           IF CST-FOUND
              MOVE CST-ADDR-LINE1 TO WS-LINE(3:30)
              PERFORM 0700-WRITE-LINE
              IF CST-ADDR-LINE2 NOT = SPACES
                 MOVE CST-ADDR-LINE2 TO WS-LINE(3:30)
                 PERFORM 0700-WRITE-LINE
              END-IF
              MOVE CST-CITY TO WS-LINE(3:20)
              MOVE CST-POSTAL-CODE TO WS-LINE(24:10)
              PERFORM 0700-WRITE-LINE
           ELSE
              MOVE "  (NO ADDRESS ON CUSTFILE)" TO WS-LINE
              PERFORM 0700-WRITE-LINE
           END-IF.
      *
       0700-WRITE-LINE.
           MOVE WS-LINE TO MON-LINE.
           WRITE MON-REC.
           MOVE SPACES TO WS-LINE.
      *
       0800-CLOSE-FILES.
           CLOSE HST-FILE.
           CLOSE FXR-FILE.
           CLOSE CUST-FILE.
           CLOSE ALR-FILE.
           CLOSE MON-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALMON - ACTIVITY MONITORING TOTALS".
           DISPLAY "=========================================".
           DISPLAY "WINDOW ........................... " WS-FROM-DATE
              " - " WS-TO-DATE.
           MOVE WS-HST-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "JRNLHST RECORDS READ ............. " WS-CNT-EDIT.
           MOVE WS-WINDOW-CNT TO WS-CNT-EDIT.
           DISPLAY "JOURNAL ENTRIES IN WINDOW ........ " WS-CNT-EDIT.
           MOVE WS-NO-RATE-CNT TO WS-CNT-EDIT.
           DISPLAY "MOVEMENTS WITH NO FX RATE ........ " WS-CNT-EDIT.
           MOVE WS-REMOVAL-CNT TO WS-CNT-EDIT.
           DISPLAY "REMOVALS (NOT A MOVEMENT) ........ " WS-CNT-EDIT.
           MOVE WS-ACCT-CNT TO WS-CNT-EDIT.
           DISPLAY "ACCOUNTS EXAMINED ................ " WS-CNT-EDIT.
           MOVE WS-FLAGGED-CNT TO WS-CNT-EDIT.
           DISPLAY "ACCOUNTS FLAGGED ................. " WS-CNT-EDIT.
           MOVE WS-LRG-CNT TO WS-CNT-EDIT.
           DISPLAY "  LRG SINGLE LARGE MOVEMENTS ..... " WS-CNT-EDIT.
           MOVE WS-TOT-CNT TO WS-CNT-EDIT.
           DISPLAY "  TOT WINDOW TOTAL OVER LIMIT .... " WS-CNT-EDIT.
           MOVE WS-STR-CNT TO WS-CNT-EDIT.
           DISPLAY "  STR POSSIBLE STRUCTURING ....... " WS-CNT-EDIT.
           MOVE WS-FRZ-CNT TO WS-CNT-EDIT.
           DISPLAY "  FRZ FROZEN/CLOSED ACTIVITY ..... " WS-CNT-EDIT.
           MOVE WS-ALR-CNT TO WS-CNT-EDIT.
           DISPLAY "ALERT RECORDS WRITTEN ............ " WS-CNT-EDIT.
           IF WS-NO-RATE-CNT > 0
              DISPLAY "WARNING: MOVEMENTS WITHOUT AN FX RATE WERE NOT"
                 " TESTED AGAINST THE THRESHOLDS"
           END-IF.
           DISPLAY "=========================================".
