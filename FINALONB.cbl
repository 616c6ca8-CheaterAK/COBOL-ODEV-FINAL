       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FINALONB.
       AUTHOR.        AHMET KOCABAS aka CheaterAK.
      * BULK CUSTOMER ONBOARDING LOAD. EACH NEWCUST RECORD GETS THE
      * NEXT FREE CUSTOMER NUMBER FROM THE CUSTCTL CONTROL RECORD AND
      * BECOMES ONE 'W' DETAIL PER CURRENCY PLUS ONE 'M' ADDRESS
      * DETAIL IN AN INPFILE BATCH ON ONBOUT FOR FINALCBL. ONBXREF
      * TELLS THE REQUESTING DESK WHICH ID EACH REFERENCE RECEIVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCU-FILE ASSIGN TO NEWCUST
                           FILE STATUS IS STATUS-NCU.
           SELECT OPTIONAL CTL-FILE ASSIGN TO CUSTCTL
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CTL-KEY
                           FILE STATUS IS STATUS-CTL.
           SELECT IDX-FILE ASSIGN TO IDXFILE ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS IDX-KEY
                           FILE STATUS IS STATUS-IDX.
           SELECT OPTIONAL CUST-FILE ASSIGN TO CUSTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CST-ID
                           FILE STATUS IS STATUS-CST.
           SELECT ONB-FILE ASSIGN TO ONBOUT
                           FILE STATUS IS STATUS-ONB.
           SELECT XRF-FILE ASSIGN TO ONBXREF
                           FILE STATUS IS STATUS-XRF.
       DATA DIVISION.
       FILE SECTION.
      * NEW-CUSTOMER REQUEST FROM THE ORIGINATING DESK. NCU-REF IS THE
      * DESK'S OWN REFERENCE; UP TO FIVE CURRENCIES, UNUSED SLOTS BLANK.
       FD  NCU-FILE RECORDING MODE F.
       01  NCU-REC.
           05 NCU-REF                    PIC X(12).
           05 NCU-FNAME                  PIC X(15).
           05 NCU-LNAME                  PIC X(15).
           05 NCU-ADDR-LINE1             PIC X(30).
           05 NCU-ADDR-LINE2             PIC X(30).
           05 NCU-CITY                   PIC X(20).
           05 NCU-POSTAL                 PIC X(10).
           05 NCU-PHONE                  PIC X(15).
           05 NCU-CUR                    PIC X(3) OCCURS 5 TIMES.
           05 FILLER                     PIC X(8).
      * CUSTOMER-NUMBER CONTROL RECORD, KEY 'NEXTCUST'. CTL-NEXT-ID IS
      * REWRITTEN AS EACH NUMBER IS TAKEN, BEFORE IT IS USED, SO A RUN
      * THAT DIES PART WAY NEVER HANDS THE SAME NUMBER OUT AGAIN.
       FD  CTL-FILE.
       01  CTL-REC.
           05 CTL-KEY                    PIC X(8).
           05 CTL-NEXT-ID                PIC 9(5).
           05 CTL-UPD-DATE               PIC 9(8).
           05 CTL-UPD-PROGRAM            PIC X(8).
           05 CTL-UPD-BATCH-ID           PIC X(8).
           05 FILLER                     PIC X(13).
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
       FD  CUST-FILE.
       01  CST-REC.
           05 CST-ID                      PIC S9(5)  COMP-3.
           05 CST-ADDR-LINE1              PIC X(30).
           05 CST-ADDR-LINE2              PIC X(30).
           05 CST-CITY                    PIC X(20).
           05 CST-POSTAL-CODE             PIC X(10).
           05 CST-PHONE                   PIC X(15).
      * ONBOARDING BATCH IN THE INPFILE LAYOUT.
       FD  ONB-FILE RECORDING MODE F.
       01  ONB-REC                       PIC X(166).
      * CROSS-REFERENCE BACK TO THE DESK. XRF-STATUS 'A' = ID ASSIGNED,
      * 'R' = REQUEST REJECTED (NO NUMBER TAKEN) WITH THE REASON.
       FD  XRF-FILE RECORDING MODE F.
       01  XRF-REC.
           05 XRF-REF                    PIC X(12).
           05 XRF-STATUS                 PIC X(1).
           05 XRF-ID                     PIC 9(5).
           05 XRF-CURS                   PIC X(15).
           05 XRF-BATCH-ID               PIC X(8).
           05 XRF-FNAME                  PIC X(15).
           05 XRF-LNAME                  PIC X(15).
           05 XRF-REASON                 PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-NCU                 PIC 9(2).
              88 NCU-SUCC                          VALUE 00 97.
              88 NCU-EOF                           VALUE 10.
           05 STATUS-CTL                 PIC 9(2).
              88 CTL-SUCC                          VALUE 00 05 97.
              88 CTL-FOUND                         VALUE 00 97.
           05 STATUS-IDX                 PIC 9(2).
              88 IDX-SUCC                          VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
           05 STATUS-CST                 PIC 9(2).
              88 CST-SUCC                          VALUE 00 05 97.
              88 CST-FOUND                         VALUE 00 97.
           05 STATUS-ONB                 PIC 9(2).
              88 ONB-SUCC                          VALUE 00 97.
           05 STATUS-XRF                 PIC 9(2).
              88 XRF-SUCC                          VALUE 00 97.
           05 WS-IN-USE-FLG              PIC X(1)  VALUE 'N'.
              88 ID-IN-USE                         VALUE 'Y'.
       01  WS-PARM                       PIC X(20).
       01  WS-TOK1                       PIC X(10).
       01  WS-TOK2                       PIC X(8).
       01  WS-BUS-DATE                   PIC 9(8)  VALUE 0.
       77  WS-TOK-LEN                    PIC 9(2)  VALUE 0.
      * DEFAULT BATCH ID 'NB' + YYMMDD; A SECOND LOAD ON THE SAME DAY
      * PASSES ITS OWN BATCH ID AS THE SECOND PARAMETER.
       01  WS-BATCH-ID.
           05 WS-BATCH-PFX               PIC X(2)  VALUE 'NB'.
           05 WS-BATCH-DATE              PIC X(6).
      * SAME CURRENCY TABLE FINALCBL VALIDATES AGAINST (CURRTAB).
      *   840 = USD   124 = CAD   978 = EUR   826 = GBP   392 = JPY
       01  WS-CURRTAB-VALUES.
           05 FILLER                     PIC X(15) VALUE
              '840124978826392'.
       01  WS-CURRTAB REDEFINES WS-CURRTAB-VALUES.
           05 WS-CURR-CODE               PIC X(3) OCCURS 5 TIMES.
       01  WS-NAME-WORK                  PIC X(15).
       01  WS-REASON                     PIC X(40).
       01  WS-NEW-ID                     PIC 9(5)  VALUE 0.
       01  WS-MAX-ID                     PIC 9(5)  VALUE 0.
       01  WS-ID-HASH                    PIC 9(15) VALUE 0.
       01  WS-CURS-WORK                  PIC X(15).
      * INPFILE RECORDS - SAME LAYOUTS FINALCBL READS.
       01  WS-DETAIL.
           05 DTL-PROCESS-TYPE           PIC X(1).
           05 DTL-ID                     PIC 9(5).
           05 DTL-CUR                    PIC X(3).
           05 DTL-FNAME                  PIC X(15).
           05 DTL-LNAME                  PIC X(15).
           05 DTL-AMOUNT                 PIC S9(13)
                                          SIGN IS LEADING SEPARATE.
           05 DTL-EFF-DATE               PIC 9(8).
           05 DTL-ADDR-LINE1             PIC X(30).
           05 DTL-ADDR-LINE2             PIC X(30).
           05 DTL-CITY                   PIC X(20).
           05 DTL-POSTAL                 PIC X(10).
           05 DTL-PHONE                  PIC X(15).
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
       01  WS-CNT-EDIT                   PIC ZZZZZZ9.
       01  WS-ID-EDIT                    PIC 99999.
       77  WS-IDX-1                      PIC 9(2)  VALUE 0.
       77  WS-IDX-2                      PIC 9(2)  VALUE 0.
       77  WS-CUR-IDX                    PIC 9(2)  VALUE 0.
       77  WS-CUR-CNT                    PIC 9(2)  VALUE 0.
       77  WS-FIRST-CUR                  PIC 9(2)  VALUE 0.
       77  WS-CUR-FOUND                  PIC X(1)  VALUE 'N'.
           88 CUR-FOUND                         VALUE 'Y'.
       77  WS-READ-CNT                   PIC 9(7)  VALUE 0.
       77  WS-ACCEPT-CNT                 PIC 9(7)  VALUE 0.
       77  WS-REJECT-CNT                 PIC 9(7)  VALUE 0.
       77  WS-SKIP-ID-CNT                PIC 9(7)  VALUE 0.
       77  WS-W-CNT                      PIC 9(7)  VALUE 0.
       77  WS-M-CNT                      PIC 9(7)  VALUE 0.
       77  WS-DTL-CNT                    PIC 9(7)  VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0050-GET-PARM.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-READ-CONTROL.
           PERFORM 0200-PROCESS-REQUESTS.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0900-PRINT-CONTROL-REPORT.
           STOP RUN.
      *
      * [BUSINESS-DATE] [BATCH-ID]
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
                 DISPLAY "FINALONB - INVALID PARAMETER: " WS-PARM
                 DISPLAY "USAGE: [YYYYMMDD] [BATCH-ID]"
                 STOP RUN
              END-IF
              MOVE WS-TOK1(1:8) TO WS-BUS-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUS-DATE) NOT = 0
                 DISPLAY "FINALONB - INVALID BUSINESS DATE: " WS-TOK1
                 STOP RUN
              END-IF
           END-IF.
           MOVE WS-BUS-DATE(3:6) TO WS-BATCH-DATE.
           IF WS-TOK2 NOT = SPACES
              MOVE WS-TOK2 TO WS-BATCH-ID
           END-IF.
      *
       0100-OPEN-FILES.
           OPEN INPUT NCU-FILE.
           OPEN I-O CTL-FILE.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUST-FILE.
           OPEN OUTPUT ONB-FILE.
           OPEN OUTPUT XRF-FILE.
           IF NOT NCU-SUCC
              DISPLAY "NEWCUST NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT CTL-SUCC
              DISPLAY "CUSTCTL NOT FOUND. EXITING..."
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
           IF NOT ONB-SUCC
              DISPLAY "ONBOUT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           IF NOT XRF-SUCC
              DISPLAY "ONBXREF NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-BATCH-HDR.
           MOVE 'H' TO HDR-TYPE.
           MOVE WS-BATCH-ID TO HDR-BATCH-ID.
           MOVE 'FINALONB' TO HDR-ORIGIN.
           MOVE WS-BUS-DATE TO HDR-BUS-DATE.
           WRITE ONB-REC FROM WS-BATCH-HDR.
      *
      * THE FIRST EVER RUN FINDS NO CONTROL RECORD AND SEEDS IT ONE
      * ABOVE THE HIGHEST ID ALREADY ON IDXFILE.
       0150-READ-CONTROL.
           MOVE 'NEXTCUST' TO CTL-KEY.
           READ CTL-FILE KEY IS CTL-KEY.
           IF NOT CTL-FOUND
              MOVE 0 TO WS-MAX-ID
              PERFORM 0160-READ-NEXT-ACCOUNT
              PERFORM UNTIL IDX-EOF
                 IF IDX-ID > WS-MAX-ID
                    MOVE IDX-ID TO WS-MAX-ID
                 END-IF
                 PERFORM 0160-READ-NEXT-ACCOUNT
              END-PERFORM
              MOVE SPACES TO CTL-REC
              MOVE 'NEXTCUST' TO CTL-KEY
              COMPUTE CTL-NEXT-ID = WS-MAX-ID + 1
              MOVE WS-BUS-DATE TO CTL-UPD-DATE
              MOVE 'FINALONB' TO CTL-UPD-PROGRAM
              MOVE WS-BATCH-ID TO CTL-UPD-BATCH-ID
              WRITE CTL-REC
              IF NOT CTL-SUCC
                 DISPLAY "FINALONB - CUSTCTL WRITE FAILED RC="
                    STATUS-CTL " EXITING..."
                 STOP RUN
              END-IF
              DISPLAY "FINALONB - CUSTCTL SEEDED, NEXT ID "
                 CTL-NEXT-ID
           END-IF.
      *
       0160-READ-NEXT-ACCOUNT.
           READ IDX-FILE NEXT
              AT END
                 SET IDX-EOF TO TRUE
           END-READ.
      *
       0200-PROCESS-REQUESTS.
           PERFORM 0210-READ-REQUEST.
           PERFORM UNTIL NCU-EOF
              ADD 1 TO WS-READ-CNT
              MOVE SPACES TO XRF-REC
              MOVE NCU-REF TO XRF-REF
              MOVE WS-BATCH-ID TO XRF-BATCH-ID
              MOVE NCU-FNAME TO XRF-FNAME
              MOVE NCU-LNAME TO XRF-LNAME
              MOVE 0 TO XRF-ID
              PERFORM 0300-VALIDATE-REQUEST
              IF WS-REASON = SPACES
                 PERFORM 0400-ASSIGN-ID
                 PERFORM 0500-WRITE-DETAILS
                 MOVE 'A' TO XRF-STATUS
                 MOVE WS-NEW-ID TO XRF-ID
                 MOVE WS-CURS-WORK TO XRF-CURS
                 ADD 1 TO WS-ACCEPT-CNT
              ELSE
                 MOVE 'R' TO XRF-STATUS
                 MOVE WS-REASON TO XRF-REASON
                 ADD 1 TO WS-REJECT-CNT
              END-IF
              WRITE XRF-REC
              PERFORM 0210-READ-REQUEST
           END-PERFORM.
      *
       0210-READ-REQUEST.
           READ NCU-FILE
              AT END
                 SET NCU-EOF TO TRUE
           END-READ.
      *
      * NAMES: BOTH PRESENT, LETTERS, SPACES, HYPHENS AND APOSTROPHES
      * ONLY, STARTING WITH A LETTER. CURRENCIES: AT LEAST ONE, EACH
      * IN CURRTAB AND NOT REPEATED. AN ADDRESS LINE IS REQUIRED FOR
      * THE 'M' DETAIL.
       0300-VALIDATE-REQUEST.
           MOVE SPACES TO WS-REASON.
           MOVE NCU-FNAME TO WS-NAME-WORK.
           PERFORM 0310-CHECK-NAME.
           IF WS-REASON NOT = SPACES
              MOVE "FIRST NAME MISSING OR NOT ALPHABETIC"
                 TO WS-REASON
           ELSE
              MOVE NCU-LNAME TO WS-NAME-WORK
              PERFORM 0310-CHECK-NAME
              IF WS-REASON NOT = SPACES
                 MOVE "LAST NAME MISSING OR NOT ALPHABETIC"
                    TO WS-REASON
              END-IF
           END-IF.
           IF WS-REASON = SPACES AND NCU-ADDR-LINE1 = SPACES
              MOVE "ADDRESS LINE 1 IS REQUIRED" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
              PERFORM 0320-CHECK-CURRENCIES
           END-IF.
      *
       0310-CHECK-NAME.
           IF WS-NAME-WORK = SPACES OR WS-NAME-WORK(1:1) NOT ALPHABETIC
              OR WS-NAME-WORK(1:1) = SPACE
              MOVE 'X' TO WS-REASON
           ELSE
              INSPECT WS-NAME-WORK REPLACING ALL '-' BY SPACE
                                             ALL "'" BY SPACE
              IF WS-NAME-WORK NOT ALPHABETIC
                 MOVE 'X' TO WS-REASON
              END-IF
           END-IF.
      *
       0320-CHECK-CURRENCIES.
           MOVE 0 TO WS-CUR-CNT WS-FIRST-CUR.
           MOVE SPACES TO WS-CURS-WORK.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1 UNTIL WS-IDX-1 > 5
              IF NCU-CUR(WS-IDX-1) NOT = SPACES
                 AND WS-REASON = SPACES
                 MOVE 'N' TO WS-CUR-FOUND
                 PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                         UNTIL WS-CUR-IDX > 5
                    IF NCU-CUR(WS-IDX-1) = WS-CURR-CODE(WS-CUR-IDX)
                       MOVE 'Y' TO WS-CUR-FOUND
                    END-IF
                 END-PERFORM
                 IF NOT CUR-FOUND
                    STRING "CURRENCY " NCU-CUR(WS-IDX-1)
                       " NOT SUPPORTED (SEE CURRTAB)"
                       DELIMITED BY SIZE INTO WS-REASON
                 END-IF
                 PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                         UNTIL WS-IDX-2 >= WS-IDX-1
                    IF NCU-CUR(WS-IDX-2) = NCU-CUR(WS-IDX-1)
                       AND WS-REASON = SPACES
                       STRING "CURRENCY " NCU-CUR(WS-IDX-1)
                          " REQUESTED TWICE"
                          DELIMITED BY SIZE INTO WS-REASON
                    END-IF
                 END-PERFORM
                 IF WS-REASON = SPACES
                    IF WS-FIRST-CUR = 0
                       MOVE WS-IDX-1 TO WS-FIRST-CUR
                    END-IF
                    ADD 1 TO WS-CUR-CNT
                    MOVE NCU-CUR(WS-IDX-1)
                       TO WS-CURS-WORK(WS-CUR-CNT * 3 - 2:3)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-REASON = SPACES AND WS-CUR-CNT = 0
              MOVE "NO CURRENCY REQUESTED" TO WS-REASON
           END-IF.
      *
      * TAKE THE NEXT NUMBER, STEPPING OVER ANY ID A DESK HAS ALREADY
      * KEYED BY HAND, AND COMMIT THE CONTROL RECORD BEFORE USING IT.
       0400-ASSIGN-ID.
           MOVE 'Y' TO WS-IN-USE-FLG.
           PERFORM UNTIL NOT ID-IN-USE
              IF CTL-NEXT-ID = 0 OR CTL-NEXT-ID = 99999
                 DISPLAY "FINALONB - CUSTOMER NUMBERS EXHAUSTED AT "
                    CTL-NEXT-ID " EXITING..."
                 STOP RUN
              END-IF
              MOVE CTL-NEXT-ID TO WS-NEW-ID
              ADD 1 TO CTL-NEXT-ID
              PERFORM 0410-CHECK-ID-IN-USE
              IF ID-IN-USE
                 ADD 1 TO WS-SKIP-ID-CNT
              END-IF
           END-PERFORM.
           MOVE WS-BUS-DATE TO CTL-UPD-DATE.
           MOVE 'FINALONB' TO CTL-UPD-PROGRAM.
           MOVE WS-BATCH-ID TO CTL-UPD-BATCH-ID.
           REWRITE CTL-REC.
           IF NOT CTL-SUCC
              DISPLAY "FINALONB - CUSTCTL REWRITE FAILED RC="
                 STATUS-CTL " EXITING..."
              STOP RUN
           END-IF.
      *
       0410-CHECK-ID-IN-USE.
           MOVE 'N' TO WS-IN-USE-FLG.
           MOVE WS-NEW-ID TO IDX-ID.
           MOVE 0 TO IDX-CUR.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ IDX-FILE NEXT
                    AT END
                       CONTINUE
                    NOT AT END
                       IF IDX-ID = WS-NEW-ID
                          MOVE 'Y' TO WS-IN-USE-FLG
                       END-IF
                 END-READ
           END-START.
           IF NOT ID-IN-USE
              MOVE WS-NEW-ID TO CST-ID
              READ CUST-FILE KEY CST-ID
              IF CST-FOUND
                 MOVE 'Y' TO WS-IN-USE-FLG
              END-IF
           END-IF.
      *
       0500-WRITE-DETAILS.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-CUR-CNT
              MOVE SPACES TO WS-DETAIL
              MOVE 'W' TO DTL-PROCESS-TYPE
              MOVE WS-NEW-ID TO DTL-ID
              MOVE WS-CURS-WORK(WS-IDX-1 * 3 - 2:3) TO DTL-CUR
              MOVE NCU-FNAME TO DTL-FNAME
              MOVE NCU-LNAME TO DTL-LNAME
              MOVE 0 TO DTL-AMOUNT
              MOVE 0 TO DTL-EFF-DATE
              PERFORM 0510-WRITE-DETAIL
              ADD 1 TO WS-W-CNT
           END-PERFORM.
           MOVE SPACES TO WS-DETAIL.
           MOVE 'M' TO DTL-PROCESS-TYPE.
           MOVE WS-NEW-ID TO DTL-ID.
           MOVE NCU-CUR(WS-FIRST-CUR) TO DTL-CUR.
           MOVE 0 TO DTL-AMOUNT.
           MOVE 0 TO DTL-EFF-DATE.
           MOVE NCU-ADDR-LINE1 TO DTL-ADDR-LINE1.
           MOVE NCU-ADDR-LINE2 TO DTL-ADDR-LINE2.
           MOVE NCU-CITY TO DTL-CITY.
           MOVE NCU-POSTAL TO DTL-POSTAL.
           MOVE NCU-PHONE TO DTL-PHONE.
           PERFORM 0510-WRITE-DETAIL.
           ADD 1 TO WS-M-CNT.
      *
       0510-WRITE-DETAIL.
           WRITE ONB-REC FROM WS-DETAIL.
           ADD 1 TO WS-DTL-CNT.
           ADD DTL-ID TO WS-ID-HASH.
      *
       0800-CLOSE-FILES.
           MOVE SPACES TO WS-BATCH-TRL.
           MOVE 'T' TO TRL-TYPE.
           MOVE WS-DTL-CNT TO TRL-COUNT.
           MOVE 0 TO TRL-AMT-HASH.
           MOVE WS-ID-HASH TO TRL-ID-HASH.
           WRITE ONB-REC FROM WS-BATCH-TRL.
           CLOSE NCU-FILE.
           CLOSE CTL-FILE.
           CLOSE IDX-FILE.
           CLOSE CUST-FILE.
           CLOSE ONB-FILE.
           CLOSE XRF-FILE.
      *
       0900-PRINT-CONTROL-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FINALONB - ONBOARDING LOAD TOTALS".
           DISPLAY "=========================================".
           DISPLAY "BATCH ID ......................... " WS-BATCH-ID.
           MOVE WS-READ-CNT TO WS-CNT-EDIT.
           DISPLAY "REQUESTS READ .................... " WS-CNT-EDIT.
           MOVE WS-ACCEPT-CNT TO WS-CNT-EDIT.
           DISPLAY "CUSTOMERS ASSIGNED AN ID ......... " WS-CNT-EDIT.
           MOVE WS-REJECT-CNT TO WS-CNT-EDIT.
           DISPLAY "REQUESTS REJECTED ................ " WS-CNT-EDIT.
           MOVE WS-SKIP-ID-CNT TO WS-CNT-EDIT.
           DISPLAY "IDS SKIPPED (ALREADY IN USE) ..... " WS-CNT-EDIT.
           MOVE WS-W-CNT TO WS-CNT-EDIT.
           DISPLAY "'W' DETAILS WRITTEN .............. " WS-CNT-EDIT.
           MOVE WS-M-CNT TO WS-CNT-EDIT.
           DISPLAY "'M' DETAILS WRITTEN .............. " WS-CNT-EDIT.
           MOVE WS-DTL-CNT TO WS-CNT-EDIT.
           DISPLAY "BATCH DETAIL COUNT (TRAILER) ..... " WS-CNT-EDIT.
           MOVE CTL-NEXT-ID TO WS-ID-EDIT.
           DISPLAY "NEXT FREE CUSTOMER NUMBER ........   " WS-ID-EDIT.
           DISPLAY "=========================================".
