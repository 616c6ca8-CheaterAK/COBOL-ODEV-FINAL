                           FILE STATUS IS STATUS-RCT.
           SELECT ACK-FILE ASSIGN TO ACKFILE
                           FILE STATUS IS STATUS-ACK.
           SELECT OPTIONAL SUS-FILE ASSIGN TO SUSPFILE
                           FILE STATUS IS STATUS-SUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
      * THE DETAIL ON PENDFILE FOR THE FINALRLS MORNING RELEASE.
           05    EFF-DATE-I              PIC 9(8).
      * ADDRESS/CONTACT FIELDS, ONLY MEANINGFUL ON 'M' (CUSTOMER
      * DETAIL MAINTENANCE) RECORDS, SPACES ON ALL OTHER TYPES EXCEPT
      * 'V' (TRANSFER), WHICH CARRIES THE CREDIT ACCOUNT KEY IN THE
      * FIRST 8 BYTES OF ADDR-LINE1-I. AMOUNT-I IS THE POSITIVE AMOUNT
      * DEBITED IN THE SOURCE (ID-I/CUR-I) CURRENCY.
           05    ADDR-LINE1-I            PIC X(30).
           05    XFER-TARGET-I REDEFINES ADDR-LINE1-I.
              07 XFER-TO-ID-I            PIC X(5).
              07 XFER-TO-CUR-I           PIC X(3).
              07 FILLER                  PIC X(22).
           05    ADDR-LINE2-I            PIC X(30).
           05    CITY-I                  PIC X(20).
           05    POSTAL-I                PIC X(10).
      * STYLE FINALGLX WRITES ON GLEXTR.
       FD  ACK-FILE RECORDING MODE F.
       01  ACK-REC                       PIC X(100).
      * SUSPENSE QUEUE - EVERY DETAIL THAT WAS NOT APPLIED, WITH ITS
      * UNTOUCHED INP-REC IMAGE, FOR FINALSRP TO REPAIR OR CANCEL.
      * SUS-SEQ IS THE DETAIL'S RECORD NUMBER ON INPFILE; WITH THE DATE
      * AND BATCH ID IT IDENTIFIES THE ITEM. SUS-REASON-CODE IS THE
      * FINALSUB PROCESS CODE (SUB-PRC), 81-83 FOR A DETAIL THAT FAILED
      * KEY/TYPE/TRANSFER CONTROL, OR 90 WHEN THE WHOLE BATCH FAILED
      * ITS CONTROL TOTALS. SUS-STATUS 'O' OPEN, 'R' RESUBMITTED,
      * 'X' CANCELLED - ONLY FINALSRP CHANGES IT.
       FD  SUS-FILE RECORDING MODE F.
       01  SUS-REC.
           05 SUS-SUSP-DATE              PIC 9(8).
           05 SUS-BATCH-ID               PIC X(8).
           05 SUS-ORIGIN                 PIC X(8).
           05 SUS-SEQ                    PIC 9(7).
           05 SUS-REASON-CODE            PIC 9(2).
           05 SUS-REASON-TEXT            PIC X(90).
           05 SUS-STATUS                 PIC X(1).
           05 SUS-ACTION-DATE            PIC 9(8).
           05 SUS-OPERATOR               PIC X(8).
           05 SUS-RESUB-BATCH-ID         PIC X(8).
           05 SUS-DETAIL                 PIC X(166).
           05 FILLER                     PIC X(6).
       WORKING-STORAGE SECTION.
       01  FLAGS.
           05 KEY-CONTROL                PIC 9.
              88 RCT-EOF                           VALUE 10.
           05 STATUS-ACK                 PIC 99.
              88 ACK-SUCC                          VALUE 00 97.
           05 STATUS-SUS                 PIC 99.
              88 SUS-SUCC                          VALUE 00 05 97.
           05 WS-FUTURE-FLG              PIC X(1)  VALUE 'N'.
              88 FUTURE-DATED                      VALUE 'Y'.
           05 WS-RUN-MODE                PIC X(4).
       77  WS-CUR-IDX                    PIC 9(2)  VALUE 0.
       77  WS-CUR-FOUND                  PIC X(1)  VALUE 'N'.
           88 CUR-FOUND                         VALUE 'Y'.
       77  WS-AMT-IDX                    PIC 9(2)  VALUE 0.
       77  WS-AMT-EDIT1                  PIC -(15)9.
       77  WS-AMT-EDIT2                  PIC -(15)9.
       77  WS-AMT-EDIT3                  PIC -(15)9.
       77  WS-AMT-SEEK                   PIC X(3)  VALUE SPACES.
      * POSTED AMOUNTS PER WS-CURRTAB CURRENCY FOR THE CONTROL REPORT -
      * 'B' ADJUSTMENTS NET, TRANSFERS AS DEBITS OUT AND CREDITS IN.
       01  WS-AMOUNT-TOTALS.
           05 WS-AT-ENTRY OCCURS 5 TIMES.
              07 AT-BALJ-NET             PIC S9(15) VALUE 0.
              07 AT-XFER-OUT             PIC S9(15) VALUE 0.
              07 AT-XFER-IN              PIC S9(15) VALUE 0.
      * REFERENCE SHARED BY BOTH JOURNAL LEGS OF A TRANSFER - BATCH ID,
      * 'I' FOR INPFILE AND THE DETAIL'S RECORD NUMBER ON INPFILE.
       01  WS-XFER-REF.
           05 XREF-BATCH-ID              PIC X(8).
           05 XREF-SOURCE                PIC X(1)  VALUE 'I'.
           05 XREF-SEQ                   PIC 9(7).
       77  WS-EDT-REC-WRITTEN            PIC X(1)  VALUE 'N'.
           88 EDT-REC-WRITTEN                   VALUE 'Y'.
       01  WS-BATCH-HDR.
           05 HDR-BATCH-ID               PIC X(8).
           05 HDR-ORIGIN                 PIC X(8).
           05 HDR-BUS-DATE               PIC 9(8).
      *    SET ONLY ON A FINALSRP RESUBMISSION BATCH - THE BATCH ITS
      *    REPAIRED DETAILS WERE ORIGINALLY SUSPENDED FROM.
           05 HDR-REF-BATCH-ID           PIC X(8).
           05 HDR-REF-ORIGIN             PIC X(8).
           05 FILLER                     PIC X(12).
       01  WS-BATCH-TRL.
           05 TRL-TYPE                   PIC X(1).
           05 TRL-COUNT                  PIC 9(7).
           05 CNT-BALJ-REJ               PIC 9(7)  VALUE 0.
           05 CNT-BALJ-FRZ               PIC 9(7)  VALUE 0.
           05 CNT-PARKED                 PIC 9(7)  VALUE 0.
           05 CNT-XFER                   PIC 9(7)  VALUE 0.
           05 CNT-XFER-OK                PIC 9(7)  VALUE 0.
           05 CNT-XFER-REJ               PIC 9(7)  VALUE 0.
           05 CNT-XFER-FRZ               PIC 9(7)  VALUE 0.
           05 CNT-XFER-NOFX              PIC 9(7)  VALUE 0.
           05 CNT-XFER-ERR               PIC 9(7)  VALUE 0.
           05 CNT-XFER-UPD               PIC 9(7)  VALUE 0.
           05 CNT-SUSPENDED              PIC 9(7)  VALUE 0.
       01  WS-SUS-REASON-CODE            PIC 9(2)  VALUE 0.
       01  WS-SUS-REASON-TEXT            PIC X(90) VALUE SPACES.
       01  WS-SUB-DATA.
           05 SUB-IDX-ID                     PIC X(5).
           05 SUB-IDX-CUR                    PIC X(3).
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
              88 SUB-RC-FAILED                 VALUE 12 24 31 41 51
                                                     52 53 56 57 58
                                                     59 61 71 76 99.
           05 SUB-OLD-FNAME                  PIC X(15).
           05 SUB-OLD-LNAME                  PIC X(15).
           05 SUB-NEW-FNAME                  PIC X(15).
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
                 DISPLAY "ACKFILE NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              OPEN EXTEND SUS-FILE
              IF NOT SUS-SUCC
                 DISPLAY "SUSPFILE NOT FOUND. EXITING..."
                 STOP RUN
              END-IF
              IF NOT SORT-MODE
                 OPEN OUTPUT CHKPT-FILE
              END-IF
                          MOVE "BATCH REJECTED - NO RESULTS COMMITTED -
      -    " SEE SYSERROR" TO ACKD-REASON
                          PERFORM P430-ACK-DISPOSITION
      * A DUPLICATE BATCH WAS ALREADY APPLIED ONCE - NOTHING TO REPAIR.
                          IF BT-DUP(WS-CUR-BATCH) = 'N'
                             MOVE 90 TO WS-SUS-REASON-CODE
                             MOVE ACKD-REASON TO WS-SUS-REASON-TEXT
                             PERFORM P440-SUSPEND-DETAIL
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                       ELSE
                          IF READ-CNT > WS-RESTART-COUNT
                             IF KEY-VALID AND SUB-VALD-P
                                AND NOT SUB-RC-INVALID
                                CALL SUB-PRG-NAME USING WS-SUB-DATA
                             END-IF
                             PERFORM P400-WRITE-AND-HANDLE
      * HEADER'S BUSINESS DATE. EVERYTHING ELSE APPLIES ON ARRIVAL.
       P240-CHECK-EFFECTIVE.
           MOVE 'N' TO WS-FUTURE-FLG.
           IF KEY-VALID AND SUB-VALD-P AND NOT SUB-RC-INVALID
              IF EFF-DATE-I IS NUMERIC
                 IF EFF-DATE-I > BT-BUS-DATE(WS-CUR-BATCH)
                    MOVE 'Y' TO WS-FUTURE-FLG
           END-IF.
      *
       P300-EDIT-CHECK.
           IF NOT (KEY-VALID AND SUB-VALD-P) OR SUB-RC-INVALID
              IF NOT EDT-REC-WRITTEN
                 PERFORM P310-EDIT-FORMAT-EXCEPTION
              END-IF
                 WHEN SUB-UPDT-P OR SUB-DELT-P OR SUB-BALJ-P
                      OR SUB-LIMT-P OR SUB-STAT-P
                    PERFORM P330-EDIT-CHECK-KEY-EXISTS
                 WHEN SUB-XFER-P
                    PERFORM P330-EDIT-CHECK-KEY-EXISTS
                    PERFORM P340-EDIT-CHECK-XFER-TARGET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE ID-I TO EDT-ID
              MOVE CUR-I TO EDT-CUR
              MOVE PROCESS-TYPE-I TO EDT-TYPE
              MOVE "KEY NOT FOUND - U/D/B/L/V WOULD FAIL AGAINST
      -    " IDXFILE" TO EDT-REASON
              WRITE EDT-REC
           END-IF.
           MOVE PROCESS-TYPE-I TO SUB-PROCESS-TYPE.
      *
       P340-EDIT-CHECK-XFER-TARGET.
           MOVE XFER-TO-ID-I TO SUB-IDX-ID.
           MOVE XFER-TO-CUR-I TO SUB-IDX-CUR.
           SET SUB-READ-P TO TRUE.
           CALL SUB-PRG-NAME USING WS-SUB-DATA.
           IF SUB-RC-READ-ERR
              MOVE SPACES TO EDT-REC
              MOVE ID-I TO EDT-ID
              MOVE CUR-I TO EDT-CUR
              MOVE PROCESS-TYPE-I TO EDT-TYPE
              STRING "CREDIT ACCOUNT " XFER-TO-ID-I XFER-TO-CUR-I
                 " NOT FOUND - V WOULD FAIL AGAINST IDXFILE"
                 DELIMITED BY SIZE INTO EDT-REASON
              WRITE EDT-REC
           END-IF.
           MOVE ID-I TO SUB-IDX-ID.
           MOVE CUR-I TO SUB-IDX-CUR.
           MOVE PROCESS-TYPE-I TO SUB-PROCESS-TYPE.
      *
       P200-READ-KEY.
           MOVE 'N' TO WS-EDT-REC-WRITTEN.
                 IF BATCH-APPLY-OK
                    PERFORM P210-KEY-CONTROL
                    PERFORM P220-TYPE-CONTROL
                    PERFORM P225-TRANSFER-CONTROL
                    PERFORM P230-TALLY-VALIDITY
                 END-IF
              END-IF
           WRITE ACK-REC.
      *
       P230-TALLY-VALIDITY.
           IF KEY-VALID AND SUB-VALD-P AND NOT SUB-RC-INVALID
              ADD 1 TO VALID-READ-CNT
           ELSE
              ADD 1 TO INVALID-READ-CNT
      *
       P210-KEY-CONTROL.
           SET KEY-VALID TO TRUE.
           SET SUB-RC-CLEAN TO TRUE.
           IF ID-I NOT NUMERIC
              ADD 1 TO KEY-CONTROL
           END-IF.
              MOVE CITY-I TO SUB-IN-CITY
              MOVE POSTAL-I TO SUB-IN-POSTAL
              MOVE PHONE-I TO SUB-IN-PHONE
              MOVE XFER-TO-ID-I TO SUB-TO-IDX-ID
              MOVE XFER-TO-CUR-I TO SUB-TO-IDX-CUR
              MOVE BT-BUS-DATE(WS-CUR-BATCH) TO SUB-BUS-DATE
              MOVE BT-ORIGIN(WS-CUR-BATCH) TO SUB-MAKER-ID
              MOVE SPACES TO SUB-CHECKER-ID
              MOVE WS-BATCH-ID TO XREF-BATCH-ID
              MOVE READ-CNT TO XREF-SEQ
              MOVE WS-XFER-REF TO SUB-XFER-REF
           ELSE
              SET SUB-RC-INVALID-KEY TO TRUE
              MOVE SPACES TO ERR-REASON
                 MOVE 'Y' TO WS-CUR-FOUND
              END-IF
           END-PERFORM.
      *
      * A TRANSFER ALSO NEEDS A WELL-FORMED CREDIT KEY IN A SUPPORTED
      * CURRENCY, DIFFERENT FROM THE DEBIT KEY, AND A POSITIVE AMOUNT.
      * FAILURES ARE CONTROL REJECTS LIKE A BAD KEY - THEY NEVER REACH
      * FINALSUB. ACCOUNT STATE (FROZEN, CLOSED, LIMIT) IS FINALSUB'S.
       P225-TRANSFER-CONTROL.
           IF SUB-XFER-P AND KEY-VALID
              MOVE SPACES TO ERR-REASON
              MOVE 'N' TO WS-CUR-FOUND
              IF XFER-TO-CUR-I IS NUMERIC
                 PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                         UNTIL WS-CUR-IDX > 5
                    IF XFER-TO-CUR-I = WS-CURR-CODE(WS-CUR-IDX)
                       MOVE 'Y' TO WS-CUR-FOUND
                    END-IF
                 END-PERFORM
              END-IF
              EVALUATE TRUE
                 WHEN XFER-TO-ID-I NOT NUMERIC OR NOT CUR-FOUND
                    STRING ID-I CUR-I " > " XFER-TO-ID-I XFER-TO-CUR-I
                       " << TRANSFER CREDIT KEY MUST BE A NUMERIC ID"
                       " AND A SUPPORTED CURRENCY"
                       DELIMITED BY SIZE INTO ERR-REASON
                    SET SUB-RC-INVALID-XFER TO TRUE
                 WHEN XFER-TO-ID-I = ID-I AND XFER-TO-CUR-I = CUR-I
                    STRING ID-I CUR-I
                       " << TRANSFER CREDIT KEY IS THE SAME AS THE"
                       " DEBIT KEY"
                       DELIMITED BY SIZE INTO ERR-REASON
                    SET SUB-RC-INVALID-XFER TO TRUE
                 WHEN AMOUNT-I NOT NUMERIC
                    STRING ID-I CUR-I
                       " << TRANSFER AMOUNT MUST BE NUMERIC"
                       DELIMITED BY SIZE INTO ERR-REASON
                    SET SUB-RC-INVALID-XFER TO TRUE
                 WHEN AMOUNT-I NOT > 0
                    STRING ID-I CUR-I
                       " << TRANSFER AMOUNT MUST BE GREATER THAN ZERO"
                       DELIMITED BY SIZE INTO ERR-REASON
                    SET SUB-RC-INVALID-XFER TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF SUB-RC-INVALID-XFER AND EDIT-MODE
                 PERFORM P310-EDIT-FORMAT-EXCEPTION
                 SET EDT-REC-WRITTEN TO TRUE
              END-IF
           END-IF.
      *
       P220-TYPE-CONTROL.
           IF NOT SUB-VALD-P AND NOT SUB-RC-INVALID-KEY
              SET SUB-RC-INVALID-TYPE TO TRUE
              MOVE SPACES TO ERR-REASON
              STRING PROCESS-TYPE-I ' - ' ID-I CUR-I ' << INVALID TYPE
      -    ' MUST BE R,W,U,D,B,L,F,N,X,M,V AND 1 CHARACTER'
                          DELIMITED BY SIZE INTO ERR-REASON
           END-IF.
           IF NOT SUB-VALD-P AND SUB-RC-INVALID-KEY
              END-IF
              MOVE SPACES TO ERR-REASON
              STRING PROCESS-TYPE-I ' << ALSO INVALID TYPE FOR PREVIOUS
      -    'LINE. TYPE MUST BE R,W,U,D,B,L,F,N,X,M,V - 1 CHARACTER'
                          DELIMITED BY SIZE INTO ERR-REASON
           END-IF.
      *
              WHEN SUB-RC-SUCC-BALJ
                 MOVE 'OK' TO EXP-O
                 MOVE 'BALJ' TO PROCESS-TYPE-O
                 PERFORM P415-TALLY-AMOUNTS
              WHEN SUB-RC-SUCC-XFER
                 MOVE 'OK' TO EXP-O
                 MOVE 'XFER' TO PROCESS-TYPE-O
                 ADD 1 TO CNT-XFER-OK
                 PERFORM P415-TALLY-AMOUNTS
              WHEN SUB-RC-XFER-ERR
                 IF SUB-RC = 23
                    MOVE 'ERROR TRANSFER ACCOUNT NOT FOUND - NOT POSTED'
                       TO EXP-O
                    ADD 1 TO CNT-XFER-ERR
                 ELSE
                    MOVE 'ERROR TRANSFER UPDATE FAILED - NOT POSTED'
                       TO EXP-O
                    ADD 1 TO CNT-XFER-UPD
                 END-IF
                 MOVE 'XFER' TO PROCESS-TYPE-O
              WHEN SUB-RC-XFER-LIM
                 MOVE 'ERROR TRANSFER WOULD EXCEED CREDIT LIMIT'
                    TO EXP-O
                 MOVE 'XFER' TO PROCESS-TYPE-O
                 ADD 1 TO CNT-XFER-REJ
              WHEN SUB-RC-XFER-FRZ
                 MOVE 'ERROR TRANSFER ACCOUNT FROZEN OR CLOSED' TO EXP-O
                 MOVE 'XFER' TO PROCESS-TYPE-O
                 ADD 1 TO CNT-XFER-FRZ
              WHEN SUB-RC-XFER-NOFX
                 MOVE 'ERROR TRANSFER - NO FX RATE FOR BUSINESS DATE'
                    TO EXP-O
                 MOVE 'XFER' TO PROCESS-TYPE-O
                 ADD 1 TO CNT-XFER-NOFX
              WHEN SUB-RC-SUCC-LIMT
                 MOVE 'OK' TO EXP-O
                 MOVE 'LIMT' TO PROCESS-TYPE-O
              SET ACKD-REJECTED TO TRUE
              MOVE 0 TO ACKD-RC
              MOVE ERR-REASON TO ACKD-REASON
              MOVE SUB-PRC TO WS-SUS-REASON-CODE
              MOVE ERR-REASON TO WS-SUS-REASON-TEXT
              PERFORM P440-SUSPEND-DETAIL
           ELSE
              WRITE OUT-REC
              ADD 1 TO BT-APPLIED-CNT(WS-CUR-BATCH)
              SET ACKD-ACCEPTED TO TRUE
              MOVE SUB-RC TO ACKD-RC
              MOVE EXP-O TO ACKD-REASON
              IF SUB-RC-FAILED
                 MOVE SUB-PRC TO WS-SUS-REASON-CODE
                 MOVE EXP-O TO WS-SUS-REASON-TEXT
                 PERFORM P440-SUSPEND-DETAIL
              END-IF
           END-IF.
           PERFORM P430-ACK-DISPOSITION.
           SET SUB-RC-CLEAN TO TRUE.
      *
      * THE SUSPENDED DATE IS THE BATCH'S BUSINESS DATE; A BATCH WITH
      * NO HEADER HAS NONE, SO THE RUN DATE IS USED.
       P440-SUSPEND-DETAIL.
           MOVE SPACES TO SUS-REC.
           MOVE BT-BUS-DATE(WS-CUR-BATCH) TO SUS-SUSP-DATE.
           IF SUS-SUSP-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO SUS-SUSP-DATE
           END-IF.
           MOVE WS-BATCH-ID TO SUS-BATCH-ID.
           MOVE BT-ORIGIN(WS-CUR-BATCH) TO SUS-ORIGIN.
           MOVE READ-CNT TO SUS-SEQ.
           MOVE WS-SUS-REASON-CODE TO SUS-REASON-CODE.
           MOVE WS-SUS-REASON-TEXT TO SUS-REASON-TEXT.
           MOVE 'O' TO SUS-STATUS.
           MOVE 0 TO SUS-ACTION-DATE.
           MOVE INP-REC TO SUS-DETAIL.
           WRITE SUS-REC.
           ADD 1 TO CNT-SUSPENDED.
      *
       P410-TALLY-TYPE.
           EVALUATE PROCESS-TYPE-O
                 ADD 1 TO CNT-CLSE
              WHEN 'CUST'
                 ADD 1 TO CNT-CUST
              WHEN 'XFER'
                 ADD 1 TO CNT-XFER
           END-EVALUATE.
      *
      * POSTED AMOUNTS BY CURRENCY. A TRANSFER COUNTS ITS DEBIT IN THE
      * SOURCE CURRENCY AND THE CONVERTED CREDIT IN THE TARGET ONE.
       P415-TALLY-AMOUNTS.
           MOVE CUR-I TO WS-AMT-SEEK.
           PERFORM P416-FIND-AMOUNT-SLOT.
           IF SUB-XFER-P
              IF WS-AMT-IDX > 0
                 ADD SUB-IN-AMOUNT TO AT-XFER-OUT(WS-AMT-IDX)
              END-IF
              MOVE XFER-TO-CUR-I TO WS-AMT-SEEK
              PERFORM P416-FIND-AMOUNT-SLOT
              IF WS-AMT-IDX > 0
                 ADD SUB-XFER-CR-AMT TO AT-XFER-IN(WS-AMT-IDX)
              END-IF
           ELSE
              IF WS-AMT-IDX > 0
                 ADD SUB-IN-AMOUNT TO AT-BALJ-NET(WS-AMT-IDX)
              END-IF
           END-IF.
      *
       P416-FIND-AMOUNT-SLOT.
           MOVE 0 TO WS-AMT-IDX.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              IF WS-AMT-SEEK = WS-CURR-CODE(WS-CUR-IDX)
                 MOVE WS-CUR-IDX TO WS-AMT-IDX
              END-IF
           END-PERFORM.
       0800-CLOSE-FILES.
           IF NOT EDIT-MODE AND NOT SORT-MODE
              MOVE 0 TO CHKPT-COUNT
              END-IF
              CLOSE ACK-FILE
              CLOSE PND-FILE
              CLOSE SUS-FILE
              PERFORM P820-WRITE-RUN-CONTROL
           END-IF.
           SET VSAM-CLOSE TO TRUE.
           DISPLAY "  BALJ REJECTED (CREDIT LIMIT) " CNT-BALJ-REJ.
           DISPLAY "  BALJ REJECTED (FROZEN) ...... " CNT-BALJ-FRZ.
           DISPLAY "  PARKED ON PENDFILE .......... " CNT-PARKED.
           DISPLAY "  SUSPENDED TO SUSPFILE ....... " CNT-SUSPENDED.
           DISPLAY "-----------------------------------------".
           DISPLAY "TRANSFERS (V) - BOTH LEGS POSTED OR NEITHER:".
           DISPLAY "  XFER ........................ " CNT-XFER.
           DISPLAY "  XFER POSTED ................. " CNT-XFER-OK.
           DISPLAY "  XFER REJECTED (CREDIT LIMIT) " CNT-XFER-REJ.
           DISPLAY "  XFER REJECTED (FROZEN/CLOSED) " CNT-XFER-FRZ.
           DISPLAY "  XFER REJECTED (NO FX RATE) .. " CNT-XFER-NOFX.
           DISPLAY "  XFER NOT FOUND .............. " CNT-XFER-ERR.
           DISPLAY "  XFER UPDATE FAILED .......... " CNT-XFER-UPD.
           DISPLAY "POSTED AMOUNTS BY CURRENCY:".
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > 5
              MOVE AT-BALJ-NET(WS-CUR-IDX) TO WS-AMT-EDIT1
              MOVE AT-XFER-OUT(WS-CUR-IDX) TO WS-AMT-EDIT2
              MOVE AT-XFER-IN(WS-CUR-IDX) TO WS-AMT-EDIT3
              DISPLAY "  CUR=" WS-CURR-CODE(WS-CUR-IDX)
                 " BALJ NET=" WS-AMT-EDIT1
                 " XFER OUT=" WS-AMT-EDIT2
                 " XFER IN=" WS-AMT-EDIT3
           END-PERFORM.
           DISPLAY "=========================================".
       9999-EXIT.
           STOP RUN.
