                           FILE STATUS IS STATUS-PNO.
           SELECT OUT-FILE ASSIGN TO RLSOUT
                           FILE STATUS IS STATUS-OUT.
           SELECT OPTIONAL SUS-FILE ASSIGN TO SUSPFILE
                           FILE STATUS IS STATUS-SUS.
       DATA DIVISION.
       FILE SECTION.
      * PENDFILE AS PARKED BY FINALCBL - PND-DETAIL IS THE UNTOUCHED
           05 BATCH-ID-O                 PIC X(8).
       66  FULL-OLD-NAME-O RENAMES OLD-FNAME-O THRU OLD-LNAME-O.
       66  FULL-NEW-NAME-O RENAMES NEW-FNAME-O THRU NEW-LNAME-O.
      * SUSPENSE QUEUE SHARED WITH FINALCBL (SEE THERE FOR THE LAYOUT).
      * A RELEASED ITEM THAT FAILS IS SUSPENDED UNDER ITS ORIGINAL
      * BATCH ID AND ORIGIN, SEQUENCED BY ITS POSITION ON PENDFILE.
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
       01  WS-FLAGS.
           05 STATUS-PNI                 PIC 9(2).
              88 PNO-SUCC                          VALUE 00 97.
           05 STATUS-OUT                 PIC 9(2).
              88 OUT-SUCC                          VALUE 00 97.
           05 STATUS-SUS                 PIC 9(2).
              88 SUS-SUCC                          VALUE 00 05 97.
       77  SUB-PRG-NAME                  PIC X(8)  VALUE 'FINALSUB'.
       01  WS-PARM                       PIC X(8).
       01  WS-RUN-DATE                   PIC 9(8)  VALUE 0.
       77  WS-READ-CNT                   PIC 9(7)  VALUE 0.
       77  WS-RELEASED-CNT               PIC 9(7)  VALUE 0.
       77  WS-CARRIED-CNT                PIC 9(7)  VALUE 0.
       77  WS-SUSPENDED-CNT              PIC 9(7)  VALUE 0.
      * TRANSFER REFERENCE FOR RELEASED ITEMS - ORIGINAL BATCH ID, 'P'
      * FOR PENDFILE AND THE ITEM'S POSITION ON THIS RUN'S PENDFILE.
       01  WS-XFER-REF.
           05 XREF-BATCH-ID              PIC X(8).
           05 XREF-SOURCE                PIC X(1)  VALUE 'P'.
           05 XREF-SEQ                   PIC 9(7).
      * THE PARKED DETAIL IN THE INPFILE RECORD LAYOUT.
       01  WS-DETAIL.
           05 DTL-PROCESS-TYPE           PIC X(1).
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
              DISPLAY "RLSOUT NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
           OPEN EXTEND SUS-FILE.
           IF NOT SUS-SUCC
              DISPLAY "SUSPFILE NOT FOUND. EXITING..."
              STOP RUN
           END-IF.
      * THE RESTART FLAG MAKES FINALSUB EXTEND AUDITOUT INSTEAD OF
      * WIPING IT - THE MORNING RELEASE MUST NOT LOSE THE JOURNAL.
           SET SUB-NOT-EDIT TO TRUE.
           MOVE DTL-CITY TO SUB-IN-CITY.
           MOVE DTL-POSTAL TO SUB-IN-POSTAL.
           MOVE DTL-PHONE TO SUB-IN-PHONE.
           MOVE DTL-XFER-TO-ID TO SUB-TO-IDX-ID.
           MOVE DTL-XFER-TO-CUR TO SUB-TO-IDX-CUR.
           MOVE WS-RUN-DATE TO SUB-BUS-DATE.
           MOVE PNI-BATCH-ID TO XREF-BATCH-ID.
           MOVE WS-READ-CNT TO XREF-SEQ.
           MOVE WS-XFER-REF TO SUB-XFER-REF.
           MOVE PNI-ORIGIN TO SUB-MAKER-ID.
           MOVE SPACES TO SUB-CHECKER-ID.
           CALL SUB-PRG-NAME USING WS-SUB-DATA.
           ADD 1 TO WS-RELEASED-CNT.
           PERFORM 0400-WRITE-RESULT.
                 MOVE 'ERROR ACCOUNT FROZEN - ADJUSTMENT REJECTED'
                    TO EXP-O
                 MOVE 'BALJ' TO PROCESS-TYPE-O
              WHEN SUB-RC-SUCC-XFER
                 MOVE 'OK' TO EXP-O
                 MOVE 'XFER' TO PROCESS-TYPE-O
              WHEN SUB-RC-XFER-ERR
                 IF SUB-RC = 23
                    MOVE 'ERROR TRANSFER ACCOUNT NOT FOUND - NOT POSTED'
                       TO EXP-O
                 ELSE
                    MOVE 'ERROR TRANSFER UPDATE FAILED - NOT POSTED'
                       TO EXP-O
                 END-IF
                 MOVE 'XFER' TO PROCESS-TYPE-O
              WHEN SUB-RC-XFER-LIM
                 MOVE 'ERROR TRANSFER WOULD EXCEED CREDIT LIMIT'
                    TO EXP-O
                 MOVE 'XFER' TO PROCESS-TYPE-O
              WHEN SUB-RC-XFER-FRZ
                 MOVE 'ERROR TRANSFER ACCOUNT FROZEN OR CLOSED' TO EXP-O
                 MOVE 'XFER' TO PROCESS-TYPE-O
              WHEN SUB-RC-XFER-NOFX
                 MOVE 'ERROR TRANSFER - NO FX RATE FOR BUSINESS DATE'
                    TO EXP-O
                 MOVE 'XFER' TO PROCESS-TYPE-O
              WHEN SUB-RC-LIMT-ERR
                 MOVE 'ERROR RECORD NOT FOUND' TO EXP-O
                 MOVE 'LIMT' TO PROCESS-TYPE-O
                 MOVE 'UEXP' TO PROCESS-TYPE-O
           END-EVALUATE.
           WRITE OUT-REC.
           IF SUB-RC-INVALID OR SUB-RC-FAILED
              PERFORM 0450-SUSPEND-ITEM
           END-IF.
           SET SUB-RC-CLEAN TO TRUE.
      *
      * A RELEASED ITEM THAT DID NOT APPLY GOES TO SUSPFILE THE SAME
      * WAY FINALCBL SUSPENDS A FAILED DETAIL, SO FINALSRP CAN REPAIR
      * AND RESUBMIT IT. THE SUSPENDED DATE IS THE RELEASE DATE.
       0450-SUSPEND-ITEM.
           MOVE SPACES TO SUS-REC.
           MOVE WS-RUN-DATE TO SUS-SUSP-DATE.
           MOVE PNI-BATCH-ID TO SUS-BATCH-ID.
           MOVE PNI-ORIGIN TO SUS-ORIGIN.
           MOVE WS-READ-CNT TO SUS-SEQ.
           MOVE SUB-PRC TO SUS-REASON-CODE.
           MOVE EXP-O TO SUS-REASON-TEXT.
           MOVE 'O' TO SUS-STATUS.
           MOVE 0 TO SUS-ACTION-DATE.
           MOVE PNI-DETAIL TO SUS-DETAIL.
           WRITE SUS-REC.
           ADD 1 TO WS-SUSPENDED-CNT.
      *
       0800-CLOSE-FILES.
           CLOSE PND-IN-FILE.
           CLOSE PND-OUT-FILE.
           CLOSE OUT-FILE.
           CLOSE SUS-FILE.
           SET VSAM-CLOSE TO TRUE.
           CALL SUB-PRG-NAME USING WS-SUB-DATA.
      *
           DISPLAY "ITEMS RELEASED THROUGH FINALSUB .. " WS-CNT-EDIT.
           MOVE WS-CARRIED-CNT TO WS-CNT-EDIT.
           DISPLAY "ITEMS CARRIED FORWARD TO PENDOUT . " WS-CNT-EDIT.
           MOVE WS-SUSPENDED-CNT TO WS-CNT-EDIT.
           DISPLAY "RELEASED ITEMS SUSPENDED ......... " WS-CNT-EDIT.
           DISPLAY "=========================================".
