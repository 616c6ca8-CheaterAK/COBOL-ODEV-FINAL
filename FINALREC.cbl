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
       FD  SNAP-IN-FILE RECORDING MODE F.
       01  SNAP-IN-REC.
           05 SNI-CUR                    PIC 9(3).
       77  WS-MATCH-IDX                  PIC 9(3)  VALUE 0.
       77  WS-EXCEPTION-CNT              PIC 9(7)  VALUE 0.
       77  WS-JRNL-CNT                   PIC 9(7)  VALUE 0.
       77  WS-XFER-PAIR-CNT              PIC 9(7)  VALUE 0.
       77  WS-XFER-ORPHAN-CNT            PIC 9(7)  VALUE 0.
       01  WS-XFER-PEND-REF              PIC X(16) VALUE SPACES.
       01  WS-RECON-TOTALS.
           05 WS-RC-ENTRY OCCURS 20 TIMES.
              07 WS-RC-CUR                PIC S9(3).
                    WS-RC-MOVEMENT(WS-MATCH-IDX)
                    + AUD-AFTER-BAL - AUD-BEFORE-BAL
              END-IF
              IF AUD-TXN-TYPE = 'V'
                 PERFORM 0320-MATCH-TRANSFER-LEG
              END-IF
              PERFORM 0310-READ-JOURNAL
           END-PERFORM.
           IF WS-XFER-PEND-REF NOT = SPACES
              PERFORM 0330-WRITE-ORPHAN-LINE
           END-IF.
      *
       0310-READ-JOURNAL.
           READ AUDIT-FILE
              AT END
                 SET AUD-EOF TO TRUE
           END-READ.
      *
      * BOTH LEGS OF A TRANSFER ARE JOURNALED BACK TO BACK UNDER ONE
      * AUD-TXN-REF. A LEG WITHOUT ITS PARTNER MEANS ONE SIDE OF THE
      * MONEY MOVED WITHOUT THE OTHER - REPORT IT EVEN IF THE CURRENCY
      * TOTALS HAPPEN TO TIE.
       0320-MATCH-TRANSFER-LEG.
           IF WS-XFER-PEND-REF = SPACES
              MOVE AUD-TXN-REF TO WS-XFER-PEND-REF
           ELSE
              IF AUD-TXN-REF = WS-XFER-PEND-REF
                 ADD 1 TO WS-XFER-PAIR-CNT
                 MOVE SPACES TO WS-XFER-PEND-REF
              ELSE
                 PERFORM 0330-WRITE-ORPHAN-LINE
                 MOVE AUD-TXN-REF TO WS-XFER-PEND-REF
              END-IF
           END-IF.
      *
       0330-WRITE-ORPHAN-LINE.
           ADD 1 TO WS-XFER-ORPHAN-CNT.
           MOVE SPACES TO WS-LINE.
           MOVE "  EXCEPTION TRANSFER REF=" TO WS-LINE(1:25).
           MOVE WS-XFER-PEND-REF TO WS-LINE(26:16).
           MOVE " ONLY ONE LEG FOUND IN THE JOURNAL" TO WS-LINE(42:34).
           MOVE WS-LINE TO REC-LINE.
           WRITE REC-REC.
           MOVE SPACES TO WS-XFER-PEND-REF.
      *
       0400-SUM-CLOSING-BALANCES.
           PERFORM 0410-READ-MASTER.
           DISPLAY "CURRENCIES RECONCILED ............ " WS-CNT-EDIT.
           MOVE WS-EXCEPTION-CNT TO WS-CNT-EDIT.
           DISPLAY "CURRENCIES OUT OF BALANCE ........ " WS-CNT-EDIT.
           MOVE WS-XFER-PAIR-CNT TO WS-CNT-EDIT.
           DISPLAY "TRANSFERS MATCHED (BOTH LEGS) .... " WS-CNT-EDIT.
           MOVE WS-XFER-ORPHAN-CNT TO WS-CNT-EDIT.
           DISPLAY "TRANSFER LEGS UNMATCHED .......... " WS-CNT-EDIT.
           IF WS-EXCEPTION-CNT = 0 AND WS-XFER-ORPHAN-CNT = 0
              DISPLAY "RESULT: ALL CURRENCIES TIED OUT"
           ELSE
              DISPLAY "RESULT: *** RECONCILIATION FAILED - SEE RECRPT"
