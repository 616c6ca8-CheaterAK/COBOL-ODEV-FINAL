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
       FD  GLX-FILE RECORDING MODE F.
       01  GLX-REC                       PIC X(50).
      * RUN-CONTROL REGISTRY SHARED WITH FINALCBL - SEE FINALCBL FOR
       77  WS-GL-ENTRIES                 PIC 9(3)  VALUE 0.
       77  WS-MATCH-IDX                  PIC 9(3)  VALUE 0.
       77  WS-JRNL-CNT                   PIC 9(7)  VALUE 0.
       77  WS-XFER-LEG-CNT               PIC 9(7)  VALUE 0.
       77  WS-XFER-PAIR-CNT              PIC 9(7)  VALUE 0.
       77  WS-XFER-ORPHAN-CNT            PIC 9(7)  VALUE 0.
       01  WS-XFER-PEND-REF              PIC X(16) VALUE SPACES.
       01  WS-GL-TOTALS.
           05 WS-GL-ENTRY OCCURS 20 TIMES.
              07 WS-GL-CUR                PIC S9(3).
              07 WS-GL-DEBIT              PIC 9(15).
              07 WS-GL-CREDIT             PIC 9(15).
              07 WS-GL-XFER-OUT           PIC 9(15).
              07 WS-GL-XFER-IN            PIC 9(15).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM UNTIL AUD-EOF
              ADD 1 TO WS-JRNL-CNT
              PERFORM 0220-ACCUMULATE-MOVEMENT
              IF AUD-TXN-TYPE = 'V'
                 PERFORM 0240-MATCH-TRANSFER-LEG
              END-IF
              PERFORM 0210-READ-JOURNAL
           END-PERFORM.
           IF WS-XFER-PEND-REF NOT = SPACES
              ADD 1 TO WS-XFER-ORPHAN-CNT
              DISPLAY "FINALGLX - TRANSFER LEG WITHOUT ITS PAIR REF="
                 WS-XFER-PEND-REF
           END-IF.
      *
       0210-READ-JOURNAL.
           READ AUDIT-FILE
              ELSE
                 SUBTRACT WS-MOVEMENT FROM WS-GL-DEBIT(WS-MATCH-IDX)
              END-IF
              IF AUD-TXN-TYPE = 'V'
                 IF WS-MOVEMENT > 0
                    ADD WS-MOVEMENT TO WS-GL-XFER-IN(WS-MATCH-IDX)
                 ELSE
                    SUBTRACT WS-MOVEMENT
                       FROM WS-GL-XFER-OUT(WS-MATCH-IDX)
                 END-IF
              END-IF
           END-IF.
      *
       0230-FIND-OR-ADD-CURRENCY.
              MOVE AUD-CUR TO WS-GL-CUR(WS-MATCH-IDX)
              MOVE 0 TO WS-GL-DEBIT(WS-MATCH-IDX)
              MOVE 0 TO WS-GL-CREDIT(WS-MATCH-IDX)
              MOVE 0 TO WS-GL-XFER-OUT(WS-MATCH-IDX)
              MOVE 0 TO WS-GL-XFER-IN(WS-MATCH-IDX)
           END-IF.
      *
      * FINALSUB WRITES THE DEBIT AND CREDIT LEGS OF A TRANSFER BACK TO
      * BACK UNDER ONE AUD-TXN-REF. A LEG WHOSE NEIGHBOUR CARRIES A
      * DIFFERENT REFERENCE HAS LOST ITS PARTNER.
       0240-MATCH-TRANSFER-LEG.
           ADD 1 TO WS-XFER-LEG-CNT.
           IF WS-XFER-PEND-REF = SPACES
              MOVE AUD-TXN-REF TO WS-XFER-PEND-REF
           ELSE
              IF AUD-TXN-REF = WS-XFER-PEND-REF
                 ADD 1 TO WS-XFER-PAIR-CNT
                 MOVE SPACES TO WS-XFER-PEND-REF
              ELSE
                 ADD 1 TO WS-XFER-ORPHAN-CNT
                 DISPLAY "FINALGLX - TRANSFER LEG WITHOUT ITS PAIR REF="
                    WS-XFER-PEND-REF
                 MOVE AUD-TXN-REF TO WS-XFER-PEND-REF
              END-IF
           END-IF.
      *
       0300-WRITE-EXTRACT.
                 WS-GL-CREDIT(WS-IDX-1) - WS-GL-DEBIT(WS-IDX-1)
              DISPLAY "  CUR=" WS-CUR-EDIT "  NET=" WS-BAL-EDIT
           END-PERFORM.
           MOVE WS-XFER-LEG-CNT TO WS-CNT-EDIT.
           DISPLAY "TRANSFER LEGS IN JOURNAL ......... " WS-CNT-EDIT.
           MOVE WS-XFER-PAIR-CNT TO WS-CNT-EDIT.
           DISPLAY "TRANSFERS MATCHED (BOTH LEGS) .... " WS-CNT-EDIT.
           MOVE WS-XFER-ORPHAN-CNT TO WS-CNT-EDIT.
           DISPLAY "TRANSFER LEGS UNMATCHED .......... " WS-CNT-EDIT.
           PERFORM VARYING WS-IDX-1 FROM 1 BY 1
                   UNTIL WS-IDX-1 > WS-GL-ENTRIES
              IF WS-GL-XFER-OUT(WS-IDX-1) > 0
                 OR WS-GL-XFER-IN(WS-IDX-1) > 0
                 MOVE WS-GL-CUR(WS-IDX-1) TO WS-CUR-EDIT
                 MOVE WS-GL-XFER-OUT(WS-IDX-1) TO WS-BAL-EDIT
                 DISPLAY "  CUR=" WS-CUR-EDIT "  XFER OUT="
                    WS-BAL-EDIT
                 MOVE WS-GL-XFER-IN(WS-IDX-1) TO WS-BAL-EDIT
                 DISPLAY "  CUR=" WS-CUR-EDIT "  XFER IN= "
                    WS-BAL-EDIT
              END-IF
           END-PERFORM.
           MOVE WS-NET-HASH TO WS-BAL-EDIT.
           DISPLAY "NET AMOUNT HASH .................. " WS-BAL-EDIT.
           DISPLAY "=========================================".
