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
       FD  STM-FILE RECORDING MODE F.
       01  STM-REC.
           05 STM-LINE                   PIC X(100).
           05 JH-HDR-TYPE                PIC X(1).
           05 JH-HDR-BUS-DATE            PIC 9(8).
           05 JH-HDR-REC-COUNT           PIC 9(7).
           05 FILLER                     PIC X(151).
       01  HST-JRNL-REC.
           05 JH-TYPE                    PIC X(1).
           05 JH-IMAGE                   PIC X(166).
      * JOURNAL RESEQUENCED BY ACCOUNT KEY FOR THE SINGLE-PASS ALL
      * RUN. SRT-SEQ IS THE ORIGINAL READ ORDER, SO ENTRIES FOR ONE
      * ACCOUNT COME BACK EXACTLY AS THE JOURNAL WROTE THEM.
           05 SRT-ID                     PIC S9(5)  COMP-3.
           05 SRT-CUR                    PIC S9(3)  COMP.
           05 SRT-SEQ                    PIC 9(7).
           05 SRT-IMAGE                  PIC X(166).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
           05 WJ-AFT-BAL                 PIC S9(15) COMP-3.
           05 WJ-AFT-LIMIT               PIC S9(15) COMP-3.
           05 WJ-AFT-STATUS              PIC X(1).
           05 WJ-TXN-REF                 PIC X(16).
           05 WJ-CTR-ID                  PIC S9(5)  COMP-3.
           05 WJ-CTR-CUR                 PIC S9(3)  COMP.
           05 WJ-MAKER-ID                PIC X(8).
           05 WJ-CHECKER-ID              PIC X(8).
       01  WS-LINE                       PIC X(100).
       01  WS-ID-EDIT                    PIC 99999.
       01  WS-CUR-EDIT                   PIC 999.
              MOVE WS-LINE TO STM-LINE
              WRITE STM-REC
           END-IF.
      * A TRANSFER LEG NAMES THE OTHER ACCOUNT AND THE SHARED REFERENCE
      * SO THE CUSTOMER CAN TIE THE DEBIT TO THE MATCHING CREDIT.
           IF WJ-TXN-TYPE = 'V'
              MOVE SPACES TO WS-LINE
              IF WS-MOVEMENT < 0
                 MOVE "    TRANSFER OUT TO " TO WS-LINE(1:20)
              ELSE
                 MOVE "    TRANSFER IN FROM" TO WS-LINE(1:20)
              END-IF
              MOVE WJ-CTR-ID TO WS-ID-EDIT
              MOVE WJ-CTR-CUR TO WS-CUR-EDIT
              MOVE WS-ID-EDIT TO WS-LINE(22:5)
              MOVE "/" TO WS-LINE(27:1)
              MOVE WS-CUR-EDIT TO WS-LINE(28:3)
              MOVE " REF " TO WS-LINE(31:5)
              MOVE WJ-TXN-REF TO WS-LINE(36:16)
              MOVE WS-LINE TO STM-LINE
              WRITE STM-REC
           END-IF.
      * A FINALFEE CHARGE CARRIES THE FEE NAME IN THE REFERENCE.
           IF WJ-TXN-TYPE = 'C'
              MOVE SPACES TO WS-LINE
              MOVE "    CHARGE: " TO WS-LINE(1:12)
              MOVE WJ-TXN-REF TO WS-LINE(13:16)
              MOVE WS-LINE TO STM-LINE
              WRITE STM-REC
           END-IF.
      *
       0430-PRINT-FOOTER.
           MOVE SPACES TO WS-LINE.
