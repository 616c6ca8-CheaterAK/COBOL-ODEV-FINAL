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
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-IDX                 PIC 9(2).
           MOVE BALANCE TO AUD-AFTER-BAL.
           MOVE CREDIT-LIMIT TO AUD-AFTER-LIMIT.
           MOVE ACCOUNT-STATUS TO AUD-AFTER-STATUS.
           MOVE SPACES TO AUD-TXN-REF.
           MOVE 0 TO AUD-CTR-ID AUD-CTR-CUR.
           MOVE 'FINALPRG' TO AUD-MAKER-ID.
           MOVE SPACES TO AUD-CHECKER-ID.
           WRITE AUDIT-REC.
      *
       0800-CLOSE-FILES.
