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
      * JRNLHST CARRIES ONE 'H' RUN HEADER PER CONSOLIDATED DAY
      * FOLLOWED BY THAT DAY'S JOURNAL IMAGES AS 'J' RECORDS. THE
      * JH-IMAGE GROUP IS A BYTE COPY OF AUDIT-REC.
           05 JH-HDR-TYPE                PIC X(1).
           05 JH-HDR-BUS-DATE            PIC 9(8).
           05 JH-HDR-REC-COUNT           PIC 9(7).
           05 FILLER                     PIC X(151).
       01  HST-JRNL-REC.
           05 JH-TYPE                    PIC X(1).
           05 JH-IMAGE                   PIC X(166).
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05 STATUS-AUD                 PIC 9(2).
