      *----------------------------------------------------------------
      * MNTJRNL.CPY
      *
      * CUMULATIVE IDMAST MAINTENANCE JOURNAL RECORD.  EVERY CHANGE
      * PROB32MNT APPLIES TO THE MASTER WRITES TWO OF THESE, SHARING
      * ONE RUN DATE, TIME AND SEQUENCE: THE BEFORE-IMAGE OF THE
      * IDMAST RECORD AS IT WAS READ, THEN THE AFTER-IMAGE AS IT WAS
      * REWRITTEN (BLANK FOR A DELETE).  WITH THE OPERATOR AND
      * REASON ON BOTH, THE JOURNAL ANSWERS WHO CHANGED A MASTER
      * RECORD, WHEN, AND FROM WHAT TO WHAT.  THE FILE IS
      * CUMULATIVE ON PURPOSE, LIKE RUNHIST AND EXCPLOG, AND IS
      * NEVER PART OF CYCLE CLEANUP.  REJECTED TRANSACTIONS CHANGE
      * NOTHING AND ARE NOT JOURNALLED - THEY SHOW ON THE EDIT
      * REPORT ONLY.
      *
      * COL     FIELD              CONTENTS
      * ------- ------------------ -------------------------------
      * 001-008 JR-RUN-DATE        RUN DATE, YYYYMMDD
      * 009-014 JR-RUN-TIME        RUN TIME, HHMMSS
      * 015-018 JR-SEQ             CHANGE SEQUENCE WITHIN THE RUN -
      *                            PAIRS THE BEFORE AND AFTER IMAGE
      * 019     JR-TRAN-CODE       Q / R / C / D (SEE MNTCARD)
      * 020     JR-IMAGE-TYPE      'B' = BEFORE-IMAGE, 'A' = AFTER
      * 021-028 JR-OPERATOR        OPERATOR ID FROM THE CARD
      * 029-030 JR-REASON          REASON CODE FROM THE CARD
      * 031-110 JR-IMAGE           THE 80-BYTE IDMAST RECORD (SEE
      *                            IDREC)
      * 111-120 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE IDMAST MAINTENANCE
      *                  TRANSACTIONS.
      *----------------------------------------------------------------
       01  MAINTENANCE-JOURNAL-RECORD.
           05  JR-RUN-DATE           PIC 9(08).
           05  JR-RUN-TIME           PIC 9(06).
           05  JR-SEQ                PIC 9(04).
           05  JR-TRAN-CODE          PIC X(01).
           05  JR-IMAGE-TYPE         PIC X(01).
           05  JR-OPERATOR           PIC X(08).
           05  JR-REASON             PIC X(02).
           05  JR-IMAGE              PIC X(80).
           05  FILLER                PIC X(10).
