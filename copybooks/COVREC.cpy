      *----------------------------------------------------------------
      * COVREC.CPY
      *
      * SCAN-COVERAGE LEDGER RECORD (KSDS, DDNAME COVLEDG) WRITTEN BY
      * PROB32COV AND READ BY PROB32PLN.  ONE RECORD PER CERTIFIED
      * COUNTER INTERVAL, KEYED BY DIGIT MODE, ALL-IDENTITIES SETTING
      * AND INTERVAL BASE, SO ONE BROWSE ON THE FIRST TWO BYTES
      * RETURNS EVERY INTERVAL CERTIFIED FOR ONE (CC-DIGIT-MODE,
      * CC-ALL-IDS) COMBINATION IN BASE ORDER.  AN INTERVAL IS
      * CERTIFIED ONLY AFTER THE SCAN JOB THAT PRODUCED IT ENDED
      * CLEAN FOR ITS CYCLE (SO PROB32SUM FOUND NO GAP OR OVERLAP)
      * AND PROB32RCN RECONCILED THE STEP CLEAN.  THE SCAN METHOD IS
      * NOT PART OF THE KEY - BOTH METHODS PRODUCE IDENTICAL OUTPUT
      * (SEE CC-SCAN-METHOD) - BUT THE METHOD OF THE LATEST PROOF IS
      * KEPT.  INTERVALS MAY OVERLAP ONE ANOTHER; THE PLANNER
      * COALESCES THEM.  THE FILE IS CUMULATIVE ON PURPOSE, LIKE
      * CYCCTL, AND IS NEVER PART OF CYCLE CLEANUP.
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * 01    CV-DIGIT-MODE      '1' OR '0' (SEE CC-DIGIT-MODE) (KEY)
      * 02    CV-ALL-IDS         'F' OR 'A' (SEE CC-ALL-IDS)    (KEY)
      * 03-07 CV-BASE            INTERVAL LOWER BOUND           (KEY)
      * 08-12 CV-LIMIT           INTERVAL UPPER BOUND
      * 13    CV-SCAN-METHOD     'T' OR 'G' - METHOD OF THE LATEST
      *                          PROOF (SEE CC-SCAN-METHOD)
      * 14-21 CV-FIRST-CYCLE     CYCLE THAT FIRST CERTIFIED THE
      *                          INTERVAL, YYYYMMDD
      * 22-29 CV-LAST-CYCLE      CYCLE OF THE LATEST PROOF, YYYYMMDD
      * 30-32 CV-PROOF-COUNT     TIMES THE INTERVAL HAS BEEN PROVEN
      *                          (A FORCED RESCAN PROVES IT AGAIN)
      * 33-40 CV-CERT-DATE       DATE OF THE LATEST CERTIFICATION
      * 41-46 CV-CERT-TIME       TIME OF THE LATEST CERTIFICATION
      * 47-51 CV-IDS-FOUND       PART-IDS-FOUND OF THE LATEST PROOF
      * 52-80 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE SCAN-COVERAGE LEDGER.
      *----------------------------------------------------------------
       01  COVERAGE-LEDGER-RECORD.
           05  CV-KEY.
               10  CV-DIGIT-MODE     PIC X(01).
               10  CV-ALL-IDS        PIC X(01).
               10  CV-BASE           PIC 9(05).
           05  CV-LIMIT              PIC 9(05).
           05  CV-SCAN-METHOD        PIC X(01).
           05  CV-FIRST-CYCLE        PIC 9(08).
           05  CV-LAST-CYCLE         PIC 9(08).
           05  CV-PROOF-COUNT        PIC 9(03).
           05  CV-CERT-DATE          PIC 9(08).
           05  CV-CERT-TIME          PIC 9(06).
           05  CV-IDS-FOUND          PIC 9(05).
           05  FILLER                PIC X(29).
