      *----------------------------------------------------------------
      * COVCARD.CPY
      *
      * CONTROL CARD LAYOUT FOR THE SCAN-COVERAGE LEDGER PROGRAM
      * (PROB32COV).  ONE 80-BYTE CARD IMAGE READ FROM DDNAME
      * COVCARD.  THE SAME PROGRAM CERTIFIES A RECONCILED STEP'S
      * INTERVAL ONTO THE LEDGER OR LISTS THE LEDGER, DEPENDING ON
      * THE FUNCTION PUNCHED IN COL 1.
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * 01    CO-FUNCTION        'C' = CERTIFY - ADD EVERY PARTFILE
      *                                INTERVAL TO THE LEDGER, BUT
      *                                ONLY IF THE SCAN JOB ENDED
      *                                CLEAN FOR THE CYCLE
      *                          'L' = LIST - PRINT THE WHOLE LEDGER
      *                                ON COVRPT
      * 02-09 CO-CYCLE-DATE      'C' ONLY - CYCLE DATE, YYYYMMDD.
      *                          BLANK OR ZERO DEFAULTS TO THE RUN
      *                          DATE, THE SAME CONVENTION AS
      *                          CYCCARD - PUNCH IT WHEN THE CYCLE
      *                          RAN ACROSS MIDNIGHT.
      * 10-17 CO-SCAN-JOB        'C' ONLY - THE SCAN JOB WHOSE CLEAN
      *                          END ON CYCCTL PROVES PROB32SUM
      *                          FOUND NO GAP.  BLANK DEFAULTS TO
      *                          PROB32P.
      * 18-80 FILLER             RESERVED FOR FUTURE PARAMETERS
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE SCAN-COVERAGE LEDGER.
      *----------------------------------------------------------------
       01  COVERAGE-CARD-RECORD.
           05  CO-FUNCTION           PIC X(01).
           05  CO-CYCLE-DATE         PIC X(08).
           05  CO-SCAN-JOB           PIC X(08).
           05  FILLER                PIC X(63).
