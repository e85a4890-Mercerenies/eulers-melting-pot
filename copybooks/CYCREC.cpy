      *----------------------------------------------------------------
      * CYCREC.CPY
      *
      * CYCLE CONTROL RECORD (KSDS, DDNAME CYCCTL) MAINTAINED BY
      * PROB32CYC.  ONE RECORD PER JOB PER CYCLE, KEYED BY CYCLE
      * DATE AND JOB NAME, SO ONE BROWSE ON THE CYCLE DATE RETURNS
      * EVERY JOB'S STATE FOR THE CYCLE.  EACH DECK IN THE SUITE
      * OPENS WITH A GATE STEP THAT CHECKS ITS PREREQUISITES HERE
      * AND POSTS ITS START, AND CLOSES WITH AN END STEP THAT POSTS
      * ITS END AND RETURN CODE - THE RUN ORDER LIVES ON THIS FILE,
      * NOT IN THE OPERATORS' HEADS.  THE FILE IS CUMULATIVE ON
      * PURPOSE, LIKE RUNHIST, AND IS NEVER PART OF CYCLE CLEANUP.
      *
      * COL     FIELD              CONTENTS
      * ------- ------------------ -------------------------------
      * 001-008 CY-CYCLE-DATE      CYCLE DATE, YYYYMMDD    (KEY)
      * 009-016 CY-JOB-NAME        JOB NAME, E.G. PROB32M  (KEY)
      * 017     CY-STATE           'S' = STARTED (GATE PASSED, NO
      *                                  END POSTED YET)
      *                            'E' = ENDED, RETURN CODE 0
      *                            'F' = ENDED WITH A NONZERO
      *                                  RETURN CODE OR ABENDED
      *                            'G' = REFUSED BY ITS GATE STEP
      * 018-025 CY-START-DATE      LAST START (OR REFUSAL), YYYYMMDD
      * 026-031 CY-START-TIME      LAST START (OR REFUSAL), HHMMSS
      * 032-039 CY-END-DATE        LAST END, YYYYMMDD (ZERO UNTIL
      *                            AN END IS POSTED)
      * 040-045 CY-END-TIME        LAST END, HHMMSS
      * 046-049 CY-RETURN-CODE     HIGHEST STEP RETURN CODE OF THE
      *                            LAST RUN - 0016 ALSO STANDS FOR
      *                            ANYTHING HIGHER AND FOR AN ABEND
      * 050-052 CY-RUN-COUNT       TIMES THE GATE HAS PASSED THE
      *                            JOB FOR THIS CYCLE (RERUNS)
      * 053-060 CY-BLOCKED-BY      'G' ONLY - THE FIRST PREREQUISITE
      *                            JOB THAT HAD NOT ENDED CLEAN
      * 061-080 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR CYCLE CONTROL AND
      *                  PREREQUISITE GATING BETWEEN THE JOBS.
      *----------------------------------------------------------------
       01  CYCLE-CONTROL-RECORD.
           05  CY-KEY.
               10  CY-CYCLE-DATE     PIC 9(08).
               10  CY-JOB-NAME       PIC X(08).
           05  CY-STATE              PIC X(01).
           05  CY-START-DATE         PIC 9(08).
           05  CY-START-TIME         PIC 9(06).
           05  CY-END-DATE           PIC 9(08).
           05  CY-END-TIME           PIC 9(06).
           05  CY-RETURN-CODE        PIC 9(04).
           05  CY-RUN-COUNT          PIC 9(03).
           05  CY-BLOCKED-BY         PIC X(08).
           05  FILLER                PIC X(20).
