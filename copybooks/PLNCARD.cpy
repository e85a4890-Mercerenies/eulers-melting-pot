      *                          ITS OWN WIDTH OVER THIS COUNT
      *                          (MINIMUM INTERVAL 1).  ZERO OR
      *                          BLANK DEFAULTS TO 20.
      * 27    PL-FULL-RESCAN     'Y' = FORCE A FULL RESCAN - PLAN
      *                          THE WHOLE RANGE EVEN WHERE THE
      *                          COVERAGE LEDGER (SEE COVREC)
      *                          ALREADY CERTIFIES IT, TO RE-PROVE
      *                          OLD GROUND.  'N' OR BLANK = PLAN
      *                          ONLY THE GROUND NOT YET CERTIFIED
      *                          FOR THIS DIGIT MODE AND ALL-IDS
      *                          SETTING.
      * 28-43 PL-PROFILE         RUN-PROFILE NAME (SEE PRFREC).
      *                          WHEN PUNCHED, EVERY PARAMETER COLUMN
      *                          ABOVE LEFT BLANK IS TAKEN FROM THE
      *                          PROFILE ON PRFLIB; A PUNCHED COLUMN
      *                          STILL OVERRIDES IT.  PL-STEP-COUNT
      *                          AND PL-STEP-SIZE COUNT AS ONE
      *                          PARAMETER - PUNCH EITHER AND BOTH
      *                          COME FROM THE CARD.  THE NAME AND THE
      *                          VERSION RESOLVED ARE PUNCHED ON EVERY
      *                          STEP'S CTLCARD.
      * 44-46 PL-PROFILE-VERSION PROFILE VERSION (SEE
      *                          CC-PROFILE-VERSION).
      * 47-50 PL-WINDOW-START    BATCH-WINDOW START, HHMM - READ
      *                          ONLY BY THE WINDOW FORECAST
      *                          (PROB32FCT); THE PLANNER IGNORES
      *                          IT.  BLANK MEANS THE JOB STARTS
      *                          WHEN THE FORECAST RUNS.
      * 51-54 PL-WINDOW-END      BATCH-WINDOW END, HHMM - READ ONLY
      *                          BY THE WINDOW FORECAST.  AN END
      *                          NOT LATER THAN THE START MEANS THE
      *                          WINDOW CROSSES MIDNIGHT.  BLANK
      *                          MEANS NO WINDOW - THE FORECAST
      *                          PROJECTS THE TIMES ONLY.
      * 55-80 FILLER             RESERVED FOR FUTURE PARAMETERS
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-09-02 JHK   ORIGINAL, FOR THE SPLIT-RANGE PLANNER.
      * 2026-10-15 JHK   ADDED PL-FULL-RESCAN FOR THE COVERAGE
      *                  LEDGER.
      * 2026-10-15 JHK   ADDED PL-PROFILE AND PL-PROFILE-VERSION FOR
      *                  THE RUN-PROFILE LIBRARY.
      * 2026-10-15 JHK   ADDED PL-WINDOW-START AND PL-WINDOW-END FOR
      *                  THE BATCH-WINDOW FORECAST.
      *----------------------------------------------------------------
       01  PLANNER-CARD-RECORD.
           05  PL-BASE               PIC S9(06).
           05  PL-STEP-COUNT         PIC S9(02).
           05  PL-STEP-SIZE          PIC S9(06).
           05  PL-CKPT-COUNT         PIC S9(03).
           05  PL-FULL-RESCAN        PIC X(01).
           05  PL-PROFILE            PIC X(16).
           05  PL-PROFILE-VERSION    PIC X(03).
           05  PL-WINDOW-START       PIC X(04).
           05  PL-WINDOW-END         PIC X(04).
           05  FILLER                PIC X(26).
