      *                          FULLY EMITTED RATHER THAN COUNTERS
      *                          EXAMINED; A RESUMED 'G' RUN RERUNS
      *                          GENERATION AND RESUMES THE EMIT.
      * 22-37 CC-PROFILE         RUN-PROFILE NAME (SEE PRFREC).
      *                          WHEN PUNCHED, EVERY PARAMETER COLUMN
      *                          ABOVE LEFT BLANK IS TAKEN FROM THE
      *                          PROFILE ON PRFLIB; A PUNCHED COLUMN
      *                          STILL OVERRIDES IT.  BLANK = NO
      *                          PROFILE (THE CARD ALONE, AS BEFORE).
      * 38-40 CC-PROFILE-VERSION PROFILE VERSION TO RUN.  BLANK OR
      *                          ZERO = THE CURRENT VERSION, WHICH
      *                          MUST NOT BE RETIRED; A PUNCHED
      *                          VERSION PINS THAT VERSION AS IT WAS
      *                          (PROB32PLN PINS THE VERSION IT
      *                          RESOLVED ON EVERY CARD IT WRITES).
      * 41-80 FILLER             RESERVED FOR FUTURE PARAMETERS
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 2026-09-02 JHK   THE GENERATED SCAN NOW CHECKPOINTS AND
      *                  RESUMES - CC-CKPT-EVERY NO LONGER HAS TO BE
      *                  ZERO WITH 'G'.
      * 2026-10-15 JHK   ADDED CC-PROFILE AND CC-PROFILE-VERSION FOR
      *                  THE RUN-PROFILE LIBRARY.
      *----------------------------------------------------------------
       01  CONTROL-CARD-RECORD.
           05  CC-SCAN-LIMIT         PIC S9(06).
           05  CC-BASE               PIC S9(06).
           05  CC-ALL-IDS            PIC X(01).
           05  CC-SCAN-METHOD        PIC X(01).
           05  CC-PROFILE            PIC X(16).
           05  CC-PROFILE-VERSION    PIC X(03).
           05  FILLER                PIC X(40).
