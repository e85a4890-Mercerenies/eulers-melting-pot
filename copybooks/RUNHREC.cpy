      *                             WORKING ACCUMULATOR.
      * 045     RH-RESUMED          'Y' WHEN THE RUN RESUMED FROM A
      *                             CHECKPOINT, ELSE 'N'
      * 046-061 RH-PROFILE          RUN-PROFILE NAME THE CONTROL CARD
      *                             RESOLVED (SEE CC-PROFILE); BLANK
      *                             WHEN THE CARD NAMED NONE
      * 062-064 RH-PROFILE-VERSION  PROFILE VERSION RESOLVED; ZERO
      *                             WHEN THE CARD NAMED NO PROFILE
      * 065-080 FILLER              RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-08-23 JHK   ORIGINAL, FOR THE RUN-HISTORY TREND REPORT.
      * 2026-10-15 JHK   ADDED RH-PROFILE AND RH-PROFILE-VERSION FOR
      *                  THE RUN-PROFILE LIBRARY.
      *----------------------------------------------------------------
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE           PIC 9(08).
           05  RH-HITS-FOUND         PIC 9(05).
           05  RH-ACCUM              PIC 9(09).
           05  RH-RESUMED            PIC X(01).
           05  RH-PROFILE            PIC X(16).
           05  RH-PROFILE-VERSION    PIC 9(03).
           05  FILLER                PIC X(16).
