      *----------------------------------------------------------------
      * PERFREC.CPY
      *
      * SCAN PERFORMANCE-LOG RECORD.  PROBLEM32 APPENDS ONE OF THESE
      * TO THE CUMULATIVE PERFORMANCE LOG (DDNAME PERFLOG) AT THE END
      * OF EVERY EXECUTION THAT REACHES 9000-TERMINATE - A WHOLE-RANGE
      * RUN, EACH STEP OF A SPLIT-RANGE JOB, AND EACH RESUMED LEG OF
      * A RESTARTED STEP, EACH ON ITS OWN RECORD - WITH THE LEG'S
      * START AND END, ITS ELAPSED TIME, AND THE COUNTER VALUES IT
      * SCANNED PER MINUTE, SO PROB32FCT CAN FORECAST A PLANNED JOB
      * FROM MEASURED THROUGHPUT PER SCAN METHOD AND DIGIT MODE.  A
      * LEG THAT ABENDS WRITES NOTHING; THE LEG THAT RESUMES IT IS
      * MEASURED FROM ITS OWN START COUNTER.  THE FILE IS CUMULATIVE
      * ON PURPOSE, LIKE RUNHIST, AND IS NEVER PART OF CYCLE CLEANUP.
      *
      * COL    FIELD                CONTENTS
      * ------ -------------------- ---------------------------------
      * 001-008 PM-START-DATE       DATE THE LEG STARTED, YYYYMMDD
      * 009-016 PM-START-TIME       TIME THE LEG STARTED, HHMMSSTT
      * 017-024 PM-END-DATE         DATE THE LEG ENDED, YYYYMMDD
      * 025-032 PM-END-TIME         TIME THE LEG ENDED, HHMMSSTT
      * 033-041 PM-ELAPSED          ELAPSED SECONDS, 2 DECIMALS
      * 042-046 PM-BASE             SCAN FLOOR (SEE CC-BASE)
      * 047-051 PM-LIMIT            SCAN CEILING (SEE CC-SCAN-LIMIT)
      * 052-056 PM-START-COUNTER    FIRST COUNTER THE LEG SCANNED -
      *                             PM-BASE, OR ONE PAST THE
      *                             CHECKPOINT ON A RESUMED LEG
      * 057-061 PM-COUNTERS         COUNTER VALUES THE LEG SCANNED.
      *                             TRIAL DIVISION SCANS START COUNTER
      *                             THRU LIMIT; THE GENERATED SCAN
      *                             REGENERATES THE WHOLE RANGE EVEN
      *                             WHEN RESUMED (SEE PROBLEM32
      *                             5500-GENERATE-SCAN), SO ITS LEGS
      *                             ALWAYS COUNT BASE THRU LIMIT
      * 062-072 PM-RATE             COUNTER VALUES SCANNED PER MINUTE,
      *                             2 DECIMALS
      * 073     PM-SCAN-METHOD      'T' OR 'G' (SEE CC-SCAN-METHOD)
      * 074     PM-DIGIT-MODE       '1' OR '0' (SEE CC-DIGIT-MODE)
      * 075     PM-ALL-IDS          'F' OR 'A' (SEE CC-ALL-IDS)
      * 076     PM-RESUMED          'Y' WHEN THE LEG RESUMED FROM A
      *                             CHECKPOINT, ELSE 'N'
      * 077-092 PM-PROFILE          RUN-PROFILE NAME (SEE CC-PROFILE)
      * 093-095 PM-PROFILE-VERSION  PROFILE VERSION RESOLVED
      * 096-100 FILLER              RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE BATCH-WINDOW FORECAST.
      *----------------------------------------------------------------
       01  PERFORMANCE-LOG-RECORD.
           05  PM-START-DATE         PIC 9(08).
           05  PM-START-TIME         PIC 9(08).
           05  PM-END-DATE           PIC 9(08).
           05  PM-END-TIME           PIC 9(08).
           05  PM-ELAPSED            PIC 9(07)V99.
           05  PM-BASE               PIC 9(05).
           05  PM-LIMIT              PIC 9(05).
           05  PM-START-COUNTER      PIC 9(05).
           05  PM-COUNTERS           PIC 9(05).
           05  PM-RATE               PIC 9(09)V99.
           05  PM-SCAN-METHOD        PIC X(01).
           05  PM-DIGIT-MODE         PIC X(01).
           05  PM-ALL-IDS            PIC X(01).
           05  PM-RESUMED            PIC X(01).
           05  PM-PROFILE            PIC X(16).
           05  PM-PROFILE-VERSION    PIC 9(03).
           05  FILLER                PIC X(05).
