      *----------------------------------------------------------------
      * CYCCARD.CPY
      *
      * CONTROL CARD LAYOUT FOR THE CYCLE CONTROL PROGRAM
      * (PROB32CYC).  ONE 80-BYTE CARD IMAGE READ FROM DDNAME
      * CYCCARD PER STEP.  THE SAME PROGRAM GATES A JOB, POSTS ITS
      * END, OR PRINTS THE END-OF-CYCLE STATUS PAGE, DEPENDING ON
      * THE FUNCTION PUNCHED IN COL 1.
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * 01    CG-FUNCTION        'G' = GATE - REFUSE (RC=8, LOGGED
      *                                TO EXCPLOG) UNLESS EVERY
      *                                PREREQUISITE ENDED CLEAN FOR
      *                                THE CYCLE; OTHERWISE POST
      *                                THE JOB'S START
      *                          'E' = END - POST THE JOB'S END
      *                                AND RETURN CODE
      *                          'R' = REPORT - PRINT EVERY JOB'S
      *                                STATE FOR THE CYCLE ON CYCRPT
      * 02-09 CG-CYCLE-DATE      CYCLE DATE, YYYYMMDD.  BLANK OR
      *                          ZERO DEFAULTS TO THE RUN DATE, THE
      *                          SAME CONVENTION AS MRGCARD AND
      *                          HKPCARD - PUNCH IT WHEN A CYCLE'S
      *                          JOBS RUN ACROSS MIDNIGHT.  A BLANK
      *                          DATE ON AN 'E' CARD POSTS TO THE
      *                          LATEST CYCLE THE JOB IS STARTED ON,
      *                          SO A JOB THAT STARTS BEFORE
      *                          MIDNIGHT ENDS ON ITS OWN CYCLE.
      * 10-17 CG-JOB-NAME        'G'/'E' - THE JOB BEING GATED OR
      *                          POSTED (E.G. PROB32M)
      * 18-21 CG-RETURN-CODE     'E' ONLY - HIGHEST STEP RETURN
      *                          CODE, 0000/0004/0008/0016 (0016
      *                          ALSO FOR ANYTHING HIGHER AND FOR
      *                          AN ABEND)
      * 22-69 CG-JOB-LIST        SIX 8-BYTE JOB NAMES.  'G' - THE
      *                          PREREQUISITE JOBS THAT MUST HAVE
      *                          ENDED CLEAN FOR THE SAME CYCLE
      *                          (ALL BLANK = NONE).  'R' - THE
      *                          JOBS THE CYCLE IS EXPECTED TO RUN,
      *                          IN RUN ORDER (ALL BLANK = PROB32P,
      *                          PROB32R, PROB32Q, PROB32M, PROB32K
      *                          AND THE ARCHIVAL JOB PROB32KG).
      * 70-80 FILLER             RESERVED FOR FUTURE PARAMETERS
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR CYCLE CONTROL AND
      *                  PREREQUISITE GATING BETWEEN THE JOBS.
      * 2026-10-15 JHK   PROB32Q JOINS THE DEFAULT 'R' JOB LIST.
      *----------------------------------------------------------------
       01  CYCLE-CARD-RECORD.
           05  CG-FUNCTION           PIC X(01).
           05  CG-CYCLE-DATE         PIC X(08).
           05  CG-JOB-NAME           PIC X(08).
           05  CG-RETURN-CODE        PIC X(04).
           05  CG-JOB-LIST.
               10  CG-JOB            PIC X(08) OCCURS 6 TIMES.
           05  FILLER                PIC X(11).
