      *----------------------------------------------------------------
      * PRFREC.CPY
      *
      * RUN-PROFILE LIBRARY RECORD (KSDS, DDNAME PRFLIB) WRITTEN BY
      * PROB32PRF AND READ BY PROBLEM32, PROB32PLN AND PROB32RST.  A
      * PROFILE IS A NAMED SET OF SCAN PARAMETERS (E.G. DAILY-19-GEN,
      * FULL-09-ALLIDS) THAT A CTLCARD OR PLNCARD NAMES IN PLACE OF
      * PUNCHING THE PARAMETER COLUMNS THEMSELVES.  RECORDS ARE NEVER
      * CHANGED IN PLACE: EVERY ADD, CHANGE OR RETIREMENT WRITES A NEW
      * VERSION, SO THE VERSIONS OF ONE NAME, READ IN KEY ORDER, ARE
      * ITS COMPLETE CHANGE HISTORY - WHO, WHEN, AND EVERY PARAMETER
      * AS IT STOOD.  THE HIGHEST VERSION IS THE CURRENT ONE; WHEN
      * THAT VERSION IS A RETIREMENT THE PROFILE MAY NO LONGER BE RUN
      * BY NAME ALONE.  THE FILE IS CUMULATIVE ON PURPOSE, LIKE
      * CYCCTL, AND IS NEVER PART OF CYCLE CLEANUP.
      *
      * COL     FIELD              CONTENTS
      * ------- ------------------ -------------------------------
      * 001-016 PF-NAME            PROFILE NAME                 (KEY)
      * 017-019 PF-VERSION         VERSION, FROM 001            (KEY)
      * 020     PF-STATUS          'A' = ACTIVE, 'R' = RETIRED
      * 021     PF-ACTION          A / C / R - THE TRANSACTION THAT
      *                            WROTE THIS VERSION (SEE PRFCARD)
      * 022-027 PF-SCAN-LIMIT      SEE CC-SCAN-LIMIT / PL-LIMIT
      * 028-033 PF-CKPT-EVERY      SEE CC-CKPT-EVERY
      * 034     PF-DIGIT-MODE      SEE CC-DIGIT-MODE
      * 035-040 PF-BASE            SEE CC-BASE / PL-BASE
      * 041     PF-ALL-IDS         SEE CC-ALL-IDS
      * 042     PF-SCAN-METHOD     SEE CC-SCAN-METHOD
      * 043-044 PF-STEP-COUNT      SEE PL-STEP-COUNT
      * 045-050 PF-STEP-SIZE       SEE PL-STEP-SIZE
      * 051-053 PF-CKPT-COUNT      SEE PL-CKPT-COUNT
      * 054     PF-FULL-RESCAN     SEE PL-FULL-RESCAN
      * 055-062 PF-OPERATOR        OPERATOR WHO WROTE THIS VERSION
      * 063-070 PF-CHANGE-DATE     DATE WRITTEN, YYYYMMDD
      * 071-076 PF-CHANGE-TIME     TIME WRITTEN, HHMMSS
      * 077-096 PF-NOTE            OPERATOR'S NOTE FROM THE CARD
      * 097-120 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE RUN-PROFILE LIBRARY.
      *----------------------------------------------------------------
       01  RUN-PROFILE-RECORD.
           05  PF-KEY.
               10  PF-NAME           PIC X(16).
               10  PF-VERSION        PIC 9(03).
           05  PF-STATUS             PIC X(01).
           05  PF-ACTION             PIC X(01).
           05  PF-SCAN-LIMIT         PIC 9(06).
           05  PF-CKPT-EVERY         PIC 9(06).
           05  PF-DIGIT-MODE         PIC X(01).
           05  PF-BASE               PIC 9(06).
           05  PF-ALL-IDS            PIC X(01).
           05  PF-SCAN-METHOD        PIC X(01).
           05  PF-STEP-COUNT         PIC 9(02).
           05  PF-STEP-SIZE          PIC 9(06).
           05  PF-CKPT-COUNT         PIC 9(03).
           05  PF-FULL-RESCAN        PIC X(01).
           05  PF-OPERATOR           PIC X(08).
           05  PF-CHANGE-DATE        PIC 9(08).
           05  PF-CHANGE-TIME        PIC 9(06).
           05  PF-NOTE               PIC X(20).
           05  FILLER                PIC X(24).
