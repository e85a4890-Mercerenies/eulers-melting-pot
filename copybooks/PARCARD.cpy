      *----------------------------------------------------------------
      * PARCARD.CPY
      *
      * CONTROL CARD LAYOUT FOR THE DUAL-METHOD PARITY CERTIFICATION
      * (PROB32PAR).  ONE 80-BYTE CARD IMAGE READ FROM DDNAME
      * PARCARD.  IT SAYS HOW MANY OF THE PRODUCTION STEP'S COUNTER
      * VALUES TO RE-PROVE BY TRIAL DIVISION AND WHICH ONES - THE
      * STEP'S RANGE IS CUT INTO SUB-RANGES OF PA-WIDTH COUNTER
      * VALUES AND EACH SUB-RANGE IS DRAWN WITH A CHANCE OF
      * PA-DENSITY PERCENT FROM A RANDOM SEQUENCE STARTED AT PA-SEED,
      * SO THE SAME CARD ALWAYS DRAWS THE SAME SUB-RANGES.
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * 01-09 PA-SEED            SEED OF THE DRAW, 1-2147483646.
      *                          BLANK OR ZERO DEFAULTS TO THE CYCLE
      *                          DATE.  THE SEED USED IS PRINTED ON
      *                          THE CERTIFICATE - PUNCH IT TO DRAW
      *                          THE SAME SUB-RANGES AGAIN.
      * 10-12 PA-DENSITY         PERCENT OF SUB-RANGES TO DRAW,
      *                          001-100.  BLANK DEFAULTS TO 010.
      *                          100 RE-PROVES THE WHOLE STEP.  AT
      *                          LEAST ONE SUB-RANGE IS ALWAYS DRAWN.
      * 13-17 PA-WIDTH           COUNTER VALUES PER SUB-RANGE,
      *                          00001-99999.  BLANK DEFAULTS TO
      *                          00100.  THE LAST SUB-RANGE OF THE
      *                          STEP MAY BE SHORTER.
      * 18-25 PA-CYCLE-DATE      CYCLE DATE, YYYYMMDD, PRINTED ON
      *                          THE CERTIFICATE.  BLANK OR ZERO
      *                          DEFAULTS TO THE RUN DATE, THE SAME
      *                          CONVENTION AS CYCCARD.
      * 26-80 FILLER             RESERVED FOR FUTURE PARAMETERS
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE PARITY CERTIFICATION.
      *----------------------------------------------------------------
       01  PARITY-CARD-RECORD.
           05  PA-SEED               PIC X(09).
           05  PA-DENSITY            PIC X(03).
           05  PA-WIDTH              PIC X(05).
           05  PA-CYCLE-DATE         PIC X(08).
           05  FILLER                PIC X(55).
