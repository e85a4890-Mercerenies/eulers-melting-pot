      *                          FIRST-PAIR MODE, AND IS THE ROW
      *                          COUNT OF DTLRPT/IDVSAM/IFCFILE IN
      *                          EITHER MODE (SEE CC-ALL-IDS)
      * 35    PART-DIGIT-MODE    '1' OR '0' - THE STEP'S DIGIT MODE
      *                          (SEE CC-DIGIT-MODE, BLANK RESOLVED)
      * 36    PART-ALL-IDS       'F' OR 'A' (SEE CC-ALL-IDS)
      * 37    PART-SCAN-METHOD   'T' OR 'G' (SEE CC-SCAN-METHOD)
      * 38-80 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      *                  PARTFILE RECORDS WRITTEN UNDER A PRIOR
      *                  LAYOUT ARE REFUSED BY THE READERS AND MUST
      *                  BE REGENERATED, NOT CONCATENATED IN.
      * 2026-10-15 JHK   ADDED PART-DIGIT-MODE, PART-ALL-IDS AND
      *                  PART-SCAN-METHOD IN PLACE OF FILLER SO THE
      *                  COVERAGE LEDGER (SEE COVREC) KNOWS WHICH
      *                  COMBINATION A STEP'S INTERVAL PROVES.  A
      *                  RECORD WRITTEN BEFORE THIS CHANGE CARRIES
      *                  SPACES THERE, WHICH READ AS THE DEFAULTS.
      *----------------------------------------------------------------
       01  PARTIAL-RESULT-RECORD.
           05  PART-BASE             PIC 9(05).
           05  PART-HITS-FOUND       PIC 9(05).
           05  PART-ACCUM            PIC 9(09).
           05  PART-IDS-FOUND        PIC 9(05).
           05  PART-DIGIT-MODE       PIC X(01).
           05  PART-ALL-IDS          PIC X(01).
           05  PART-SCAN-METHOD      PIC X(01).
           05  FILLER                PIC X(43).
