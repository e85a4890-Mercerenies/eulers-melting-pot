      *                          ZERO REPORTS THE WHOLE LOG.  THE
      *                          MORNING CHECK PUNCHES YESTERDAY'S
      *                          OR TODAY'S DATE AS APPROPRIATE.
      *                          THE SAME DATE LIMITS THE CLOSED-
      *                          ITEMS HISTORY TO THAT DAY'S
      *                          CLOSURES.  THE OPEN-ITEMS VIEW
      *                          ALWAYS COVERS THE WHOLE LOG.
      * 09-11 XC-ESCALATE-DAYS   ESCALATION THRESHOLD - ANY
      *                          EXCEPTION STILL OPEN MORE THAN THIS
      *                          MANY DAYS AFTER IT WAS LOGGED ENDS
      *                          THE RUN RC=8.  BLANK = NO
      *                          ESCALATION.
      * 12-80 FILLER             RESERVED FOR FUTURE PARAMETERS
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-09-02 JHK   ORIGINAL, FOR THE MORNING EXCEPTIONS REPORT.
      * 2026-10-15 JHK   ADDED XC-ESCALATE-DAYS FOR THE OPEN-ITEMS
      *                  AGING.
      *----------------------------------------------------------------
       01  EXCEPTION-REPORT-CARD.
           05  XC-REPORT-DATE        PIC X(08).
           05  XC-ESCALATE-DAYS      PIC X(03).
           05  FILLER                PIC X(69).
