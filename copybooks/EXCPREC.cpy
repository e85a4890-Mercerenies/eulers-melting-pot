      *                             DISCREPANCY, VALIDATION, ...)
      * 036-080 EX-DETAIL           THE OFFENDING KEYS, RANGES, OR
      *                             MESSAGE TEXT
      * 081-100 EX-ID               EXCEPTION ID, UNIQUE ON THE LOG -
      *                             THE KEY OPERATORS POST AN
      *                             ACKNOWLEDGEMENT OR RESOLUTION
      *                             AGAINST (SEE PROB32ACK, RSLVREC):
      * 081-088   EX-ID-DATE        DATE LOGGED, YYYYMMDD
      * 089-096   EX-ID-TIME        TIME LOGGED, HHMMSSTT (TO THE
      *                             HUNDREDTH OF A SECOND)
      * 097-100   EX-ID-SEQ         ORDINAL OF THE EXCEPTION WITHIN
      *                             THE RUN THAT LOGGED IT
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-09-02 JHK   ORIGINAL, FOR THE CENTRAL EXCEPTION LOG.
      * 2026-10-15 JHK   ADDED EX-ID - RECORD LENGTH NOW 100.  THE LOG
      *                  IS CONVERTED ONCE BY THE ONE-TIME DECK
      *                  PROB32Z, WHICH IDS THE EXISTING RECORDS.
      *----------------------------------------------------------------
       01  EXCEPTION-LOG-RECORD.
           05  EX-PROGRAM            PIC X(09).
           05  EX-RUN-TIME           PIC 9(06).
           05  EX-TYPE               PIC X(12).
           05  EX-DETAIL             PIC X(45).
           05  EX-ID.
               10  EX-ID-DATE        PIC 9(08).
               10  EX-ID-TIME        PIC 9(08).
               10  EX-ID-SEQ         PIC 9(04).
