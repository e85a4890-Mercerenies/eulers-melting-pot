      *----------------------------------------------------------------
      * RSLVREC.CPY
      *
      * EXCEPTION RESOLUTION RECORD (KSDS, DDNAME EXCPRES) WRITTEN BY
      * PROB32ACK AND READ BY PROB32EXR.  ONE RECORD PER POSTING -
      * ACKNOWLEDGEMENT OR RESOLUTION - AGAINST ONE LOGGED EXCEPTION,
      * KEYED BY EXCEPTION ID (SEE EX-ID) AND POSTING SEQUENCE, SO ONE
      * BROWSE ON THE ID RETURNS THE WHOLE DISPOSITION HISTORY OF THE
      * EXCEPTION IN ORDER AND THE LAST POSTING IS ITS STANDING: NONE
      * = OPEN, 'A' = OPEN AND OWNED, 'R' = CLOSED.  NO POSTING IS
      * EVER REWRITTEN OR DELETED - THE FILE IS THE EVIDENCE THAT
      * EVERY EXCEPTION WAS DISPOSITIONED, AND LIKE EXCPLOG IT IS
      * CUMULATIVE AND NEVER PART OF CYCLE CLEANUP.  THE EXCEPTION'S
      * OWN PROGRAM, TYPE, DATE AND DETAIL ARE CARRIED ON THE POSTING
      * SO THE CLOSED-ITEMS HISTORY NEEDS NO PASS OF THE LOG.
      *
      * COL     FIELD              CONTENTS
      * ------- ------------------ -------------------------------
      * 001-020 RS-EXCP-ID         EXCEPTION ID (SEE EX-ID)     (KEY)
      * 021-023 RS-POST-SEQ        POSTING SEQUENCE, FROM 001   (KEY)
      * 024     RS-TRAN-CODE       'A' OR 'R' (SEE ACKCARD)
      * 025-032 RS-OWNER           OWNER FROM THE CARD
      * 033-072 RS-ACTION          ACTION TAKEN / NOTE FROM THE CARD
      * 073-080 RS-CLOSE-DATE      'R' - CLOSURE DATE, YYYYMMDD;
      *                            ZERO ON 'A'
      * 081-088 RS-POST-DATE       DATE POSTED, YYYYMMDD
      * 089-094 RS-POST-TIME       TIME POSTED, HHMMSS
      * 095-103 RS-EX-PROGRAM      EX-PROGRAM OF THE EXCEPTION
      * 104-115 RS-EX-TYPE         EX-TYPE OF THE EXCEPTION
      * 116-123 RS-EX-DATE         EX-RUN-DATE OF THE EXCEPTION
      * 124-168 RS-EX-DETAIL       EX-DETAIL OF THE EXCEPTION
      * 169-180 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR EXCEPTION DISPOSITION.
      *----------------------------------------------------------------
       01  EXCEPTION-RESOLUTION-RECORD.
           05  RS-KEY.
               10  RS-EXCP-ID        PIC X(20).
               10  RS-POST-SEQ       PIC 9(03).
           05  RS-TRAN-CODE          PIC X(01).
           05  RS-OWNER              PIC X(08).
           05  RS-ACTION             PIC X(40).
           05  RS-CLOSE-DATE         PIC 9(08).
           05  RS-POST-DATE          PIC 9(08).
           05  RS-POST-TIME          PIC 9(06).
           05  RS-EX-PROGRAM         PIC X(09).
           05  RS-EX-TYPE            PIC X(12).
           05  RS-EX-DATE            PIC 9(08).
           05  RS-EX-DETAIL          PIC X(45).
           05  FILLER                PIC X(12).
