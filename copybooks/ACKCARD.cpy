      *----------------------------------------------------------------
      * ACKCARD.CPY
      *
      * EXCEPTION DISPOSITION CARD FOR PROB32ACK.  ONE 80-BYTE CARD
      * IMAGE PER POSTING, READ FROM DDNAME ACKCARD.  EACH CARD NAMES
      * ONE LOGGED EXCEPTION BY ITS EXCEPTION ID (EX-ID, AS PRINTED
      * ON THE MORNING EXCEPTIONS REPORT) AND THE OWNER DEALING WITH
      * IT; AN ACCEPTED CARD IS POSTED TO THE RESOLUTION FILE (SEE
      * RSLVREC).  A CARD THAT DOES NOT EDIT IS REJECTED WITH ITS
      * REASON ON THE EDIT REPORT AND NOTHING IS POSTED FOR IT.
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * 01    AK-TRAN-CODE       'A' = ACKNOWLEDGE - THE OWNER HAS
      *                                TAKEN THE EXCEPTION ON; IT
      *                                STAYS OPEN.  A LATER 'A' HANDS
      *                                IT TO A NEW OWNER.
      *                          'R' = RESOLVE - THE EXCEPTION IS
      *                                CLOSED WITH THE ACTION TAKEN
      * 02-21 AK-EXCP-ID         EXCEPTION ID (SEE EX-ID)
      * 22-29 AK-OWNER           OWNER - OPERATOR OR TEAM ID,
      *                          REQUIRED
      * 30-37 AK-CLOSE-DATE      'R' ONLY - CLOSURE DATE, YYYYMMDD.
      *                          BLANK DEFAULTS TO THE RUN DATE.  NOT
      *                          BEFORE THE EXCEPTION WAS LOGGED AND
      *                          NOT AFTER THE RUN DATE.
      * 38-77 AK-ACTION          ACTION TAKEN - REQUIRED ON 'R'; ON
      *                          'A' AN OPTIONAL NOTE
      * 78-80 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR EXCEPTION DISPOSITION.
      *----------------------------------------------------------------
       01  ACKNOWLEDGEMENT-CARD-RECORD.
           05  AK-TRAN-CODE          PIC X(01).
           05  AK-EXCP-ID            PIC X(20).
           05  AK-OWNER              PIC X(08).
           05  AK-CLOSE-DATE         PIC X(08).
           05  AK-ACTION             PIC X(40).
           05  FILLER                PIC X(03).
