      *----------------------------------------------------------------
      * MNTCARD.CPY
      *
      * IDMAST MAINTENANCE TRANSACTION CARD FOR PROB32MNT.  ONE
      * 80-BYTE CARD IMAGE PER CHANGE, READ FROM DDNAME MNTCARD.
      * EVERY CARD NAMES ONE IDENTITY BY ITS FULL KEY AND THE
      * OPERATOR MAKING THE CHANGE; A CARD THAT DOES NOT EDIT IS
      * REJECTED WITH ITS REASON ON THE EDIT REPORT AND NOTHING IS
      * CHANGED.
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * 01    MT-TRAN-CODE       'Q' = QUARANTINE THE IDENTITY
      *                          'R' = REINSTATE A QUARANTINED ONE
      *                          'C' = CORRECT ITS PROVENANCE
      *                                (ID-FIRST-CYCLE/ID-FIRST-RUN)
      *                          'D' = DELETE IT, WITH ITS TWO
      *                                XREFVSAM ROWS
      * 02-06 MT-COUNTER         PRODUCT (ID-COUNTER)
      * 07-08 MT-SEQ             PAIR SEQUENCE (ID-SEQ)
      * 09-16 MT-OPERATOR        OPERATOR ID - REQUIRED ON EVERY
      *                          TRANSACTION
      * 17-18 MT-REASON          REASON CODE - REQUIRED ON 'Q' AND
      *                          'D', OPTIONAL (JOURNALLED ONLY) ON
      *                          'R' AND 'C'
      * 19-26 MT-FIRST-CYCLE     'C' ONLY - CORRECTED CYCLE DATE,
      *                          YYYYMMDD, REQUIRED
      * 27-32 MT-FIRST-RUN       'C' ONLY - CORRECTED MERGE RUN
      *                          TIME, HHMMSS; BLANK KEEPS THE RUN
      *                          TIME ALREADY ON THE RECORD
      * 33-80 FILLER             RESERVED FOR FUTURE PARAMETERS
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE IDMAST MAINTENANCE
      *                  TRANSACTIONS.
      *----------------------------------------------------------------
       01  MAINTENANCE-CARD-RECORD.
           05  MT-TRAN-CODE          PIC X(01).
           05  MT-COUNTER            PIC 9(05).
           05  MT-SEQ                PIC 9(02).
           05  MT-OPERATOR           PIC X(08).
           05  MT-REASON             PIC X(02).
           05  MT-FIRST-CYCLE        PIC X(08).
           05  MT-FIRST-RUN          PIC X(06).
           05  FILLER                PIC X(48).
