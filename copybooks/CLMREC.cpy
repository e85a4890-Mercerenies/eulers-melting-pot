      *----------------------------------------------------------------
      * CLMREC.CPY
      *
      * INBOUND IDENTITY-CLAIMS FILE (CLMIN) FOR THE CLAIMS
      * VERIFICATION JOB (PROB32CLM).  OTHER DEPARTMENTS AND OUTSIDE
      * PARTNERS SEND ONE FILE PER BATCH OF CLAIMED PANDIGITAL
      * IDENTITIES, BUILT THE SAME WAY AS THE INTERCHANGE FILES (SEE
      * IFCCTL): A HEADER NAMING THE SENDER AND BATCH, ONE 'D' ROW
      * PER CLAIMED MULTIPLICAND/MULTIPLIER/PRODUCT TRIPLE, AND A
      * TRAILER CARRYING THE CLAIM COUNT AND A HASH TOTAL OF THE
      * CLAIMED PRODUCTS.  THE 'H'/'D'/'T' IN COLUMN 1 TELLS A READER
      * WHICH KIND OF RECORD IT HOLDS.
      *
      * THE NUMBERS ARE PUNCHED RIGHT-JUSTIFIED WITH LEADING ZEROS
      * (E.G. 00039 00186 07254).  THEY ARE CARRIED AS CHARACTER
      * FIELDS SO A CLAIM THAT DOES NOT EDIT CAN BE RETURNED WITH A
      * REASON RATHER THAN STOPPING THE BATCH.  THE HASH TOTAL IS THE
      * SUM OF THE CLAIMED PRODUCTS THAT ARE NUMERIC.
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * HEADER RECORD
      * 01    CLH-RECORD-TYPE    'H'
      * 02-09 CLH-SENDER         SENDER ID (DEPARTMENT OR PARTNER)
      * 10-17 CLH-BATCH-ID       SENDER'S BATCH REFERENCE
      * 18-25 CLH-SENT-DATE      DATE SENT, YYYYMMDD
      * 26-80 FILLER             RESERVED
      * CLAIM RECORD
      * 01    CL-RECORD-TYPE     'D'
      * 02-11 CL-CLAIM-REF       SENDER'S REFERENCE FOR THE CLAIM,
      *                          ECHOED ON THE RETURN FILE
      * 12-16 CL-MULTIPLICAND    CLAIMED MULTIPLICAND
      * 17-21 CL-MULTIPLIER      CLAIMED MULTIPLIER
      * 22-26 CL-PRODUCT         CLAIMED PRODUCT
      * 27    CL-DIGIT-MODE      '1' = DIGITS 1-9 EACH ONCE
      *                          '0' = DIGITS 0-9 EACH ONCE
      *                          (SEE CC-DIGIT-MODE)
      * 28-80 FILLER             RESERVED
      * TRAILER RECORD
      * 01    CLT-RECORD-TYPE    'T'
      * 02-08 CLT-CLAIM-COUNT    CLAIM ROWS BETWEEN HEADER AND
      *                          TRAILER
      * 09-19 CLT-HASH-TOTAL     SUM OF THE CLAIMED PRODUCTS
      * 20-80 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE INBOUND CLAIMS
      *                  VERIFICATION INTERFACE.
      *----------------------------------------------------------------
       01  CLAIM-HEADER-RECORD.
           05  CLH-RECORD-TYPE       PIC X(01).
           05  CLH-SENDER            PIC X(08).
           05  CLH-BATCH-ID          PIC X(08).
           05  CLH-SENT-DATE         PIC X(08).
           05  FILLER                PIC X(55).
       01  CLAIM-RECORD.
           05  CL-RECORD-TYPE        PIC X(01).
           05  CL-CLAIM-REF          PIC X(10).
           05  CL-MULTIPLICAND       PIC X(05).
           05  CL-MULTIPLIER         PIC X(05).
           05  CL-PRODUCT            PIC X(05).
           05  CL-DIGIT-MODE         PIC X(01).
           05  FILLER                PIC X(53).
       01  CLAIM-TRAILER-RECORD.
           05  CLT-RECORD-TYPE       PIC X(01).
           05  CLT-CLAIM-COUNT       PIC 9(07).
           05  CLT-HASH-TOTAL        PIC 9(11).
           05  FILLER                PIC X(61).
