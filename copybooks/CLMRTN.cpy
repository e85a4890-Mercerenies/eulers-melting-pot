      *----------------------------------------------------------------
      * CLMRTN.CPY
      *
      * CLAIMS RETURN FILE (CLMRTN) WRITTEN BY PROB32CLM BACK TO THE
      * SENDER OF AN INBOUND CLAIMS FILE (SEE CLMREC).  SAME SHAPE
      * AS THE INBOUND FILE: A HEADER ECHOING THE SENDER AND BATCH,
      * ONE 'D' ROW PER CLAIM IN THE ORDER RECEIVED, AND A TRAILER
      * WITH THE COUNTS AND WHETHER THE INBOUND CONTROLS BALANCED.
      *
      * EVERY CLAIM IS ACCEPTED ('A') OR REJECTED ('R') WITH A
      * REASON CODE:
      *   A0  VALID, AND ON IDMAST
      *   A1  VALID, BUT THE PRODUCT IS NOT ON IDMAST AT ALL
      *   A2  VALID, ON IDMAST BUT QUARANTINED (SEE PROB32MNT)
      *   A3  VALID, BUT IDMAST HOLDS THE PRODUCT UNDER A DIFFERENT
      *       FACTOR PAIR ONLY
      *   R1  A NUMBER IS BLANK OR NOT NUMERIC
      *   R2  DIGIT MODE IS NOT '1' OR '0'
      *   R3  THE FACTORS DO NOT MULTIPLY TO THE PRODUCT
      *   R4  THE TRIPLE IS NOT PANDIGITAL UNDER THE STATED MODE
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * HEADER RECORD
      * 01    CRH-RECORD-TYPE    'H'
      * 02-09 CRH-SENDER         SENDER ID, FROM THE INBOUND HEADER
      * 10-17 CRH-BATCH-ID       SENDER'S BATCH REFERENCE
      * 18-25 CRH-SENT-DATE      DATE SENT, YYYYMMDD
      * 26-33 CRH-VERIFY-DATE    DATE VERIFIED, YYYYMMDD
      * 34-80 FILLER             RESERVED
      * RETURN RECORD
      * 01    CR-RECORD-TYPE     'D'
      * 02-11 CR-CLAIM-REF       SENDER'S CLAIM REFERENCE
      * 12-16 CR-MULTIPLICAND    CLAIMED MULTIPLICAND  } AS
      * 17-21 CR-MULTIPLIER      CLAIMED MULTIPLIER    } RECEIVED
      * 22-26 CR-PRODUCT         CLAIMED PRODUCT       }
      * 27    CR-DIGIT-MODE      STATED DIGIT MODE     }
      * 28    CR-RESULT          'A' ACCEPTED / 'R' REJECTED
      * 29-30 CR-REASON          REASON CODE (ABOVE)
      * 31-38 CR-FIRST-CYCLE     A0/A2 - ID-FIRST-CYCLE OF THE
      *                          MATCHING IDMAST RECORD (BLANK WHEN
      *                          THE MASTER DOES NOT KNOW IT)
      * 39-40 CR-ID-SEQ          A0/A2 - ITS PAIR SEQUENCE (ID-SEQ)
      * 41-80 FILLER             RESERVED
      * TRAILER RECORD
      * 01    CRT-RECORD-TYPE    'T'
      * 02-08 CRT-CLAIM-COUNT    RETURN ROWS BETWEEN HEADER AND
      *                          TRAILER
      * 09-15 CRT-ACCEPTED       CLAIMS ACCEPTED
      * 16-22 CRT-REJECTED       CLAIMS REJECTED
      * 23    CRT-CONTROLS       'Y' = THE INBOUND HEADER AND
      *                          TRAILER BALANCED; 'N' = THEY DID
      *                          NOT - THE SENDER SHOULD RESEND
      * 24-80 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE INBOUND CLAIMS
      *                  VERIFICATION INTERFACE.
      *----------------------------------------------------------------
       01  RETURN-HEADER-RECORD.
           05  CRH-RECORD-TYPE       PIC X(01).
           05  CRH-SENDER            PIC X(08).
           05  CRH-BATCH-ID          PIC X(08).
           05  CRH-SENT-DATE         PIC X(08).
           05  CRH-VERIFY-DATE       PIC 9(08).
           05  FILLER                PIC X(47).
       01  RETURN-RECORD.
           05  CR-RECORD-TYPE        PIC X(01).
           05  CR-CLAIM-REF          PIC X(10).
           05  CR-MULTIPLICAND       PIC X(05).
           05  CR-MULTIPLIER         PIC X(05).
           05  CR-PRODUCT            PIC X(05).
           05  CR-DIGIT-MODE         PIC X(01).
           05  CR-RESULT             PIC X(01).
           05  CR-REASON             PIC X(02).
           05  CR-FIRST-CYCLE        PIC X(08).
           05  CR-ID-SEQ             PIC X(02).
           05  FILLER                PIC X(40).
       01  RETURN-TRAILER-RECORD.
           05  CRT-RECORD-TYPE       PIC X(01).
           05  CRT-CLAIM-COUNT       PIC 9(07).
           05  CRT-ACCEPTED          PIC 9(07).
           05  CRT-REJECTED          PIC 9(07).
           05  CRT-CONTROLS          PIC X(01).
           05  FILLER                PIC X(57).
