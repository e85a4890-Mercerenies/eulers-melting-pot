      * 28-33 ID-FIRST-RUN        RUN TIME (HHMMSS) OF THE MERGE
      *                           THAT FIRST ADDED IT - WITH THE
      *                           CYCLE DATE, THE RUN IDENTIFIER.
      * 34    ID-STATUS           MAINTENANCE STATUS (SEE PROB32MNT).
      *                           SPACE = ACTIVE; 'Q' = QUARANTINED -
      *                           KEPT ON THE MASTER BUT HELD BACK
      *                           FROM IFCMAST AND SHOWN AS
      *                           QUARANTINED BY PROB32INQ.
      * 35-36 ID-QUAR-REASON      QUARANTINE REASON CODE
      * 37-44 ID-QUAR-OPERATOR    OPERATOR WHO QUARANTINED IT
      * 45-52 ID-QUAR-DATE        DATE (YYYYMMDD) IT WAS QUARANTINED.
      *                           ALL THREE ARE CLEARED AGAIN ON
      *                           REINSTATEMENT; THE JOURNAL (SEE
      *                           MNTJRNL) KEEPS THE HISTORY.
      * 53-80 FILLER              RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      *                  RECORD LENGTH AND ALL EXISTING FIELDS ARE
      *                  UNCHANGED, SO OLD FILES STILL READ; THEIR
      *                  PROVENANCE SIMPLY READS AS UNKNOWN.
      * 2026-10-15 JHK   CARVED ID-STATUS AND THE QUARANTINE REASON,
      *                  OPERATOR AND DATE OUT OF THE FILLER FOR THE
      *                  IDMAST MAINTENANCE TRANSACTIONS (PROB32MNT).
      *                  BLANK ON EVERY EXISTING RECORD, WHICH READS
      *                  AS ACTIVE, SO OLD FILES STILL READ.
      *----------------------------------------------------------------
       01  IDENTITY-RECORD.
           05  ID-KEY.
           05  ID-IFC-WRITTEN        PIC X(01).
           05  ID-FIRST-CYCLE        PIC X(08).
           05  ID-FIRST-RUN          PIC X(06).
           05  ID-STATUS             PIC X(01).
           05  ID-QUAR-REASON        PIC X(02).
           05  ID-QUAR-OPERATOR      PIC X(08).
           05  ID-QUAR-DATE          PIC X(08).
           05  FILLER                PIC X(28).
