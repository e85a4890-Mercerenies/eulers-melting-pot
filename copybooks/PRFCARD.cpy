      *----------------------------------------------------------------
      * PRFCARD.CPY
      *
      * RUN-PROFILE MAINTENANCE CARD FOR PROB32PRF.  ONE 80-BYTE CARD
      * IMAGE PER TRANSACTION, READ FROM DDNAME PRFCARD.  EVERY
      * UPDATING CARD NAMES ONE PROFILE AND THE OPERATOR MAKING THE
      * CHANGE; A CARD THAT DOES NOT EDIT IS REJECTED WITH ITS REASON
      * ON THE EDIT REPORT AND NOTHING IS WRITTEN FOR IT.  THE
      * PARAMETER COLUMNS HOLD THE SAME VALUES AS THE CTLCARD AND
      * PLNCARD FIELDS NAMED BELOW.  ON 'A' A BLANK PARAMETER TAKES
      * THAT FIELD'S CARD DEFAULT; ON 'C' A BLANK PARAMETER CARRIES
      * THE CURRENT VERSION'S VALUE FORWARD, SO ONLY THE FIELDS BEING
      * CHANGED ARE PUNCHED (PUNCH ZEROS TO CLEAR A NUMBER).
      *
      * COL   FIELD              CONTENTS
      * ----- ------------------ ---------------------------------
      * 01    PR-TRAN-CODE       'A' = ADD A NEW PROFILE (VERSION 1)
      *                          'C' = CHANGE - WRITE THE NEXT
      *                                VERSION OF AN ACTIVE PROFILE
      *                          'R' = RETIRE - WRITE THE NEXT
      *                                VERSION, MARKED RETIRED
      *                          'L' = LIST THE WHOLE LIBRARY, EVERY
      *                                VERSION, ON PRFRPT AFTER THE
      *                                LAST TRANSACTION (NO OTHER
      *                                COLUMNS)
      * 02-17 PR-NAME            PROFILE NAME
      * 18-25 PR-OPERATOR        OPERATOR ID - REQUIRED ON A, C, R
      * 26-31 PR-SCAN-LIMIT      SEE CC-SCAN-LIMIT - REQUIRED ON 'A'
      * 32-37 PR-CKPT-EVERY      SEE CC-CKPT-EVERY
      * 38    PR-DIGIT-MODE      SEE CC-DIGIT-MODE
      * 39-44 PR-BASE            SEE CC-BASE
      * 45    PR-ALL-IDS         SEE CC-ALL-IDS
      * 46    PR-SCAN-METHOD     SEE CC-SCAN-METHOD
      * 47-48 PR-STEP-COUNT      SEE PL-STEP-COUNT
      * 49-54 PR-STEP-SIZE       SEE PL-STEP-SIZE
      * 55-57 PR-CKPT-COUNT      SEE PL-CKPT-COUNT
      * 58    PR-FULL-RESCAN     SEE PL-FULL-RESCAN
      * 59-78 PR-NOTE            FREE-TEXT NOTE, KEPT ON THE VERSION
      *                          (WHY IT WAS ADDED/CHANGED/RETIRED)
      * 79-80 FILLER             RESERVED
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE RUN-PROFILE LIBRARY.
      *----------------------------------------------------------------
       01  PROFILE-CARD-RECORD.
           05  PR-TRAN-CODE          PIC X(01).
           05  PR-NAME               PIC X(16).
           05  PR-OPERATOR           PIC X(08).
           05  PR-SCAN-LIMIT         PIC X(06).
           05  PR-CKPT-EVERY         PIC X(06).
           05  PR-DIGIT-MODE         PIC X(01).
           05  PR-BASE               PIC X(06).
           05  PR-ALL-IDS            PIC X(01).
           05  PR-SCAN-METHOD        PIC X(01).
           05  PR-STEP-COUNT         PIC X(02).
           05  PR-STEP-SIZE          PIC X(06).
           05  PR-CKPT-COUNT         PIC X(03).
           05  PR-FULL-RESCAN        PIC X(01).
           05  PR-NOTE               PIC X(20).
           05  FILLER                PIC X(02).
