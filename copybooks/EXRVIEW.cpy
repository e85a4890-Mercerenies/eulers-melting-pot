      *----------------------------------------------------------------
      * EXRVIEW.CPY
      *
      * WORKING-STORAGE FOR THE TWO VIEWS PROB32EXR PRINTS AFTER ITS
      * LISTING: THE OPEN-ITEM AND GROUP TABLES BEHIND THE AGED
      * OPEN-ITEMS VIEW, ITS AGE BANDS, AND THE PRINT LINES OF BOTH
      * THE OPEN-ITEMS VIEW AND THE CLOSED-ITEMS HISTORY.  COPIED
      * INTO WORKING-STORAGE; NO FILE CARRIES THESE LAYOUTS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  --------------------------------------------
      * 2026-10-15 JHK   ORIGINAL, FOR THE OPEN-ITEMS AND CLOSED-ITEMS
      *                  VIEWS OF THE MORNING EXCEPTIONS REPORT.
      *----------------------------------------------------------------
      *OPEN-ITEM TABLE - EVERY EXCEPTION NOT YET CLOSED, IN LOG ORDER
      *(OLDEST FIRST), FOR THE GROUPED VIEW.  AN OPEN BACKLOG PAST 999
      *IS ITSELF THE FINDING; THE EXCESS IS STILL COUNTED, AGED AND
      *ESCALATED, JUST NOT LISTED ITEM BY ITEM.
       01  OpenTable.
           05  OpenEntry OCCURS 999 TIMES INDEXED BY OIdx.
               10  OT-ID PIC X(20).
               10  OT-PROGRAM PIC X(09).
               10  OT-TYPE PIC X(12).
               10  OT-DATE PIC 9(08).
               10  OT-AGE PIC 9(05).
               10  OT-STANDING PIC X(06).
               10  OT-OWNER PIC X(08).
               10  OT-DETAIL PIC X(45).
       01  OpenListed PIC 9(04) VALUE 0.
      *GROUP TABLE - ONE ENTRY PER PROGRAM AND TYPE WITH ANYTHING
      *OPEN; AN OVERFLOWING FIFTY-FIRST FOLDS INTO THE LAST SLOT, AS
      *THE PROGRAM TABLE DOES.
       01  GroupTable.
           05  GroupEntry OCCURS 50 TIMES INDEXED BY GIdx.
               10  GT-PROGRAM PIC X(09).
               10  GT-TYPE PIC X(12).
               10  GT-COUNT PIC 9(05).
               10  GT-OLDEST PIC 9(05).
               10  GT-ESCALATED PIC 9(05).
       01  GroupCount PIC 99 VALUE 0.
       01  GroupFoundFlag PIC 9.
           88  GroupSlotFound VALUE 1.
       01  GroupNo PIC 99.
       01  SortNo PIC 99.
       01  SortLimit PIC 99.
       01  GroupHold PIC X(36).
      *AGE BANDS OF THE OPEN ITEMS, FOR THE VIEW'S FOOTING
       01  AgeUpTo1 PIC 9(07) VALUE 0.
       01  AgeUpTo7 PIC 9(07) VALUE 0.
       01  AgeUpTo30 PIC 9(07) VALUE 0.
       01  AgeOver30 PIC 9(07) VALUE 0.
      *OPEN-ITEMS AND CLOSED-ITEMS VIEW LINES
       01  OpenGroupLine.
           05  FILLER PIC X(01) VALUE SPACE.
           05  OG-PROGRAM PIC X(09).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OG-TYPE PIC X(12).
           05  FILLER PIC X(07) VALUE '  OPEN '.
           05  OG-COUNT PIC ZZZZ9.
           05  FILLER PIC X(09) VALUE '  OLDEST '.
           05  OG-OLDEST PIC ZZZZ9.
           05  FILLER PIC X(05) VALUE ' DAYS'.
           05  FILLER PIC X(12) VALUE '  ESCALATED '.
           05  OG-ESCALATED PIC ZZZZ9.
       01  OpenItemLine.
           05  FILLER PIC X(05) VALUE SPACES.
           05  OI-ID PIC X(20).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OI-DATE PIC 9999/99/99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  OI-AGE PIC ZZZZ9.
           05  FILLER PIC X(06) VALUE ' DAYS '.
           05  OI-STANDING PIC X(04).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OI-OWNER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OI-DETAIL PIC X(45).
           05  FILLER PIC X(01) VALUE SPACE.
           05  OI-FLAG PIC X(09).
           05  FILLER PIC X(15) VALUE SPACES.
       01  ClosedLine.
           05  FILLER PIC X(01) VALUE SPACE.
           05  CL-ID PIC X(20).
           05  FILLER PIC X(01) VALUE SPACE.
           05  CL-PROGRAM PIC X(09).
           05  FILLER PIC X(01) VALUE SPACE.
           05  CL-TYPE PIC X(12).
           05  FILLER PIC X(01) VALUE SPACE.
           05  CL-LOGGED PIC 9999/99/99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  CL-CLOSED PIC 9999/99/99.
           05  FILLER PIC X(01) VALUE SPACE.
           05  CL-DAYS PIC ZZZZ9.
           05  FILLER PIC X(01) VALUE SPACE.
           05  CL-OWNER PIC X(08).
           05  FILLER PIC X(01) VALUE SPACE.
           05  CL-ACTION PIC X(40).
           05  FILLER PIC X(10) VALUE SPACES.
       01  TotalLine.
           05  FILLER PIC X(01) VALUE SPACE.
           05  TL-CAPTION PIC X(24).
           05  TL-COUNT PIC ZZZZZZ9.
           05  FILLER PIC X(100) VALUE SPACES.
