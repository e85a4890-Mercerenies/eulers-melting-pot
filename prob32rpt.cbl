000220*AND THE DIGIT-LENGTH-PATTERN BREAKDOWN.  THE RAW 80-BYTE
000230*DTLRPT FILE AND THE BARE SYSOUT DISPLAYS REMAIN THE AUDIT
000240*RECORD; THIS REPORT IS THE BUSINESS COPY.
000242*
000244*WHEN THE CARD NAMES A RUN PROFILE (CC-PROFILE, SEE PRFREC) THE
000246*PARAMETERS IT LEFT BLANK ARE TAKEN FROM THE PROFILE VERSION THE
000248*SCAN RESOLVED, SO THE HEADING SHOWS WHAT THE SCAN RAN.
000250*----------------------------------------------------------------
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     PROB32RPT.
000360*2026-08-23 JHK   ORIGINAL - PAGINATED PRINT REPORT OVER DTLRPT
000370*                 WITH CONTROL TOTALS AND THE DIGIT-LENGTH-
000380*                 PATTERN BREAKDOWN.
000382*2026-10-15 JHK   RESOLVE A RUN PROFILE NAMED ON THE CARD FROM
000384*                 THE RUN-PROFILE LIBRARY FOR THE HEADING, AND
000386*                 SHOW THE PROFILE AND VERSION ON IT.

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT PRINT-REPORT ASSIGN TO RPTFILE
000470         ORGANIZATION IS SEQUENTIAL.
000471     SELECT PROFILE-LIBRARY ASSIGN TO PRFLIB
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS PF-KEY
000475         FILE STATUS IS PfFileStatus.

000480 DATA DIVISION.
000490 FILE SECTION.
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  PRINT-LINE                PIC X(132).
000617 FD  PROFILE-LIBRARY
000624     LABEL RECORDS ARE STANDARD.
000631     COPY PRFREC.

000640 WORKING-STORAGE SECTION.
000650*REPORT-CONTROL WORK AREAS
000690 01  LinesPerPage PIC 9(03) VALUE 55.
000700 01  PageCount PIC 9(04) VALUE 0.
000710 01  RunDate PIC 9(08).
000711*RUN-PROFILE WORK AREAS
000712 01  PfFileStatus PIC X(2).
000713 01  ProfileImage PIC X(120).
000714 01  MoreVersions PIC 9.
000715     88  NoMoreVersions VALUE 0.
000720*CONTROL-TOTAL WORK AREAS
000730 01  IdentityLines PIC 9(07) VALUE 0.
000740 01  ProductsSeen PIC 9(07) VALUE 0.
001130     05  H2-MODE PIC X(05).
001140     05  FILLER PIC X(17) VALUE '   IDENTITIES... '.
001150     05  H2-IDS PIC X(05).
001151     05  H2-PROFILE-AREA.
001152         10  FILLER PIC X(11) VALUE '   PROFILE '.
001153         10  H2-PROFILE PIC X(16).
001154         10  FILLER PIC X(02) VALUE ' V'.
001155         10  H2-PROFILE-VERSION PIC 9(03).
001160     05  FILLER PIC X(32) VALUE SPACES.
001170 01  Heading3.
001180     05  FILLER PIC X(23) VALUE '   LINE  MULTIPLICAND  '.
001190     05  FILLER PIC X(22) VALUE 'MULTIPLIER     PRODUCT'.
001760             GO TO 9999-EXIT
001770     END-READ.
001780     CLOSE CONTROL-CARD.
001781     IF CC-PROFILE = SPACES
001782         MOVE SPACES TO H2-PROFILE-AREA
001783     ELSE
001784         PERFORM 1050-RESOLVE-PROFILE THRU 1050-EXIT
001785     END-IF.
001790     ACCEPT RunDate FROM DATE YYYYMMDD.
001800     MOVE RunDate TO H1-DATE.
001810     IF CC-BASE IS NUMERIC AND CC-BASE > 0

003720 9999-EXIT.
003730     STOP RUN.

003740*----------------------------------------------------------------
003750*1050-RESOLVE-PROFILE - READ THE PROFILE VERSION THE CARD NAMES
003760*(THE CURRENT ONE WHEN IT PINS NONE) AND FILL THE HEADING
003770*PARAMETERS THE CARD LEFT BLANK, UNDER THE SAME RULES AS
003780*PROBLEM32.  A PROFILE THE SCAN COULD NOT HAVE RESOLVED IS
003790*FATAL - THE HEADING MUST NOT GUESS AT THE PARAMETERS.
003800*----------------------------------------------------------------
003810 1050-RESOLVE-PROFILE.
003820     IF CC-PROFILE-VERSION NOT = SPACES
003830             AND CC-PROFILE-VERSION IS NOT NUMERIC
003840         DISPLAY 'PROB32RPT - PROFILE VERSION ON CONTROL CARD '
003850             'IS NOT NUMERIC'
003860         MOVE 16 TO RETURN-CODE
003870         GO TO 9999-EXIT
003880     END-IF.
003890     OPEN INPUT PROFILE-LIBRARY.
003900     IF PfFileStatus NOT = '00'
003910         DISPLAY 'PROB32RPT - PRFLIB OPEN FAILED, FILE STATUS '
003920             PfFileStatus
003930         MOVE 16 TO RETURN-CODE
003940         GO TO 9999-EXIT
003950     END-IF.
003960     IF CC-PROFILE-VERSION = SPACES OR CC-PROFILE-VERSION = '000'
003970         PERFORM 1060-FIND-CURRENT THRU 1060-EXIT
003980     ELSE
003990         MOVE CC-PROFILE TO PF-NAME
004000         MOVE CC-PROFILE-VERSION TO PF-VERSION
004010         READ PROFILE-LIBRARY
004020             INVALID KEY
004030                 MOVE SPACES TO ProfileImage
004040             NOT INVALID KEY
004050                 MOVE RUN-PROFILE-RECORD TO ProfileImage
004060         END-READ
004070     END-IF.
004080     CLOSE PROFILE-LIBRARY.
004090     IF ProfileImage = SPACES
004100         DISPLAY 'PROB32RPT - RUN PROFILE ' CC-PROFILE
004110             ' VERSION ' CC-PROFILE-VERSION ' NOT ON PRFLIB'
004120         MOVE 16 TO RETURN-CODE
004130         GO TO 9999-EXIT
004140     END-IF.
004150     MOVE ProfileImage TO RUN-PROFILE-RECORD.
004160     IF PF-STATUS = 'R'
004170         DISPLAY 'PROB32RPT - RUN PROFILE ' CC-PROFILE
004180             ' IS RETIRED AS OF VERSION ' PF-VERSION
004190         MOVE 16 TO RETURN-CODE
004200         GO TO 9999-EXIT
004210     END-IF.
004220     MOVE CC-PROFILE TO H2-PROFILE.
004230     MOVE PF-VERSION TO H2-PROFILE-VERSION.
004240     IF CC-SCAN-LIMIT = SPACES
004250         MOVE PF-SCAN-LIMIT TO CC-SCAN-LIMIT
004260     END-IF.
004270     IF CC-DIGIT-MODE = SPACE
004280         MOVE PF-DIGIT-MODE TO CC-DIGIT-MODE
004290     END-IF.
004300     IF CC-BASE = SPACES
004310         MOVE PF-BASE TO CC-BASE
004320     END-IF.
004330     IF CC-ALL-IDS = SPACE
004340         MOVE PF-ALL-IDS TO CC-ALL-IDS
004350     END-IF.
004360 1050-EXIT.
004370     EXIT.

004380*----------------------------------------------------------------
004390*1060-FIND-CURRENT - BROWSE EVERY VERSION OF THE PROFILE IN KEY
004400*ORDER AND KEEP THE LAST - THE HIGHEST VERSION IS THE CURRENT.
004410*----------------------------------------------------------------
004420 1060-FIND-CURRENT.
004430     MOVE SPACES TO ProfileImage.
004440     MOVE CC-PROFILE TO PF-NAME.
004450     MOVE 0 TO PF-VERSION.
004460     START PROFILE-LIBRARY KEY IS NOT < PF-KEY
004470         INVALID KEY
004480             GO TO 1060-EXIT
004490     END-START.
004500     MOVE 1 TO MoreVersions.
004510     PERFORM 1065-READ-VERSION THRU 1065-EXIT
004520         UNTIL NoMoreVersions.
004530 1060-EXIT.
004540     EXIT.

004550*----------------------------------------------------------------
004560*1065-READ-VERSION - ONE RECORD OF THE BROWSE; THE FIRST RECORD
004570*OF ANOTHER PROFILE ENDS IT.
004580*----------------------------------------------------------------
004590 1065-READ-VERSION.
004600     READ PROFILE-LIBRARY NEXT RECORD
004610         AT END
004620             MOVE 0 TO MoreVersions
004630             GO TO 1065-EXIT
004640     END-READ.
004650     IF PF-NAME NOT = CC-PROFILE
004660         MOVE 0 TO MoreVersions
004670         GO TO 1065-EXIT
004680     END-IF.
004690     MOVE RUN-PROFILE-RECORD TO ProfileImage.
004700 1065-EXIT.
004710     EXIT.
