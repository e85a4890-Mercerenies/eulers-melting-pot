000100*----------------------------------------------------------------
000110*PROB32PRF.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, RUN PROFILES.
000140*
000150*CARD-DRIVEN MAINTENANCE AND LISTING OF THE RUN-PROFILE LIBRARY
000160*(PRFLIB, SEE PRFREC).  A PROFILE IS A NAMED SET OF SCAN
000170*PARAMETERS - THE CTLCARD AND PLNCARD COLUMNS - THAT PROBLEM32,
000180*PROB32PLN AND PROB32RST RESOLVE BY NAME, SO A SCHEDULED RUN
000190*NAMES "THE MONTH-END PROFILE" INSTEAD OF CARRYING A HAND-
000200*PUNCHED CARD IMAGE.  EACH TRANSACTION CARD (SEE PRFCARD) NAMES
000210*ONE PROFILE AND THE OPERATOR MAKING THE CHANGE:
000220*
000230*  'A' ADD - A NEW PROFILE, WRITTEN AS VERSION 001.
000240*  'C' CHANGE - THE NEXT VERSION OF AN ACTIVE PROFILE, WITH THE
000250*      PUNCHED PARAMETERS REPLACING THE CURRENT ONES AND THE
000260*      REST CARRIED FORWARD.
000270*  'R' RETIRE - THE NEXT VERSION, MARKED RETIRED.  A RETIRED
000280*      PROFILE CAN NO LONGER BE RUN BY NAME ALONE, BUT A CARD
000290*      THAT PINS ONE OF ITS EARLIER VERSIONS STILL RESOLVES, SO
000300*      A GENERATED OR REPLAYED STEP IS NEVER STRANDED.
000310*  'L' LIST - PRINT EVERY PROFILE WITH ITS WHOLE VERSION
000320*      HISTORY AFTER THE LAST TRANSACTION.
000330*
000340*NO VERSION IS EVER REWRITTEN OR DELETED - THE VERSIONS OF A
000350*PROFILE ARE ITS CHANGE HISTORY, EACH CARRYING THE OPERATOR,
000360*DATE, TIME AND NOTE OF THE CARD THAT WROTE IT.  EVERY CARD
000370*GETS A LINE ON THE EDIT REPORT (PRFRPT) - APPLIED, OR REJECTED
000380*WITH ITS REASON.  A REJECTED CARD WRITES NOTHING; ANY
000390*REJECTION ENDS THE RUN RC=4 SO THE OPERATOR LOOKS AT THE
000400*REPORT.
000410*----------------------------------------------------------------
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     PROB32PRF.
000440 AUTHOR.         J H KELLERMAN.
000450 INSTALLATION.   EULER BATCH SYSTEMS.
000460 DATE-WRITTEN.   10/15/2026.
000470 DATE-COMPILED.  10/15/2026.
000480*
000490*MODIFICATION HISTORY
000500*DATE       INIT  DESCRIPTION
000510*---------- ----  -----------------------------------------------
000520*2026-10-15 JHK   ORIGINAL - ADD, CHANGE AND RETIRE RUN PROFILES
000530*                 AS NEW VERSIONS, WITH AN EDIT REPORT AND A
000540*                 LIBRARY LISTING OF EVERY VERSION.
000545*2026-10-15 JHK   PRIME A NEVER-LOADED PRFLIB ON FIRST USE.

000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PROFILE-CARDS ASSIGN TO PRFCARD
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT PROFILE-LIBRARY ASSIGN TO PRFLIB
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS PF-KEY
000640         FILE STATUS IS PfFileStatus.
000650     SELECT EDIT-REPORT ASSIGN TO PRFRPT
000660         ORGANIZATION IS SEQUENTIAL.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PROFILE-CARDS
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY PRFCARD.
000730 FD  PROFILE-LIBRARY
000740     LABEL RECORDS ARE STANDARD.
000750     COPY PRFREC.
000760 FD  EDIT-REPORT
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  EDIT-REPORT-LINE          PIC X(132).

000800 WORKING-STORAGE SECTION.
000810*MAINTENANCE WORK AREAS
000820 01  PfFileStatus PIC X(2).
000830 01  MoreCards PIC 9 VALUE 1.
000840     88  NoMoreCards VALUE 0.
000850 01  RejectReason PIC X(40).
000860 01  AppliedNote PIC X(40).
000870 01  RunDate PIC 9(08).
000880 01  RunTimeRaw PIC 9(08).
000890 01  ListRequested PIC 9 VALUE 0.
000900     88  LibraryListWanted VALUE 1.
000910*THE CURRENT (HIGHEST) VERSION OF THE PROFILE NAMED ON THE
000920*CARD, FOUND BY BROWSING ALL OF ITS VERSIONS IN KEY ORDER.
000930 01  CurrentFound PIC 9 VALUE 0.
000940     88  CurrentVersionFound VALUE 1.
000950 01  CurrentImage PIC X(120).
000960 01  MoreVersions PIC 9.
000970     88  NoMoreVersions VALUE 0.
000980*THE PARAMETER COLUMNS (PF-SCAN-LIMIT THRU PF-FULL-RESCAN) OF
000990*THE CURRENT VERSION, TO TELL A REAL CHANGE FROM A NON-CHANGE.
001000 01  CurrentParms PIC X(33).
001010*LIBRARY-LISTING WORK AREAS
001020 01  MoreLibrary PIC 9.
001030     88  EndOfLibrary VALUE 0.
001040 01  PriorImage PIC X(120).
001050 01  PriorName PIC X(16).
001060 01  PriorStatus PIC X(01).
001070 01  ChangedList PIC X(60).
001080 01  ChgPtr PIC 9(03).
001090*THE PRIOR VERSION, LAID OUT AS A PROFILE RECORD FOR THE FIELD-
001100*BY-FIELD COMPARE THAT NAMES WHAT EACH VERSION CHANGED.
001110 01  PriorProfile.
001120     05  PP-KEY.
001130         10  PP-NAME           PIC X(16).
001140         10  PP-VERSION        PIC 9(03).
001150     05  PP-STATUS             PIC X(01).
001160     05  PP-ACTION             PIC X(01).
001170     05  PP-SCAN-LIMIT         PIC 9(06).
001180     05  PP-CKPT-EVERY         PIC 9(06).
001190     05  PP-DIGIT-MODE         PIC X(01).
001200     05  PP-BASE               PIC 9(06).
001210     05  PP-ALL-IDS            PIC X(01).
001220     05  PP-SCAN-METHOD        PIC X(01).
001230     05  PP-STEP-COUNT         PIC 9(02).
001240     05  PP-STEP-SIZE          PIC 9(06).
001250     05  PP-CKPT-COUNT         PIC 9(03).
001260     05  PP-FULL-RESCAN        PIC X(01).
001270     05  FILLER                PIC X(66).
001280*CONTROL-TOTAL WORK AREAS
001290 01  CardsRead PIC 9(05) VALUE 0.
001300 01  CardsApplied PIC 9(05) VALUE 0.
001310 01  CardsRejected PIC 9(05) VALUE 0.
001320 01  AddedCount PIC 9(05) VALUE 0.
001330 01  ChangedCount PIC 9(05) VALUE 0.
001340 01  RetiredCount PIC 9(05) VALUE 0.
001350 01  ListCards PIC 9(05) VALUE 0.
001360 01  ProfilesListed PIC 9(05) VALUE 0.
001370 01  ActiveListed PIC 9(05) VALUE 0.
001380 01  RetiredListed PIC 9(05) VALUE 0.
001390 01  VersionsListed PIC 9(05) VALUE 0.
001400*REPORT-LINE LAYOUTS
001410 01  EditLine.
001420     05  FILLER PIC X(01) VALUE SPACE.
001430     05  EL-TRAN-CODE PIC X(01).
001440     05  FILLER PIC X(02) VALUE SPACES.
001450     05  EL-NAME PIC X(16).
001460     05  FILLER PIC X(01) VALUE SPACE.
001470     05  EL-VERSION PIC X(03).
001480     05  FILLER PIC X(02) VALUE SPACES.
001490     05  EL-OPERATOR PIC X(08).
001500     05  FILLER PIC X(02) VALUE SPACES.
001510     05  EL-RESULT PIC X(08).
001520     05  FILLER PIC X(01) VALUE SPACE.
001530     05  EL-TEXT PIC X(40).
001540     05  FILLER PIC X(47) VALUE SPACES.
001550 01  ListLine.
001560     05  FILLER PIC X(01) VALUE SPACE.
001570     05  LL-NAME PIC X(16).
001580     05  FILLER PIC X(01) VALUE SPACE.
001590     05  LL-VERSION PIC 9(03).
001600     05  FILLER PIC X(02) VALUE SPACES.
001610     05  LL-STATUS PIC X(01).
001620     05  FILLER PIC X(02) VALUE SPACES.
001630     05  LL-ACTION PIC X(01).
001640     05  FILLER PIC X(02) VALUE SPACES.
001650     05  LL-DATE PIC 9(08).
001660     05  FILLER PIC X(01) VALUE SPACE.
001670     05  LL-TIME PIC 9(06).
001680     05  FILLER PIC X(01) VALUE SPACE.
001690     05  LL-OPERATOR PIC X(08).
001700     05  FILLER PIC X(01) VALUE SPACE.
001710     05  LL-BASE PIC ZZZZZ9.
001720     05  FILLER PIC X(01) VALUE SPACE.
001730     05  LL-LIMIT PIC ZZZZZ9.
001740     05  FILLER PIC X(01) VALUE SPACE.
001750     05  LL-CKPT-EVERY PIC ZZZZZ9.
001760     05  FILLER PIC X(02) VALUE SPACES.
001770     05  LL-DIGIT-MODE PIC X(01).
001780     05  FILLER PIC X(02) VALUE SPACES.
001790     05  LL-ALL-IDS PIC X(01).
001800     05  FILLER PIC X(02) VALUE SPACES.
001810     05  LL-SCAN-METHOD PIC X(01).
001820     05  FILLER PIC X(02) VALUE SPACES.
001830     05  LL-STEP-COUNT PIC Z9.
001840     05  FILLER PIC X(01) VALUE SPACE.
001850     05  LL-STEP-SIZE PIC ZZZZZ9.
001860     05  FILLER PIC X(01) VALUE SPACE.
001870     05  LL-CKPT-COUNT PIC ZZ9.
001880     05  FILLER PIC X(02) VALUE SPACES.
001890     05  LL-FULL-RESCAN PIC X(01).
001900     05  FILLER PIC X(31) VALUE SPACES.
001910 01  ChangeLine.
001920     05  FILLER PIC X(22) VALUE SPACES.
001930     05  FILLER PIC X(08) VALUE 'CHANGED '.
001940     05  CL-CHANGED PIC X(60).
001950     05  FILLER PIC X(06) VALUE ' NOTE '.
001960     05  CL-NOTE PIC X(20).
001970     05  FILLER PIC X(16) VALUE SPACES.
001980 01  TotalLine.
001990     05  FILLER PIC X(01) VALUE SPACE.
002000     05  TL-CAPTION PIC X(24).
002010     05  TL-COUNT PIC ZZZZ9.
002020     05  FILLER PIC X(102) VALUE SPACES.

002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------------
002050*0000-MAINLINE - OVERALL JOB FLOW.
002060*----------------------------------------------------------------
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002100         UNTIL NoMoreCards.
002110     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002120     IF LibraryListWanted
002130         PERFORM 8500-LIST-LIBRARY THRU 8500-EXIT
002140     END-IF.
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002160     GO TO 9999-EXIT.

002170*----------------------------------------------------------------
002180*1000-INITIALIZE - OPEN THE LIBRARY FOR UPDATE AND THE EDIT
002190*REPORT, AND PRIME THE CARD READ, MATCHING THE PRIMING-READ
002200*STYLE USED ELSEWHERE IN THE SUITE.  A NEVER-LOADED LIBRARY
002202*(FILE STATUS 35) IS PRIMED WITH AN EMPTY LOAD PASS FIRST.
002210*----------------------------------------------------------------
002220 1000-INITIALIZE.
002230     ACCEPT RunDate FROM DATE YYYYMMDD.
002240     ACCEPT RunTimeRaw FROM TIME.
002250     OPEN I-O PROFILE-LIBRARY.
002252     IF PfFileStatus = '35'
002254         OPEN OUTPUT PROFILE-LIBRARY
002256         CLOSE PROFILE-LIBRARY
002258         OPEN I-O PROFILE-LIBRARY
002259     END-IF.
002260     IF PfFileStatus NOT = '00'
002270         DISPLAY 'PROB32PRF - PRFLIB OPEN FAILED, FILE STATUS '
002280             PfFileStatus
002290         MOVE 16 TO RETURN-CODE
002300         GO TO 9999-EXIT
002310     END-IF.
002320     OPEN INPUT PROFILE-CARDS.
002330     OPEN OUTPUT EDIT-REPORT.
002340     MOVE SPACES TO EDIT-REPORT-LINE.
002350     STRING 'PROB32PRF RUN-PROFILE MAINTENANCE EDIT REPORT - '
002360         DELIMITED BY SIZE
002370         'RUN ' DELIMITED BY SIZE
002380         RunDate DELIMITED BY SIZE
002390         INTO EDIT-REPORT-LINE.
002400     WRITE EDIT-REPORT-LINE.
002410     MOVE ' TR PROFILE          VER  OPERATOR  RESULT   DETAIL'
002420         TO EDIT-REPORT-LINE.
002430     WRITE EDIT-REPORT-LINE.
002440     MOVE SPACES TO EDIT-REPORT-LINE.
002450     WRITE EDIT-REPORT-LINE.
002460     READ PROFILE-CARDS
002470         AT END
002480             MOVE 0 TO MoreCards
002490     END-READ.
002500     IF NoMoreCards
002510         DISPLAY 'PROB32PRF - NO TRANSACTION CARDS ON PRFCARD'
002520         MOVE 4 TO RETURN-CODE
002530     END-IF.
002540 1000-EXIT.
002550     EXIT.

002560*----------------------------------------------------------------
002570*2000-PROCESS-CARD - EDIT ONE TRANSACTION CARD, FIND THE
002580*PROFILE'S CURRENT VERSION, HAND IT TO THE PARAGRAPH FOR ITS
002590*TRANSACTION CODE, REPORT THE OUTCOME, AND READ THE NEXT CARD.
002600*----------------------------------------------------------------
002610 2000-PROCESS-CARD.
002620     ADD 1 TO CardsRead.
002630     MOVE SPACES TO RejectReason.
002640     MOVE SPACES TO AppliedNote.
002650     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
002660     IF RejectReason NOT = SPACES
002670         GO TO 2000-REPORT
002680     END-IF.
002690     IF PR-TRAN-CODE = 'L'
002700         MOVE 1 TO ListRequested
002710         ADD 1 TO ListCards
002720         MOVE 'LIBRARY LISTING FOLLOWS THE TOTALS'
002730             TO AppliedNote
002740         GO TO 2000-REPORT
002750     END-IF.
002760     PERFORM 2200-FIND-CURRENT THRU 2200-EXIT.
002770     IF PR-TRAN-CODE = 'A'
002780         PERFORM 3000-ADD-PROFILE THRU 3000-EXIT
002790     END-IF.
002800     IF PR-TRAN-CODE = 'C'
002810         PERFORM 4000-CHANGE-PROFILE THRU 4000-EXIT
002820     END-IF.
002830     IF PR-TRAN-CODE = 'R'
002840         PERFORM 5000-RETIRE-PROFILE THRU 5000-EXIT
002850     END-IF.
002860 2000-REPORT.
002870     PERFORM 7500-WRITE-EDIT-LINE THRU 7500-EXIT.
002880     READ PROFILE-CARDS
002890         AT END
002900             MOVE 0 TO MoreCards
002910     END-READ.
002920 2000-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------
002950*2100-EDIT-CARD - THE CARD-LEVEL EDITS EVERY TRANSACTION SHARES.
002960*A PARAMETER COLUMN MAY BE BLANK (DEFAULT OR CARRY FORWARD) BUT
002970*WHEN PUNCHED MUST HOLD A VALUE THE CTLCARD/PLNCARD FIELD WOULD
002980*ACCEPT.  THE FIRST FAILURE FOUND IS THE REJECTION REASON.
002990*----------------------------------------------------------------
003000 2100-EDIT-CARD.
003010     IF PR-TRAN-CODE NOT = 'A' AND PR-TRAN-CODE NOT = 'C'
003020             AND PR-TRAN-CODE NOT = 'R'
003030             AND PR-TRAN-CODE NOT = 'L'
003040         MOVE 'TRANSACTION CODE NOT A, C, R OR L'
003050             TO RejectReason
003060         GO TO 2100-EXIT
003070     END-IF.
003080     IF PR-TRAN-CODE = 'L'
003090         GO TO 2100-EXIT
003100     END-IF.
003110     IF PR-NAME = SPACES
003120         MOVE 'PROFILE NAME MISSING' TO RejectReason
003130         GO TO 2100-EXIT
003140     END-IF.
003150     IF PR-OPERATOR = SPACES
003160         MOVE 'OPERATOR ID MISSING' TO RejectReason
003170         GO TO 2100-EXIT
003180     END-IF.
003190     IF PR-TRAN-CODE = 'R'
003200         GO TO 2100-EXIT
003210     END-IF.
003220     IF PR-TRAN-CODE = 'A' AND PR-SCAN-LIMIT = SPACES
003230         MOVE 'SCAN LIMIT REQUIRED ON AN ADD' TO RejectReason
003240         GO TO 2100-EXIT
003250     END-IF.
003260     IF PR-SCAN-LIMIT NOT = SPACES
003270             AND PR-SCAN-LIMIT IS NOT NUMERIC
003280         MOVE 'SCAN LIMIT NOT NUMERIC' TO RejectReason
003290         GO TO 2100-EXIT
003300     END-IF.
003310     IF PR-CKPT-EVERY NOT = SPACES
003320             AND PR-CKPT-EVERY IS NOT NUMERIC
003330         MOVE 'CHECKPOINT INTERVAL NOT NUMERIC' TO RejectReason
003340         GO TO 2100-EXIT
003350     END-IF.
003360     IF PR-BASE NOT = SPACES AND PR-BASE IS NOT NUMERIC
003370         MOVE 'SCAN BASE NOT NUMERIC' TO RejectReason
003380         GO TO 2100-EXIT
003390     END-IF.
003400     IF PR-STEP-COUNT NOT = SPACES
003410             AND PR-STEP-COUNT IS NOT NUMERIC
003420         MOVE 'STEP COUNT NOT NUMERIC' TO RejectReason
003430         GO TO 2100-EXIT
003440     END-IF.
003450     IF PR-STEP-SIZE NOT = SPACES
003460             AND PR-STEP-SIZE IS NOT NUMERIC
003470         MOVE 'STEP SIZE NOT NUMERIC' TO RejectReason
003480         GO TO 2100-EXIT
003490     END-IF.
003500     IF PR-CKPT-COUNT NOT = SPACES
003510             AND PR-CKPT-COUNT IS NOT NUMERIC
003520         MOVE 'CHECKPOINTS PER STEP NOT NUMERIC'
003530             TO RejectReason
003540         GO TO 2100-EXIT
003550     END-IF.
003560     IF PR-DIGIT-MODE NOT = SPACE AND PR-DIGIT-MODE NOT = '1'
003570             AND PR-DIGIT-MODE NOT = '0'
003580         MOVE 'DIGIT MODE NOT 1, 0, OR BLANK' TO RejectReason
003590         GO TO 2100-EXIT
003600     END-IF.
003610     IF PR-ALL-IDS NOT = SPACE AND PR-ALL-IDS NOT = 'F'
003620             AND PR-ALL-IDS NOT = 'A'
003630         MOVE 'ALL-IDS FLAG NOT A, F, OR BLANK' TO RejectReason
003640         GO TO 2100-EXIT
003650     END-IF.
003660     IF PR-SCAN-METHOD NOT = SPACE AND PR-SCAN-METHOD NOT = 'T'
003670             AND PR-SCAN-METHOD NOT = 'G'
003680         MOVE 'SCAN METHOD NOT G, T, OR BLANK' TO RejectReason
003690         GO TO 2100-EXIT
003700     END-IF.
003710     IF PR-FULL-RESCAN NOT = SPACE AND PR-FULL-RESCAN NOT = 'Y'
003720             AND PR-FULL-RESCAN NOT = 'N'
003730         MOVE 'FULL-RESCAN FLAG NOT Y, N, OR BLANK'
003740             TO RejectReason
003750         GO TO 2100-EXIT
003760     END-IF.
003770 2100-EXIT.
003780     EXIT.

003790*----------------------------------------------------------------
003800*2200-FIND-CURRENT - BROWSE EVERY VERSION OF THE NAMED PROFILE
003810*IN KEY ORDER AND KEEP THE LAST ONE READ - THE HIGHEST VERSION
003820*IS THE CURRENT ONE.
003830*----------------------------------------------------------------
003840 2200-FIND-CURRENT.
003850     MOVE 0 TO CurrentFound.
003860     MOVE SPACES TO CurrentImage.
003870     MOVE PR-NAME TO PF-NAME.
003880     MOVE 0 TO PF-VERSION.
003890     START PROFILE-LIBRARY KEY IS NOT < PF-KEY
003900         INVALID KEY
003910             GO TO 2200-EXIT
003920     END-START.
003930     MOVE 1 TO MoreVersions.
003940     PERFORM 2210-READ-VERSION THRU 2210-EXIT
003950         UNTIL NoMoreVersions.
003960 2200-EXIT.
003970     EXIT.

003980 2210-READ-VERSION.
003990     READ PROFILE-LIBRARY NEXT RECORD
004000         AT END
004010             MOVE 0 TO MoreVersions
004020             GO TO 2210-EXIT
004030     END-READ.
004040     IF PF-NAME NOT = PR-NAME
004050         MOVE 0 TO MoreVersions
004060         GO TO 2210-EXIT
004070     END-IF.
004080     MOVE RUN-PROFILE-RECORD TO CurrentImage.
004090     MOVE 1 TO CurrentFound.
004100 2210-EXIT.
004110     EXIT.

004120*----------------------------------------------------------------
004130*3000-ADD-PROFILE - A NEW NAME ONLY.  THE PROFILE STARTS FROM
004140*THE CARD DEFAULTS (ZERO AND BLANK) WITH THE PUNCHED COLUMNS
004150*APPLIED, AND IS WRITTEN AS VERSION 001.  A RETIRED NAME STAYS
004160*RETIRED - ITS HISTORY BELONGS TO THE OLD PARAMETER SET.
004170*----------------------------------------------------------------
004180 3000-ADD-PROFILE.
004190     IF CurrentVersionFound
004200         MOVE 'PROFILE NAME ALREADY ON PRFLIB' TO RejectReason
004210         GO TO 3000-EXIT
004220     END-IF.
004230     MOVE SPACES TO RUN-PROFILE-RECORD.
004240     MOVE PR-NAME TO PF-NAME.
004250     MOVE 1 TO PF-VERSION.
004260     MOVE 0 TO PF-SCAN-LIMIT.
004270     MOVE 0 TO PF-CKPT-EVERY.
004280     MOVE 0 TO PF-BASE.
004290     MOVE 0 TO PF-STEP-COUNT.
004300     MOVE 0 TO PF-STEP-SIZE.
004310     MOVE 0 TO PF-CKPT-COUNT.
004320     PERFORM 6000-APPLY-CARD-PARMS THRU 6000-EXIT.
004330     PERFORM 6100-EDIT-PROFILE THRU 6100-EXIT.
004340     IF RejectReason NOT = SPACES
004350         GO TO 3000-EXIT
004360     END-IF.
004370     MOVE 'A' TO PF-STATUS.
004380     PERFORM 7000-WRITE-VERSION THRU 7000-EXIT.
004390     IF RejectReason = SPACES
004400         ADD 1 TO AddedCount
004410         MOVE 'PROFILE ADDED' TO AppliedNote
004420     END-IF.
004430 3000-EXIT.
004440     EXIT.

004450*----------------------------------------------------------------
004460*4000-CHANGE-PROFILE - THE NEXT VERSION OF AN ACTIVE PROFILE:
004470*THE CURRENT VERSION WITH THE PUNCHED COLUMNS APPLIED.  A CARD
004480*THAT WOULD CHANGE NO PARAMETER IS REJECTED RATHER THAN WRITTEN
004490*AS A NON-CHANGE.
004500*----------------------------------------------------------------
004510 4000-CHANGE-PROFILE.
004520     PERFORM 6200-CHECK-CURRENT THRU 6200-EXIT.
004530     IF RejectReason NOT = SPACES
004540         GO TO 4000-EXIT
004550     END-IF.
004560     MOVE CurrentImage TO RUN-PROFILE-RECORD.
004570     MOVE RUN-PROFILE-RECORD(22:33) TO CurrentParms.
004580     PERFORM 6000-APPLY-CARD-PARMS THRU 6000-EXIT.
004590     IF RUN-PROFILE-RECORD(22:33) = CurrentParms
004600         MOVE 'CHANGE WOULD CHANGE NOTHING' TO RejectReason
004610         GO TO 4000-EXIT
004620     END-IF.
004630     PERFORM 6100-EDIT-PROFILE THRU 6100-EXIT.
004640     IF RejectReason NOT = SPACES
004650         GO TO 4000-EXIT
004660     END-IF.
004670     ADD 1 TO PF-VERSION.
004680     PERFORM 7000-WRITE-VERSION THRU 7000-EXIT.
004690     IF RejectReason = SPACES
004700         ADD 1 TO ChangedCount
004710         MOVE 'NEW VERSION WRITTEN' TO AppliedNote
004720     END-IF.
004730 4000-EXIT.
004740     EXIT.

004750*----------------------------------------------------------------
004760*5000-RETIRE-PROFILE - THE NEXT VERSION, PARAMETERS UNCHANGED,
004770*MARKED RETIRED.
004780*----------------------------------------------------------------
004790 5000-RETIRE-PROFILE.
004800     PERFORM 6200-CHECK-CURRENT THRU 6200-EXIT.
004810     IF RejectReason NOT = SPACES
004820         GO TO 5000-EXIT
004830     END-IF.
004840     MOVE CurrentImage TO RUN-PROFILE-RECORD.
004850     MOVE 'R' TO PF-STATUS.
004860     ADD 1 TO PF-VERSION.
004870     PERFORM 7000-WRITE-VERSION THRU 7000-EXIT.
004880     IF RejectReason = SPACES
004890         ADD 1 TO RetiredCount
004900         MOVE 'PROFILE RETIRED' TO AppliedNote
004910     END-IF.
004920 5000-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950*6000-APPLY-CARD-PARMS - EVERY PUNCHED PARAMETER COLUMN REPLACES
004960*THE PROFILE'S VALUE; BLANK COLUMNS LEAVE IT AS IT IS.
004970*----------------------------------------------------------------
004980 6000-APPLY-CARD-PARMS.
004990     IF PR-SCAN-LIMIT NOT = SPACES
005000         MOVE PR-SCAN-LIMIT TO PF-SCAN-LIMIT
005010     END-IF.
005020     IF PR-CKPT-EVERY NOT = SPACES
005030         MOVE PR-CKPT-EVERY TO PF-CKPT-EVERY
005040     END-IF.
005050     IF PR-DIGIT-MODE NOT = SPACE
005060         MOVE PR-DIGIT-MODE TO PF-DIGIT-MODE
005070     END-IF.
005080     IF PR-BASE NOT = SPACES
005090         MOVE PR-BASE TO PF-BASE
005100     END-IF.
005110     IF PR-ALL-IDS NOT = SPACE
005120         MOVE PR-ALL-IDS TO PF-ALL-IDS
005130     END-IF.
005140     IF PR-SCAN-METHOD NOT = SPACE
005150         MOVE PR-SCAN-METHOD TO PF-SCAN-METHOD
005160     END-IF.
005170     IF PR-STEP-COUNT NOT = SPACES
005180         MOVE PR-STEP-COUNT TO PF-STEP-COUNT
005190     END-IF.
005200     IF PR-STEP-SIZE NOT = SPACES
005210         MOVE PR-STEP-SIZE TO PF-STEP-SIZE
005220     END-IF.
005230     IF PR-CKPT-COUNT NOT = SPACES
005240         MOVE PR-CKPT-COUNT TO PF-CKPT-COUNT
005250     END-IF.
005260     IF PR-FULL-RESCAN NOT = SPACE
005270         MOVE PR-FULL-RESCAN TO PF-FULL-RESCAN
005280     END-IF.
005290 6000-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------
005320*6100-EDIT-PROFILE - THE CROSS-FIELD EDITS ON THE PROFILE AS IT
005330*WILL BE WRITTEN, THE SAME BOUNDS PROBLEM32 AND PROB32PLN PUT
005340*ON THEIR CARDS, SO A PROFILE THAT RESOLVES NEVER FAILS THEIR
005350*VALIDATION FOR ITS OWN VALUES.  A PROFILE MAY CARRY A STEP
005360*COUNT OR A STEP SIZE FOR THE PLANNER, OR NEITHER WHEN IT ONLY
005370*DRIVES SINGLE-STEP RUNS - NEVER BOTH.
005380*----------------------------------------------------------------
005390 6100-EDIT-PROFILE.
005400     IF PF-SCAN-LIMIT = 0
005410         MOVE 'SCAN LIMIT MUST BE GREATER THAN ZERO'
005420             TO RejectReason
005430         GO TO 6100-EXIT
005440     END-IF.
005450     IF PF-SCAN-LIMIT > 99999
005460         MOVE 'SCAN LIMIT EXCEEDS 99999' TO RejectReason
005470         GO TO 6100-EXIT
005480     END-IF.
005490     IF PF-CKPT-EVERY > 99999
005500         MOVE 'CHECKPOINT INTERVAL EXCEEDS 99999'
005510             TO RejectReason
005520         GO TO 6100-EXIT
005530     END-IF.
005540     IF PF-BASE > PF-SCAN-LIMIT
005550         MOVE 'SCAN BASE EXCEEDS SCAN LIMIT' TO RejectReason
005560         GO TO 6100-EXIT
005570     END-IF.
005580     IF PF-STEP-COUNT > 0 AND PF-STEP-SIZE > 0
005590         MOVE 'STEP COUNT AND STEP SIZE BOTH SET'
005600             TO RejectReason
005610         GO TO 6100-EXIT
005620     END-IF.
005630     IF PF-STEP-SIZE > 99999
005640         MOVE 'STEP SIZE EXCEEDS 99999' TO RejectReason
005650         GO TO 6100-EXIT
005660     END-IF.
005670 6100-EXIT.
005680     EXIT.

005690*----------------------------------------------------------------
005700*6200-CHECK-CURRENT - A CHANGE OR RETIREMENT NEEDS AN ACTIVE
005710*CURRENT VERSION AND ROOM FOR ONE MORE.
005720*----------------------------------------------------------------
005730 6200-CHECK-CURRENT.
005740     IF NOT CurrentVersionFound
005750         MOVE 'PROFILE NOT ON PRFLIB' TO RejectReason
005760         GO TO 6200-EXIT
005770     END-IF.
005780     MOVE CurrentImage TO RUN-PROFILE-RECORD.
005790     IF PF-STATUS = 'R'
005800         MOVE 'PROFILE IS RETIRED' TO RejectReason
005810         GO TO 6200-EXIT
005820     END-IF.
005830     IF PF-VERSION = 999
005840         MOVE 'PROFILE HAS REACHED VERSION 999'
005850             TO RejectReason
005860         GO TO 6200-EXIT
005870     END-IF.
005880 6200-EXIT.
005890     EXIT.

005900*----------------------------------------------------------------
005910*7000-WRITE-VERSION - STAMP THE NEW VERSION WITH THE CARD'S
005920*ACTION, OPERATOR AND NOTE AND THE RUN TIMESTAMP, AND ADD IT TO
005930*THE LIBRARY.
005940*----------------------------------------------------------------
005950 7000-WRITE-VERSION.
005960     MOVE PR-TRAN-CODE TO PF-ACTION.
005970     MOVE PR-OPERATOR TO PF-OPERATOR.
005980     MOVE RunDate TO PF-CHANGE-DATE.
005990     MOVE RunTimeRaw(1:6) TO PF-CHANGE-TIME.
006000     MOVE PR-NOTE TO PF-NOTE.
006010     WRITE RUN-PROFILE-RECORD
006020         INVALID KEY
006030             MOVE 'PRFLIB WRITE FAILED' TO RejectReason
006040     END-WRITE.
006050 7000-EXIT.
006060     EXIT.

006070*----------------------------------------------------------------
006080*7500-WRITE-EDIT-LINE - ONE EDIT-REPORT LINE PER CARD, AS
006090*PUNCHED, WITH THE OUTCOME AND THE VERSION WRITTEN.
006100*----------------------------------------------------------------
006110 7500-WRITE-EDIT-LINE.
006120     MOVE PR-TRAN-CODE TO EL-TRAN-CODE.
006130     MOVE PR-NAME TO EL-NAME.
006140     MOVE PR-OPERATOR TO EL-OPERATOR.
006150     MOVE SPACES TO EL-VERSION.
006160     IF RejectReason = SPACES
006170         ADD 1 TO CardsApplied
006180         MOVE 'APPLIED' TO EL-RESULT
006190         MOVE AppliedNote TO EL-TEXT
006200         IF PR-TRAN-CODE NOT = 'L'
006210             MOVE PF-VERSION TO EL-VERSION
006220         END-IF
006230     ELSE
006240         ADD 1 TO CardsRejected
006250         MOVE 'REJECTED' TO EL-RESULT
006260         MOVE RejectReason TO EL-TEXT
006270     END-IF.
006280     WRITE EDIT-REPORT-LINE FROM EditLine.
006290 7500-EXIT.
006300     EXIT.

006310*----------------------------------------------------------------
006320*8000-PRINT-TOTALS - THE CONTROL TOTALS AT THE FOOT OF THE EDIT
006330*REPORT AND ON SYSOUT.
006340*----------------------------------------------------------------
006350 8000-PRINT-TOTALS.
006360     MOVE SPACES TO EDIT-REPORT-LINE.
006370     WRITE EDIT-REPORT-LINE.
006380     MOVE 'CARDS READ .............' TO TL-CAPTION.
006390     MOVE CardsRead TO TL-COUNT.
006400     WRITE EDIT-REPORT-LINE FROM TotalLine.
006410     MOVE 'CARDS APPLIED ..........' TO TL-CAPTION.
006420     MOVE CardsApplied TO TL-COUNT.
006430     WRITE EDIT-REPORT-LINE FROM TotalLine.
006440     MOVE '  PROFILES ADDED .......' TO TL-CAPTION.
006450     MOVE AddedCount TO TL-COUNT.
006460     WRITE EDIT-REPORT-LINE FROM TotalLine.
006470     MOVE '  PROFILES CHANGED .....' TO TL-CAPTION.
006480     MOVE ChangedCount TO TL-COUNT.
006490     WRITE EDIT-REPORT-LINE FROM TotalLine.
006500     MOVE '  PROFILES RETIRED .....' TO TL-CAPTION.
006510     MOVE RetiredCount TO TL-COUNT.
006520     WRITE EDIT-REPORT-LINE FROM TotalLine.
006530     MOVE '  LISTINGS REQUESTED ...' TO TL-CAPTION.
006540     MOVE ListCards TO TL-COUNT.
006550     WRITE EDIT-REPORT-LINE FROM TotalLine.
006560     MOVE 'CARDS REJECTED .........' TO TL-CAPTION.
006570     MOVE CardsRejected TO TL-COUNT.
006580     WRITE EDIT-REPORT-LINE FROM TotalLine.
006590     DISPLAY 'PROB32PRF CONTROL TOTALS'.
006600     DISPLAY '-------------------------'.
006610     DISPLAY 'CARDS READ ...... ' CardsRead.
006620     DISPLAY 'CARDS APPLIED ... ' CardsApplied.
006630     DISPLAY 'CARDS REJECTED .. ' CardsRejected.
006640 8000-EXIT.
006650     EXIT.

006660*----------------------------------------------------------------
006670*8500-LIST-LIBRARY - EVERY PROFILE WITH ITS WHOLE VERSION
006680*HISTORY, IN KEY ORDER (NAME, THEN VERSION).  EACH VERSION GETS
006690*ITS PARAMETER LINE - WHO WROTE IT AND WHEN - AND A SECOND LINE
006700*NAMING THE FIELDS IT CHANGED FROM THE VERSION BEFORE IT, WITH
006710*THE OPERATOR'S NOTE.  THE LISTING FOLLOWS THIS RUN'S OWN
006720*TRANSACTIONS, SO IT SHOWS THE LIBRARY AS IT NOW STANDS.
006730*----------------------------------------------------------------
006740 8500-LIST-LIBRARY.
006750     MOVE SPACES TO EDIT-REPORT-LINE.
006760     WRITE EDIT-REPORT-LINE.
006770     MOVE SPACES TO EDIT-REPORT-LINE.
006780     STRING 'PROB32PRF RUN-PROFILE LIBRARY LISTING - RUN '
006790         DELIMITED BY SIZE
006800         RunDate DELIMITED BY SIZE
006810         INTO EDIT-REPORT-LINE.
006820     WRITE EDIT-REPORT-LINE.
006830     MOVE ' PROFILE          VER ST AC  DATE     TIME   '
006840         TO EDIT-REPORT-LINE.
006850     MOVE 'OPERATOR   BASE  LIMIT   CKPT '
006860         TO EDIT-REPORT-LINE(46:30).
006870     MOVE 'MD AI SM STP   SIZE CKP FR'
006880         TO EDIT-REPORT-LINE(76:26).
006890     WRITE EDIT-REPORT-LINE.
006900     MOVE SPACES TO EDIT-REPORT-LINE.
006910     WRITE EDIT-REPORT-LINE.
006920     MOVE SPACES TO PriorName.
006930     MOVE SPACES TO PriorStatus.
006940     MOVE LOW-VALUES TO PF-KEY.
006950     MOVE 1 TO MoreLibrary.
006960     START PROFILE-LIBRARY KEY IS NOT < PF-KEY
006970         INVALID KEY
006980             MOVE 0 TO MoreLibrary
006990     END-START.
007000     PERFORM 8510-LIST-VERSION THRU 8510-EXIT
007010         UNTIL EndOfLibrary.
007020     PERFORM 8530-COUNT-PROFILE THRU 8530-EXIT.
007030     MOVE SPACES TO EDIT-REPORT-LINE.
007040     WRITE EDIT-REPORT-LINE.
007050     MOVE 'PROFILES ON LIBRARY ....' TO TL-CAPTION.
007060     MOVE ProfilesListed TO TL-COUNT.
007070     WRITE EDIT-REPORT-LINE FROM TotalLine.
007080     MOVE '  ACTIVE ...............' TO TL-CAPTION.
007090     MOVE ActiveListed TO TL-COUNT.
007100     WRITE EDIT-REPORT-LINE FROM TotalLine.
007110     MOVE '  RETIRED ..............' TO TL-CAPTION.
007120     MOVE RetiredListed TO TL-COUNT.
007130     WRITE EDIT-REPORT-LINE FROM TotalLine.
007140     MOVE 'VERSIONS ON LIBRARY ....' TO TL-CAPTION.
007150     MOVE VersionsListed TO TL-COUNT.
007160     WRITE EDIT-REPORT-LINE FROM TotalLine.
007170     DISPLAY 'PROFILES LISTED . ' ProfilesListed.
007180     DISPLAY 'VERSIONS LISTED . ' VersionsListed.
007190 8500-EXIT.
007200     EXIT.

007210 8510-LIST-VERSION.
007220     READ PROFILE-LIBRARY NEXT RECORD
007230         AT END
007240             MOVE 0 TO MoreLibrary
007250             GO TO 8510-EXIT
007260     END-READ.
007270     ADD 1 TO VersionsListed.
007280     IF PF-NAME NOT = PriorName
007290         PERFORM 8530-COUNT-PROFILE THRU 8530-EXIT
007300         MOVE SPACES TO EDIT-REPORT-LINE
007310         WRITE EDIT-REPORT-LINE
007320         MOVE PF-NAME TO LL-NAME
007330         MOVE SPACES TO PriorImage
007340     ELSE
007350         MOVE SPACES TO LL-NAME
007360     END-IF.
007370     MOVE PF-VERSION TO LL-VERSION.
007380     MOVE PF-STATUS TO LL-STATUS.
007390     MOVE PF-ACTION TO LL-ACTION.
007400     MOVE PF-CHANGE-DATE TO LL-DATE.
007410     MOVE PF-CHANGE-TIME TO LL-TIME.
007420     MOVE PF-OPERATOR TO LL-OPERATOR.
007430     MOVE PF-BASE TO LL-BASE.
007440     MOVE PF-SCAN-LIMIT TO LL-LIMIT.
007450     MOVE PF-CKPT-EVERY TO LL-CKPT-EVERY.
007460     MOVE PF-DIGIT-MODE TO LL-DIGIT-MODE.
007470     MOVE PF-ALL-IDS TO LL-ALL-IDS.
007480     MOVE PF-SCAN-METHOD TO LL-SCAN-METHOD.
007490     MOVE PF-STEP-COUNT TO LL-STEP-COUNT.
007500     MOVE PF-STEP-SIZE TO LL-STEP-SIZE.
007510     MOVE PF-CKPT-COUNT TO LL-CKPT-COUNT.
007520     MOVE PF-FULL-RESCAN TO LL-FULL-RESCAN.
007530     WRITE EDIT-REPORT-LINE FROM ListLine.
007540     PERFORM 8520-NAME-CHANGES THRU 8520-EXIT.
007550     MOVE ChangedList TO CL-CHANGED.
007560     MOVE PF-NOTE TO CL-NOTE.
007570     WRITE EDIT-REPORT-LINE FROM ChangeLine.
007580     MOVE PF-NAME TO PriorName.
007590     MOVE PF-STATUS TO PriorStatus.
007600     MOVE RUN-PROFILE-RECORD TO PriorImage.
007610 8510-EXIT.
007620     EXIT.

007630*----------------------------------------------------------------
007640*8520-NAME-CHANGES - THE FIELDS THIS VERSION CHANGED FROM THE
007650*ONE BEFORE IT, BY NAME.  THE FIRST VERSION OF A PROFILE IS
007660*SIMPLY NEW.
007670*----------------------------------------------------------------
007680 8520-NAME-CHANGES.
007690     MOVE SPACES TO ChangedList.
007700     IF PriorImage = SPACES
007710         MOVE 'NEW PROFILE' TO ChangedList
007720         GO TO 8520-EXIT
007730     END-IF.
007740     MOVE PriorImage TO PriorProfile.
007750     MOVE 1 TO ChgPtr.
007760     IF PF-STATUS NOT = PP-STATUS
007770         STRING 'STATUS ' DELIMITED BY SIZE
007780             INTO ChangedList WITH POINTER ChgPtr
007790     END-IF.
007800     IF PF-BASE NOT = PP-BASE
007810         STRING 'BASE ' DELIMITED BY SIZE
007820             INTO ChangedList WITH POINTER ChgPtr
007830     END-IF.
007840     IF PF-SCAN-LIMIT NOT = PP-SCAN-LIMIT
007850         STRING 'LIMIT ' DELIMITED BY SIZE
007860             INTO ChangedList WITH POINTER ChgPtr
007870     END-IF.
007880     IF PF-CKPT-EVERY NOT = PP-CKPT-EVERY
007890         STRING 'CKPT ' DELIMITED BY SIZE
007900             INTO ChangedList WITH POINTER ChgPtr
007910     END-IF.
007920     IF PF-DIGIT-MODE NOT = PP-DIGIT-MODE
007930         STRING 'MODE ' DELIMITED BY SIZE
007940             INTO ChangedList WITH POINTER ChgPtr
007950     END-IF.
007960     IF PF-ALL-IDS NOT = PP-ALL-IDS
007970         STRING 'ALL-IDS ' DELIMITED BY SIZE
007980             INTO ChangedList WITH POINTER ChgPtr
007990     END-IF.
008000     IF PF-SCAN-METHOD NOT = PP-SCAN-METHOD
008010         STRING 'METHOD ' DELIMITED BY SIZE
008020             INTO ChangedList WITH POINTER ChgPtr
008030     END-IF.
008040     IF PF-STEP-COUNT NOT = PP-STEP-COUNT
008050         STRING 'STEPS ' DELIMITED BY SIZE
008060             INTO ChangedList WITH POINTER ChgPtr
008070     END-IF.
008080     IF PF-STEP-SIZE NOT = PP-STEP-SIZE
008090         STRING 'STEP-SIZE ' DELIMITED BY SIZE
008100             INTO ChangedList WITH POINTER ChgPtr
008110     END-IF.
008120     IF PF-CKPT-COUNT NOT = PP-CKPT-COUNT
008130         STRING 'CKPTS ' DELIMITED BY SIZE
008140             INTO ChangedList WITH POINTER ChgPtr
008150     END-IF.
008160     IF PF-FULL-RESCAN NOT = PP-FULL-RESCAN
008170         STRING 'RESCAN ' DELIMITED BY SIZE
008180             INTO ChangedList WITH POINTER ChgPtr
008190     END-IF.
008200 8520-EXIT.
008210     EXIT.

008220*----------------------------------------------------------------
008230*8530-COUNT-PROFILE - ON A CHANGE OF NAME (AND AT THE END OF THE
008240*LIBRARY) COUNT THE PROFILE JUST FINISHED BY THE STATUS OF ITS
008250*LAST, CURRENT VERSION.
008260*----------------------------------------------------------------
008270 8530-COUNT-PROFILE.
008280     IF PriorName = SPACES
008290         GO TO 8530-EXIT
008300     END-IF.
008310     ADD 1 TO ProfilesListed.
008320     IF PriorStatus = 'R'
008330         ADD 1 TO RetiredListed
008340     ELSE
008350         ADD 1 TO ActiveListed
008360     END-IF.
008370 8530-EXIT.
008380     EXIT.

008390*----------------------------------------------------------------
008400*9000-TERMINATE - FLAG ANY REJECTION WITH A NONZERO RETURN CODE,
008410*CLOSE UP, END THE RUN.
008420*----------------------------------------------------------------
008430 9000-TERMINATE.
008440     IF CardsRejected > 0
008450         DISPLAY 'PROB32PRF - TRANSACTION(S) REJECTED - SEE '
008460             'PRFRPT'
008470         IF RETURN-CODE < 4
008480             MOVE 4 TO RETURN-CODE
008490         END-IF
008500     END-IF.
008510     CLOSE PROFILE-CARDS.
008520     CLOSE PROFILE-LIBRARY.
008530     CLOSE EDIT-REPORT.
008540 9000-EXIT.
008550     EXIT.

008560 9999-EXIT.
008570     STOP RUN.
