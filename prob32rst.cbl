000300*KEPT IN STEP WITH PROB32P).  A DISPOSITION REPORT OF WHAT WAS
000310*DECIDED, AND WHY, PRINTS ON RSTRPT.
000320*
000321*A PLANNED DECK (PROB32PLN) MAY SKIP GROUND THE COVERAGE LEDGER
000322*ALREADY CERTIFIES, LEAVING ITS STEPS IN SEPARATE PIECES WITH ONE
000323*SUMSTEP PER PIECE.  THE CARDS SAY WHERE THE PIECES ARE - A CARD
000324*WHOSE BASE IS NOT ONE PAST THE PRIOR CARD'S LIMIT STARTS A NEW
000325*ONE - AND THE GENERATED DECK ROLLS EACH PIECE UP THE SAME WAY.
000326*
000330*THE PROBE DECK ALLOCATES THE SIX CKPT/PART DATASETS WITH
000340*DISP=MOD, WHICH CREATES ANY THAT DO NOT EXIST YET AS EMPTY -
000350*SO THE PROBE NEVER FAILS ALLOCATION AND AN EMPTY FILE READS
000360*AS NO RECORD.  THE GENERATED JOB'S PARTFILE AND CKPTFILE
000370*DISPS ARE OLD FOR THAT SAME REASON: BY THE TIME IT RUNS, THE
000380*PROBE HAS GUARANTEED THE DATASETS EXIST.
000381*
000382*A CARD THAT NAMES A RUN PROFILE (CC-PROFILE, SEE PRFREC) IS
000383*RESOLVED AGAINST THE RUN-PROFILE LIBRARY FOR ITS RANGE, AND THE
000384*VERSION RESOLVED IS PINNED ON THE REPLAYED CARD - THE RESTARTED
000385*STEP RUNS THE PROFILE AS RESOLVED, WHATEVER CHANGES LATER.
000386*
000387*THE GENERATED DECK POSTS PROB32P'S END TO CYCLE CONTROL FOR THE
000388*CYCLE PROB32P IS FAILED OR STILL STARTED ON, SO THE JOBS GATED ON
000389*PROB32P CAN RUN ONCE THE RESTART HAS ENDED CLEAN.
000390*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     PROB32RST.
000522*2026-09-02 JHK   GENERATED STEPS NOW CARRY THE EXCPLOG DD
000524*                 FOR THE CUMULATIVE EXCEPTION LOG, MATCHING
000526*                 THE HAND-MAINTAINED PROB32P DECK.
000527*2026-10-15 JHK   THE DECK NOW HAS A SUMSTEP PER PIECE, PINNED RUN
000528*                 PROFILES, A PERFLOG DD AND PROB32P'S END POSTING
000529*                 TO CYCLE CONTROL.

000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT OPTIONAL PART-FILE3 ASSIGN TO PART3
000690         ORGANIZATION IS SEQUENTIAL.
000691     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCCTL
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS DYNAMIC
000694         RECORD KEY IS CY-KEY
000695         FILE STATUS IS CyFileStatus.
000700     SELECT RESTART-JOB ASSIGN TO RSTJCL
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT RESTART-REPORT ASSIGN TO RSTRPT
000730         ORGANIZATION IS SEQUENTIAL.
000731     SELECT PROFILE-LIBRARY ASSIGN TO PRFLIB
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS DYNAMIC
000734         RECORD KEY IS PF-KEY
000735         FILE STATUS IS PfFileStatus.

000740 DATA DIVISION.
000750 FILE SECTION.
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  RESTART-REPORT-LINE       PIC X(80).
001141 FD  PROFILE-LIBRARY
001142     LABEL RECORDS ARE STANDARD.
001143     COPY PRFREC.
001144 FD  CYCLE-CONTROL-FILE
001145     LABEL RECORDS ARE STANDARD.
001146     COPY CYCREC.

001150 WORKING-STORAGE SECTION.
001151*RUN-PROFILE WORK AREAS - THE LIBRARY IS OPENED AT THE FIRST CARD
001152*THAT NAMES A PROFILE AND CLOSED WITH THE CARDS.
001153 01  PfFileStatus PIC X(2).
001154 01  PfOpenFlag PIC 9 VALUE 0.
001155     88  ProfileLibraryOpen VALUE 1.
001156 01  ProfileImage PIC X(120).
001157 01  MoreVersions PIC 9.
001158     88  NoMoreVersions VALUE 0.
001160*STEP TABLE - ONE ENTRY PER PROBLEM32 STEP OF THE SPLIT-RANGE
001170*DECK, IN STEP ORDER.  THREE IS THE PROB32P SHAPE; THE CTLCARDS
001180*INPUT SAYS HOW MANY ARE ACTUALLY IN USE.
001220         10  ST-PART-FLAG PIC 9.
001230         10  ST-CKPT-FLAG PIC 9.
001240         10  ST-CKPT-COUNTER PIC 9(05).
001245         10  ST-LIMIT PIC 9(06).
001246         10  ST-PROFILE PIC X(16).
001247         10  ST-PROFILE-VERSION PIC 9(03).
001250 01  StepCount PIC 9 VALUE 0.
001260 01  StepNo PIC 9.
001270 01  RestartStep PIC 9 VALUE 0.
001290     88  NoMoreCards VALUE 0.
001300 01  OutOfOrderFlag PIC 9 VALUE 0.
001310     88  StepsOutOfOrder VALUE 1.
001311*PIECE TABLE - RUNS OF STEPS WHOSE CARDS TILE ONE CONTIGUOUS
001312*RANGE, EACH ROLLED UP BY ITS OWN SUMSTEP.
001313 01  PieceTable.
001314     05  PieceEntry OCCURS 3 TIMES.
001315         10  PT-FIRST-STEP PIC 9.
001316         10  PT-LAST-STEP PIC 9.
001317 01  PieceCount PIC 9 VALUE 0.
001318 01  PieceNo PIC 9.
001320*GENERATED-JOB WORK AREAS
001330 01  JclLine PIC X(80).
001331*CYCLE CONTROL POSTING CARD (LAYOUT AS CYCCARD)
001332 01  CycCardImage.
001333     05  YC-FUNCTION PIC X(01).
001334     05  YC-CYCLE-DATE PIC X(08).
001335     05  YC-JOB-NAME PIC X(08) VALUE 'PROB32P'.
001336     05  YC-RETURN-CODE PIC X(04).
001337     05  YC-PREREQ PIC X(08).
001338     05  FILLER PIC X(51) VALUE SPACES.
001339 01  EndExecCard PIC X(30).
001340 01  StepDigit PIC 9.
001343 01  PieceDigit PIC 9.
001346 01  PriorStep PIC 9.
001350 01  JclLinesWritten PIC 9(05) VALUE 0.
001351*CYCLE-CONTROL LOOKUP - THE CYCLE PROB32P IS STILL OPEN ON
001352 01  CyFileStatus PIC X(2).
001353 01  CycleDate PIC 9(08) VALUE 0.
001354 01  BrowseDone PIC 9 VALUE 0.
001355     88  BrowseComplete VALUE 1.

001360 PROCEDURE DIVISION.
001370*----------------------------------------------------------------
001420     PERFORM 2000-PROBE-STEPS THRU 2000-EXIT.
001430     PERFORM 3000-DECIDE-RESTART THRU 3000-EXIT.
001440     IF RestartStep > 0
001444         PERFORM 3500-FIND-CYCLE THRU 3500-EXIT
001450         PERFORM 4000-WRITE-RESTART-JOB THRU 4000-EXIT
001460     END-IF.
001470     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
001590     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
001600         UNTIL NoMoreCards.
001610     CLOSE CONTROL-CARDS.
001612     IF ProfileLibraryOpen
001614         CLOSE PROFILE-LIBRARY
001616     END-IF.
001620     IF StepCount = 0
001630         DISPLAY 'PROB32RST - NO CONTROL-CARD IMAGES ON CTLCARDS'
001640         MOVE 16 TO RETURN-CODE
001800         GO TO 9999-EXIT
001810     END-IF.
001820     ADD 1 TO StepCount.
001824     PERFORM 1110-TABLE-CARD THRU 1110-EXIT.
001830     IF CC-SCAN-LIMIT IS NOT NUMERIC
001840         DISPLAY 'PROB32RST - CONTROL CARD ' StepCount
001850             ' HAS A NON-NUMERIC SCAN LIMIT - NOT A CTLCARD '
001880         CLOSE CONTROL-CARDS
001890         GO TO 9999-EXIT
001900     END-IF.
001920     MOVE 0 TO ST-PART-FLAG(StepCount).
001930     MOVE 0 TO ST-CKPT-FLAG(StepCount).
001940     MOVE 0 TO ST-CKPT-COUNTER(StepCount).
001944     PERFORM 1120-TRACK-PIECE THRU 1120-EXIT.
001950 1100-EXIT.
001960     EXIT.

003060*WITH THE DISPS THE PROB32P HEADER PRESCRIBES (MOD FOR THE
003070*RESTARTED AND LATER STEPS' DTLRPT/IFCFILE, OLD - NEVER MOD -
003080*FOR THEIR CKPTFILES, OLD/DELETE FOR THEIR PARTFILES, WHICH THE
003090*PROBE GUARANTEED EXIST), NO DEFCLST, AND A SUMSTEP ROLL-UP PER
003093*CONTIGUOUS PIECE OF THE CARDS.
003096*THE DECK ENDS BY POSTING PROB32P'S END TO CYCLE CONTROL.
003100*STEPS AHEAD OF THE RESTART POINT KEEP THE ORIGINAL NEW DISPS -
003110*RESTART= MEANS THEY ARE NEVER ALLOCATED.
003120*----------------------------------------------------------------
003300         ' - DO NOT EDIT' DELIMITED BY SIZE
003310         INTO JclLine.
003320     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
003324     PERFORM 4050-PUT-CYCLE-PROC THRU 4050-EXIT.
003330     PERFORM 4100-PUT-SCAN-STEP THRU 4100-EXIT
003340         VARYING StepNo FROM 1 BY 1 UNTIL StepNo > StepCount.
003350     PERFORM 4500-PUT-SUM-STEP THRU 4500-EXIT
003353         VARYING PieceNo FROM 1 BY 1 UNTIL PieceNo > PieceCount.
003356     PERFORM 4600-PUT-CYCLE-END THRU 4600-EXIT.
003360     CLOSE RESTART-JOB.
003370 4000-EXIT.
003380     EXIT.
003725     MOVE '//             SPACE=(TRK,(1,1)),UNIT=SYSDA'
003726         TO JclLine.
003727     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
003728     PERFORM 4460-PUT-LOG-PROFILE-DDS THRU 4460-EXIT.
003730     MOVE '//CTLCARD  DD  *' TO JclLine.
003740     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
003750     MOVE ST-CARD(StepNo) TO JclLine.
004950     EXIT.

004960*----------------------------------------------------------------
004970*4500-PUT-SUM-STEP - ONE PIECE'S SUMSTEP ROLL-UP - THE SAME AS
004973*PROB32P FOR A DECK IN ONE PIECE; FURTHER PIECES ARE SUMSTEP2 AND
004976*SUMSTEP3, AS IN A PLANNED DECK (SEE PROB32PLN).
004980*----------------------------------------------------------------
004990 4500-PUT-SUM-STEP.
004992     IF PieceNo = 1
005000         MOVE '//SUMSTEP  EXEC PGM=PROB32SUM,COND=(0,NE)'
005010             TO JclLine
005011     ELSE
005012         MOVE PieceNo TO PieceDigit
005013         MOVE SPACES TO JclLine
005014         STRING '//SUMSTEP' DELIMITED BY SIZE
005015             PieceDigit DELIMITED BY SIZE
005016             ' EXEC PGM=PROB32SUM,COND=(0,NE)' DELIMITED BY SIZE
005017             INTO JclLine
005018     END-IF.
005020     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
005030     MOVE '//STEPLIB  DD DSN=EULER.BATCH.LOADLIB,DISP=SHR'
005040         TO JclLine.
005050     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
005060     PERFORM VARYING StepNo FROM PT-FIRST-STEP(PieceNo) BY 1
005070             UNTIL StepNo > PT-LAST-STEP(PieceNo)
005080         MOVE StepNo TO StepDigit
005090         MOVE SPACES TO JclLine
005100         IF StepNo = PT-FIRST-STEP(PieceNo)
005110             STRING '//PARTFILE DD DSN=EULER.P32.PARTFILE.STEP'
005120                 DELIMITED BY SIZE
005130                 StepDigit DELIMITED BY SIZE
005770             MOVE ' DEFCLST OMITTED - CLUSTERS STILL CATALOGED'
005780                 TO RESTART-REPORT-LINE
005790             WRITE RESTART-REPORT-LINE
005794             PERFORM 8200-REPORT-CYCLE THRU 8200-EXIT
005800         END-IF
005810     END-IF.
005820     CLOSE RESTART-REPORT.
006100         END-IF
006110     END-IF.
006120     WRITE RESTART-REPORT-LINE.
006124     PERFORM 8110-REPORT-PROFILE THRU 8110-EXIT.
006130 8100-EXIT.
006140     EXIT.


006330 9999-EXIT.
006340     STOP RUN.

006350*----------------------------------------------------------------
006360*1110-TABLE-CARD - TABLE THE CARD IMAGE, WITH ANY RUN PROFILE IT
006370*NAMES RESOLVED AND ITS VERSION PINNED.  THE PROFILE'S RANGE THEN
006380*FILLS A BLANK BASE OR LIMIT FOR THE CHECKS THAT FOLLOW - ON THE
006390*CARD JUST READ ONLY, NOT ON THE TABLED IMAGE.
006400*----------------------------------------------------------------
006410 1110-TABLE-CARD.
006420     MOVE SPACES TO ST-PROFILE(StepCount).
006430     MOVE 0 TO ST-PROFILE-VERSION(StepCount).
006440     IF CC-PROFILE NOT = SPACES
006450         PERFORM 1200-RESOLVE-PROFILE THRU 1200-EXIT
006460     END-IF.
006470     MOVE CONTROL-CARD-RECORD TO ST-CARD(StepCount).
006480     IF CC-PROFILE NOT = SPACES
006490         IF CC-SCAN-LIMIT = SPACES
006500             MOVE PF-SCAN-LIMIT TO CC-SCAN-LIMIT
006510         END-IF
006520         IF CC-BASE = SPACES
006530             MOVE PF-BASE TO CC-BASE
006540         END-IF
006550     END-IF.
006560 1110-EXIT.
006570     EXIT.

006580*----------------------------------------------------------------
006590*1120-TRACK-PIECE - NOTE THE CARD'S LIMIT AND THE PIECE ITS STEP
006600*FALLS IN: A CARD WHOSE BASE IS NOT ONE PAST THE PRIOR CARD'S
006610*LIMIT STARTS A NEW PIECE.
006620*----------------------------------------------------------------
006630 1120-TRACK-PIECE.
006640     MOVE CC-SCAN-LIMIT TO ST-LIMIT(StepCount).
006650     IF StepCount = 1
006660         MOVE 1 TO PieceCount
006670         MOVE 1 TO PT-FIRST-STEP(1)
006680     ELSE
006690         COMPUTE PriorStep = StepCount - 1
006700         IF CC-BASE IS NOT NUMERIC
006710                 OR CC-BASE NOT = ST-LIMIT(PriorStep) + 1
006720             ADD 1 TO PieceCount
006730             MOVE StepCount TO PT-FIRST-STEP(PieceCount)
006740         END-IF
006750     END-IF.
006760     MOVE StepCount TO PT-LAST-STEP(PieceCount).
006770 1120-EXIT.
006780     EXIT.

006790*----------------------------------------------------------------
006800*1200-RESOLVE-PROFILE - FIND THE PROFILE VERSION THE CARD RUNS -
006810*THE PINNED ONE, OR THE CURRENT ONE WHEN THE CARD PINS NONE,
006820*UNDER THE SAME RULES AS PROBLEM32 (SEE ITS 1050-RESOLVE-
006830*PROFILE) - AND PIN IT ON THE CARD IMAGE BEFORE IT IS TABLED.
006840*A PROFILE THE STEP ITSELF COULD NOT RESOLVE IS FATAL HERE TOO,
006850*RATHER THAN CUTTING A DECK THAT WOULD FAIL ON RESUBMISSION.
006860*----------------------------------------------------------------
006870 1200-RESOLVE-PROFILE.
006880     IF CC-PROFILE-VERSION NOT = SPACES
006890             AND CC-PROFILE-VERSION IS NOT NUMERIC
006900         DISPLAY 'PROB32RST - CONTROL CARD ' StepCount
006910             ' HAS A NON-NUMERIC PROFILE VERSION'
006920         MOVE 16 TO RETURN-CODE
006930         CLOSE CONTROL-CARDS
006940         GO TO 9999-EXIT
006950     END-IF.
006960     IF NOT ProfileLibraryOpen
006970         OPEN INPUT PROFILE-LIBRARY
006980         IF PfFileStatus NOT = '00'
006990             DISPLAY 'PROB32RST - PRFLIB OPEN FAILED, FILE '
007000                 'STATUS ' PfFileStatus
007010             MOVE 16 TO RETURN-CODE
007020             CLOSE CONTROL-CARDS
007030             GO TO 9999-EXIT
007040         END-IF
007050         MOVE 1 TO PfOpenFlag
007060     END-IF.
007070     IF CC-PROFILE-VERSION = SPACES OR CC-PROFILE-VERSION = '000'
007080         PERFORM 1210-FIND-CURRENT THRU 1210-EXIT
007090     ELSE
007100         MOVE CC-PROFILE TO PF-NAME
007110         MOVE CC-PROFILE-VERSION TO PF-VERSION
007120         READ PROFILE-LIBRARY
007130             INVALID KEY
007140                 MOVE SPACES TO ProfileImage
007150             NOT INVALID KEY
007160                 MOVE RUN-PROFILE-RECORD TO ProfileImage
007170         END-READ
007180     END-IF.
007190     IF ProfileImage = SPACES
007200         DISPLAY 'PROB32RST - RUN PROFILE ' CC-PROFILE
007210             ' VERSION ' CC-PROFILE-VERSION ' NOT ON PRFLIB'
007220         MOVE 16 TO RETURN-CODE
007230         CLOSE CONTROL-CARDS
007240         GO TO 9999-EXIT
007250     END-IF.
007260     MOVE ProfileImage TO RUN-PROFILE-RECORD.
007270     IF PF-STATUS = 'R'
007280         DISPLAY 'PROB32RST - RUN PROFILE ' CC-PROFILE
007290             ' IS RETIRED AS OF VERSION ' PF-VERSION
007300         MOVE 16 TO RETURN-CODE
007310         CLOSE CONTROL-CARDS
007320         GO TO 9999-EXIT
007330     END-IF.
007340     MOVE PF-VERSION TO CC-PROFILE-VERSION.
007350     MOVE CC-PROFILE TO ST-PROFILE(StepCount).
007360     MOVE PF-VERSION TO ST-PROFILE-VERSION(StepCount).
007370 1200-EXIT.
007380     EXIT.

007390*----------------------------------------------------------------
007400*1210-FIND-CURRENT - BROWSE EVERY VERSION OF THE PROFILE IN KEY
007410*ORDER AND KEEP THE LAST - THE HIGHEST VERSION IS THE CURRENT.
007420*----------------------------------------------------------------
007430 1210-FIND-CURRENT.
007440     MOVE SPACES TO ProfileImage.
007450     MOVE CC-PROFILE TO PF-NAME.
007460     MOVE 0 TO PF-VERSION.
007470     START PROFILE-LIBRARY KEY IS NOT < PF-KEY
007480         INVALID KEY
007490             GO TO 1210-EXIT
007500     END-START.
007510     MOVE 1 TO MoreVersions.
007520     PERFORM 1215-READ-VERSION THRU 1215-EXIT
007530         UNTIL NoMoreVersions.
007540 1210-EXIT.
007550     EXIT.

007560*----------------------------------------------------------------
007570*1215-READ-VERSION - ONE RECORD OF THE BROWSE; THE FIRST RECORD
007580*OF ANOTHER PROFILE ENDS IT.
007590*----------------------------------------------------------------
007600 1215-READ-VERSION.
007610     READ PROFILE-LIBRARY NEXT RECORD
007620         AT END
007630             MOVE 0 TO MoreVersions
007640             GO TO 1215-EXIT
007650     END-READ.
007660     IF PF-NAME NOT = CC-PROFILE
007670         MOVE 0 TO MoreVersions
007680         GO TO 1215-EXIT
007690     END-IF.
007700     MOVE RUN-PROFILE-RECORD TO ProfileImage.
007710 1215-EXIT.
007720     EXIT.

007730*----------------------------------------------------------------
007740*3500-FIND-CYCLE - THE CYCLE THE END POSTING BELONGS TO: THE
007750*LATEST CYCLE ON CYCCTL WHOSE PROB32P RECORD IS FAILED ('F', THE
007760*ABENDED RUN'S OWN POSTING) OR STILL STARTED ('S').  THE CARD
007770*CARRIES THAT DATE, SO A RESTART RUN AFTER MIDNIGHT STILL CLOSES
007780*THE RIGHT CYCLE.  NO SUCH CYCLE, OR NO CYCCTL YET, LEAVES THE
007790*CARD UNDATED AND PROB32CYC POSTS TO THE RUN DATE.
007800*----------------------------------------------------------------
007810 3500-FIND-CYCLE.
007820     MOVE 0 TO CycleDate.
007830     OPEN INPUT CYCLE-CONTROL-FILE.
007840     IF CyFileStatus = '35'
007850         GO TO 3500-EXIT
007860     END-IF.
007870     IF CyFileStatus NOT = '00'
007880         DISPLAY 'PROB32RST - CYCCTL OPEN FAILED, FILE STATUS '
007890             CyFileStatus
007900         MOVE 16 TO RETURN-CODE
007910         GO TO 9999-EXIT
007920     END-IF.
007930     MOVE LOW-VALUES TO CY-KEY.
007940     MOVE 0 TO BrowseDone.
007950     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CY-KEY
007960         INVALID KEY
007970             MOVE 1 TO BrowseDone
007980     END-START.
007990     PERFORM 3510-SCAN-NEXT THRU 3510-EXIT
008000         UNTIL BrowseComplete.
008010     CLOSE CYCLE-CONTROL-FILE.
008020 3500-EXIT.
008030     EXIT.

008040*----------------------------------------------------------------
008050*3510-SCAN-NEXT - ONE RECORD OF THE BROWSE.  THE FILE IS IN CYCLE
008060*ORDER, SO THE LAST PROB32P RECORD READ DECIDES; ONE THAT ENDED
008070*CLEAN MEANS THERE IS NO UNFINISHED CYCLE TO CLOSE.
008080*----------------------------------------------------------------
008090 3510-SCAN-NEXT.
008100     READ CYCLE-CONTROL-FILE NEXT RECORD
008110         AT END
008120             MOVE 1 TO BrowseDone
008130             GO TO 3510-EXIT
008140     END-READ.
008150     IF CY-JOB-NAME = 'PROB32P'
008160         IF CY-STATE = 'F' OR CY-STATE = 'S'
008170             MOVE CY-CYCLE-DATE TO CycleDate
008180         ELSE
008190             MOVE 0 TO CycleDate
008200         END-IF
008210     END-IF.
008220 3510-EXIT.
008230     EXIT.

008240*----------------------------------------------------------------
008250*4050-PUT-CYCLE-PROC - THE IN-STREAM PROCEDURE THE END POSTINGS
008260*RUN, AS IN PROB32P.  THERE IS NO GATE STEP - RESTART= WOULD
008270*SKIP IT, AND THE ABENDED RUN ALREADY PASSED ITS GATE.
008280*----------------------------------------------------------------
008290 4050-PUT-CYCLE-PROC.
008300     MOVE '//CYCPOST  PROC' TO JclLine.
008310     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008320     MOVE '//POST     EXEC PGM=PROB32CYC' TO JclLine.
008330     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008340     MOVE '//STEPLIB  DD DSN=EULER.BATCH.LOADLIB,DISP=SHR'
008350         TO JclLine.
008360     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008370     MOVE '//CYCCTL   DD DSN=EULER.P32.CYCCTL,DISP=SHR'
008380         TO JclLine.
008390     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008400     MOVE '//EXCPLOG  DD DSN=EULER.P32.EXCPLOG,' TO JclLine.
008410     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008420     MOVE '//             DISP=(MOD,CATLG,CATLG),' TO JclLine.
008430     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008440     MOVE '//             SPACE=(TRK,(1,1)),UNIT=SYSDA'
008450         TO JclLine.
008460     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008470     MOVE '//         PEND' TO JclLine.
008480     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008490 4050-EXIT.
008500     EXIT.

008510*----------------------------------------------------------------
008520*4460-PUT-LOG-PROFILE-DDS - THE PERFORMANCE LOG EVERY STEP
008530*APPENDS ITS LEG TO, AND THE RUN-PROFILE LIBRARY FOR A STEP WHOSE
008540*CARD NAMES A PROFILE.
008550*----------------------------------------------------------------
008560 4460-PUT-LOG-PROFILE-DDS.
008570     MOVE '//PERFLOG  DD DSN=EULER.P32.PERFLOG,' TO JclLine.
008580     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008590     MOVE '//             DISP=(MOD,CATLG,CATLG),' TO JclLine.
008600     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008610     MOVE '//             SPACE=(TRK,(1,1)),UNIT=SYSDA'
008620         TO JclLine.
008630     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008640     IF ST-PROFILE(StepNo) NOT = SPACES
008650         MOVE '//PRFLIB   DD DSN=EULER.P32.PRFLIB,DISP=SHR'
008660             TO JclLine
008670         PERFORM 7000-PUT-JCL THRU 7000-EXIT
008680     END-IF.
008690 4460-EXIT.
008700     EXIT.

008710*----------------------------------------------------------------
008720*4600-PUT-CYCLE-END - POST PROB32P'S END TO CYCLE CONTROL.  ONE
008730*POSTING RUNS, CHOSEN BY JCL IF/THEN ON THE HIGHEST RETURN CODE
008740*OF THE STEPS THIS JOB RUNS (0016 ALSO COVERS AN ABEND).  UNLIKE
008750*PROB32P THE TESTS NAME NO GATE STEP, SINCE THERE IS NONE; THEY
008760*ARE FLAT AND MUTUALLY EXCLUSIVE FOR THE SAME REASON AS THERE.
008770*----------------------------------------------------------------
008780 4600-PUT-CYCLE-END.
008790     MOVE '// IF (ABEND | RC > 8) THEN' TO JclLine.
008800     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008810     MOVE '//CYCEND16 EXEC CYCPOST' TO EndExecCard.
008820     MOVE '0016' TO YC-RETURN-CODE.
008830     PERFORM 4650-PUT-END-POSTING THRU 4650-EXIT.
008840     MOVE '// IF (NOT ABEND & RC > 4 & RC <= 8) THEN' TO JclLine.
008850     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008860     MOVE '//CYCEND8  EXEC CYCPOST' TO EndExecCard.
008870     MOVE '0008' TO YC-RETURN-CODE.
008880     PERFORM 4650-PUT-END-POSTING THRU 4650-EXIT.
008890     MOVE '// IF (NOT ABEND & RC > 0 & RC <= 4) THEN' TO JclLine.
008900     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008910     MOVE '//CYCEND4  EXEC CYCPOST' TO EndExecCard.
008920     MOVE '0004' TO YC-RETURN-CODE.
008930     PERFORM 4650-PUT-END-POSTING THRU 4650-EXIT.
008940     MOVE '// IF (NOT ABEND & RC = 0) THEN' TO JclLine.
008950     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
008960     MOVE '//CYCEND0  EXEC CYCPOST' TO EndExecCard.
008970     MOVE '0000' TO YC-RETURN-CODE.
008980     PERFORM 4650-PUT-END-POSTING THRU 4650-EXIT.
008990 4600-EXIT.
009000     EXIT.

009010*----------------------------------------------------------------
009020*4650-PUT-END-POSTING - ONE END-POSTING STEP AND ITS ENDIF.  THE
009030*CALLER HAS PUT THE IF AND SET EndExecCard AND THE RETURN CODE.
009040*THE CARD IS DATED FOR THE CYCLE 3500-FIND-CYCLE FOUND, IF ANY.
009050*----------------------------------------------------------------
009060 4650-PUT-END-POSTING.
009070     MOVE EndExecCard TO JclLine.
009080     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009090     MOVE 'E' TO YC-FUNCTION.
009100     IF CycleDate = 0
009110         MOVE SPACES TO YC-CYCLE-DATE
009120     ELSE
009130         MOVE CycleDate TO YC-CYCLE-DATE
009140     END-IF.
009150     MOVE SPACES TO YC-PREREQ.
009160     PERFORM 4660-PUT-CYCLE-CARD THRU 4660-EXIT.
009170     MOVE '// ENDIF' TO JclLine.
009180     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009190 4650-EXIT.
009200     EXIT.

009210*----------------------------------------------------------------
009220*4660-PUT-CYCLE-CARD - THE POSTING STEP'S IN-STREAM CYCCARD.
009230*----------------------------------------------------------------
009240 4660-PUT-CYCLE-CARD.
009250     MOVE '//POST.CYCCARD DD *' TO JclLine.
009260     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009270     MOVE CycCardImage TO JclLine.
009280     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009290     MOVE '/*' TO JclLine.
009300     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009310 4660-EXIT.
009320     EXIT.

009330*----------------------------------------------------------------
009340*8110-REPORT-PROFILE - THE RUN PROFILE PINNED ON THE STEP'S
009350*REPLAYED CARD, WHEN THE CARD NAMES ONE.
009360*----------------------------------------------------------------
009370 8110-REPORT-PROFILE.
009380     IF ST-PROFILE(StepNo) = SPACES
009390         GO TO 8110-EXIT
009400     END-IF.
009410     MOVE SPACES TO RESTART-REPORT-LINE.
009420     STRING '   RUN PROFILE ' DELIMITED BY SIZE
009430         ST-PROFILE(StepNo) DELIMITED BY SPACE
009440         ' VERSION ' DELIMITED BY SIZE
009450         ST-PROFILE-VERSION(StepNo) DELIMITED BY SIZE
009460         ' - PINNED ON THE REPLAYED CARD' DELIMITED BY SIZE
009470         INTO RESTART-REPORT-LINE.
009480     WRITE RESTART-REPORT-LINE.
009490 8110-EXIT.
009500     EXIT.

009510*----------------------------------------------------------------
009520*8200-REPORT-CYCLE - WHICH CYCLE THE DECK POSTS PROB32P'S END TO.
009530*----------------------------------------------------------------
009540 8200-REPORT-CYCLE.
009550     MOVE SPACES TO RESTART-REPORT-LINE.
009560     IF CycleDate = 0
009570         MOVE ' CYCLE CONTROL: PROB32P END POSTS TO THE RUN DATE'
009580             TO RESTART-REPORT-LINE
009590         WRITE RESTART-REPORT-LINE
009600         MOVE ' (NO UNFINISHED PROB32P CYCLE ON CYCCTL)'
009610             TO RESTART-REPORT-LINE
009620     ELSE
009630         STRING ' CYCLE CONTROL: PROB32P END POSTS TO CYCLE '
009640             DELIMITED BY SIZE
009650             CycleDate DELIMITED BY SIZE
009660             INTO RESTART-REPORT-LINE
009670     END-IF.
009680     WRITE RESTART-REPORT-LINE.
009690 8200-EXIT.
009700     EXIT.
