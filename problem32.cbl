001680*                 (SEE ID-FIRST-CYCLE IN IDREC), SO STEP FILES
001690*                 MUST CARRY CLEAN SPACES THERE, NOT BUFFER
001700*                 LEAVINGS.
001701*2026-10-15 JHK   THE PARTIAL RESULT CARRIES THE DIGIT MODE,
001702*                 ALL-IDS SETTING AND SCAN METHOD FOR PROB32COV.
001703*                 A PROFILE NAMED ON THE CARD IS READ FROM PRFLIB;
001704*                 IT FILLS THE BLANK COLUMNS AND IS STAMPED ON
001705*                 RUNHIST.  LOGGED EXCEPTIONS CARRY AN EX-ID.
001706*                 EACH STEP AND RESUMED LEG WRITES A PERFLOG
001707*                 RECORD (TIMES, RATE, METHOD AND MODE) FOR
001708*                 PROB32FCT.

001710 ENVIRONMENT DIVISION.
001720 INPUT-OUTPUT SECTION.
001890         ORGANIZATION IS SEQUENTIAL.
001900     SELECT OPTIONAL RUN-HISTORY ASSIGN TO RUNHIST
001910         ORGANIZATION IS SEQUENTIAL.
001913     SELECT OPTIONAL PERFORMANCE-LOG ASSIGN TO PERFLOG
001916         ORGANIZATION IS SEQUENTIAL.
001920     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
001930         ORGANIZATION IS SEQUENTIAL.
001940     SELECT SORT-FILE ASSIGN TO SORTWK.
001941     SELECT PROFILE-LIBRARY ASSIGN TO PRFLIB
001942         ORGANIZATION IS INDEXED
001943         ACCESS MODE IS DYNAMIC
001944         RECORD KEY IS PF-KEY
001945         FILE STATUS IS PfFileStatus.

001950 DATA DIVISION.
001960 FILE SECTION.
002260         ==ID-DTL-WRITTEN== BY ==IF-DTL-WRITTEN==
002270         ==ID-IFC-WRITTEN== BY ==IF-IFC-WRITTEN==
002280         ==ID-FIRST-CYCLE== BY ==IF-FIRST-CYCLE==
002290         ==ID-FIRST-RUN== BY ==IF-FIRST-RUN==
002291         ==ID-STATUS== BY ==IF-STATUS==
002292         ==ID-QUAR-REASON== BY ==IF-QUAR-REASON==
002293         ==ID-QUAR-OPERATOR== BY ==IF-QUAR-OPERATOR==
002294         ==ID-QUAR-DATE== BY ==IF-QUAR-DATE==.
002300 FD  RUN-HISTORY
002310     RECORDING MODE IS F
002320     LABEL RECORDS ARE STANDARD.
002330     COPY RUNHREC.
002332 FD  PERFORMANCE-LOG
002334     RECORDING MODE IS F
002336     LABEL RECORDS ARE STANDARD.
002338     COPY PERFREC.
002340 FD  EXCEPTION-LOG
002350     RECORDING MODE IS F
002360     LABEL RECORDS ARE STANDARD.
002400     05  SR-PRODUCT PIC 9(05).
002410     05  SR-CANDIDATE PIC 9(05).
002420     05  SR-CANDIDATE0 PIC 9(05).
002422 FD  PROFILE-LIBRARY
002424     LABEL RECORDS ARE STANDARD.
002426     COPY PRFREC.

002430 WORKING-STORAGE SECTION.
002440*SCAN WORK AREAS
003190*RUN-HISTORY WORK AREAS
003200 01  RunDate PIC 9(08).
003210 01  RunTimeRaw PIC 9(08).
003211*PERFORMANCE-LOG WORK AREAS - THE LEG'S START (HHMMSSTT)
003212 01  PerfStartDate PIC 9(08).
003213 01  PerfStartTime PIC 9(08).
003214 01  PerfStartParts REDEFINES PerfStartTime.
003215     05  PS-HH PIC 99.
003216     05  PS-MM PIC 99.
003217     05  PS-SS PIC 99.
003218     05  PS-TT PIC 99.
003219 01  PerfCounters PIC 9(05).
003220*INTERCHANGE-CONTROL WORK AREAS - THE HEADER AND TRAILER
003230*RECORDS FOR IFCFILE (SEE IFCCTL) AND THE RUNNING HASH TOTAL
003240*OF THE PRODUCTS CARRIED THERE.  THE ROW COUNT THE TRAILER
003260*EXACTLY ONE INTERCHANGE ROW.
003270 01  IfcHashTotal PIC 9(11) VALUE 0.
003280     COPY IFCCTL.
003281*THE LEG'S END, AND ITS ELAPSED TIME IN HUNDREDTHS
003282 01  PerfEndDate PIC 9(08).
003283 01  PerfEndTime PIC 9(08).
003284 01  PerfEndParts REDEFINES PerfEndTime.
003285     05  PE-HH PIC 99.
003286     05  PE-MM PIC 99.
003287     05  PE-SS PIC 99.
003288     05  PE-TT PIC 99.
003289 01  PerfElapsedHund PIC 9(09).
003290*EXCEPTION-LOG WORK AREAS
003300 01  LogDate PIC 9(08).
003310 01  LogTimeRaw PIC 9(08).
003315 01  LogSeq PIC 9(04) VALUE 0.
003320*BREAKDOWN-REPORT WORK AREAS - ONE ENTRY PER DISTINCT MULTIPLICAND
003330*/ MULTIPLIER DIGIT-LENGTH PATTERN SEEN AMONG THE HITS.  36 IS
003340*THE TRUE COMBINATORIAL MAXIMUM - C(9,2) DISTINCT (CandLen,
003460 01  BreakdownFoundFlag PIC 9.
003470     88  BreakdownEntryFound VALUE 1.
003480 01  CkptBdIdx PIC 99.
003481*RUN-PROFILE WORK AREAS - THE PROFILE VERSION THE CARD RESOLVED
003482*TO (ZERO WHEN THE CARD NAMES NO PROFILE) AND THE BROWSE THAT
003483*FINDS A PROFILE'S CURRENT VERSION.
003484 01  PfFileStatus PIC X(2).
003485 01  ProfileVersion PIC 9(03) VALUE 0.
003486 01  ProfileImage PIC X(120).
003487 01  MoreVersions PIC 9.
003488     88  NoMoreVersions VALUE 0.

003490 PROCEDURE DIVISION.
003500*----------------------------------------------------------------
003520*----------------------------------------------------------------
003530 0000-MAINLINE.
003540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003545     PERFORM 1050-RESOLVE-PROFILE THRU 1050-EXIT.
003550     PERFORM 2000-VALIDATE-PARMS THRU 2000-EXIT.
003560     PERFORM 1100-LOAD-CHECKPOINT THRU 1100-EXIT.
003570     PERFORM 1200-OPEN-SCAN-FILES THRU 1200-EXIT.
003660*1000-INITIALIZE - READ THE CONTROL CARD AND OPEN THE REPORT.
003670*----------------------------------------------------------------
003680 1000-INITIALIZE.
003683     ACCEPT PerfStartDate FROM DATE YYYYMMDD.
003686     ACCEPT PerfStartTime FROM TIME.
003690     OPEN EXTEND EXCEPTION-LOG.
003700     COMPUTE Accum = 0.
003710     OPEN INPUT CONTROL-CARD.
011650     DISPLAY 'HITS FOUND ...... ' HitsFound.
011660     DISPLAY 'IDENTITIES RECD . ' IdentitiesFound.
011670     DISPLAY 'ACCUM TOTAL ..... ' Accum.
011675     MOVE SPACES TO PARTIAL-RESULT-RECORD.
011680     MOVE ScanBase TO PART-BASE.
011690     MOVE ScanLimit TO PART-LIMIT.
011700     MOVE RecordsRead TO PART-RECORDS-READ.
011710     MOVE HitsFound TO PART-HITS-FOUND.
011720     MOVE Accum TO PART-ACCUM.
011730     MOVE IdentitiesFound TO PART-IDS-FOUND.
011732     MOVE DigitMode TO PART-DIGIT-MODE.
011734     MOVE AllIdsMode TO PART-ALL-IDS.
011736     MOVE ScanMethod TO PART-SCAN-METHOD.
011740     WRITE PARTIAL-RESULT-RECORD.
011750     PERFORM 9100-PRINT-BREAKDOWN THRU 9100-EXIT.
011760     PERFORM 9200-WRITE-RUN-HISTORY THRU 9200-EXIT.
011770     PERFORM 5164-WRITE-IFC-TRAILER THRU 5164-EXIT.
011775     PERFORM 9300-WRITE-PERFORMANCE-LOG THRU 9300-EXIT.
011780     CLOSE DETAIL-REPORT.
011790     CLOSE IDENTITY-FILE.
011800     CLOSE INTERFACE-FILE.
012240     ELSE
012250         MOVE 'N' TO RH-RESUMED
012260     END-IF.
012262     MOVE CC-PROFILE TO RH-PROFILE.
012264     MOVE ProfileVersion TO RH-PROFILE-VERSION.
012270     WRITE RUN-HISTORY-RECORD.
012280     CLOSE RUN-HISTORY.
012290 9200-EXIT.
012390     MOVE 'PROBLEM32' TO EX-PROGRAM.
012400     MOVE LogDate TO EX-RUN-DATE.
012410     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
012412     ADD 1 TO LogSeq.
012414     MOVE LogDate TO EX-ID-DATE.
012416     MOVE LogTimeRaw TO EX-ID-TIME.
012418     MOVE LogSeq TO EX-ID-SEQ.
012420     WRITE EXCEPTION-LOG-RECORD.
012430 8900-EXIT.
012440     EXIT.

012450 9999-EXIT.
012460     STOP RUN.

012470*----------------------------------------------------------------
012480*1050-RESOLVE-PROFILE - WHEN THE CARD NAMES A RUN PROFILE, READ
012490*IT FROM THE LIBRARY AND FILL EVERY PARAMETER COLUMN THE CARD
012500*LEFT BLANK FROM IT; A PUNCHED COLUMN OVERRIDES THE PROFILE.
012510*A BLANK VERSION RUNS THE CURRENT VERSION, WHICH MUST NOT BE
012520*RETIRED; A PUNCHED VERSION RUNS THAT VERSION AS IT WAS, SO A
012530*PLANNED OR REPLAYED STEP STILL RUNS AFTER A LATER CHANGE OR
012540*RETIREMENT.  THE RESULT GOES THROUGH 2000-VALIDATE-PARMS LIKE
012550*ANY PUNCHED CARD.  AN UNRESOLVABLE PROFILE IS FATAL - THE RUN
012560*MUST NOT GUESS AT ITS PARAMETERS.
012570*----------------------------------------------------------------
012580 1050-RESOLVE-PROFILE.
012590     IF CC-PROFILE = SPACES
012600         GO TO 1050-EXIT
012610     END-IF.
012620     IF CC-PROFILE-VERSION NOT = SPACES
012630             AND CC-PROFILE-VERSION IS NOT NUMERIC
012640         DISPLAY 'PROBLEM32 - PROFILE VERSION ON CONTROL CARD '
012650             'IS NOT NUMERIC'
012660         MOVE 'VALIDATION' TO EX-TYPE
012670         MOVE 'PROFILE VERSION NOT NUMERIC' TO EX-DETAIL
012680         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
012690         MOVE 16 TO RETURN-CODE
012700         GO TO 9999-EXIT
012710     END-IF.
012720     OPEN INPUT PROFILE-LIBRARY.
012730     IF PfFileStatus NOT = '00'
012740         DISPLAY 'PROBLEM32 - PRFLIB OPEN FAILED, FILE STATUS '
012750             PfFileStatus
012760         MOVE 'VALIDATION' TO EX-TYPE
012770         MOVE 'PRFLIB OPEN FAILED' TO EX-DETAIL
012780         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
012790         MOVE 16 TO RETURN-CODE
012800         GO TO 9999-EXIT
012810     END-IF.
012820     IF CC-PROFILE-VERSION = SPACES OR CC-PROFILE-VERSION = '000'
012830         PERFORM 1060-FIND-CURRENT THRU 1060-EXIT
012840     ELSE
012850         MOVE CC-PROFILE TO PF-NAME
012860         MOVE CC-PROFILE-VERSION TO PF-VERSION
012870         READ PROFILE-LIBRARY
012880             INVALID KEY
012890                 MOVE SPACES TO ProfileImage
012900             NOT INVALID KEY
012910                 MOVE RUN-PROFILE-RECORD TO ProfileImage
012920         END-READ
012930     END-IF.
012940     CLOSE PROFILE-LIBRARY.
012950     IF ProfileImage = SPACES
012960         DISPLAY 'PROBLEM32 - RUN PROFILE ' CC-PROFILE
012970             ' VERSION ' CC-PROFILE-VERSION ' NOT ON PRFLIB'
012980         MOVE 'VALIDATION' TO EX-TYPE
012990         MOVE SPACES TO EX-DETAIL
013000         STRING 'PROFILE ' DELIMITED BY SIZE
013010             CC-PROFILE DELIMITED BY SPACE
013020             ' NOT ON PRFLIB' DELIMITED BY SIZE
013030             INTO EX-DETAIL
013040         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
013050         MOVE 16 TO RETURN-CODE
013060         GO TO 9999-EXIT
013070     END-IF.
013080     MOVE ProfileImage TO RUN-PROFILE-RECORD.
013090     IF PF-STATUS = 'R'
013100         DISPLAY 'PROBLEM32 - RUN PROFILE ' CC-PROFILE
013110             ' IS RETIRED AS OF VERSION ' PF-VERSION
013120         MOVE 'VALIDATION' TO EX-TYPE
013130         MOVE SPACES TO EX-DETAIL
013140         STRING 'PROFILE ' DELIMITED BY SIZE
013150             CC-PROFILE DELIMITED BY SPACE
013160             ' IS RETIRED' DELIMITED BY SIZE
013170             INTO EX-DETAIL
013180         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
013190         MOVE 16 TO RETURN-CODE
013200         GO TO 9999-EXIT
013210     END-IF.
013220     MOVE PF-VERSION TO ProfileVersion.
013230     IF CC-SCAN-LIMIT = SPACES
013240         MOVE PF-SCAN-LIMIT TO CC-SCAN-LIMIT
013250     END-IF.
013260     IF CC-CKPT-EVERY = SPACES
013270         MOVE PF-CKPT-EVERY TO CC-CKPT-EVERY
013280     END-IF.
013290     IF CC-DIGIT-MODE = SPACE
013300         MOVE PF-DIGIT-MODE TO CC-DIGIT-MODE
013310     END-IF.
013320     IF CC-BASE = SPACES
013330         MOVE PF-BASE TO CC-BASE
013340     END-IF.
013350     IF CC-ALL-IDS = SPACE
013360         MOVE PF-ALL-IDS TO CC-ALL-IDS
013370     END-IF.
013380     IF CC-SCAN-METHOD = SPACE
013390         MOVE PF-SCAN-METHOD TO CC-SCAN-METHOD
013400     END-IF.
013410     DISPLAY 'PROBLEM32 - RUN PROFILE ' CC-PROFILE
013420         ' VERSION ' ProfileVersion.
013430 1050-EXIT.
013440     EXIT.

013450*----------------------------------------------------------------
013460*1060-FIND-CURRENT - BROWSE EVERY VERSION OF THE PROFILE IN KEY
013470*ORDER AND KEEP THE LAST - THE HIGHEST VERSION IS THE CURRENT.
013480*----------------------------------------------------------------
013490 1060-FIND-CURRENT.
013500     MOVE SPACES TO ProfileImage.
013510     MOVE CC-PROFILE TO PF-NAME.
013520     MOVE 0 TO PF-VERSION.
013530     START PROFILE-LIBRARY KEY IS NOT < PF-KEY
013540         INVALID KEY
013550             GO TO 1060-EXIT
013560     END-START.
013570     MOVE 1 TO MoreVersions.
013580     PERFORM 1065-READ-VERSION THRU 1065-EXIT
013590         UNTIL NoMoreVersions.
013600 1060-EXIT.
013610     EXIT.

013620*----------------------------------------------------------------
013630*1065-READ-VERSION - ONE RECORD OF THE BROWSE; THE FIRST RECORD
013640*OF ANOTHER PROFILE ENDS IT.
013650*----------------------------------------------------------------
013660 1065-READ-VERSION.
013670     READ PROFILE-LIBRARY NEXT RECORD
013680         AT END
013690             MOVE 0 TO MoreVersions
013700             GO TO 1065-EXIT
013710     END-READ.
013720     IF PF-NAME NOT = CC-PROFILE
013730         MOVE 0 TO MoreVersions
013740         GO TO 1065-EXIT
013750     END-IF.
013760     MOVE RUN-PROFILE-RECORD TO ProfileImage.
013770 1065-EXIT.
013780     EXIT.

013790*----------------------------------------------------------------
013800*9300-WRITE-PERFORMANCE-LOG - APPEND THIS LEG'S TIMING TO THE
013810*CUMULATIVE PERFORMANCE LOG: ITS START (TAKEN FIRST THING IN
013820*1000-INITIALIZE) AND END, THE ELAPSED TIME, AND THE COUNTER
013830*VALUES IT SCANNED PER MINUTE.  A TRIAL-DIVISION LEG SCANS ONLY
013840*FROM ITS START COUNTER, SO A RESUMED LEG IS MEASURED ON WHAT IT
013850*DID ITSELF; THE GENERATED SCAN REGENERATES THE WHOLE RANGE EVEN
013860*WHEN RESUMED, SO ITS LEGS COUNT THE WHOLE RANGE.  A LEG TIMED
013870*INSIDE ONE HUNDREDTH OF A SECOND COUNTS AS ONE HUNDREDTH, SO
013880*THE RATE IS ALWAYS DEFINED.  THE SAME OPEN-USE-CLOSE SHAPE AS
013890*9200-WRITE-RUN-HISTORY.
013900*----------------------------------------------------------------
013910 9300-WRITE-PERFORMANCE-LOG.
013920     ACCEPT PerfEndDate FROM DATE YYYYMMDD.
013930     ACCEPT PerfEndTime FROM TIME.
013940     COMPUTE PerfElapsedHund =
013950         (FUNCTION INTEGER-OF-DATE(PerfEndDate)
013960             - FUNCTION INTEGER-OF-DATE(PerfStartDate)) * 8640000
013970         + PE-HH * 360000 + PE-MM * 6000 + PE-SS * 100 + PE-TT
013980         - PS-HH * 360000 - PS-MM * 6000 - PS-SS * 100 - PS-TT.
013990     IF PerfElapsedHund = 0
014000         MOVE 1 TO PerfElapsedHund
014010     END-IF.
014020     IF GenerateMode
014030         COMPUTE PerfCounters = ScanLimit - ScanBase + 1
014040     ELSE
014050         IF StartCounter > ScanLimit
014060             MOVE 0 TO PerfCounters
014070         ELSE
014080             COMPUTE PerfCounters = ScanLimit - StartCounter + 1
014090         END-IF
014100     END-IF.
014110     MOVE SPACES TO PERFORMANCE-LOG-RECORD.
014120     MOVE PerfStartDate TO PM-START-DATE.
014130     MOVE PerfStartTime TO PM-START-TIME.
014140     MOVE PerfEndDate TO PM-END-DATE.
014150     MOVE PerfEndTime TO PM-END-TIME.
014160     COMPUTE PM-ELAPSED = PerfElapsedHund / 100.
014170     MOVE ScanBase TO PM-BASE.
014180     MOVE ScanLimit TO PM-LIMIT.
014190     MOVE StartCounter TO PM-START-COUNTER.
014200     MOVE PerfCounters TO PM-COUNTERS.
014210     COMPUTE PM-RATE ROUNDED =
014220         PerfCounters * 6000 / PerfElapsedHund.
014230     MOVE ScanMethod TO PM-SCAN-METHOD.
014240     MOVE DigitMode TO PM-DIGIT-MODE.
014250     MOVE AllIdsMode TO PM-ALL-IDS.
014260     IF ResumingFlag = 1
014270         MOVE 'Y' TO PM-RESUMED
014280     ELSE
014290         MOVE 'N' TO PM-RESUMED
014300     END-IF.
014310     MOVE CC-PROFILE TO PM-PROFILE.
014320     MOVE ProfileVersion TO PM-PROFILE-VERSION.
014330     OPEN EXTEND PERFORMANCE-LOG.
014340     WRITE PERFORMANCE-LOG-RECORD.
014350     CLOSE PERFORMANCE-LOG.
014360 9300-EXIT.
014370     EXIT.
