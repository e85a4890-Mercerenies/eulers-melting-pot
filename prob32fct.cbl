000100*----------------------------------------------------------------
000110*PROB32FCT.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, WINDOW FORECAST.
000140*
000150*FORECASTS A PLANNED SPLIT-RANGE SCAN BEFORE IT IS SUBMITTED, SO
000160*THE PLAN CAN BE DEFENDED TO THE SCHEDULERS BEFORE THE JOB GOES
000170*IN RATHER THAN THE OVERRUN EXPLAINED AFTER IT.  THE STEPS ARE
000180*NOT RE-PLANNED HERE - PROB32PLN RUNS AHEAD OF THIS PROGRAM IN
000190*THE PROB32W DECK AND WRITES ITS GENERATED JOB ONTO A WORK DATA
000200*SET INSTEAD OF THE INTERNAL READER, AND THIS PROGRAM READS THE
000210*STEPS' CTLCARD IMAGES BACK OFF IT (PLNJCL), SO THE FORECAST IS
000220*OF EXACTLY THE STEPS THE PLANNER WOULD SUBMIT - PROFILE
000230*RESOLVED, CERTIFIED GROUND SKIPPED.
000240*
000250*EACH STEP IS PROJECTED FROM THE MEASURED THROUGHPUT ON THE
000260*PERFORMANCE LOG (PERFLOG, SEE COPYBOOK PERFREC) FOR ITS SCAN
000270*METHOD AND DIGIT MODE - THE COUNTER VALUES EVERY LOGGED LEG OF
000280*THAT COMBINATION SCANNED, OVER THE MINUTES THEY TOOK, SO A
000290*LONG LEG WEIGHS MORE THAN A SHORT ONE.  TRIAL DIVISION COSTS
000300*MORE PER COUNTER HIGH IN THE RANGE THAN LOW, SO THE RATE IS
000310*ONLY AS GOOD AS THE HISTORY IS LIKE THE PLAN; THE RATE LINES
000320*SAY HOW MANY LEGS EACH RATE RESTS ON.  THE STEPS OF ONE JOB
000330*RUN ONE AFTER ANOTHER, SO THE JOB'S PROJECTED TIME IS THE SUM
000340*OF ITS STEPS.
000350*
000360*THE WINDOW COMES FROM THE PLANNER CARD (PLANCARD, SEE
000370*PL-WINDOW-START AND PL-WINDOW-END IN PLNCARD).  A PLAN THAT
000380*WOULD RUN PAST THE WINDOW END IS FLAGGED AND ENDS THE RUN
000390*RC=8, WITH A SUGGESTED STEP COUNT THAT FITS.  MORE STEPS IN
000400*ONE JOB DO NOT SHORTEN IT (SEE THE PROB32P HEADER) - THE
000410*SUGGESTION IS THE FEWEST STEPS WHICH, SUBMITTED AS SEPARATE
000420*CONCURRENT JOBS, EACH FIT THE WINDOW, WITHIN THE SUITE'S
000430*THREE-STEP CEILING AND NO FEWER THAN THE PLAN'S UNCOVERED
000440*PIECES.  A STEP WHOSE METHOD AND MODE HAVE NO MEASURED
000450*HISTORY CANNOT BE PROJECTED; THE WINDOW IS THEN NOT JUDGED AND
000460*THE RUN ENDS RC=4.  THE FORECAST PRINTS ON FCTRPT.
000470*----------------------------------------------------------------
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     PROB32FCT.
000500 AUTHOR.         J H KELLERMAN.
000510 INSTALLATION.   EULER BATCH SYSTEMS.
000520 DATE-WRITTEN.   10/15/2026.
000530 DATE-COMPILED.  10/15/2026.
000540*
000550*MODIFICATION HISTORY
000560*DATE       INIT  DESCRIPTION
000570*---------- ----  -----------------------------------------------
000580*2026-10-15 JHK   ORIGINAL - BATCH-WINDOW FORECAST OF A PLANNED
000590*                 SPLIT-RANGE SCAN FROM THE PERFORMANCE LOG.

000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PLANNER-CARD ASSIGN TO PLANCARD
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT PLANNED-JOB ASSIGN TO PLNJCL
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT OPTIONAL PERFORMANCE-LOG ASSIGN TO PERFLOG
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT FORECAST-REPORT ASSIGN TO FCTRPT
000700         ORGANIZATION IS SEQUENTIAL.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  PLANNER-CARD
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY PLNCARD.
000770 FD  PLANNED-JOB
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  PLANNED-JOB-LINE          PIC X(80).
000810 FD  PERFORMANCE-LOG
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY PERFREC.
000850 FD  FORECAST-REPORT
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  FORECAST-REPORT-LINE      PIC X(132).

000890 WORKING-STORAGE SECTION.
000900*RUN WORK AREAS
000910 01  RunDate PIC 9(08).
000920 01  RunTimeRaw PIC 9(08).
000930*WINDOW WORK AREAS - CLOCK TIMES ARE HELD AS MINUTES PAST THE
000940*MIDNIGHT THE WINDOW STARTS AFTER.  ClockImage IS THE HHMM BEING
000950*EDITED, AND ClockEdit THE HH:MM BEING PRINTED, WITH THE DAYS
000960*PAST THE WINDOW'S FIRST MIDNIGHT WHEN THERE ARE ANY.
000970 01  ClockImage PIC X(04).
000980 01  ClockDigits REDEFINES ClockImage.
000990     05  CK-HH PIC 99.
001000     05  CK-MM PIC 99.
001010 01  ClockMinutes PIC 9(07).
001020 01  ClockDays PIC 9(03).
001030 01  ClockOfDay PIC 9(04).
001040 01  ClockEdit.
001050     05  CE-HH PIC 99.
001060     05  FILLER PIC X(01) VALUE ':'.
001070     05  CE-MM PIC 99.
001080     05  CE-DAYS PIC X(03).
001090 01  ClockValidFlag PIC 9.
001100     88  ClockValid VALUE 1.
001110 01  WindowStart PIC 9(04).
001120 01  WindowEnd PIC 9(04).
001130 01  WindowMinutes PIC 9(04).
001140 01  WindowFlag PIC 9 VALUE 0.
001150     88  WindowGiven VALUE 1.
001160*RATE TABLE - ONE ENTRY PER SCAN METHOD AND DIGIT MODE, KEYED
001170*FROM RateKeys, ACCUMULATING EVERY LOGGED LEG OF THAT
001180*COMBINATION.
001190 01  RateKeys PIC X(08) VALUE 'T1T0G1G0'.
001200 01  RateKeyTable REDEFINES RateKeys.
001210     05  RateKey OCCURS 4 TIMES PIC X(02).
001220 01  RateTable.
001230     05  RateEntry OCCURS 4 TIMES INDEXED BY RIdx.
001240         10  RT-KEY.
001250             15  RT-METHOD PIC X(01).
001260             15  RT-MODE PIC X(01).
001270         10  RT-LEGS PIC 9(05).
001280         10  RT-COUNTERS PIC 9(09).
001290         10  RT-SECONDS PIC 9(09)V99.
001300         10  RT-RATE PIC 9(09)V99.
001310 01  RateNo PIC 9.
001320 01  RateFoundFlag PIC 9.
001330     88  RateFound VALUE 1.
001340 01  LegKey PIC X(02).
001350 01  MoreLegs PIC 9 VALUE 1.
001360     88  NoMoreLegs VALUE 0.
001370*STEP TABLE - THE STEPS READ BACK OFF THE PLANNED JOB.  THREE IS
001380*THE SUITE'S FIXED-DATASET-NAME CEILING, THE SAME AS THE
001390*PLANNER'S.
001400     COPY CTLCARD.
001410 01  StepTable.
001420     05  StepEntry OCCURS 3 TIMES.
001430         10  ST-NAME PIC X(08).
001440         10  ST-BASE PIC 9(05).
001450         10  ST-LIMIT PIC 9(05).
001460         10  ST-WIDTH PIC 9(06).
001470         10  ST-METHOD PIC X(01).
001480         10  ST-MODE PIC X(01).
001490         10  ST-MINUTES PIC 9(07)V9.
001500         10  ST-PROJECTED PIC X(01).
001510 01  StepCount PIC 9(02) VALUE 0.
001520 01  StepNo PIC 9(02).
001530 01  StepName PIC X(08).
001540 01  PieceCount PIC 9(02) VALUE 0.
001550 01  MoreLines PIC 9 VALUE 1.
001560     88  NoMoreLines VALUE 0.
001570 01  CardFlag PIC 9 VALUE 0.
001580     88  CardIsNext VALUE 1.
001590*PROJECTION WORK AREAS
001600 01  TotalMinutes PIC 9(07)V9 VALUE 0.
001610 01  StepStart PIC 9(07)V9.
001620 01  StepEnd PIC 9(07)V9.
001630 01  SpareMinutes PIC 9(07)V9.
001640 01  ShareMinutes PIC 9(07)V9.
001650 01  TryCount PIC 9(02).
001660 01  MinSteps PIC 9(02).
001670 01  SuggestFlag PIC 9 VALUE 0.
001680     88  SuggestionFound VALUE 1.
001690*CONTROL-TOTAL WORK AREAS
001700 01  LegsRead PIC 9(05) VALUE 0.
001710 01  LegsUsed PIC 9(05) VALUE 0.
001720 01  NoHistoryCount PIC 9(02) VALUE 0.
001730 01  OverrunFlag PIC 9 VALUE 0.
001740     88  PlanOverruns VALUE 1.
001750*REPORT-LINE LAYOUTS
001760 01  RateLine.
001770     05  FILLER PIC X(08) VALUE ' METHOD '.
001780     05  RL-METHOD PIC X(01).
001790     05  FILLER PIC X(06) VALUE ' MODE '.
001800     05  RL-MODE PIC X(01).
001810     05  FILLER PIC X(06) VALUE ' LEGS '.
001820     05  RL-LEGS PIC ZZZZ9.
001830     05  FILLER PIC X(10) VALUE ' COUNTERS '.
001840     05  RL-COUNTERS PIC ZZZZZZZZ9.
001850     05  FILLER PIC X(09) VALUE ' MINUTES '.
001860     05  RL-MINUTES PIC ZZZZZZ9.9.
001870     05  FILLER PIC X(06) VALUE ' RATE '.
001880     05  RL-RATE PIC ZZZZZZZZ9.99.
001890     05  FILLER PIC X(11) VALUE ' PER MINUTE'.
001900     05  FILLER PIC X(39) VALUE SPACES.
001910 01  StepLine.
001920     05  FILLER PIC X(01) VALUE SPACE.
001930     05  SL-NAME PIC X(08).
001940     05  FILLER PIC X(06) VALUE ' BASE '.
001950     05  SL-BASE PIC ZZZZ9.
001960     05  FILLER PIC X(07) VALUE ' LIMIT '.
001970     05  SL-LIMIT PIC ZZZZ9.
001980     05  FILLER PIC X(07) VALUE ' WIDTH '.
001990     05  SL-WIDTH PIC ZZZZZ9.
002000     05  FILLER PIC X(08) VALUE ' METHOD '.
002010     05  SL-METHOD PIC X(01).
002020     05  FILLER PIC X(06) VALUE ' MODE '.
002030     05  SL-MODE PIC X(01).
002040     05  FILLER PIC X(01) VALUE SPACE.
002050     05  SL-PROJECTION.
002060         10  SL-MINUTES PIC ZZZZZZ9.9.
002070         10  SL-MIN-CAPTION PIC X(12).
002080         10  SL-START PIC X(08).
002090         10  SL-END-CAPTION PIC X(06).
002100         10  SL-END PIC X(08).
002110     05  FILLER PIC X(27) VALUE SPACES.
002120 01  MinutesEdit PIC ZZZZZZ9.9.
002130 01  CountEdit PIC Z9.
002140 01  ClockText PIC X(08).
002150 01  ClockText2 PIC X(08).

002160 PROCEDURE DIVISION.
002170*----------------------------------------------------------------
002180*0000-MAINLINE - OVERALL JOB FLOW.
002190*----------------------------------------------------------------
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     PERFORM 2000-LOAD-PERFORMANCE THRU 2000-EXIT.
002230     PERFORM 2500-REPORT-RATES THRU 2500-EXIT.
002240     PERFORM 3000-LOAD-PLAN THRU 3000-EXIT.
002250     PERFORM 4000-PROJECT-STEPS THRU 4000-EXIT.
002260     PERFORM 5000-JUDGE-WINDOW THRU 5000-EXIT.
002270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002280     GO TO 9999-EXIT.

002290*----------------------------------------------------------------
002300*1000-INITIALIZE - READ THE PLANNER CARD, EDIT ITS WINDOW, KEY
002310*THE RATE TABLE AND PRINT THE REPORT HEADING.  A BLANK WINDOW
002320*START MEANS THE JOB STARTS NOW; A BLANK WINDOW END MEANS THERE
002330*IS NO WINDOW TO JUDGE, ONLY TIMES TO PROJECT.
002340*----------------------------------------------------------------
002350 1000-INITIALIZE.
002360     ACCEPT RunDate FROM DATE YYYYMMDD.
002370     ACCEPT RunTimeRaw FROM TIME.
002380     OPEN INPUT PLANNER-CARD.
002390     READ PLANNER-CARD
002400         AT END
002410             DISPLAY 'PROB32FCT - MISSING CONTROL CARD ON '
002420                 'PLANCARD'
002430             MOVE 16 TO RETURN-CODE
002440             CLOSE PLANNER-CARD
002450             GO TO 9999-EXIT
002460     END-READ.
002470     CLOSE PLANNER-CARD.
002480     IF PL-WINDOW-START = SPACES
002490         MOVE RunTimeRaw(1:4) TO ClockImage
002500     ELSE
002510         MOVE PL-WINDOW-START TO ClockImage
002520     END-IF.
002530     PERFORM 1300-EDIT-CLOCK THRU 1300-EXIT.
002540     IF NOT ClockValid
002550         DISPLAY 'PROB32FCT - WINDOW START ON CARD MUST BE HHMM '
002560             'OR BLANK'
002570         MOVE 16 TO RETURN-CODE
002580         GO TO 9999-EXIT
002590     END-IF.
002600     MOVE ClockMinutes TO WindowStart.
002610     IF PL-WINDOW-END NOT = SPACES
002620         MOVE PL-WINDOW-END TO ClockImage
002630         PERFORM 1300-EDIT-CLOCK THRU 1300-EXIT
002640         IF NOT ClockValid
002650             DISPLAY 'PROB32FCT - WINDOW END ON CARD MUST BE '
002660                 'HHMM OR BLANK'
002670             MOVE 16 TO RETURN-CODE
002680             GO TO 9999-EXIT
002690         END-IF
002700         MOVE ClockMinutes TO WindowEnd
002710         IF WindowEnd > WindowStart
002720             COMPUTE WindowMinutes = WindowEnd - WindowStart
002730         ELSE
002740             COMPUTE WindowMinutes =
002750                 WindowEnd + 1440 - WindowStart
002760         END-IF
002770         MOVE 1 TO WindowFlag
002780     END-IF.
002790     PERFORM 1100-KEY-ONE-RATE THRU 1100-EXIT
002800         VARYING RateNo FROM 1 BY 1 UNTIL RateNo > 4.
002810     OPEN OUTPUT FORECAST-REPORT.
002820     MOVE 'PROB32FCT BATCH-WINDOW FORECAST'
002830         TO FORECAST-REPORT-LINE.
002840     WRITE FORECAST-REPORT-LINE.
002850     MOVE '-------------------------------'
002860         TO FORECAST-REPORT-LINE.
002870     WRITE FORECAST-REPORT-LINE.
002880 1000-EXIT.
002890     EXIT.

002891*----------------------------------------------------------------
002892*1100-KEY-ONE-RATE - KEY ONE ENTRY OF THE RATE TABLE WITH ITS
002893*METHOD AND DIGIT MODE AND CLEAR ITS TOTALS.
002894*----------------------------------------------------------------
002900 1100-KEY-ONE-RATE.
002910     SET RIdx TO RateNo.
002920     MOVE RateKey(RateNo) TO RT-KEY(RIdx).
002930     MOVE 0 TO RT-LEGS(RIdx).
002940     MOVE 0 TO RT-COUNTERS(RIdx).
002950     MOVE 0 TO RT-SECONDS(RIdx).
002960     MOVE 0 TO RT-RATE(RIdx).
002970 1100-EXIT.
002980     EXIT.

002990*----------------------------------------------------------------
003000*1300-EDIT-CLOCK - EDIT ClockImage AS HHMM ON A 24-HOUR CLOCK
003010*AND CONVERT IT TO MINUTES PAST MIDNIGHT.
003020*----------------------------------------------------------------
003030 1300-EDIT-CLOCK.
003040     MOVE 0 TO ClockValidFlag.
003050     IF ClockImage IS NOT NUMERIC
003060         GO TO 1300-EXIT
003070     END-IF.
003080     IF CK-HH > 23 OR CK-MM > 59
003090         GO TO 1300-EXIT
003100     END-IF.
003110     COMPUTE ClockMinutes = CK-HH * 60 + CK-MM.
003120     MOVE 1 TO ClockValidFlag.
003130 1300-EXIT.
003140     EXIT.

003150*----------------------------------------------------------------
003160*2000-LOAD-PERFORMANCE - ACCUMULATE EVERY LOGGED LEG INTO THE
003170*RATE ENTRY FOR ITS SCAN METHOD AND DIGIT MODE.  A LEG THAT
003180*SCANNED NOTHING (RESUMED PAST ITS LAST CHECKPOINT) SAYS NOTHING
003190*ABOUT THROUGHPUT AND IS SKIPPED.  A PERFORMANCE LOG NOT YET
003200*CREATED IS AN EMPTY HISTORY.
003210*----------------------------------------------------------------
003220 2000-LOAD-PERFORMANCE.
003230     OPEN INPUT PERFORMANCE-LOG.
003240     PERFORM 2010-READ-ONE-LEG THRU 2010-EXIT
003250         UNTIL NoMoreLegs.
003260     CLOSE PERFORMANCE-LOG.
003270     PERFORM 2020-SET-ONE-RATE THRU 2020-EXIT
003280         VARYING RIdx FROM 1 BY 1 UNTIL RIdx > 4.
003290 2000-EXIT.
003300     EXIT.

003301*----------------------------------------------------------------
003302*2010-READ-ONE-LEG - ONE PERFLOG RECORD, ADDED TO THE TOTALS OF
003303*ITS METHOD AND MODE.  A LEG THAT SCANNED NOTHING IS SKIPPED.
003304*----------------------------------------------------------------
003310 2010-READ-ONE-LEG.
003320     READ PERFORMANCE-LOG
003330         AT END
003340             MOVE 0 TO MoreLegs
003350             GO TO 2010-EXIT
003360     END-READ.
003370     ADD 1 TO LegsRead.
003380     IF PM-COUNTERS = 0
003390         GO TO 2010-EXIT
003400     END-IF.
003410     MOVE PM-SCAN-METHOD TO LegKey(1:1).
003420     MOVE PM-DIGIT-MODE TO LegKey(2:1).
003430     MOVE 0 TO RateFoundFlag.
003440     PERFORM 2015-MATCH-ONE-RATE THRU 2015-EXIT
003450         VARYING RateNo FROM 1 BY 1
003460         UNTIL RateNo > 4 OR RateFound.
003470     IF NOT RateFound
003480         GO TO 2010-EXIT
003490     END-IF.
003500     ADD 1 TO LegsUsed.
003510     ADD 1 TO RT-LEGS(RIdx).
003520     ADD PM-COUNTERS TO RT-COUNTERS(RIdx).
003530     ADD PM-ELAPSED TO RT-SECONDS(RIdx).
003540 2010-EXIT.
003550     EXIT.

003551*----------------------------------------------------------------
003552*2015-MATCH-ONE-RATE - DOES THIS RATE ENTRY CARRY THE KEY OF THE
003553*LEG JUST READ.
003554*----------------------------------------------------------------
003560 2015-MATCH-ONE-RATE.
003570     SET RIdx TO RateNo.
003580     IF RT-KEY(RIdx) = LegKey
003590         MOVE 1 TO RateFoundFlag
003600     END-IF.
003610 2015-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640*2020-SET-ONE-RATE - COUNTERS PER MINUTE OVER EVERY LEG OF THE
003650*COMBINATION.  LEGS TIMED AT ZERO SECONDS IN TOTAL COUNT AS ONE
003660*HUNDREDTH, AS PROBLEM32 COUNTS THEM.
003670*----------------------------------------------------------------
003680 2020-SET-ONE-RATE.
003690     IF RT-LEGS(RIdx) = 0
003700         GO TO 2020-EXIT
003710     END-IF.
003720     IF RT-SECONDS(RIdx) = 0
003730         MOVE .01 TO RT-SECONDS(RIdx)
003740     END-IF.
003750     COMPUTE RT-RATE(RIdx) ROUNDED =
003760         RT-COUNTERS(RIdx) * 60 / RT-SECONDS(RIdx)
003770         ON SIZE ERROR
003780             MOVE 999999999.99 TO RT-RATE(RIdx)
003790     END-COMPUTE.
003800 2020-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003830*2500-REPORT-RATES - THE MEASURED RATE OF EVERY COMBINATION THE
003840*PERFORMANCE LOG HAS SEEN, WITH THE LEGS IT RESTS ON.
003850*----------------------------------------------------------------
003860 2500-REPORT-RATES.
003870     MOVE SPACES TO FORECAST-REPORT-LINE.
003880     STRING ' MEASURED THROUGHPUT - ' DELIMITED BY SIZE
003890         LegsUsed DELIMITED BY SIZE
003900         ' LEG(S) ON PERFLOG' DELIMITED BY SIZE
003910         INTO FORECAST-REPORT-LINE.
003920     WRITE FORECAST-REPORT-LINE.
003930     IF LegsUsed = 0
003940         MOVE ' NO MEASURED LEGS - NOTHING CAN BE PROJECTED'
003950             TO FORECAST-REPORT-LINE
003960         WRITE FORECAST-REPORT-LINE
003970     END-IF.
003980     PERFORM 2510-REPORT-ONE-RATE THRU 2510-EXIT
003990         VARYING RIdx FROM 1 BY 1 UNTIL RIdx > 4.
004000 2500-EXIT.
004010     EXIT.

004011*----------------------------------------------------------------
004012*2510-REPORT-ONE-RATE - ONE LINE OF THE MEASURED-RATE TABLE; A
004013*METHOD AND MODE WITH NO LEGS ON FILE IS NOT PRINTED.
004014*----------------------------------------------------------------
004020 2510-REPORT-ONE-RATE.
004030     IF RT-LEGS(RIdx) = 0
004040         GO TO 2510-EXIT
004050     END-IF.
004060     MOVE RT-METHOD(RIdx) TO RL-METHOD.
004070     MOVE RT-MODE(RIdx) TO RL-MODE.
004080     MOVE RT-LEGS(RIdx) TO RL-LEGS.
004090     MOVE RT-COUNTERS(RIdx) TO RL-COUNTERS.
004100     COMPUTE RL-MINUTES ROUNDED = RT-SECONDS(RIdx) / 60.
004110     MOVE RT-RATE(RIdx) TO RL-RATE.
004120     WRITE FORECAST-REPORT-LINE FROM RateLine.
004130 2510-EXIT.
004140     EXIT.

004150*----------------------------------------------------------------
004160*3000-LOAD-PLAN - READ THE PLANNED JOB BACK AND TABLE EVERY SCAN
004170*STEP: THE STEP NAME FROM ITS EXEC CARD, THE RANGE, METHOD AND
004180*MODE FROM THE CTLCARD IMAGE PUNCHED UNDER IT.  EACH SUMSTEP
004190*ROLLS UP ONE UNCOVERED PIECE, SO COUNTING THEM COUNTS THE
004200*PIECES.  A BLANK METHOD OR MODE ON THE CARD IS THE PROBLEM32
004210*DEFAULT ('T', '1').
004220*----------------------------------------------------------------
004230 3000-LOAD-PLAN.
004240     OPEN INPUT PLANNED-JOB.
004250     PERFORM 3010-READ-ONE-LINE THRU 3010-EXIT
004260         UNTIL NoMoreLines.
004270     CLOSE PLANNED-JOB.
004280     IF StepCount = 0
004290         DISPLAY 'PROB32FCT - NO SCAN STEPS ON PLNJCL - NOTHING '
004300             'TO FORECAST'
004310         MOVE ' NO SCAN STEPS ON PLNJCL - NOTHING TO FORECAST'
004320             TO FORECAST-REPORT-LINE
004330         WRITE FORECAST-REPORT-LINE
004340         MOVE 4 TO RETURN-CODE
004350         CLOSE FORECAST-REPORT
004360         GO TO 9999-EXIT
004370     END-IF.
004380     IF PieceCount = 0
004390         MOVE 1 TO PieceCount
004400     END-IF.
004410 3000-EXIT.
004420     EXIT.

004421*----------------------------------------------------------------
004422*3010-READ-ONE-LINE - ONE CARD OF THE PLANNED DECK: NOTE EACH
004423*STEP NAME, COUNT EACH SUMSTEP AS A PIECE, AND TABLE THE CONTROL
004424*CARD THAT FOLLOWS A CTLCARD DD.
004425*----------------------------------------------------------------
004430 3010-READ-ONE-LINE.
004440     READ PLANNED-JOB
004450         AT END
004460             MOVE 0 TO MoreLines
004470             GO TO 3010-EXIT
004480     END-READ.
004490     IF CardIsNext
004500         MOVE 0 TO CardFlag
004510         PERFORM 3100-TABLE-STEP THRU 3100-EXIT
004520         GO TO 3010-EXIT
004530     END-IF.
004540     IF PLANNED-JOB-LINE(1:6) = '//STEP'
004550         AND PLANNED-JOB-LINE(7:1) IS NUMERIC
004560         MOVE SPACES TO StepName
004570         UNSTRING PLANNED-JOB-LINE(3:8) DELIMITED BY SPACE
004580             INTO StepName
004590     END-IF.
004600     IF PLANNED-JOB-LINE(1:16) = '//CTLCARD  DD  *'
004610         MOVE 1 TO CardFlag
004620     END-IF.
004630     IF PLANNED-JOB-LINE(1:9) = '//SUMSTEP'
004640         ADD 1 TO PieceCount
004650     END-IF.
004660 3010-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004690*3100-TABLE-STEP - TABLE ONE STEP FROM THE CTLCARD IMAGE JUST
004700*READ.  THE PLANNER PUNCHES EVERY RANGE COLUMN, SO A CARD IT
004710*CANNOT HAVE WRITTEN MEANS PLNJCL IS NOT A PLANNED JOB.
004720*----------------------------------------------------------------
004730 3100-TABLE-STEP.
004740     IF StepCount = 3
004750         DISPLAY 'PROB32FCT - MORE THAN 3 SCAN STEPS ON PLNJCL'
004760         MOVE 16 TO RETURN-CODE
004770         CLOSE PLANNED-JOB
004780         CLOSE FORECAST-REPORT
004790         GO TO 9999-EXIT
004800     END-IF.
004810     MOVE PLANNED-JOB-LINE TO CONTROL-CARD-RECORD.
004820     IF CC-SCAN-LIMIT IS NOT NUMERIC OR CC-BASE IS NOT NUMERIC
004830         DISPLAY 'PROB32FCT - CTLCARD UNDER ' StepName
004840             ' ON PLNJCL HAS NO NUMERIC RANGE'
004850         MOVE 16 TO RETURN-CODE
004860         CLOSE PLANNED-JOB
004870         CLOSE FORECAST-REPORT
004880         GO TO 9999-EXIT
004890     END-IF.
004900     ADD 1 TO StepCount.
004910     MOVE StepName TO ST-NAME(StepCount).
004920     MOVE CC-SCAN-LIMIT TO ST-LIMIT(StepCount).
004930     IF CC-BASE = 0
004940         MOVE 1 TO ST-BASE(StepCount)
004950     ELSE
004960         MOVE CC-BASE TO ST-BASE(StepCount)
004970     END-IF.
004980     COMPUTE ST-WIDTH(StepCount) =
004990         ST-LIMIT(StepCount) - ST-BASE(StepCount) + 1.
005000     IF CC-SCAN-METHOD = SPACE
005010         MOVE 'T' TO ST-METHOD(StepCount)
005020     ELSE
005030         MOVE CC-SCAN-METHOD TO ST-METHOD(StepCount)
005040     END-IF.
005050     IF CC-DIGIT-MODE = SPACE
005060         MOVE '1' TO ST-MODE(StepCount)
005070     ELSE
005080         MOVE CC-DIGIT-MODE TO ST-MODE(StepCount)
005090     END-IF.
005100 3100-EXIT.
005110     EXIT.

005120*----------------------------------------------------------------
005130*4000-PROJECT-STEPS - PROJECT EACH STEP AT THE MEASURED RATE OF
005140*ITS METHOD AND MODE AND PRINT IT WITH ITS PROJECTED START AND
005150*END.  THE STEPS RUN ONE AFTER ANOTHER FROM THE WINDOW START, SO
005160*EACH STARTS WHERE THE ONE BEFORE ENDED.
005170*----------------------------------------------------------------
005180 4000-PROJECT-STEPS.
005190     MOVE SPACES TO FORECAST-REPORT-LINE.
005200     WRITE FORECAST-REPORT-LINE.
005210     MOVE SPACES TO FORECAST-REPORT-LINE.
005220     STRING ' PLANNED STEPS - ' DELIMITED BY SIZE
005230         StepCount DELIMITED BY SIZE
005240         ' STEP(S) IN ' DELIMITED BY SIZE
005250         PieceCount DELIMITED BY SIZE
005260         ' PIECE(S), RUN ONE AFTER ANOTHER' DELIMITED BY SIZE
005270         INTO FORECAST-REPORT-LINE.
005280     WRITE FORECAST-REPORT-LINE.
005290     MOVE WindowStart TO StepStart.
005300     PERFORM 4100-PROJECT-ONE-STEP THRU 4100-EXIT
005310         VARYING StepNo FROM 1 BY 1 UNTIL StepNo > StepCount.
005320 4000-EXIT.
005330     EXIT.

005331*----------------------------------------------------------------
005332*4100-PROJECT-ONE-STEP - PROJECT ONE STEP'S RUN TIME FROM THE
005333*MEASURED RATE OF ITS METHOD AND MODE AND PRINT IT WITH ITS START
005334*AND END ON THE CLOCK.  A STEP WITH NO HISTORY IS FLAGGED.
005335*----------------------------------------------------------------
005340 4100-PROJECT-ONE-STEP.
005350     MOVE ST-METHOD(StepNo) TO LegKey(1:1).
005360     MOVE ST-MODE(StepNo) TO LegKey(2:1).
005370     MOVE 0 TO RateFoundFlag.
005380     PERFORM 2015-MATCH-ONE-RATE THRU 2015-EXIT
005390         VARYING RateNo FROM 1 BY 1
005400         UNTIL RateNo > 4 OR RateFound.
005410     MOVE ST-NAME(StepNo) TO SL-NAME.
005420     MOVE ST-BASE(StepNo) TO SL-BASE.
005430     MOVE ST-LIMIT(StepNo) TO SL-LIMIT.
005440     MOVE ST-WIDTH(StepNo) TO SL-WIDTH.
005450     MOVE ST-METHOD(StepNo) TO SL-METHOD.
005460     MOVE ST-MODE(StepNo) TO SL-MODE.
005470     MOVE SPACES TO SL-PROJECTION.
005480     IF NOT RateFound
005490         MOVE 'N' TO ST-PROJECTED(StepNo)
005500     ELSE
005510         IF RT-LEGS(RIdx) = 0
005520             MOVE 'N' TO ST-PROJECTED(StepNo)
005530         ELSE
005540             MOVE 'Y' TO ST-PROJECTED(StepNo)
005550         END-IF
005560     END-IF.
005570     IF ST-PROJECTED(StepNo) = 'N'
005580         ADD 1 TO NoHistoryCount
005590         MOVE '** NO MEASURED HISTORY FOR THIS METHOD AND MODE'
005600             TO SL-PROJECTION
005610         WRITE FORECAST-REPORT-LINE FROM StepLine
005620         GO TO 4100-EXIT
005630     END-IF.
005640     COMPUTE ST-MINUTES(StepNo) ROUNDED =
005650         ST-WIDTH(StepNo) / RT-RATE(RIdx)
005660         ON SIZE ERROR
005670             MOVE 9999999.9 TO ST-MINUTES(StepNo)
005680     END-COMPUTE.
005690     ADD ST-MINUTES(StepNo) TO TotalMinutes
005700         ON SIZE ERROR
005710             MOVE 9999999.9 TO TotalMinutes
005720     END-ADD.
005730     COMPUTE StepEnd = StepStart + ST-MINUTES(StepNo)
005740         ON SIZE ERROR
005750             MOVE 9999999.9 TO StepEnd
005760     END-COMPUTE.
005770     MOVE ST-MINUTES(StepNo) TO SL-MINUTES.
005780     MOVE ' MIN  START ' TO SL-MIN-CAPTION.
005790     MOVE StepStart TO ClockMinutes.
005800     PERFORM 7100-FORMAT-CLOCK THRU 7100-EXIT.
005810     MOVE ClockText TO SL-START.
005820     MOVE '  END ' TO SL-END-CAPTION.
005830     MOVE StepEnd TO ClockMinutes.
005840     PERFORM 7100-FORMAT-CLOCK THRU 7100-EXIT.
005850     MOVE ClockText TO SL-END.
005860     WRITE FORECAST-REPORT-LINE FROM StepLine.
005870     MOVE StepEnd TO StepStart.
005880 4100-EXIT.
005890     EXIT.

005900*----------------------------------------------------------------
005910*5000-JUDGE-WINDOW - THE JOB TOTAL, THEN THE VERDICT AGAINST THE
005920*WINDOW ON THE CARD.  AN INCOMPLETE TOTAL IS NOT JUDGED.  A PLAN
005930*THAT OVERRUNS GETS THE FEWEST STEPS THAT WOULD FIT AS SEPARATE
005940*CONCURRENT JOBS, EACH TAKING ABOUT AN EQUAL SHARE OF THE TOTAL.
005950*----------------------------------------------------------------
005960 5000-JUDGE-WINDOW.
005970     MOVE SPACES TO FORECAST-REPORT-LINE.
005980     WRITE FORECAST-REPORT-LINE.
005990     MOVE TotalMinutes TO MinutesEdit.
006000     MOVE SPACES TO FORECAST-REPORT-LINE.
006010     STRING ' PROJECTED JOB TOTAL ' DELIMITED BY SIZE
006020         MinutesEdit DELIMITED BY SIZE
006030         ' MINUTES' DELIMITED BY SIZE
006040         INTO FORECAST-REPORT-LINE.
006050     WRITE FORECAST-REPORT-LINE.
006060     IF NoHistoryCount > 0
006070         MOVE NoHistoryCount TO CountEdit
006080         MOVE SPACES TO FORECAST-REPORT-LINE
006090         STRING ' ' DELIMITED BY SIZE
006100             CountEdit DELIMITED BY SIZE
006110             ' STEP(S) NOT PROJECTED - THE TOTAL IS INCOMPLETE'
006120             DELIMITED BY SIZE
006130             ' AND THE WINDOW IS NOT JUDGED' DELIMITED BY SIZE
006140             INTO FORECAST-REPORT-LINE
006150         WRITE FORECAST-REPORT-LINE
006160         IF RETURN-CODE < 4
006170             MOVE 4 TO RETURN-CODE
006180         END-IF
006190         GO TO 5000-EXIT
006200     END-IF.
006210     IF NOT WindowGiven
006220         MOVE ' NO WINDOW END ON THE CARD - TIMES PROJECTED ONLY'
006230             TO FORECAST-REPORT-LINE
006240         WRITE FORECAST-REPORT-LINE
006250         GO TO 5000-EXIT
006260     END-IF.
006270     MOVE WindowStart TO ClockMinutes.
006280     PERFORM 7100-FORMAT-CLOCK THRU 7100-EXIT.
006290     MOVE ClockText TO ClockText2.
006300     COMPUTE ClockMinutes = WindowStart + WindowMinutes.
006310     PERFORM 7100-FORMAT-CLOCK THRU 7100-EXIT.
006320     MOVE SPACES TO FORECAST-REPORT-LINE.
006330     STRING ' WINDOW ' DELIMITED BY SIZE
006340         ClockText2 DELIMITED BY SPACE
006350         ' TO ' DELIMITED BY SIZE
006360         ClockText DELIMITED BY '  '
006370         ' - ' DELIMITED BY SIZE
006380         WindowMinutes DELIMITED BY SIZE
006390         ' MINUTES' DELIMITED BY SIZE
006400         INTO FORECAST-REPORT-LINE.
006410     WRITE FORECAST-REPORT-LINE.
006420     IF TotalMinutes NOT > WindowMinutes
006430         COMPUTE SpareMinutes = WindowMinutes - TotalMinutes
006440         MOVE SpareMinutes TO MinutesEdit
006450         MOVE SPACES TO FORECAST-REPORT-LINE
006460         STRING ' PLAN FITS THE WINDOW WITH ' DELIMITED BY SIZE
006470             MinutesEdit DELIMITED BY SIZE
006480             ' MINUTES TO SPARE' DELIMITED BY SIZE
006490             INTO FORECAST-REPORT-LINE
006500         WRITE FORECAST-REPORT-LINE
006510         GO TO 5000-EXIT
006520     END-IF.
006530     MOVE 1 TO OverrunFlag.
006540     COMPUTE SpareMinutes = TotalMinutes - WindowMinutes.
006550     MOVE SpareMinutes TO MinutesEdit.
006560     MOVE SPACES TO FORECAST-REPORT-LINE.
006570     STRING ' *** PLAN OVERRUNS THE WINDOW BY ' DELIMITED BY SIZE
006580         MinutesEdit DELIMITED BY SIZE
006590         ' MINUTES' DELIMITED BY SIZE
006600         INTO FORECAST-REPORT-LINE.
006610     WRITE FORECAST-REPORT-LINE.
006620     MOVE ' *** MORE STEPS IN ONE JOB DO NOT SHORTEN IT - THE '
006630         TO FORECAST-REPORT-LINE.
006640     MOVE 'STEPS RUN ONE AFTER ANOTHER' TO
006650         FORECAST-REPORT-LINE(52:27).
006660     WRITE FORECAST-REPORT-LINE.
006670     MOVE PieceCount TO MinSteps.
006680     PERFORM 5100-TRY-STEP-COUNT THRU 5100-EXIT
006690         VARYING TryCount FROM MinSteps BY 1
006700         UNTIL TryCount > 3 OR SuggestionFound.
006710     IF NOT SuggestionFound
006720         MOVE ' *** NO STEP COUNT WITHIN THE SUITE''S 3-STEP '
006730             TO FORECAST-REPORT-LINE
006740         MOVE 'CEILING FITS - NARROW THE RANGE OR WIDEN THE '
006750             TO FORECAST-REPORT-LINE(46:45)
006760         MOVE 'WINDOW' TO FORECAST-REPORT-LINE(91:6)
006770         WRITE FORECAST-REPORT-LINE
006780     END-IF.
006790 5000-EXIT.
006800     EXIT.

006801*----------------------------------------------------------------
006802*5100-TRY-STEP-COUNT - WOULD THIS MANY CONCURRENT JOBS EACH FIT
006803*THE WINDOW; THE FIRST COUNT THAT FITS IS THE SUGGESTION.
006804*----------------------------------------------------------------
006810 5100-TRY-STEP-COUNT.
006820     COMPUTE ShareMinutes ROUNDED = TotalMinutes / TryCount.
006830     IF ShareMinutes > WindowMinutes
006840         GO TO 5100-EXIT
006850     END-IF.
006860     MOVE 1 TO SuggestFlag.
006870     MOVE TryCount TO CountEdit.
006880     MOVE ShareMinutes TO MinutesEdit.
006890     MOVE SPACES TO FORECAST-REPORT-LINE.
006900     STRING ' *** SUGGEST ' DELIMITED BY SIZE
006910         CountEdit DELIMITED BY SIZE
006920         ' STEPS SUBMITTED AS SEPARATE CONCURRENT JOBS (SEE '
006930         DELIMITED BY SIZE
006940         'PROB32P) - ABOUT ' DELIMITED BY SIZE
006950         MinutesEdit DELIMITED BY SIZE
006960         ' MINUTES EACH' DELIMITED BY SIZE
006970         INTO FORECAST-REPORT-LINE.
006980     WRITE FORECAST-REPORT-LINE.
006990 5100-EXIT.
007000     EXIT.

007010*----------------------------------------------------------------
007020*7100-FORMAT-CLOCK - PRINT ClockMinutes AS HH:MM, WITH +N WHEN
007030*IT FALLS N MIDNIGHTS PAST THE WINDOW START'S DAY.
007040*----------------------------------------------------------------
007050 7100-FORMAT-CLOCK.
007060     DIVIDE ClockMinutes BY 1440 GIVING ClockDays
007070         REMAINDER ClockOfDay.
007080     DIVIDE ClockOfDay BY 60 GIVING CE-HH REMAINDER CE-MM.
007090     MOVE SPACES TO CE-DAYS.
007100     IF ClockDays > 0
007110         MOVE ' +' TO CE-DAYS(1:2)
007120         IF ClockDays > 9
007130             MOVE '*' TO CE-DAYS(3:1)
007140         ELSE
007150             MOVE ClockDays(3:1) TO CE-DAYS(3:1)
007160         END-IF
007170     END-IF.
007180     MOVE ClockEdit TO ClockText.
007190 7100-EXIT.
007200     EXIT.

007210*----------------------------------------------------------------
007220*9000-TERMINATE - REPORT THE CONTROL TOTALS AND THE VERDICT,
007230*CLOSE UP, END THE RUN.  AN OVERRUN ENDS THE RUN RC=8 SO THE
007240*SCHEDULER SEES IT BEFORE THE JOB GOES IN.
007250*----------------------------------------------------------------
007260 9000-TERMINATE.
007270     DISPLAY 'PROB32FCT CONTROL TOTALS'.
007280     DISPLAY '-------------------------'.
007290     DISPLAY 'LEGS READ ....... ' LegsRead.
007300     DISPLAY 'LEGS MEASURED ... ' LegsUsed.
007310     DISPLAY 'STEPS FORECAST .. ' StepCount.
007320     DISPLAY 'NOT PROJECTED ... ' NoHistoryCount.
007330     MOVE TotalMinutes TO MinutesEdit.
007340     DISPLAY 'JOB MINUTES ..... ' MinutesEdit.
007350     IF PlanOverruns
007360         DISPLAY 'PROB32FCT - THE PLAN OVERRUNS THE WINDOW - '
007370             'SEE FCTRPT'
007380         IF RETURN-CODE < 8
007390             MOVE 8 TO RETURN-CODE
007400         END-IF
007410     END-IF.
007420     CLOSE FORECAST-REPORT.
007430 9000-EXIT.
007440     EXIT.

007450 9999-EXIT.
007460     STOP RUN.
