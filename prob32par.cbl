000100*----------------------------------------------------------------
000110*PROB32PAR.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, DUAL-METHOD
000140*PARITY CERTIFICATION.
000150*
000160*PROVES, BY SAMPLE, THAT A PRODUCTION STEP'S OUTPUT IS WHAT A
000170*TRIAL-DIVISION RUN OF THE SAME CARD WOULD HAVE WRITTEN.  THE
000180*GENERATED SCAN (CC-SCAN-METHOD 'G') PROMISES OUTPUT IDENTICAL
000190*TO TRIAL DIVISION; THIS PROGRAM HOLDS IT TO THAT PROMISE
000200*WITHOUT SHARING ITS CODE PATH.
000210*
000220*THE STEP'S RANGE, DIGIT MODE AND ALL-IDENTITIES SETTING COME
000230*FROM ITS PRODUCTION CONTROL CARD (CTLCARD, THE SAME CARD IMAGE
000240*THE PROBLEM32 STEP RAN) AND ITS PARTIAL-RESULT RECORD
000250*(PARTFILE, SEE PARTREC), WHICH CARRIES WHAT THE CARD RESOLVED
000260*TO - A COLUMN LEFT BLANK ON THE CARD, AS FOR A RUN PROFILE,
000270*IS TAKEN FROM PARTFILE, AND A PUNCHED COLUMN MUST AGREE WITH
000280*IT OR THE CARD IS NOT THE ONE THE OUTPUT CAME FROM.  THE
000290*RANGE IS CUT INTO SUB-RANGES OF THE WIDTH ON THE PARITY CARD
000300*(PARCARD, SEE COPYBOOK PARCARD) AND EACH IS DRAWN WITH THE
000310*CARD'S DENSITY FROM A SEEDED RANDOM SEQUENCE (THE MINIMAL
000320*STANDARD MULTIPLICATIVE GENERATOR, 16807 MODULO 2**31-1), SO
000330*THE SAME CARD ALWAYS DRAWS THE SAME SUB-RANGES.
000340*
000350*EVERY COUNTER IN A DRAWN SUB-RANGE IS TRIAL-DIVIDED HERE,
000360*EXACTLY AS PROBLEM32'S 5000-SCAN-RANGE DOES, AND EVERY
000370*QUALIFYING PAIR IS MATCHED ROW FOR ROW AGAINST THE STEP'S
000380*IDVSAM (BY PRODUCT AND ID-SEQ, SO THE PAIR ORDER UNDER ALL-
000390*IDENTITIES MODE IS PROVEN TOO) AND ITS DTLRPT (BY PRODUCT AND
000400*POSITION WITHIN THE PRODUCT, PLUS THE STRING).  A PAIR MISSING
000410*FROM EITHER FILE, A ROW THERE THAT TRIAL DIVISION DID NOT
000420*PRODUCE, OR A ROW THAT DIFFERS IS A DIFFERENCE.  THE HITS OF
000430*THE SAMPLE ARE ALSO BUCKETED BY DIGIT-LENGTH PATTERN ON BOTH
000440*SIDES, AS PROBLEM32'S BREAKDOWN REPORT DOES, AND EVERY BUCKET'S
000450*COUNT AND SUBTOTAL MUST AGREE.
000460*
000470*THE PARITY CERTIFICATE FOR THE CYCLE PRINTS ON PARRPT.  EVERY
000480*DIFFERENCE IS LISTED THERE AND LOGGED TO THE CUMULATIVE
000490*EXCEPTION LOG (EXCPLOG, SEE EXCPREC) AS PARITY, AND ENDS THE
000500*STEP RC=8 - THE PROB32Q DECK POSTS THAT RESULT TO CYCLE
000510*CONTROL, WHERE PROB32M'S GATE HOLDS THE MERGE UNTIL PARITY
000520*ENDED CLEAN.  A BAD CARD OR A MISSING FILE ENDS IT RC=16.
000530*A TRIAL-DIVISION PRODUCTION STEP IS RE-CHECKED THE SAME WAY.
000540*EVERY FILE IS OPENED INPUT EXCEPT THE REPORT AND THE LOG.
000550*----------------------------------------------------------------
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID.     PROB32PAR.
000580 AUTHOR.         J H KELLERMAN.
000590 INSTALLATION.   EULER BATCH SYSTEMS.
000600 DATE-WRITTEN.   10/15/2026.
000610 DATE-COMPILED.  10/15/2026.
000620*
000630*MODIFICATION HISTORY
000640*DATE       INIT  DESCRIPTION
000650*---------- ----  -----------------------------------------------
000660*2026-10-15 JHK   ORIGINAL - SAMPLED PARITY CERTIFICATION OF A
000670*                 PRODUCTION STEP AGAINST TRIAL DIVISION.

000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT PARITY-CARD ASSIGN TO PARCARD
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT CONTROL-CARD ASSIGN TO CTLCARD
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT PARTIAL-FILE ASSIGN TO PARTFILE
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT IDENTITY-FILE ASSIGN TO IDVSAM
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS ID-KEY
000810         FILE STATUS IS IdFileStatus.
000820     SELECT DETAIL-REPORT ASSIGN TO DTLRPT
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT PARITY-REPORT ASSIGN TO PARRPT
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
000870         ORGANIZATION IS SEQUENTIAL.

000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PARITY-CARD
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930     COPY PARCARD.
000940 FD  CONTROL-CARD
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY CTLCARD.
000980 FD  PARTIAL-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY PARTREC.
001020 FD  IDENTITY-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY IDREC.
001050 FD  DETAIL-REPORT
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080     COPY DTLREC.
001090 FD  PARITY-REPORT
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  PARITY-REPORT-LINE        PIC X(132).
001130 FD  EXCEPTION-LOG
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160     COPY EXCPREC.

001170 WORKING-STORAGE SECTION.
001180*CARD WORK AREAS
001190 01  IdFileStatus PIC X(2).
001200 01  CardError PIC X(40).
001210 01  CycleDate PIC 9(08).
001220 01  RunDate PIC 9(08).
001230 01  RunTimeRaw PIC 9(08).
001240 01  RunTime PIC 9(06).
001250 01  Seed PIC 9(10).
001260 01  Density PIC 9(03).
001270 01  SubWidth PIC 9(05).
001280 01  CardBase PIC 9(05).
001290*THE PRODUCTION STEP'S SETTINGS, RESOLVED FROM CTLCARD AND
001300*PARTFILE - BLANKS ON PARTFILE TAKE THE SAME DEFAULTS PROBLEM32
001310*APPLIES TO A BLANK CONTROL CARD.
001320 01  ScanBase PIC 9(05).
001330 01  ScanLimit PIC 9(05).
001340 01  DigitMode PIC X(1).
001350     88  Mode1To9 VALUE '1'.
001360     88  Mode0To9 VALUE '0'.
001370 01  AllIdsMode PIC X(1).
001380     88  FirstOnlyMode VALUE 'F'.
001390     88  AllIdentitiesMode VALUE 'A'.
001400 01  ScanMethod PIC X(1).
001410     88  TrialDivisionMode VALUE 'T'.
001420     88  GenerateMode VALUE 'G'.
001430 01  DigitStart PIC 9.
001440 01  DigitEnd PIC 9.
001450 01  DigitSetSize PIC 99.
001460*DRAW WORK AREAS - DrawValue RUNS THE SEEDED SEQUENCE; EVERY
001470*SUB-RANGE OF THE STEP TAKES ONE VALUE, IN ORDER, WHETHER OR
001480*NOT IT IS DRAWN, SO THE PICKS DEPEND ONLY ON THE CARD.
001490 01  DrawValue PIC 9(10).
001500 01  DrawProduct PIC 9(15).
001510 01  DrawQuotient PIC 9(06).
001520 01  DrawPercent PIC 9(03).
001530 01  SubCount PIC 9(06).
001540 01  SubNo PIC 9(06).
001550 01  ForcedSub PIC 9(06).
001560 01  SubsPlanned PIC 9(06).
001570 01  SubLow PIC 9(06).
001580 01  SubHigh PIC 9(06).
001590*TRIAL-DIVISION WORK AREAS - THE SAME FIELDS, AND THE SAME
001600*IDENTITY TEST, AS PROBLEM32'S TRIAL-DIVISION SCAN.
001610 01  Counter PIC 9(06).
001620 01  Upper PIC 99999.
001630 01  Candidate PIC 99999.
001640 01  Candidate0 PIC 99999.
001650 01  TrialRemainder PIC 99999.
001660 01  Str0 PIC X(6).
001670 01  Str1 PIC X(6).
001680 01  Str2 PIC X(6).
001690 01  StrC PIC X(20).
001700 01  Temp PIC 99.
001710 01  TempS PIC X(1).
001720 01  TallyCt PIC 99.
001730 01  Okay PIC 9.
001740 01  PairSeq PIC 99.
001750 01  CounterDone PIC 9.
001760     88  CounterComplete VALUE 1.
001770 01  TrimSource PIC 9(05).
001780 01  TrimEdited PIC Z(4)9.
001790 01  TrimResult PIC X(6).
001800 01  TrimLen PIC 9.
001810 01  CandLen PIC 9.
001820 01  Cand0Len PIC 9.
001830 01  ProdLen PIC 9.
001840 01  TotalLen PIC 99.
001850 01  LenSource PIC 9(05).
001860 01  LenResult PIC 9.
001870*MATCH WORK AREAS - EVERY ROW IS KEYED PRODUCT * 100 + PAIR
001880*NUMBER: ID-SEQ ON IDVSAM, THE ROW'S POSITION WITHIN ITS
001890*PRODUCT ON DTLRPT.  IdvHeld/DtlHeld SAY WHETHER THE RECORD
001900*AREA HOLDS A ROW NOT YET MATCHED.
001910 01  ExpectKey PIC 9(07).
001920 01  IdvKey PIC 9(07).
001930 01  IdvHeld PIC 9 VALUE 0.
001940     88  IdvRowHeld VALUE 1.
001950 01  DtlKey PIC 9(07).
001960 01  DtlProduct PIC 9(05).
001970 01  DtlOrdinal PIC 99.
001980 01  DtlPrevProduct PIC 9(05) VALUE 0.
001990 01  DtlHeld PIC 9 VALUE 0.
002000     88  DtlRowHeld VALUE 1.
002010 01  DiffProduct PIC 9(05).
002020 01  DiffSeq PIC 99.
002030 01  DiffText PIC X(23).
002040*PER-SUB-RANGE COUNTS
002050 01  SubTrialPairs PIC 9(05).
002060 01  SubIdvRows PIC 9(05).
002070 01  SubDtlRows PIC 9(05).
002080 01  SubDiffs PIC 9(05).
002090*BREAKDOWN WORK AREAS - ONE ENTRY PER DIGIT-LENGTH PATTERN SEEN
002100*IN THE SAMPLE, TRIAL DIVISION ON THE LEFT, THE PRODUCTION
002110*STEP'S DTLRPT ROWS ON THE RIGHT.  36 IS THE SAME COMBINATORIAL
002120*MAXIMUM PROBLEM32 SIZES ITS OWN TABLE TO.
002130 01  BreakdownTable.
002140     05  BreakdownEntry OCCURS 36 TIMES.
002150         10  BD-CAND-LEN PIC 9.
002160         10  BD-CAND0-LEN PIC 9.
002170         10  BD-T-COUNT PIC 9(05).
002180         10  BD-T-SUBTOTAL PIC 9(09).
002190         10  BD-P-COUNT PIC 9(05).
002200         10  BD-P-SUBTOTAL PIC 9(09).
002210 01  BreakdownCount PIC 99 VALUE 0.
002220 01  BdNo PIC 99.
002230 01  PatNo PIC 99.
002240 01  PatCandLen PIC 9.
002250 01  PatCand0Len PIC 9.
002260*CONTROL-TOTAL WORK AREAS
002270 01  SubsDrawn PIC 9(06) VALUE 0.
002280 01  CountersProven PIC 9(06) VALUE 0.
002290 01  TrialPairs PIC 9(07) VALUE 0.
002300 01  IdvRowsCompared PIC 9(07) VALUE 0.
002310 01  DtlRowsCompared PIC 9(07) VALUE 0.
002320 01  DiffCount PIC 9(07) VALUE 0.
002330*EXCEPTION-LOG WORK AREAS
002340 01  LogDate PIC 9(08).
002350 01  LogTimeRaw PIC 9(08).
002360 01  LogSeq PIC 9(04) VALUE 0.
002370*REPORT-LINE LAYOUTS
002380 01  HeadLine.
002390     05  FILLER PIC X(01) VALUE SPACE.
002400     05  FILLER PIC X(48)
002410         VALUE 'PROB32PAR DUAL-METHOD PARITY CERTIFICATE - CYCLE'.
002420     05  FILLER PIC X(01) VALUE SPACE.
002430     05  HL-CYCLE-DATE PIC 9(08).
002440     05  FILLER PIC X(12) VALUE '    PRINTED '.
002450     05  HL-RUN-DATE PIC 9(08).
002460     05  FILLER PIC X(01) VALUE SPACE.
002470     05  HL-RUN-TIME PIC 9(06).
002480     05  FILLER PIC X(47) VALUE SPACES.
002490 01  ParmLine.
002500     05  FILLER PIC X(01) VALUE SPACE.
002510     05  PL-CAPTION PIC X(26).
002520     05  PL-VALUE PIC X(60).
002530     05  FILLER PIC X(45) VALUE SPACES.
002540 01  ParmRange.
002550     05  PR-BASE PIC 9(05).
002560     05  FILLER PIC X(03) VALUE ' - '.
002570     05  PR-LIMIT PIC 9(05).
002580 01  SubHeadLine.
002590     05  FILLER PIC X(12) VALUE '  SUB-RANGE'.
002600     05  FILLER PIC X(07) VALUE 'LOW'.
002610     05  FILLER PIC X(07) VALUE 'HIGH'.
002620     05  FILLER PIC X(13) VALUE 'TRIAL PAIRS'.
002630     05  FILLER PIC X(13) VALUE 'IDVSAM ROWS'.
002640     05  FILLER PIC X(13) VALUE 'DTLRPT ROWS'.
002650     05  FILLER PIC X(13) VALUE 'DIFFERENCES'.
002660     05  FILLER PIC X(54) VALUE 'RESULT'.
002670 01  SubRangeLine.
002680     05  FILLER PIC X(04) VALUE SPACES.
002690     05  SL-SUB-NO PIC ZZZZZ9.
002700     05  FILLER PIC X(02) VALUE SPACES.
002710     05  SL-LOW PIC 9(05).
002720     05  FILLER PIC X(02) VALUE SPACES.
002730     05  SL-HIGH PIC 9(05).
002740     05  FILLER PIC X(08) VALUE SPACES.
002750     05  SL-TRIAL PIC ZZZZ9.
002760     05  FILLER PIC X(08) VALUE SPACES.
002770     05  SL-IDV PIC ZZZZ9.
002780     05  FILLER PIC X(08) VALUE SPACES.
002790     05  SL-DTL PIC ZZZZ9.
002800     05  FILLER PIC X(08) VALUE SPACES.
002810     05  SL-DIFFS PIC ZZZZ9.
002820     05  FILLER PIC X(02) VALUE SPACES.
002830     05  SL-RESULT PIC X(11).
002840     05  FILLER PIC X(43) VALUE SPACES.
002850 01  DiffLine.
002860     05  FILLER PIC X(06) VALUE SPACES.
002870     05  FILLER PIC X(12) VALUE '*** PRODUCT '.
002880     05  DL-PRODUCT PIC 9(05).
002890     05  FILLER PIC X(06) VALUE ' PAIR '.
002900     05  DL-SEQ PIC 99.
002910     05  FILLER PIC X(02) VALUE SPACES.
002920     05  DL-TEXT PIC X(23).
002930     05  FILLER PIC X(76) VALUE SPACES.
002940 01  PatternHeadLine.
002950     05  FILLER PIC X(18) VALUE '  PATTERN'.
002960     05  FILLER PIC X(14) VALUE 'TRIAL COUNT'.
002970     05  FILLER PIC X(16) VALUE 'TRIAL SUBTOTAL'.
002980     05  FILLER PIC X(14) VALUE 'PROD COUNT'.
002990     05  FILLER PIC X(16) VALUE 'PROD SUBTOTAL'.
003000     05  FILLER PIC X(54) VALUE 'RESULT'.
003010 01  PatternLine.
003020     05  FILLER PIC X(03) VALUE SPACES.
003030     05  PT-CAND-LEN PIC 9.
003040     05  FILLER PIC X(03) VALUE ' X '.
003050     05  PT-CAND0-LEN PIC 9.
003060     05  FILLER PIC X(07) VALUE ' DIGITS'.
003070     05  FILLER PIC X(09) VALUE SPACES.
003080     05  PT-T-COUNT PIC ZZZZ9.
003090     05  FILLER PIC X(08) VALUE SPACES.
003100     05  PT-T-SUBTOTAL PIC Z(8)9.
003110     05  FILLER PIC X(07) VALUE SPACES.
003120     05  PT-P-COUNT PIC ZZZZ9.
003130     05  FILLER PIC X(08) VALUE SPACES.
003140     05  PT-P-SUBTOTAL PIC Z(8)9.
003150     05  FILLER PIC X(03) VALUE SPACES.
003160     05  PT-RESULT PIC X(11).
003170     05  FILLER PIC X(43) VALUE SPACES.
003180 01  TotalLine.
003190     05  FILLER PIC X(01) VALUE SPACE.
003200     05  TL-CAPTION PIC X(28).
003210     05  TL-COUNT PIC ZZZZZZ9.
003220     05  FILLER PIC X(96) VALUE SPACES.

003230 PROCEDURE DIVISION.
003240*----------------------------------------------------------------
003250*0000-MAINLINE - OVERALL JOB FLOW.
003260*----------------------------------------------------------------
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     PERFORM 2000-PLAN-DRAW THRU 2000-EXIT.
003300     PERFORM 3000-DRAW-SUB-RANGE THRU 3000-EXIT
003310         VARYING SubNo FROM 1 BY 1 UNTIL SubNo > SubCount.
003320     PERFORM 5000-PRINT-BREAKDOWN THRU 5000-EXIT.
003330     PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT.
003340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003350     GO TO 9999-EXIT.

003360*----------------------------------------------------------------
003370*1000-INITIALIZE - READ AND EDIT THE PARITY CARD, RESOLVE THE
003380*PRODUCTION STEP'S SETTINGS, OPEN ITS IDVSAM AND DTLRPT, AND
003390*HEAD THE CERTIFICATE.  A CARD OR FILE THAT DOES NOT EDIT ENDS
003400*THE STEP RC=16 WITHOUT CERTIFYING ANYTHING.
003410*----------------------------------------------------------------
003420 1000-INITIALIZE.
003430     OPEN EXTEND EXCEPTION-LOG.
003440     ACCEPT RunDate FROM DATE YYYYMMDD.
003450     ACCEPT RunTimeRaw FROM TIME.
003460     MOVE RunTimeRaw(1:6) TO RunTime.
003470     OPEN INPUT PARITY-CARD.
003480     READ PARITY-CARD
003490         AT END
003500             MOVE 'NO CARD ON PARCARD' TO CardError
003510             CLOSE PARITY-CARD
003520             GO TO 1900-CARD-FAILED
003530     END-READ.
003540     CLOSE PARITY-CARD.
003550     PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
003560     IF CardError NOT = SPACES
003570         GO TO 1900-CARD-FAILED
003580     END-IF.
003590     PERFORM 1200-RESOLVE-PRODUCTION THRU 1200-EXIT.
003600     IF CardError NOT = SPACES
003610         GO TO 1900-CARD-FAILED
003620     END-IF.
003630     OPEN INPUT IDENTITY-FILE.
003640     IF IdFileStatus NOT = '00'
003650         DISPLAY 'PROB32PAR - IDVSAM OPEN FAILED, FILE STATUS '
003660             IdFileStatus
003670         MOVE 'ABEND' TO EX-TYPE
003680         MOVE SPACES TO EX-DETAIL
003690         STRING 'IDVSAM OPEN FAILED, FILE STATUS '
003700             DELIMITED BY SIZE
003710             IdFileStatus DELIMITED BY SIZE
003720             INTO EX-DETAIL
003730         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
003740         MOVE 16 TO RETURN-CODE
003750         CLOSE EXCEPTION-LOG
003760         GO TO 9999-EXIT
003770     END-IF.
003780     OPEN INPUT DETAIL-REPORT.
003790     OPEN OUTPUT PARITY-REPORT.
003800     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
003810     PERFORM 4550-READ-DTLRPT THRU 4550-EXIT.
003820     GO TO 1000-EXIT.
003830 1900-CARD-FAILED.
003840     DISPLAY 'PROB32PAR - ' CardError.
003850     MOVE 'ABEND' TO EX-TYPE.
003860     MOVE CardError TO EX-DETAIL.
003870     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
003880     MOVE 16 TO RETURN-CODE.
003890     CLOSE EXCEPTION-LOG.
003900     GO TO 9999-EXIT.
003910 1000-EXIT.
003920     EXIT.

003930*----------------------------------------------------------------
003940*1100-EDIT-CARD - VALIDATE THE PARITY CARD AND APPLY ITS
003950*DEFAULTS.  CardError COMES BACK BLANK FOR A GOOD CARD.
003960*----------------------------------------------------------------
003970 1100-EDIT-CARD.
003980     MOVE SPACES TO CardError.
003990     IF PA-CYCLE-DATE = SPACES OR PA-CYCLE-DATE = '00000000'
004000         MOVE RunDate TO CycleDate
004010     ELSE
004020         IF PA-CYCLE-DATE IS NUMERIC
004030             MOVE PA-CYCLE-DATE TO CycleDate
004040         ELSE
004050             MOVE 'CYCLE DATE IS NOT NUMERIC' TO CardError
004060             GO TO 1100-EXIT
004070         END-IF
004080     END-IF.
004090     IF PA-SEED = SPACES OR PA-SEED = '000000000'
004100         MOVE CycleDate TO Seed
004110     ELSE
004120         IF PA-SEED IS NUMERIC
004130             MOVE PA-SEED TO Seed
004140         ELSE
004150             MOVE 'SEED IS NOT NUMERIC' TO CardError
004160             GO TO 1100-EXIT
004170         END-IF
004180     END-IF.
004190     IF PA-DENSITY = SPACES
004200         MOVE 10 TO Density
004210     ELSE
004220         IF PA-DENSITY IS NUMERIC
004230             MOVE PA-DENSITY TO Density
004240         ELSE
004250             MOVE 'DENSITY IS NOT NUMERIC' TO CardError
004260             GO TO 1100-EXIT
004270         END-IF
004280     END-IF.
004290     IF Density < 1 OR Density > 100
004300         MOVE 'DENSITY MUST BE 001 TO 100 PERCENT' TO CardError
004310         GO TO 1100-EXIT
004320     END-IF.
004330     IF PA-WIDTH = SPACES
004340         MOVE 100 TO SubWidth
004350     ELSE
004360         IF PA-WIDTH IS NUMERIC
004370             MOVE PA-WIDTH TO SubWidth
004380         ELSE
004390             MOVE 'SUB-RANGE WIDTH IS NOT NUMERIC' TO CardError
004400             GO TO 1100-EXIT
004410         END-IF
004420     END-IF.
004430     IF SubWidth = 0
004440         MOVE 'SUB-RANGE WIDTH MAY NOT BE ZERO' TO CardError
004450     END-IF.
004460 1100-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490*1200-RESOLVE-PRODUCTION - THE STEP'S SETTINGS.  PARTFILE IS
004500*WRITTEN ONLY AT THE END OF A SUCCESSFUL STEP, SO ITS PRESENCE
004510*ALSO PROVES THE OUTPUT IS COMPLETE.  EVERY COLUMN PUNCHED ON
004520*THE PRODUCTION CARD MUST AGREE WITH WHAT PARTFILE SAYS THE
004530*STEP RAN; A BLANK COLUMN (A RUN PROFILE'S CARD LEAVES MOST OF
004540*THEM BLANK) IS TAKEN FROM PARTFILE.
004550*----------------------------------------------------------------
004560 1200-RESOLVE-PRODUCTION.
004570     OPEN INPUT CONTROL-CARD.
004580     READ CONTROL-CARD
004590         AT END
004600             MOVE 'NO PRODUCTION CARD ON CTLCARD' TO CardError
004610     END-READ.
004620     CLOSE CONTROL-CARD.
004630     IF CardError NOT = SPACES
004640         GO TO 1200-EXIT
004650     END-IF.
004660     OPEN INPUT PARTIAL-FILE.
004670     READ PARTIAL-FILE
004680         AT END
004690             MOVE 'NO PARTIAL-RESULT RECORD ON PARTFILE'
004700                 TO CardError
004710     END-READ.
004720     CLOSE PARTIAL-FILE.
004730     IF CardError NOT = SPACES
004740         GO TO 1200-EXIT
004750     END-IF.
004760     IF PART-BASE IS NOT NUMERIC OR PART-LIMIT IS NOT NUMERIC
004770         MOVE 'PARTFILE RANGE IS NOT NUMERIC' TO CardError
004780         GO TO 1200-EXIT
004790     END-IF.
004800     MOVE PART-BASE TO ScanBase.
004810     MOVE PART-LIMIT TO ScanLimit.
004820     IF ScanBase = 0 OR ScanBase > ScanLimit
004830         MOVE 'PARTFILE RANGE IS NOT VALID' TO CardError
004840         GO TO 1200-EXIT
004850     END-IF.
004860     IF PART-DIGIT-MODE = SPACE
004870         MOVE '1' TO DigitMode
004880     ELSE
004890         MOVE PART-DIGIT-MODE TO DigitMode
004900     END-IF.
004910     IF PART-ALL-IDS = SPACE
004920         MOVE 'F' TO AllIdsMode
004930     ELSE
004940         MOVE PART-ALL-IDS TO AllIdsMode
004950     END-IF.
004960     IF PART-SCAN-METHOD = SPACE
004970         MOVE 'T' TO ScanMethod
004980     ELSE
004990         MOVE PART-SCAN-METHOD TO ScanMethod
005000     END-IF.
005010     IF NOT Mode1To9 AND NOT Mode0To9
005020         MOVE 'PARTFILE DIGIT MODE IS NOT 1 OR 0' TO CardError
005030         GO TO 1200-EXIT
005040     END-IF.
005050     IF NOT FirstOnlyMode AND NOT AllIdentitiesMode
005060         MOVE 'PARTFILE ALL-IDS FLAG IS NOT A OR F'
005070             TO CardError
005080         GO TO 1200-EXIT
005090     END-IF.
005100     IF CC-SCAN-LIMIT IS NUMERIC
005110         IF CC-SCAN-LIMIT NOT = ScanLimit
005120             MOVE 'CARD SCAN LIMIT DIFFERS FROM PARTFILE'
005130                 TO CardError
005140             GO TO 1200-EXIT
005150         END-IF
005160     END-IF.
005170     IF CC-BASE IS NUMERIC
005180         IF CC-BASE = 0
005190             MOVE 1 TO CardBase
005200         ELSE
005210             MOVE CC-BASE TO CardBase
005220         END-IF
005230         IF CardBase NOT = ScanBase
005240             MOVE 'CARD SCAN BASE DIFFERS FROM PARTFILE'
005250                 TO CardError
005260             GO TO 1200-EXIT
005270         END-IF
005280     END-IF.
005290     IF CC-DIGIT-MODE NOT = SPACE
005300             AND CC-DIGIT-MODE NOT = DigitMode
005310         MOVE 'CARD DIGIT MODE DIFFERS FROM PARTFILE'
005320             TO CardError
005330         GO TO 1200-EXIT
005340     END-IF.
005350     IF CC-ALL-IDS NOT = SPACE
005360             AND CC-ALL-IDS NOT = AllIdsMode
005370         MOVE 'CARD ALL-IDS FLAG DIFFERS FROM PARTFILE'
005380             TO CardError
005390         GO TO 1200-EXIT
005400     END-IF.
005410     IF CC-SCAN-METHOD NOT = SPACE
005420             AND CC-SCAN-METHOD NOT = ScanMethod
005430         MOVE 'CARD SCAN METHOD DIFFERS FROM PARTFILE'
005440             TO CardError
005450         GO TO 1200-EXIT
005460     END-IF.
005470     IF Mode1To9
005480         MOVE 1 TO DigitStart
005490         MOVE 9 TO DigitEnd
005500         MOVE 9 TO DigitSetSize
005510     ELSE
005520         MOVE 0 TO DigitStart
005530         MOVE 9 TO DigitEnd
005540         MOVE 10 TO DigitSetSize
005550     END-IF.
005560     COMPUTE SubCount =
005570         (ScanLimit - ScanBase + SubWidth) / SubWidth.
005580 1200-EXIT.
005590     EXIT.

005600 1300-WRITE-HEADINGS.
005610     MOVE CycleDate TO HL-CYCLE-DATE.
005620     MOVE RunDate TO HL-RUN-DATE.
005630     MOVE RunTime TO HL-RUN-TIME.
005640     WRITE PARITY-REPORT-LINE FROM HeadLine.
005650     MOVE SPACES TO PARITY-REPORT-LINE.
005660     WRITE PARITY-REPORT-LINE.
005670     MOVE 'PRODUCTION RANGE ........' TO PL-CAPTION.
005680     MOVE ScanBase TO PR-BASE.
005690     MOVE ScanLimit TO PR-LIMIT.
005700     MOVE ParmRange TO PL-VALUE.
005710     WRITE PARITY-REPORT-LINE FROM ParmLine.
005720     MOVE 'DIGIT MODE ..............' TO PL-CAPTION.
005730     IF Mode1To9
005740         MOVE '1-9' TO PL-VALUE
005750     ELSE
005760         MOVE '0-9' TO PL-VALUE
005770     END-IF.
005780     WRITE PARITY-REPORT-LINE FROM ParmLine.
005790     MOVE 'IDENTITIES RECORDED .....' TO PL-CAPTION.
005800     IF AllIdentitiesMode
005810         MOVE 'A - EVERY QUALIFYING PAIR' TO PL-VALUE
005820     ELSE
005830         MOVE 'F - FIRST QUALIFYING PAIR ONLY' TO PL-VALUE
005840     END-IF.
005850     WRITE PARITY-REPORT-LINE FROM ParmLine.
005860     MOVE 'PRODUCTION SCAN METHOD ..' TO PL-CAPTION.
005870     IF GenerateMode
005880         MOVE 'G - GENERATED' TO PL-VALUE
005890     ELSE
005900         MOVE 'T - TRIAL DIVISION, RE-CHECKED' TO PL-VALUE
005910     END-IF.
005920     WRITE PARITY-REPORT-LINE FROM ParmLine.
005930     MOVE 'SEED ....................' TO PL-CAPTION.
005940     MOVE Seed TO PL-VALUE.
005950     WRITE PARITY-REPORT-LINE FROM ParmLine.
005960     MOVE 'DENSITY, PERCENT ........' TO PL-CAPTION.
005970     MOVE Density TO PL-VALUE.
005980     WRITE PARITY-REPORT-LINE FROM ParmLine.
005990     MOVE 'SUB-RANGE WIDTH .........' TO PL-CAPTION.
006000     MOVE SubWidth TO PL-VALUE.
006010     WRITE PARITY-REPORT-LINE FROM ParmLine.
006020     MOVE 'SUB-RANGES IN THE RANGE .' TO PL-CAPTION.
006030     MOVE SubCount TO PL-VALUE.
006040     WRITE PARITY-REPORT-LINE FROM ParmLine.
006050     MOVE SPACES TO PARITY-REPORT-LINE.
006060     WRITE PARITY-REPORT-LINE.
006070     WRITE PARITY-REPORT-LINE FROM SubHeadLine.
006080 1300-EXIT.
006090     EXIT.

006100*----------------------------------------------------------------
006110*2000-PLAN-DRAW - RUN THE SEQUENCE ONCE OVER EVERY SUB-RANGE TO
006120*COUNT THE DRAWS.  A LOW DENSITY OVER A SHORT RANGE CAN DRAW
006130*NOTHING; THEN ONE MORE VALUE FROM THE SEQUENCE PICKS A SINGLE
006140*SUB-RANGE TO FORCE, SO A CERTIFICATE NEVER RESTS ON AN EMPTY
006150*SAMPLE.  THE SEQUENCE IS THEN RESTARTED FOR THE REAL PASS.
006160*----------------------------------------------------------------
006170 2000-PLAN-DRAW.
006180     MOVE Seed TO DrawValue.
006190     MOVE 0 TO SubsPlanned.
006200     MOVE 0 TO ForcedSub.
006210     PERFORM 2100-PLAN-ONE THRU 2100-EXIT
006220         VARYING SubNo FROM 1 BY 1 UNTIL SubNo > SubCount.
006230     IF SubsPlanned = 0
006240         PERFORM 3900-NEXT-DRAW THRU 3900-EXIT
006250         COMPUTE ForcedSub =
006260             (DrawValue * SubCount) / 2147483647 + 1
006270     END-IF.
006280     MOVE Seed TO DrawValue.
006290 2000-EXIT.
006300     EXIT.

006310 2100-PLAN-ONE.
006320     PERFORM 3900-NEXT-DRAW THRU 3900-EXIT.
006330     IF DrawPercent < Density
006340         ADD 1 TO SubsPlanned
006350     END-IF.
006360 2100-EXIT.
006370     EXIT.

006380*----------------------------------------------------------------
006390*3000-DRAW-SUB-RANGE - TAKE THE NEXT VALUE OF THE SEQUENCE FOR
006400*THIS SUB-RANGE AND PROVE IT WHEN IT IS DRAWN.
006410*----------------------------------------------------------------
006420 3000-DRAW-SUB-RANGE.
006430     PERFORM 3900-NEXT-DRAW THRU 3900-EXIT.
006440     IF DrawPercent NOT < Density AND SubNo NOT = ForcedSub
006450         GO TO 3000-EXIT
006460     END-IF.
006470     COMPUTE SubLow = ScanBase + (SubNo - 1) * SubWidth.
006480     COMPUTE SubHigh = SubLow + SubWidth - 1.
006490     IF SubHigh > ScanLimit
006500         MOVE ScanLimit TO SubHigh
006510     END-IF.
006520     PERFORM 4000-PROVE-SUB-RANGE THRU 4000-EXIT.
006530 3000-EXIT.
006540     EXIT.

006550*----------------------------------------------------------------
006560*3900-NEXT-DRAW - THE NEXT VALUE OF THE SEEDED SEQUENCE, AND
006570*DrawPercent, ITS POSITION ON 0-99.  A SUB-RANGE IS DRAWN WHEN
006580*DrawPercent IS UNDER THE DENSITY.
006590*----------------------------------------------------------------
006600 3900-NEXT-DRAW.
006610     COMPUTE DrawProduct = DrawValue * 16807.
006620     DIVIDE DrawProduct BY 2147483647
006630         GIVING DrawQuotient REMAINDER DrawValue.
006640     COMPUTE DrawPercent = (DrawValue * 100) / 2147483647.
006650 3900-EXIT.
006660     EXIT.

006670*----------------------------------------------------------------
006680*3050-TRIM-NUMBER - EDIT TrimSource DOWN TO ITS SIGNIFICANT
006690*DIGITS, AS PROBLEM32 DOES BEFORE ITS PANDIGITAL TALLY.
006700*----------------------------------------------------------------
006710 3050-TRIM-NUMBER.
006720     MOVE TrimSource TO TrimEdited.
006730     MOVE FUNCTION TRIM(TrimEdited) TO TrimResult.
006740     MOVE FUNCTION LENGTH(FUNCTION TRIM(TrimEdited)) TO TrimLen.
006750 3050-EXIT.
006760     EXIT.

006770*----------------------------------------------------------------
006780*3100-TEST-IDENTITY - DOES Candidate X Candidate0 = Counter FORM
006790*A QUALIFYING PANDIGITAL IDENTITY?  SETS Okay (1/0) AND LEAVES
006800*StrC, CandLen AND Cand0Len BEHIND - THE SAME TEST PROBLEM32
006810*APPLIES, SO A DIFFERENCE CAN ONLY COME FROM THE SCAN ITSELF.
006820*----------------------------------------------------------------
006830 3100-TEST-IDENTITY.
006840     MOVE Candidate TO TrimSource.
006850     PERFORM 3050-TRIM-NUMBER THRU 3050-EXIT.
006860     MOVE TrimResult TO Str0.
006870     MOVE TrimLen TO CandLen.
006880     MOVE Candidate0 TO TrimSource.
006890     PERFORM 3050-TRIM-NUMBER THRU 3050-EXIT.
006900     MOVE TrimResult TO Str1.
006910     MOVE TrimLen TO Cand0Len.
006920     MOVE Counter TO TrimSource.
006930     PERFORM 3050-TRIM-NUMBER THRU 3050-EXIT.
006940     MOVE TrimResult TO Str2.
006950     MOVE TrimLen TO ProdLen.
006960     COMPUTE TotalLen = CandLen + Cand0Len + ProdLen.
006970     MOVE SPACES TO StrC.
006980     STRING
006990         Str0 DELIMITED BY SPACE
007000         Str1 DELIMITED BY SPACE
007010         Str2 DELIMITED BY SPACE
007020         INTO StrC.
007030     MOVE 1 TO Okay.
007040     IF TotalLen NOT = DigitSetSize
007050         MOVE 0 TO Okay
007060     ELSE
007070         PERFORM 3150-TALLY-DIGIT THRU 3150-EXIT
007080             VARYING Temp FROM DigitStart BY 1
007090             UNTIL Temp > DigitEnd
007100     END-IF.
007110 3100-EXIT.
007120     EXIT.

007130 3150-TALLY-DIGIT.
007140     MOVE Temp(2:1) TO TempS.
007150     MOVE 0 TO TallyCt.
007160     INSPECT StrC(1:TotalLen)
007170         TALLYING TallyCt FOR ALL TempS.
007180     IF TallyCt NOT = 1
007190         MOVE 0 TO Okay
007200     END-IF.
007210 3150-EXIT.
007220     EXIT.

007230*----------------------------------------------------------------
007240*3200-DIGIT-LENGTH - DIGIT LENGTH OF LenSource WITHOUT ITS ZERO
007250*PADDING, FOR BUCKETING A DTLRPT ROW BY ITS PATTERN.
007260*----------------------------------------------------------------
007270 3200-DIGIT-LENGTH.
007280     IF LenSource > 9999
007290         MOVE 5 TO LenResult
007300     ELSE
007310         IF LenSource > 999
007320             MOVE 4 TO LenResult
007330         ELSE
007340             IF LenSource > 99
007350                 MOVE 3 TO LenResult
007360             ELSE
007370                 IF LenSource > 9
007380                     MOVE 2 TO LenResult
007390                 ELSE
007400                     MOVE 1 TO LenResult
007410                 END-IF
007420             END-IF
007430         END-IF
007440     END-IF.
007450 3200-EXIT.
007460     EXIT.

007470*----------------------------------------------------------------
007480*4000-PROVE-SUB-RANGE - POSITION IDVSAM AT THE FIRST KEY OF THE
007490*SUB-RANGE AND DTLRPT PAST EVERY ROW BELOW IT, TRIAL-DIVIDE
007500*EVERY COUNTER IN IT, THEN FLUSH WHATEVER ROWS OF THE SUB-RANGE
007510*TRIAL DIVISION DID NOT PRODUCE, AND PRINT ITS LINE.
007520*----------------------------------------------------------------
007530 4000-PROVE-SUB-RANGE.
007540     ADD 1 TO SubsDrawn.
007550     MOVE 0 TO SubTrialPairs SubIdvRows SubDtlRows SubDiffs.
007560     MOVE 0 TO IdvHeld.
007570     MOVE SubLow TO ID-COUNTER.
007580     MOVE 0 TO ID-SEQ.
007590     START IDENTITY-FILE KEY IS NOT LESS THAN ID-KEY
007600         INVALID KEY
007610             MOVE 0 TO IdvHeld
007620         NOT INVALID KEY
007630             PERFORM 4450-READ-IDVSAM THRU 4450-EXIT
007640     END-START.
007650     PERFORM 4550-READ-DTLRPT THRU 4550-EXIT
007660         UNTIL NOT DtlRowHeld OR DtlProduct NOT < SubLow.
007670     PERFORM 4100-TRIAL-COUNTER THRU 4100-EXIT
007680         VARYING Counter FROM SubLow BY 1
007690         UNTIL Counter > SubHigh.
007700     MOVE 9999999 TO ExpectKey.
007710     PERFORM 4410-IDVSAM-EXTRA THRU 4410-EXIT
007720         UNTIL NOT IdvRowHeld.
007730     PERFORM 4510-DTLRPT-EXTRA THRU 4510-EXIT
007740         UNTIL NOT DtlRowHeld OR DtlProduct > SubHigh.
007750     MOVE SubNo TO SL-SUB-NO.
007760     MOVE SubLow TO SL-LOW.
007770     MOVE SubHigh TO SL-HIGH.
007780     MOVE SubTrialPairs TO SL-TRIAL.
007790     MOVE SubIdvRows TO SL-IDV.
007800     MOVE SubDtlRows TO SL-DTL.
007810     MOVE SubDiffs TO SL-DIFFS.
007820     IF SubDiffs = 0
007830         MOVE 'AGREES' TO SL-RESULT
007840     ELSE
007850         MOVE '*** DIFFERS' TO SL-RESULT
007860     END-IF.
007870     WRITE PARITY-REPORT-LINE FROM SubRangeLine.
007880 4000-EXIT.
007890     EXIT.

007900*----------------------------------------------------------------
007910*4100-TRIAL-COUNTER - ONE COUNTER, TRIAL-DIVIDED EXACTLY AS
007920*PROBLEM32'S 5000-SCAN-RANGE DOES: EVERY CANDIDATE UP TO HALF
007930*THE COUNTER, STOPPING AT THE FIRST QUALIFYING PAIR UNLESS
007940*EVERY PAIR IS RECORDED.
007950*----------------------------------------------------------------
007960 4100-TRIAL-COUNTER.
007970     ADD 1 TO CountersProven.
007980     MOVE 0 TO PairSeq.
007990     MOVE 0 TO CounterDone.
008000     COMPUTE Upper = Counter / 2.
008010     PERFORM 4200-TRIAL-CANDIDATE THRU 4200-EXIT
008020         VARYING Candidate FROM 1 BY 1
008030         UNTIL Candidate > Upper OR CounterComplete.
008040 4100-EXIT.
008050     EXIT.

008060 4200-TRIAL-CANDIDATE.
008070     DIVIDE Counter BY Candidate
008080         GIVING Candidate0 REMAINDER TrialRemainder.
008090     IF TrialRemainder NOT = 0
008100         GO TO 4200-EXIT
008110     END-IF.
008120     PERFORM 3100-TEST-IDENTITY THRU 3100-EXIT.
008130     IF Okay NOT = 1
008140         GO TO 4200-EXIT
008150     END-IF.
008160     IF AllIdentitiesMode AND Candidate > Candidate0
008170         GO TO 4200-EXIT
008180     END-IF.
008190     PERFORM 4300-CHECK-PAIR THRU 4300-EXIT.
008200     IF FirstOnlyMode
008210         MOVE 1 TO CounterDone
008220     END-IF.
008230 4200-EXIT.
008240     EXIT.

008250*----------------------------------------------------------------
008260*4300-CHECK-PAIR - ONE QUALIFYING PAIR FROM TRIAL DIVISION:
008270*NUMBER IT WITHIN ITS PRODUCT AS PROBLEM32 NUMBERS ID-SEQ,
008280*BUCKET IT, AND MATCH IT ON BOTH FILES.
008290*----------------------------------------------------------------
008300 4300-CHECK-PAIR.
008310     ADD 1 TO PairSeq.
008320     ADD 1 TO SubTrialPairs.
008330     ADD 1 TO TrialPairs.
008340     COMPUTE ExpectKey = Counter * 100 + PairSeq.
008350     MOVE CandLen TO PatCandLen.
008360     MOVE Cand0Len TO PatCand0Len.
008370     PERFORM 4700-FIND-PATTERN THRU 4700-EXIT.
008380     IF PatNo > 0
008390         ADD 1 TO BD-T-COUNT(PatNo)
008400         ADD Counter TO BD-T-SUBTOTAL(PatNo)
008410     END-IF.
008420     PERFORM 4400-MATCH-IDVSAM THRU 4400-EXIT.
008430     PERFORM 4500-MATCH-DTLRPT THRU 4500-EXIT.
008440 4300-EXIT.
008450     EXIT.

008460*----------------------------------------------------------------
008470*4400-MATCH-IDVSAM - EVERY IDVSAM ROW KEYED BELOW THE PAIR IS
008480*ONE TRIAL DIVISION DID NOT PRODUCE; A ROW ON THE PAIR'S OWN
008490*KEY MUST CARRY THE SAME FACTORS; NO ROW THERE IS A MISSING
008500*PAIR.
008510*----------------------------------------------------------------
008520 4400-MATCH-IDVSAM.
008530     PERFORM 4410-IDVSAM-EXTRA THRU 4410-EXIT
008540         UNTIL NOT IdvRowHeld OR IdvKey NOT < ExpectKey.
008550     IF IdvRowHeld AND IdvKey = ExpectKey
008560         ADD 1 TO IdvRowsCompared
008570         IF ID-CANDIDATE NOT = Candidate
008580                 OR ID-CANDIDATE0 NOT = Candidate0
008590             MOVE Counter TO DiffProduct
008600             MOVE PairSeq TO DiffSeq
008610             MOVE 'IDVSAM FACTORS DIFFER' TO DiffText
008620             PERFORM 6000-ROW-DIFFERENCE THRU 6000-EXIT
008630         END-IF
008640         PERFORM 4450-READ-IDVSAM THRU 4450-EXIT
008650     ELSE
008660         MOVE Counter TO DiffProduct
008670         MOVE PairSeq TO DiffSeq
008680         MOVE 'MISSING FROM IDVSAM' TO DiffText
008690         PERFORM 6000-ROW-DIFFERENCE THRU 6000-EXIT
008700     END-IF.
008710 4400-EXIT.
008720     EXIT.

008730 4410-IDVSAM-EXTRA.
008740     ADD 1 TO IdvRowsCompared.
008750     MOVE ID-COUNTER TO DiffProduct.
008760     MOVE ID-SEQ TO DiffSeq.
008770     MOVE 'EXTRA ON IDVSAM' TO DiffText.
008780     PERFORM 6000-ROW-DIFFERENCE THRU 6000-EXIT.
008790     PERFORM 4450-READ-IDVSAM THRU 4450-EXIT.
008800 4410-EXIT.
008810     EXIT.

008820*----------------------------------------------------------------
008830*4450-READ-IDVSAM - THE NEXT IDVSAM ROW, HELD ONLY WHILE IT IS
008840*STILL INSIDE THE SUB-RANGE.
008850*----------------------------------------------------------------
008860 4450-READ-IDVSAM.
008870     MOVE 0 TO IdvHeld.
008880     READ IDENTITY-FILE NEXT RECORD
008890         AT END
008900             GO TO 4450-EXIT
008910     END-READ.
008920     IF ID-COUNTER > SubHigh
008930         GO TO 4450-EXIT
008940     END-IF.
008950     MOVE 1 TO IdvHeld.
008960     ADD 1 TO SubIdvRows.
008970     COMPUTE IdvKey = ID-COUNTER * 100 + ID-SEQ.
008980 4450-EXIT.
008990     EXIT.

009000*----------------------------------------------------------------
009010*4500-MATCH-DTLRPT - THE SAME MATCH AGAINST DTLRPT, WHERE THE
009020*ROW MUST ALSO CARRY THE SAME CONCATENATED STRING.  EVERY ROW
009030*OF THE SUB-RANGE IS BUCKETED ON THE PRODUCTION SIDE OF THE
009040*BREAKDOWN, MATCHED OR NOT.
009050*----------------------------------------------------------------
009060 4500-MATCH-DTLRPT.
009070     PERFORM 4510-DTLRPT-EXTRA THRU 4510-EXIT
009080         UNTIL NOT DtlRowHeld OR DtlProduct > SubHigh
009090             OR DtlKey NOT < ExpectKey.
009100     IF DtlRowHeld AND DtlProduct NOT > SubHigh
009110             AND DtlKey = ExpectKey
009120         ADD 1 TO DtlRowsCompared
009130         ADD 1 TO SubDtlRows
009140         PERFORM 4570-TALLY-DTLRPT-ROW THRU 4570-EXIT
009150         IF DR-CANDIDATE NOT = Candidate
009160                 OR DR-CANDIDATE0 NOT = Candidate0
009170                 OR DR-STRC NOT = StrC
009180             MOVE Counter TO DiffProduct
009190             MOVE PairSeq TO DiffSeq
009200             MOVE 'DTLRPT ROW DIFFERS' TO DiffText
009210             PERFORM 6000-ROW-DIFFERENCE THRU 6000-EXIT
009220         END-IF
009230         PERFORM 4550-READ-DTLRPT THRU 4550-EXIT
009240     ELSE
009250         MOVE Counter TO DiffProduct
009260         MOVE PairSeq TO DiffSeq
009270         MOVE 'MISSING FROM DTLRPT' TO DiffText
009280         PERFORM 6000-ROW-DIFFERENCE THRU 6000-EXIT
009290     END-IF.
009300 4500-EXIT.
009310     EXIT.

009320 4510-DTLRPT-EXTRA.
009330     ADD 1 TO DtlRowsCompared.
009340     ADD 1 TO SubDtlRows.
009350     PERFORM 4570-TALLY-DTLRPT-ROW THRU 4570-EXIT.
009360     MOVE DtlProduct TO DiffProduct.
009370     MOVE DtlOrdinal TO DiffSeq.
009380     MOVE 'EXTRA ON DTLRPT' TO DiffText.
009390     PERFORM 6000-ROW-DIFFERENCE THRU 6000-EXIT.
009400     PERFORM 4550-READ-DTLRPT THRU 4550-EXIT.
009410 4510-EXIT.
009420     EXIT.

009430*----------------------------------------------------------------
009440*4550-READ-DTLRPT - THE NEXT DTLRPT ROW, NUMBERED WITHIN ITS
009450*PRODUCT.  THE FILE IS READ ONCE, FRONT TO BACK, AS THE DRAWN
009460*SUB-RANGES ARE TAKEN IN ORDER; ROWS BETWEEN THEM ARE PASSED
009470*OVER.  PROBLEM32 WRITES DTLRPT IN PRODUCT ORDER, SO A ROW
009480*BELOW ITS PREDECESSOR, OR ONE THAT IS NOT NUMERIC, IS A
009490*DIFFERENCE WHEREVER IT FALLS.
009500*----------------------------------------------------------------
009510 4550-READ-DTLRPT.
009520     MOVE 0 TO DtlHeld.
009530     READ DETAIL-REPORT
009540         AT END
009550             GO TO 4550-EXIT
009560     END-READ.
009570     IF DR-PRODUCT IS NOT NUMERIC
009580             OR DR-CANDIDATE IS NOT NUMERIC
009590             OR DR-CANDIDATE0 IS NOT NUMERIC
009600         MOVE 0 TO DiffProduct
009610         MOVE 0 TO DiffSeq
009620         MOVE 'DTLRPT ROW UNREADABLE' TO DiffText
009630         PERFORM 6000-ROW-DIFFERENCE THRU 6000-EXIT
009640         GO TO 4550-READ-DTLRPT
009650     END-IF.
009660     IF DR-PRODUCT < DtlPrevProduct
009670         MOVE DR-PRODUCT TO DiffProduct
009680         MOVE 0 TO DiffSeq
009690         MOVE 'DTLRPT OUT OF ORDER' TO DiffText
009700         PERFORM 6000-ROW-DIFFERENCE THRU 6000-EXIT
009710         MOVE 1 TO DtlOrdinal
009720     ELSE
009730         IF DR-PRODUCT = DtlPrevProduct
009740             ADD 1 TO DtlOrdinal
009750         ELSE
009760             MOVE 1 TO DtlOrdinal
009770         END-IF
009780     END-IF.
009790     MOVE DR-PRODUCT TO DtlPrevProduct.
009800     MOVE DR-PRODUCT TO DtlProduct.
009810     COMPUTE DtlKey = DtlProduct * 100 + DtlOrdinal.
009820     MOVE 1 TO DtlHeld.
009830 4550-EXIT.
009840     EXIT.

009850 4570-TALLY-DTLRPT-ROW.
009860     MOVE DR-CANDIDATE TO LenSource.
009870     PERFORM 3200-DIGIT-LENGTH THRU 3200-EXIT.
009880     MOVE LenResult TO PatCandLen.
009890     MOVE DR-CANDIDATE0 TO LenSource.
009900     PERFORM 3200-DIGIT-LENGTH THRU 3200-EXIT.
009910     MOVE LenResult TO PatCand0Len.
009920     PERFORM 4700-FIND-PATTERN THRU 4700-EXIT.
009930     IF PatNo > 0
009940         ADD 1 TO BD-P-COUNT(PatNo)
009950         ADD DtlProduct TO BD-P-SUBTOTAL(PatNo)
009960     END-IF.
009970 4570-EXIT.
009980     EXIT.

009990*----------------------------------------------------------------
010000*4700-FIND-PATTERN - PatNo COMES BACK AS THE BREAKDOWN ENTRY FOR
010010*PatCandLen X PatCand0Len, STARTING ONE THE FIRST TIME A
010020*PATTERN IS SEEN, OR ZERO IF THE TABLE IS FULL - THE SUBSCRIPT
010030*IS GUARDED, AS IN PROBLEM32, RATHER THAN TRUSTED.
010040*----------------------------------------------------------------
010050 4700-FIND-PATTERN.
010060     MOVE 0 TO PatNo.
010070     PERFORM 4710-MATCH-PATTERN THRU 4710-EXIT
010080         VARYING BdNo FROM 1 BY 1
010090         UNTIL BdNo > BreakdownCount OR PatNo > 0.
010100     IF PatNo > 0
010110         GO TO 4700-EXIT
010120     END-IF.
010130     IF BreakdownCount >= 36
010140         DISPLAY 'PROB32PAR - BREAKDOWN TABLE FULL - PATTERN '
010150             PatCandLen ' X ' PatCand0Len ' NOT BUCKETED'
010160         MOVE 'TABLEFULL' TO EX-TYPE
010170         MOVE SPACES TO EX-DETAIL
010180         STRING 'BREAKDOWN TABLE FULL AT PATTERN '
010190             DELIMITED BY SIZE
010200             PatCandLen DELIMITED BY SIZE
010210             ' X ' DELIMITED BY SIZE
010220             PatCand0Len DELIMITED BY SIZE
010230             INTO EX-DETAIL
010240         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
010250         GO TO 4700-EXIT
010260     END-IF.
010270     ADD 1 TO BreakdownCount.
010280     MOVE BreakdownCount TO PatNo.
010290     MOVE PatCandLen TO BD-CAND-LEN(PatNo).
010300     MOVE PatCand0Len TO BD-CAND0-LEN(PatNo).
010310     MOVE 0 TO BD-T-COUNT(PatNo) BD-T-SUBTOTAL(PatNo)
010320         BD-P-COUNT(PatNo) BD-P-SUBTOTAL(PatNo).
010330 4700-EXIT.
010340     EXIT.

010350 4710-MATCH-PATTERN.
010360     IF BD-CAND-LEN(BdNo) = PatCandLen
010370             AND BD-CAND0-LEN(BdNo) = PatCand0Len
010380         MOVE BdNo TO PatNo
010390     END-IF.
010400 4710-EXIT.
010410     EXIT.

010420*----------------------------------------------------------------
010430*5000-PRINT-BREAKDOWN - THE SAMPLE'S DIGIT-LENGTH BREAKDOWN,
010440*BOTH SIDES.  A PATTERN WHOSE COUNT OR SUBTOTAL DIFFERS IS A
010450*DIFFERENCE LIKE ANY OTHER.
010460*----------------------------------------------------------------
010470 5000-PRINT-BREAKDOWN.
010480     MOVE SPACES TO PARITY-REPORT-LINE.
010490     WRITE PARITY-REPORT-LINE.
010500     MOVE ' BREAKDOWN OF THE SAMPLE BY DIGIT-LENGTH PATTERN'
010510         TO PARITY-REPORT-LINE.
010520     WRITE PARITY-REPORT-LINE.
010530     WRITE PARITY-REPORT-LINE FROM PatternHeadLine.
010540     IF BreakdownCount = 0
010550         MOVE '    (NO QUALIFYING IDENTITIES IN THE SAMPLE)'
010560             TO PARITY-REPORT-LINE
010570         WRITE PARITY-REPORT-LINE
010580     END-IF.
010590     PERFORM 5100-PRINT-PATTERN THRU 5100-EXIT
010600         VARYING BdNo FROM 1 BY 1 UNTIL BdNo > BreakdownCount.
010610 5000-EXIT.
010620     EXIT.

010630 5100-PRINT-PATTERN.
010640     MOVE BD-CAND-LEN(BdNo) TO PT-CAND-LEN.
010650     MOVE BD-CAND0-LEN(BdNo) TO PT-CAND0-LEN.
010660     MOVE BD-T-COUNT(BdNo) TO PT-T-COUNT.
010670     MOVE BD-T-SUBTOTAL(BdNo) TO PT-T-SUBTOTAL.
010680     MOVE BD-P-COUNT(BdNo) TO PT-P-COUNT.
010690     MOVE BD-P-SUBTOTAL(BdNo) TO PT-P-SUBTOTAL.
010700     IF BD-T-COUNT(BdNo) = BD-P-COUNT(BdNo)
010710             AND BD-T-SUBTOTAL(BdNo) = BD-P-SUBTOTAL(BdNo)
010720         MOVE 'AGREES' TO PT-RESULT
010730         WRITE PARITY-REPORT-LINE FROM PatternLine
010740         GO TO 5100-EXIT
010750     END-IF.
010760     MOVE '*** DIFFERS' TO PT-RESULT.
010770     WRITE PARITY-REPORT-LINE FROM PatternLine.
010780     ADD 1 TO DiffCount.
010790     DISPLAY 'PROB32PAR - BREAKDOWN ' BD-CAND-LEN(BdNo) ' X '
010800         BD-CAND0-LEN(BdNo) ' DIGITS DIFFERS'.
010810     MOVE 'PARITY' TO EX-TYPE.
010820     MOVE SPACES TO EX-DETAIL.
010830     STRING 'BREAKDOWN ' DELIMITED BY SIZE
010840         BD-CAND-LEN(BdNo) DELIMITED BY SIZE
010850         ' X ' DELIMITED BY SIZE
010860         BD-CAND0-LEN(BdNo) DELIMITED BY SIZE
010870         ' DIGITS DIFFERS' DELIMITED BY SIZE
010880         INTO EX-DETAIL.
010890     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
010900 5100-EXIT.
010910     EXIT.

010920*----------------------------------------------------------------
010930*6000-ROW-DIFFERENCE - LIST ONE ROW DIFFERENCE UNDER ITS
010940*SUB-RANGE AND LOG IT.
010950*----------------------------------------------------------------
010960 6000-ROW-DIFFERENCE.
010970     ADD 1 TO DiffCount.
010980     ADD 1 TO SubDiffs.
010990     MOVE DiffProduct TO DL-PRODUCT.
011000     MOVE DiffSeq TO DL-SEQ.
011010     MOVE DiffText TO DL-TEXT.
011020     WRITE PARITY-REPORT-LINE FROM DiffLine.
011030     MOVE 'PARITY' TO EX-TYPE.
011040     MOVE SPACES TO EX-DETAIL.
011050     STRING 'PRODUCT ' DELIMITED BY SIZE
011060         DiffProduct DELIMITED BY SIZE
011070         ' PAIR ' DELIMITED BY SIZE
011080         DiffSeq DELIMITED BY SIZE
011090         ' ' DELIMITED BY SIZE
011100         DiffText DELIMITED BY '  '
011110         INTO EX-DETAIL.
011120     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
011130 6000-EXIT.
011140     EXIT.

011150*----------------------------------------------------------------
011160*8000-PRINT-CERTIFICATE - THE SAMPLE'S TOTALS AND THE VERDICT.
011170*----------------------------------------------------------------
011180 8000-PRINT-CERTIFICATE.
011190     MOVE SPACES TO PARITY-REPORT-LINE.
011200     WRITE PARITY-REPORT-LINE.
011210     MOVE 'SUB-RANGES DRAWN ..........' TO TL-CAPTION.
011220     MOVE SubsDrawn TO TL-COUNT.
011230     WRITE PARITY-REPORT-LINE FROM TotalLine.
011240     MOVE 'COUNTER VALUES PROVEN .....' TO TL-CAPTION.
011250     MOVE CountersProven TO TL-COUNT.
011260     WRITE PARITY-REPORT-LINE FROM TotalLine.
011270     MOVE 'TRIAL-DIVISION PAIRS ......' TO TL-CAPTION.
011280     MOVE TrialPairs TO TL-COUNT.
011290     WRITE PARITY-REPORT-LINE FROM TotalLine.
011300     MOVE 'IDVSAM ROWS COMPARED ......' TO TL-CAPTION.
011310     MOVE IdvRowsCompared TO TL-COUNT.
011320     WRITE PARITY-REPORT-LINE FROM TotalLine.
011330     MOVE 'DTLRPT ROWS COMPARED ......' TO TL-CAPTION.
011340     MOVE DtlRowsCompared TO TL-COUNT.
011350     WRITE PARITY-REPORT-LINE FROM TotalLine.
011360     MOVE 'DIFFERENCES ...............' TO TL-CAPTION.
011370     MOVE DiffCount TO TL-COUNT.
011380     WRITE PARITY-REPORT-LINE FROM TotalLine.
011390     MOVE SPACES TO PARITY-REPORT-LINE.
011400     WRITE PARITY-REPORT-LINE.
011410     IF DiffCount = 0
011420         MOVE
011430         ' PARITY CERTIFIED - AGREES WITH TRIAL DIVISION'
011440             TO PARITY-REPORT-LINE
011450     ELSE
011460         MOVE
011470         ' *** PARITY NOT CERTIFIED - SEE THE DIFFERENCES ABOVE'
011480             TO PARITY-REPORT-LINE
011490     END-IF.
011500     WRITE PARITY-REPORT-LINE.
011510 8000-EXIT.
011520     EXIT.

011530*----------------------------------------------------------------
011540*9000-TERMINATE - CONTROL TOTALS, RETURN CODE, CLOSE FILES.
011550*----------------------------------------------------------------
011560 9000-TERMINATE.
011570     DISPLAY 'PROB32PAR CONTROL TOTALS'.
011580     DISPLAY '------------------------'.
011590     DISPLAY 'CYCLE ........... ' CycleDate.
011600     DISPLAY 'SEED ............ ' Seed.
011610     DISPLAY 'SUB-RANGES DRAWN  ' SubsDrawn.
011620     DISPLAY 'COUNTERS PROVEN . ' CountersProven.
011630     DISPLAY 'TRIAL PAIRS ..... ' TrialPairs.
011640     DISPLAY 'IDVSAM COMPARED . ' IdvRowsCompared.
011650     DISPLAY 'DTLRPT COMPARED . ' DtlRowsCompared.
011660     DISPLAY 'DIFFERENCES ..... ' DiffCount.
011670     IF DiffCount > 0
011680         DISPLAY 'PROB32PAR - PARITY NOT CERTIFIED FOR CYCLE '
011690             CycleDate ' - SEE PARRPT'
011700         IF RETURN-CODE < 8
011710             MOVE 8 TO RETURN-CODE
011720         END-IF
011730     END-IF.
011740     CLOSE IDENTITY-FILE.
011750     CLOSE DETAIL-REPORT.
011760     CLOSE PARITY-REPORT.
011770     CLOSE EXCEPTION-LOG.
011780 9000-EXIT.
011790     EXIT.

011800*----------------------------------------------------------------
011810*8900-LOG-EXCEPTION - APPEND ONE RECORD TO THE CUMULATIVE
011820*EXCEPTION LOG.  THE CALLER HAS ALREADY SET EX-TYPE/EX-DETAIL.
011830*----------------------------------------------------------------
011840 8900-LOG-EXCEPTION.
011850     ACCEPT LogDate FROM DATE YYYYMMDD.
011860     ACCEPT LogTimeRaw FROM TIME.
011870     MOVE 'PROB32PAR' TO EX-PROGRAM.
011880     MOVE LogDate TO EX-RUN-DATE.
011890     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
011900     ADD 1 TO LogSeq.
011910     MOVE LogDate TO EX-ID-DATE.
011920     MOVE LogTimeRaw TO EX-ID-TIME.
011930     MOVE LogSeq TO EX-ID-SEQ.
011940     WRITE EXCEPTION-LOG-RECORD.
011950 8900-EXIT.
011960     EXIT.

011970 9999-EXIT.
011980     STOP RUN.
