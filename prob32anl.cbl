000100*----------------------------------------------------------------
000110*PROB32ANL.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, FACTOR ANALYTICS.
000140*
000150*THE STANDING ANALYTICS REPORT OVER THE CUMULATIVE MASTERS -
000160*IDMAST (SEE IDREC) AND ITS FACTOR CROSS-REFERENCE XREFVSAM (SEE
000170*XREFREC) - FOR THE MONTHLY REVIEW, IN PLACE OF POINT LOOKUPS
000180*THROUGH PROB32INQ AND AD-HOC PRINTS OF THE CLUSTERS.  SIX
000190*SECTIONS PRINT ON ANLRPT:
000200*
000210*  1 PRODUCTS WITH MORE THAN ONE FACTORIZATION, WITH EVERY
000220*    PAIR.  ONLY AN ALL-IDENTITIES RUN (CC-ALL-IDS 'A') LOADS
000230*    MORE THAN ONE PAIR PER PRODUCT, SO A MASTER BUILT ONLY BY
000240*    FIRST-PAIR RUNS HAS NONE.
000250*  2 DISTINCT PRODUCTS, AND IDENTITIES, BY LEADING DIGIT OF THE
000260*    PRODUCT.
000270*  3 IDENTITIES BY THE CYCLE THAT FIRST QUALIFIED THEM
000280*    (ID-FIRST-CYCLE), OLDEST FIRST.
000290*  4 FACTORS THAT APPEAR AS MULTIPLICAND IN ONE IDENTITY AND AS
000300*    MULTIPLIER IN ANOTHER (XR-SIDE 'M' AND 'X' ROWS BOTH).
000310*  5 EVERY FACTOR RANKED BY HOW OFTEN IT APPEARS - ITS ROWS ON
000320*    XREFVSAM, MOST FIRST, TIES SHARING A RANK.
000330*  6 THE 1-9 AND 0-9 DIGIT MODES SIDE BY SIDE.
000340*
000350*THE MASTERS DO NOT CARRY THE DIGIT MODE.  AS IN PROB32AUD IT IS
000360*TAKEN FROM THE TRIPLE'S OWN DIGIT COUNT - NINE DIGITS ARE 1-9,
000370*TEN ARE 0-9 - FROM THE IDMAST RECORD IN PASS ONE AND FROM THE
000380*XREFVSAM ROW'S FACTOR, OTHER FACTOR AND PRODUCT IN PASS TWO.
000390*ANY OTHER COUNT IS SHOWN UNDER UNCL (UNCLASSIFIED) RATHER THAN
000400*DROPPED; A RECORD WHOSE KEY OR FACTORS ARE NOT NUMERIC IS
000410*COUNTED AS UNREADABLE.  PROB32AUD FAULTS BOTH.  EVERY COLUMN
000420*HEADED BY A MODE SHOWS THE THREE CLASSES AND THEIR SUM.
000430*
000440*PASS ONE READS IDMAST IN KEY ORDER, SO THE PAIRS OF ONE PRODUCT
000450*ARRIVE TOGETHER AND ARE HELD UNTIL THE PRODUCT CHANGES.  PASS
000460*TWO READS XREFVSAM IN KEY ORDER, SO THE ROWS OF ONE FACTOR
000470*ARRIVE TOGETHER; EACH FACTOR'S TOTALS ARE RELEASED TO A SORT
000480*THAT RETURNS THEM IN RANK ORDER, AS PROBLEM32'S GENERATED SCAN
000490*SORTS ITS PAIRS, SO THERE IS NO CAP ON THE NUMBER OF FACTORS.
000500*
000510*EVERY SECTION ENDS WITH A CONTROL TOTAL TIED BACK TO THE IDMAST
000520*ROWS READ - XREFVSAM SECTIONS TO TWICE THAT, ONE 'M' AND ONE
000530*'X' ROW PER IDENTITY.  A TOTAL THAT DOES NOT TIE PRINTS AS SUCH,
000540*GOES TO THE CUMULATIVE EXCEPTION LOG (EXCPLOG, SEE EXCPREC) AND
000550*ENDS THE RUN RC=4, AS DOES ANY UNREADABLE RECORD - THE FIGURES
000560*SHOULD NOT BE QUOTED UNTIL PROB32A HAS AUDITED THE MASTERS.
000570*BOTH MASTERS ARE OPENED INPUT.
000580*----------------------------------------------------------------
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID.     PROB32ANL.
000610 AUTHOR.         J H KELLERMAN.
000620 INSTALLATION.   EULER BATCH SYSTEMS.
000630 DATE-WRITTEN.   10/15/2026.
000640 DATE-COMPILED.  10/15/2026.
000650*
000660*MODIFICATION HISTORY
000670*DATE       INIT  DESCRIPTION
000680*---------- ----  -----------------------------------------------
000690*2026-10-15 JHK   ORIGINAL - STANDING FACTOR ANALYTICS REPORT
000700*                 OVER IDMAST AND XREFVSAM.

000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT MASTER-IDENTITY-FILE ASSIGN TO IDMAST
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS ID-KEY
000780         FILE STATUS IS IdFileStatus.
000790     SELECT MASTER-XREF-FILE ASSIGN TO XREFVSAM
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS XR-KEY
000830         FILE STATUS IS XrFileStatus.
000840     SELECT ANALYTICS-REPORT ASSIGN TO ANLRPT
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT FACTOR-SORT-FILE ASSIGN TO SORTWK.

000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  MASTER-IDENTITY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY IDREC.
000940 FD  MASTER-XREF-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY XREFREC.
000970 FD  ANALYTICS-REPORT
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  ANALYTICS-REPORT-LINE     PIC X(132).
001010 FD  EXCEPTION-LOG
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040     COPY EXCPREC.
001050 SD  FACTOR-SORT-FILE.
001060 01  FACTOR-SORT-RECORD.
001070     05  FS-ROWS PIC 9(07).
001080     05  FS-FACTOR PIC 9(05).
001090     05  FS-M-ROWS PIC 9(07).
001100     05  FS-X-ROWS PIC 9(07).
001110     05  FS-MODE-ROWS OCCURS 3 TIMES PIC 9(07).

001120 WORKING-STORAGE SECTION.
001130*ANALYTICS WORK AREAS
001140 01  IdFileStatus PIC X(2).
001150 01  XrFileStatus PIC X(2).
001160 01  MoreMaster PIC 9 VALUE 1.
001170     88  NoMoreMaster VALUE 0.
001180 01  MoreXref PIC 9 VALUE 1.
001190     88  NoMoreXref VALUE 0.
001200 01  MoreRanked PIC 9 VALUE 1.
001210     88  NoMoreRanked VALUE 0.
001220*DIGIT-MODE CLASSIFICATION - ModeNo 1 = 1-9, 2 = 0-9, 3 =
001230*UNCLASSIFIED, THE ORDER OF EVERY MODE COLUMN ON THE REPORT.
001240 01  ModeCaptionList PIC X(12) VALUE '1-9 0-9 UNCL'.
001250 01  ModeCaptionTable REDEFINES ModeCaptionList.
001260     05  ModeCaption OCCURS 3 TIMES PIC X(04).
001270 01  ModeNo PIC 9.
001280 01  LenSource PIC 9(05).
001290 01  LenResult PIC 9.
001300 01  TotalLen PIC 99.
001310 01  ClassFactor PIC 9(05).
001320 01  ClassOther PIC 9(05).
001330 01  ClassProduct PIC 9(05).
001340 01  LeadSource PIC 9(05).
001350 01  LeadChars REDEFINES LeadSource PIC X(05).
001360 01  LeadDigit PIC 9.
001370 01  LeadNo PIC 99.
001380*PER-MODE STATISTICS, ACCUMULATED OVER BOTH PASSES.
001390 01  ModeStatistics.
001400     05  ModeEntry OCCURS 3 TIMES.
001410         10  MD-IDENTITIES PIC 9(07).
001420         10  MD-QUARANTINED PIC 9(07).
001430         10  MD-PRODUCTS PIC 9(07).
001440         10  MD-SINGLE-IDS PIC 9(07).
001450         10  MD-MULTI-PRODUCTS PIC 9(07).
001460         10  MD-MULTI-IDS PIC 9(07).
001470         10  MD-PRODUCT-SUM PIC 9(09).
001480         10  MD-LOW PIC 9(05).
001490         10  MD-HIGH PIC 9(05).
001500         10  MD-XREF-ROWS PIC 9(07).
001510         10  MD-FACTORS PIC 9(07).
001520         10  MD-CROSS-FACTORS PIC 9(07).
001530*PRODUCT GROUP - THE IDMAST PAIRS OF THE PRODUCT BEING READ.
001540*ID-SEQ IS TWO DIGITS, SO NO PRODUCT CAN HAVE MORE THAN 99.
001550 01  GroupProduct PIC 9(05).
001560 01  GroupSize PIC 9(03) VALUE 0.
001570 01  GroupNo PIC 9(03).
001580 01  GroupModeCounts.
001590     05  GroupModeIds OCCURS 3 TIMES PIC 9(03).
001600 01  GroupTable.
001610     05  GroupEntry OCCURS 99 TIMES.
001620         10  GP-SEQ PIC 9(02).
001630         10  GP-CANDIDATE PIC 9(05).
001640         10  GP-CANDIDATE0 PIC 9(05).
001650         10  GP-MODE PIC 9.
001660         10  GP-CYCLE PIC X(08).
001670         10  GP-STATUS PIC X(01).
001680 01  FirstPairFlag PIC 9.
001690     88  FirstPairOfProduct VALUE 1.
001700*LEADING-DIGIT TABLE - ENTRY n HOLDS LEADING DIGIT n - 1, SO A
001710*ZERO PRODUCT (NEVER PANDIGITAL, BUT STILL COUNTED) HAS A ROW.
001720 01  LeadTable.
001730     05  LeadEntry OCCURS 10 TIMES.
001740         10  LD-PRODUCTS OCCURS 3 TIMES PIC 9(07).
001750         10  LD-IDENTITIES OCCURS 3 TIMES PIC 9(07).
001760*FIRST-CYCLE TABLE - ONE ENTRY PER CYCLE DATE, KEPT IN DATE
001770*ORDER AS IT IS BUILT.  120 CYCLES IS TEN YEARS OF MONTHLY
001780*CYCLES, AS PROB32HKP ALLOWS; A CYCLE PAST THE TABLE IS COUNTED
001790*UNDER OTHER CYCLES RATHER THAN ABENDING THE REPORT.
001800 01  CycleTable.
001810     05  CycleEntry OCCURS 120 TIMES INDEXED BY CIdx.
001820         10  CY-DATE PIC X(08).
001830         10  CY-IDENTITIES OCCURS 3 TIMES PIC 9(07).
001840 01  CycleCount PIC 9(03) VALUE 0.
001850 01  CycleNo PIC 9(03).
001860 01  CycleSlot PIC 9(03).
001870 01  CycleSlotFlag PIC 9.
001880     88  CycleSlotFound VALUE 1.
001890 01  UnknownCycle.
001900     05  UnknownCycleIds OCCURS 3 TIMES PIC 9(07).
001910 01  OtherCycle.
001920     05  OtherCycleIds OCCURS 3 TIMES PIC 9(07).
001930 01  CycleDateWork PIC X(08).
001940 01  CycleDateNumber REDEFINES CycleDateWork PIC 9(08).
001950 01  CycleEdit PIC 9999/99/99.
001960 01  CycleEditText REDEFINES CycleEdit PIC X(10).
001970*FACTOR GROUP - THE XREFVSAM ROWS OF THE FACTOR BEING READ.
001980 01  FactorGroup PIC 9(05).
001990 01  FactorRows PIC 9(07) VALUE 0.
002000 01  FactorModeTotals.
002010     05  FactorModeEntry OCCURS 3 TIMES.
002020         10  FM-ROWS PIC 9(07).
002030         10  FM-M-ROWS PIC 9(07).
002040         10  FM-X-ROWS PIC 9(07).
002050 01  FactorMRows PIC 9(07).
002060 01  FactorXRows PIC 9(07).
002070*RANKING WORK AREAS
002080 01  RankNo PIC 9(07) VALUE 0.
002090 01  RankPosition PIC 9(07) VALUE 0.
002100 01  RankPrevRows PIC 9(07) VALUE 0.
002110*TIE-BACK WORK AREAS
002120 01  SectionNo PIC 9.
002130 01  TieCaption PIC X(40).
002140 01  TieSection PIC 9(07).
002150 01  TieBasisCaption PIC X(24).
002160 01  TieBasis PIC 9(07).
002170 01  TieEdit1 PIC Z(6)9.
002180 01  TieEdit2 PIC Z(6)9.
002190 01  TieEdit3 PIC Z(6)9.
002200 01  TwiceMaster PIC 9(07).
002210*EXCEPTION-LOG WORK AREAS
002220 01  LogDate PIC 9(08).
002230 01  LogTimeRaw PIC 9(08).
002240 01  LogSeq PIC 9(04) VALUE 0.
002250*CONTROL-TOTAL WORK AREAS
002260 01  MasterRead PIC 9(07) VALUE 0.
002270 01  MasterUnreadable PIC 9(07) VALUE 0.
002280 01  XrefRead PIC 9(07) VALUE 0.
002290 01  XrefUnreadable PIC 9(07) VALUE 0.
002300 01  XrefBadSide PIC 9(07) VALUE 0.
002310 01  FactorsReleased PIC 9(07) VALUE 0.
002320 01  FactorsReturned PIC 9(07) VALUE 0.
002330 01  RowsReturned PIC 9(07) VALUE 0.
002340 01  CrossFactors PIC 9(07) VALUE 0.
002350 01  CrossRows PIC 9(07) VALUE 0.
002360 01  NoTieCount PIC 9(03) VALUE 0.
002370*MODE-COLUMN LINE - THE CALLER SETS ModeLineCaption AND THE
002380*THREE ModeValue COUNTS; THE ALL COLUMN IS THEIR SUM UNLESS THE
002390*FIGURE DOES NOT ADD ACROSS MODES (A LOWEST OR HIGHEST PRODUCT).
002400 01  ModeLineCaption PIC X(32).
002410 01  ModeValues.
002420     05  ModeValue OCCURS 3 TIMES PIC 9(09).
002430 01  ModeValueAll PIC 9(09).
002440 01  ShowAllFlag PIC 9 VALUE 1.
002450     88  ShowAllColumn VALUE 1.
002460*REPORT-LINE LAYOUTS
002470 01  ModeHeadLine.
002480     05  FILLER PIC X(33) VALUE SPACES.
002490     05  FILLER PIC X(11) VALUE '        1-9'.
002500     05  FILLER PIC X(11) VALUE '        0-9'.
002510     05  FILLER PIC X(11) VALUE '       UNCL'.
002520     05  FILLER PIC X(11) VALUE '        ALL'.
002530     05  FILLER PIC X(55) VALUE SPACES.
002540 01  ModeTotalLine.
002550     05  FILLER PIC X(01).
002560     05  ML-CAPTION PIC X(32).
002570     05  ML-COLUMN OCCURS 3 TIMES.
002580         10  FILLER PIC X(02).
002590         10  ML-COUNT PIC Z(8)9.
002600     05  FILLER PIC X(02).
002610     05  ML-ALL PIC Z(8)9.
002620     05  ML-ALL-TEXT REDEFINES ML-ALL PIC X(09).
002630     05  FILLER PIC X(55).
002640 01  MultiHeadLine.
002650     05  FILLER PIC X(33) VALUE
002660         ' MODE  PRODT WAYS   SQ  IDENTITY'.
002670     05  FILLER PIC X(15) VALUE SPACES.
002680     05  FILLER PIC X(18) VALUE 'FIRST QUAL  STATUS'.
002690     05  FILLER PIC X(66) VALUE SPACES.
002700 01  MultiLine.
002710     05  FILLER PIC X(01) VALUE SPACE.
002720     05  MU-MODE PIC X(04).
002730     05  FILLER PIC X(02) VALUE SPACES.
002740     05  MU-PRODUCT PIC ZZZZ9.
002750     05  MU-PRODUCT-TEXT REDEFINES MU-PRODUCT PIC X(05).
002760     05  FILLER PIC X(03) VALUE SPACES.
002770     05  MU-WAYS PIC Z9.
002780     05  MU-WAYS-TEXT REDEFINES MU-WAYS PIC X(02).
002790     05  FILLER PIC X(03) VALUE SPACES.
002800     05  MU-SEQ PIC Z9.
002810     05  FILLER PIC X(02) VALUE SPACES.
002820     05  MU-CANDIDATE PIC ZZZZ9.
002830     05  FILLER PIC X(03) VALUE ' X '.
002840     05  MU-CANDIDATE0 PIC ZZZZ9.
002850     05  FILLER PIC X(03) VALUE ' = '.
002860     05  MU-RESULT PIC ZZZZ9.
002870     05  FILLER PIC X(02) VALUE SPACES.
002880     05  MU-CYCLE PIC X(10).
002890     05  FILLER PIC X(02) VALUE SPACES.
002900     05  MU-STATUS PIC X(11).
002910     05  FILLER PIC X(62) VALUE SPACES.
002920 01  FactorHeadLine.
002930     05  FILLER PIC X(15) VALUE '    RANK  FACTR'.
002940     05  FILLER PIC X(10) VALUE '   APPEARS'.
002950     05  FILLER PIC X(10) VALUE '  AS MCAND'.
002960     05  FILLER PIC X(10) VALUE ' AS MPLIER'.
002970     05  FILLER PIC X(10) VALUE '  1-9 ROWS'.
002980     05  FILLER PIC X(10) VALUE '  0-9 ROWS'.
002990     05  FILLER PIC X(10) VALUE ' UNCL ROWS'.
003000     05  FILLER PIC X(57) VALUE SPACES.
003010 01  FactorLine.
003020     05  FILLER PIC X(01) VALUE SPACE.
003030     05  FL-RANK PIC Z(6)9.
003040     05  FL-RANK-TEXT REDEFINES FL-RANK PIC X(07).
003050     05  FILLER PIC X(02) VALUE SPACES.
003060     05  FL-FACTOR PIC ZZZZ9.
003070     05  FL-COLUMN OCCURS 6 TIMES.
003080         10  FILLER PIC X(02).
003090         10  FL-COUNT PIC Z(7)9.
003100     05  FILLER PIC X(57) VALUE SPACES.

003110 PROCEDURE DIVISION.
003120*----------------------------------------------------------------
003130*0000-MAINLINE - OVERALL JOB FLOW.
003140*----------------------------------------------------------------
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-ANALYZE-IDENTITY THRU 2000-EXIT
003180         UNTIL NoMoreMaster.
003190     IF GroupSize > 0
003200         PERFORM 2500-CLOSE-PRODUCT THRU 2500-EXIT
003210     END-IF.
003220     PERFORM 2800-PRINT-MULTI-TOTALS THRU 2800-EXIT.
003230     PERFORM 2900-PRINT-LEAD-SECTION THRU 2900-EXIT.
003240     PERFORM 2950-PRINT-CYCLE-SECTION THRU 2950-EXIT.
003250     PERFORM 3000-FACTOR-PASS THRU 3000-EXIT.
003260     PERFORM 5000-PRINT-MODE-COMPARISON THRU 5000-EXIT.
003270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003280     GO TO 9999-EXIT.

003290*----------------------------------------------------------------
003300*1000-INITIALIZE - OPEN THE MASTERS READ-ONLY, OPEN THE REPORT
003310*AND THE LOG, CLEAR THE TABLES, PRINT THE SECTION 1 HEADING
003320*AND PRIME THE IDMAST READ.
003330*----------------------------------------------------------------
003340 1000-INITIALIZE.
003350     OPEN EXTEND EXCEPTION-LOG.
003360     OPEN INPUT MASTER-IDENTITY-FILE.
003370     IF IdFileStatus NOT = '00'
003380         DISPLAY 'PROB32ANL - IDMAST OPEN FAILED, FILE STATUS '
003390             IdFileStatus
003400         MOVE 'ABEND' TO EX-TYPE
003410         MOVE SPACES TO EX-DETAIL
003420         STRING 'IDMAST OPEN FAILED, FILE STATUS '
003430             DELIMITED BY SIZE
003440             IdFileStatus DELIMITED BY SIZE
003450             INTO EX-DETAIL
003460         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
003470         MOVE 16 TO RETURN-CODE
003480         GO TO 9999-EXIT
003490     END-IF.
003500     OPEN INPUT MASTER-XREF-FILE.
003510     IF XrFileStatus NOT = '00'
003520         DISPLAY 'PROB32ANL - XREFVSAM OPEN FAILED, FILE '
003530             'STATUS ' XrFileStatus
003540         MOVE 'ABEND' TO EX-TYPE
003550         MOVE SPACES TO EX-DETAIL
003560         STRING 'XREFVSAM OPEN FAILED, FILE STATUS '
003570             DELIMITED BY SIZE
003580             XrFileStatus DELIMITED BY SIZE
003590             INTO EX-DETAIL
003600         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
003610         MOVE 16 TO RETURN-CODE
003620         CLOSE MASTER-IDENTITY-FILE
003630         GO TO 9999-EXIT
003640     END-IF.
003650     PERFORM 1100-CLEAR-MODE THRU 1100-EXIT
003660         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
003670     OPEN OUTPUT ANALYTICS-REPORT.
003680     MOVE 'PROB32ANL IDMAST / XREFVSAM FACTOR ANALYTICS'
003690         TO ANALYTICS-REPORT-LINE.
003700     WRITE ANALYTICS-REPORT-LINE.
003710     MOVE SPACES TO ANALYTICS-REPORT-LINE.
003720     WRITE ANALYTICS-REPORT-LINE.
003730     MOVE ' SECTION 1 - PRODUCTS FACTORED MORE THAN ONE WAY'
003740         TO ANALYTICS-REPORT-LINE.
003750     WRITE ANALYTICS-REPORT-LINE.
003760     WRITE ANALYTICS-REPORT-LINE FROM MultiHeadLine.
003770     READ MASTER-IDENTITY-FILE NEXT RECORD
003780         AT END
003790             MOVE 0 TO MoreMaster
003800     END-READ.
003810 1000-EXIT.
003820     EXIT.

003830 1100-CLEAR-MODE.
003840     MOVE 0 TO MD-IDENTITIES(ModeNo) MD-QUARANTINED(ModeNo)
003850         MD-PRODUCTS(ModeNo) MD-SINGLE-IDS(ModeNo)
003860         MD-MULTI-PRODUCTS(ModeNo) MD-MULTI-IDS(ModeNo)
003870         MD-PRODUCT-SUM(ModeNo) MD-HIGH(ModeNo)
003880         MD-XREF-ROWS(ModeNo) MD-FACTORS(ModeNo)
003890         MD-CROSS-FACTORS(ModeNo).
003900     MOVE 99999 TO MD-LOW(ModeNo).
003910     MOVE 0 TO GroupModeIds(ModeNo).
003920     MOVE 0 TO UnknownCycleIds(ModeNo) OtherCycleIds(ModeNo).
003930     PERFORM 1110-CLEAR-LEAD THRU 1110-EXIT
003940         VARYING LeadNo FROM 1 BY 1 UNTIL LeadNo > 10.
003950 1100-EXIT.
003960     EXIT.

003970 1110-CLEAR-LEAD.
003980     MOVE 0 TO LD-PRODUCTS(LeadNo, ModeNo).
003990     MOVE 0 TO LD-IDENTITIES(LeadNo, ModeNo).
004000 1110-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------
004030*2000-ANALYZE-IDENTITY - PASS ONE, ONE IDMAST RECORD: CLOSE THE
004040*PREVIOUS PRODUCT WHEN THIS ONE STARTS A NEW ONE, CLASSIFY THE
004050*TRIPLE, TALLY IT BY MODE, LEADING DIGIT AND FIRST CYCLE, HOLD
004060*IT WITH ITS PRODUCT'S OTHER PAIRS, AND READ THE NEXT RECORD.
004070*----------------------------------------------------------------
004080 2000-ANALYZE-IDENTITY.
004090     ADD 1 TO MasterRead.
004100     IF ID-COUNTER IS NOT NUMERIC OR ID-SEQ IS NOT NUMERIC
004110             OR ID-CANDIDATE IS NOT NUMERIC
004120             OR ID-CANDIDATE0 IS NOT NUMERIC
004130         ADD 1 TO MasterUnreadable
004140         GO TO 2000-READ-NEXT
004150     END-IF.
004160     IF GroupSize > 0 AND ID-COUNTER NOT = GroupProduct
004170         PERFORM 2500-CLOSE-PRODUCT THRU 2500-EXIT
004180     END-IF.
004190     MOVE ID-COUNTER TO GroupProduct.
004200     MOVE ID-CANDIDATE TO ClassFactor.
004210     MOVE ID-CANDIDATE0 TO ClassOther.
004220     MOVE ID-COUNTER TO ClassProduct.
004230     PERFORM 2100-CLASSIFY-TRIPLE THRU 2100-EXIT.
004240     ADD 1 TO MD-IDENTITIES(ModeNo).
004250     IF ID-STATUS = 'Q'
004260         ADD 1 TO MD-QUARANTINED(ModeNo)
004270     END-IF.
004280     ADD 1 TO LD-IDENTITIES(LeadNo, ModeNo).
004290     ADD 1 TO GroupModeIds(ModeNo).
004300     PERFORM 2300-TALLY-CYCLE THRU 2300-EXIT.
004310     IF GroupSize < 99
004320         ADD 1 TO GroupSize
004330         MOVE ID-SEQ TO GP-SEQ(GroupSize)
004340         MOVE ID-CANDIDATE TO GP-CANDIDATE(GroupSize)
004350         MOVE ID-CANDIDATE0 TO GP-CANDIDATE0(GroupSize)
004360         MOVE ModeNo TO GP-MODE(GroupSize)
004370         MOVE ID-FIRST-CYCLE TO GP-CYCLE(GroupSize)
004380         MOVE ID-STATUS TO GP-STATUS(GroupSize)
004390     END-IF.
004400 2000-READ-NEXT.
004410     READ MASTER-IDENTITY-FILE NEXT RECORD
004420         AT END
004430             MOVE 0 TO MoreMaster
004440     END-READ.
004450 2000-EXIT.
004460     EXIT.

004470*----------------------------------------------------------------
004480*2100-CLASSIFY-TRIPLE - SET ModeNo FROM THE DIGIT COUNT OF
004490*ClassFactor, ClassOther AND ClassProduct, AND LeadNo FROM THE
004500*PRODUCT'S LEADING DIGIT.
004510*----------------------------------------------------------------
004520 2100-CLASSIFY-TRIPLE.
004530     MOVE ClassFactor TO LenSource.
004540     PERFORM 2150-DIGIT-LENGTH THRU 2150-EXIT.
004550     MOVE LenResult TO TotalLen.
004560     MOVE ClassOther TO LenSource.
004570     PERFORM 2150-DIGIT-LENGTH THRU 2150-EXIT.
004580     ADD LenResult TO TotalLen.
004590     MOVE ClassProduct TO LenSource.
004600     PERFORM 2150-DIGIT-LENGTH THRU 2150-EXIT.
004610     ADD LenResult TO TotalLen.
004620     MOVE ClassProduct TO LeadSource.
004630     MOVE LeadChars(6 - LenResult:1) TO LeadDigit.
004640     COMPUTE LeadNo = LeadDigit + 1.
004650     IF TotalLen = 9
004660         MOVE 1 TO ModeNo
004670     ELSE
004680         IF TotalLen = 10
004690             MOVE 2 TO ModeNo
004700         ELSE
004710             MOVE 3 TO ModeNo
004720         END-IF
004730     END-IF.
004740 2100-EXIT.
004750     EXIT.

004760*----------------------------------------------------------------
004770*2150-DIGIT-LENGTH - SIGNIFICANT DIGITS IN LenSource, AS
004780*PROBLEM32'S 3200-DIGIT-LENGTH COUNTS THEM.
004790*----------------------------------------------------------------
004800 2150-DIGIT-LENGTH.
004810     IF LenSource > 9999
004820         MOVE 5 TO LenResult
004830     ELSE
004840         IF LenSource > 999
004850             MOVE 4 TO LenResult
004860         ELSE
004870             IF LenSource > 99
004880                 MOVE 3 TO LenResult
004890             ELSE
004900                 IF LenSource > 9
004910                     MOVE 2 TO LenResult
004920                 ELSE
004930                     MOVE 1 TO LenResult
004940                 END-IF
004950             END-IF
004960         END-IF
004970     END-IF.
004980 2150-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010*2300-TALLY-CYCLE - COUNT THE IDENTITY UNDER ITS FIRST-QUALIFIED
005020*CYCLE, INSERTING THE CYCLE IN DATE ORDER WHEN IT IS NEW.
005030*----------------------------------------------------------------
005040 2300-TALLY-CYCLE.
005050     IF ID-FIRST-CYCLE IS NOT NUMERIC
005060         ADD 1 TO UnknownCycleIds(ModeNo)
005070         GO TO 2300-EXIT
005080     END-IF.
005090     MOVE 0 TO CycleSlotFlag.
005100     PERFORM 2310-FIND-CYCLE-SLOT THRU 2310-EXIT
005110         VARYING CycleNo FROM 1 BY 1
005120         UNTIL CycleNo > CycleCount OR CycleSlotFound.
005130     IF CycleSlotFound
005140         IF CY-DATE(CycleSlot) = ID-FIRST-CYCLE
005150             ADD 1 TO CY-IDENTITIES(CycleSlot, ModeNo)
005160             GO TO 2300-EXIT
005170         END-IF
005180     ELSE
005190         COMPUTE CycleSlot = CycleCount + 1
005200     END-IF.
005210     IF CycleCount = 120
005220         ADD 1 TO OtherCycleIds(ModeNo)
005230         GO TO 2300-EXIT
005240     END-IF.
005250     PERFORM 2320-SHIFT-CYCLE-UP THRU 2320-EXIT
005260         VARYING CycleNo FROM CycleCount BY -1
005270         UNTIL CycleNo < CycleSlot.
005280     ADD 1 TO CycleCount.
005290     MOVE ID-FIRST-CYCLE TO CY-DATE(CycleSlot).
005300     MOVE 0 TO CY-IDENTITIES(CycleSlot, 1)
005310         CY-IDENTITIES(CycleSlot, 2) CY-IDENTITIES(CycleSlot, 3).
005320     ADD 1 TO CY-IDENTITIES(CycleSlot, ModeNo).
005330 2300-EXIT.
005340     EXIT.

005350 2310-FIND-CYCLE-SLOT.
005360     IF CY-DATE(CycleNo) NOT < ID-FIRST-CYCLE
005370         MOVE CycleNo TO CycleSlot
005380         MOVE 1 TO CycleSlotFlag
005390     END-IF.
005400 2310-EXIT.
005410     EXIT.

005420 2320-SHIFT-CYCLE-UP.
005430     IF CycleNo = 0
005440         GO TO 2320-EXIT
005450     END-IF.
005460     MOVE CycleEntry(CycleNo) TO CycleEntry(CycleNo + 1).
005470 2320-EXIT.
005480     EXIT.

005490*----------------------------------------------------------------
005500*2500-CLOSE-PRODUCT - THE LAST PAIR OF A PRODUCT HAS BEEN READ.
005510*COUNT IT AS A DISTINCT PRODUCT IN EVERY MODE IT HAS PAIRS IN,
005520*AND PRINT ITS PAIRS IN ANY MODE WHERE IT HAS MORE THAN ONE.
005530*----------------------------------------------------------------
005540 2500-CLOSE-PRODUCT.
005550     MOVE GroupProduct TO ClassProduct.
005560     MOVE GroupProduct TO LenSource.
005570     PERFORM 2150-DIGIT-LENGTH THRU 2150-EXIT.
005580     MOVE GroupProduct TO LeadSource.
005590     MOVE LeadChars(6 - LenResult:1) TO LeadDigit.
005600     COMPUTE LeadNo = LeadDigit + 1.
005610     PERFORM 2510-CLOSE-PRODUCT-MODE THRU 2510-EXIT
005620         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
005630     MOVE 0 TO GroupSize.
005640 2500-EXIT.
005650     EXIT.

005660 2510-CLOSE-PRODUCT-MODE.
005670     IF GroupModeIds(ModeNo) = 0
005680         GO TO 2510-EXIT
005690     END-IF.
005700     ADD 1 TO MD-PRODUCTS(ModeNo).
005710     ADD 1 TO LD-PRODUCTS(LeadNo, ModeNo).
005720     ADD GroupProduct TO MD-PRODUCT-SUM(ModeNo).
005730     IF GroupProduct < MD-LOW(ModeNo)
005740         MOVE GroupProduct TO MD-LOW(ModeNo)
005750     END-IF.
005760     IF GroupProduct > MD-HIGH(ModeNo)
005770         MOVE GroupProduct TO MD-HIGH(ModeNo)
005780     END-IF.
005790     IF GroupModeIds(ModeNo) = 1
005800         ADD 1 TO MD-SINGLE-IDS(ModeNo)
005810     ELSE
005820         ADD 1 TO MD-MULTI-PRODUCTS(ModeNo)
005830         ADD GroupModeIds(ModeNo) TO MD-MULTI-IDS(ModeNo)
005840         MOVE 1 TO FirstPairFlag
005850         PERFORM 2550-PRINT-MULTI-PAIR THRU 2550-EXIT
005860             VARYING GroupNo FROM 1 BY 1
005870             UNTIL GroupNo > GroupSize
005880     END-IF.
005890     MOVE 0 TO GroupModeIds(ModeNo).
005900 2510-EXIT.
005910     EXIT.

005920*----------------------------------------------------------------
005930*2550-PRINT-MULTI-PAIR - ONE PAIR OF A PRODUCT WITH MORE THAN ONE
005940*FACTORIZATION IN THE MODE BEING CLOSED.  THE PRODUCT AND ITS
005950*NUMBER OF WAYS PRINT ON ITS FIRST PAIR ONLY.
005960*----------------------------------------------------------------
005970 2550-PRINT-MULTI-PAIR.
005980     IF GP-MODE(GroupNo) NOT = ModeNo
005990         GO TO 2550-EXIT
006000     END-IF.
006010     IF FirstPairOfProduct
006020         MOVE ModeCaption(ModeNo) TO MU-MODE
006030         MOVE GroupProduct TO MU-PRODUCT
006040         MOVE GroupModeIds(ModeNo) TO MU-WAYS
006050         MOVE 0 TO FirstPairFlag
006060     ELSE
006070         MOVE SPACES TO MU-MODE
006080         MOVE SPACES TO MU-PRODUCT-TEXT
006090         MOVE SPACES TO MU-WAYS-TEXT
006100     END-IF.
006110     MOVE GP-SEQ(GroupNo) TO MU-SEQ.
006120     MOVE GP-CANDIDATE(GroupNo) TO MU-CANDIDATE.
006130     MOVE GP-CANDIDATE0(GroupNo) TO MU-CANDIDATE0.
006140     MOVE GroupProduct TO MU-RESULT.
006150     MOVE GP-CYCLE(GroupNo) TO CycleDateWork.
006160     PERFORM 7100-FORMAT-CYCLE THRU 7100-EXIT.
006170     MOVE CycleEditText TO MU-CYCLE.
006180     IF GP-STATUS(GroupNo) = 'Q'
006190         MOVE 'QUARANTINED' TO MU-STATUS
006200     ELSE
006210         MOVE SPACES TO MU-STATUS
006220     END-IF.
006230     WRITE ANALYTICS-REPORT-LINE FROM MultiLine.
006240 2550-EXIT.
006250     EXIT.

006260*----------------------------------------------------------------
006270*2800-PRINT-MULTI-TOTALS - SECTION 1 CONTROL TOTALS.  EVERY
006280*READABLE IDMAST ROW IS EITHER THE ONLY PAIR OF ITS PRODUCT IN
006290*ITS MODE OR ONE OF SEVERAL, SO THE TWO ADD BACK TO THE ROWS
006300*READ WITH THE UNREADABLE ONES.
006310*----------------------------------------------------------------
006320 2800-PRINT-MULTI-TOTALS.
006330     MOVE SPACES TO ANALYTICS-REPORT-LINE.
006340     WRITE ANALYTICS-REPORT-LINE.
006350     WRITE ANALYTICS-REPORT-LINE FROM ModeHeadLine.
006360     MOVE 'PRODUCTS, MORE THAN ONE WAY' TO ModeLineCaption.
006370     PERFORM 2810-SET-MULTI-PRODUCTS THRU 2810-EXIT
006380         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
006390     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
006400     MOVE 'IDENTITIES IN THEM' TO ModeLineCaption.
006410     PERFORM 2820-SET-MULTI-IDS THRU 2820-EXIT
006420         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
006430     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
006440     MOVE ModeValueAll TO TieSection.
006450     MOVE 'IDENTITIES, ONLY PAIR OF PRODUCT'
006460         TO ModeLineCaption.
006470     PERFORM 2830-SET-SINGLE-IDS THRU 2830-EXIT
006480         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
006490     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
006500     ADD ModeValueAll TO TieSection.
006510     ADD MasterUnreadable TO TieSection.
006520     MOVE 1 TO SectionNo.
006530     MOVE 'IDENTITIES + UNREADABLE' TO TieCaption.
006540     MOVE 'IDMAST ROWS READ' TO TieBasisCaption.
006550     MOVE MasterRead TO TieBasis.
006560     PERFORM 8500-PRINT-TIE THRU 8500-EXIT.
006570 2800-EXIT.
006580     EXIT.

006590 2810-SET-MULTI-PRODUCTS.
006600     MOVE MD-MULTI-PRODUCTS(ModeNo) TO ModeValue(ModeNo).
006610 2810-EXIT.
006620     EXIT.

006630 2820-SET-MULTI-IDS.
006640     MOVE MD-MULTI-IDS(ModeNo) TO ModeValue(ModeNo).
006650 2820-EXIT.
006660     EXIT.

006670 2830-SET-SINGLE-IDS.
006680     MOVE MD-SINGLE-IDS(ModeNo) TO ModeValue(ModeNo).
006690 2830-EXIT.
006700     EXIT.

006710*----------------------------------------------------------------
006720*2900-PRINT-LEAD-SECTION - SECTION 2, DISTINCT PRODUCTS AND THEN
006730*IDENTITIES BY THE LEADING DIGIT OF THE PRODUCT.  A LEADING
006740*DIGIT NOTHING STARTS WITH IS NOT PRINTED.
006750*----------------------------------------------------------------
006760 2900-PRINT-LEAD-SECTION.
006770     MOVE SPACES TO ANALYTICS-REPORT-LINE.
006780     WRITE ANALYTICS-REPORT-LINE.
006790     MOVE ' SECTION 2 - PRODUCTS BY LEADING DIGIT'
006800         TO ANALYTICS-REPORT-LINE.
006810     WRITE ANALYTICS-REPORT-LINE.
006820     WRITE ANALYTICS-REPORT-LINE FROM ModeHeadLine.
006830     PERFORM 2910-PRINT-LEAD-PRODUCTS THRU 2910-EXIT
006840         VARYING LeadNo FROM 1 BY 1 UNTIL LeadNo > 10.
006850     MOVE 'DISTINCT PRODUCTS' TO ModeLineCaption.
006860     PERFORM 2915-SET-PRODUCTS THRU 2915-EXIT
006870         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
006880     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
006890     MOVE SPACES TO ANALYTICS-REPORT-LINE.
006900     WRITE ANALYTICS-REPORT-LINE.
006910     MOVE 0 TO TieSection.
006920     PERFORM 2920-PRINT-LEAD-IDS THRU 2920-EXIT
006930         VARYING LeadNo FROM 1 BY 1 UNTIL LeadNo > 10.
006940     ADD MasterUnreadable TO TieSection.
006950     MOVE 2 TO SectionNo.
006960     MOVE 'IDENTITIES + UNREADABLE' TO TieCaption.
006970     MOVE 'IDMAST ROWS READ' TO TieBasisCaption.
006980     MOVE MasterRead TO TieBasis.
006990     PERFORM 8500-PRINT-TIE THRU 8500-EXIT.
007000 2900-EXIT.
007010     EXIT.

007020 2910-PRINT-LEAD-PRODUCTS.
007030     PERFORM 2912-SET-LEAD-PRODUCTS THRU 2912-EXIT
007040         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
007050     IF ModeValue(1) = 0 AND ModeValue(2) = 0
007060             AND ModeValue(3) = 0
007070         GO TO 2910-EXIT
007080     END-IF.
007090     COMPUTE LeadDigit = LeadNo - 1.
007100     MOVE SPACES TO ModeLineCaption.
007110     STRING 'PRODUCTS, LEADING DIGIT ' DELIMITED BY SIZE
007120         LeadDigit DELIMITED BY SIZE
007130         INTO ModeLineCaption.
007140     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
007150 2910-EXIT.
007160     EXIT.

007170 2912-SET-LEAD-PRODUCTS.
007180     MOVE LD-PRODUCTS(LeadNo, ModeNo) TO ModeValue(ModeNo).
007190 2912-EXIT.
007200     EXIT.

007210 2915-SET-PRODUCTS.
007220     MOVE MD-PRODUCTS(ModeNo) TO ModeValue(ModeNo).
007230 2915-EXIT.
007240     EXIT.

007250 2920-PRINT-LEAD-IDS.
007260     PERFORM 2922-SET-LEAD-IDS THRU 2922-EXIT
007270         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
007280     IF ModeValue(1) = 0 AND ModeValue(2) = 0
007290             AND ModeValue(3) = 0
007300         GO TO 2920-EXIT
007310     END-IF.
007320     COMPUTE LeadDigit = LeadNo - 1.
007330     MOVE SPACES TO ModeLineCaption.
007340     STRING 'IDENTITIES, LEADING DIGIT ' DELIMITED BY SIZE
007350         LeadDigit DELIMITED BY SIZE
007360         INTO ModeLineCaption.
007370     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
007380     ADD ModeValueAll TO TieSection.
007390 2920-EXIT.
007400     EXIT.

007410 2922-SET-LEAD-IDS.
007420     MOVE LD-IDENTITIES(LeadNo, ModeNo) TO ModeValue(ModeNo).
007430 2922-EXIT.
007440     EXIT.

007450*----------------------------------------------------------------
007460*2950-PRINT-CYCLE-SECTION - SECTION 3, IDENTITIES BY THE CYCLE
007470*THAT FIRST QUALIFIED THEM, OLDEST FIRST, THEN THOSE LOADED
007480*BEFORE PROVENANCE WAS KEPT AND ANY PAST THE TABLE.
007490*----------------------------------------------------------------
007500 2950-PRINT-CYCLE-SECTION.
007510     MOVE SPACES TO ANALYTICS-REPORT-LINE.
007520     WRITE ANALYTICS-REPORT-LINE.
007530     MOVE ' SECTION 3 - IDENTITIES BY FIRST-QUALIFIED CYCLE'
007540         TO ANALYTICS-REPORT-LINE.
007550     WRITE ANALYTICS-REPORT-LINE.
007560     WRITE ANALYTICS-REPORT-LINE FROM ModeHeadLine.
007570     MOVE 0 TO TieSection.
007580     PERFORM 2960-PRINT-ONE-CYCLE THRU 2960-EXIT
007590         VARYING CycleNo FROM 1 BY 1 UNTIL CycleNo > CycleCount.
007600     MOVE UnknownCycleIds(1) TO ModeValue(1).
007610     MOVE UnknownCycleIds(2) TO ModeValue(2).
007620     MOVE UnknownCycleIds(3) TO ModeValue(3).
007630     IF ModeValue(1) > 0 OR ModeValue(2) > 0 OR ModeValue(3) > 0
007640         MOVE 'CYCLE UNKNOWN' TO ModeLineCaption
007650         PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT
007660         ADD ModeValueAll TO TieSection
007670     END-IF.
007680     MOVE OtherCycleIds(1) TO ModeValue(1).
007690     MOVE OtherCycleIds(2) TO ModeValue(2).
007700     MOVE OtherCycleIds(3) TO ModeValue(3).
007710     IF ModeValue(1) > 0 OR ModeValue(2) > 0 OR ModeValue(3) > 0
007720         MOVE 'OTHER CYCLES (TABLE FULL)' TO ModeLineCaption
007730         PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT
007740         ADD ModeValueAll TO TieSection
007750     END-IF.
007760     ADD MasterUnreadable TO TieSection.
007770     MOVE 3 TO SectionNo.
007780     MOVE 'IDENTITIES + UNREADABLE' TO TieCaption.
007790     MOVE 'IDMAST ROWS READ' TO TieBasisCaption.
007800     MOVE MasterRead TO TieBasis.
007810     PERFORM 8500-PRINT-TIE THRU 8500-EXIT.
007820 2950-EXIT.
007830     EXIT.

007840 2960-PRINT-ONE-CYCLE.
007850     MOVE CY-DATE(CycleNo) TO CycleDateWork.
007860     PERFORM 7100-FORMAT-CYCLE THRU 7100-EXIT.
007870     MOVE SPACES TO ModeLineCaption.
007880     STRING 'CYCLE ' DELIMITED BY SIZE
007890         CycleEditText DELIMITED BY SIZE
007900         INTO ModeLineCaption.
007910     MOVE CY-IDENTITIES(CycleNo, 1) TO ModeValue(1).
007920     MOVE CY-IDENTITIES(CycleNo, 2) TO ModeValue(2).
007930     MOVE CY-IDENTITIES(CycleNo, 3) TO ModeValue(3).
007940     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
007950     ADD ModeValueAll TO TieSection.
007960 2960-EXIT.
007970     EXIT.

007980*----------------------------------------------------------------
007990*3000-FACTOR-PASS - PASS TWO.  THE INPUT PROCEDURE READS
008000*XREFVSAM ONE FACTOR AT A TIME, PRINTING SECTION 4 AS IT GOES
008010*AND RELEASING EACH FACTOR'S TOTALS; THE OUTPUT PROCEDURE
008020*PRINTS SECTION 5 FROM THEM IN RANK ORDER - MOST ROWS FIRST,
008030*LOWEST FACTOR FIRST WITHIN A TIE.
008040*----------------------------------------------------------------
008050 3000-FACTOR-PASS.
008060     SORT FACTOR-SORT-FILE
008070         ON DESCENDING KEY FS-ROWS
008080         ON ASCENDING KEY FS-FACTOR
008090         INPUT PROCEDURE IS 3100-READ-XREF
008100             THRU 3100-EXIT
008110         OUTPUT PROCEDURE IS 4000-RANK-FACTORS
008120             THRU 4000-EXIT.
008130 3000-EXIT.
008140     EXIT.

008150 3100-READ-XREF.
008160     MOVE SPACES TO ANALYTICS-REPORT-LINE.
008170     WRITE ANALYTICS-REPORT-LINE.
008180     MOVE ' SECTION 4 - FACTORS ON BOTH SIDES (M AND X ROWS)'
008190         TO ANALYTICS-REPORT-LINE.
008200     WRITE ANALYTICS-REPORT-LINE.
008210     MOVE FactorHeadLine TO ANALYTICS-REPORT-LINE.
008220     MOVE SPACES TO ANALYTICS-REPORT-LINE(1:8).
008230     WRITE ANALYTICS-REPORT-LINE.
008240     PERFORM 3150-CLEAR-FACTOR THRU 3150-EXIT.
008250     MOVE LOW-VALUES TO XR-KEY.
008260     START MASTER-XREF-FILE KEY IS NOT LESS THAN XR-KEY
008270         INVALID KEY
008280             MOVE 0 TO MoreXref
008290     END-START.
008300     IF MoreXref = 1
008310         READ MASTER-XREF-FILE NEXT RECORD
008320             AT END
008330                 MOVE 0 TO MoreXref
008340         END-READ
008350     END-IF.
008360     PERFORM 3200-TALLY-XREF-ROW THRU 3200-EXIT
008370         UNTIL NoMoreXref.
008380     IF FactorRows > 0
008390         PERFORM 3500-CLOSE-FACTOR THRU 3500-EXIT
008400     END-IF.
008410     PERFORM 3600-PRINT-CROSS-TOTALS THRU 3600-EXIT.
008420 3100-EXIT.
008430     EXIT.

008440 3150-CLEAR-FACTOR.
008450     MOVE 0 TO FactorRows.
008460     MOVE 0 TO FM-ROWS(1) FM-M-ROWS(1) FM-X-ROWS(1)
008470         FM-ROWS(2) FM-M-ROWS(2) FM-X-ROWS(2)
008480         FM-ROWS(3) FM-M-ROWS(3) FM-X-ROWS(3).
008490 3150-EXIT.
008500     EXIT.

008510*----------------------------------------------------------------
008520*3200-TALLY-XREF-ROW - ONE XREFVSAM ROW: CLOSE THE PREVIOUS
008530*FACTOR WHEN THIS ROW STARTS A NEW ONE, CLASSIFY THE ROW'S
008540*IDENTITY AND COUNT IT BY MODE AND SIDE.
008550*----------------------------------------------------------------
008560 3200-TALLY-XREF-ROW.
008570     ADD 1 TO XrefRead.
008580     IF XR-FACTOR IS NOT NUMERIC OR XR-COUNTER IS NOT NUMERIC
008590             OR XR-OTHER-FACTOR IS NOT NUMERIC
008600         ADD 1 TO XrefUnreadable
008610         GO TO 3200-READ-NEXT
008620     END-IF.
008630     IF FactorRows > 0 AND XR-FACTOR NOT = FactorGroup
008640         PERFORM 3500-CLOSE-FACTOR THRU 3500-EXIT
008650     END-IF.
008660     MOVE XR-FACTOR TO FactorGroup.
008670     MOVE XR-FACTOR TO ClassFactor.
008680     MOVE XR-OTHER-FACTOR TO ClassOther.
008690     MOVE XR-COUNTER TO ClassProduct.
008700     PERFORM 2100-CLASSIFY-TRIPLE THRU 2100-EXIT.
008710     ADD 1 TO FactorRows.
008720     ADD 1 TO FM-ROWS(ModeNo).
008730     ADD 1 TO MD-XREF-ROWS(ModeNo).
008740     IF XR-SIDE = 'M'
008750         ADD 1 TO FM-M-ROWS(ModeNo)
008760     ELSE
008770         IF XR-SIDE = 'X'
008780             ADD 1 TO FM-X-ROWS(ModeNo)
008790         ELSE
008800             ADD 1 TO XrefBadSide
008810         END-IF
008820     END-IF.
008830 3200-READ-NEXT.
008840     READ MASTER-XREF-FILE NEXT RECORD
008850         AT END
008860             MOVE 0 TO MoreXref
008870     END-READ.
008880 3200-EXIT.
008890     EXIT.

008900*----------------------------------------------------------------
008910*3500-CLOSE-FACTOR - THE LAST ROW OF A FACTOR HAS BEEN READ.
008920*COUNT IT AS A DISTINCT FACTOR IN EVERY MODE IT APPEARS IN,
008930*PRINT IT IN SECTION 4 WHEN IT APPEARS ON BOTH SIDES, AND
008940*RELEASE ITS TOTALS TO BE RANKED.
008950*----------------------------------------------------------------
008960 3500-CLOSE-FACTOR.
008970     COMPUTE FactorMRows =
008980         FM-M-ROWS(1) + FM-M-ROWS(2) + FM-M-ROWS(3).
008990     COMPUTE FactorXRows =
009000         FM-X-ROWS(1) + FM-X-ROWS(2) + FM-X-ROWS(3).
009010     PERFORM 3510-COUNT-FACTOR-MODE THRU 3510-EXIT
009020         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
009030     MOVE FactorRows TO FS-ROWS.
009040     MOVE FactorGroup TO FS-FACTOR.
009050     MOVE FactorMRows TO FS-M-ROWS.
009060     MOVE FactorXRows TO FS-X-ROWS.
009070     MOVE FM-ROWS(1) TO FS-MODE-ROWS(1).
009080     MOVE FM-ROWS(2) TO FS-MODE-ROWS(2).
009090     MOVE FM-ROWS(3) TO FS-MODE-ROWS(3).
009100     IF FactorMRows > 0 AND FactorXRows > 0
009110         ADD 1 TO CrossFactors
009120         ADD FactorRows TO CrossRows
009130         MOVE SPACES TO FL-RANK-TEXT
009140         PERFORM 4200-PRINT-FACTOR-LINE THRU 4200-EXIT
009150     END-IF.
009160     RELEASE FACTOR-SORT-RECORD.
009170     ADD 1 TO FactorsReleased.
009180     PERFORM 3150-CLEAR-FACTOR THRU 3150-EXIT.
009190 3500-EXIT.
009200     EXIT.

009210 3510-COUNT-FACTOR-MODE.
009220     IF FM-ROWS(ModeNo) = 0
009230         GO TO 3510-EXIT
009240     END-IF.
009250     ADD 1 TO MD-FACTORS(ModeNo).
009260     IF FM-M-ROWS(ModeNo) > 0 AND FM-X-ROWS(ModeNo) > 0
009270         ADD 1 TO MD-CROSS-FACTORS(ModeNo)
009280     END-IF.
009290 3510-EXIT.
009300     EXIT.

009310*----------------------------------------------------------------
009320*3600-PRINT-CROSS-TOTALS - SECTION 4 CONTROL TOTALS.  THE ROWS
009330*READ MUST BE TWICE THE IDMAST ROWS READ - ONE 'M' AND ONE 'X'
009340*ROW PER IDENTITY.
009350*----------------------------------------------------------------
009360 3600-PRINT-CROSS-TOTALS.
009370     IF CrossFactors = 0
009380         MOVE ' NO FACTOR APPEARS ON BOTH SIDES'
009390             TO ANALYTICS-REPORT-LINE
009400         WRITE ANALYTICS-REPORT-LINE
009410     END-IF.
009420     MOVE SPACES TO ANALYTICS-REPORT-LINE.
009430     WRITE ANALYTICS-REPORT-LINE.
009440     MOVE CrossFactors TO TieEdit1.
009450     MOVE CrossRows TO TieEdit2.
009460     MOVE SPACES TO ANALYTICS-REPORT-LINE.
009470     STRING ' FACTORS ON BOTH SIDES ' DELIMITED BY SIZE
009480         TieEdit1 DELIMITED BY SIZE
009490         '  XREFVSAM ROWS FOR THEM ' DELIMITED BY SIZE
009500         TieEdit2 DELIMITED BY SIZE
009510         INTO ANALYTICS-REPORT-LINE.
009520     WRITE ANALYTICS-REPORT-LINE.
009530     IF XrefUnreadable > 0 OR XrefBadSide > 0
009540         MOVE XrefUnreadable TO TieEdit1
009550         MOVE XrefBadSide TO TieEdit2
009560         MOVE SPACES TO ANALYTICS-REPORT-LINE
009570         STRING ' *** UNREADABLE XREFVSAM ROWS ' DELIMITED BY SIZE
009580             TieEdit1 DELIMITED BY SIZE
009590             '  ROWS ON NEITHER SIDE ' DELIMITED BY SIZE
009600             TieEdit2 DELIMITED BY SIZE
009610             INTO ANALYTICS-REPORT-LINE
009620         WRITE ANALYTICS-REPORT-LINE
009630     END-IF.
009640     COMPUTE TwiceMaster = MasterRead * 2.
009650     MOVE 4 TO SectionNo.
009660     MOVE 'XREFVSAM ROWS READ' TO TieCaption.
009670     MOVE XrefRead TO TieSection.
009680     MOVE 'TWICE IDMAST ROWS READ' TO TieBasisCaption.
009690     MOVE TwiceMaster TO TieBasis.
009700     PERFORM 8500-PRINT-TIE THRU 8500-EXIT.
009710 3600-EXIT.
009720     EXIT.

009730*----------------------------------------------------------------
009740*4000-RANK-FACTORS - SECTION 5, EVERY FACTOR IN RANK ORDER.
009750*FACTORS WITH EQUAL ROWS SHARE A RANK AND THE NEXT RANK SKIPS
009760*PAST THEM (1, 2, 2, 4).
009770*----------------------------------------------------------------
009780 4000-RANK-FACTORS.
009790     MOVE SPACES TO ANALYTICS-REPORT-LINE.
009800     WRITE ANALYTICS-REPORT-LINE.
009810     MOVE ' SECTION 5 - FACTOR FREQUENCY, RANKED'
009820         TO ANALYTICS-REPORT-LINE.
009830     WRITE ANALYTICS-REPORT-LINE.
009840     WRITE ANALYTICS-REPORT-LINE FROM FactorHeadLine.
009850     PERFORM 4100-RANK-ONE-FACTOR THRU 4100-EXIT
009860         UNTIL NoMoreRanked.
009870     MOVE SPACES TO ANALYTICS-REPORT-LINE.
009880     WRITE ANALYTICS-REPORT-LINE.
009890     MOVE FactorsReturned TO TieEdit1.
009900     MOVE FactorsReleased TO TieEdit3.
009910     MOVE SPACES TO ANALYTICS-REPORT-LINE.
009920     STRING ' FACTORS RANKED ' DELIMITED BY SIZE
009930         TieEdit1 DELIMITED BY SIZE
009940         '  OF DISTINCT FACTORS READ ' DELIMITED BY SIZE
009950         TieEdit3 DELIMITED BY SIZE
009960         INTO ANALYTICS-REPORT-LINE.
009970     WRITE ANALYTICS-REPORT-LINE.
009980     COMPUTE TwiceMaster = (MasterRead - MasterUnreadable) * 2.
009990     MOVE 5 TO SectionNo.
010000     MOVE 'ROWS OVER ALL RANKED FACTORS' TO TieCaption.
010010     MOVE RowsReturned TO TieSection.
010020     MOVE 'TWICE READABLE IDMAST' TO TieBasisCaption.
010030     MOVE TwiceMaster TO TieBasis.
010040     PERFORM 8500-PRINT-TIE THRU 8500-EXIT.
010050 4000-EXIT.
010060     EXIT.

010070 4100-RANK-ONE-FACTOR.
010080     RETURN FACTOR-SORT-FILE
010090         AT END
010100             MOVE 0 TO MoreRanked
010110             GO TO 4100-EXIT
010120     END-RETURN.
010130     ADD 1 TO FactorsReturned.
010140     ADD 1 TO RankPosition.
010150     ADD FS-ROWS TO RowsReturned.
010160     IF RankPosition = 1 OR FS-ROWS NOT = RankPrevRows
010170         MOVE RankPosition TO RankNo
010180         MOVE FS-ROWS TO RankPrevRows
010190     END-IF.
010200     MOVE RankNo TO FL-RANK.
010210     PERFORM 4200-PRINT-FACTOR-LINE THRU 4200-EXIT.
010220 4100-EXIT.
010230     EXIT.

010240*----------------------------------------------------------------
010250*4200-PRINT-FACTOR-LINE - ONE FACTOR'S LINE FROM ITS SORT
010260*RECORD, FOR SECTIONS 4 AND 5.  THE CALLER SETS THE RANK.
010270*----------------------------------------------------------------
010280 4200-PRINT-FACTOR-LINE.
010290     MOVE FS-FACTOR TO FL-FACTOR.
010300     MOVE SPACES TO FL-COLUMN(1) FL-COLUMN(2) FL-COLUMN(3)
010310         FL-COLUMN(4) FL-COLUMN(5) FL-COLUMN(6).
010320     MOVE FS-ROWS TO FL-COUNT(1).
010330     MOVE FS-M-ROWS TO FL-COUNT(2).
010340     MOVE FS-X-ROWS TO FL-COUNT(3).
010350     MOVE FS-MODE-ROWS(1) TO FL-COUNT(4).
010360     MOVE FS-MODE-ROWS(2) TO FL-COUNT(5).
010370     MOVE FS-MODE-ROWS(3) TO FL-COUNT(6).
010380     WRITE ANALYTICS-REPORT-LINE FROM FactorLine.
010390 4200-EXIT.
010400     EXIT.

010410*----------------------------------------------------------------
010420*5000-PRINT-MODE-COMPARISON - SECTION 6, THE TWO DIGIT MODES
010430*SIDE BY SIDE.  THE SUM OF DISTINCT 1-9 PRODUCTS IS THE
010440*PROBLEM'S ANSWER OVER THE GROUND SCANNED SO FAR.  EACH MODE'S
010450*XREFVSAM ROWS MUST BE TWICE ITS IDENTITIES.
010460*----------------------------------------------------------------
010470 5000-PRINT-MODE-COMPARISON.
010480     MOVE SPACES TO ANALYTICS-REPORT-LINE.
010490     WRITE ANALYTICS-REPORT-LINE.
010500     MOVE ' SECTION 6 - DIGIT MODES SIDE BY SIDE'
010510         TO ANALYTICS-REPORT-LINE.
010520     WRITE ANALYTICS-REPORT-LINE.
010530     WRITE ANALYTICS-REPORT-LINE FROM ModeHeadLine.
010540     MOVE 'IDENTITIES' TO ModeLineCaption.
010550     MOVE MD-IDENTITIES(1) TO ModeValue(1).
010560     MOVE MD-IDENTITIES(2) TO ModeValue(2).
010570     MOVE MD-IDENTITIES(3) TO ModeValue(3).
010580     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
010590     COMPUTE TieSection = ModeValueAll + MasterUnreadable.
010600     MOVE 'OF WHICH QUARANTINED' TO ModeLineCaption.
010610     MOVE MD-QUARANTINED(1) TO ModeValue(1).
010620     MOVE MD-QUARANTINED(2) TO ModeValue(2).
010630     MOVE MD-QUARANTINED(3) TO ModeValue(3).
010640     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
010650     MOVE 'DISTINCT PRODUCTS' TO ModeLineCaption.
010660     MOVE MD-PRODUCTS(1) TO ModeValue(1).
010670     MOVE MD-PRODUCTS(2) TO ModeValue(2).
010680     MOVE MD-PRODUCTS(3) TO ModeValue(3).
010690     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
010700     MOVE 'PRODUCTS, MORE THAN ONE WAY' TO ModeLineCaption.
010710     MOVE MD-MULTI-PRODUCTS(1) TO ModeValue(1).
010720     MOVE MD-MULTI-PRODUCTS(2) TO ModeValue(2).
010730     MOVE MD-MULTI-PRODUCTS(3) TO ModeValue(3).
010740     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
010750     MOVE 'SUM OF DISTINCT PRODUCTS' TO ModeLineCaption.
010760     MOVE MD-PRODUCT-SUM(1) TO ModeValue(1).
010770     MOVE MD-PRODUCT-SUM(2) TO ModeValue(2).
010780     MOVE MD-PRODUCT-SUM(3) TO ModeValue(3).
010790     MOVE 0 TO ShowAllFlag.
010800     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
010810     PERFORM 5100-SET-LOW THRU 5100-EXIT
010820         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
010830     MOVE 'LOWEST PRODUCT' TO ModeLineCaption.
010840     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
010850     MOVE 'HIGHEST PRODUCT' TO ModeLineCaption.
010860     MOVE MD-HIGH(1) TO ModeValue(1).
010870     MOVE MD-HIGH(2) TO ModeValue(2).
010880     MOVE MD-HIGH(3) TO ModeValue(3).
010890     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
010900     MOVE 1 TO ShowAllFlag.
010910     MOVE 'DISTINCT FACTORS' TO ModeLineCaption.
010920     MOVE MD-FACTORS(1) TO ModeValue(1).
010930     MOVE MD-FACTORS(2) TO ModeValue(2).
010940     MOVE MD-FACTORS(3) TO ModeValue(3).
010950     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
010960     MOVE 'FACTORS ON BOTH SIDES' TO ModeLineCaption.
010970     MOVE MD-CROSS-FACTORS(1) TO ModeValue(1).
010980     MOVE MD-CROSS-FACTORS(2) TO ModeValue(2).
010990     MOVE MD-CROSS-FACTORS(3) TO ModeValue(3).
011000     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
011010     MOVE 'XREFVSAM ROWS' TO ModeLineCaption.
011020     MOVE MD-XREF-ROWS(1) TO ModeValue(1).
011030     MOVE MD-XREF-ROWS(2) TO ModeValue(2).
011040     MOVE MD-XREF-ROWS(3) TO ModeValue(3).
011050     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
011060     MOVE 'TWICE IDENTITIES' TO ModeLineCaption.
011070     COMPUTE ModeValue(1) = MD-IDENTITIES(1) * 2.
011080     COMPUTE ModeValue(2) = MD-IDENTITIES(2) * 2.
011090     COMPUTE ModeValue(3) = MD-IDENTITIES(3) * 2.
011100     PERFORM 8100-PRINT-MODE-LINE THRU 8100-EXIT.
011110     MOVE 6 TO SectionNo.
011120     MOVE 'IDENTITIES + UNREADABLE' TO TieCaption.
011130     MOVE 'IDMAST ROWS READ' TO TieBasisCaption.
011140     MOVE MasterRead TO TieBasis.
011150     PERFORM 8500-PRINT-TIE THRU 8500-EXIT.
011160     PERFORM 5200-TIE-MODE-XREF THRU 5200-EXIT
011170         VARYING ModeNo FROM 1 BY 1 UNTIL ModeNo > 3.
011180 5000-EXIT.
011190     EXIT.

011200 5100-SET-LOW.
011210     IF MD-PRODUCTS(ModeNo) = 0
011220         MOVE 0 TO ModeValue(ModeNo)
011230     ELSE
011240         MOVE MD-LOW(ModeNo) TO ModeValue(ModeNo)
011250     END-IF.
011260 5100-EXIT.
011270     EXIT.

011280 5200-TIE-MODE-XREF.
011290     MOVE SPACES TO TieCaption.
011300     STRING ModeCaption(ModeNo) DELIMITED BY SPACE
011310         ' XREFVSAM ROWS' DELIMITED BY SIZE
011320         INTO TieCaption.
011330     MOVE MD-XREF-ROWS(ModeNo) TO TieSection.
011340     MOVE SPACES TO TieBasisCaption.
011350     STRING 'TWICE ' DELIMITED BY SIZE
011360         ModeCaption(ModeNo) DELIMITED BY SPACE
011370         ' IDENTITIES' DELIMITED BY SIZE
011380         INTO TieBasisCaption.
011390     COMPUTE TieBasis = MD-IDENTITIES(ModeNo) * 2.
011400     PERFORM 8500-PRINT-TIE THRU 8500-EXIT.
011410 5200-EXIT.
011420     EXIT.

011430*----------------------------------------------------------------
011440*7100-FORMAT-CYCLE - CycleDateWork AS YYYY/MM/DD, OR UNKNOWN
011450*WHEN IT IS NOT A DATE.
011460*----------------------------------------------------------------
011470 7100-FORMAT-CYCLE.
011480     IF CycleDateWork IS NUMERIC
011490         MOVE CycleDateNumber TO CycleEdit
011500     ELSE
011510         MOVE 'UNKNOWN' TO CycleEditText
011520     END-IF.
011530 7100-EXIT.
011540     EXIT.

011550*----------------------------------------------------------------
011560*8100-PRINT-MODE-LINE - ONE LINE OF MODE COLUMNS.  THE CALLER
011570*SETS ModeLineCaption AND ModeValue; ModeValueAll IS LEFT SET
011580*FOR THE CALLER'S CONTROL TOTAL.
011590*----------------------------------------------------------------
011600 8100-PRINT-MODE-LINE.
011610     MOVE SPACES TO ModeTotalLine.
011620     MOVE ModeLineCaption TO ML-CAPTION.
011630     MOVE ModeValue(1) TO ML-COUNT(1).
011640     MOVE ModeValue(2) TO ML-COUNT(2).
011650     MOVE ModeValue(3) TO ML-COUNT(3).
011660     COMPUTE ModeValueAll =
011670         ModeValue(1) + ModeValue(2) + ModeValue(3).
011680     IF ShowAllColumn
011690         MOVE ModeValueAll TO ML-ALL
011700     ELSE
011710         MOVE SPACES TO ML-ALL-TEXT
011720     END-IF.
011730     WRITE ANALYTICS-REPORT-LINE FROM ModeTotalLine.
011740 8100-EXIT.
011750     EXIT.

011760*----------------------------------------------------------------
011770*8500-PRINT-TIE - ONE SECTION'S CONTROL TOTAL AGAINST WHAT IT
011780*MUST TIE TO.  ONE THAT DOES NOT TIE IS LOGGED TO EXCPLOG.
011790*----------------------------------------------------------------
011800 8500-PRINT-TIE.
011810     MOVE TieSection TO TieEdit1.
011820     MOVE TieBasis TO TieEdit2.
011830     MOVE SPACES TO ANALYTICS-REPORT-LINE.
011840     STRING ' CONTROL TOTAL: ' DELIMITED BY SIZE
011850         TieCaption DELIMITED BY '  '
011860         ' ' DELIMITED BY SIZE
011870         TieEdit1 DELIMITED BY SIZE
011880         '  ' DELIMITED BY SIZE
011890         TieBasisCaption DELIMITED BY '  '
011900         ' ' DELIMITED BY SIZE
011910         TieEdit2 DELIMITED BY SIZE
011920         INTO ANALYTICS-REPORT-LINE.
011930     IF TieSection = TieBasis
011940         MOVE '- TIES' TO ANALYTICS-REPORT-LINE(101:6)
011950         WRITE ANALYTICS-REPORT-LINE
011960         GO TO 8500-EXIT
011970     END-IF.
011980     MOVE '- *** DOES NOT TIE' TO ANALYTICS-REPORT-LINE(101:18).
011990     WRITE ANALYTICS-REPORT-LINE.
012000     ADD 1 TO NoTieCount.
012010     MOVE 'NOTIE' TO EX-TYPE.
012020     MOVE SPACES TO EX-DETAIL.
012030     STRING 'SECTION ' DELIMITED BY SIZE
012040         SectionNo DELIMITED BY SIZE
012050         ' ' DELIMITED BY SIZE
012060         TieSection DELIMITED BY SIZE
012070         ' NOT ' DELIMITED BY SIZE
012080         TieBasis DELIMITED BY SIZE
012090         ' ' DELIMITED BY SIZE
012100         TieBasisCaption DELIMITED BY '  '
012110         INTO EX-DETAIL.
012120     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
012130 8500-EXIT.
012140     EXIT.

012150*----------------------------------------------------------------
012160*8900-LOG-EXCEPTION - APPEND ONE RECORD TO THE CUMULATIVE
012170*EXCEPTION LOG.  THE CALLER SETS EX-TYPE AND EX-DETAIL; THE
012180*PROGRAM NAME AND TIMESTAMP ARE FILLED HERE.
012190*----------------------------------------------------------------
012200 8900-LOG-EXCEPTION.
012210     ACCEPT LogDate FROM DATE YYYYMMDD.
012220     ACCEPT LogTimeRaw FROM TIME.
012230     MOVE 'PROB32ANL' TO EX-PROGRAM.
012240     MOVE LogDate TO EX-RUN-DATE.
012250     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
012260     ADD 1 TO LogSeq.
012270     MOVE LogDate TO EX-ID-DATE.
012280     MOVE LogTimeRaw TO EX-ID-TIME.
012290     MOVE LogSeq TO EX-ID-SEQ.
012300     WRITE EXCEPTION-LOG-RECORD.
012310 8900-EXIT.
012320     EXIT.

012330*----------------------------------------------------------------
012340*9000-TERMINATE - REPORT THE CONTROL TOTALS, FLAG A REPORT
012350*WHOSE FIGURES DO NOT TIE OR REST ON UNREADABLE RECORDS, CLOSE
012360*UP, END THE RUN.
012370*----------------------------------------------------------------
012380 9000-TERMINATE.
012390     DISPLAY 'PROB32ANL CONTROL TOTALS'.
012400     DISPLAY '-------------------------'.
012410     DISPLAY 'IDMAST READ ..... ' MasterRead.
012420     DISPLAY 'IDMAST UNREAD ... ' MasterUnreadable.
012430     DISPLAY 'XREF ROWS READ .. ' XrefRead.
012440     DISPLAY 'XREF UNREAD ..... ' XrefUnreadable.
012450     DISPLAY 'FACTORS RANKED .. ' FactorsReturned.
012460     DISPLAY 'NOT TIED ........ ' NoTieCount.
012470     IF NoTieCount > 0 OR MasterUnreadable > 0
012480             OR XrefUnreadable > 0 OR XrefBadSide > 0
012490         DISPLAY 'PROB32ANL - FIGURES DO NOT TIE OR REST ON '
012500             'UNREADABLE RECORDS - RUN PROB32A, SEE ANLRPT'
012510         IF RETURN-CODE < 4
012520             MOVE 4 TO RETURN-CODE
012530         END-IF
012540     END-IF.
012550     CLOSE MASTER-IDENTITY-FILE.
012560     CLOSE MASTER-XREF-FILE.
012570     CLOSE ANALYTICS-REPORT.
012580     CLOSE EXCEPTION-LOG.
012590 9000-EXIT.
012600     EXIT.

012610 9999-EXIT.
012620     STOP RUN.
