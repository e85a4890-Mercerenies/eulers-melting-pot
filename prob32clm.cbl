000100*----------------------------------------------------------------
000110*PROB32CLM.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, CLAIMS
000140*VERIFICATION.
000150*
000160*INBOUND INTERFACE FOR CLAIMED PANDIGITAL IDENTITIES.  OTHER
000170*DEPARTMENTS AND OUTSIDE PARTNERS SEND A CLAIMS FILE (CLMIN, SEE
000180*COPYBOOK CLMREC) - A SENDER HEADER, ONE ROW PER CLAIMED
000190*MULTIPLICAND/MULTIPLIER/PRODUCT TRIPLE WITH ITS DIGIT MODE, AND
000200*A TRAILER WITH THE CLAIM COUNT AND A HASH TOTAL OF THE PRODUCTS,
000210*THE SAME CONTROL SHAPE AS THE INTERCHANGE FILES (SEE IFCCTL).
000220*
000230*EVERY CLAIM IS VERIFIED ON ITS OWN MERITS, NOT AGAINST OUR OWN
000240*RESULTS: THE NUMBERS MUST EDIT, THE DIGIT MODE MUST BE ONE WE
000250*KNOW, THE FACTORS MUST MULTIPLY TO THE PRODUCT, AND THE TRIPLE
000260*MUST PASS PROBLEM32'S PANDIGITAL TEST UNDER THE STATED MODE.
000270*ONLY THEN IS IDMAST (SEE IDREC) CONSULTED, TO SAY WHETHER WE
000280*HOLD THE IDENTITY AND FROM WHICH CYCLE (ID-FIRST-CYCLE).
000290*
000300*EVERY CLAIM GOES BACK TO THE SENDER ON THE RETURN FILE (CLMRTN,
000310*SEE CLMRTN) WITH AN ACCEPT OR REJECT REASON CODE, AND PRINTS ON
000320*THE SUMMARY REPORT (CLMRPT) WITH A COUNT PER REASON AT THE
000330*FOOT.  A VALID CLAIM WE DO NOT HOLD IS A SIGN OUR OWN SCAN
000340*MISSED SOMETHING: IT IS ALSO LOGGED TO EXCPLOG (SEE EXCPREC)
000350*AND ENDS THE RUN RC=4.  INBOUND HEADER/TRAILER FAULTS ARE
000360*LOGGED AND END THE RUN RC=8, AS THEY DO IN PROB32MRG, AND THE
000370*RETURN TRAILER TELLS THE SENDER TO RESEND.  IDMAST IS OPENED
000380*INPUT - A CLAIM NEVER CHANGES THE MASTER.
000390*----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     PROB32CLM.
000420 AUTHOR.         J H KELLERMAN.
000430 INSTALLATION.   EULER BATCH SYSTEMS.
000440 DATE-WRITTEN.   10/15/2026.
000450 DATE-COMPILED.  10/15/2026.
000460*
000470*MODIFICATION HISTORY
000480*DATE       INIT  DESCRIPTION
000490*---------- ----  -----------------------------------------------
000500*2026-10-15 JHK   ORIGINAL - INBOUND IDENTITY-CLAIMS
000510*                 VERIFICATION WITH RETURN FILE AND SUMMARY.
000513*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS
000516*                 EXCEPTION ID (EX-ID, SEE EXCPREC).
000517*2026-10-15 JHK   PRINT EACH CONTROL FAULT ON THE REPORT.

000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT CLAIMS-IN ASSIGN TO CLMIN
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT MASTER-IDENTITY-FILE ASSIGN TO IDMAST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS ID-KEY
000610         FILE STATUS IS IdFileStatus.
000620     SELECT CLAIMS-RETURN ASSIGN TO CLMRTN
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT CLAIMS-REPORT ASSIGN TO CLMRPT
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
000670         ORGANIZATION IS SEQUENTIAL.

000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CLAIMS-IN
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY CLMREC.
000740 FD  MASTER-IDENTITY-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY IDREC.
000770 FD  CLAIMS-RETURN
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY CLMRTN.
000810 FD  CLAIMS-REPORT
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  CLAIMS-REPORT-LINE        PIC X(100).
000850 FD  EXCEPTION-LOG
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY EXCPREC.

000890 WORKING-STORAGE SECTION.
000900*CLAIMS WORK AREAS
000910 01  IdFileStatus PIC X(2).
000920 01  RunDate PIC 9(08).
000930 01  MoreClaims PIC 9 VALUE 1.
000940     88  NoMoreClaims VALUE 0.
000950 01  HeaderFlag PIC 9 VALUE 0.
000960     88  HeaderTaken VALUE 1.
000970 01  TrailerFlag PIC 9 VALUE 0.
000980     88  TrailerTaken VALUE 1.
000990 01  Sender PIC X(08) VALUE 'UNKNOWN'.
001000 01  BatchId PIC X(08) VALUE SPACES.
001010 01  SentDate PIC X(08) VALUE SPACES.
001020 01  ClaimMultiplicand PIC 9(05).
001030 01  ClaimMultiplier PIC 9(05).
001040 01  ClaimProduct PIC 9(05).
001050 01  Product PIC 9(10).
001060 01  ReasonCode PIC X(02).
001070 01  ReasonText PIC X(40).
001080*IDMAST LOOKUP WORK AREAS - EVERY PAIR OF THE PRODUCT IS READ,
001090*SINCE ALL-IDENTITIES MODE CAN HOLD SEVERAL.
001100 01  LookupFlag PIC 9.
001110     88  LookupDone VALUE 1.
001120 01  ProductFlag PIC 9.
001130     88  ProductOnMaster VALUE 1.
001140 01  PairFlag PIC 9.
001150     88  PairOnMaster VALUE 1.
001160 01  MatchSeq PIC X(02).
001170 01  MatchCycle PIC X(08).
001180 01  MatchStatus PIC X(01).
001190*PANDIGITAL-TEST WORK AREAS - THE SAME EDIT-AND-TALLY TEST
001200*PROBLEM32 QUALIFIES ITS HITS WITH.
001210 01  Candidate PIC 99999.
001220 01  Candidate0 PIC 99999.
001230 01  Counter PIC 99999.
001240 01  Str0 PIC X(6).
001250 01  Str1 PIC X(6).
001260 01  Str2 PIC X(6).
001270 01  StrC PIC X(20).
001280 01  Temp PIC 99.
001290 01  TempS PIC X(1).
001300 01  TallyCt PIC 99.
001310 01  Okay PIC 9.
001320 01  DigitStart PIC 9.
001330 01  DigitEnd PIC 9.
001340 01  DigitSetSize PIC 99.
001350 01  TrimSource PIC 9(05).
001360 01  TrimEdited PIC Z(4)9.
001370 01  TrimResult PIC X(6).
001380 01  TrimLen PIC 9.
001390 01  CandLen PIC 9.
001400 01  Cand0Len PIC 9.
001410 01  ProdLen PIC 9.
001420 01  TotalLen PIC 99.
001430*CLAIMS-CONTROL WORK AREAS - THE INBOUND COUNTS RECONCILE
001440*AGAINST THE SENDER'S TRAILER.
001450 01  ClaimHashTotal PIC 9(11) VALUE 0.
001460 01  CtlExceptions PIC 9(05) VALUE 0.
001470*EXCEPTION-LOG WORK AREAS
001480 01  LogDate PIC 9(08).
001490 01  LogTimeRaw PIC 9(08).
001495 01  LogSeq PIC 9(04) VALUE 0.
001500*CONTROL-TOTAL WORK AREAS
001510 01  ClaimsRead PIC 9(07) VALUE 0.
001520 01  ClaimsAccepted PIC 9(07) VALUE 0.
001530 01  ClaimsRejected PIC 9(07) VALUE 0.
001540 01  OnMasterCount PIC 9(07) VALUE 0.
001550 01  MissedCount PIC 9(07) VALUE 0.
001560 01  QuarantinedCount PIC 9(07) VALUE 0.
001570 01  OtherPairCount PIC 9(07) VALUE 0.
001580 01  NotNumericCount PIC 9(07) VALUE 0.
001590 01  BadModeCount PIC 9(07) VALUE 0.
001600 01  ArithCount PIC 9(07) VALUE 0.
001610 01  PandigitalCount PIC 9(07) VALUE 0.
001620*REPORT-LINE LAYOUTS
001630 01  SenderLine.
001640     05  FILLER PIC X(09) VALUE ' SENDER  '.
001650     05  SL-SENDER PIC X(08).
001660     05  FILLER PIC X(09) VALUE '   BATCH '.
001670     05  SL-BATCH-ID PIC X(08).
001680     05  FILLER PIC X(08) VALUE '   SENT '.
001690     05  SL-SENT-DATE PIC X(08).
001700     05  FILLER PIC X(12) VALUE '   VERIFIED '.
001710     05  SL-VERIFY-DATE PIC 9(08).
001720     05  FILLER PIC X(30) VALUE SPACES.
001730 01  ColumnHeadLine.
001740     05  FILLER PIC X(12) VALUE ' CLAIM REF'.
001750     05  FILLER PIC X(18) VALUE 'MCAND MPLR  PROD'.
001760     05  FILLER PIC X(07) VALUE 'MODE'.
001770     05  FILLER PIC X(09) VALUE 'RESULT'.
001780     05  FILLER PIC X(43) VALUE 'REASON'.
001790     05  FILLER PIC X(11) VALUE 'FIRST CYCLE'.
001800 01  ClaimLine.
001810     05  FILLER PIC X(01) VALUE SPACE.
001820     05  CLL-CLAIM-REF PIC X(10).
001830     05  FILLER PIC X(01) VALUE SPACE.
001840     05  CLL-MULTIPLICAND PIC X(05).
001850     05  FILLER PIC X(01) VALUE SPACE.
001860     05  CLL-MULTIPLIER PIC X(05).
001870     05  FILLER PIC X(01) VALUE SPACE.
001880     05  CLL-PRODUCT PIC X(05).
001890     05  FILLER PIC X(03) VALUE SPACES.
001900     05  CLL-DIGIT-MODE PIC X(01).
001910     05  FILLER PIC X(04) VALUE SPACES.
001920     05  CLL-RESULT PIC X(08).
001930     05  FILLER PIC X(01) VALUE SPACE.
001940     05  CLL-REASON PIC X(02).
001950     05  FILLER PIC X(01) VALUE SPACE.
001960     05  CLL-REASON-TEXT PIC X(40).
001970     05  CLL-FIRST-CYCLE PIC X(08).
001980     05  FILLER PIC X(03) VALUE SPACES.
001990 01  TotalLine.
002000     05  FILLER PIC X(01) VALUE SPACE.
002010     05  TL-CAPTION PIC X(40).
002020     05  TL-COUNT PIC Z(6)9.
002030     05  FILLER PIC X(52) VALUE SPACES.
002031 01  FaultLine.
002032     05  FILLER PIC X(18) VALUE ' ** CONTROL FAULT '.
002033     05  FL-TYPE PIC X(12).
002034     05  FILLER PIC X(01) VALUE SPACE.
002035     05  FL-DETAIL PIC X(45).
002036     05  FILLER PIC X(24) VALUE SPACES.

002040 PROCEDURE DIVISION.
002050*----------------------------------------------------------------
002060*0000-MAINLINE - OVERALL JOB FLOW.
002070*----------------------------------------------------------------
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002110         UNTIL NoMoreClaims.
002120     IF NOT TrailerTaken
002130         MOVE 'CTLREC' TO EX-TYPE
002140         MOVE 'CLAIMS FILE ENDS WITH NO TRAILER - TRUNCATED'
002150             TO EX-DETAIL
002160         PERFORM 2800-CONTROL-FAULT THRU 2800-EXIT
002170     END-IF.
002180     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200     GO TO 9999-EXIT.

002210*----------------------------------------------------------------
002220*1000-INITIALIZE - OPEN THE FILES, TAKE THE SENDER HEADER, AND
002230*LEAD THE RETURN FILE AND THE REPORT WITH THEIR HEADINGS.  A
002240*FILE THAT DOES NOT OPEN WITH A HEADER IS STILL VERIFIED CLAIM
002250*BY CLAIM - THE SENDER GETS EVERY ANSWER WE CAN GIVE - BUT THE
002260*CONTROLS ARE LOGGED AS FAILED, UNDER THE REPORT HEADINGS.
002270*----------------------------------------------------------------
002280 1000-INITIALIZE.
002290     OPEN EXTEND EXCEPTION-LOG.
002300     ACCEPT RunDate FROM DATE YYYYMMDD.
002310     OPEN INPUT MASTER-IDENTITY-FILE.
002320     IF IdFileStatus NOT = '00'
002330         DISPLAY 'PROB32CLM - IDMAST OPEN FAILED, FILE STATUS '
002340             IdFileStatus
002350         MOVE 'ABEND' TO EX-TYPE
002360         MOVE SPACES TO EX-DETAIL
002370         STRING 'IDMAST OPEN FAILED, FILE STATUS '
002380             DELIMITED BY SIZE
002390             IdFileStatus DELIMITED BY SIZE
002400             INTO EX-DETAIL
002410         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
002420         MOVE 16 TO RETURN-CODE
002430         CLOSE EXCEPTION-LOG
002440         GO TO 9999-EXIT
002450     END-IF.
002460     OPEN INPUT CLAIMS-IN.
002470     OPEN OUTPUT CLAIMS-RETURN.
002480     OPEN OUTPUT CLAIMS-REPORT.
002490     READ CLAIMS-IN
002500         AT END
002510             MOVE 0 TO MoreClaims
002520     END-READ.
002530     IF NOT NoMoreClaims AND CLH-RECORD-TYPE = 'H'
002540         PERFORM 1100-TAKE-HEADER THRU 1100-EXIT
002550         READ CLAIMS-IN
002560             AT END
002570                 MOVE 0 TO MoreClaims
002580         END-READ
002590     END-IF.
002600     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002602     IF NOT HeaderTaken
002604         MOVE 'CTLREC' TO EX-TYPE
002605         MOVE 'CLAIMS FILE DOES NOT OPEN WITH A HEADER'
002606             TO EX-DETAIL
002608         PERFORM 2800-CONTROL-FAULT THRU 2800-EXIT
002609     END-IF.
002610 1000-EXIT.
002620     EXIT.

002630*----------------------------------------------------------------
002640*1100-TAKE-HEADER - THE SENDER, BATCH AND SENT DATE, ECHOED ON
002650*THE RETURN FILE AND THE REPORT.
002660*----------------------------------------------------------------
002670 1100-TAKE-HEADER.
002680     MOVE 1 TO HeaderFlag.
002690     IF CLH-SENDER NOT = SPACES
002700         MOVE CLH-SENDER TO Sender
002710     END-IF.
002720     MOVE CLH-BATCH-ID TO BatchId.
002730     MOVE CLH-SENT-DATE TO SentDate.
002740     DISPLAY 'PROB32CLM - CLAIMS FROM ' Sender ' BATCH '
002750         BatchId ' SENT ' SentDate.
002760 1100-EXIT.
002770     EXIT.

002780*----------------------------------------------------------------
002790*1200-WRITE-HEADINGS - THE RETURN FILE'S HEADER AND THE REPORT
002800*HEADINGS.
002810*----------------------------------------------------------------
002820 1200-WRITE-HEADINGS.
002830     MOVE SPACES TO RETURN-HEADER-RECORD.
002840     MOVE 'H' TO CRH-RECORD-TYPE.
002850     MOVE Sender TO CRH-SENDER.
002860     MOVE BatchId TO CRH-BATCH-ID.
002870     MOVE SentDate TO CRH-SENT-DATE.
002880     MOVE RunDate TO CRH-VERIFY-DATE.
002890     WRITE RETURN-HEADER-RECORD.
002900     MOVE 'PROB32CLM IDENTITY CLAIMS VERIFICATION'
002910         TO CLAIMS-REPORT-LINE.
002920     WRITE CLAIMS-REPORT-LINE.
002930     MOVE Sender TO SL-SENDER.
002940     MOVE BatchId TO SL-BATCH-ID.
002950     MOVE SentDate TO SL-SENT-DATE.
002960     MOVE RunDate TO SL-VERIFY-DATE.
002970     WRITE CLAIMS-REPORT-LINE FROM SenderLine.
002980     MOVE SPACES TO CLAIMS-REPORT-LINE.
002990     WRITE CLAIMS-REPORT-LINE.
003000     WRITE CLAIMS-REPORT-LINE FROM ColumnHeadLine.
003010     MOVE SPACES TO CLAIMS-REPORT-LINE.
003020     WRITE CLAIMS-REPORT-LINE.
003030 1200-EXIT.
003040     EXIT.

003050*----------------------------------------------------------------
003060*2000-PROCESS-RECORD - SORT ONE INBOUND RECORD BY KIND - CLAIM,
003070*TRAILER, OR SOMETHING THAT DOES NOT BELONG - HANDLE IT, AND
003080*READ THE NEXT ONE.
003090*----------------------------------------------------------------
003100 2000-PROCESS-RECORD.
003110     IF CL-RECORD-TYPE = 'D'
003120         IF TrailerTaken
003130             MOVE 'CTLREC' TO EX-TYPE
003140             MOVE 'CLAIM ROW AFTER THE TRAILER' TO EX-DETAIL
003150             PERFORM 2800-CONTROL-FAULT THRU 2800-EXIT
003160         END-IF
003170         PERFORM 3000-VERIFY-CLAIM THRU 3000-EXIT
003180         GO TO 2000-READ-NEXT
003190     END-IF.
003200     IF CLT-RECORD-TYPE = 'T'
003210         PERFORM 2700-TAKE-TRAILER THRU 2700-EXIT
003220         GO TO 2000-READ-NEXT
003230     END-IF.
003240     MOVE 'CTLREC' TO EX-TYPE.
003250     IF CLH-RECORD-TYPE = 'H'
003260         MOVE 'SECOND HEADER - TWO BATCHES IN ONE FILE'
003270             TO EX-DETAIL
003280     ELSE
003290         MOVE 'NOT A HEADER, CLAIM OR TRAILER RECORD'
003300             TO EX-DETAIL
003310     END-IF.
003320     PERFORM 2800-CONTROL-FAULT THRU 2800-EXIT.
003330 2000-READ-NEXT.
003340     READ CLAIMS-IN
003350         AT END
003360             MOVE 0 TO MoreClaims
003370     END-READ.
003380 2000-EXIT.
003390     EXIT.

003400*----------------------------------------------------------------
003410*2700-TAKE-TRAILER - THE SENDER'S CLAIM COUNT AND HASH TOTAL
003420*MUST AGREE WITH WHAT WAS READ, OR THE FILE WAS TRUNCATED OR
003430*DAMAGED ON THE WAY IN.
003440*----------------------------------------------------------------
003450 2700-TAKE-TRAILER.
003460     IF TrailerTaken
003470         MOVE 'CTLREC' TO EX-TYPE
003480         MOVE 'SECOND TRAILER ON THE CLAIMS FILE' TO EX-DETAIL
003490         PERFORM 2800-CONTROL-FAULT THRU 2800-EXIT
003500         GO TO 2700-EXIT
003510     END-IF.
003520     MOVE 1 TO TrailerFlag.
003530     IF CLT-CLAIM-COUNT IS NOT NUMERIC
003540             OR CLT-HASH-TOTAL IS NOT NUMERIC
003550         MOVE 'CTLREC' TO EX-TYPE
003560         MOVE 'TRAILER RECORD DOES NOT EDIT' TO EX-DETAIL
003570         PERFORM 2800-CONTROL-FAULT THRU 2800-EXIT
003580         GO TO 2700-EXIT
003590     END-IF.
003600     IF CLT-CLAIM-COUNT NOT = ClaimsRead
003610         MOVE 'CTLCOUNT' TO EX-TYPE
003620         MOVE SPACES TO EX-DETAIL
003630         STRING 'TRAILER COUNT ' DELIMITED BY SIZE
003640             CLT-CLAIM-COUNT DELIMITED BY SIZE
003650             ' VS ' DELIMITED BY SIZE
003660             ClaimsRead DELIMITED BY SIZE
003670             ' CLAIMS READ' DELIMITED BY SIZE
003680             INTO EX-DETAIL
003690         PERFORM 2800-CONTROL-FAULT THRU 2800-EXIT
003700     END-IF.
003710     IF CLT-HASH-TOTAL NOT = ClaimHashTotal
003720         MOVE 'CTLHASH' TO EX-TYPE
003730         MOVE SPACES TO EX-DETAIL
003740         STRING 'TRAILER HASH ' DELIMITED BY SIZE
003750             CLT-HASH-TOTAL DELIMITED BY SIZE
003760             ' VS ' DELIMITED BY SIZE
003770             ClaimHashTotal DELIMITED BY SIZE
003780             ' CALC' DELIMITED BY SIZE
003790             INTO EX-DETAIL
003800         PERFORM 2800-CONTROL-FAULT THRU 2800-EXIT
003810     END-IF.
003820 2700-EXIT.
003830     EXIT.

003840*----------------------------------------------------------------
003850*2800-CONTROL-FAULT - ONE INBOUND CONTROL FAULT, TO SYSOUT, THE
003860*REPORT AND EXCPLOG.  THE CALLER SETS EX-TYPE AND EX-DETAIL.
003862*THE REPORT LINE FALLS WHERE THE FAULT WAS FOUND, SO THE SENDER
003864*SEES WHICH CONTROL FAILED AND AGAINST WHICH CLAIMS.
003870*----------------------------------------------------------------
003880 2800-CONTROL-FAULT.
003890     ADD 1 TO CtlExceptions.
003900     DISPLAY 'PROB32CLM - ' Sender ' CONTROLS: ' EX-DETAIL.
003902     MOVE EX-TYPE TO FL-TYPE.
003904     MOVE EX-DETAIL TO FL-DETAIL.
003906     WRITE CLAIMS-REPORT-LINE FROM FaultLine.
003910     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
003920 2800-EXIT.
003930     EXIT.

003940*----------------------------------------------------------------
003950*3000-VERIFY-CLAIM - ONE CLAIM ON ITS OWN MERITS: EDIT, DIGIT
003960*MODE, ARITHMETIC, PANDIGITAL TEST - THE FIRST FAILURE REJECTS
003970*IT - AND ONLY THEN THE IDMAST LOOKUP.
003980*----------------------------------------------------------------
003990 3000-VERIFY-CLAIM.
004000     ADD 1 TO ClaimsRead.
004010     IF CL-PRODUCT IS NUMERIC
004020         MOVE CL-PRODUCT TO ClaimProduct
004030         ADD ClaimProduct TO ClaimHashTotal
004040     END-IF.
004050     MOVE SPACES TO MatchSeq.
004060     MOVE SPACES TO MatchCycle.
004070     IF CL-MULTIPLICAND IS NOT NUMERIC
004080             OR CL-MULTIPLIER IS NOT NUMERIC
004090             OR CL-PRODUCT IS NOT NUMERIC
004100         ADD 1 TO NotNumericCount
004110         MOVE 'R1' TO ReasonCode
004120         MOVE 'A NUMBER IS BLANK OR NOT NUMERIC' TO ReasonText
004130         GO TO 3000-RETURN
004140     END-IF.
004150     MOVE CL-MULTIPLICAND TO ClaimMultiplicand.
004160     MOVE CL-MULTIPLIER TO ClaimMultiplier.
004170     IF CL-DIGIT-MODE = '1'
004180         MOVE 1 TO DigitStart
004190         MOVE 9 TO DigitSetSize
004200     ELSE
004210         IF CL-DIGIT-MODE = '0'
004220             MOVE 0 TO DigitStart
004230             MOVE 10 TO DigitSetSize
004240         ELSE
004250             ADD 1 TO BadModeCount
004260             MOVE 'R2' TO ReasonCode
004270             MOVE 'DIGIT MODE IS NOT 1 OR 0' TO ReasonText
004280             GO TO 3000-RETURN
004290         END-IF
004300     END-IF.
004310     COMPUTE Product = ClaimMultiplicand * ClaimMultiplier.
004320     IF Product NOT = ClaimProduct
004330         ADD 1 TO ArithCount
004340         MOVE 'R3' TO ReasonCode
004350         MOVE 'FACTORS DO NOT MULTIPLY TO THE PRODUCT'
004360             TO ReasonText
004370         GO TO 3000-RETURN
004380     END-IF.
004390     MOVE ClaimMultiplicand TO Candidate.
004400     MOVE ClaimMultiplier TO Candidate0.
004410     MOVE ClaimProduct TO Counter.
004420     PERFORM 3100-TEST-PANDIGITAL THRU 3100-EXIT.
004430     IF Okay NOT = 1
004440         ADD 1 TO PandigitalCount
004450         MOVE 'R4' TO ReasonCode
004460         MOVE 'NOT PANDIGITAL UNDER THE STATED MODE'
004470             TO ReasonText
004480         GO TO 3000-RETURN
004490     END-IF.
004500     PERFORM 3500-LOOKUP-MASTER THRU 3500-EXIT.
004510 3000-RETURN.
004520     PERFORM 3900-RETURN-CLAIM THRU 3900-EXIT.
004530 3000-EXIT.
004540     EXIT.

004550*----------------------------------------------------------------
004560*3100-TEST-PANDIGITAL - PROBLEM32'S IDENTITY TEST UNDER THE
004570*CLAIM'S STATED DIGIT MODE: THE JOINED DIGITS MUST BE EXACTLY
004580*THE MODE'S SET SIZE LONG AND HOLD EACH DIGIT OF THE SET ONCE.
004590*SETS Okay (1/0).
004600*----------------------------------------------------------------
004610 3100-TEST-PANDIGITAL.
004620     MOVE Candidate TO TrimSource.
004630     PERFORM 3150-TRIM-NUMBER THRU 3150-EXIT.
004640     MOVE TrimResult TO Str0.
004650     MOVE TrimLen TO CandLen.
004660     MOVE Candidate0 TO TrimSource.
004670     PERFORM 3150-TRIM-NUMBER THRU 3150-EXIT.
004680     MOVE TrimResult TO Str1.
004690     MOVE TrimLen TO Cand0Len.
004700     MOVE Counter TO TrimSource.
004710     PERFORM 3150-TRIM-NUMBER THRU 3150-EXIT.
004720     MOVE TrimResult TO Str2.
004730     MOVE TrimLen TO ProdLen.
004740     COMPUTE TotalLen = CandLen + Cand0Len + ProdLen.
004750     MOVE SPACES TO StrC.
004760     STRING
004770         Str0 DELIMITED BY SPACE
004780         Str1 DELIMITED BY SPACE
004790         Str2 DELIMITED BY SPACE
004800         INTO StrC.
004810     MOVE 1 TO Okay.
004820     IF TotalLen NOT = DigitSetSize
004830         MOVE 0 TO Okay
004840         GO TO 3100-EXIT
004850     END-IF.
004860     MOVE 9 TO DigitEnd.
004870     PERFORM 3160-TALLY-DIGIT THRU 3160-EXIT
004880         VARYING Temp FROM DigitStart BY 1
004890         UNTIL Temp > DigitEnd.
004900 3100-EXIT.
004910     EXIT.

004920*----------------------------------------------------------------
004930*3150-TRIM-NUMBER - EDIT TrimSource DOWN TO ITS SIGNIFICANT
004940*DIGITS, AS PROBLEM32'S 3000-TRIM-NUMBER DOES.
004950*----------------------------------------------------------------
004960 3150-TRIM-NUMBER.
004970     MOVE TrimSource TO TrimEdited.
004980     MOVE FUNCTION TRIM(TrimEdited) TO TrimResult.
004990     MOVE FUNCTION LENGTH(FUNCTION TRIM(TrimEdited)) TO TrimLen.
005000 3150-EXIT.
005010     EXIT.

005020*----------------------------------------------------------------
005030*3160-TALLY-DIGIT - EACH DIGIT OF THE SET EXACTLY ONCE.
005040*----------------------------------------------------------------
005050 3160-TALLY-DIGIT.
005060     MOVE Temp(2:1) TO TempS.
005070     MOVE 0 TO TallyCt.
005080     INSPECT StrC(1:TotalLen)
005090         TALLYING TallyCt FOR ALL TempS.
005100     IF TallyCt NOT = 1
005110         MOVE 0 TO Okay
005120     END-IF.
005130 3160-EXIT.
005140     EXIT.

005150*----------------------------------------------------------------
005160*3500-LOOKUP-MASTER - A VALID CLAIM: BROWSE EVERY IDMAST PAIR OF
005170*THE PRODUCT FOR THE CLAIMED FACTORS, IN EITHER ORDER.  A VALID
005180*IDENTITY WE DO NOT HOLD - THE PRODUCT ABSENT, OR PRESENT ONLY
005190*UNDER ANOTHER PAIR - IS LOGGED AS A POSSIBLE MISS BY OUR SCAN.
005200*----------------------------------------------------------------
005210 3500-LOOKUP-MASTER.
005220     MOVE 0 TO LookupFlag.
005230     MOVE 0 TO ProductFlag.
005240     MOVE 0 TO PairFlag.
005250     MOVE ClaimProduct TO ID-COUNTER.
005260     MOVE 0 TO ID-SEQ.
005270     START MASTER-IDENTITY-FILE KEY IS NOT LESS THAN ID-KEY
005280         INVALID KEY
005290             MOVE 1 TO LookupFlag
005300     END-START.
005310     PERFORM 3550-READ-PAIR THRU 3550-EXIT
005320         UNTIL LookupDone.
005330     IF PairOnMaster
005340         IF MatchStatus = 'Q'
005350             ADD 1 TO QuarantinedCount
005360             MOVE 'A2' TO ReasonCode
005370             MOVE 'VALID - ON IDMAST BUT QUARANTINED'
005380                 TO ReasonText
005390         ELSE
005400             ADD 1 TO OnMasterCount
005410             MOVE 'A0' TO ReasonCode
005420             MOVE 'VALID - ON IDMAST' TO ReasonText
005430         END-IF
005440         GO TO 3500-EXIT
005450     END-IF.
005460     IF ProductOnMaster
005470         ADD 1 TO OtherPairCount
005480         MOVE 'A3' TO ReasonCode
005490         MOVE 'VALID - IDMAST HOLDS ANOTHER PAIR ONLY'
005500             TO ReasonText
005510         MOVE 'CLAIMPAIR' TO EX-TYPE
005520     ELSE
005530         ADD 1 TO MissedCount
005540         MOVE 'A1' TO ReasonCode
005550         MOVE 'VALID - NOT ON IDMAST' TO ReasonText
005560         MOVE 'CLAIMMISSED' TO EX-TYPE
005570     END-IF.
005580     MOVE SPACES TO EX-DETAIL.
005590     STRING Sender DELIMITED BY SPACE
005600         ' ' DELIMITED BY SIZE
005610         CL-MULTIPLICAND DELIMITED BY SIZE
005620         ' X ' DELIMITED BY SIZE
005630         CL-MULTIPLIER DELIMITED BY SIZE
005640         ' = ' DELIMITED BY SIZE
005650         CL-PRODUCT DELIMITED BY SIZE
005660         ' MODE ' DELIMITED BY SIZE
005670         CL-DIGIT-MODE DELIMITED BY SIZE
005680         INTO EX-DETAIL.
005690     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
005700 3500-EXIT.
005710     EXIT.

005720 3550-READ-PAIR.
005730     READ MASTER-IDENTITY-FILE NEXT RECORD
005740         AT END
005750             MOVE 1 TO LookupFlag
005760             GO TO 3550-EXIT
005770     END-READ.
005780     IF ID-COUNTER NOT = ClaimProduct
005790         MOVE 1 TO LookupFlag
005800         GO TO 3550-EXIT
005810     END-IF.
005820     MOVE 1 TO ProductFlag.
005830     IF (ID-CANDIDATE = ClaimMultiplicand
005840             AND ID-CANDIDATE0 = ClaimMultiplier)
005850             OR (ID-CANDIDATE = ClaimMultiplier
005860             AND ID-CANDIDATE0 = ClaimMultiplicand)
005870         MOVE 1 TO PairFlag
005880         MOVE ID-SEQ TO MatchSeq
005890         MOVE ID-FIRST-CYCLE TO MatchCycle
005900         MOVE ID-STATUS TO MatchStatus
005910         MOVE 1 TO LookupFlag
005920     END-IF.
005930 3550-EXIT.
005940     EXIT.

005950*----------------------------------------------------------------
005960*3900-RETURN-CLAIM - THE CLAIM'S ANSWER, TO THE RETURN FILE AND
005970*THE REPORT.  ReasonCode AND ReasonText ARE SET BY THE CALLER;
005980*AN 'A' CODE ACCEPTS THE CLAIM, AN 'R' CODE REJECTS IT.
005990*----------------------------------------------------------------
006000 3900-RETURN-CLAIM.
006010     MOVE SPACES TO RETURN-RECORD.
006020     MOVE 'D' TO CR-RECORD-TYPE.
006030     MOVE CL-CLAIM-REF TO CR-CLAIM-REF.
006040     MOVE CL-MULTIPLICAND TO CR-MULTIPLICAND.
006050     MOVE CL-MULTIPLIER TO CR-MULTIPLIER.
006060     MOVE CL-PRODUCT TO CR-PRODUCT.
006070     MOVE CL-DIGIT-MODE TO CR-DIGIT-MODE.
006080     MOVE ReasonCode(1:1) TO CR-RESULT.
006090     MOVE ReasonCode TO CR-REASON.
006100     MOVE MatchCycle TO CR-FIRST-CYCLE.
006110     MOVE MatchSeq TO CR-ID-SEQ.
006120     WRITE RETURN-RECORD.
006130     MOVE CL-CLAIM-REF TO CLL-CLAIM-REF.
006140     MOVE CL-MULTIPLICAND TO CLL-MULTIPLICAND.
006150     MOVE CL-MULTIPLIER TO CLL-MULTIPLIER.
006160     MOVE CL-PRODUCT TO CLL-PRODUCT.
006170     MOVE CL-DIGIT-MODE TO CLL-DIGIT-MODE.
006180     IF ReasonCode(1:1) = 'A'
006190         ADD 1 TO ClaimsAccepted
006200         MOVE 'ACCEPTED' TO CLL-RESULT
006210     ELSE
006220         ADD 1 TO ClaimsRejected
006230         MOVE 'REJECTED' TO CLL-RESULT
006240     END-IF.
006250     MOVE ReasonCode TO CLL-REASON.
006260     MOVE ReasonText TO CLL-REASON-TEXT.
006270     MOVE MatchCycle TO CLL-FIRST-CYCLE.
006280     WRITE CLAIMS-REPORT-LINE FROM ClaimLine.
006290 3900-EXIT.
006300     EXIT.

006310*----------------------------------------------------------------
006320*8000-PRINT-TOTALS - CLOSE THE RETURN FILE WITH ITS TRAILER AND
006330*PRINT THE SENDER'S SUMMARY: A COUNT PER REASON CODE AND
006340*WHETHER THE INBOUND CONTROLS BALANCED.
006350*----------------------------------------------------------------
006360 8000-PRINT-TOTALS.
006370     MOVE SPACES TO RETURN-TRAILER-RECORD.
006380     MOVE 'T' TO CRT-RECORD-TYPE.
006390     MOVE ClaimsRead TO CRT-CLAIM-COUNT.
006400     MOVE ClaimsAccepted TO CRT-ACCEPTED.
006410     MOVE ClaimsRejected TO CRT-REJECTED.
006420     IF CtlExceptions = 0
006430         MOVE 'Y' TO CRT-CONTROLS
006440     ELSE
006450         MOVE 'N' TO CRT-CONTROLS
006460     END-IF.
006470     WRITE RETURN-TRAILER-RECORD.
006480     MOVE SPACES TO CLAIMS-REPORT-LINE.
006490     WRITE CLAIMS-REPORT-LINE.
006500     MOVE 'CLAIMS RECEIVED ........................'
006510         TO TL-CAPTION.
006520     MOVE ClaimsRead TO TL-COUNT.
006530     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006540     MOVE 'CLAIMS ACCEPTED ........................'
006550         TO TL-CAPTION.
006560     MOVE ClaimsAccepted TO TL-COUNT.
006570     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006580     MOVE '  A0 VALID - ON IDMAST .................'
006590         TO TL-CAPTION.
006600     MOVE OnMasterCount TO TL-COUNT.
006610     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006620     MOVE '  A1 VALID - NOT ON IDMAST .............'
006630         TO TL-CAPTION.
006640     MOVE MissedCount TO TL-COUNT.
006650     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006660     MOVE '  A2 VALID - QUARANTINED ON IDMAST .....'
006670         TO TL-CAPTION.
006680     MOVE QuarantinedCount TO TL-COUNT.
006690     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006700     MOVE '  A3 VALID - IDMAST HOLDS ANOTHER PAIR .'
006710         TO TL-CAPTION.
006720     MOVE OtherPairCount TO TL-COUNT.
006730     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006740     MOVE 'CLAIMS REJECTED ........................'
006750         TO TL-CAPTION.
006760     MOVE ClaimsRejected TO TL-COUNT.
006770     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006780     MOVE '  R1 NUMBER BLANK OR NOT NUMERIC .......'
006790         TO TL-CAPTION.
006800     MOVE NotNumericCount TO TL-COUNT.
006810     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006820     MOVE '  R2 DIGIT MODE NOT 1 OR 0 .............'
006830         TO TL-CAPTION.
006840     MOVE BadModeCount TO TL-COUNT.
006850     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006860     MOVE '  R3 FACTORS DO NOT MULTIPLY ...........'
006870         TO TL-CAPTION.
006880     MOVE ArithCount TO TL-COUNT.
006890     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006900     MOVE '  R4 NOT PANDIGITAL UNDER STATED MODE ..'
006910         TO TL-CAPTION.
006920     MOVE PandigitalCount TO TL-COUNT.
006930     WRITE CLAIMS-REPORT-LINE FROM TotalLine.
006940     MOVE SPACES TO CLAIMS-REPORT-LINE.
006950     WRITE CLAIMS-REPORT-LINE.
006960     IF CtlExceptions = 0
006970         MOVE ' BATCH CONTROLS BALANCED - HEADER, COUNT AND HASH'
006980             TO CLAIMS-REPORT-LINE
006990     ELSE
007000         MOVE ' BATCH CONTROLS DID NOT BALANCE - PLEASE RESEND'
007010             TO CLAIMS-REPORT-LINE
007020     END-IF.
007030     WRITE CLAIMS-REPORT-LINE.
007040     DISPLAY 'PROB32CLM CONTROL TOTALS'.
007050     DISPLAY '-------------------------'.
007060     DISPLAY 'CLAIMS READ ..... ' ClaimsRead.
007070     DISPLAY 'ACCEPTED ........ ' ClaimsAccepted.
007080     DISPLAY 'REJECTED ........ ' ClaimsRejected.
007090     DISPLAY 'NOT ON IDMAST ... ' MissedCount.
007100     DISPLAY 'OTHER PAIR ONLY . ' OtherPairCount.
007110     DISPLAY 'CTL EXCEPTIONS .. ' CtlExceptions.
007120 8000-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150*9000-TERMINATE - SET THE RETURN CODE, CLOSE UP, END THE RUN.
007160*----------------------------------------------------------------
007170 9000-TERMINATE.
007180     IF MissedCount > 0 OR OtherPairCount > 0
007190         DISPLAY 'PROB32CLM - VALID CLAIMS NOT ON IDMAST - SEE '
007200             'CLMRPT AND EXCPLOG'
007210         IF RETURN-CODE < 4
007220             MOVE 4 TO RETURN-CODE
007230         END-IF
007240     END-IF.
007250     IF CtlExceptions > 0
007260         DISPLAY 'PROB32CLM - CLAIMS FILE CONTROLS DO NOT '
007270             'RECONCILE - SEE THE EXCEPTION LINES ABOVE'
007280         IF RETURN-CODE < 8
007290             MOVE 8 TO RETURN-CODE
007300         END-IF
007310     END-IF.
007320     CLOSE CLAIMS-IN.
007330     CLOSE MASTER-IDENTITY-FILE.
007340     CLOSE CLAIMS-RETURN.
007350     CLOSE CLAIMS-REPORT.
007360     CLOSE EXCEPTION-LOG.
007370 9000-EXIT.
007380     EXIT.

007390*----------------------------------------------------------------
007400*8900-LOG-EXCEPTION - APPEND ONE RECORD TO THE CUMULATIVE
007410*EXCEPTION LOG.  THE CALLER SETS EX-TYPE AND EX-DETAIL; THE
007420*PROGRAM NAME AND TIMESTAMP ARE FILLED HERE.
007430*----------------------------------------------------------------
007440 8900-LOG-EXCEPTION.
007450     ACCEPT LogDate FROM DATE YYYYMMDD.
007460     ACCEPT LogTimeRaw FROM TIME.
007470     MOVE 'PROB32CLM' TO EX-PROGRAM.
007480     MOVE LogDate TO EX-RUN-DATE.
007490     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
007492     ADD 1 TO LogSeq.
007494     MOVE LogDate TO EX-ID-DATE.
007496     MOVE LogTimeRaw TO EX-ID-TIME.
007498     MOVE LogSeq TO EX-ID-SEQ.
007500     WRITE EXCEPTION-LOG-RECORD.
007510 8900-EXIT.
007520     EXIT.

007530 9999-EXIT.
007540     STOP RUN.
