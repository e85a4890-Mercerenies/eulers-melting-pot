000100*----------------------------------------------------------------
000110*PROB32AUD.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, MASTER AUDIT.
000140*
000150*INDEPENDENT INTEGRITY AUDIT OF THE CUMULATIVE MASTERS.  PROB32RCN
000160*ONLY PROVES ONE RUN'S DTLRPT/IDVSAM/IFCFILE AGREE WITH EACH
000170*OTHER; ONCE PROB32MRG HAS LOADED AN IDENTITY INTO IDMAST (SEE
000180*IDREC) AND ITS TWO FACTOR ROWS INTO XREFVSAM (SEE XREFREC)
000190*NOTHING LOOKS AT THEM AGAIN.  THIS PROGRAM DOES, IN TWO PASSES.
000200*
000210*PASS ONE WALKS IDMAST IN KEY ORDER.  EVERY RECORD MUST EDIT
000220*(NUMERIC KEY AND FACTORS), ITS FACTORS MUST MULTIPLY BACK TO
000230*ITS PRODUCT, AND THE TRIPLE MUST PASS THE PANDIGITAL TEST
000240*AGAIN.  THE MASTER DOES NOT CARRY THE DIGIT MODE, BUT THE TWO
000250*MODES CANNOT OVERLAP - A 1-9 IDENTITY HAS NINE DIGITS AND NO
000260*ZERO, A 0-9 IDENTITY HAS TEN - SO THE MODE IS TAKEN FROM THE
000270*TRIPLE'S OWN DIGIT COUNT AND ANY OTHER COUNT FAILS OUTRIGHT.
000280*THE IDENTITY'S 'M' ROW (KEYED BY THE MULTIPLICAND) AND 'X' ROW
000290*(KEYED BY THE MULTIPLIER) ARE THEN READ DIRECTLY FROM XREFVSAM
000300*AND MUST CARRY THE RIGHT SIDE, THE OTHER FACTOR, AND THE SAME
000310*FIRST-QUALIFIED CYCLE AS THE MASTER RECORD.
000320*
000330*PASS TWO WALKS XREFVSAM IN KEY ORDER.  EVERY ROW MUST POINT AT
000340*AN IDENTITY STILL ON IDMAST (ELSE IT IS AN ORPHAN), AND ITS
000350*FACTOR MUST BE ONE OF THAT IDENTITY'S TWO FACTORS (ELSE IT IS
000360*A STRAY ROW PASS ONE COULD NEVER HAVE REACHED).  ROWS WHOSE
000370*FACTOR DOES MATCH WERE ALREADY EXAMINED IN PASS ONE AND ARE
000380*ONLY COUNTED, SO NO FAULT IS REPORTED TWICE.
000390*
000400*EVERY FAULT PRINTS ON THE AUDIT REPORT (AUDRPT) AND GOES TO THE
000410*CUMULATIVE EXCEPTION LOG (EXCPLOG, SEE EXCPREC); ANY FAULT ENDS
000420*THE RUN RC=8.  BOTH MASTERS ARE OPENED INPUT - THE AUDIT NEVER
000430*CHANGES WHAT IT IS AUDITING.
000440*----------------------------------------------------------------
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     PROB32AUD.
000470 AUTHOR.         J H KELLERMAN.
000480 INSTALLATION.   EULER BATCH SYSTEMS.
000490 DATE-WRITTEN.   10/15/2026.
000500 DATE-COMPILED.  10/15/2026.
000510*
000520*MODIFICATION HISTORY
000530*DATE       INIT  DESCRIPTION
000540*---------- ----  -----------------------------------------------
000550*2026-10-15 JHK   ORIGINAL - TWO-PASS INTEGRITY AUDIT OF IDMAST
000560*                 AND THE XREFVSAM FACTOR CROSS-REFERENCE.
000563*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS
000566*                 EXCEPTION ID (EX-ID, SEE EXCPREC).

000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT MASTER-IDENTITY-FILE ASSIGN TO IDMAST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS ID-KEY
000640         FILE STATUS IS IdFileStatus.
000650     SELECT MASTER-XREF-FILE ASSIGN TO XREFVSAM
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS XR-KEY
000690         FILE STATUS IS XrFileStatus.
000700     SELECT AUDIT-REPORT ASSIGN TO AUDRPT
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
000730         ORGANIZATION IS SEQUENTIAL.

000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MASTER-IDENTITY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY IDREC.
000790 FD  MASTER-XREF-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY XREFREC.
000820 FD  AUDIT-REPORT
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  AUDIT-REPORT-LINE         PIC X(100).
000860 FD  EXCEPTION-LOG
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890     COPY EXCPREC.

000900 WORKING-STORAGE SECTION.
000910*AUDIT WORK AREAS
000920 01  IdFileStatus PIC X(2).
000930 01  XrFileStatus PIC X(2).
000940 01  MoreMaster PIC 9 VALUE 1.
000950     88  NoMoreMaster VALUE 0.
000960 01  MoreXref PIC 9 VALUE 1.
000970     88  NoMoreXref VALUE 0.
000980 01  RecordFaultFlag PIC 9 VALUE 0.
000990     88  RecordFaulted VALUE 1.
001000 01  Product PIC 9(10).
001010 01  AuditType PIC X(12).
001020 01  AuditDetail PIC X(45).
001030*SAVED MASTER KEY AND FACTORS - THE XREFVSAM READS OF PASS ONE
001040*AND THE IDMAST READS OF PASS TWO OVERLAY THE RECORD AREAS.
001050 01  SaveCounter PIC 9(05).
001060 01  SaveSeq PIC 9(02).
001070 01  SaveCandidate PIC 9(05).
001080 01  SaveCandidate0 PIC 9(05).
001090 01  SaveFirstCycle PIC X(08).
001100 01  ExpectFactor PIC 9(05).
001110 01  ExpectOther PIC 9(05).
001120 01  ExpectSide PIC X(01).
001130*PANDIGITAL-TEST WORK AREAS - THE SAME EDIT-AND-TALLY TEST
001140*PROBLEM32 QUALIFIES ITS HITS WITH.
001150 01  Candidate PIC 99999.
001160 01  Candidate0 PIC 99999.
001170 01  Counter PIC 99999.
001180 01  Str0 PIC X(6).
001190 01  Str1 PIC X(6).
001200 01  Str2 PIC X(6).
001210 01  StrC PIC X(20).
001220 01  Temp PIC 99.
001230 01  TempS PIC X(1).
001240 01  TallyCt PIC 99.
001250 01  Okay PIC 9.
001260 01  DigitStart PIC 9.
001270 01  DigitEnd PIC 9.
001280 01  TrimSource PIC 9(05).
001290 01  TrimEdited PIC Z(4)9.
001300 01  TrimResult PIC X(6).
001310 01  TrimLen PIC 9.
001320 01  CandLen PIC 9.
001330 01  Cand0Len PIC 9.
001340 01  ProdLen PIC 9.
001350 01  TotalLen PIC 99.
001360*EXCEPTION-LOG WORK AREAS
001370 01  LogDate PIC 9(08).
001380 01  LogTimeRaw PIC 9(08).
001385 01  LogSeq PIC 9(04) VALUE 0.
001390*CONTROL-TOTAL WORK AREAS
001400 01  MasterRead PIC 9(07) VALUE 0.
001410 01  MasterClean PIC 9(07) VALUE 0.
001420 01  XrefRead PIC 9(07) VALUE 0.
001430 01  XrefMatched PIC 9(07) VALUE 0.
001440 01  MalformedCount PIC 9(05) VALUE 0.
001450 01  ArithCount PIC 9(05) VALUE 0.
001460 01  PandigitalCount PIC 9(05) VALUE 0.
001470 01  XrefMissingCount PIC 9(05) VALUE 0.
001480 01  XrefMismatchCount PIC 9(05) VALUE 0.
001490 01  OrphanCount PIC 9(05) VALUE 0.
001500 01  StrayCount PIC 9(05) VALUE 0.
001510 01  FaultsFound PIC 9(07) VALUE 0.
001520*REPORT-LINE LAYOUTS
001530 01  AuditLine.
001540     05  FILLER PIC X(01) VALUE SPACE.
001550     05  AL-FILE PIC X(08).
001560     05  FILLER PIC X(01) VALUE SPACE.
001570     05  AL-COUNTER PIC ZZZZ9.
001580     05  FILLER PIC X(01) VALUE SPACE.
001590     05  AL-SEQ PIC Z9.
001600     05  FILLER PIC X(01) VALUE SPACE.
001610     05  AL-FACTOR PIC ZZZZ9.
001620     05  FILLER PIC X(01) VALUE SPACE.
001630     05  AL-OTHER PIC ZZZZ9.
001640     05  FILLER PIC X(01) VALUE SPACE.
001650     05  AL-TYPE PIC X(12).
001660     05  FILLER PIC X(01) VALUE SPACE.
001670     05  AL-DETAIL PIC X(45).
001680     05  FILLER PIC X(11) VALUE SPACES.
001690 01  TotalLine.
001700     05  FILLER PIC X(01) VALUE SPACE.
001710     05  TL-CAPTION PIC X(24).
001720     05  TL-COUNT PIC Z(6)9.
001730     05  FILLER PIC X(68) VALUE SPACES.

001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------------
001760*0000-MAINLINE - OVERALL JOB FLOW.
001770*----------------------------------------------------------------
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     PERFORM 2000-AUDIT-IDENTITY THRU 2000-EXIT
001810         UNTIL NoMoreMaster.
001820     PERFORM 3000-START-XREF-PASS THRU 3000-EXIT.
001830     PERFORM 3100-AUDIT-XREF-ROW THRU 3100-EXIT
001840         UNTIL NoMoreXref.
001850     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001870     GO TO 9999-EXIT.

001880*----------------------------------------------------------------
001890*1000-INITIALIZE - OPEN THE MASTERS READ-ONLY, OPEN THE REPORT
001900*AND THE LOG, AND PRIME THE IDMAST READ, MATCHING THE PRIMING-
001910*READ STYLE USED ELSEWHERE IN THE SUITE.
001920*----------------------------------------------------------------
001930 1000-INITIALIZE.
001940     OPEN EXTEND EXCEPTION-LOG.
001950     OPEN INPUT MASTER-IDENTITY-FILE.
001960     IF IdFileStatus NOT = '00'
001970         DISPLAY 'PROB32AUD - IDMAST OPEN FAILED, FILE STATUS '
001980             IdFileStatus
001990         MOVE 'ABEND' TO EX-TYPE
002000         MOVE SPACES TO EX-DETAIL
002010         STRING 'IDMAST OPEN FAILED, FILE STATUS '
002020             DELIMITED BY SIZE
002030             IdFileStatus DELIMITED BY SIZE
002040             INTO EX-DETAIL
002050         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
002060         MOVE 16 TO RETURN-CODE
002070         GO TO 9999-EXIT
002080     END-IF.
002090     OPEN INPUT MASTER-XREF-FILE.
002100     IF XrFileStatus NOT = '00'
002110         DISPLAY 'PROB32AUD - XREFVSAM OPEN FAILED, FILE '
002120             'STATUS ' XrFileStatus
002130         MOVE 'ABEND' TO EX-TYPE
002140         MOVE SPACES TO EX-DETAIL
002150         STRING 'XREFVSAM OPEN FAILED, FILE STATUS '
002160             DELIMITED BY SIZE
002170             XrFileStatus DELIMITED BY SIZE
002180             INTO EX-DETAIL
002190         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
002200         MOVE 16 TO RETURN-CODE
002210         CLOSE MASTER-IDENTITY-FILE
002220         GO TO 9999-EXIT
002230     END-IF.
002240     OPEN OUTPUT AUDIT-REPORT.
002250     MOVE 'PROB32AUD IDMAST / XREFVSAM INTEGRITY AUDIT'
002260         TO AUDIT-REPORT-LINE.
002270     WRITE AUDIT-REPORT-LINE.
002280     MOVE ' FILE     PRODUCT SQ FACTR OTHER TYPE         DETAIL'
002290         TO AUDIT-REPORT-LINE.
002300     WRITE AUDIT-REPORT-LINE.
002310     MOVE SPACES TO AUDIT-REPORT-LINE.
002320     WRITE AUDIT-REPORT-LINE.
002330     READ MASTER-IDENTITY-FILE NEXT RECORD
002340         AT END
002350             MOVE 0 TO MoreMaster
002360     END-READ.
002370 1000-EXIT.
002380     EXIT.

002390*----------------------------------------------------------------
002400*2000-AUDIT-IDENTITY - PASS ONE, ONE IDMAST RECORD: EDIT IT,
002410*PROVE ITS ARITHMETIC AND ITS PANDIGITAL DIGITS, THEN PROVE ITS
002420*TWO FACTOR ROWS ON XREFVSAM, AND READ THE NEXT RECORD.
002430*----------------------------------------------------------------
002440 2000-AUDIT-IDENTITY.
002450     ADD 1 TO MasterRead.
002460     MOVE 0 TO RecordFaultFlag.
002470     IF ID-COUNTER IS NOT NUMERIC OR ID-SEQ IS NOT NUMERIC
002480             OR ID-CANDIDATE IS NOT NUMERIC
002490             OR ID-CANDIDATE0 IS NOT NUMERIC
002500         ADD 1 TO MalformedCount
002510         MOVE 'MALFORMED' TO AuditType
002520         MOVE 'KEY OR FACTORS NOT NUMERIC - NOT AUDITED'
002530             TO AuditDetail
002540         MOVE 0 TO SaveCounter SaveSeq SaveCandidate
002550             SaveCandidate0
002560         PERFORM 2900-REPORT-MASTER-FAULT THRU 2900-EXIT
002570         GO TO 2000-READ-NEXT
002580     END-IF.
002590     MOVE ID-COUNTER TO SaveCounter.
002600     MOVE ID-SEQ TO SaveSeq.
002610     MOVE ID-CANDIDATE TO SaveCandidate.
002620     MOVE ID-CANDIDATE0 TO SaveCandidate0.
002630     MOVE ID-FIRST-CYCLE TO SaveFirstCycle.
002640     IF ID-SEQ = 0
002650         ADD 1 TO MalformedCount
002660         MOVE 'MALFORMED' TO AuditType
002670         MOVE 'PAIR SEQUENCE IS ZERO' TO AuditDetail
002680         PERFORM 2900-REPORT-MASTER-FAULT THRU 2900-EXIT
002690     END-IF.
002700     COMPUTE Product = ID-CANDIDATE * ID-CANDIDATE0.
002710     IF Product NOT = ID-COUNTER
002720         ADD 1 TO ArithCount
002730         MOVE 'ARITHMETIC' TO AuditType
002740         MOVE SPACES TO AuditDetail
002750         STRING 'FACTORS MULTIPLY TO ' DELIMITED BY SIZE
002760             Product DELIMITED BY SIZE
002770             INTO AuditDetail
002780         PERFORM 2900-REPORT-MASTER-FAULT THRU 2900-EXIT
002790     END-IF.
002800     MOVE ID-CANDIDATE TO Candidate.
002810     MOVE ID-CANDIDATE0 TO Candidate0.
002820     MOVE ID-COUNTER TO Counter.
002830     PERFORM 2100-TEST-PANDIGITAL THRU 2100-EXIT.
002840     IF Okay NOT = 1
002850         ADD 1 TO PandigitalCount
002860         MOVE 'PANDIGITAL' TO AuditType
002870         MOVE SPACES TO AuditDetail
002880         STRING 'DIGITS ' DELIMITED BY SIZE
002890             StrC DELIMITED BY SPACE
002900             ' FAIL THE PANDIGITAL TEST' DELIMITED BY SIZE
002910             INTO AuditDetail
002920         PERFORM 2900-REPORT-MASTER-FAULT THRU 2900-EXIT
002930     END-IF.
002940     MOVE SaveCandidate TO ExpectFactor.
002950     MOVE SaveCandidate0 TO ExpectOther.
002960     MOVE 'M' TO ExpectSide.
002970     PERFORM 2500-PROVE-XREF-ROW THRU 2500-EXIT.
002980     MOVE SaveCandidate0 TO ExpectFactor.
002990     MOVE SaveCandidate TO ExpectOther.
003000     MOVE 'X' TO ExpectSide.
003010     PERFORM 2500-PROVE-XREF-ROW THRU 2500-EXIT.
003020     IF NOT RecordFaulted
003030         ADD 1 TO MasterClean
003040     END-IF.
003050 2000-READ-NEXT.
003060     READ MASTER-IDENTITY-FILE NEXT RECORD
003070         AT END
003080             MOVE 0 TO MoreMaster
003090     END-READ.
003100 2000-EXIT.
003110     EXIT.

003120*----------------------------------------------------------------
003130*2100-TEST-PANDIGITAL - PROBLEM32'S IDENTITY TEST, WITH THE
003140*DIGIT SET TAKEN FROM THE TRIPLE'S OWN LENGTH: NINE DIGITS ARE
003150*TESTED AS 1-9, TEN AS 0-9, ANY OTHER LENGTH FAILS.  SETS Okay
003160*(1/0) AND LEAVES THE JOINED DIGITS IN StrC FOR THE REPORT.
003170*----------------------------------------------------------------
003180 2100-TEST-PANDIGITAL.
003190     MOVE Candidate TO TrimSource.
003200     PERFORM 2150-TRIM-NUMBER THRU 2150-EXIT.
003210     MOVE TrimResult TO Str0.
003220     MOVE TrimLen TO CandLen.
003230     MOVE Candidate0 TO TrimSource.
003240     PERFORM 2150-TRIM-NUMBER THRU 2150-EXIT.
003250     MOVE TrimResult TO Str1.
003260     MOVE TrimLen TO Cand0Len.
003270     MOVE Counter TO TrimSource.
003280     PERFORM 2150-TRIM-NUMBER THRU 2150-EXIT.
003290     MOVE TrimResult TO Str2.
003300     MOVE TrimLen TO ProdLen.
003310     COMPUTE TotalLen = CandLen + Cand0Len + ProdLen.
003320     MOVE SPACES TO StrC.
003330     STRING
003340         Str0 DELIMITED BY SPACE
003350         Str1 DELIMITED BY SPACE
003360         Str2 DELIMITED BY SPACE
003370         INTO StrC.
003380     MOVE 1 TO Okay.
003390     IF TotalLen = 9
003400         MOVE 1 TO DigitStart
003410     ELSE
003420         IF TotalLen = 10
003430             MOVE 0 TO DigitStart
003440         ELSE
003450             MOVE 0 TO Okay
003460             GO TO 2100-EXIT
003470         END-IF
003480     END-IF.
003490     MOVE 9 TO DigitEnd.
003500     PERFORM 2160-TALLY-DIGIT THRU 2160-EXIT
003510         VARYING Temp FROM DigitStart BY 1
003520         UNTIL Temp > DigitEnd.
003530 2100-EXIT.
003540     EXIT.

003550*----------------------------------------------------------------
003560*2150-TRIM-NUMBER - EDIT TrimSource DOWN TO ITS SIGNIFICANT
003570*DIGITS, AS PROBLEM32'S 3000-TRIM-NUMBER DOES.
003580*----------------------------------------------------------------
003590 2150-TRIM-NUMBER.
003600     MOVE TrimSource TO TrimEdited.
003610     MOVE FUNCTION TRIM(TrimEdited) TO TrimResult.
003620     MOVE FUNCTION LENGTH(FUNCTION TRIM(TrimEdited)) TO TrimLen.
003630 2150-EXIT.
003640     EXIT.

003650*----------------------------------------------------------------
003660*2160-TALLY-DIGIT - EACH DIGIT OF THE SET EXACTLY ONCE.
003670*----------------------------------------------------------------
003680 2160-TALLY-DIGIT.
003690     MOVE Temp(2:1) TO TempS.
003700     MOVE 0 TO TallyCt.
003710     INSPECT StrC(1:TotalLen)
003720         TALLYING TallyCt FOR ALL TempS.
003730     IF TallyCt NOT = 1
003740         MOVE 0 TO Okay
003750     END-IF.
003760 2160-EXIT.
003770     EXIT.

003780*----------------------------------------------------------------
003790*2500-PROVE-XREF-ROW - READ THE XREFVSAM ROW THE IDENTITY OWNS
003800*FOR ONE FACTOR SIDE AND PROVE IT: PRESENT, ON THE EXPECTED
003810*SIDE, NAMING THE OTHER FACTOR, AND CARRYING THE MASTER'S
003820*FIRST-QUALIFIED CYCLE.
003830*----------------------------------------------------------------
003840 2500-PROVE-XREF-ROW.
003850     MOVE ExpectFactor TO XR-FACTOR.
003860     MOVE SaveCounter TO XR-COUNTER.
003870     MOVE SaveSeq TO XR-SEQ.
003880     READ MASTER-XREF-FILE
003890         INVALID KEY
003900             ADD 1 TO XrefMissingCount
003910             MOVE 'XREFMISSING' TO AuditType
003920             MOVE SPACES TO AuditDetail
003930             STRING 'NO ' DELIMITED BY SIZE
003940                 ExpectSide DELIMITED BY SIZE
003950                 ' ROW ON XREFVSAM FOR FACTOR ' DELIMITED BY SIZE
003960                 ExpectFactor DELIMITED BY SIZE
003970                 INTO AuditDetail
003980             PERFORM 2900-REPORT-MASTER-FAULT THRU 2900-EXIT
003990             GO TO 2500-EXIT
004000     END-READ.
004010     IF XR-SIDE NOT = ExpectSide
004020         ADD 1 TO XrefMismatchCount
004030         MOVE 'XREFMISMATCH' TO AuditType
004040         MOVE SPACES TO AuditDetail
004050         STRING 'FACTOR ' DELIMITED BY SIZE
004060             ExpectFactor DELIMITED BY SIZE
004070             ' ROW HAS SIDE ' DELIMITED BY SIZE
004080             XR-SIDE DELIMITED BY SIZE
004090             ' NOT ' DELIMITED BY SIZE
004100             ExpectSide DELIMITED BY SIZE
004110             INTO AuditDetail
004120         PERFORM 2900-REPORT-MASTER-FAULT THRU 2900-EXIT
004130     END-IF.
004140     IF XR-OTHER-FACTOR NOT = ExpectOther
004150         ADD 1 TO XrefMismatchCount
004160         MOVE 'XREFMISMATCH' TO AuditType
004170         MOVE SPACES TO AuditDetail
004180         STRING ExpectSide DELIMITED BY SIZE
004190             ' ROW OTHER FACTOR ' DELIMITED BY SIZE
004200             XR-OTHER-FACTOR DELIMITED BY SIZE
004210             ' NOT ' DELIMITED BY SIZE
004220             ExpectOther DELIMITED BY SIZE
004230             INTO AuditDetail
004240         PERFORM 2900-REPORT-MASTER-FAULT THRU 2900-EXIT
004250     END-IF.
004260     IF XR-FIRST-CYCLE NOT = SaveFirstCycle
004270         ADD 1 TO XrefMismatchCount
004280         MOVE 'XREFMISMATCH' TO AuditType
004290         MOVE SPACES TO AuditDetail
004300         STRING ExpectSide DELIMITED BY SIZE
004310             ' ROW CYCLE ' DELIMITED BY SIZE
004320             XR-FIRST-CYCLE DELIMITED BY SIZE
004330             ' NOT ' DELIMITED BY SIZE
004340             SaveFirstCycle DELIMITED BY SIZE
004350             INTO AuditDetail
004360         PERFORM 2900-REPORT-MASTER-FAULT THRU 2900-EXIT
004370     END-IF.
004380 2500-EXIT.
004390     EXIT.

004400*----------------------------------------------------------------
004410*2900-REPORT-MASTER-FAULT - ONE PASS-ONE FAULT TO THE REPORT AND
004420*THE LOG.  THE CALLER SETS AuditType AND AuditDetail.
004430*----------------------------------------------------------------
004440 2900-REPORT-MASTER-FAULT.
004450     MOVE 1 TO RecordFaultFlag.
004460     MOVE 'IDMAST' TO AL-FILE.
004470     MOVE SaveCounter TO AL-COUNTER.
004480     MOVE SaveSeq TO AL-SEQ.
004490     MOVE SaveCandidate TO AL-FACTOR.
004500     MOVE SaveCandidate0 TO AL-OTHER.
004510     PERFORM 8800-WRITE-FAULT THRU 8800-EXIT.
004520 2900-EXIT.
004530     EXIT.

004540*----------------------------------------------------------------
004550*3000-START-XREF-PASS - PASS TWO BEGINS AT THE FRONT OF
004560*XREFVSAM, WHOSE LAST KEYED READ IN PASS ONE LEFT THE FILE
004570*POSITIONED ANYWHERE.
004580*----------------------------------------------------------------
004590 3000-START-XREF-PASS.
004600     MOVE LOW-VALUES TO XR-KEY.
004610     START MASTER-XREF-FILE KEY IS NOT LESS THAN XR-KEY
004620         INVALID KEY
004630             MOVE 0 TO MoreXref
004640             GO TO 3000-EXIT
004650     END-START.
004660     READ MASTER-XREF-FILE NEXT RECORD
004670         AT END
004680             MOVE 0 TO MoreXref
004690     END-READ.
004700 3000-EXIT.
004710     EXIT.

004720*----------------------------------------------------------------
004730*3100-AUDIT-XREF-ROW - PASS TWO, ONE XREFVSAM ROW: ITS IDENTITY
004740*MUST STILL BE ON IDMAST, AND ITS FACTOR MUST BE ONE OF THAT
004750*IDENTITY'S FACTORS.  A ROW THAT PASSES WAS ALREADY PROVED
004760*FIELD BY FIELD IN PASS ONE AND IS ONLY COUNTED HERE.
004770*----------------------------------------------------------------
004780 3100-AUDIT-XREF-ROW.
004790     ADD 1 TO XrefRead.
004800     MOVE XR-COUNTER TO ID-COUNTER.
004810     MOVE XR-SEQ TO ID-SEQ.
004820     READ MASTER-IDENTITY-FILE
004830         INVALID KEY
004840             ADD 1 TO OrphanCount
004850             MOVE 'ORPHAN' TO AuditType
004860             MOVE 'NO IDENTITY ON IDMAST FOR THIS ROW'
004870                 TO AuditDetail
004880             PERFORM 3900-REPORT-XREF-FAULT THRU 3900-EXIT
004890             GO TO 3100-READ-NEXT
004900     END-READ.
004910     IF XR-FACTOR = ID-CANDIDATE OR XR-FACTOR = ID-CANDIDATE0
004920         ADD 1 TO XrefMatched
004930     ELSE
004940         ADD 1 TO StrayCount
004950         MOVE 'XREFSTRAY' TO AuditType
004960         MOVE SPACES TO AuditDetail
004970         STRING 'FACTOR NOT IN IDENTITY ' DELIMITED BY SIZE
004980             ID-CANDIDATE DELIMITED BY SIZE
004990             ' X ' DELIMITED BY SIZE
005000             ID-CANDIDATE0 DELIMITED BY SIZE
005010             INTO AuditDetail
005020         PERFORM 3900-REPORT-XREF-FAULT THRU 3900-EXIT
005030     END-IF.
005040 3100-READ-NEXT.
005050     READ MASTER-XREF-FILE NEXT RECORD
005060         AT END
005070             MOVE 0 TO MoreXref
005080     END-READ.
005090 3100-EXIT.
005100     EXIT.

005110*----------------------------------------------------------------
005120*3900-REPORT-XREF-FAULT - ONE PASS-TWO FAULT TO THE REPORT AND
005130*THE LOG.  THE CALLER SETS AuditType AND AuditDetail.
005140*----------------------------------------------------------------
005150 3900-REPORT-XREF-FAULT.
005160     MOVE 'XREFVSAM' TO AL-FILE.
005170     MOVE XR-COUNTER TO AL-COUNTER.
005180     MOVE XR-SEQ TO AL-SEQ.
005190     MOVE XR-FACTOR TO AL-FACTOR.
005200     MOVE XR-OTHER-FACTOR TO AL-OTHER.
005210     PERFORM 8800-WRITE-FAULT THRU 8800-EXIT.
005220 3900-EXIT.
005230     EXIT.

005240*----------------------------------------------------------------
005250*8000-PRINT-TOTALS - THE CONTROL TOTALS AT THE FOOT OF THE
005260*REPORT AND ON SYSOUT.  A CLEAN PAIR OF MASTERS SHOWS EXACTLY
005270*TWO XREFVSAM ROWS MATCHED PER IDMAST RECORD AND NO FAULTS.
005280*----------------------------------------------------------------
005290 8000-PRINT-TOTALS.
005300     MOVE SPACES TO AUDIT-REPORT-LINE.
005310     WRITE AUDIT-REPORT-LINE.
005320     MOVE 'IDMAST RECORDS READ ....' TO TL-CAPTION.
005330     MOVE MasterRead TO TL-COUNT.
005340     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005350     MOVE 'IDMAST RECORDS CLEAN ...' TO TL-CAPTION.
005360     MOVE MasterClean TO TL-COUNT.
005370     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005380     MOVE 'XREFVSAM ROWS READ .....' TO TL-CAPTION.
005390     MOVE XrefRead TO TL-COUNT.
005400     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005410     MOVE 'XREFVSAM ROWS MATCHED ..' TO TL-CAPTION.
005420     MOVE XrefMatched TO TL-COUNT.
005430     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005440     MOVE 'MALFORMED RECORDS ......' TO TL-CAPTION.
005450     MOVE MalformedCount TO TL-COUNT.
005460     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005470     MOVE 'ARITHMETIC FAULTS ......' TO TL-CAPTION.
005480     MOVE ArithCount TO TL-COUNT.
005490     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005500     MOVE 'PANDIGITAL FAULTS ......' TO TL-CAPTION.
005510     MOVE PandigitalCount TO TL-COUNT.
005520     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005530     MOVE 'XREF ROWS MISSING ......' TO TL-CAPTION.
005540     MOVE XrefMissingCount TO TL-COUNT.
005550     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005560     MOVE 'XREF ROWS MISMATCHED ...' TO TL-CAPTION.
005570     MOVE XrefMismatchCount TO TL-COUNT.
005580     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005590     MOVE 'XREF ROWS ORPHANED .....' TO TL-CAPTION.
005600     MOVE OrphanCount TO TL-COUNT.
005610     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005620     MOVE 'XREF ROWS STRAY ........' TO TL-CAPTION.
005630     MOVE StrayCount TO TL-COUNT.
005640     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005650     MOVE 'TOTAL FAULTS ...........' TO TL-CAPTION.
005660     MOVE FaultsFound TO TL-COUNT.
005670     WRITE AUDIT-REPORT-LINE FROM TotalLine.
005680     DISPLAY 'PROB32AUD CONTROL TOTALS'.
005690     DISPLAY '-------------------------'.
005700     DISPLAY 'IDMAST READ ..... ' MasterRead.
005710     DISPLAY 'IDMAST CLEAN .... ' MasterClean.
005720     DISPLAY 'XREF ROWS READ .. ' XrefRead.
005730     DISPLAY 'XREF MATCHED .... ' XrefMatched.
005740     DISPLAY 'TOTAL FAULTS .... ' FaultsFound.
005750 8000-EXIT.
005760     EXIT.

005770*----------------------------------------------------------------
005780*8800-WRITE-FAULT - PRINT THE FAULT LINE THE CALLER BUILT AND
005790*LOG THE SAME FAULT TO EXCPLOG.
005800*----------------------------------------------------------------
005810 8800-WRITE-FAULT.
005820     ADD 1 TO FaultsFound.
005830     MOVE AuditType TO AL-TYPE.
005840     MOVE AuditDetail TO AL-DETAIL.
005850     WRITE AUDIT-REPORT-LINE FROM AuditLine.
005860     MOVE AuditType TO EX-TYPE.
005870     MOVE SPACES TO EX-DETAIL.
005880     STRING AL-FILE DELIMITED BY SPACE
005890         ' ' DELIMITED BY SIZE
005900         AL-COUNTER DELIMITED BY SIZE
005910         '/' DELIMITED BY SIZE
005920         AL-SEQ DELIMITED BY SIZE
005930         ' ' DELIMITED BY SIZE
005940         AuditDetail DELIMITED BY SIZE
005950         INTO EX-DETAIL.
005960     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
005970 8800-EXIT.
005980     EXIT.

005990*----------------------------------------------------------------
006000*9000-TERMINATE - FLAG A FAULTED AUDIT WITH A NONZERO RETURN
006010*CODE, CLOSE UP, END THE RUN.
006020*----------------------------------------------------------------
006030 9000-TERMINATE.
006040     IF FaultsFound > 0
006050         DISPLAY 'PROB32AUD - THE MASTERS DO NOT AUDIT CLEAN - '
006060             'SEE AUDRPT'
006070         IF RETURN-CODE < 8
006080             MOVE 8 TO RETURN-CODE
006090         END-IF
006100     END-IF.
006110     CLOSE MASTER-IDENTITY-FILE.
006120     CLOSE MASTER-XREF-FILE.
006130     CLOSE AUDIT-REPORT.
006140     CLOSE EXCEPTION-LOG.
006150 9000-EXIT.
006160     EXIT.

006170*----------------------------------------------------------------
006180*8900-LOG-EXCEPTION - APPEND ONE RECORD TO THE CUMULATIVE
006190*EXCEPTION LOG.  THE CALLER SETS EX-TYPE AND EX-DETAIL; THE
006200*PROGRAM NAME AND TIMESTAMP ARE FILLED HERE.
006210*----------------------------------------------------------------
006220 8900-LOG-EXCEPTION.
006230     ACCEPT LogDate FROM DATE YYYYMMDD.
006240     ACCEPT LogTimeRaw FROM TIME.
006250     MOVE 'PROB32AUD' TO EX-PROGRAM.
006260     MOVE LogDate TO EX-RUN-DATE.
006270     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
006272     ADD 1 TO LogSeq.
006274     MOVE LogDate TO EX-ID-DATE.
006276     MOVE LogTimeRaw TO EX-ID-TIME.
006278     MOVE LogSeq TO EX-ID-SEQ.
006280     WRITE EXCEPTION-LOG-RECORD.
006290 8900-EXIT.
006300     EXIT.

006310 9999-EXIT.
006320     STOP RUN.
