000100*----------------------------------------------------------------
000110*PROB32COV.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, COVERAGE LEDGER.
000140*
000150*KEEPS THE SCAN-COVERAGE LEDGER (COVLEDG, SEE COPYBOOK COVREC) -
000160*THE COUNTER INTERVALS ALREADY PROVEN FOR EACH DIGIT MODE AND
000170*ALL-IDENTITIES SETTING - SO PROB32PLN CAN PLAN A CYCLE OVER
000180*NEW GROUND ONLY INSTEAD OF RESCANNING WHAT EARLIER CYCLES
000190*COVERED AND MERGING THE SAME IDENTITIES INTO IDMAST AGAIN AS
000200*TOLERATED RELOADS.  ONE CARD (SEE COPYBOOK COVCARD) SAYS WHAT
000210*TO DO:
000220*
000230*  'C' CERTIFY - RUN IN PROB32R RIGHT AFTER RCNSTEP, AND ONLY
000240*      WHEN RCNSTEP CAME BACK CLEAN.  THE SCAN JOB (PROB32P,
000250*      OR THE GENERATED PROB32PG, WHICH POSTS UNDER THE SAME
000260*      NAME) MUST ALSO SHOW ENDED CLEAN ON THE CYCLE CONTROL
000270*      FILE FOR THE CYCLE - ITS LAST STEP IS PROB32SUM, SO A
000280*      CLEAN END MEANS THE SUB-RANGES TILED WITH NO GAP AND NO
000290*      OVERLAP.  ONLY THEN IS EACH PARTFILE INTERVAL ADDED TO
000300*      THE LEDGER, OR AN INTERVAL ALREADY THERE MARKED PROVEN
000310*      AGAIN.  OTHERWISE NOTHING IS CERTIFIED AND THE STEP
000320*      ENDS RC=8, LOGGED TO EXCPLOG.
000330*  'L' LIST - PRINT THE WHOLE LEDGER.
000340*
000350*EVERY CERTIFICATION OR LISTING PRINTS ON COVRPT.  A PARTFILE
000360*RECORD THAT DOES NOT EDIT, OR WHOSE RECORDS-READ DOES NOT
000370*MATCH ITS INTERVAL WIDTH, IS NEVER CERTIFIED.
000380*----------------------------------------------------------------
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     PROB32COV.
000410 AUTHOR.         J H KELLERMAN.
000420 INSTALLATION.   EULER BATCH SYSTEMS.
000430 DATE-WRITTEN.   10/15/2026.
000440 DATE-COMPILED.  10/15/2026.
000450*
000460*MODIFICATION HISTORY
000470*DATE       INIT  DESCRIPTION
000480*---------- ----  -----------------------------------------------
000490*2026-10-15 JHK   ORIGINAL - SCAN-COVERAGE LEDGER CERTIFICATION
000500*                 AND LISTING.
000503*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS
000506*                 EXCEPTION ID (EX-ID, SEE EXCPREC).
000507*2026-10-15 JHK   PRIME A NEVER-LOADED COVLEDG; LIST ONE AS
000508*                 EMPTY.

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT COVERAGE-CARD ASSIGN TO COVCARD
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT COVERAGE-LEDGER ASSIGN TO COVLEDG
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CV-KEY
000600         FILE STATUS IS CvFileStatus.
000610     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCCTL
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CY-KEY
000650         FILE STATUS IS CyFileStatus.
000660     SELECT PARTIAL-FILE ASSIGN TO PARTFILE
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT COVERAGE-REPORT ASSIGN TO COVRPT
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
000710         ORGANIZATION IS SEQUENTIAL.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  COVERAGE-CARD
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770     COPY COVCARD.
000780 FD  COVERAGE-LEDGER
000790     LABEL RECORDS ARE STANDARD.
000800     COPY COVREC.
000810 FD  CYCLE-CONTROL-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY CYCREC.
000840 FD  PARTIAL-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870     COPY PARTREC.
000880 FD  COVERAGE-REPORT
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  COVERAGE-REPORT-LINE      PIC X(100).
000920 FD  EXCEPTION-LOG
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950     COPY EXCPREC.

000960 WORKING-STORAGE SECTION.
000970*LEDGER WORK AREAS
000980 01  CvFileStatus PIC X(2).
000990 01  CyFileStatus PIC X(2).
001000 01  CardError PIC X(40).
001010 01  CycleDate PIC 9(08).
001020 01  ScanJob PIC X(08).
001030 01  RunDate PIC 9(08).
001040 01  RunTimeRaw PIC 9(08).
001050 01  RunTime PIC 9(06).
001060 01  ProofFlag PIC 9 VALUE 0.
001070     88  ScanProven VALUE 1.
001080 01  ProofReason PIC X(24).
001090 01  MoreParts PIC 9 VALUE 1.
001100     88  NoMoreParts VALUE 0.
001110 01  LedgerDone PIC 9 VALUE 0.
001120     88  LedgerComplete VALUE 1.
001121*COVLEDG IS EMPTY UNTIL THE FIRST CERTIFICATION - A LISTING OF A
001122*NEVER-LOADED CLUSTER LISTS NO INTERVALS.
001123 01  LedgerFileFlag PIC 9 VALUE 1.
001124     88  LedgerFileLoaded VALUE 1.
001130*ONE PARTIAL RESULT, EDITED - BLANK SETTINGS RESOLVE TO THE
001140*SAME DEFAULTS PROBLEM32 APPLIES TO A BLANK CONTROL CARD.
001150 01  PartMode PIC X(01).
001160 01  PartAllIds PIC X(01).
001170 01  PartMethod PIC X(01).
001180 01  IntervalWidth PIC 9(06).
001190 01  RefuseReason PIC X(24).
001200 01  PartAction PIC X(29).
001210*CONTROL-TOTAL WORK AREAS
001220 01  PartsRead PIC 9(05) VALUE 0.
001230 01  PartsRefused PIC 9(05) VALUE 0.
001240 01  IntervalsNew PIC 9(05) VALUE 0.
001250 01  IntervalsExtended PIC 9(05) VALUE 0.
001260 01  IntervalsReproven PIC 9(05) VALUE 0.
001270 01  IntervalsListed PIC 9(05) VALUE 0.
001280 01  CountersListed PIC 9(07) VALUE 0.
001290*EXCEPTION-LOG WORK AREAS
001300 01  LogDate PIC 9(08).
001310 01  LogTimeRaw PIC 9(08).
001315 01  LogSeq PIC 9(04) VALUE 0.
001320*REPORT-LINE LAYOUTS
001330 01  HeadLine.
001340     05  FILLER PIC X(01) VALUE SPACE.
001350     05  HL-TITLE PIC X(47).
001360     05  HL-CYCLE-DATE PIC X(08).
001370     05  FILLER PIC X(12) VALUE '    PRINTED '.
001380     05  HL-RUN-DATE PIC 9(08).
001390     05  FILLER PIC X(01) VALUE SPACE.
001400     05  HL-RUN-TIME PIC 9(06).
001410     05  FILLER PIC X(17) VALUE SPACES.
001420 01  ColumnHeadLine.
001430     05  FILLER PIC X(06) VALUE ' MODE'.
001440     05  FILLER PIC X(08) VALUE 'ALL-IDS'.
001450     05  FILLER PIC X(07) VALUE 'BASE'.
001460     05  FILLER PIC X(07) VALUE 'LIMIT'.
001470     05  FILLER PIC X(08) VALUE 'METHOD'.
001480     05  FILLER PIC X(10) VALUE 'FIRST'.
001490     05  FILLER PIC X(10) VALUE 'LAST'.
001500     05  FILLER PIC X(08) VALUE 'PROOFS'.
001510     05  FILLER PIC X(07) VALUE 'IDS'.
001520     05  FILLER PIC X(29) VALUE 'ACTION'.
001530 01  LedgerLine.
001540     05  FILLER PIC X(01) VALUE SPACE.
001550     05  LL-MODE PIC X(01).
001560     05  FILLER PIC X(04) VALUE SPACES.
001570     05  LL-ALL-IDS PIC X(01).
001580     05  FILLER PIC X(07) VALUE SPACES.
001590     05  LL-BASE PIC 9(05).
001600     05  FILLER PIC X(02) VALUE SPACES.
001610     05  LL-LIMIT PIC 9(05).
001620     05  FILLER PIC X(02) VALUE SPACES.
001630     05  LL-METHOD PIC X(01).
001640     05  FILLER PIC X(07) VALUE SPACES.
001650     05  LL-FIRST-CYCLE PIC 9(08).
001660     05  FILLER PIC X(02) VALUE SPACES.
001670     05  LL-LAST-CYCLE PIC 9(08).
001680     05  FILLER PIC X(02) VALUE SPACES.
001690     05  LL-PROOFS PIC ZZ9.
001700     05  FILLER PIC X(05) VALUE SPACES.
001710     05  LL-IDS PIC ZZZZ9.
001720     05  FILLER PIC X(02) VALUE SPACES.
001730     05  LL-ACTION PIC X(29).
001740 01  TotalLine.
001750     05  FILLER PIC X(01) VALUE SPACE.
001760     05  TL-CAPTION PIC X(24).
001770     05  TL-COUNT PIC ZZZZZZ9.
001780     05  FILLER PIC X(68) VALUE SPACES.

001790 PROCEDURE DIVISION.
001800*----------------------------------------------------------------
001810*0000-MAINLINE - OVERALL JOB FLOW.
001820*----------------------------------------------------------------
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     IF CO-FUNCTION = 'C'
001860         PERFORM 2000-CERTIFY THRU 2000-EXIT
001870     ELSE
001880         PERFORM 5000-LIST-LEDGER THRU 5000-EXIT
001890     END-IF.
001900     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     GO TO 9999-EXIT.

001930*----------------------------------------------------------------
001940*1000-INITIALIZE - READ AND EDIT THE CARD, OPEN THE LEDGER -
001950*I-O TO CERTIFY, INPUT TO LIST - AND HEAD THE REPORT.  A CARD
001960*THAT DOES NOT EDIT ENDS THE STEP RC=16 WITHOUT TOUCHING THE
001970*LEDGER.  A NEVER-LOADED LEDGER (FILE STATUS 35) IS PRIMED WITH
001971*AN EMPTY LOAD PASS TO CERTIFY, AND LISTS AS EMPTY.
001980*----------------------------------------------------------------
001990 1000-INITIALIZE.
002000     OPEN EXTEND EXCEPTION-LOG.
002010     ACCEPT RunDate FROM DATE YYYYMMDD.
002020     ACCEPT RunTimeRaw FROM TIME.
002030     MOVE RunTimeRaw(1:6) TO RunTime.
002040     OPEN INPUT COVERAGE-CARD.
002050     READ COVERAGE-CARD
002060         AT END
002070             MOVE 'NO CARD ON COVCARD' TO CardError
002080             CLOSE COVERAGE-CARD
002090             GO TO 1900-CARD-FAILED
002100     END-READ.
002110     CLOSE COVERAGE-CARD.
002120     PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
002130     IF CardError NOT = SPACES
002140         GO TO 1900-CARD-FAILED
002150     END-IF.
002160     IF CO-FUNCTION = 'C'
002170         OPEN I-O COVERAGE-LEDGER
002172         IF CvFileStatus = '35'
002174             OPEN OUTPUT COVERAGE-LEDGER
002176             CLOSE COVERAGE-LEDGER
002178             OPEN I-O COVERAGE-LEDGER
002179         END-IF
002180     ELSE
002190         OPEN INPUT COVERAGE-LEDGER
002192         IF CvFileStatus = '35'
002194             MOVE 0 TO LedgerFileFlag
002196         END-IF
002200     END-IF.
002210     IF CvFileStatus NOT = '00' AND LedgerFileLoaded
002220         DISPLAY 'PROB32COV - COVLEDG OPEN FAILED, FILE STATUS '
002230             CvFileStatus
002240         MOVE 'ABEND' TO EX-TYPE
002250         MOVE SPACES TO EX-DETAIL
002260         STRING 'COVLEDG OPEN FAILED, FILE STATUS '
002270             DELIMITED BY SIZE
002280             CvFileStatus DELIMITED BY SIZE
002290             INTO EX-DETAIL
002300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
002310         MOVE 16 TO RETURN-CODE
002320         CLOSE EXCEPTION-LOG
002330         GO TO 9999-EXIT
002340     END-IF.
002350     OPEN OUTPUT COVERAGE-REPORT.
002360     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002370     GO TO 1000-EXIT.
002380 1900-CARD-FAILED.
002390     DISPLAY 'PROB32COV - ' CardError.
002400     MOVE 'ABEND' TO EX-TYPE.
002410     MOVE CardError TO EX-DETAIL.
002420     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
002430     MOVE 16 TO RETURN-CODE.
002440     CLOSE EXCEPTION-LOG.
002450     GO TO 9999-EXIT.
002460 1000-EXIT.
002470     EXIT.

002480*----------------------------------------------------------------
002490*1100-EDIT-CARD - VALIDATE THE CARD.  CardError COMES BACK
002500*BLANK FOR A GOOD CARD.
002510*----------------------------------------------------------------
002520 1100-EDIT-CARD.
002530     MOVE SPACES TO CardError.
002540     IF CO-FUNCTION NOT = 'C' AND CO-FUNCTION NOT = 'L'
002550         MOVE 'FUNCTION MUST BE C OR L' TO CardError
002560         GO TO 1100-EXIT
002570     END-IF.
002580     IF CO-FUNCTION = 'L'
002590         GO TO 1100-EXIT
002600     END-IF.
002610     IF CO-CYCLE-DATE = SPACES OR CO-CYCLE-DATE = '00000000'
002620         MOVE RunDate TO CycleDate
002630     ELSE
002640         IF CO-CYCLE-DATE IS NUMERIC
002650             MOVE CO-CYCLE-DATE TO CycleDate
002660         ELSE
002670             MOVE 'CYCLE DATE IS NOT NUMERIC' TO CardError
002680             GO TO 1100-EXIT
002690         END-IF
002700     END-IF.
002710     IF CO-SCAN-JOB = SPACES
002720         MOVE 'PROB32P' TO ScanJob
002730     ELSE
002740         MOVE CO-SCAN-JOB TO ScanJob
002750     END-IF.
002760 1100-EXIT.
002770     EXIT.

002780 1200-WRITE-HEADINGS.
002790     IF CO-FUNCTION = 'C'
002800         MOVE 'PROB32COV SCAN-COVERAGE CERTIFICATION - CYCLE'
002810             TO HL-TITLE
002820         MOVE CycleDate TO HL-CYCLE-DATE
002830     ELSE
002840         MOVE 'PROB32COV SCAN-COVERAGE LEDGER' TO HL-TITLE
002850         MOVE SPACES TO HL-CYCLE-DATE
002860     END-IF.
002870     MOVE RunDate TO HL-RUN-DATE.
002880     MOVE RunTime TO HL-RUN-TIME.
002890     WRITE COVERAGE-REPORT-LINE FROM HeadLine.
002900     MOVE SPACES TO COVERAGE-REPORT-LINE.
002910     WRITE COVERAGE-REPORT-LINE.
002920     WRITE COVERAGE-REPORT-LINE FROM ColumnHeadLine.
002930 1200-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------
002960*2000-CERTIFY - PROVE THE SCAN JOB ENDED CLEAN FOR THE CYCLE,
002970*THEN CERTIFY EVERY PARTIAL RESULT ON PARTFILE.  THE STEP ONLY
002980*RUNS AFTER A CLEAN RCNSTEP (COND=(0,NE) IN PROB32R), SO THE
002990*RECONCILIATION HALF OF THE PROOF IS ALREADY IN HAND.
003000*----------------------------------------------------------------
003010 2000-CERTIFY.
003020     PERFORM 2100-CHECK-PROOF THRU 2100-EXIT.
003030     IF NOT ScanProven
003040         GO TO 2000-EXIT
003050     END-IF.
003060     OPEN INPUT PARTIAL-FILE.
003070     READ PARTIAL-FILE
003080         AT END
003090             MOVE 0 TO MoreParts
003100     END-READ.
003110     IF NoMoreParts
003120         DISPLAY 'PROB32COV - NO PARTIAL-RESULT RECORDS ON '
003130             'PARTFILE'
003140         MOVE 'ABEND' TO EX-TYPE
003150         MOVE 'NO PARTIAL-RESULT RECORDS ON PARTFILE'
003160             TO EX-DETAIL
003170         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
003180         MOVE 16 TO RETURN-CODE
003190     END-IF.
003200     PERFORM 3000-CERTIFY-PART THRU 3000-EXIT
003210         UNTIL NoMoreParts.
003220     CLOSE PARTIAL-FILE.
003230 2000-EXIT.
003240     EXIT.

003250*----------------------------------------------------------------
003260*2100-CHECK-PROOF - THE SCAN JOB'S CYCLE CONTROL RECORD MUST
003270*SHOW IT ENDED CLEAN ('E', RC 0) FOR THE CYCLE.  ANYTHING ELSE
003280*- NO RECORD, STILL STARTED, FAILED, OR REFUSED BY ITS GATE -
003290*MEANS PROB32SUM DID NOT PROVE THE SUB-RANGES TILE, AND NOTHING
003300*IS CERTIFIED.
003310*----------------------------------------------------------------
003320 2100-CHECK-PROOF.
003330     MOVE 0 TO ProofFlag.
003340     OPEN INPUT CYCLE-CONTROL-FILE.
003350     IF CyFileStatus NOT = '00'
003360         DISPLAY 'PROB32COV - CYCCTL OPEN FAILED, FILE STATUS '
003370             CyFileStatus
003380         MOVE 'ABEND' TO EX-TYPE
003390         MOVE SPACES TO EX-DETAIL
003400         STRING 'CYCCTL OPEN FAILED, FILE STATUS '
003410             DELIMITED BY SIZE
003420             CyFileStatus DELIMITED BY SIZE
003430             INTO EX-DETAIL
003440         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
003450         MOVE 16 TO RETURN-CODE
003460         GO TO 2100-EXIT
003470     END-IF.
003480     MOVE CycleDate TO CY-CYCLE-DATE.
003490     MOVE ScanJob TO CY-JOB-NAME.
003500     READ CYCLE-CONTROL-FILE
003510         INVALID KEY
003520             MOVE 'HAS NOT RUN' TO ProofReason
003530             GO TO 2100-NOT-PROVEN
003540     END-READ.
003550     IF CY-STATE = 'E'
003560         MOVE 1 TO ProofFlag
003570         CLOSE CYCLE-CONTROL-FILE
003580         GO TO 2100-EXIT
003590     END-IF.
003600     IF CY-STATE = 'S'
003610         MOVE 'HAS NOT ENDED' TO ProofReason
003620     ELSE
003630         IF CY-STATE = 'G'
003640             MOVE 'WAS REFUSED BY ITS GATE' TO ProofReason
003650         ELSE
003660             MOVE SPACES TO ProofReason
003670             STRING 'ENDED RC ' DELIMITED BY SIZE
003680                 CY-RETURN-CODE DELIMITED BY SIZE
003690                 INTO ProofReason
003700         END-IF
003710     END-IF.
003720 2100-NOT-PROVEN.
003730     CLOSE CYCLE-CONTROL-FILE.
003740     DISPLAY 'PROB32COV - ' ScanJob ' ' ProofReason
003750         ' FOR CYCLE ' CycleDate ' - NOTHING CERTIFIED'.
003760     MOVE 'NOTPROVEN' TO EX-TYPE.
003770     MOVE SPACES TO EX-DETAIL.
003780     STRING ScanJob DELIMITED BY SPACE
003790         ' NOT ENDED CLEAN, CYCLE ' DELIMITED BY SIZE
003800         CycleDate DELIMITED BY SIZE
003810         INTO EX-DETAIL.
003820     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
003830     MOVE SPACES TO COVERAGE-REPORT-LINE.
003840     STRING ' *** ' DELIMITED BY SIZE
003850         ScanJob DELIMITED BY SPACE
003860         ' ' DELIMITED BY SIZE
003870         ProofReason DELIMITED BY '  '
003880         ' FOR THE CYCLE - NOTHING CERTIFIED'
003890         DELIMITED BY SIZE
003900         INTO COVERAGE-REPORT-LINE.
003910     WRITE COVERAGE-REPORT-LINE.
003920     IF RETURN-CODE < 8
003930         MOVE 8 TO RETURN-CODE
003940     END-IF.
003950 2100-EXIT.
003960     EXIT.

003970*----------------------------------------------------------------
003980*3000-CERTIFY-PART - EDIT ONE PARTIAL RESULT AND ADD ITS
003990*INTERVAL TO THE LEDGER, OR MARK THE INTERVAL ALREADY THERE
004000*PROVEN AGAIN.  THE RECORD MUST PASS THE SAME EDITS PROB32SUM
004010*APPLIES - NUMERIC, WELL-FORMED, RECORDS-READ EQUAL TO ITS
004020*WIDTH - OR IT IS REFUSED.
004030*----------------------------------------------------------------
004040 3000-CERTIFY-PART.
004050     ADD 1 TO PartsRead.
004060     IF PART-BASE IS NOT NUMERIC
004070             OR PART-LIMIT IS NOT NUMERIC
004080             OR PART-RECORDS-READ IS NOT NUMERIC
004090             OR PART-IDS-FOUND IS NOT NUMERIC
004100         MOVE 'DOES NOT EDIT' TO RefuseReason
004110         PERFORM 3800-REFUSE-PART THRU 3800-EXIT
004120         GO TO 3000-READ-NEXT
004130     END-IF.
004140     IF PART-BASE > PART-LIMIT
004150         MOVE 'BASE EXCEEDS LIMIT' TO RefuseReason
004160         PERFORM 3800-REFUSE-PART THRU 3800-EXIT
004170         GO TO 3000-READ-NEXT
004180     END-IF.
004190     COMPUTE IntervalWidth = PART-LIMIT - PART-BASE + 1.
004200     IF PART-RECORDS-READ NOT = IntervalWidth
004210         MOVE 'READ DOES NOT MATCH WIDTH' TO RefuseReason
004220         PERFORM 3800-REFUSE-PART THRU 3800-EXIT
004230         GO TO 3000-READ-NEXT
004240     END-IF.
004250     IF PART-DIGIT-MODE = SPACE
004260         MOVE '1' TO PartMode
004270     ELSE
004280         MOVE PART-DIGIT-MODE TO PartMode
004290     END-IF.
004300     IF PART-ALL-IDS = SPACE
004310         MOVE 'F' TO PartAllIds
004320     ELSE
004330         MOVE PART-ALL-IDS TO PartAllIds
004340     END-IF.
004350     IF PART-SCAN-METHOD = SPACE
004360         MOVE 'T' TO PartMethod
004370     ELSE
004380         MOVE PART-SCAN-METHOD TO PartMethod
004390     END-IF.
004400     IF (PartMode NOT = '1' AND PartMode NOT = '0')
004410             OR (PartAllIds NOT = 'F' AND PartAllIds NOT = 'A')
004420             OR (PartMethod NOT = 'T' AND PartMethod NOT = 'G')
004430         MOVE 'BAD MODE/ALL-IDS/METHOD' TO RefuseReason
004440         PERFORM 3800-REFUSE-PART THRU 3800-EXIT
004450         GO TO 3000-READ-NEXT
004460     END-IF.
004470     MOVE PartMode TO CV-DIGIT-MODE.
004480     MOVE PartAllIds TO CV-ALL-IDS.
004490     MOVE PART-BASE TO CV-BASE.
004500     READ COVERAGE-LEDGER
004510         INVALID KEY
004520             PERFORM 3100-ADD-INTERVAL THRU 3100-EXIT
004530             GO TO 3000-READ-NEXT
004540     END-READ.
004550     PERFORM 3200-REPROVE-INTERVAL THRU 3200-EXIT.
004560 3000-READ-NEXT.
004570     READ PARTIAL-FILE
004580         AT END
004590             MOVE 0 TO MoreParts
004600     END-READ.
004610 3000-EXIT.
004620     EXIT.

004630*----------------------------------------------------------------
004640*3100-ADD-INTERVAL - FIRST PROOF OF AN INTERVAL WITH THIS BASE
004650*FOR THE COMBINATION.
004660*----------------------------------------------------------------
004670 3100-ADD-INTERVAL.
004680     MOVE SPACES TO COVERAGE-LEDGER-RECORD.
004690     MOVE PartMode TO CV-DIGIT-MODE.
004700     MOVE PartAllIds TO CV-ALL-IDS.
004710     MOVE PART-BASE TO CV-BASE.
004720     MOVE PART-LIMIT TO CV-LIMIT.
004730     MOVE PartMethod TO CV-SCAN-METHOD.
004740     MOVE CycleDate TO CV-FIRST-CYCLE.
004750     MOVE CycleDate TO CV-LAST-CYCLE.
004760     MOVE 1 TO CV-PROOF-COUNT.
004770     MOVE RunDate TO CV-CERT-DATE.
004780     MOVE RunTime TO CV-CERT-TIME.
004790     MOVE PART-IDS-FOUND TO CV-IDS-FOUND.
004800     WRITE COVERAGE-LEDGER-RECORD
004810         INVALID KEY
004820             DISPLAY 'PROB32COV - COVLEDG WRITE FAILED, FILE '
004830                 'STATUS ' CvFileStatus
004840             MOVE 'ABEND' TO EX-TYPE
004850             MOVE SPACES TO EX-DETAIL
004860             STRING 'COVLEDG WRITE FAILED, FILE STATUS '
004870                 DELIMITED BY SIZE
004880                 CvFileStatus DELIMITED BY SIZE
004890                 INTO EX-DETAIL
004900             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
004910             MOVE 16 TO RETURN-CODE
004920             GO TO 3100-EXIT
004930     END-WRITE.
004940     ADD 1 TO IntervalsNew.
004950     MOVE 'CERTIFIED' TO PartAction.
004960     PERFORM 3300-PRINT-PART-LINE THRU 3300-EXIT.
004970 3100-EXIT.
004980     EXIT.

004990*----------------------------------------------------------------
005000*3200-REPROVE-INTERVAL - AN INTERVAL WITH THIS BASE IS ALREADY
005010*ON THE LEDGER (A FORCED RESCAN, OR A WIDER PLAN THAN LAST
005020*TIME).  A WIDER PROOF EXTENDS IT; AN EQUAL ONE RE-PROVES IT;
005030*A NARROWER ONE RE-PROVES ONLY PART OF IT AND LEAVES THE LIMIT
005040*AND THE IDENTITY COUNT AS THEY WERE.
005050*----------------------------------------------------------------
005060 3200-REPROVE-INTERVAL.
005070     IF PART-LIMIT > CV-LIMIT
005080         MOVE PART-LIMIT TO CV-LIMIT
005090         MOVE PART-IDS-FOUND TO CV-IDS-FOUND
005100         ADD 1 TO IntervalsExtended
005110         MOVE 'EXTENDED' TO PartAction
005120     ELSE
005130         ADD 1 TO IntervalsReproven
005140         IF PART-LIMIT = CV-LIMIT
005150             MOVE PART-IDS-FOUND TO CV-IDS-FOUND
005160             MOVE 'RE-PROVEN' TO PartAction
005170         ELSE
005180             MOVE 'RE-PROVEN IN PART' TO PartAction
005190         END-IF
005200     END-IF.
005210     MOVE PartMethod TO CV-SCAN-METHOD.
005220     MOVE CycleDate TO CV-LAST-CYCLE.
005230     IF CV-PROOF-COUNT < 999
005240         ADD 1 TO CV-PROOF-COUNT
005250     END-IF.
005260     MOVE RunDate TO CV-CERT-DATE.
005270     MOVE RunTime TO CV-CERT-TIME.
005280     REWRITE COVERAGE-LEDGER-RECORD
005290         INVALID KEY
005300             DISPLAY 'PROB32COV - COVLEDG REWRITE FAILED, FILE '
005310                 'STATUS ' CvFileStatus
005320             MOVE 'ABEND' TO EX-TYPE
005330             MOVE SPACES TO EX-DETAIL
005340             STRING 'COVLEDG REWRITE FAILED, FILE STATUS '
005350                 DELIMITED BY SIZE
005360                 CvFileStatus DELIMITED BY SIZE
005370                 INTO EX-DETAIL
005380             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
005390             MOVE 16 TO RETURN-CODE
005400             GO TO 3200-EXIT
005410     END-REWRITE.
005420     PERFORM 3300-PRINT-PART-LINE THRU 3300-EXIT.
005430 3200-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------
005460*3300-PRINT-PART-LINE - ONE LEDGER LINE FOR THE RECORD NOW IN
005470*THE FD, WITH WHAT WAS DONE TO IT (BLANK WHEN LISTING).
005480*----------------------------------------------------------------
005490 3300-PRINT-PART-LINE.
005500     MOVE CV-DIGIT-MODE TO LL-MODE.
005510     MOVE CV-ALL-IDS TO LL-ALL-IDS.
005520     MOVE CV-BASE TO LL-BASE.
005530     MOVE CV-LIMIT TO LL-LIMIT.
005540     MOVE CV-SCAN-METHOD TO LL-METHOD.
005550     MOVE CV-FIRST-CYCLE TO LL-FIRST-CYCLE.
005560     MOVE CV-LAST-CYCLE TO LL-LAST-CYCLE.
005570     MOVE CV-PROOF-COUNT TO LL-PROOFS.
005580     MOVE CV-IDS-FOUND TO LL-IDS.
005590     MOVE PartAction TO LL-ACTION.
005600     WRITE COVERAGE-REPORT-LINE FROM LedgerLine.
005610 3300-EXIT.
005620     EXIT.

005630*----------------------------------------------------------------
005640*3800-REFUSE-PART - A PARTIAL RESULT THAT CANNOT BE CERTIFIED.
005650*THE CALLER HAS SET RefuseReason.
005660*----------------------------------------------------------------
005670 3800-REFUSE-PART.
005680     ADD 1 TO PartsRefused.
005690     DISPLAY 'PROB32COV - PARTFILE RECORD ' PartsRead
005700         ' NOT CERTIFIED - ' RefuseReason.
005710     MOVE 'BADPART' TO EX-TYPE.
005720     MOVE SPACES TO EX-DETAIL.
005730     STRING 'PARTFILE RECORD ' DELIMITED BY SIZE
005740         PartsRead DELIMITED BY SIZE
005750         ' ' DELIMITED BY SIZE
005760         RefuseReason DELIMITED BY SIZE
005770         INTO EX-DETAIL.
005780     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
005790     MOVE SPACES TO COVERAGE-REPORT-LINE.
005800     STRING ' *** PARTFILE RECORD ' DELIMITED BY SIZE
005810         PartsRead DELIMITED BY SIZE
005820         ' NOT CERTIFIED - ' DELIMITED BY SIZE
005830         RefuseReason DELIMITED BY SIZE
005840         INTO COVERAGE-REPORT-LINE.
005850     WRITE COVERAGE-REPORT-LINE.
005860     IF RETURN-CODE < 8
005870         MOVE 8 TO RETURN-CODE
005880     END-IF.
005890 3800-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920*5000-LIST-LEDGER - EVERY INTERVAL ON THE LEDGER, IN KEY ORDER
005930*(DIGIT MODE, ALL-IDS, BASE).
005940*----------------------------------------------------------------
005950 5000-LIST-LEDGER.
005960     MOVE SPACES TO PartAction.
005965     IF NOT LedgerFileLoaded
005966         GO TO 5000-EXIT
005967     END-IF.
005970     PERFORM 5100-LIST-NEXT THRU 5100-EXIT
005980         UNTIL LedgerComplete.
005990 5000-EXIT.
006000     EXIT.

006010 5100-LIST-NEXT.
006020     READ COVERAGE-LEDGER NEXT RECORD
006030         AT END
006040             MOVE 1 TO LedgerDone
006050             GO TO 5100-EXIT
006060     END-READ.
006070     ADD 1 TO IntervalsListed.
006080     COMPUTE CountersListed = CountersListed + CV-LIMIT
006090         - CV-BASE + 1.
006100     PERFORM 3300-PRINT-PART-LINE THRU 3300-EXIT.
006110 5100-EXIT.
006120     EXIT.

006130*----------------------------------------------------------------
006140*8000-PRINT-TOTALS - THE FOOT OF THE REPORT AND SYSOUT.  THE
006150*LISTING'S COUNTER TOTAL IS THE SUM OF THE INTERVAL WIDTHS, SO
006160*GROUND PROVEN UNDER TWO OVERLAPPING INTERVALS COUNTS TWICE.
006170*----------------------------------------------------------------
006180 8000-PRINT-TOTALS.
006190     MOVE SPACES TO COVERAGE-REPORT-LINE.
006200     WRITE COVERAGE-REPORT-LINE.
006210     DISPLAY 'PROB32COV CONTROL TOTALS'.
006220     DISPLAY '-------------------------'.
006230     IF CO-FUNCTION = 'L'
006240         MOVE 'INTERVALS ON LEDGER ....' TO TL-CAPTION
006250         MOVE IntervalsListed TO TL-COUNT
006260         WRITE COVERAGE-REPORT-LINE FROM TotalLine
006270         MOVE 'COUNTERS CERTIFIED .....' TO TL-CAPTION
006280         MOVE CountersListed TO TL-COUNT
006290         WRITE COVERAGE-REPORT-LINE FROM TotalLine
006300         DISPLAY 'INTERVALS ....... ' IntervalsListed
006310         DISPLAY 'COUNTERS ........ ' CountersListed
006320         GO TO 8000-EXIT
006330     END-IF.
006340     MOVE 'PARTIAL RESULTS READ ...' TO TL-CAPTION.
006350     MOVE PartsRead TO TL-COUNT.
006360     WRITE COVERAGE-REPORT-LINE FROM TotalLine.
006370     MOVE 'INTERVALS CERTIFIED ....' TO TL-CAPTION.
006380     MOVE IntervalsNew TO TL-COUNT.
006390     WRITE COVERAGE-REPORT-LINE FROM TotalLine.
006400     MOVE 'INTERVALS EXTENDED .....' TO TL-CAPTION.
006410     MOVE IntervalsExtended TO TL-COUNT.
006420     WRITE COVERAGE-REPORT-LINE FROM TotalLine.
006430     MOVE 'INTERVALS RE-PROVEN ....' TO TL-CAPTION.
006440     MOVE IntervalsReproven TO TL-COUNT.
006450     WRITE COVERAGE-REPORT-LINE FROM TotalLine.
006460     MOVE 'PARTIAL RESULTS REFUSED ' TO TL-CAPTION.
006470     MOVE PartsRefused TO TL-COUNT.
006480     WRITE COVERAGE-REPORT-LINE FROM TotalLine.
006490     DISPLAY 'CYCLE DATE ...... ' CycleDate.
006500     DISPLAY 'PARTS READ ...... ' PartsRead.
006510     DISPLAY 'CERTIFIED ....... ' IntervalsNew.
006520     DISPLAY 'EXTENDED ........ ' IntervalsExtended.
006530     DISPLAY 'RE-PROVEN ....... ' IntervalsReproven.
006540     DISPLAY 'REFUSED ......... ' PartsRefused.
006550 8000-EXIT.
006560     EXIT.

006570*----------------------------------------------------------------
006580*9000-TERMINATE - CLOSE UP, END THE RUN.
006590*----------------------------------------------------------------
006600 9000-TERMINATE.
006610     IF LedgerFileLoaded
006612         CLOSE COVERAGE-LEDGER
006614     END-IF.
006620     CLOSE COVERAGE-REPORT.
006630     CLOSE EXCEPTION-LOG.
006640 9000-EXIT.
006650     EXIT.

006660*----------------------------------------------------------------
006670*8900-LOG-EXCEPTION - APPEND ONE RECORD TO THE CUMULATIVE
006680*EXCEPTION LOG.  THE CALLER SETS EX-TYPE AND EX-DETAIL; THE
006690*PROGRAM NAME AND TIMESTAMP ARE FILLED HERE.
006700*----------------------------------------------------------------
006710 8900-LOG-EXCEPTION.
006720     ACCEPT LogDate FROM DATE YYYYMMDD.
006730     ACCEPT LogTimeRaw FROM TIME.
006740     MOVE 'PROB32COV' TO EX-PROGRAM.
006750     MOVE LogDate TO EX-RUN-DATE.
006760     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
006762     ADD 1 TO LogSeq.
006764     MOVE LogDate TO EX-ID-DATE.
006766     MOVE LogTimeRaw TO EX-ID-TIME.
006768     MOVE LogSeq TO EX-ID-SEQ.
006770     WRITE EXCEPTION-LOG-RECORD.
006780 8900-EXIT.
006790     EXIT.

006800 9999-EXIT.
006810     STOP RUN.
