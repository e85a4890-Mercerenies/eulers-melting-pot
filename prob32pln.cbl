000300*THE SPLIT IS CAPPED AT THREE STEPS - THE SUITE'S FIXED
000310*DATASET NAMES (STEP1-STEP3, SEE PROB32HKP'S WORKING-DATASET
000320*TABLE AND PROB32RST'S PROBES) ONLY COVER THREE.
000321*
000322*THE COVERAGE LEDGER (COVLEDG, SEE PROB32COV) IS SUBTRACTED
000323*FIRST: GROUND ALREADY CERTIFIED FOR THE CARD'S DIGIT MODE AND
000324*ALL-IDENTITIES SETTING IS SKIPPED, AND ONLY THE UNCOVERED PIECES
000325*ARE CUT INTO STEPS, EACH PIECE WITH ITS OWN SUMSTEP ROLL-UP SO
000326*PROB32SUM'S NO-GAP PROOF STILL HOLDS PIECE BY PIECE.  THE PLAN
000327*REPORT SAYS WHAT WAS SKIPPED AND WHY; PL-FULL-RESCAN FORCES THE
000328*WHOLE RANGE.  THE GENERATED JOB TAKES PART IN CYCLE CONTROL
000329*UNDER THE NAME PROB32P, WHOSE PLACE IN THE CYCLE IT TAKES.
000330*----------------------------------------------------------------
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.     PROB32PLN.
000500*2026-09-02 JHK   SIZE THE CHECKPOINT INTERVAL FOR METHOD 'G'
000510*                 TOO - THE GENERATED SCAN NOW CHECKPOINTS ITS
000520*                 EMIT PHASE INSTEAD OF REFUSING TO.
000521*2026-10-15 JHK   PLAN ONLY THE GROUND NOT CERTIFIED ON THE
000522*                 COVERAGE LEDGER, ONE SUMSTEP PER PIECE, AND
000523*                 REPORT WHAT WAS SKIPPED.  THE GENERATED JOB
000524*                 GATES AND POSTS TO CYCLE CONTROL AS PROB32P.
000525*                 A PROFILE NAMED ON THE CARD IS READ FROM PRFLIB
000526*                 AND PUNCHED WITH ITS VERSION ON EVERY CTLCARD,
000527*                 WITH A PRFLIB DD.  GENERATED STEPS ALSO CARRY
000528*                 THE PERFLOG DD, MATCHING PROB32P.

000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT PLANNED-JOB ASSIGN TO PLNJCL
000590         ORGANIZATION IS SEQUENTIAL.
000591     SELECT OPTIONAL COVERAGE-LEDGER ASSIGN TO COVLEDG
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS CV-KEY
000595         FILE STATUS IS CvFileStatus.
000600     SELECT PLANNER-REPORT ASSIGN TO PLNRPT
000610         ORGANIZATION IS SEQUENTIAL.
000611     SELECT PROFILE-LIBRARY ASSIGN TO PRFLIB
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS DYNAMIC
000614         RECORD KEY IS PF-KEY
000615         FILE STATUS IS PfFileStatus.

000620 DATA DIVISION.
000630 FILE SECTION.
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  PLANNER-REPORT-LINE       PIC X(80).
000752 FD  COVERAGE-LEDGER
000754     LABEL RECORDS ARE STANDARD.
000756     COPY COVREC.
000757 FD  PROFILE-LIBRARY
000758     LABEL RECORDS ARE STANDARD.
000759     COPY PRFREC.

000760 WORKING-STORAGE SECTION.
000761*COVERAGE SWITCHES AND TOTALS
000762 01  CvFileStatus PIC X(2).
000763 01  LedgerMode PIC X(01).
000764 01  LedgerAllIds PIC X(01).
000765 01  LedgerFlag PIC 9 VALUE 0.
000766     88  LedgerPresent VALUE 1.
000767 01  LedgerDone PIC 9 VALUE 0.
000768     88  LedgerComplete VALUE 1.
000769 01  CoverCount PIC 9(03) VALUE 0.
000770*PLAN WORK AREAS
000780 01  PlanBase PIC 9(05).
000790 01  PlanLimit PIC 9(05).
000800 01  PlanWidth PIC 9(06).
000802 01  UncoveredWidth PIC 9(06) VALUE 0.
000804 01  CoverFloor PIC 9(06).
000806 01  CountersSkipped PIC 9(06) VALUE 0.
000810 01  PlanSteps PIC 9(02).
000811 01  BestShare PIC 9(06)V99.
000812 01  PieceShare PIC 9(06)V99.
000813 01  RaisedFlag PIC 9 VALUE 0.
000814     88  StepCountRaised VALUE 1.
000820 01  PlanCkptTarget PIC 9(03).
000830 01  DigitMode PIC X(01).
000840 01  AllIdsMode PIC X(01).
000850 01  ScanMethod PIC X(01).
000853 01  RescanFlag PIC 9 VALUE 0.
000856     88  FullRescan VALUE 1.
000860 01  BaseWidth PIC 9(06).
000870 01  ExtraWidth PIC 9(02).
000880 01  CurBase PIC 9(06).
000890 01  StepWidth PIC 9(06).
000900 01  StepLimit PIC 9(06).
000910 01  StepCkptEvery PIC 9(05).
000911*COVERAGE TABLE - THE CARD'S LEDGER INTERVALS, CLIPPED TO THE
000912*RANGE, IN KEY ORDER.  THE LOAD ABENDS RATHER THAN OVERRUN IT.
000913 01  CoverTable.
000914     05  CoverEntry OCCURS 200 TIMES INDEXED BY CIdx.
000915         10  CT-BASE PIC 9(05).
000916         10  CT-LIMIT PIC 9(05).
000917         10  CT-FIRST-CYCLE PIC 9(08).
000918         10  CT-LAST-CYCLE PIC 9(08).
000919         10  CT-PROOF-COUNT PIC 9(03).
000920*STEP TABLE - THE PLANNED SUB-RANGES, FOR THE JCL AND THE
000930*REPORT.  THREE IS THE SUITE'S FIXED-DATASET-NAME CEILING.
000940 01  StepTable.
000970         10  ST-LIMIT PIC 9(05).
000980         10  ST-WIDTH PIC 9(06).
000990         10  ST-CKPT-EVERY PIC 9(05).
000995         10  ST-PIECE PIC 9.
001000 01  StepNo PIC 9.
001010 01  StepDigit PIC 9.
001011*PIECE TABLE - THE UNCOVERED GROUND, EACH PIECE WITH ITS OWN
001012*STEPS AND SUMSTEP.  A FOURTH PIECE REFUSES THE PLAN.
001013 01  PieceTable.
001014     05  PieceEntry OCCURS 3 TIMES.
001015         10  PT-BASE PIC 9(05).
001016         10  PT-LIMIT PIC 9(05).
001017         10  PT-WIDTH PIC 9(06).
001018         10  PT-STEPS PIC 9(02).
001019         10  PT-FIRST-STEP PIC 9.
001020*PUNCHED-CARD WORK AREA - MIRRORS THE CTLCARD COLUMNS (SEE
001030*CTLCARD.CPY) WITH UNSIGNED PICTURES SO THE PUNCHED DIGITS
001040*CARRY NO SIGN OVERPUNCH.
001090     05  PC-BASE PIC 9(06).
001100     05  PC-ALL-IDS PIC X(01).
001110     05  PC-SCAN-METHOD PIC X(01).
001113     05  PC-PROFILE PIC X(16).
001116     05  PC-PROFILE-VERSION PIC X(03).
001120     05  FILLER PIC X(40) VALUE SPACES.
001121*PIECE WORK AREAS - PieceCount MAY PASS 3 WHILE COUNTING.
001122 01  PieceCount PIC 9(03) VALUE 0.
001123 01  PieceNo PIC 9.
001124 01  PieceDigit PIC 9.
001125 01  PieceStep PIC 9(02).
001126 01  PieceTop PIC 9(06).
001127 01  LastStepNo PIC 9.
001128 01  StepsToGive PIC 9(02).
001129 01  BestPiece PIC 9.
001130*GENERATED-JOB WORK AREAS
001134 01  EndExecCard PIC X(30).
001140 01  JclLine PIC X(80).
001141*GENERATED CYCLE-CARD IMAGE - MIRRORS THE CYCCARD COLUMNS.  THE
001142*CYCLE DATE STAYS BLANK (THE RUN DATE), AS ON THE PROB32P CARDS.
001143 01  CycCardImage.
001144     05  YC-FUNCTION PIC X(01).
001145     05  YC-CYCLE-DATE PIC X(08) VALUE SPACES.
001146     05  YC-JOB-NAME PIC X(08) VALUE 'PROB32P'.
001147     05  YC-RETURN-CODE PIC X(04).
001148     05  YC-PREREQ PIC X(08).
001149     05  FILLER PIC X(51) VALUE SPACES.
001150 01  JclLinesWritten PIC 9(05) VALUE 0.
001151*RUN-PROFILE WORK AREAS - THE PROFILE VERSION THE CARD RESOLVED
001152*TO AND THE BROWSE THAT FINDS A PROFILE'S CURRENT VERSION.
001153 01  PfFileStatus PIC X(2).
001154 01  ProfileVersion PIC 9(03) VALUE 0.
001155 01  ProfileImage PIC X(120).
001156 01  MoreVersions PIC 9.
001157     88  NoMoreVersions VALUE 0.

001160 PROCEDURE DIVISION.
001170*----------------------------------------------------------------
001190*----------------------------------------------------------------
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001214     PERFORM 1050-RESOLVE-PROFILE THRU 1050-EXIT.
001220     PERFORM 2000-VALIDATE-PARMS THRU 2000-EXIT.
001221     PERFORM 2500-LOAD-COVERAGE THRU 2500-EXIT.
001222     PERFORM 2600-SUBTRACT-COVERAGE THRU 2600-EXIT.
001223     PERFORM 2700-SIZE-STEPS THRU 2700-EXIT.
001224     IF PlanSteps > 0
001230         PERFORM 3000-PLAN-STEPS THRU 3000-EXIT
001240         PERFORM 4000-WRITE-PLANNED-JOB THRU 4000-EXIT
001241     END-IF.
001250     PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     GO TO 9999-EXIT.
002400         MOVE 16 TO RETURN-CODE
002410         GO TO 9999-EXIT
002420     END-IF.
002650     IF PL-CKPT-COUNT = SPACE
002660         MOVE 0 TO PL-CKPT-COUNT
002670     END-IF.
002760     ELSE
002770         MOVE PL-CKPT-COUNT TO PlanCkptTarget
002780     END-IF.
002784     PERFORM 2050-EDIT-FULL-RESCAN THRU 2050-EXIT.
002790 2000-EXIT.
002800     EXIT.

002810*----------------------------------------------------------------
002820*3000-PLAN-STEPS - CUT EACH UNCOVERED PIECE INTO SUB-RANGES
002830*THAT TILE IT BY CONSTRUCTION: EACH STEP'S BASE IS EXACTLY ONE
002840*PAST THE PRIOR STEP'S LIMIT, THE WIDTHS DIFFER BY AT MOST ONE,
002850*AND THE LAST LIMIT IS THE PIECE'S LIMIT.  WITH NOTHING
002854*CERTIFIED, THE ONE PIECE IS THE WHOLE RANGE.  EACH STEP'S
002860*CHECKPOINT INTERVAL IS ITS OWN WIDTH OVER THE TARGET CHECKPOINT
002870*COUNT (MINIMUM 1), WHICHEVER SCAN METHOD RUNS - THE GENERATED
002880*SCAN CHECKPOINTS ITS EMIT PHASE PER PRODUCT EMITTED (SEE
002885*CC-SCAN-METHOD IN CTLCARD.CPY).
002890*----------------------------------------------------------------
002900 3000-PLAN-STEPS.
002910     MOVE 0 TO StepNo.
002940     PERFORM 3050-PLAN-ONE-PIECE THRU 3050-EXIT
002950         VARYING PieceNo FROM 1 BY 1 UNTIL PieceNo > PieceCount.
002960 3000-EXIT.
002970     EXIT.

002980 3100-PLAN-ONE-STEP.
002984     ADD 1 TO StepNo.
002990     MOVE BaseWidth TO StepWidth.
003000     IF PieceStep NOT > ExtraWidth
003010         ADD 1 TO StepWidth
003020     END-IF.
003030     COMPUTE StepLimit = CurBase + StepWidth - 1.
003090         MOVE 1 TO StepCkptEvery
003100     END-IF.
003110     MOVE StepCkptEvery TO ST-CKPT-EVERY(StepNo).
003115     MOVE PieceNo TO ST-PIECE(StepNo).
003120     COMPUTE CurBase = StepLimit + 1.
003130 3100-EXIT.
003140     EXIT.
003160*4000-WRITE-PLANNED-JOB - GENERATE THE COMPLETE SPLIT-RANGE
003170*SCAN JOB: JOB CARD, DEFCLST FOR THE STEP CLUSTERS, ONE
003180*PROBLEM32 STEP PER PLANNED SUB-RANGE WITH ITS CONTROL CARD
003190*PUNCHED IN-STREAM, AND A SUMSTEP ROLL-UP PER UNCOVERED PIECE
003200*- THE SAME SHAPES AS THE HAND-MAINTAINED PROB32P DECK, CYCLE
003205*GATE AND END POSTINGS INCLUDED.
003210*----------------------------------------------------------------
003220 4000-WRITE-PLANNED-JOB.
003230     OPEN OUTPUT PLANNED-JOB.
003290     MOVE '//* GENERATED SPLIT-RANGE SCAN JOB - DO NOT EDIT'
003300         TO JclLine.
003310     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
003314     PERFORM 4050-PUT-CYCLE-GATE THRU 4050-EXIT.
003320     PERFORM 4100-PUT-DEFCLST THRU 4100-EXIT.
003330     PERFORM 4200-PUT-SCAN-STEP THRU 4200-EXIT
003340         VARYING StepNo FROM 1 BY 1 UNTIL StepNo > PlanSteps.
003350     PERFORM 4500-PUT-SUM-STEP THRU 4500-EXIT
003353         VARYING PieceNo FROM 1 BY 1 UNTIL PieceNo > PieceCount.
003356     PERFORM 4600-PUT-CYCLE-END THRU 4600-EXIT.
003360     CLOSE PLANNED-JOB.
003370 4000-EXIT.
003380     EXIT.
003410*SAME AS PROB32P'S DEFCLST.
003420*----------------------------------------------------------------
003430 4100-PUT-DEFCLST.
003440     MOVE '//DEFCLST  EXEC PGM=IDCAMS,COND=(0,NE,CYCGATE.POST)'
003445         TO JclLine.
003450     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
003460     MOVE '//SYSPRINT DD SYSOUT=*' TO JclLine.
003470     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
003860     IF StepNo = 1
003870         STRING '//STEP' DELIMITED BY SIZE
003880             StepDigit DELIMITED BY SIZE
003890             '    EXEC PGM=PROBLEM32,' DELIMITED BY SIZE
003895             'COND=(0,NE,CYCGATE.POST)' DELIMITED BY SIZE
003900             INTO JclLine
003910     ELSE
003920         STRING '//STEP' DELIMITED BY SIZE
004610     MOVE '//             SPACE=(TRK,(1,1)),UNIT=SYSDA'
004620         TO JclLine.
004630     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
004631     MOVE '//PERFLOG  DD DSN=EULER.P32.PERFLOG,' TO JclLine.
004632     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
004633     MOVE '//             DISP=(MOD,CATLG,CATLG),' TO JclLine.
004634     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
004635     MOVE '//             SPACE=(TRK,(1,1)),UNIT=SYSDA'
004636         TO JclLine.
004637     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
004640     MOVE '//EXCPLOG  DD DSN=EULER.P32.EXCPLOG,' TO JclLine.
004650     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
004660     MOVE '//             DISP=(MOD,CATLG,CATLG),' TO JclLine.
004680     MOVE '//             SPACE=(TRK,(1,1)),UNIT=SYSDA'
004690         TO JclLine.
004700     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
004701     IF PL-PROFILE NOT = SPACES
004702         MOVE '//PRFLIB   DD DSN=EULER.P32.PRFLIB,DISP=SHR'
004703             TO JclLine
004704         PERFORM 7000-PUT-JCL THRU 7000-EXIT
004705     END-IF.
004710     MOVE '//CTLCARD  DD  *' TO JclLine.
004720     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
004730     PERFORM 4300-PUNCH-CTLCARD THRU 4300-EXIT.
004880     MOVE ST-BASE(StepNo) TO PC-BASE.
004890     MOVE AllIdsMode TO PC-ALL-IDS.
004900     MOVE ScanMethod TO PC-SCAN-METHOD.
004901     MOVE PL-PROFILE TO PC-PROFILE.
004902     IF PL-PROFILE = SPACES
004903         MOVE SPACES TO PC-PROFILE-VERSION
004904     ELSE
004905         MOVE ProfileVersion TO PC-PROFILE-VERSION
004906     END-IF.
004910     MOVE PunchCard TO JclLine.
004920     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
004930 4300-EXIT.
004940     EXIT.

004950*----------------------------------------------------------------
004960*4500-PUT-SUM-STEP - ONE PIECE'S SUMSTEP ROLL-UP OVER THAT
004970*PIECE'S STEP PARTFILES.  EACH PIECE IS ROLLED UP ON ITS OWN:
004972*PROB32SUM PROVES ITS PARTS TILE ONE CONTIGUOUS RANGE, AND THE
004974*CERTIFIED GROUND BETWEEN TWO PIECES WOULD READ AS A GAP.  THE
004976*FIRST IS SUMSTEP, AS IN PROB32P; THE OTHERS ARE SUMSTEP2 AND
004978*SUMSTEP3.
004980*----------------------------------------------------------------
004990 4500-PUT-SUM-STEP.
004992     IF PieceNo = 1
005000         MOVE '//SUMSTEP  EXEC PGM=PROB32SUM,COND=(0,NE)'
005010             TO JclLine
005011     ELSE
005012         PERFORM 4510-NAME-SUM-STEP THRU 4510-EXIT
005013     END-IF.
005014     COMPUTE LastStepNo =
005015         PT-FIRST-STEP(PieceNo) + PT-STEPS(PieceNo) - 1.
005020     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
005030     MOVE '//STEPLIB  DD DSN=EULER.BATCH.LOADLIB,DISP=SHR'
005040         TO JclLine.
005050     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
005060     PERFORM VARYING StepNo FROM PT-FIRST-STEP(PieceNo) BY 1
005070             UNTIL StepNo > LastStepNo
005080         MOVE StepNo TO StepDigit
005090         MOVE SPACES TO JclLine
005100         IF StepNo = PT-FIRST-STEP(PieceNo)
005110             STRING '//PARTFILE DD DSN=EULER.P32.PARTFILE.STEP'
005120                 DELIMITED BY SIZE
005130                 StepDigit DELIMITED BY SIZE
005410     EXIT.

005420*----------------------------------------------------------------
005430*8000-WRITE-REPORT - THE PLAN: WHAT THE COVERAGE LEDGER TOOK OUT
005432*OF THE RANGE AND WHY, THEN ONE LINE PER STEP WITH ITS
005440*SUB-RANGE, WIDTH AND CHECKPOINT INTERVAL.
005450*----------------------------------------------------------------
005460 8000-WRITE-REPORT.
005510     MOVE '--------------------------'
005520         TO PLANNER-REPORT-LINE.
005530     WRITE PLANNER-REPORT-LINE.
005531     IF PL-PROFILE NOT = SPACES
005532         PERFORM 8030-REPORT-PROFILE THRU 8030-EXIT
005533     END-IF.
005534     PERFORM 8050-REPORT-COVERAGE THRU 8050-EXIT.
005535     IF PlanSteps = 0
005536         PERFORM 8040-REPORT-NO-JOB THRU 8040-EXIT
005537         CLOSE PLANNER-REPORT
005538         GO TO 8000-EXIT
005539     END-IF.
005540     PERFORM 8100-REPORT-ONE-STEP THRU 8100-EXIT
005550         VARYING StepNo FROM 1 BY 1 UNTIL StepNo > PlanSteps.
005555     IF CountersSkipped = 0
005560         MOVE ' SUB-RANGES TILE THE RANGE BY CONSTRUCTION'
005570             TO PLANNER-REPORT-LINE
005571     ELSE
005572         MOVE ' SUB-RANGES TILE EACH UNCOVERED PIECE BY '
005573             TO PLANNER-REPORT-LINE
005574         MOVE 'CONSTRUCTION' TO PLANNER-REPORT-LINE(42:12)
005575     END-IF.
005580     WRITE PLANNER-REPORT-LINE.
005590     MOVE ' SUBMIT THE GENERATED JOB FROM THE INTERNAL READER'
005600         TO PLANNER-REPORT-LINE.
005760         ' CKPT EVERY ' DELIMITED BY SIZE
005770         ST-CKPT-EVERY(StepNo) DELIMITED BY SIZE
005780         INTO PLANNER-REPORT-LINE.
005782     IF PieceCount > 1
005784         MOVE ' PIECE ' TO PLANNER-REPORT-LINE(63:7)
005786         MOVE ST-PIECE(StepNo) TO PLANNER-REPORT-LINE(70:1)
005788     END-IF.
005790     WRITE PLANNER-REPORT-LINE.
005800 8100-EXIT.
005810     EXIT.
005870     DISPLAY '-------------------------'.
005880     DISPLAY 'RANGE PLANNED ... ' PlanBase ' THRU ' PlanLimit.
005890     DISPLAY 'STEPS CUT ....... ' PlanSteps.
005893     DISPLAY 'COUNTERS SKIPPED  ' CountersSkipped.
005896     DISPLAY 'PIECES PLANNED .. ' PieceCount.
005900     DISPLAY 'JCL CARDS CUT ... ' JclLinesWritten.
005910 9000-EXIT.
005920     EXIT.

005930 9999-EXIT.
005940     STOP RUN.

005950*----------------------------------------------------------------
005960*1050-RESOLVE-PROFILE - WHEN THE CARD NAMES A RUN PROFILE, READ
005970*IT FROM THE LIBRARY AND FILL EVERY PARAMETER COLUMN THE CARD
005980*LEFT BLANK FROM IT, THE SAME RULES AS PROBLEM32 (SEE ITS
005990*1050-RESOLVE-PROFILE).  THE STEP COUNT AND STEP SIZE ARE ONE
006000*CHOICE, NOT TWO: PUNCH EITHER AND BOTH COME FROM THE CARD, SO A
006010*CARD'S STEP COUNT NEVER COLLIDES WITH A PROFILE'S STEP SIZE.
006020*THE VERSION RESOLVED IS PINNED ON EVERY GENERATED CTLCARD, SO
006030*THE STEPS RUN THE PROFILE AS PLANNED EVEN IF IT CHANGES BEFORE
006040*THEY DO.
006050*----------------------------------------------------------------
006060 1050-RESOLVE-PROFILE.
006070     IF PL-PROFILE = SPACES
006080         GO TO 1050-EXIT
006090     END-IF.
006100     IF PL-PROFILE-VERSION NOT = SPACES
006110             AND PL-PROFILE-VERSION IS NOT NUMERIC
006120         DISPLAY 'PROB32PLN - PROFILE VERSION ON CARD IS NOT '
006130             'NUMERIC'
006140         MOVE 16 TO RETURN-CODE
006150         GO TO 9999-EXIT
006160     END-IF.
006170     OPEN INPUT PROFILE-LIBRARY.
006180     IF PfFileStatus NOT = '00'
006190         DISPLAY 'PROB32PLN - PRFLIB OPEN FAILED, FILE STATUS '
006200             PfFileStatus
006210         MOVE 16 TO RETURN-CODE
006220         GO TO 9999-EXIT
006230     END-IF.
006240     IF PL-PROFILE-VERSION = SPACES OR PL-PROFILE-VERSION = '000'
006250         PERFORM 1060-FIND-CURRENT THRU 1060-EXIT
006260     ELSE
006270         MOVE PL-PROFILE TO PF-NAME
006280         MOVE PL-PROFILE-VERSION TO PF-VERSION
006290         READ PROFILE-LIBRARY
006300             INVALID KEY
006310                 MOVE SPACES TO ProfileImage
006320             NOT INVALID KEY
006330                 MOVE RUN-PROFILE-RECORD TO ProfileImage
006340         END-READ
006350     END-IF.
006360     CLOSE PROFILE-LIBRARY.
006370     IF ProfileImage = SPACES
006380         DISPLAY 'PROB32PLN - RUN PROFILE ' PL-PROFILE
006390             ' VERSION ' PL-PROFILE-VERSION ' NOT ON PRFLIB'
006400         MOVE 16 TO RETURN-CODE
006410         GO TO 9999-EXIT
006420     END-IF.
006430     MOVE ProfileImage TO RUN-PROFILE-RECORD.
006440     IF PF-STATUS = 'R'
006450         DISPLAY 'PROB32PLN - RUN PROFILE ' PL-PROFILE
006460             ' IS RETIRED AS OF VERSION ' PF-VERSION
006470         MOVE 16 TO RETURN-CODE
006480         GO TO 9999-EXIT
006490     END-IF.
006500     MOVE PF-VERSION TO ProfileVersion.
006510     IF PL-BASE = SPACES
006520         MOVE PF-BASE TO PL-BASE
006530     END-IF.
006540     IF PL-LIMIT = SPACES
006550         MOVE PF-SCAN-LIMIT TO PL-LIMIT
006560     END-IF.
006570     IF PL-DIGIT-MODE = SPACE
006580         MOVE PF-DIGIT-MODE TO PL-DIGIT-MODE
006590     END-IF.
006600     IF PL-ALL-IDS = SPACE
006610         MOVE PF-ALL-IDS TO PL-ALL-IDS
006620     END-IF.
006630     IF PL-SCAN-METHOD = SPACE
006640         MOVE PF-SCAN-METHOD TO PL-SCAN-METHOD
006650     END-IF.
006660     IF PL-STEP-COUNT = SPACES AND PL-STEP-SIZE = SPACES
006670         MOVE PF-STEP-COUNT TO PL-STEP-COUNT
006680         MOVE PF-STEP-SIZE TO PL-STEP-SIZE
006690     END-IF.
006700     IF PL-CKPT-COUNT = SPACES
006710         MOVE PF-CKPT-COUNT TO PL-CKPT-COUNT
006720     END-IF.
006730     IF PL-FULL-RESCAN = SPACE
006740         MOVE PF-FULL-RESCAN TO PL-FULL-RESCAN
006750     END-IF.
006760     DISPLAY 'PROB32PLN - RUN PROFILE ' PL-PROFILE
006770         ' VERSION ' ProfileVersion.
006780 1050-EXIT.
006790     EXIT.

006800*----------------------------------------------------------------
006810*1060-FIND-CURRENT - BROWSE EVERY VERSION OF THE PROFILE IN KEY
006820*ORDER AND KEEP THE LAST - THE HIGHEST VERSION IS THE CURRENT.
006830*----------------------------------------------------------------
006840 1060-FIND-CURRENT.
006850     MOVE SPACES TO ProfileImage.
006860     MOVE PL-PROFILE TO PF-NAME.
006870     MOVE 0 TO PF-VERSION.
006880     START PROFILE-LIBRARY KEY IS NOT < PF-KEY
006890         INVALID KEY
006900             GO TO 1060-EXIT
006910     END-START.
006920     MOVE 1 TO MoreVersions.
006930     PERFORM 1065-READ-VERSION THRU 1065-EXIT
006940         UNTIL NoMoreVersions.
006950 1060-EXIT.
006960     EXIT.

006970*----------------------------------------------------------------
006980*1065-READ-VERSION - ONE RECORD OF THE BROWSE; THE FIRST RECORD
006990*OF ANOTHER PROFILE ENDS IT.
007000*----------------------------------------------------------------
007010 1065-READ-VERSION.
007020     READ PROFILE-LIBRARY NEXT RECORD
007030         AT END
007040             MOVE 0 TO MoreVersions
007050             GO TO 1065-EXIT
007060     END-READ.
007070     IF PF-NAME NOT = PL-PROFILE
007080         MOVE 0 TO MoreVersions
007090         GO TO 1065-EXIT
007100     END-IF.
007110     MOVE RUN-PROFILE-RECORD TO ProfileImage.
007120 1065-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150*2050-EDIT-FULL-RESCAN - PL-FULL-RESCAN MUST BE Y, N OR BLANK;
007160*Y PLANS THE WHOLE RANGE WHATEVER THE LEDGER HOLDS.
007170*----------------------------------------------------------------
007180 2050-EDIT-FULL-RESCAN.
007190     IF PL-FULL-RESCAN = SPACE OR PL-FULL-RESCAN = 'N'
007200         MOVE 0 TO RescanFlag
007210     ELSE
007220         IF PL-FULL-RESCAN = 'Y'
007230             MOVE 1 TO RescanFlag
007240         ELSE
007250             DISPLAY 'PROB32PLN - FULL-RESCAN FLAG ON CARD MUST '
007260                 'BE Y, N, OR BLANK'
007270             MOVE 16 TO RETURN-CODE
007280             GO TO 9999-EXIT
007290         END-IF
007300     END-IF.
007310 2050-EXIT.
007320     EXIT.

007330*----------------------------------------------------------------
007340*2500-LOAD-COVERAGE - LOAD THE LEDGER INTERVALS CERTIFIED FOR THE
007350*CARD'S DIGIT MODE AND ALL-IDENTITIES SETTING THAT TOUCH THE
007360*PLANNED RANGE, CLIPPED TO IT.  BLANK ON THE CARD MEANS THE
007370*DEFAULT ('1', 'F'), WHICH IS HOW THE LEDGER IS KEYED.  THE
007380*BROWSE STARTS AT THE COMBINATION'S FIRST KEY AND STOPS AT THE
007390*NEXT COMBINATION OR THE FIRST BASE PAST THE RANGE; KEY ORDER IS
007400*BASE ORDER, SO THE TABLE NEEDS NO SORT.  A LEDGER NOT YET
007410*DEFINED OR NEVER LOADED MEANS NOTHING IS CERTIFIED YET.
007420*----------------------------------------------------------------
007430 2500-LOAD-COVERAGE.
007440     MOVE DigitMode TO LedgerMode.
007450     IF LedgerMode = SPACE
007460         MOVE '1' TO LedgerMode
007470     END-IF.
007480     MOVE AllIdsMode TO LedgerAllIds.
007490     IF LedgerAllIds = SPACE
007500         MOVE 'F' TO LedgerAllIds
007510     END-IF.
007520     OPEN INPUT COVERAGE-LEDGER.
007530     IF CvFileStatus = '05'
007540         CLOSE COVERAGE-LEDGER
007550         GO TO 2500-EXIT
007560     END-IF.
007570     IF CvFileStatus = '35'
007580         GO TO 2500-EXIT
007590     END-IF.
007600     IF CvFileStatus NOT = '00'
007610         DISPLAY 'PROB32PLN - COVERAGE LEDGER OPEN FAILED, '
007620             'STATUS ' CvFileStatus
007630         MOVE 16 TO RETURN-CODE
007640         GO TO 9999-EXIT
007650     END-IF.
007660     MOVE 1 TO LedgerFlag.
007670     MOVE LedgerMode TO CV-DIGIT-MODE.
007680     MOVE LedgerAllIds TO CV-ALL-IDS.
007690     MOVE 0 TO CV-BASE.
007700     START COVERAGE-LEDGER KEY IS NOT LESS THAN CV-KEY
007710         INVALID KEY
007720             MOVE 1 TO LedgerDone
007730     END-START.
007740     PERFORM 2510-LOAD-ONE-INTERVAL THRU 2510-EXIT
007750         UNTIL LedgerComplete.
007760     CLOSE COVERAGE-LEDGER.
007770 2500-EXIT.
007780     EXIT.

007790*----------------------------------------------------------------
007800*2510-LOAD-ONE-INTERVAL - ONE LEDGER INTERVAL.  THE LEDGER IS IN
007810*KEY ORDER, SO THE FIRST INTERVAL OF ANOTHER MODE OR STARTING
007820*PAST THE RANGE ENDS THE LOAD; ONE ENDING BELOW IT IS SKIPPED.
007830*THE INTERVAL IS TABLED CLIPPED TO THE RANGE.
007840*----------------------------------------------------------------
007850 2510-LOAD-ONE-INTERVAL.
007860     READ COVERAGE-LEDGER NEXT
007870         AT END
007880             MOVE 1 TO LedgerDone
007890             GO TO 2510-EXIT
007900     END-READ.
007910     IF CV-DIGIT-MODE NOT = LedgerMode
007920             OR CV-ALL-IDS NOT = LedgerAllIds
007930             OR CV-BASE > PlanLimit
007940         MOVE 1 TO LedgerDone
007950         GO TO 2510-EXIT
007960     END-IF.
007970     IF CV-LIMIT < PlanBase
007980         GO TO 2510-EXIT
007990     END-IF.
008000     IF CoverCount = 200
008010         DISPLAY 'PROB32PLN - MORE THAN 200 CERTIFIED INTERVALS '
008020             'TOUCH THE RANGE - COVERAGE TABLE FULL'
008030         MOVE 16 TO RETURN-CODE
008040         GO TO 9999-EXIT
008050     END-IF.
008060     ADD 1 TO CoverCount.
008070     SET CIdx TO CoverCount.
008080     MOVE CV-BASE TO CT-BASE(CIdx).
008090     IF CV-BASE < PlanBase
008100         MOVE PlanBase TO CT-BASE(CIdx)
008110     END-IF.
008120     MOVE CV-LIMIT TO CT-LIMIT(CIdx).
008130     IF CV-LIMIT > PlanLimit
008140         MOVE PlanLimit TO CT-LIMIT(CIdx)
008150     END-IF.
008160     MOVE CV-FIRST-CYCLE TO CT-FIRST-CYCLE(CIdx).
008170     MOVE CV-LAST-CYCLE TO CT-LAST-CYCLE(CIdx).
008180     MOVE CV-PROOF-COUNT TO CT-PROOF-COUNT(CIdx).
008190 2510-EXIT.
008200     EXIT.

008210*----------------------------------------------------------------
008220*2600-SUBTRACT-COVERAGE - WALK THE CLIPPED INTERVALS IN BASE
008230*ORDER, CoverFloor BEING THE LOWEST COUNTER NOT YET ACCOUNTED
008240*FOR.  ANY GAP BELOW THE NEXT INTERVAL'S BASE IS AN UNCOVERED
008250*PIECE; AN INTERVAL OVERLAPPING ONE ALREADY WALKED MOVES THE FLOOR
008260*NO FURTHER THAN ITS OWN LIMIT.  A FORCED FULL RESCAN SKIPS THE
008270*WALK - THE WHOLE RANGE IS ONE PIECE, AND THE CERTIFIED INTERVALS
008280*ARE ONLY REPORTED AS BEING PROVEN AGAIN.
008290*----------------------------------------------------------------
008300 2600-SUBTRACT-COVERAGE.
008310     MOVE PlanBase TO CoverFloor.
008320     IF NOT FullRescan
008330         PERFORM 2610-SUBTRACT-ONE-INTERVAL THRU 2610-EXIT
008340             VARYING CIdx FROM 1 BY 1 UNTIL CIdx > CoverCount
008350     END-IF.
008360     IF CoverFloor NOT > PlanLimit
008370         MOVE PlanLimit TO PieceTop
008380         PERFORM 2620-ADD-PIECE THRU 2620-EXIT
008390     END-IF.
008400     COMPUTE CountersSkipped = PlanWidth - UncoveredWidth.
008410 2600-EXIT.
008420     EXIT.

008430*----------------------------------------------------------------
008440*2610-SUBTRACT-ONE-INTERVAL - GROUND BETWEEN THE FLOOR AND THIS
008450*INTERVAL IS AN UNCOVERED PIECE; THE FLOOR THEN MOVES PAST THE
008460*INTERVAL.
008470*----------------------------------------------------------------
008480 2610-SUBTRACT-ONE-INTERVAL.
008490     IF CT-BASE(CIdx) > CoverFloor
008500         COMPUTE PieceTop = CT-BASE(CIdx) - 1
008510         PERFORM 2620-ADD-PIECE THRU 2620-EXIT
008520     END-IF.
008530     IF CT-LIMIT(CIdx) NOT < CoverFloor
008540         COMPUTE CoverFloor = CT-LIMIT(CIdx) + 1
008550     END-IF.
008560 2610-EXIT.
008570     EXIT.

008580*----------------------------------------------------------------
008590*2620-ADD-PIECE - RECORD THE UNCOVERED PIECE CoverFloor THRU
008600*PieceTop WITH ONE STEP TO START WITH.  PIECES PAST THE THIRD ARE
008610*COUNTED (2700 REFUSES THE PLAN) BUT NOT KEPT.
008620*----------------------------------------------------------------
008630 2620-ADD-PIECE.
008640     ADD 1 TO PieceCount.
008650     COMPUTE UncoveredWidth =
008660         UncoveredWidth + PieceTop - CoverFloor + 1.
008670     IF PieceCount > 3
008680         GO TO 2620-EXIT
008690     END-IF.
008700     MOVE PieceCount TO PieceNo.
008710     MOVE CoverFloor TO PT-BASE(PieceNo).
008720     MOVE PieceTop TO PT-LIMIT(PieceNo).
008730     COMPUTE PT-WIDTH(PieceNo) = PieceTop - CoverFloor + 1.
008740     MOVE 1 TO PT-STEPS(PieceNo).
008750 2620-EXIT.
008760     EXIT.

008770*----------------------------------------------------------------
008780*2700-SIZE-STEPS - DERIVE THE STEP COUNT FROM THE CARD AND SHARE
008790*THE STEPS AMONG THE UNCOVERED PIECES.  NO STEP MAY SPAN CERTIFIED
008800*GROUND, SO EVERY PIECE NEEDS A STEP OF ITS OWN: A PUNCHED STEP
008810*COUNT BELOW THE PIECE COUNT IS RAISED TO IT (AND REPORTED), AND
008820*THE STEPS LEFT OVER GO ONE AT A TIME TO WHICHEVER PIECE HAS THE
008830*WIDEST STEPS SO FAR.  A PUNCHED STEP SIZE CUTS EACH PIECE ON ITS
008840*OWN.  NOTHING UNCOVERED MEANS NO STEPS AND NO JOB.
008850*----------------------------------------------------------------
008860 2700-SIZE-STEPS.
008870     MOVE 0 TO PlanSteps.
008880     IF PieceCount = 0
008890         IF RETURN-CODE < 4
008900             MOVE 4 TO RETURN-CODE
008910         END-IF
008920         GO TO 2700-EXIT
008930     END-IF.
008940     IF PieceCount > 3
008950         DISPLAY 'PROB32PLN - THE UNCOVERED GROUND IS IN '
008960             PieceCount ' PIECES BUT THE SUITE''S FIXED DATASET '
008970             'NAMES COVER 3 STEPS - NARROW THE RANGE OR FORCE A '
008980             'FULL RESCAN'
008990         MOVE 16 TO RETURN-CODE
009000         GO TO 9999-EXIT
009010     END-IF.
009020     IF PL-STEP-COUNT > 0
009030         PERFORM 2710-COUNT-STEPS THRU 2710-EXIT
009040     ELSE
009050         PERFORM 2720-SIZE-ONE-PIECE THRU 2720-EXIT
009060             VARYING PieceNo FROM 1 BY 1
009070             UNTIL PieceNo > PieceCount
009080     END-IF.
009090     IF PlanSteps > 3
009100         DISPLAY 'PROB32PLN - THE PLAN NEEDS ' PlanSteps
009110             ' STEPS BUT THE SUITE''S FIXED DATASET NAMES '
009120             'COVER 3 - RAISE THE STEP SIZE'
009130         MOVE 16 TO RETURN-CODE
009140         GO TO 9999-EXIT
009150     END-IF.
009160     IF PlanSteps > UncoveredWidth
009170         DISPLAY 'PROB32PLN - MORE STEPS THAN COUNTERS IN THE '
009180             'RANGE'
009190         MOVE 16 TO RETURN-CODE
009200         GO TO 9999-EXIT
009210     END-IF.
009220 2700-EXIT.
009230     EXIT.

009240*----------------------------------------------------------------
009250*2710-COUNT-STEPS - A PUNCHED STEP COUNT: RAISE IT TO THE PIECE
009260*COUNT IF NEED BE, THEN GIVE OUT THE STEPS BEYOND ONE A PIECE.
009270*----------------------------------------------------------------
009280 2710-COUNT-STEPS.
009290     MOVE PL-STEP-COUNT TO PlanSteps.
009300     IF PlanSteps < PieceCount
009310         MOVE PieceCount TO PlanSteps
009320         MOVE 1 TO RaisedFlag
009330     END-IF.
009340     IF PlanSteps > 3 OR PlanSteps > UncoveredWidth
009350         GO TO 2710-EXIT
009360     END-IF.
009370     COMPUTE StepsToGive = PlanSteps - PieceCount.
009380     PERFORM 2730-GIVE-ONE-STEP THRU 2730-EXIT
009390         StepsToGive TIMES.
009400 2710-EXIT.
009410     EXIT.

009420*----------------------------------------------------------------
009430*2720-SIZE-ONE-PIECE - A PUNCHED STEP SIZE: THE STEPS ONE PIECE
009440*NEEDS, ROUNDED UP.
009450*----------------------------------------------------------------
009460 2720-SIZE-ONE-PIECE.
009470     COMPUTE PT-STEPS(PieceNo) =
009480         (PT-WIDTH(PieceNo) + PL-STEP-SIZE - 1)
009490             / PL-STEP-SIZE
009500         ON SIZE ERROR
009510             MOVE 99 TO PT-STEPS(PieceNo)
009520     END-COMPUTE.
009530     COMPUTE PlanSteps = PlanSteps + PT-STEPS(PieceNo)
009540         ON SIZE ERROR
009550             MOVE 99 TO PlanSteps
009560     END-COMPUTE.
009570 2720-EXIT.
009580     EXIT.

009590*----------------------------------------------------------------
009600*2730-GIVE-ONE-STEP - ONE MORE STEP TO THE PIECE WHOSE STEPS ARE
009610*WIDEST SO FAR.
009620*----------------------------------------------------------------
009630 2730-GIVE-ONE-STEP.
009640     MOVE 0 TO BestPiece.
009650     MOVE 0 TO BestShare.
009660     PERFORM 2740-WEIGH-ONE-PIECE THRU 2740-EXIT
009670         VARYING PieceNo FROM 1 BY 1 UNTIL PieceNo > PieceCount.
009680     ADD 1 TO PT-STEPS(BestPiece).
009690 2730-EXIT.
009700     EXIT.

009710*----------------------------------------------------------------
009720*2740-WEIGH-ONE-PIECE - IS THIS PIECE'S STEP WIDTH THE WIDEST
009730*YET.  A PIECE WITH A STEP PER COUNTER CANNOT TAKE ANOTHER.
009740*----------------------------------------------------------------
009750 2740-WEIGH-ONE-PIECE.
009760     IF PT-STEPS(PieceNo) NOT < PT-WIDTH(PieceNo)
009770         GO TO 2740-EXIT
009780     END-IF.
009790     COMPUTE PieceShare ROUNDED =
009800         PT-WIDTH(PieceNo) / PT-STEPS(PieceNo).
009810     IF PieceShare > BestShare
009820         MOVE PieceShare TO BestShare
009830         MOVE PieceNo TO BestPiece
009840     END-IF.
009850 2740-EXIT.
009860     EXIT.

009870*----------------------------------------------------------------
009880*3050-PLAN-ONE-PIECE - CUT ONE PIECE INTO ITS STEPS' SUB-RANGES,
009890*THE REMAINDER GOING ONE COUNTER EACH TO THE FIRST STEPS.
009900*----------------------------------------------------------------
009910 3050-PLAN-ONE-PIECE.
009920     COMPUTE BaseWidth =
009930         PT-WIDTH(PieceNo) / PT-STEPS(PieceNo).
009940     COMPUTE ExtraWidth = PT-WIDTH(PieceNo)
009950         - (BaseWidth * PT-STEPS(PieceNo)).
009960     MOVE PT-BASE(PieceNo) TO CurBase.
009970     COMPUTE PT-FIRST-STEP(PieceNo) = StepNo + 1.
009980     PERFORM 3100-PLAN-ONE-STEP THRU 3100-EXIT
009990         VARYING PieceStep FROM 1 BY 1
010000         UNTIL PieceStep > PT-STEPS(PieceNo).
010010 3050-EXIT.
010020     EXIT.

010030*----------------------------------------------------------------
010040*4050-PUT-CYCLE-GATE - THE IN-STREAM PROCEDURE EVERY CYCLE
010050*CONTROL STEP OF THE JOB RUNS, THEN THE GATE STEP ITSELF.  THE
010060*GENERATED JOB STANDS IN FOR PROB32P, SO IT GATES AND POSTS UNDER
010070*THAT NAME - THE CERTIFICATION IN PROB32R AND THE GATE OF EVERY
010080*JOB DOWNSTREAM LOOK FOR PROB32P'S CLEAN END.
010090*----------------------------------------------------------------
010100 4050-PUT-CYCLE-GATE.
010110     MOVE '//CYCPOST  PROC' TO JclLine.
010120     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010130     MOVE '//POST     EXEC PGM=PROB32CYC' TO JclLine.
010140     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010150     MOVE '//STEPLIB  DD DSN=EULER.BATCH.LOADLIB,DISP=SHR'
010160         TO JclLine.
010170     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010180     MOVE '//CYCCTL   DD DSN=EULER.P32.CYCCTL,DISP=SHR'
010190         TO JclLine.
010200     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010210     MOVE '//EXCPLOG  DD DSN=EULER.P32.EXCPLOG,' TO JclLine.
010220     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010230     MOVE '//             DISP=(MOD,CATLG,CATLG),' TO JclLine.
010240     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010250     MOVE '//             SPACE=(TRK,(1,1)),UNIT=SYSDA'
010260         TO JclLine.
010270     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010280     MOVE '//         PEND' TO JclLine.
010290     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010300     MOVE '//CYCGATE  EXEC CYCPOST' TO JclLine.
010310     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010320     MOVE 'G' TO YC-FUNCTION.
010330     MOVE SPACES TO YC-RETURN-CODE.
010340     MOVE SPACES TO YC-PREREQ.
010350     PERFORM 4660-PUT-CYCLE-CARD THRU 4660-EXIT.
010360 4050-EXIT.
010370     EXIT.

010380*----------------------------------------------------------------
010390*4510-NAME-SUM-STEP - THE EXEC CARD OF A LATER PIECE'S ROLL-UP,
010400*SUMSTEP2 OR SUMSTEP3.
010410*----------------------------------------------------------------
010420 4510-NAME-SUM-STEP.
010430     MOVE PieceNo TO PieceDigit.
010440     MOVE SPACES TO JclLine.
010450     STRING '//SUMSTEP' DELIMITED BY SIZE
010460         PieceDigit DELIMITED BY SIZE
010470         ' EXEC PGM=PROB32SUM,COND=(0,NE)' DELIMITED BY SIZE
010480         INTO JclLine.
010490 4510-EXIT.
010500     EXIT.

010510*----------------------------------------------------------------
010520*4600-PUT-CYCLE-END - POST THE JOB'S END TO CYCLE CONTROL AS
010530*PROB32P, THE SAME FOUR FLAT, MUTUALLY EXCLUSIVE TESTS AS THE
010540*PROB32P DECK: ONE POSTING RUNS, CHOSEN BY THE HIGHEST RETURN
010550*CODE SO FAR (0016 ALSO COVERS AN ABEND), AND NONE RUNS WHEN THE
010560*GATE REFUSED THE JOB, WHICH THE GATE HAS ALREADY POSTED.
010570*----------------------------------------------------------------
010580 4600-PUT-CYCLE-END.
010590     MOVE '// IF (CYCGATE.POST.RC = 0 & (ABEND | RC > 8)) THEN'
010600         TO JclLine.
010610     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010620     MOVE '//CYCEND16 EXEC CYCPOST' TO EndExecCard.
010630     MOVE '0016' TO YC-RETURN-CODE.
010640     PERFORM 4650-PUT-END-POSTING THRU 4650-EXIT.
010650     MOVE '// IF (CYCGATE.POST.RC = 0 & NOT ABEND &' TO JclLine.
010660     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010670     MOVE '//     RC > 4 & RC <= 8) THEN' TO JclLine.
010680     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010690     MOVE '//CYCEND8  EXEC CYCPOST' TO EndExecCard.
010700     MOVE '0008' TO YC-RETURN-CODE.
010710     PERFORM 4650-PUT-END-POSTING THRU 4650-EXIT.
010720     MOVE '// IF (CYCGATE.POST.RC = 0 & NOT ABEND &' TO JclLine.
010730     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010740     MOVE '//     RC > 0 & RC <= 4) THEN' TO JclLine.
010750     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010760     MOVE '//CYCEND4  EXEC CYCPOST' TO EndExecCard.
010770     MOVE '0004' TO YC-RETURN-CODE.
010780     PERFORM 4650-PUT-END-POSTING THRU 4650-EXIT.
010790     MOVE '// IF (CYCGATE.POST.RC = 0 & NOT ABEND &' TO JclLine.
010800     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010810     MOVE '//     RC = 0) THEN' TO JclLine.
010820     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010830     MOVE '//CYCEND0  EXEC CYCPOST' TO EndExecCard.
010840     MOVE '0000' TO YC-RETURN-CODE.
010850     PERFORM 4650-PUT-END-POSTING THRU 4650-EXIT.
010860 4600-EXIT.
010870     EXIT.

010880*----------------------------------------------------------------
010890*4650-PUT-END-POSTING - ONE END-POSTING STEP AND ITS ENDIF.  THE
010900*CALLER HAS PUT THE IF AND SET EndExecCard AND THE RETURN CODE.
010910*----------------------------------------------------------------
010920 4650-PUT-END-POSTING.
010930     MOVE EndExecCard TO JclLine.
010940     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010950     MOVE 'E' TO YC-FUNCTION.
010960     MOVE SPACES TO YC-PREREQ.
010970     PERFORM 4660-PUT-CYCLE-CARD THRU 4660-EXIT.
010980     MOVE '// ENDIF' TO JclLine.
010990     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
011000 4650-EXIT.
011010     EXIT.

011020*----------------------------------------------------------------
011030*4660-PUT-CYCLE-CARD - THE POSTING STEP'S IN-STREAM CYCCARD.
011040*----------------------------------------------------------------
011050 4660-PUT-CYCLE-CARD.
011060     MOVE '//POST.CYCCARD DD *' TO JclLine.
011070     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
011080     MOVE CycCardImage TO JclLine.
011090     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
011100     MOVE '/*' TO JclLine.
011110     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
011120 4660-EXIT.
011130     EXIT.

011140*----------------------------------------------------------------
011150*8030-REPORT-PROFILE - THE RUN PROFILE AND VERSION PINNED ON
011160*EVERY STEP CARD.
011170*----------------------------------------------------------------
011180 8030-REPORT-PROFILE.
011190     MOVE SPACES TO PLANNER-REPORT-LINE.
011200     STRING ' RUN PROFILE ' DELIMITED BY SIZE
011210         PL-PROFILE DELIMITED BY SPACE
011220         ' VERSION ' DELIMITED BY SIZE
011230         ProfileVersion DELIMITED BY SIZE
011240         ' - PINNED ON EVERY STEP CARD' DELIMITED BY SIZE
011250         INTO PLANNER-REPORT-LINE.
011260     WRITE PLANNER-REPORT-LINE.
011270 8030-EXIT.
011280     EXIT.

011290*----------------------------------------------------------------
011300*8040-REPORT-NO-JOB - THE WHOLE RANGE IS ALREADY CERTIFIED, SO
011310*NO JOB IS GENERATED; SAY HOW TO FORCE A RESCAN.
011320*----------------------------------------------------------------
011330 8040-REPORT-NO-JOB.
011340     MOVE ' THE WHOLE RANGE IS ALREADY CERTIFIED - NO JOB '
011350         TO PLANNER-REPORT-LINE.
011360     MOVE 'GENERATED' TO PLANNER-REPORT-LINE(48:9).
011370     WRITE PLANNER-REPORT-LINE.
011380     MOVE ' PUNCH Y IN COL 27 OF THE CARD TO FORCE A RESCAN'
011390         TO PLANNER-REPORT-LINE.
011400     WRITE PLANNER-REPORT-LINE.
011410 8040-EXIT.
011420     EXIT.

011430*----------------------------------------------------------------
011440*8050-REPORT-COVERAGE - THE COMBINATION PLANNED, EVERY CERTIFIED
011450*INTERVAL IN THE RANGE WITH THE CYCLE THAT FIRST CERTIFIED IT,
011460*ITS LATEST PROOF AND HOW OFTEN IT HAS BEEN PROVEN - SKIPPED, OR
011470*SCANNED AGAIN UNDER A FORCED RESCAN - AND WHAT WAS LEFT TO SCAN.
011480*----------------------------------------------------------------
011490 8050-REPORT-COVERAGE.
011500     MOVE SPACES TO PLANNER-REPORT-LINE.
011510     STRING ' RANGE ' DELIMITED BY SIZE
011520         PlanBase DELIMITED BY SIZE
011530         ' THRU ' DELIMITED BY SIZE
011540         PlanLimit DELIMITED BY SIZE
011550         ' - DIGIT MODE ' DELIMITED BY SIZE
011560         LedgerMode DELIMITED BY SIZE
011570         ', ALL-IDENTITIES ' DELIMITED BY SIZE
011580         LedgerAllIds DELIMITED BY SIZE
011590         INTO PLANNER-REPORT-LINE.
011600     WRITE PLANNER-REPORT-LINE.
011610     IF NOT LedgerPresent
011620         MOVE ' NO COVERAGE LEDGER ON COVLEDG - NOTHING CERTIFIED'
011630             TO PLANNER-REPORT-LINE
011640         WRITE PLANNER-REPORT-LINE
011650     ELSE
011660         IF CoverCount = 0
011670             MOVE ' NO CERTIFIED GROUND IN THE RANGE'
011680                 TO PLANNER-REPORT-LINE
011690             WRITE PLANNER-REPORT-LINE
011700         END-IF
011710     END-IF.
011720     PERFORM 8060-REPORT-ONE-INTERVAL THRU 8060-EXIT
011730         VARYING CIdx FROM 1 BY 1 UNTIL CIdx > CoverCount.
011740     IF FullRescan AND CoverCount > 0
011750         MOVE ' FULL RESCAN FORCED - CERTIFIED GROUND IS PROVEN '
011760             TO PLANNER-REPORT-LINE
011770         MOVE 'AGAIN' TO PLANNER-REPORT-LINE(50:5)
011780         WRITE PLANNER-REPORT-LINE
011790     END-IF.
011800     MOVE SPACES TO PLANNER-REPORT-LINE.
011810     STRING ' COUNTERS ' DELIMITED BY SIZE
011820         PlanWidth DELIMITED BY SIZE
011830         ' SKIPPED ' DELIMITED BY SIZE
011840         CountersSkipped DELIMITED BY SIZE
011850         ' TO SCAN ' DELIMITED BY SIZE
011860         UncoveredWidth DELIMITED BY SIZE
011870         ' IN ' DELIMITED BY SIZE
011880         PieceCount DELIMITED BY SIZE
011890         ' PIECE(S)' DELIMITED BY SIZE
011900         INTO PLANNER-REPORT-LINE.
011910     WRITE PLANNER-REPORT-LINE.
011920     IF StepCountRaised
011930         MOVE SPACES TO PLANNER-REPORT-LINE
011940         STRING ' STEP COUNT RAISED TO ' DELIMITED BY SIZE
011950             PlanSteps DELIMITED BY SIZE
011960             ' - EACH UNCOVERED PIECE NEEDS ITS OWN STEP'
011970             DELIMITED BY SIZE
011980             INTO PLANNER-REPORT-LINE
011990         WRITE PLANNER-REPORT-LINE
012000     END-IF.
012010 8050-EXIT.
012020     EXIT.

012030*----------------------------------------------------------------
012040*8060-REPORT-ONE-INTERVAL - ONE CERTIFIED INTERVAL OF THE RANGE,
012050*SKIPPED OR (ON A FORCED FULL RESCAN) PROVEN AGAIN.
012060*----------------------------------------------------------------
012070 8060-REPORT-ONE-INTERVAL.
012080     MOVE SPACES TO PLANNER-REPORT-LINE.
012090     IF FullRescan
012100         MOVE ' RESCAN ' TO PLANNER-REPORT-LINE(1:8)
012110     ELSE
012120         MOVE ' SKIP   ' TO PLANNER-REPORT-LINE(1:8)
012130     END-IF.
012140     STRING CT-BASE(CIdx) DELIMITED BY SIZE
012150         '-' DELIMITED BY SIZE
012160         CT-LIMIT(CIdx) DELIMITED BY SIZE
012170         ' CERTIFIED ' DELIMITED BY SIZE
012180         CT-FIRST-CYCLE(CIdx) DELIMITED BY SIZE
012190         ' LAST PROVEN ' DELIMITED BY SIZE
012200         CT-LAST-CYCLE(CIdx) DELIMITED BY SIZE
012210         ' PROOFS ' DELIMITED BY SIZE
012220         CT-PROOF-COUNT(CIdx) DELIMITED BY SIZE
012230         INTO PLANNER-REPORT-LINE(9:72).
012240     WRITE PLANNER-REPORT-LINE.
012250 8060-EXIT.
012260     EXIT.
