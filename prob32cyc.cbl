000100*----------------------------------------------------------------
000110*PROB32CYC.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, CYCLE CONTROL.
000140*
000150*KEEPS THE CYCLE CONTROL FILE (CYCCTL, SEE COPYBOOK CYCREC) - ONE
000160*RECORD PER JOB PER CYCLE - AND ENFORCES THE RUN ORDER OF THE
000170*SUITE (PROB32P, THEN PROB32R AND PROB32Q, THEN PROB32M, THEN
000180*PROB32K) THAT USED TO LIVE ONLY IN THE OPERATORS' HEADS.  ONE
000190*CARD PER STEP (SEE COPYBOOK CYCCARD) SAYS WHAT TO DO:
000200*
000210*  'G' GATE - THE FIRST STEP OF EVERY DECK.  EVERY PREREQUISITE
000220*      JOB NAMED ON THE CARD MUST HAVE ENDED CLEAN (RC 0) FOR
000230*      THE SAME CYCLE, AND THE JOB ITSELF MUST NOT ALREADY BE
000240*      STARTED WITH NO END POSTED.  IF SO THE JOB'S START IS
000250*      POSTED AND THE STEP ENDS RC 0; IF NOT, EVERY REASON IS
000260*      DISPLAYED AND LOGGED TO EXCPLOG (SEE EXCPREC), THE JOB IS
000270*      POSTED AS REFUSED, AND THE STEP ENDS RC=8 SO THE DECK'S
000280*      COND=(0,NE) STEPS DO NOT RUN.
000290*  'E' END - THE LAST STEP OF EVERY DECK, ONE PER RETURN-CODE
000300*      BRACKET UNDER JCL IF/THEN, POSTS THE JOB'S END AND ITS
000310*      HIGHEST STEP RETURN CODE.  A NONZERO ONE IS ALSO LOGGED
000320*      TO EXCPLOG.  WITH NO CYCLE DATE ON THE CARD THE END GOES
000323*      TO THE LATEST CYCLE THE JOB IS STARTED ON, SO A JOB THAT
000326*      CROSSES MIDNIGHT STILL CLOSES ITS OWN START.
000330*  'R' REPORT - PRINTS EVERY JOB'S STATE FOR THE CYCLE ON ONE
000340*      PAGE (CYCRPT), THE SHIFT-HANDOVER RUN SHEET.  ENDS RC=4
000350*      WHILE ANY JOB OF THE CYCLE HAS NOT ENDED CLEAN.
000360*----------------------------------------------------------------
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.     PROB32CYC.
000390 AUTHOR.         J H KELLERMAN.
000400 INSTALLATION.   EULER BATCH SYSTEMS.
000410 DATE-WRITTEN.   10/15/2026.
000420 DATE-COMPILED.  10/15/2026.
000430*
000440*MODIFICATION HISTORY
000450*DATE       INIT  DESCRIPTION
000460*---------- ----  -----------------------------------------------
000470*2026-10-15 JHK   ORIGINAL - CYCLE CONTROL FILE, PREREQUISITE
000480*                 GATE, END POSTING AND END-OF-CYCLE STATUS PAGE.
000483*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS
000486*                 EXCEPTION ID (EX-ID, SEE EXCPREC).
000487*2026-10-15 JHK   PROB32Q, THE PARITY CERTIFICATION, JOINS THE
000488*                 DEFAULT LIST OF JOBS A CYCLE IS EXPECTED TO RUN.
000489*2026-10-15 JHK   A CYCCTL THAT DOES NOT EXIST YET (STATUS 35 ON
000490*                 OPEN I-O) IS NOW CREATED BY OPEN OUTPUT, CLOSE
000491*                 AND OPEN I-O AGAIN.  A GATE STEP THAT REFUSES A
000492*                 RERUN NO LONGER OVERWRITES THE START ALREADY
000493*                 RECORDED FOR THE JOB.

000494 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CYCLE-CARD ASSIGN TO CYCCARD
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCCTL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CY-KEY
000580         FILE STATUS IS CyFileStatus.
000590     SELECT CYCLE-REPORT ASSIGN TO CYCRPT
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
000620         ORGANIZATION IS SEQUENTIAL.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CYCLE-CARD
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CYCCARD.
000690 FD  CYCLE-CONTROL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY CYCREC.
000720 FD  CYCLE-REPORT
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  CYCLE-REPORT-LINE         PIC X(100).
000760 FD  EXCEPTION-LOG
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY EXCPREC.

000800 WORKING-STORAGE SECTION.
000810*CYCLE-CONTROL WORK AREAS
000820 01  CyFileStatus PIC X(2).
000821*CYCCTL IS EMPTY UNTIL THE FIRST POSTING - A REPORT OVER A
000822*NEVER-LOADED CLUSTER FINDS NO JOB RUN.
000823 01  CycleFileFlag PIC 9 VALUE 1.
000824     88  CycleFileLoaded VALUE 1.
000830 01  CardError PIC X(40).
000840 01  CycleDate PIC 9(08).
000843 01  CycleDateFlag PIC 9 VALUE 0.
000846     88  CycleDateGiven VALUE 1.
000850 01  PostRc PIC 9(04).
000860 01  RunDate PIC 9(08).
000870 01  RunTimeRaw PIC 9(08).
000880 01  RunTime PIC 9(06).
000890 01  JIdx PIC 9(02) COMP.
000900 01  KIdx PIC 9(02) COMP.
000910*THE GATED OR POSTED JOB'S OWN RECORD, HELD WHILE THE
000920*PREREQUISITE READS OVERLAY THE RECORD AREA.
000930 01  OwnRecordFlag PIC 9 VALUE 0.
000940     88  OwnRecordFound VALUE 1.
000950 01  SaveOwnRecord PIC X(80).
000953 01  AlreadyStartedFlag PIC 9 VALUE 0.
000956     88  AlreadyStarted VALUE 1.
000960 01  GateRefusals PIC 9(02) VALUE 0.
000970 01  BlockedBy PIC X(08).
000980 01  RefuseReason PIC X(20).
000990*STATUS-REPORT WORK AREAS
001000 01  BrowseDone PIC 9.
001010     88  BrowseComplete VALUE 1.
001020 01  ExpectedFlag PIC 9.
001030     88  JobWasExpected VALUE 1.
001040 01  OtherHeadFlag PIC 9 VALUE 0.
001050     88  OtherHeadPrinted VALUE 1.
001060 01  JobsExpected PIC 9(03) VALUE 0.
001070 01  JobsClean PIC 9(03) VALUE 0.
001080 01  JobsNotClean PIC 9(03) VALUE 0.
001090 01  JobsOther PIC 9(03) VALUE 0.
001100*EXCEPTION-LOG WORK AREAS
001110 01  LogDate PIC 9(08).
001120 01  LogTimeRaw PIC 9(08).
001125 01  LogSeq PIC 9(04) VALUE 0.
001130*REPORT-LINE LAYOUTS
001140 01  StatusHeadLine.
001150     05  FILLER PIC X(01) VALUE SPACE.
001160     05  FILLER PIC X(39)
001170         VALUE 'PROB32CYC END-OF-CYCLE STATUS - CYCLE '.
001180     05  SH-CYCLE-DATE PIC 9(08).
001190     05  FILLER PIC X(12) VALUE '    PRINTED '.
001200     05  SH-RUN-DATE PIC 9(08).
001210     05  FILLER PIC X(01) VALUE SPACE.
001220     05  SH-RUN-TIME PIC 9(06).
001230     05  FILLER PIC X(25) VALUE SPACES.
001240 01  ColumnHeadLine.
001250     05  FILLER PIC X(10) VALUE ' JOB'.
001260     05  FILLER PIC X(13) VALUE 'STATE'.
001270     05  FILLER PIC X(17) VALUE 'STARTED'.
001280     05  FILLER PIC X(17) VALUE 'ENDED'.
001290     05  FILLER PIC X(06) VALUE 'RC'.
001300     05  FILLER PIC X(05) VALUE 'RUNS'.
001310     05  FILLER PIC X(32) VALUE 'NOTE'.
001320 01  StatusLine.
001330     05  FILLER PIC X(01) VALUE SPACE.
001340     05  SL-JOB PIC X(08).
001350     05  FILLER PIC X(01) VALUE SPACE.
001360     05  SL-STATE PIC X(12).
001370     05  FILLER PIC X(01) VALUE SPACE.
001380     05  SL-START-DATE PIC X(08).
001390     05  FILLER PIC X(01) VALUE SPACE.
001400     05  SL-START-TIME PIC X(06).
001410     05  FILLER PIC X(02) VALUE SPACES.
001420     05  SL-END-DATE PIC X(08).
001430     05  FILLER PIC X(01) VALUE SPACE.
001440     05  SL-END-TIME PIC X(06).
001450     05  FILLER PIC X(02) VALUE SPACES.
001460     05  SL-RC PIC X(04).
001470     05  FILLER PIC X(02) VALUE SPACES.
001480     05  SL-RUNS PIC ZZ9.
001490     05  FILLER PIC X(02) VALUE SPACES.
001500     05  SL-NOTE PIC X(20).
001510     05  FILLER PIC X(12) VALUE SPACES.
001520 01  HandoverLine.
001530     05  FILLER PIC X(32) VALUE ' HANDED OVER BY ...............'.
001540     05  FILLER PIC X(32) VALUE ' TAKEN OVER BY ................'.
001550     05  FILLER PIC X(17) VALUE ' TIME ...........'.
001560     05  FILLER PIC X(19) VALUE SPACES.
001570 01  TotalLine.
001580     05  FILLER PIC X(01) VALUE SPACE.
001590     05  TL-CAPTION PIC X(24).
001600     05  TL-COUNT PIC ZZ9.
001610     05  FILLER PIC X(72) VALUE SPACES.

001620 PROCEDURE DIVISION.
001630*----------------------------------------------------------------
001640*0000-MAINLINE - OVERALL JOB FLOW.
001650*----------------------------------------------------------------
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     IF CG-FUNCTION = 'G'
001690         PERFORM 2000-GATE-JOB THRU 2000-EXIT
001700     ELSE
001710         IF CG-FUNCTION = 'E'
001720             PERFORM 3000-POST-END THRU 3000-EXIT
001730         ELSE
001740             PERFORM 4000-PRINT-STATUS THRU 4000-EXIT
001750         END-IF
001760     END-IF.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     GO TO 9999-EXIT.

001790*----------------------------------------------------------------
001800*1000-INITIALIZE - READ AND EDIT THE CARD, THEN OPEN THE CYCLE
001810*CONTROL FILE - I-O TO GATE OR POST, INPUT TO REPORT.  A CARD
001820*THAT DOES NOT EDIT ENDS THE STEP RC=16 WITHOUT TOUCHING THE
001830*FILE, SO A MIS-PUNCHED GATE CARD STOPS ITS DECK RATHER THAN
001840*WAVING IT THROUGH.
001850*----------------------------------------------------------------
001860 1000-INITIALIZE.
001870     OPEN EXTEND EXCEPTION-LOG.
001880     ACCEPT RunDate FROM DATE YYYYMMDD.
001890     ACCEPT RunTimeRaw FROM TIME.
001900     MOVE RunTimeRaw(1:6) TO RunTime.
001910     OPEN INPUT CYCLE-CARD.
001920     READ CYCLE-CARD
001930         AT END
001940             MOVE 'NO CARD ON CYCCARD' TO CardError
001950             CLOSE CYCLE-CARD
001960             GO TO 1900-CARD-FAILED
001970     END-READ.
001980     CLOSE CYCLE-CARD.
001990     PERFORM 1100-EDIT-CARD THRU 1100-EXIT.
002000     IF CardError NOT = SPACES
002010         GO TO 1900-CARD-FAILED
002020     END-IF.
002021*    A FRESHLY DEFINED, NEVER-LOADED CLUSTER REFUSES OPEN
002022*    (FILE STATUS 35).  THE FIRST POSTING EVER PRIMES IT WITH
002023*    AN EMPTY LOAD PASS - THE USUAL VSAM IDIOM - AND A REPORT
002024*    TAKES IT AS EMPTY.
002030     IF CG-FUNCTION = 'R'
002040         OPEN INPUT CYCLE-CONTROL-FILE
002042         IF CyFileStatus = '35'
002044             MOVE 0 TO CycleFileFlag
002046         END-IF
002050     ELSE
002060         OPEN I-O CYCLE-CONTROL-FILE
002061         IF CyFileStatus = '35'
002062             OPEN OUTPUT CYCLE-CONTROL-FILE
002063             CLOSE CYCLE-CONTROL-FILE
002064             OPEN I-O CYCLE-CONTROL-FILE
002065         END-IF
002070     END-IF.
002080     IF CyFileStatus NOT = '00' AND CycleFileLoaded
002090         DISPLAY 'PROB32CYC - CYCCTL OPEN FAILED, FILE STATUS '
002100             CyFileStatus
002110         MOVE 'ABEND' TO EX-TYPE
002120         MOVE SPACES TO EX-DETAIL
002130         STRING 'CYCCTL OPEN FAILED, FILE STATUS '
002140             DELIMITED BY SIZE
002150             CyFileStatus DELIMITED BY SIZE
002160             INTO EX-DETAIL
002170         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
002180         MOVE 16 TO RETURN-CODE
002190         CLOSE EXCEPTION-LOG
002200         GO TO 9999-EXIT
002210     END-IF.
002220     IF CG-FUNCTION = 'R'
002230         OPEN OUTPUT CYCLE-REPORT
002240     END-IF.
002250     GO TO 1000-EXIT.
002260 1900-CARD-FAILED.
002270     DISPLAY 'PROB32CYC - ' CardError.
002280     MOVE 'ABEND' TO EX-TYPE.
002290     MOVE CardError TO EX-DETAIL.
002300     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
002310     MOVE 16 TO RETURN-CODE.
002320     CLOSE EXCEPTION-LOG.
002330     GO TO 9999-EXIT.
002340 1000-EXIT.
002350     EXIT.

002360*----------------------------------------------------------------
002370*1100-EDIT-CARD - VALIDATE THE CARD.  CardError COMES BACK
002380*BLANK FOR A GOOD CARD.  A REPORT CARD WITH NO JOB LIST GETS
002390*THE STANDARD SUITE, IN RUN ORDER, ENDING WITH THE ARCHIVAL
002395*JOB PROB32K GENERATES.
002400*----------------------------------------------------------------
002410 1100-EDIT-CARD.
002420     MOVE SPACES TO CardError.
002430     IF CG-FUNCTION NOT = 'G' AND CG-FUNCTION NOT = 'E'
002440             AND CG-FUNCTION NOT = 'R'
002450         MOVE 'FUNCTION MUST BE G, E OR R' TO CardError
002460         GO TO 1100-EXIT
002470     END-IF.
002480     IF CG-CYCLE-DATE = SPACES OR CG-CYCLE-DATE = '00000000'
002490         MOVE RunDate TO CycleDate
002500     ELSE
002510         IF CG-CYCLE-DATE IS NUMERIC
002520             MOVE CG-CYCLE-DATE TO CycleDate
002525             MOVE 1 TO CycleDateFlag
002530         ELSE
002540             MOVE 'CYCLE DATE IS NOT NUMERIC' TO CardError
002550             GO TO 1100-EXIT
002560         END-IF
002570     END-IF.
002580     IF CG-FUNCTION NOT = 'R' AND CG-JOB-NAME = SPACES
002590         MOVE 'NO JOB NAME ON A GATE OR END CARD' TO CardError
002600         GO TO 1100-EXIT
002610     END-IF.
002620     IF CG-FUNCTION = 'E'
002630         IF CG-RETURN-CODE IS NUMERIC
002640             MOVE CG-RETURN-CODE TO PostRc
002650         ELSE
002660             MOVE 'RETURN CODE IS NOT NUMERIC' TO CardError
002670             GO TO 1100-EXIT
002680         END-IF
002690     END-IF.
002700     IF CG-FUNCTION = 'R' AND CG-JOB-LIST = SPACES
002710         MOVE 'PROB32P' TO CG-JOB(1)
002720         MOVE 'PROB32R' TO CG-JOB(2)
002725         MOVE 'PROB32Q' TO CG-JOB(3)
002730         MOVE 'PROB32M' TO CG-JOB(4)
002740         MOVE 'PROB32K' TO CG-JOB(5)
002745         MOVE 'PROB32KG' TO CG-JOB(6)
002750     END-IF.
002760 1100-EXIT.
002770     EXIT.

002780*----------------------------------------------------------------
002790*2000-GATE-JOB - THE GATE.  THE JOB'S OWN RECORD IS READ FIRST:
002800*A JOB STILL SHOWN AS STARTED HAS NO END POSTED - IT IS EITHER
002810*RUNNING NOW OR DIED WITHOUT REACHING ITS END STEP - AND IS NOT
002820*STARTED AGAIN UNTIL AN 'E' CARD CLOSES IT.  THEN EVERY
002830*PREREQUISITE ON THE CARD MUST HAVE ENDED CLEAN FOR THE SAME
002840*CYCLE.  EVERY REASON FOR A REFUSAL IS REPORTED, NOT JUST THE
002850*FIRST, SO ONE LOOK AT THE LOG TELLS THE OPERATOR EVERYTHING
002860*THAT IS STILL OUTSTANDING.  A JOB REFUSED AS ALREADY STARTED
002862*LEAVES ITS RECORD EXACTLY AS IT IS - THE OPEN START STAYS ON
002864*FILE FOR ITS 'E' POSTING TO CLOSE, AND A FURTHER RESUBMIT IS
002866*REFUSED THE SAME WAY.
002870*----------------------------------------------------------------
002880 2000-GATE-JOB.
002890     MOVE 0 TO GateRefusals.
002900     MOVE SPACES TO BlockedBy.
002910     PERFORM 2900-READ-OWN-RECORD THRU 2900-EXIT.
002920     IF OwnRecordFound AND CY-STATE = 'S'
002924         MOVE 1 TO AlreadyStartedFlag
002930         MOVE CG-JOB-NAME TO BlockedBy
002940         MOVE 'ALREADY STARTED' TO RefuseReason
002950         PERFORM 2200-REFUSE THRU 2200-EXIT
002960     END-IF.
002970     PERFORM 2100-CHECK-PREREQ THRU 2100-EXIT
002980         VARYING JIdx FROM 1 BY 1 UNTIL JIdx > 6.
002981     IF AlreadyStarted
002982         DISPLAY 'PROB32CYC - ' CG-JOB-NAME ' REFUSED FOR CYCLE '
002983             CycleDate ' - ' GateRefusals ' REASON(S)'
002984         IF RETURN-CODE < 8
002985             MOVE 8 TO RETURN-CODE
002986         END-IF
002987         GO TO 2000-EXIT
002988     END-IF.
002990     PERFORM 2950-BUILD-OWN-RECORD THRU 2950-EXIT.
003000     MOVE RunDate TO CY-START-DATE.
003010     MOVE RunTime TO CY-START-TIME.
003020     IF GateRefusals > 0
003030         MOVE 'G' TO CY-STATE
003040         MOVE BlockedBy TO CY-BLOCKED-BY
003050         DISPLAY 'PROB32CYC - ' CG-JOB-NAME ' REFUSED FOR CYCLE '
003060             CycleDate ' - ' GateRefusals ' REASON(S)'
003070         IF RETURN-CODE < 8
003080             MOVE 8 TO RETURN-CODE
003090         END-IF
003100     ELSE
003110         MOVE 'S' TO CY-STATE
003120         MOVE 0 TO CY-END-DATE
003130         MOVE 0 TO CY-END-TIME
003140         MOVE 0 TO CY-RETURN-CODE
003150         MOVE SPACES TO CY-BLOCKED-BY
003160         ADD 1 TO CY-RUN-COUNT
003170         DISPLAY 'PROB32CYC - ' CG-JOB-NAME ' STARTED FOR CYCLE '
003180             CycleDate ' - RUN ' CY-RUN-COUNT
003190     END-IF.
003200     PERFORM 2990-STORE-OWN-RECORD THRU 2990-EXIT.
003210 2000-EXIT.
003220     EXIT.

003230*----------------------------------------------------------------
003240*2100-CHECK-PREREQ - ONE PREREQUISITE FROM THE CARD.  ONLY AN
003250*'E' RECORD (ENDED, RC 0) SATISFIES IT.
003260*----------------------------------------------------------------
003270 2100-CHECK-PREREQ.
003280     IF CG-JOB(JIdx) = SPACES
003290         GO TO 2100-EXIT
003300     END-IF.
003310     MOVE CycleDate TO CY-CYCLE-DATE.
003320     MOVE CG-JOB(JIdx) TO CY-JOB-NAME.
003330     READ CYCLE-CONTROL-FILE
003340         INVALID KEY
003350             MOVE 'NOT RUN' TO RefuseReason
003360             GO TO 2100-REFUSED
003370     END-READ.
003380     IF CY-STATE = 'E'
003390         DISPLAY 'PROB32CYC - PREREQUISITE ' CG-JOB(JIdx)
003400             ' ENDED CLEAN'
003410         GO TO 2100-EXIT
003420     END-IF.
003430     IF CY-STATE = 'S'
003440         MOVE 'STILL RUNNING' TO RefuseReason
003450     ELSE
003460         IF CY-STATE = 'G'
003470             MOVE 'REFUSED BY ITS GATE' TO RefuseReason
003480         ELSE
003490             MOVE SPACES TO RefuseReason
003500             STRING 'FAILED RC ' DELIMITED BY SIZE
003510                 CY-RETURN-CODE DELIMITED BY SIZE
003520                 INTO RefuseReason
003530         END-IF
003540     END-IF.
003550 2100-REFUSED.
003560     IF BlockedBy = SPACES
003570         MOVE CG-JOB(JIdx) TO BlockedBy
003580     END-IF.
003590     MOVE CG-JOB(JIdx) TO CY-JOB-NAME.
003600     PERFORM 2200-REFUSE THRU 2200-EXIT.
003610 2100-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640*2200-REFUSE - ONE REASON FOR A REFUSAL, TO SYSOUT AND EXCPLOG.
003650*THE CALLER SETS RefuseReason AND LEAVES THE JOB THE REASON IS
003660*ABOUT IN CY-JOB-NAME.
003670*----------------------------------------------------------------
003680 2200-REFUSE.
003690     ADD 1 TO GateRefusals.
003700     DISPLAY 'PROB32CYC - ' CG-JOB-NAME ' GATE: ' CY-JOB-NAME
003710         ' ' RefuseReason.
003720     MOVE 'GATE' TO EX-TYPE.
003730     MOVE SPACES TO EX-DETAIL.
003740     STRING CG-JOB-NAME DELIMITED BY SPACE
003750         '/' DELIMITED BY SIZE
003760         CycleDate DELIMITED BY SIZE
003770         ': ' DELIMITED BY SIZE
003780         CY-JOB-NAME DELIMITED BY SPACE
003790         ' ' DELIMITED BY SIZE
003800         RefuseReason DELIMITED BY SIZE
003810         INTO EX-DETAIL.
003820     PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT.
003830 2200-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860*2900-READ-OWN-RECORD - READ THE GATED OR POSTED JOB'S OWN
003870*RECORD FOR THE CYCLE AND HOLD IT IN SaveOwnRecord.
003880*----------------------------------------------------------------
003890 2900-READ-OWN-RECORD.
003900     MOVE 0 TO OwnRecordFlag.
003910     MOVE CycleDate TO CY-CYCLE-DATE.
003920     MOVE CG-JOB-NAME TO CY-JOB-NAME.
003930     READ CYCLE-CONTROL-FILE
003940         INVALID KEY
003950             GO TO 2900-EXIT
003960     END-READ.
003970     MOVE 1 TO OwnRecordFlag.
003980     MOVE CYCLE-CONTROL-RECORD TO SaveOwnRecord.
003990 2900-EXIT.
004000     EXIT.

004010*----------------------------------------------------------------
004020*2950-BUILD-OWN-RECORD - PUT THE JOB'S OWN RECORD BACK IN THE
004030*RECORD AREA - AS HELD, OR FRESH FOR THE JOB'S FIRST POSTING
004040*OF THE CYCLE.
004050*----------------------------------------------------------------
004060 2950-BUILD-OWN-RECORD.
004070     IF OwnRecordFound
004080         MOVE SaveOwnRecord TO CYCLE-CONTROL-RECORD
004090     ELSE
004100         MOVE SPACES TO CYCLE-CONTROL-RECORD
004110         MOVE CycleDate TO CY-CYCLE-DATE
004120         MOVE CG-JOB-NAME TO CY-JOB-NAME
004130         MOVE 0 TO CY-START-DATE
004140         MOVE 0 TO CY-START-TIME
004150         MOVE 0 TO CY-END-DATE
004160         MOVE 0 TO CY-END-TIME
004170         MOVE 0 TO CY-RETURN-CODE
004180         MOVE 0 TO CY-RUN-COUNT
004190     END-IF.
004200 2950-EXIT.
004210     EXIT.

004220*----------------------------------------------------------------
004230*2990-STORE-OWN-RECORD - REWRITE THE JOB'S OWN RECORD, OR WRITE
004240*IT FOR THE JOB'S FIRST POSTING OF THE CYCLE.
004250*----------------------------------------------------------------
004260 2990-STORE-OWN-RECORD.
004270     IF OwnRecordFound
004280         REWRITE CYCLE-CONTROL-RECORD
004290     ELSE
004300         WRITE CYCLE-CONTROL-RECORD
004310     END-IF.
004320     IF CyFileStatus NOT = '00'
004330         DISPLAY 'PROB32CYC - CYCCTL UPDATE FAILED FOR '
004340             CG-JOB-NAME ', FILE STATUS ' CyFileStatus
004350         MOVE 'ABEND' TO EX-TYPE
004360         MOVE SPACES TO EX-DETAIL
004370         STRING 'CYCCTL UPDATE FAILED, FILE STATUS '
004380             DELIMITED BY SIZE
004390             CyFileStatus DELIMITED BY SIZE
004400             INTO EX-DETAIL
004410         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
004420         MOVE 16 TO RETURN-CODE
004430     END-IF.
004440 2990-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470*3000-POST-END - POST THE JOB'S END.  RC 0 ENDS IT CLEAN ('E'),
004480*WHICH IS WHAT THE NEXT JOB'S GATE LOOKS FOR; ANYTHING ELSE
004490*ENDS IT FAILED ('F') AND IS LOGGED.  AN END WITH NO START ON
004500*FILE (A DECK RUN WITHOUT ITS GATE STEP, OR AN OPERATOR
004510*CLOSING A HUNG START BY HAND) IS STILL POSTED.
004520*----------------------------------------------------------------
004530 3000-POST-END.
004532     IF NOT CycleDateGiven
004534         PERFORM 3050-FIND-OPEN-CYCLE THRU 3050-EXIT
004536     END-IF.
004540     PERFORM 2900-READ-OWN-RECORD THRU 2900-EXIT.
004550     IF NOT OwnRecordFound
004560         DISPLAY 'PROB32CYC - ' CG-JOB-NAME ' HAS NO START '
004570             'POSTED FOR CYCLE ' CycleDate ' - END POSTED ANYWAY'
004580     END-IF.
004590     PERFORM 2950-BUILD-OWN-RECORD THRU 2950-EXIT.
004600     MOVE RunDate TO CY-END-DATE.
004610     MOVE RunTime TO CY-END-TIME.
004620     MOVE PostRc TO CY-RETURN-CODE.
004630     MOVE SPACES TO CY-BLOCKED-BY.
004640     IF PostRc = 0
004650         MOVE 'E' TO CY-STATE
004660     ELSE
004670         MOVE 'F' TO CY-STATE
004680         MOVE 'JOBFAILED' TO EX-TYPE
004690         MOVE SPACES TO EX-DETAIL
004700         STRING CG-JOB-NAME DELIMITED BY SPACE
004710             ' ENDED RC ' DELIMITED BY SIZE
004720             PostRc DELIMITED BY SIZE
004730             ' FOR CYCLE ' DELIMITED BY SIZE
004740             CycleDate DELIMITED BY SIZE
004750             INTO EX-DETAIL
004760         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
004770     END-IF.
004780     DISPLAY 'PROB32CYC - ' CG-JOB-NAME ' END POSTED FOR CYCLE '
004790         CycleDate ' - RC ' PostRc.
004800     PERFORM 2990-STORE-OWN-RECORD THRU 2990-EXIT.
004810 3000-EXIT.
004820     EXIT.

004821*----------------------------------------------------------------
004822*3050-FIND-OPEN-CYCLE - NO CYCLE DATE ON THE END CARD.  IF THE
004823*JOB IS STARTED ON THE RUN DATE'S CYCLE THAT IS THE ONE;
004824*OTHERWISE THE WHOLE FILE IS BROWSED FOR THE LATEST CYCLE THE
004825*JOB IS STILL STARTED ON - A JOB GATED BEFORE MIDNIGHT AND
004826*ENDING AFTER IT.  NO OPEN START AT ALL LEAVES THE RUN DATE.
004827*----------------------------------------------------------------
004828 3050-FIND-OPEN-CYCLE.
004829     PERFORM 2900-READ-OWN-RECORD THRU 2900-EXIT.
004830     IF OwnRecordFound AND CY-STATE = 'S'
004831         GO TO 3050-EXIT
004832     END-IF.
004833     MOVE LOW-VALUES TO CY-KEY.
004834     MOVE 0 TO BrowseDone.
004835     START CYCLE-CONTROL-FILE KEY IS NOT LESS THAN CY-KEY
004836         INVALID KEY
004837             GO TO 3050-EXIT
004838     END-START.
004839     PERFORM 3060-SCAN-NEXT THRU 3060-EXIT
004840         UNTIL BrowseComplete.
004841     IF CycleDate NOT = RunDate
004842         DISPLAY 'PROB32CYC - ' CG-JOB-NAME ' IS STARTED ON '
004843             'CYCLE ' CycleDate ' - END POSTED THERE'
004844     END-IF.
004845 3050-EXIT.
004846     EXIT.

004847*----------------------------------------------------------------
004848*3060-SCAN-NEXT - ONE RECORD OF THE BROWSE.  THE FILE IS IN CYCLE
004849*ORDER, SO THE LAST OPEN START OF THE JOB READ IS THE LATEST.
004850*----------------------------------------------------------------
004851 3060-SCAN-NEXT.
004852     READ CYCLE-CONTROL-FILE NEXT RECORD
004853         AT END
004854             MOVE 1 TO BrowseDone
004855             GO TO 3060-EXIT
004856     END-READ.
004857     IF CY-JOB-NAME = CG-JOB-NAME AND CY-STATE = 'S'
004858         MOVE CY-CYCLE-DATE TO CycleDate
004859     END-IF.
004860 3060-EXIT.
004861     EXIT.

004862*----------------------------------------------------------------
004863*4000-PRINT-STATUS - THE END-OF-CYCLE STATUS PAGE.  THE JOBS
004864*THE CYCLE IS EXPECTED TO RUN PRINT FIRST, IN RUN ORDER, WITH
004865*AN EXPLICIT NOT RUN LINE FOR ANY THAT NEVER POSTED; ANY OTHER
004870*JOB POSTED FOR THE CYCLE FOLLOWS.  THE FOOT SAYS WHETHER THE
004880*CYCLE IS COMPLETE AND LEAVES ROOM FOR THE HANDOVER SIGNATURES.
004890*----------------------------------------------------------------
004900 4000-PRINT-STATUS.
004910     MOVE CycleDate TO SH-CYCLE-DATE.
004920     MOVE RunDate TO SH-RUN-DATE.
004930     MOVE RunTime TO SH-RUN-TIME.
004940     WRITE CYCLE-REPORT-LINE FROM StatusHeadLine.
004950     MOVE SPACES TO CYCLE-REPORT-LINE.
004960     WRITE CYCLE-REPORT-LINE.
004970     WRITE CYCLE-REPORT-LINE FROM ColumnHeadLine.
004980     PERFORM 4100-PRINT-EXPECTED THRU 4100-EXIT
004990         VARYING JIdx FROM 1 BY 1 UNTIL JIdx > 6.
005000     MOVE 0 TO BrowseDone.
005010     MOVE CycleDate TO CY-CYCLE-DATE.
005020     MOVE LOW-VALUES TO CY-JOB-NAME.
005022     IF NOT CycleFileLoaded
005024         MOVE 1 TO BrowseDone
005026     ELSE
005030         START CYCLE-CONTROL-FILE KEY NOT < CY-KEY
005040             INVALID KEY
005050                 MOVE 1 TO BrowseDone
005060         END-START
005064     END-IF.
005070     PERFORM 4200-BROWSE-NEXT THRU 4200-EXIT
005080         UNTIL BrowseComplete.
005090     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
005100 4000-EXIT.
005110     EXIT.

005120*----------------------------------------------------------------
005130*4100-PRINT-EXPECTED - ONE EXPECTED JOB, BY KEY.
005140*----------------------------------------------------------------
005150 4100-PRINT-EXPECTED.
005160     IF CG-JOB(JIdx) = SPACES
005170         GO TO 4100-EXIT
005180     END-IF.
005190     ADD 1 TO JobsExpected.
005200     MOVE CycleDate TO CY-CYCLE-DATE.
005210     MOVE CG-JOB(JIdx) TO CY-JOB-NAME.
005211     IF NOT CycleFileLoaded
005212         PERFORM 4150-PRINT-NOT-RUN THRU 4150-EXIT
005213         GO TO 4100-EXIT
005214     END-IF.
005220     READ CYCLE-CONTROL-FILE
005230         INVALID KEY
005240             PERFORM 4150-PRINT-NOT-RUN THRU 4150-EXIT
005250             GO TO 4100-EXIT
005260     END-READ.
005270     PERFORM 4500-PRINT-JOB-LINE THRU 4500-EXIT.
005280 4100-EXIT.
005290     EXIT.

005291*----------------------------------------------------------------
005292*4150-PRINT-NOT-RUN - AN EXPECTED JOB WITH NO RECORD FOR THE
005293*CYCLE: AN EXPLICIT NOT RUN LINE, COUNTED AS NOT ENDED CLEAN.
005294*----------------------------------------------------------------
005295 4150-PRINT-NOT-RUN.
005296     ADD 1 TO JobsNotClean.
005297     MOVE SPACES TO StatusLine.
005298     MOVE CG-JOB(JIdx) TO SL-JOB.
005299     MOVE 'NOT RUN' TO SL-STATE.
005300     MOVE 0 TO SL-RUNS.
005301     WRITE CYCLE-REPORT-LINE FROM StatusLine.
005302 4150-EXIT.
005303     EXIT.

005304*----------------------------------------------------------------
005310*4200-BROWSE-NEXT - ONE READ NEXT OVER THE CYCLE'S RECORDS.
005320*ENDS AS SOON AS THE KEY LEAVES THE CYCLE.  JOBS ALREADY
005330*PRINTED AS EXPECTED ARE SKIPPED.
005340*----------------------------------------------------------------
005350 4200-BROWSE-NEXT.
005360     READ CYCLE-CONTROL-FILE NEXT RECORD
005370         AT END
005380             MOVE 1 TO BrowseDone
005390             GO TO 4200-EXIT
005400     END-READ.
005410     IF CY-CYCLE-DATE NOT = CycleDate
005420         MOVE 1 TO BrowseDone
005430         GO TO 4200-EXIT
005440     END-IF.
005450     MOVE 0 TO ExpectedFlag.
005460     PERFORM 4250-MATCH-EXPECTED THRU 4250-EXIT
005470         VARYING KIdx FROM 1 BY 1 UNTIL KIdx > 6.
005480     IF JobWasExpected
005490         GO TO 4200-EXIT
005500     END-IF.
005510     IF NOT OtherHeadPrinted
005520         MOVE 1 TO OtherHeadFlag
005530         MOVE SPACES TO CYCLE-REPORT-LINE
005540         WRITE CYCLE-REPORT-LINE
005550         MOVE ' OTHER JOBS POSTED FOR THE CYCLE'
005560             TO CYCLE-REPORT-LINE
005570         WRITE CYCLE-REPORT-LINE
005580     END-IF.
005590     ADD 1 TO JobsOther.
005600     PERFORM 4500-PRINT-JOB-LINE THRU 4500-EXIT.
005610 4200-EXIT.
005620     EXIT.

005621*----------------------------------------------------------------
005622*4250-MATCH-EXPECTED - DOES THIS ENTRY OF THE EXPECTED-JOB LIST
005623*NAME THE JOB JUST READ.
005624*----------------------------------------------------------------
005630 4250-MATCH-EXPECTED.
005640     IF CG-JOB(KIdx) NOT = SPACES
005650             AND CG-JOB(KIdx) = CY-JOB-NAME
005660         MOVE 1 TO ExpectedFlag
005670     END-IF.
005680 4250-EXIT.
005690     EXIT.

005700*----------------------------------------------------------------
005710*4500-PRINT-JOB-LINE - FORMAT AND PRINT THE STATUS LINE FOR THE
005720*CYCLE CONTROL RECORD CURRENTLY IN THE FD, AND COUNT IT CLEAN
005730*OR NOT.
005740*----------------------------------------------------------------
005750 4500-PRINT-JOB-LINE.
005760     MOVE SPACES TO StatusLine.
005770     MOVE CY-JOB-NAME TO SL-JOB.
005780     MOVE CY-RUN-COUNT TO SL-RUNS.
005790     IF CY-START-DATE > 0
005800         MOVE CY-START-DATE TO SL-START-DATE
005810         MOVE CY-START-TIME TO SL-START-TIME
005820     END-IF.
005830     IF CY-END-DATE > 0
005840         MOVE CY-END-DATE TO SL-END-DATE
005850         MOVE CY-END-TIME TO SL-END-TIME
005860         MOVE CY-RETURN-CODE TO SL-RC
005870     END-IF.
005880     IF CY-STATE = 'E'
005890         ADD 1 TO JobsClean
005900         MOVE 'ENDED CLEAN' TO SL-STATE
005910     ELSE
005920         ADD 1 TO JobsNotClean
005930         IF CY-STATE = 'S'
005940             MOVE 'STARTED' TO SL-STATE
005950             MOVE 'NO END POSTED' TO SL-NOTE
005960         ELSE
005970             IF CY-STATE = 'G'
005980                 MOVE 'REFUSED' TO SL-STATE
005990                 STRING 'WAITING ON ' DELIMITED BY SIZE
006000                     CY-BLOCKED-BY DELIMITED BY SPACE
006010                     INTO SL-NOTE
006020             ELSE
006030                 MOVE 'FAILED' TO SL-STATE
006040                 MOVE 'RERUN OR RESTART' TO SL-NOTE
006050             END-IF
006060         END-IF
006070     END-IF.
006080     WRITE CYCLE-REPORT-LINE FROM StatusLine.
006090 4500-EXIT.
006100     EXIT.

006110*----------------------------------------------------------------
006120*8000-PRINT-TOTALS - THE FOOT OF THE STATUS PAGE AND SYSOUT.  A
006130*CYCLE IS COMPLETE ONLY WHEN EVERY JOB ON THE PAGE ENDED CLEAN.
006140*----------------------------------------------------------------
006150 8000-PRINT-TOTALS.
006160     MOVE SPACES TO CYCLE-REPORT-LINE.
006170     WRITE CYCLE-REPORT-LINE.
006180     MOVE 'JOBS EXPECTED ..........' TO TL-CAPTION.
006190     MOVE JobsExpected TO TL-COUNT.
006200     WRITE CYCLE-REPORT-LINE FROM TotalLine.
006210     MOVE 'OTHER JOBS POSTED ......' TO TL-CAPTION.
006220     MOVE JobsOther TO TL-COUNT.
006230     WRITE CYCLE-REPORT-LINE FROM TotalLine.
006240     MOVE 'JOBS ENDED CLEAN .......' TO TL-CAPTION.
006250     MOVE JobsClean TO TL-COUNT.
006260     WRITE CYCLE-REPORT-LINE FROM TotalLine.
006270     MOVE 'JOBS NOT ENDED CLEAN ...' TO TL-CAPTION.
006280     MOVE JobsNotClean TO TL-COUNT.
006290     WRITE CYCLE-REPORT-LINE FROM TotalLine.
006300     MOVE SPACES TO CYCLE-REPORT-LINE.
006310     WRITE CYCLE-REPORT-LINE.
006320     IF JobsNotClean = 0
006330         MOVE ' CYCLE COMPLETE - EVERY JOB ENDED CLEAN'
006340             TO CYCLE-REPORT-LINE
006350     ELSE
006360         MOVE ' CYCLE INCOMPLETE - SEE THE JOBS NOT ENDED CLEAN'
006370             TO CYCLE-REPORT-LINE
006380         IF RETURN-CODE < 4
006390             MOVE 4 TO RETURN-CODE
006400         END-IF
006410     END-IF.
006420     WRITE CYCLE-REPORT-LINE.
006430     MOVE SPACES TO CYCLE-REPORT-LINE.
006440     WRITE CYCLE-REPORT-LINE.
006450     WRITE CYCLE-REPORT-LINE FROM HandoverLine.
006460     DISPLAY 'PROB32CYC CONTROL TOTALS'.
006470     DISPLAY '-------------------------'.
006480     DISPLAY 'CYCLE DATE ...... ' CycleDate.
006490     DISPLAY 'JOBS EXPECTED ... ' JobsExpected.
006500     DISPLAY 'JOBS CLEAN ...... ' JobsClean.
006510     DISPLAY 'JOBS NOT CLEAN .. ' JobsNotClean.
006520 8000-EXIT.
006530     EXIT.

006540*----------------------------------------------------------------
006550*9000-TERMINATE - CLOSE UP, END THE RUN.
006560*----------------------------------------------------------------
006570 9000-TERMINATE.
006580     IF CycleFileLoaded
006583         CLOSE CYCLE-CONTROL-FILE
006586     END-IF.
006590     IF CG-FUNCTION = 'R'
006600         CLOSE CYCLE-REPORT
006610     END-IF.
006620     CLOSE EXCEPTION-LOG.
006630 9000-EXIT.
006640     EXIT.

006650*----------------------------------------------------------------
006660*8900-LOG-EXCEPTION - APPEND ONE RECORD TO THE CUMULATIVE
006670*EXCEPTION LOG.  THE CALLER SETS EX-TYPE AND EX-DETAIL; THE
006680*PROGRAM NAME AND TIMESTAMP ARE FILLED HERE.
006690*----------------------------------------------------------------
006700 8900-LOG-EXCEPTION.
006710     ACCEPT LogDate FROM DATE YYYYMMDD.
006720     ACCEPT LogTimeRaw FROM TIME.
006730     MOVE 'PROB32CYC' TO EX-PROGRAM.
006740     MOVE LogDate TO EX-RUN-DATE.
006750     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
006752     ADD 1 TO LogSeq.
006754     MOVE LogDate TO EX-ID-DATE.
006756     MOVE LogTimeRaw TO EX-ID-TIME.
006758     MOVE LogSeq TO EX-ID-SEQ.
006760     WRITE EXCEPTION-LOG-RECORD.
006770 8900-EXIT.
006780     EXIT.

006790 9999-EXIT.
006800     STOP RUN.
