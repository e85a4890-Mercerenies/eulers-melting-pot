000100*----------------------------------------------------------------
000110*PROB32ACK.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, DISPOSITIONS.
000140*
000150*POSTS ACKNOWLEDGEMENTS AND RESOLUTIONS AGAINST LOGGED
000160*EXCEPTIONS.  EVERY EXCEPTION ON THE CUMULATIVE EXCEPTION LOG
000170*(EXCPLOG, SEE EXCPREC) CARRIES AN EXCEPTION ID (EX-ID), PRINTED
000180*ON THE MORNING EXCEPTIONS REPORT.  EACH CARD (SEE ACKCARD) NAMES
000190*ONE ID AND ITS OWNER:
000200*
000210*  'A' ACKNOWLEDGE - THE OWNER HAS TAKEN THE EXCEPTION ON.  IT
000220*      STAYS OPEN, AND AGING, UNTIL IT IS RESOLVED; A LATER 'A'
000230*      HANDS IT TO A NEW OWNER.
000240*  'R' RESOLVE - THE EXCEPTION IS CLOSED, WITH THE ACTION TAKEN
000250*      AND THE CLOSURE DATE.
000260*
000270*EVERY ACCEPTED CARD IS POSTED TO THE RESOLUTION FILE (EXCPRES,
000280*SEE RSLVREC) AS THE NEXT POSTING FOR ITS ID - NOTHING IS EVER
000290*REWRITTEN, SO THE FILE IS THE DISPOSITION EVIDENCE THE AUDIT
000300*ASKS FOR.  PROB32EXR READS IT FOR THE OPEN AND CLOSED VIEWS.
000310*THE ID MUST BE ON THE LOG, ONCE; A RESOLVED EXCEPTION TAKES NO
000320*FURTHER POSTING.  EVERY CARD GETS A LINE ON THE EDIT REPORT
000330*(ACKRPT) - APPLIED, OR REJECTED WITH ITS REASON.  A REJECTED
000340*CARD POSTS NOTHING; ANY REJECTION ENDS THE RUN RC=4.
000350*----------------------------------------------------------------
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.     PROB32ACK.
000380 AUTHOR.         J H KELLERMAN.
000390 INSTALLATION.   EULER BATCH SYSTEMS.
000400 DATE-WRITTEN.   10/15/2026.
000410 DATE-COMPILED.  10/15/2026.
000420*
000430*MODIFICATION HISTORY
000440*DATE       INIT  DESCRIPTION
000450*---------- ----  -----------------------------------------------
000460*2026-10-15 JHK   ORIGINAL - ACKNOWLEDGEMENT AND RESOLUTION
000470*                 POSTINGS AGAINST LOGGED EXCEPTIONS.
000475*2026-10-15 JHK   PRIME A NEVER-LOADED EXCPRES ON FIRST USE.

000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACK-CARDS ASSIGN TO ACKCARD
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT OPTIONAL EXCEPTION-LOG ASSIGN TO EXCPLOG
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT RESOLUTION-FILE ASSIGN TO EXCPRES
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RS-KEY
000590         FILE STATUS IS RsFileStatus.
000600     SELECT EDIT-REPORT ASSIGN TO ACKRPT
000610         ORGANIZATION IS SEQUENTIAL.

000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ACK-CARDS
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  ACK-CARD-IMAGE            PIC X(80).
000680 FD  EXCEPTION-LOG
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY EXCPREC.
000720 FD  RESOLUTION-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY RSLVREC.
000750 FD  EDIT-REPORT
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  EDIT-REPORT-LINE          PIC X(132).

000790 WORKING-STORAGE SECTION.
000800*POSTING WORK AREAS
000810 01  RsFileStatus PIC X(2).
000820 01  MoreCards PIC 9 VALUE 1.
000830     88  NoMoreCards VALUE 0.
000840 01  MoreLog PIC 9 VALUE 1.
000850     88  NoMoreLog VALUE 0.
000860 01  RejectReason PIC X(40).
000870 01  AppliedNote PIC X(40).
000880 01  RunDate PIC 9(08).
000890 01  RunTimeRaw PIC 9(08).
000900 01  CloseDate PIC 9(08).
000910*THE CARD BEING PROCESSED, TAKEN FROM THE CARD TABLE.
000920     COPY ACKCARD.
000930*CARD TABLE - THE CARDS ARE LOADED FIRST SO ONE PASS OF THE LOG
000940*FINDS EVERY ID THEY NAME, HOWEVER LONG THE LOG HAS GROWN.  A
000950*MORNING'S POSTINGS ARE A HANDFUL; 200 IS PLENTY, AND A LONGER
000960*DECK IS REFUSED WHOLE RATHER THAN POSTED IN PART.
000970 01  CardTable.
000980     05  CardEntry OCCURS 200 TIMES.
000990         10  CT-CARD PIC X(80).
001000         10  CT-MATCHES PIC 9(03).
001010         10  CT-EX-PROGRAM PIC X(09).
001020         10  CT-EX-TYPE PIC X(12).
001030         10  CT-EX-DATE PIC 9(08).
001040         10  CT-EX-DETAIL PIC X(45).
001050 01  CardCount PIC 9(03) VALUE 0.
001060 01  CardNo PIC 9(03).
001070*THE STANDING OF THE EXCEPTION NAMED ON THE CARD - ITS LAST
001080*POSTING, FOUND BY BROWSING ALL OF ITS POSTINGS IN KEY ORDER.
001090 01  LastSeq PIC 9(03).
001100 01  LastCode PIC X(01).
001110 01  LastOwner PIC X(08).
001120 01  MorePostings PIC 9.
001130     88  NoMorePostings VALUE 0.
001140*DATE EDIT WORK AREA
001150 01  DateCheck.
001160     05  DC-YEAR PIC 9(04).
001170     05  DC-MONTH PIC 9(02).
001180     05  DC-DAY PIC 9(02).
001190 01  DateCheckText REDEFINES DateCheck PIC X(08).
001200 01  DateValidFlag PIC 9.
001210     88  DateIsValid VALUE 1.
001220*CONTROL-TOTAL WORK AREAS
001230 01  LogRecordsRead PIC 9(07) VALUE 0.
001240 01  CardsApplied PIC 9(05) VALUE 0.
001250 01  CardsRejected PIC 9(05) VALUE 0.
001260 01  AckCount PIC 9(05) VALUE 0.
001270 01  ResolvedCount PIC 9(05) VALUE 0.
001280*REPORT-LINE LAYOUTS
001290 01  EditLine.
001300     05  FILLER PIC X(01) VALUE SPACE.
001310     05  EL-TRAN-CODE PIC X(01).
001320     05  FILLER PIC X(02) VALUE SPACES.
001330     05  EL-EXCP-ID PIC X(20).
001340     05  FILLER PIC X(02) VALUE SPACES.
001350     05  EL-OWNER PIC X(08).
001360     05  FILLER PIC X(02) VALUE SPACES.
001370     05  EL-PROGRAM PIC X(09).
001380     05  FILLER PIC X(01) VALUE SPACE.
001390     05  EL-TYPE PIC X(12).
001400     05  FILLER PIC X(02) VALUE SPACES.
001410     05  EL-RESULT PIC X(08).
001420     05  FILLER PIC X(01) VALUE SPACE.
001430     05  EL-TEXT PIC X(40).
001440     05  FILLER PIC X(23) VALUE SPACES.
001450 01  TotalLine.
001460     05  FILLER PIC X(01) VALUE SPACE.
001470     05  TL-CAPTION PIC X(24).
001480     05  TL-COUNT PIC ZZZZ9.
001490     05  FILLER PIC X(102) VALUE SPACES.

001500 PROCEDURE DIVISION.
001510*----------------------------------------------------------------
001520*0000-MAINLINE - OVERALL JOB FLOW.
001530*----------------------------------------------------------------
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560     PERFORM 1200-MATCH-LOG THRU 1200-EXIT.
001570     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001580         VARYING CardNo FROM 1 BY 1
001590         UNTIL CardNo > CardCount.
001600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001620     GO TO 9999-EXIT.

001630*----------------------------------------------------------------
001640*1000-INITIALIZE - OPEN THE RESOLUTION FILE FOR UPDATE AND THE
001650*EDIT REPORT, AND LOAD THE CARD DECK INTO THE CARD TABLE.
001652*A NEVER-LOADED RESOLUTION FILE (FILE STATUS 35) IS PRIMED WITH
001654*AN EMPTY LOAD PASS FIRST.
001660*----------------------------------------------------------------
001670 1000-INITIALIZE.
001680     ACCEPT RunDate FROM DATE YYYYMMDD.
001690     ACCEPT RunTimeRaw FROM TIME.
001700     OPEN I-O RESOLUTION-FILE.
001702     IF RsFileStatus = '35'
001704         OPEN OUTPUT RESOLUTION-FILE
001706         CLOSE RESOLUTION-FILE
001708         OPEN I-O RESOLUTION-FILE
001709     END-IF.
001710     IF RsFileStatus NOT = '00'
001720         DISPLAY 'PROB32ACK - EXCPRES OPEN FAILED, FILE STATUS '
001730             RsFileStatus
001740         MOVE 16 TO RETURN-CODE
001750         GO TO 9999-EXIT
001760     END-IF.
001770     OPEN INPUT ACK-CARDS.
001780     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
001790         UNTIL NoMoreCards.
001800     CLOSE ACK-CARDS.
001810     OPEN OUTPUT EDIT-REPORT.
001820     MOVE SPACES TO EDIT-REPORT-LINE.
001830     STRING 'PROB32ACK EXCEPTION DISPOSITION EDIT REPORT - '
001840         DELIMITED BY SIZE
001850         'RUN ' DELIMITED BY SIZE
001860         RunDate DELIMITED BY SIZE
001870         INTO EDIT-REPORT-LINE.
001880     WRITE EDIT-REPORT-LINE.
001890     MOVE ' TR EXCEPTION ID          OWNER     PROGRAM   TYPE'
001900         TO EDIT-REPORT-LINE.
001910     MOVE '          RESULT   DETAIL'
001920         TO EDIT-REPORT-LINE(51:25).
001930     WRITE EDIT-REPORT-LINE.
001940     MOVE SPACES TO EDIT-REPORT-LINE.
001950     WRITE EDIT-REPORT-LINE.
001960     IF CardCount = 0
001970         DISPLAY 'PROB32ACK - NO POSTING CARDS ON ACKCARD'
001980         MOVE 4 TO RETURN-CODE
001990     END-IF.
002000 1000-EXIT.
002010     EXIT.

002020 1100-LOAD-ONE-CARD.
002030     READ ACK-CARDS
002040         AT END
002050             MOVE 0 TO MoreCards
002060             GO TO 1100-EXIT
002070     END-READ.
002080     IF CardCount >= 200
002090         DISPLAY 'PROB32ACK - MORE THAN 200 CARDS ON ACKCARD - '
002100             'SPLIT THE DECK; NOTHING POSTED'
002110         MOVE 16 TO RETURN-CODE
002120         CLOSE ACK-CARDS
002130         CLOSE RESOLUTION-FILE
002140         GO TO 9999-EXIT
002150     END-IF.
002160     ADD 1 TO CardCount.
002170     MOVE ACK-CARD-IMAGE TO CT-CARD(CardCount).
002180     MOVE 0 TO CT-MATCHES(CardCount).
002190     MOVE SPACES TO CT-EX-PROGRAM(CardCount).
002200     MOVE SPACES TO CT-EX-TYPE(CardCount).
002210     MOVE 0 TO CT-EX-DATE(CardCount).
002220     MOVE SPACES TO CT-EX-DETAIL(CardCount).
002230 1100-EXIT.
002240     EXIT.

002250*----------------------------------------------------------------
002260*1200-MATCH-LOG - ONE PASS OF THE EXCEPTION LOG, NOTING FOR EACH
002270*CARD HOW MANY LOG RECORDS CARRY ITS ID AND WHAT THE EXCEPTION
002280*WAS, FOR THE EDITS AND FOR THE POSTING.
002290*----------------------------------------------------------------
002300 1200-MATCH-LOG.
002310     IF CardCount = 0
002320         GO TO 1200-EXIT
002330     END-IF.
002340     OPEN INPUT EXCEPTION-LOG.
002350     PERFORM 1210-MATCH-ONE-RECORD THRU 1210-EXIT
002360         UNTIL NoMoreLog.
002370     CLOSE EXCEPTION-LOG.
002380 1200-EXIT.
002390     EXIT.

002400 1210-MATCH-ONE-RECORD.
002410     READ EXCEPTION-LOG
002420         AT END
002430             MOVE 0 TO MoreLog
002440             GO TO 1210-EXIT
002450     END-READ.
002460     ADD 1 TO LogRecordsRead.
002470     PERFORM 1220-MATCH-CARD THRU 1220-EXIT
002480         VARYING CardNo FROM 1 BY 1
002490         UNTIL CardNo > CardCount.
002500 1210-EXIT.
002510     EXIT.

002520 1220-MATCH-CARD.
002530     IF CT-CARD(CardNo)(2:20) NOT = EX-ID
002540         GO TO 1220-EXIT
002550     END-IF.
002560     ADD 1 TO CT-MATCHES(CardNo).
002570     MOVE EX-PROGRAM TO CT-EX-PROGRAM(CardNo).
002580     MOVE EX-TYPE TO CT-EX-TYPE(CardNo).
002590     MOVE EX-RUN-DATE TO CT-EX-DATE(CardNo).
002600     MOVE EX-DETAIL TO CT-EX-DETAIL(CardNo).
002610 1220-EXIT.
002620     EXIT.

002630*----------------------------------------------------------------
002640*2000-PROCESS-CARD - EDIT ONE CARD, FIND THE STANDING OF ITS
002650*EXCEPTION, HAND IT TO THE PARAGRAPH FOR ITS TRANSACTION CODE,
002660*AND REPORT THE OUTCOME.
002670*----------------------------------------------------------------
002680 2000-PROCESS-CARD.
002690     MOVE CT-CARD(CardNo) TO ACKNOWLEDGEMENT-CARD-RECORD.
002700     MOVE SPACES TO RejectReason.
002710     MOVE SPACES TO AppliedNote.
002720     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
002730     IF RejectReason NOT = SPACES
002740         GO TO 2000-REPORT
002750     END-IF.
002760     PERFORM 2200-FIND-STANDING THRU 2200-EXIT.
002770     IF AK-TRAN-CODE = 'A'
002780         PERFORM 3000-ACKNOWLEDGE THRU 3000-EXIT
002790     END-IF.
002800     IF AK-TRAN-CODE = 'R'
002810         PERFORM 4000-RESOLVE THRU 4000-EXIT
002820     END-IF.
002830 2000-REPORT.
002840     PERFORM 7500-WRITE-EDIT-LINE THRU 7500-EXIT.
002850 2000-EXIT.
002860     EXIT.

002870*----------------------------------------------------------------
002880*2100-EDIT-CARD - THE CARD-LEVEL EDITS, AND THE ID AGAINST THE
002890*LOG.  THE FIRST FAILURE FOUND IS THE REJECTION REASON.
002900*----------------------------------------------------------------
002910 2100-EDIT-CARD.
002920     IF AK-TRAN-CODE NOT = 'A' AND AK-TRAN-CODE NOT = 'R'
002930         MOVE 'TRANSACTION CODE NOT A OR R' TO RejectReason
002940         GO TO 2100-EXIT
002950     END-IF.
002960     IF AK-EXCP-ID IS NOT NUMERIC
002970         MOVE 'EXCEPTION ID NOT 20 DIGITS' TO RejectReason
002980         GO TO 2100-EXIT
002990     END-IF.
003000     IF AK-OWNER = SPACES
003010         MOVE 'OWNER MISSING' TO RejectReason
003020         GO TO 2100-EXIT
003030     END-IF.
003040     IF AK-TRAN-CODE = 'R' AND AK-ACTION = SPACES
003050         MOVE 'ACTION TAKEN REQUIRED ON A RESOLUTION'
003060             TO RejectReason
003070         GO TO 2100-EXIT
003080     END-IF.
003090     IF AK-TRAN-CODE = 'A' AND AK-CLOSE-DATE NOT = SPACES
003100         MOVE 'CLOSURE DATE ONLY ON A RESOLUTION'
003110             TO RejectReason
003120         GO TO 2100-EXIT
003130     END-IF.
003140     IF CT-MATCHES(CardNo) = 0
003150         MOVE 'EXCEPTION ID NOT ON EXCPLOG' TO RejectReason
003160         GO TO 2100-EXIT
003170     END-IF.
003180     IF CT-MATCHES(CardNo) > 1
003190         MOVE 'EXCEPTION ID NOT UNIQUE ON EXCPLOG'
003200             TO RejectReason
003210         GO TO 2100-EXIT
003220     END-IF.
003230     MOVE 0 TO CloseDate.
003240     IF AK-TRAN-CODE = 'A'
003250         GO TO 2100-EXIT
003260     END-IF.
003270     IF AK-CLOSE-DATE = SPACES
003280         MOVE RunDate TO CloseDate
003290         GO TO 2100-EXIT
003300     END-IF.
003310     MOVE AK-CLOSE-DATE TO DateCheckText.
003320     PERFORM 2150-EDIT-DATE THRU 2150-EXIT.
003330     IF NOT DateIsValid
003340         MOVE 'CLOSURE DATE NOT A YYYYMMDD DATE' TO RejectReason
003350         GO TO 2100-EXIT
003360     END-IF.
003370     MOVE DateCheck TO CloseDate.
003380     IF CloseDate > RunDate
003390         MOVE 'CLOSURE DATE AFTER THE RUN DATE' TO RejectReason
003400         GO TO 2100-EXIT
003410     END-IF.
003420     IF CloseDate < CT-EX-DATE(CardNo)
003430         MOVE 'CLOSURE DATE BEFORE THE EXCEPTION'
003440             TO RejectReason
003450         GO TO 2100-EXIT
003460     END-IF.
003470 2100-EXIT.
003480     EXIT.

003490 2150-EDIT-DATE.
003500     MOVE 0 TO DateValidFlag.
003510     IF DateCheckText IS NOT NUMERIC
003520         GO TO 2150-EXIT
003530     END-IF.
003540     IF DC-MONTH < 1 OR DC-MONTH > 12
003550         GO TO 2150-EXIT
003560     END-IF.
003570     IF DC-DAY < 1 OR DC-DAY > 31
003580         GO TO 2150-EXIT
003590     END-IF.
003600     MOVE 1 TO DateValidFlag.
003610 2150-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640*2200-FIND-STANDING - BROWSE EVERY POSTING FOR THE ID IN KEY
003650*ORDER AND KEEP THE LAST ONE READ - ITS CODE AND OWNER ARE THE
003660*STANDING OF THE EXCEPTION, ITS SEQUENCE THE ONE TO FOLLOW.
003670*----------------------------------------------------------------
003680 2200-FIND-STANDING.
003690     MOVE 0 TO LastSeq.
003700     MOVE SPACE TO LastCode.
003710     MOVE SPACES TO LastOwner.
003720     MOVE AK-EXCP-ID TO RS-EXCP-ID.
003730     MOVE 0 TO RS-POST-SEQ.
003740     START RESOLUTION-FILE KEY IS NOT < RS-KEY
003750         INVALID KEY
003760             GO TO 2200-EXIT
003770     END-START.
003780     MOVE 1 TO MorePostings.
003790     PERFORM 2210-READ-POSTING THRU 2210-EXIT
003800         UNTIL NoMorePostings.
003810 2200-EXIT.
003820     EXIT.

003830 2210-READ-POSTING.
003840     READ RESOLUTION-FILE NEXT RECORD
003850         AT END
003860             MOVE 0 TO MorePostings
003870             GO TO 2210-EXIT
003880     END-READ.
003890     IF RS-EXCP-ID NOT = AK-EXCP-ID
003900         MOVE 0 TO MorePostings
003910         GO TO 2210-EXIT
003920     END-IF.
003930     MOVE RS-POST-SEQ TO LastSeq.
003940     MOVE RS-TRAN-CODE TO LastCode.
003950     MOVE RS-OWNER TO LastOwner.
003960 2210-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------
003990*3000-ACKNOWLEDGE - AN OPEN EXCEPTION ONLY.  A REPEAT BY THE
004000*OWNER WHO ALREADY HOLDS IT CHANGES NOTHING AND IS REFUSED; ANY
004010*OTHER OWNER TAKES IT OVER.
004020*----------------------------------------------------------------
004030 3000-ACKNOWLEDGE.
004040     IF LastCode = 'R'
004050         MOVE 'EXCEPTION ALREADY RESOLVED' TO RejectReason
004060         GO TO 3000-EXIT
004070     END-IF.
004080     IF LastCode = 'A' AND LastOwner = AK-OWNER
004090         MOVE 'ALREADY ACKNOWLEDGED BY THIS OWNER'
004100             TO RejectReason
004110         GO TO 3000-EXIT
004120     END-IF.
004130     PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
004140     IF RejectReason NOT = SPACES
004150         GO TO 3000-EXIT
004160     END-IF.
004170     ADD 1 TO AckCount.
004180     IF LastCode = 'A'
004190         MOVE SPACES TO AppliedNote
004200         STRING 'OWNERSHIP TAKEN OVER FROM ' DELIMITED BY SIZE
004210             LastOwner DELIMITED BY SPACE
004220             INTO AppliedNote
004230     ELSE
004240         MOVE 'ACKNOWLEDGED - STILL OPEN' TO AppliedNote
004250     END-IF.
004260 3000-EXIT.
004270     EXIT.

004280*----------------------------------------------------------------
004290*4000-RESOLVE - CLOSE AN OPEN EXCEPTION, ACKNOWLEDGED OR NOT -
004300*A RESOLUTION NEEDS NO PRIOR ACKNOWLEDGEMENT.
004310*----------------------------------------------------------------
004320 4000-RESOLVE.
004330     IF LastCode = 'R'
004340         MOVE 'EXCEPTION ALREADY RESOLVED' TO RejectReason
004350         GO TO 4000-EXIT
004360     END-IF.
004370     PERFORM 7000-WRITE-POSTING THRU 7000-EXIT.
004380     IF RejectReason NOT = SPACES
004390         GO TO 4000-EXIT
004400     END-IF.
004410     ADD 1 TO ResolvedCount.
004420     MOVE SPACES TO AppliedNote.
004430     STRING 'RESOLVED - CLOSED ' DELIMITED BY SIZE
004440         CloseDate DELIMITED BY SIZE
004450         INTO AppliedNote.
004460 4000-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490*7000-WRITE-POSTING - THE NEXT POSTING FOR THE ID, CARRYING THE
004500*CARD AND THE EXCEPTION IT DISPOSITIONS.
004510*----------------------------------------------------------------
004520 7000-WRITE-POSTING.
004530     IF LastSeq = 999
004540         MOVE 'POSTING LIMIT REACHED FOR THIS ID' TO RejectReason
004550         GO TO 7000-EXIT
004560     END-IF.
004570     MOVE SPACES TO EXCEPTION-RESOLUTION-RECORD.
004580     MOVE AK-EXCP-ID TO RS-EXCP-ID.
004590     COMPUTE RS-POST-SEQ = LastSeq + 1.
004600     MOVE AK-TRAN-CODE TO RS-TRAN-CODE.
004610     MOVE AK-OWNER TO RS-OWNER.
004620     MOVE AK-ACTION TO RS-ACTION.
004630     MOVE CloseDate TO RS-CLOSE-DATE.
004640     MOVE RunDate TO RS-POST-DATE.
004650     MOVE RunTimeRaw(1:6) TO RS-POST-TIME.
004660     MOVE CT-EX-PROGRAM(CardNo) TO RS-EX-PROGRAM.
004670     MOVE CT-EX-TYPE(CardNo) TO RS-EX-TYPE.
004680     MOVE CT-EX-DATE(CardNo) TO RS-EX-DATE.
004690     MOVE CT-EX-DETAIL(CardNo) TO RS-EX-DETAIL.
004700     WRITE EXCEPTION-RESOLUTION-RECORD
004710         INVALID KEY
004720             MOVE 'EXCPRES WRITE FAILED' TO RejectReason
004730     END-WRITE.
004740 7000-EXIT.
004750     EXIT.

004760*----------------------------------------------------------------
004770*7500-WRITE-EDIT-LINE - ONE EDIT-REPORT LINE PER CARD, AS
004780*PUNCHED, WITH THE EXCEPTION IT NAMES AND THE OUTCOME.
004790*----------------------------------------------------------------
004800 7500-WRITE-EDIT-LINE.
004810     MOVE AK-TRAN-CODE TO EL-TRAN-CODE.
004820     MOVE AK-EXCP-ID TO EL-EXCP-ID.
004830     MOVE AK-OWNER TO EL-OWNER.
004840     MOVE CT-EX-PROGRAM(CardNo) TO EL-PROGRAM.
004850     MOVE CT-EX-TYPE(CardNo) TO EL-TYPE.
004860     IF RejectReason = SPACES
004870         ADD 1 TO CardsApplied
004880         MOVE 'APPLIED' TO EL-RESULT
004890         MOVE AppliedNote TO EL-TEXT
004900     ELSE
004910         ADD 1 TO CardsRejected
004920         MOVE 'REJECTED' TO EL-RESULT
004930         MOVE RejectReason TO EL-TEXT
004940     END-IF.
004950     WRITE EDIT-REPORT-LINE FROM EditLine.
004960 7500-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------
004990*8000-PRINT-TOTALS - THE CONTROL TOTALS AT THE FOOT OF THE EDIT
005000*REPORT AND ON SYSOUT.
005010*----------------------------------------------------------------
005020 8000-PRINT-TOTALS.
005030     MOVE SPACES TO EDIT-REPORT-LINE.
005040     WRITE EDIT-REPORT-LINE.
005050     MOVE 'CARDS READ .............' TO TL-CAPTION.
005060     MOVE CardCount TO TL-COUNT.
005070     WRITE EDIT-REPORT-LINE FROM TotalLine.
005080     MOVE 'CARDS APPLIED ..........' TO TL-CAPTION.
005090     MOVE CardsApplied TO TL-COUNT.
005100     WRITE EDIT-REPORT-LINE FROM TotalLine.
005110     MOVE '  ACKNOWLEDGED .........' TO TL-CAPTION.
005120     MOVE AckCount TO TL-COUNT.
005130     WRITE EDIT-REPORT-LINE FROM TotalLine.
005140     MOVE '  RESOLVED .............' TO TL-CAPTION.
005150     MOVE ResolvedCount TO TL-COUNT.
005160     WRITE EDIT-REPORT-LINE FROM TotalLine.
005170     MOVE 'CARDS REJECTED .........' TO TL-CAPTION.
005180     MOVE CardsRejected TO TL-COUNT.
005190     WRITE EDIT-REPORT-LINE FROM TotalLine.
005200     DISPLAY 'PROB32ACK CONTROL TOTALS'.
005210     DISPLAY '-------------------------'.
005220     DISPLAY 'LOG RECORDS READ  ' LogRecordsRead.
005230     DISPLAY 'CARDS READ ...... ' CardCount.
005240     DISPLAY 'CARDS APPLIED ... ' CardsApplied.
005250     DISPLAY 'CARDS REJECTED .. ' CardsRejected.
005260 8000-EXIT.
005270     EXIT.

005280*----------------------------------------------------------------
005290*9000-TERMINATE - FLAG ANY REJECTION WITH A NONZERO RETURN CODE,
005300*CLOSE UP, END THE RUN.
005310*----------------------------------------------------------------
005320 9000-TERMINATE.
005330     IF CardsRejected > 0
005340         DISPLAY 'PROB32ACK - POSTING(S) REJECTED - SEE ACKRPT'
005350         IF RETURN-CODE < 4
005360             MOVE 4 TO RETURN-CODE
005370         END-IF
005380     END-IF.
005390     CLOSE RESOLUTION-FILE.
005400     CLOSE EDIT-REPORT.
005410 9000-EXIT.
005420     EXIT.

005430 9999-EXIT.
005440     STOP RUN.
