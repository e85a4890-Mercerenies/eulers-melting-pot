000240*LIMITS THE REPORT TO ONE DAY'S EXCEPTIONS; A BLANK CARD
000250*REPORTS THE WHOLE LOG.  ANY EXCEPTION LISTED ENDS THE RUN
000260*WITH A NONZERO RETURN CODE SO THE SCHEDULER SEES IT TOO.
000261*
000262*EACH LISTED EXCEPTION SHOWS ITS EX-ID AND ITS STANDING FROM THE
000263*RESOLUTION FILE (EXCPRES, SEE RSLVREC, POSTED BY PROB32ACK) -
000264*OPEN, ACK (OPEN AND OWNED) OR CLOSED.  TWO VIEWS FOLLOW: EVERY
000265*EXCEPTION STILL OPEN, WHENEVER LOGGED, AGED BY DAYS OUTSTANDING
000266*AND GROUPED BY PROGRAM AND TYPE; AND THE CLOSED-ITEMS HISTORY -
000267*WHO CLOSED WHAT, WHEN, HOW, AND HOW LONG IT TOOK.  AN ESCALATION
000268*THRESHOLD ON THE CARD ENDS THE RUN RC=8 WHEN ANY EXCEPTION HAS
000269*BEEN OPEN LONGER THAN THAT.
000270*----------------------------------------------------------------
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     PROB32EXR.
000370*---------- ----  -----------------------------------------------
000380*2026-09-02 JHK   ORIGINAL - ONE MORNING REPORT OVER THE
000390*                 CUMULATIVE EXCEPTION LOG.
000391*2026-10-15 JHK   SHOW EACH EXCEPTION'S ID AND STANDING FROM THE
000392*                 RESOLUTION FILE, ADD THE AGED OPEN-ITEMS VIEW
000393*                 AND THE CLOSED-ITEMS HISTORY, AND ESCALATE
000394*                 ITEMS OPEN PAST THE CARD'S THRESHOLD RC=8.
000395*                 REPORT LINE WIDENED TO 132.
000396*                 THE VIEWS' LAYOUTS ARE IN COPYBOOK EXRVIEW.
000397*2026-10-15 JHK   A NEVER-LOADED EXCPRES MEANS NOTHING POSTED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT EXCEPTION-REPORT ASSIGN TO EXRRPT
000480         ORGANIZATION IS SEQUENTIAL.
000481     SELECT RESOLUTION-FILE ASSIGN TO EXCPRES
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS RS-KEY
000485         FILE STATUS IS RsFileStatus.

000490 DATA DIVISION.
000500 FILE SECTION.
000590 FD  EXCEPTION-REPORT
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  EXCEPTION-REPORT-LINE     PIC X(132).
000622 FD  RESOLUTION-FILE
000624     LABEL RECORDS ARE STANDARD.
000626     COPY RSLVREC.

000630 WORKING-STORAGE SECTION.
000631 01  RsFileStatus PIC X(2).
000632*EXCPRES IS EMPTY UNTIL THE FIRST POSTING - EVERY EXCEPTION ON A
000633*NEVER-LOADED CLUSTER IS OPEN AND NONE IS CLOSED.
000634 01  ResolutionFlag PIC 9 VALUE 1.
000635     88  ResolutionsPosted VALUE 1.
000640*REPORT WORK AREAS
000650 01  MoreLog PIC 9 VALUE 1.
000660     88  NoMoreLog VALUE 0.
000670 01  FilterDate PIC 9(08) VALUE 0.
000671 01  RunDate PIC 9(08).
000672 01  EscalateDays PIC 9(03) VALUE 0.
000673 01  EscalateFlag PIC 9 VALUE 0.
000674     88  EscalationWanted VALUE 1.
000675 01  AgeDays PIC 9(05).
000676 01  ItemAge PIC S9(07).
000680*PER-PROGRAM COUNT TABLE - THE SUITE HAS A HANDFUL OF
000690*PROGRAMS; TEN SLOTS IS PLENTY, AND AN OVERFLOWING ELEVENTH
000700*FOLDS INTO THE LAST SLOT UNDER AN OTHERS CAPTION RATHER
000760 01  ProgramCount PIC 99 VALUE 0.
000770 01  ProgramFoundFlag PIC 9.
000780     88  ProgramSlotFound VALUE 1.
000781*THE STANDING OF THE EXCEPTION JUST READ - ITS LAST POSTING ON
000782*THE RESOLUTION FILE, IF ANY.
000783 01  LastCode PIC X(01).
000784 01  LastOwner PIC X(08).
000785 01  Standing PIC X(06).
000786     88  StandingClosed VALUE 'CLOSED'.
000787 01  MorePostings PIC 9.
000788     88  NoMorePostings VALUE 0.
000790*CONTROL-TOTAL WORK AREAS
000800 01  RecordsRead PIC 9(07) VALUE 0.
000810 01  RecordsListed PIC 9(07) VALUE 0.
000811 01  OpenTotal PIC 9(07) VALUE 0.
000812 01  OpenAcked PIC 9(07) VALUE 0.
000813 01  OpenNotListed PIC 9(07) VALUE 0.
000814 01  EscalatedCount PIC 9(07) VALUE 0.
000815 01  ClosedTotal PIC 9(07) VALUE 0.
000816 01  ClosedListed PIC 9(07) VALUE 0.
000820*REPORT-LINE LAYOUTS
000830 01  ExceptionLine.
000840     05  FILLER PIC X(01) VALUE SPACE.
000910     05  XL-TYPE PIC X(12).
000920     05  FILLER PIC X(01) VALUE SPACE.
000930     05  XL-DETAIL PIC X(45).
000931     05  FILLER PIC X(01) VALUE SPACE.
000932     05  XL-ID PIC X(20).
000933     05  FILLER PIC X(01) VALUE SPACE.
000934     05  XL-STANDING PIC X(06).
000940     05  FILLER PIC X(15) VALUE SPACES.
000950 01  SummaryLine.
000960     05  FILLER PIC X(01) VALUE SPACE.
000970     05  SM-PROGRAM PIC X(09).
000980     05  FILLER PIC X(14) VALUE ' EXCEPTIONS . '.
000990     05  SM-COUNT PIC ZZZZ9.
001000     05  FILLER PIC X(103) VALUE SPACES.
001004     COPY EXRVIEW.

001010 PROCEDURE DIVISION.
001020*----------------------------------------------------------------
001070     PERFORM 2000-REPORT-RECORD THRU 2000-EXIT
001080         UNTIL NoMoreLog.
001090     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001093     PERFORM 8100-PRINT-OPEN-VIEW THRU 8100-EXIT.
001096     PERFORM 8200-PRINT-CLOSED-VIEW THRU 8200-EXIT.
001100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001110     GO TO 9999-EXIT.

001370             GO TO 9999-EXIT
001380         END-IF
001390     END-IF.
001392     PERFORM 1010-EDIT-ESCALATION THRU 1010-EXIT.
001394     ACCEPT RunDate FROM DATE YYYYMMDD.
001396     PERFORM 1020-OPEN-RESOLUTIONS THRU 1020-EXIT.
001400     OPEN INPUT EXCEPTION-LOG.
001410     OPEN OUTPUT EXCEPTION-REPORT.
001420     MOVE 'PROB32EXR MORNING EXCEPTIONS REPORT'
001450     MOVE '-----------------------------------'
001460         TO EXCEPTION-REPORT-LINE.
001470     WRITE EXCEPTION-REPORT-LINE.
001471     MOVE ' LOGGED     TIME     PROGRAM   TYPE         DETAIL'
001472         TO EXCEPTION-REPORT-LINE.
001473     MOVE 'EXCEPTION ID         STANDING'
001474         TO EXCEPTION-REPORT-LINE(91:29).
001475     WRITE EXCEPTION-REPORT-LINE.
001480     READ EXCEPTION-LOG
001490         AT END
001500             MOVE 0 TO MoreLog
001530     EXIT.

001540*----------------------------------------------------------------
001550*2000-REPORT-RECORD - FIND THE STANDING OF ONE LOGGED EXCEPTION,
001556*PRINT IT (IF IT PASSES THE DATE FILTER) AND COUNT IT UNDER ITS
001564*PROGRAM, TABLE IT FOR THE OPEN VIEW IF IT IS NOT CLOSED, AND
001570*READ THE NEXT ONE.
001580*----------------------------------------------------------------
001590 2000-REPORT-RECORD.
001600     ADD 1 TO RecordsRead.
001602     PERFORM 2100-FIND-STANDING THRU 2100-EXIT.
001604     IF NOT StandingClosed
001606         PERFORM 2200-RECORD-OPEN THRU 2200-EXIT
001608     END-IF.
001610     IF FilterDate = 0 OR EX-RUN-DATE = FilterDate
001620         ADD 1 TO RecordsListed
001630         MOVE EX-RUN-DATE TO XL-DATE
001650         MOVE EX-PROGRAM TO XL-PROGRAM
001660         MOVE EX-TYPE TO XL-TYPE
001670         MOVE EX-DETAIL TO XL-DETAIL
001673         MOVE EX-ID TO XL-ID
001676         MOVE Standing TO XL-STANDING
001680         WRITE EXCEPTION-REPORT-LINE FROM ExceptionLine
001690         PERFORM 3000-COUNT-PROGRAM THRU 3000-EXIT
001700     END-IF.
002420             MOVE 4 TO RETURN-CODE
002430         END-IF
002440     END-IF.
002441     DISPLAY 'OPEN EXCEPTIONS   ' OpenTotal.
002442     DISPLAY 'CLOSED EXCEPTIONS ' ClosedTotal.
002443     IF EscalatedCount > 0
002444         PERFORM 9010-ESCALATE THRU 9010-EXIT
002445     END-IF.
002446     IF ResolutionsPosted
002447         CLOSE RESOLUTION-FILE
002448     END-IF.
002450     CLOSE EXCEPTION-LOG.
002460     CLOSE EXCEPTION-REPORT.
002470 9000-EXIT.

002490 9999-EXIT.
002500     STOP RUN.

002510*----------------------------------------------------------------
002520*1010-EDIT-ESCALATION - A PUNCHED ESCALATION THRESHOLD MUST BE
002530*NUMERIC; BLANK MEANS NO ESCALATION.
002540*----------------------------------------------------------------
002550 1010-EDIT-ESCALATION.
002560     IF XC-ESCALATE-DAYS NOT = SPACES
002570         IF XC-ESCALATE-DAYS IS NUMERIC
002580             MOVE XC-ESCALATE-DAYS TO EscalateDays
002590             MOVE 1 TO EscalateFlag
002600         ELSE
002610             DISPLAY 'PROB32EXR - ESCALATION DAYS ON CARD IS NOT '
002620                 'NUMERIC'
002630             MOVE 16 TO RETURN-CODE
002640             GO TO 9999-EXIT
002650         END-IF
002660     END-IF.
002670 1010-EXIT.
002680     EXIT.

002690*----------------------------------------------------------------
002700*1020-OPEN-RESOLUTIONS - OPEN THE RESOLUTION FILE.  A CLUSTER
002710*NEVER LOADED (STATUS 35) MEANS NOTHING HAS BEEN POSTED YET;
002720*ANY OTHER FAILURE IS FATAL.
002730*----------------------------------------------------------------
002740 1020-OPEN-RESOLUTIONS.
002750     OPEN INPUT RESOLUTION-FILE.
002760     IF RsFileStatus = '35'
002770         MOVE 0 TO ResolutionFlag
002780     END-IF.
002790     IF RsFileStatus NOT = '00' AND ResolutionsPosted
002800         DISPLAY 'PROB32EXR - EXCPRES OPEN FAILED, FILE STATUS '
002810             RsFileStatus
002820         MOVE 16 TO RETURN-CODE
002830         GO TO 9999-EXIT
002840     END-IF.
002850 1020-EXIT.
002860     EXIT.

002870*----------------------------------------------------------------
002880*2100-FIND-STANDING - BROWSE EVERY POSTING FOR THE EXCEPTION'S
002890*ID IN KEY ORDER; THE LAST ONE READ IS ITS STANDING - NONE IS
002900*OPEN, AN ACKNOWLEDGEMENT IS ACK (STILL OPEN, WITH AN OWNER), A
002910*RESOLUTION IS CLOSED.  WITH NOTHING POSTED YET, EVERY EXCEPTION
002920*IS OPEN.
002930*----------------------------------------------------------------
002940 2100-FIND-STANDING.
002950     MOVE SPACE TO LastCode.
002960     MOVE SPACES TO LastOwner.
002970     MOVE EX-ID TO RS-EXCP-ID.
002980     MOVE 0 TO RS-POST-SEQ.
002990     IF NOT ResolutionsPosted
003000         GO TO 2100-SET
003010     END-IF.
003020     START RESOLUTION-FILE KEY IS NOT < RS-KEY
003030         INVALID KEY
003040             GO TO 2100-SET
003050     END-START.
003060     MOVE 1 TO MorePostings.
003070     PERFORM 2110-READ-POSTING THRU 2110-EXIT
003080         UNTIL NoMorePostings.
003090 2100-SET.
003100     IF LastCode = 'R'
003110         MOVE 'CLOSED' TO Standing
003120     ELSE
003130         IF LastCode = 'A'
003140             MOVE 'ACK' TO Standing
003150         ELSE
003160             MOVE 'OPEN' TO Standing
003170         END-IF
003180     END-IF.
003190 2100-EXIT.
003200     EXIT.

003210*----------------------------------------------------------------
003220*2110-READ-POSTING - ONE POSTING OF THE BROWSE; THE LAST ONE FOR
003230*THE EXCEPTION GIVES ITS STANDING AND OWNER.
003240*----------------------------------------------------------------
003250 2110-READ-POSTING.
003260     READ RESOLUTION-FILE NEXT RECORD
003270         AT END
003280             MOVE 0 TO MorePostings
003290             GO TO 2110-EXIT
003300     END-READ.
003310     IF RS-EXCP-ID NOT = EX-ID
003320         MOVE 0 TO MorePostings
003330         GO TO 2110-EXIT
003340     END-IF.
003350     MOVE RS-TRAN-CODE TO LastCode.
003360     MOVE RS-OWNER TO LastOwner.
003370 2110-EXIT.
003380     EXIT.

003390*----------------------------------------------------------------
003400*2200-RECORD-OPEN - AGE AN EXCEPTION THAT IS STILL OPEN BY
003410*DAYS SINCE IT WAS LOGGED, BUCKET IT, COUNT IT UNDER ITS
003420*PROGRAM AND TYPE, FLAG IT PAST THE ESCALATION THRESHOLD, AND
003430*TABLE IT FOR THE OPEN VIEW.
003440*----------------------------------------------------------------
003450 2200-RECORD-OPEN.
003460     ADD 1 TO OpenTotal.
003470     IF Standing = 'ACK'
003480         ADD 1 TO OpenAcked
003490     END-IF.
003500     MOVE 0 TO AgeDays.
003510     IF EX-RUN-DATE IS NUMERIC AND EX-RUN-DATE > 16010101
003520             AND EX-RUN-DATE NOT > RunDate
003530         COMPUTE ItemAge = FUNCTION INTEGER-OF-DATE(RunDate)
003540             - FUNCTION INTEGER-OF-DATE(EX-RUN-DATE)
003550         MOVE ItemAge TO AgeDays
003560     END-IF.
003570     IF AgeDays NOT > 1
003580         ADD 1 TO AgeUpTo1
003590     ELSE
003600         IF AgeDays NOT > 7
003610             ADD 1 TO AgeUpTo7
003620         ELSE
003630             IF AgeDays NOT > 30
003640                 ADD 1 TO AgeUpTo30
003650             ELSE
003660                 ADD 1 TO AgeOver30
003670             END-IF
003680         END-IF
003690     END-IF.
003700     PERFORM 2210-COUNT-GROUP THRU 2210-EXIT.
003710     IF GT-OLDEST(GIdx) < AgeDays
003720         MOVE AgeDays TO GT-OLDEST(GIdx)
003730     END-IF.
003740     IF EscalationWanted AND AgeDays > EscalateDays
003750         ADD 1 TO EscalatedCount
003760         ADD 1 TO GT-ESCALATED(GIdx)
003770     END-IF.
003780     IF OpenListed >= 999
003790         ADD 1 TO OpenNotListed
003800         GO TO 2200-EXIT
003810     END-IF.
003820     ADD 1 TO OpenListed.
003830     SET OIdx TO OpenListed.
003840     MOVE EX-ID TO OT-ID(OIdx).
003850     MOVE GT-PROGRAM(GIdx) TO OT-PROGRAM(OIdx).
003860     MOVE GT-TYPE(GIdx) TO OT-TYPE(OIdx).
003870     MOVE EX-RUN-DATE TO OT-DATE(OIdx).
003880     MOVE AgeDays TO OT-AGE(OIdx).
003890     MOVE Standing TO OT-STANDING(OIdx).
003900     MOVE LastOwner TO OT-OWNER(OIdx).
003910     MOVE EX-DETAIL TO OT-DETAIL(OIdx).
003920 2200-EXIT.
003930     EXIT.

003940*----------------------------------------------------------------
003950*2210-COUNT-GROUP - FIND (OR START) THE GROUP SLOT FOR THE
003960*EXCEPTION'S PROGRAM AND TYPE AND COUNT IT THERE, LEAVING GIdx
003970*ON THE SLOT.
003980*----------------------------------------------------------------
003990 2210-COUNT-GROUP.
004000     MOVE 0 TO GroupFoundFlag.
004010     IF GroupCount > 0
004020         PERFORM 2215-MATCH-GROUP THRU 2215-EXIT
004030             VARYING GroupNo FROM 1 BY 1
004040             UNTIL GroupNo > GroupCount OR GroupSlotFound
004050     END-IF.
004060     IF NOT GroupSlotFound
004070         IF GroupCount >= 50
004080             SET GIdx TO 50
004090             MOVE '(OTHERS) ' TO GT-PROGRAM(GIdx)
004100             MOVE SPACES TO GT-TYPE(GIdx)
004110         ELSE
004120             ADD 1 TO GroupCount
004130             SET GIdx TO GroupCount
004140             MOVE EX-PROGRAM TO GT-PROGRAM(GIdx)
004150             MOVE EX-TYPE TO GT-TYPE(GIdx)
004160             MOVE 0 TO GT-COUNT(GIdx)
004170             MOVE 0 TO GT-OLDEST(GIdx)
004180             MOVE 0 TO GT-ESCALATED(GIdx)
004190         END-IF
004200     END-IF.
004210     ADD 1 TO GT-COUNT(GIdx).
004220 2210-EXIT.
004230     EXIT.

004240*----------------------------------------------------------------
004250*2215-MATCH-GROUP - IS THIS GROUP THE EXCEPTION'S PROGRAM AND
004260*TYPE.
004270*----------------------------------------------------------------
004280 2215-MATCH-GROUP.
004290     SET GIdx TO GroupNo.
004300     IF GT-PROGRAM(GIdx) = EX-PROGRAM AND GT-TYPE(GIdx) = EX-TYPE
004310         MOVE 1 TO GroupFoundFlag
004320     END-IF.
004330 2215-EXIT.
004340     EXIT.

004350*----------------------------------------------------------------
004360*8100-PRINT-OPEN-VIEW - EVERY EXCEPTION STILL OPEN, WHENEVER IT
004370*WAS LOGGED, GROUPED BY PROGRAM AND TYPE (IN THAT ORDER), OLDEST
004380*FIRST WITHIN THE GROUP, WITH DAYS OUTSTANDING, OWNER IF
004390*ACKNOWLEDGED, AND THE ESCALATION FLAG; THEN THE AGE BUCKETS.
004400*----------------------------------------------------------------
004410 8100-PRINT-OPEN-VIEW.
004420     MOVE SPACES TO EXCEPTION-REPORT-LINE.
004430     WRITE EXCEPTION-REPORT-LINE.
004440     MOVE SPACES TO EXCEPTION-REPORT-LINE.
004450     STRING 'OPEN EXCEPTIONS - AGED BY DAYS OUTSTANDING AS OF '
004460         DELIMITED BY SIZE
004470         RunDate DELIMITED BY SIZE
004480         INTO EXCEPTION-REPORT-LINE.
004490     WRITE EXCEPTION-REPORT-LINE.
004500     MOVE '-----------------------------------'
004510         TO EXCEPTION-REPORT-LINE.
004520     WRITE EXCEPTION-REPORT-LINE.
004530     IF OpenTotal = 0
004540         MOVE ' NO OPEN EXCEPTIONS - EVERY ONE LOGGED IS CLOSED'
004550             TO EXCEPTION-REPORT-LINE
004560         WRITE EXCEPTION-REPORT-LINE
004570         GO TO 8100-EXIT
004580     END-IF.
004590     PERFORM 8110-SORT-GROUPS THRU 8110-EXIT.
004600     PERFORM 8120-PRINT-GROUP THRU 8120-EXIT
004610         VARYING GroupNo FROM 1 BY 1
004620         UNTIL GroupNo > GroupCount.
004630     IF OpenNotListed > 0
004640         MOVE SPACES TO EXCEPTION-REPORT-LINE
004650         WRITE EXCEPTION-REPORT-LINE
004660         MOVE SPACES TO EXCEPTION-REPORT-LINE
004670         STRING ' MORE THAN 999 OPEN - ' DELIMITED BY SIZE
004680             OpenNotListed DELIMITED BY SIZE
004690             ' LATEST NOT LISTED, COUNTED ABOVE' DELIMITED BY SIZE
004700             INTO EXCEPTION-REPORT-LINE
004710         WRITE EXCEPTION-REPORT-LINE
004720     END-IF.
004730     MOVE SPACES TO EXCEPTION-REPORT-LINE.
004740     WRITE EXCEPTION-REPORT-LINE.
004750     MOVE 'OPEN EXCEPTIONS ........' TO TL-CAPTION.
004760     MOVE OpenTotal TO TL-COUNT.
004770     WRITE EXCEPTION-REPORT-LINE FROM TotalLine.
004780     MOVE '  OF WHICH ACKNOWLEDGED ' TO TL-CAPTION.
004790     MOVE OpenAcked TO TL-COUNT.
004800     WRITE EXCEPTION-REPORT-LINE FROM TotalLine.
004810     MOVE '  OPEN 0-1 DAYS ........' TO TL-CAPTION.
004820     MOVE AgeUpTo1 TO TL-COUNT.
004830     WRITE EXCEPTION-REPORT-LINE FROM TotalLine.
004840     MOVE '  OPEN 2-7 DAYS ........' TO TL-CAPTION.
004850     MOVE AgeUpTo7 TO TL-COUNT.
004860     WRITE EXCEPTION-REPORT-LINE FROM TotalLine.
004870     MOVE '  OPEN 8-30 DAYS .......' TO TL-CAPTION.
004880     MOVE AgeUpTo30 TO TL-COUNT.
004890     WRITE EXCEPTION-REPORT-LINE FROM TotalLine.
004900     MOVE '  OPEN OVER 30 DAYS ....' TO TL-CAPTION.
004910     MOVE AgeOver30 TO TL-COUNT.
004920     WRITE EXCEPTION-REPORT-LINE FROM TotalLine.
004930     IF EscalationWanted
004940         MOVE SPACES TO EXCEPTION-REPORT-LINE
004950         STRING '  OPEN OVER ' DELIMITED BY SIZE
004960             EscalateDays DELIMITED BY SIZE
004970             ' DAYS ...' DELIMITED BY SIZE
004980             INTO TL-CAPTION
004990         MOVE EscalatedCount TO TL-COUNT
005000         WRITE EXCEPTION-REPORT-LINE FROM TotalLine
005010     END-IF.
005020 8100-EXIT.
005030     EXIT.

005040*----------------------------------------------------------------
005050*8110-SORT-GROUPS - PUT THE GROUP TABLE IN PROGRAM AND TYPE
005060*ORDER - A SIMPLE EXCHANGE SORT, THE TABLE IS SMALL.
005070*----------------------------------------------------------------
005080 8110-SORT-GROUPS.
005090     IF GroupCount < 2
005100         GO TO 8110-EXIT
005110     END-IF.
005120     PERFORM 8112-SORT-PASS THRU 8112-EXIT
005130         VARYING SortLimit FROM GroupCount BY -1
005140         UNTIL SortLimit < 2.
005150 8110-EXIT.
005160     EXIT.

005170*----------------------------------------------------------------
005180*8112-SORT-PASS - ONE PASS OF THE EXCHANGE SORT, UP TO SortLimit.
005190*----------------------------------------------------------------
005200 8112-SORT-PASS.
005210     PERFORM 8114-SORT-COMPARE THRU 8114-EXIT
005220         VARYING SortNo FROM 1 BY 1
005230         UNTIL SortNo >= SortLimit.
005240 8112-EXIT.
005250     EXIT.

005260*----------------------------------------------------------------
005270*8114-SORT-COMPARE - SWAP TWO ADJACENT GROUPS OUT OF ORDER.
005280*----------------------------------------------------------------
005290 8114-SORT-COMPARE.
005300     IF GroupEntry(SortNo)(1:21) > GroupEntry(SortNo + 1)(1:21)
005310         MOVE GroupEntry(SortNo) TO GroupHold
005320         MOVE GroupEntry(SortNo + 1) TO GroupEntry(SortNo)
005330         MOVE GroupHold TO GroupEntry(SortNo + 1)
005340     END-IF.
005350 8114-EXIT.
005360     EXIT.

005370*----------------------------------------------------------------
005380*8120-PRINT-GROUP - ONE GROUP LINE, THEN ITS OPEN ITEMS FROM THE
005390*TABLE IN LOG ORDER.
005400*----------------------------------------------------------------
005410 8120-PRINT-GROUP.
005420     SET GIdx TO GroupNo.
005430     MOVE SPACES TO EXCEPTION-REPORT-LINE.
005440     WRITE EXCEPTION-REPORT-LINE.
005450     MOVE GT-PROGRAM(GIdx) TO OG-PROGRAM.
005460     MOVE GT-TYPE(GIdx) TO OG-TYPE.
005470     MOVE GT-COUNT(GIdx) TO OG-COUNT.
005480     MOVE GT-OLDEST(GIdx) TO OG-OLDEST.
005490     MOVE GT-ESCALATED(GIdx) TO OG-ESCALATED.
005500     WRITE EXCEPTION-REPORT-LINE FROM OpenGroupLine.
005510     IF OpenListed > 0
005520         PERFORM 8125-PRINT-ITEM THRU 8125-EXIT
005530             VARYING OIdx FROM 1 BY 1
005540             UNTIL OIdx > OpenListed
005550     END-IF.
005560 8120-EXIT.
005570     EXIT.

005580*----------------------------------------------------------------
005590*8125-PRINT-ITEM - ONE OPEN ITEM UNDER ITS GROUP LINE, FLAGGED
005600*WHEN IT IS PAST THE ESCALATION THRESHOLD.
005610*----------------------------------------------------------------
005620 8125-PRINT-ITEM.
005630     IF OT-PROGRAM(OIdx) NOT = GT-PROGRAM(GIdx)
005640             OR OT-TYPE(OIdx) NOT = GT-TYPE(GIdx)
005650         GO TO 8125-EXIT
005660     END-IF.
005670     MOVE OT-ID(OIdx) TO OI-ID.
005680     MOVE OT-DATE(OIdx) TO OI-DATE.
005690     MOVE OT-AGE(OIdx) TO OI-AGE.
005700     MOVE OT-STANDING(OIdx) TO OI-STANDING.
005710     MOVE OT-OWNER(OIdx) TO OI-OWNER.
005720     MOVE OT-DETAIL(OIdx) TO OI-DETAIL.
005730     MOVE SPACES TO OI-FLAG.
005740     IF EscalationWanted AND OT-AGE(OIdx) > EscalateDays
005750         MOVE 'ESCALATED' TO OI-FLAG
005760     END-IF.
005770     WRITE EXCEPTION-REPORT-LINE FROM OpenItemLine.
005780 8125-EXIT.
005790     EXIT.

005800*----------------------------------------------------------------
005810*8200-PRINT-CLOSED-VIEW - THE CLOSED-ITEMS HISTORY, STRAIGHT OFF
005820*THE RESOLUTION FILE IN ID (LOGGED) ORDER: EVERY RESOLUTION
005830*POSTING - OR, WITH A DATE ON THE CARD, THAT DAY'S CLOSURES -
005840*WITH THE OWNER, THE ACTION TAKEN AND THE DAYS IT WAS OPEN.
005850*----------------------------------------------------------------
005860 8200-PRINT-CLOSED-VIEW.
005870     MOVE SPACES TO EXCEPTION-REPORT-LINE.
005880     WRITE EXCEPTION-REPORT-LINE.
005890     MOVE 'CLOSED EXCEPTIONS - RESOLUTION HISTORY'
005900         TO EXCEPTION-REPORT-LINE.
005910     WRITE EXCEPTION-REPORT-LINE.
005920     MOVE '-----------------------------------'
005930         TO EXCEPTION-REPORT-LINE.
005940     WRITE EXCEPTION-REPORT-LINE.
005950     MOVE ' EXCEPTION ID         PROGRAM   TYPE         LOGGED'
005960         TO EXCEPTION-REPORT-LINE.
005970     MOVE '     CLOSED      DAYS OWNER    ACTION TAKEN'
005980         TO EXCEPTION-REPORT-LINE(52:43).
005990     WRITE EXCEPTION-REPORT-LINE.
006000     MOVE LOW-VALUES TO RS-KEY.
006010     MOVE 1 TO MorePostings.
006020     IF NOT ResolutionsPosted
006030         MOVE 0 TO MorePostings
006040     ELSE
006050         START RESOLUTION-FILE KEY IS NOT < RS-KEY
006060             INVALID KEY
006070                 MOVE 0 TO MorePostings
006080         END-START
006090     END-IF.
006100     PERFORM 8210-CLOSED-POSTING THRU 8210-EXIT
006110         UNTIL NoMorePostings.
006120     IF ClosedListed = 0
006130         MOVE ' NO CLOSED EXCEPTIONS FOR THIS REPORT'
006140             TO EXCEPTION-REPORT-LINE
006150         WRITE EXCEPTION-REPORT-LINE
006160     END-IF.
006170     MOVE SPACES TO EXCEPTION-REPORT-LINE.
006180     WRITE EXCEPTION-REPORT-LINE.
006190     MOVE 'CLOSED EXCEPTIONS ......' TO TL-CAPTION.
006200     MOVE ClosedTotal TO TL-COUNT.
006210     WRITE EXCEPTION-REPORT-LINE FROM TotalLine.
006220     MOVE '  LISTED ...............' TO TL-CAPTION.
006230     MOVE ClosedListed TO TL-COUNT.
006240     WRITE EXCEPTION-REPORT-LINE FROM TotalLine.
006250 8200-EXIT.
006260     EXIT.

006270*----------------------------------------------------------------
006280*8210-CLOSED-POSTING - ONE RESOLUTION POSTING, PRINTED WITH THE
006290*DAYS THE EXCEPTION WAS OPEN.  ACKNOWLEDGEMENTS ARE SKIPPED, AND
006300*WITH A DATE ON THE CARD SO ARE OTHER DAYS' CLOSURES.
006310*----------------------------------------------------------------
006320 8210-CLOSED-POSTING.
006330     READ RESOLUTION-FILE NEXT RECORD
006340         AT END
006350             MOVE 0 TO MorePostings
006360             GO TO 8210-EXIT
006370     END-READ.
006380     IF RS-TRAN-CODE NOT = 'R'
006390         GO TO 8210-EXIT
006400     END-IF.
006410     ADD 1 TO ClosedTotal.
006420     IF FilterDate NOT = 0 AND RS-CLOSE-DATE NOT = FilterDate
006430         GO TO 8210-EXIT
006440     END-IF.
006450     ADD 1 TO ClosedListed.
006460     MOVE RS-EXCP-ID TO CL-ID.
006470     MOVE RS-EX-PROGRAM TO CL-PROGRAM.
006480     MOVE RS-EX-TYPE TO CL-TYPE.
006490     MOVE RS-EX-DATE TO CL-LOGGED.
006500     MOVE RS-CLOSE-DATE TO CL-CLOSED.
006510     MOVE 0 TO CL-DAYS.
006520     IF RS-EX-DATE > 16010101 AND RS-CLOSE-DATE NOT < RS-EX-DATE
006530         COMPUTE CL-DAYS = FUNCTION INTEGER-OF-DATE(RS-CLOSE-DATE)
006540             - FUNCTION INTEGER-OF-DATE(RS-EX-DATE)
006550     END-IF.
006560     MOVE RS-OWNER TO CL-OWNER.
006570     MOVE RS-ACTION TO CL-ACTION.
006580     WRITE EXCEPTION-REPORT-LINE FROM ClosedLine.
006590 8210-EXIT.
006600     EXIT.

006610*----------------------------------------------------------------
006620*9010-ESCALATE - SOMETHING HAS BEEN OPEN PAST THE THRESHOLD: SAY
006630*SO ON THE CONSOLE AND END THE RUN AT LEAST RC=8.
006640*----------------------------------------------------------------
006650 9010-ESCALATE.
006660     DISPLAY 'PROB32EXR - ' EscalatedCount
006670         ' EXCEPTION(S) OPEN OVER ' EscalateDays
006680         ' DAYS - ESCALATED, SEE EXRRPT'.
006690     IF RETURN-CODE < 8
006700         MOVE 8 TO RETURN-CODE
006710     END-IF.
006720 9010-EXIT.
006730     EXIT.
