000100*----------------------------------------------------------------
000110*PROB32MNT.CBL
000120*
000130*EULER PROJECT PROBLEM 32 - PANDIGITAL PRODUCTS, MAINTENANCE.
000140*
000150*CONTROLLED, CARD-DRIVEN MAINTENANCE OF THE CUMULATIVE IDENTITY
000160*MASTER (IDMAST, SEE IDREC).  UNTIL NOW THE ONLY WAYS TO CHANGE
000170*IDMAST WERE A PROB32MRG RERUN OR A HAND REPAIR WITH IDCAMS, AND
000180*NEITHER LEFT ANY TRAIL.  EACH TRANSACTION CARD (SEE MNTCARD)
000190*NAMES ONE IDENTITY BY KEY AND THE OPERATOR MAKING THE CHANGE:
000200*
000210*  'Q' QUARANTINE - THE IDENTITY STAYS ON THE MASTER BUT IS
000220*      MARKED QUARANTINED WITH A REASON CODE, THE OPERATOR AND
000230*      THE DATE.  PROB32MRG THEN HOLDS IT BACK FROM IFCMAST
000240*      AND PROB32INQ SHOWS IT AS QUARANTINED.
000250*  'R' REINSTATE - A QUARANTINED IDENTITY BECOMES ACTIVE AGAIN.
000260*  'C' CORRECT PROVENANCE - REPLACES ID-FIRST-CYCLE (AND,
000270*      WHEN PUNCHED, ID-FIRST-RUN).  THE FIRST-QUALIFIED CYCLE
000280*      IS CARRIED ON BOTH XREFVSAM ROWS TOO (SEE XREFREC), SO
000290*      THEY ARE CORRECTED IN THE SAME TRANSACTION.
000300*  'D' DELETE - THE IDENTITY AND ITS TWO XREFVSAM ROWS ARE
000310*      REMOVED.
000320*
000330*EVERY APPLIED CHANGE WRITES A BEFORE-IMAGE AND AN AFTER-IMAGE
000340*OF THE MASTER RECORD TO THE CUMULATIVE MAINTENANCE JOURNAL
000350*(MNTJRNL), SO WHO CHANGED WHICH RECORD, WHEN, AND FROM WHAT
000360*TO WHAT CAN ALWAYS BE ANSWERED.  EVERY CARD GETS A LINE ON THE
000370*EDIT REPORT (MNTRPT) - APPLIED, OR REJECTED WITH ITS REASON.
000380*A REJECTED CARD CHANGES NOTHING; ANY REJECTION ENDS THE RUN
000390*RC=4 SO THE OPERATOR LOOKS AT THE REPORT.
000400*----------------------------------------------------------------
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     PROB32MNT.
000430 AUTHOR.         J H KELLERMAN.
000440 INSTALLATION.   EULER BATCH SYSTEMS.
000450 DATE-WRITTEN.   10/15/2026.
000460 DATE-COMPILED.  10/15/2026.
000470*
000480*MODIFICATION HISTORY
000490*DATE       INIT  DESCRIPTION
000500*---------- ----  -----------------------------------------------
000510*2026-10-15 JHK   ORIGINAL - QUARANTINE, REINSTATE, PROVENANCE
000520*                 CORRECTION AND DELETE AGAINST IDMAST, WITH A
000530*                 BEFORE/AFTER JOURNAL AND AN EDIT REPORT.

000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT MAINTENANCE-CARDS ASSIGN TO MNTCARD
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT MASTER-IDENTITY-FILE ASSIGN TO IDMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS ID-KEY
000630         FILE STATUS IS IdFileStatus.
000640     SELECT MASTER-XREF-FILE ASSIGN TO XREFVSAM
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS XR-KEY
000680         FILE STATUS IS XrFileStatus.
000690     SELECT OPTIONAL MAINTENANCE-JOURNAL ASSIGN TO MNTJRNL
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT EDIT-REPORT ASSIGN TO MNTRPT
000720         ORGANIZATION IS SEQUENTIAL.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  MAINTENANCE-CARDS
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY MNTCARD.
000790 FD  MASTER-IDENTITY-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY IDREC.
000820 FD  MASTER-XREF-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY XREFREC.
000850 FD  MAINTENANCE-JOURNAL
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY MNTJRNL.
000890 FD  EDIT-REPORT
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  EDIT-REPORT-LINE          PIC X(100).

000930 WORKING-STORAGE SECTION.
000940*MAINTENANCE WORK AREAS
000950 01  IdFileStatus PIC X(2).
000960 01  XrFileStatus PIC X(2).
000970 01  MoreCards PIC 9 VALUE 1.
000980     88  NoMoreCards VALUE 0.
000990 01  RejectReason PIC X(40).
001000 01  XrefNote PIC X(40).
001010 01  RunDate PIC 9(08).
001020 01  RunTimeRaw PIC 9(08).
001030 01  JournalSeq PIC 9(04) VALUE 0.
001040*THE RECORD AS READ, HELD FOR THE BEFORE-IMAGE, AND THE
001050*FACTORS NEEDED TO FIND ITS XREFVSAM ROWS AFTER THE MASTER
001060*RECORD AREA HAS BEEN CHANGED OR DELETED.
001070 01  BeforeImage PIC X(80).
001080 01  AfterImage PIC X(80).
001090 01  SaveCandidate PIC 9(05).
001100 01  SaveCandidate0 PIC 9(05).
001110 01  XrefFactor PIC 9(05).
001120 01  XrefRowsMissing PIC 9 VALUE 0.
001130*CONTROL-TOTAL WORK AREAS
001140 01  CardsRead PIC 9(05) VALUE 0.
001150 01  CardsApplied PIC 9(05) VALUE 0.
001160 01  CardsRejected PIC 9(05) VALUE 0.
001170 01  QuarantinedCount PIC 9(05) VALUE 0.
001180 01  ReinstatedCount PIC 9(05) VALUE 0.
001190 01  CorrectedCount PIC 9(05) VALUE 0.
001200 01  DeletedCount PIC 9(05) VALUE 0.
001210 01  JournalWritten PIC 9(05) VALUE 0.
001220*REPORT-LINE LAYOUTS
001230 01  EditLine.
001240     05  FILLER PIC X(01) VALUE SPACE.
001250     05  EL-TRAN-CODE PIC X(01).
001260     05  FILLER PIC X(02) VALUE SPACES.
001270     05  EL-COUNTER PIC X(05).
001280     05  FILLER PIC X(01) VALUE SPACE.
001290     05  EL-SEQ PIC X(02).
001300     05  FILLER PIC X(02) VALUE SPACES.
001310     05  EL-OPERATOR PIC X(08).
001320     05  FILLER PIC X(02) VALUE SPACES.
001330     05  EL-REASON PIC X(02).
001340     05  FILLER PIC X(02) VALUE SPACES.
001350     05  EL-RESULT PIC X(08).
001360     05  FILLER PIC X(01) VALUE SPACE.
001370     05  EL-TEXT PIC X(40).
001380     05  FILLER PIC X(23) VALUE SPACES.
001390 01  TotalLine.
001400     05  FILLER PIC X(01) VALUE SPACE.
001410     05  TL-CAPTION PIC X(24).
001420     05  TL-COUNT PIC ZZZZ9.
001430     05  FILLER PIC X(70) VALUE SPACES.

001440 PROCEDURE DIVISION.
001450*----------------------------------------------------------------
001460*0000-MAINLINE - OVERALL JOB FLOW.
001470*----------------------------------------------------------------
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001510         UNTIL NoMoreCards.
001520     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001540     GO TO 9999-EXIT.

001550*----------------------------------------------------------------
001560*1000-INITIALIZE - OPEN THE MASTERS FOR UPDATE, THE JOURNAL FOR
001570*APPEND AND THE EDIT REPORT, AND PRIME THE CARD READ, MATCHING
001580*THE PRIMING-READ STYLE USED ELSEWHERE IN THE SUITE.
001590*----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     ACCEPT RunDate FROM DATE YYYYMMDD.
001620     ACCEPT RunTimeRaw FROM TIME.
001630     OPEN I-O MASTER-IDENTITY-FILE.
001640     IF IdFileStatus NOT = '00'
001650         DISPLAY 'PROB32MNT - IDMAST OPEN FAILED, FILE STATUS '
001660             IdFileStatus
001670         MOVE 16 TO RETURN-CODE
001680         GO TO 9999-EXIT
001690     END-IF.
001700     OPEN I-O MASTER-XREF-FILE.
001710     IF XrFileStatus NOT = '00'
001720         DISPLAY 'PROB32MNT - XREFVSAM OPEN FAILED, FILE '
001730             'STATUS ' XrFileStatus
001740         MOVE 16 TO RETURN-CODE
001750         CLOSE MASTER-IDENTITY-FILE
001760         GO TO 9999-EXIT
001770     END-IF.
001780     OPEN EXTEND MAINTENANCE-JOURNAL.
001790     OPEN INPUT MAINTENANCE-CARDS.
001800     OPEN OUTPUT EDIT-REPORT.
001810     MOVE SPACES TO EDIT-REPORT-LINE.
001820     STRING 'PROB32MNT IDMAST MAINTENANCE EDIT REPORT - RUN '
001830         DELIMITED BY SIZE
001840         RunDate DELIMITED BY SIZE
001850         INTO EDIT-REPORT-LINE.
001860     WRITE EDIT-REPORT-LINE.
001870     MOVE ' TR PROD  SQ  OPERATOR  RC  RESULT   DETAIL'
001880         TO EDIT-REPORT-LINE.
001890     WRITE EDIT-REPORT-LINE.
001900     MOVE SPACES TO EDIT-REPORT-LINE.
001910     WRITE EDIT-REPORT-LINE.
001920     READ MAINTENANCE-CARDS
001930         AT END
001940             MOVE 0 TO MoreCards
001950     END-READ.
001960     IF NoMoreCards
001970         DISPLAY 'PROB32MNT - NO TRANSACTION CARDS ON MNTCARD'
001980         MOVE 4 TO RETURN-CODE
001990     END-IF.
002000 1000-EXIT.
002010     EXIT.

002020*----------------------------------------------------------------
002030*2000-PROCESS-CARD - EDIT ONE TRANSACTION CARD, FETCH ITS
002040*IDENTITY, HAND IT TO THE PARAGRAPH FOR ITS TRANSACTION CODE,
002050*REPORT THE OUTCOME, AND READ THE NEXT CARD.
002060*----------------------------------------------------------------
002070 2000-PROCESS-CARD.
002080     ADD 1 TO CardsRead.
002090     MOVE SPACES TO RejectReason.
002100     MOVE SPACES TO XrefNote.
002110     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
002120     IF RejectReason NOT = SPACES
002130         GO TO 2000-REPORT
002140     END-IF.
002150     MOVE MT-COUNTER TO ID-COUNTER.
002160     MOVE MT-SEQ TO ID-SEQ.
002170     READ MASTER-IDENTITY-FILE
002180         INVALID KEY
002190             MOVE 'IDENTITY NOT ON IDMAST' TO RejectReason
002200             GO TO 2000-REPORT
002210     END-READ.
002220     MOVE IDENTITY-RECORD TO BeforeImage.
002230     MOVE ID-CANDIDATE TO SaveCandidate.
002240     MOVE ID-CANDIDATE0 TO SaveCandidate0.
002250     IF MT-TRAN-CODE = 'Q'
002260         PERFORM 3000-QUARANTINE THRU 3000-EXIT
002270     END-IF.
002280     IF MT-TRAN-CODE = 'R'
002290         PERFORM 4000-REINSTATE THRU 4000-EXIT
002300     END-IF.
002310     IF MT-TRAN-CODE = 'C'
002320         PERFORM 5000-CORRECT-PROVENANCE THRU 5000-EXIT
002330     END-IF.
002340     IF MT-TRAN-CODE = 'D'
002350         PERFORM 6000-DELETE-IDENTITY THRU 6000-EXIT
002360     END-IF.
002370 2000-REPORT.
002380     PERFORM 7500-WRITE-EDIT-LINE THRU 7500-EXIT.
002390     READ MAINTENANCE-CARDS
002400         AT END
002410             MOVE 0 TO MoreCards
002420     END-READ.
002430 2000-EXIT.
002440     EXIT.

002450*----------------------------------------------------------------
002460*2100-EDIT-CARD - THE CARD-LEVEL EDITS EVERY TRANSACTION SHARES.
002470*THE FIRST FAILURE FOUND IS THE REJECTION REASON.
002480*----------------------------------------------------------------
002490 2100-EDIT-CARD.
002500     IF MT-TRAN-CODE NOT = 'Q' AND MT-TRAN-CODE NOT = 'R'
002510             AND MT-TRAN-CODE NOT = 'C'
002520             AND MT-TRAN-CODE NOT = 'D'
002530         MOVE 'TRANSACTION CODE NOT Q, R, C OR D'
002540             TO RejectReason
002550         GO TO 2100-EXIT
002560     END-IF.
002570     IF MT-COUNTER IS NOT NUMERIC OR MT-SEQ IS NOT NUMERIC
002580         MOVE 'PRODUCT OR SEQUENCE NOT NUMERIC' TO RejectReason
002590         GO TO 2100-EXIT
002600     END-IF.
002610     IF MT-COUNTER = 0 OR MT-SEQ = 0
002620         MOVE 'PRODUCT OR SEQUENCE IS ZERO' TO RejectReason
002630         GO TO 2100-EXIT
002640     END-IF.
002650     IF MT-OPERATOR = SPACES
002660         MOVE 'OPERATOR ID MISSING' TO RejectReason
002670         GO TO 2100-EXIT
002680     END-IF.
002690     IF MT-TRAN-CODE = 'Q' OR MT-TRAN-CODE = 'D'
002700         IF MT-REASON = SPACES
002710             MOVE 'REASON CODE REQUIRED' TO RejectReason
002720             GO TO 2100-EXIT
002730         END-IF
002740     END-IF.
002750     IF MT-TRAN-CODE = 'C'
002760         IF MT-FIRST-CYCLE IS NOT NUMERIC
002770                 OR MT-FIRST-CYCLE = '00000000'
002780             MOVE 'CORRECTED CYCLE DATE NOT NUMERIC'
002790                 TO RejectReason
002800             GO TO 2100-EXIT
002810         END-IF
002820         IF MT-FIRST-RUN NOT = SPACES
002830                 AND MT-FIRST-RUN IS NOT NUMERIC
002840             MOVE 'CORRECTED RUN TIME NOT NUMERIC'
002850                 TO RejectReason
002860             GO TO 2100-EXIT
002870         END-IF
002880     END-IF.
002890 2100-EXIT.
002900     EXIT.

002910*----------------------------------------------------------------
002920*3000-QUARANTINE - MARK THE IDENTITY QUARANTINED, WITH THE
002930*REASON, OPERATOR AND DATE, AND JOURNAL THE CHANGE.
002940*----------------------------------------------------------------
002950 3000-QUARANTINE.
002960     IF ID-STATUS = 'Q'
002970         MOVE 'IDENTITY IS ALREADY QUARANTINED' TO RejectReason
002980         GO TO 3000-EXIT
002990     END-IF.
003000     MOVE 'Q' TO ID-STATUS.
003010     MOVE MT-REASON TO ID-QUAR-REASON.
003020     MOVE MT-OPERATOR TO ID-QUAR-OPERATOR.
003030     MOVE RunDate TO ID-QUAR-DATE.
003040     PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
003050     IF RejectReason = SPACES
003060         ADD 1 TO QuarantinedCount
003070     END-IF.
003080 3000-EXIT.
003090     EXIT.

003100*----------------------------------------------------------------
003110*4000-REINSTATE - RETURN A QUARANTINED IDENTITY TO ACTIVE.  THE
003120*QUARANTINE DETAIL IS CLEARED FROM THE MASTER; THE JOURNAL'S
003130*BEFORE-IMAGE KEEPS IT.
003140*----------------------------------------------------------------
003150 4000-REINSTATE.
003160     IF ID-STATUS NOT = 'Q'
003170         MOVE 'IDENTITY IS NOT QUARANTINED' TO RejectReason
003180         GO TO 4000-EXIT
003190     END-IF.
003200     MOVE SPACE TO ID-STATUS.
003210     MOVE SPACES TO ID-QUAR-REASON.
003220     MOVE SPACES TO ID-QUAR-OPERATOR.
003230     MOVE SPACES TO ID-QUAR-DATE.
003240     PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
003250     IF RejectReason = SPACES
003260         ADD 1 TO ReinstatedCount
003270     END-IF.
003280 4000-EXIT.
003290     EXIT.

003300*----------------------------------------------------------------
003310*5000-CORRECT-PROVENANCE - REPLACE THE FIRST-QUALIFIED CYCLE
003320*(AND RUN TIME, WHEN PUNCHED) ON THE MASTER, THEN CARRY THE
003330*CYCLE ONTO BOTH XREFVSAM ROWS SO THE CROSS-REFERENCE STILL
003340*AGREES WITH THE MASTER.  A CARD THAT WOULD CHANGE NOTHING IS
003350*REJECTED RATHER THAN JOURNALLED AS A NON-CHANGE.
003360*----------------------------------------------------------------
003370 5000-CORRECT-PROVENANCE.
003380     IF ID-FIRST-CYCLE = MT-FIRST-CYCLE
003390             AND (MT-FIRST-RUN = SPACES
003400                 OR ID-FIRST-RUN = MT-FIRST-RUN)
003410         MOVE 'PROVENANCE ALREADY AS PUNCHED' TO RejectReason
003420         GO TO 5000-EXIT
003430     END-IF.
003440     MOVE MT-FIRST-CYCLE TO ID-FIRST-CYCLE.
003450     IF MT-FIRST-RUN NOT = SPACES
003460         MOVE MT-FIRST-RUN TO ID-FIRST-RUN
003470     END-IF.
003480     PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
003490     IF RejectReason NOT = SPACES
003500         GO TO 5000-EXIT
003510     END-IF.
003520     ADD 1 TO CorrectedCount.
003530     MOVE 0 TO XrefRowsMissing.
003540     MOVE SaveCandidate TO XrefFactor.
003550     PERFORM 5100-CORRECT-XREF-ROW THRU 5100-EXIT.
003560     MOVE SaveCandidate0 TO XrefFactor.
003570     PERFORM 5100-CORRECT-XREF-ROW THRU 5100-EXIT.
003580     IF XrefRowsMissing > 0
003590         MOVE 'APPLIED - XREFVSAM ROW(S) NOT FOUND'
003600             TO XrefNote
003610     END-IF.
003620 5000-EXIT.
003630     EXIT.

003640*----------------------------------------------------------------
003650*5100-CORRECT-XREF-ROW - ONE XREFVSAM ROW OF THE IDENTITY TAKES
003660*THE CORRECTED CYCLE.  A MISSING ROW IS NOTED ON THE EDIT LINE
003670*(PROB32AUD REPORTS IT IN FULL), NOT TREATED AS A REJECTION -
003680*THE MASTER CHANGE HAS ALREADY BEEN MADE AND JOURNALLED.
003690*----------------------------------------------------------------
003700 5100-CORRECT-XREF-ROW.
003710     MOVE XrefFactor TO XR-FACTOR.
003720     MOVE MT-COUNTER TO XR-COUNTER.
003730     MOVE MT-SEQ TO XR-SEQ.
003740     READ MASTER-XREF-FILE
003750         INVALID KEY
003760             ADD 1 TO XrefRowsMissing
003770             GO TO 5100-EXIT
003780     END-READ.
003790     MOVE MT-FIRST-CYCLE TO XR-FIRST-CYCLE.
003800     REWRITE FACTOR-XREF-RECORD
003810         INVALID KEY
003820             ADD 1 TO XrefRowsMissing
003830     END-REWRITE.
003840 5100-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870*6000-DELETE-IDENTITY - REMOVE THE IDENTITY FROM THE MASTER AND
003880*BOTH OF ITS XREFVSAM ROWS WITH IT.  THE AFTER-IMAGE OF A
003890*DELETE IS BLANK.
003900*----------------------------------------------------------------
003910 6000-DELETE-IDENTITY.
003920     DELETE MASTER-IDENTITY-FILE RECORD
003930         INVALID KEY
003940             MOVE 'IDMAST DELETE FAILED' TO RejectReason
003950             GO TO 6000-EXIT
003960     END-DELETE.
003970     MOVE SPACES TO AfterImage.
003980     PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT.
003990     ADD 1 TO DeletedCount.
004000     MOVE 0 TO XrefRowsMissing.
004010     MOVE SaveCandidate TO XrefFactor.
004020     PERFORM 6100-DELETE-XREF-ROW THRU 6100-EXIT.
004030     MOVE SaveCandidate0 TO XrefFactor.
004040     PERFORM 6100-DELETE-XREF-ROW THRU 6100-EXIT.
004050     IF XrefRowsMissing > 0
004060         MOVE 'APPLIED - XREFVSAM ROW(S) NOT FOUND'
004070             TO XrefNote
004080     END-IF.
004090 6000-EXIT.
004100     EXIT.

004101*----------------------------------------------------------------
004102*6100-DELETE-XREF-ROW - DELETE ONE OF THE IDENTITY'S FACTOR
004103*CROSS-REFERENCE ROWS.  A ROW ALREADY MISSING IS COUNTED AND
004104*REPORTED, NOT TREATED AS FATAL.
004105*----------------------------------------------------------------
004110 6100-DELETE-XREF-ROW.
004120     MOVE XrefFactor TO XR-FACTOR.
004130     MOVE MT-COUNTER TO XR-COUNTER.
004140     MOVE MT-SEQ TO XR-SEQ.
004150     DELETE MASTER-XREF-FILE RECORD
004160         INVALID KEY
004170             ADD 1 TO XrefRowsMissing
004180     END-DELETE.
004190 6100-EXIT.
004200     EXIT.

004210*----------------------------------------------------------------
004220*7000-REWRITE-MASTER - PUT THE CHANGED RECORD BACK ON IDMAST
004230*AND JOURNAL THE BEFORE AND AFTER IMAGES.
004240*----------------------------------------------------------------
004250 7000-REWRITE-MASTER.
004260     MOVE IDENTITY-RECORD TO AfterImage.
004270     REWRITE IDENTITY-RECORD
004280         INVALID KEY
004290             MOVE 'IDMAST REWRITE FAILED' TO RejectReason
004300             GO TO 7000-EXIT
004310     END-REWRITE.
004320     PERFORM 7100-WRITE-JOURNAL THRU 7100-EXIT.
004330 7000-EXIT.
004340     EXIT.

004350*----------------------------------------------------------------
004360*7100-WRITE-JOURNAL - THE BEFORE/AFTER PAIR FOR ONE APPLIED
004370*CHANGE, SHARING THE RUN TIMESTAMP AND A CHANGE SEQUENCE.
004380*----------------------------------------------------------------
004390 7100-WRITE-JOURNAL.
004400     ADD 1 TO JournalSeq.
004410     MOVE SPACES TO MAINTENANCE-JOURNAL-RECORD.
004420     MOVE RunDate TO JR-RUN-DATE.
004430     MOVE RunTimeRaw(1:6) TO JR-RUN-TIME.
004440     MOVE JournalSeq TO JR-SEQ.
004450     MOVE MT-TRAN-CODE TO JR-TRAN-CODE.
004460     MOVE MT-OPERATOR TO JR-OPERATOR.
004470     MOVE MT-REASON TO JR-REASON.
004480     MOVE 'B' TO JR-IMAGE-TYPE.
004490     MOVE BeforeImage TO JR-IMAGE.
004500     WRITE MAINTENANCE-JOURNAL-RECORD.
004510     MOVE 'A' TO JR-IMAGE-TYPE.
004520     MOVE AfterImage TO JR-IMAGE.
004530     WRITE MAINTENANCE-JOURNAL-RECORD.
004540     ADD 2 TO JournalWritten.
004550 7100-EXIT.
004560     EXIT.

004570*----------------------------------------------------------------
004580*7500-WRITE-EDIT-LINE - ONE EDIT-REPORT LINE PER CARD, AS
004590*PUNCHED, WITH THE OUTCOME.
004600*----------------------------------------------------------------
004610 7500-WRITE-EDIT-LINE.
004620     MOVE MT-TRAN-CODE TO EL-TRAN-CODE.
004630     MOVE MAINTENANCE-CARD-RECORD(2:5) TO EL-COUNTER.
004640     MOVE MAINTENANCE-CARD-RECORD(7:2) TO EL-SEQ.
004650     MOVE MT-OPERATOR TO EL-OPERATOR.
004660     MOVE MT-REASON TO EL-REASON.
004670     IF RejectReason = SPACES
004680         ADD 1 TO CardsApplied
004690         MOVE 'APPLIED' TO EL-RESULT
004700         MOVE XrefNote TO EL-TEXT
004710     ELSE
004720         ADD 1 TO CardsRejected
004730         MOVE 'REJECTED' TO EL-RESULT
004740         MOVE RejectReason TO EL-TEXT
004750     END-IF.
004760     WRITE EDIT-REPORT-LINE FROM EditLine.
004770 7500-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------
004800*8000-PRINT-TOTALS - THE CONTROL TOTALS AT THE FOOT OF THE EDIT
004810*REPORT AND ON SYSOUT.
004820*----------------------------------------------------------------
004830 8000-PRINT-TOTALS.
004840     MOVE SPACES TO EDIT-REPORT-LINE.
004850     WRITE EDIT-REPORT-LINE.
004860     MOVE 'CARDS READ .............' TO TL-CAPTION.
004870     MOVE CardsRead TO TL-COUNT.
004880     WRITE EDIT-REPORT-LINE FROM TotalLine.
004890     MOVE 'CARDS APPLIED ..........' TO TL-CAPTION.
004900     MOVE CardsApplied TO TL-COUNT.
004910     WRITE EDIT-REPORT-LINE FROM TotalLine.
004920     MOVE '  QUARANTINED ..........' TO TL-CAPTION.
004930     MOVE QuarantinedCount TO TL-COUNT.
004940     WRITE EDIT-REPORT-LINE FROM TotalLine.
004950     MOVE '  REINSTATED ...........' TO TL-CAPTION.
004960     MOVE ReinstatedCount TO TL-COUNT.
004970     WRITE EDIT-REPORT-LINE FROM TotalLine.
004980     MOVE '  PROVENANCE CORRECTED .' TO TL-CAPTION.
004990     MOVE CorrectedCount TO TL-COUNT.
005000     WRITE EDIT-REPORT-LINE FROM TotalLine.
005010     MOVE '  DELETED ..............' TO TL-CAPTION.
005020     MOVE DeletedCount TO TL-COUNT.
005030     WRITE EDIT-REPORT-LINE FROM TotalLine.
005040     MOVE 'CARDS REJECTED .........' TO TL-CAPTION.
005050     MOVE CardsRejected TO TL-COUNT.
005060     WRITE EDIT-REPORT-LINE FROM TotalLine.
005070     MOVE 'JOURNAL RECORDS WRITTEN ' TO TL-CAPTION.
005080     MOVE JournalWritten TO TL-COUNT.
005090     WRITE EDIT-REPORT-LINE FROM TotalLine.
005100     DISPLAY 'PROB32MNT CONTROL TOTALS'.
005110     DISPLAY '-------------------------'.
005120     DISPLAY 'CARDS READ ...... ' CardsRead.
005130     DISPLAY 'CARDS APPLIED ... ' CardsApplied.
005140     DISPLAY 'CARDS REJECTED .. ' CardsRejected.
005150     DISPLAY 'JOURNAL RECORDS . ' JournalWritten.
005160 8000-EXIT.
005170     EXIT.

005180*----------------------------------------------------------------
005190*9000-TERMINATE - FLAG ANY REJECTION WITH A NONZERO RETURN CODE,
005200*CLOSE UP, END THE RUN.
005210*----------------------------------------------------------------
005220 9000-TERMINATE.
005230     IF CardsRejected > 0
005240         DISPLAY 'PROB32MNT - TRANSACTION(S) REJECTED - SEE '
005250             'MNTRPT'
005260         IF RETURN-CODE < 4
005270             MOVE 4 TO RETURN-CODE
005280         END-IF
005290     END-IF.
005300     CLOSE MAINTENANCE-CARDS.
005310     CLOSE MASTER-IDENTITY-FILE.
005320     CLOSE MASTER-XREF-FILE.
005330     CLOSE MAINTENANCE-JOURNAL.
005340     CLOSE EDIT-REPORT.
005350 9000-EXIT.
005360     EXIT.

005370 9999-EXIT.
005380     STOP RUN.
