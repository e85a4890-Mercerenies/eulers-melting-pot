000720*                 ID-FIRST-CYCLE IN IDREC).  STEP CLUSTERS AND
000730*                 OLDER RECORDS CARRY NONE AND PRINT WITHOUT
000740*                 IT.
000742*2026-10-15 JHK   A QUARANTINED IDENTITY (ID-STATUS 'Q', SET BY
000744*                 PROB32MNT) ANSWERS QUARANTINED WITH ITS REASON
000746*                 CODE INSTEAD OF HIT - ON THE KEYED, BROWSE,
000748*                 ARCHIVED AND FACTOR LINES ALIKE.

000750 ENVIRONMENT DIVISION.
000760 INPUT-OUTPUT SECTION.
001240         ==ID-DTL-WRITTEN== BY ==AR-DTL-WRITTEN==
001250         ==ID-IFC-WRITTEN== BY ==AR-IFC-WRITTEN==
001260         ==ID-FIRST-CYCLE== BY ==AR-FIRST-CYCLE==
001270         ==ID-FIRST-RUN== BY ==AR-FIRST-RUN==
001272         ==ID-STATUS== BY ==AR-STATUS==
001274         ==ID-QUAR-REASON== BY ==AR-QUAR-REASON==
001276         ==ID-QUAR-OPERATOR== BY ==AR-QUAR-OPERATOR==
001278         ==ID-QUAR-DATE== BY ==AR-QUAR-DATE==.
001280 FD  INQUIRY-REPORT
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001700     88  ArcScanComplete VALUE 1.
001710 01  ArcKeyLo PIC 99999.
001720 01  ArcKeyHi PIC 99999.
001722*QUARANTINE WORK AREAS - THE STATUS OF THE IDENTITY BEING
001724*ANSWERED, WHICHEVER FILE IT WAS READ FROM.
001726 01  HitStatus PIC X(01).
001728 01  HitQuarReason PIC X(02).
001730*CONTROL-TOTAL WORK AREAS
001740 01  RequestsRead PIC 99999 VALUE 0.
001750 01  RequestsFound PIC 99999 VALUE 0.
001890     05  AL-FACTORS-X REDEFINES AL-FACTORS PIC X(13).
001900     05  AL-FIRST-CAPTION PIC X(07).
001910     05  AL-FIRST-CYCLE PIC X(08).
001914     05  AL-STATUS-NOTE PIC X(12).
001920     05  FILLER PIC X(13) VALUE SPACES.
001930 01  RangeHeadLine.
001940     05  FILLER PIC X(01) VALUE SPACE.
001950     05  FILLER PIC X(06) VALUE 'RANGE '.
004330         MOVE SPACES TO AL-FACTORS-X
004340         MOVE SPACES TO AL-FIRST-CAPTION
004350         MOVE SPACES TO AL-FIRST-CYCLE
004355         MOVE SPACES TO AL-STATUS-NOTE
004360         WRITE INQUIRY-REPORT-LINE FROM AnswerLine
004370     ELSE
004380         ADD 1 TO RequestsFound
005180*----------------------------------------------------------------
005190 5000-PRINT-HIT-LINE.
005200     MOVE ID-COUNTER TO AL-PRODUCT.
005205     MOVE ID-STATUS TO HitStatus.
005210     MOVE ID-QUAR-REASON TO HitQuarReason.
005215     PERFORM 5050-SET-VERDICT THRU 5050-EXIT.
005220     MOVE ID-CANDIDATE TO AL-CANDIDATE.
005230     MOVE ' X ' TO AL-CONNECTOR.
005240     MOVE ID-CANDIDATE0 TO AL-CANDIDATE0.
006020             MOVE SPACES TO AL-FACTORS-X
006030             MOVE SPACES TO AL-FIRST-CAPTION
006040             MOVE SPACES TO AL-FIRST-CYCLE
006045             MOVE SPACES TO AL-STATUS-NOTE
006050             WRITE INQUIRY-REPORT-LINE FROM AnswerLine
006060         ELSE
006070             MOVE SPACES TO RF-COUNT-X
006640*----------------------------------------------------------------
006650 6200-PRINT-ARC-LINE.
006660     MOVE AR-COUNTER TO AL-PRODUCT.
006665     MOVE AR-STATUS TO HitStatus.
006670     MOVE AR-QUAR-REASON TO HitQuarReason.
006675     PERFORM 5050-SET-VERDICT THRU 5050-EXIT.
006680     MOVE AR-CANDIDATE TO AL-CANDIDATE.
006690     MOVE ' X ' TO AL-CONNECTOR.
006700     MOVE AR-CANDIDATE0 TO AL-CANDIDATE0.
007470*----------------------------------------------------------------
007480 7200-PRINT-FACTOR-LINE.
007490     MOVE XR-COUNTER TO AL-PRODUCT.
007496     PERFORM 7250-FACTOR-STATUS THRU 7250-EXIT.
007502     PERFORM 5050-SET-VERDICT THRU 5050-EXIT.
007510     IF XR-SIDE = 'M'
007520         MOVE XR-FACTOR TO AL-CANDIDATE
007530         MOVE XR-OTHER-FACTOR TO AL-CANDIDATE0

007790 9999-EXIT.
007800     STOP RUN.

007810*----------------------------------------------------------------
007820*5050-SET-VERDICT - HIT OR QUARANTINED, FROM THE STATUS OF THE
007830*IDENTITY BEING ANSWERED (HitStatus).  A QUARANTINED IDENTITY
007840*IS STILL SHOWN, WITH ITS REASON CODE, SO THE DESK CAN SAY WHY
007850*IT IS NOT BEING QUOTED.
007860*----------------------------------------------------------------
007870 5050-SET-VERDICT.
007880     IF HitStatus = 'Q'
007890         MOVE 'QUARANTINED ' TO AL-VERDICT
007900         MOVE SPACES TO AL-STATUS-NOTE
007910         STRING ' REASON ' DELIMITED BY SIZE
007920             HitQuarReason DELIMITED BY SIZE
007930             INTO AL-STATUS-NOTE
007940     ELSE
007950         MOVE 'HIT - FROM  ' TO AL-VERDICT
007960         MOVE SPACES TO AL-STATUS-NOTE
007970     END-IF.
007980 5050-EXIT.
007990     EXIT.

008000*----------------------------------------------------------------
008010*7250-FACTOR-STATUS - THE CROSS-REFERENCE CARRIES NO STATUS, SO
008020*THE IDENTITY THE FACTOR ROW POINTS AT IS READ BY KEY FROM THE
008030*MASTER.  A ROW WITH NO IDENTITY BEHIND IT PRINTS AS A HIT, AS
008040*BEFORE - THAT FAULT IS PROB32AUD'S TO REPORT, NOT THE DESK'S.
008050*----------------------------------------------------------------
008060 7250-FACTOR-STATUS.
008070     MOVE SPACE TO HitStatus.
008080     MOVE SPACES TO HitQuarReason.
008090     MOVE XR-COUNTER TO ID-COUNTER.
008100     MOVE XR-SEQ TO ID-SEQ.
008110     READ IDENTITY-FILE
008120         INVALID KEY
008130             GO TO 7250-EXIT
008140     END-READ.
008150     MOVE ID-STATUS TO HitStatus.
008160     MOVE ID-QUAR-REASON TO HitQuarReason.
008170 7250-EXIT.
008180     EXIT.
