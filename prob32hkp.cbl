000390*MISMATCH.  RESTORE MODE (HK-FUNCTION 'R', SEE HKPCARD AND
000400*THE PROB32V DECK) GENERATES THE JOB THAT BRINGS A RETAINED
000410*CYCLE'S ARCHIVE DATASETS BACK UNDER THE MASTER WORKING NAMES.
000411*
000412*THE ARCHIVAL JOB TAKES PART IN CYCLE CONTROL (SEE PROB32CYC) LIKE
000413*EVERY DECK IN THE SUITE: ITS FIRST STEP GATES IT ON PROB32M
000414*HAVING ENDED CLEAN FOR THE CYCLE, AND ITS LAST STEPS POST ITS
000415*END AND RETURN CODE UNDER THE JOB NAME PROB32KG.
000420*----------------------------------------------------------------
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     PROB32HKP.
000800*                 SCRATCH NAME, SO IT CAN NEVER COLLIDE WITH
000810*                 THE LIVE MASTER; THAT NAME JOINED THE
000820*                 CLEANUP DELETES INSTEAD.
000821*2026-10-15 JHK   THE GENERATED ARCHIVAL JOB (PROB32KG) NOW
000822*                 OPENS WITH A CYCLE CONTROL GATE STEP (SEE
000823*                 PROB32CYC AND CYCREC) - NO ARCHIVAL OR DELETE
000824*                 UNTIL PROB32M HAS ENDED CLEAN FOR THE CYCLE -
000825*                 AND CLOSES BY POSTING ITS END AND RETURN CODE.

000830 ENVIRONMENT DIVISION.
000840 INPUT-OUTPUT SECTION.
001880     05  VC-IDENT-COUNT PIC 9(07).
001890     05  VC-IFC-COUNT PIC 9(07).
001900     05  FILLER PIC X(51) VALUE SPACES.
001901*GENERATED CYCLE-CARD IMAGE - MIRRORS THE CYCCARD COLUMNS.
001902 01  CycCardImage.
001903     05  YC-FUNCTION PIC X(01).
001904     05  YC-CYCLE-DATE PIC 9(08).
001905     05  YC-JOB-NAME PIC X(08) VALUE 'PROB32KG'.
001906     05  YC-RETURN-CODE PIC X(04).
001907     05  YC-PREREQ PIC X(08).
001908     05  FILLER PIC X(51) VALUE SPACES.
001909 01  EndExecCard PIC X(30).
001910*GENERATED-JOB WORK AREAS
001920 01  JclLine PIC X(80).
001930 01  PurgeQual PIC X(06).
004730*CLUSTER AND THE CONCATENATED DETAIL AND INTERCHANGE FILES TO
004740*THIS CYCLE'S DATE-STAMPED ARCHIVE DATASETS, THEN AN IDCAMS
004750*STEP THAT DELETES THE WORKING DATASETS AND THE ARCHIVE CYCLES
004760*AGED PAST RETENTION.  THE CYCLE CONTROL GATE LEADS THE JOB AND
004765*THE END POSTINGS CLOSE IT.
004770*----------------------------------------------------------------
004780 5000-WRITE-ARCHIVE-JOB.
004790     OPEN OUTPUT ARCHIVE-JOB.
004800     PERFORM 5100-PUT-JOB-CARDS THRU 5100-EXIT.
004805     PERFORM 5150-PUT-CYCLE-GATE THRU 5150-EXIT.
004810     PERFORM 5200-PUT-ARCH-STEP THRU 5200-EXIT.
004820     PERFORM 5250-PUT-VERIFY-STEP THRU 5250-EXIT.
004830     PERFORM 5300-PUT-DELETE-STEP THRU 5300-EXIT.
004835     PERFORM 5400-PUT-CYCLE-END THRU 5400-EXIT.
004840     CLOSE ARCHIVE-JOB.
004850 5000-EXIT.
004860     EXIT.
005010     EXIT.

005020 5200-PUT-ARCH-STEP.
005030     MOVE '//ARCHSTEP EXEC PGM=IDCAMS,COND=(0,NE)' TO JclLine.
005040     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
005050     MOVE '//SYSPRINT DD SYSOUT=*' TO JclLine.
005060     PERFORM 7000-PUT-JCL THRU 7000-EXIT.

009660 9999-EXIT.
009670     STOP RUN.

009680*----------------------------------------------------------------
009690*5150-PUT-CYCLE-GATE - THE IN-STREAM PROCEDURE EVERY CYCLE
009700*CONTROL STEP OF THE JOB RUNS, THEN THE GATE STEP ITSELF: THE
009710*ARCHIVAL JOB IS SUBMITTED WHILE PROB32K IS STILL RUNNING, SO
009720*IT IS GATED ON PROB32M, THE SAME MERGE PROB32K WAS GATED ON.
009730*THE CARD CARRIES THE CYCLE DATE EXPLICITLY - THE JOB MAY RUN
009740*AFTER MIDNIGHT.
009750*----------------------------------------------------------------
009760 5150-PUT-CYCLE-GATE.
009770     MOVE '//CYCPOST  PROC' TO JclLine.
009780     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009790     MOVE '//POST     EXEC PGM=PROB32CYC' TO JclLine.
009800     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009810     MOVE '//STEPLIB  DD DSN=EULER.BATCH.LOADLIB,DISP=SHR'
009820         TO JclLine.
009830     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009840     MOVE '//CYCCTL   DD DSN=EULER.P32.CYCCTL,DISP=SHR'
009850         TO JclLine.
009860     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009870     MOVE '//EXCPLOG  DD DSN=EULER.P32.EXCPLOG,' TO JclLine.
009880     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009890     MOVE '//             DISP=(MOD,CATLG,CATLG),' TO JclLine.
009900     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009910     MOVE '//             SPACE=(TRK,(1,1)),UNIT=SYSDA'
009920         TO JclLine.
009930     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009940     MOVE '//         PEND' TO JclLine.
009950     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009960     MOVE '//CYCGATE  EXEC CYCPOST' TO JclLine.
009970     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
009980     MOVE 'G' TO YC-FUNCTION.
009990     MOVE CycleDate TO YC-CYCLE-DATE.
010000     MOVE SPACES TO YC-RETURN-CODE.
010010     MOVE 'PROB32M' TO YC-PREREQ.
010020     PERFORM 5460-PUT-CYCLE-CARD THRU 5460-EXIT.
010030 5150-EXIT.
010040     EXIT.

010050*----------------------------------------------------------------
010060*5400-PUT-CYCLE-END - POST THE JOB'S END TO CYCLE CONTROL.  ONE
010070*POSTING RUNS, CHOSEN BY JCL IF/THEN ON THE HIGHEST RETURN
010080*CODE SO FAR (0016 ALSO COVERS AN ABEND); NONE RUNS WHEN THE
010090*GATE REFUSED THE JOB, WHICH THE GATE HAS ALREADY POSTED.  THE
010100*FOUR TESTS ARE FLAT AND MUTUALLY EXCLUSIVE RATHER THAN NESTED
010110*ELSE CLAUSES, SO THE ABEND POSTING IS NEVER HELD INSIDE AN
010120*OUTER TEST THAT DOES NOT ITSELF NAME ABEND.
010130*----------------------------------------------------------------
010140 5400-PUT-CYCLE-END.
010150     MOVE '// IF (CYCGATE.POST.RC = 0 & (ABEND | RC > 8)) THEN'
010160         TO JclLine.
010170     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010180     MOVE '//CYCEND16 EXEC CYCPOST' TO EndExecCard.
010190     MOVE '0016' TO YC-RETURN-CODE.
010200     PERFORM 5450-PUT-END-POSTING THRU 5450-EXIT.
010210     MOVE '// IF (CYCGATE.POST.RC = 0 & NOT ABEND &' TO JclLine.
010220     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010230     MOVE '//     RC > 4 & RC <= 8) THEN' TO JclLine.
010240     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010250     MOVE '//CYCEND8  EXEC CYCPOST' TO EndExecCard.
010260     MOVE '0008' TO YC-RETURN-CODE.
010270     PERFORM 5450-PUT-END-POSTING THRU 5450-EXIT.
010280     MOVE '// IF (CYCGATE.POST.RC = 0 & NOT ABEND &' TO JclLine.
010290     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010300     MOVE '//     RC > 0 & RC <= 4) THEN' TO JclLine.
010310     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010320     MOVE '//CYCEND4  EXEC CYCPOST' TO EndExecCard.
010330     MOVE '0004' TO YC-RETURN-CODE.
010340     PERFORM 5450-PUT-END-POSTING THRU 5450-EXIT.
010350     MOVE '// IF (CYCGATE.POST.RC = 0 & NOT ABEND &' TO JclLine.
010360     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010370     MOVE '//     RC = 0) THEN' TO JclLine.
010380     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010390     MOVE '//CYCEND0  EXEC CYCPOST' TO EndExecCard.
010400     MOVE '0000' TO YC-RETURN-CODE.
010410     PERFORM 5450-PUT-END-POSTING THRU 5450-EXIT.
010420 5400-EXIT.
010430     EXIT.

010440*----------------------------------------------------------------
010450*5450-PUT-END-POSTING - ONE END-POSTING STEP AND ITS ENDIF.  THE
010460*CALLER HAS PUT THE IF AND SET EndExecCard AND THE RETURN CODE.
010470*----------------------------------------------------------------
010480 5450-PUT-END-POSTING.
010490     MOVE EndExecCard TO JclLine.
010500     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010510     MOVE 'E' TO YC-FUNCTION.
010520     MOVE CycleDate TO YC-CYCLE-DATE.
010530     MOVE SPACES TO YC-PREREQ.
010540     PERFORM 5460-PUT-CYCLE-CARD THRU 5460-EXIT.
010550     MOVE '// ENDIF' TO JclLine.
010560     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010570 5450-EXIT.
010580     EXIT.

010590*----------------------------------------------------------------
010600*5460-PUT-CYCLE-CARD - THE POSTING STEP'S IN-STREAM CYCCARD.
010610*----------------------------------------------------------------
010620 5460-PUT-CYCLE-CARD.
010630     MOVE '//POST.CYCCARD DD *' TO JclLine.
010640     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010650     MOVE CycCardImage TO JclLine.
010660     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010670     MOVE '/*' TO JclLine.
010680     PERFORM 7000-PUT-JCL THRU 7000-EXIT.
010690 5460-EXIT.
010700     EXIT.
