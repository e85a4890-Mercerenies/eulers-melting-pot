000370*2026-09-02 JHK   ORIGINAL - COUNT THE ARCHIVE COPIES BACK
000380*                 AGAINST THE FIGURES CAPTURED AT ARCHIVE TIME,
000390*                 BEFORE ANYTHING IS DELETED.
000393*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS
000396*                 EXCEPTION ID (EX-ID, SEE EXCPREC).

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000890*EXCEPTION-LOG WORK AREAS
000900 01  LogDate PIC 9(08).
000910 01  LogTimeRaw PIC 9(08).
000915 01  LogSeq PIC 9(04) VALUE 0.

000920 PROCEDURE DIVISION.
000930*----------------------------------------------------------------
002850     MOVE 'PROB32VFY' TO EX-PROGRAM.
002860     MOVE LogDate TO EX-RUN-DATE.
002870     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
002872     ADD 1 TO LogSeq.
002874     MOVE LogDate TO EX-ID-DATE.
002876     MOVE LogTimeRaw TO EX-ID-TIME.
002878     MOVE LogSeq TO EX-ID-SEQ.
002880     WRITE EXCEPTION-LOG-RECORD.
002890 8900-EXIT.
002900     EXIT.
