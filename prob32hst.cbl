000410*2026-09-02 JHK   APPEND EVERY DISCREPANCY TO THE CUMULATIVE
000420*                 EXCEPTION LOG (EXCPLOG, SEE EXCPREC) AS WELL
000430*                 AS FLAGGING IT ON HSTRPT.
000433*2026-10-15 JHK   SHOW THE RUN PROFILE AND VERSION EACH RUN
000436*                 RESOLVED (SEE RH-PROFILE) ON ITS RUN LINE.
000437*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS
000438*                 EXCEPTION ID (EX-ID, SEE EXCPREC).

000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000590 FD  HISTORY-REPORT
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 01  HISTORY-REPORT-LINE       PIC X(132).
000630 FD  EXCEPTION-LOG
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000800         10  RT-HITS-FOUND PIC 9(05).
000810         10  RT-ACCUM PIC 9(09).
000820         10  RT-RESUMED PIC X(01).
000823         10  RT-PROFILE PIC X(16).
000826         10  RT-PROFILE-VERSION PIC X(03).
000830 01  RunCount PIC 9(05) VALUE 0.
000840 01  MoreRuns PIC 9 VALUE 1.
000850     88  NoMoreRuns VALUE 0.
000910*EXCEPTION-LOG WORK AREAS
000920 01  LogDate PIC 9(08).
000930 01  LogTimeRaw PIC 9(08).
000935 01  LogSeq PIC 9(04) VALUE 0.
000940*REPORT-LINE LAYOUTS
000950 01  RunLine.
000960     05  FILLER PIC X(01) VALUE SPACE.
001110     05  RL-ACCUM PIC ZZZZZZZZ9.
001120     05  FILLER PIC X(01) VALUE SPACE.
001130     05  RL-RESUMED PIC X(07).
001131     05  FILLER PIC X(01) VALUE SPACE.
001132     05  RL-PROFILE PIC X(16).
001133     05  FILLER PIC X(01) VALUE SPACE.
001134     05  RL-PROFILE-VERSION PIC X(04).
001140     05  FILLER PIC X(24) VALUE SPACES.
001150 01  FlagLine.
001160     05  FILLER PIC X(04) VALUE SPACES.
001170     05  FILLER PIC X(25) VALUE '*** TOTALS DISAGREE WITH '.
001240     05  FL-HITS PIC ZZZZ9.
001250     05  FILLER PIC X(07) VALUE ' ACCUM '.
001260     05  FL-ACCUM PIC ZZZZZZZZ9.
001270     05  FILLER PIC X(45) VALUE SPACES.

001280 PROCEDURE DIVISION.
001290*----------------------------------------------------------------
001850     MOVE RH-HITS-FOUND TO RT-HITS-FOUND(RIdx).
001860     MOVE RH-ACCUM TO RT-ACCUM(RIdx).
001870     MOVE RH-RESUMED TO RT-RESUMED(RIdx).
001871*RUNS WRITTEN BEFORE THE PROFILE LIBRARY CARRY SPACES THERE.
001872     MOVE RH-PROFILE TO RT-PROFILE(RIdx).
001873     IF RH-PROFILE = SPACES
001874         MOVE SPACES TO RT-PROFILE-VERSION(RIdx)
001875     ELSE
001876         MOVE RH-PROFILE-VERSION TO RT-PROFILE-VERSION(RIdx)
001877     END-IF.
001880     READ RUN-HISTORY
001890         AT END
001900             MOVE 0 TO MoreRuns
002160     ELSE
002170         MOVE SPACES TO RL-RESUMED
002180     END-IF.
002181     MOVE RT-PROFILE(RIdx) TO RL-PROFILE.
002182     MOVE SPACES TO RL-PROFILE-VERSION.
002183     IF RT-PROFILE(RIdx) NOT = SPACES
002184         MOVE 'V' TO RL-PROFILE-VERSION(1:1)
002185         MOVE RT-PROFILE-VERSION(RIdx) TO RL-PROFILE-VERSION(2:3)
002186     END-IF.
002190     WRITE HISTORY-REPORT-LINE FROM RunLine.
002200     PERFORM 3200-FLAG-PRIOR-RUN THRU 3200-EXIT
002210         VARYING PIdx FROM 1 BY 1 UNTIL PIdx >= RIdx.
002910     MOVE 'PROB32HST' TO EX-PROGRAM.
002920     MOVE LogDate TO EX-RUN-DATE.
002930     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
002932     ADD 1 TO LogSeq.
002934     MOVE LogDate TO EX-ID-DATE.
002936     MOVE LogTimeRaw TO EX-ID-TIME.
002938     MOVE LogSeq TO EX-ID-SEQ.
002940     WRITE EXCEPTION-LOG-RECORD.
002950 8900-EXIT.
002960     EXIT.
