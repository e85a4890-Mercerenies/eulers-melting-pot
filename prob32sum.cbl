000660*                 THE 006 FALLBACK IS GONE - A RECORD WHOSE
000670*                 NUMERIC FIELDS DO NOT EDIT IS NOW REFUSED
000680*                 WITH AN EXCEPTION INSTEAD OF GUESSED AT.
000683*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS
000686*                 EXCEPTION ID (EX-ID, SEE EXCPREC).

000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
001230*EXCEPTION-LOG WORK AREAS
001240 01  LogDate PIC 9(08).
001250 01  LogTimeRaw PIC 9(08).
001255 01  LogSeq PIC 9(04) VALUE 0.

001260 PROCEDURE DIVISION.
001270*----------------------------------------------------------------
004000     MOVE 'PROB32SUM' TO EX-PROGRAM.
004010     MOVE LogDate TO EX-RUN-DATE.
004020     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
004022     ADD 1 TO LogSeq.
004024     MOVE LogDate TO EX-ID-DATE.
004026     MOVE LogTimeRaw TO EX-ID-TIME.
004028     MOVE LogSeq TO EX-ID-SEQ.
004030     WRITE EXCEPTION-LOG-RECORD.
004040 8900-EXIT.
004050     EXIT.
