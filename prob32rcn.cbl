000762*                 CONTROL RECORD NOR A NUMERIC-KEYED IDENTITY
000763*                 ROW BEFORE DOING ARITHMETIC ON IT, AS
000764*                 PROB32MRG DOES.
000766*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS
000768*                 EXCEPTION ID (EX-ID, SEE EXCPREC).

000770 ENVIRONMENT DIVISION.
000780 INPUT-OUTPUT SECTION.
001120         ==ID-DTL-WRITTEN== BY ==IF-DTL-WRITTEN==
001130         ==ID-IFC-WRITTEN== BY ==IF-IFC-WRITTEN==
001140         ==ID-FIRST-CYCLE== BY ==IF-FIRST-CYCLE==
001150         ==ID-FIRST-RUN== BY ==IF-FIRST-RUN==
001151         ==ID-STATUS== BY ==IF-STATUS==
001152         ==ID-QUAR-REASON== BY ==IF-QUAR-REASON==
001153         ==ID-QUAR-OPERATOR== BY ==IF-QUAR-OPERATOR==
001154         ==ID-QUAR-DATE== BY ==IF-QUAR-DATE==.
001160 FD  PARTIAL-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001670*EXCEPTION-LOG WORK AREAS
001680 01  LogDate PIC 9(08).
001690 01  LogTimeRaw PIC 9(08).
001695 01  LogSeq PIC 9(04) VALUE 0.
001700*CONTROL-TOTAL WORK AREAS
001710 01  DtlRecords PIC 99999 VALUE 0.
001720 01  IdRecords PIC 99999 VALUE 0.
007070     MOVE 'PROB32RCN' TO EX-PROGRAM.
007080     MOVE LogDate TO EX-RUN-DATE.
007090     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
007092     ADD 1 TO LogSeq.
007094     MOVE LogDate TO EX-ID-DATE.
007096     MOVE LogTimeRaw TO EX-ID-TIME.
007098     MOVE LogSeq TO EX-ID-SEQ.
007100     WRITE EXCEPTION-LOG-RECORD.
007110 8900-EXIT.
007120     EXIT.
