000500*REMAINS THE CURRENT CYCLE'S INTERCHANGE FILE: EVERY INPUT
000510*ROW GOES OUT ON IT, NEW OR RELOADED, CARRYING THE IDENTITY'S
000520*FIRST-QUALIFIED PROVENANCE.
000522*THE ONE EXCEPTION IS AN IDENTITY QUARANTINED ON IDMAST (SEE
000524*ID-STATUS IN IDREC AND PROB32MNT) - IT IS HELD OFF IFCMAST
000526*UNTIL IT IS REINSTATED.
000530*----------------------------------------------------------------
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.     PROB32MRG.
000993*                 STAMPED ON THE MASTER RECORD - A RERUN OF AN
000994*                 ABENDED OR REFUSED MERGE RELOADS CLEAN (OWN
000995*                 COUNTER) INSTEAD OF ENDING RC=8 FOREVER.
000996*2026-10-15 JHK   HOLD A RELOAD OF A QUARANTINED IDENTITY
000997*                 (ID-STATUS 'Q', SEE PROB32MNT) OFF IFCMAST AND
000998*                 COUNT IT ON ITS OWN.
000999*2026-10-15 JHK   STAMP EACH LOGGED EXCEPTION WITH ITS EX-ID.
001000
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001390         ==ID-DTL-WRITTEN== BY ==IN-DTL-WRITTEN==
001400         ==ID-IFC-WRITTEN== BY ==IN-IFC-WRITTEN==
001410         ==ID-FIRST-CYCLE== BY ==IN-FIRST-CYCLE==
001420         ==ID-FIRST-RUN== BY ==IN-FIRST-RUN==
001421         ==ID-STATUS== BY ==IN-STATUS==
001422         ==ID-QUAR-REASON== BY ==IN-QUAR-REASON==
001423         ==ID-QUAR-OPERATOR== BY ==IN-QUAR-OPERATOR==
001424         ==ID-QUAR-DATE== BY ==IN-QUAR-DATE==.
001430 FD  MASTER-IDENTITY-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY IDREC.
001590         ==ID-DTL-WRITTEN== BY ==MF-DTL-WRITTEN==
001600         ==ID-IFC-WRITTEN== BY ==MF-IFC-WRITTEN==
001610         ==ID-FIRST-CYCLE== BY ==MF-FIRST-CYCLE==
001620         ==ID-FIRST-RUN== BY ==MF-FIRST-RUN==
001621         ==ID-STATUS== BY ==MF-STATUS==
001622         ==ID-QUAR-REASON== BY ==MF-QUAR-REASON==
001623         ==ID-QUAR-OPERATOR== BY ==MF-QUAR-OPERATOR==
001624         ==ID-QUAR-DATE== BY ==MF-QUAR-DATE==.
001630 FD  EXCEPTION-LOG
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD.
002000*EXCEPTION-LOG WORK AREAS
002010 01  LogDate PIC 9(08).
002020 01  LogTimeRaw PIC 9(08).
002025 01  LogSeq PIC 9(04) VALUE 0.
002030     COPY IFCCTL.
002040*CONTROL-TOTAL WORK AREAS
002050 01  RecordsIn PIC 99999 VALUE 0.
002070 01  DuplicatesFound PIC 99999 VALUE 0.
002080 01  ReloadsTolerated PIC 99999 VALUE 0.
002081 01  RerunReloads PIC 99999 VALUE 0.
002085 01  QuarantinedHeld PIC 99999 VALUE 0.
002090 01  MasterRowsOut PIC 9(07) VALUE 0.
002100 01  XrefsWritten PIC 99999 VALUE 0.
002110
004931*EITHER KIND OF RELOAD IS STILL CARRIED ONTO THIS CYCLE'S
004932*IFCMAST UNDER ITS FIRST-QUALIFIED PROVENANCE.  THE MASTER
004933*RECORD ITSELF IS LEFT ALONE - FIRST QUALIFIED MEANS FIRST.
004935*A RELOAD OF A QUARANTINED IDENTITY IS COUNTED BUT NOT SENT
004937*DOWNSTREAM - IT STAYS OFF IFCMAST UNTIL PROB32MNT REINSTATES IT.
004940*----------------------------------------------------------------
004950 2200-HANDLE-EXISTING.
004960     READ MASTER-IDENTITY-FILE
005234         ELSE
005240             ADD 1 TO ReloadsTolerated
005241         END-IF
005242         IF ID-STATUS = 'Q'
005243             ADD 1 TO QuarantinedHeld
005244             GO TO 2200-EXIT
005245         END-IF
005250         ADD IN-COUNTER TO MasterHashTotal
005260         MOVE INTERFACE-IN-RECORD TO MASTER-INTERFACE-RECORD
005270         MOVE ID-FIRST-CYCLE TO MF-FIRST-CYCLE
006860     DISPLAY 'NEW IDENTITIES .. ' RecordsMerged.
006870     DISPLAY 'RELOADS ......... ' ReloadsTolerated.
006871     DISPLAY 'RERUN RELOADS ... ' RerunReloads.
006875     DISPLAY 'QUARANTINED HELD  ' QuarantinedHeld.
006880     DISPLAY 'MASTER ROWS OUT . ' MasterRowsOut.
006890     DISPLAY 'XREFS WRITTEN ... ' XrefsWritten.
006900     DISPLAY 'DUPLICATE KEYS .. ' DuplicatesFound.
007240     MOVE 'PROB32MRG' TO EX-PROGRAM.
007250     MOVE LogDate TO EX-RUN-DATE.
007260     MOVE LogTimeRaw(1:6) TO EX-RUN-TIME.
007262     ADD 1 TO LogSeq.
007264     MOVE LogDate TO EX-ID-DATE.
007266     MOVE LogTimeRaw TO EX-ID-TIME.
007268     MOVE LogSeq TO EX-ID-SEQ.
007270     WRITE EXCEPTION-LOG-RECORD.
007280 8900-EXIT.
007290     EXIT.
