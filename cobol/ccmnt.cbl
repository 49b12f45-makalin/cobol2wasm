000174*                 CAN READ ONE FILE AND KNOW THE STATE OF THE
000175*                 WHOLE OVERNIGHT WINDOW. FATAL FILE-STATUS STOPS
000176*                 ARE LOGGED ON THE WAY DOWN.
000177* 2026-10-15 JKM  MAKER-CHECKER CONTROL, AS IN RATEMNT. ADD,
000178*                 CHANGE AND DEACTIVATE NOW CARRY THE MAKER'S
000179*                 USER ID AND ARE HELD ON CCPEND; A LATER RUN
000180*                 RELEASES THEM WITH ACTION R UNDER A DIFFERENT
000181*                 (CHECKER) USER ID, AND A CHANGE THE CHECKER
000182*                 ALSO MADE IS REJECTED. EVERY CENTER WRITTEN
000183*                 TO THE MASTER APPENDS A BEFORE/AFTER IMAGE TO
000184*                 THE SHARED CHGHIST CHANGE HISTORY. ACTION P
000185*                 LISTS THE CHANGES STILL AWAITING APPROVAL.
000186* 2026-10-15 JKM  A MISSING CCPEND IS CLOSED AGAIN AFTER THE
000187*                 OPEN SO THE END-OF-RUN REWRITE CAN OPEN IT;
000188*                 ANY OTHER OPEN FAILURE NOW STOPS THE RUN
000189*                 INSTEAD OF OVERWRITING THE HELD CHANGES.
000190* 2026-10-15 JKM  CHGHIST IMAGES WIDENED TO 52 BYTES TO MATCH
000191*                 RATEMNT, WHOSE RATE VALUES NOW CARRY SIX
000192*                 DECIMALS.
000193*----------------------------------------------------------------
000194 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   GNUCOBOL.
000220 OBJECT-COMPUTER.   GNUCOBOL.
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REPORT-STATUS.

000351     SELECT OPTIONAL PENDING-FILE ASSIGN TO "CCPEND"
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS IS WS-PEND-STATUS.

000354     SELECT OPTIONAL CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST"
000355         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-HIST-STATUS.

000357     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000358         ORGANIZATION IS LINE SEQUENTIAL
000359         FILE STATUS IS WS-RUNLOG-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380*----------------------------------------------------------------
000390* MAINT-FILE - ONE MAINTENANCE ACTION PER RECORD.
000400*     ACTION A = ADD, C = CHANGE, D = DEACTIVATE, L = LIST ALL,
000401*     P = LIST THE CHANGES AWAITING APPROVAL, R = RELEASE THEM.
000402*     THE USER ID IS THE MAKER ON AN ADD, CHANGE OR
000403*     DEACTIVATE AND THE CHECKER ON A RELEASE; A RELEASE WITH
000404*     A COST-CENTER CODE RELEASES ONLY THAT CENTER'S CHANGES.
000410*----------------------------------------------------------------
000420 FD  MAINT-FILE
000430     RECORDING MODE IS F.
000470         88  CM-CHANGE          VALUE "C".
000480         88  CM-DEACTIVATE      VALUE "D".
000490         88  CM-LIST            VALUE "L".
000493         88  CM-LIST-PENDING    VALUE "P".
000496         88  CM-RELEASE         VALUE "R".
000500     05  CM-CC-CODE         PIC X(04).
000510     05  CM-DESCRIPTION     PIC X(20).
000520     05  CM-RESP-DEPT       PIC X(04).
000524     05  CM-USER-ID         PIC X(08).
000530     05  FILLER             PIC X(03).

000540*----------------------------------------------------------------
000550* CC-MASTER - COST CENTERS KEYED BY CODE. LAYOUT MUST AGREE
000750 01  REPORT-RECORD          PIC X(80).

000751*----------------------------------------------------------------
000752* PENDING-FILE - CHANGES HELD FOR APPROVAL, EACH THE MAINTENANCE
000753*     RECORD AS KEYED AND THE DATE IT WAS HELD. LOADED AT
000754*     INITIALIZATION AND REWRITTEN AT THE END OF THE RUN WITH
000755*     WHATEVER IS STILL PENDING.
000756*----------------------------------------------------------------
000757 FD  PENDING-FILE
000758     RECORDING MODE IS F.
000759 01  PENDING-RECORD.
000760     05  PD-HELD-DATE       PIC 9(08).
000761     05  FILLER             PIC X(01).
000762     05  PD-MAINT-IMAGE     PIC X(40).

000763*----------------------------------------------------------------
000764* CHANGE-HISTORY-FILE - ONE PERMANENT RECORD PER MASTER ROW
000765*     WRITTEN, WITH THE MAKER, THE CHECKER, WHEN IT WAS HELD
000766*     AND APPLIED, AND THE ROW BEFORE AND AFTER (BEFORE IS
000767*     BLANK ON AN ADD). SHARED WITH RATEMNT AND READ BY
000768*     CHGLIST - LAYOUT MUST AGREE ACROSS ALL THREE.
000769*----------------------------------------------------------------
000770 FD  CHANGE-HISTORY-FILE
000771     RECORDING MODE IS F.
000772 01  CHANGE-HISTORY-RECORD.
000773     05  CH-MASTER          PIC X(04).
000774     05  FILLER             PIC X(01).
000775     05  CH-CODE            PIC X(04).
000776     05  FILLER             PIC X(01).
000777     05  CH-EFF-DATE        PIC X(08).
000778     05  FILLER             PIC X(01).
000779     05  CH-ACTION          PIC X(01).
000780     05  FILLER             PIC X(01).
000781     05  CH-MAKER-ID        PIC X(08).
000782     05  FILLER             PIC X(01).
000783     05  CH-CHECKER-ID      PIC X(08).
000784     05  FILLER             PIC X(01).
000785     05  CH-HELD-DATE       PIC 9(08).
000786     05  FILLER             PIC X(01).
000787     05  CH-APPLIED-DATE    PIC 9(08).
000788     05  FILLER             PIC X(01).
000789     05  CH-APPLIED-TIME    PIC 9(06).
000790     05  FILLER             PIC X(01).
000791     05  CH-BEFORE-IMAGE    PIC X(52).
000792     05  FILLER             PIC X(01).
000793     05  CH-AFTER-IMAGE     PIC X(52).

000794*----------------------------------------------------------------
000795* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
000796*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
000797*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
000798*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
000799*     ACROSS EVERY PROGRAM THAT WRITES IT.
000800*----------------------------------------------------------------
000801 FD  RUN-LOG-FILE
000802     RECORDING MODE IS F.
000803 01  RUN-LOG-RECORD         PIC X(59).

000804 WORKING-STORAGE SECTION.
000805*----------------------------------------------------------------
000806* SWITCHES AND CONDITION NAMES
000807*----------------------------------------------------------------
000808 77  WS-MAINT-EOF-SW        PIC X(01) VALUE "N".
000810     88  MAINT-DONE             VALUE "Y".

000820 77  WS-LIST-EOF-SW         PIC X(01) VALUE "N".
000840 77  WS-CODE-ERROR-SW       PIC X(01) VALUE "N".
000850     88  CC-CODE-MISSING        VALUE "Y".

000853 77  WS-PEND-EOF-SW         PIC X(01) VALUE "N".
000856     88  PENDING-DONE           VALUE "Y".

000857 77  WS-APPROVAL-ERROR-SW   PIC X(01) VALUE SPACE.
000858     88  MAKER-ID-MISSING       VALUE "M".
000859     88  CHECKER-ID-MISSING     VALUE "C".
000860     88  CHECKER-IS-MAKER       VALUE "S".
000861     88  PENDING-QUEUE-FULL     VALUE "F".

000862*----------------------------------------------------------------
000870* FILE STATUS FIELDS
000880*----------------------------------------------------------------
000890 77  WS-MAINT-STATUS        PIC X(02) VALUE SPACES.
000900 77  WS-CCM-STATUS          PIC X(02) VALUE SPACES.
000910 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
000913 77  WS-PEND-STATUS         PIC X(02) VALUE SPACES.
000916 77  WS-HIST-STATUS         PIC X(02) VALUE SPACES.

000920*----------------------------------------------------------------
000930* ACTION COUNTERS
000950 77  WS-APPLIED-COUNT       PIC 9(5)  COMP VALUE ZERO.
000960 77  WS-REJECT-COUNT        PIC 9(5)  COMP VALUE ZERO.
000970 77  WS-LISTED-COUNT        PIC 9(5)  COMP VALUE ZERO.
000973 77  WS-HELD-COUNT          PIC 9(5)  COMP VALUE ZERO.
000976 77  WS-STILL-PENDING       PIC 9(5)  COMP VALUE ZERO.

000977*----------------------------------------------------------------
000978* PENDING TABLE - THE CHANGES AWAITING APPROVAL, IN THE ORDER
000979*     THEY WERE HELD, SO A RELEASE APPLIES THEM IN THAT ORDER.
000980*     A CHANGE HELD IN THIS RUN CANNOT BE RELEASED UNTIL A
000981*     LATER ONE. RELEASED AND REJECTED ENTRIES ARE CLOSED AND
000982*     DROP OFF CCPEND WHEN IT IS REWRITTEN.
000983*----------------------------------------------------------------
000984 77  WS-PEND-MAX            PIC 9(4)  COMP VALUE 200.
000985 77  WS-PEND-COUNT          PIC 9(4)  COMP VALUE ZERO.
000986 77  WS-PEND-IX             PIC 9(4)  COMP VALUE ZERO.
000987 01  WS-PENDING-TABLE.
000988     05  WS-PE-ENTRY OCCURS 200 TIMES.
000989         10  WS-PE-STATUS   PIC X(01).
000990             88  PE-PENDING     VALUE "P".
000991             88  PE-CLOSED      VALUE "X".
000992         10  WS-PE-NEW-SW   PIC X(01).
000993             88  PE-HELD-THIS-RUN VALUE "Y".
000994         10  WS-PE-HELD-DATE PIC 9(08).
000995         10  WS-PE-MAINT-IMAGE PIC X(40).

000996*----------------------------------------------------------------
000997* RELEASE STATE - THE CHECKER AND CODE FROM THE RELEASE RECORD,
000998*     THE RECORD ITSELF (MAINT-RECORD IS BORROWED FOR EACH HELD
000999*     CHANGE IN TURN), AND THE BEFORE IMAGE AND HELD DATE FOR
001000*     THE CHANGE-HISTORY RECORD.
001001*----------------------------------------------------------------
001002 77  WS-CHECKER-ID          PIC X(08) VALUE SPACES.
001003 77  WS-RELEASE-CODE        PIC X(04) VALUE SPACES.
001004 77  WS-HELD-DATE           PIC 9(08) VALUE ZERO.
001005 01  WS-SAVED-MAINT         PIC X(40).
001006 01  WS-BEFORE-IMAGE        PIC X(52).
001007 01  WS-HIST-TIME.
001008     05  WS-HIST-HHMMSS     PIC 9(06).
001009     05  FILLER             PIC 9(02).

001010*----------------------------------------------------------------
001011* RUN DATE
001012*----------------------------------------------------------------
001013 01  WS-CURRENT-DATE.
001020     05  WS-CD-YYYY         PIC 9(4).
001030     05  WS-CD-MM           PIC 9(2).
001040     05  WS-CD-DD           PIC 9(2).
001330     05  RL-MAINT-DATE      PIC 9(08).
001340     05  FILLER             PIC X(35) VALUE SPACES.

001341 01  RPT-PENDING-LINE.
001342     05  FILLER             PIC X(04) VALUE "PEND".
001343     05  RP-ACTION          PIC X(01).
001344     05  FILLER             PIC X(01) VALUE SPACES.
001345     05  RP-CC-CODE         PIC X(04).
001346     05  FILLER             PIC X(01) VALUE SPACES.
001347     05  RP-DESCRIPTION     PIC X(20).
001348     05  FILLER             PIC X(01) VALUE SPACES.
001349     05  RP-RESP-DEPT       PIC X(04).
001350     05  FILLER             PIC X(07) VALUE "  MAKER".
001351     05  FILLER             PIC X(01) VALUE SPACES.
001352     05  RP-MAKER-ID        PIC X(08).
001353     05  FILLER             PIC X(07) VALUE "  HELD ".
001354     05  RP-HELD-DATE       PIC 9(08).
001355     05  FILLER             PIC X(13) VALUE SPACES.

001356 01  RPT-TRAILER-LINE.
001360     05  FILLER             PIC X(80) VALUE ALL "-".

001370 01  RPT-TOTAL-APPLIED-LINE.
001500     05  RT-LISTED-COUNT    PIC Z(4)9.
001510     05  FILLER             PIC X(51) VALUE SPACES.

001511 01  RPT-TOTAL-HELD-LINE.
001512     05  FILLER             PIC X(24) VALUE
001513         "CHANGES HELD           ".
001514     05  RT-HELD-COUNT      PIC Z(4)9.
001515     05  FILLER             PIC X(51) VALUE SPACES.

001516 01  RPT-TOTAL-PENDING-LINE.
001517     05  FILLER             PIC X(24) VALUE
001518         "STILL AWAITING APPROVAL".
001519     05  RT-PENDING-COUNT   PIC Z(4)9.
001520     05  FILLER             PIC X(51) VALUE SPACES.

001521*----------------------------------------------------------------
001522* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
001523*----------------------------------------------------------------
001524 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
001525 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
001526 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
001527 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
001528 01  WS-RLG-TIME.
001529     05  WS-RLG-HHMMSS      PIC 9(06).
001530     05  FILLER             PIC 9(02).
001531 01  RLG-LINE.
001532     05  RLG-PROGRAM-ID     PIC X(10) VALUE "CCMNT     ".
001533     05  FILLER             PIC X(01) VALUE SPACES.
001534     05  RLG-RECORD-TYPE    PIC X(01).
001535     05  FILLER             PIC X(01) VALUE SPACES.
001536     05  RLG-DATE           PIC 9(08).
001537     05  FILLER             PIC X(01) VALUE SPACES.
001538     05  RLG-TIME           PIC 9(06).
001539     05  FILLER             PIC X(01) VALUE SPACES.
001540     05  RLG-INPUT-COUNT    PIC 9(07).
001541     05  FILLER             PIC X(01) VALUE SPACES.
001542     05  RLG-OUTPUT-COUNT   PIC 9(07).
001543     05  FILLER             PIC X(01) VALUE SPACES.
001544     05  RLG-EXCP-COUNT     PIC 9(07).
001545     05  FILLER             PIC X(01) VALUE SPACES.
001546     05  RLG-END-STATUS     PIC X(06).

001547 PROCEDURE DIVISION.
001548*----------------------------------------------------------------
001549* 0000-MAINLINE
001550*     DRIVES MAINT-FILE FROM TOP TO END OF FILE, APPLYING EACH
001560*     MAINTENANCE ACTION TO THE COST-CENTER MASTER AND
001570*     REPORTING ITS DISPOSITION.
001891         STOP RUN
001900     END-IF.
001910     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001911     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
001912     OPEN EXTEND CHANGE-HISTORY-FILE.
001913     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
001914         DISPLAY "FATAL: Cannot open CHANGE-HISTORY-FILE, status "
001915             WS-HIST-STATUS
001916         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001917         STOP RUN
001918     END-IF.
001920     WRITE REPORT-RECORD FROM RPT-HEADER-1.
001930     WRITE REPORT-RECORD FROM RPT-HEADER-2.
001940 1000-EXIT.
001950     EXIT.

001951*----------------------------------------------------------------
001952* 1200-LOAD-PENDING
001953*     LOADS THE CHANGES LEFT AWAITING APPROVAL BY EARLIER RUNS.
001954*     NO FILE MEANS NOTHING IS PENDING; A FILE THAT CANNOT BE
001955*     OPENED STOPS THE RUN, AS DOES MORE THAN THE TABLE
001956*     HOLDS - BEFORE ANYTHING IS APPLIED, RATHER
001957*     THAN LOSING A HELD CHANGE WHEN CCPEND IS REWRITTEN.
001958*----------------------------------------------------------------
001959 1200-LOAD-PENDING.
001960     OPEN INPUT PENDING-FILE.
001961     IF WS-PEND-STATUS NOT = "00" AND WS-PEND-STATUS NOT = "05"
001962         DISPLAY "FATAL: Cannot open PENDING-FILE, status "
001963             WS-PEND-STATUS
001964         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001965         STOP RUN
001966     END-IF.
001967     IF WS-PEND-STATUS = "05"
001968         CLOSE PENDING-FILE
001969         GO TO 1200-EXIT
001970     END-IF.
001971     PERFORM 1250-READ-PENDING THRU 1250-EXIT.
001972     PERFORM 1260-STORE-PENDING THRU 1260-EXIT
001973         UNTIL PENDING-DONE.
001974     CLOSE PENDING-FILE.
001975 1200-EXIT.
001976     EXIT.

001977*----------------------------------------------------------------
001978* 1250-READ-PENDING
001979*----------------------------------------------------------------
001980 1250-READ-PENDING.
001981     READ PENDING-FILE
001982         AT END
001983             SET PENDING-DONE TO TRUE
001984     END-READ.
001985 1250-EXIT.
001986     EXIT.

001987*----------------------------------------------------------------
001988* 1260-STORE-PENDING
001989*----------------------------------------------------------------
001990 1260-STORE-PENDING.
001991     IF WS-PEND-COUNT >= WS-PEND-MAX
001992         DISPLAY "FATAL: More than " WS-PEND-MAX
001993             " pending changes on CCPEND"
001994         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001995         STOP RUN
001996     END-IF.
001997     ADD 1 TO WS-PEND-COUNT.
001998     SET PE-PENDING (WS-PEND-COUNT) TO TRUE.
001999     MOVE "N" TO WS-PE-NEW-SW (WS-PEND-COUNT).
002000     MOVE PD-HELD-DATE TO WS-PE-HELD-DATE (WS-PEND-COUNT).
002001     MOVE PD-MAINT-IMAGE TO WS-PE-MAINT-IMAGE (WS-PEND-COUNT).
002002     PERFORM 1250-READ-PENDING THRU 1250-EXIT.
002003 1260-EXIT.
002004     EXIT.

002005*----------------------------------------------------------------
002006* 2000-READ-MAINT
002007*----------------------------------------------------------------
002008 2000-READ-MAINT.
002009     READ MAINT-FILE
002010         AT END
002020             SET MAINT-DONE TO TRUE
002030     END-READ.
002040 2000-EXIT.
002050     EXIT.

002051*----------------------------------------------------------------
002052* 2600-HOLD-CHANGE
002053*     HOLDS AN ADD, CHANGE OR DEACTIVATE FOR APPROVAL. THE
002054*     EDITS AGAINST THE MASTER ARE MADE WHEN THE CHANGE IS
002055*     RELEASED.
002056*----------------------------------------------------------------
002057 2600-HOLD-CHANGE.
002058     IF CM-USER-ID = SPACES
002059         SET MAKER-ID-MISSING TO TRUE
002060         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002061         GO TO 2600-EXIT
002062     END-IF.
002063     IF WS-PEND-COUNT >= WS-PEND-MAX
002064         SET PENDING-QUEUE-FULL TO TRUE
002065         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002066         GO TO 2600-EXIT
002067     END-IF.
002068     ADD 1 TO WS-PEND-COUNT.
002069     SET PE-PENDING (WS-PEND-COUNT) TO TRUE.
002070     MOVE "Y" TO WS-PE-NEW-SW (WS-PEND-COUNT).
002071     MOVE WS-CURRENT-DATE TO WS-PE-HELD-DATE (WS-PEND-COUNT).
002072     MOVE MAINT-RECORD TO WS-PE-MAINT-IMAGE (WS-PEND-COUNT).
002073     MOVE CM-ACTION    TO RA-ACTION.
002074     MOVE CM-CC-CODE   TO RA-CC-CODE.
002075     MOVE CM-RESP-DEPT TO RA-RESP-DEPT.
002076     MOVE SPACES       TO RA-MESSAGE.
002077     STRING "HELD FOR APPROVAL - MAKER " DELIMITED BY SIZE
002078            CM-USER-ID DELIMITED BY SIZE
002079         INTO RA-MESSAGE.
002080     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
002081     ADD 1 TO WS-HELD-COUNT.
002082 2600-EXIT.
002083     EXIT.

002084*----------------------------------------------------------------
002085* 3000-PROCESS-MAINT
002086*     DISPATCHES ONE MAINTENANCE ACTION, THEN READS THE NEXT.
002090*     A BLANK COST-CENTER CODE ON AN ADD, CHANGE OR DEACTIVATE
002100*     IS REJECTED UP FRONT - A BLANK KEY ON THE MASTER WOULD
002110*     QUIETLY LEGITIMIZE EVERY TRANSACTION WITH NO CENTER.
002113*     ADD, CHANGE AND DEACTIVATE ARE HELD FOR APPROVAL; THEY
002116*     REACH THE MASTER ONLY THROUGH A LATER RELEASE.
002120*----------------------------------------------------------------
002130 3000-PROCESS-MAINT.
002140     IF (CM-ADD OR CM-CHANGE OR CM-DEACTIVATE)
002180         GO TO 3000-READ-NEXT
002190     END-IF.
002200     EVALUATE TRUE
002210         WHEN CM-ADD OR CM-CHANGE OR CM-DEACTIVATE
002220             PERFORM 2600-HOLD-CHANGE THRU 2600-EXIT
002229         WHEN CM-RELEASE
002238             PERFORM 4000-RELEASE-PENDING THRU 4000-EXIT
002247         WHEN CM-LIST-PENDING
002256             PERFORM 3900-LIST-PENDING THRU 3900-EXIT
002270         WHEN CM-LIST
002280             PERFORM 3400-LIST-CENTERS THRU 3400-EXIT
002290         WHEN OTHER
002450     SET CC-ACTIVE       TO TRUE.
002460     MOVE CM-RESP-DEPT   TO CC-RESP-DEPT.
002470     MOVE WS-CURRENT-DATE TO CC-MAINT-DATE.
002474     MOVE SPACES TO WS-BEFORE-IMAGE.
002480     WRITE CC-MASTER-RECORD
002490         INVALID KEY
002500             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002510         NOT INVALID KEY
002514             PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
002520             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
002530     END-WRITE.
002540 3100-EXIT.
002680             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002690             GO TO 3200-EXIT
002700     END-READ.
002704     MOVE CC-MASTER-RECORD TO WS-BEFORE-IMAGE.
002710     IF CM-DESCRIPTION NOT = SPACES
002720         MOVE CM-DESCRIPTION TO CC-DESCRIPTION
002730     END-IF.
002800         INVALID KEY
002810             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002820         NOT INVALID KEY
002824             PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
002830             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
002840     END-REWRITE.
002850 3200-EXIT.
002980             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002990             GO TO 3300-EXIT
003000     END-READ.
003004     MOVE CC-MASTER-RECORD TO WS-BEFORE-IMAGE.
003010     SET CC-INACTIVE TO TRUE.
003020     MOVE WS-CURRENT-DATE TO CC-MAINT-DATE.
003030     REWRITE CC-MASTER-RECORD
003040         INVALID KEY
003050             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003060         NOT INVALID KEY
003064             PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
003070             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
003080     END-REWRITE.
003090 3300-EXIT.
003550* 3600-REPORT-REJECT
003560*     WRITES THE REPORT LINE FOR AN ACTION THAT COULD NOT BE
003570*     APPLIED - UNKNOWN ACTION CODE, MISSING CODE, DUPLICATE
003580*     ADD, OR CHANGE/DEACTIVATE AGAINST A CODE NOT ON FILE, OR
003584*     ONE THAT FAILS THE MAKER-CHECKER CONTROL.
003590*----------------------------------------------------------------
003600 3600-REPORT-REJECT.
003610     MOVE CM-ACTION    TO RA-ACTION.
003620     MOVE CM-CC-CODE   TO RA-CC-CODE.
003630     MOVE CM-RESP-DEPT TO RA-RESP-DEPT.
003640     EVALUATE TRUE
003641         WHEN MAKER-ID-MISSING
003642             MOVE "REJECTED - MAKER USER ID MISSING"
003643                 TO RA-MESSAGE
003644         WHEN CHECKER-ID-MISSING
003645             MOVE "REJECTED - CHECKER USER ID MISSING"
003646                 TO RA-MESSAGE
003647         WHEN CHECKER-IS-MAKER
003648             MOVE "REJECTED - CHECKER IS THE MAKER"
003649                 TO RA-MESSAGE
003650         WHEN PENDING-QUEUE-FULL
003651             MOVE "REJECTED - PENDING QUEUE FULL"
003652                 TO RA-MESSAGE
003653         WHEN CC-CODE-MISSING
003660             MOVE "REJECTED - COST-CENTER CODE MISSING"
003670                 TO RA-MESSAGE
003680         WHEN CM-ADD
003760                 TO RA-MESSAGE
003770     END-EVALUATE.
003780     MOVE "N" TO WS-CODE-ERROR-SW.
003784     MOVE SPACE TO WS-APPROVAL-ERROR-SW.
003790     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
003800     ADD 1 TO WS-REJECT-COUNT.
003810 3600-EXIT.
003870     MOVE CM-ACTION   TO RA-ACTION.
003880     MOVE CM-CC-CODE  TO RA-CC-CODE.
003890     MOVE CC-RESP-DEPT TO RA-RESP-DEPT.
003893     MOVE SPACES TO RA-MESSAGE.
003896     STRING "APPLIED - CHECKER " DELIMITED BY SIZE
003899            WS-CHECKER-ID DELIMITED BY SIZE
003902         INTO RA-MESSAGE.
003910     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
003920     ADD 1 TO WS-APPLIED-COUNT.
003930 3700-EXIT.
003940     EXIT.

003941*----------------------------------------------------------------
003942* 3900-LIST-PENDING
003943*     LISTS EVERY CHANGE AWAITING APPROVAL, INCLUDING ANY HELD
003944*     EARLIER IN THIS RUN, SO THE CHECKER CAN SEE WHAT A
003945*     RELEASE WOULD APPLY.
003946*----------------------------------------------------------------
003947 3900-LIST-PENDING.
003948     MOVE MAINT-RECORD TO WS-SAVED-MAINT.
003949     MOVE ZERO TO WS-PEND-IX.
003950     PERFORM 3950-LIST-PENDING-ENTRY THRU 3950-EXIT
003951         UNTIL WS-PEND-IX >= WS-PEND-COUNT.
003952     MOVE WS-SAVED-MAINT TO MAINT-RECORD.
003953 3900-EXIT.
003954     EXIT.

003955*----------------------------------------------------------------
003956* 3950-LIST-PENDING-ENTRY
003957*----------------------------------------------------------------
003958 3950-LIST-PENDING-ENTRY.
003959     ADD 1 TO WS-PEND-IX.
003960     IF NOT PE-PENDING (WS-PEND-IX)
003961         GO TO 3950-EXIT.
003962     MOVE WS-PE-MAINT-IMAGE (WS-PEND-IX) TO MAINT-RECORD.
003963     MOVE CM-ACTION      TO RP-ACTION.
003964     MOVE CM-CC-CODE     TO RP-CC-CODE.
003965     MOVE CM-DESCRIPTION TO RP-DESCRIPTION.
003966     MOVE CM-RESP-DEPT   TO RP-RESP-DEPT.
003967     MOVE CM-USER-ID     TO RP-MAKER-ID.
003968     MOVE WS-PE-HELD-DATE (WS-PEND-IX) TO RP-HELD-DATE.
003969     WRITE REPORT-RECORD FROM RPT-PENDING-LINE.
003970 3950-EXIT.
003971     EXIT.

003972*----------------------------------------------------------------
003973* 4000-RELEASE-PENDING
003974*     THE CHECKER'S RELEASE. EVERY CHANGE HELD BY AN EARLIER RUN
003975*     (OR ONLY THOSE FOR THE CENTER NAMED) IS APPLIED TO THE
003976*     MASTER IN THE ORDER IT WAS HELD - UNLESS THE CHECKER IS
003977*     ALSO ITS MAKER, WHEN IT IS REJECTED AND MUST BE KEYED
003978*     AGAIN. A CHANGE THE MASTER REFUSES (DUPLICATE ADD, CODE
003979*     NOT ON FILE) IS REJECTED AS BEFORE. EITHER WAY THE
003980*     CHANGE IS NO LONGER PENDING.
003981*----------------------------------------------------------------
003982 4000-RELEASE-PENDING.
003983     IF CM-USER-ID = SPACES
003984         SET CHECKER-ID-MISSING TO TRUE
003985         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003986         GO TO 4000-EXIT
003987     END-IF.
003988     MOVE CM-USER-ID   TO WS-CHECKER-ID.
003989     MOVE CM-CC-CODE   TO WS-RELEASE-CODE.
003990     MOVE MAINT-RECORD TO WS-SAVED-MAINT.
003991     MOVE CM-ACTION    TO RA-ACTION.
003992     MOVE CM-CC-CODE   TO RA-CC-CODE.
003993     MOVE SPACES       TO RA-RESP-DEPT.
003994     MOVE SPACES       TO RA-MESSAGE.
003995     STRING "RELEASE BY CHECKER " DELIMITED BY SIZE
003996            WS-CHECKER-ID DELIMITED BY SIZE
003997         INTO RA-MESSAGE.
003998     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
003999     MOVE ZERO TO WS-PEND-IX.
004000     PERFORM 4100-RELEASE-ENTRY THRU 4100-EXIT
004001         UNTIL WS-PEND-IX >= WS-PEND-COUNT.
004002     MOVE WS-SAVED-MAINT TO MAINT-RECORD.
004003 4000-EXIT.
004004     EXIT.

004005*----------------------------------------------------------------
004006* 4100-RELEASE-ENTRY
004007*     APPLIES ONE HELD CHANGE THROUGH THE ORIGINAL ADD, CHANGE
004008*     AND DEACTIVATE PARAGRAPHS, WITH THE HELD RECORD STANDING
004009*     IN FOR THE MAINTENANCE RECORD.
004010*----------------------------------------------------------------
004011 4100-RELEASE-ENTRY.
004012     ADD 1 TO WS-PEND-IX.
004013     IF NOT PE-PENDING (WS-PEND-IX)
004014      OR PE-HELD-THIS-RUN (WS-PEND-IX)
004015         GO TO 4100-EXIT.
004016     MOVE WS-PE-MAINT-IMAGE (WS-PEND-IX) TO MAINT-RECORD.
004017     IF WS-RELEASE-CODE NOT = SPACES
004018      AND CM-CC-CODE NOT = WS-RELEASE-CODE
004019         GO TO 4100-EXIT.
004020     SET PE-CLOSED (WS-PEND-IX) TO TRUE.
004021     MOVE WS-PE-HELD-DATE (WS-PEND-IX) TO WS-HELD-DATE.
004022     IF CM-USER-ID = WS-CHECKER-ID
004023         SET CHECKER-IS-MAKER TO TRUE
004024         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
004025         GO TO 4100-EXIT
004026     END-IF.
004027     EVALUATE TRUE
004028         WHEN CM-ADD
004029             PERFORM 3100-ADD-CENTER THRU 3100-EXIT
004030         WHEN CM-CHANGE
004031             PERFORM 3200-CHANGE-CENTER THRU 3200-EXIT
004032         WHEN CM-DEACTIVATE
004033             PERFORM 3300-DEACTIVATE-CENTER THRU 3300-EXIT
004034     END-EVALUATE.
004035 4100-EXIT.
004036     EXIT.

004037*----------------------------------------------------------------
004038* 4500-WRITE-HISTORY
004039*     APPENDS THE BEFORE/AFTER IMAGE OF THE CENTER JUST WRITTEN
004040*     TO THE MASTER.
004041*----------------------------------------------------------------
004042 4500-WRITE-HISTORY.
004043     ACCEPT WS-HIST-TIME FROM TIME.
004044     MOVE SPACES            TO CHANGE-HISTORY-RECORD.
004045     MOVE "CC"              TO CH-MASTER.
004046     MOVE CC-CODE           TO CH-CODE.
004047     MOVE CM-ACTION         TO CH-ACTION.
004048     MOVE CM-USER-ID        TO CH-MAKER-ID.
004049     MOVE WS-CHECKER-ID     TO CH-CHECKER-ID.
004050     MOVE WS-HELD-DATE      TO CH-HELD-DATE.
004051     MOVE WS-CURRENT-DATE   TO CH-APPLIED-DATE.
004052     MOVE WS-HIST-HHMMSS    TO CH-APPLIED-TIME.
004053     MOVE WS-BEFORE-IMAGE   TO CH-BEFORE-IMAGE.
004054     MOVE CC-MASTER-RECORD  TO CH-AFTER-IMAGE.
004055     WRITE CHANGE-HISTORY-RECORD.
004056 4500-EXIT.
004057     EXIT.

004058*----------------------------------------------------------------
004059* 8000-WRITE-TOTALS
004060*----------------------------------------------------------------
004061 8000-WRITE-TOTALS.
004062     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
004063     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
004064     WRITE REPORT-RECORD FROM RPT-TOTAL-APPLIED-LINE.
004065     MOVE WS-REJECT-COUNT  TO RT-REJECT-COUNT.
004066     WRITE REPORT-RECORD FROM RPT-TOTAL-REJECT-LINE.
004067     MOVE WS-LISTED-COUNT  TO RT-LISTED-COUNT.
004068     WRITE REPORT-RECORD FROM RPT-TOTAL-LISTED-LINE.
004069     MOVE WS-HELD-COUNT    TO RT-HELD-COUNT.
004070     WRITE REPORT-RECORD FROM RPT-TOTAL-HELD-LINE.
004071     MOVE ZERO TO WS-STILL-PENDING.
004072     MOVE ZERO TO WS-PEND-IX.
004073     PERFORM 8100-COUNT-PENDING THRU 8100-EXIT
004074         UNTIL WS-PEND-IX >= WS-PEND-COUNT.
004075     MOVE WS-STILL-PENDING TO RT-PENDING-COUNT.
004076     WRITE REPORT-RECORD FROM RPT-TOTAL-PENDING-LINE.
004077 8000-EXIT.
004078     EXIT.

004079*----------------------------------------------------------------
004080* 8100-COUNT-PENDING
004081*----------------------------------------------------------------
004082 8100-COUNT-PENDING.
004083     ADD 1 TO WS-PEND-IX.
004084     IF PE-PENDING (WS-PEND-IX)
004085         ADD 1 TO WS-STILL-PENDING
004086     END-IF.
004087 8100-EXIT.
004088     EXIT.

004089*----------------------------------------------------------------
004090* 9000-CLOSE-FILES
004100*----------------------------------------------------------------
004110 9000-CLOSE-FILES.
004120     CLOSE MAINT-FILE.
004130     CLOSE CC-MASTER.
004140     CLOSE REPORT-FILE.
004143     CLOSE CHANGE-HISTORY-FILE.
004146     PERFORM 9100-SAVE-PENDING THRU 9100-EXIT.
004150 9000-EXIT.
004160     EXIT.

004161*----------------------------------------------------------------
004162* 9100-SAVE-PENDING
004163*     REWRITES CCPEND WITH THE CHANGES STILL AWAITING APPROVAL -
004164*     THOSE CARRIED IN PLUS THOSE HELD THIS RUN, LESS THOSE
004165*     RELEASED OR REJECTED.
004166*----------------------------------------------------------------
004167 9100-SAVE-PENDING.
004168     OPEN OUTPUT PENDING-FILE.
004169     IF WS-PEND-STATUS NOT = "00"
004170         DISPLAY "FATAL: Cannot rewrite PENDING-FILE, status "
004171             WS-PEND-STATUS
004172         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004173         STOP RUN
004174     END-IF.
004175     MOVE ZERO TO WS-PEND-IX.
004176     PERFORM 9150-SAVE-PENDING-ENTRY THRU 9150-EXIT
004177         UNTIL WS-PEND-IX >= WS-PEND-COUNT.
004178     CLOSE PENDING-FILE.
004179 9100-EXIT.
004180     EXIT.

004181*----------------------------------------------------------------
004182* 9150-SAVE-PENDING-ENTRY
004183*----------------------------------------------------------------
004184 9150-SAVE-PENDING-ENTRY.
004185     ADD 1 TO WS-PEND-IX.
004186     IF NOT PE-PENDING (WS-PEND-IX)
004187         GO TO 9150-EXIT.
004188     MOVE SPACES TO PENDING-RECORD.
004189     MOVE WS-PE-HELD-DATE (WS-PEND-IX)   TO PD-HELD-DATE.
004190     MOVE WS-PE-MAINT-IMAGE (WS-PEND-IX) TO PD-MAINT-IMAGE.
004191     WRITE PENDING-RECORD.
004192 9150-EXIT.
004193     EXIT.

004194*----------------------------------------------------------------
004195* 9800-WRITE-RUN-LOG
004196*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
004197*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
004198*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
004199*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
004200*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
004201*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
004202*     OVER ITS OWN MONITORING.
004203*----------------------------------------------------------------
004204 9800-WRITE-RUN-LOG.
004205     OPEN EXTEND RUN-LOG-FILE.
004206     IF WS-RUNLOG-STATUS NOT = "00"
004207      AND WS-RUNLOG-STATUS NOT = "05"
004208         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
004209             WS-RUNLOG-STATUS
004210         GO TO 9800-EXIT
004211     END-IF.
004212     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
004213     ACCEPT WS-RLG-TIME FROM TIME.
004214     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
004215     MOVE WS-RLG-DATE    TO RLG-DATE.
004216     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
004217     COMPUTE RLG-INPUT-COUNT = WS-APPLIED-COUNT
004218         + WS-REJECT-COUNT + WS-HELD-COUNT.
004219     MOVE WS-APPLIED-COUNT TO RLG-OUTPUT-COUNT.
004220     MOVE WS-REJECT-COUNT  TO RLG-EXCP-COUNT.
004221     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
004222     WRITE RUN-LOG-RECORD FROM RLG-LINE.
004223     CLOSE RUN-LOG-FILE.
004224 9800-EXIT.
004225     EXIT.

004226*----------------------------------------------------------------
004227* 9900-LOG-FATAL
004228*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
004229*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
004230*----------------------------------------------------------------
004231 9900-LOG-FATAL.
004232     MOVE "E"     TO WS-RUNLOG-TYPE.
004233     MOVE "FATAL" TO WS-RUN-STATUS.
004234     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
004235 9900-EXIT.
004236     EXIT.
