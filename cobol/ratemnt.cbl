000190*                 BY ACCIDENT AND FOUND AS A WAVE OF MORNING
000191*                 EXCEPTIONS. NEW ACTION U PRINTS A WHERE-USED
000192*                 SUMMARY FOR A CODE ON RATERPT.
000193* 2026-10-15 JKM  MAKER-CHECKER CONTROL. ADD, CHANGE AND
000194*                 DEACTIVATE NOW CARRY THE MAKER'S USER ID AND
000195*                 ARE HELD ON RATEPEND INSTEAD OF GOING STRAIGHT
000196*                 TO THE MASTER. A LATER RUN RELEASES THEM WITH
000197*                 ACTION R UNDER A DIFFERENT (CHECKER) USER ID;
000198*                 A CHANGE THE CHECKER ALSO MADE IS REJECTED.
000199*                 EVERY ROW WRITTEN TO THE MASTER APPENDS A
000200*                 BEFORE/AFTER IMAGE TO THE CHGHIST CHANGE
000201*                 HISTORY SHARED WITH CCMNT. ACTION P LISTS THE
000202*                 CHANGES STILL AWAITING APPROVAL.
000203* 2026-10-15 JKM  A MISSING RATEPEND IS CLOSED AGAIN AFTER THE
000204*                 OPEN SO THE END-OF-RUN REWRITE CAN OPEN IT;
000205*                 ANY OTHER OPEN FAILURE NOW STOPS THE RUN
000206*                 INSTEAD OF OVERWRITING THE HELD CHANGES.
000207* 2026-10-15 JKM  RATE VALUES WIDEN TO SIX DECIMALS SO A CURRENCY
000208*                 FACTOR (CODE X PLUS THE CURRENCY) IS HELD
000209*                 EXACTLY - RATETRAN 49 TO 53 BYTES, RATEFILE 48
000210*                 TO 52, RATEPEND AND THE CHGHIST IMAGES FOLLOW.
000211*                 ANY OTHER RATE IS STILL REJECTED WITH MORE THAN
000212*                 TWO DECIMALS, AS CALCULATOR AND FIBONACCI APPLY
000213*                 IT TO TWO.
000214*----------------------------------------------------------------
000215 ENVIRONMENT DIVISION.
000216 CONFIGURATION SECTION.
000217 SOURCE-COMPUTER.   GNUCOBOL.
000218 OBJECT-COMPUTER.   GNUCOBOL.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT MAINT-FILE ASSIGN TO "RATETRAN"
000342         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS WS-RUSE-STATUS.

000344     SELECT OPTIONAL PENDING-FILE ASSIGN TO "RATEPEND"
000345         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-PEND-STATUS.

000347     SELECT OPTIONAL CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST"
000348         ORGANIZATION IS LINE SEQUENTIAL
000349         FILE STATUS IS WS-HIST-STATUS.

000350     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000351         ORGANIZATION IS LINE SEQUENTIAL
000352         FILE STATUS IS WS-RUNLOG-STATUS.
000353 DATA DIVISION.
000360 FILE SECTION.
000370*----------------------------------------------------------------
000380* MAINT-FILE - ONE MAINTENANCE ACTION PER RECORD.
000390*     ACTION A = ADD, C = CHANGE, D = DEACTIVATE, L = LIST ALL,
000391*     U = WHERE-USED SUMMARY FOR ONE CODE, P = LIST THE
000392*     CHANGES AWAITING APPROVAL, R = RELEASE THEM.
000393*     THE USER ID IS THE MAKER ON AN ADD, CHANGE OR
000394*     DEACTIVATE AND THE CHECKER ON A RELEASE; A RELEASE WITH
000395*     A RATE CODE RELEASES ONLY THAT CODE'S CHANGES.
000396*     THE EFFECTIVE DATE NAMES THE DATED ROW THE ACTION WORKS
000397*     ON; BLANK OR ZERO MEANS THE RUN DATE, EXCEPT ON A
000398*     DEACTIVATE WHERE IT MEANS EVERY ROW OF THE CODE. THE
000399*     OVERRIDE FLAG (Y) LETS A DEACTIVATE THROUGH EVEN WHEN
000400*     THE CODE IS IN RECENT USE.
000401*----------------------------------------------------------------
000410 FD  MAINT-FILE
000420     RECORDING MODE IS F.
000430 01  MAINT-RECORD.
000470         88  MT-DEACTIVATE      VALUE "D".
000480         88  MT-LIST            VALUE "L".
000482         88  MT-LIST-USAGE      VALUE "U".
000484         88  MT-LIST-PENDING    VALUE "P".
000486         88  MT-RELEASE         VALUE "R".
000490     05  MT-RATE-CODE       PIC X(04).
000491     05  MT-RATE-CODE-R REDEFINES MT-RATE-CODE.
000492         10  MT-RATE-CODE-TYPE PIC X(01).
000493             88  MT-CURRENCY-FACTOR VALUE "X".
000494         10  FILLER         PIC X(03).
000500     05  MT-RATE-VALUE      PIC S9(4)V9(6)
000510                            SIGN IS LEADING SEPARATE.
000511     05  MT-RATE-VALUE-R REDEFINES MT-RATE-VALUE.
000512         10  FILLER         PIC X(07).
000513         10  MT-RATE-EXTRA-DECIMALS
000514                            PIC X(04).
000520     05  MT-DESCRIPTION     PIC X(20).
000530     05  MT-EFFECTIVE-DATE  PIC X(08).
000532     05  MT-EFFECTIVE-DATE-N REDEFINES MT-EFFECTIVE-DATE
000534                            PIC 9(08).
000536     05  MT-OVERRIDE-SW     PIC X(01).
000537         88  MT-FORCE           VALUE "Y".
000538     05  MT-USER-ID         PIC X(08).

000540*----------------------------------------------------------------
000550* RATE-MASTER - STANDING RATES KEYED BY RATE CODE PLUS
000612         10  RM-RATE-CODE   PIC X(04).
000614         10  RM-EFFECTIVE-DATE
000616                            PIC 9(08).
000620     05  RM-RATE-VALUE      PIC S9(4)V9(6)
000630                            SIGN IS LEADING SEPARATE.
000640     05  RM-STATUS          PIC X(01).
000650         88  RM-ACTIVE          VALUE "A".
000768     05  RU-SEQ-NO          PIC X(09).

000769*----------------------------------------------------------------
000770* PENDING-FILE - CHANGES HELD FOR APPROVAL, EACH THE MAINTENANCE
000771*     RECORD AS KEYED (EFFECTIVE DATE ALREADY DEFAULTED) AND THE
000772*     DATE IT WAS HELD. LOADED AT INITIALIZATION AND REWRITTEN
000773*     AT THE END OF THE RUN WITH WHATEVER IS STILL PENDING.
000774*----------------------------------------------------------------
000775 FD  PENDING-FILE
000776     RECORDING MODE IS F.
000777 01  PENDING-RECORD.
000778     05  PD-HELD-DATE       PIC 9(08).
000779     05  FILLER             PIC X(01).
000780     05  PD-MAINT-IMAGE     PIC X(53).

000781*----------------------------------------------------------------
000782* CHANGE-HISTORY-FILE - ONE PERMANENT RECORD PER MASTER ROW
000783*     WRITTEN, WITH THE MAKER, THE CHECKER, WHEN IT WAS HELD
000784*     AND APPLIED, AND THE ROW BEFORE AND AFTER (BEFORE IS
000785*     BLANK ON AN ADD). SHARED WITH CCMNT AND READ BY CHGLIST -
000786*     LAYOUT MUST AGREE ACROSS ALL THREE.
000787*----------------------------------------------------------------
000788 FD  CHANGE-HISTORY-FILE
000789     RECORDING MODE IS F.
000790 01  CHANGE-HISTORY-RECORD.
000791     05  CH-MASTER          PIC X(04).
000792     05  FILLER             PIC X(01).
000793     05  CH-CODE            PIC X(04).
000794     05  FILLER             PIC X(01).
000795     05  CH-EFF-DATE        PIC X(08).
000796     05  FILLER             PIC X(01).
000797     05  CH-ACTION          PIC X(01).
000798     05  FILLER             PIC X(01).
000799     05  CH-MAKER-ID        PIC X(08).
000800     05  FILLER             PIC X(01).
000801     05  CH-CHECKER-ID      PIC X(08).
000802     05  FILLER             PIC X(01).
000803     05  CH-HELD-DATE       PIC 9(08).
000804     05  FILLER             PIC X(01).
000805     05  CH-APPLIED-DATE    PIC 9(08).
000806     05  FILLER             PIC X(01).
000807     05  CH-APPLIED-TIME    PIC 9(06).
000808     05  FILLER             PIC X(01).
000809     05  CH-BEFORE-IMAGE    PIC X(52).
000810     05  FILLER             PIC X(01).
000811     05  CH-AFTER-IMAGE     PIC X(52).

000812*----------------------------------------------------------------
000813* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
000814*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
000815*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
000816*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
000817*     ACROSS EVERY PROGRAM THAT WRITES IT.
000818*----------------------------------------------------------------
000819 FD  RUN-LOG-FILE
000820     RECORDING MODE IS F.
000821 01  RUN-LOG-RECORD         PIC X(59).

000822 WORKING-STORAGE SECTION.
000823*----------------------------------------------------------------
000824* SWITCHES AND CONDITION NAMES
000825*----------------------------------------------------------------
000826 77  WS-MAINT-EOF-SW        PIC X(01) VALUE "N".
000827     88  MAINT-DONE             VALUE "Y".

000828 77  WS-LIST-EOF-SW         PIC X(01) VALUE "N".
000830     88  LIST-DONE              VALUE "Y".

000832 77  WS-VALUE-ERROR-SW      PIC X(01) VALUE "N".
000834     88  RATE-VALUE-BAD         VALUE "Y".

000835 77  WS-DECIMAL-ERROR-SW    PIC X(01) VALUE "N".
000836     88  RATE-DECIMALS-BAD      VALUE "Y".

000837 77  WS-DATE-ERROR-SW       PIC X(01) VALUE "N".
000838     88  EFF-DATE-BAD           VALUE "Y".

000839 77  WS-DEACT-EOF-SW        PIC X(01) VALUE "N".
000840     88  DEACT-DONE             VALUE "Y".

000841 77  WS-USE-EOF-SW          PIC X(01) VALUE "N".
000842     88  USAGE-DONE             VALUE "Y".

000843 77  WS-RUSE-AVAIL-SW       PIC X(01) VALUE "N".
000844     88  USAGE-AVAILABLE        VALUE "Y".

000845 77  WS-USE-BLOCK-SW        PIC X(01) VALUE "N".
000846     88  RATE-IN-RECENT-USE     VALUE "Y".

000847 77  WS-PEND-EOF-SW         PIC X(01) VALUE "N".
000848     88  PENDING-DONE           VALUE "Y".

000849 77  WS-APPROVAL-ERROR-SW   PIC X(01) VALUE SPACE.
000850     88  MAKER-ID-MISSING       VALUE "M".
000851     88  CHECKER-ID-MISSING     VALUE "C".
000852     88  CHECKER-IS-MAKER       VALUE "S".
000853     88  PENDING-QUEUE-FULL     VALUE "F".

000854*----------------------------------------------------------------
000855* FILE STATUS FIELDS
000860*----------------------------------------------------------------
000870 77  WS-MAINT-STATUS        PIC X(02) VALUE SPACES.
000880 77  WS-RATE-STATUS         PIC X(02) VALUE SPACES.
000890 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
000892 77  WS-RUSE-STATUS         PIC X(02) VALUE SPACES.
000894 77  WS-PEND-STATUS         PIC X(02) VALUE SPACES.
000896 77  WS-HIST-STATUS         PIC X(02) VALUE SPACES.

000900*----------------------------------------------------------------
000910* ACTION COUNTERS
000940 77  WS-REJECT-COUNT        PIC 9(5)  COMP VALUE ZERO.
000950 77  WS-LISTED-COUNT        PIC 9(5)  COMP VALUE ZERO.
000952 77  WS-DEACT-ROW-COUNT     PIC 9(5)  COMP VALUE ZERO.
000953 77  WS-HELD-COUNT          PIC 9(5)  COMP VALUE ZERO.
000954 77  WS-STILL-PENDING       PIC 9(5)  COMP VALUE ZERO.

000955*----------------------------------------------------------------
000956* EFFECTIVE DATE OF THE CURRENT ACTION, AFTER THE BLANK-MEANS-
000957*     RUN-DATE DEFAULT HAS BEEN APPLIED.
000958*----------------------------------------------------------------
000959 77  WS-EFF-DATE            PIC 9(08) VALUE ZERO.

000960*----------------------------------------------------------------
000961* RATE USAGE SUMMARY - ONE SLOT PER RATE CODE SEEN ON RATEUSE,
000981         10  WS-UE-LAST-BATCH PIC X(08).

000982*----------------------------------------------------------------
000983* PENDING TABLE - THE CHANGES AWAITING APPROVAL, IN THE ORDER
000984*     THEY WERE HELD, SO A RELEASE APPLIES THEM IN THAT ORDER.
000985*     A CHANGE HELD IN THIS RUN CANNOT BE RELEASED UNTIL A
000986*     LATER ONE. RELEASED AND REJECTED ENTRIES ARE CLOSED AND
000987*     DROP OFF RATEPEND WHEN IT IS REWRITTEN.
000988*----------------------------------------------------------------
000989 77  WS-PEND-MAX            PIC 9(4)  COMP VALUE 200.
000990 77  WS-PEND-COUNT          PIC 9(4)  COMP VALUE ZERO.
000991 77  WS-PEND-IX             PIC 9(4)  COMP VALUE ZERO.
000992 01  WS-PENDING-TABLE.
000993     05  WS-PE-ENTRY OCCURS 200 TIMES.
000994         10  WS-PE-STATUS   PIC X(01).
000995             88  PE-PENDING     VALUE "P".
000996             88  PE-CLOSED      VALUE "X".
000997         10  WS-PE-NEW-SW   PIC X(01).
000998             88  PE-HELD-THIS-RUN VALUE "Y".
000999         10  WS-PE-HELD-DATE PIC 9(08).
001000         10  WS-PE-MAINT-IMAGE PIC X(53).

001001*----------------------------------------------------------------
001002* RELEASE STATE - THE CHECKER AND CODE FROM THE RELEASE RECORD,
001003*     THE RECORD ITSELF (MAINT-RECORD IS BORROWED FOR EACH HELD
001004*     CHANGE IN TURN), AND THE BEFORE IMAGE AND HELD DATE FOR
001005*     THE CHANGE-HISTORY RECORD.
001006*----------------------------------------------------------------
001007 77  WS-CHECKER-ID          PIC X(08) VALUE SPACES.
001008 77  WS-RELEASE-CODE        PIC X(04) VALUE SPACES.
001009 77  WS-HELD-DATE           PIC 9(08) VALUE ZERO.
001010 01  WS-SAVED-MAINT         PIC X(53).
001011 01  WS-BEFORE-IMAGE        PIC X(52).
001012 01  WS-HIST-TIME.
001013     05  WS-HIST-HHMMSS     PIC 9(06).
001014     05  FILLER             PIC 9(02).

001015*----------------------------------------------------------------
001016* RUN DATE
001017*----------------------------------------------------------------
001018 01  WS-CURRENT-DATE.
001019     05  WS-CD-YYYY         PIC 9(4).
001020     05  WS-CD-MM           PIC 9(2).
001021     05  WS-CD-DD           PIC 9(2).
001022 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
001024                            PIC 9(8).


001090 01  RPT-HEADER-2.
001100     05  FILLER             PIC X(80) VALUE
001110         "ACT CODE EFF-DATE          VALUE DISPOSITION".

001120 01  RPT-ACTION-LINE.
001130     05  RA-ACTION          PIC X(01).
001160     05  FILLER             PIC X(01) VALUE SPACES.
001162     05  RA-EFF-DATE        PIC X(08).
001164     05  FILLER             PIC X(01) VALUE SPACES.
001170     05  RA-RATE-VALUE      PIC -(4)9.9(6).
001180     05  FILLER             PIC X(01) VALUE SPACES.
001190     05  RA-MESSAGE         PIC X(40).
001200     05  FILLER             PIC X(08) VALUE SPACES.

001210 01  RPT-LIST-LINE.
001220     05  FILLER             PIC X(04) VALUE SPACES.
001240     05  FILLER             PIC X(01) VALUE SPACES.
001242     05  RL-EFF-DATE        PIC 9(08).
001244     05  FILLER             PIC X(01) VALUE SPACES.
001250     05  RL-RATE-VALUE      PIC -(4)9.9(6).
001260     05  FILLER             PIC X(01) VALUE SPACES.
001270     05  RL-STATUS          PIC X(01).
001280     05  FILLER             PIC X(01) VALUE SPACES.
001290     05  RL-DESCRIPTION     PIC X(20).
001300     05  FILLER             PIC X(01) VALUE SPACES.
001310     05  RL-MAINT-DATE      PIC 9(08).
001320     05  FILLER             PIC X(18) VALUE SPACES.

001321 01  RPT-PENDING-LINE.
001322     05  FILLER             PIC X(04) VALUE "PEND".
001323     05  RP-ACTION          PIC X(01).
001324     05  FILLER             PIC X(01) VALUE SPACES.
001325     05  RP-RATE-CODE       PIC X(04).
001326     05  FILLER             PIC X(01) VALUE SPACES.
001327     05  RP-EFF-DATE        PIC X(08).
001328     05  FILLER             PIC X(01) VALUE SPACES.
001329     05  RP-RATE-VALUE      PIC -(4)9.9(6).
001330     05  FILLER             PIC X(07) VALUE "  MAKER".
001331     05  FILLER             PIC X(01) VALUE SPACES.
001332     05  RP-MAKER-ID        PIC X(08).
001333     05  FILLER             PIC X(07) VALUE "  HELD ".
001334     05  RP-HELD-DATE       PIC 9(08).
001335     05  FILLER             PIC X(17) VALUE SPACES.

001336 01  RPT-USAGE-LINE.
001337     05  FILLER             PIC X(06) VALUE "USAGE ".
001338     05  RU-L-RATE-CODE     PIC X(04).
001339     05  FILLER             PIC X(07) VALUE "  USES ".
001340     05  RU-L-USES          PIC Z(6)9.
001341     05  FILLER             PIC X(08) VALUE "  FIRST ".
001342     05  RU-L-FIRST-DATE    PIC 9(08).
001343     05  FILLER             PIC X(07) VALUE "  LAST ".
001344     05  RU-L-LAST-DATE     PIC 9(08).
001345     05  FILLER             PIC X(08) VALUE "  BATCH ".
001346     05  RU-L-LAST-BATCH    PIC X(08).
001347     05  FILLER             PIC X(09) VALUE SPACES.

001348 01  RPT-TRAILER-LINE.
001349     05  FILLER             PIC X(80) VALUE ALL "-".

001350 01  RPT-TOTAL-APPLIED-LINE.
001360     05  FILLER             PIC X(24) VALUE
001448     05  RT-LISTED-COUNT    PIC Z(4)9.
001449     05  FILLER             PIC X(51) VALUE SPACES.

001450 01  RPT-TOTAL-HELD-LINE.
001451     05  FILLER             PIC X(24) VALUE
001452         "CHANGES HELD           ".
001453     05  RT-HELD-COUNT      PIC Z(4)9.
001454     05  FILLER             PIC X(51) VALUE SPACES.

001455 01  RPT-TOTAL-PENDING-LINE.
001456     05  FILLER             PIC X(24) VALUE
001457         "STILL AWAITING APPROVAL".
001458     05  RT-PENDING-COUNT   PIC Z(4)9.
001459     05  FILLER             PIC X(51) VALUE SPACES.

001460*----------------------------------------------------------------
001461* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
001462*----------------------------------------------------------------
001463 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
001464 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
001465 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
001466 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
001467 01  WS-RLG-TIME.
001468     05  WS-RLG-HHMMSS      PIC 9(06).
001469     05  FILLER             PIC 9(02).
001470 01  RLG-LINE.
001471     05  RLG-PROGRAM-ID     PIC X(10) VALUE "RATEMNT   ".
001472     05  FILLER             PIC X(01) VALUE SPACES.
001473     05  RLG-RECORD-TYPE    PIC X(01).
001474     05  FILLER             PIC X(01) VALUE SPACES.
001475     05  RLG-DATE           PIC 9(08).
001476     05  FILLER             PIC X(01) VALUE SPACES.
001477     05  RLG-TIME           PIC 9(06).
001478     05  FILLER             PIC X(01) VALUE SPACES.
001479     05  RLG-INPUT-COUNT    PIC 9(07).
001480     05  FILLER             PIC X(01) VALUE SPACES.
001481     05  RLG-OUTPUT-COUNT   PIC 9(07).
001482     05  FILLER             PIC X(01) VALUE SPACES.
001483     05  RLG-EXCP-COUNT     PIC 9(07).
001484     05  FILLER             PIC X(01) VALUE SPACES.
001485     05  RLG-END-STATUS     PIC X(06).

001486 PROCEDURE DIVISION.
001487*----------------------------------------------------------------
001488* 0000-MAINLINE
001489*     DRIVES MAINT-FILE FROM TOP TO END OF FILE, APPLYING EACH
001490*     MAINTENANCE ACTION TO THE RATE MASTER AND REPORTING ITS
001500*     DISPOSITION.
001510*----------------------------------------------------------------
001844     COMPUTE WS-RECENT-CUTOFF =
001845         FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT).
001846     PERFORM 1100-LOAD-RATE-USAGE THRU 1100-EXIT.
001847     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
001848     OPEN EXTEND CHANGE-HISTORY-FILE.
001849     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
001850         DISPLAY "FATAL: Cannot open CHANGE-HISTORY-FILE, status "
001851             WS-HIST-STATUS
001852         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001853         STOP RUN
001854     END-IF.
001855     WRITE REPORT-RECORD FROM RPT-HEADER-1.
001860     WRITE REPORT-RECORD FROM RPT-HEADER-2.
001870 1000-EXIT.
001880     EXIT.
001974     EXIT.

001975*----------------------------------------------------------------
001976* 1200-LOAD-PENDING
001977*     LOADS THE CHANGES LEFT AWAITING APPROVAL BY EARLIER RUNS.
001978*     NO FILE MEANS NOTHING IS PENDING; A FILE THAT CANNOT BE
001979*     OPENED STOPS THE RUN, AS DOES MORE THAN THE TABLE
001980*     HOLDS - BEFORE ANYTHING IS APPLIED, RATHER
001981*     THAN LOSING A HELD CHANGE WHEN RATEPEND IS REWRITTEN.
001982*----------------------------------------------------------------
001983 1200-LOAD-PENDING.
001984     OPEN INPUT PENDING-FILE.
001985     IF WS-PEND-STATUS NOT = "00" AND WS-PEND-STATUS NOT = "05"
001986         DISPLAY "FATAL: Cannot open PENDING-FILE, status "
001987             WS-PEND-STATUS
001988         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001989         STOP RUN
001990     END-IF.
001991     IF WS-PEND-STATUS = "05"
001992         CLOSE PENDING-FILE
001993         GO TO 1200-EXIT
001994     END-IF.
001995     PERFORM 1250-READ-PENDING THRU 1250-EXIT.
001996     PERFORM 1260-STORE-PENDING THRU 1260-EXIT
001997         UNTIL PENDING-DONE.
001998     CLOSE PENDING-FILE.
001999 1200-EXIT.
002000     EXIT.

002001*----------------------------------------------------------------
002002* 1250-READ-PENDING
002003*----------------------------------------------------------------
002004 1250-READ-PENDING.
002005     READ PENDING-FILE
002006         AT END
002007             SET PENDING-DONE TO TRUE
002008     END-READ.
002009 1250-EXIT.
002010     EXIT.

002011*----------------------------------------------------------------
002012* 1260-STORE-PENDING
002013*----------------------------------------------------------------
002014 1260-STORE-PENDING.
002015     IF WS-PEND-COUNT >= WS-PEND-MAX
002016         DISPLAY "FATAL: More than " WS-PEND-MAX
002017             " pending changes on RATEPEND"
002018         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002019         STOP RUN
002020     END-IF.
002021     ADD 1 TO WS-PEND-COUNT.
002022     SET PE-PENDING (WS-PEND-COUNT) TO TRUE.
002023     MOVE "N" TO WS-PE-NEW-SW (WS-PEND-COUNT).
002024     MOVE PD-HELD-DATE TO WS-PE-HELD-DATE (WS-PEND-COUNT).
002025     MOVE PD-MAINT-IMAGE TO WS-PE-MAINT-IMAGE (WS-PEND-COUNT).
002026     PERFORM 1250-READ-PENDING THRU 1250-EXIT.
002027 1260-EXIT.
002028     EXIT.

002029*----------------------------------------------------------------
002030* 2000-READ-MAINT
002031*----------------------------------------------------------------
002032 2000-READ-MAINT.
002033     READ MAINT-FILE
002034         AT END
002035             SET MAINT-DONE TO TRUE
002036     END-READ.
002037 2000-EXIT.
002038     EXIT.

002039*----------------------------------------------------------------
002040* 2500-EDIT-EFF-DATE
002041*     APPLIES THE BLANK-OR-ZERO-MEANS-RUN-DATE DEFAULT TO THE
002042*     ACTION'S EFFECTIVE DATE AND FLAGS A DATE THAT IS NEITHER
002043*     BLANK NOR NUMERIC, SO A MISKEYED DATE CAN NEVER LAND A
002044*     RATE ROW ON A GARBAGE KEY.
002045*----------------------------------------------------------------
002046 2500-EDIT-EFF-DATE.
002047     MOVE "N" TO WS-DATE-ERROR-SW.
002048     EVALUATE TRUE
002049         WHEN MT-EFFECTIVE-DATE = SPACES
002050             MOVE WS-CURRENT-DATE TO WS-EFF-DATE
002051         WHEN MT-EFFECTIVE-DATE-N IS NOT NUMERIC
002052             SET EFF-DATE-BAD TO TRUE
002053         WHEN MT-EFFECTIVE-DATE-N = ZERO
002054             MOVE WS-CURRENT-DATE TO WS-EFF-DATE
002055         WHEN OTHER
002056             MOVE MT-EFFECTIVE-DATE-N TO WS-EFF-DATE
002057     END-EVALUATE.
002058 2500-EXIT.
002059     EXIT.

002060*----------------------------------------------------------------
002061* 2600-HOLD-CHANGE
002062*     EDITS AN ADD, CHANGE OR DEACTIVATE AND HOLDS IT FOR
002063*     APPROVAL. THE EDITS THAT NEED ONLY THE RECORD ITSELF ARE
002064*     MADE NOW SO THE MAKER HEARS OF A BAD VALUE OR DATE THE
002065*     SAME DAY; THOSE AGAINST THE MASTER ARE MADE WHEN THE
002066*     CHANGE IS RELEASED. A BLANK EFFECTIVE DATE ON AN ADD OR
002067*     CHANGE IS FIXED AT THE DATE HELD, NOT THE DATE RELEASED.
002068*----------------------------------------------------------------
002069 2600-HOLD-CHANGE.
002070     IF MT-USER-ID = SPACES
002071         SET MAKER-ID-MISSING TO TRUE
002072         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002073         GO TO 2600-EXIT
002074     END-IF.
002075     IF MT-DEACTIVATE
002076         IF MT-EFFECTIVE-DATE NOT = SPACES
002077          AND MT-EFFECTIVE-DATE-N IS NOT NUMERIC
002078             SET EFF-DATE-BAD TO TRUE
002079             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002080             GO TO 2600-EXIT
002081         END-IF
002082     ELSE
002083         IF MT-RATE-VALUE IS NOT NUMERIC
002084             SET RATE-VALUE-BAD TO TRUE
002085             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002086             GO TO 2600-EXIT
002087         END-IF
002088         IF NOT MT-CURRENCY-FACTOR
002089          AND MT-RATE-EXTRA-DECIMALS NOT = "0000"
002090             SET RATE-DECIMALS-BAD TO TRUE
002091             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002092             GO TO 2600-EXIT
002093         END-IF
002094         PERFORM 2500-EDIT-EFF-DATE THRU 2500-EXIT
002095         IF EFF-DATE-BAD
002096             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002097             GO TO 2600-EXIT
002098         END-IF
002099         MOVE WS-EFF-DATE TO MT-EFFECTIVE-DATE-N
002100     END-IF.
002101     IF WS-PEND-COUNT >= WS-PEND-MAX
002102         SET PENDING-QUEUE-FULL TO TRUE
002103         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002104         GO TO 2600-EXIT
002105     END-IF.
002106     ADD 1 TO WS-PEND-COUNT.
002107     SET PE-PENDING (WS-PEND-COUNT) TO TRUE.
002108     MOVE "Y" TO WS-PE-NEW-SW (WS-PEND-COUNT).
002109     MOVE WS-CURRENT-DATE TO WS-PE-HELD-DATE (WS-PEND-COUNT).
002110     MOVE MAINT-RECORD TO WS-PE-MAINT-IMAGE (WS-PEND-COUNT).
002111     MOVE MT-ACTION     TO RA-ACTION.
002112     MOVE MT-RATE-CODE  TO RA-RATE-CODE.
002113     MOVE MT-EFFECTIVE-DATE TO RA-EFF-DATE.
002114     IF MT-RATE-VALUE IS NUMERIC
002115         MOVE MT-RATE-VALUE TO RA-RATE-VALUE
002116     ELSE
002117         MOVE ZERO TO RA-RATE-VALUE
002118     END-IF.
002119     MOVE SPACES TO RA-MESSAGE.
002120     STRING "HELD FOR APPROVAL - MAKER " DELIMITED BY SIZE
002121            MT-USER-ID DELIMITED BY SIZE
002122         INTO RA-MESSAGE.
002123     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
002124     ADD 1 TO WS-HELD-COUNT.
002125 2600-EXIT.
002126     EXIT.

002127*----------------------------------------------------------------
002128* 3000-PROCESS-MAINT
002129*     DISPATCHES ONE MAINTENANCE ACTION, THEN READS THE NEXT.
002130*     ADD, CHANGE AND DEACTIVATE ARE HELD FOR APPROVAL; THEY
002131*     REACH THE MASTER ONLY THROUGH A LATER RELEASE.
002132*----------------------------------------------------------------
002133 3000-PROCESS-MAINT.
002134     EVALUATE TRUE
002135         WHEN MT-ADD OR MT-CHANGE OR MT-DEACTIVATE
002136             PERFORM 2600-HOLD-CHANGE THRU 2600-EXIT
002137         WHEN MT-RELEASE
002138             PERFORM 4000-RELEASE-PENDING THRU 4000-EXIT
002139         WHEN MT-LIST-PENDING
002140             PERFORM 3900-LIST-PENDING THRU 3900-EXIT
002141         WHEN MT-LIST
002142             PERFORM 3400-LIST-RATES THRU 3400-EXIT
002143         WHEN MT-LIST-USAGE
002144             PERFORM 3800-LIST-USAGE THRU 3800-EXIT
002145         WHEN OTHER
002146             PERFORM 3500-REJECT-ACTION THRU 3500-EXIT
002150     END-EVALUATE.
002160     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
002170 3000-EXIT.
002270     SET RM-ACTIVE       TO TRUE.
002280     MOVE MT-DESCRIPTION TO RM-DESCRIPTION.
002290     MOVE WS-CURRENT-DATE TO RM-MAINT-DATE.
002294     MOVE SPACES TO WS-BEFORE-IMAGE.
002300     WRITE RATE-MASTER-RECORD
002310         INVALID KEY
002320             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002330         NOT INVALID KEY
002334             PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
002340             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
002350     END-WRITE.
002360 3100-EXIT.
002470             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002480             GO TO 3200-EXIT
002490     END-READ.
002494     MOVE RATE-MASTER-RECORD TO WS-BEFORE-IMAGE.
002500     MOVE MT-RATE-VALUE TO RM-RATE-VALUE.
002510     IF MT-DESCRIPTION NOT = SPACES
002520         MOVE MT-DESCRIPTION TO RM-DESCRIPTION
002560         INVALID KEY
002570             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002580         NOT INVALID KEY
002584             PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
002590             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
002600     END-REWRITE.
002610 3200-EXIT.
002730                 PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002740                 GO TO 3300-EXIT
002750         END-READ
002754         MOVE RATE-MASTER-RECORD TO WS-BEFORE-IMAGE
002760         SET RM-INACTIVE TO TRUE
002770         MOVE WS-CURRENT-DATE TO RM-MAINT-DATE
002780         REWRITE RATE-MASTER-RECORD
002790             INVALID KEY
002800                 PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
002810             NOT INVALID KEY
002814                 PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
002820                 PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
002830         END-REWRITE
002831         GO TO 3300-EXIT
002862         SET DEACT-DONE TO TRUE
002863         GO TO 3350-EXIT
002864     END-IF.
002865     MOVE RATE-MASTER-RECORD TO WS-BEFORE-IMAGE.
002866     SET RM-INACTIVE TO TRUE.
002867     MOVE WS-CURRENT-DATE TO RM-MAINT-DATE.
002868     REWRITE RATE-MASTER-RECORD
002869         INVALID KEY
002870             SET DEACT-DONE TO TRUE
002871         NOT INVALID KEY
002872             PERFORM 4500-WRITE-HISTORY THRU 4500-EXIT
002873             ADD 1 TO WS-DEACT-ROW-COUNT
002874     END-REWRITE.
002875 3350-EXIT.
002876     EXIT.

002877*----------------------------------------------------------------
002878* 3320-CHECK-RATE-USAGE
002879*     REFUSES A DEACTIVATE OF A CODE THE CALCULATION RUNS HAVE
002880*     RESOLVED ON OR AFTER THE RECENT-USE CUTOFF, UNLESS THE
002881*     TRANSACTION CARRIES THE OVERRIDE FLAG. NO USAGE FILE, OR
002882*     NO USAGE FOR THE CODE, LETS THE DEACTIVATE THROUGH.
002883*----------------------------------------------------------------
002884 3320-CHECK-RATE-USAGE.
002885     MOVE "N" TO WS-USE-BLOCK-SW.
002886     IF MT-FORCE OR NOT USAGE-AVAILABLE
002887         GO TO 3320-EXIT.
002888     MOVE MT-RATE-CODE TO WS-LOOKUP-CODE.
002889     PERFORM 1180-FIND-USAGE-ENTRY THRU 1180-EXIT.
002890     IF WS-USE-FOUND-IX = ZERO
002891         GO TO 3320-EXIT.
002892     IF WS-UE-LAST-DATE (WS-USE-FOUND-IX) >= WS-RECENT-CUTOFF
002893         SET RATE-IN-RECENT-USE TO TRUE
002894     END-IF.
002895 3320-EXIT.
002896     EXIT.

002897*----------------------------------------------------------------
002898* 3800-LIST-USAGE
002899*     THE WHERE-USED SUMMARY FOR ONE CODE - USE COUNT, FIRST
002900*     AND LAST USE DATES AND THE LAST BATCH THAT HIT IT - SO
002901*     WHOEVER IS ABOUT TO DEACTIVATE A CODE CAN SEE WHAT WOULD
002902*     BREAK.
002903*----------------------------------------------------------------
002904 3800-LIST-USAGE.
002905     MOVE MT-RATE-CODE TO WS-LOOKUP-CODE.
002906     MOVE ZERO TO WS-USE-FOUND-IX.
002907     IF USAGE-AVAILABLE
002908         PERFORM 1180-FIND-USAGE-ENTRY THRU 1180-EXIT
002909     END-IF.
002910     IF WS-USE-FOUND-IX = ZERO
002911         MOVE MT-ACTION    TO RA-ACTION
002912         MOVE MT-RATE-CODE TO RA-RATE-CODE
002913         MOVE MT-EFFECTIVE-DATE TO RA-EFF-DATE
002914         MOVE ZERO TO RA-RATE-VALUE
002915         MOVE "NO USAGE ON FILE" TO RA-MESSAGE
002916         WRITE REPORT-RECORD FROM RPT-ACTION-LINE
002917     ELSE
002918         MOVE WS-UE-CODE (WS-USE-FOUND-IX) TO RU-L-RATE-CODE
002919         MOVE WS-UE-USES (WS-USE-FOUND-IX) TO RU-L-USES
002920         MOVE WS-UE-FIRST-DATE (WS-USE-FOUND-IX)
002921             TO RU-L-FIRST-DATE
002922         MOVE WS-UE-LAST-DATE (WS-USE-FOUND-IX)
002923             TO RU-L-LAST-DATE
002924         MOVE WS-UE-LAST-BATCH (WS-USE-FOUND-IX)
002925             TO RU-L-LAST-BATCH
002926         WRITE REPORT-RECORD FROM RPT-USAGE-LINE
002927     END-IF.
002928     ADD 1 TO WS-LISTED-COUNT.
002929 3800-EXIT.
002930     EXIT.

002931*----------------------------------------------------------------
002932* 3400-LIST-RATES
002933*     LISTS EVERY RATE ROW ON THE MASTER, IN CODE AND
002934*     EFFECTIVE-DATE ORDER, TO THE REPORT - EACH CODE'S FULL
002935*     RATE HISTORY, OLDEST ROW FIRST.
002936*----------------------------------------------------------------
002937 3400-LIST-RATES.
002938     MOVE "N" TO WS-LIST-EOF-SW.
002939     MOVE LOW-VALUES TO RM-RATE-KEY.
002940     START RATE-MASTER KEY NOT LESS THAN RM-RATE-KEY
002950         INVALID KEY
002960             SET LIST-DONE TO TRUE
003300* 3600-REPORT-REJECT
003310*     WRITES THE REPORT LINE FOR AN ACTION THAT COULD NOT BE
003320*     APPLIED - UNKNOWN ACTION CODE, DUPLICATE ADD, OR CHANGE/
003330*     DEACTIVATE AGAINST A CODE NOT ON FILE, OR ONE THAT FAILS
003334*     THE MAKER-CHECKER CONTROL.
003340*----------------------------------------------------------------
003350 3600-REPORT-REJECT.
003360     MOVE MT-ACTION     TO RA-ACTION.
003386         MOVE ZERO TO RA-RATE-VALUE
003388     END-IF.
003390     EVALUATE TRUE
003391         WHEN MAKER-ID-MISSING
003392             MOVE "REJECTED - MAKER USER ID MISSING"
003393                 TO RA-MESSAGE
003394         WHEN CHECKER-ID-MISSING
003395             MOVE "REJECTED - CHECKER USER ID MISSING"
003396                 TO RA-MESSAGE
003397         WHEN CHECKER-IS-MAKER
003398             MOVE "REJECTED - CHECKER IS THE MAKER"
003399                 TO RA-MESSAGE
003400         WHEN PENDING-QUEUE-FULL
003401             MOVE "REJECTED - PENDING QUEUE FULL"
003402                 TO RA-MESSAGE
003403         WHEN RATE-VALUE-BAD
003404             MOVE "REJECTED - RATE VALUE NOT NUMERIC"
003405                 TO RA-MESSAGE
003406         WHEN RATE-DECIMALS-BAD
003407             MOVE "REJECTED - MORE THAN 2 DECIMAL PLACES"
003408                 TO RA-MESSAGE
003409         WHEN RATE-IN-RECENT-USE
003410             MOVE "REJECTED - RATE IN RECENT USE"
003411                 TO RA-MESSAGE
003412         WHEN EFF-DATE-BAD
003413             MOVE "REJECTED - EFFECTIVE DATE NOT NUMERIC"
003414                 TO RA-MESSAGE
003415         WHEN MT-ADD
003416             MOVE "REJECTED - CODE/DATE ALREADY ON FILE"
003420                 TO RA-MESSAGE
003430         WHEN MT-CHANGE OR MT-DEACTIVATE
003440             MOVE "REJECTED - CODE/DATE NOT ON FILE"
003480                 TO RA-MESSAGE
003490     END-EVALUATE.
003492     MOVE "N" TO WS-VALUE-ERROR-SW.
003493     MOVE "N" TO WS-DECIMAL-ERROR-SW.
003494     MOVE "N" TO WS-DATE-ERROR-SW.
003496     MOVE "N" TO WS-USE-BLOCK-SW.
003497     MOVE SPACE TO WS-APPROVAL-ERROR-SW.
003500     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
003510     ADD 1 TO WS-REJECT-COUNT.
003520 3600-EXIT.
003590     MOVE MT-RATE-CODE  TO RA-RATE-CODE.
003595     MOVE MT-EFFECTIVE-DATE TO RA-EFF-DATE.
003600     MOVE RM-RATE-VALUE TO RA-RATE-VALUE.
003603     MOVE SPACES TO RA-MESSAGE.
003606     STRING "APPLIED - CHECKER " DELIMITED BY SIZE
003609            WS-CHECKER-ID DELIMITED BY SIZE
003612         INTO RA-MESSAGE.
003620     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
003630     ADD 1 TO WS-APPLIED-COUNT.
003640 3700-EXIT.
003650     EXIT.

003651*----------------------------------------------------------------
003652* 3900-LIST-PENDING
003653*     LISTS EVERY CHANGE AWAITING APPROVAL, INCLUDING ANY HELD
003654*     EARLIER IN THIS RUN, SO THE CHECKER CAN SEE WHAT A
003655*     RELEASE WOULD APPLY.
003656*----------------------------------------------------------------
003657 3900-LIST-PENDING.
003658     MOVE MAINT-RECORD TO WS-SAVED-MAINT.
003659     MOVE ZERO TO WS-PEND-IX.
003660     PERFORM 3950-LIST-PENDING-ENTRY THRU 3950-EXIT
003661         UNTIL WS-PEND-IX >= WS-PEND-COUNT.
003662     MOVE WS-SAVED-MAINT TO MAINT-RECORD.
003663 3900-EXIT.
003664     EXIT.

003665*----------------------------------------------------------------
003666* 3950-LIST-PENDING-ENTRY
003667*----------------------------------------------------------------
003668 3950-LIST-PENDING-ENTRY.
003669     ADD 1 TO WS-PEND-IX.
003670     IF NOT PE-PENDING (WS-PEND-IX)
003671         GO TO 3950-EXIT.
003672     MOVE WS-PE-MAINT-IMAGE (WS-PEND-IX) TO MAINT-RECORD.
003673     MOVE MT-ACTION         TO RP-ACTION.
003674     MOVE MT-RATE-CODE      TO RP-RATE-CODE.
003675     MOVE MT-EFFECTIVE-DATE TO RP-EFF-DATE.
003676     IF MT-RATE-VALUE IS NUMERIC
003677         MOVE MT-RATE-VALUE TO RP-RATE-VALUE
003678     ELSE
003679         MOVE ZERO TO RP-RATE-VALUE
003680     END-IF.
003681     MOVE MT-USER-ID        TO RP-MAKER-ID.
003682     MOVE WS-PE-HELD-DATE (WS-PEND-IX) TO RP-HELD-DATE.
003683     WRITE REPORT-RECORD FROM RPT-PENDING-LINE.
003684 3950-EXIT.
003685     EXIT.

003686*----------------------------------------------------------------
003687* 4000-RELEASE-PENDING
003688*     THE CHECKER'S RELEASE. EVERY CHANGE HELD BY AN EARLIER RUN
003689*     (OR ONLY THOSE FOR THE CODE NAMED) IS APPLIED TO THE
003690*     MASTER IN THE ORDER IT WAS HELD - UNLESS THE CHECKER IS
003691*     ALSO ITS MAKER, WHEN IT IS REJECTED AND MUST BE KEYED
003692*     AGAIN. A CHANGE THE MASTER REFUSES (DUPLICATE ADD, CODE
003693*     NOT ON FILE, RATE IN RECENT USE) IS REJECTED AS BEFORE.
003694*     EITHER WAY THE CHANGE IS NO LONGER PENDING.
003695*----------------------------------------------------------------
003696 4000-RELEASE-PENDING.
003697     IF MT-USER-ID = SPACES
003698         SET CHECKER-ID-MISSING TO TRUE
003699         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003700         GO TO 4000-EXIT
003701     END-IF.
003702     MOVE MT-USER-ID   TO WS-CHECKER-ID.
003703     MOVE MT-RATE-CODE TO WS-RELEASE-CODE.
003704     MOVE MAINT-RECORD TO WS-SAVED-MAINT.
003705     MOVE MT-ACTION    TO RA-ACTION.
003706     MOVE MT-RATE-CODE TO RA-RATE-CODE.
003707     MOVE SPACES       TO RA-EFF-DATE.
003708     MOVE ZERO         TO RA-RATE-VALUE.
003709     MOVE SPACES       TO RA-MESSAGE.
003710     STRING "RELEASE BY CHECKER " DELIMITED BY SIZE
003711            WS-CHECKER-ID DELIMITED BY SIZE
003712         INTO RA-MESSAGE.
003713     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
003714     MOVE ZERO TO WS-PEND-IX.
003715     PERFORM 4100-RELEASE-ENTRY THRU 4100-EXIT
003716         UNTIL WS-PEND-IX >= WS-PEND-COUNT.
003717     MOVE WS-SAVED-MAINT TO MAINT-RECORD.
003718 4000-EXIT.
003719     EXIT.

003720*----------------------------------------------------------------
003721* 4100-RELEASE-ENTRY
003722*     APPLIES ONE HELD CHANGE THROUGH THE ORIGINAL ADD, CHANGE
003723*     AND DEACTIVATE PARAGRAPHS, WITH THE HELD RECORD STANDING
003724*     IN FOR THE MAINTENANCE RECORD.
003725*----------------------------------------------------------------
003726 4100-RELEASE-ENTRY.
003727     ADD 1 TO WS-PEND-IX.
003728     IF NOT PE-PENDING (WS-PEND-IX)
003729      OR PE-HELD-THIS-RUN (WS-PEND-IX)
003730         GO TO 4100-EXIT.
003731     MOVE WS-PE-MAINT-IMAGE (WS-PEND-IX) TO MAINT-RECORD.
003732     IF WS-RELEASE-CODE NOT = SPACES
003733      AND MT-RATE-CODE NOT = WS-RELEASE-CODE
003734         GO TO 4100-EXIT.
003735     SET PE-CLOSED (WS-PEND-IX) TO TRUE.
003736     MOVE WS-PE-HELD-DATE (WS-PEND-IX) TO WS-HELD-DATE.
003737     IF MT-USER-ID = WS-CHECKER-ID
003738         SET CHECKER-IS-MAKER TO TRUE
003739         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003740         GO TO 4100-EXIT
003741     END-IF.
003742     EVALUATE TRUE
003743         WHEN MT-ADD
003744             PERFORM 3100-ADD-RATE THRU 3100-EXIT
003745         WHEN MT-CHANGE
003746             PERFORM 3200-CHANGE-RATE THRU 3200-EXIT
003747         WHEN MT-DEACTIVATE
003748             PERFORM 3300-DEACTIVATE-RATE THRU 3300-EXIT
003749     END-EVALUATE.
003750 4100-EXIT.
003751     EXIT.

003752*----------------------------------------------------------------
003753* 4500-WRITE-HISTORY
003754*     APPENDS THE BEFORE/AFTER IMAGE OF THE RATE ROW JUST
003755*     WRITTEN TO THE MASTER. CALLED ONCE PER ROW, SO A
003756*     WHOLE-CODE DEACTIVATE LEAVES ONE RECORD PER DATED ROW.
003757*----------------------------------------------------------------
003758 4500-WRITE-HISTORY.
003759     ACCEPT WS-HIST-TIME FROM TIME.
003760     MOVE SPACES            TO CHANGE-HISTORY-RECORD.
003761     MOVE "RATE"            TO CH-MASTER.
003762     MOVE RM-RATE-CODE      TO CH-CODE.
003763     MOVE RM-EFFECTIVE-DATE TO CH-EFF-DATE.
003764     MOVE MT-ACTION         TO CH-ACTION.
003765     MOVE MT-USER-ID        TO CH-MAKER-ID.
003766     MOVE WS-CHECKER-ID     TO CH-CHECKER-ID.
003767     MOVE WS-HELD-DATE      TO CH-HELD-DATE.
003768     MOVE WS-CURRENT-DATE   TO CH-APPLIED-DATE.
003769     MOVE WS-HIST-HHMMSS    TO CH-APPLIED-TIME.
003770     MOVE WS-BEFORE-IMAGE   TO CH-BEFORE-IMAGE.
003771     MOVE RATE-MASTER-RECORD TO CH-AFTER-IMAGE.
003772     WRITE CHANGE-HISTORY-RECORD.
003773 4500-EXIT.
003774     EXIT.

003775*----------------------------------------------------------------
003776* 8000-WRITE-TOTALS
003777*----------------------------------------------------------------
003778 8000-WRITE-TOTALS.
003779     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
003780     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
003781     WRITE REPORT-RECORD FROM RPT-TOTAL-APPLIED-LINE.
003782     MOVE WS-REJECT-COUNT  TO RT-REJECT-COUNT.
003783     WRITE REPORT-RECORD FROM RPT-TOTAL-REJECT-LINE.
003784     MOVE WS-LISTED-COUNT  TO RT-LISTED-COUNT.
003785     WRITE REPORT-RECORD FROM RPT-TOTAL-LISTED-LINE.
003786     MOVE WS-HELD-COUNT    TO RT-HELD-COUNT.
003787     WRITE REPORT-RECORD FROM RPT-TOTAL-HELD-LINE.
003788     MOVE ZERO TO WS-STILL-PENDING.
003789     MOVE ZERO TO WS-PEND-IX.
003790     PERFORM 8100-COUNT-PENDING THRU 8100-EXIT
003791         UNTIL WS-PEND-IX >= WS-PEND-COUNT.
003792     MOVE WS-STILL-PENDING TO RT-PENDING-COUNT.
003793     WRITE REPORT-RECORD FROM RPT-TOTAL-PENDING-LINE.
003794 8000-EXIT.
003795     EXIT.

003796*----------------------------------------------------------------
003797* 8100-COUNT-PENDING
003798*----------------------------------------------------------------
003799 8100-COUNT-PENDING.
003800     ADD 1 TO WS-PEND-IX.
003801     IF PE-PENDING (WS-PEND-IX)
003802         ADD 1 TO WS-STILL-PENDING
003803     END-IF.
003804 8100-EXIT.
003805     EXIT.

003806*----------------------------------------------------------------
003807* 9000-CLOSE-FILES
003808*----------------------------------------------------------------
003809 9000-CLOSE-FILES.
003810     CLOSE MAINT-FILE.
003820     CLOSE RATE-MASTER.
003830     CLOSE REPORT-FILE.
003833     CLOSE CHANGE-HISTORY-FILE.
003836     PERFORM 9100-SAVE-PENDING THRU 9100-EXIT.
003840 9000-EXIT.
003850     EXIT.

003851*----------------------------------------------------------------
003852* 9100-SAVE-PENDING
003853*     REWRITES RATEPEND WITH THE CHANGES STILL AWAITING
003854*     APPROVAL - THOSE CARRIED IN PLUS THOSE HELD THIS RUN,
003855*     LESS THOSE RELEASED OR REJECTED.
003856*----------------------------------------------------------------
003857 9100-SAVE-PENDING.
003858     OPEN OUTPUT PENDING-FILE.
003859     IF WS-PEND-STATUS NOT = "00"
003860         DISPLAY "FATAL: Cannot rewrite PENDING-FILE, status "
003861             WS-PEND-STATUS
003862         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003863         STOP RUN
003864     END-IF.
003865     MOVE ZERO TO WS-PEND-IX.
003866     PERFORM 9150-SAVE-PENDING-ENTRY THRU 9150-EXIT
003867         UNTIL WS-PEND-IX >= WS-PEND-COUNT.
003868     CLOSE PENDING-FILE.
003869 9100-EXIT.
003870     EXIT.

003871*----------------------------------------------------------------
003872* 9150-SAVE-PENDING-ENTRY
003873*----------------------------------------------------------------
003874 9150-SAVE-PENDING-ENTRY.
003875     ADD 1 TO WS-PEND-IX.
003876     IF NOT PE-PENDING (WS-PEND-IX)
003877         GO TO 9150-EXIT.
003878     MOVE SPACES TO PENDING-RECORD.
003879     MOVE WS-PE-HELD-DATE (WS-PEND-IX)   TO PD-HELD-DATE.
003880     MOVE WS-PE-MAINT-IMAGE (WS-PEND-IX) TO PD-MAINT-IMAGE.
003881     WRITE PENDING-RECORD.
003882 9150-EXIT.
003883     EXIT.

003884*----------------------------------------------------------------
003885* 9800-WRITE-RUN-LOG
003886*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
003887*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
003888*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
003889*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
003890*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
003891*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
003892*     OVER ITS OWN MONITORING.
003893*----------------------------------------------------------------
003894 9800-WRITE-RUN-LOG.
003895     OPEN EXTEND RUN-LOG-FILE.
003896     IF WS-RUNLOG-STATUS NOT = "00"
003897      AND WS-RUNLOG-STATUS NOT = "05"
003898         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
003899             WS-RUNLOG-STATUS
003900         GO TO 9800-EXIT
003901     END-IF.
003902     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
003903     ACCEPT WS-RLG-TIME FROM TIME.
003904     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
003905     MOVE WS-RLG-DATE    TO RLG-DATE.
003906     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
003907     COMPUTE RLG-INPUT-COUNT = WS-APPLIED-COUNT
003908         + WS-REJECT-COUNT + WS-HELD-COUNT.
003909     MOVE WS-APPLIED-COUNT TO RLG-OUTPUT-COUNT.
003910     MOVE WS-REJECT-COUNT  TO RLG-EXCP-COUNT.
003911     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
003912     WRITE RUN-LOG-RECORD FROM RLG-LINE.
003913     CLOSE RUN-LOG-FILE.
003914 9800-EXIT.
003915     EXIT.

003916*----------------------------------------------------------------
003917* 9900-LOG-FATAL
003918*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
003919*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
003920*----------------------------------------------------------------
003921 9900-LOG-FATAL.
003922     MOVE "E"     TO WS-RUNLOG-TYPE.
003923     MOVE "FATAL" TO WS-RUN-STATUS.
003924     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
003925 9900-EXIT.
003926     EXIT.
