000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ALCMNT.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - BATCH MAINTENANCE OF THE
000110*                 ALLOCATION MASTER READ BY CALCULATOR FOR
000120*                 ALLOCATION TRANSACTIONS (OPERAND TYPE A).
000130*                 MAINTENANCE TRANSACTIONS (ADD, CHANGE,
000140*                 DEACTIVATE, LIST) ARE READ FROM ALCTRAN AND
000150*                 EACH ACTION TAKEN OR REJECTED IS REPORTED TO
000160*                 ALCRPT. AN ALLOCATION IS HELD PER CODE AND
000170*                 EFFECTIVE DATE, LIKE THE RATE MASTER, AND
000180*                 NAMES UP TO TEN TARGET CENTERS WITH THEIR
000190*                 PERCENTAGES AND THE CENTER THAT TAKES THE
000200*                 ROUNDING REMAINDER. MODELLED ON BUDMNT.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   GNUCOBOL.
000250 OBJECT-COMPUTER.   GNUCOBOL.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT MAINT-FILE ASSIGN TO "ALCTRAN"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-MAINT-STATUS.

000310     SELECT OPTIONAL ALLOCATION-MASTER ASSIGN TO "ALCFILE"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS AL-KEY
000350         FILE STATUS IS WS-ALC-STATUS.

000360     SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CCM-CODE
000400         FILE STATUS IS WS-CCM-STATUS.

000410     SELECT REPORT-FILE ASSIGN TO "ALCRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REPORT-STATUS.

000440     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RUNLOG-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------------
000500* MAINT-FILE - ONE MAINTENANCE ACTION PER RECORD.
000510*     ACTION A = ADD, C = CHANGE, D = DEACTIVATE, L = LIST (ALL
000520*     ALLOCATIONS, OR ONE CODE'S HISTORY WHEN A CODE IS GIVEN).
000530*     A TARGET SLOT WITH A BLANK CENTER IS UNUSED. PERCENTAGES
000540*     ARE 999V99 - 03333 IS 33.33 PER CENT.
000550*----------------------------------------------------------------
000560 FD  MAINT-FILE
000570     RECORDING MODE IS F.
000580 01  MAINT-RECORD.
000590     05  AM-ACTION          PIC X(01).
000600         88  AM-ADD             VALUE "A".
000610         88  AM-CHANGE          VALUE "C".
000620         88  AM-DEACTIVATE      VALUE "D".
000630         88  AM-LIST            VALUE "L".
000640     05  AM-ALLOC-CODE      PIC X(04).
000650     05  AM-EFFECTIVE-DATE  PIC X(08).
000660     05  AM-EFFECTIVE-DATE-N REDEFINES AM-EFFECTIVE-DATE
000670                            PIC 9(08).
000680     05  AM-DESCRIPTION     PIC X(20).
000690     05  AM-REMAINDER-CC    PIC X(04).
000700     05  AM-TARGET OCCURS 10 TIMES.
000710         10  AM-TARGET-CC   PIC X(04).
000720         10  AM-TARGET-PCT  PIC X(05).
000730         10  AM-TARGET-PCT-N REDEFINES AM-TARGET-PCT
000740                            PIC 9(3)V99.
000750     05  FILLER             PIC X(03).

000760*----------------------------------------------------------------
000770* ALLOCATION-MASTER - ALLOCATION TABLES KEYED BY ALLOCATION CODE
000780*     PLUS EFFECTIVE DATE, SO A CODE CARRIES ITS WHOLE HISTORY.
000790*     LAYOUT MUST AGREE WITH THE ALLOCATION-MASTER FD IN
000800*     CALCULATOR.
000810*----------------------------------------------------------------
000820 FD  ALLOCATION-MASTER
000830     RECORDING MODE IS F.
000840 01  ALLOCATION-MASTER-RECORD.
000850     05  AL-KEY.
000860         10  AL-ALLOC-CODE  PIC X(04).
000870         10  AL-EFFECTIVE-DATE
000880                            PIC 9(08).
000890     05  AL-STATUS          PIC X(01).
000900         88  AL-ACTIVE          VALUE "A".
000910         88  AL-INACTIVE        VALUE "I".
000920     05  AL-DESCRIPTION     PIC X(20).
000930     05  AL-REMAINDER-CC    PIC X(04).
000940     05  AL-TARGET OCCURS 10 TIMES.
000950         10  AL-TARGET-CC   PIC X(04).
000960         10  AL-TARGET-PCT  PIC 9(3)V99.
000970     05  AL-MAINT-DATE      PIC 9(08).
000980     05  FILLER             PIC X(05).

000990*----------------------------------------------------------------
001000* COST-CENTER-MASTER - COST CENTERS KEYED BY CODE, MAINTAINED
001010*     BY CCMNT. LAYOUT MUST AGREE WITH THE CC-MASTER FD IN
001020*     CCMNT. EVERY TARGET MUST BE AN ACTIVE CENTER ON FILE.
001030*----------------------------------------------------------------
001040 FD  COST-CENTER-MASTER
001050     RECORDING MODE IS F.
001060 01  COST-CENTER-RECORD.
001070     05  CCM-CODE           PIC X(04).
001080     05  CCM-DESCRIPTION    PIC X(20).
001090     05  CCM-STATUS         PIC X(01).
001100         88  CCM-ACTIVE         VALUE "A".
001110         88  CCM-INACTIVE       VALUE "I".
001120     05  CCM-RESP-DEPT      PIC X(04).
001130     05  CCM-MAINT-DATE     PIC 9(08).
001140     05  FILLER             PIC X(03).

001150*----------------------------------------------------------------
001160* REPORT-FILE - ONE LINE PER ACTION TAKEN OR REJECTED.
001170*----------------------------------------------------------------
001180 FD  REPORT-FILE
001190     RECORDING MODE IS F.
001200 01  REPORT-RECORD          PIC X(80).

001210*----------------------------------------------------------------
001220* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
001230*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
001240*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
001250*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
001260*     ACROSS EVERY PROGRAM THAT WRITES IT.
001270*----------------------------------------------------------------
001280 FD  RUN-LOG-FILE
001290     RECORDING MODE IS F.
001300 01  RUN-LOG-RECORD         PIC X(59).

001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------
001330* SWITCHES AND CONDITION NAMES
001340*----------------------------------------------------------------
001350 77  WS-MAINT-EOF-SW        PIC X(01) VALUE "N".
001360     88  MAINT-DONE             VALUE "Y".

001370 77  WS-LIST-EOF-SW         PIC X(01) VALUE "N".
001380     88  LIST-DONE              VALUE "Y".

001390 77  WS-CCM-AVAIL-SW        PIC X(01) VALUE "N".
001400     88  CC-MASTER-AVAILABLE    VALUE "Y".

001410 77  WS-REM-FOUND-SW        PIC X(01) VALUE "N".
001420     88  REMAINDER-IS-TARGET    VALUE "Y".

001430 77  WS-EDIT-ERROR-SW       PIC X(01) VALUE SPACE.
001440     88  EDIT-CLEAN             VALUE SPACE.
001450     88  ALLOC-CODE-MISSING     VALUE "C".
001460     88  EFFECTIVE-DATE-BAD     VALUE "E".
001470     88  REMAINDER-CC-MISSING   VALUE "R".
001480     88  NO-TARGETS             VALUE "0".
001490     88  TARGET-PCT-BAD         VALUE "P".
001500     88  TARGET-DUPLICATED      VALUE "U".
001510     88  PCT-TOTAL-BAD          VALUE "T".
001520     88  REMAINDER-NOT-TARGET   VALUE "N".
001530     88  CC-NOT-ON-FILE         VALUE "F".
001540     88  CC-NOT-ACTIVE          VALUE "I".

001550*----------------------------------------------------------------
001560* FILE STATUS FIELDS
001570*----------------------------------------------------------------
001580 77  WS-MAINT-STATUS        PIC X(02) VALUE SPACES.
001590 77  WS-ALC-STATUS          PIC X(02) VALUE SPACES.
001600 77  WS-CCM-STATUS          PIC X(02) VALUE SPACES.
001610 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

001620*----------------------------------------------------------------
001630* ACTION COUNTERS
001640*----------------------------------------------------------------
001650 77  WS-APPLIED-COUNT       PIC 9(5)  COMP VALUE ZERO.
001660 77  WS-REJECT-COUNT        PIC 9(5)  COMP VALUE ZERO.
001670 77  WS-LISTED-COUNT        PIC 9(5)  COMP VALUE ZERO.

001680*----------------------------------------------------------------
001690* TARGET EDIT STATE - THE SLOT BEING EDITED, THE SLOT IT IS
001700*     COMPARED WITH FOR DUPLICATES, THE RUNNING PERCENTAGE AND
001710*     THE CENTER THAT FAILED, FOR THE REJECT MESSAGE.
001720*----------------------------------------------------------------
001730 77  WS-TGT-IX              PIC 9(2)  COMP VALUE ZERO.
001740 77  WS-DUP-IX              PIC 9(2)  COMP VALUE ZERO.
001750 77  WS-TGT-COUNT           PIC 9(2)  COMP VALUE ZERO.
001760 77  WS-PCT-TOTAL           PIC 9(5)V99 COMP-3 VALUE ZERO.
001770 77  WS-BAD-CC              PIC X(04) VALUE SPACES.

001780*----------------------------------------------------------------
001790* RUN DATE
001800*----------------------------------------------------------------
001810 01  WS-CURRENT-DATE.
001820     05  WS-CD-YYYY         PIC 9(4).
001830     05  WS-CD-MM           PIC 9(2).
001840     05  WS-CD-DD           PIC 9(2).

001850*----------------------------------------------------------------
001860* REPORT LAYOUT LINES
001870*----------------------------------------------------------------
001880 01  RPT-HEADER-1.
001890     05  FILLER             PIC X(80) VALUE
001900         "ALLOCATION MASTER MAINTENANCE REPORT".

001910 01  RPT-HEADER-2.
001920     05  FILLER             PIC X(80) VALUE
001930         "ACT CODE EFF DATE DISPOSITION".

001940 01  RPT-ACTION-LINE.
001950     05  RA-ACTION          PIC X(01).
001960     05  FILLER             PIC X(03) VALUE SPACES.
001970     05  RA-ALLOC-CODE      PIC X(04).
001980     05  FILLER             PIC X(01) VALUE SPACES.
001990     05  RA-EFFECTIVE-DATE  PIC X(08).
002000     05  FILLER             PIC X(01) VALUE SPACES.
002010     05  RA-MESSAGE         PIC X(45).
002020     05  FILLER             PIC X(17) VALUE SPACES.

002030 01  RPT-LIST-LINE.
002040     05  FILLER             PIC X(04) VALUE SPACES.
002050     05  RL-ALLOC-CODE      PIC X(04).
002060     05  FILLER             PIC X(01) VALUE SPACES.
002070     05  RL-EFFECTIVE-DATE  PIC 9(08).
002080     05  FILLER             PIC X(01) VALUE SPACES.
002090     05  RL-STATUS          PIC X(01).
002100     05  FILLER             PIC X(01) VALUE SPACES.
002110     05  RL-DESCRIPTION     PIC X(20).
002120     05  FILLER             PIC X(05) VALUE " REM ".
002130     05  RL-REMAINDER-CC    PIC X(04).
002140     05  FILLER             PIC X(01) VALUE SPACES.
002150     05  RL-MAINT-DATE      PIC 9(08).
002160     05  FILLER             PIC X(22) VALUE SPACES.

002170 01  RPT-TARGET-LINE.
002180     05  FILLER             PIC X(18) VALUE SPACES.
002190     05  FILLER             PIC X(07) VALUE "CENTER ".
002200     05  RG-TARGET-CC       PIC X(04).
002210     05  FILLER             PIC X(02) VALUE SPACES.
002220     05  RG-TARGET-PCT      PIC ZZ9.99.
002230     05  FILLER             PIC X(43) VALUE SPACES.

002240 01  RPT-TRAILER-LINE.
002250     05  FILLER             PIC X(80) VALUE ALL "-".

002260 01  RPT-TOTAL-APPLIED-LINE.
002270     05  FILLER             PIC X(24) VALUE
002280         "ACTIONS APPLIED        ".
002290     05  RT-APPLIED-COUNT   PIC Z(4)9.
002300     05  FILLER             PIC X(51) VALUE SPACES.

002310 01  RPT-TOTAL-REJECT-LINE.
002320     05  FILLER             PIC X(24) VALUE
002330         "ACTIONS REJECTED       ".
002340     05  RT-REJECT-COUNT    PIC Z(4)9.
002350     05  FILLER             PIC X(51) VALUE SPACES.

002360 01  RPT-TOTAL-LISTED-LINE.
002370     05  FILLER             PIC X(24) VALUE
002380         "ALLOCATIONS LISTED     ".
002390     05  RT-LISTED-COUNT    PIC Z(4)9.
002400     05  FILLER             PIC X(51) VALUE SPACES.

002410*----------------------------------------------------------------
002420* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
002430*----------------------------------------------------------------
002440 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
002450 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
002460 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
002470 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
002480 01  WS-RLG-TIME.
002490     05  WS-RLG-HHMMSS      PIC 9(06).
002500     05  FILLER             PIC 9(02).
002510 01  RLG-LINE.
002520     05  RLG-PROGRAM-ID     PIC X(10) VALUE "ALCMNT    ".
002530     05  FILLER             PIC X(01) VALUE SPACES.
002540     05  RLG-RECORD-TYPE    PIC X(01).
002550     05  FILLER             PIC X(01) VALUE SPACES.
002560     05  RLG-DATE           PIC 9(08).
002570     05  FILLER             PIC X(01) VALUE SPACES.
002580     05  RLG-TIME           PIC 9(06).
002590     05  FILLER             PIC X(01) VALUE SPACES.
002600     05  RLG-INPUT-COUNT    PIC 9(07).
002610     05  FILLER             PIC X(01) VALUE SPACES.
002620     05  RLG-OUTPUT-COUNT   PIC 9(07).
002630     05  FILLER             PIC X(01) VALUE SPACES.
002640     05  RLG-EXCP-COUNT     PIC 9(07).
002650     05  FILLER             PIC X(01) VALUE SPACES.
002660     05  RLG-END-STATUS     PIC X(06).

002670 PROCEDURE DIVISION.
002680*----------------------------------------------------------------
002690* 0000-MAINLINE
002700*     DRIVES MAINT-FILE FROM TOP TO END OF FILE, APPLYING EACH
002710*     MAINTENANCE ACTION TO THE ALLOCATION MASTER AND REPORTING
002720*     ITS DISPOSITION.
002730*----------------------------------------------------------------
002740 0000-MAINLINE.
002750     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
002780     PERFORM 3000-PROCESS-MAINT THRU 3000-EXIT
002790         UNTIL MAINT-DONE.
002800     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002810     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002820     MOVE "E" TO WS-RUNLOG-TYPE.
002830     IF WS-REJECT-COUNT > ZERO
002840         MOVE "ERRORS" TO WS-RUN-STATUS
002850     ELSE
002860         MOVE "CLEAN" TO WS-RUN-STATUS
002870     END-IF.
002880     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002890     STOP RUN.

002900*----------------------------------------------------------------
002910* 1000-INITIALIZE
002920*     OPENS ALL FILES, CAPTURES THE RUN DATE FOR AL-MAINT-DATE
002930*     AND WRITES THE REPORT HEADERS. WITH NO CCFILE ON FILE THE
002940*     TARGET CENTER CHECK IS BYPASSED, AS IN TRANEDIT AND
002950*     CALCULATOR.
002960*----------------------------------------------------------------
002970 1000-INITIALIZE.
002980     OPEN INPUT MAINT-FILE.
002990     IF WS-MAINT-STATUS NOT = "00"
003000         DISPLAY "FATAL: Cannot open MAINT-FILE, status "
003010             WS-MAINT-STATUS
003020         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003030         STOP RUN
003040     END-IF.
003050     OPEN I-O ALLOCATION-MASTER.
003060     IF WS-ALC-STATUS NOT = "00" AND WS-ALC-STATUS NOT = "05"
003070         DISPLAY "FATAL: Cannot open ALLOCATION-MASTER, status "
003080             WS-ALC-STATUS
003090         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003100         STOP RUN
003110     END-IF.
003120     OPEN INPUT COST-CENTER-MASTER.
003130     IF WS-CCM-STATUS NOT = "00" AND WS-CCM-STATUS NOT = "05"
003140         DISPLAY "FATAL: Cannot open COST-CENTER-MASTER, status "
003150             WS-CCM-STATUS
003160         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003170         STOP RUN
003180     END-IF.
003190     IF WS-CCM-STATUS = "00"
003200         SET CC-MASTER-AVAILABLE TO TRUE
003210     END-IF.
003220     OPEN OUTPUT REPORT-FILE.
003230     IF WS-REPORT-STATUS NOT = "00"
003240         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
003250             WS-REPORT-STATUS
003260         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003270         STOP RUN
003280     END-IF.
003290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003300     WRITE REPORT-RECORD FROM RPT-HEADER-1.
003310     WRITE REPORT-RECORD FROM RPT-HEADER-2.
003320 1000-EXIT.
003330     EXIT.

003340*----------------------------------------------------------------
003350* 2000-READ-MAINT
003360*----------------------------------------------------------------
003370 2000-READ-MAINT.
003380     READ MAINT-FILE
003390         AT END
003400             SET MAINT-DONE TO TRUE
003410     END-READ.
003420 2000-EXIT.
003430     EXIT.

003440*----------------------------------------------------------------
003450* 2500-EDIT-KEY
003460*     THE EDITS EVERY ADD, CHANGE AND DEACTIVATE SHARES - AN
003470*     ALLOCATION CODE AND A NUMERIC, NON-ZERO EFFECTIVE DATE -
003480*     AND, FOR ADD AND CHANGE, THE TABLE ITSELF: A REMAINDER
003490*     CENTER, AT LEAST ONE TARGET, EVERY TARGET'S PERCENTAGE
003500*     NUMERIC AND ABOVE ZERO, NO CENTER NAMED TWICE, THE
003510*     PERCENTAGES TOTALLING EXACTLY 100, THE REMAINDER CENTER
003520*     AMONG THE TARGETS AND EVERY TARGET AN ACTIVE CENTER ON
003530*     CCFILE. CALCULATOR REPEATS THE TOTAL AND CENTER CHECKS AT
003540*     POSTING TIME, BECAUSE A CENTER CAN BE DEACTIVATED AFTER
003550*     THE TABLE NAMING IT WAS ACCEPTED HERE.
003560*----------------------------------------------------------------
003570 2500-EDIT-KEY.
003580     SET EDIT-CLEAN TO TRUE.
003590     MOVE SPACES TO WS-BAD-CC.
003600     IF AM-ALLOC-CODE = SPACES
003610         SET ALLOC-CODE-MISSING TO TRUE
003620         GO TO 2500-EXIT.
003630     IF AM-EFFECTIVE-DATE-N IS NOT NUMERIC
003640         SET EFFECTIVE-DATE-BAD TO TRUE
003650         GO TO 2500-EXIT.
003660     IF AM-EFFECTIVE-DATE-N = ZERO
003670         SET EFFECTIVE-DATE-BAD TO TRUE
003680         GO TO 2500-EXIT.
003690     IF AM-DEACTIVATE
003700         GO TO 2500-EXIT.
003710     IF AM-REMAINDER-CC = SPACES
003720         SET REMAINDER-CC-MISSING TO TRUE
003730         GO TO 2500-EXIT.
003740     MOVE ZERO TO WS-TGT-COUNT.
003750     MOVE ZERO TO WS-PCT-TOTAL.
003760     MOVE "N" TO WS-REM-FOUND-SW.
003770     MOVE ZERO TO WS-TGT-IX.
003780     PERFORM 2600-EDIT-TARGET THRU 2600-EXIT
003790         UNTIL WS-TGT-IX >= 10
003800            OR NOT EDIT-CLEAN.
003810     IF NOT EDIT-CLEAN
003820         GO TO 2500-EXIT.
003830     IF WS-TGT-COUNT = ZERO
003840         SET NO-TARGETS TO TRUE
003850         GO TO 2500-EXIT.
003860     IF WS-PCT-TOTAL NOT = 100
003870         SET PCT-TOTAL-BAD TO TRUE
003880         GO TO 2500-EXIT.
003890     IF NOT REMAINDER-IS-TARGET
003900         SET REMAINDER-NOT-TARGET TO TRUE
003910         MOVE AM-REMAINDER-CC TO WS-BAD-CC
003920     END-IF.
003930 2500-EXIT.
003940     EXIT.

003950*----------------------------------------------------------------
003960* 2600-EDIT-TARGET
003970*     EDITS ONE TARGET SLOT. A SLOT WITH A BLANK CENTER IS
003980*     UNUSED AND SKIPPED.
003990*----------------------------------------------------------------
004000 2600-EDIT-TARGET.
004010     ADD 1 TO WS-TGT-IX.
004020     IF AM-TARGET-CC (WS-TGT-IX) = SPACES
004030         GO TO 2600-EXIT.
004040     MOVE AM-TARGET-CC (WS-TGT-IX) TO WS-BAD-CC.
004050     IF AM-TARGET-PCT-N (WS-TGT-IX) IS NOT NUMERIC
004060         SET TARGET-PCT-BAD TO TRUE
004070         GO TO 2600-EXIT.
004080     IF AM-TARGET-PCT-N (WS-TGT-IX) = ZERO
004090         SET TARGET-PCT-BAD TO TRUE
004100         GO TO 2600-EXIT.
004110     MOVE ZERO TO WS-DUP-IX.
004120     PERFORM 2650-CHECK-DUPLICATE THRU 2650-EXIT
004130         UNTIL WS-DUP-IX >= WS-TGT-IX - 1
004140            OR NOT EDIT-CLEAN.
004150     IF NOT EDIT-CLEAN
004160         GO TO 2600-EXIT.
004170     IF CC-MASTER-AVAILABLE
004180         MOVE AM-TARGET-CC (WS-TGT-IX) TO CCM-CODE
004190         READ COST-CENTER-MASTER
004200             INVALID KEY
004210                 SET CC-NOT-ON-FILE TO TRUE
004220                 GO TO 2600-EXIT
004230         END-READ
004240         IF NOT CCM-ACTIVE
004250             SET CC-NOT-ACTIVE TO TRUE
004260             GO TO 2600-EXIT
004270         END-IF
004280     END-IF.
004290     ADD 1 TO WS-TGT-COUNT.
004300     ADD AM-TARGET-PCT-N (WS-TGT-IX) TO WS-PCT-TOTAL.
004310     IF AM-TARGET-CC (WS-TGT-IX) = AM-REMAINDER-CC
004320         SET REMAINDER-IS-TARGET TO TRUE
004330     END-IF.
004340     MOVE SPACES TO WS-BAD-CC.
004350 2600-EXIT.
004360     EXIT.

004370*----------------------------------------------------------------
004380* 2650-CHECK-DUPLICATE
004390*     COMPARES THE SLOT UNDER EDIT WITH ONE EARLIER SLOT.
004400*----------------------------------------------------------------
004410 2650-CHECK-DUPLICATE.
004420     ADD 1 TO WS-DUP-IX.
004430     IF AM-TARGET-CC (WS-DUP-IX) = AM-TARGET-CC (WS-TGT-IX)
004440         SET TARGET-DUPLICATED TO TRUE
004450     END-IF.
004460 2650-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490* 3000-PROCESS-MAINT
004500*     DISPATCHES ONE MAINTENANCE ACTION, THEN READS THE NEXT.
004510*----------------------------------------------------------------
004520 3000-PROCESS-MAINT.
004530     IF AM-ADD OR AM-CHANGE OR AM-DEACTIVATE
004540         PERFORM 2500-EDIT-KEY THRU 2500-EXIT
004550         IF NOT EDIT-CLEAN
004560             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
004570             GO TO 3000-READ-NEXT
004580         END-IF
004590     END-IF.
004600     EVALUATE TRUE
004610         WHEN AM-ADD
004620             PERFORM 3100-ADD-ALLOCATION THRU 3100-EXIT
004630         WHEN AM-CHANGE
004640             PERFORM 3200-CHANGE-ALLOCATION THRU 3200-EXIT
004650         WHEN AM-DEACTIVATE
004660             PERFORM 3300-DEACTIVATE-ALLOCATION THRU 3300-EXIT
004670         WHEN AM-LIST
004680             PERFORM 3400-LIST-ALLOCATIONS THRU 3400-EXIT
004690         WHEN OTHER
004700             PERFORM 3500-REJECT-ACTION THRU 3500-EXIT
004710     END-EVALUATE.
004720 3000-READ-NEXT.
004730     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
004740 3000-EXIT.
004750     EXIT.

004760*----------------------------------------------------------------
004770* 3100-ADD-ALLOCATION
004780*     ADDS A NEW VERSION OF AN ALLOCATION FROM ITS EFFECTIVE
004790*     DATE, ACTIVE AND STAMPED WITH THE RUN DATE. A CODE AND
004800*     DATE ALREADY ON FILE IS REJECTED RATHER THAN OVERWRITTEN -
004810*     AMEND IT WITH A CHANGE.
004820*----------------------------------------------------------------
004830 3100-ADD-ALLOCATION.
004840     MOVE SPACES TO ALLOCATION-MASTER-RECORD.
004850     MOVE AM-ALLOC-CODE       TO AL-ALLOC-CODE.
004860     MOVE AM-EFFECTIVE-DATE-N TO AL-EFFECTIVE-DATE.
004870     SET AL-ACTIVE TO TRUE.
004880     PERFORM 3150-MOVE-TABLE THRU 3150-EXIT.
004890     WRITE ALLOCATION-MASTER-RECORD
004900         INVALID KEY
004910             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
004920         NOT INVALID KEY
004930             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
004940     END-WRITE.
004950 3100-EXIT.
004960     EXIT.

004970*----------------------------------------------------------------
004980* 3150-MOVE-TABLE
004990*     CARRIES THE DESCRIPTION, REMAINDER CENTER AND TARGET SLOTS
005000*     OF AN EDITED ADD OR CHANGE ONTO THE MASTER RECORD. AN
005010*     UNUSED SLOT IS STORED BLANK WITH A ZERO PERCENTAGE.
005020*----------------------------------------------------------------
005030 3150-MOVE-TABLE.
005040     MOVE AM-DESCRIPTION  TO AL-DESCRIPTION.
005050     MOVE AM-REMAINDER-CC TO AL-REMAINDER-CC.
005060     MOVE WS-CURRENT-DATE TO AL-MAINT-DATE.
005070     MOVE ZERO TO WS-TGT-IX.
005080     PERFORM 3160-MOVE-TARGET THRU 3160-EXIT
005090         UNTIL WS-TGT-IX >= 10.
005100 3150-EXIT.
005110     EXIT.

005120*----------------------------------------------------------------
005130* 3160-MOVE-TARGET
005140*----------------------------------------------------------------
005150 3160-MOVE-TARGET.
005160     ADD 1 TO WS-TGT-IX.
005170     MOVE AM-TARGET-CC (WS-TGT-IX) TO AL-TARGET-CC (WS-TGT-IX).
005180     IF AM-TARGET-CC (WS-TGT-IX) = SPACES
005190         MOVE ZERO TO AL-TARGET-PCT (WS-TGT-IX)
005200     ELSE
005210         MOVE AM-TARGET-PCT-N (WS-TGT-IX)
005220             TO AL-TARGET-PCT (WS-TGT-IX)
005230     END-IF.
005240 3160-EXIT.
005250     EXIT.

005260*----------------------------------------------------------------
005270* 3200-CHANGE-ALLOCATION
005280*     REPLACES THE TABLE OF AN EXISTING VERSION AND RESTAMPS THE
005290*     MAINTENANCE DATE. A VERSION ALREADY IN FORCE SHOULD BE
005300*     SUPERSEDED BY ADDING A NEW EFFECTIVE DATE INSTEAD, SO
005310*     POSTINGS ALREADY MADE CAN STILL BE TRACED TO THE TABLE
005320*     THAT SPLIT THEM; CHANGE IS FOR CORRECTING A VERSION NOT
005330*     YET USED. A CHANGE REACTIVATES A DEACTIVATED VERSION.
005340*----------------------------------------------------------------
005350 3200-CHANGE-ALLOCATION.
005360     MOVE AM-ALLOC-CODE       TO AL-ALLOC-CODE.
005370     MOVE AM-EFFECTIVE-DATE-N TO AL-EFFECTIVE-DATE.
005380     READ ALLOCATION-MASTER
005390         INVALID KEY
005400             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
005410             GO TO 3200-EXIT
005420     END-READ.
005430     SET AL-ACTIVE TO TRUE.
005440     PERFORM 3150-MOVE-TABLE THRU 3150-EXIT.
005450     REWRITE ALLOCATION-MASTER-RECORD
005460         INVALID KEY
005470             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
005480         NOT INVALID KEY
005490             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
005500     END-REWRITE.
005510 3200-EXIT.
005520     EXIT.

005530*----------------------------------------------------------------
005540* 3300-DEACTIVATE-ALLOCATION
005550*     MARKS ONE VERSION INACTIVE SO CALCULATOR REJECTS
005560*     ALLOCATIONS DATED INTO IT. AS WITH THE RATE MASTER THE
005570*     ROW IS KEPT FOR THE AUDIT TRAIL RATHER THAN DELETED.
005580*----------------------------------------------------------------
005590 3300-DEACTIVATE-ALLOCATION.
005600     MOVE AM-ALLOC-CODE       TO AL-ALLOC-CODE.
005610     MOVE AM-EFFECTIVE-DATE-N TO AL-EFFECTIVE-DATE.
005620     READ ALLOCATION-MASTER
005630         INVALID KEY
005640             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
005650             GO TO 3300-EXIT
005660     END-READ.
005670     SET AL-INACTIVE TO TRUE.
005680     MOVE WS-CURRENT-DATE TO AL-MAINT-DATE.
005690     REWRITE ALLOCATION-MASTER-RECORD
005700         INVALID KEY
005710             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
005720         NOT INVALID KEY
005730             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
005740     END-REWRITE.
005750 3300-EXIT.
005760     EXIT.

005770*----------------------------------------------------------------
005780* 3400-LIST-ALLOCATIONS
005790*     LISTS THE ALLOCATIONS ON THE MASTER IN CODE AND EFFECTIVE
005800*     DATE ORDER - EVERY CODE, OR JUST THE ONE NAMED - WITH A
005810*     LINE PER TARGET UNDER EACH VERSION.
005820*----------------------------------------------------------------
005830 3400-LIST-ALLOCATIONS.
005840     MOVE "N" TO WS-LIST-EOF-SW.
005850     MOVE LOW-VALUES TO AL-KEY.
005860     IF AM-ALLOC-CODE NOT = SPACES
005870         MOVE AM-ALLOC-CODE TO AL-ALLOC-CODE
005880         MOVE ZERO TO AL-EFFECTIVE-DATE
005890     END-IF.
005900     START ALLOCATION-MASTER KEY NOT LESS THAN AL-KEY
005910         INVALID KEY
005920             SET LIST-DONE TO TRUE
005930     END-START.
005940     PERFORM 3450-LIST-NEXT-ALLOCATION THRU 3450-EXIT
005950         UNTIL LIST-DONE.
005960 3400-EXIT.
005970     EXIT.

005980*----------------------------------------------------------------
005990* 3450-LIST-NEXT-ALLOCATION
006000*----------------------------------------------------------------
006010 3450-LIST-NEXT-ALLOCATION.
006020     READ ALLOCATION-MASTER NEXT RECORD
006030         AT END
006040             SET LIST-DONE TO TRUE
006050             GO TO 3450-EXIT
006060     END-READ.
006070     IF AM-ALLOC-CODE NOT = SPACES
006080      AND AL-ALLOC-CODE NOT = AM-ALLOC-CODE
006090         SET LIST-DONE TO TRUE
006100         GO TO 3450-EXIT
006110     END-IF.
006120     MOVE AL-ALLOC-CODE     TO RL-ALLOC-CODE.
006130     MOVE AL-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE.
006140     MOVE AL-STATUS         TO RL-STATUS.
006150     MOVE AL-DESCRIPTION    TO RL-DESCRIPTION.
006160     MOVE AL-REMAINDER-CC   TO RL-REMAINDER-CC.
006170     MOVE AL-MAINT-DATE     TO RL-MAINT-DATE.
006180     WRITE REPORT-RECORD FROM RPT-LIST-LINE.
006190     MOVE ZERO TO WS-TGT-IX.
006200     PERFORM 3460-LIST-TARGET THRU 3460-EXIT
006210         UNTIL WS-TGT-IX >= 10.
006220     ADD 1 TO WS-LISTED-COUNT.
006230 3450-EXIT.
006240     EXIT.

006250*----------------------------------------------------------------
006260* 3460-LIST-TARGET
006270*----------------------------------------------------------------
006280 3460-LIST-TARGET.
006290     ADD 1 TO WS-TGT-IX.
006300     IF AL-TARGET-CC (WS-TGT-IX) = SPACES
006310         GO TO 3460-EXIT.
006320     MOVE AL-TARGET-CC (WS-TGT-IX)  TO RG-TARGET-CC.
006330     MOVE AL-TARGET-PCT (WS-TGT-IX) TO RG-TARGET-PCT.
006340     WRITE REPORT-RECORD FROM RPT-TARGET-LINE.
006350 3460-EXIT.
006360     EXIT.

006370*----------------------------------------------------------------
006380* 3500-REJECT-ACTION
006390*     REPORTS A MAINTENANCE RECORD WHOSE ACTION CODE IS NOT
006400*     RECOGNIZED.
006410*----------------------------------------------------------------
006420 3500-REJECT-ACTION.
006430     PERFORM 3600-REPORT-REJECT THRU 3600-EXIT.
006440 3500-EXIT.
006450     EXIT.

006460*----------------------------------------------------------------
006470* 3600-REPORT-REJECT
006480*     WRITES THE REPORT LINE FOR AN ACTION THAT COULD NOT BE
006490*     APPLIED - A FAILED EDIT, UNKNOWN ACTION CODE, DUPLICATE
006500*     ADD, OR CHANGE/DEACTIVATE OF A VERSION NOT ON FILE. AN
006510*     EDIT THAT FAILED ON ONE TARGET NAMES THE CENTER.
006520*----------------------------------------------------------------
006530 3600-REPORT-REJECT.
006540     MOVE AM-ACTION         TO RA-ACTION.
006550     MOVE AM-ALLOC-CODE     TO RA-ALLOC-CODE.
006560     MOVE AM-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE.
006570     MOVE SPACES TO RA-MESSAGE.
006580     EVALUATE TRUE
006590         WHEN ALLOC-CODE-MISSING
006600             MOVE "REJECTED - ALLOCATION CODE MISSING"
006610                 TO RA-MESSAGE
006620         WHEN EFFECTIVE-DATE-BAD
006630             MOVE "REJECTED - EFFECTIVE DATE NOT YYYYMMDD"
006640                 TO RA-MESSAGE
006650         WHEN REMAINDER-CC-MISSING
006660             MOVE "REJECTED - REMAINDER CENTER MISSING"
006670                 TO RA-MESSAGE
006680         WHEN NO-TARGETS
006690             MOVE "REJECTED - NO TARGET CENTERS"
006700                 TO RA-MESSAGE
006710         WHEN PCT-TOTAL-BAD
006720             MOVE "REJECTED - PERCENTAGES DO NOT TOTAL 100"
006730                 TO RA-MESSAGE
006740         WHEN TARGET-PCT-BAD
006750             STRING "REJECTED - BAD PERCENTAGE FOR " DELIMITED
006760                 BY SIZE
006770                 WS-BAD-CC DELIMITED BY SIZE
006780                 INTO RA-MESSAGE
006790         WHEN TARGET-DUPLICATED
006800             STRING "REJECTED - CENTER " DELIMITED BY SIZE
006810                 WS-BAD-CC DELIMITED BY SIZE
006820                 " NAMED TWICE" DELIMITED BY SIZE
006830                 INTO RA-MESSAGE
006840         WHEN REMAINDER-NOT-TARGET
006850             STRING "REJECTED - REMAINDER " DELIMITED BY SIZE
006860                 WS-BAD-CC DELIMITED BY SIZE
006870                 " NOT A TARGET" DELIMITED BY SIZE
006880                 INTO RA-MESSAGE
006890         WHEN CC-NOT-ON-FILE
006900             STRING "REJECTED - CENTER " DELIMITED BY SIZE
006910                 WS-BAD-CC DELIMITED BY SIZE
006920                 " NOT ON CCFILE" DELIMITED BY SIZE
006930                 INTO RA-MESSAGE
006940         WHEN CC-NOT-ACTIVE
006950             STRING "REJECTED - CENTER " DELIMITED BY SIZE
006960                 WS-BAD-CC DELIMITED BY SIZE
006970                 " INACTIVE" DELIMITED BY SIZE
006980                 INTO RA-MESSAGE
006990         WHEN AM-ADD
007000             MOVE "REJECTED - CODE/DATE ALREADY ON FILE"
007010                 TO RA-MESSAGE
007020         WHEN AM-CHANGE OR AM-DEACTIVATE
007030             MOVE "REJECTED - CODE/DATE NOT ON FILE"
007040                 TO RA-MESSAGE
007050         WHEN OTHER
007060             MOVE "REJECTED - UNKNOWN ACTION CODE"
007070                 TO RA-MESSAGE
007080     END-EVALUATE.
007090     SET EDIT-CLEAN TO TRUE.
007100     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
007110     ADD 1 TO WS-REJECT-COUNT.
007120 3600-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150* 3700-REPORT-APPLIED
007160*----------------------------------------------------------------
007170 3700-REPORT-APPLIED.
007180     MOVE AM-ACTION         TO RA-ACTION.
007190     MOVE AM-ALLOC-CODE     TO RA-ALLOC-CODE.
007200     MOVE AM-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE.
007210     MOVE "APPLIED" TO RA-MESSAGE.
007220     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
007230     ADD 1 TO WS-APPLIED-COUNT.
007240 3700-EXIT.
007250     EXIT.

007260*----------------------------------------------------------------
007270* 8000-WRITE-TOTALS
007280*----------------------------------------------------------------
007290 8000-WRITE-TOTALS.
007300     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
007310     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
007320     WRITE REPORT-RECORD FROM RPT-TOTAL-APPLIED-LINE.
007330     MOVE WS-REJECT-COUNT  TO RT-REJECT-COUNT.
007340     WRITE REPORT-RECORD FROM RPT-TOTAL-REJECT-LINE.
007350     MOVE WS-LISTED-COUNT  TO RT-LISTED-COUNT.
007360     WRITE REPORT-RECORD FROM RPT-TOTAL-LISTED-LINE.
007370 8000-EXIT.
007380     EXIT.

007390*----------------------------------------------------------------
007400* 9000-CLOSE-FILES
007410*----------------------------------------------------------------
007420 9000-CLOSE-FILES.
007430     CLOSE MAINT-FILE.
007440     CLOSE ALLOCATION-MASTER.
007450     CLOSE COST-CENTER-MASTER.
007460     CLOSE REPORT-FILE.
007470 9000-EXIT.
007480     EXIT.

007490*----------------------------------------------------------------
007500* 9800-WRITE-RUN-LOG
007510*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
007520*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
007530*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
007540*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
007550*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
007560*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
007570*     OVER ITS OWN MONITORING.
007580*----------------------------------------------------------------
007590 9800-WRITE-RUN-LOG.
007600     OPEN EXTEND RUN-LOG-FILE.
007610     IF WS-RUNLOG-STATUS NOT = "00"
007620      AND WS-RUNLOG-STATUS NOT = "05"
007630         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
007640             WS-RUNLOG-STATUS
007650         GO TO 9800-EXIT
007660     END-IF.
007670     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
007680     ACCEPT WS-RLG-TIME FROM TIME.
007690     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
007700     MOVE WS-RLG-DATE    TO RLG-DATE.
007710     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
007720     COMPUTE RLG-INPUT-COUNT = WS-APPLIED-COUNT
007730         + WS-REJECT-COUNT.
007740     MOVE WS-APPLIED-COUNT TO RLG-OUTPUT-COUNT.
007750     MOVE WS-REJECT-COUNT  TO RLG-EXCP-COUNT.
007760     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
007770     WRITE RUN-LOG-RECORD FROM RLG-LINE.
007780     CLOSE RUN-LOG-FILE.
007790 9800-EXIT.
007800     EXIT.

007810*----------------------------------------------------------------
007820* 9900-LOG-FATAL
007830*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
007840*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
007850*----------------------------------------------------------------
007860 9900-LOG-FATAL.
007870     MOVE "E"     TO WS-RUNLOG-TYPE.
007880     MOVE "FATAL" TO WS-RUN-STATUS.
007890     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
007900 9900-EXIT.
007910     EXIT.
