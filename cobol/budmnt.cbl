000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDMNT.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - BATCH MAINTENANCE OF THE
000110*                 COST-CENTER BUDGET MASTER READ BY BUDVAR.
000120*                 MAINTENANCE TRANSACTIONS (ADD, CHANGE, DELETE,
000130*                 LIST) ARE READ FROM BUDTRAN AND EACH ACTION
000140*                 TAKEN OR REJECTED IS REPORTED TO BUDRPT. A
000150*                 BUDGET IS HELD PER COST CENTER AND FISCAL
000160*                 MONTH; THE CENTER MUST BE ON CCFILE. MODELLED
000170*                 ON CCMNT.
000180*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   GNUCOBOL.
000220 OBJECT-COMPUTER.   GNUCOBOL.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT MAINT-FILE ASSIGN TO "BUDTRAN"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-MAINT-STATUS.

000280     SELECT OPTIONAL BUDGET-MASTER ASSIGN TO "BUDFILE"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS BUD-KEY
000320         FILE STATUS IS WS-BUD-STATUS.

000330     SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CCM-CODE
000370         FILE STATUS IS WS-CCM-STATUS.

000380     SELECT REPORT-FILE ASSIGN TO "BUDRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-REPORT-STATUS.

000410     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RUNLOG-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------------
000470* MAINT-FILE - ONE MAINTENANCE ACTION PER RECORD.
000480*     ACTION A = ADD, C = CHANGE, D = DELETE, L = LIST (ALL
000490*     BUDGETS, OR ONE CENTER'S WHEN A CODE IS GIVEN). THE
000500*     FISCAL MONTH IS YYYYMM.
000510*----------------------------------------------------------------
000520 FD  MAINT-FILE
000530     RECORDING MODE IS F.
000540 01  MAINT-RECORD.
000550     05  BM-ACTION          PIC X(01).
000560         88  BM-ADD             VALUE "A".
000570         88  BM-CHANGE          VALUE "C".
000580         88  BM-DELETE          VALUE "D".
000590         88  BM-LIST            VALUE "L".
000600     05  BM-COST-CENTER     PIC X(04).
000610     05  BM-FISCAL-MONTH    PIC X(06).
000620     05  BM-FISCAL-MONTH-N REDEFINES BM-FISCAL-MONTH
000630                            PIC 9(06).
000640     05  BM-FISCAL-MONTH-R REDEFINES BM-FISCAL-MONTH.
000650         10  BM-FM-YYYY     PIC 9(04).
000660         10  BM-FM-MM       PIC 9(02).
000670     05  BM-AMOUNT          PIC S9(9)V99
000680                            SIGN IS LEADING SEPARATE.
000690     05  FILLER             PIC X(17).

000700*----------------------------------------------------------------
000710* BUDGET-MASTER - BUDGET AMOUNTS KEYED BY COST CENTER PLUS
000720*     FISCAL MONTH. LAYOUT MUST AGREE WITH THE BUDGET-MASTER FD
000730*     IN BUDVAR.
000740*----------------------------------------------------------------
000750 FD  BUDGET-MASTER
000760     RECORDING MODE IS F.
000770 01  BUDGET-MASTER-RECORD.
000780     05  BUD-KEY.
000790         10  BUD-COST-CENTER
000800                            PIC X(04).
000810         10  BUD-FISCAL-MONTH
000820                            PIC 9(06).
000830     05  BUD-AMOUNT         PIC S9(9)V99
000840                            SIGN IS LEADING SEPARATE.
000850     05  BUD-MAINT-DATE     PIC 9(08).
000860     05  FILLER             PIC X(10).

000870*----------------------------------------------------------------
000880* COST-CENTER-MASTER - COST CENTERS KEYED BY CODE, MAINTAINED
000890*     BY CCMNT. LAYOUT MUST AGREE WITH THE CC-MASTER FD IN
000900*     CCMNT. A BUDGET MAY ONLY BE HELD FOR A CENTER ON FILE.
000910*----------------------------------------------------------------
000920 FD  COST-CENTER-MASTER
000930     RECORDING MODE IS F.
000940 01  COST-CENTER-RECORD.
000950     05  CCM-CODE           PIC X(04).
000960     05  CCM-DESCRIPTION    PIC X(20).
000970     05  CCM-STATUS         PIC X(01).
000980         88  CCM-ACTIVE         VALUE "A".
000990         88  CCM-INACTIVE       VALUE "I".
001000     05  CCM-RESP-DEPT      PIC X(04).
001010     05  CCM-MAINT-DATE     PIC 9(08).
001020     05  FILLER             PIC X(03).

001030*----------------------------------------------------------------
001040* REPORT-FILE - ONE LINE PER ACTION TAKEN OR REJECTED.
001050*----------------------------------------------------------------
001060 FD  REPORT-FILE
001070     RECORDING MODE IS F.
001080 01  REPORT-RECORD          PIC X(80).

001090*----------------------------------------------------------------
001100* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
001110*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
001120*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
001130*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
001140*     ACROSS EVERY PROGRAM THAT WRITES IT.
001150*----------------------------------------------------------------
001160 FD  RUN-LOG-FILE
001170     RECORDING MODE IS F.
001180 01  RUN-LOG-RECORD         PIC X(59).

001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------
001210* SWITCHES AND CONDITION NAMES
001220*----------------------------------------------------------------
001230 77  WS-MAINT-EOF-SW        PIC X(01) VALUE "N".
001240     88  MAINT-DONE             VALUE "Y".

001250 77  WS-LIST-EOF-SW         PIC X(01) VALUE "N".
001260     88  LIST-DONE              VALUE "Y".

001270 77  WS-CCM-AVAIL-SW        PIC X(01) VALUE "N".
001280     88  CC-MASTER-AVAILABLE    VALUE "Y".

001290 77  WS-EDIT-ERROR-SW       PIC X(01) VALUE SPACE.
001300     88  EDIT-CLEAN             VALUE SPACE.
001310     88  CC-CODE-MISSING        VALUE "C".
001320     88  CC-NOT-ON-FILE         VALUE "F".
001330     88  FISCAL-MONTH-BAD       VALUE "M".
001340     88  BUDGET-AMOUNT-BAD      VALUE "A".

001350*----------------------------------------------------------------
001360* FILE STATUS FIELDS
001370*----------------------------------------------------------------
001380 77  WS-MAINT-STATUS        PIC X(02) VALUE SPACES.
001390 77  WS-BUD-STATUS          PIC X(02) VALUE SPACES.
001400 77  WS-CCM-STATUS          PIC X(02) VALUE SPACES.
001410 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

001420*----------------------------------------------------------------
001430* ACTION COUNTERS
001440*----------------------------------------------------------------
001450 77  WS-APPLIED-COUNT       PIC 9(5)  COMP VALUE ZERO.
001460 77  WS-REJECT-COUNT        PIC 9(5)  COMP VALUE ZERO.
001470 77  WS-LISTED-COUNT        PIC 9(5)  COMP VALUE ZERO.

001480*----------------------------------------------------------------
001490* RUN DATE
001500*----------------------------------------------------------------
001510 01  WS-CURRENT-DATE.
001520     05  WS-CD-YYYY         PIC 9(4).
001530     05  WS-CD-MM           PIC 9(2).
001540     05  WS-CD-DD           PIC 9(2).

001550*----------------------------------------------------------------
001560* REPORT LAYOUT LINES
001570*----------------------------------------------------------------
001580 01  RPT-HEADER-1.
001590     05  FILLER             PIC X(80) VALUE
001600         "BUDGET MASTER MAINTENANCE REPORT".

001610 01  RPT-HEADER-2.
001620     05  FILLER             PIC X(80) VALUE
001630         "ACT CODE MONTH         AMOUNT DISPOSITION".

001640 01  RPT-ACTION-LINE.
001650     05  RA-ACTION          PIC X(01).
001660     05  FILLER             PIC X(03) VALUE SPACES.
001670     05  RA-COST-CENTER     PIC X(04).
001680     05  FILLER             PIC X(01) VALUE SPACES.
001690     05  RA-FISCAL-MONTH    PIC X(06).
001700     05  FILLER             PIC X(01) VALUE SPACES.
001710     05  RA-AMOUNT          PIC -(8)9.99.
001720     05  FILLER             PIC X(01) VALUE SPACES.
001730     05  RA-MESSAGE         PIC X(40).
001740     05  FILLER             PIC X(11) VALUE SPACES.

001750 01  RPT-LIST-LINE.
001760     05  FILLER             PIC X(04) VALUE SPACES.
001770     05  RL-COST-CENTER     PIC X(04).
001780     05  FILLER             PIC X(01) VALUE SPACES.
001790     05  RL-FISCAL-MONTH    PIC 9(06).
001800     05  FILLER             PIC X(01) VALUE SPACES.
001810     05  RL-AMOUNT          PIC -(8)9.99.
001820     05  FILLER             PIC X(01) VALUE SPACES.
001830     05  RL-MAINT-DATE      PIC 9(08).
001840     05  FILLER             PIC X(43) VALUE SPACES.

001850 01  RPT-TRAILER-LINE.
001860     05  FILLER             PIC X(80) VALUE ALL "-".

001870 01  RPT-TOTAL-APPLIED-LINE.
001880     05  FILLER             PIC X(24) VALUE
001890         "ACTIONS APPLIED        ".
001900     05  RT-APPLIED-COUNT   PIC Z(4)9.
001910     05  FILLER             PIC X(51) VALUE SPACES.

001920 01  RPT-TOTAL-REJECT-LINE.
001930     05  FILLER             PIC X(24) VALUE
001940         "ACTIONS REJECTED       ".
001950     05  RT-REJECT-COUNT    PIC Z(4)9.
001960     05  FILLER             PIC X(51) VALUE SPACES.

001970 01  RPT-TOTAL-LISTED-LINE.
001980     05  FILLER             PIC X(24) VALUE
001990         "BUDGETS LISTED         ".
002000     05  RT-LISTED-COUNT    PIC Z(4)9.
002010     05  FILLER             PIC X(51) VALUE SPACES.

002020*----------------------------------------------------------------
002030* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
002040*----------------------------------------------------------------
002050 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
002060 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
002070 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
002080 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
002090 01  WS-RLG-TIME.
002100     05  WS-RLG-HHMMSS      PIC 9(06).
002110     05  FILLER             PIC 9(02).
002120 01  RLG-LINE.
002130     05  RLG-PROGRAM-ID     PIC X(10) VALUE "BUDMNT    ".
002140     05  FILLER             PIC X(01) VALUE SPACES.
002150     05  RLG-RECORD-TYPE    PIC X(01).
002160     05  FILLER             PIC X(01) VALUE SPACES.
002170     05  RLG-DATE           PIC 9(08).
002180     05  FILLER             PIC X(01) VALUE SPACES.
002190     05  RLG-TIME           PIC 9(06).
002200     05  FILLER             PIC X(01) VALUE SPACES.
002210     05  RLG-INPUT-COUNT    PIC 9(07).
002220     05  FILLER             PIC X(01) VALUE SPACES.
002230     05  RLG-OUTPUT-COUNT   PIC 9(07).
002240     05  FILLER             PIC X(01) VALUE SPACES.
002250     05  RLG-EXCP-COUNT     PIC 9(07).
002260     05  FILLER             PIC X(01) VALUE SPACES.
002270     05  RLG-END-STATUS     PIC X(06).

002280 PROCEDURE DIVISION.
002290*----------------------------------------------------------------
002300* 0000-MAINLINE
002310*     DRIVES MAINT-FILE FROM TOP TO END OF FILE, APPLYING EACH
002320*     MAINTENANCE ACTION TO THE BUDGET MASTER AND REPORTING ITS
002330*     DISPOSITION.
002340*----------------------------------------------------------------
002350 0000-MAINLINE.
002360     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
002390     PERFORM 3000-PROCESS-MAINT THRU 3000-EXIT
002400         UNTIL MAINT-DONE.
002410     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002420     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002430     MOVE "E" TO WS-RUNLOG-TYPE.
002440     IF WS-REJECT-COUNT > ZERO
002450         MOVE "ERRORS" TO WS-RUN-STATUS
002460     ELSE
002470         MOVE "CLEAN" TO WS-RUN-STATUS
002480     END-IF.
002490     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002500     STOP RUN.

002510*----------------------------------------------------------------
002520* 1000-INITIALIZE
002530*     OPENS ALL FILES, CAPTURES THE RUN DATE FOR BUD-MAINT-DATE
002540*     AND WRITES THE REPORT HEADERS. WITH NO CCFILE ON FILE THE
002550*     CENTER CHECK IS BYPASSED, AS IN TRANEDIT AND CALCULATOR.
002560*----------------------------------------------------------------
002570 1000-INITIALIZE.
002580     OPEN INPUT MAINT-FILE.
002590     IF WS-MAINT-STATUS NOT = "00"
002600         DISPLAY "FATAL: Cannot open MAINT-FILE, status "
002610             WS-MAINT-STATUS
002620         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002630         STOP RUN
002640     END-IF.
002650     OPEN I-O BUDGET-MASTER.
002660     IF WS-BUD-STATUS NOT = "00" AND WS-BUD-STATUS NOT = "05"
002670         DISPLAY "FATAL: Cannot open BUDGET-MASTER, status "
002680             WS-BUD-STATUS
002690         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002700         STOP RUN
002710     END-IF.
002720     OPEN INPUT COST-CENTER-MASTER.
002730     IF WS-CCM-STATUS NOT = "00" AND WS-CCM-STATUS NOT = "05"
002740         DISPLAY "FATAL: Cannot open COST-CENTER-MASTER, status "
002750             WS-CCM-STATUS
002760         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002770         STOP RUN
002780     END-IF.
002790     IF WS-CCM-STATUS = "00"
002800         SET CC-MASTER-AVAILABLE TO TRUE
002810     END-IF.
002820     OPEN OUTPUT REPORT-FILE.
002830     IF WS-REPORT-STATUS NOT = "00"
002840         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
002850             WS-REPORT-STATUS
002860         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002870         STOP RUN
002880     END-IF.
002890     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002900     WRITE REPORT-RECORD FROM RPT-HEADER-1.
002910     WRITE REPORT-RECORD FROM RPT-HEADER-2.
002920 1000-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------
002950* 2000-READ-MAINT
002960*----------------------------------------------------------------
002970 2000-READ-MAINT.
002980     READ MAINT-FILE
002990         AT END
003000             SET MAINT-DONE TO TRUE
003010     END-READ.
003020 2000-EXIT.
003030     EXIT.

003040*----------------------------------------------------------------
003050* 2500-EDIT-KEY
003060*     THE EDITS EVERY ADD, CHANGE AND DELETE SHARES - A CENTER
003070*     CODE, A REAL FISCAL MONTH (YYYYMM, MONTH 01-12) AND, FOR
003080*     ADD AND CHANGE, A NUMERIC AMOUNT AND A CENTER ON CCFILE.
003090*     A DELETE IS ALLOWED FOR A CENTER SINCE REMOVED, SO ITS
003100*     LEFTOVER BUDGETS CAN BE CLEARED.
003110*----------------------------------------------------------------
003120 2500-EDIT-KEY.
003130     SET EDIT-CLEAN TO TRUE.
003140     IF BM-COST-CENTER = SPACES
003150         SET CC-CODE-MISSING TO TRUE
003160         GO TO 2500-EXIT.
003170     IF BM-FISCAL-MONTH-N IS NOT NUMERIC
003180         SET FISCAL-MONTH-BAD TO TRUE
003190         GO TO 2500-EXIT.
003200     IF BM-FM-MM < 1 OR BM-FM-MM > 12
003210         SET FISCAL-MONTH-BAD TO TRUE
003220         GO TO 2500-EXIT.
003230     IF BM-DELETE
003240         GO TO 2500-EXIT.
003250     IF BM-AMOUNT IS NOT NUMERIC
003260         SET BUDGET-AMOUNT-BAD TO TRUE
003270         GO TO 2500-EXIT.
003280     IF NOT CC-MASTER-AVAILABLE
003290         GO TO 2500-EXIT.
003300     MOVE BM-COST-CENTER TO CCM-CODE.
003310     READ COST-CENTER-MASTER
003320         INVALID KEY
003330             SET CC-NOT-ON-FILE TO TRUE
003340     END-READ.
003350 2500-EXIT.
003360     EXIT.

003370*----------------------------------------------------------------
003380* 3000-PROCESS-MAINT
003390*     DISPATCHES ONE MAINTENANCE ACTION, THEN READS THE NEXT.
003400*----------------------------------------------------------------
003410 3000-PROCESS-MAINT.
003420     IF BM-ADD OR BM-CHANGE OR BM-DELETE
003430         PERFORM 2500-EDIT-KEY THRU 2500-EXIT
003440         IF NOT EDIT-CLEAN
003450             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003460             GO TO 3000-READ-NEXT
003470         END-IF
003480     END-IF.
003490     EVALUATE TRUE
003500         WHEN BM-ADD
003510             PERFORM 3100-ADD-BUDGET THRU 3100-EXIT
003520         WHEN BM-CHANGE
003530             PERFORM 3200-CHANGE-BUDGET THRU 3200-EXIT
003540         WHEN BM-DELETE
003550             PERFORM 3300-DELETE-BUDGET THRU 3300-EXIT
003560         WHEN BM-LIST
003570             PERFORM 3400-LIST-BUDGETS THRU 3400-EXIT
003580         WHEN OTHER
003590             PERFORM 3500-REJECT-ACTION THRU 3500-EXIT
003600     END-EVALUATE.
003610 3000-READ-NEXT.
003620     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
003630 3000-EXIT.
003640     EXIT.

003650*----------------------------------------------------------------
003660* 3100-ADD-BUDGET
003670*     ADDS A BUDGET FOR A CENTER AND MONTH, STAMPED WITH THE
003680*     RUN DATE. A CENTER/MONTH ALREADY ON FILE IS REJECTED
003690*     RATHER THAN OVERWRITTEN - AMEND IT WITH A CHANGE.
003700*----------------------------------------------------------------
003710 3100-ADD-BUDGET.
003720     MOVE BM-COST-CENTER    TO BUD-COST-CENTER.
003730     MOVE BM-FISCAL-MONTH-N TO BUD-FISCAL-MONTH.
003740     MOVE BM-AMOUNT         TO BUD-AMOUNT.
003750     MOVE WS-CURRENT-DATE   TO BUD-MAINT-DATE.
003760     WRITE BUDGET-MASTER-RECORD
003770         INVALID KEY
003780             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003790         NOT INVALID KEY
003800             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
003810     END-WRITE.
003820 3100-EXIT.
003830     EXIT.

003840*----------------------------------------------------------------
003850* 3200-CHANGE-BUDGET
003860*     REPLACES THE AMOUNT OF AN EXISTING BUDGET AND RESTAMPS
003870*     THE MAINTENANCE DATE.
003880*----------------------------------------------------------------
003890 3200-CHANGE-BUDGET.
003900     MOVE BM-COST-CENTER    TO BUD-COST-CENTER.
003910     MOVE BM-FISCAL-MONTH-N TO BUD-FISCAL-MONTH.
003920     READ BUDGET-MASTER
003930         INVALID KEY
003940             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003950             GO TO 3200-EXIT
003960     END-READ.
003970     MOVE BM-AMOUNT       TO BUD-AMOUNT.
003980     MOVE WS-CURRENT-DATE TO BUD-MAINT-DATE.
003990     REWRITE BUDGET-MASTER-RECORD
004000         INVALID KEY
004010             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
004020         NOT INVALID KEY
004030             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
004040     END-REWRITE.
004050 3200-EXIT.
004060     EXIT.

004070*----------------------------------------------------------------
004080* 3300-DELETE-BUDGET
004090*     REMOVES A CENTER'S BUDGET FOR ONE MONTH. UNLIKE THE RATE
004100*     AND COST-CENTER MASTERS NOTHING POSTS AGAINST A BUDGET
004110*     ROW, SO THERE IS NO AUDIT REASON TO KEEP A DEAD ONE.
004120*----------------------------------------------------------------
004130 3300-DELETE-BUDGET.
004140     MOVE BM-COST-CENTER    TO BUD-COST-CENTER.
004150     MOVE BM-FISCAL-MONTH-N TO BUD-FISCAL-MONTH.
004160     READ BUDGET-MASTER
004170         INVALID KEY
004180             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
004190             GO TO 3300-EXIT
004200     END-READ.
004210     DELETE BUDGET-MASTER RECORD
004220         INVALID KEY
004230             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
004240         NOT INVALID KEY
004250             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
004260     END-DELETE.
004270 3300-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------
004300* 3400-LIST-BUDGETS
004310*     LISTS THE BUDGETS ON THE MASTER IN CENTER AND MONTH
004320*     ORDER - EVERY CENTER, OR JUST THE ONE NAMED.
004330*----------------------------------------------------------------
004340 3400-LIST-BUDGETS.
004350     MOVE "N" TO WS-LIST-EOF-SW.
004360     MOVE LOW-VALUES TO BUD-KEY.
004370     IF BM-COST-CENTER NOT = SPACES
004380         MOVE BM-COST-CENTER TO BUD-COST-CENTER
004390         MOVE ZERO TO BUD-FISCAL-MONTH
004400     END-IF.
004410     START BUDGET-MASTER KEY NOT LESS THAN BUD-KEY
004420         INVALID KEY
004430             SET LIST-DONE TO TRUE
004440     END-START.
004450     PERFORM 3450-LIST-NEXT-BUDGET THRU 3450-EXIT
004460         UNTIL LIST-DONE.
004470 3400-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500* 3450-LIST-NEXT-BUDGET
004510*----------------------------------------------------------------
004520 3450-LIST-NEXT-BUDGET.
004530     READ BUDGET-MASTER NEXT RECORD
004540         AT END
004550             SET LIST-DONE TO TRUE
004560             GO TO 3450-EXIT
004570     END-READ.
004580     IF BM-COST-CENTER NOT = SPACES
004590      AND BUD-COST-CENTER NOT = BM-COST-CENTER
004600         SET LIST-DONE TO TRUE
004610         GO TO 3450-EXIT
004620     END-IF.
004630     MOVE BUD-COST-CENTER  TO RL-COST-CENTER.
004640     MOVE BUD-FISCAL-MONTH TO RL-FISCAL-MONTH.
004650     MOVE BUD-AMOUNT       TO RL-AMOUNT.
004660     MOVE BUD-MAINT-DATE   TO RL-MAINT-DATE.
004670     WRITE REPORT-RECORD FROM RPT-LIST-LINE.
004680     ADD 1 TO WS-LISTED-COUNT.
004690 3450-EXIT.
004700     EXIT.

004710*----------------------------------------------------------------
004720* 3500-REJECT-ACTION
004730*     REPORTS A MAINTENANCE RECORD WHOSE ACTION CODE IS NOT
004740*     RECOGNIZED.
004750*----------------------------------------------------------------
004760 3500-REJECT-ACTION.
004770     PERFORM 3600-REPORT-REJECT THRU 3600-EXIT.
004780 3500-EXIT.
004790     EXIT.

004800*----------------------------------------------------------------
004810* 3600-REPORT-REJECT
004820*     WRITES THE REPORT LINE FOR AN ACTION THAT COULD NOT BE
004830*     APPLIED - A FAILED EDIT, UNKNOWN ACTION CODE, DUPLICATE
004840*     ADD, OR CHANGE/DELETE OF A BUDGET NOT ON FILE.
004850*----------------------------------------------------------------
004860 3600-REPORT-REJECT.
004870     MOVE BM-ACTION       TO RA-ACTION.
004880     MOVE BM-COST-CENTER  TO RA-COST-CENTER.
004890     MOVE BM-FISCAL-MONTH TO RA-FISCAL-MONTH.
004900     IF BM-AMOUNT IS NUMERIC
004910         MOVE BM-AMOUNT TO RA-AMOUNT
004920     ELSE
004930         MOVE ZERO TO RA-AMOUNT
004940     END-IF.
004950     EVALUATE TRUE
004960         WHEN CC-CODE-MISSING
004970             MOVE "REJECTED - COST-CENTER CODE MISSING"
004980                 TO RA-MESSAGE
004990         WHEN FISCAL-MONTH-BAD
005000             MOVE "REJECTED - FISCAL MONTH NOT YYYYMM"
005010                 TO RA-MESSAGE
005020         WHEN BUDGET-AMOUNT-BAD
005030             MOVE "REJECTED - AMOUNT NOT NUMERIC"
005040                 TO RA-MESSAGE
005050         WHEN CC-NOT-ON-FILE
005060             MOVE "REJECTED - COST CENTER NOT ON CCFILE"
005070                 TO RA-MESSAGE
005080         WHEN BM-ADD
005090             MOVE "REJECTED - CENTER/MONTH ALREADY ON FILE"
005100                 TO RA-MESSAGE
005110         WHEN BM-CHANGE OR BM-DELETE
005120             MOVE "REJECTED - CENTER/MONTH NOT ON FILE"
005130                 TO RA-MESSAGE
005140         WHEN OTHER
005150             MOVE "REJECTED - UNKNOWN ACTION CODE"
005160                 TO RA-MESSAGE
005170     END-EVALUATE.
005180     SET EDIT-CLEAN TO TRUE.
005190     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
005200     ADD 1 TO WS-REJECT-COUNT.
005210 3600-EXIT.
005220     EXIT.

005230*----------------------------------------------------------------
005240* 3700-REPORT-APPLIED
005250*----------------------------------------------------------------
005260 3700-REPORT-APPLIED.
005270     MOVE BM-ACTION       TO RA-ACTION.
005280     MOVE BM-COST-CENTER  TO RA-COST-CENTER.
005290     MOVE BM-FISCAL-MONTH TO RA-FISCAL-MONTH.
005300     MOVE BUD-AMOUNT      TO RA-AMOUNT.
005310     MOVE "APPLIED" TO RA-MESSAGE.
005320     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
005330     ADD 1 TO WS-APPLIED-COUNT.
005340 3700-EXIT.
005350     EXIT.

005360*----------------------------------------------------------------
005370* 8000-WRITE-TOTALS
005380*----------------------------------------------------------------
005390 8000-WRITE-TOTALS.
005400     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
005410     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
005420     WRITE REPORT-RECORD FROM RPT-TOTAL-APPLIED-LINE.
005430     MOVE WS-REJECT-COUNT  TO RT-REJECT-COUNT.
005440     WRITE REPORT-RECORD FROM RPT-TOTAL-REJECT-LINE.
005450     MOVE WS-LISTED-COUNT  TO RT-LISTED-COUNT.
005460     WRITE REPORT-RECORD FROM RPT-TOTAL-LISTED-LINE.
005470 8000-EXIT.
005480     EXIT.

005490*----------------------------------------------------------------
005500* 9000-CLOSE-FILES
005510*----------------------------------------------------------------
005520 9000-CLOSE-FILES.
005530     CLOSE MAINT-FILE.
005540     CLOSE BUDGET-MASTER.
005550     CLOSE COST-CENTER-MASTER.
005560     CLOSE REPORT-FILE.
005570 9000-EXIT.
005580     EXIT.

005590*----------------------------------------------------------------
005600* 9800-WRITE-RUN-LOG
005610*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
005620*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
005630*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
005640*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
005650*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
005660*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
005670*     OVER ITS OWN MONITORING.
005680*----------------------------------------------------------------
005690 9800-WRITE-RUN-LOG.
005700     OPEN EXTEND RUN-LOG-FILE.
005710     IF WS-RUNLOG-STATUS NOT = "00"
005720      AND WS-RUNLOG-STATUS NOT = "05"
005730         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
005740             WS-RUNLOG-STATUS
005750         GO TO 9800-EXIT
005760     END-IF.
005770     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
005780     ACCEPT WS-RLG-TIME FROM TIME.
005790     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
005800     MOVE WS-RLG-DATE    TO RLG-DATE.
005810     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
005820     COMPUTE RLG-INPUT-COUNT = WS-APPLIED-COUNT
005830         + WS-REJECT-COUNT.
005840     MOVE WS-APPLIED-COUNT TO RLG-OUTPUT-COUNT.
005850     MOVE WS-REJECT-COUNT  TO RLG-EXCP-COUNT.
005860     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
005870     WRITE RUN-LOG-RECORD FROM RLG-LINE.
005880     CLOSE RUN-LOG-FILE.
005890 9800-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920* 9900-LOG-FATAL
005930*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
005940*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
005950*----------------------------------------------------------------
005960 9900-LOG-FATAL.
005970     MOVE "E"     TO WS-RUNLOG-TYPE.
005980     MOVE "FATAL" TO WS-RUN-STATUS.
005990     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
006000 9900-EXIT.
006010     EXIT.
