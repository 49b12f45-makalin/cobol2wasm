000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MECLOSE.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - MONTH-END CLOSE. CLOSES ONE
000110*                 ACCOUNTING PERIOD (YYYYMM, DEFAULT THE MONTH
000120*                 BEFORE THE RUN DATE) ON THE PERIOD MASTER
000130*                 (PRDFILE) THAT TRANEDIT, CALCULATOR AND
000140*                 EXCPRCYC CHECK TRANSACTION DATES AGAINST. THE
000150*                 PERIOD IS FIRST MARKED CLOSE PENDING; IT IS
000160*                 ONLY MARKED CLOSED WHEN EVERY BATCH POSTED OR
000170*                 EDITED IN IT ON THE BATCH CONTROL REGISTER HAS
000180*                 BEEN THROUGH GLRECON CLEAN AND EVERY EXCEPTION
000190*                 STILL ON THE EXCPOUT WORKLIST FOR THE PERIOD OR
000200*                 EARLIER HAS BEEN ACCEPTED ON CLOSEACC. A CLOSE
000210*                 THAT IS REFUSED OR BLOCKED ENDS WITH RETURN
000220*                 CODE 8 AND LEAVES THE PERIOD OPEN TO POSTING.
000230*                 A CLOSED PERIOD GETS A PERIOD-END BALANCE BY
000240*                 COST CENTER FROM THE SC RECORDS ON STATFILE.
000250*                 EVERY RUN APPENDS START AND END RECORDS TO THE
000260*                 SHARED RUNLOG FILE.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   GNUCOBOL.
000310 OBJECT-COMPUTER.   GNUCOBOL.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "CLOSPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PARM-STATUS.

000370     SELECT OPTIONAL PERIOD-MASTER ASSIGN TO "PRDFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PD-PERIOD
000410         FILE STATUS IS WS-PRD-STATUS.

000420     SELECT OPTIONAL BATCH-REGISTER ASSIGN TO "BATCHREG"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS BCR-BATCH-ID
000460         FILE STATUS IS WS-BCR-STATUS.

000470     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "EXCPOUT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-EXCP-STATUS.

000500     SELECT OPTIONAL ACCEPTANCE-FILE ASSIGN TO "CLOSEACC"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ACC-STATUS.

000530     SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO "STATFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-STAT-STATUS.

000560     SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CCM-CODE
000600         FILE STATUS IS WS-CCM-STATUS.

000610     SELECT REPORT-FILE ASSIGN TO "CLOSERPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-STATUS.

000640     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNLOG-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690*----------------------------------------------------------------
000700* PARAMETER-FILE - OPTIONAL CLOSE CONTROLS. THE PERIOD IS YYYYMM
000710*     AND DEFAULTS, LEFT BLANK, TO THE MONTH BEFORE THE RUN
000720*     DATE; A PERIOD KEYED BUT NOT VALID REFUSES THE CLOSE
000730*     RATHER THAN CLOSE SOME OTHER MONTH. THE FISCAL-YEAR START
000740*     IS A MONTH NUMBER 01-12, DEFAULT JANUARY, AS ON VARPARMS.
000750*     CLOSED-BY NAMES WHO IS CLOSING THE PERIOD AND MUST BE
000760*     GIVEN.
000770*----------------------------------------------------------------
000780 FD  PARAMETER-FILE
000790     RECORDING MODE IS F.
000800 01  PARAMETER-RECORD.
000810     05  CP-PERIOD          PIC X(06).
000820     05  CP-PERIOD-R REDEFINES CP-PERIOD.
000830         10  CP-PD-YYYY     PIC 9(04).
000840         10  CP-PD-MM       PIC 9(02).
000850     05  CP-FY-START-MM     PIC X(02).
000860     05  CP-FY-START-MM-N REDEFINES CP-FY-START-MM
000870                            PIC 9(02).
000880     05  CP-CLOSED-BY       PIC X(08).
000890     05  FILLER             PIC X(04).

000900*----------------------------------------------------------------
000910* PERIOD-MASTER - ONE RECORD PER FISCAL PERIOD (YYYYMM) WITH ITS
000920*     STATUS - OPEN, CLOSE PENDING OR CLOSED - THE DATE AND
000930*     USER OF THE LAST CHANGE AND, ONCE CLOSED, THE NUMBER OF
000940*     BATCHES AND THE POSTED TOTAL CLOSED. LAYOUT MUST AGREE
000950*     WITH THE PERIOD-MASTER FD IN TRANEDIT, CALCULATOR AND
000960*     EXCPRCYC. A PERIOD NOT ON FILE HAS NEVER BEEN CLOSED.
000970*----------------------------------------------------------------
000980 FD  PERIOD-MASTER
000990     RECORDING MODE IS F.
001000 01  PERIOD-MASTER-RECORD.
001010     05  PD-PERIOD          PIC 9(06).
001020     05  PD-STATUS          PIC X(01).
001030         88  PD-OPEN            VALUE "O".
001040         88  PD-CLOSING         VALUE "P".
001050         88  PD-CLOSED          VALUE "C".
001060     05  PD-STATUS-DATE     PIC 9(08).
001070     05  PD-CLOSED-BY       PIC X(08).
001080     05  PD-BATCH-COUNT     PIC 9(05).
001090     05  PD-PERIOD-TOTAL    PIC S9(11)V99
001100                            SIGN IS LEADING SEPARATE.
001110     05  FILLER             PIC X(08).

001120*----------------------------------------------------------------
001130* BATCH-REGISTER - THE BATCH CONTROL REGISTER, READ IN BATCH ID
001140*     ORDER. LAYOUT MUST AGREE WITH THE BATCH-REGISTER FD IN
001150*     TRANEDIT.
001160*----------------------------------------------------------------
001170 FD  BATCH-REGISTER
001180     RECORDING MODE IS F.
001190 01  BATCH-REGISTER-RECORD.
001200     05  BCR-BATCH-ID       PIC X(08).
001210     05  BCR-DEPARTMENT     PIC X(04).
001220     05  BCR-EXPECTED-COUNT PIC 9(07).
001230     05  BCR-HASH-TOTAL     PIC S9(11)V99
001240                            SIGN IS LEADING SEPARATE.
001250     05  BCR-STATUS         PIC X(01).
001260         88  BCR-EDITED         VALUE "E".
001270         88  BCR-EDIT-FAILED    VALUE "F".
001280         88  BCR-SORTED         VALUE "S".
001290         88  BCR-POSTING        VALUE "O".
001300         88  BCR-POSTED         VALUE "P".
001310         88  BCR-RECONCILED     VALUE "R".
001320         88  BCR-RECON-FAILED   VALUE "D".
001330         88  BCR-ALREADY-POSTED VALUE "P" "R" "D".
001340     05  BCR-EDIT-DATE      PIC 9(08).
001350     05  BCR-SORT-DATE      PIC 9(08).
001360     05  BCR-POST-DATE      PIC 9(08).
001370     05  BCR-RECON-DATE     PIC 9(08).
001380     05  BCR-CALC-COUNT     PIC 9(07).
001390     05  BCR-EXCP-COUNT     PIC 9(07).
001400     05  BCR-POST-TOTAL     PIC S9(9)V99
001410                            SIGN IS LEADING SEPARATE.
001420     05  BCR-POST-COUNT     PIC 9(03).
001430     05  BCR-OVERRIDE-BY    PIC X(08).
001440     05  FILLER             PIC X(17).

001450*----------------------------------------------------------------
001460* EXCEPTION-FILE - THE OUTSTANDING-EXCEPTION WORKLIST AS LAST
001470*     CARRIED FORWARD BY EXCPRCYC, IN THE EXCPFILE FORMAT.
001480*     LAYOUT MUST AGREE WITH THE EXCEPTION-FILE FD IN EXCPRCYC.
001490*----------------------------------------------------------------
001500 FD  EXCEPTION-FILE
001510     RECORDING MODE IS F.
001520 01  EXCEPTION-RECORD.
001530     05  EXC-SEQ-NO         PIC Z(8)9.
001540     05  FILLER             PIC X(01).
001550     05  EXC-NUM1           PIC -(4)9.99.
001560     05  FILLER             PIC X(01).
001570     05  EXC-OPERATION      PIC X(01).
001580     05  FILLER             PIC X(01).
001590     05  EXC-NUM2           PIC -(4)9.99.
001600     05  FILLER             PIC X(01).
001610     05  EXC-MESSAGE        PIC X(30).
001620     05  FILLER             PIC X(01).
001630     05  EXC-COST-CENTER    PIC X(04).
001640     05  FILLER             PIC X(01).
001650     05  EXC-TRAN-DATE      PIC X(08).
001660     05  EXC-TRAN-DATE-N REDEFINES EXC-TRAN-DATE
001670                            PIC 9(08).
001680     05  FILLER             PIC X(01).
001690     05  EXC-FIRST-DATE     PIC X(08).
001700     05  EXC-FIRST-DATE-N REDEFINES EXC-FIRST-DATE
001710                            PIC 9(08).
001720     05  FILLER             PIC X(01).
001730     05  EXC-CYCLE-COUNT    PIC X(03).
001740     05  FILLER             PIC X(01).
001750     05  EXC-CURRENCY       PIC X(03).
001760     05  FILLER             PIC X(01).

001770*----------------------------------------------------------------
001780* ACCEPTANCE-FILE - OPTIONAL OPERATOR-PREPARED ACCEPTANCES,
001790*     KEYED LIKE CORRFILE BY THE ORIGINAL TRANSACTION SEQUENCE
001800*     NUMBER. AN ACCEPTED EXCEPTION STAYS ON THE WORKLIST BUT
001810*     NO LONGER HOLDS UP THE CLOSE. THE ACCEPTOR MUST BE NAMED.
001820*----------------------------------------------------------------
001830 FD  ACCEPTANCE-FILE
001840     RECORDING MODE IS F.
001850 01  ACCEPTANCE-RECORD.
001860     05  CA-SEQ-NO          PIC 9(09).
001870     05  CA-ACCEPTED-BY     PIC X(08).
001880     05  FILLER             PIC X(03).

001890*----------------------------------------------------------------
001900* RUN-STATS-FILE - THE RUN-STATISTICS HISTORY AS APPENDED BY
001910*     CALCULATOR. ONLY THE SC (COST-CENTER) RECORDS ARE USED;
001920*     THE LAYOUT MUST AGREE WITH SC-LINE IN CALCULATOR. A
001930*     RECORD WITH A BAD DATE OR TOTAL IS COUNTED AND SKIPPED.
001940*----------------------------------------------------------------
001950 FD  RUN-STATS-FILE
001960     RECORDING MODE IS F.
001970 01  STATS-CENTER-RECORD.
001980     05  ST-RECORD-TYPE     PIC X(02).
001990         88  ST-CENTER-REC      VALUE "SC".
002000     05  FILLER             PIC X(01).
002010     05  SC-RUN-DATE        PIC X(08).
002020     05  SC-RUN-DATE-N REDEFINES SC-RUN-DATE
002030                            PIC 9(08).
002040     05  FILLER             PIC X(01).
002050     05  SC-BATCH-ID        PIC X(08).
002060     05  FILLER             PIC X(01).
002070     05  SC-COST-CENTER     PIC X(04).
002080     05  FILLER             PIC X(01).
002090     05  SC-CALC-COUNT      PIC X(07).
002100     05  FILLER             PIC X(01).
002110     05  SC-EXCP-COUNT      PIC X(07).
002120     05  FILLER             PIC X(01).
002130     05  SC-RESULT-TOTAL    PIC X(12).
002140     05  SC-RESULT-TOTAL-N REDEFINES SC-RESULT-TOTAL
002150                            PIC S9(9)V99
002160                            SIGN IS LEADING SEPARATE.

002170*----------------------------------------------------------------
002180* COST-CENTER-MASTER - COST CENTERS KEYED BY CODE, MAINTAINED
002190*     BY CCMNT. LAYOUT MUST AGREE WITH THE CC-MASTER FD IN
002200*     CCMNT. SUPPLIES EACH CENTER'S DESCRIPTION.
002210*----------------------------------------------------------------
002220 FD  COST-CENTER-MASTER
002230     RECORDING MODE IS F.
002240 01  COST-CENTER-RECORD.
002250     05  CCM-CODE           PIC X(04).
002260     05  CCM-DESCRIPTION    PIC X(20).
002270     05  CCM-STATUS         PIC X(01).
002280         88  CCM-ACTIVE         VALUE "A".
002290         88  CCM-INACTIVE       VALUE "I".
002300     05  CCM-RESP-DEPT      PIC X(04).
002310     05  CCM-MAINT-DATE     PIC 9(08).
002320     05  FILLER             PIC X(03).

002330*----------------------------------------------------------------
002340* REPORT-FILE - CLOSE REPORT.
002350*----------------------------------------------------------------
002360 FD  REPORT-FILE
002370     RECORDING MODE IS F.
002380 01  REPORT-RECORD          PIC X(80).

002390*----------------------------------------------------------------
002400* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
002410*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
002420*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
002430*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
002440*     ACROSS EVERY PROGRAM THAT WRITES IT.
002450*----------------------------------------------------------------
002460 FD  RUN-LOG-FILE
002470     RECORDING MODE IS F.
002480 01  RUN-LOG-RECORD         PIC X(59).

002490 WORKING-STORAGE SECTION.
002500*----------------------------------------------------------------
002510* SWITCHES AND CONDITION NAMES
002520*----------------------------------------------------------------
002530 77  WS-BCR-EOF-SW          PIC X(01) VALUE "N".
002540     88  BATCHES-DONE           VALUE "Y".

002550 77  WS-EXCP-EOF-SW         PIC X(01) VALUE "N".
002560     88  EXCEPTIONS-DONE        VALUE "Y".

002570 77  WS-ACC-EOF-SW          PIC X(01) VALUE "N".
002580     88  ACCEPTANCES-DONE       VALUE "Y".

002590 77  WS-STAT-EOF-SW         PIC X(01) VALUE "N".
002600     88  STATS-DONE             VALUE "Y".

002610 77  WS-CCM-AVAIL-SW        PIC X(01) VALUE "N".
002620     88  CC-MASTER-AVAILABLE    VALUE "Y".

002630 77  WS-PRD-FOUND-SW        PIC X(01) VALUE "N".
002640     88  PERIOD-ON-FILE         VALUE "Y".

002650 77  WS-REFUSED-SW          PIC X(01) VALUE "N".
002660     88  CLOSE-REFUSED          VALUE "Y".

002670 77  WS-ACC-MATCH-SW        PIC X(01) VALUE "N".
002680     88  ACCEPTANCE-FOUND       VALUE "Y".

002690*----------------------------------------------------------------
002700* FILE STATUS FIELDS
002710*----------------------------------------------------------------
002720 77  WS-PARM-STATUS         PIC X(02) VALUE SPACES.
002730 77  WS-PRD-STATUS          PIC X(02) VALUE SPACES.
002740 77  WS-BCR-STATUS          PIC X(02) VALUE SPACES.
002750 77  WS-EXCP-STATUS         PIC X(02) VALUE SPACES.
002760 77  WS-ACC-STATUS          PIC X(02) VALUE SPACES.
002770 77  WS-STAT-STATUS         PIC X(02) VALUE SPACES.
002780 77  WS-CCM-STATUS          PIC X(02) VALUE SPACES.
002790 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

002800*----------------------------------------------------------------
002810* CLOSE CONTROLS - SEE PARAMETER-FILE AND 1100-APPLY-
002820*     PARAMETERS. WS-FY-START-MONTH IS THE FIRST YYYYMM OF THE
002830*     FISCAL YEAR THE PERIOD FALLS IN; WS-RUN-MONTH IS THE
002840*     YYYYMM OF THE RUN DATE, WHICH THE PERIOD MUST BE BEFORE.
002850*----------------------------------------------------------------
002860 77  WS-SEL-FY-START-MM     PIC 9(2)  VALUE 1.
002870 77  WS-FY-START-MONTH      PIC 9(6)  VALUE ZERO.
002880 77  WS-RUN-MONTH           PIC 9(6)  VALUE ZERO.
002890 77  WS-CLOSED-BY           PIC X(08) VALUE SPACES.
002900 77  WS-REFUSE-REASON       PIC X(40) VALUE SPACES.
002910 01  WS-SEL-PERIOD-AREA.
002920     05  WS-SEL-PERIOD      PIC 9(6)  VALUE ZERO.
002930     05  WS-SEL-PERIOD-R REDEFINES WS-SEL-PERIOD.
002940         10  WS-SP-YYYY     PIC 9(4).
002950         10  WS-SP-MM       PIC 9(2).

002960*----------------------------------------------------------------
002970* RECORD COUNTERS AND CLOSE TOTALS. A BLOCKING ITEM IS ANYTHING
002980*     THAT KEEPS THE PERIOD FROM CLOSING - A BATCH NOT YET
002990*     RECONCILED CLEAN OR AN EXCEPTION NOT ACCEPTED.
003000*----------------------------------------------------------------
003010 77  WS-BCR-READ-COUNT      PIC 9(7)  COMP VALUE ZERO.
003020 77  WS-BCR-PERIOD-COUNT    PIC 9(7)  COMP VALUE ZERO.
003030 77  WS-BCR-CLEAN-COUNT     PIC 9(7)  COMP VALUE ZERO.
003040 77  WS-BCR-FAILED-COUNT    PIC 9(7)  COMP VALUE ZERO.
003050 77  WS-BCR-BLOCK-COUNT     PIC 9(7)  COMP VALUE ZERO.
003060 77  WS-EXCP-READ-COUNT     PIC 9(7)  COMP VALUE ZERO.
003070 77  WS-EXCP-PERIOD-COUNT   PIC 9(7)  COMP VALUE ZERO.
003080 77  WS-EXCP-ACCEPT-COUNT   PIC 9(7)  COMP VALUE ZERO.
003090 77  WS-EXCP-BLOCK-COUNT    PIC 9(7)  COMP VALUE ZERO.
003100 77  WS-ACC-UNUSED-COUNT    PIC 9(7)  COMP VALUE ZERO.
003110 77  WS-ACC-DROPPED-COUNT   PIC 9(7)  COMP VALUE ZERO.
003120 77  WS-BLOCK-COUNT         PIC 9(7)  COMP VALUE ZERO.
003130 77  WS-STAT-READ-COUNT     PIC 9(7)  COMP VALUE ZERO.
003140 77  WS-STAT-USED-COUNT     PIC 9(7)  COMP VALUE ZERO.
003150 77  WS-BAD-REC-COUNT       PIC 9(7)  COMP VALUE ZERO.
003160 77  WS-LINE-OUT-COUNT      PIC 9(7)  COMP VALUE ZERO.
003170 77  WS-CLOSE-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
003180 77  WS-WORK-PERIOD         PIC 9(6)  VALUE ZERO.

003190*----------------------------------------------------------------
003200* ACCEPTANCE TABLE - CLOSEACC IS LOADED UP FRONT SO THE WORKLIST
003210*     CAN BE MATCHED IN ONE PASS WHATEVER ORDER THE OPERATOR
003220*     KEYED THE ACCEPTANCES IN. A MATCH IS FLAGGED USED SO THE
003230*     LEFTOVERS CAN BE REPORTED. A FULL TABLE STOPS THE RUN.
003240*----------------------------------------------------------------
003250 77  WS-ACC-MAX             PIC 9(4)  COMP VALUE 500.
003260 77  WS-ACC-COUNT           PIC 9(4)  COMP VALUE ZERO.
003270 77  WS-ACC-IX              PIC 9(4)  COMP VALUE ZERO.
003280 77  WS-ACC-MATCH-IX        PIC 9(4)  COMP VALUE ZERO.
003290 77  WS-EXC-SEQ-NO          PIC 9(9)  VALUE ZERO.
003300 01  WS-ACCEPTANCE-TABLE.
003310     05  WS-ACC-ENTRY OCCURS 500 TIMES.
003320         10  WS-AT-SEQ-NO       PIC 9(9).
003330         10  WS-AT-ACCEPTED-BY  PIC X(08).
003340         10  WS-AT-USED-SW      PIC X(01).

003350*----------------------------------------------------------------
003360* CENTER TABLE - ONE SLOT PER COST CENTER WITH ACTIVITY IN THE
003370*     FISCAL YEAR THROUGH THE PERIOD, KEPT IN CENTER ORDER AS
003380*     SLOTS ARE CLAIMED, AS BUDVAR KEEPS ITS TABLE. A FULL
003390*     TABLE STOPS THE RUN RATHER THAN REPORTING PART OF THE
003400*     LEDGER.
003410*----------------------------------------------------------------
003420 77  WS-CV-MAX              PIC 9(4)  COMP VALUE 500.
003430 77  WS-CV-COUNT            PIC 9(4)  COMP VALUE ZERO.
003440 77  WS-CV-IX               PIC 9(4)  COMP VALUE ZERO.
003450 77  WS-CV-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
003460 77  WS-CV-SHIFT-IX         PIC 9(4)  COMP VALUE ZERO.
003470 77  WS-WORK-CC             PIC X(04) VALUE SPACES.
003480 01  WS-CENTER-TABLE.
003490     05  WS-CV-ENTRY OCCURS 500 TIMES.
003500         10  WS-CV-CC       PIC X(04).
003510         10  WS-CV-OPENING  PIC S9(11)V99 COMP-3.
003520         10  WS-CV-PERIOD   PIC S9(11)V99 COMP-3.

003530*----------------------------------------------------------------
003540* GRAND TOTALS
003550*----------------------------------------------------------------
003560 01  WS-GRAND-TOTALS.
003570     05  WS-GT-OPENING      PIC S9(11)V99 COMP-3 VALUE ZERO.
003580     05  WS-GT-PERIOD       PIC S9(11)V99 COMP-3 VALUE ZERO.

003590*----------------------------------------------------------------
003600* RUN DATE
003610*----------------------------------------------------------------
003620 01  WS-CURRENT-DATE.
003630     05  WS-CD-YYYY         PIC 9(4).
003640     05  WS-CD-MM           PIC 9(2).
003650     05  WS-CD-DD           PIC 9(2).

003660*----------------------------------------------------------------
003670* REPORT LAYOUT LINES
003680*----------------------------------------------------------------
003690 01  RPT-HEADER-1.
003700     05  FILLER             PIC X(26) VALUE
003710         "MONTH-END CLOSE REPORT".
003720     05  RH-RUN-DATE        PIC 9(08).
003730     05  FILLER             PIC X(46) VALUE SPACES.

003740 01  RPT-CRITERIA-LINE.
003750     05  FILLER             PIC X(07) VALUE "PERIOD ".
003760     05  RC-PERIOD          PIC 9(06).
003770     05  FILLER             PIC X(19) VALUE
003780         "  FISCAL YEAR FROM ".
003790     05  RC-FY-START        PIC 9(06).
003800     05  FILLER             PIC X(12) VALUE
003810         "  CLOSED BY ".
003820     05  RC-CLOSED-BY       PIC X(08).
003830     05  FILLER             PIC X(22) VALUE SPACES.

003840 01  RPT-BATCH-HEADER.
003850     05  FILLER             PIC X(80) VALUE
003860         "BATCHES POSTED OR EDITED IN THE PERIOD".

003870 01  RPT-BATCH-COLUMNS.
003880     05  FILLER             PIC X(40) VALUE
003890         "BATCH-ID DEPT   POSTED  RECONCL STATUS  ".
003900     05  FILLER             PIC X(40) VALUE SPACES.

003910 01  RPT-BATCH-LINE.
003920     05  RB-BATCH-ID        PIC X(08).
003930     05  FILLER             PIC X(01) VALUE SPACES.
003940     05  RB-DEPARTMENT      PIC X(04).
003950     05  FILLER             PIC X(01) VALUE SPACES.
003960     05  RB-POST-DATE       PIC Z(8).
003970     05  FILLER             PIC X(01) VALUE SPACES.
003980     05  RB-RECON-DATE      PIC Z(8).
003990     05  FILLER             PIC X(01) VALUE SPACES.
004000     05  RB-STATE           PIC X(30).
004010     05  FILLER             PIC X(01) VALUE SPACES.
004020     05  RB-FLAG            PIC X(08).
004030     05  FILLER             PIC X(09) VALUE SPACES.

004040 01  RPT-EXCP-HEADER.
004050     05  FILLER             PIC X(80) VALUE
004060         "EXCEPTIONS OUTSTANDING FOR THE PERIOD OR EARLIER".

004070 01  RPT-EXCP-COLUMNS.
004080     05  FILLER             PIC X(40) VALUE
004090         "   SEQ-NO TRANDATE CC   MESSAGE         ".
004100     05  FILLER             PIC X(40) VALUE
004110         "               STATUS".

004120 01  RPT-EXCP-LINE.
004130     05  RE-SEQ-NO          PIC Z(8)9.
004140     05  FILLER             PIC X(01) VALUE SPACES.
004150     05  RE-TRAN-DATE       PIC X(08).
004160     05  FILLER             PIC X(01) VALUE SPACES.
004170     05  RE-COST-CENTER     PIC X(04).
004180     05  FILLER             PIC X(01) VALUE SPACES.
004190     05  RE-MESSAGE         PIC X(30).
004200     05  FILLER             PIC X(01) VALUE SPACES.
004210     05  RE-STATE           PIC X(20).
004220     05  FILLER             PIC X(05) VALUE SPACES.

004230 01  RPT-UNUSED-LINE.
004240     05  RU-SEQ-NO          PIC Z(8)9.
004250     05  FILLER             PIC X(02) VALUE SPACES.
004260     05  FILLER             PIC X(44) VALUE
004270         "ACCEPTANCE MATCHES NO EXCEPTION IN THE CLOSE".
004280     05  FILLER             PIC X(25) VALUE SPACES.

004290 01  RPT-BADACC-LINE.
004300     05  RA-SEQ-NO          PIC X(09).
004310     05  FILLER             PIC X(02) VALUE SPACES.
004320     05  RA-REASON          PIC X(44).
004330     05  FILLER             PIC X(25) VALUE SPACES.

004340 01  RPT-RESULT-LINE.
004350     05  RR-TEXT            PIC X(80).

004360 01  RPT-BALANCE-HEADER.
004370     05  FILLER             PIC X(80) VALUE
004380         "PERIOD-END BALANCE BY COST CENTER".

004390 01  RPT-BALANCE-COLUMNS.
004400     05  FILLER             PIC X(40) VALUE
004410         "CC   DESCRIPTION                OPENING ".
004420     05  FILLER             PIC X(40) VALUE
004430         "         PERIOD        CLOSING".

004440 01  RPT-BALANCE-LINE.
004450     05  RL-CC              PIC X(04).
004460     05  FILLER             PIC X(01) VALUE SPACES.
004470     05  RL-DESC            PIC X(20).
004480     05  FILLER             PIC X(01) VALUE SPACES.
004490     05  RL-OPENING         PIC -(10)9.99.
004500     05  FILLER             PIC X(01) VALUE SPACES.
004510     05  RL-PERIOD          PIC -(10)9.99.
004520     05  FILLER             PIC X(01) VALUE SPACES.
004530     05  RL-CLOSING         PIC -(10)9.99.
004540     05  FILLER             PIC X(10) VALUE SPACES.

004550 01  RPT-BLANK-LINE.
004560     05  FILLER             PIC X(80) VALUE SPACES.

004570 01  RPT-TRAILER-LINE.
004580     05  FILLER             PIC X(80) VALUE ALL "-".

004590 01  RPT-COUNT-LINE.
004600     05  RC-CAPTION         PIC X(24).
004610     05  RC-COUNT           PIC Z(6)9.
004620     05  FILLER             PIC X(49) VALUE SPACES.

004630 01  RPT-AMOUNT-LINE.
004640     05  RA-CAPTION         PIC X(24).
004650     05  RA-AMOUNT          PIC -(10)9.99.
004660     05  FILLER             PIC X(42) VALUE SPACES.

004670*----------------------------------------------------------------
004680* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
004690*----------------------------------------------------------------
004700 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
004710 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
004720 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
004730 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
004740 01  WS-RLG-TIME.
004750     05  WS-RLG-HHMMSS      PIC 9(06).
004760     05  FILLER             PIC 9(02).
004770 01  RLG-LINE.
004780     05  RLG-PROGRAM-ID     PIC X(10) VALUE "MECLOSE   ".
004790     05  FILLER             PIC X(01) VALUE SPACES.
004800     05  RLG-RECORD-TYPE    PIC X(01).
004810     05  FILLER             PIC X(01) VALUE SPACES.
004820     05  RLG-DATE           PIC 9(08).
004830     05  FILLER             PIC X(01) VALUE SPACES.
004840     05  RLG-TIME           PIC 9(06).
004850     05  FILLER             PIC X(01) VALUE SPACES.
004860     05  RLG-INPUT-COUNT    PIC 9(07).
004870     05  FILLER             PIC X(01) VALUE SPACES.
004880     05  RLG-OUTPUT-COUNT   PIC 9(07).
004890     05  FILLER             PIC X(01) VALUE SPACES.
004900     05  RLG-EXCP-COUNT     PIC 9(07).
004910     05  FILLER             PIC X(01) VALUE SPACES.
004920     05  RLG-END-STATUS     PIC X(06).

004930 PROCEDURE DIVISION.
004940*----------------------------------------------------------------
004950* 0000-MAINLINE
004960*     VALIDATES THE PERIOD AND MARKS IT CLOSE PENDING, CHECKS
004970*     THE PERIOD'S BATCHES AND THE OUTSTANDING EXCEPTIONS, AND
004980*     WHEN NOTHING BLOCKS THE CLOSE MARKS THE PERIOD CLOSED AND
004990*     PRINTS THE PERIOD-END BALANCES. A REFUSED OR BLOCKED
005000*     CLOSE ENDS WITH RETURN CODE 8.
005010*----------------------------------------------------------------
005020 0000-MAINLINE.
005030     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
005040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005050     PERFORM 2000-START-CLOSE THRU 2000-EXIT.
005060     IF NOT CLOSE-REFUSED
005070         PERFORM 3000-CHECK-BATCHES THRU 3000-EXIT
005080         PERFORM 4000-LOAD-ACCEPTANCES THRU 4000-EXIT
005090         PERFORM 5000-CHECK-EXCEPTIONS THRU 5000-EXIT
005100         COMPUTE WS-BLOCK-COUNT = WS-BCR-BLOCK-COUNT
005110             + WS-EXCP-BLOCK-COUNT
005120         IF WS-BLOCK-COUNT = ZERO
005130             PERFORM 6000-MARK-CLOSED THRU 6000-EXIT
005140             PERFORM 7000-WRITE-BALANCES THRU 7000-EXIT
005150         END-IF
005160     END-IF.
005170     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
005180     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
005190     MOVE "E" TO WS-RUNLOG-TYPE.
005200     IF CLOSE-REFUSED OR WS-BLOCK-COUNT > ZERO
005210         MOVE 8 TO RETURN-CODE
005220         MOVE "ERRORS" TO WS-RUN-STATUS
005230     ELSE
005240         MOVE "CLEAN" TO WS-RUN-STATUS
005250     END-IF.
005260     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
005270     STOP RUN.

005280*----------------------------------------------------------------
005290* 1000-INITIALIZE
005300*     READS THE OPTIONAL PARAMETER RECORD, OPENS THE FILES AND
005310*     WRITES THE REPORT HEADERS. THE PERIOD MASTER IS CREATED
005320*     BY THE FIRST CLOSE. A MISSING WORKLIST, ACCEPTANCE FILE
005330*     OR HISTORY FILE SIMPLY CONTRIBUTES NOTHING; A MISSING
005340*     CCFILE LEAVES THE BALANCES WITHOUT DESCRIPTIONS.
005350*----------------------------------------------------------------
005360 1000-INITIALIZE.
005370     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005380     OPEN INPUT PARAMETER-FILE.
005390     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "05"
005400         DISPLAY "FATAL: Cannot open PARAMETER-FILE, status "
005410             WS-PARM-STATUS
005420         MOVE 8 TO RETURN-CODE
005430         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005440         STOP RUN
005450     END-IF.
005460     MOVE SPACES TO PARAMETER-RECORD.
005470     READ PARAMETER-FILE
005480         AT END
005490             MOVE SPACES TO PARAMETER-RECORD
005500     END-READ.
005510     CLOSE PARAMETER-FILE.
005520     PERFORM 1100-APPLY-PARAMETERS THRU 1100-EXIT.
005530     OPEN I-O PERIOD-MASTER.
005540     IF WS-PRD-STATUS NOT = "00" AND WS-PRD-STATUS NOT = "05"
005550         DISPLAY "FATAL: Cannot open PERIOD-MASTER, status "
005560             WS-PRD-STATUS
005570         MOVE 8 TO RETURN-CODE
005580         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005590         STOP RUN
005600     END-IF.
005610     OPEN INPUT BATCH-REGISTER.
005620     IF WS-BCR-STATUS NOT = "00" AND WS-BCR-STATUS NOT = "05"
005630         DISPLAY "FATAL: Cannot open BATCH-REGISTER, status "
005640             WS-BCR-STATUS
005650         MOVE 8 TO RETURN-CODE
005660         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005670         STOP RUN
005680     END-IF.
005690     OPEN INPUT EXCEPTION-FILE.
005700     IF WS-EXCP-STATUS NOT = "00" AND WS-EXCP-STATUS NOT = "05"
005710         DISPLAY "FATAL: Cannot open EXCEPTION-FILE, status "
005720             WS-EXCP-STATUS
005730         MOVE 8 TO RETURN-CODE
005740         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005750         STOP RUN
005760     END-IF.
005770     OPEN INPUT ACCEPTANCE-FILE.
005780     IF WS-ACC-STATUS NOT = "00" AND WS-ACC-STATUS NOT = "05"
005790         DISPLAY "FATAL: Cannot open ACCEPTANCE-FILE, status "
005800             WS-ACC-STATUS
005810         MOVE 8 TO RETURN-CODE
005820         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005830         STOP RUN
005840     END-IF.
005850     OPEN INPUT RUN-STATS-FILE.
005860     IF WS-STAT-STATUS NOT = "00" AND WS-STAT-STATUS NOT = "05"
005870         DISPLAY "FATAL: Cannot open RUN-STATS-FILE, status "
005880             WS-STAT-STATUS
005890         MOVE 8 TO RETURN-CODE
005900         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005910         STOP RUN
005920     END-IF.
005930     OPEN INPUT COST-CENTER-MASTER.
005940     IF WS-CCM-STATUS NOT = "00" AND WS-CCM-STATUS NOT = "05"
005950         DISPLAY "FATAL: Cannot open COST-CENTER-MASTER, status "
005960             WS-CCM-STATUS
005970         MOVE 8 TO RETURN-CODE
005980         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005990         STOP RUN
006000     END-IF.
006010     IF WS-CCM-STATUS = "00"
006020         SET CC-MASTER-AVAILABLE TO TRUE
006030     END-IF.
006040     OPEN OUTPUT REPORT-FILE.
006050     IF WS-REPORT-STATUS NOT = "00"
006060         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
006070             WS-REPORT-STATUS
006080         MOVE 8 TO RETURN-CODE
006090         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006100         STOP RUN
006110     END-IF.
006120     MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
006130     WRITE REPORT-RECORD FROM RPT-HEADER-1.
006140     MOVE WS-SEL-PERIOD     TO RC-PERIOD.
006150     MOVE WS-FY-START-MONTH TO RC-FY-START.
006160     MOVE WS-CLOSED-BY      TO RC-CLOSED-BY.
006170     WRITE REPORT-RECORD FROM RPT-CRITERIA-LINE.
006180 1000-EXIT.
006190     EXIT.

006200*----------------------------------------------------------------
006210* 1100-APPLY-PARAMETERS
006220*     SETS THE PERIOD, FISCAL-YEAR START AND CLOSED-BY FROM THE
006230*     PARAMETER RECORD. A BLANK PERIOD TAKES THE MONTH BEFORE
006240*     THE RUN DATE; A PERIOD THAT IS NOT VALID, OR NO CLOSED-
006250*     BY, REFUSES THE CLOSE. THE FIRST MONTH OF THE FISCAL YEAR
006260*     IS WORKED OUT AS IN BUDVAR - THE SAME CALENDAR YEAR IF THE
006270*     PERIOD IS AT OR AFTER THE START MONTH, ELSE THE YEAR
006280*     BEFORE.
006290*----------------------------------------------------------------
006300 1100-APPLY-PARAMETERS.
006310     COMPUTE WS-RUN-MONTH = WS-CD-YYYY * 100 + WS-CD-MM.
006320     IF WS-CD-MM = 1
006330         COMPUTE WS-SP-YYYY = WS-CD-YYYY - 1
006340         MOVE 12 TO WS-SP-MM
006350     ELSE
006360         MOVE WS-CD-YYYY TO WS-SP-YYYY
006370         COMPUTE WS-SP-MM = WS-CD-MM - 1
006380     END-IF.
006390     IF CP-PERIOD NOT = SPACES
006400         IF CP-PERIOD IS NUMERIC
006410          AND CP-PD-MM NOT < 1 AND CP-PD-MM NOT > 12
006420             MOVE CP-PERIOD TO WS-SEL-PERIOD
006430         ELSE
006440             SET CLOSE-REFUSED TO TRUE
006450             MOVE "PERIOD ON CLOSPARM IS NOT VALID"
006460                 TO WS-REFUSE-REASON
006470         END-IF
006480     END-IF.
006490     IF CP-FY-START-MM IS NUMERIC
006500         IF CP-FY-START-MM-N NOT < 1
006510          AND CP-FY-START-MM-N NOT > 12
006520             MOVE CP-FY-START-MM-N TO WS-SEL-FY-START-MM
006530         END-IF
006540     END-IF.
006550     MOVE CP-CLOSED-BY TO WS-CLOSED-BY.
006560     IF WS-CLOSED-BY = SPACES AND NOT CLOSE-REFUSED
006570         SET CLOSE-REFUSED TO TRUE
006580         MOVE "NO CLOSED-BY GIVEN ON CLOSPARM"
006590             TO WS-REFUSE-REASON
006600     END-IF.
006610     IF WS-SP-MM NOT < WS-SEL-FY-START-MM
006620         COMPUTE WS-FY-START-MONTH =
006630             WS-SP-YYYY * 100 + WS-SEL-FY-START-MM
006640     ELSE
006650         COMPUTE WS-FY-START-MONTH =
006660             (WS-SP-YYYY - 1) * 100 + WS-SEL-FY-START-MM
006670     END-IF.
006680 1100-EXIT.
006690     EXIT.

006700*----------------------------------------------------------------
006710* 2000-START-CLOSE
006720*     REFUSES A PERIOD THAT HAS NOT YET ENDED OR IS ALREADY
006730*     CLOSED, OTHERWISE MARKS IT CLOSE PENDING - ADDING IT TO
006740*     THE PERIOD MASTER IF IT IS NOT THERE - SO THE MASTER
006750*     SHOWS A CLOSE IS UNDER WAY. A PENDING PERIOD STILL TAKES
006760*     POSTINGS, SO ANYTHING THAT BLOCKS THE CLOSE CAN BE PUT
006770*     RIGHT AND THE CLOSE RUN AGAIN.
006780*----------------------------------------------------------------
006790 2000-START-CLOSE.
006800     IF CLOSE-REFUSED
006810         GO TO 2000-WRITE-REFUSAL.
006820     IF WS-SEL-PERIOD NOT < WS-RUN-MONTH
006830         SET CLOSE-REFUSED TO TRUE
006840         MOVE "PERIOD HAS NOT ENDED" TO WS-REFUSE-REASON
006850         GO TO 2000-WRITE-REFUSAL
006860     END-IF.
006870     MOVE WS-SEL-PERIOD TO PD-PERIOD.
006880     READ PERIOD-MASTER
006890         INVALID KEY
006900             MOVE "N" TO WS-PRD-FOUND-SW
006910         NOT INVALID KEY
006920             SET PERIOD-ON-FILE TO TRUE
006930     END-READ.
006940     IF PERIOD-ON-FILE AND PD-CLOSED
006950         SET CLOSE-REFUSED TO TRUE
006960         MOVE SPACES TO WS-REFUSE-REASON
006970         STRING "PERIOD ALREADY CLOSED ON " DELIMITED BY SIZE
006980             PD-STATUS-DATE DELIMITED BY SIZE
006990             INTO WS-REFUSE-REASON
007000         GO TO 2000-WRITE-REFUSAL
007010     END-IF.
007020     IF NOT PERIOD-ON-FILE
007030         MOVE SPACES TO PERIOD-MASTER-RECORD
007040         MOVE WS-SEL-PERIOD TO PD-PERIOD
007050     END-IF.
007060     SET PD-CLOSING TO TRUE.
007070     MOVE WS-CURRENT-DATE TO PD-STATUS-DATE.
007080     MOVE WS-CLOSED-BY    TO PD-CLOSED-BY.
007090     MOVE ZERO TO PD-BATCH-COUNT.
007100     MOVE ZERO TO PD-PERIOD-TOTAL.
007110     PERFORM 6500-UPDATE-PERIOD THRU 6500-EXIT.
007120     SET PERIOD-ON-FILE TO TRUE.
007130     GO TO 2000-EXIT.
007140 2000-WRITE-REFUSAL.
007150     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
007160     MOVE SPACES TO RR-TEXT.
007170     STRING "CLOSE REFUSED - " DELIMITED BY SIZE
007180         WS-REFUSE-REASON DELIMITED BY SIZE
007190         INTO RR-TEXT.
007200     WRITE REPORT-RECORD FROM RPT-RESULT-LINE.
007210     DISPLAY "MECLOSE: " RR-TEXT.
007220 2000-EXIT.
007230     EXIT.

007240*----------------------------------------------------------------
007250* 3000-CHECK-BATCHES
007260*     PASSES THE BATCH CONTROL REGISTER AND LISTS EVERY BATCH
007270*     BELONGING TO THE PERIOD. WITH NO REGISTER ON FILE THERE
007280*     IS NO PROOF THAT ANYTHING WAS RECONCILED, AND THE CLOSE
007290*     IS BLOCKED.
007300*----------------------------------------------------------------
007310 3000-CHECK-BATCHES.
007320     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
007330     WRITE REPORT-RECORD FROM RPT-BATCH-HEADER.
007340     IF WS-BCR-STATUS = "05"
007350         MOVE SPACES TO RPT-BATCH-LINE
007360         MOVE "BATCH REGISTER NOT ON FILE" TO RB-STATE
007370         MOVE "BLOCKING" TO RB-FLAG
007380         WRITE REPORT-RECORD FROM RPT-BATCH-LINE
007390         ADD 1 TO WS-BCR-BLOCK-COUNT
007400         GO TO 3000-EXIT
007410     END-IF.
007420     WRITE REPORT-RECORD FROM RPT-BATCH-COLUMNS.
007430     PERFORM 3100-READ-BATCH THRU 3100-EXIT.
007440     PERFORM 3200-CHECK-BATCH THRU 3200-EXIT
007450         UNTIL BATCHES-DONE.
007460 3000-EXIT.
007470     EXIT.

007480*----------------------------------------------------------------
007490* 3100-READ-BATCH
007500*----------------------------------------------------------------
007510 3100-READ-BATCH.
007520     READ BATCH-REGISTER NEXT RECORD
007530         AT END
007540             SET BATCHES-DONE TO TRUE
007550     END-READ.
007560 3100-EXIT.
007570     EXIT.

007580*----------------------------------------------------------------
007590* 3200-CHECK-BATCH
007600*     A BATCH BELONGS TO THE MONTH IT WAS LAST POSTED IN, OR,
007610*     NOT YET POSTED, THE MONTH IT WAS LAST EDITED IN. ONLY A
007620*     BATCH GLRECON HAS MARKED RECONCILED IS CLEAN; A BATCH
007630*     THAT FAILED EDIT POSTED NOTHING AND IS LISTED FOR
007640*     INFORMATION. ANY OTHER STATE BLOCKS THE CLOSE. THE
007650*     CLEAN BATCHES' POSTED TOTALS ARE THE PERIOD TOTAL.
007660*----------------------------------------------------------------
007670 3200-CHECK-BATCH.
007680     ADD 1 TO WS-BCR-READ-COUNT.
007690     IF (BCR-ALREADY-POSTED OR BCR-POSTING)
007700      AND BCR-POST-DATE IS NUMERIC AND BCR-POST-DATE > ZERO
007710         COMPUTE WS-WORK-PERIOD = BCR-POST-DATE / 100
007720     ELSE
007730         IF BCR-EDIT-DATE IS NUMERIC
007740             COMPUTE WS-WORK-PERIOD = BCR-EDIT-DATE / 100
007750         ELSE
007760             MOVE ZERO TO WS-WORK-PERIOD
007770         END-IF
007780     END-IF.
007790     IF WS-WORK-PERIOD NOT = WS-SEL-PERIOD
007800         GO TO 3200-READ-NEXT.
007810     ADD 1 TO WS-BCR-PERIOD-COUNT.
007820     MOVE SPACES TO RPT-BATCH-LINE.
007830     MOVE BCR-BATCH-ID   TO RB-BATCH-ID.
007840     MOVE BCR-DEPARTMENT TO RB-DEPARTMENT.
007850     IF BCR-POST-DATE IS NUMERIC
007860         MOVE BCR-POST-DATE TO RB-POST-DATE
007870     END-IF.
007880     IF BCR-RECON-DATE IS NUMERIC
007890         MOVE BCR-RECON-DATE TO RB-RECON-DATE
007900     END-IF.
007910     MOVE "BLOCKING" TO RB-FLAG.
007920     EVALUATE TRUE
007930         WHEN BCR-RECONCILED
007940             MOVE "RECONCILED" TO RB-STATE
007950             MOVE SPACES TO RB-FLAG
007960             ADD 1 TO WS-BCR-CLEAN-COUNT
007970             IF BCR-POST-TOTAL IS NUMERIC
007980                 ADD BCR-POST-TOTAL TO WS-CLOSE-TOTAL
007990             END-IF
008000         WHEN BCR-EDIT-FAILED
008010             MOVE "EDIT FAILED - NOTHING POSTED" TO RB-STATE
008020             MOVE SPACES TO RB-FLAG
008030             ADD 1 TO WS-BCR-FAILED-COUNT
008040         WHEN BCR-RECON-FAILED
008050             MOVE "RECONCILIATION FAILED" TO RB-STATE
008060         WHEN BCR-POSTED
008070             MOVE "POSTED, NOT RECONCILED" TO RB-STATE
008080         WHEN BCR-POSTING
008090             MOVE "POSTING NOT COMPLETE" TO RB-STATE
008100         WHEN BCR-SORTED
008110             MOVE "SORTED, NOT POSTED" TO RB-STATE
008120         WHEN BCR-EDITED
008130             MOVE "EDITED, NOT POSTED" TO RB-STATE
008140         WHEN OTHER
008150             STRING "UNKNOWN STATUS " DELIMITED BY SIZE
008160                 BCR-STATUS DELIMITED BY SIZE
008170                 INTO RB-STATE
008180     END-EVALUATE.
008190     IF RB-FLAG NOT = SPACES
008200         ADD 1 TO WS-BCR-BLOCK-COUNT
008210     END-IF.
008220     WRITE REPORT-RECORD FROM RPT-BATCH-LINE.
008230 3200-READ-NEXT.
008240     PERFORM 3100-READ-BATCH THRU 3100-EXIT.
008250 3200-EXIT.
008260     EXIT.

008270*----------------------------------------------------------------
008280* 4000-LOAD-ACCEPTANCES
008290*     LOADS THE OPTIONAL CLOSEACC FILE INTO THE ACCEPTANCE
008300*     TABLE. WITH NO FILE PRESENT THE TABLE IS SIMPLY EMPTY AND
008310*     EVERY OUTSTANDING EXCEPTION BLOCKS THE CLOSE.
008320*----------------------------------------------------------------
008330 4000-LOAD-ACCEPTANCES.
008340     PERFORM 4100-READ-ACCEPTANCE THRU 4100-EXIT.
008350     PERFORM 4200-STORE-ACCEPTANCE THRU 4200-EXIT
008360         UNTIL ACCEPTANCES-DONE.
008370 4000-EXIT.
008380     EXIT.

008390*----------------------------------------------------------------
008400* 4100-READ-ACCEPTANCE
008410*----------------------------------------------------------------
008420 4100-READ-ACCEPTANCE.
008430     IF WS-ACC-STATUS = "05"
008440         SET ACCEPTANCES-DONE TO TRUE
008450         GO TO 4100-EXIT.
008460     READ ACCEPTANCE-FILE
008470         AT END
008480             SET ACCEPTANCES-DONE TO TRUE
008490     END-READ.
008500 4100-EXIT.
008510     EXIT.

008520*----------------------------------------------------------------
008530* 4200-STORE-ACCEPTANCE
008540*     AN ACCEPTANCE WITH A SEQUENCE NUMBER THAT IS NOT NUMERIC,
008550*     OR NAMING NO ACCEPTOR, IS DROPPED AND REPORTED - THE
008560*     EXCEPTION IT MEANT STAYS OUTSTANDING.
008570*----------------------------------------------------------------
008580 4200-STORE-ACCEPTANCE.
008590     IF CA-SEQ-NO IS NOT NUMERIC
008600      OR CA-ACCEPTED-BY = SPACES
008610         MOVE CA-SEQ-NO TO RA-SEQ-NO
008620         IF CA-SEQ-NO IS NOT NUMERIC
008630             MOVE "ACCEPTANCE DROPPED - SEQUENCE NOT NUMERIC"
008640                 TO RA-REASON
008650         ELSE
008660             MOVE "ACCEPTANCE DROPPED - NO ACCEPTED-BY"
008670                 TO RA-REASON
008680         END-IF
008690         IF WS-ACC-DROPPED-COUNT = ZERO
008700             WRITE REPORT-RECORD FROM RPT-TRAILER-LINE
008710         END-IF
008720         WRITE REPORT-RECORD FROM RPT-BADACC-LINE
008730         ADD 1 TO WS-ACC-DROPPED-COUNT
008740         GO TO 4200-NEXT
008750     END-IF.
008760     IF WS-ACC-COUNT >= WS-ACC-MAX
008770         DISPLAY "FATAL: More than " WS-ACC-MAX
008780             " acceptance records"
008790         MOVE 8 TO RETURN-CODE
008800         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
008810         STOP RUN
008820     END-IF.
008830     ADD 1 TO WS-ACC-COUNT.
008840     MOVE CA-SEQ-NO      TO WS-AT-SEQ-NO (WS-ACC-COUNT).
008850     MOVE CA-ACCEPTED-BY TO WS-AT-ACCEPTED-BY (WS-ACC-COUNT).
008860     MOVE "N"            TO WS-AT-USED-SW (WS-ACC-COUNT).
008870 4200-NEXT.
008880     PERFORM 4100-READ-ACCEPTANCE THRU 4100-EXIT.
008890 4200-EXIT.
008900     EXIT.

008910*----------------------------------------------------------------
008920* 5000-CHECK-EXCEPTIONS
008930*     PASSES THE OUTSTANDING-EXCEPTION WORKLIST, THEN REPORTS
008940*     ANY ACCEPTANCE THAT MATCHED NOTHING IN THE CLOSE.
008950*----------------------------------------------------------------
008960 5000-CHECK-EXCEPTIONS.
008970     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
008980     WRITE REPORT-RECORD FROM RPT-EXCP-HEADER.
008990     WRITE REPORT-RECORD FROM RPT-EXCP-COLUMNS.
009000     PERFORM 5100-READ-EXCEPTION THRU 5100-EXIT.
009010     PERFORM 5200-CHECK-EXCEPTION THRU 5200-EXIT
009020         UNTIL EXCEPTIONS-DONE.
009030     MOVE ZERO TO WS-ACC-IX.
009040     PERFORM 5500-CHECK-UNUSED THRU 5500-EXIT
009050         UNTIL WS-ACC-IX >= WS-ACC-COUNT.
009060 5000-EXIT.
009070     EXIT.

009080*----------------------------------------------------------------
009090* 5100-READ-EXCEPTION
009100*----------------------------------------------------------------
009110 5100-READ-EXCEPTION.
009120     IF WS-EXCP-STATUS = "05"
009130         SET EXCEPTIONS-DONE TO TRUE
009140         GO TO 5100-EXIT.
009150     READ EXCEPTION-FILE
009160         AT END
009170             SET EXCEPTIONS-DONE TO TRUE
009180     END-READ.
009190 5100-EXIT.
009200     EXIT.

009210*----------------------------------------------------------------
009220* 5200-CHECK-EXCEPTION
009230*     AN EXCEPTION BELONGS TO THE MONTH OF ITS TRANSACTION DATE
009240*     OR, UNDATED, THE MONTH IT WAS FIRST RAISED; ONE WITH
009250*     NEITHER IS TAKEN AS BELONGING TO THE PERIOD. ONE FOR THE
009260*     PERIOD OR EARLIER BLOCKS THE CLOSE UNLESS IT HAS BEEN
009270*     ACCEPTED; A LATER ONE IS LEFT FOR ITS OWN CLOSE.
009280*----------------------------------------------------------------
009290 5200-CHECK-EXCEPTION.
009300     ADD 1 TO WS-EXCP-READ-COUNT.
009310     EVALUATE TRUE
009320         WHEN EXC-TRAN-DATE-N IS NUMERIC
009330          AND EXC-TRAN-DATE-N > ZERO
009340             COMPUTE WS-WORK-PERIOD = EXC-TRAN-DATE-N / 100
009350         WHEN EXC-FIRST-DATE-N IS NUMERIC
009360          AND EXC-FIRST-DATE-N > ZERO
009370             COMPUTE WS-WORK-PERIOD = EXC-FIRST-DATE-N / 100
009380         WHEN OTHER
009390             MOVE WS-SEL-PERIOD TO WS-WORK-PERIOD
009400     END-EVALUATE.
009410     IF WS-WORK-PERIOD > WS-SEL-PERIOD
009420         GO TO 5200-READ-NEXT.
009430     ADD 1 TO WS-EXCP-PERIOD-COUNT.
009440     MOVE EXC-SEQ-NO TO WS-EXC-SEQ-NO.
009450     PERFORM 5300-FIND-ACCEPTANCE THRU 5300-EXIT.
009460     MOVE SPACES TO RPT-EXCP-LINE.
009470     MOVE WS-EXC-SEQ-NO   TO RE-SEQ-NO.
009480     MOVE EXC-TRAN-DATE   TO RE-TRAN-DATE.
009490     MOVE EXC-COST-CENTER TO RE-COST-CENTER.
009500     MOVE EXC-MESSAGE     TO RE-MESSAGE.
009510     IF ACCEPTANCE-FOUND
009520         STRING "ACCEPTED BY " DELIMITED BY SIZE
009530             WS-AT-ACCEPTED-BY (WS-ACC-MATCH-IX)
009540                 DELIMITED BY SIZE
009550             INTO RE-STATE
009560         ADD 1 TO WS-EXCP-ACCEPT-COUNT
009570     ELSE
009580         MOVE "OUTSTANDING" TO RE-STATE
009590         ADD 1 TO WS-EXCP-BLOCK-COUNT
009600     END-IF.
009610     WRITE REPORT-RECORD FROM RPT-EXCP-LINE.
009620 5200-READ-NEXT.
009630     PERFORM 5100-READ-EXCEPTION THRU 5100-EXIT.
009640 5200-EXIT.
009650     EXIT.

009660*----------------------------------------------------------------
009670* 5300-FIND-ACCEPTANCE
009680*     SEQUENTIAL SEARCH OF THE ACCEPTANCE TABLE FOR THIS
009690*     EXCEPTION'S SEQUENCE NUMBER, AS EXCPRCYC MATCHES ITS
009700*     CORRECTIONS. THE MATCH IS FLAGGED USED.
009710*----------------------------------------------------------------
009720 5300-FIND-ACCEPTANCE.
009730     MOVE "N"  TO WS-ACC-MATCH-SW.
009740     MOVE ZERO TO WS-ACC-MATCH-IX.
009750     MOVE ZERO TO WS-ACC-IX.
009760     PERFORM 5350-CHECK-ACCEPTANCE THRU 5350-EXIT
009770         UNTIL ACCEPTANCE-FOUND OR WS-ACC-IX >= WS-ACC-COUNT.
009780 5300-EXIT.
009790     EXIT.

009800*----------------------------------------------------------------
009810* 5350-CHECK-ACCEPTANCE
009820*----------------------------------------------------------------
009830 5350-CHECK-ACCEPTANCE.
009840     ADD 1 TO WS-ACC-IX.
009850     IF WS-AT-SEQ-NO (WS-ACC-IX) = WS-EXC-SEQ-NO
009860         SET ACCEPTANCE-FOUND TO TRUE
009870         MOVE WS-ACC-IX TO WS-ACC-MATCH-IX
009880         MOVE "Y" TO WS-AT-USED-SW (WS-ACC-IX)
009890     END-IF.
009900 5350-EXIT.
009910     EXIT.

009920*----------------------------------------------------------------
009930* 5500-CHECK-UNUSED
009940*     REPORTS AN ACCEPTANCE THAT MATCHED NO EXCEPTION IN THE
009950*     CLOSE - USUALLY A MISKEYED SEQUENCE NUMBER, OR AN ITEM
009960*     ALREADY CLEARED. IT DOES NOT BLOCK THE CLOSE.
009970*----------------------------------------------------------------
009980 5500-CHECK-UNUSED.
009990     ADD 1 TO WS-ACC-IX.
010000     IF WS-AT-USED-SW (WS-ACC-IX) NOT = "Y"
010010         MOVE WS-AT-SEQ-NO (WS-ACC-IX) TO RU-SEQ-NO
010020         WRITE REPORT-RECORD FROM RPT-UNUSED-LINE
010030         ADD 1 TO WS-ACC-UNUSED-COUNT
010040     END-IF.
010050 5500-EXIT.
010060     EXIT.

010070*----------------------------------------------------------------
010080* 6000-MARK-CLOSED
010090*     NOTHING BLOCKS THE CLOSE - THE PERIOD IS MARKED CLOSED
010100*     WITH THE CLOSE DATE, WHO CLOSED IT, THE NUMBER OF CLEAN
010110*     BATCHES AND THEIR POSTED TOTAL. FROM HERE ON TRANEDIT AND
010120*     CALCULATOR REJECT ANY TRANSACTION DATED IN IT.
010130*----------------------------------------------------------------
010140 6000-MARK-CLOSED.
010150     SET PD-CLOSED TO TRUE.
010160     MOVE WS-CURRENT-DATE    TO PD-STATUS-DATE.
010170     MOVE WS-CLOSED-BY       TO PD-CLOSED-BY.
010180     MOVE WS-BCR-CLEAN-COUNT TO PD-BATCH-COUNT.
010190     MOVE WS-CLOSE-TOTAL     TO PD-PERIOD-TOTAL.
010200     PERFORM 6500-UPDATE-PERIOD THRU 6500-EXIT.
010210 6000-EXIT.
010220     EXIT.

010230*----------------------------------------------------------------
010240* 6500-UPDATE-PERIOD
010250*     WRITES OR REWRITES THE PERIOD RECORD BUILT BY THE CALLER.
010260*     A MASTER THAT CANNOT BE UPDATED STOPS THE RUN.
010270*----------------------------------------------------------------
010280 6500-UPDATE-PERIOD.
010290     IF PERIOD-ON-FILE
010300         REWRITE PERIOD-MASTER-RECORD
010310     ELSE
010320         WRITE PERIOD-MASTER-RECORD
010330     END-IF.
010340     IF WS-PRD-STATUS NOT = "00"
010350         DISPLAY "FATAL: Cannot update PERIOD-MASTER, status "
010360             WS-PRD-STATUS
010370         MOVE 8 TO RETURN-CODE
010380         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
010390         STOP RUN
010400     END-IF.
010410 6500-EXIT.
010420     EXIT.

010430*----------------------------------------------------------------
010440* 7000-WRITE-BALANCES
010450*     ROLLS THE FISCAL YEAR'S SC RECORDS THROUGH THE PERIOD INTO
010460*     THE CENTER TABLE - BEFORE THE PERIOD AS OPENING, IN IT AS
010470*     PERIOD ACTIVITY - THEN PRINTS EACH CENTER'S OPENING,
010480*     PERIOD AND CLOSING BALANCE AND THE GRAND TOTALS. AS IN
010490*     BUDVAR, A RECORD FALLS IN THE MONTH OF ITS RUN DATE.
010500*----------------------------------------------------------------
010510 7000-WRITE-BALANCES.
010520     PERFORM 7100-READ-STATS THRU 7100-EXIT.
010530     PERFORM 7200-PROCESS-STATS THRU 7200-EXIT
010540         UNTIL STATS-DONE.
010550     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
010560     WRITE REPORT-RECORD FROM RPT-BALANCE-HEADER.
010570     WRITE REPORT-RECORD FROM RPT-BALANCE-COLUMNS.
010580     MOVE ZERO TO WS-CV-IX.
010590     PERFORM 7500-WRITE-CENTER THRU 7500-EXIT
010600         UNTIL WS-CV-IX >= WS-CV-COUNT.
010610     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
010620     MOVE "ALL "          TO RL-CC.
010630     MOVE "CENTERS"       TO RL-DESC.
010640     MOVE WS-GT-OPENING   TO RL-OPENING.
010650     MOVE WS-GT-PERIOD    TO RL-PERIOD.
010660     COMPUTE RL-CLOSING = WS-GT-OPENING + WS-GT-PERIOD.
010670     WRITE REPORT-RECORD FROM RPT-BALANCE-LINE.
010680     ADD 1 TO WS-LINE-OUT-COUNT.
010690 7000-EXIT.
010700     EXIT.

010710*----------------------------------------------------------------
010720* 7100-READ-STATS
010730*----------------------------------------------------------------
010740 7100-READ-STATS.
010750     IF WS-STAT-STATUS = "05"
010760         SET STATS-DONE TO TRUE
010770         GO TO 7100-EXIT.
010780     READ RUN-STATS-FILE
010790         AT END
010800             SET STATS-DONE TO TRUE
010810     END-READ.
010820 7100-EXIT.
010830     EXIT.

010840*----------------------------------------------------------------
010850* 7200-PROCESS-STATS
010860*     ROLLS ONE SC RECORD DATED IN THE FISCAL YEAR THROUGH THE
010870*     PERIOD INTO ITS CENTER'S BALANCE. SB RECORDS ARE PASSED
010880*     OVER; A CENTER RECORD WITH A BAD DATE OR TOTAL IS
010890*     COUNTED AND SKIPPED.
010900*----------------------------------------------------------------
010910 7200-PROCESS-STATS.
010920     ADD 1 TO WS-STAT-READ-COUNT.
010930     IF NOT ST-CENTER-REC
010940         GO TO 7200-READ-NEXT.
010950     IF SC-RUN-DATE-N IS NOT NUMERIC
010960      OR SC-RESULT-TOTAL-N IS NOT NUMERIC
010970         ADD 1 TO WS-BAD-REC-COUNT
010980         GO TO 7200-READ-NEXT
010990     END-IF.
011000     COMPUTE WS-WORK-PERIOD = SC-RUN-DATE-N / 100.
011010     IF WS-WORK-PERIOD < WS-FY-START-MONTH
011020      OR WS-WORK-PERIOD > WS-SEL-PERIOD
011030         GO TO 7200-READ-NEXT
011040     END-IF.
011050     ADD 1 TO WS-STAT-USED-COUNT.
011060     MOVE SC-COST-CENTER TO WS-WORK-CC.
011070     PERFORM 7300-FIND-CENTER THRU 7300-EXIT.
011080     IF WS-WORK-PERIOD = WS-SEL-PERIOD
011090         ADD SC-RESULT-TOTAL-N TO WS-CV-PERIOD (WS-CV-FOUND-IX)
011100     ELSE
011110         ADD SC-RESULT-TOTAL-N TO WS-CV-OPENING (WS-CV-FOUND-IX)
011120     END-IF.
011130 7200-READ-NEXT.
011140     PERFORM 7100-READ-STATS THRU 7100-EXIT.
011150 7200-EXIT.
011160     EXIT.

011170*----------------------------------------------------------------
011180* 7300-FIND-CENTER
011190*     LOCATES - OR CLAIMS AND ZEROES - THE SLOT FOR WS-WORK-CC,
011200*     LEAVING ITS INDEX IN WS-CV-FOUND-IX. THE SCAN STOPS AT
011210*     THE FIRST SLOT NOT BELOW THE CENTER; A NEW CENTER IS
011220*     INSERTED THERE, THE SLOTS ABOVE IT MOVING UP ONE.
011230*----------------------------------------------------------------
011240 7300-FIND-CENTER.
011250     MOVE ZERO TO WS-CV-FOUND-IX.
011260     MOVE ZERO TO WS-CV-IX.
011270     PERFORM 7310-CHECK-CENTER THRU 7310-EXIT
011280         UNTIL WS-CV-FOUND-IX > ZERO
011290            OR WS-CV-IX >= WS-CV-COUNT.
011300     IF WS-CV-FOUND-IX > ZERO
011310      AND WS-CV-CC (WS-CV-FOUND-IX) = WS-WORK-CC
011320         GO TO 7300-EXIT.
011330     IF WS-CV-COUNT >= WS-CV-MAX
011340         DISPLAY "FATAL: More than " WS-CV-MAX
011350             " cost centers to report"
011360         MOVE 8 TO RETURN-CODE
011370         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
011380         STOP RUN
011390     END-IF.
011400     IF WS-CV-FOUND-IX = ZERO
011410         COMPUTE WS-CV-FOUND-IX = WS-CV-COUNT + 1
011420     END-IF.
011430     ADD 1 TO WS-CV-COUNT.
011440     MOVE WS-CV-COUNT TO WS-CV-SHIFT-IX.
011450     PERFORM 7320-SHIFT-CENTER THRU 7320-EXIT
011460         UNTIL WS-CV-SHIFT-IX <= WS-CV-FOUND-IX.
011470     MOVE WS-WORK-CC TO WS-CV-CC (WS-CV-FOUND-IX).
011480     MOVE ZERO TO WS-CV-OPENING (WS-CV-FOUND-IX).
011490     MOVE ZERO TO WS-CV-PERIOD (WS-CV-FOUND-IX).
011500 7300-EXIT.
011510     EXIT.

011520*----------------------------------------------------------------
011530* 7310-CHECK-CENTER
011540*----------------------------------------------------------------
011550 7310-CHECK-CENTER.
011560     ADD 1 TO WS-CV-IX.
011570     IF WS-CV-CC (WS-CV-IX) NOT < WS-WORK-CC
011580         MOVE WS-CV-IX TO WS-CV-FOUND-IX
011590     END-IF.
011600 7310-EXIT.
011610     EXIT.

011620*----------------------------------------------------------------
011630* 7320-SHIFT-CENTER
011640*     MOVES ONE SLOT UP A PLACE TO OPEN THE INSERTION POINT.
011650*----------------------------------------------------------------
011660 7320-SHIFT-CENTER.
011670     MOVE WS-CV-ENTRY (WS-CV-SHIFT-IX - 1)
011680         TO WS-CV-ENTRY (WS-CV-SHIFT-IX).
011690     SUBTRACT 1 FROM WS-CV-SHIFT-IX.
011700 7320-EXIT.
011710     EXIT.

011720*----------------------------------------------------------------
011730* 7500-WRITE-CENTER
011740*     WRITES ONE CENTER'S BALANCE LINE, WITH ITS DESCRIPTION
011750*     FROM CCFILE, AND ADDS IT TO THE GRAND TOTALS.
011760*----------------------------------------------------------------
011770 7500-WRITE-CENTER.
011780     ADD 1 TO WS-CV-IX.
011790     MOVE WS-CV-CC (WS-CV-IX) TO RL-CC.
011800     MOVE SPACES TO RL-DESC.
011810     IF WS-CV-CC (WS-CV-IX) = SPACES
011820         MOVE "(NO CENTER)" TO RL-DESC
011830         GO TO 7500-WRITE.
011840     IF NOT CC-MASTER-AVAILABLE
011850         GO TO 7500-WRITE.
011860     MOVE WS-CV-CC (WS-CV-IX) TO CCM-CODE.
011870     READ COST-CENTER-MASTER
011880         INVALID KEY
011890             MOVE "NOT ON CCFILE" TO RL-DESC
011900             GO TO 7500-WRITE
011910     END-READ.
011920     MOVE CCM-DESCRIPTION TO RL-DESC.
011930 7500-WRITE.
011940     MOVE WS-CV-OPENING (WS-CV-IX) TO RL-OPENING.
011950     MOVE WS-CV-PERIOD (WS-CV-IX)  TO RL-PERIOD.
011960     COMPUTE RL-CLOSING = WS-CV-OPENING (WS-CV-IX)
011970         + WS-CV-PERIOD (WS-CV-IX).
011980     WRITE REPORT-RECORD FROM RPT-BALANCE-LINE.
011990     ADD 1 TO WS-LINE-OUT-COUNT.
012000     ADD WS-CV-OPENING (WS-CV-IX) TO WS-GT-OPENING.
012010     ADD WS-CV-PERIOD (WS-CV-IX)  TO WS-GT-PERIOD.
012020 7500-EXIT.
012030     EXIT.

012040*----------------------------------------------------------------
012050* 8000-WRITE-SUMMARY
012060*     THE OUTCOME OF THE CLOSE AND THE RUN COUNTS. A REFUSED
012070*     CLOSE HAS ALREADY SAID WHY.
012080*----------------------------------------------------------------
012090 8000-WRITE-SUMMARY.
012100     IF CLOSE-REFUSED
012110         GO TO 8000-EXIT.
012120     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
012130     MOVE SPACES TO RR-TEXT.
012140     IF WS-BLOCK-COUNT = ZERO
012150         STRING "PERIOD " DELIMITED BY SIZE
012160             WS-SEL-PERIOD DELIMITED BY SIZE
012170             " CLOSED BY " DELIMITED BY SIZE
012180             WS-CLOSED-BY DELIMITED BY SIZE
012190             INTO RR-TEXT
012200     ELSE
012210         STRING "PERIOD " DELIMITED BY SIZE
012220             WS-SEL-PERIOD DELIMITED BY SIZE
012230             " NOT CLOSED - LEFT CLOSE PENDING" DELIMITED BY SIZE
012240             INTO RR-TEXT
012250     END-IF.
012260     WRITE REPORT-RECORD FROM RPT-RESULT-LINE.
012270     DISPLAY "MECLOSE: " RR-TEXT.
012280     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
012290     MOVE "BATCHES IN PERIOD       " TO RC-CAPTION.
012300     MOVE WS-BCR-PERIOD-COUNT TO RC-COUNT.
012310     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012320     MOVE "BATCHES RECONCILED      " TO RC-CAPTION.
012330     MOVE WS-BCR-CLEAN-COUNT TO RC-COUNT.
012340     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012350     MOVE "BATCHES FAILED EDIT     " TO RC-CAPTION.
012360     MOVE WS-BCR-FAILED-COUNT TO RC-COUNT.
012370     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012380     MOVE "BATCHES BLOCKING        " TO RC-CAPTION.
012390     MOVE WS-BCR-BLOCK-COUNT TO RC-COUNT.
012400     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012410     MOVE "EXCEPTIONS THRU PERIOD  " TO RC-CAPTION.
012420     MOVE WS-EXCP-PERIOD-COUNT TO RC-COUNT.
012430     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012440     MOVE "EXCEPTIONS ACCEPTED     " TO RC-CAPTION.
012450     MOVE WS-EXCP-ACCEPT-COUNT TO RC-COUNT.
012460     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012470     MOVE "EXCEPTIONS BLOCKING     " TO RC-CAPTION.
012480     MOVE WS-EXCP-BLOCK-COUNT TO RC-COUNT.
012490     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012500     MOVE "ACCEPTANCES UNMATCHED   " TO RC-CAPTION.
012510     MOVE WS-ACC-UNUSED-COUNT TO RC-COUNT.
012520     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012530     MOVE "ACCEPTANCES DROPPED     " TO RC-CAPTION.
012540     MOVE WS-ACC-DROPPED-COUNT TO RC-COUNT.
012550     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012560     MOVE "REGISTER POSTED TOTAL   " TO RA-CAPTION.
012570     MOVE WS-CLOSE-TOTAL TO RA-AMOUNT.
012580     WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
012590     IF WS-BLOCK-COUNT > ZERO
012600         GO TO 8000-EXIT.
012610     MOVE "CENTERS REPORTED        " TO RC-CAPTION.
012620     MOVE WS-CV-COUNT TO RC-COUNT.
012630     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012640     MOVE "HISTORY RECORDS READ    " TO RC-CAPTION.
012650     MOVE WS-STAT-READ-COUNT TO RC-COUNT.
012660     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012670     MOVE "CENTER RECORDS USED     " TO RC-CAPTION.
012680     MOVE WS-STAT-USED-COUNT TO RC-COUNT.
012690     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012700     MOVE "RECORDS SKIPPED BAD     " TO RC-CAPTION.
012710     MOVE WS-BAD-REC-COUNT TO RC-COUNT.
012720     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
012730 8000-EXIT.
012740     EXIT.

012750*----------------------------------------------------------------
012760* 9000-CLOSE-FILES
012770*----------------------------------------------------------------
012780 9000-CLOSE-FILES.
012790     CLOSE PERIOD-MASTER.
012800     CLOSE BATCH-REGISTER.
012810     CLOSE EXCEPTION-FILE.
012820     CLOSE ACCEPTANCE-FILE.
012830     CLOSE RUN-STATS-FILE.
012840     CLOSE COST-CENTER-MASTER.
012850     CLOSE REPORT-FILE.
012860 9000-EXIT.
012870     EXIT.

012880*----------------------------------------------------------------
012890* 9800-WRITE-RUN-LOG
012900*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
012910*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
012920*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
012930*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
012940*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
012950*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
012960*     OVER ITS OWN MONITORING.
012970*----------------------------------------------------------------
012980 9800-WRITE-RUN-LOG.
012990     OPEN EXTEND RUN-LOG-FILE.
013000     IF WS-RUNLOG-STATUS NOT = "00"
013010      AND WS-RUNLOG-STATUS NOT = "05"
013020         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
013030             WS-RUNLOG-STATUS
013040         GO TO 9800-EXIT
013050     END-IF.
013060     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
013070     ACCEPT WS-RLG-TIME FROM TIME.
013080     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
013090     MOVE WS-RLG-DATE    TO RLG-DATE.
013100     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
013110     COMPUTE RLG-INPUT-COUNT = WS-BCR-READ-COUNT
013120         + WS-EXCP-READ-COUNT.
013130     MOVE WS-LINE-OUT-COUNT TO RLG-OUTPUT-COUNT.
013140     MOVE WS-BLOCK-COUNT    TO RLG-EXCP-COUNT.
013150     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
013160     WRITE RUN-LOG-RECORD FROM RLG-LINE.
013170     CLOSE RUN-LOG-FILE.
013180 9800-EXIT.
013190     EXIT.

013200*----------------------------------------------------------------
013210* 9900-LOG-FATAL
013220*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
013230*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
013240*----------------------------------------------------------------
013250 9900-LOG-FATAL.
013260     MOVE "E"     TO WS-RUNLOG-TYPE.
013270     MOVE "FATAL" TO WS-RUN-STATUS.
013280     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
013290 9900-EXIT.
013300     EXIT.
