000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDVAR.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - BUDGET VARIANCE REPORT.
000110*                 COMPARES MONTH-TO-DATE AND YEAR-TO-DATE ACTUAL
000120*                 RESULT TOTALS, TAKEN FROM THE SC RECORDS
000130*                 CALCULATOR APPENDS TO STATFILE, WITH THE
000140*                 BUDGETS ON BUDFILE (MAINTAINED BY BUDMNT) PER
000150*                 COST CENTER, GROUPED BY THE CENTER'S
000160*                 RESPONSIBLE DEPARTMENT ON CCFILE. A CENTER
000170*                 WHOSE VARIANCE IS OUTSIDE THE TOLERANCE ON
000180*                 THE VARPARMS RECORD IS FLAGGED, AS IS ONE
000190*                 WITH A BUDGET BUT NO ACTIVITY. EVERY RUN
000200*                 APPENDS START AND END RECORDS TO THE SHARED
000210*                 RUNLOG FILE.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   GNUCOBOL.
000260 OBJECT-COMPUTER.   GNUCOBOL.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO "STATFILE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-STAT-STATUS.

000320     SELECT OPTIONAL BUDGET-MASTER ASSIGN TO "BUDFILE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS BUD-KEY
000360         FILE STATUS IS WS-BUD-STATUS.

000370     SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CCM-CODE
000410         FILE STATUS IS WS-CCM-STATUS.

000420     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "VARPARMS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.

000450     SELECT REPORT-FILE ASSIGN TO "VARRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.

000480     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUNLOG-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.
000530*----------------------------------------------------------------
000540* RUN-STATS-FILE - THE RUN-STATISTICS HISTORY AS APPENDED BY
000550*     CALCULATOR. ONLY THE SC (COST-CENTER) RECORDS ARE USED;
000560*     THE LAYOUT MUST AGREE WITH SC-LINE IN CALCULATOR. A
000570*     RECORD WITH A BAD DATE OR TOTAL IS COUNTED AND SKIPPED.
000580*----------------------------------------------------------------
000590 FD  RUN-STATS-FILE
000600     RECORDING MODE IS F.
000610 01  STATS-CENTER-RECORD.
000620     05  ST-RECORD-TYPE     PIC X(02).
000630         88  ST-CENTER-REC      VALUE "SC".
000640     05  FILLER             PIC X(01).
000650     05  SC-RUN-DATE        PIC X(08).
000660     05  SC-RUN-DATE-N REDEFINES SC-RUN-DATE
000670                            PIC 9(08).
000680     05  FILLER             PIC X(01).
000690     05  SC-BATCH-ID        PIC X(08).
000700     05  FILLER             PIC X(01).
000710     05  SC-COST-CENTER     PIC X(04).
000720     05  FILLER             PIC X(01).
000730     05  SC-CALC-COUNT      PIC X(07).
000740     05  FILLER             PIC X(01).
000750     05  SC-EXCP-COUNT      PIC X(07).
000760     05  FILLER             PIC X(01).
000770     05  SC-RESULT-TOTAL    PIC X(12).
000780     05  SC-RESULT-TOTAL-N REDEFINES SC-RESULT-TOTAL
000790                            PIC S9(9)V99
000800                            SIGN IS LEADING SEPARATE.

000810*----------------------------------------------------------------
000820* BUDGET-MASTER - BUDGET AMOUNTS KEYED BY COST CENTER PLUS
000830*     FISCAL MONTH, MAINTAINED BY BUDMNT. LAYOUT MUST AGREE
000840*     WITH THE BUDGET-MASTER FD IN BUDMNT.
000850*----------------------------------------------------------------
000860 FD  BUDGET-MASTER
000870     RECORDING MODE IS F.
000880 01  BUDGET-MASTER-RECORD.
000890     05  BUD-KEY.
000900         10  BUD-COST-CENTER
000910                            PIC X(04).
000920         10  BUD-FISCAL-MONTH
000930                            PIC 9(06).
000940     05  BUD-AMOUNT         PIC S9(9)V99
000950                            SIGN IS LEADING SEPARATE.
000960     05  BUD-MAINT-DATE     PIC 9(08).
000970     05  FILLER             PIC X(10).

000980*----------------------------------------------------------------
000990* COST-CENTER-MASTER - COST CENTERS KEYED BY CODE, MAINTAINED
001000*     BY CCMNT. LAYOUT MUST AGREE WITH THE CC-MASTER FD IN
001010*     CCMNT. SUPPLIES EACH CENTER'S DESCRIPTION AND THE
001020*     RESPONSIBLE DEPARTMENT THE REPORT IS GROUPED BY.
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
001160* PARAMETER-FILE - OPTIONAL REPORT CONTROLS. THE REPORT MONTH
001170*     IS YYYYMM; THE TOLERANCE IS A PERCENTAGE WITH ONE
001180*     DECIMAL PLACE ("0075" = 7.5 PCT); THE FISCAL-YEAR START
001190*     IS A MONTH NUMBER 01-12. A FIELD LEFT BLANK OR NOT VALID,
001200*     OR A MISSING FILE, TAKES THE DEFAULT - THE RUN-DATE
001210*     MONTH, 10.0 PCT AND JANUARY.
001220*----------------------------------------------------------------
001230 FD  PARAMETER-FILE
001240     RECORDING MODE IS F.
001250 01  PARAMETER-RECORD.
001260     05  VP-REPORT-MONTH    PIC X(06).
001270     05  VP-REPORT-MONTH-R REDEFINES VP-REPORT-MONTH.
001280         10  VP-RM-YYYY     PIC 9(04).
001290         10  VP-RM-MM       PIC 9(02).
001300     05  VP-TOLERANCE       PIC X(04).
001310     05  VP-TOLERANCE-N REDEFINES VP-TOLERANCE
001320                            PIC 9(3)V9.
001330     05  VP-FY-START-MM     PIC X(02).
001340     05  VP-FY-START-MM-N REDEFINES VP-FY-START-MM
001350                            PIC 9(02).
001360     05  FILLER             PIC X(08).

001370*----------------------------------------------------------------
001380* REPORT-FILE - VARIANCE REPORT.
001390*----------------------------------------------------------------
001400 FD  REPORT-FILE
001410     RECORDING MODE IS F.
001420 01  REPORT-RECORD          PIC X(80).

001430*----------------------------------------------------------------
001440* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
001450*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
001460*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
001470*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
001480*     ACROSS EVERY PROGRAM THAT WRITES IT.
001490*----------------------------------------------------------------
001500 FD  RUN-LOG-FILE
001510     RECORDING MODE IS F.
001520 01  RUN-LOG-RECORD         PIC X(59).

001530 WORKING-STORAGE SECTION.
001540*----------------------------------------------------------------
001550* SWITCHES AND CONDITION NAMES
001560*----------------------------------------------------------------
001570 77  WS-STAT-EOF-SW         PIC X(01) VALUE "N".
001580     88  STATS-DONE             VALUE "Y".

001590 77  WS-BUD-EOF-SW          PIC X(01) VALUE "N".
001600     88  BUDGETS-DONE           VALUE "Y".

001610 77  WS-CCM-AVAIL-SW        PIC X(01) VALUE "N".
001620     88  CC-MASTER-AVAILABLE    VALUE "Y".

001630 77  WS-CENTER-FLAG-SW      PIC X(01) VALUE "N".
001640     88  CENTER-FLAGGED         VALUE "Y".

001650*----------------------------------------------------------------
001660* FILE STATUS FIELDS
001670*----------------------------------------------------------------
001680 77  WS-STAT-STATUS         PIC X(02) VALUE SPACES.
001690 77  WS-BUD-STATUS          PIC X(02) VALUE SPACES.
001700 77  WS-CCM-STATUS          PIC X(02) VALUE SPACES.
001710 77  WS-PARM-STATUS         PIC X(02) VALUE SPACES.
001720 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

001730*----------------------------------------------------------------
001740* REPORT CONTROLS - SEE PARAMETER-FILE AND 1100-APPLY-
001750*     PARAMETERS. WS-FY-START-MONTH IS THE FIRST YYYYMM OF THE
001760*     FISCAL YEAR THE REPORT MONTH FALLS IN.
001770*----------------------------------------------------------------
001790 77  WS-SEL-TOLERANCE       PIC 9(3)V9 VALUE 10.0.
001800 77  WS-SEL-FY-START-MM     PIC 9(2)  VALUE 1.
001810 77  WS-FY-START-MONTH      PIC 9(6)  VALUE ZERO.
001816 01  WS-SEL-MONTH-AREA.
001822     05  WS-SEL-MONTH       PIC 9(6)  VALUE ZERO.
001828     05  WS-SEL-MONTH-R REDEFINES WS-SEL-MONTH.
001834         10  WS-SM-YYYY     PIC 9(4).
001840         10  WS-SM-MM       PIC 9(2).

001850*----------------------------------------------------------------
001860* RECORD COUNTERS
001870*----------------------------------------------------------------
001880 77  WS-READ-COUNT          PIC 9(7)  COMP VALUE ZERO.
001890 77  WS-CENTER-REC-COUNT    PIC 9(7)  COMP VALUE ZERO.
001900 77  WS-BAD-REC-COUNT       PIC 9(7)  COMP VALUE ZERO.
001910 77  WS-BUD-READ-COUNT      PIC 9(7)  COMP VALUE ZERO.
001920 77  WS-BUD-USED-COUNT      PIC 9(7)  COMP VALUE ZERO.
001930 77  WS-LINE-OUT-COUNT      PIC 9(7)  COMP VALUE ZERO.
001940 77  WS-FLAGGED-COUNT       PIC 9(7)  COMP VALUE ZERO.
001950 77  WS-NO-ACTIVITY-COUNT   PIC 9(7)  COMP VALUE ZERO.
001960 77  WS-NO-BUDGET-COUNT     PIC 9(7)  COMP VALUE ZERO.

001970*----------------------------------------------------------------
001980* CENTER TABLE - ONE SLOT PER COST CENTER WITH ACTIVITY OR A
001990*     BUDGET IN THE FISCAL YEAR TO DATE, KEPT IN CENTER ORDER
002000*     AS SLOTS ARE CLAIMED SO EACH DEPARTMENT PRINTS IN CENTER
002010*     ORDER. THE ACTIVITY SWITCHES RECORD THAT AN SC RECORD WAS
002020*     SEEN, SO A CENTER WHOSE ACTIVITY NETTED TO ZERO IS NOT
002030*     MISTAKEN FOR ONE WITH NONE. A FULL TABLE STOPS THE RUN
002040*     RATHER THAN REPORTING PART OF THE LEDGER.
002050*----------------------------------------------------------------
002060 77  WS-CV-MAX              PIC 9(4)  COMP VALUE 500.
002070 77  WS-CV-COUNT            PIC 9(4)  COMP VALUE ZERO.
002080 77  WS-CV-IX               PIC 9(4)  COMP VALUE ZERO.
002090 77  WS-CV-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
002100 77  WS-CV-SHIFT-IX         PIC 9(4)  COMP VALUE ZERO.
002110 77  WS-WORK-CC             PIC X(04) VALUE SPACES.
002120 77  WS-WORK-MONTH          PIC 9(6)  VALUE ZERO.
002130 01  WS-CENTER-TABLE.
002140     05  WS-CV-ENTRY OCCURS 500 TIMES.
002150         10  WS-CV-CC       PIC X(04).
002160         10  WS-CV-DEPT     PIC X(04).
002170         10  WS-CV-DESC     PIC X(20).
002180         10  WS-CV-MTD-ACTUAL
002190                            PIC S9(11)V99 COMP-3.
002200         10  WS-CV-MTD-BUDGET
002210                            PIC S9(11)V99 COMP-3.
002220         10  WS-CV-YTD-ACTUAL
002230                            PIC S9(11)V99 COMP-3.
002240         10  WS-CV-YTD-BUDGET
002250                            PIC S9(11)V99 COMP-3.
002260         10  WS-CV-MTD-ACT-SW
002270                            PIC X(01).
002280             88  CV-MTD-ACTIVE  VALUE "Y".
002290         10  WS-CV-YTD-ACT-SW
002300                            PIC X(01).
002310             88  CV-YTD-ACTIVE  VALUE "Y".
002320         10  WS-CV-MTD-BUD-SW
002330                            PIC X(01).
002340             88  CV-MTD-BUDGETED VALUE "Y".
002350         10  WS-CV-YTD-BUD-SW
002360                            PIC X(01).
002370             88  CV-YTD-BUDGETED VALUE "Y".

002380*----------------------------------------------------------------
002390* DEPARTMENT TABLE - THE DISTINCT RESPONSIBLE DEPARTMENTS OF
002400*     THE CENTERS REPORTED, KEPT IN DEPARTMENT ORDER. A CENTER
002410*     WITH NO DEPARTMENT, OR NOT ON CCFILE, GROUPS UNDER A
002420*     BLANK DEPARTMENT, WHICH SORTS FIRST.
002430*----------------------------------------------------------------
002440 77  WS-DP-MAX              PIC 9(4)  COMP VALUE 100.
002450 77  WS-DP-COUNT            PIC 9(4)  COMP VALUE ZERO.
002460 77  WS-DP-IX               PIC 9(4)  COMP VALUE ZERO.
002470 77  WS-DP-FOUND-IX         PIC 9(4)  COMP VALUE ZERO.
002480 77  WS-DP-SHIFT-IX         PIC 9(4)  COMP VALUE ZERO.
002490 01  WS-DEPT-TABLE.
002500     05  WS-DP-ENTRY OCCURS 100 TIMES.
002510         10  WS-DP-DEPT     PIC X(04).

002520*----------------------------------------------------------------
002530* DEPARTMENT AND GRAND TOTALS
002540*----------------------------------------------------------------
002550 01  WS-DEPT-TOTALS.
002560     05  WS-DT-MTD-ACTUAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
002570     05  WS-DT-MTD-BUDGET   PIC S9(11)V99 COMP-3 VALUE ZERO.
002580     05  WS-DT-YTD-ACTUAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
002590     05  WS-DT-YTD-BUDGET   PIC S9(11)V99 COMP-3 VALUE ZERO.
002600 01  WS-GRAND-TOTALS.
002610     05  WS-GT-MTD-ACTUAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
002620     05  WS-GT-MTD-BUDGET   PIC S9(11)V99 COMP-3 VALUE ZERO.
002630     05  WS-GT-YTD-ACTUAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
002640     05  WS-GT-YTD-BUDGET   PIC S9(11)V99 COMP-3 VALUE ZERO.

002650*----------------------------------------------------------------
002660* VARIANCE WORK FIELDS - LOADED BY THE CALLER OF 6000-FORMAT-
002670*     VARIANCE. THE ACTIVITY AND BUDGET SWITCHES ARE LEFT
002680*     BLANK FOR TOTAL LINES, WHICH ARE NEVER FLAGGED.
002690*----------------------------------------------------------------
002700 77  WS-VW-ACTUAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
002710 77  WS-VW-BUDGET           PIC S9(11)V99 COMP-3 VALUE ZERO.
002720 77  WS-VW-VARIANCE         PIC S9(11)V99 COMP-3 VALUE ZERO.
002730 77  WS-VW-BASE             PIC S9(11)V99 COMP-3 VALUE ZERO.
002740 77  WS-VW-PCT              PIC S9(7)V9   COMP-3 VALUE ZERO.
002750 77  WS-VW-ACT-SW           PIC X(01) VALUE SPACE.
002760     88  VW-ACTIVE              VALUE "Y".
002770     88  VW-INACTIVE            VALUE "N".
002780 77  WS-VW-BUD-SW           PIC X(01) VALUE SPACE.
002790     88  VW-BUDGETED            VALUE "Y".
002800     88  VW-UNBUDGETED          VALUE "N".

002810*----------------------------------------------------------------
002820* RUN DATE
002830*----------------------------------------------------------------
002840 01  WS-CURRENT-DATE.
002850     05  WS-CD-YYYY         PIC 9(4).
002860     05  WS-CD-MM           PIC 9(2).
002870     05  WS-CD-DD           PIC 9(2).

002880*----------------------------------------------------------------
002890* REPORT LAYOUT LINES
002900*----------------------------------------------------------------
002910 01  RPT-HEADER-1.
002920     05  FILLER             PIC X(26) VALUE
002930         "BUDGET VARIANCE REPORT".
002940     05  RH-RUN-DATE        PIC 9(08).
002950     05  FILLER             PIC X(46) VALUE SPACES.

002960 01  RPT-CRITERIA-LINE.
002970     05  FILLER             PIC X(06) VALUE "MONTH ".
002980     05  RC-MONTH           PIC 9(06).
002990     05  FILLER             PIC X(19) VALUE
003000         "  FISCAL YEAR FROM ".
003010     05  RC-FY-START        PIC 9(06).
003020     05  FILLER             PIC X(12) VALUE
003030         "  TOLERANCE ".
003040     05  RC-TOLERANCE       PIC ZZ9.9.
003050     05  FILLER             PIC X(26) VALUE " PCT".

003060 01  RPT-COLUMN-HEADER.
003070     05  FILLER             PIC X(40) VALUE
003080         "CC   DESCRIPTION  PER       ACTUAL      ".
003090     05  FILLER             PIC X(40) VALUE
003100         " BUDGET     VARIANCE   VAR% FLAG".

003110 01  RPT-DEPT-HEADER.
003120     05  FILLER             PIC X(11) VALUE "DEPARTMENT ".
003130     05  RD-DEPT            PIC X(06).
003140     05  FILLER             PIC X(63) VALUE SPACES.

003150 01  RPT-VARIANCE-LINE.
003160     05  RV-CC              PIC X(04).
003170     05  FILLER             PIC X(01) VALUE SPACES.
003180     05  RV-DESC            PIC X(12).
003190     05  FILLER             PIC X(01) VALUE SPACES.
003200     05  RV-PERIOD          PIC X(03).
003210     05  FILLER             PIC X(01) VALUE SPACES.
003220     05  RV-ACTUAL          PIC -(8)9.99.
003230     05  FILLER             PIC X(01) VALUE SPACES.
003240     05  RV-BUDGET          PIC -(8)9.99.
003250     05  FILLER             PIC X(01) VALUE SPACES.
003260     05  RV-VARIANCE        PIC -(8)9.99.
003270     05  FILLER             PIC X(01) VALUE SPACES.
003280     05  RV-PCT             PIC -(3)9.9.
003290     05  RV-PCT-X REDEFINES RV-PCT
003300                            PIC X(06).
003310     05  FILLER             PIC X(01) VALUE SPACES.
003320     05  RV-FLAG            PIC X(12).

003330 01  RPT-BLANK-LINE.
003340     05  FILLER             PIC X(80) VALUE SPACES.

003350 01  RPT-TRAILER-LINE.
003360     05  FILLER             PIC X(80) VALUE ALL "-".

003370 01  RPT-COUNT-LINE.
003380     05  RC-CAPTION         PIC X(24).
003390     05  RC-COUNT           PIC Z(6)9.
003400     05  FILLER             PIC X(49) VALUE SPACES.

003410*----------------------------------------------------------------
003420* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
003430*----------------------------------------------------------------
003440 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
003450 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
003460 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
003470 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
003480 01  WS-RLG-TIME.
003490     05  WS-RLG-HHMMSS      PIC 9(06).
003500     05  FILLER             PIC 9(02).
003510 01  RLG-LINE.
003520     05  RLG-PROGRAM-ID     PIC X(10) VALUE "BUDVAR    ".
003530     05  FILLER             PIC X(01) VALUE SPACES.
003540     05  RLG-RECORD-TYPE    PIC X(01).
003550     05  FILLER             PIC X(01) VALUE SPACES.
003560     05  RLG-DATE           PIC 9(08).
003570     05  FILLER             PIC X(01) VALUE SPACES.
003580     05  RLG-TIME           PIC 9(06).
003590     05  FILLER             PIC X(01) VALUE SPACES.
003600     05  RLG-INPUT-COUNT    PIC 9(07).
003610     05  FILLER             PIC X(01) VALUE SPACES.
003620     05  RLG-OUTPUT-COUNT   PIC 9(07).
003630     05  FILLER             PIC X(01) VALUE SPACES.
003640     05  RLG-EXCP-COUNT     PIC 9(07).
003650     05  FILLER             PIC X(01) VALUE SPACES.
003660     05  RLG-END-STATUS     PIC X(06).

003670 PROCEDURE DIVISION.
003680*----------------------------------------------------------------
003690* 0000-MAINLINE
003700*     ROLLS THE FISCAL YEAR'S ACTUALS FROM THE HISTORY FILE AND
003710*     ITS BUDGETS FROM THE BUDGET MASTER INTO THE CENTER TABLE,
003720*     ATTACHES EACH CENTER'S DEPARTMENT, THEN PRINTS THE
003730*     CENTERS DEPARTMENT BY DEPARTMENT AND THE RUN COUNTS.
003740*----------------------------------------------------------------
003750 0000-MAINLINE.
003760     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
003770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003780     PERFORM 2000-READ-STATS THRU 2000-EXIT.
003790     PERFORM 3000-PROCESS-STATS THRU 3000-EXIT
003800         UNTIL STATS-DONE.
003810     PERFORM 2500-READ-BUDGET THRU 2500-EXIT.
003820     PERFORM 3500-PROCESS-BUDGET THRU 3500-EXIT
003830         UNTIL BUDGETS-DONE.
003840     PERFORM 5000-ASSIGN-DEPARTMENTS THRU 5000-EXIT.
003850     PERFORM 7000-WRITE-DEPARTMENTS THRU 7000-EXIT.
003860     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003870     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003880     MOVE "E" TO WS-RUNLOG-TYPE.
003890     IF WS-BAD-REC-COUNT > ZERO
003900         MOVE "ERRORS" TO WS-RUN-STATUS
003910     ELSE
003920         MOVE "CLEAN" TO WS-RUN-STATUS
003930     END-IF.
003940     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
003950     STOP RUN.

003960*----------------------------------------------------------------
003970* 1000-INITIALIZE
003980*     READS THE OPTIONAL PARAMETER RECORD, OPENS THE FILES AND
003990*     WRITES THE REPORT HEADERS. A MISSING BUDGET MASTER OR
004000*     HISTORY FILE SIMPLY CONTRIBUTES NOTHING; A MISSING
004010*     CCFILE LEAVES EVERY CENTER UNDER THE BLANK DEPARTMENT.
004020*----------------------------------------------------------------
004030 1000-INITIALIZE.
004040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004050     OPEN INPUT PARAMETER-FILE.
004060     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "05"
004070         DISPLAY "FATAL: Cannot open PARAMETER-FILE, status "
004080             WS-PARM-STATUS
004090         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004100         STOP RUN
004110     END-IF.
004120     MOVE SPACES TO PARAMETER-RECORD.
004130     READ PARAMETER-FILE
004140         AT END
004150             MOVE SPACES TO PARAMETER-RECORD
004160     END-READ.
004170     CLOSE PARAMETER-FILE.
004180     PERFORM 1100-APPLY-PARAMETERS THRU 1100-EXIT.
004190     OPEN INPUT RUN-STATS-FILE.
004200     IF WS-STAT-STATUS NOT = "00" AND WS-STAT-STATUS NOT = "05"
004210         DISPLAY "FATAL: Cannot open RUN-STATS-FILE, status "
004220             WS-STAT-STATUS
004230         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004240         STOP RUN
004250     END-IF.
004260     OPEN INPUT BUDGET-MASTER.
004270     IF WS-BUD-STATUS NOT = "00" AND WS-BUD-STATUS NOT = "05"
004280         DISPLAY "FATAL: Cannot open BUDGET-MASTER, status "
004290             WS-BUD-STATUS
004300         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004310         STOP RUN
004320     END-IF.
004330     OPEN INPUT COST-CENTER-MASTER.
004340     IF WS-CCM-STATUS NOT = "00" AND WS-CCM-STATUS NOT = "05"
004350         DISPLAY "FATAL: Cannot open COST-CENTER-MASTER, status "
004360             WS-CCM-STATUS
004370         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004380         STOP RUN
004390     END-IF.
004400     IF WS-CCM-STATUS = "00"
004410         SET CC-MASTER-AVAILABLE TO TRUE
004420     END-IF.
004430     OPEN OUTPUT REPORT-FILE.
004440     IF WS-REPORT-STATUS NOT = "00"
004450         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
004460             WS-REPORT-STATUS
004470         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004480         STOP RUN
004490     END-IF.
004500     MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
004510     WRITE REPORT-RECORD FROM RPT-HEADER-1.
004520     MOVE WS-SEL-MONTH      TO RC-MONTH.
004530     MOVE WS-FY-START-MONTH TO RC-FY-START.
004540     MOVE WS-SEL-TOLERANCE  TO RC-TOLERANCE.
004550     WRITE REPORT-RECORD FROM RPT-CRITERIA-LINE.
004560 1000-EXIT.
004570     EXIT.

004580*----------------------------------------------------------------
004590* 1100-APPLY-PARAMETERS
004600*     SETS THE REPORT MONTH, TOLERANCE AND FISCAL-YEAR START
004610*     FROM THE PARAMETER RECORD, KEEPING THE DEFAULT FOR ANY
004620*     FIELD BLANK OR NOT VALID, THEN WORKS OUT THE FIRST MONTH
004630*     OF THE FISCAL YEAR THE REPORT MONTH FALLS IN - THE SAME
004640*     CALENDAR YEAR IF THE REPORT MONTH IS AT OR AFTER THE
004650*     START MONTH, OTHERWISE THE YEAR BEFORE.
004660*----------------------------------------------------------------
004670 1100-APPLY-PARAMETERS.
004680     MOVE WS-CD-YYYY TO WS-SM-YYYY.
004690     MOVE WS-CD-MM   TO WS-SM-MM.
004700     IF VP-REPORT-MONTH IS NUMERIC
004710         IF VP-RM-MM NOT < 1 AND VP-RM-MM NOT > 12
004720             MOVE VP-REPORT-MONTH TO WS-SEL-MONTH
004730         END-IF
004740     END-IF.
004750     IF VP-TOLERANCE IS NUMERIC
004760         MOVE VP-TOLERANCE-N TO WS-SEL-TOLERANCE
004770     END-IF.
004780     IF VP-FY-START-MM IS NUMERIC
004790         IF VP-FY-START-MM-N NOT < 1
004800          AND VP-FY-START-MM-N NOT > 12
004810             MOVE VP-FY-START-MM-N TO WS-SEL-FY-START-MM
004820         END-IF
004830     END-IF.
004840     IF WS-SM-MM NOT < WS-SEL-FY-START-MM
004850         COMPUTE WS-FY-START-MONTH =
004860             WS-SM-YYYY * 100 + WS-SEL-FY-START-MM
004870     ELSE
004880         COMPUTE WS-FY-START-MONTH =
004890             (WS-SM-YYYY - 1) * 100 + WS-SEL-FY-START-MM
004900     END-IF.
004910 1100-EXIT.
004920     EXIT.

004930*----------------------------------------------------------------
004940* 2000-READ-STATS
004950*----------------------------------------------------------------
004960 2000-READ-STATS.
004970     READ RUN-STATS-FILE
004980         AT END
004990             SET STATS-DONE TO TRUE
005000     END-READ.
005010 2000-EXIT.
005020     EXIT.

005030*----------------------------------------------------------------
005040* 2500-READ-BUDGET
005050*     READS THE BUDGET MASTER IN KEY ORDER. WITH NO MASTER ON
005060*     FILE THERE IS NOTHING TO READ.
005070*----------------------------------------------------------------
005080 2500-READ-BUDGET.
005090     IF WS-BUD-STATUS = "05"
005100         SET BUDGETS-DONE TO TRUE
005110         GO TO 2500-EXIT.
005120     READ BUDGET-MASTER NEXT RECORD
005130         AT END
005140             SET BUDGETS-DONE TO TRUE
005150     END-READ.
005160 2500-EXIT.
005170     EXIT.

005180*----------------------------------------------------------------
005190* 3000-PROCESS-STATS
005200*     ROLLS ONE SC RECORD DATED IN THE FISCAL YEAR TO DATE INTO
005210*     ITS CENTER'S ACTUALS - YEAR-TO-DATE ALWAYS, MONTH-TO-DATE
005220*     WHEN IT FALLS IN THE REPORT MONTH. SB RECORDS ARE PASSED
005230*     OVER; A CENTER RECORD WITH A BAD DATE OR TOTAL IS
005240*     COUNTED AND SKIPPED.
005250*----------------------------------------------------------------
005260 3000-PROCESS-STATS.
005270     ADD 1 TO WS-READ-COUNT.
005280     IF NOT ST-CENTER-REC
005290         GO TO 3000-READ-NEXT.
005300     IF SC-RUN-DATE-N IS NOT NUMERIC
005310      OR SC-RESULT-TOTAL-N IS NOT NUMERIC
005320         ADD 1 TO WS-BAD-REC-COUNT
005330         GO TO 3000-READ-NEXT
005340     END-IF.
005350     COMPUTE WS-WORK-MONTH = SC-RUN-DATE-N / 100.
005360     IF WS-WORK-MONTH < WS-FY-START-MONTH
005370      OR WS-WORK-MONTH > WS-SEL-MONTH
005380         GO TO 3000-READ-NEXT
005390     END-IF.
005400     ADD 1 TO WS-CENTER-REC-COUNT.
005410     MOVE SC-COST-CENTER TO WS-WORK-CC.
005420     PERFORM 4000-FIND-CENTER THRU 4000-EXIT.
005430     ADD SC-RESULT-TOTAL-N TO WS-CV-YTD-ACTUAL (WS-CV-FOUND-IX).
005440     MOVE "Y" TO WS-CV-YTD-ACT-SW (WS-CV-FOUND-IX).
005450     IF WS-WORK-MONTH = WS-SEL-MONTH
005460         ADD SC-RESULT-TOTAL-N
005470             TO WS-CV-MTD-ACTUAL (WS-CV-FOUND-IX)
005480         MOVE "Y" TO WS-CV-MTD-ACT-SW (WS-CV-FOUND-IX)
005490     END-IF.
005500 3000-READ-NEXT.
005510     PERFORM 2000-READ-STATS THRU 2000-EXIT.
005520 3000-EXIT.
005530     EXIT.

005540*----------------------------------------------------------------
005550* 3500-PROCESS-BUDGET
005560*     ROLLS ONE BUDGET ROW FOR A MONTH IN THE FISCAL YEAR TO
005570*     DATE INTO ITS CENTER'S BUDGETS, AS 3000 DOES ACTUALS.
005580*----------------------------------------------------------------
005590 3500-PROCESS-BUDGET.
005600     ADD 1 TO WS-BUD-READ-COUNT.
005610     IF BUD-FISCAL-MONTH < WS-FY-START-MONTH
005620      OR BUD-FISCAL-MONTH > WS-SEL-MONTH
005630         GO TO 3500-READ-NEXT
005640     END-IF.
005650     ADD 1 TO WS-BUD-USED-COUNT.
005660     MOVE BUD-COST-CENTER TO WS-WORK-CC.
005670     PERFORM 4000-FIND-CENTER THRU 4000-EXIT.
005680     ADD BUD-AMOUNT TO WS-CV-YTD-BUDGET (WS-CV-FOUND-IX).
005690     MOVE "Y" TO WS-CV-YTD-BUD-SW (WS-CV-FOUND-IX).
005700     IF BUD-FISCAL-MONTH = WS-SEL-MONTH
005710         ADD BUD-AMOUNT TO WS-CV-MTD-BUDGET (WS-CV-FOUND-IX)
005720         MOVE "Y" TO WS-CV-MTD-BUD-SW (WS-CV-FOUND-IX)
005730     END-IF.
005740 3500-READ-NEXT.
005750     PERFORM 2500-READ-BUDGET THRU 2500-EXIT.
005760 3500-EXIT.
005770     EXIT.

005780*----------------------------------------------------------------
005790* 4000-FIND-CENTER
005800*     LOCATES - OR CLAIMS AND ZEROES - THE SLOT FOR WS-WORK-CC,
005810*     LEAVING ITS INDEX IN WS-CV-FOUND-IX. THE SCAN STOPS AT
005820*     THE FIRST SLOT NOT BELOW THE CENTER; A NEW CENTER IS
005830*     INSERTED THERE, THE SLOTS ABOVE IT MOVING UP ONE.
005840*----------------------------------------------------------------
005850 4000-FIND-CENTER.
005860     MOVE ZERO TO WS-CV-FOUND-IX.
005870     MOVE ZERO TO WS-CV-IX.
005880     PERFORM 4100-CHECK-CENTER THRU 4100-EXIT
005890         UNTIL WS-CV-FOUND-IX > ZERO
005900            OR WS-CV-IX >= WS-CV-COUNT.
005910     IF WS-CV-FOUND-IX > ZERO
005920      AND WS-CV-CC (WS-CV-FOUND-IX) = WS-WORK-CC
005930         GO TO 4000-EXIT.
005940     IF WS-CV-COUNT >= WS-CV-MAX
005950         DISPLAY "FATAL: More than " WS-CV-MAX
005960             " cost centers to report"
005970         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005980         STOP RUN
005990     END-IF.
006000     IF WS-CV-FOUND-IX = ZERO
006010         COMPUTE WS-CV-FOUND-IX = WS-CV-COUNT + 1
006020     END-IF.
006030     ADD 1 TO WS-CV-COUNT.
006040     MOVE WS-CV-COUNT TO WS-CV-SHIFT-IX.
006050     PERFORM 4200-SHIFT-CENTER THRU 4200-EXIT
006060         UNTIL WS-CV-SHIFT-IX <= WS-CV-FOUND-IX.
006070     MOVE WS-WORK-CC TO WS-CV-CC (WS-CV-FOUND-IX).
006080     MOVE SPACES TO WS-CV-DEPT (WS-CV-FOUND-IX).
006090     MOVE SPACES TO WS-CV-DESC (WS-CV-FOUND-IX).
006100     MOVE ZERO TO WS-CV-MTD-ACTUAL (WS-CV-FOUND-IX).
006110     MOVE ZERO TO WS-CV-MTD-BUDGET (WS-CV-FOUND-IX).
006120     MOVE ZERO TO WS-CV-YTD-ACTUAL (WS-CV-FOUND-IX).
006130     MOVE ZERO TO WS-CV-YTD-BUDGET (WS-CV-FOUND-IX).
006140     MOVE "N" TO WS-CV-MTD-ACT-SW (WS-CV-FOUND-IX).
006150     MOVE "N" TO WS-CV-YTD-ACT-SW (WS-CV-FOUND-IX).
006160     MOVE "N" TO WS-CV-MTD-BUD-SW (WS-CV-FOUND-IX).
006170     MOVE "N" TO WS-CV-YTD-BUD-SW (WS-CV-FOUND-IX).
006180 4000-EXIT.
006190     EXIT.

006200*----------------------------------------------------------------
006210* 4100-CHECK-CENTER
006220*----------------------------------------------------------------
006230 4100-CHECK-CENTER.
006240     ADD 1 TO WS-CV-IX.
006250     IF WS-CV-CC (WS-CV-IX) NOT < WS-WORK-CC
006260         MOVE WS-CV-IX TO WS-CV-FOUND-IX
006270     END-IF.
006280 4100-EXIT.
006290     EXIT.

006300*----------------------------------------------------------------
006310* 4200-SHIFT-CENTER
006320*     MOVES ONE SLOT UP A PLACE TO OPEN THE INSERTION POINT.
006330*----------------------------------------------------------------
006340 4200-SHIFT-CENTER.
006350     MOVE WS-CV-ENTRY (WS-CV-SHIFT-IX - 1)
006360         TO WS-CV-ENTRY (WS-CV-SHIFT-IX).
006370     SUBTRACT 1 FROM WS-CV-SHIFT-IX.
006380 4200-EXIT.
006390     EXIT.

006400*----------------------------------------------------------------
006410* 5000-ASSIGN-DEPARTMENTS
006420*     LOOKS EACH REPORTED CENTER UP ON CCFILE FOR ITS
006430*     DESCRIPTION AND RESPONSIBLE DEPARTMENT, AND BUILDS THE
006440*     ORDERED LIST OF DEPARTMENTS TO PRINT.
006450*----------------------------------------------------------------
006460 5000-ASSIGN-DEPARTMENTS.
006470     MOVE ZERO TO WS-CV-IX.
006480     PERFORM 5100-ASSIGN-CENTER THRU 5100-EXIT
006490         UNTIL WS-CV-IX >= WS-CV-COUNT.
006500 5000-EXIT.
006510     EXIT.

006520*----------------------------------------------------------------
006530* 5100-ASSIGN-CENTER
006540*     A CENTER NOT ON CCFILE - OR ANY CENTER WHEN THERE IS NO
006550*     CCFILE - IS SHOWN AS SUCH UNDER THE BLANK DEPARTMENT.
006560*----------------------------------------------------------------
006570 5100-ASSIGN-CENTER.
006580     ADD 1 TO WS-CV-IX.
006590     IF WS-CV-CC (WS-CV-IX) = SPACES
006600         MOVE "(NO CENTER)" TO WS-CV-DESC (WS-CV-IX)
006610         GO TO 5100-ADD-DEPT.
006620     IF NOT CC-MASTER-AVAILABLE
006630         GO TO 5100-ADD-DEPT.
006640     MOVE WS-CV-CC (WS-CV-IX) TO CCM-CODE.
006650     READ COST-CENTER-MASTER
006660         INVALID KEY
006670             MOVE "NOT ON CCFILE" TO WS-CV-DESC (WS-CV-IX)
006680             GO TO 5100-ADD-DEPT
006690     END-READ.
006700     MOVE CCM-DESCRIPTION TO WS-CV-DESC (WS-CV-IX).
006710     MOVE CCM-RESP-DEPT   TO WS-CV-DEPT (WS-CV-IX).
006720 5100-ADD-DEPT.
006730     PERFORM 5200-FIND-DEPT THRU 5200-EXIT.
006740 5100-EXIT.
006750     EXIT.

006760*----------------------------------------------------------------
006770* 5200-FIND-DEPT
006780*     ADDS THE CURRENT CENTER'S DEPARTMENT TO THE DEPARTMENT
006790*     LIST IN ORDER UNLESS IT IS ALREADY THERE, THE SAME WAY
006800*     4000-FIND-CENTER KEEPS THE CENTER TABLE.
006810*----------------------------------------------------------------
006820 5200-FIND-DEPT.
006830     MOVE ZERO TO WS-DP-FOUND-IX.
006840     MOVE ZERO TO WS-DP-IX.
006850     PERFORM 5300-CHECK-DEPT THRU 5300-EXIT
006860         UNTIL WS-DP-FOUND-IX > ZERO
006870            OR WS-DP-IX >= WS-DP-COUNT.
006880     IF WS-DP-FOUND-IX > ZERO
006890      AND WS-DP-DEPT (WS-DP-FOUND-IX) = WS-CV-DEPT (WS-CV-IX)
006900         GO TO 5200-EXIT.
006910     IF WS-DP-COUNT >= WS-DP-MAX
006920         DISPLAY "FATAL: More than " WS-DP-MAX
006930             " departments to report"
006940         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006950         STOP RUN
006960     END-IF.
006970     IF WS-DP-FOUND-IX = ZERO
006980         COMPUTE WS-DP-FOUND-IX = WS-DP-COUNT + 1
006990     END-IF.
007000     ADD 1 TO WS-DP-COUNT.
007010     MOVE WS-DP-COUNT TO WS-DP-SHIFT-IX.
007020     PERFORM 5400-SHIFT-DEPT THRU 5400-EXIT
007030         UNTIL WS-DP-SHIFT-IX <= WS-DP-FOUND-IX.
007040     MOVE WS-CV-DEPT (WS-CV-IX) TO WS-DP-DEPT (WS-DP-FOUND-IX).
007050 5200-EXIT.
007060     EXIT.

007070*----------------------------------------------------------------
007080* 5300-CHECK-DEPT
007090*----------------------------------------------------------------
007100 5300-CHECK-DEPT.
007110     ADD 1 TO WS-DP-IX.
007120     IF WS-DP-DEPT (WS-DP-IX) NOT < WS-CV-DEPT (WS-CV-IX)
007130         MOVE WS-DP-IX TO WS-DP-FOUND-IX
007140     END-IF.
007150 5300-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------
007180* 5400-SHIFT-DEPT
007190*----------------------------------------------------------------
007200 5400-SHIFT-DEPT.
007210     MOVE WS-DP-ENTRY (WS-DP-SHIFT-IX - 1)
007220         TO WS-DP-ENTRY (WS-DP-SHIFT-IX).
007230     SUBTRACT 1 FROM WS-DP-SHIFT-IX.
007240 5400-EXIT.
007250     EXIT.

007260*----------------------------------------------------------------
007270* 6000-FORMAT-VARIANCE
007280*     FILLS THE FIGURES AND FLAG OF RPT-VARIANCE-LINE FROM THE
007290*     VARIANCE WORK FIELDS. VARIANCE IS ACTUAL LESS BUDGET, AS
007300*     A PERCENTAGE OF THE BUDGET; WITH NO BUDGET THE PERCENTAGE
007310*     IS LEFT BLANK. A CENTER LINE IS FLAGGED NO ACTIVITY WHEN
007320*     IT HAS A BUDGET AND NO SC RECORD FOR THE PERIOD, NO
007330*     BUDGET WHEN IT HAS ACTIVITY BUT NO BUDGET, AND OVER OR
007340*     UNDER BUDGET WHEN THE PERCENTAGE IS OUTSIDE THE
007350*     TOLERANCE EITHER WAY. THE PRINTED PERCENTAGE STOPS AT
007360*     999.9 EITHER WAY; THE FLAG USES THE FULL FIGURE.
007370*----------------------------------------------------------------
007380 6000-FORMAT-VARIANCE.
007390     MOVE SPACES TO RV-FLAG.
007400     COMPUTE WS-VW-VARIANCE = WS-VW-ACTUAL - WS-VW-BUDGET.
007410     MOVE WS-VW-ACTUAL   TO RV-ACTUAL.
007420     MOVE WS-VW-BUDGET   TO RV-BUDGET.
007430     MOVE WS-VW-VARIANCE TO RV-VARIANCE.
007440     IF WS-VW-BUDGET = ZERO
007450         MOVE SPACES TO RV-PCT-X
007460         IF VW-ACTIVE AND VW-UNBUDGETED
007470             MOVE "NO BUDGET" TO RV-FLAG
007480         END-IF
007490         GO TO 6000-EXIT
007500     END-IF.
007510     IF WS-VW-BUDGET < ZERO
007520         COMPUTE WS-VW-BASE = ZERO - WS-VW-BUDGET
007530     ELSE
007540         MOVE WS-VW-BUDGET TO WS-VW-BASE
007550     END-IF.
007560     COMPUTE WS-VW-PCT ROUNDED =
007570         WS-VW-VARIANCE * 100 / WS-VW-BASE.
007580     IF WS-VW-PCT > 999.9
007590         MOVE 999.9 TO RV-PCT
007600     ELSE
007610         IF WS-VW-PCT < -999.9
007620             MOVE -999.9 TO RV-PCT
007630         ELSE
007640             MOVE WS-VW-PCT TO RV-PCT
007650         END-IF
007660     END-IF.
007670     IF VW-INACTIVE AND VW-BUDGETED
007680         MOVE "NO ACTIVITY" TO RV-FLAG
007690         GO TO 6000-EXIT
007700     END-IF.
007710     IF WS-VW-ACT-SW = SPACE
007720         GO TO 6000-EXIT.
007730     IF WS-VW-PCT > WS-SEL-TOLERANCE
007740         MOVE "OVER BUDGET" TO RV-FLAG
007750     END-IF.
007760     IF WS-VW-PCT < ZERO - WS-SEL-TOLERANCE
007770         MOVE "UNDER BUDGET" TO RV-FLAG
007780     END-IF.
007790 6000-EXIT.
007800     EXIT.

007810*----------------------------------------------------------------
007820* 7000-WRITE-DEPARTMENTS
007830*     ONE BLOCK PER DEPARTMENT: ITS CENTERS, THEN ITS TOTALS.
007840*     THE GRAND TOTALS FOLLOW THE LAST DEPARTMENT.
007850*----------------------------------------------------------------
007860 7000-WRITE-DEPARTMENTS.
007870     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
007880     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADER.
007890     MOVE ZERO TO WS-DP-IX.
007900     PERFORM 7100-WRITE-DEPARTMENT THRU 7100-EXIT
007910         UNTIL WS-DP-IX >= WS-DP-COUNT.
007920     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
007930     MOVE "ALL "          TO RV-CC.
007940     MOVE "DEPARTMENTS"   TO RV-DESC.
007950     MOVE WS-GT-MTD-ACTUAL TO WS-VW-ACTUAL.
007960     MOVE WS-GT-MTD-BUDGET TO WS-VW-BUDGET.
007970     MOVE WS-GT-YTD-ACTUAL TO WS-DT-YTD-ACTUAL.
007980     MOVE WS-GT-YTD-BUDGET TO WS-DT-YTD-BUDGET.
007990     PERFORM 7400-WRITE-TOTAL-PAIR THRU 7400-EXIT.
008000 7000-EXIT.
008010     EXIT.

008020*----------------------------------------------------------------
008030* 7100-WRITE-DEPARTMENT
008040*----------------------------------------------------------------
008050 7100-WRITE-DEPARTMENT.
008060     ADD 1 TO WS-DP-IX.
008070     INITIALIZE WS-DEPT-TOTALS.
008080     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
008090     IF WS-DP-DEPT (WS-DP-IX) = SPACES
008100         MOVE "(NONE)" TO RD-DEPT
008110     ELSE
008120         MOVE WS-DP-DEPT (WS-DP-IX) TO RD-DEPT
008130     END-IF.
008140     WRITE REPORT-RECORD FROM RPT-DEPT-HEADER.
008150     MOVE ZERO TO WS-CV-IX.
008160     PERFORM 7200-WRITE-CENTER THRU 7200-EXIT
008170         UNTIL WS-CV-IX >= WS-CV-COUNT.
008180     MOVE "DEPT"          TO RV-CC.
008190     MOVE "TOTAL"         TO RV-DESC.
008200     MOVE WS-DT-MTD-ACTUAL TO WS-VW-ACTUAL.
008210     MOVE WS-DT-MTD-BUDGET TO WS-VW-BUDGET.
008220     PERFORM 7400-WRITE-TOTAL-PAIR THRU 7400-EXIT.
008230     ADD WS-DT-MTD-ACTUAL TO WS-GT-MTD-ACTUAL.
008240     ADD WS-DT-MTD-BUDGET TO WS-GT-MTD-BUDGET.
008250     ADD WS-DT-YTD-ACTUAL TO WS-GT-YTD-ACTUAL.
008260     ADD WS-DT-YTD-BUDGET TO WS-GT-YTD-BUDGET.
008270 7100-EXIT.
008280     EXIT.

008290*----------------------------------------------------------------
008300* 7200-WRITE-CENTER
008310*     WRITES THE MONTH-TO-DATE AND YEAR-TO-DATE LINES OF ONE
008320*     CENTER IN THE CURRENT DEPARTMENT AND ADDS IT TO THE
008330*     DEPARTMENT TOTALS. A CENTER IS COUNTED ONCE AS FLAGGED
008340*     HOWEVER MANY OF ITS LINES ARE.
008350*----------------------------------------------------------------
008360 7200-WRITE-CENTER.
008370     ADD 1 TO WS-CV-IX.
008380     IF WS-CV-DEPT (WS-CV-IX) NOT = WS-DP-DEPT (WS-DP-IX)
008390         GO TO 7200-EXIT.
008400     MOVE "N" TO WS-CENTER-FLAG-SW.
008410     MOVE WS-CV-CC (WS-CV-IX)         TO RV-CC.
008420     MOVE WS-CV-DESC (WS-CV-IX)       TO RV-DESC.
008430     MOVE "MTD" TO RV-PERIOD.
008440     MOVE WS-CV-MTD-ACTUAL (WS-CV-IX) TO WS-VW-ACTUAL.
008450     MOVE WS-CV-MTD-BUDGET (WS-CV-IX) TO WS-VW-BUDGET.
008460     MOVE WS-CV-MTD-ACT-SW (WS-CV-IX) TO WS-VW-ACT-SW.
008470     MOVE WS-CV-MTD-BUD-SW (WS-CV-IX) TO WS-VW-BUD-SW.
008480     PERFORM 6000-FORMAT-VARIANCE THRU 6000-EXIT.
008490     PERFORM 7300-TALLY-FLAG THRU 7300-EXIT.
008500     WRITE REPORT-RECORD FROM RPT-VARIANCE-LINE.
008510     MOVE SPACES TO RV-CC.
008520     MOVE SPACES TO RV-DESC.
008530     MOVE "YTD" TO RV-PERIOD.
008540     MOVE WS-CV-YTD-ACTUAL (WS-CV-IX) TO WS-VW-ACTUAL.
008550     MOVE WS-CV-YTD-BUDGET (WS-CV-IX) TO WS-VW-BUDGET.
008560     MOVE WS-CV-YTD-ACT-SW (WS-CV-IX) TO WS-VW-ACT-SW.
008570     MOVE WS-CV-YTD-BUD-SW (WS-CV-IX) TO WS-VW-BUD-SW.
008580     PERFORM 6000-FORMAT-VARIANCE THRU 6000-EXIT.
008590     PERFORM 7300-TALLY-FLAG THRU 7300-EXIT.
008600     WRITE REPORT-RECORD FROM RPT-VARIANCE-LINE.
008610     ADD 2 TO WS-LINE-OUT-COUNT.
008620     IF CENTER-FLAGGED
008630         ADD 1 TO WS-FLAGGED-COUNT
008640     END-IF.
008646     IF (CV-MTD-BUDGETED (WS-CV-IX)
008652         AND NOT CV-MTD-ACTIVE (WS-CV-IX))
008658      OR (CV-YTD-BUDGETED (WS-CV-IX)
008664         AND NOT CV-YTD-ACTIVE (WS-CV-IX))
008670         ADD 1 TO WS-NO-ACTIVITY-COUNT
008676     END-IF.
008682     IF (CV-MTD-ACTIVE (WS-CV-IX)
008688         AND NOT CV-MTD-BUDGETED (WS-CV-IX))
008694      OR (CV-YTD-ACTIVE (WS-CV-IX)
008700         AND NOT CV-YTD-BUDGETED (WS-CV-IX))
008706         ADD 1 TO WS-NO-BUDGET-COUNT
008712     END-IF.
008730     ADD WS-CV-MTD-ACTUAL (WS-CV-IX) TO WS-DT-MTD-ACTUAL.
008740     ADD WS-CV-MTD-BUDGET (WS-CV-IX) TO WS-DT-MTD-BUDGET.
008750     ADD WS-CV-YTD-ACTUAL (WS-CV-IX) TO WS-DT-YTD-ACTUAL.
008760     ADD WS-CV-YTD-BUDGET (WS-CV-IX) TO WS-DT-YTD-BUDGET.
008770 7200-EXIT.
008780     EXIT.

008790*----------------------------------------------------------------
008800* 7300-TALLY-FLAG
008810*     NOTES THAT THE CURRENT CENTER HAS A LINE OUTSIDE THE
008820*     TOLERANCE.
008830*----------------------------------------------------------------
008840 7300-TALLY-FLAG.
008850     IF RV-FLAG = "OVER BUDGET" OR RV-FLAG = "UNDER BUDGET"
008860         SET CENTER-FLAGGED TO TRUE
008870     END-IF.
008880 7300-EXIT.
008890     EXIT.

008900*----------------------------------------------------------------
008910* 7400-WRITE-TOTAL-PAIR
008920*     WRITES A MONTH-TO-DATE / YEAR-TO-DATE PAIR OF TOTAL
008930*     LINES. THE CALLER LOADS THE CAPTION AND THE MONTH FIGURES;
008940*     THE YEAR FIGURES ARE TAKEN FROM WS-DT-YTD-ACTUAL AND
008950*     WS-DT-YTD-BUDGET. TOTALS ARE NEVER FLAGGED.
008960*----------------------------------------------------------------
008970 7400-WRITE-TOTAL-PAIR.
008980     MOVE SPACE TO WS-VW-ACT-SW.
008990     MOVE SPACE TO WS-VW-BUD-SW.
009000     MOVE "MTD" TO RV-PERIOD.
009010     PERFORM 6000-FORMAT-VARIANCE THRU 6000-EXIT.
009020     WRITE REPORT-RECORD FROM RPT-VARIANCE-LINE.
009030     MOVE SPACES TO RV-CC.
009040     MOVE SPACES TO RV-DESC.
009050     MOVE "YTD" TO RV-PERIOD.
009060     MOVE WS-DT-YTD-ACTUAL TO WS-VW-ACTUAL.
009070     MOVE WS-DT-YTD-BUDGET TO WS-VW-BUDGET.
009080     PERFORM 6000-FORMAT-VARIANCE THRU 6000-EXIT.
009090     WRITE REPORT-RECORD FROM RPT-VARIANCE-LINE.
009100     ADD 2 TO WS-LINE-OUT-COUNT.
009110 7400-EXIT.
009120     EXIT.

009130*----------------------------------------------------------------
009140* 8000-WRITE-SUMMARY
009150*----------------------------------------------------------------
009160 8000-WRITE-SUMMARY.
009170     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
009180     MOVE "CENTERS REPORTED        " TO RC-CAPTION.
009190     MOVE WS-CV-COUNT TO RC-COUNT.
009200     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009210     MOVE "OUTSIDE TOLERANCE       " TO RC-CAPTION.
009220     MOVE WS-FLAGGED-COUNT TO RC-COUNT.
009230     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009240     MOVE "BUDGETED, NO ACTIVITY   " TO RC-CAPTION.
009250     MOVE WS-NO-ACTIVITY-COUNT TO RC-COUNT.
009260     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009270     MOVE "ACTIVITY, NO BUDGET     " TO RC-CAPTION.
009280     MOVE WS-NO-BUDGET-COUNT TO RC-COUNT.
009290     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009300     MOVE "HISTORY RECORDS READ    " TO RC-CAPTION.
009310     MOVE WS-READ-COUNT TO RC-COUNT.
009320     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009330     MOVE "CENTER RECORDS USED     " TO RC-CAPTION.
009340     MOVE WS-CENTER-REC-COUNT TO RC-COUNT.
009350     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009360     MOVE "RECORDS SKIPPED BAD     " TO RC-CAPTION.
009370     MOVE WS-BAD-REC-COUNT TO RC-COUNT.
009380     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009390     MOVE "BUDGET RECORDS READ     " TO RC-CAPTION.
009400     MOVE WS-BUD-READ-COUNT TO RC-COUNT.
009410     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009420     MOVE "BUDGET RECORDS USED     " TO RC-CAPTION.
009430     MOVE WS-BUD-USED-COUNT TO RC-COUNT.
009440     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009450 8000-EXIT.
009460     EXIT.

009470*----------------------------------------------------------------
009480* 9000-CLOSE-FILES
009490*----------------------------------------------------------------
009500 9000-CLOSE-FILES.
009510     CLOSE RUN-STATS-FILE.
009520     CLOSE BUDGET-MASTER.
009530     CLOSE COST-CENTER-MASTER.
009540     CLOSE REPORT-FILE.
009550 9000-EXIT.
009560     EXIT.

009570*----------------------------------------------------------------
009580* 9800-WRITE-RUN-LOG
009590*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
009600*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
009610*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
009620*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
009630*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
009640*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
009650*     OVER ITS OWN MONITORING.
009660*----------------------------------------------------------------
009670 9800-WRITE-RUN-LOG.
009680     OPEN EXTEND RUN-LOG-FILE.
009690     IF WS-RUNLOG-STATUS NOT = "00"
009700      AND WS-RUNLOG-STATUS NOT = "05"
009710         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
009720             WS-RUNLOG-STATUS
009730         GO TO 9800-EXIT
009740     END-IF.
009750     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
009760     ACCEPT WS-RLG-TIME FROM TIME.
009770     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
009780     MOVE WS-RLG-DATE    TO RLG-DATE.
009790     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
009800     COMPUTE RLG-INPUT-COUNT = WS-READ-COUNT
009810         + WS-BUD-READ-COUNT.
009820     MOVE WS-LINE-OUT-COUNT TO RLG-OUTPUT-COUNT.
009830     MOVE WS-BAD-REC-COUNT  TO RLG-EXCP-COUNT.
009840     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
009850     WRITE RUN-LOG-RECORD FROM RLG-LINE.
009860     CLOSE RUN-LOG-FILE.
009870 9800-EXIT.
009880     EXIT.

009890*----------------------------------------------------------------
009900* 9900-LOG-FATAL
009910*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
009920*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
009930*----------------------------------------------------------------
009940 9900-LOG-FATAL.
009950     MOVE "E"     TO WS-RUNLOG-TYPE.
009960     MOVE "FATAL" TO WS-RUN-STATUS.
009970     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
009980 9900-EXIT.
009990     EXIT.
