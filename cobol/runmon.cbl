000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNMON.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - OVERNIGHT WINDOW COMPLETION
000110*                 MONITOR. READS THE START AND END RECORDS EVERY
000120*                 PROGRAM APPENDS TO RUNLOG AND CHECKS THEM
000130*                 AGAINST THE NIGHT'S EXPECTED JOB CHAIN FROM
000140*                 MONPARM (DEFAULT TRANEDIT, TRANSORT,
000150*                 CALCULATOR, GLRECON, THEN AUDARCH ON ARCHIVE
000160*                 NIGHTS). A STEP THAT IS MISSING, RAN OUT OF
000170*                 ORDER, STARTED WITH NO END RECORD OR ENDED
000180*                 ERRORS/FATAL IS REPORTED, WITH ELAPSED TIME
000190*                 PER STEP AND ANY RECORD COUNT THAT DOES NOT
000200*                 CARRY FROM ONE STEP TO THE NEXT. THE RETURN
000210*                 CODE (0 CLEAN, 4 WARNINGS, 8 PROBLEMS) LETS
000220*                 THE SCHEDULER PAGE SOMEONE BEFORE THE GL LOAD.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   GNUCOBOL.
000270 OBJECT-COMPUTER.   GNUCOBOL.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-HIST-STATUS.

000330     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "MONPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARM-STATUS.

000360     SELECT REPORT-FILE ASSIGN TO "MONRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REPORT-STATUS.

000390     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RUNLOG-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440*----------------------------------------------------------------
000450* RUN-HISTORY-FILE - THE SHARED RUNLOG FILE, READ BACK. LAYOUT
000460*     MUST AGREE WITH RLG-LINE IN EVERY PROGRAM THAT WRITES IT.
000470*     THE NUMERIC COLUMNS ARE CHECKED BEFORE USE SO A DAMAGED
000480*     RECORD IS COUNTED AND SKIPPED, NOT ABENDED ON.
000490*----------------------------------------------------------------
000500 FD  RUN-HISTORY-FILE
000510     RECORDING MODE IS F.
000520 01  RUN-HISTORY-RECORD.
000530     05  RH-PROGRAM-ID      PIC X(10).
000540     05  FILLER             PIC X(01).
000550     05  RH-RECORD-TYPE     PIC X(01).
000560         88  RH-START-REC       VALUE "S".
000570         88  RH-END-REC         VALUE "E".
000580     05  FILLER             PIC X(01).
000590     05  RH-DATE            PIC X(08).
000600     05  RH-DATE-N REDEFINES RH-DATE
000610                            PIC 9(08).
000620     05  FILLER             PIC X(01).
000630     05  RH-TIME            PIC X(06).
000640     05  RH-TIME-N REDEFINES RH-TIME
000650                            PIC 9(06).
000660     05  FILLER             PIC X(01).
000670     05  RH-INPUT-COUNT     PIC X(07).
000680     05  RH-INPUT-COUNT-N REDEFINES RH-INPUT-COUNT
000690                            PIC 9(07).
000700     05  FILLER             PIC X(01).
000710     05  RH-OUTPUT-COUNT    PIC X(07).
000720     05  RH-OUTPUT-COUNT-N REDEFINES RH-OUTPUT-COUNT
000730                            PIC 9(07).
000740     05  FILLER             PIC X(01).
000750     05  RH-EXCP-COUNT      PIC X(07).
000760     05  RH-EXCP-COUNT-N REDEFINES RH-EXCP-COUNT
000770                            PIC 9(07).
000780     05  FILLER             PIC X(01).
000790     05  RH-END-STATUS      PIC X(06).

000800*----------------------------------------------------------------
000810* PARAMETER-FILE - AN OPTIONAL W RECORD GIVING THE START OF THE
000820*     WINDOW AND WHETHER TONIGHT IS AN ARCHIVE NIGHT (Y OR N;
000830*     BLANK CHECKS AN ARCHIVE-ONLY STEP ONLY IF IT RAN), THEN
000840*     ONE S RECORD PER EXPECTED STEP IN RUN ORDER. A STEP
000850*     FLAGGED A RUNS ON ARCHIVE NIGHTS ONLY. CARRY-FROM NAMES
000860*     AN EARLIER STEP WHOSE OUTPUT COUNT MUST EQUAL THIS STEP'S
000870*     INPUT COUNT. NO S RECORDS MEANS THE STANDARD CHAIN.
000880*----------------------------------------------------------------
000890 FD  PARAMETER-FILE
000900     RECORDING MODE IS F.
000910 01  PARAMETER-RECORD.
000920     05  MP-RECORD-TYPE     PIC X(01).
000930         88  MP-WINDOW-REC      VALUE "W".
000940         88  MP-STEP-REC        VALUE "S".
000950     05  MP-WINDOW-DATA.
000960         10  MP-WINDOW-DATE PIC X(08).
000970         10  MP-WINDOW-DATE-N REDEFINES MP-WINDOW-DATE
000980                            PIC 9(08).
000990         10  MP-WINDOW-TIME PIC X(06).
001000         10  MP-WINDOW-TIME-N REDEFINES MP-WINDOW-TIME
001010                            PIC 9(06).
001020         10  MP-ARCHIVE-NIGHT
001030                            PIC X(01).
001040         10  FILLER         PIC X(24).
001050     05  MP-STEP-DATA REDEFINES MP-WINDOW-DATA.
001060         10  MP-STEP-PROGRAM
001070                            PIC X(10).
001080         10  MP-STEP-ARCHIVE
001090                            PIC X(01).
001100         10  MP-CARRY-FROM  PIC X(10).
001110         10  FILLER         PIC X(18).

001120*----------------------------------------------------------------
001130* REPORT-FILE - WINDOW COMPLETION REPORT.
001140*----------------------------------------------------------------
001150 FD  REPORT-FILE
001160     RECORDING MODE IS F.
001170 01  REPORT-RECORD          PIC X(80).

001180*----------------------------------------------------------------
001190* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
001200*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
001210*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
001220*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
001230*     ACROSS EVERY PROGRAM THAT WRITES IT.
001240*----------------------------------------------------------------
001250 FD  RUN-LOG-FILE
001260     RECORDING MODE IS F.
001270 01  RUN-LOG-RECORD         PIC X(59).

001280 WORKING-STORAGE SECTION.
001290*----------------------------------------------------------------
001300* SWITCHES AND CONDITION NAMES
001310*----------------------------------------------------------------
001320 77  WS-HIST-EOF-SW         PIC X(01) VALUE "N".
001330     88  HISTORY-DONE           VALUE "Y".

001340 77  WS-PARM-EOF-SW         PIC X(01) VALUE "N".
001350     88  PARAMETERS-DONE        VALUE "Y".

001360 77  WS-ARCHIVE-NIGHT-SW    PIC X(01) VALUE SPACES.
001370     88  ARCHIVE-NIGHT          VALUE "Y".
001380     88  NOT-ARCHIVE-NIGHT      VALUE "N".

001390*----------------------------------------------------------------
001400* FILE STATUS FIELDS
001410*----------------------------------------------------------------
001420 77  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
001430 77  WS-PARM-STATUS         PIC X(02) VALUE SPACES.
001440 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

001450*----------------------------------------------------------------
001460* WINDOW START AND RECORD COUNTERS
001470*----------------------------------------------------------------
001480 77  WS-WINDOW-DATE         PIC 9(8)  VALUE ZERO.
001490 77  WS-WINDOW-TIME         PIC 9(6)  VALUE 120000.
001500 77  WS-DATE-INT            PIC 9(7)  VALUE ZERO.
001510 77  WS-READ-COUNT          PIC 9(7)  COMP VALUE ZERO.
001520 77  WS-WINDOW-REC-COUNT    PIC 9(7)  COMP VALUE ZERO.
001530 77  WS-BAD-REC-COUNT       PIC 9(7)  COMP VALUE ZERO.

001540*----------------------------------------------------------------
001550* EXPECTED JOB CHAIN - ONE SLOT PER STEP IN RUN ORDER, WITH WHAT
001560*     THE RUN LOG SHOWED FOR IT. START AND END SEQUENCE NUMBERS
001570*     ARE POSITIONS IN THE WINDOW'S PART OF RUNLOG, SO ONE STEP
001580*     CAN BE COMPARED WITH ANOTHER. A START NEWER THAN THE LAST
001590*     END IS A RUN THAT NEVER FINISHED.
001600*----------------------------------------------------------------
001610 77  WS-STEP-MAX            PIC 9(2)  COMP VALUE 20.
001620 77  WS-STEP-COUNT          PIC 9(2)  COMP VALUE ZERO.
001630 77  WS-STEP-IX             PIC 9(2)  COMP VALUE ZERO.
001640 77  WS-STEP-FOUND-IX       PIC 9(2)  COMP VALUE ZERO.
001650 77  WS-CARRY-IX            PIC 9(2)  COMP VALUE ZERO.
001660 77  WS-PREV-IX             PIC 9(2)  COMP VALUE ZERO.
001670 77  WS-SCAN-IX             PIC 9(2)  COMP VALUE ZERO.
001680 77  WS-SEARCH-PROGRAM      PIC X(10) VALUE SPACES.
001690 01  WS-STEP-TABLE.
001700     05  WS-ST-ENTRY OCCURS 20 TIMES.
001710         10  WS-ST-PROGRAM      PIC X(10).
001720         10  WS-ST-ARCHIVE      PIC X(01).
001730         10  WS-ST-CARRY-FROM   PIC X(10).
001740         10  WS-ST-CARRY-IX     PIC 9(2)  COMP.
001750         10  WS-ST-START-COUNT  PIC 9(3)  COMP.
001760         10  WS-ST-ABEND-COUNT  PIC 9(3)  COMP.
001770         10  WS-ST-START-SEQ    PIC 9(7)  COMP.
001780         10  WS-ST-START-DATE   PIC 9(8).
001790         10  WS-ST-START-TIME   PIC 9(6).
001800         10  WS-ST-END-SEQ      PIC 9(7)  COMP.
001810         10  WS-ST-END-DATE     PIC 9(8).
001820         10  WS-ST-END-TIME     PIC 9(6).
001830         10  WS-ST-END-STATUS   PIC X(6).
001840         10  WS-ST-INPUT        PIC 9(7).
001850         10  WS-ST-OUTPUT       PIC 9(7).
001860         10  WS-ST-EXCP         PIC 9(7).

001870*----------------------------------------------------------------
001880* STEP CHECK RESULTS - SEVERITY 4 IS A WARNING, 8 A PROBLEM THAT
001890*     MUST BE LOOKED AT BEFORE THE GL LOAD. THE HIGHEST SEVERITY
001900*     SEEN BECOMES THE RETURN CODE.
001910*----------------------------------------------------------------
001920 77  WS-SEVERITY            PIC 9(2)  VALUE ZERO.
001930 77  WS-HIGH-SEVERITY       PIC 9(2)  VALUE ZERO.
001940 77  WS-PROBLEM-COUNT       PIC 9(5)  COMP VALUE ZERO.
001950 77  WS-WARNING-COUNT       PIC 9(5)  COMP VALUE ZERO.
001960 77  WS-EXPECTED-COUNT      PIC 9(5)  COMP VALUE ZERO.
001970 77  WS-COMPLETE-COUNT      PIC 9(5)  COMP VALUE ZERO.
001980 77  WS-STEP-ISSUE-COUNT    PIC 9(5)  COMP VALUE ZERO.
001990 77  WS-MESSAGE             PIC X(60) VALUE SPACES.
002000 77  WS-EDIT-COUNT-1        PIC Z(6)9.
002010 77  WS-EDIT-COUNT-2        PIC Z(6)9.

002020*----------------------------------------------------------------
002030* ELAPSED-TIME WORK FIELDS
002040*----------------------------------------------------------------
002050 77  WS-START-SECS          PIC 9(11) COMP VALUE ZERO.
002060 77  WS-END-SECS            PIC 9(11) COMP VALUE ZERO.
002070 77  WS-ELAPSED-SECS        PIC 9(9)  COMP VALUE ZERO.
002080 77  WS-ELAPSED-REM         PIC 9(9)  COMP VALUE ZERO.
002090 01  WS-WORK-TIME           PIC 9(06).
002100 01  WS-WORK-TIME-R REDEFINES WS-WORK-TIME.
002110     05  WS-WT-HH           PIC 9(02).
002120     05  WS-WT-MM           PIC 9(02).
002130     05  WS-WT-SS           PIC 9(02).
002140 01  WS-ELAPSED-EDIT.
002150     05  WS-EL-HH           PIC ZZ9.
002160     05  FILLER             PIC X(01) VALUE ":".
002170     05  WS-EL-MM           PIC 9(02).
002180     05  FILLER             PIC X(01) VALUE ":".
002190     05  WS-EL-SS           PIC 9(02).

002200*----------------------------------------------------------------
002210* RUN DATE
002220*----------------------------------------------------------------
002230 01  WS-CURRENT-DATE.
002240     05  WS-CD-YYYY         PIC 9(4).
002250     05  WS-CD-MM           PIC 9(2).
002260     05  WS-CD-DD           PIC 9(2).
002270 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
002280                            PIC 9(8).

002290*----------------------------------------------------------------
002300* REPORT LAYOUT LINES
002310*----------------------------------------------------------------
002320 01  RPT-HEADER-1.
002330     05  FILLER             PIC X(26) VALUE
002340         "OVERNIGHT WINDOW MONITOR".
002350     05  RH-RUN-DATE        PIC 9(08).
002360     05  FILLER             PIC X(46) VALUE SPACES.

002370 01  RPT-WINDOW-LINE.
002380     05  FILLER             PIC X(12) VALUE "WINDOW FROM ".
002390     05  RW-WINDOW-DATE     PIC 9(08).
002400     05  FILLER             PIC X(01) VALUE SPACES.
002410     05  RW-WINDOW-TIME     PIC 9(06).
002420     05  FILLER             PIC X(16) VALUE
002430         "  ARCHIVE NIGHT ".
002440     05  RW-ARCHIVE         PIC X(08).
002450     05  FILLER             PIC X(29) VALUE SPACES.

002460 01  RPT-COLUMN-HEADER.
002470     05  FILLER             PIC X(03) VALUE "NO ".
002480     05  FILLER             PIC X(11) VALUE "PROGRAM    ".
002490     05  FILLER             PIC X(16) VALUE "STARTED         ".
002500     05  FILLER             PIC X(07) VALUE "ENDED  ".
002510     05  FILLER             PIC X(10) VALUE "ELAPSED   ".
002520     05  FILLER             PIC X(07) VALUE "STATUS ".
002530     05  FILLER             PIC X(08) VALUE "  INPUT ".
002540     05  FILLER             PIC X(08) VALUE " OUTPUT ".
002550     05  FILLER             PIC X(07) VALUE "   EXCP".
002560     05  FILLER             PIC X(03) VALUE SPACES.

002570 01  RPT-STEP-LINE.
002580     05  RS-STEP-NO         PIC Z9.
002590     05  FILLER             PIC X(01) VALUE SPACES.
002600     05  RS-PROGRAM         PIC X(10).
002610     05  FILLER             PIC X(01) VALUE SPACES.
002620     05  RS-START-DATE      PIC X(08).
002630     05  FILLER             PIC X(01) VALUE SPACES.
002640     05  RS-START-TIME      PIC X(06).
002650     05  FILLER             PIC X(01) VALUE SPACES.
002660     05  RS-END-TIME        PIC X(06).
002670     05  FILLER             PIC X(01) VALUE SPACES.
002680     05  RS-ELAPSED         PIC X(09).
002690     05  FILLER             PIC X(01) VALUE SPACES.
002700     05  RS-STATUS          PIC X(06).
002710     05  FILLER             PIC X(01) VALUE SPACES.
002720     05  RS-INPUT           PIC X(07).
002730     05  FILLER             PIC X(01) VALUE SPACES.
002740     05  RS-OUTPUT          PIC X(07).
002750     05  FILLER             PIC X(01) VALUE SPACES.
002760     05  RS-EXCP            PIC X(07).
002770     05  FILLER             PIC X(03) VALUE SPACES.

002780 01  RPT-ISSUE-LINE.
002790     05  FILLER             PIC X(03) VALUE SPACES.
002800     05  RI-FLAG            PIC X(07).
002810     05  RI-MESSAGE         PIC X(60).
002820     05  FILLER             PIC X(10) VALUE SPACES.

002830 01  RPT-BLANK-LINE.
002840     05  FILLER             PIC X(80) VALUE SPACES.

002850 01  RPT-TRAILER-LINE.
002860     05  FILLER             PIC X(80) VALUE ALL "-".

002870 01  RPT-COUNT-LINE.
002880     05  RC-CAPTION         PIC X(24).
002890     05  RC-COUNT           PIC Z(6)9.
002900     05  FILLER             PIC X(49) VALUE SPACES.

002910*----------------------------------------------------------------
002920* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
002930*----------------------------------------------------------------
002940 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
002950 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
002960 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
002970 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
002980 01  WS-RLG-TIME.
002990     05  WS-RLG-HHMMSS      PIC 9(06).
003000     05  FILLER             PIC 9(02).
003010 01  RLG-LINE.
003020     05  RLG-PROGRAM-ID     PIC X(10) VALUE "RUNMON    ".
003030     05  FILLER             PIC X(01) VALUE SPACES.
003040     05  RLG-RECORD-TYPE    PIC X(01).
003050     05  FILLER             PIC X(01) VALUE SPACES.
003060     05  RLG-DATE           PIC 9(08).
003070     05  FILLER             PIC X(01) VALUE SPACES.
003080     05  RLG-TIME           PIC 9(06).
003090     05  FILLER             PIC X(01) VALUE SPACES.
003100     05  RLG-INPUT-COUNT    PIC 9(07).
003110     05  FILLER             PIC X(01) VALUE SPACES.
003120     05  RLG-OUTPUT-COUNT   PIC 9(07).
003130     05  FILLER             PIC X(01) VALUE SPACES.
003140     05  RLG-EXCP-COUNT     PIC 9(07).
003150     05  FILLER             PIC X(01) VALUE SPACES.
003160     05  RLG-END-STATUS     PIC X(06).

003170 PROCEDURE DIVISION.
003180*----------------------------------------------------------------
003190* 0000-MAINLINE
003200*     LOADS THE EXPECTED CHAIN, PASSES THE RUN LOG ONCE ROLLING
003210*     EACH START AND END RECORD INSIDE THE WINDOW INTO ITS STEP,
003220*     THEN CHECKS AND PRINTS EVERY STEP AND SETS THE RETURN
003230*     CODE FROM THE WORST FINDING.
003240*----------------------------------------------------------------
003250 0000-MAINLINE.
003260     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
003290     PERFORM 3000-PROCESS-HISTORY THRU 3000-EXIT
003300         UNTIL HISTORY-DONE.
003310     CLOSE RUN-HISTORY-FILE.
003320     PERFORM 4000-CHECK-STEPS THRU 4000-EXIT.
003330     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003340     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
003350     MOVE "E" TO WS-RUNLOG-TYPE.
003360     IF WS-HIGH-SEVERITY > ZERO
003370         MOVE "ERRORS" TO WS-RUN-STATUS
003380     ELSE
003390         MOVE "CLEAN" TO WS-RUN-STATUS
003400     END-IF.
003410     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
003420     DISPLAY "RUNMON: WINDOW CHECK RETURN CODE " WS-HIGH-SEVERITY.
003430     MOVE WS-HIGH-SEVERITY TO RETURN-CODE.
003440     STOP RUN.

003450*----------------------------------------------------------------
003460* 1000-INITIALIZE
003470*     THE WINDOW DEFAULTS TO NOON YESTERDAY. READS THE OPTIONAL
003480*     PARAMETERS, FALLS BACK TO THE STANDARD CHAIN WHEN NONE ARE
003490*     GIVEN, OPENS THE FILES AND WRITES THE REPORT HEADER.
003500*----------------------------------------------------------------
003510 1000-INITIALIZE.
003520     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003530     COMPUTE WS-DATE-INT =
003540         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE-N) - 1.
003550     COMPUTE WS-WINDOW-DATE =
003560         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).
003570     OPEN INPUT PARAMETER-FILE.
003580     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "05"
003590         DISPLAY "FATAL: Cannot open PARAMETER-FILE, status "
003600             WS-PARM-STATUS
003610         MOVE 8 TO RETURN-CODE
003620         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003630         STOP RUN
003640     END-IF.
003650     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
003660     PERFORM 1200-APPLY-PARAMETER THRU 1200-EXIT
003670         UNTIL PARAMETERS-DONE.
003680     CLOSE PARAMETER-FILE.
003690     IF WS-STEP-COUNT = ZERO
003700         PERFORM 1400-LOAD-STANDARD-CHAIN THRU 1400-EXIT
003710     END-IF.
003720     MOVE ZERO TO WS-STEP-IX.
003730     PERFORM 1500-RESOLVE-CARRY THRU 1500-EXIT
003740         UNTIL WS-STEP-IX >= WS-STEP-COUNT.
003750     OPEN INPUT RUN-HISTORY-FILE.
003760     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
003770         DISPLAY "FATAL: Cannot open RUN-HISTORY-FILE, status "
003780             WS-HIST-STATUS
003790         MOVE 8 TO RETURN-CODE
003800         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003810         STOP RUN
003820     END-IF.
003830     OPEN OUTPUT REPORT-FILE.
003840     IF WS-REPORT-STATUS NOT = "00"
003850         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
003860             WS-REPORT-STATUS
003870         MOVE 8 TO RETURN-CODE
003880         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003890         STOP RUN
003900     END-IF.
003910     MOVE WS-CURRENT-DATE TO RH-RUN-DATE.
003920     WRITE REPORT-RECORD FROM RPT-HEADER-1.
003930     MOVE WS-WINDOW-DATE TO RW-WINDOW-DATE.
003940     MOVE WS-WINDOW-TIME TO RW-WINDOW-TIME.
003950     EVALUATE TRUE
003960         WHEN ARCHIVE-NIGHT
003970             MOVE "YES"      TO RW-ARCHIVE
003980         WHEN NOT-ARCHIVE-NIGHT
003990             MOVE "NO"       TO RW-ARCHIVE
004000         WHEN OTHER
004010             MOVE "IF RUN"   TO RW-ARCHIVE
004020     END-EVALUATE.
004030     WRITE REPORT-RECORD FROM RPT-WINDOW-LINE.
004040     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
004050     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADER.
004060 1000-EXIT.
004070     EXIT.

004080*----------------------------------------------------------------
004090* 1100-READ-PARAMETER
004100*----------------------------------------------------------------
004110 1100-READ-PARAMETER.
004120     READ PARAMETER-FILE
004130         AT END
004140             SET PARAMETERS-DONE TO TRUE
004150     END-READ.
004160 1100-EXIT.
004170     EXIT.

004180*----------------------------------------------------------------
004190* 1200-APPLY-PARAMETER
004200*     A W RECORD OVERRIDES THE WINDOW START AND SETS THE ARCHIVE
004210*     NIGHT; EACH S RECORD ADDS THE NEXT STEP OF THE CHAIN.
004220*     ANYTHING ELSE IS IGNORED.
004230*----------------------------------------------------------------
004240 1200-APPLY-PARAMETER.
004250     EVALUATE TRUE
004260         WHEN MP-WINDOW-REC
004270             IF MP-WINDOW-DATE-N IS NUMERIC
004280                 MOVE MP-WINDOW-DATE-N TO WS-WINDOW-DATE
004290             END-IF
004300             IF MP-WINDOW-TIME-N IS NUMERIC
004310                 MOVE MP-WINDOW-TIME-N TO WS-WINDOW-TIME
004320             END-IF
004330             MOVE MP-ARCHIVE-NIGHT TO WS-ARCHIVE-NIGHT-SW
004340         WHEN MP-STEP-REC
004350             IF MP-STEP-PROGRAM NOT = SPACES
004360                 PERFORM 1300-ADD-STEP THRU 1300-EXIT
004370             END-IF
004380     END-EVALUATE.
004390     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
004400 1200-EXIT.
004410     EXIT.

004420*----------------------------------------------------------------
004430* 1300-ADD-STEP
004440*     CLAIMS AND ZEROES THE NEXT CHAIN SLOT FOR THE STEP IN THE
004450*     PARAMETER RECORD. A CHAIN LONGER THAN THE TABLE STOPS THE
004460*     RUN RATHER THAN CHECKING ONLY PART OF THE NIGHT.
004470*----------------------------------------------------------------
004480 1300-ADD-STEP.
004490     IF WS-STEP-COUNT >= WS-STEP-MAX
004500         DISPLAY "FATAL: More than " WS-STEP-MAX
004510             " steps in the job chain"
004520         MOVE 8 TO RETURN-CODE
004530         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004540         STOP RUN
004550     END-IF.
004560     ADD 1 TO WS-STEP-COUNT.
004570     MOVE WS-STEP-COUNT TO WS-STEP-IX.
004580     INITIALIZE WS-ST-ENTRY (WS-STEP-IX).
004590     MOVE MP-STEP-PROGRAM TO WS-ST-PROGRAM (WS-STEP-IX).
004600     MOVE MP-STEP-ARCHIVE TO WS-ST-ARCHIVE (WS-STEP-IX).
004610     MOVE MP-CARRY-FROM   TO WS-ST-CARRY-FROM (WS-STEP-IX).
004620 1300-EXIT.
004630     EXIT.

004640*----------------------------------------------------------------
004650* 1400-LOAD-STANDARD-CHAIN
004660*     THE NIGHTLY CHAIN WHEN MONPARM NAMES NO STEPS. CALCULATOR
004670*     MUST READ EVERY DETAIL TRANSORT WROTE.
004680*----------------------------------------------------------------
004690 1400-LOAD-STANDARD-CHAIN.
004700     MOVE SPACES TO PARAMETER-RECORD.
004710     MOVE "TRANEDIT"   TO MP-STEP-PROGRAM.
004720     PERFORM 1300-ADD-STEP THRU 1300-EXIT.
004730     MOVE "TRANSORT"   TO MP-STEP-PROGRAM.
004740     PERFORM 1300-ADD-STEP THRU 1300-EXIT.
004750     MOVE "CALCULATOR" TO MP-STEP-PROGRAM.
004760     MOVE "TRANSORT"   TO MP-CARRY-FROM.
004770     PERFORM 1300-ADD-STEP THRU 1300-EXIT.
004780     MOVE SPACES       TO MP-CARRY-FROM.
004790     MOVE "GLRECON"    TO MP-STEP-PROGRAM.
004800     PERFORM 1300-ADD-STEP THRU 1300-EXIT.
004810     MOVE "AUDARCH"    TO MP-STEP-PROGRAM.
004820     MOVE "A"          TO MP-STEP-ARCHIVE.
004830     PERFORM 1300-ADD-STEP THRU 1300-EXIT.
004840 1400-EXIT.
004850     EXIT.

004860*----------------------------------------------------------------
004870* 1500-RESOLVE-CARRY
004880*     TURNS EACH STEP'S CARRY-FROM NAME INTO THE INDEX OF AN
004890*     EARLIER STEP. A NAME THAT IS NOT AN EARLIER STEP IS
004900*     REPORTED AND THE CARRY CHECK DROPPED FOR THAT STEP.
004910*----------------------------------------------------------------
004920 1500-RESOLVE-CARRY.
004930     ADD 1 TO WS-STEP-IX.
004940     MOVE ZERO TO WS-ST-CARRY-IX (WS-STEP-IX).
004950     IF WS-ST-CARRY-FROM (WS-STEP-IX) = SPACES
004960         GO TO 1500-EXIT.
004970     MOVE WS-ST-CARRY-FROM (WS-STEP-IX) TO WS-SEARCH-PROGRAM.
004980     PERFORM 3100-FIND-STEP THRU 3100-EXIT.
004990     IF WS-STEP-FOUND-IX > ZERO
005000      AND WS-STEP-FOUND-IX < WS-STEP-IX
005010         MOVE WS-STEP-FOUND-IX TO WS-ST-CARRY-IX (WS-STEP-IX)
005020     ELSE
005030         DISPLAY "WARNING: Carry-from " WS-SEARCH-PROGRAM
005040             " is not an earlier step - carry check dropped"
005050     END-IF.
005060 1500-EXIT.
005070     EXIT.

005080*----------------------------------------------------------------
005090* 2000-READ-HISTORY
005100*----------------------------------------------------------------
005110 2000-READ-HISTORY.
005120     READ RUN-HISTORY-FILE
005130         AT END
005140             SET HISTORY-DONE TO TRUE
005150     END-READ.
005160 2000-EXIT.
005170     EXIT.

005180*----------------------------------------------------------------
005190* 3000-PROCESS-HISTORY
005200*     ROLLS ONE RUN LOG RECORD INTO ITS STEP WHEN IT FALLS IN
005210*     THE WINDOW AND BELONGS TO THE CHAIN. A RECORD WITH A BAD
005220*     DATE, TIME OR TYPE IS COUNTED AND SKIPPED.
005230*----------------------------------------------------------------
005240 3000-PROCESS-HISTORY.
005250     ADD 1 TO WS-READ-COUNT.
005260     IF RH-DATE-N IS NOT NUMERIC
005270      OR RH-TIME-N IS NOT NUMERIC
005280      OR (NOT RH-START-REC AND NOT RH-END-REC)
005290         ADD 1 TO WS-BAD-REC-COUNT
005300         GO TO 3000-READ-NEXT
005310     END-IF.
005320     IF RH-DATE-N < WS-WINDOW-DATE
005330         GO TO 3000-READ-NEXT.
005340     IF RH-DATE-N = WS-WINDOW-DATE
005350      AND RH-TIME-N < WS-WINDOW-TIME
005360         GO TO 3000-READ-NEXT
005370     END-IF.
005380     ADD 1 TO WS-WINDOW-REC-COUNT.
005390     MOVE RH-PROGRAM-ID TO WS-SEARCH-PROGRAM.
005400     PERFORM 3100-FIND-STEP THRU 3100-EXIT.
005410     IF WS-STEP-FOUND-IX = ZERO
005420         GO TO 3000-READ-NEXT.
005430     IF RH-START-REC
005440         PERFORM 3200-RECORD-START THRU 3200-EXIT
005450     ELSE
005460         PERFORM 3300-RECORD-END THRU 3300-EXIT
005470     END-IF.
005480 3000-READ-NEXT.
005490     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
005500 3000-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------
005530* 3100-FIND-STEP
005540*     LOCATES WS-SEARCH-PROGRAM IN THE CHAIN, LEAVING ITS INDEX
005550*     IN WS-STEP-FOUND-IX, OR ZERO WHEN IT IS NOT A CHAIN STEP.
005560*----------------------------------------------------------------
005570 3100-FIND-STEP.
005580     MOVE ZERO TO WS-STEP-FOUND-IX.
005590     MOVE ZERO TO WS-SCAN-IX.
005600     PERFORM 3150-CHECK-STEP THRU 3150-EXIT
005610         UNTIL WS-STEP-FOUND-IX > ZERO
005620            OR WS-SCAN-IX >= WS-STEP-COUNT.
005630 3100-EXIT.
005640     EXIT.

005650*----------------------------------------------------------------
005660* 3150-CHECK-STEP
005670*----------------------------------------------------------------
005680 3150-CHECK-STEP.
005690     ADD 1 TO WS-SCAN-IX.
005700     IF WS-ST-PROGRAM (WS-SCAN-IX) = WS-SEARCH-PROGRAM
005710         MOVE WS-SCAN-IX TO WS-STEP-FOUND-IX
005720     END-IF.
005730 3150-EXIT.
005740     EXIT.

005750*----------------------------------------------------------------
005760* 3200-RECORD-START
005770*     A NEW START WHILE THE LAST ONE NEVER ENDED MEANS THAT
005780*     EARLIER RUN ABENDED - IT IS COUNTED BEFORE THE NEW RUN
005790*     TAKES ITS PLACE.
005800*----------------------------------------------------------------
005810 3200-RECORD-START.
005820     IF WS-ST-START-COUNT (WS-STEP-FOUND-IX) > ZERO
005830      AND WS-ST-START-SEQ (WS-STEP-FOUND-IX) >
005840          WS-ST-END-SEQ (WS-STEP-FOUND-IX)
005850         ADD 1 TO WS-ST-ABEND-COUNT (WS-STEP-FOUND-IX)
005860     END-IF.
005870     ADD 1 TO WS-ST-START-COUNT (WS-STEP-FOUND-IX).
005880     MOVE WS-WINDOW-REC-COUNT
005890         TO WS-ST-START-SEQ (WS-STEP-FOUND-IX).
005900     MOVE RH-DATE-N TO WS-ST-START-DATE (WS-STEP-FOUND-IX).
005910     MOVE RH-TIME-N TO WS-ST-START-TIME (WS-STEP-FOUND-IX).
005920 3200-EXIT.
005930     EXIT.

005940*----------------------------------------------------------------
005950* 3300-RECORD-END
005960*     THE END RECORD CLOSES THE LATEST START. COUNTS THAT ARE
005970*     NOT NUMERIC ARE TAKEN AS ZERO.
005980*----------------------------------------------------------------
005990 3300-RECORD-END.
006000     MOVE WS-WINDOW-REC-COUNT
006010         TO WS-ST-END-SEQ (WS-STEP-FOUND-IX).
006020     MOVE RH-DATE-N TO WS-ST-END-DATE (WS-STEP-FOUND-IX).
006030     MOVE RH-TIME-N TO WS-ST-END-TIME (WS-STEP-FOUND-IX).
006040     MOVE RH-END-STATUS TO WS-ST-END-STATUS (WS-STEP-FOUND-IX).
006050     MOVE ZERO TO WS-ST-INPUT (WS-STEP-FOUND-IX).
006060     MOVE ZERO TO WS-ST-OUTPUT (WS-STEP-FOUND-IX).
006070     MOVE ZERO TO WS-ST-EXCP (WS-STEP-FOUND-IX).
006080     IF RH-INPUT-COUNT-N IS NUMERIC
006090         MOVE RH-INPUT-COUNT-N TO WS-ST-INPUT (WS-STEP-FOUND-IX)
006100     END-IF.
006110     IF RH-OUTPUT-COUNT-N IS NUMERIC
006120         MOVE RH-OUTPUT-COUNT-N
006130             TO WS-ST-OUTPUT (WS-STEP-FOUND-IX)
006140     END-IF.
006150     IF RH-EXCP-COUNT-N IS NUMERIC
006160         MOVE RH-EXCP-COUNT-N TO WS-ST-EXCP (WS-STEP-FOUND-IX)
006170     END-IF.
006180 3300-EXIT.
006190     EXIT.

006200*----------------------------------------------------------------
006210* 4000-CHECK-STEPS
006220*     PRINTS AND CHECKS EVERY STEP OF THE CHAIN IN RUN ORDER.
006230*----------------------------------------------------------------
006240 4000-CHECK-STEPS.
006250     MOVE ZERO TO WS-PREV-IX.
006260     MOVE ZERO TO WS-STEP-IX.
006270     PERFORM 4100-CHECK-STEP THRU 4100-EXIT
006280         UNTIL WS-STEP-IX >= WS-STEP-COUNT.
006290 4000-EXIT.
006300     EXIT.

006310*----------------------------------------------------------------
006320* 4100-CHECK-STEP
006330*     ONE STEP: ITS LINE, THEN ONE ISSUE LINE FOR EACH THING
006340*     WRONG WITH IT. AN ARCHIVE-ONLY STEP IS NOT EXPECTED ON
006350*     OTHER NIGHTS, AND WHEN THE NIGHT IS NOT STATED IT IS
006360*     CHECKED ONLY IF IT RAN. WS-PREV-IX TRACKS THE LAST STEP
006370*     THAT RAN, FOR THE ORDER CHECK.
006380*----------------------------------------------------------------
006390 4100-CHECK-STEP.
006400     ADD 1 TO WS-STEP-IX.
006410     MOVE ZERO TO WS-STEP-ISSUE-COUNT.
006420     PERFORM 4200-WRITE-STEP-LINE THRU 4200-EXIT.
006430     IF WS-ST-START-COUNT (WS-STEP-IX) = ZERO
006440         IF WS-ST-ARCHIVE (WS-STEP-IX) = "A"
006450          AND NOT ARCHIVE-NIGHT
006460             MOVE ZERO TO WS-SEVERITY
006470             MOVE "NOT SCHEDULED TONIGHT" TO WS-MESSAGE
006480             PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT
006490         ELSE
006500             ADD 1 TO WS-EXPECTED-COUNT
006510             MOVE 8 TO WS-SEVERITY
006520             MOVE "MISSING - NO RUN IN THE WINDOW"
006530                 TO WS-MESSAGE
006540             PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT
006550         END-IF
006560         GO TO 4100-EXIT
006570     END-IF.
006580     ADD 1 TO WS-EXPECTED-COUNT.
006590     PERFORM 4300-CHECK-ORDER THRU 4300-EXIT.
006600     MOVE WS-STEP-IX TO WS-PREV-IX.
006610     IF WS-ST-START-SEQ (WS-STEP-IX) >
006620        WS-ST-END-SEQ (WS-STEP-IX)
006630         MOVE 8 TO WS-SEVERITY
006640         MOVE "ABENDED - STARTED WITH NO END RECORD"
006650             TO WS-MESSAGE
006660         PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT
006670         GO TO 4100-EXIT
006680     END-IF.
006690     IF WS-ST-END-STATUS (WS-STEP-IX) = "FATAL"
006700         MOVE 8 TO WS-SEVERITY
006710         MOVE "ENDED FATAL" TO WS-MESSAGE
006720         PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT
006730     END-IF.
006740     IF WS-ST-END-STATUS (WS-STEP-IX) = "ERRORS"
006750         MOVE 4 TO WS-SEVERITY
006760         MOVE "ENDED WITH ERRORS" TO WS-MESSAGE
006770         PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT
006780     END-IF.
006790     IF WS-ST-ABEND-COUNT (WS-STEP-IX) > ZERO
006800         MOVE 4 TO WS-SEVERITY
006810         MOVE "RERUN AFTER AN EARLIER START THAT NEVER ENDED"
006820             TO WS-MESSAGE
006830         PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT
006840     ELSE
006850         IF WS-ST-START-COUNT (WS-STEP-IX) > 1
006860             MOVE 4 TO WS-SEVERITY
006870             MOVE "RAN MORE THAN ONCE IN THE WINDOW"
006880                 TO WS-MESSAGE
006890             PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT
006900         END-IF
006910     END-IF.
006920     PERFORM 4400-CHECK-CARRY THRU 4400-EXIT.
006930     IF WS-STEP-ISSUE-COUNT = ZERO
006940         ADD 1 TO WS-COMPLETE-COUNT
006950     END-IF.
006960 4100-EXIT.
006970     EXIT.

006980*----------------------------------------------------------------
006990* 4200-WRITE-STEP-LINE
007000*     THE STEP'S LATEST RUN - START, END, ELAPSED TIME, ENDING
007010*     STATUS AND COUNTS. WHAT THE LOG DOES NOT SHOW IS BLANK.
007020*----------------------------------------------------------------
007030 4200-WRITE-STEP-LINE.
007040     MOVE WS-STEP-IX TO RS-STEP-NO.
007050     MOVE WS-ST-PROGRAM (WS-STEP-IX) TO RS-PROGRAM.
007060     MOVE SPACES TO RS-START-DATE RS-START-TIME RS-END-TIME
007070                    RS-ELAPSED RS-STATUS RS-INPUT RS-OUTPUT
007080                    RS-EXCP.
007090     IF WS-ST-START-COUNT (WS-STEP-IX) = ZERO
007100         GO TO 4200-WRITE.
007110     MOVE WS-ST-START-DATE (WS-STEP-IX) TO RS-START-DATE.
007120     MOVE WS-ST-START-TIME (WS-STEP-IX) TO RS-START-TIME.
007130     IF WS-ST-START-SEQ (WS-STEP-IX) >
007140        WS-ST-END-SEQ (WS-STEP-IX)
007150         MOVE "NO END" TO RS-STATUS
007160         GO TO 4200-WRITE
007170     END-IF.
007180     MOVE WS-ST-END-TIME (WS-STEP-IX)   TO RS-END-TIME.
007190     MOVE WS-ST-END-STATUS (WS-STEP-IX) TO RS-STATUS.
007200     MOVE WS-ST-INPUT (WS-STEP-IX)  TO WS-EDIT-COUNT-1.
007210     MOVE WS-EDIT-COUNT-1 TO RS-INPUT.
007220     MOVE WS-ST-OUTPUT (WS-STEP-IX) TO WS-EDIT-COUNT-1.
007230     MOVE WS-EDIT-COUNT-1 TO RS-OUTPUT.
007240     MOVE WS-ST-EXCP (WS-STEP-IX)   TO WS-EDIT-COUNT-1.
007250     MOVE WS-EDIT-COUNT-1 TO RS-EXCP.
007260     PERFORM 4250-COMPUTE-ELAPSED THRU 4250-EXIT.
007270     MOVE WS-ELAPSED-EDIT TO RS-ELAPSED.
007280 4200-WRITE.
007290     WRITE REPORT-RECORD FROM RPT-STEP-LINE.
007300 4200-EXIT.
007310     EXIT.

007320*----------------------------------------------------------------
007330* 4250-COMPUTE-ELAPSED
007340*     START TO END IN HOURS, MINUTES AND SECONDS, ACROSS
007350*     MIDNIGHT IF NEED BE. A CLOCK THAT WENT BACKWARDS SHOWS
007360*     ZERO.
007370*----------------------------------------------------------------
007380 4250-COMPUTE-ELAPSED.
007390     MOVE WS-ST-START-TIME (WS-STEP-IX) TO WS-WORK-TIME.
007400     COMPUTE WS-START-SECS =
007410         FUNCTION INTEGER-OF-DATE (WS-ST-START-DATE (WS-STEP-IX))
007420         * 86400 + WS-WT-HH * 3600 + WS-WT-MM * 60 + WS-WT-SS.
007430     MOVE WS-ST-END-TIME (WS-STEP-IX) TO WS-WORK-TIME.
007440     COMPUTE WS-END-SECS =
007450         FUNCTION INTEGER-OF-DATE (WS-ST-END-DATE (WS-STEP-IX))
007460         * 86400 + WS-WT-HH * 3600 + WS-WT-MM * 60 + WS-WT-SS.
007470     MOVE ZERO TO WS-ELAPSED-SECS.
007480     IF WS-END-SECS > WS-START-SECS
007490         COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
007500     END-IF.
007510     IF WS-ELAPSED-SECS > 3599999
007520         MOVE 3599999 TO WS-ELAPSED-SECS
007530     END-IF.
007540     DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-EL-HH
007550         REMAINDER WS-ELAPSED-REM.
007560     DIVIDE WS-ELAPSED-REM BY 60 GIVING WS-EL-MM
007570         REMAINDER WS-EL-SS.
007580 4250-EXIT.
007590     EXIT.

007600*----------------------------------------------------------------
007610* 4300-CHECK-ORDER
007620*     A STEP MUST START AFTER THE LAST STEP BEFORE IT THAT RAN
007630*     HAS STARTED AND, WHERE THAT STEP ENDED, AFTER IT ENDED.
007640*----------------------------------------------------------------
007650 4300-CHECK-ORDER.
007660     IF WS-PREV-IX = ZERO
007670         GO TO 4300-EXIT.
007680     IF WS-ST-START-SEQ (WS-STEP-IX) <
007690        WS-ST-START-SEQ (WS-PREV-IX)
007700      OR WS-ST-START-SEQ (WS-STEP-IX) <
007710         WS-ST-END-SEQ (WS-PREV-IX)
007720         MOVE 8 TO WS-SEVERITY
007730         MOVE SPACES TO WS-MESSAGE
007740         STRING "OUT OF ORDER - STARTED BEFORE "
007750                    DELIMITED BY SIZE
007760                WS-ST-PROGRAM (WS-PREV-IX) DELIMITED BY SPACE
007770                " HAD FINISHED" DELIMITED BY SIZE
007780             INTO WS-MESSAGE
007790         PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT
007800     END-IF.
007810 4300-EXIT.
007820     EXIT.

007830*----------------------------------------------------------------
007840* 4400-CHECK-CARRY
007850*     THIS STEP'S INPUT COUNT AGAINST ITS CARRY-FROM STEP'S
007860*     OUTPUT COUNT. ONLY CHECKED WHEN BOTH RUNS FINISHED.
007870*----------------------------------------------------------------
007880 4400-CHECK-CARRY.
007890     MOVE WS-ST-CARRY-IX (WS-STEP-IX) TO WS-CARRY-IX.
007900     IF WS-CARRY-IX = ZERO
007910         GO TO 4400-EXIT.
007920     IF WS-ST-START-COUNT (WS-CARRY-IX) = ZERO
007930      OR WS-ST-START-SEQ (WS-CARRY-IX) >
007940         WS-ST-END-SEQ (WS-CARRY-IX)
007950         GO TO 4400-EXIT
007960     END-IF.
007970     IF WS-ST-INPUT (WS-STEP-IX) = WS-ST-OUTPUT (WS-CARRY-IX)
007980         GO TO 4400-EXIT.
007990     MOVE 8 TO WS-SEVERITY.
008000     MOVE WS-ST-INPUT (WS-STEP-IX)   TO WS-EDIT-COUNT-1.
008010     MOVE WS-ST-OUTPUT (WS-CARRY-IX) TO WS-EDIT-COUNT-2.
008020     MOVE SPACES TO WS-MESSAGE.
008030     STRING "INPUT " DELIMITED BY SIZE
008040            WS-EDIT-COUNT-1 DELIMITED BY SIZE
008050            " DOES NOT MATCH " DELIMITED BY SIZE
008060            WS-ST-PROGRAM (WS-CARRY-IX) DELIMITED BY SPACE
008070            " OUTPUT " DELIMITED BY SIZE
008080            WS-EDIT-COUNT-2 DELIMITED BY SIZE
008090         INTO WS-MESSAGE.
008100     PERFORM 4500-WRITE-ISSUE THRU 4500-EXIT.
008110 4400-EXIT.
008120     EXIT.

008130*----------------------------------------------------------------
008140* 4500-WRITE-ISSUE
008150*     WRITES WS-MESSAGE UNDER THE STEP LINE, FLAGGED BY ITS
008160*     SEVERITY, AND RAISES THE RUN'S HIGHEST SEVERITY.
008170*     SEVERITY ZERO IS A NOTE AND IS NOT COUNTED.
008180*----------------------------------------------------------------
008190 4500-WRITE-ISSUE.
008200     EVALUATE WS-SEVERITY
008210         WHEN 8
008220             MOVE "*** " TO RI-FLAG
008230             ADD 1 TO WS-PROBLEM-COUNT
008240             ADD 1 TO WS-STEP-ISSUE-COUNT
008250         WHEN 4
008260             MOVE "  * " TO RI-FLAG
008270             ADD 1 TO WS-WARNING-COUNT
008280             ADD 1 TO WS-STEP-ISSUE-COUNT
008290         WHEN OTHER
008300             MOVE SPACES TO RI-FLAG
008310     END-EVALUATE.
008320     IF WS-SEVERITY > WS-HIGH-SEVERITY
008330         MOVE WS-SEVERITY TO WS-HIGH-SEVERITY
008340     END-IF.
008350     MOVE WS-MESSAGE TO RI-MESSAGE.
008360     WRITE REPORT-RECORD FROM RPT-ISSUE-LINE.
008370 4500-EXIT.
008380     EXIT.

008390*----------------------------------------------------------------
008400* 8000-WRITE-SUMMARY
008410*----------------------------------------------------------------
008420 8000-WRITE-SUMMARY.
008430     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
008440     MOVE "STEPS EXPECTED          " TO RC-CAPTION.
008450     MOVE WS-EXPECTED-COUNT TO RC-COUNT.
008460     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
008470     MOVE "STEPS COMPLETE AND CLEAN" TO RC-CAPTION.
008480     MOVE WS-COMPLETE-COUNT TO RC-COUNT.
008490     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
008500     MOVE "PROBLEMS (***)          " TO RC-CAPTION.
008510     MOVE WS-PROBLEM-COUNT TO RC-COUNT.
008520     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
008530     MOVE "WARNINGS (*)            " TO RC-CAPTION.
008540     MOVE WS-WARNING-COUNT TO RC-COUNT.
008550     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
008560     MOVE "RUN LOG RECORDS READ    " TO RC-CAPTION.
008570     MOVE WS-READ-COUNT TO RC-COUNT.
008580     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
008590     MOVE "RECORDS IN WINDOW       " TO RC-CAPTION.
008600     MOVE WS-WINDOW-REC-COUNT TO RC-COUNT.
008610     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
008620     MOVE "RECORDS SKIPPED BAD     " TO RC-CAPTION.
008630     MOVE WS-BAD-REC-COUNT TO RC-COUNT.
008640     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
008650     MOVE "RETURN CODE             " TO RC-CAPTION.
008660     MOVE WS-HIGH-SEVERITY TO RC-COUNT.
008670     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
008680 8000-EXIT.
008690     EXIT.

008700*----------------------------------------------------------------
008710* 9000-CLOSE-FILES
008720*----------------------------------------------------------------
008730 9000-CLOSE-FILES.
008740     CLOSE REPORT-FILE.
008750 9000-EXIT.
008760     EXIT.

008770*----------------------------------------------------------------
008780* 9800-WRITE-RUN-LOG
008790*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
008800*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
008810*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
008820*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
008830*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
008840*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
008850*     OVER ITS OWN MONITORING.
008860*----------------------------------------------------------------
008870 9800-WRITE-RUN-LOG.
008880     OPEN EXTEND RUN-LOG-FILE.
008890     IF WS-RUNLOG-STATUS NOT = "00"
008900      AND WS-RUNLOG-STATUS NOT = "05"
008910         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
008920             WS-RUNLOG-STATUS
008930         GO TO 9800-EXIT
008940     END-IF.
008950     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
008960     ACCEPT WS-RLG-TIME FROM TIME.
008970     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
008980     MOVE WS-RLG-DATE    TO RLG-DATE.
008990     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
009000     MOVE WS-READ-COUNT       TO RLG-INPUT-COUNT.
009010     MOVE WS-WINDOW-REC-COUNT TO RLG-OUTPUT-COUNT.
009020     COMPUTE RLG-EXCP-COUNT = WS-PROBLEM-COUNT
009030         + WS-WARNING-COUNT.
009040     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
009050     WRITE RUN-LOG-RECORD FROM RLG-LINE.
009060     CLOSE RUN-LOG-FILE.
009070 9800-EXIT.
009080     EXIT.

009090*----------------------------------------------------------------
009100* 9900-LOG-FATAL
009110*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
009120*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
009130*----------------------------------------------------------------
009140 9900-LOG-FATAL.
009150     MOVE "E"     TO WS-RUNLOG-TYPE.
009160     MOVE "FATAL" TO WS-RUN-STATUS.
009170     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
009180 9900-EXIT.
009190     EXIT.
