000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REVLIST.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - REVERSAL LISTING FOR THE
000110*                 AUDITORS. LISTS EVERY REVERSAL POSTED IN A
000120*                 PERIOD (DATE RANGE, AND OPTIONALLY ONE COST
000130*                 CENTER, FROM REVPARMS; A MISSING OR BLANK
000140*                 PARAMETER SELECTS EVERYTHING) WITH THE
000150*                 ORIGINAL IT BACKED OUT AND THE DATE THAT
000160*                 ORIGINAL WAS POSTED, FROM THE AUDIT TRAIL.
000163* 2026-10-15 JKM  AUDIT RECORD LAYOUT WIDENED TO 140 BYTES (SEE
000166*                 CALCULATOR). AMOUNTS LISTED ARE BASE CURRENCY.
000167* 2026-10-15 JKM  AUDIT RECORD WIDENED TO 144 BYTES - THE RATE
000168*                 APPLIED NOW CARRIES SIX DECIMALS (SEE
000169*                 CALCULATOR).
000170*----------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   GNUCOBOL.
000210 OBJECT-COMPUTER.   GNUCOBOL.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-AUDIT-STATUS.

000270     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "REVPARMS"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PARM-STATUS.

000300     SELECT REPORT-FILE ASSIGN TO "REVRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-REPORT-STATUS.

000330     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RUNLOG-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380*----------------------------------------------------------------
000390* AUDIT-FILE - THE PERMANENT CALCULATION AUDIT TRAIL AS
000400*     WRITTEN BY CALCULATOR'S 6000-WRITE-AUDIT-RECORD. A
000410*     REVERSAL CARRIES TYPE V AND THE BATCH ID AND SEQUENCE
000420*     NUMBER OF THE ORIGINAL IT BACKED OUT. THE NUMERIC
000430*     COLUMNS ARE EDITED FIELDS AND ARE DE-EDITED ON INPUT.
000440*----------------------------------------------------------------
000450 FD  AUDIT-FILE
000460     RECORDING MODE IS F.
000470 01  AUDIT-RECORD.
000480     05  AUD-TIMESTAMP.
000490         10  AUD-TS-YYYY    PIC X(04).
000500         10  FILLER         PIC X(01).
000510         10  AUD-TS-MM      PIC X(02).
000520         10  FILLER         PIC X(01).
000530         10  AUD-TS-DD      PIC X(02).
000540         10  FILLER         PIC X(09).
000550     05  FILLER             PIC X(01).
000560     05  AUD-NUM1           PIC -(4)9.99.
000570     05  FILLER             PIC X(01).
000580     05  AUD-OPERATION      PIC X(01).
000590     05  FILLER             PIC X(01).
000600     05  AUD-NUM2           PIC -(4)9.99.
000610     05  FILLER             PIC X(01).
000620     05  AUD-RESULT         PIC -(6)9.99.
000630     05  FILLER             PIC X(15).
000640     05  AUD-BATCH-ID       PIC X(08).
000650     05  FILLER             PIC X(01).
000660     05  AUD-SEQ-NO         PIC X(09).
000670     05  FILLER             PIC X(01).
000680     05  AUD-COST-CENTER    PIC X(04).
000690     05  FILLER             PIC X(01).
000700     05  AUD-RUN-MODE       PIC X(01).
000710     05  FILLER             PIC X(01).
000720     05  AUD-TRAN-TYPE      PIC X(01).
000730         88  AUD-REVERSAL       VALUE "V".
000740     05  FILLER             PIC X(01).
000750     05  AUD-ORIG-BATCH-ID  PIC X(08).
000760     05  FILLER             PIC X(01).
000770     05  AUD-ORIG-SEQ-NO    PIC X(09).
000780     05  FILLER             PIC X(01).
000790     05  AUD-RATE-CODE      PIC X(04).
000800     05  FILLER             PIC X(28).

000810*----------------------------------------------------------------
000820* PARAMETER-FILE - ONE SELECTION RECORD. A FIELD LEFT BLANK,
000830*     OR A MISSING FILE, MEANS NO FILTERING ON THAT FIELD. THE
000840*     DATES ARE THOSE THE REVERSALS WERE POSTED ON.
000850*----------------------------------------------------------------
000860 FD  PARAMETER-FILE
000870     RECORDING MODE IS F.
000880 01  PARAMETER-RECORD.
000890     05  RP-DATE-FROM       PIC X(08).
000900     05  RP-DATE-TO         PIC X(08).
000910     05  RP-COST-CENTER     PIC X(04).

000920*----------------------------------------------------------------
000930* REPORT-FILE - PAGINATED REVERSAL LISTING.
000940*----------------------------------------------------------------
000950 FD  REPORT-FILE
000960     RECORDING MODE IS F.
000970 01  REPORT-RECORD          PIC X(80).

000980*----------------------------------------------------------------
000990* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
001000*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
001010*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
001020*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
001030*     ACROSS EVERY PROGRAM THAT WRITES IT.
001040*----------------------------------------------------------------
001050 FD  RUN-LOG-FILE
001060     RECORDING MODE IS F.
001070 01  RUN-LOG-RECORD         PIC X(59).

001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* SWITCHES AND CONDITION NAMES
001110*----------------------------------------------------------------
001120 77  WS-AUDIT-EOF-SW        PIC X(01) VALUE "N".
001130     88  AUDIT-DONE             VALUE "Y".

001140*----------------------------------------------------------------
001150* FILE STATUS FIELDS
001160*----------------------------------------------------------------
001170 77  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001180 77  WS-PARM-STATUS         PIC X(02) VALUE SPACES.
001190 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

001200*----------------------------------------------------------------
001210* PAGINATION COUNTERS
001220*----------------------------------------------------------------
001230 77  WS-PAGE-COUNT          PIC 9(3)  COMP VALUE ZERO.
001240 77  WS-LINE-COUNT          PIC 9(2)  COMP VALUE ZERO.
001250 77  WS-LINES-PER-PAGE      PIC 9(2)  COMP VALUE 20.

001260*----------------------------------------------------------------
001270* EFFECTIVE SELECTION CRITERIA - PARAMETER FIELDS WITH THE
001280*     BLANK-MEANS-EVERYTHING DEFAULTS ALREADY APPLIED.
001290*----------------------------------------------------------------
001300 01  WS-SEL-DATE-FROM       PIC 9(8)      VALUE ZERO.
001310 01  WS-SEL-DATE-TO         PIC 9(8)      VALUE 99999999.
001320 01  WS-SEL-COST-CENTER     PIC X(4)      VALUE SPACES.

001330*----------------------------------------------------------------
001340* DE-EDITED FIELDS FROM THE CURRENT AUDIT RECORD
001350*----------------------------------------------------------------
001360 01  WS-AUD-DATE.
001370     05  WS-AD-YYYY         PIC X(4).
001380     05  WS-AD-MM           PIC X(2).
001390     05  WS-AD-DD           PIC X(2).
001400 01  WS-AUD-DATE-N REDEFINES WS-AUD-DATE
001410                            PIC 9(8).
001420 01  WS-AUD-RESULT          PIC S9(6)V99.

001430*----------------------------------------------------------------
001440* COUNTS AND TOTALS
001450*----------------------------------------------------------------
001460 77  WS-READ-COUNT          PIC 9(7)      COMP  VALUE ZERO.
001470 77  WS-REV-TOTAL           PIC S9(9)V99  COMP-3 VALUE ZERO.
001480 77  WS-NOT-FOUND-COUNT     PIC 9(7)      COMP  VALUE ZERO.

001490*----------------------------------------------------------------
001500* REVERSAL TABLE - THE REVERSALS SELECTED ON THE FIRST PASS,
001510*     IN POSTING ORDER. THE SECOND PASS FILLS IN THE DATE EACH
001520*     ORIGINAL WAS POSTED; AN ORIGINAL ALREADY ARCHIVED OFF
001530*     THE TRAIL BY AUDARCH KEEPS A BLANK DATE. A PERIOD WITH
001540*     MORE REVERSALS THAN THE TABLE HOLDS COUNTS THE SPILL
001550*     RATHER THAN STOPPING AN INQUIRY RUN.
001560*----------------------------------------------------------------
001570 77  WS-RV-OVERFLOW         PIC 9(7)  COMP VALUE ZERO.
001580 77  WS-RV-COUNT            PIC 9(3)  COMP VALUE ZERO.
001590 77  WS-RV-IX               PIC 9(3)  COMP VALUE ZERO.
001600 01  WS-REVERSAL-TABLE.
001610     05  WS-RV-ENTRY OCCURS 500 TIMES.
001620         10  WS-RV-DATE         PIC X(10).
001630         10  WS-RV-BATCH-ID     PIC X(08).
001640         10  WS-RV-SEQ-NO       PIC X(09).
001650         10  WS-RV-ORIG-BATCH-ID
001660                                PIC X(08).
001670         10  WS-RV-ORIG-SEQ-NO  PIC X(09).
001680         10  WS-RV-ORIG-DATE    PIC X(10).
001690         10  WS-RV-COST-CENTER  PIC X(04).
001700         10  WS-RV-AMOUNT       PIC S9(6)V99.

001710*----------------------------------------------------------------
001720* RUN DATE
001730*----------------------------------------------------------------
001740 01  WS-CURRENT-DATE.
001750     05  WS-CD-YYYY         PIC 9(4).
001760     05  WS-CD-MM           PIC 9(2).
001770     05  WS-CD-DD           PIC 9(2).

001780 01  WS-RUN-DATE-EDIT.
001790     05  WS-RD-YYYY         PIC 9(4).
001800     05  FILLER             PIC X(01) VALUE "-".
001810     05  WS-RD-MM           PIC 9(2).
001820     05  FILLER             PIC X(01) VALUE "-".
001830     05  WS-RD-DD           PIC 9(2).

001840*----------------------------------------------------------------
001850* REPORT LAYOUT LINES
001860*----------------------------------------------------------------
001870 01  RPT-HEADER-1.
001880     05  FILLER             PIC X(20) VALUE
001890         "REVERSAL LISTING".
001900     05  FILLER             PIC X(10) VALUE SPACES.
001910     05  RH-RUN-DATE        PIC X(10) VALUE SPACES.
001920     05  FILLER             PIC X(20) VALUE SPACES.
001930     05  FILLER             PIC X(05) VALUE "PAGE ".
001940     05  RH-PAGE-NO         PIC ZZ9.
001950     05  FILLER             PIC X(12) VALUE SPACES.

001960 01  RPT-CRITERIA-LINE.
001970     05  FILLER             PIC X(06) VALUE "DATES ".
001980     05  RC-DATE-FROM       PIC 9(8).
001990     05  FILLER             PIC X(03) VALUE " - ".
002000     05  RC-DATE-TO         PIC 9(8).
002010     05  FILLER             PIC X(14) VALUE "  COST CENTER ".
002020     05  RC-COST-CENTER     PIC X(04).
002030     05  FILLER             PIC X(37) VALUE SPACES.

002040 01  RPT-COLUMN-HEADER.
002050     05  FILLER             PIC X(11) VALUE "REVERSED".
002060     05  FILLER             PIC X(09) VALUE "BATCH".
002070     05  FILLER             PIC X(11) VALUE "   SEQ-NO".
002080     05  FILLER             PIC X(09) VALUE "ORIGINAL".
002090     05  FILLER             PIC X(10) VALUE "   SEQ-NO".
002100     05  FILLER             PIC X(11) VALUE "POSTED".
002110     05  FILLER             PIC X(05) VALUE "CC".
002120     05  FILLER             PIC X(14) VALUE "    AMOUNT".

002130 01  RPT-DETAIL-LINE.
002140     05  RD-DATE            PIC X(10).
002150     05  FILLER             PIC X(01) VALUE SPACES.
002160     05  RD-BATCH-ID        PIC X(08).
002170     05  FILLER             PIC X(01) VALUE SPACES.
002180     05  RD-SEQ-NO          PIC X(09).
002190     05  FILLER             PIC X(02) VALUE SPACES.
002200     05  RD-ORIG-BATCH-ID   PIC X(08).
002210     05  FILLER             PIC X(01) VALUE SPACES.
002220     05  RD-ORIG-SEQ-NO     PIC X(09).
002230     05  FILLER             PIC X(01) VALUE SPACES.
002240     05  RD-ORIG-DATE       PIC X(10).
002250     05  FILLER             PIC X(01) VALUE SPACES.
002260     05  RD-COST-CENTER     PIC X(04).
002270     05  FILLER             PIC X(01) VALUE SPACES.
002280     05  RD-AMOUNT          PIC -(6)9.99.
002290     05  FILLER             PIC X(04) VALUE SPACES.

002300 01  RPT-BLANK-LINE.
002310     05  FILLER             PIC X(80) VALUE SPACES.

002320 01  RPT-TRAILER-LINE.
002330     05  FILLER             PIC X(80) VALUE ALL "-".

002340 01  RPT-COUNT-LINE.
002350     05  RC-CAPTION         PIC X(24).
002360     05  RC-COUNT           PIC Z(6)9.
002370     05  FILLER             PIC X(49) VALUE SPACES.

002380 01  RPT-AMOUNT-LINE.
002390     05  RA-CAPTION         PIC X(24).
002400     05  RA-AMOUNT          PIC -(8)9.99.
002410     05  FILLER             PIC X(44) VALUE SPACES.

002420*----------------------------------------------------------------
002430* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
002440*----------------------------------------------------------------
002450 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
002460 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
002470 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
002480 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
002490 01  WS-RLG-TIME.
002500     05  WS-RLG-HHMMSS      PIC 9(06).
002510     05  FILLER             PIC 9(02).
002520 01  RLG-LINE.
002530     05  RLG-PROGRAM-ID     PIC X(10) VALUE "REVLIST   ".
002540     05  FILLER             PIC X(01) VALUE SPACES.
002550     05  RLG-RECORD-TYPE    PIC X(01).
002560     05  FILLER             PIC X(01) VALUE SPACES.
002570     05  RLG-DATE           PIC 9(08).
002580     05  FILLER             PIC X(01) VALUE SPACES.
002590     05  RLG-TIME           PIC 9(06).
002600     05  FILLER             PIC X(01) VALUE SPACES.
002610     05  RLG-INPUT-COUNT    PIC 9(07).
002620     05  FILLER             PIC X(01) VALUE SPACES.
002630     05  RLG-OUTPUT-COUNT   PIC 9(07).
002640     05  FILLER             PIC X(01) VALUE SPACES.
002650     05  RLG-EXCP-COUNT     PIC 9(07).
002660     05  FILLER             PIC X(01) VALUE SPACES.
002670     05  RLG-END-STATUS     PIC X(06).

002680 PROCEDURE DIVISION.
002690*----------------------------------------------------------------
002700* 0000-MAINLINE
002710*     TWO PASSES OF THE AUDIT TRAIL - THE FIRST PICKS UP THE
002720*     REVERSALS POSTED IN THE PERIOD, THE SECOND FINDS WHEN
002730*     EACH ORIGINAL WAS POSTED, WHICH MAY BE LONG BEFORE THE
002740*     PERIOD BEGAN.
002750*----------------------------------------------------------------
002760 0000-MAINLINE.
002770     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
002800     PERFORM 3000-SELECT-REVERSAL THRU 3000-EXIT
002810         UNTIL AUDIT-DONE.
002820     CLOSE AUDIT-FILE.
002830     IF WS-RV-COUNT > ZERO
002840         PERFORM 4000-FIND-ORIGINALS THRU 4000-EXIT
002850     END-IF.
002860     PERFORM 5000-WRITE-LISTING THRU 5000-EXIT.
002870     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
002880     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002890     MOVE "E" TO WS-RUNLOG-TYPE.
002900     MOVE "CLEAN" TO WS-RUN-STATUS.
002910     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002920     STOP RUN.

002930*----------------------------------------------------------------
002940* 1000-INITIALIZE
002950*     READS THE SELECTION PARAMETERS (DEFAULTING EACH BLANK OR
002960*     MISSING FIELD TO SELECT-EVERYTHING), OPENS THE FILES AND
002970*     SETS UP THE RUN DATE FOR THE PAGE HEADERS.
002980*----------------------------------------------------------------
002990 1000-INITIALIZE.
003000     OPEN INPUT AUDIT-FILE.
003010     IF WS-AUDIT-STATUS NOT = "00"
003020         DISPLAY "FATAL: Cannot open AUDIT-FILE, status "
003030             WS-AUDIT-STATUS
003040         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003050         STOP RUN
003060     END-IF.
003070     OPEN INPUT PARAMETER-FILE.
003080     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "05"
003090         DISPLAY "FATAL: Cannot open PARAMETER-FILE, status "
003100             WS-PARM-STATUS
003110         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003120         STOP RUN
003130     END-IF.
003140     READ PARAMETER-FILE
003150         AT END
003160             CONTINUE
003170         NOT AT END
003180             PERFORM 1100-APPLY-PARAMETERS THRU 1100-EXIT
003190     END-READ.
003200     CLOSE PARAMETER-FILE.
003210     OPEN OUTPUT REPORT-FILE.
003220     IF WS-REPORT-STATUS NOT = "00"
003230         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
003240             WS-REPORT-STATUS
003250         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003260         STOP RUN
003270     END-IF.
003280     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003290     MOVE WS-CD-YYYY TO WS-RD-YYYY.
003300     MOVE WS-CD-MM   TO WS-RD-MM.
003310     MOVE WS-CD-DD   TO WS-RD-DD.
003320     MOVE ZERO TO WS-PAGE-COUNT.
003330 1000-EXIT.
003340     EXIT.

003350*----------------------------------------------------------------
003360* 1100-APPLY-PARAMETERS
003370*     MOVES EACH SUPPLIED (NON-BLANK, NUMERIC) PARAMETER OVER
003380*     ITS SELECT-EVERYTHING DEFAULT.
003390*----------------------------------------------------------------
003400 1100-APPLY-PARAMETERS.
003410     IF RP-DATE-FROM IS NUMERIC
003420         MOVE RP-DATE-FROM TO WS-SEL-DATE-FROM
003430     END-IF.
003440     IF RP-DATE-TO IS NUMERIC
003450         MOVE RP-DATE-TO TO WS-SEL-DATE-TO
003460     END-IF.
003470     IF RP-COST-CENTER NOT = SPACES
003480         MOVE RP-COST-CENTER TO WS-SEL-COST-CENTER
003490     END-IF.
003500 1100-EXIT.
003510     EXIT.

003520*----------------------------------------------------------------
003530* 1500-WRITE-PAGE-HEADER
003540*     WRITES A NEW PAGE HEADER (RUN DATE, PAGE NUMBER, THE
003550*     SELECTION CRITERIA AND COLUMN CAPTIONS) AND RESETS THE
003560*     LINE COUNTER FOR THE NEW PAGE.
003570*----------------------------------------------------------------
003580 1500-WRITE-PAGE-HEADER.
003590     ADD 1 TO WS-PAGE-COUNT.
003600     MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
003610     MOVE WS-PAGE-COUNT    TO RH-PAGE-NO.
003620     WRITE REPORT-RECORD FROM RPT-HEADER-1.
003630     MOVE WS-SEL-DATE-FROM TO RC-DATE-FROM.
003640     MOVE WS-SEL-DATE-TO   TO RC-DATE-TO.
003650     IF WS-SEL-COST-CENTER = SPACES
003660         MOVE "ALL" TO RC-COST-CENTER
003670     ELSE
003680         MOVE WS-SEL-COST-CENTER TO RC-COST-CENTER
003690     END-IF.
003700     WRITE REPORT-RECORD FROM RPT-CRITERIA-LINE.
003710     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
003720     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADER.
003730     MOVE ZERO TO WS-LINE-COUNT.
003740 1500-EXIT.
003750     EXIT.

003760*----------------------------------------------------------------
003770* 2000-READ-AUDIT
003780*----------------------------------------------------------------
003790 2000-READ-AUDIT.
003800     READ AUDIT-FILE
003810         AT END
003820             SET AUDIT-DONE TO TRUE
003830     END-READ.
003840 2000-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870* 3000-SELECT-REVERSAL
003880*     FIRST PASS - KEEPS A REVERSAL POSTED INSIDE THE PERIOD
003890*     (AND UNDER THE REQUESTED COST CENTER, IF ANY). ORDINARY
003900*     POSTINGS ARE PASSED OVER.
003910*----------------------------------------------------------------
003920 3000-SELECT-REVERSAL.
003930     ADD 1 TO WS-READ-COUNT.
003940     IF NOT AUD-REVERSAL
003950         GO TO 3000-READ-NEXT.
003960     MOVE AUD-TS-YYYY TO WS-AD-YYYY.
003970     MOVE AUD-TS-MM   TO WS-AD-MM.
003980     MOVE AUD-TS-DD   TO WS-AD-DD.
003990     IF WS-AUD-DATE-N IS NOT NUMERIC
004000         GO TO 3000-READ-NEXT.
004010     IF WS-AUD-DATE-N < WS-SEL-DATE-FROM
004020      OR WS-AUD-DATE-N > WS-SEL-DATE-TO
004030         GO TO 3000-READ-NEXT.
004040     IF WS-SEL-COST-CENTER NOT = SPACES
004050      AND AUD-COST-CENTER NOT = WS-SEL-COST-CENTER
004060         GO TO 3000-READ-NEXT.
004070     IF WS-RV-COUNT >= 500
004080         ADD 1 TO WS-RV-OVERFLOW
004090         GO TO 3000-READ-NEXT
004100     END-IF.
004110     MOVE AUD-RESULT TO WS-AUD-RESULT.
004120     ADD 1 TO WS-RV-COUNT.
004130     MOVE AUD-TIMESTAMP      TO WS-RV-DATE (WS-RV-COUNT).
004140     MOVE AUD-BATCH-ID       TO WS-RV-BATCH-ID (WS-RV-COUNT).
004150     MOVE AUD-SEQ-NO         TO WS-RV-SEQ-NO (WS-RV-COUNT).
004160     MOVE AUD-ORIG-BATCH-ID  TO WS-RV-ORIG-BATCH-ID (WS-RV-COUNT).
004170     MOVE AUD-ORIG-SEQ-NO    TO WS-RV-ORIG-SEQ-NO (WS-RV-COUNT).
004180     MOVE SPACES             TO WS-RV-ORIG-DATE (WS-RV-COUNT).
004190     MOVE AUD-COST-CENTER    TO WS-RV-COST-CENTER (WS-RV-COUNT).
004200     MOVE WS-AUD-RESULT      TO WS-RV-AMOUNT (WS-RV-COUNT).
004210     ADD WS-AUD-RESULT TO WS-REV-TOTAL.
004220 3000-READ-NEXT.
004230     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
004240 3000-EXIT.
004250     EXIT.

004260*----------------------------------------------------------------
004270* 4000-FIND-ORIGINALS
004280*     SECOND PASS - EVERY ORDINARY POSTING IS CHECKED AGAINST
004290*     THE ORIGINALS THE SELECTED REVERSALS NAME.
004300*----------------------------------------------------------------
004310 4000-FIND-ORIGINALS.
004320     MOVE "N" TO WS-AUDIT-EOF-SW.
004330     OPEN INPUT AUDIT-FILE.
004340     IF WS-AUDIT-STATUS NOT = "00"
004350         DISPLAY "FATAL: Cannot reopen AUDIT-FILE, status "
004360             WS-AUDIT-STATUS
004370         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004380         STOP RUN
004390     END-IF.
004400     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
004410     PERFORM 4100-CHECK-POSTING THRU 4100-EXIT
004420         UNTIL AUDIT-DONE.
004430     CLOSE AUDIT-FILE.
004440 4000-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470* 4100-CHECK-POSTING
004480*----------------------------------------------------------------
004490 4100-CHECK-POSTING.
004500     IF NOT AUD-REVERSAL
004510      AND AUD-BATCH-ID NOT = SPACES
004520         MOVE ZERO TO WS-RV-IX
004530         PERFORM 4150-MATCH-ORIGINAL THRU 4150-EXIT
004540             UNTIL WS-RV-IX >= WS-RV-COUNT
004550     END-IF.
004560     PERFORM 2000-READ-AUDIT THRU 2000-EXIT.
004570 4100-EXIT.
004580     EXIT.

004590*----------------------------------------------------------------
004600* 4150-MATCH-ORIGINAL
004610*     A POSTING UNDER THE BATCH ID AND SEQUENCE NUMBER A
004620*     REVERSAL NAMES DATES THAT REVERSAL'S ORIGINAL. A REPOSTED
004630*     BATCH LEAVES THE LAST POSTING'S DATE, AS CALCULATOR
004640*     TAKES THE LAST POSTING'S FIGURES.
004650*----------------------------------------------------------------
004660 4150-MATCH-ORIGINAL.
004670     ADD 1 TO WS-RV-IX.
004680     IF WS-RV-ORIG-BATCH-ID (WS-RV-IX) = AUD-BATCH-ID
004690      AND WS-RV-ORIG-SEQ-NO (WS-RV-IX) = AUD-SEQ-NO
004700         MOVE AUD-TIMESTAMP TO WS-RV-ORIG-DATE (WS-RV-IX)
004710     END-IF.
004720 4150-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------
004750* 5000-WRITE-LISTING
004760*     ONE LINE PER SELECTED REVERSAL, IN POSTING ORDER. THE
004770*     AMOUNT IS THE REVERSAL'S OWN POSTED RESULT - THE
004780*     NEGATION OF THE ORIGINAL'S.
004790*----------------------------------------------------------------
004800 5000-WRITE-LISTING.
004810     PERFORM 1500-WRITE-PAGE-HEADER THRU 1500-EXIT.
004820     MOVE ZERO TO WS-RV-IX.
004830     PERFORM 5100-WRITE-DETAIL-LINE THRU 5100-EXIT
004840         UNTIL WS-RV-IX >= WS-RV-COUNT.
004850 5000-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------
004880* 5100-WRITE-DETAIL-LINE
004890*     WRITES ONE REVERSAL, STARTING A NEW PAGE FIRST IF THE
004900*     CURRENT PAGE IS FULL. AN ORIGINAL NO LONGER ON THE TRAIL
004910*     IS SHOWN AS NOT FOUND AND COUNTED.
004920*----------------------------------------------------------------
004930 5100-WRITE-DETAIL-LINE.
004940     ADD 1 TO WS-RV-IX.
004950     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004960         PERFORM 1500-WRITE-PAGE-HEADER THRU 1500-EXIT
004970     END-IF.
004980     MOVE WS-RV-DATE (WS-RV-IX)          TO RD-DATE.
004990     MOVE WS-RV-BATCH-ID (WS-RV-IX)      TO RD-BATCH-ID.
005000     MOVE WS-RV-SEQ-NO (WS-RV-IX)        TO RD-SEQ-NO.
005010     MOVE WS-RV-ORIG-BATCH-ID (WS-RV-IX) TO RD-ORIG-BATCH-ID.
005020     MOVE WS-RV-ORIG-SEQ-NO (WS-RV-IX)   TO RD-ORIG-SEQ-NO.
005030     IF WS-RV-ORIG-DATE (WS-RV-IX) = SPACES
005040         MOVE "NOT FOUND" TO RD-ORIG-DATE
005050         ADD 1 TO WS-NOT-FOUND-COUNT
005060     ELSE
005070         MOVE WS-RV-ORIG-DATE (WS-RV-IX) TO RD-ORIG-DATE
005080     END-IF.
005090     MOVE WS-RV-COST-CENTER (WS-RV-IX)   TO RD-COST-CENTER.
005100     MOVE WS-RV-AMOUNT (WS-RV-IX)        TO RD-AMOUNT.
005110     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
005120     ADD 1 TO WS-LINE-COUNT.
005130 5100-EXIT.
005140     EXIT.

005150*----------------------------------------------------------------
005160* 7000-WRITE-SUMMARY
005170*     COUNT AND NET AMOUNT OF THE REVERSALS LISTED, THOSE WHOSE
005180*     ORIGINAL IS NO LONGER ON THE TRAIL, AND ANY NOT SHOWN.
005190*----------------------------------------------------------------
005200 7000-WRITE-SUMMARY.
005210     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
005220     MOVE "REVERSALS LISTED        " TO RC-CAPTION.
005230     MOVE WS-RV-COUNT TO RC-COUNT.
005240     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005250     MOVE "NET AMOUNT REVERSED     " TO RA-CAPTION.
005260     MOVE WS-REV-TOTAL TO RA-AMOUNT.
005270     WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
005280     MOVE "ORIGINALS NOT ON FILE   " TO RC-CAPTION.
005290     MOVE WS-NOT-FOUND-COUNT TO RC-COUNT.
005300     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005310     IF WS-RV-OVERFLOW > ZERO
005320         MOVE "NOT SHOWN (TABLE FULL)  " TO RC-CAPTION
005330         MOVE WS-RV-OVERFLOW TO RC-COUNT
005340         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
005350     END-IF.
005360     MOVE "AUDIT RECORDS READ      " TO RC-CAPTION.
005370     MOVE WS-READ-COUNT TO RC-COUNT.
005380     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
005390 7000-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 9000-CLOSE-FILES
005430*----------------------------------------------------------------
005440 9000-CLOSE-FILES.
005450     CLOSE REPORT-FILE.
005460 9000-EXIT.
005470     EXIT.

005480*----------------------------------------------------------------
005490* 9800-WRITE-RUN-LOG
005500*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
005510*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
005520*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
005530*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
005540*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
005550*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
005560*     OVER ITS OWN MONITORING.
005570*----------------------------------------------------------------
005580 9800-WRITE-RUN-LOG.
005590     OPEN EXTEND RUN-LOG-FILE.
005600     IF WS-RUNLOG-STATUS NOT = "00"
005610      AND WS-RUNLOG-STATUS NOT = "05"
005620         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
005630             WS-RUNLOG-STATUS
005640         GO TO 9800-EXIT
005650     END-IF.
005660     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
005670     ACCEPT WS-RLG-TIME FROM TIME.
005680     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
005690     MOVE WS-RLG-DATE    TO RLG-DATE.
005700     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
005710     MOVE WS-READ-COUNT  TO RLG-INPUT-COUNT.
005720     MOVE WS-RV-COUNT    TO RLG-OUTPUT-COUNT.
005730     MOVE ZERO           TO RLG-EXCP-COUNT.
005740     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
005750     WRITE RUN-LOG-RECORD FROM RLG-LINE.
005760     CLOSE RUN-LOG-FILE.
005770 9800-EXIT.
005780     EXIT.

005790*----------------------------------------------------------------
005800* 9900-LOG-FATAL
005810*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
005820*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
005830*----------------------------------------------------------------
005840 9900-LOG-FATAL.
005850     MOVE "E"     TO WS-RUNLOG-TYPE.
005860     MOVE "FATAL" TO WS-RUN-STATUS.
005870     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
005880 9900-EXIT.
005890     EXIT.
