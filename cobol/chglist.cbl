000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHGLIST.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - CHANGE-HISTORY REPORT FOR
000110*                 THE RATE AND COST-CENTER MASTERS. LISTS THE
000120*                 BEFORE/AFTER IMAGES RATEMNT AND CCMNT WRITE TO
000130*                 CHGHIST, WITH MAKER, CHECKER AND DATES, FOR
000140*                 ONE MASTER AND/OR CODE AND A RANGE OF APPLIED
000150*                 DATES FROM CHGPARMS (A MISSING OR BLANK
000160*                 PARAMETER SELECTS EVERYTHING).
000162* 2026-10-15 JKM  CHGHIST IMAGES WIDENED TO 52 BYTES - A RATE
000164*                 VALUE NOW CARRIES SIX DECIMALS, AND IS LISTED TO
000166*                 SIX.
000170*----------------------------------------------------------------
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   GNUCOBOL.
000210 OBJECT-COMPUTER.   GNUCOBOL.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT OPTIONAL CHANGE-HISTORY-FILE ASSIGN TO "CHGHIST"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WS-HIST-STATUS.

000270     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "CHGPARMS"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PARM-STATUS.

000300     SELECT REPORT-FILE ASSIGN TO "CHGRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-REPORT-STATUS.

000330     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RUNLOG-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380*----------------------------------------------------------------
000390* CHANGE-HISTORY-FILE - ONE RECORD PER MASTER ROW WRITTEN BY
000400*     RATEMNT OR CCMNT. LAYOUT MUST AGREE WITH THE
000410*     CHANGE-HISTORY-FILE FD IN BOTH.
000420*----------------------------------------------------------------
000430 FD  CHANGE-HISTORY-FILE
000440     RECORDING MODE IS F.
000450 01  CHANGE-HISTORY-RECORD.
000460     05  CH-MASTER          PIC X(04).
000470     05  FILLER             PIC X(01).
000480     05  CH-CODE            PIC X(04).
000490     05  FILLER             PIC X(01).
000500     05  CH-EFF-DATE        PIC X(08).
000510     05  FILLER             PIC X(01).
000520     05  CH-ACTION          PIC X(01).
000530     05  FILLER             PIC X(01).
000540     05  CH-MAKER-ID        PIC X(08).
000550     05  FILLER             PIC X(01).
000560     05  CH-CHECKER-ID      PIC X(08).
000570     05  FILLER             PIC X(01).
000580     05  CH-HELD-DATE       PIC 9(08).
000590     05  FILLER             PIC X(01).
000600     05  CH-APPLIED-DATE    PIC 9(08).
000610     05  FILLER             PIC X(01).
000620     05  CH-APPLIED-TIME    PIC 9(06).
000630     05  FILLER             PIC X(01).
000640     05  CH-BEFORE-IMAGE    PIC X(52).
000650     05  FILLER             PIC X(01).
000660     05  CH-AFTER-IMAGE     PIC X(52).

000670*----------------------------------------------------------------
000680* PARAMETER-FILE - ONE SELECTION RECORD. A FIELD LEFT BLANK,
000690*     OR A MISSING FILE, MEANS NO FILTERING ON THAT FIELD. THE
000700*     MASTER IS RATE OR CC; THE DATES ARE APPLIED DATES.
000710*----------------------------------------------------------------
000720 FD  PARAMETER-FILE
000730     RECORDING MODE IS F.
000740 01  PARAMETER-RECORD.
000750     05  CP-MASTER          PIC X(04).
000760     05  CP-CODE            PIC X(04).
000770     05  CP-DATE-FROM       PIC X(08).
000780     05  CP-DATE-TO         PIC X(08).

000790*----------------------------------------------------------------
000800* REPORT-FILE - PAGINATED CHANGE-HISTORY LISTING.
000810*----------------------------------------------------------------
000820 FD  REPORT-FILE
000830     RECORDING MODE IS F.
000840 01  REPORT-RECORD          PIC X(80).

000850*----------------------------------------------------------------
000860* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
000870*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
000880*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
000890*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
000900*     ACROSS EVERY PROGRAM THAT WRITES IT.
000910*----------------------------------------------------------------
000920 FD  RUN-LOG-FILE
000930     RECORDING MODE IS F.
000940 01  RUN-LOG-RECORD         PIC X(59).

000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------
000970* SWITCHES AND CONDITION NAMES
000980*----------------------------------------------------------------
000990 77  WS-HIST-EOF-SW         PIC X(01) VALUE "N".
001000     88  HISTORY-DONE           VALUE "Y".

001010*----------------------------------------------------------------
001020* FILE STATUS FIELDS
001030*----------------------------------------------------------------
001040 77  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
001050 77  WS-PARM-STATUS         PIC X(02) VALUE SPACES.
001060 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

001070*----------------------------------------------------------------
001080* PAGINATION COUNTERS
001090*----------------------------------------------------------------
001100 77  WS-PAGE-COUNT          PIC 9(3)  COMP VALUE ZERO.
001110 77  WS-LINE-COUNT          PIC 9(2)  COMP VALUE ZERO.
001120 77  WS-LINES-PER-PAGE      PIC 9(2)  COMP VALUE 20.

001130*----------------------------------------------------------------
001140* EFFECTIVE SELECTION CRITERIA - PARAMETER FIELDS WITH THE
001150*     BLANK-MEANS-EVERYTHING DEFAULTS ALREADY APPLIED.
001160*----------------------------------------------------------------
001170 01  WS-SEL-MASTER          PIC X(4)      VALUE SPACES.
001180 01  WS-SEL-CODE            PIC X(4)      VALUE SPACES.
001190 01  WS-SEL-DATE-FROM       PIC 9(8)      VALUE ZERO.
001200 01  WS-SEL-DATE-TO         PIC 9(8)      VALUE 99999999.

001210*----------------------------------------------------------------
001220* COUNTS
001230*----------------------------------------------------------------
001240 77  WS-READ-COUNT          PIC 9(7)  COMP VALUE ZERO.
001250 77  WS-SELECTED-COUNT      PIC 9(7)  COMP VALUE ZERO.
001260 77  WS-RATE-COUNT          PIC 9(7)  COMP VALUE ZERO.
001270 77  WS-CC-COUNT            PIC 9(7)  COMP VALUE ZERO.

001280*----------------------------------------------------------------
001290* MASTER ROW IMAGE - THE BEFORE OR AFTER IMAGE BEING PRINTED,
001300*     VIEWED AS A RATE-MASTER ROW (AS IN RATEMNT) OR A
001310*     COST-CENTER ROW (AS IN CCMNT).
001320*----------------------------------------------------------------
001330 01  WS-ROW-IMAGE           PIC X(52).
001340 01  WS-RATE-ROW REDEFINES WS-ROW-IMAGE.
001350     05  WS-RR-RATE-CODE    PIC X(04).
001360     05  WS-RR-EFF-DATE     PIC 9(08).
001370     05  WS-RR-RATE-VALUE   PIC S9(4)V9(6)
001380                            SIGN IS LEADING SEPARATE.
001390     05  WS-RR-STATUS       PIC X(01).
001400     05  WS-RR-DESCRIPTION  PIC X(20).
001410     05  WS-RR-MAINT-DATE   PIC 9(08).
001420 01  WS-CC-ROW REDEFINES WS-ROW-IMAGE.
001430     05  WS-CR-CC-CODE      PIC X(04).
001440     05  WS-CR-DESCRIPTION  PIC X(20).
001450     05  WS-CR-STATUS       PIC X(01).
001460     05  WS-CR-RESP-DEPT    PIC X(04).
001470     05  WS-CR-MAINT-DATE   PIC 9(08).
001480     05  FILLER             PIC X(15).
001490 77  WS-IMAGE-CAPTION       PIC X(07) VALUE SPACES.

001500*----------------------------------------------------------------
001510* RUN DATE
001520*----------------------------------------------------------------
001530 01  WS-CURRENT-DATE.
001540     05  WS-CD-YYYY         PIC 9(4).
001550     05  WS-CD-MM           PIC 9(2).
001560     05  WS-CD-DD           PIC 9(2).

001570 01  WS-RUN-DATE-EDIT.
001580     05  WS-RD-YYYY         PIC 9(4).
001590     05  FILLER             PIC X(01) VALUE "-".
001600     05  WS-RD-MM           PIC 9(2).
001610     05  FILLER             PIC X(01) VALUE "-".
001620     05  WS-RD-DD           PIC 9(2).

001630*----------------------------------------------------------------
001640* REPORT LAYOUT LINES
001650*----------------------------------------------------------------
001660 01  RPT-HEADER-1.
001670     05  FILLER             PIC X(22) VALUE
001680         "MASTER CHANGE HISTORY".
001690     05  FILLER             PIC X(08) VALUE SPACES.
001700     05  RH-RUN-DATE        PIC X(10) VALUE SPACES.
001710     05  FILLER             PIC X(20) VALUE SPACES.
001720     05  FILLER             PIC X(05) VALUE "PAGE ".
001730     05  RH-PAGE-NO         PIC ZZ9.
001740     05  FILLER             PIC X(12) VALUE SPACES.

001750 01  RPT-CRITERIA-LINE.
001760     05  FILLER             PIC X(07) VALUE "MASTER ".
001770     05  RC-MASTER          PIC X(04).
001780     05  FILLER             PIC X(07) VALUE "  CODE ".
001790     05  RC-CODE            PIC X(04).
001800     05  FILLER             PIC X(16) VALUE
001810         "  APPLIED DATES ".
001820     05  RC-DATE-FROM       PIC 9(8).
001830     05  FILLER             PIC X(03) VALUE " - ".
001840     05  RC-DATE-TO         PIC 9(8).
001850     05  FILLER             PIC X(23) VALUE SPACES.

001860 01  RPT-COLUMN-HEADER.
001870     05  FILLER             PIC X(05) VALUE "MSTR".
001880     05  FILLER             PIC X(05) VALUE "CODE".
001890     05  FILLER             PIC X(09) VALUE "EFF-DATE".
001900     05  FILLER             PIC X(02) VALUE "A".
001910     05  FILLER             PIC X(09) VALUE "MAKER".
001920     05  FILLER             PIC X(09) VALUE "CHECKER".
001930     05  FILLER             PIC X(09) VALUE "HELD".
001940     05  FILLER             PIC X(09) VALUE "APPLIED".
001950     05  FILLER             PIC X(23) VALUE "TIME".

001960 01  RPT-CHANGE-LINE.
001970     05  CL-MASTER          PIC X(04).
001980     05  FILLER             PIC X(01) VALUE SPACES.
001990     05  CL-CODE            PIC X(04).
002000     05  FILLER             PIC X(01) VALUE SPACES.
002010     05  CL-EFF-DATE        PIC X(08).
002020     05  FILLER             PIC X(01) VALUE SPACES.
002030     05  CL-ACTION          PIC X(01).
002040     05  FILLER             PIC X(01) VALUE SPACES.
002050     05  CL-MAKER-ID        PIC X(08).
002060     05  FILLER             PIC X(01) VALUE SPACES.
002070     05  CL-CHECKER-ID      PIC X(08).
002080     05  FILLER             PIC X(01) VALUE SPACES.
002090     05  CL-HELD-DATE       PIC 9(08).
002100     05  FILLER             PIC X(01) VALUE SPACES.
002110     05  CL-APPLIED-DATE    PIC 9(08).
002120     05  FILLER             PIC X(01) VALUE SPACES.
002130     05  CL-APPLIED-TIME    PIC 9(06).
002140     05  FILLER             PIC X(17) VALUE SPACES.

002150 01  RPT-RATE-IMAGE-LINE.
002160     05  FILLER             PIC X(06) VALUE SPACES.
002170     05  RR-CAPTION         PIC X(07).
002180     05  FILLER             PIC X(06) VALUE "VALUE ".
002190     05  RR-RATE-VALUE      PIC -(4)9.9(6).
002200     05  FILLER             PIC X(09) VALUE "  STATUS ".
002210     05  RR-STATUS          PIC X(01).
002220     05  FILLER             PIC X(02) VALUE SPACES.
002230     05  RR-DESCRIPTION     PIC X(20).
002240     05  FILLER             PIC X(17) VALUE SPACES.

002250 01  RPT-CC-IMAGE-LINE.
002260     05  FILLER             PIC X(06) VALUE SPACES.
002270     05  RCC-CAPTION        PIC X(07).
002280     05  FILLER             PIC X(07) VALUE "STATUS ".
002290     05  RCC-STATUS         PIC X(01).
002300     05  FILLER             PIC X(07) VALUE "  DEPT ".
002310     05  RCC-RESP-DEPT      PIC X(04).
002320     05  FILLER             PIC X(02) VALUE SPACES.
002330     05  RCC-DESCRIPTION    PIC X(20).
002340     05  FILLER             PIC X(26) VALUE SPACES.

002350 01  RPT-NO-IMAGE-LINE.
002360     05  FILLER             PIC X(06) VALUE SPACES.
002370     05  RN-CAPTION         PIC X(07).
002380     05  FILLER             PIC X(67) VALUE
002390         "(NONE - NEW RECORD)".

002400 01  RPT-BLANK-LINE.
002410     05  FILLER             PIC X(80) VALUE SPACES.

002420 01  RPT-TRAILER-LINE.
002430     05  FILLER             PIC X(80) VALUE ALL "-".

002440 01  RPT-COUNT-LINE.
002450     05  RT-CAPTION         PIC X(24).
002460     05  RT-COUNT           PIC Z(6)9.
002470     05  FILLER             PIC X(49) VALUE SPACES.

002480*----------------------------------------------------------------
002490* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
002500*----------------------------------------------------------------
002510 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
002520 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
002530 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
002540 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
002550 01  WS-RLG-TIME.
002560     05  WS-RLG-HHMMSS      PIC 9(06).
002570     05  FILLER             PIC 9(02).
002580 01  RLG-LINE.
002590     05  RLG-PROGRAM-ID     PIC X(10) VALUE "CHGLIST   ".
002600     05  FILLER             PIC X(01) VALUE SPACES.
002610     05  RLG-RECORD-TYPE    PIC X(01).
002620     05  FILLER             PIC X(01) VALUE SPACES.
002630     05  RLG-DATE           PIC 9(08).
002640     05  FILLER             PIC X(01) VALUE SPACES.
002650     05  RLG-TIME           PIC 9(06).
002660     05  FILLER             PIC X(01) VALUE SPACES.
002670     05  RLG-INPUT-COUNT    PIC 9(07).
002680     05  FILLER             PIC X(01) VALUE SPACES.
002690     05  RLG-OUTPUT-COUNT   PIC 9(07).
002700     05  FILLER             PIC X(01) VALUE SPACES.
002710     05  RLG-EXCP-COUNT     PIC 9(07).
002720     05  FILLER             PIC X(01) VALUE SPACES.
002730     05  RLG-END-STATUS     PIC X(06).

002740 PROCEDURE DIVISION.
002750*----------------------------------------------------------------
002760* 0000-MAINLINE
002770*     ONE PASS OF THE CHANGE HISTORY, IN THE ORDER THE CHANGES
002780*     WERE APPLIED, LISTING EACH ONE THE PARAMETERS SELECT.
002790*----------------------------------------------------------------
002800 0000-MAINLINE.
002810     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 1500-WRITE-PAGE-HEADER THRU 1500-EXIT.
002840     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
002850     PERFORM 3000-PROCESS-HISTORY THRU 3000-EXIT
002860         UNTIL HISTORY-DONE.
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
002970*     SETS UP THE RUN DATE FOR THE PAGE HEADERS. NO CHANGE
002980*     HISTORY YET SIMPLY GIVES AN EMPTY LISTING.
002990*----------------------------------------------------------------
003000 1000-INITIALIZE.
003010     OPEN INPUT CHANGE-HISTORY-FILE.
003020     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "05"
003030         DISPLAY "FATAL: Cannot open CHANGE-HISTORY-FILE, status "
003040             WS-HIST-STATUS
003050         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003060         STOP RUN
003070     END-IF.
003080     OPEN INPUT PARAMETER-FILE.
003090     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "05"
003100         DISPLAY "FATAL: Cannot open PARAMETER-FILE, status "
003110             WS-PARM-STATUS
003120         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003130         STOP RUN
003140     END-IF.
003150     READ PARAMETER-FILE
003160         AT END
003170             CONTINUE
003180         NOT AT END
003190             PERFORM 1100-APPLY-PARAMETERS THRU 1100-EXIT
003200     END-READ.
003210     CLOSE PARAMETER-FILE.
003220     OPEN OUTPUT REPORT-FILE.
003230     IF WS-REPORT-STATUS NOT = "00"
003240         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
003250             WS-REPORT-STATUS
003260         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003270         STOP RUN
003280     END-IF.
003290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003300     MOVE WS-CD-YYYY TO WS-RD-YYYY.
003310     MOVE WS-CD-MM   TO WS-RD-MM.
003320     MOVE WS-CD-DD   TO WS-RD-DD.
003330     MOVE ZERO TO WS-PAGE-COUNT.
003340 1000-EXIT.
003350     EXIT.

003360*----------------------------------------------------------------
003370* 1100-APPLY-PARAMETERS
003380*     MOVES EACH SUPPLIED (NON-BLANK, NUMERIC FOR THE DATES)
003390*     PARAMETER OVER ITS SELECT-EVERYTHING DEFAULT.
003400*----------------------------------------------------------------
003410 1100-APPLY-PARAMETERS.
003420     IF CP-MASTER NOT = SPACES
003430         MOVE CP-MASTER TO WS-SEL-MASTER
003440     END-IF.
003450     IF CP-CODE NOT = SPACES
003460         MOVE CP-CODE TO WS-SEL-CODE
003470     END-IF.
003480     IF CP-DATE-FROM IS NUMERIC
003490         MOVE CP-DATE-FROM TO WS-SEL-DATE-FROM
003500     END-IF.
003510     IF CP-DATE-TO IS NUMERIC
003520         MOVE CP-DATE-TO TO WS-SEL-DATE-TO
003530     END-IF.
003540 1100-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------
003570* 1500-WRITE-PAGE-HEADER
003580*     WRITES A NEW PAGE HEADER (RUN DATE, PAGE NUMBER, THE
003590*     SELECTION CRITERIA AND COLUMN CAPTIONS) AND RESETS THE
003600*     LINE COUNTER FOR THE NEW PAGE.
003610*----------------------------------------------------------------
003620 1500-WRITE-PAGE-HEADER.
003630     ADD 1 TO WS-PAGE-COUNT.
003640     MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
003650     MOVE WS-PAGE-COUNT    TO RH-PAGE-NO.
003660     WRITE REPORT-RECORD FROM RPT-HEADER-1.
003670     IF WS-SEL-MASTER = SPACES
003680         MOVE "ALL" TO RC-MASTER
003690     ELSE
003700         MOVE WS-SEL-MASTER TO RC-MASTER
003710     END-IF.
003720     IF WS-SEL-CODE = SPACES
003730         MOVE "ALL" TO RC-CODE
003740     ELSE
003750         MOVE WS-SEL-CODE TO RC-CODE
003760     END-IF.
003770     MOVE WS-SEL-DATE-FROM TO RC-DATE-FROM.
003780     MOVE WS-SEL-DATE-TO   TO RC-DATE-TO.
003790     WRITE REPORT-RECORD FROM RPT-CRITERIA-LINE.
003800     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
003810     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADER.
003820     MOVE ZERO TO WS-LINE-COUNT.
003830 1500-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860* 2000-READ-HISTORY
003870*----------------------------------------------------------------
003880 2000-READ-HISTORY.
003890     READ CHANGE-HISTORY-FILE
003900         AT END
003910             SET HISTORY-DONE TO TRUE
003920     END-READ.
003930 2000-EXIT.
003940     EXIT.

003950*----------------------------------------------------------------
003960* 3000-PROCESS-HISTORY
003970*     APPLIES THE SELECTION AND LISTS A CHANGE THAT PASSES.
003980*----------------------------------------------------------------
003990 3000-PROCESS-HISTORY.
004000     ADD 1 TO WS-READ-COUNT.
004010     IF WS-SEL-MASTER NOT = SPACES
004020      AND CH-MASTER NOT = WS-SEL-MASTER
004030         GO TO 3000-READ-NEXT.
004040     IF WS-SEL-CODE NOT = SPACES
004050      AND CH-CODE NOT = WS-SEL-CODE
004060         GO TO 3000-READ-NEXT.
004070     IF CH-APPLIED-DATE IS NOT NUMERIC
004080         GO TO 3000-READ-NEXT.
004090     IF CH-APPLIED-DATE < WS-SEL-DATE-FROM
004100      OR CH-APPLIED-DATE > WS-SEL-DATE-TO
004110         GO TO 3000-READ-NEXT.
004120     PERFORM 4000-WRITE-CHANGE THRU 4000-EXIT.
004130 3000-READ-NEXT.
004140     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
004150 3000-EXIT.
004160     EXIT.

004170*----------------------------------------------------------------
004180* 4000-WRITE-CHANGE
004190*     THREE LINES PER CHANGE - WHO AND WHEN, THEN THE ROW
004200*     BEFORE AND AFTER - KEPT TOGETHER ON ONE PAGE.
004210*----------------------------------------------------------------
004220 4000-WRITE-CHANGE.
004230     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
004240         PERFORM 1500-WRITE-PAGE-HEADER THRU 1500-EXIT
004250     END-IF.
004260     MOVE CH-MASTER       TO CL-MASTER.
004270     MOVE CH-CODE         TO CL-CODE.
004280     MOVE CH-EFF-DATE     TO CL-EFF-DATE.
004290     MOVE CH-ACTION       TO CL-ACTION.
004300     MOVE CH-MAKER-ID     TO CL-MAKER-ID.
004310     MOVE CH-CHECKER-ID   TO CL-CHECKER-ID.
004320     MOVE CH-HELD-DATE    TO CL-HELD-DATE.
004330     MOVE CH-APPLIED-DATE TO CL-APPLIED-DATE.
004340     MOVE CH-APPLIED-TIME TO CL-APPLIED-TIME.
004350     WRITE REPORT-RECORD FROM RPT-CHANGE-LINE.
004360     MOVE "BEFORE"        TO WS-IMAGE-CAPTION.
004370     MOVE CH-BEFORE-IMAGE TO WS-ROW-IMAGE.
004380     PERFORM 4100-WRITE-IMAGE THRU 4100-EXIT.
004390     MOVE "AFTER"         TO WS-IMAGE-CAPTION.
004400     MOVE CH-AFTER-IMAGE  TO WS-ROW-IMAGE.
004410     PERFORM 4100-WRITE-IMAGE THRU 4100-EXIT.
004420     ADD 3 TO WS-LINE-COUNT.
004430     ADD 1 TO WS-SELECTED-COUNT.
004440     IF CH-MASTER = "RATE"
004450         ADD 1 TO WS-RATE-COUNT
004460     ELSE
004470         ADD 1 TO WS-CC-COUNT
004480     END-IF.
004490 4000-EXIT.
004500     EXIT.

004510*----------------------------------------------------------------
004520* 4100-WRITE-IMAGE
004530*     PRINTS ONE ROW IMAGE IN THE LAYOUT OF ITS MASTER. A BLANK
004540*     BEFORE IMAGE IS AN ADD.
004550*----------------------------------------------------------------
004560 4100-WRITE-IMAGE.
004570     IF WS-ROW-IMAGE = SPACES
004580         MOVE WS-IMAGE-CAPTION TO RN-CAPTION
004590         WRITE REPORT-RECORD FROM RPT-NO-IMAGE-LINE
004600         GO TO 4100-EXIT
004610     END-IF.
004620     IF CH-MASTER = "RATE"
004630         MOVE WS-IMAGE-CAPTION  TO RR-CAPTION
004640         IF WS-RR-RATE-VALUE IS NUMERIC
004650             MOVE WS-RR-RATE-VALUE TO RR-RATE-VALUE
004660         ELSE
004670             MOVE ZERO TO RR-RATE-VALUE
004680         END-IF
004690         MOVE WS-RR-STATUS      TO RR-STATUS
004700         MOVE WS-RR-DESCRIPTION TO RR-DESCRIPTION
004710         WRITE REPORT-RECORD FROM RPT-RATE-IMAGE-LINE
004720     ELSE
004730         MOVE WS-IMAGE-CAPTION  TO RCC-CAPTION
004740         MOVE WS-CR-STATUS      TO RCC-STATUS
004750         MOVE WS-CR-RESP-DEPT   TO RCC-RESP-DEPT
004760         MOVE WS-CR-DESCRIPTION TO RCC-DESCRIPTION
004770         WRITE REPORT-RECORD FROM RPT-CC-IMAGE-LINE
004780     END-IF.
004790 4100-EXIT.
004800     EXIT.

004810*----------------------------------------------------------------
004820* 7000-WRITE-SUMMARY
004830*----------------------------------------------------------------
004840 7000-WRITE-SUMMARY.
004850     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
004860     MOVE "CHANGES LISTED          " TO RT-CAPTION.
004870     MOVE WS-SELECTED-COUNT TO RT-COUNT.
004880     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
004890     MOVE "  RATE MASTER           " TO RT-CAPTION.
004900     MOVE WS-RATE-COUNT TO RT-COUNT.
004910     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
004920     MOVE "  COST-CENTER MASTER    " TO RT-CAPTION.
004930     MOVE WS-CC-COUNT TO RT-COUNT.
004940     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
004950     MOVE "HISTORY RECORDS READ    " TO RT-CAPTION.
004960     MOVE WS-READ-COUNT TO RT-COUNT.
004970     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
004980 7000-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010* 9000-CLOSE-FILES
005020*----------------------------------------------------------------
005030 9000-CLOSE-FILES.
005040     CLOSE CHANGE-HISTORY-FILE.
005050     CLOSE REPORT-FILE.
005060 9000-EXIT.
005070     EXIT.

005080*----------------------------------------------------------------
005090* 9800-WRITE-RUN-LOG
005100*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
005110*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
005120*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
005130*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
005140*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
005150*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
005160*     OVER ITS OWN MONITORING.
005170*----------------------------------------------------------------
005180 9800-WRITE-RUN-LOG.
005190     OPEN EXTEND RUN-LOG-FILE.
005200     IF WS-RUNLOG-STATUS NOT = "00"
005210      AND WS-RUNLOG-STATUS NOT = "05"
005220         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
005230             WS-RUNLOG-STATUS
005240         GO TO 9800-EXIT
005250     END-IF.
005260     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
005270     ACCEPT WS-RLG-TIME FROM TIME.
005280     MOVE WS-RUNLOG-TYPE    TO RLG-RECORD-TYPE.
005290     MOVE WS-RLG-DATE       TO RLG-DATE.
005300     MOVE WS-RLG-HHMMSS     TO RLG-TIME.
005310     MOVE WS-READ-COUNT     TO RLG-INPUT-COUNT.
005320     MOVE WS-SELECTED-COUNT TO RLG-OUTPUT-COUNT.
005330     MOVE ZERO              TO RLG-EXCP-COUNT.
005340     MOVE WS-RUN-STATUS     TO RLG-END-STATUS.
005350     WRITE RUN-LOG-RECORD FROM RLG-LINE.
005360     CLOSE RUN-LOG-FILE.
005370 9800-EXIT.
005380     EXIT.

005390*----------------------------------------------------------------
005400* 9900-LOG-FATAL
005410*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
005420*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
005430*----------------------------------------------------------------
005440 9900-LOG-FATAL.
005450     MOVE "E"     TO WS-RUNLOG-TYPE.
005460     MOVE "FATAL" TO WS-RUN-STATUS.
005470     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
005480 9900-EXIT.
005490     EXIT.
