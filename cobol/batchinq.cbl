000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BATCHINQ.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - BATCH CONTROL REGISTER
000110*                 INQUIRY OVER BATCHREG. SELECTION PARAMETERS
000120*                 (STATUS, DEPARTMENT AND AN EDIT-DATE RANGE) ARE
000130*                 READ FROM BATCHPRM; A MISSING OR BLANK
000140*                 PARAMETER SELECTS EVERYTHING. EACH SELECTED
000150*                 BATCH PRINTS ITS HEADER FIGURES, CURRENT STATUS
000160*                 AND THE DATE IT REACHED EACH STEP OF THE
000170*                 OVERNIGHT CHAIN; A POSTED BATCH ALSO SHOWS ITS
000180*                 POSTING FIGURES AND ANY REPOST AUTHORIZATION.
000190*                 THE SUMMARY COUNTS THE SELECTION BY STATUS.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   GNUCOBOL.
000240 OBJECT-COMPUTER.   GNUCOBOL.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS BCR-BATCH-ID
000310         FILE STATUS IS WS-BCR-STATUS.

000320     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "BATCHPRM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PARM-STATUS.

000350     SELECT REPORT-FILE ASSIGN TO "BATCHRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-REPORT-STATUS.

000380     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RUNLOG-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------------
000440* BATCH-REGISTER - ONE RECORD PER BATCH ID, WRITTEN BY TRANEDIT.
000450*     LAYOUT MUST AGREE WITH THE BATCH-REGISTER FD IN TRANEDIT.
000460*----------------------------------------------------------------
000470 FD  BATCH-REGISTER
000480     RECORDING MODE IS F.
000490 01  BATCH-REGISTER-RECORD.
000500     05  BCR-BATCH-ID       PIC X(08).
000510     05  BCR-DEPARTMENT     PIC X(04).
000520     05  BCR-EXPECTED-COUNT PIC 9(07).
000530     05  BCR-HASH-TOTAL     PIC S9(11)V99
000540                            SIGN IS LEADING SEPARATE.
000550     05  BCR-STATUS         PIC X(01).
000560         88  BCR-EDITED         VALUE "E".
000570         88  BCR-EDIT-FAILED    VALUE "F".
000580         88  BCR-SORTED         VALUE "S".
000590         88  BCR-POSTING        VALUE "O".
000600         88  BCR-POSTED         VALUE "P".
000610         88  BCR-RECONCILED     VALUE "R".
000620         88  BCR-RECON-FAILED   VALUE "D".
000630         88  BCR-ALREADY-POSTED VALUE "P" "R" "D".
000640     05  BCR-EDIT-DATE      PIC 9(08).
000650     05  BCR-SORT-DATE      PIC 9(08).
000660     05  BCR-POST-DATE      PIC 9(08).
000670     05  BCR-RECON-DATE     PIC 9(08).
000680     05  BCR-CALC-COUNT     PIC 9(07).
000690     05  BCR-EXCP-COUNT     PIC 9(07).
000700     05  BCR-POST-TOTAL     PIC S9(9)V99
000710                            SIGN IS LEADING SEPARATE.
000720     05  BCR-POST-COUNT     PIC 9(03).
000730     05  BCR-OVERRIDE-BY    PIC X(08).
000740     05  FILLER             PIC X(17).

000750*----------------------------------------------------------------
000760* PARAMETER-FILE - ONE SELECTION RECORD. A FIELD LEFT BLANK,
000770*     OR A MISSING FILE, MEANS NO FILTERING ON THAT FIELD.
000780*----------------------------------------------------------------
000790 FD  PARAMETER-FILE
000800     RECORDING MODE IS F.
000810 01  PARAMETER-RECORD.
000820     05  BP-STATUS          PIC X(01).
000830     05  BP-DEPARTMENT      PIC X(04).
000840     05  BP-DATE-FROM       PIC X(08).
000850     05  BP-DATE-TO         PIC X(08).

000860*----------------------------------------------------------------
000870* REPORT-FILE - PAGINATED BATCH REGISTER INQUIRY REPORT.
000880*----------------------------------------------------------------
000890 FD  REPORT-FILE
000900     RECORDING MODE IS F.
000910 01  REPORT-RECORD          PIC X(80).

000920*----------------------------------------------------------------
000930* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
000940*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
000950*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
000960*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
000970*     ACROSS EVERY PROGRAM THAT WRITES IT.
000980*----------------------------------------------------------------
000990 FD  RUN-LOG-FILE
001000     RECORDING MODE IS F.
001010 01  RUN-LOG-RECORD         PIC X(59).

001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------
001040* SWITCHES AND CONDITION NAMES
001050*----------------------------------------------------------------
001060 77  WS-BCR-EOF-SW          PIC X(01) VALUE "N".
001070     88  REGISTER-DONE          VALUE "Y".

001080 77  WS-SELECT-SW           PIC X(01) VALUE "N".
001090     88  RECORD-SELECTED        VALUE "Y".

001100*----------------------------------------------------------------
001110* FILE STATUS FIELDS
001120*----------------------------------------------------------------
001130 77  WS-BCR-STATUS          PIC X(02) VALUE SPACES.
001140 77  WS-PARM-STATUS         PIC X(02) VALUE SPACES.
001150 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

001160*----------------------------------------------------------------
001170* PAGINATION COUNTERS
001180*----------------------------------------------------------------
001190 77  WS-PAGE-COUNT          PIC 9(3)  COMP VALUE ZERO.
001200 77  WS-LINE-COUNT          PIC 9(2)  COMP VALUE ZERO.
001210 77  WS-LINES-PER-PAGE      PIC 9(2)  COMP VALUE 20.

001220*----------------------------------------------------------------
001230* EFFECTIVE SELECTION CRITERIA - PARAMETER FIELDS WITH THE
001240*     BLANK-MEANS-EVERYTHING DEFAULTS ALREADY APPLIED.
001250*----------------------------------------------------------------
001260 01  WS-SEL-STATUS          PIC X(1)      VALUE SPACES.
001270 01  WS-SEL-DEPARTMENT      PIC X(4)      VALUE SPACES.
001280 01  WS-SEL-DATE-FROM       PIC 9(8)      VALUE ZERO.
001290 01  WS-SEL-DATE-TO         PIC 9(8)      VALUE 99999999.

001300*----------------------------------------------------------------
001310* COUNTS FOR THE SELECTION, BY REGISTER STATUS
001320*----------------------------------------------------------------
001330 77  WS-EDITED-COUNT        PIC 9(7)      COMP  VALUE ZERO.
001340 77  WS-EDIT-FAILED-COUNT   PIC 9(7)      COMP  VALUE ZERO.
001350 77  WS-SORTED-COUNT        PIC 9(7)      COMP  VALUE ZERO.
001360 77  WS-POSTING-COUNT       PIC 9(7)      COMP  VALUE ZERO.
001370 77  WS-POSTED-COUNT        PIC 9(7)      COMP  VALUE ZERO.
001380 77  WS-RECONCILED-COUNT    PIC 9(7)      COMP  VALUE ZERO.
001390 77  WS-RECON-FAILED-COUNT  PIC 9(7)      COMP  VALUE ZERO.
001400 77  WS-UNKNOWN-COUNT       PIC 9(7)      COMP  VALUE ZERO.
001410 77  WS-REPOSTED-COUNT      PIC 9(7)      COMP  VALUE ZERO.
001420 77  WS-SEL-COUNT           PIC 9(7)      COMP  VALUE ZERO.
001430 77  WS-READ-COUNT          PIC 9(7)      COMP  VALUE ZERO.

001440*----------------------------------------------------------------
001450* RUN DATE
001460*----------------------------------------------------------------
001470 01  WS-CURRENT-DATE.
001480     05  WS-CD-YYYY         PIC 9(4).
001490     05  WS-CD-MM           PIC 9(2).
001500     05  WS-CD-DD           PIC 9(2).

001510 01  WS-RUN-DATE-EDIT.
001520     05  WS-RD-YYYY         PIC 9(4).
001530     05  FILLER             PIC X(01) VALUE "-".
001540     05  WS-RD-MM           PIC 9(2).
001550     05  FILLER             PIC X(01) VALUE "-".
001560     05  WS-RD-DD           PIC 9(2).

001570*----------------------------------------------------------------
001580* REPORT LAYOUT LINES
001590*----------------------------------------------------------------
001600 01  RPT-HEADER-1.
001610     05  FILLER             PIC X(22) VALUE
001620         "BATCH REGISTER INQUIRY".
001630     05  FILLER             PIC X(08) VALUE SPACES.
001640     05  RH-RUN-DATE        PIC X(10) VALUE SPACES.
001650     05  FILLER             PIC X(20) VALUE SPACES.
001660     05  FILLER             PIC X(05) VALUE "PAGE ".
001670     05  RH-PAGE-NO         PIC ZZ9.
001680     05  FILLER             PIC X(12) VALUE SPACES.

001690 01  RPT-CRITERIA-LINE.
001700     05  FILLER             PIC X(07) VALUE "STATUS ".
001710     05  RC-STATUS          PIC X(03).
001720     05  FILLER             PIC X(13) VALUE "  DEPARTMENT ".
001730     05  RC-DEPARTMENT      PIC X(04).
001740     05  FILLER             PIC X(09) VALUE "  EDITED ".
001750     05  RC-DATE-FROM       PIC 9(8).
001760     05  FILLER             PIC X(03) VALUE " - ".
001770     05  RC-DATE-TO         PIC 9(8).
001780     05  FILLER             PIC X(25) VALUE SPACES.

001790 01  RPT-COLUMN-HEADER.
001800     05  FILLER             PIC X(36) VALUE
001810         "BATCH-ID DEPT EXPECTED STATUS       ".
001820     05  FILLER             PIC X(44) VALUE
001830         "EDITED   SORTED   POSTED   RECONCILED".

001840 01  RPT-DETAIL-LINE.
001850     05  RD-BATCH-ID        PIC X(08).
001860     05  FILLER             PIC X(01) VALUE SPACES.
001870     05  RD-DEPARTMENT      PIC X(04).
001880     05  FILLER             PIC X(02) VALUE SPACES.
001890     05  RD-EXPECTED-COUNT  PIC Z(6)9.
001900     05  FILLER             PIC X(01) VALUE SPACES.
001910     05  RD-STATUS-TEXT     PIC X(12).
001920     05  FILLER             PIC X(01) VALUE SPACES.
001930     05  RD-EDIT-DATE       PIC X(08).
001940     05  FILLER             PIC X(01) VALUE SPACES.
001950     05  RD-SORT-DATE       PIC X(08).
001960     05  FILLER             PIC X(01) VALUE SPACES.
001970     05  RD-POST-DATE       PIC X(08).
001980     05  FILLER             PIC X(01) VALUE SPACES.
001990     05  RD-RECON-DATE      PIC X(08).
002000     05  FILLER             PIC X(09) VALUE SPACES.

002010 01  RPT-POSTING-LINE.
002020     05  FILLER             PIC X(11) VALUE "  POSTINGS ".
002030     05  RP-POST-COUNT      PIC ZZ9.
002040     05  FILLER             PIC X(07) VALUE "  CALC ".
002050     05  RP-CALC-COUNT      PIC Z(6)9.
002060     05  FILLER             PIC X(07) VALUE "  EXCP ".
002070     05  RP-EXCP-COUNT      PIC Z(6)9.
002080     05  FILLER             PIC X(02) VALUE SPACES.
002090     05  RP-POST-TOTAL      PIC -(9)9.99.
002100     05  FILLER             PIC X(06) VALUE "  BY  ".
002110     05  RP-OVERRIDE-BY     PIC X(08).
002120     05  FILLER             PIC X(09) VALUE SPACES.

002130 01  RPT-BLANK-LINE.
002140     05  FILLER             PIC X(80) VALUE SPACES.

002150 01  RPT-TRAILER-LINE.
002160     05  FILLER             PIC X(80) VALUE ALL "-".

002170 01  RPT-STATUS-TOTAL-LINE.
002180     05  RS-CAPTION         PIC X(20).
002190     05  RS-COUNT           PIC Z(6)9.
002200     05  FILLER             PIC X(53) VALUE SPACES.

002210*----------------------------------------------------------------
002220* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
002230*----------------------------------------------------------------
002240 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
002250 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
002260 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
002270 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
002280 01  WS-RLG-TIME.
002290     05  WS-RLG-HHMMSS      PIC 9(06).
002300     05  FILLER             PIC 9(02).
002310 01  RLG-LINE.
002320     05  RLG-PROGRAM-ID     PIC X(10) VALUE "BATCHINQ  ".
002330     05  FILLER             PIC X(01) VALUE SPACES.
002340     05  RLG-RECORD-TYPE    PIC X(01).
002350     05  FILLER             PIC X(01) VALUE SPACES.
002360     05  RLG-DATE           PIC 9(08).
002370     05  FILLER             PIC X(01) VALUE SPACES.
002380     05  RLG-TIME           PIC 9(06).
002390     05  FILLER             PIC X(01) VALUE SPACES.
002400     05  RLG-INPUT-COUNT    PIC 9(07).
002410     05  FILLER             PIC X(01) VALUE SPACES.
002420     05  RLG-OUTPUT-COUNT   PIC 9(07).
002430     05  FILLER             PIC X(01) VALUE SPACES.
002440     05  RLG-EXCP-COUNT     PIC 9(07).
002450     05  FILLER             PIC X(01) VALUE SPACES.
002460     05  RLG-END-STATUS     PIC X(06).

002470 PROCEDURE DIVISION.
002480*----------------------------------------------------------------
002490* 0000-MAINLINE
002500*----------------------------------------------------------------
002510 0000-MAINLINE.
002520     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     PERFORM 2000-READ-REGISTER THRU 2000-EXIT.
002550     PERFORM 3000-PROCESS-BATCH THRU 3000-EXIT
002560         UNTIL REGISTER-DONE.
002570     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
002580     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002590     MOVE "E" TO WS-RUNLOG-TYPE.
002600     MOVE "CLEAN" TO WS-RUN-STATUS.
002610     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002620     STOP RUN.

002630*----------------------------------------------------------------
002640* 1000-INITIALIZE
002650*     READS THE SELECTION PARAMETERS (DEFAULTING EACH BLANK OR
002660*     MISSING FIELD TO SELECT-EVERYTHING), OPENS THE FILES AND
002670*     WRITES THE FIRST PAGE HEADER.
002680*----------------------------------------------------------------
002690 1000-INITIALIZE.
002700     OPEN INPUT BATCH-REGISTER.
002710     IF WS-BCR-STATUS NOT = "00"
002720         DISPLAY "FATAL: Cannot open BATCH-REGISTER, status "
002730             WS-BCR-STATUS
002740         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002750         STOP RUN
002760     END-IF.
002770     OPEN INPUT PARAMETER-FILE.
002780     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "05"
002790         DISPLAY "FATAL: Cannot open PARAMETER-FILE, status "
002800             WS-PARM-STATUS
002810         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002820         STOP RUN
002830     END-IF.
002840     READ PARAMETER-FILE
002850         AT END
002860             CONTINUE
002870         NOT AT END
002880             PERFORM 1100-APPLY-PARAMETERS THRU 1100-EXIT
002890     END-READ.
002900     CLOSE PARAMETER-FILE.
002910     OPEN OUTPUT REPORT-FILE.
002920     IF WS-REPORT-STATUS NOT = "00"
002930         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
002940             WS-REPORT-STATUS
002950         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002960         STOP RUN
002970     END-IF.
002980     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002990     MOVE WS-CD-YYYY TO WS-RD-YYYY.
003000     MOVE WS-CD-MM   TO WS-RD-MM.
003010     MOVE WS-CD-DD   TO WS-RD-DD.
003020     MOVE ZERO TO WS-PAGE-COUNT.
003030     PERFORM 1500-WRITE-PAGE-HEADER THRU 1500-EXIT.
003040 1000-EXIT.
003050     EXIT.

003060*----------------------------------------------------------------
003070* 1100-APPLY-PARAMETERS
003080*     MOVES EACH SUPPLIED (NON-BLANK, NUMERIC) PARAMETER OVER
003090*     ITS SELECT-EVERYTHING DEFAULT.
003100*----------------------------------------------------------------
003110 1100-APPLY-PARAMETERS.
003120     IF BP-STATUS NOT = SPACES
003130         MOVE BP-STATUS TO WS-SEL-STATUS
003140     END-IF.
003150     IF BP-DEPARTMENT NOT = SPACES
003160         MOVE BP-DEPARTMENT TO WS-SEL-DEPARTMENT
003170     END-IF.
003180     IF BP-DATE-FROM IS NUMERIC
003190         MOVE BP-DATE-FROM TO WS-SEL-DATE-FROM
003200     END-IF.
003210     IF BP-DATE-TO IS NUMERIC
003220         MOVE BP-DATE-TO TO WS-SEL-DATE-TO
003230     END-IF.
003240 1100-EXIT.
003250     EXIT.

003260*----------------------------------------------------------------
003270* 1500-WRITE-PAGE-HEADER
003280*     WRITES A NEW PAGE HEADER (RUN DATE, PAGE NUMBER, THE
003290*     SELECTION CRITERIA AND COLUMN CAPTIONS) AND RESETS THE
003300*     LINE COUNTER FOR THE NEW PAGE.
003310*----------------------------------------------------------------
003320 1500-WRITE-PAGE-HEADER.
003330     ADD 1 TO WS-PAGE-COUNT.
003340     MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
003350     MOVE WS-PAGE-COUNT    TO RH-PAGE-NO.
003360     WRITE REPORT-RECORD FROM RPT-HEADER-1.
003370     IF WS-SEL-STATUS = SPACES
003380         MOVE "ALL" TO RC-STATUS
003390     ELSE
003400         MOVE WS-SEL-STATUS TO RC-STATUS
003410     END-IF.
003420     IF WS-SEL-DEPARTMENT = SPACES
003430         MOVE "ALL" TO RC-DEPARTMENT
003440     ELSE
003450         MOVE WS-SEL-DEPARTMENT TO RC-DEPARTMENT
003460     END-IF.
003470     MOVE WS-SEL-DATE-FROM TO RC-DATE-FROM.
003480     MOVE WS-SEL-DATE-TO   TO RC-DATE-TO.
003490     WRITE REPORT-RECORD FROM RPT-CRITERIA-LINE.
003500     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
003510     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADER.
003520     MOVE ZERO TO WS-LINE-COUNT.
003530 1500-EXIT.
003540     EXIT.

003550*----------------------------------------------------------------
003560* 2000-READ-REGISTER
003570*----------------------------------------------------------------
003580 2000-READ-REGISTER.
003590     READ BATCH-REGISTER NEXT RECORD
003600         AT END
003610             SET REGISTER-DONE TO TRUE
003620     END-READ.
003630 2000-EXIT.
003640     EXIT.

003641*----------------------------------------------------------------
003642* 2500-WRITE-DETAIL-LINE
003643*     WRITES ONE QUALIFYING REGISTER ENTRY, STARTING A NEW PAGE
003644*     FIRST IF THE CURRENT PAGE IS FULL. A STEP THE BATCH HAS
003645*     NOT REACHED SHOWS A BLANK DATE. A BATCH THAT HAS BEEN
003646*     POSTED GETS A SECOND LINE WITH ITS POSTING FIGURES AND
003647*     THE REPOST AUTHORIZATION, IF ANY.
003648*----------------------------------------------------------------
003649 2500-WRITE-DETAIL-LINE.
003650     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003651         PERFORM 1500-WRITE-PAGE-HEADER THRU 1500-EXIT
003652     END-IF.
003653     MOVE BCR-BATCH-ID       TO RD-BATCH-ID.
003654     MOVE BCR-DEPARTMENT     TO RD-DEPARTMENT.
003655     MOVE BCR-EXPECTED-COUNT TO RD-EXPECTED-COUNT.
003656     EVALUATE TRUE
003657         WHEN BCR-EDITED
003658             MOVE "EDITED"       TO RD-STATUS-TEXT
003659         WHEN BCR-EDIT-FAILED
003660             MOVE "EDIT FAILED"  TO RD-STATUS-TEXT
003661         WHEN BCR-SORTED
003662             MOVE "SORTED"       TO RD-STATUS-TEXT
003663         WHEN BCR-POSTING
003664             MOVE "POSTING"      TO RD-STATUS-TEXT
003665         WHEN BCR-POSTED
003666             MOVE "POSTED"       TO RD-STATUS-TEXT
003667         WHEN BCR-RECONCILED
003668             MOVE "RECONCILED"   TO RD-STATUS-TEXT
003669         WHEN BCR-RECON-FAILED
003670             MOVE "RECON FAILED" TO RD-STATUS-TEXT
003671         WHEN OTHER
003672             MOVE BCR-STATUS     TO RD-STATUS-TEXT
003673     END-EVALUATE.
003674     MOVE SPACES TO RD-EDIT-DATE.
003675     IF BCR-EDIT-DATE IS NUMERIC AND BCR-EDIT-DATE > ZERO
003676         MOVE BCR-EDIT-DATE TO RD-EDIT-DATE
003677     END-IF.
003678     MOVE SPACES TO RD-SORT-DATE.
003679     IF BCR-SORT-DATE IS NUMERIC AND BCR-SORT-DATE > ZERO
003680         MOVE BCR-SORT-DATE TO RD-SORT-DATE
003681     END-IF.
003682     MOVE SPACES TO RD-POST-DATE.
003683     IF BCR-POST-DATE IS NUMERIC AND BCR-POST-DATE > ZERO
003684         MOVE BCR-POST-DATE TO RD-POST-DATE
003685     END-IF.
003686     MOVE SPACES TO RD-RECON-DATE.
003687     IF BCR-RECON-DATE IS NUMERIC AND BCR-RECON-DATE > ZERO
003688         MOVE BCR-RECON-DATE TO RD-RECON-DATE
003689     END-IF.
003690     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
003691     ADD 1 TO WS-LINE-COUNT.
003692     IF BCR-POST-COUNT IS NOT NUMERIC
003693      OR BCR-POST-COUNT = ZERO
003694         GO TO 2500-EXIT.
003695     MOVE BCR-POST-COUNT     TO RP-POST-COUNT.
003696     MOVE BCR-CALC-COUNT     TO RP-CALC-COUNT.
003697     MOVE BCR-EXCP-COUNT     TO RP-EXCP-COUNT.
003698     MOVE BCR-POST-TOTAL     TO RP-POST-TOTAL.
003699     MOVE BCR-OVERRIDE-BY    TO RP-OVERRIDE-BY.
003700     WRITE REPORT-RECORD FROM RPT-POSTING-LINE.
003701     ADD 1 TO WS-LINE-COUNT.
003702 2500-EXIT.
003703     EXIT.

003704*----------------------------------------------------------------
003705* 3000-PROCESS-BATCH
003706*     APPLIES THE SELECTION TO ONE REGISTER ENTRY AND PRINTS
003707*     AND COUNTS IT WHEN IT QUALIFIES.
003708*----------------------------------------------------------------
003709 3000-PROCESS-BATCH.
003710     ADD 1 TO WS-READ-COUNT.
003720     PERFORM 3500-APPLY-SELECTION THRU 3500-EXIT.
003730     IF RECORD-SELECTED
003740         PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
003750         PERFORM 4000-ACCUMULATE-TOTALS THRU 4000-EXIT
003760     END-IF.
003770     PERFORM 2000-READ-REGISTER THRU 2000-EXIT.
003780 3000-EXIT.
003790     EXIT.

003800*----------------------------------------------------------------
003810* 3500-APPLY-SELECTION
003820*     AN ENTRY QUALIFIES WHEN ITS STATUS, DEPARTMENT AND EDIT
003830*     DATE ALL MATCH THE REQUESTED CRITERIA.
003840*----------------------------------------------------------------
003850 3500-APPLY-SELECTION.
003860     MOVE "N" TO WS-SELECT-SW.
003870     IF WS-SEL-STATUS NOT = SPACES
003880      AND BCR-STATUS NOT = WS-SEL-STATUS
003890         GO TO 3500-EXIT
003900     END-IF.
003910     IF WS-SEL-DEPARTMENT NOT = SPACES
003920      AND BCR-DEPARTMENT NOT = WS-SEL-DEPARTMENT
003930         GO TO 3500-EXIT
003940     END-IF.
003950     IF BCR-EDIT-DATE IS NOT NUMERIC
003960         GO TO 3500-EXIT
003970     END-IF.
003980     IF BCR-EDIT-DATE < WS-SEL-DATE-FROM
003990      OR BCR-EDIT-DATE > WS-SEL-DATE-TO
004000         GO TO 3500-EXIT
004010     END-IF.
004020     SET RECORD-SELECTED TO TRUE.
004030 3500-EXIT.
004040     EXIT.

004680*----------------------------------------------------------------
004690* 4000-ACCUMULATE-TOTALS
004700*----------------------------------------------------------------
004710 4000-ACCUMULATE-TOTALS.
004720     ADD 1 TO WS-SEL-COUNT.
004730     IF BCR-POST-COUNT IS NUMERIC AND BCR-POST-COUNT > 1
004740         ADD 1 TO WS-REPOSTED-COUNT
004750     END-IF.
004760     EVALUATE TRUE
004770         WHEN BCR-EDITED
004780             ADD 1 TO WS-EDITED-COUNT
004790         WHEN BCR-EDIT-FAILED
004800             ADD 1 TO WS-EDIT-FAILED-COUNT
004810         WHEN BCR-SORTED
004820             ADD 1 TO WS-SORTED-COUNT
004830         WHEN BCR-POSTING
004840             ADD 1 TO WS-POSTING-COUNT
004850         WHEN BCR-POSTED
004860             ADD 1 TO WS-POSTED-COUNT
004870         WHEN BCR-RECONCILED
004880             ADD 1 TO WS-RECONCILED-COUNT
004890         WHEN BCR-RECON-FAILED
004900             ADD 1 TO WS-RECON-FAILED-COUNT
004910         WHEN OTHER
004920             ADD 1 TO WS-UNKNOWN-COUNT
004930     END-EVALUATE.
004940 4000-EXIT.
004950     EXIT.

004960*----------------------------------------------------------------
004970* 7000-WRITE-SUMMARY
004980*     COUNTS OF THE SELECTED BATCHES BY REGISTER STATUS, THEN
004990*     THE OVERALL SELECTION AND READ COUNTS. A BATCH LEFT IN
005000*     POSTING STATUS WAS OPENED BY CALCULATOR BUT NEVER CLOSED.
005010*----------------------------------------------------------------
005020 7000-WRITE-SUMMARY.
005030     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
005040     MOVE "EDITED              " TO RS-CAPTION.
005050     MOVE WS-EDITED-COUNT TO RS-COUNT.
005060     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005070     MOVE "EDIT FAILED         " TO RS-CAPTION.
005080     MOVE WS-EDIT-FAILED-COUNT TO RS-COUNT.
005090     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005100     MOVE "SORTED              " TO RS-CAPTION.
005110     MOVE WS-SORTED-COUNT TO RS-COUNT.
005120     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005130     MOVE "POSTING - NOT CLOSED" TO RS-CAPTION.
005140     MOVE WS-POSTING-COUNT TO RS-COUNT.
005150     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005160     MOVE "POSTED              " TO RS-CAPTION.
005170     MOVE WS-POSTED-COUNT TO RS-COUNT.
005180     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005190     MOVE "RECONCILED          " TO RS-CAPTION.
005200     MOVE WS-RECONCILED-COUNT TO RS-COUNT.
005210     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005220     MOVE "RECON FAILED        " TO RS-CAPTION.
005230     MOVE WS-RECON-FAILED-COUNT TO RS-COUNT.
005240     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005250     IF WS-UNKNOWN-COUNT > ZERO
005260         MOVE "UNKNOWN STATUS      " TO RS-CAPTION
005270         MOVE WS-UNKNOWN-COUNT TO RS-COUNT
005280         WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE
005290     END-IF.
005300     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
005310     MOVE "REPOSTED            " TO RS-CAPTION.
005320     MOVE WS-REPOSTED-COUNT TO RS-COUNT.
005330     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005340     MOVE "SELECTED            " TO RS-CAPTION.
005350     MOVE WS-SEL-COUNT TO RS-COUNT.
005360     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005370     MOVE "RECORDS READ        " TO RS-CAPTION.
005380     MOVE WS-READ-COUNT TO RS-COUNT.
005390     WRITE REPORT-RECORD FROM RPT-STATUS-TOTAL-LINE.
005400 7000-EXIT.
005410     EXIT.

005420*----------------------------------------------------------------
005430* 9000-CLOSE-FILES
005440*----------------------------------------------------------------
005450 9000-CLOSE-FILES.
005460     CLOSE BATCH-REGISTER.
005470     CLOSE REPORT-FILE.
005480 9000-EXIT.
005490     EXIT.

005500*----------------------------------------------------------------
005510* 9800-WRITE-RUN-LOG
005520*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
005530*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
005540*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
005550*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
005560*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
005570*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
005580*     OVER ITS OWN MONITORING.
005590*----------------------------------------------------------------
005600 9800-WRITE-RUN-LOG.
005610     OPEN EXTEND RUN-LOG-FILE.
005620     IF WS-RUNLOG-STATUS NOT = "00"
005630      AND WS-RUNLOG-STATUS NOT = "05"
005640         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
005650             WS-RUNLOG-STATUS
005660         GO TO 9800-EXIT
005670     END-IF.
005680     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
005690     ACCEPT WS-RLG-TIME FROM TIME.
005700     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
005710     MOVE WS-RLG-DATE    TO RLG-DATE.
005720     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
005730     MOVE WS-READ-COUNT TO RLG-INPUT-COUNT.
005740     MOVE WS-SEL-COUNT  TO RLG-OUTPUT-COUNT.
005750     MOVE ZERO          TO RLG-EXCP-COUNT.
005760     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
005770     WRITE RUN-LOG-RECORD FROM RLG-LINE.
005780     CLOSE RUN-LOG-FILE.
005790 9800-EXIT.
005800     EXIT.

005810*----------------------------------------------------------------
005820* 9900-LOG-FATAL
005830*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
005840*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
005850*----------------------------------------------------------------
005860 9900-LOG-FATAL.
005870     MOVE "E"     TO WS-RUNLOG-TYPE.
005880     MOVE "FATAL" TO WS-RUN-STATUS.
005890     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
005900 9900-EXIT.
005910     EXIT.
