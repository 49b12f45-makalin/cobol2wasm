000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLXMNT.
000030 AUTHOR.        J MERCER.
000040 INSTALLATION.  DATA PROCESSING - GENERAL LEDGER SUPPORT.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 JKM  ORIGINAL VERSION - BATCH MAINTENANCE OF THE GL
000110*                 ACCOUNT CROSS-REFERENCE MASTER (GLXFILE) THAT
000120*                 CALCULATOR USES TO TURN EACH VALID TRANSACTION
000130*                 INTO A BALANCED DEBIT/CREDIT PAIR IN GLEXTR.
000140*                 MAINTENANCE TRANSACTIONS (ADD, CHANGE,
000150*                 DEACTIVATE, LIST) ARE READ FROM GLXTRAN AND
000160*                 EACH ACTION TAKEN OR REJECTED IS REPORTED TO
000170*                 GLXRPT. MODELLED ON CCMNT.
000172* 2026-10-15 JKM  OPERATION A IS ACCEPTED SO A CENTER CAN MAP THE
000174*                 PIECES OF AN ALLOCATION (RATE CODE COLUMN =
000176*                 ALLOCATION CODE) APART FROM ITS OWN POSTINGS.
000180*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   GNUCOBOL.
000220 OBJECT-COMPUTER.   GNUCOBOL.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT MAINT-FILE ASSIGN TO "GLXTRAN"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-MAINT-STATUS.

000280     SELECT OPTIONAL GLX-MASTER ASSIGN TO "GLXFILE"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS GLX-KEY
000320         FILE STATUS IS WS-GLX-STATUS.

000330     SELECT REPORT-FILE ASSIGN TO "GLXRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-REPORT-STATUS.

000360     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RUNLOG-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------
000420* MAINT-FILE - ONE MAINTENANCE ACTION PER RECORD.
000430*     ACTION A = ADD, C = CHANGE, D = DEACTIVATE, L = LIST ALL.
000440*     THE KEY IS COST CENTER, OPERATION AND RATE CODE; THE
000450*     OPERATION AND THE RATE CODE MAY BE LEFT BLANK TO MAP
000460*     EVERY OPERATION OR EVERY RATE CODE FOR THE CENTER.
000470*----------------------------------------------------------------
000480 FD  MAINT-FILE
000490     RECORDING MODE IS F.
000500 01  MAINT-RECORD.
000510     05  GM-ACTION          PIC X(01).
000520         88  GM-ADD             VALUE "A".
000530         88  GM-CHANGE          VALUE "C".
000540         88  GM-DEACTIVATE      VALUE "D".
000550         88  GM-LIST            VALUE "L".
000560     05  GM-COST-CENTER     PIC X(04).
000570     05  GM-OPERATION       PIC X(01).
000580         88  GM-OPERATION-OK    VALUE "+" "-" "*" "/" "A" " ".
000590     05  GM-RATE-CODE       PIC X(04).
000600     05  GM-DEBIT-ACCOUNT   PIC X(10).
000610     05  GM-CREDIT-ACCOUNT  PIC X(10).
000620     05  GM-DESCRIPTION     PIC X(20).
000630     05  FILLER             PIC X(10).

000640*----------------------------------------------------------------
000650* GLX-MASTER - DEBIT AND CREDIT ACCOUNTS KEYED BY COST CENTER,
000660*     OPERATION AND RATE CODE. LAYOUT MUST AGREE WITH THE
000670*     GL-XREF-MASTER FD IN CALCULATOR.
000680*----------------------------------------------------------------
000690 FD  GLX-MASTER
000700     RECORDING MODE IS F.
000710 01  GLX-MASTER-RECORD.
000720     05  GLX-KEY.
000730         10  GLX-COST-CENTER    PIC X(04).
000740         10  GLX-OPERATION      PIC X(01).
000750         10  GLX-RATE-CODE      PIC X(04).
000760     05  GLX-DEBIT-ACCOUNT  PIC X(10).
000770     05  GLX-CREDIT-ACCOUNT PIC X(10).
000780     05  GLX-STATUS         PIC X(01).
000790         88  GLX-ACTIVE         VALUE "A".
000800         88  GLX-INACTIVE       VALUE "I".
000810     05  GLX-DESCRIPTION    PIC X(20).
000820     05  GLX-MAINT-DATE     PIC 9(08).
000830     05  FILLER             PIC X(02).

000840*----------------------------------------------------------------
000850* REPORT-FILE - ONE LINE PER ACTION TAKEN OR REJECTED.
000860*----------------------------------------------------------------
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  REPORT-RECORD          PIC X(80).

000900*----------------------------------------------------------------
000910* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
000920*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
000930*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
000940*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
000950*     ACROSS EVERY PROGRAM THAT WRITES IT.
000960*----------------------------------------------------------------
000970 FD  RUN-LOG-FILE
000980     RECORDING MODE IS F.
000990 01  RUN-LOG-RECORD         PIC X(59).

001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020* SWITCHES AND CONDITION NAMES
001030*----------------------------------------------------------------
001040 77  WS-MAINT-EOF-SW        PIC X(01) VALUE "N".
001050     88  MAINT-DONE             VALUE "Y".

001060 77  WS-LIST-EOF-SW         PIC X(01) VALUE "N".
001070     88  LIST-DONE              VALUE "Y".

001080 77  WS-EDIT-ERROR-SW       PIC X(01) VALUE SPACES.
001090     88  NO-EDIT-ERROR          VALUE SPACES.
001100     88  CC-CODE-MISSING        VALUE "K".
001110     88  OPERATION-INVALID      VALUE "O".
001120     88  ACCOUNT-MISSING        VALUE "M".
001130     88  ACCOUNTS-IDENTICAL     VALUE "S".

001140*----------------------------------------------------------------
001150* FILE STATUS FIELDS
001160*----------------------------------------------------------------
001170 77  WS-MAINT-STATUS        PIC X(02) VALUE SPACES.
001180 77  WS-GLX-STATUS          PIC X(02) VALUE SPACES.
001190 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.

001200*----------------------------------------------------------------
001210* ACTION COUNTERS
001220*----------------------------------------------------------------
001230 77  WS-APPLIED-COUNT       PIC 9(5)  COMP VALUE ZERO.
001240 77  WS-REJECT-COUNT        PIC 9(5)  COMP VALUE ZERO.
001250 77  WS-LISTED-COUNT        PIC 9(5)  COMP VALUE ZERO.

001260*----------------------------------------------------------------
001270* RUN DATE
001280*----------------------------------------------------------------
001290 01  WS-CURRENT-DATE.
001300     05  WS-CD-YYYY         PIC 9(4).
001310     05  WS-CD-MM           PIC 9(2).
001320     05  WS-CD-DD           PIC 9(2).

001330*----------------------------------------------------------------
001340* REPORT LAYOUT LINES
001350*----------------------------------------------------------------
001360 01  RPT-HEADER-1.
001370     05  FILLER             PIC X(80) VALUE
001380         "GL ACCOUNT CROSS-REFERENCE MAINTENANCE REPORT".

001390 01  RPT-HEADER-2.
001400     05  FILLER             PIC X(80) VALUE
001410         "ACT CC   OP RATE DEBIT      CREDIT     DISPOSITION".

001420 01  RPT-ACTION-LINE.
001430     05  RA-ACTION          PIC X(01).
001440     05  FILLER             PIC X(03) VALUE SPACES.
001450     05  RA-COST-CENTER     PIC X(04).
001460     05  FILLER             PIC X(01) VALUE SPACES.
001470     05  RA-OPERATION       PIC X(01).
001480     05  FILLER             PIC X(02) VALUE SPACES.
001490     05  RA-RATE-CODE       PIC X(04).
001500     05  FILLER             PIC X(01) VALUE SPACES.
001510     05  RA-DEBIT-ACCOUNT   PIC X(10).
001520     05  FILLER             PIC X(01) VALUE SPACES.
001530     05  RA-CREDIT-ACCOUNT  PIC X(10).
001540     05  FILLER             PIC X(01) VALUE SPACES.
001550     05  RA-MESSAGE         PIC X(40).
001560     05  FILLER             PIC X(01) VALUE SPACES.

001570 01  RPT-LIST-LINE.
001580     05  FILLER             PIC X(04) VALUE SPACES.
001590     05  RL-COST-CENTER     PIC X(04).
001600     05  FILLER             PIC X(01) VALUE SPACES.
001610     05  RL-OPERATION       PIC X(01).
001620     05  FILLER             PIC X(02) VALUE SPACES.
001630     05  RL-RATE-CODE       PIC X(04).
001640     05  FILLER             PIC X(01) VALUE SPACES.
001650     05  RL-DEBIT-ACCOUNT   PIC X(10).
001660     05  FILLER             PIC X(01) VALUE SPACES.
001670     05  RL-CREDIT-ACCOUNT  PIC X(10).
001680     05  FILLER             PIC X(01) VALUE SPACES.
001690     05  RL-STATUS          PIC X(01).
001700     05  FILLER             PIC X(01) VALUE SPACES.
001710     05  RL-DESCRIPTION     PIC X(20).
001720     05  FILLER             PIC X(01) VALUE SPACES.
001730     05  RL-MAINT-DATE      PIC 9(08).
001740     05  FILLER             PIC X(06) VALUE SPACES.

001750 01  RPT-TRAILER-LINE.
001760     05  FILLER             PIC X(80) VALUE ALL "-".

001770 01  RPT-TOTAL-APPLIED-LINE.
001780     05  FILLER             PIC X(24) VALUE
001790         "ACTIONS APPLIED        ".
001800     05  RT-APPLIED-COUNT   PIC Z(4)9.
001810     05  FILLER             PIC X(51) VALUE SPACES.

001820 01  RPT-TOTAL-REJECT-LINE.
001830     05  FILLER             PIC X(24) VALUE
001840         "ACTIONS REJECTED       ".
001850     05  RT-REJECT-COUNT    PIC Z(4)9.
001860     05  FILLER             PIC X(51) VALUE SPACES.

001870 01  RPT-TOTAL-LISTED-LINE.
001880     05  FILLER             PIC X(24) VALUE
001890         "MAPPINGS LISTED        ".
001900     05  RT-LISTED-COUNT    PIC Z(4)9.
001910     05  FILLER             PIC X(51) VALUE SPACES.

001920*----------------------------------------------------------------
001930* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
001940*----------------------------------------------------------------
001950 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
001960 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
001970 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
001980 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
001990 01  WS-RLG-TIME.
002000     05  WS-RLG-HHMMSS      PIC 9(06).
002010     05  FILLER             PIC 9(02).
002020 01  RLG-LINE.
002030     05  RLG-PROGRAM-ID     PIC X(10) VALUE "GLXMNT    ".
002040     05  FILLER             PIC X(01) VALUE SPACES.
002050     05  RLG-RECORD-TYPE    PIC X(01).
002060     05  FILLER             PIC X(01) VALUE SPACES.
002070     05  RLG-DATE           PIC 9(08).
002080     05  FILLER             PIC X(01) VALUE SPACES.
002090     05  RLG-TIME           PIC 9(06).
002100     05  FILLER             PIC X(01) VALUE SPACES.
002110     05  RLG-INPUT-COUNT    PIC 9(07).
002120     05  FILLER             PIC X(01) VALUE SPACES.
002130     05  RLG-OUTPUT-COUNT   PIC 9(07).
002140     05  FILLER             PIC X(01) VALUE SPACES.
002150     05  RLG-EXCP-COUNT     PIC 9(07).
002160     05  FILLER             PIC X(01) VALUE SPACES.
002170     05  RLG-END-STATUS     PIC X(06).

002180 PROCEDURE DIVISION.
002190*----------------------------------------------------------------
002200* 0000-MAINLINE
002210*     DRIVES MAINT-FILE FROM TOP TO END OF FILE, APPLYING EACH
002220*     MAINTENANCE ACTION TO THE GL CROSS-REFERENCE MASTER AND
002230*     REPORTING ITS DISPOSITION.
002240*----------------------------------------------------------------
002250 0000-MAINLINE.
002260     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
002290     PERFORM 3000-PROCESS-MAINT THRU 3000-EXIT
002300         UNTIL MAINT-DONE.
002310     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002320     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002330     MOVE "E" TO WS-RUNLOG-TYPE.
002340     IF WS-REJECT-COUNT > ZERO
002350         MOVE "ERRORS" TO WS-RUN-STATUS
002360     ELSE
002370         MOVE "CLEAN" TO WS-RUN-STATUS
002380     END-IF.
002390     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002400     STOP RUN.

002410*----------------------------------------------------------------
002420* 1000-INITIALIZE
002430*     OPENS ALL FILES, CAPTURES THE RUN DATE FOR GLX-MAINT-DATE
002440*     AND WRITES THE REPORT HEADERS.
002450*----------------------------------------------------------------
002460 1000-INITIALIZE.
002470     OPEN INPUT MAINT-FILE.
002480     IF WS-MAINT-STATUS NOT = "00"
002490         DISPLAY "FATAL: Cannot open MAINT-FILE, status "
002500             WS-MAINT-STATUS
002510         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002520         STOP RUN
002530     END-IF.
002540     OPEN I-O GLX-MASTER.
002550     IF WS-GLX-STATUS NOT = "00" AND WS-GLX-STATUS NOT = "05"
002560         DISPLAY "FATAL: Cannot open GLX-MASTER, status "
002570             WS-GLX-STATUS
002580         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002590         STOP RUN
002600     END-IF.
002610     OPEN OUTPUT REPORT-FILE.
002620     IF WS-REPORT-STATUS NOT = "00"
002630         DISPLAY "FATAL: Cannot open REPORT-FILE, status "
002640             WS-REPORT-STATUS
002650         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002660         STOP RUN
002670     END-IF.
002680     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002690     WRITE REPORT-RECORD FROM RPT-HEADER-1.
002700     WRITE REPORT-RECORD FROM RPT-HEADER-2.
002710 1000-EXIT.
002720     EXIT.

002730*----------------------------------------------------------------
002740* 2000-READ-MAINT
002750*----------------------------------------------------------------
002760 2000-READ-MAINT.
002770     READ MAINT-FILE
002780         AT END
002790             SET MAINT-DONE TO TRUE
002800     END-READ.
002810 2000-EXIT.
002820     EXIT.

002830*----------------------------------------------------------------
002840* 3000-PROCESS-MAINT
002850*     DISPATCHES ONE MAINTENANCE ACTION, THEN READS THE NEXT.
002860*     THE KEY IS EDITED UP FRONT FOR AN ADD, CHANGE OR
002870*     DEACTIVATE - A BLANK COST CENTER WOULD MAP EVERY
002880*     TRANSACTION THAT CARRIES NONE, AND AN OPERATION OTHER
002890*     THAN + - * / OR A (AN ALLOCATION PIECE) COULD NEVER BE
002894*     MATCHED. AN ADD MUST ALSO CARRY BOTH ACCOUNTS, AND THEY
002900*     MUST DIFFER - A PAIR POSTED TO ONE ACCOUNT MOVES
002910*     NOTHING.
002920*----------------------------------------------------------------
002930 3000-PROCESS-MAINT.
002940     MOVE SPACES TO WS-EDIT-ERROR-SW.
002950     IF GM-ADD OR GM-CHANGE OR GM-DEACTIVATE
002960         PERFORM 3050-EDIT-KEY THRU 3050-EXIT
002970     END-IF.
002980     IF NOT NO-EDIT-ERROR
002990         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003000         GO TO 3000-READ-NEXT
003010     END-IF.
003020     EVALUATE TRUE
003030         WHEN GM-ADD
003040             PERFORM 3100-ADD-MAPPING THRU 3100-EXIT
003050         WHEN GM-CHANGE
003060             PERFORM 3200-CHANGE-MAPPING THRU 3200-EXIT
003070         WHEN GM-DEACTIVATE
003080             PERFORM 3300-DEACTIVATE-MAPPING THRU 3300-EXIT
003090         WHEN GM-LIST
003100             PERFORM 3400-LIST-MAPPINGS THRU 3400-EXIT
003110         WHEN OTHER
003120             PERFORM 3500-REJECT-ACTION THRU 3500-EXIT
003130     END-EVALUATE.
003140 3000-READ-NEXT.
003150     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
003160 3000-EXIT.
003170     EXIT.

003180*----------------------------------------------------------------
003190* 3050-EDIT-KEY
003200*     SETS WS-EDIT-ERROR-SW FOR THE FIRST FAULT FOUND IN THE
003210*     KEY AND, ON AN ADD OR A CHANGE, IN THE ACCOUNTS.
003220*----------------------------------------------------------------
003230 3050-EDIT-KEY.
003240     IF GM-COST-CENTER = SPACES
003250         SET CC-CODE-MISSING TO TRUE
003260         GO TO 3050-EXIT.
003270     IF NOT GM-OPERATION-OK
003280         SET OPERATION-INVALID TO TRUE
003290         GO TO 3050-EXIT.
003300     IF GM-ADD
003310      AND (GM-DEBIT-ACCOUNT = SPACES
003314        OR GM-CREDIT-ACCOUNT = SPACES)
003320         SET ACCOUNT-MISSING TO TRUE
003330         GO TO 3050-EXIT.
003340     IF (GM-ADD OR GM-CHANGE)
003350      AND GM-DEBIT-ACCOUNT NOT = SPACES
003360      AND GM-DEBIT-ACCOUNT = GM-CREDIT-ACCOUNT
003370         SET ACCOUNTS-IDENTICAL TO TRUE
003380     END-IF.
003390 3050-EXIT.
003400     EXIT.

003410*----------------------------------------------------------------
003420* 3100-ADD-MAPPING
003430*     ADDS A NEW MAPPING, ACTIVE, STAMPED WITH THE RUN DATE. A
003440*     KEY ALREADY ON FILE IS REJECTED RATHER THAN OVERWRITTEN.
003450*----------------------------------------------------------------
003460 3100-ADD-MAPPING.
003470     MOVE GM-COST-CENTER    TO GLX-COST-CENTER.
003480     MOVE GM-OPERATION      TO GLX-OPERATION.
003490     MOVE GM-RATE-CODE      TO GLX-RATE-CODE.
003500     MOVE GM-DEBIT-ACCOUNT  TO GLX-DEBIT-ACCOUNT.
003510     MOVE GM-CREDIT-ACCOUNT TO GLX-CREDIT-ACCOUNT.
003520     SET GLX-ACTIVE         TO TRUE.
003530     MOVE GM-DESCRIPTION    TO GLX-DESCRIPTION.
003540     MOVE WS-CURRENT-DATE   TO GLX-MAINT-DATE.
003550     WRITE GLX-MASTER-RECORD
003560         INVALID KEY
003570             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003580         NOT INVALID KEY
003590             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
003600     END-WRITE.
003610 3100-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640* 3200-CHANGE-MAPPING
003650*     CHANGES THE ACCOUNTS AND/OR DESCRIPTION OF AN EXISTING
003660*     MAPPING AND RESTAMPS THE MAINTENANCE DATE. A FIELD LEFT
003670*     BLANK KEEPS THE VALUE ON FILE, BUT THE RESULTING PAIR MAY
003680*     NOT NAME ONE ACCOUNT ON BOTH SIDES. A CHANGE ALSO
003690*     REACTIVATES AN INACTIVE MAPPING.
003700*----------------------------------------------------------------
003710 3200-CHANGE-MAPPING.
003720     MOVE GM-COST-CENTER TO GLX-COST-CENTER.
003730     MOVE GM-OPERATION   TO GLX-OPERATION.
003740     MOVE GM-RATE-CODE   TO GLX-RATE-CODE.
003750     READ GLX-MASTER
003760         INVALID KEY
003770             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003780             GO TO 3200-EXIT
003790     END-READ.
003800     IF GM-DEBIT-ACCOUNT NOT = SPACES
003810         MOVE GM-DEBIT-ACCOUNT TO GLX-DEBIT-ACCOUNT
003820     END-IF.
003830     IF GM-CREDIT-ACCOUNT NOT = SPACES
003840         MOVE GM-CREDIT-ACCOUNT TO GLX-CREDIT-ACCOUNT
003850     END-IF.
003860     IF GLX-DEBIT-ACCOUNT = GLX-CREDIT-ACCOUNT
003870         SET ACCOUNTS-IDENTICAL TO TRUE
003880         PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003890         GO TO 3200-EXIT
003900     END-IF.
003910     IF GM-DESCRIPTION NOT = SPACES
003920         MOVE GM-DESCRIPTION TO GLX-DESCRIPTION
003930     END-IF.
003940     SET GLX-ACTIVE TO TRUE.
003950     MOVE WS-CURRENT-DATE TO GLX-MAINT-DATE.
003960     REWRITE GLX-MASTER-RECORD
003970         INVALID KEY
003980             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
003990         NOT INVALID KEY
004000             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
004010     END-REWRITE.
004020 3200-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050* 3300-DEACTIVATE-MAPPING
004060*     MARKS AN EXISTING MAPPING INACTIVE. CALCULATOR PASSES OVER
004070*     AN INACTIVE MAPPING AND FALLS BACK TO THE NEXT MORE
004080*     GENERAL ONE FOR THE CENTER, OR REJECTS THE TRANSACTION
004090*     WHEN THERE IS NONE. THE RECORD IS KEPT FOR THE AUDIT
004100*     TRAIL RATHER THAN DELETED.
004110*----------------------------------------------------------------
004120 3300-DEACTIVATE-MAPPING.
004130     MOVE GM-COST-CENTER TO GLX-COST-CENTER.
004140     MOVE GM-OPERATION   TO GLX-OPERATION.
004150     MOVE GM-RATE-CODE   TO GLX-RATE-CODE.
004160     READ GLX-MASTER
004170         INVALID KEY
004180             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
004190             GO TO 3300-EXIT
004200     END-READ.
004210     SET GLX-INACTIVE TO TRUE.
004220     MOVE WS-CURRENT-DATE TO GLX-MAINT-DATE.
004230     REWRITE GLX-MASTER-RECORD
004240         INVALID KEY
004250             PERFORM 3600-REPORT-REJECT THRU 3600-EXIT
004260         NOT INVALID KEY
004270             PERFORM 3700-REPORT-APPLIED THRU 3700-EXIT
004280     END-REWRITE.
004290 3300-EXIT.
004300     EXIT.

004310*----------------------------------------------------------------
004320* 3400-LIST-MAPPINGS
004330*     LISTS EVERY MAPPING ON THE MASTER, IN KEY ORDER, TO THE
004340*     REPORT.
004350*----------------------------------------------------------------
004360 3400-LIST-MAPPINGS.
004370     MOVE "N" TO WS-LIST-EOF-SW.
004380     MOVE LOW-VALUES TO GLX-KEY.
004390     START GLX-MASTER KEY NOT LESS THAN GLX-KEY
004400         INVALID KEY
004410             SET LIST-DONE TO TRUE
004420     END-START.
004430     PERFORM 3450-LIST-NEXT-MAPPING THRU 3450-EXIT
004440         UNTIL LIST-DONE.
004450 3400-EXIT.
004460     EXIT.

004470*----------------------------------------------------------------
004480* 3450-LIST-NEXT-MAPPING
004490*----------------------------------------------------------------
004500 3450-LIST-NEXT-MAPPING.
004510     READ GLX-MASTER NEXT RECORD
004520         AT END
004530             SET LIST-DONE TO TRUE
004540             GO TO 3450-EXIT
004550     END-READ.
004560     MOVE GLX-COST-CENTER    TO RL-COST-CENTER.
004570     MOVE GLX-OPERATION      TO RL-OPERATION.
004580     MOVE GLX-RATE-CODE      TO RL-RATE-CODE.
004590     MOVE GLX-DEBIT-ACCOUNT  TO RL-DEBIT-ACCOUNT.
004600     MOVE GLX-CREDIT-ACCOUNT TO RL-CREDIT-ACCOUNT.
004610     MOVE GLX-STATUS         TO RL-STATUS.
004620     MOVE GLX-DESCRIPTION    TO RL-DESCRIPTION.
004630     MOVE GLX-MAINT-DATE     TO RL-MAINT-DATE.
004640     WRITE REPORT-RECORD FROM RPT-LIST-LINE.
004650     ADD 1 TO WS-LISTED-COUNT.
004660 3450-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004690* 3500-REJECT-ACTION
004700*     REPORTS A MAINTENANCE RECORD WHOSE ACTION CODE IS NOT
004710*     RECOGNIZED.
004720*----------------------------------------------------------------
004730 3500-REJECT-ACTION.
004740     PERFORM 3600-REPORT-REJECT THRU 3600-EXIT.
004750 3500-EXIT.
004760     EXIT.

004770*----------------------------------------------------------------
004780* 3600-REPORT-REJECT
004790*     WRITES THE REPORT LINE FOR AN ACTION THAT COULD NOT BE
004800*     APPLIED - UNKNOWN ACTION CODE, A KEY OR ACCOUNT EDIT
004810*     FAILURE, DUPLICATE ADD, OR CHANGE/DEACTIVATE AGAINST A
004820*     KEY NOT ON FILE.
004830*----------------------------------------------------------------
004840 3600-REPORT-REJECT.
004850     MOVE GM-ACTION         TO RA-ACTION.
004860     MOVE GM-COST-CENTER    TO RA-COST-CENTER.
004870     MOVE GM-OPERATION      TO RA-OPERATION.
004880     MOVE GM-RATE-CODE      TO RA-RATE-CODE.
004890     MOVE GM-DEBIT-ACCOUNT  TO RA-DEBIT-ACCOUNT.
004900     MOVE GM-CREDIT-ACCOUNT TO RA-CREDIT-ACCOUNT.
004910     EVALUATE TRUE
004920         WHEN CC-CODE-MISSING
004930             MOVE "REJECTED - COST-CENTER CODE MISSING"
004940                 TO RA-MESSAGE
004950         WHEN OPERATION-INVALID
004960             MOVE "REJECTED - OPERATION NOT +-*/A OR BLANK"
004970                 TO RA-MESSAGE
004980         WHEN ACCOUNT-MISSING
004990             MOVE "REJECTED - DEBIT OR CREDIT ACCOUNT MISSING"
005000                 TO RA-MESSAGE
005010         WHEN ACCOUNTS-IDENTICAL
005020             MOVE "REJECTED - DEBIT AND CREDIT ACCOUNT SAME"
005030                 TO RA-MESSAGE
005040         WHEN GM-ADD
005050             MOVE "REJECTED - MAPPING ALREADY ON FILE"
005060                 TO RA-MESSAGE
005070         WHEN GM-CHANGE OR GM-DEACTIVATE
005080             MOVE "REJECTED - MAPPING NOT ON FILE"
005090                 TO RA-MESSAGE
005100         WHEN OTHER
005110             MOVE "REJECTED - UNKNOWN ACTION CODE"
005120                 TO RA-MESSAGE
005130     END-EVALUATE.
005140     MOVE SPACES TO WS-EDIT-ERROR-SW.
005150     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
005160     ADD 1 TO WS-REJECT-COUNT.
005170 3600-EXIT.
005180     EXIT.

005190*----------------------------------------------------------------
005200* 3700-REPORT-APPLIED
005210*----------------------------------------------------------------
005220 3700-REPORT-APPLIED.
005230     MOVE GM-ACTION          TO RA-ACTION.
005240     MOVE GLX-COST-CENTER    TO RA-COST-CENTER.
005250     MOVE GLX-OPERATION      TO RA-OPERATION.
005260     MOVE GLX-RATE-CODE      TO RA-RATE-CODE.
005270     MOVE GLX-DEBIT-ACCOUNT  TO RA-DEBIT-ACCOUNT.
005280     MOVE GLX-CREDIT-ACCOUNT TO RA-CREDIT-ACCOUNT.
005290     MOVE "APPLIED" TO RA-MESSAGE.
005300     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
005310     ADD 1 TO WS-APPLIED-COUNT.
005320 3700-EXIT.
005330     EXIT.

005340*----------------------------------------------------------------
005350* 8000-WRITE-TOTALS
005360*----------------------------------------------------------------
005370 8000-WRITE-TOTALS.
005380     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
005390     MOVE WS-APPLIED-COUNT TO RT-APPLIED-COUNT.
005400     WRITE REPORT-RECORD FROM RPT-TOTAL-APPLIED-LINE.
005410     MOVE WS-REJECT-COUNT  TO RT-REJECT-COUNT.
005420     WRITE REPORT-RECORD FROM RPT-TOTAL-REJECT-LINE.
005430     MOVE WS-LISTED-COUNT  TO RT-LISTED-COUNT.
005440     WRITE REPORT-RECORD FROM RPT-TOTAL-LISTED-LINE.
005450 8000-EXIT.
005460     EXIT.

005470*----------------------------------------------------------------
005480* 9000-CLOSE-FILES
005490*----------------------------------------------------------------
005500 9000-CLOSE-FILES.
005510     CLOSE MAINT-FILE.
005520     CLOSE GLX-MASTER.
005530     CLOSE REPORT-FILE.
005540 9000-EXIT.
005550     EXIT.

005560*----------------------------------------------------------------
005570* 9800-WRITE-RUN-LOG
005580*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
005590*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
005600*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
005610*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
005620*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
005630*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
005640*     OVER ITS OWN MONITORING.
005650*----------------------------------------------------------------
005660 9800-WRITE-RUN-LOG.
005670     OPEN EXTEND RUN-LOG-FILE.
005680     IF WS-RUNLOG-STATUS NOT = "00"
005690      AND WS-RUNLOG-STATUS NOT = "05"
005700         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
005710             WS-RUNLOG-STATUS
005720         GO TO 9800-EXIT
005730     END-IF.
005740     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
005750     ACCEPT WS-RLG-TIME FROM TIME.
005760     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
005770     MOVE WS-RLG-DATE    TO RLG-DATE.
005780     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
005790     COMPUTE RLG-INPUT-COUNT = WS-APPLIED-COUNT
005800         + WS-REJECT-COUNT.
005810     MOVE WS-APPLIED-COUNT TO RLG-OUTPUT-COUNT.
005820     MOVE WS-REJECT-COUNT  TO RLG-EXCP-COUNT.
005830     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
005840     WRITE RUN-LOG-RECORD FROM RLG-LINE.
005850     CLOSE RUN-LOG-FILE.
005860 9800-EXIT.
005870     EXIT.

005880*----------------------------------------------------------------
005890* 9900-LOG-FATAL
005900*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
005910*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
005920*----------------------------------------------------------------
005930 9900-LOG-FATAL.
005940     MOVE "E"     TO WS-RUNLOG-TYPE.
005950     MOVE "FATAL" TO WS-RUN-STATUS.
005960     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
005970 9900-EXIT.
005980     EXIT.
