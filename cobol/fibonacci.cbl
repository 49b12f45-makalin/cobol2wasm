000394*                 CAN READ ONE FILE AND KNOW THE STATE OF THE
000395*                 WHOLE OVERNIGHT WINDOW. FATAL FILE-STATUS STOPS
000396*                 ARE LOGGED ON THE WAY DOWN.
000397* 2026-10-15 JKM  REQUEST-FILE RUNS NOW CHARGE THE WORK BACK TO
000398*                 THE REQUESTER. EACH FIBREQ REQUEST CARRIES A
000399*                 COST CENTER, EDITED AGAINST CCFILE, AND IS
000400*                 PRICED PER TERM AT THE CHARGEBACK RATE CODE
000401*                 (RUNPARMS, FIBC BY DEFAULT) IN FORCE ON
000402*                 RATEFILE ON THE RUN DATE. A REQUEST THAT
000403*                 CANNOT BE CHARGED IS REJECTED BEFORE IT IS
000404*                 PRODUCED; REJECTED AND OVERFLOWED REQUESTS ARE
000405*                 NOT CHARGED. CHARGES ARE MAPPED THROUGH GLXFILE
000406*                 AND POSTED TO FIBGLEX IN THE GLEXTR GH/GD/GT
000407*                 FORMAT, AND TOTALLED BY COST CENTER ON THE RUN
000408*                 SUMMARY PAGE. REJECTED REQUESTS NOW COUNT AS
000409*                 RUN ERRORS ON THE RUN LOG.
000410* 2026-10-15 JKM  FIBGLEX FOLLOWS GLEXTR TO 80 BYTES. CHARGEBACKS
000411*                 ARE BASE CURRENCY - BLANK CURRENCY, THE CHARGE
000412*                 AS THE ORIGINAL AMOUNT, RATE 1.00.
000413* 2026-10-15 JKM  THE CHARGEBACK BATCH IS NOW REGISTERED ON THE
000414*                 BATCH CONTROL REGISTER (BATCHREG) - POSTING AT
000415*                 THE START OF THE RUN, POSTED WITH ITS COUNTS AND
000416*                 TOTAL AT THE TRAILER - SO GLRECON CAN PROVE AND
000417*                 RECONCILE IT AND MECLOSE SEES IT. THE BATCH ID
000418*                 IS NOW FB, THE RUN DATE AS YYDDD AND A RUN
000419*                 NUMBER 1-9, SO EACH RUN IN A DAY GETS ITS OWN;
000420*                 AN ID ALREADY ON THE REGISTER IS NEVER REUSED.
000421*                 A RUN IS REFUSED WHILE FIBGLEX STILL HOLDS A
000422*                 POSTED BATCH NOT YET RECONCILED, RATHER THAN
000423*                 REPLACE AN EXTRACT THE LEDGER HAS NOT TAKEN.
000424* 2026-10-15 JKM  THE RATE-MASTER AND GLEXTR DETAIL LAYOUTS FOLLOW
000425*                 CALCULATOR. RATE VALUES AND THE FX RATE NOW
000426*                 CARRY SIX DECIMALS; THE CHARGE RATE STAYS AT
000427*                 TWO, THE PRECISION RATEMNT HOLDS A NON-CURRENCY
000428*                 RATE TO.
000429* 2026-10-15 JKM  A PRIOR FIBGLEX BATCH THAT FAILED RECONCILIATION
000430*                 NOW BLOCKS THE RUN TOO - ITS LOAD IS HELD, SO IT
000431*                 HAS NOT REACHED THE LEDGER EITHER.
000432*----------------------------------------------------------------
000433 ENVIRONMENT DIVISION.
000434 CONFIGURATION SECTION.
000435 SOURCE-COMPUTER.   GNUCOBOL.
000440 OBJECT-COMPUTER.   GNUCOBOL.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000551     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS WS-RUNLOG-STATUS.

000554     SELECT OPTIONAL COST-CENTER-MASTER ASSIGN TO "CCFILE"
000555         ORGANIZATION IS INDEXED
000556         ACCESS MODE IS RANDOM
000557         RECORD KEY IS CCM-CODE
000558         FILE STATUS IS WS-CCM-STATUS.

000559     SELECT OPTIONAL RATE-MASTER ASSIGN TO "RATEFILE"
000560         ORGANIZATION IS INDEXED
000561         ACCESS MODE IS DYNAMIC
000562         RECORD KEY IS RM-RATE-KEY
000563         FILE STATUS IS WS-RATE-STATUS.

000564     SELECT OPTIONAL GL-XREF-MASTER ASSIGN TO "GLXFILE"
000565         ORGANIZATION IS INDEXED
000566         ACCESS MODE IS RANDOM
000567         RECORD KEY IS GLX-KEY
000568         FILE STATUS IS WS-GLX-STATUS.

000569     SELECT OPTIONAL RATE-USAGE-FILE ASSIGN TO "RATEUSE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000571         FILE STATUS IS WS-RUSE-STATUS.

000572     SELECT OPTIONAL BATCH-REGISTER ASSIGN TO "BATCHREG"
000573         ORGANIZATION IS INDEXED
000574         ACCESS MODE IS RANDOM
000575         RECORD KEY IS BCR-BATCH-ID
000576         FILE STATUS IS WS-BCR-STATUS.

000577     SELECT OPTIONAL CHARGEBACK-EXTRACT-FILE ASSIGN TO "FIBGLEX"
000578         ORGANIZATION IS LINE SEQUENTIAL
000579         FILE STATUS IS WS-CBX-STATUS.
000580 DATA DIVISION.
000581 FILE SECTION.
000582*----------------------------------------------------------------
000590* REPORT-FILE - PAGINATED FIBONACCI SEQUENCE REPORT.
000600*----------------------------------------------------------------
000610 FD  REPORT-FILE
000780     05  RP-LINES-PER-PAGE  PIC X(02).
000790     05  RP-LINES-PER-PAGE-N REDEFINES RP-LINES-PER-PAGE
000800                            PIC 9(02).
000806     05  RP-CHG-RATE-CODE   PIC X(04).
000812     05  FILLER             PIC X(05).

000820*----------------------------------------------------------------
000830* REQUEST-FILE - ONE SEQUENCE REQUEST PER RECORD. WHEN THE
000840*     FILE IS PRESENT THE RUN PRODUCES EVERY REQUEST IN ONE
000850*     EXECUTION INSTEAD OF ONE SEQUENCE PER SUBMISSION.
000854*     THE COST CENTER IS THE ONE CHARGED FOR THE REQUEST.
000860*----------------------------------------------------------------
000870 FD  REQUEST-FILE
000880     RECORDING MODE IS F.
000920     05  FR-TERM-COUNT      PIC X(03).
000930     05  FR-TERM-COUNT-N REDEFINES FR-TERM-COUNT
000940                            PIC 9(03).
000943     05  FR-COST-CENTER     PIC X(04).
000946     05  FILLER             PIC X(05).

000951*----------------------------------------------------------------
000952* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
000959     RECORDING MODE IS F.
000960 01  RUN-LOG-RECORD         PIC X(59).

000961*----------------------------------------------------------------
000962* COST-CENTER-MASTER - COST CENTERS KEYED BY CODE, MAINTAINED
000963*     BY CCMNT. LAYOUT MUST AGREE WITH THE CC-MASTER FD IN
000964*     CCMNT AND CALCULATOR.
000965*----------------------------------------------------------------
000966 FD  COST-CENTER-MASTER
000967     RECORDING MODE IS F.
000968 01  CC-MASTER-RECORD.
000969     05  CCM-CODE           PIC X(04).
000970     05  CCM-DESCRIPTION    PIC X(20).
000971     05  CCM-STATUS         PIC X(01).
000972         88  CCM-ACTIVE         VALUE "A".
000973         88  CCM-INACTIVE       VALUE "I".
000974     05  CCM-RESP-DEPT      PIC X(04).
000975     05  CCM-MAINT-DATE     PIC 9(08).
000976     05  FILLER             PIC X(03).

000977*----------------------------------------------------------------
000978* RATE-MASTER - STANDING RATES KEYED BY RATE CODE PLUS
000979*     EFFECTIVE DATE, MAINTAINED BY RATEMNT. LAYOUT MUST AGREE
000980*     WITH THE RATE-MASTER FD IN RATEMNT AND CALCULATOR. THE
000981*     CHARGEBACK RATE IS A PRICE PER TERM PRODUCED.
000982*----------------------------------------------------------------
000983 FD  RATE-MASTER
000984     RECORDING MODE IS F.
000985 01  RATE-MASTER-RECORD.
000986     05  RM-RATE-KEY.
000987         10  RM-RATE-CODE   PIC X(04).
000988         10  RM-EFFECTIVE-DATE
000989                            PIC 9(08).
000990     05  RM-RATE-VALUE      PIC S9(4)V9(6)
000991                            SIGN IS LEADING SEPARATE.
000992     05  RM-RATE-VALUE-X REDEFINES RM-RATE-VALUE
000993                            PIC X(11).
000994     05  RM-STATUS          PIC X(01).
000995         88  RM-ACTIVE          VALUE "A".
000996         88  RM-INACTIVE        VALUE "I".
000997     05  RM-DESCRIPTION     PIC X(20).
000998     05  RM-MAINT-DATE      PIC 9(08).

000999*----------------------------------------------------------------
001000* GL-XREF-MASTER - DEBIT AND CREDIT ACCOUNTS KEYED BY COST
001001*     CENTER, OPERATION AND RATE CODE, MAINTAINED BY GLXMNT.
001002*     LAYOUT MUST AGREE WITH THE GL-XREF-MASTER FD IN
001003*     CALCULATOR.
001004*----------------------------------------------------------------
001005 FD  GL-XREF-MASTER
001006     RECORDING MODE IS F.
001007 01  GL-XREF-RECORD.
001008     05  GLX-KEY.
001009         10  GLX-COST-CENTER    PIC X(04).
001010         10  GLX-OPERATION      PIC X(01).
001011         10  GLX-RATE-CODE      PIC X(04).
001012     05  GLX-DEBIT-ACCOUNT  PIC X(10).
001013     05  GLX-CREDIT-ACCOUNT PIC X(10).
001014     05  GLX-STATUS         PIC X(01).
001015         88  GLX-ACTIVE         VALUE "A".
001016         88  GLX-INACTIVE       VALUE "I".
001017     05  GLX-DESCRIPTION    PIC X(20).
001018     05  GLX-MAINT-DATE     PIC 9(08).
001019     05  FILLER             PIC X(02).

001020*----------------------------------------------------------------
001021* RATE-USAGE-FILE - ONE RECORD APPENDED PER SUCCESSFUL RATE
001022*     RESOLUTION, CONSULTED BY RATEMNT BEFORE A DEACTIVATE.
001023*     LAYOUT MUST AGREE WITH THE RATE-USAGE-FILE FD IN RATEMNT.
001024*----------------------------------------------------------------
001025 FD  RATE-USAGE-FILE
001026     RECORDING MODE IS F.
001027 01  RATE-USAGE-RECORD      PIC X(32).

001028*----------------------------------------------------------------
001029* BATCH-REGISTER - ONE RECORD PER BATCH ID. THE CHARGEBACK
001030*     BATCH IS ADDED HERE RATHER THAN BY TRANEDIT. LAYOUT MUST
001031*     AGREE WITH THE BATCH-REGISTER FD IN TRANEDIT.
001032*----------------------------------------------------------------
001033 FD  BATCH-REGISTER
001034     RECORDING MODE IS F.
001035 01  BATCH-REGISTER-RECORD.
001036     05  BCR-BATCH-ID       PIC X(08).
001037     05  BCR-DEPARTMENT     PIC X(04).
001038     05  BCR-EXPECTED-COUNT PIC 9(07).
001039     05  BCR-HASH-TOTAL     PIC S9(11)V99
001040                            SIGN IS LEADING SEPARATE.
001041     05  BCR-STATUS         PIC X(01).
001042         88  BCR-EDITED         VALUE "E".
001043         88  BCR-EDIT-FAILED    VALUE "F".
001044         88  BCR-SORTED         VALUE "S".
001045         88  BCR-POSTING        VALUE "O".
001046         88  BCR-POSTED         VALUE "P".
001047         88  BCR-RECONCILED     VALUE "R".
001048         88  BCR-RECON-FAILED   VALUE "D".
001049         88  BCR-ALREADY-POSTED VALUE "P" "R" "D".
001050     05  BCR-EDIT-DATE      PIC 9(08).
001051     05  BCR-SORT-DATE      PIC 9(08).
001052     05  BCR-POST-DATE      PIC 9(08).
001053     05  BCR-RECON-DATE     PIC 9(08).
001054     05  BCR-CALC-COUNT     PIC 9(07).
001055     05  BCR-EXCP-COUNT     PIC 9(07).
001056     05  BCR-POST-TOTAL     PIC S9(9)V99
001057                            SIGN IS LEADING SEPARATE.
001058     05  BCR-POST-COUNT     PIC 9(03).
001059     05  BCR-OVERRIDE-BY    PIC X(08).
001060     05  FILLER             PIC X(17).

001061*----------------------------------------------------------------
001062* CHARGEBACK-EXTRACT-FILE - CHARGEBACK POSTINGS FOR THE GENERAL
001063*     LEDGER LOAD, IN THE GLEXTR FORMAT (GH/GD/GT LINES BELOW,
001064*     LAYOUTS AS IN CALCULATOR) SO THE SAME LOAD AND PROOF
001065*     APPLY. ONE GH/GT BRACKET PER REQUEST-FILE RUN. THE
001066*     FILE IS READ BACK BEFORE IT IS REPLACED - SEE 1150-CHECK-
001067*     PRIOR-EXTRACT.
001068*----------------------------------------------------------------
001069 FD  CHARGEBACK-EXTRACT-FILE
001070     RECORDING MODE IS F.
001071 01  CHARGEBACK-EXTRACT-RECORD
001072                            PIC X(80).
001073 01  CBX-PRIOR-RECORD.
001074     05  CBX-RECORD-TYPE    PIC X(02).
001075     05  CBX-BATCH-ID       PIC X(08).
001076     05  FILLER             PIC X(70).

001077 WORKING-STORAGE SECTION.
001078*----------------------------------------------------------------
001079* CALCULATION FIELDS
001080*----------------------------------------------------------------
001081 01  N                      PIC 9(3).
001082 01  FIB1                   PIC 9(8) VALUE 0.
001083 01  FIB2                   PIC 9(8) VALUE 1.
001084 01  FIB3                   PIC 9(8).
001085 01  I                      PIC 9(3).
001086 01  RESULT                 PIC Z(7)9.

001087*----------------------------------------------------------------
001088* SWITCHES AND CONDITION NAMES
001089*----------------------------------------------------------------
001090 77  WS-OVERFLOW-SW         PIC X(01) VALUE "N".
001100     88  SEQUENCE-OVERFLOW      VALUE "Y".

001150 77  WS-REQ-EOF-SW          PIC X(01) VALUE "N".
001160     88  REQUESTS-DONE          VALUE "Y".

001163 77  WS-CCM-AVAIL-SW        PIC X(01) VALUE "N".
001166     88  CC-MASTER-AVAILABLE    VALUE "Y".

001167 77  WS-GLX-AVAIL-SW        PIC X(01) VALUE "N".
001168     88  GL-XREF-AVAILABLE      VALUE "Y".

001169 77  WS-GLX-FOUND-SW        PIC X(01) VALUE "N".
001170     88  GL-MAPPING-FOUND       VALUE "Y".

001171 77  WS-CHG-RATE-SW         PIC X(01) VALUE "N".
001172     88  CHARGE-RATE-RESOLVED   VALUE "Y".

001173 77  WS-RATE-ROW-SW         PIC X(01) VALUE "N".
001174     88  RATE-CODE-ON-FILE      VALUE "Y".

001175 77  WS-RATE-SEL-SW         PIC X(01) VALUE "N".
001176     88  RATE-ROW-SELECTED      VALUE "Y".

001177 77  WS-RATE-SCAN-SW        PIC X(01) VALUE "N".
001178     88  RATE-SCAN-DONE         VALUE "Y".

001179 77  WS-CBX-EOF-SW          PIC X(01) VALUE "N".
001180     88  PRIOR-EXTRACT-DONE     VALUE "Y".

001181 77  WS-CB-FREE-SW          PIC X(01) VALUE "N".
001182     88  CHG-BATCH-ID-FREE      VALUE "Y".

001183*----------------------------------------------------------------
001184* FILE STATUS FIELDS
001190*----------------------------------------------------------------
001200 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001210 77  WS-RUNPARM-STATUS      PIC X(02) VALUE SPACES.
001220 77  WS-REQUEST-STATUS      PIC X(02) VALUE SPACES.
001221 77  WS-CCM-STATUS          PIC X(02) VALUE SPACES.
001222 77  WS-RATE-STATUS         PIC X(02) VALUE SPACES.
001223 77  WS-GLX-STATUS          PIC X(02) VALUE SPACES.
001224 77  WS-RUSE-STATUS         PIC X(02) VALUE SPACES.
001225 77  WS-CBX-STATUS          PIC X(02) VALUE SPACES.
001227 77  WS-BCR-STATUS          PIC X(02) VALUE SPACES.

001230*----------------------------------------------------------------
001240* PAGINATION COUNTERS
001330*----------------------------------------------------------------
001340 77  WS-SUM-COUNT           PIC 9(3)  COMP VALUE ZERO.
001350 77  WS-SUM-IX              PIC 9(3)  COMP VALUE ZERO.
001354 77  WS-REJECT-COUNT        PIC 9(3)  COMP VALUE ZERO.
001360 01  WS-SUMMARY-TABLE.
001370     05  WS-SUM-ENTRY OCCURS 100 TIMES.
001380         10  WS-SUM-ID          PIC X(08).
001390         10  WS-SUM-REQUESTER   PIC X(20).
001400         10  WS-SUM-TERMS       PIC 9(03).
001410         10  WS-SUM-STATUS      PIC X(12).
001412         10  WS-SUM-CC          PIC X(04).
001414         10  WS-SUM-CHARGE      PIC S9(6)V99.
001416         10  WS-SUM-REASON      PIC X(15).

001417*----------------------------------------------------------------
001418* CHARGEBACK PRICING AND POSTING FIELDS. THE RATE CODE COMES
001419*     FROM RUNPARMS WHEN GIVEN; ITS RATE IN FORCE ON THE RUN
001420*     DATE IS RESOLVED ONCE PER RUN. THE EXTRACT BATCH ID IS
001421*     FB PLUS THE RUN DATE AS YYDDD PLUS A RUN NUMBER 1-9 -
001422*     THE FIRST NOT ALREADY ON THE BATCH REGISTER.
001423*----------------------------------------------------------------
001424 77  WS-CHG-RATE-CODE       PIC X(04) VALUE "FIBC".
001425 77  WS-CHG-RATE            PIC S9(4)V99 VALUE ZERO.
001426 77  WS-CHG-RATE-REASON     PIC X(15) VALUE SPACES.
001427 77  WS-REQ-REASON          PIC X(15) VALUE SPACES.
001428 77  WS-REQ-CC-DESC         PIC X(20) VALUE SPACES.
001429 77  WS-REQ-CHARGE          PIC S9(6)V99 VALUE ZERO.
001430 77  WS-DEBIT-ACCOUNT       PIC X(10) VALUE SPACES.
001431 77  WS-CREDIT-ACCOUNT      PIC X(10) VALUE SPACES.
001432 77  WS-GLX-TRY             PIC 9(1)  COMP VALUE ZERO.
001433 77  WS-CHG-COUNT           PIC 9(5)  COMP VALUE ZERO.
001434 77  WS-CHG-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
001435 77  WS-CHG-TERMS           PIC 9(6)  COMP VALUE ZERO.
001436 01  WS-SEL-RATE-X          PIC X(11) VALUE SPACES.
001437 01  WS-SEL-RATE-N REDEFINES WS-SEL-RATE-X
001438                            PIC S9(4)V9(6)
001439                            SIGN IS LEADING SEPARATE.
001440 77  WS-SEL-RATE-STATUS     PIC X(01) VALUE SPACES.
001441 77  WS-CB-TRY              PIC 9(2)  COMP VALUE ZERO.
001442 01  WS-CHG-BATCH-ID.
001443     05  FILLER             PIC X(02) VALUE "FB".
001444     05  WS-CB-YYDDD        PIC 9(05).
001445     05  WS-CB-RUN-NO       PIC 9(01).

001446*----------------------------------------------------------------
001447* CHARGEBACK TABLE - ONE ENTRY PER COST CENTER CHARGED, IN
001448*     FIRST-CHARGED ORDER, FOR THE SUMMARY PAGE. IT CANNOT
001449*     OUTGROW THE REQUEST TABLE, SO IT IS SIZED THE SAME.
001450*----------------------------------------------------------------
001451 77  WS-CB-COUNT            PIC 9(3)  COMP VALUE ZERO.
001452 77  WS-CB-IX               PIC 9(3)  COMP VALUE ZERO.
001453 77  WS-CB-FOUND-IX         PIC 9(3)  COMP VALUE ZERO.
001454 01  WS-CHARGEBACK-TABLE.
001455     05  WS-CB-ENTRY OCCURS 100 TIMES.
001456         10  WS-CB-CC           PIC X(04).
001457         10  WS-CB-DESC         PIC X(20).
001458         10  WS-CB-REQUESTS     PIC 9(03).
001459         10  WS-CB-TERMS        PIC 9(06).
001460         10  WS-CB-AMOUNT       PIC S9(9)V99.

001461*----------------------------------------------------------------
001462* RATE USAGE AND CHARGEBACK EXTRACT RECORD IMAGES - LAYOUTS
001463*     AS THE RUS AND GXH/GXD/GXT LINES IN CALCULATOR.
001464*----------------------------------------------------------------
001465 01  RUS-LINE.
001466     05  RUS-RATE-CODE      PIC X(04).
001467     05  FILLER             PIC X(01) VALUE SPACES.
001468     05  RUS-USE-DATE       PIC 9(08).
001469     05  FILLER             PIC X(01) VALUE SPACES.
001470     05  RUS-BATCH-ID       PIC X(08).
001471     05  FILLER             PIC X(01) VALUE SPACES.
001472     05  RUS-SEQ-NO         PIC 9(09).

001473 01  GXH-LINE.
001474     05  GXH-RECORD-TYPE    PIC X(02)  VALUE "GH".
001475     05  GXH-BATCH-ID       PIC X(08).
001476     05  GXH-RUN-DATE       PIC 9(08).
001477     05  FILLER             PIC X(62)  VALUE SPACES.

001478 01  GXD-LINE.
001479     05  GXD-RECORD-TYPE    PIC X(02)  VALUE "GD".
001480     05  GXD-SEQ-NO         PIC 9(09).
001481     05  GXD-COST-CENTER    PIC X(04).
001482     05  GXD-RESULT         PIC S9(6)V99
001483                            SIGN IS LEADING SEPARATE.
001484     05  GXD-RUN-DATE       PIC 9(08).
001485     05  GXD-BATCH-ID       PIC X(08).
001486     05  GXD-DR-CR          PIC X(01).
001487     05  GXD-GL-ACCOUNT     PIC X(10).
001488     05  GXD-CURRENCY       PIC X(03)  VALUE SPACES.
001489     05  GXD-FX-AMOUNT      PIC S9(6)V99
001490                            SIGN IS LEADING SEPARATE.
001491     05  GXD-FX-RATE        PIC S9(4)V9(6)
001492                            SIGN IS LEADING SEPARATE
001493                            VALUE 1.
001494     05  FILLER             PIC X(06)  VALUE SPACES.

001495 01  GXT-LINE.
001496     05  GXT-RECORD-TYPE    PIC X(02)  VALUE "GT".
001497     05  GXT-RECORD-COUNT   PIC 9(07).
001498     05  GXT-AMOUNT-TOTAL   PIC S9(9)V99
001499                            SIGN IS LEADING SEPARATE.
001500     05  GXT-LINE-COUNT     PIC 9(07).
001501     05  FILLER             PIC X(52)  VALUE SPACES.

001502*----------------------------------------------------------------
001503* RUN DATE
001504*----------------------------------------------------------------
001505 01  WS-CURRENT-DATE.
001506     05  WS-CD-YYYY         PIC 9(4).
001507     05  WS-CD-MM           PIC 9(2).
001508     05  WS-CD-DD           PIC 9(2).

001509 01  WS-RUN-DATE-EDIT.
001510     05  WS-RD-YYYY         PIC 9(4).
001511     05  FILLER             PIC X(01) VALUE "-".
001520     05  WS-RD-MM           PIC 9(2).
001530     05  FILLER             PIC X(01) VALUE "-".
001540     05  WS-RD-DD           PIC 9(2).
001960     05  FILLER             PIC X(80) VALUE "RUN SUMMARY".

001970 01  RPT-SUMMARY-HEADER.
001980     05  FILLER             PIC X(44) VALUE
001990         "REQUEST   REQUESTER             TERMS STATUS".
001993     05  FILLER             PIC X(36) VALUE
001996         "     CC       CHARGE REASON".

002000 01  RPT-SUMMARY-LINE.
002010     05  RS-REQUEST-ID      PIC X(08).
002050     05  RS-TERMS           PIC ZZZ9.
002060     05  FILLER             PIC X(01) VALUE SPACES.
002070     05  RS-STATUS          PIC X(12).
002071     05  FILLER             PIC X(01) VALUE SPACES.
002072     05  RS-COST-CENTER     PIC X(04).
002073     05  FILLER             PIC X(01) VALUE SPACES.
002074     05  RS-CHARGE          PIC Z(6)9.99.
002075     05  FILLER             PIC X(01) VALUE SPACES.
002076     05  RS-REASON          PIC X(15).

002077 01  RPT-CHG-RATE-LINE.
002078     05  FILLER             PIC X(16) VALUE "CHARGEBACK RATE ".
002079     05  RR-RATE-CODE       PIC X(04).
002080     05  FILLER             PIC X(01) VALUE SPACES.
002081     05  RR-RATE            PIC Z(3)9.99.
002082     05  FILLER             PIC X(09) VALUE " PER TERM".
002083     05  FILLER             PIC X(01) VALUE SPACES.
002084     05  RR-REASON          PIC X(15).
002085     05  FILLER             PIC X(27) VALUE SPACES.

002086 01  RPT-CHG-TITLE.
002087     05  FILLER             PIC X(80) VALUE
002088         "CHARGEBACK BY COST CENTER".

002089 01  RPT-CHG-HEADER.
002090     05  FILLER             PIC X(80) VALUE
002091         "CC   DESCRIPTION          REQUESTS  TERMS       AMOUNT".

002092 01  RPT-CHG-LINE.
002093     05  RB-COST-CENTER     PIC X(04).
002094     05  FILLER             PIC X(01) VALUE SPACES.
002095     05  RB-DESC            PIC X(20).
002096     05  FILLER             PIC X(01) VALUE SPACES.
002097     05  RB-REQUESTS        PIC Z(7)9.
002098     05  FILLER             PIC X(01) VALUE SPACES.
002099     05  RB-TERMS           PIC Z(5)9.
002100     05  FILLER             PIC X(01) VALUE SPACES.
002101     05  RB-AMOUNT          PIC Z(8)9.99.
002102     05  FILLER             PIC X(26) VALUE SPACES.

002103*----------------------------------------------------------------
002104* RUN-LOG STATE AND RECORD IMAGE - SEE 9800-WRITE-RUN-LOG.
002105*----------------------------------------------------------------
002106 77  WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
002107 77  WS-RUNLOG-TYPE         PIC X(01) VALUE "S".
002108 77  WS-RUN-STATUS          PIC X(06) VALUE SPACES.
002109 77  WS-RLG-DATE            PIC 9(08) VALUE ZERO.
002110 01  WS-RLG-TIME.
002111     05  WS-RLG-HHMMSS      PIC 9(06).
002112     05  FILLER             PIC 9(02).
002113 01  RLG-LINE.
002114     05  RLG-PROGRAM-ID     PIC X(10) VALUE "FIBONACCI ".
002115     05  FILLER             PIC X(01) VALUE SPACES.
002116     05  RLG-RECORD-TYPE    PIC X(01).
002117     05  FILLER             PIC X(01) VALUE SPACES.
002118     05  RLG-DATE           PIC 9(08).
002119     05  FILLER             PIC X(01) VALUE SPACES.
002120     05  RLG-TIME           PIC 9(06).
002121     05  FILLER             PIC X(01) VALUE SPACES.
002122     05  RLG-INPUT-COUNT    PIC 9(07).
002123     05  FILLER             PIC X(01) VALUE SPACES.
002124     05  RLG-OUTPUT-COUNT   PIC 9(07).
002125     05  FILLER             PIC X(01) VALUE SPACES.
002126     05  RLG-EXCP-COUNT     PIC 9(07).
002127     05  FILLER             PIC X(01) VALUE SPACES.
002128     05  RLG-END-STATUS     PIC X(06).

002129 PROCEDURE DIVISION.
002130*----------------------------------------------------------------
002131* MAIN-PROCEDURE
002132*     PROMPTS THE OPERATOR FOR THE NUMBER OF TERMS TO COMPUTE,
002133*     THEN DISPLAYS AND REPORTS THAT MANY TERMS OF THE
002140*     FIBONACCI SEQUENCE.
002150*----------------------------------------------------------------
002160 MAIN-PROCEDURE.
002180     PERFORM 0600-CHECK-REQUEST-FILE THRU 0600-EXIT.
002190     IF REQUEST-MODE
002200         PERFORM 1000-OPEN-REPORT-FILE THRU 1000-EXIT
002204         PERFORM 1100-OPEN-CHARGEBACK THRU 1100-EXIT
002210         PERFORM 0800-PROCESS-REQUEST THRU 0800-EXIT
002220             UNTIL REQUESTS-DONE
002230         PERFORM 0900-WRITE-RUN-SUMMARY THRU 0900-EXIT
002234         PERFORM 0990-WRITE-EXTRACT-TRAILER THRU 0990-EXIT
002240     ELSE
002250         IF NOT N-SUPPLIED
002260             DISPLAY "Enter number of terms: "
002330     END-IF.
002340     PERFORM 9000-CLOSE-REPORT-FILE THRU 9000-EXIT.
002341     MOVE "E" TO WS-RUNLOG-TYPE.
002342     IF SEQUENCE-OVERFLOW OR WS-REJECT-COUNT > ZERO
002343         MOVE "ERRORS" TO WS-RUN-STATUS
002344     ELSE
002345         MOVE "CLEAN" TO WS-RUN-STATUS
002680*     PRODUCES ONE REQUESTED SEQUENCE - ITS OWN PAGE HEADERS,
002690*     THEN THE TERMS - AND RECORDS ITS OUTCOME FOR THE RUN
002700*     SUMMARY. A REQUEST WHOSE TERM COUNT IS NOT NUMERIC IS
002710*     RECORDED AS REJECTED AND THE RUN MOVES ON, AS IS ONE THAT
002713*     CANNOT BE CHARGED (SEE 0850-EDIT-CHARGEBACK). A REQUEST
002716*     THAT COMPLETES IS CHARGED; ONE THAT OVERFLOWS IS NOT.
002720*----------------------------------------------------------------
002730 0800-PROCESS-REQUEST.
002740     IF WS-SUM-COUNT >= 100
002780     ADD 1 TO WS-SUM-COUNT.
002790     MOVE FR-REQUEST-ID TO WS-SUM-ID (WS-SUM-COUNT).
002800     MOVE FR-REQUESTER  TO WS-SUM-REQUESTER (WS-SUM-COUNT).
002802     MOVE FR-COST-CENTER TO WS-SUM-CC (WS-SUM-COUNT).
002804     MOVE ZERO TO WS-SUM-CHARGE (WS-SUM-COUNT).
002806     MOVE SPACES TO WS-SUM-REASON (WS-SUM-COUNT).
002810     IF FR-TERM-COUNT-N IS NOT NUMERIC
002815         MOVE "BAD TERM COUNT" TO WS-REQ-REASON
002820         GO TO 0800-REJECT
002825     END-IF.
002830     PERFORM 0850-EDIT-CHARGEBACK THRU 0850-EXIT.
002835     IF WS-REQ-REASON NOT = SPACES
002840         GO TO 0800-REJECT
002850     END-IF.
002860     MOVE FR-TERM-COUNT-N TO N.
002870     PERFORM 1500-WRITE-PAGE-HEADER THRU 1500-EXIT.
002890     MOVE WS-TERMS-PRODUCED TO WS-SUM-TERMS (WS-SUM-COUNT).
002900     IF SEQUENCE-OVERFLOW
002910         MOVE "OVERFLOW" TO WS-SUM-STATUS (WS-SUM-COUNT)
002914         MOVE "NOT CHARGED" TO WS-SUM-REASON (WS-SUM-COUNT)
002920     ELSE
002930         MOVE "COMPLETE" TO WS-SUM-STATUS (WS-SUM-COUNT)
002934         PERFORM 0870-POST-CHARGE THRU 0870-EXIT
002940     END-IF.
002941     GO TO 0800-READ-NEXT.
002942 0800-REJECT.
002943     MOVE ZERO TO WS-SUM-TERMS (WS-SUM-COUNT).
002944     MOVE "REJECTED" TO WS-SUM-STATUS (WS-SUM-COUNT).
002945     MOVE WS-REQ-REASON TO WS-SUM-REASON (WS-SUM-COUNT).
002946     ADD 1 TO WS-REJECT-COUNT.
002950 0800-READ-NEXT.
002960     PERFORM 0700-READ-REQUEST THRU 0700-EXIT.
002970 0800-EXIT.
002980     EXIT.

002981*----------------------------------------------------------------
002982* 0850-EDIT-CHARGEBACK
002983*     CHECKS THAT THE REQUEST CAN BE CHARGED BEFORE IT IS
002984*     PRODUCED, LEAVING WS-REQ-REASON BLANK IF IT CAN. THE COST
002985*     CENTER IS REQUIRED AND IS EDITED AGAINST THE MASTER AS
002986*     TRANEDIT DOES, EXCEPT THAT AN INACTIVE CENTER IS REFUSED
002987*     OUTRIGHT - CALCULATOR WOULD NOT POST TO IT EITHER. WITH
002988*     NO MASTER ON FILE THE LOOKUP IS BYPASSED. THE RUN'S
002989*     CHARGE RATE MUST HAVE RESOLVED, THE CHARGE (TERMS
002990*     REQUESTED AT THE RATE PER TERM) MUST FIT THE EXTRACT, AND
002991*     THE CENTER MUST HAVE A GL MAPPING.
002992*----------------------------------------------------------------
002993 0850-EDIT-CHARGEBACK.
002994     MOVE SPACES TO WS-REQ-REASON.
002995     MOVE SPACES TO WS-REQ-CC-DESC.
002996     IF FR-COST-CENTER = SPACES
002997         MOVE "NO COST CENTER" TO WS-REQ-REASON
002998         GO TO 0850-EXIT.
002999     IF NOT CC-MASTER-AVAILABLE
003000         GO TO 0850-CHECK-RATE.
003001     MOVE FR-COST-CENTER TO CCM-CODE.
003002     READ COST-CENTER-MASTER
003003         INVALID KEY
003004             MOVE "CC NOT ON FILE" TO WS-REQ-REASON
003005             GO TO 0850-EXIT
003006     END-READ.
003007     IF NOT CCM-ACTIVE
003008         MOVE "CC INACTIVE" TO WS-REQ-REASON
003009         GO TO 0850-EXIT
003010     END-IF.
003011     MOVE CCM-DESCRIPTION TO WS-REQ-CC-DESC.
003012 0850-CHECK-RATE.
003013     IF NOT CHARGE-RATE-RESOLVED
003014         MOVE WS-CHG-RATE-REASON TO WS-REQ-REASON
003015         GO TO 0850-EXIT
003016     END-IF.
003017     COMPUTE WS-REQ-CHARGE = FR-TERM-COUNT-N * WS-CHG-RATE
003018         ON SIZE ERROR
003019             MOVE "CHARGE TOO BIG" TO WS-REQ-REASON
003020             GO TO 0850-EXIT
003021     END-COMPUTE.
003022     PERFORM 0860-RESOLVE-GL-ACCOUNTS THRU 0860-EXIT.
003023 0850-EXIT.
003024     EXIT.

003025*----------------------------------------------------------------
003026* 0860-RESOLVE-GL-ACCOUNTS
003027*     THE DEBIT AND CREDIT ACCOUNTS FOR THE CHARGE, FROM THE
003028*     CENTER'S MAPPING FOR THE CHARGEBACK RATE CODE OR, FAILING
003029*     THAT, ITS CATCH-ALL - THE TWO LEVELS OF CALCULATOR'S
003030*     SEARCH THAT APPLY WITH NO OPERATION. AN INACTIVE MAPPING
003031*     IS PASSED OVER. WITH NO CROSS-REFERENCE ON FILE THE
003032*     ACCOUNTS GO OUT BLANK, AS IN CALCULATOR.
003033*----------------------------------------------------------------
003034 0860-RESOLVE-GL-ACCOUNTS.
003035     MOVE SPACES TO WS-DEBIT-ACCOUNT.
003036     MOVE SPACES TO WS-CREDIT-ACCOUNT.
003037     IF NOT GL-XREF-AVAILABLE
003038         GO TO 0860-EXIT.
003039     MOVE "N" TO WS-GLX-FOUND-SW.
003040     MOVE ZERO TO WS-GLX-TRY.
003041     PERFORM 0865-TRY-GL-KEY THRU 0865-EXIT
003042         UNTIL GL-MAPPING-FOUND
003043            OR WS-GLX-TRY >= 2.
003044     IF NOT GL-MAPPING-FOUND
003045         MOVE "NO GL MAPPING" TO WS-REQ-REASON
003046     END-IF.
003047 0860-EXIT.
003048     EXIT.

003049*----------------------------------------------------------------
003050* 0865-TRY-GL-KEY
003051*----------------------------------------------------------------
003052 0865-TRY-GL-KEY.
003053     ADD 1 TO WS-GLX-TRY.
003054     MOVE FR-COST-CENTER TO GLX-COST-CENTER.
003055     MOVE SPACES TO GLX-OPERATION.
003056     IF WS-GLX-TRY = 1
003057         MOVE WS-CHG-RATE-CODE TO GLX-RATE-CODE
003058     ELSE
003059         MOVE SPACES TO GLX-RATE-CODE
003060     END-IF.
003061     READ GL-XREF-MASTER
003062         INVALID KEY
003063             GO TO 0865-EXIT
003064     END-READ.
003065     IF NOT GLX-ACTIVE
003066         GO TO 0865-EXIT.
003067     SET GL-MAPPING-FOUND TO TRUE.
003068     MOVE GLX-DEBIT-ACCOUNT  TO WS-DEBIT-ACCOUNT.
003069     MOVE GLX-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT.
003070 0865-EXIT.
003071     EXIT.

003072*----------------------------------------------------------------
003073* 0870-POST-CHARGE
003074*     CHARGES A COMPLETED REQUEST - A BALANCED PAIR OF GD LINES
003075*     (DEBIT, THEN CREDIT) CARRYING THE REQUEST'S POSITION IN
003076*     THE FILE AS ITS SEQUENCE NUMBER, AND THE CHARGE ADDED TO
003077*     ITS CENTER'S LINE ON THE SUMMARY PAGE. A REQUEST FOR NO
003078*     TERMS COSTS NOTHING AND POSTS NOTHING.
003079*----------------------------------------------------------------
003080 0870-POST-CHARGE.
003081     IF WS-REQ-CHARGE = ZERO
003082         GO TO 0870-EXIT.
003083     MOVE WS-REQ-CHARGE TO WS-SUM-CHARGE (WS-SUM-COUNT).
003084     MOVE WS-SUM-COUNT      TO GXD-SEQ-NO.
003085     MOVE FR-COST-CENTER    TO GXD-COST-CENTER.
003086     MOVE WS-REQ-CHARGE     TO GXD-RESULT.
003087     MOVE WS-REQ-CHARGE     TO GXD-FX-AMOUNT.
003088     MOVE WS-CURRENT-DATE   TO GXD-RUN-DATE.
003089     MOVE WS-CHG-BATCH-ID   TO GXD-BATCH-ID.
003090     MOVE "D"               TO GXD-DR-CR.
003091     MOVE WS-DEBIT-ACCOUNT  TO GXD-GL-ACCOUNT.
003092     WRITE CHARGEBACK-EXTRACT-RECORD FROM GXD-LINE.
003093     MOVE "C"               TO GXD-DR-CR.
003094     MOVE WS-CREDIT-ACCOUNT TO GXD-GL-ACCOUNT.
003095     WRITE CHARGEBACK-EXTRACT-RECORD FROM GXD-LINE.
003096     ADD 1 TO WS-CHG-COUNT.
003097     ADD WS-REQ-CHARGE TO WS-CHG-TOTAL.
003098     ADD WS-TERMS-PRODUCED TO WS-CHG-TERMS.
003099     PERFORM 0880-FIND-CHARGE-CC THRU 0880-EXIT.
003100     ADD 1 TO WS-CB-REQUESTS (WS-CB-FOUND-IX).
003101     ADD WS-TERMS-PRODUCED TO WS-CB-TERMS (WS-CB-FOUND-IX).
003102     ADD WS-REQ-CHARGE TO WS-CB-AMOUNT (WS-CB-FOUND-IX).
003103 0870-EXIT.
003104     EXIT.

003105*----------------------------------------------------------------
003106* 0880-FIND-CHARGE-CC
003107*     LOCATES - OR CLAIMS AND ZEROES - THE CHARGEBACK TABLE
003108*     ENTRY FOR THE REQUEST'S COST CENTER, LEAVING ITS INDEX IN
003109*     WS-CB-FOUND-IX.
003110*----------------------------------------------------------------
003111 0880-FIND-CHARGE-CC.
003112     MOVE ZERO TO WS-CB-FOUND-IX.
003113     MOVE ZERO TO WS-CB-IX.
003114     PERFORM 0885-CHECK-CHARGE-CC THRU 0885-EXIT
003115         UNTIL WS-CB-FOUND-IX > ZERO
003116            OR WS-CB-IX >= WS-CB-COUNT.
003117     IF WS-CB-FOUND-IX > ZERO
003118         GO TO 0880-EXIT.
003119     ADD 1 TO WS-CB-COUNT.
003120     MOVE WS-CB-COUNT TO WS-CB-FOUND-IX.
003121     MOVE FR-COST-CENTER TO WS-CB-CC (WS-CB-FOUND-IX).
003122     MOVE WS-REQ-CC-DESC TO WS-CB-DESC (WS-CB-FOUND-IX).
003123     MOVE ZERO TO WS-CB-REQUESTS (WS-CB-FOUND-IX).
003124     MOVE ZERO TO WS-CB-TERMS (WS-CB-FOUND-IX).
003125     MOVE ZERO TO WS-CB-AMOUNT (WS-CB-FOUND-IX).
003126 0880-EXIT.
003127     EXIT.

003128*----------------------------------------------------------------
003129* 0885-CHECK-CHARGE-CC
003130*----------------------------------------------------------------
003131 0885-CHECK-CHARGE-CC.
003132     ADD 1 TO WS-CB-IX.
003133     IF WS-CB-CC (WS-CB-IX) = FR-COST-CENTER
003134         MOVE WS-CB-IX TO WS-CB-FOUND-IX
003135     END-IF.
003136 0885-EXIT.
003137     EXIT.

003138*----------------------------------------------------------------
003139* 0900-WRITE-RUN-SUMMARY
003140*     THE RUN SUMMARY PAGE - ONE LINE PER REQUEST WITH ITS
003141*     TERM COUNT PRODUCED AND WHETHER IT COMPLETED, HIT THE
003142*     OVERFLOW STOP, OR WAS REJECTED, WITH ITS CHARGE OR WHY
003143*     IT WAS NOT CHARGED - FOLLOWED BY THE CHARGEBACK TOTALS
003144*     BY COST CENTER.
003145*----------------------------------------------------------------
003146 0900-WRITE-RUN-SUMMARY.
003147     ADD 1 TO WS-PAGE-COUNT.
003148     MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
003149     MOVE WS-PAGE-COUNT    TO RH-PAGE-NO.
003150     WRITE REPORT-RECORD FROM RPT-HEADER-1.
003151     WRITE REPORT-RECORD FROM RPT-SUMMARY-TITLE.
003152     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
003153     WRITE REPORT-RECORD FROM RPT-SUMMARY-HEADER.
003154     MOVE ZERO TO WS-SUM-IX.
003155     PERFORM 0950-WRITE-SUMMARY-LINE THRU 0950-EXIT
003156         UNTIL WS-SUM-IX >= WS-SUM-COUNT.
003157     PERFORM 0960-WRITE-CHARGEBACK THRU 0960-EXIT.
003160 0900-EXIT.
003170     EXIT.

003240     MOVE WS-SUM-REQUESTER (WS-SUM-IX) TO RS-REQUESTER.
003250     MOVE WS-SUM-TERMS (WS-SUM-IX)     TO RS-TERMS.
003260     MOVE WS-SUM-STATUS (WS-SUM-IX)    TO RS-STATUS.
003262     MOVE WS-SUM-CC (WS-SUM-IX)        TO RS-COST-CENTER.
003264     MOVE WS-SUM-CHARGE (WS-SUM-IX)    TO RS-CHARGE.
003266     MOVE WS-SUM-REASON (WS-SUM-IX)    TO RS-REASON.
003270     WRITE REPORT-RECORD FROM RPT-SUMMARY-LINE.
003280 0950-EXIT.
003290     EXIT.

003291*----------------------------------------------------------------
003292* 0960-WRITE-CHARGEBACK
003293*     THE CHARGEBACK SECTION OF THE SUMMARY PAGE - THE RATE
003294*     APPLIED (OR WHY NONE COULD BE), ONE LINE PER COST CENTER
003295*     CHARGED, AND THE RUN TOTAL, WHICH AGREES WITH THE GT
003296*     TRAILER ON THE CHARGEBACK EXTRACT.
003297*----------------------------------------------------------------
003298 0960-WRITE-CHARGEBACK.
003299     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
003300     MOVE WS-CHG-RATE-CODE   TO RR-RATE-CODE.
003301     MOVE WS-CHG-RATE        TO RR-RATE.
003302     MOVE WS-CHG-RATE-REASON TO RR-REASON.
003303     WRITE REPORT-RECORD FROM RPT-CHG-RATE-LINE.
003304     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
003305     WRITE REPORT-RECORD FROM RPT-CHG-TITLE.
003306     WRITE REPORT-RECORD FROM RPT-CHG-HEADER.
003307     MOVE ZERO TO WS-CB-IX.
003308     PERFORM 0970-WRITE-CHARGEBACK-LINE THRU 0970-EXIT
003309         UNTIL WS-CB-IX >= WS-CB-COUNT.
003310     MOVE "ALL "           TO RB-COST-CENTER.
003311     MOVE "TOTAL CHARGED"  TO RB-DESC.
003312     MOVE WS-CHG-COUNT     TO RB-REQUESTS.
003313     MOVE WS-CHG-TERMS     TO RB-TERMS.
003314     MOVE WS-CHG-TOTAL     TO RB-AMOUNT.
003318     WRITE REPORT-RECORD FROM RPT-CHG-LINE.
003319 0960-EXIT.
003320     EXIT.

003321*----------------------------------------------------------------
003322* 0970-WRITE-CHARGEBACK-LINE
003323*----------------------------------------------------------------
003324 0970-WRITE-CHARGEBACK-LINE.
003325     ADD 1 TO WS-CB-IX.
003326     MOVE WS-CB-CC (WS-CB-IX)       TO RB-COST-CENTER.
003327     MOVE WS-CB-DESC (WS-CB-IX)     TO RB-DESC.
003328     MOVE WS-CB-REQUESTS (WS-CB-IX) TO RB-REQUESTS.
003329     MOVE WS-CB-TERMS (WS-CB-IX)    TO RB-TERMS.
003330     MOVE WS-CB-AMOUNT (WS-CB-IX)   TO RB-AMOUNT.
003331     WRITE REPORT-RECORD FROM RPT-CHG-LINE.
003332 0970-EXIT.
003333     EXIT.

003343*----------------------------------------------------------------
003344* 0990-WRITE-EXTRACT-TRAILER
003345*     CLOSES THE RUN'S CHARGEBACK BRACKET. THE RECORD COUNT IS
003346*     THE NUMBER OF REQUESTS CHARGED; THE LINE COUNT IS THE
003347*     NUMBER OF GD JOURNAL LINES, TWO PER CHARGE. THE BATCH IS
003348*     THEN MARKED POSTED ON THE REGISTER WITH THE RUN DATE, THE
003349*     REQUESTS CHARGED AND REJECTED AND THE TOTAL CHARGED, AS
003350*     CALCULATOR MARKS A BATCH IT CLOSES.
003351*----------------------------------------------------------------
003352 0990-WRITE-EXTRACT-TRAILER.
003353     MOVE WS-CHG-COUNT TO GXT-RECORD-COUNT.
003354     MOVE WS-CHG-TOTAL TO GXT-AMOUNT-TOTAL.
003355     COMPUTE GXT-LINE-COUNT = WS-CHG-COUNT * 2.
003356     WRITE CHARGEBACK-EXTRACT-RECORD FROM GXT-LINE.
003357     MOVE WS-CHG-BATCH-ID TO BCR-BATCH-ID.
003358     READ BATCH-REGISTER
003359         INVALID KEY
003360             DISPLAY "FATAL: Batch " WS-CHG-BATCH-ID
003361                 " no longer on BATCH-REGISTER"
003362             PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003363             STOP RUN
003364     END-READ.
003365     SET BCR-POSTED TO TRUE.
003366     MOVE WS-CURRENT-DATE TO BCR-POST-DATE.
003367     MOVE WS-CHG-COUNT    TO BCR-CALC-COUNT.
003368     MOVE WS-REJECT-COUNT TO BCR-EXCP-COUNT.
003369     MOVE WS-CHG-TOTAL    TO BCR-POST-TOTAL.
003370     REWRITE BATCH-REGISTER-RECORD.
003371     IF WS-BCR-STATUS NOT = "00"
003372         DISPLAY "FATAL: Cannot update BATCH-REGISTER, status "
003373             WS-BCR-STATUS
003374         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003375         STOP RUN
003376     END-IF.
003377 0990-EXIT.
003378     EXIT.

003379*----------------------------------------------------------------
003380* 3000-PRODUCE-SEQUENCE
003381*     PRODUCES ONE FULL SEQUENCE FOR THE CURRENT N, RESETTING
003382*     THE WORKING TERMS AND THE OVERFLOW SWITCH FIRST SO EACH
003383*     REQUEST STARTS CLEAN.
003384*----------------------------------------------------------------
003385 3000-PRODUCE-SEQUENCE.
003386     MOVE ZERO TO FIB1.
003387     MOVE 1    TO FIB2.
003390     MOVE "N"  TO WS-OVERFLOW-SW.
003400     MOVE ZERO TO WS-TERMS-PRODUCED.

003610*     APPLIES THE FIELDS THIS PROGRAM USES - THE TERM COUNT
003620*     AND LINES PER PAGE. ANYTHING ABSENT OR BLANK LEAVES THE
003630*     CONSOLE PROMPT AND THE COMPILED DEFAULT IN FORCE, SO AN
003640*     ATTENDED RUN BEHAVES EXACTLY AS BEFORE. THE CHARGEBACK
003644*     RATE CODE FOR A REQUEST-FILE RUN MAY ALSO BE GIVEN.
003650*----------------------------------------------------------------
003660 0500-GET-RUN-PARAMETERS.
003670     OPEN INPUT RUN-PARAMETER-FILE.
003830              AND RP-LINES-PER-PAGE-N > ZERO
003840                 MOVE RP-LINES-PER-PAGE-N TO WS-LINES-PER-PAGE
003850             END-IF
003852             IF RP-CHG-RATE-CODE NOT = SPACES
003854                 MOVE RP-CHG-RATE-CODE TO WS-CHG-RATE-CODE
003856             END-IF
003860     END-READ.
003870     CLOSE RUN-PARAMETER-FILE.
003880 0500-EXIT.
004080 1000-EXIT.
004090     EXIT.

004091*----------------------------------------------------------------
004092* 1100-OPEN-CHARGEBACK
004093*     REQUEST MODE ONLY. OPENS THE MASTERS THE CHARGEBACK IS
004094*     EDITED AND PRICED AGAINST, THE BATCH REGISTER AND THE
004095*     CHARGEBACK EXTRACT, TAKES THE RUN'S BATCH ID, RESOLVES
004096*     THE RUN'S CHARGE RATE AND WRITES THE EXTRACT HEADER.
004097*     WITH NO CCFILE OR GLXFILE ON FILE THOSE STEPS ARE
004098*     BYPASSED, AS IN CALCULATOR.
004099*----------------------------------------------------------------
004100 1100-OPEN-CHARGEBACK.
004101     OPEN INPUT COST-CENTER-MASTER.
004102     IF WS-CCM-STATUS NOT = "00" AND WS-CCM-STATUS NOT = "05"
004103         DISPLAY "FATAL: Cannot open COST-CENTER-MASTER, status "
004104             WS-CCM-STATUS
004105         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004106         STOP RUN
004107     END-IF.
004108     IF WS-CCM-STATUS = "00"
004109         SET CC-MASTER-AVAILABLE TO TRUE
004110     END-IF.
004111     OPEN INPUT RATE-MASTER.
004112     IF WS-RATE-STATUS NOT = "00" AND WS-RATE-STATUS NOT = "05"
004113         DISPLAY "FATAL: Cannot open RATE-MASTER, status "
004114             WS-RATE-STATUS
004115         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004116         STOP RUN
004117     END-IF.
004118     OPEN INPUT GL-XREF-MASTER.
004119     IF WS-GLX-STATUS NOT = "00" AND WS-GLX-STATUS NOT = "05"
004120         DISPLAY "FATAL: Cannot open GL-XREF-MASTER, status "
004121             WS-GLX-STATUS
004122         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004123         STOP RUN
004124     END-IF.
004125     IF WS-GLX-STATUS = "00"
004126         SET GL-XREF-AVAILABLE TO TRUE
004127     END-IF.
004128     OPEN EXTEND RATE-USAGE-FILE.
004129     IF WS-RUSE-STATUS NOT = "00" AND WS-RUSE-STATUS NOT = "05"
004130         DISPLAY "FATAL: Cannot open RATE-USAGE-FILE, status "
004131             WS-RUSE-STATUS
004132         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004133         STOP RUN
004134     END-IF.
004135     OPEN I-O BATCH-REGISTER.
004136     IF WS-BCR-STATUS NOT = "00" AND WS-BCR-STATUS NOT = "05"
004137         DISPLAY "FATAL: Cannot open BATCH-REGISTER, status "
004138             WS-BCR-STATUS
004139         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004140         STOP RUN
004141     END-IF.
004142     PERFORM 1150-CHECK-PRIOR-EXTRACT THRU 1150-EXIT.
004143     PERFORM 1160-ASSIGN-BATCH-ID THRU 1160-EXIT.
004144     OPEN OUTPUT CHARGEBACK-EXTRACT-FILE.
004145     IF WS-CBX-STATUS NOT = "00"
004146         DISPLAY "FATAL: Cannot open CHARGEBACK-EXTRACT-FILE, "
004147             "status " WS-CBX-STATUS
004148         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004149         STOP RUN
004150     END-IF.
004151     PERFORM 1200-RESOLVE-CHARGE-RATE THRU 1200-EXIT.
004152     MOVE WS-CHG-BATCH-ID TO GXH-BATCH-ID.
004153     MOVE WS-CURRENT-DATE TO GXH-RUN-DATE.
004154     WRITE CHARGEBACK-EXTRACT-RECORD FROM GXH-LINE.
004155 1100-EXIT.
004156     EXIT.

004157*----------------------------------------------------------------
004158* 1150-CHECK-PRIOR-EXTRACT
004159*     READS BACK THE EXTRACT LEFT BY THE LAST RUN BEFORE IT IS
004160*     REPLACED. A BATCH IN IT THE REGISTER SHOWS POSTED (NOT YET
004161*     THROUGH GLRECON) OR RECON FAILED (ITS LOAD IS HELD) HAS NOT
004162*     REACHED THE LEDGER, AND THE RUN IS REFUSED RATHER THAN LOSE
004163*     IT. NO EXTRACT, A BATCH STILL POSTING (A RUN THAT STOPPED
004164*     SHORT OF ITS TRAILER, WHICH GLRECON COULD NOT PROVE) OR ONE
004165*     NOT ON THE REGISTER (AN EXTRACT FROM BEFORE CHARGEBACKS
004166*     WERE REGISTERED) DOES NOT STOP THE RUN.
004167*----------------------------------------------------------------
004168 1150-CHECK-PRIOR-EXTRACT.
004169     OPEN INPUT CHARGEBACK-EXTRACT-FILE.
004170     IF WS-CBX-STATUS NOT = "00" AND WS-CBX-STATUS NOT = "05"
004171         DISPLAY "FATAL: Cannot open CHARGEBACK-EXTRACT-FILE, "
004172             "status " WS-CBX-STATUS
004173         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004174         STOP RUN
004175     END-IF.
004176     IF WS-CBX-STATUS = "05"
004177         CLOSE CHARGEBACK-EXTRACT-FILE
004178         GO TO 1150-EXIT
004179     END-IF.
004180     MOVE "N" TO WS-CBX-EOF-SW.
004181     PERFORM 1155-READ-PRIOR-EXTRACT THRU 1155-EXIT.
004182     PERFORM 1157-CHECK-PRIOR-BATCH THRU 1157-EXIT
004183         UNTIL PRIOR-EXTRACT-DONE.
004184     CLOSE CHARGEBACK-EXTRACT-FILE.
004185 1150-EXIT.
004186     EXIT.

004187*----------------------------------------------------------------
004188* 1155-READ-PRIOR-EXTRACT
004189*----------------------------------------------------------------
004190 1155-READ-PRIOR-EXTRACT.
004191     READ CHARGEBACK-EXTRACT-FILE
004192         AT END
004193             SET PRIOR-EXTRACT-DONE TO TRUE
004194     END-READ.
004195 1155-EXIT.
004196     EXIT.

004197*----------------------------------------------------------------
004198* 1157-CHECK-PRIOR-BATCH
004199*----------------------------------------------------------------
004200 1157-CHECK-PRIOR-BATCH.
004201     IF CBX-RECORD-TYPE NOT = "GH"
004202         GO TO 1157-READ-NEXT.
004203     MOVE CBX-BATCH-ID TO BCR-BATCH-ID.
004204     READ BATCH-REGISTER
004205         INVALID KEY
004206             GO TO 1157-READ-NEXT
004207     END-READ.
004208     IF BCR-POSTED OR BCR-RECON-FAILED
004209         DISPLAY "FATAL: FIBGLEX still holds batch " CBX-BATCH-ID
004210             ", not yet on the ledger"
004211         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004212         STOP RUN
004213     END-IF.
004214 1157-READ-NEXT.
004215     PERFORM 1155-READ-PRIOR-EXTRACT THRU 1155-EXIT.
004216 1157-EXIT.
004217     EXIT.

004218*----------------------------------------------------------------
004219* 1160-ASSIGN-BATCH-ID
004220*     TAKES THE FIRST OF TODAY'S NINE CHARGEBACK BATCH IDS NOT
004221*     ALREADY ON THE BATCH REGISTER AND REGISTERS IT AS POSTING
004222*     AT ONCE, SO A RUN THAT DIES BEFORE ITS TRAILER SHOWS ON
004223*     THE REGISTER AS AN UNFINISHED POSTING. WITH ALL NINE
004224*     TAKEN THE RUN IS REFUSED - AN ID IS NEVER POSTED TWICE.
004225*----------------------------------------------------------------
004226 1160-ASSIGN-BATCH-ID.
004227     ACCEPT WS-CB-YYDDD FROM DAY.
004228     MOVE ZERO TO WS-CB-TRY.
004229     MOVE "N" TO WS-CB-FREE-SW.
004230     PERFORM 1170-TRY-BATCH-ID THRU 1170-EXIT
004231         UNTIL CHG-BATCH-ID-FREE OR WS-CB-TRY >= 9.
004232     IF NOT CHG-BATCH-ID-FREE
004233         DISPLAY "FATAL: All chargeback batch IDs for today "
004234             "are already on BATCH-REGISTER"
004235         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004236         STOP RUN
004237     END-IF.
004238     MOVE SPACES TO BATCH-REGISTER-RECORD.
004239     MOVE WS-CHG-BATCH-ID TO BCR-BATCH-ID.
004240     MOVE ZERO TO BCR-EXPECTED-COUNT.
004241     MOVE ZERO TO BCR-HASH-TOTAL.
004242     SET BCR-POSTING TO TRUE.
004243     MOVE WS-CURRENT-DATE TO BCR-EDIT-DATE.
004244     MOVE ZERO TO BCR-SORT-DATE.
004245     MOVE ZERO TO BCR-POST-DATE.
004246     MOVE ZERO TO BCR-RECON-DATE.
004247     MOVE ZERO TO BCR-CALC-COUNT.
004248     MOVE ZERO TO BCR-EXCP-COUNT.
004249     MOVE ZERO TO BCR-POST-TOTAL.
004250     MOVE 1 TO BCR-POST-COUNT.
004251     WRITE BATCH-REGISTER-RECORD.
004252     IF WS-BCR-STATUS NOT = "00"
004253         DISPLAY "FATAL: Cannot update BATCH-REGISTER, status "
004254             WS-BCR-STATUS
004255         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004256         STOP RUN
004257     END-IF.
004258 1160-EXIT.
004259     EXIT.

004260*----------------------------------------------------------------
004261* 1170-TRY-BATCH-ID
004262*----------------------------------------------------------------
004263 1170-TRY-BATCH-ID.
004264     ADD 1 TO WS-CB-TRY.
004265     MOVE WS-CB-TRY TO WS-CB-RUN-NO.
004266     MOVE WS-CHG-BATCH-ID TO BCR-BATCH-ID.
004267     READ BATCH-REGISTER
004268         INVALID KEY
004269             SET CHG-BATCH-ID-FREE TO TRUE
004270     END-READ.
004271 1170-EXIT.
004272     EXIT.

004273*----------------------------------------------------------------
004274* 1200-RESOLVE-CHARGE-RATE
004275*     FINDS THE CHARGEBACK RATE IN FORCE ON THE RUN DATE - THE
004276*     LATEST ROW OF THE CODE'S HISTORY NOT AFTER IT, AS IN
004277*     CALCULATOR - AND RECORDS ITS USE ON RATEUSE. IF IT
004278*     CANNOT BE RESOLVED THE REASON IS KEPT AND EVERY REQUEST
004279*     IS REFUSED WITH IT.
004280*----------------------------------------------------------------
004281 1200-RESOLVE-CHARGE-RATE.
004282     MOVE "N" TO WS-RATE-ROW-SW.
004283     MOVE "N" TO WS-RATE-SEL-SW.
004284     MOVE "N" TO WS-RATE-SCAN-SW.
004285     MOVE WS-CHG-RATE-CODE TO RM-RATE-CODE.
004286     MOVE ZERO TO RM-EFFECTIVE-DATE.
004287     START RATE-MASTER KEY NOT LESS THAN RM-RATE-KEY
004288         INVALID KEY
004289             SET RATE-SCAN-DONE TO TRUE
004290     END-START.
004291     PERFORM 1250-SCAN-RATE-ROW THRU 1250-EXIT
004292         UNTIL RATE-SCAN-DONE.
004293     EVALUATE TRUE
004294         WHEN NOT RATE-CODE-ON-FILE
004295             MOVE "RATE NOT FOUND" TO WS-CHG-RATE-REASON
004296         WHEN NOT RATE-ROW-SELECTED
004297             MOVE "NO RATE ON DATE" TO WS-CHG-RATE-REASON
004298         WHEN WS-SEL-RATE-STATUS NOT = "A"
004299             MOVE "RATE INACTIVE" TO WS-CHG-RATE-REASON
004300         WHEN WS-SEL-RATE-N IS NOT NUMERIC
004301             MOVE "BAD RATE VALUE" TO WS-CHG-RATE-REASON
004302         WHEN OTHER
004303             SET CHARGE-RATE-RESOLVED TO TRUE
004304             MOVE WS-SEL-RATE-N TO WS-CHG-RATE
004305             MOVE WS-CHG-RATE-CODE TO RUS-RATE-CODE
004306             MOVE WS-CURRENT-DATE  TO RUS-USE-DATE
004307             MOVE WS-CHG-BATCH-ID  TO RUS-BATCH-ID
004308             MOVE ZERO             TO RUS-SEQ-NO
004309             WRITE RATE-USAGE-RECORD FROM RUS-LINE
004310     END-EVALUATE.
004311 1200-EXIT.
004312     EXIT.

004313*----------------------------------------------------------------
004314* 1250-SCAN-RATE-ROW
004315*     READS THE NEXT ROW OF THE CODE'S RATE HISTORY, KEEPING
004316*     THE LATEST ONE NOT AFTER THE RUN DATE.
004317*----------------------------------------------------------------
004318 1250-SCAN-RATE-ROW.
004319     READ RATE-MASTER NEXT RECORD
004320         AT END
004321             SET RATE-SCAN-DONE TO TRUE
004322             GO TO 1250-EXIT
004323     END-READ.
004324     IF RM-RATE-CODE NOT = WS-CHG-RATE-CODE
004325         SET RATE-SCAN-DONE TO TRUE
004326         GO TO 1250-EXIT
004327     END-IF.
004328     SET RATE-CODE-ON-FILE TO TRUE.
004329     IF RM-EFFECTIVE-DATE IS NUMERIC
004330      AND RM-EFFECTIVE-DATE NOT > WS-CURRENT-DATE
004331         SET RATE-ROW-SELECTED TO TRUE
004332         MOVE RM-RATE-VALUE-X TO WS-SEL-RATE-X
004333         MOVE RM-STATUS       TO WS-SEL-RATE-STATUS
004334     END-IF.
004335 1250-EXIT.
004336     EXIT.

004337*----------------------------------------------------------------
004338* 1500-WRITE-PAGE-HEADER
004339*     WRITES A NEW PAGE HEADER (RUN DATE, TERM COUNT REQUESTED,
004340*     PAGE NUMBER AND COLUMN CAPTIONS) AND RESETS THE LINE
004341*     COUNTER FOR THE NEW PAGE.
004342*----------------------------------------------------------------
004343 1500-WRITE-PAGE-HEADER.
004344     ADD 1 TO WS-PAGE-COUNT.
004345     MOVE WS-RUN-DATE-EDIT TO RH-RUN-DATE.
004346     MOVE WS-PAGE-COUNT    TO RH-PAGE-NO.
004347     WRITE REPORT-RECORD FROM RPT-HEADER-1.
004348     IF REQUEST-MODE
004349         MOVE FR-REQUEST-ID TO RQ-REQUEST-ID
004350         MOVE FR-REQUESTER  TO RQ-REQUESTER
004351         WRITE REPORT-RECORD FROM RPT-REQUEST-LINE
004352     END-IF.
004353     MOVE N TO RH-TERM-COUNT.
004354     WRITE REPORT-RECORD FROM RPT-HEADER-2.
004355     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
004356     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADER.
004357     MOVE ZERO TO WS-LINE-COUNT.
004358 1500-EXIT.
004359     EXIT.

004360*----------------------------------------------------------------
004361* 2000-COMPUTE-TERM
004362*     COMPUTES AND DISPLAYS ONE FIBONACCI TERM. STOPS THE
004363*     SEQUENCE CLEANLY IF THE NEXT TERM WOULD OVERFLOW FIB3
004370*     RATHER THAN DISPLAYING A TRUNCATED VALUE.
004380*----------------------------------------------------------------
004390 2000-COMPUTE-TERM.
004740 9000-CLOSE-REPORT-FILE.
004750     CLOSE REPORT-FILE.
004760     CLOSE REQUEST-FILE.
004761     IF REQUEST-MODE
004762         CLOSE COST-CENTER-MASTER
004763         CLOSE RATE-MASTER
004764         CLOSE GL-XREF-MASTER
004765         CLOSE RATE-USAGE-FILE
004766         CLOSE CHARGEBACK-EXTRACT-FILE
004767         CLOSE BATCH-REGISTER
004768     END-IF.
004770 9000-EXIT.
004780     EXIT.

004812     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
004813     MOVE WS-SUM-COUNT      TO RLG-INPUT-COUNT.
004814     MOVE WS-TERMS-PRODUCED TO RLG-OUTPUT-COUNT.
004815     MOVE WS-REJECT-COUNT   TO RLG-EXCP-COUNT.
004816     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
004817     WRITE RUN-LOG-RECORD FROM RLG-LINE.
004818     CLOSE RUN-LOG-FILE.
