000982*                 SO THE RUNTREND PROGRAM CAN PRINT VOLUME AND
000983*                 EXCEPTION-RATE TRENDS WITHOUT A CLERK KEYING
000984*                 A MONTH OF PRINTED REPORTS INTO A CALCULATOR.
000985* 2026-10-15 JKM  EACH BATCH IS NOW CHECKED AGAINST THE BATCH
000986*                 CONTROL REGISTER (BATCHREG) AS IT OPENS. A
000987*                 BATCH ID ALREADY POSTED IS REFUSED WHOLE -
000988*                 NOTHING CALCULATED, AUDITED OR EXTRACTED -
000989*                 UNLESS THE OVERRIDE FILE (BATCHOVR) NAMES WHO
000990*                 AUTHORIZED THE REPOST. AN ACCEPTED BATCH IS
000991*                 MARKED POSTING AT ITS HEADER AND POSTED, WITH
000992*                 ITS COUNTS AND RESULT TOTAL, AT ITS CLOSE.
000993* 2026-10-15 JKM  EVERY VALID TRANSACTION IS NOW MAPPED TO A DEBIT
000994*                 AND A CREDIT ACCOUNT THROUGH THE GL ACCOUNT
000995*                 CROSS-REFERENCE MASTER (GLXFILE, MAINTAINED BY
000996*                 GLXMNT) AND WRITTEN TO GLEXTR AS A BALANCED
000997*                 PAIR OF GD JOURNAL LINES, ONE PER SIDE, SO THE
000998*                 GL TEAM NO LONGER MAPS THE EXTRACT BY HAND. A
000999*                 TRANSACTION WITH NO MAPPING IS REJECTED TO
001000*                 EXCEPTION-FILE INSTEAD OF REACHING THE EXTRACT.
001001*                 GLEXTR RECORDS WIDEN TO 60 BYTES; THE GT
001002*                 TRAILER ALSO CARRIES THE JOURNAL LINE COUNT.
001003*                 WITH NO CROSS-REFERENCE ON FILE THE MAPPING IS
001004*                 BYPASSED AND THE ACCOUNTS GO OUT BLANK.
001005* 2026-10-15 JKM  REVERSALS - A DETAIL WITH OPERAND TYPE V NAMES
001006*                 AN ORIGINAL BATCH ID AND SEQUENCE NUMBER (THE
001007*                 TRANSACTION RECORD WIDENS TO 60 BYTES). THE
001008*                 ORIGINAL IS FOUND ON THE AUDIT TRAIL AND THE
001009*                 EXACT NEGATION OF ITS RESULT IS POSTED UNDER
001010*                 ITS COST CENTER AND GL MAPPING, WITH A REPORT
001011*                 LINE, AN EXTRACT PAIR AND AN AUDIT RECORD THAT
001012*                 NAMES THE ORIGINAL. AN ORIGINAL NOT ON THE
001013*                 TRAIL OR ALREADY REVERSED GOES TO EXCEPTION-
001014*                 FILE. AUDIT RECORDS WIDEN TO 120 BYTES FOR THE
001015*                 LINK AND THE RATE CODE USED.
001016* 2026-10-15 JKM  FOREIGN-CURRENCY TRANSACTIONS - THE RECORD NOW
001017*                 CARRIES A CURRENCY CODE. A RESULT IN ANY
001018*                 CURRENCY OTHER THAN BASE (BLANK, OR THE BASE
001019*                 CODE ON RUNPARMS) IS CONVERTED TO BASE AT THE
001020*                 FACTOR IN FORCE ON THE TRANSACTION DATE UNDER
001021*                 RATE CODE X PLUS THE CURRENCY ON RATEFILE. AN
001022*                 UNKNOWN CURRENCY OR NO FACTOR IN FORCE GOES TO
001023*                 EXCEPTION-FILE. THE BASE AMOUNT IS WHAT POSTS -
001024*                 TOTALS, RECAP, EXTRACT AND AUDIT RESULT - SO
001025*                 THE GLRECON PROOFS STAND ON MIXED BATCHES. THE
001026*                 REPORT ADDS A CURRENCY LINE UNDER A FOREIGN
001027*                 DETAIL, AND AUDIT RECORDS (140 BYTES), GLEXTR
001028*                 DETAILS (80 BYTES) AND EXCEPTION LINES (92
001029*                 BYTES) CARRY THE CURRENCY, THE ORIGINAL-
001030*                 CURRENCY AMOUNT AND THE RATE APPLIED.
001031* 2026-10-15 JKM  ALLOCATIONS - A DETAIL WITH OPERAND TYPE A
001032*                 NAMES AN ALLOCATION CODE AND SPLITS ITS AMOUNT
001033*                 ACROSS THE TARGET CENTERS OF THE TABLE IN
001034*                 FORCE ON ITS DATE ON THE NEW ALLOCATION MASTER
001035*                 (ALCFILE). EACH PIECE POSTS AS A CALCULATION
001036*                 OF ITS OWN UNDER ITS TARGET CENTER - REPORT
001037*                 LINE, SUBTOTAL, RECAP, AUDIT RECORD (TYPE A)
001038*                 AND EXTRACT PAIR - AND THE ROUNDING REMAINDER
001039*                 GOES TO THE TABLE'S NOMINATED CENTER SO THE
001040*                 PIECES SUM EXACTLY TO THE AMOUNT. A TABLE NOT
001041*                 TOTALLING 100 OR NAMING AN UNKNOWN OR INACTIVE
001042*                 CENTER SENDS THE ITEM TO EXCEPTION-FILE.
001043* 2026-10-15 JKM  PERIOD CONTROL - A TRANSACTION DATED (OR, WITH
001044*                 NO DATE, RUN) IN A PERIOD THE NEW PERIOD MASTER
001045*                 (PRDFILE, CLOSED BY MECLOSE) SHOWS AS CLOSED IS
001046*                 REJECTED TO EXCEPTION-FILE INSTEAD OF POSTING
001047*                 INTO FIGURES ALREADY CLOSED AND REPORTED. WITH
001048*                 NO PERIOD MASTER ON FILE THE CHECK IS BYPASSED.
001049* 2026-10-15 JKM  THE RUN LOG INPUT COUNT IS NOW THE DETAILS READ,
001050*                 KEPT IN THE CHECKPOINT WITH THE OTHER COUNTS,
001051*                 NOT POSTINGS PLUS EXCEPTIONS - AN ALLOCATION
001052*                 POSTS MORE THAN ONCE, WHICH UPSET RUNMON'S
001053*                 CARRY CHECK AGAINST TRANSORT'S OUTPUT.
001054* 2026-10-15 JKM  RATE VALUES WIDEN TO SIX DECIMALS (RATEFILE 48
001055*                 TO 52 BYTES) SO A CURRENCY FACTOR SUCH AS 0.0067
001056*                 OR 1.0847 IS HELD EXACTLY; THE BASE AMOUNT IS
001057*                 ROUNDED FROM THE FULL FACTOR. THE RATE APPLIED
001058*                 IS CARRIED AT SIX DECIMALS ON THE REPORT, THE
001059*                 AUDIT RECORD (NOW 144 BYTES) AND THE GLEXTR
001060*                 DETAIL (STILL 80 BYTES).
001061* 2026-10-15 JKM  A BATCHOVR OVERRIDE IS HONORED ONLY WHILE THE
001062*                 REGISTER'S POSTING COUNT EQUALS THE ONE IT
001063*                 NAMES, AS IN TRANEDIT - THE REPOST RAISES THE
001064*                 COUNT, SO THE OVERRIDE IS GOOD FOR ONE REPOST.
001065*----------------------------------------------------------------
001066 ENVIRONMENT DIVISION.
001067 CONFIGURATION SECTION.
001068 SOURCE-COMPUTER.   GNUCOBOL.
001069 OBJECT-COMPUTER.   GNUCOBOL.
001070 INPUT-OUTPUT SECTION.
001071 FILE-CONTROL.
001072     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
001073         ORGANIZATION IS LINE SEQUENTIAL
001074         FILE STATUS IS WS-TRANS-STATUS.
001075
001076     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
001077         ORGANIZATION IS LINE SEQUENTIAL
001078         FILE STATUS IS WS-REPORT-STATUS.

001079     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITFIL"
001080         ORGANIZATION IS LINE SEQUENTIAL
001081         FILE STATUS IS WS-AUDIT-STATUS.

001090     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
001100         ORGANIZATION IS LINE SEQUENTIAL
001263     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
001264         ORGANIZATION IS LINE SEQUENTIAL
001265         FILE STATUS IS WS-RUNLOG-STATUS.

001266     SELECT OPTIONAL BATCH-REGISTER ASSIGN TO "BATCHREG"
001267         ORGANIZATION IS INDEXED
001268         ACCESS MODE IS RANDOM
001269         RECORD KEY IS BCR-BATCH-ID
001270         FILE STATUS IS WS-BCR-STATUS.

001271     SELECT OPTIONAL BATCH-OVERRIDE-FILE ASSIGN TO "BATCHOVR"
001272         ORGANIZATION IS LINE SEQUENTIAL
001273         FILE STATUS IS WS-OVR-STATUS.

001274     SELECT OPTIONAL GL-XREF-MASTER ASSIGN TO "GLXFILE"
001275         ORGANIZATION IS INDEXED
001276         ACCESS MODE IS RANDOM
001277         RECORD KEY IS GLX-KEY
001278         FILE STATUS IS WS-GLX-STATUS.

001279     SELECT OPTIONAL AUDIT-HISTORY-FILE ASSIGN TO "AUDITFIL"
001280         ORGANIZATION IS LINE SEQUENTIAL
001281         FILE STATUS IS WS-AUDH-STATUS.

001282     SELECT OPTIONAL ALLOCATION-MASTER ASSIGN TO "ALCFILE"
001283         ORGANIZATION IS INDEXED
001284         ACCESS MODE IS DYNAMIC
001285         RECORD KEY IS AL-KEY
001286         FILE STATUS IS WS-ALC-STATUS.

001287     SELECT OPTIONAL PERIOD-MASTER ASSIGN TO "PRDFILE"
001288         ORGANIZATION IS INDEXED
001289         ACCESS MODE IS RANDOM
001290         RECORD KEY IS PD-PERIOD
001291         FILE STATUS IS WS-PRD-STATUS.
001292 DATA DIVISION.
001293 FILE SECTION.
001294*----------------------------------------------------------------
001295* TRANSACTION-FILE - ONE CALCULATION REQUEST PER RECORD,
001300*     BRACKETED BY A BATCH HEADER (BH) AND TRAILER (BT) RECORD.
001310*     LAYOUTS MUST AGREE WITH THE TRANEDIT PROGRAM, WHICH
001320*     VERIFIES THE BATCH BEFORE THIS PROGRAM RUNS.
001450         10  FILLER         PIC X(03).
001460     05  TR-OPERAND-TYPE    PIC X(01).
001470         88  TR-RATE-LOOKUP     VALUE "R".
001474         88  TR-REVERSAL        VALUE "V".
001476         88  TR-ALLOCATION      VALUE "A".
001480     05  TR-COST-CENTER     PIC X(04).
001482     05  TR-TRAN-DATE       PIC 9(08).
001484     05  TR-TRAN-DATE-X REDEFINES TR-TRAN-DATE
001486                            PIC X(08).
001487     05  TR-ORIG-BATCH-ID   PIC X(08).
001488     05  TR-ORIG-SEQ-NO     PIC 9(09).
001489     05  TR-ORIG-SEQ-NO-X REDEFINES TR-ORIG-SEQ-NO
001490                            PIC X(09).
001493     05  TR-CURRENCY-CODE   PIC X(03).
001496     05  FILLER             PIC X(03).
001500 01  TRAN-HEADER-RECORD.
001510     05  TH-RECORD-TYPE     PIC X(02).
001520         88  TH-BATCH-HEADER    VALUE "BH".
001570     05  TH-EXPECTED-COUNT  PIC 9(07).
001580     05  TH-HASH-TOTAL      PIC S9(11)V99
001590                            SIGN IS LEADING SEPARATE.
001600     05  FILLER             PIC X(17).
001610
001620*----------------------------------------------------------------
001630* REPORT-FILE - PRINTED DETAIL LINE PER TRANSACTION.
001700*----------------------------------------------------------------
001710 FD  AUDIT-FILE
001720     RECORDING MODE IS F.
001730 01  AUDIT-RECORD           PIC X(144).

001740*----------------------------------------------------------------
001750* CHECKPOINT-FILE - LAST TRANSACTION SEQUENCE NUMBER PROCESSED,
001996         10  CKPT-BATCH-CALC    PIC 9(7).
001997         10  CKPT-BATCH-EXCP    PIC 9(7).
001998         10  CKPT-BATCH-TOTAL   PIC S9(9)V99.
001999     05  CKPT-DETAIL-COUNT  PIC 9(7).

002000*----------------------------------------------------------------
002010* EXCEPTION-FILE - REJECTED TRANSACTIONS FROM A BATCH RUN.
002020*----------------------------------------------------------------
002030 FD  EXCEPTION-FILE
002040     RECORDING MODE IS F.
002050 01  EXCEPTION-RECORD       PIC X(92).

002060*----------------------------------------------------------------
002070* GL-EXTRACT-FILE - MACHINE-READABLE POSTING EXTRACT FOR THE
002080*     GENERAL LEDGER LOAD. RECORD IMAGES ARE BUILT IN
002090*     WORKING-STORAGE (GXH/GXD/GXT LINES BELOW). LAYOUTS MUST
002094*     AGREE WITH THE GL-EXTRACT-FILE FD IN GLRECON.
002100*----------------------------------------------------------------
002110 FD  GL-EXTRACT-FILE
002120     RECORDING MODE IS F.
002130 01  GL-EXTRACT-RECORD      PIC X(80).

002140*----------------------------------------------------------------
002150* RUN-PARAMETER-FILE - RUN-CONTROL RECORD SHARED WITH
002260     05  RP-CKPT-INTERVAL-N REDEFINES RP-CKPT-INTERVAL
002270                            PIC 9(05).
002280     05  RP-LINES-PER-PAGE  PIC X(02).
002284     05  FILLER             PIC X(04).
002288     05  RP-BASE-CURRENCY   PIC X(03).
002292     05  FILLER             PIC X(02).

002300*----------------------------------------------------------------
002310* RATE-MASTER - STANDING RATES (TAX RATES, CURRENCY FACTORS,
002320*     ALLOCATION PERCENTAGES) KEYED BY RATE CODE PLUS EFFECTIVE
002330*     DATE, SO A CODE CARRIES ITS WHOLE RATE HISTORY. MAINTAINED
002335*     BY THE RATEMNT PROGRAM. A CURRENCY FACTOR IS HELD UNDER
002336*     CODE X PLUS THE CURRENCY CODE (XUSD), VALUED IN BASE UNITS
002337*     PER ONE UNIT OF THE CURRENCY, TO SIX DECIMALS. RATEMNT
002338*     HOLDS EVERY OTHER RATE TO TWO, SO IT MOVES EXACTLY INTO
002339*     A TWO-DECIMAL OPERAND.
002340*----------------------------------------------------------------
002350 FD  RATE-MASTER
002360     RECORDING MODE IS F.
002382         10  RM-RATE-CODE   PIC X(04).
002384         10  RM-EFFECTIVE-DATE
002386                            PIC 9(08).
002390     05  RM-RATE-VALUE      PIC S9(4)V9(6)
002400                            SIGN IS LEADING SEPARATE.
002405     05  RM-RATE-VALUE-X REDEFINES RM-RATE-VALUE
002406                            PIC X(11).
002410     05  RM-STATUS          PIC X(01).
002420         88  RM-ACTIVE          VALUE "A".
002430         88  RM-INACTIVE        VALUE "I".
002482     05  FILLER             PIC X(03).

002483*----------------------------------------------------------------
002484* BATCH-REGISTER - ONE RECORD PER BATCH ID, WRITTEN BY TRANEDIT.
002485*     LAYOUT MUST AGREE WITH THE BATCH-REGISTER FD IN TRANEDIT.
002486*----------------------------------------------------------------
002487 FD  BATCH-REGISTER
002488     RECORDING MODE IS F.
002489 01  BATCH-REGISTER-RECORD.
002490     05  BCR-BATCH-ID       PIC X(08).
002491     05  BCR-DEPARTMENT     PIC X(04).
002492     05  BCR-EXPECTED-COUNT PIC 9(07).
002493     05  BCR-HASH-TOTAL     PIC S9(11)V99
002494                            SIGN IS LEADING SEPARATE.
002495     05  BCR-STATUS         PIC X(01).
002496         88  BCR-EDITED         VALUE "E".
002497         88  BCR-EDIT-FAILED    VALUE "F".
002498         88  BCR-SORTED         VALUE "S".
002499         88  BCR-POSTING        VALUE "O".
002500         88  BCR-POSTED         VALUE "P".
002501         88  BCR-RECONCILED     VALUE "R".
002502         88  BCR-RECON-FAILED   VALUE "D".
002503         88  BCR-ALREADY-POSTED VALUE "P" "R" "D".
002504     05  BCR-EDIT-DATE      PIC 9(08).
002505     05  BCR-SORT-DATE      PIC 9(08).
002506     05  BCR-POST-DATE      PIC 9(08).
002507     05  BCR-RECON-DATE     PIC 9(08).
002508     05  BCR-CALC-COUNT     PIC 9(07).
002509     05  BCR-EXCP-COUNT     PIC 9(07).
002510     05  BCR-POST-TOTAL     PIC S9(9)V99
002511                            SIGN IS LEADING SEPARATE.
002512     05  BCR-POST-COUNT     PIC 9(03).
002513     05  BCR-OVERRIDE-BY    PIC X(08).
002514     05  FILLER             PIC X(17).

002515*----------------------------------------------------------------
002516* BATCH-OVERRIDE-FILE - OPTIONAL. AUTHORIZED REPOSTS OF BATCH
002517*     IDS ALREADY POSTED, EACH NAMING THE REGISTER'S POSTING
002518*     COUNT IT SUPERSEDES. LAYOUT MUST AGREE WITH TRANEDIT.
002519*----------------------------------------------------------------
002520 FD  BATCH-OVERRIDE-FILE
002521     RECORDING MODE IS F.
002522 01  BATCH-OVERRIDE-RECORD.
002523     05  BO-BATCH-ID        PIC X(08).
002524     05  BO-AUTHORIZED-BY   PIC X(08).
002525     05  BO-POST-COUNT      PIC 9(03).
002526     05  BO-REASON          PIC X(24).

002527*----------------------------------------------------------------
002528* GL-XREF-MASTER - DEBIT AND CREDIT ACCOUNTS KEYED BY COST
002529*     CENTER, OPERATION AND RATE CODE (OPERATION AND RATE CODE
002530*     BLANK FOR A MAPPING THAT COVERS THEM ALL). MAINTAINED BY
002531*     THE GLXMNT PROGRAM; LAYOUT MUST AGREE WITH ITS GLX-MASTER.
002532*----------------------------------------------------------------
002533 FD  GL-XREF-MASTER
002534     RECORDING MODE IS F.
002535 01  GL-XREF-RECORD.
002536     05  GLX-KEY.
002537         10  GLX-COST-CENTER    PIC X(04).
002538         10  GLX-OPERATION      PIC X(01).
002539         10  GLX-RATE-CODE      PIC X(04).
002540     05  GLX-DEBIT-ACCOUNT  PIC X(10).
002541     05  GLX-CREDIT-ACCOUNT PIC X(10).
002542     05  GLX-STATUS         PIC X(01).
002543         88  GLX-ACTIVE         VALUE "A".
002544         88  GLX-INACTIVE       VALUE "I".
002545     05  GLX-DESCRIPTION    PIC X(20).
002546     05  GLX-MAINT-DATE     PIC 9(08).
002547     05  FILLER             PIC X(02).

002548*----------------------------------------------------------------
002549* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
002550*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
002551*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
002552*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
002553*     ACROSS EVERY PROGRAM THAT WRITES IT.
002554*----------------------------------------------------------------
002555 FD  RUN-LOG-FILE
002556     RECORDING MODE IS F.
002557 01  RUN-LOG-RECORD         PIC X(59).

002558*----------------------------------------------------------------
002559* AUDIT-HISTORY-FILE - THE AUDIT TRAIL READ BACK, UNDER ITS OWN
002560*     FD, TO FIND THE ORIGINAL A REVERSAL NAMES WHILE AUDIT-FILE
002561*     IS OPEN FOR EXTEND. LAYOUT MUST AGREE WITH AUD-LINE.
002562*----------------------------------------------------------------
002563 FD  AUDIT-HISTORY-FILE
002564     RECORDING MODE IS F.
002565 01  AUDIT-HISTORY-RECORD.
002566     05  AH-TIMESTAMP       PIC X(19).
002567     05  FILLER             PIC X(01).
002568     05  AH-NUM1            PIC -(4)9.99.
002569     05  FILLER             PIC X(01).
002570     05  AH-OPERATION       PIC X(01).
002571     05  FILLER             PIC X(01).
002572     05  AH-NUM2            PIC -(4)9.99.
002573     05  FILLER             PIC X(01).
002574     05  AH-RESULT          PIC -(6)9.99.
002575     05  FILLER             PIC X(15).
002576     05  AH-BATCH-ID        PIC X(08).
002577     05  FILLER             PIC X(01).
002578     05  AH-SEQ-NO          PIC X(09).
002579     05  FILLER             PIC X(01).
002580     05  AH-COST-CENTER     PIC X(04).
002581     05  FILLER             PIC X(01).
002582     05  AH-RUN-MODE        PIC X(01).
002583     05  FILLER             PIC X(01).
002584     05  AH-TRAN-TYPE       PIC X(01).
002585         88  AH-REVERSAL        VALUE "V".
002586         88  AH-ALLOCATION      VALUE "A".
002587     05  FILLER             PIC X(01).
002588     05  AH-ORIG-BATCH-ID   PIC X(08).
002589     05  FILLER             PIC X(01).
002590     05  AH-ORIG-SEQ-NO     PIC X(09).
002591     05  FILLER             PIC X(01).
002592     05  AH-RATE-CODE       PIC X(04).
002593     05  FILLER             PIC X(01).
002594     05  AH-CURRENCY        PIC X(03).
002595     05  FILLER             PIC X(01).
002596     05  AH-FX-AMOUNT       PIC -(6)9.99.
002597     05  FILLER             PIC X(01).
002598     05  AH-FX-RATE         PIC -(4)9.9(6).
002599     05  AH-FX-RATE-X REDEFINES AH-FX-RATE
002600                            PIC X(12).

002601*----------------------------------------------------------------
002602* ALLOCATION-MASTER - ALLOCATION TABLES KEYED BY ALLOCATION CODE
002603*     PLUS EFFECTIVE DATE, EACH NAMING UP TO TEN TARGET CENTERS
002604*     WITH THEIR PERCENTAGES AND THE CENTER THAT TAKES THE
002605*     ROUNDING REMAINDER. MAINTAINED BY THE ALCMNT PROGRAM;
002606*     LAYOUT MUST AGREE WITH ITS ALLOCATION-MASTER.
002607*----------------------------------------------------------------
002608 FD  ALLOCATION-MASTER
002609     RECORDING MODE IS F.
002610 01  ALLOCATION-MASTER-RECORD.
002611     05  AL-KEY.
002612         10  AL-ALLOC-CODE      PIC X(04).
002613         10  AL-EFFECTIVE-DATE  PIC 9(08).
002614     05  AL-STATUS          PIC X(01).
002615         88  AL-ACTIVE          VALUE "A".
002616         88  AL-INACTIVE        VALUE "I".
002617     05  AL-DESCRIPTION     PIC X(20).
002618     05  AL-REMAINDER-CC    PIC X(04).
002619     05  AL-TARGET-TABLE.
002620         10  AL-TARGET OCCURS 10 TIMES.
002621             15  AL-TARGET-CC   PIC X(04).
002622             15  AL-TARGET-PCT  PIC 9(3)V99.
002623     05  AL-MAINT-DATE      PIC 9(08).
002624     05  FILLER             PIC X(05).

002625*----------------------------------------------------------------
002626* PERIOD-MASTER - ONE RECORD PER FISCAL PERIOD (YYYYMM) WITH ITS
002627*     STATUS - OPEN, CLOSE PENDING OR CLOSED. WRITTEN BY THE
002628*     MECLOSE PROGRAM; LAYOUT MUST AGREE WITH ITS PERIOD-MASTER.
002629*     A PERIOD NOT ON FILE HAS NEVER BEEN CLOSED AND IS OPEN.
002630*----------------------------------------------------------------
002631 FD  PERIOD-MASTER
002632     RECORDING MODE IS F.
002633 01  PERIOD-MASTER-RECORD.
002634     05  PD-PERIOD          PIC 9(06).
002635     05  PD-STATUS          PIC X(01).
002636         88  PD-OPEN            VALUE "O".
002637         88  PD-CLOSING         VALUE "P".
002638         88  PD-CLOSED          VALUE "C".
002639     05  PD-STATUS-DATE     PIC 9(08).
002640     05  PD-CLOSED-BY       PIC X(08).
002641     05  PD-BATCH-COUNT     PIC 9(05).
002642     05  PD-PERIOD-TOTAL    PIC S9(11)V99
002643                            SIGN IS LEADING SEPARATE.
002644     05  FILLER             PIC X(08).

002645 WORKING-STORAGE SECTION.
002646*----------------------------------------------------------------
002647* CALCULATION FIELDS
002648*----------------------------------------------------------------
002649 01  NUM1                   PIC S9(4)V99.
002650 01  NUM2                   PIC S9(4)V99.
002651 01  RESULT                 PIC S9(6)V99.
002652 01  OPERATION              PIC X(01).
002653 01  WS-RESULT-EDIT         PIC -(6)9.99.
002654
002655*----------------------------------------------------------------
002656* SWITCHES AND CONDITION NAMES
002657*----------------------------------------------------------------
002658 77  WS-RUN-MODE            PIC X(01) VALUE SPACES.
002659     88  INTERACTIVE-MODE       VALUE "I" "i".
002660     88  BATCH-MODE             VALUE "B" "b".
002661
002662 77  WS-TRANS-EOF-SW        PIC X(01) VALUE "N".
002663     88  TRANSACTIONS-DONE      VALUE "Y".
002664
002670 77  WS-VALID-SW            PIC X(01) VALUE "Y".
002680     88  TRANSACTION-VALID      VALUE "Y".
002690     88  TRANSACTION-INVALID    VALUE "N".
002700 77  WS-CKPT-FOUND-SW       PIC X(01) VALUE "N".
002710     88  CHECKPOINT-FOUND       VALUE "Y".

002713 77  WS-BATCH-REFUSED-SW    PIC X(01) VALUE "N".
002716     88  BATCH-REFUSED          VALUE "Y".

002717 77  WS-OVR-EOF-SW          PIC X(01) VALUE "N".
002718     88  OVERRIDES-DONE         VALUE "Y".

002719 77  WS-BCR-FOUND-SW        PIC X(01) VALUE "N".
002720     88  REGISTER-ENTRY-FOUND   VALUE "Y".

002721*----------------------------------------------------------------
002730* FILE STATUS FIELDS
002740*----------------------------------------------------------------
002750 77  WS-TRANS-STATUS        PIC X(02) VALUE SPACES.
002822 77  WS-CCM-STATUS          PIC X(02) VALUE SPACES.
002823 77  WS-RUSE-STATUS         PIC X(02) VALUE SPACES.
002824 77  WS-STAT-STATUS         PIC X(02) VALUE SPACES.
002825 77  WS-BCR-STATUS          PIC X(02) VALUE SPACES.
002826 77  WS-OVR-STATUS          PIC X(02) VALUE SPACES.
002827 77  WS-GLX-STATUS          PIC X(02) VALUE SPACES.
002828 77  WS-AUDH-STATUS         PIC X(02) VALUE SPACES.
002829 77  WS-ALC-STATUS          PIC X(02) VALUE SPACES.
002830 77  WS-PRD-STATUS          PIC X(02) VALUE SPACES.

002831 77  WS-CCM-AVAIL-SW        PIC X(01) VALUE "N".
002832     88  CC-MASTER-AVAILABLE    VALUE "Y".
002833 77  WS-CC-DESC-CODE        PIC X(04) VALUE SPACES.
002834 77  WS-CC-DESC             PIC X(16) VALUE SPACES.
002835 77  WS-PRD-AVAIL-SW        PIC X(01) VALUE "N".
002836     88  PERIOD-MASTER-AVAILABLE VALUE "Y".
002837 77  WS-TRAN-PERIOD         PIC 9(06) VALUE ZERO.

002838*----------------------------------------------------------------
002839* GL ACCOUNT MAPPING STATE - THE PAIR RESOLVED FOR THE CURRENT
002840*     TRANSACTION BY 4800-RESOLVE-GL-ACCOUNTS AND THE KEY LEVEL
002841*     BEING TRIED (MOST SPECIFIC FIRST).
002842*----------------------------------------------------------------
002843 77  WS-GLX-AVAIL-SW        PIC X(01) VALUE "N".
002844     88  GL-XREF-AVAILABLE      VALUE "Y".
002845 77  WS-GLX-FOUND-SW        PIC X(01) VALUE "N".
002846     88  GL-MAPPING-FOUND       VALUE "Y".
002847 77  WS-GLX-TRY             PIC 9(1)  COMP VALUE ZERO.
002848 77  WS-GLX-RATE-CODE       PIC X(04) VALUE SPACES.
002849 77  WS-DEBIT-ACCOUNT       PIC X(10) VALUE SPACES.
002850 77  WS-CREDIT-ACCOUNT      PIC X(10) VALUE SPACES.
002851*    RATE CODE THE TRANSACTION WAS PRICED AT - KEYED ON A RATE
002852*    LOOKUP, CARRIED FROM THE ORIGINAL ON A REVERSAL - FOR THE
002853*    GL MAPPING AND THE AUDIT RECORD. AN ALLOCATION CARRIES ITS
002854*    ALLOCATION CODE HERE FOR THE SAME PURPOSES.
002855 77  WS-TRAN-RATE-CODE      PIC X(04) VALUE SPACES.

002856*----------------------------------------------------------------
002857* CURRENCY STATE - THE BASE CURRENCY FROM RUNPARMS (BLANK WHEN
002858*     NONE IS NAMED), AND THE CURRENT TRANSACTION'S CURRENCY,
002859*     RESULT IN THAT CURRENCY AND THE FACTOR THAT TOOK IT TO
002860*     BASE (1.00 FOR A BASE-CURRENCY ITEM). RESULT ITSELF IS
002861*     ALWAYS THE BASE AMOUNT ONCE 4300-CONVERT-TO-BASE HAS RUN.
002862*----------------------------------------------------------------
002863 77  WS-BASE-CURRENCY       PIC X(03) VALUE SPACES.
002864 77  WS-TRAN-CURRENCY       PIC X(03) VALUE SPACES.
002865 77  WS-FX-AMOUNT           PIC S9(6)V99 VALUE ZERO.
002866 77  WS-FX-RATE             PIC S9(4)V9(6) VALUE 1.
002867 01  WS-FX-RATE-CODE.
002868     05  FILLER             PIC X(01) VALUE "X".
002869     05  WS-FX-CURRENCY     PIC X(03) VALUE SPACES.

002870*----------------------------------------------------------------
002871* REVERSAL STATE - THE ORIGINAL FOUND ON THE AUDIT TRAIL BY
002872*     4900-LOCATE-ORIGINAL, AND THE ORIGINALS REVERSED SO FAR IN
002873*     THIS RUN (THEIR AUDIT RECORDS MAY NOT YET BE ON DISK WHEN
002874*     A LATER REVERSAL READS THE TRAIL BACK).
002875*----------------------------------------------------------------
002876 77  WS-AUDH-EOF-SW         PIC X(01) VALUE "N".
002877     88  AUDIT-HISTORY-DONE     VALUE "Y".
002878 77  WS-ORIG-FOUND-SW       PIC X(01) VALUE "N".
002879     88  ORIGINAL-FOUND         VALUE "Y".
002880 77  WS-ORIG-IS-REV-SW      PIC X(01) VALUE "N".
002881     88  ORIGINAL-IS-REVERSAL   VALUE "Y".
002882 77  WS-ORIG-REVERSED-SW    PIC X(01) VALUE "N".
002883     88  ORIGINAL-REVERSED      VALUE "Y".
002884 77  WS-ORIG-NUM1           PIC S9(4)V99 VALUE ZERO.
002885 77  WS-ORIG-OPERATION      PIC X(01) VALUE SPACES.
002886 77  WS-ORIG-NUM2           PIC S9(4)V99 VALUE ZERO.
002887 77  WS-ORIG-RESULT         PIC S9(6)V99 VALUE ZERO.
002888 77  WS-ORIG-COST-CENTER    PIC X(04) VALUE SPACES.
002889 77  WS-ORIG-RATE-CODE      PIC X(04) VALUE SPACES.
002890 77  WS-ORIG-CURRENCY       PIC X(03) VALUE SPACES.
002891 77  WS-ORIG-FX-AMOUNT      PIC S9(6)V99 VALUE ZERO.
002892 77  WS-ORIG-FX-RATE        PIC S9(4)V9(6) VALUE ZERO.
002893 77  WS-RVD-COUNT           PIC 9(3)  COMP VALUE ZERO.
002894 77  WS-RVD-IX              PIC 9(3)  COMP VALUE ZERO.
002895 77  WS-RVD-FOUND-IX        PIC 9(3)  COMP VALUE ZERO.
002896 01  WS-REVERSED-TABLE.
002897     05  WS-RVD-ENTRY       OCCURS 200 TIMES.
002898         10  WS-RVD-BATCH-ID    PIC X(08).
002899         10  WS-RVD-SEQ-NO      PIC X(09).
002900 77  WS-ORIG-IS-ALC-SW      PIC X(01) VALUE "N".
002901     88  ORIGINAL-IS-ALLOCATION VALUE "Y".

002902*----------------------------------------------------------------
002903* ALLOCATION STATE - THE TABLE IN FORCE FOR THE CURRENT
002904*     ALLOCATION AS FOUND BY 4410-FIND-ALLOC-IN-FORCE (TARGET
002905*     SLOTS HELD AS ON THE MASTER), AND THE PIECES BUILT FROM
002906*     IT - ONE PER TARGET CENTER, WITH ITS BASE AND ORIGINAL-
002907*     CURRENCY AMOUNTS AND ITS GL PAIR - WHICH 4460-POST-
002908*     ALLOCATION POSTS ONE BY ONE. WS-ALC-REM-IX POINTS AT THE
002909*     PIECE THAT TAKES THE ROUNDING REMAINDER.
002910*----------------------------------------------------------------
002911 77  WS-ALC-CODE            PIC X(04) VALUE SPACES.
002912 77  WS-ALC-EFF-DATE        PIC 9(08) VALUE ZERO.
002913 77  WS-ALC-ROW-SW          PIC X(01) VALUE "N".
002914     88  ALLOC-CODE-ON-FILE     VALUE "Y".
002915 77  WS-ALC-SEL-SW          PIC X(01) VALUE "N".
002916     88  ALLOC-ROW-SELECTED     VALUE "Y".
002917 77  WS-ALC-SCAN-SW         PIC X(01) VALUE "N".
002918     88  ALLOC-SCAN-DONE        VALUE "Y".
002919 77  WS-ALC-SEL-STATUS      PIC X(01) VALUE SPACES.
002920 77  WS-ALC-REMAINDER-CC    PIC X(04) VALUE SPACES.
002921 77  WS-ALC-SOURCE-CC       PIC X(04) VALUE SPACES.
002922 77  WS-ALC-COUNT           PIC 9(2)  COMP VALUE ZERO.
002923 77  WS-ALC-IX              PIC 9(2)  COMP VALUE ZERO.
002924 77  WS-ALC-REM-IX          PIC 9(2)  COMP VALUE ZERO.
002925 77  WS-ALC-PCT-TOTAL       PIC 9(5)V99 COMP-3 VALUE ZERO.
002926 77  WS-ALC-BASE-LEFT       PIC S9(6)V99 VALUE ZERO.
002927 77  WS-ALC-FX-LEFT         PIC S9(6)V99 VALUE ZERO.
002928 01  WS-ALC-SEL-TARGETS.
002929     05  WS-AST-ENTRY       OCCURS 10 TIMES.
002930         10  WS-AST-CC          PIC X(04).
002931         10  WS-AST-PCT         PIC 9(3)V99.
002932 01  WS-ALC-PIECE-TABLE.
002933     05  WS-AP-ENTRY        OCCURS 10 TIMES.
002934         10  WS-AP-CC           PIC X(04).
002935         10  WS-AP-PCT          PIC 9(3)V99.
002936         10  WS-AP-BASE         PIC S9(6)V99.
002937         10  WS-AP-FX           PIC S9(6)V99.
002938         10  WS-AP-DEBIT        PIC X(10).
002939         10  WS-AP-CREDIT       PIC X(10).

002942*----------------------------------------------------------------
002943* CHECKPOINT/RESTART COUNTERS
002944*----------------------------------------------------------------
002945 77  WS-CKPT-INTERVAL       PIC 9(5)     COMP VALUE 100.
002946 77  WS-CKPT-COUNT          PIC 9(5)     COMP VALUE ZERO.
002947 77  WS-RESTART-SEQ-NO      PIC 9(9)     COMP VALUE ZERO.
002948 77  WS-CURRENT-SEQ-NO      PIC 9(9)     COMP VALUE ZERO.
002949 77  WS-RESTART-SEQ-EDIT    PIC Z(8)9.

002950*----------------------------------------------------------------
002951* EXCEPTION REPORTING FIELDS
002952*----------------------------------------------------------------
002953 77  WS-ERROR-MESSAGE       PIC X(30) VALUE SPACES.
002954 77  WS-EXCEPTION-COUNT     PIC 9(7)     COMP VALUE ZERO.

002960*----------------------------------------------------------------
002970* CONTROL TOTAL FIELDS
002980*----------------------------------------------------------------
002990 77  WS-CALC-COUNT          PIC 9(7)     COMP VALUE ZERO.
002994 77  WS-DETAIL-READ-COUNT   PIC 9(7)     COMP VALUE ZERO.
003000 77  WS-RESULT-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
003010 77  WS-BATCH-ID            PIC X(08)    VALUE SPACES.

003230 77  WS-RECAP-IX            PIC 9(2)  COMP VALUE ZERO.
003240 77  WS-RECAP-FOUND-IX      PIC 9(2)  COMP VALUE ZERO.

003241*----------------------------------------------------------------
003242* BATCH REGISTER STATE - THE AUTHORIZED REPOSTS LOADED FROM
003243*     BATCHOVR AND THE COUNT OF BATCHES REFUSED AS ALREADY
003244*     POSTED.
003245*----------------------------------------------------------------
003246 77  WS-REFUSED-COUNT       PIC 9(5)  COMP VALUE ZERO.
003247 77  WS-OVERRIDE-BY         PIC X(08) VALUE SPACES.
003248 77  WS-OVR-COUNT           PIC 9(3)  COMP VALUE ZERO.
003249 77  WS-OVR-IX              PIC 9(3)  COMP VALUE ZERO.
003250 77  WS-OVR-FOUND-IX        PIC 9(3)  COMP VALUE ZERO.
003251 01  WS-OVERRIDE-TABLE.
003252     05  WS-OVR-ENTRY       OCCURS 50 TIMES.
003253         10  WS-OVR-BATCH-ID    PIC X(08).
003254         10  WS-OVR-AUTH-BY     PIC X(08).
003255         10  WS-OVR-POST-COUNT  PIC 9(03).

003256*----------------------------------------------------------------
003260* GL POSTING EXTRACT - RUN DATE, HEADER SWITCH AND THE RECORD
003270*     IMAGES. THE HEADER IS WRITTEN ONCE PER BATCH - WHEN THE
003280*     BATCH HEADER IS SEEN, OR BEFORE THE FIRST DETAIL ON AN
003350*     RAW BYTES SO A CORRUPT VALUE IS CAUGHT BY THE NUMERIC
003351*     TEST, NOT BY AN ABEND ON THE MOVE.
003352*----------------------------------------------------------------
003353 77  WS-RATE-LOOKUP-CODE    PIC X(04) VALUE SPACES.
003354 77  WS-RATE-EFF-DATE       PIC 9(08) VALUE ZERO.
003355 77  WS-RATE-ROW-SW         PIC X(01) VALUE "N".
003356     88  RATE-CODE-ON-FILE      VALUE "Y".
003357 77  WS-RATE-SEL-SW         PIC X(01) VALUE "N".
003358     88  RATE-ROW-SELECTED      VALUE "Y".
003359 77  WS-RATE-SCAN-SW        PIC X(01) VALUE "N".
003360     88  RATE-SCAN-DONE         VALUE "Y".
003361 01  WS-SEL-RATE-X          PIC X(11) VALUE SPACES.
003362 01  WS-SEL-RATE-N REDEFINES WS-SEL-RATE-X
003363                            PIC S9(4)V9(6)
003364                            SIGN IS LEADING SEPARATE.
003365 77  WS-SEL-RATE-STATUS     PIC X(01) VALUE SPACES.

003366*----------------------------------------------------------------
003367* RUN STATISTICS RECORD IMAGES - SB PER BATCH, SC PER COST-
003368*     CENTER GROUP, APPENDED TO STATFILE FOR RUNTREND.
003369*----------------------------------------------------------------
003370 01  SB-LINE.
003371     05  SB-RECORD-TYPE     PIC X(02)  VALUE "SB".
003372     05  FILLER             PIC X(01)  VALUE SPACES.
003373     05  SB-RUN-DATE        PIC 9(08).
003374     05  FILLER             PIC X(01)  VALUE SPACES.
003375     05  SB-BATCH-ID        PIC X(08).
003376     05  FILLER             PIC X(01)  VALUE SPACES.
003377     05  SB-CALC-COUNT      PIC 9(07).
003378     05  FILLER             PIC X(01)  VALUE SPACES.
003379     05  SB-EXCP-COUNT      PIC 9(07).
003380     05  FILLER             PIC X(01)  VALUE SPACES.
003381     05  SB-RESULT-TOTAL    PIC S9(9)V99
003382                            SIGN IS LEADING SEPARATE.
003383     05  FILLER             PIC X(05)  VALUE SPACES.

003384 01  SC-LINE.
003385     05  SC-RECORD-TYPE     PIC X(02)  VALUE "SC".
003386     05  FILLER             PIC X(01)  VALUE SPACES.
003387     05  SC-RUN-DATE        PIC 9(08).
003388     05  FILLER             PIC X(01)  VALUE SPACES.
003389     05  SC-BATCH-ID        PIC X(08).
003390     05  FILLER             PIC X(01)  VALUE SPACES.
003391     05  SC-COST-CENTER     PIC X(04).
003392     05  FILLER             PIC X(01)  VALUE SPACES.
003393     05  SC-CALC-COUNT      PIC 9(07).
003394     05  FILLER             PIC X(01)  VALUE SPACES.
003395     05  SC-EXCP-COUNT      PIC 9(07).
003396     05  FILLER             PIC X(01)  VALUE SPACES.
003397     05  SC-RESULT-TOTAL    PIC S9(9)V99
003398                            SIGN IS LEADING SEPARATE.

003399*----------------------------------------------------------------
003400* RATE USAGE RECORD IMAGE - ONE LINE APPENDED TO RATEUSE PER
003401*     SUCCESSFUL RATE RESOLUTION.
003402*----------------------------------------------------------------
003403 01  RUS-LINE.
003404     05  RUS-RATE-CODE      PIC X(04).
003405     05  FILLER             PIC X(01) VALUE SPACES.
003406     05  RUS-USE-DATE       PIC 9(08).
003407     05  FILLER             PIC X(01) VALUE SPACES.
003408     05  RUS-BATCH-ID       PIC X(08).
003409     05  FILLER             PIC X(01) VALUE SPACES.
003410     05  RUS-SEQ-NO         PIC 9(09).

003411 01  GXH-LINE.
003412     05  GXH-RECORD-TYPE    PIC X(02)  VALUE "GH".
003413     05  GXH-BATCH-ID       PIC X(08).
003414     05  GXH-RUN-DATE       PIC 9(08).
003415     05  FILLER             PIC X(62)  VALUE SPACES.

003416 01  GXD-LINE.
003417     05  GXD-RECORD-TYPE    PIC X(02)  VALUE "GD".
003420     05  GXD-SEQ-NO         PIC 9(09).
003430     05  GXD-COST-CENTER    PIC X(04).
003440     05  GXD-RESULT         PIC S9(6)V99
003450                            SIGN IS LEADING SEPARATE.
003460     05  GXD-RUN-DATE       PIC 9(08).
003470     05  GXD-BATCH-ID       PIC X(08).
003472     05  GXD-DR-CR          PIC X(01).
003474     05  GXD-GL-ACCOUNT     PIC X(10).
003475     05  GXD-CURRENCY       PIC X(03).
003476     05  GXD-FX-AMOUNT      PIC S9(6)V99
003477                            SIGN IS LEADING SEPARATE.
003478     05  GXD-FX-RATE        PIC S9(4)V9(6)
003479                            SIGN IS LEADING SEPARATE.
003480     05  FILLER             PIC X(06)  VALUE SPACES.

003481 01  GXT-LINE.
003490     05  GXT-RECORD-TYPE    PIC X(02)  VALUE "GT".
003500     05  GXT-RECORD-COUNT   PIC 9(07).
003510     05  GXT-AMOUNT-TOTAL   PIC S9(9)V99
003520                            SIGN IS LEADING SEPARATE.
003524     05  GXT-LINE-COUNT     PIC 9(07).
003530     05  FILLER             PIC X(52)  VALUE SPACES.

003540*----------------------------------------------------------------
003550* AUDIT TIMESTAMP AND AUDIT LINE LAYOUT
003915     05  AUD-COST-CENTER    PIC X(04).
003916     05  FILLER             PIC X(01) VALUE SPACES.
003917     05  AUD-RUN-MODE       PIC X(01).
003918     05  FILLER             PIC X(01) VALUE SPACES.
003919     05  AUD-TRAN-TYPE      PIC X(01).
003920     05  FILLER             PIC X(01) VALUE SPACES.
003921     05  AUD-ORIG-BATCH-ID  PIC X(08).
003922     05  FILLER             PIC X(01) VALUE SPACES.
003923     05  AUD-ORIG-SEQ-NO    PIC 9(09).
003924     05  FILLER             PIC X(01) VALUE SPACES.
003925     05  AUD-RATE-CODE      PIC X(04).
003926     05  FILLER             PIC X(01) VALUE SPACES.
003927     05  AUD-CURRENCY       PIC X(03).
003928     05  FILLER             PIC X(01) VALUE SPACES.
003929     05  AUD-FX-AMOUNT      PIC -(6)9.99.
003930     05  FILLER             PIC X(01) VALUE SPACES.
003931     05  AUD-FX-RATE        PIC -(4)9.9(6).

003932*----------------------------------------------------------------
003933* EXCEPTION LINE LAYOUT
003940*     BUILT IN WORKING-STORAGE FOR THE SAME REASON AS AUD-LINE
003950*     ABOVE - THE FD RECORD IS A FLAT PIC X FIELD SO NO FILLER
003960*     POSITION IS EVER WRITTEN UNINITIALIZED.
004107     05  FILLER             PIC X(01) VALUE SPACES.
004108     05  EXC-CYCLE-COUNT    PIC 9(03).
004109     05  FILLER             PIC X(01) VALUE SPACES.
004110     05  EXC-CURRENCY       PIC X(03).
004111     05  FILLER             PIC X(01) VALUE SPACES.

004112*----------------------------------------------------------------
004120* REPORT LAYOUT LINES
004130*----------------------------------------------------------------
004140 01  RPT-HEADER-1.
004290     05  RD-NUM2            PIC -(4)9.99.
004300     05  FILLER             PIC X(03) VALUE SPACES.
004310     05  RD-RESULT          PIC -(6)9.99.
004320     05  FILLER             PIC X(02) VALUE SPACES.
004324     05  RD-NOTE            PIC X(28) VALUE SPACES.

004325*----------------------------------------------------------------
004326* FOREIGN-CURRENCY LINE - PRINTED UNDER THE DETAIL LINE OF ANY
004327*     TRANSACTION NOT IN BASE CURRENCY. THE DETAIL LINE'S RESULT
004328*     IS THE BASE AMOUNT; THIS LINE SHOWS WHERE IT CAME FROM.
004329*----------------------------------------------------------------
004330 01  RPT-FX-LINE.
004331     05  FILLER             PIC X(11) VALUE SPACES.
004332     05  FILLER             PIC X(09) VALUE "CURRENCY ".
004333     05  RFX-CURRENCY       PIC X(03).
004334     05  FILLER             PIC X(09) VALUE "  AMOUNT ".
004335     05  RFX-FX-AMOUNT      PIC -(6)9.99.
004336     05  FILLER             PIC X(07) VALUE "  RATE ".
004337     05  RFX-FX-RATE        PIC -(4)9.9(6).
004338     05  FILLER             PIC X(07) VALUE "  BASE ".
004339     05  RFX-BASE-AMOUNT    PIC -(6)9.99.
004340     05  FILLER             PIC X(02) VALUE SPACES.

004341*----------------------------------------------------------------
004342* CHECKPOINT/RESTART MESSAGE LINE
004350*----------------------------------------------------------------
004360 01  RPT-RESTART-LINE.
004370     05  FILLER             PIC X(24) VALUE
004427     05  RBT-RESULT-TOTAL   PIC -(8)9.99.
004428     05  FILLER             PIC X(44) VALUE SPACES.

004429 01  RPT-REFUSED-LINE.
004430     05  FILLER             PIC X(09) VALUE "BATCH ID ".
004431     05  RRF-BATCH-ID       PIC X(08).
004432     05  FILLER             PIC X(29) VALUE
004433         "  REFUSED - ALREADY POSTED ON".
004434     05  FILLER             PIC X(01) VALUE SPACES.
004435     05  RRF-POST-DATE      PIC 9(08).
004436     05  FILLER             PIC X(25) VALUE SPACES.

004437 01  RPT-REPOST-LINE.
004438     05  FILLER             PIC X(09) VALUE "BATCH ID ".
004439     05  RRP-BATCH-ID       PIC X(08).
004440     05  FILLER             PIC X(23) VALUE
004441         "  REPOST AUTHORIZED BY ".
004442     05  RRP-AUTHORIZED-BY  PIC X(08).
004443     05  FILLER             PIC X(32) VALUE SPACES.

004444*----------------------------------------------------------------
004445* COST-CENTER SUBTOTAL AND RECAP LINES - THE SAME DETAIL LINE
004446*     SERVES BOTH THE CONTROL-BREAK SUBTOTALS AND THE RECAP.
004447*----------------------------------------------------------------
004450 01  RPT-CC-SUBTOTAL-LINE.
004460     05  FILLER             PIC X(12) VALUE "COST CENTER ".
004470     05  RCC-CODE           PIC X(04).
004750         "TOTAL OF RESULT VALUES ".
004760     05  RT-RESULT-TOTAL    PIC -(8)9.99.
004770     05  FILLER             PIC X(44) VALUE SPACES.

004771 01  RPT-TOTAL-REFUSED-LINE.
004772     05  FILLER             PIC X(24) VALUE
004773         "BATCHES REFUSED        ".
004774     05  RT-REFUSED-COUNT   PIC Z(6)9.
004775     05  FILLER             PIC X(49) VALUE SPACES.
004780

004781*----------------------------------------------------------------
005010     END-IF.
005020     CLOSE AUDIT-FILE.
005021     MOVE "E" TO WS-RUNLOG-TYPE.
005022     IF WS-EXCEPTION-COUNT > ZERO OR WS-REFUSED-COUNT > ZERO
005023         MOVE "ERRORS" TO WS-RUN-STATUS
005024     ELSE
005025         MOVE "CLEAN" TO WS-RUN-STATUS
005050*----------------------------------------------------------------
005060* 1000-GET-RUN-PARAMETERS
005070*     READS THE RUN-CONTROL RECORD, WHEN ONE IS PRESENT, AND
005080*     APPLIES THE FIELDS THIS PROGRAM USES - THE RUN MODE, THE
005090*     BASE CURRENCY AND THE CHECKPOINT INTERVAL. ANYTHING
005094*     ABSENT OR BLANK LEAVES THE CONSOLE PROMPT AND THE COMPILED
005100*     DEFAULT IN FORCE (NO BASE CURRENCY NAMED MEANS ONLY A BLANK
005110*     CURRENCY IS BASE), SO AN ATTENDED RUN BEHAVES AS BEFORE.
005120*----------------------------------------------------------------
005130 1000-GET-RUN-PARAMETERS.
005140     OPEN INPUT RUN-PARAMETER-FILE.
005250             IF RP-RUN-MODE NOT = SPACES
005260                 MOVE RP-RUN-MODE TO WS-RUN-MODE
005270             END-IF
005272             IF RP-BASE-CURRENCY NOT = SPACES
005274                 MOVE RP-BASE-CURRENCY TO WS-BASE-CURRENCY
005276             END-IF
005280             IF RP-CKPT-INTERVAL-N IS NUMERIC
005290              AND RP-CKPT-INTERVAL-N > ZERO
005300                 MOVE RP-CKPT-INTERVAL-N TO WS-CKPT-INTERVAL
005480     PERFORM 4000-CALCULATE-TRANSACTION THRU 4000-EXIT.
005490     IF TRANSACTION-VALID
005500         MOVE RESULT TO WS-RESULT-EDIT
005502         MOVE WS-BASE-CURRENCY TO WS-TRAN-CURRENCY
005504         MOVE RESULT TO WS-FX-AMOUNT
005506         MOVE 1 TO WS-FX-RATE
005510         DISPLAY "Result: " WS-RESULT-EDIT
005520         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
005530     ELSE
006173         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006174         STOP RUN
006175     END-IF.
006176     OPEN I-O BATCH-REGISTER.
006177     IF WS-BCR-STATUS NOT = "00" AND WS-BCR-STATUS NOT = "05"
006178         DISPLAY "FATAL: Cannot open BATCH-REGISTER, status "
006179             WS-BCR-STATUS
006180         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006181         STOP RUN
006182     END-IF.
006183     OPEN INPUT GL-XREF-MASTER.
006184     IF WS-GLX-STATUS NOT = "00" AND WS-GLX-STATUS NOT = "05"
006185         DISPLAY "FATAL: Cannot open GL-XREF-MASTER, status "
006186             WS-GLX-STATUS
006187         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006188         STOP RUN
006189     END-IF.
006190     IF WS-GLX-STATUS = "00"
006191         SET GL-XREF-AVAILABLE TO TRUE
006192     END-IF.
006193     OPEN INPUT ALLOCATION-MASTER.
006194     IF WS-ALC-STATUS NOT = "00" AND WS-ALC-STATUS NOT = "05"
006195         DISPLAY "FATAL: Cannot open ALLOCATION-MASTER, status "
006196             WS-ALC-STATUS
006197         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006198         STOP RUN
006199     END-IF.
006200     OPEN INPUT PERIOD-MASTER.
006201     IF WS-PRD-STATUS NOT = "00" AND WS-PRD-STATUS NOT = "05"
006202         DISPLAY "FATAL: Cannot open PERIOD-MASTER, status "
006203             WS-PRD-STATUS
006204         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006205         STOP RUN
006206     END-IF.
006207     IF WS-PRD-STATUS = "00"
006208         SET PERIOD-MASTER-AVAILABLE TO TRUE
006209     END-IF.
006210     PERFORM 3150-LOAD-OVERRIDES THRU 3150-EXIT.
006211     OPEN INPUT CHECKPOINT-FILE.
006212     IF WS-CKPT-STATUS NOT = "00" AND WS-CKPT-STATUS NOT = "05"
006213         DISPLAY "FATAL: Cannot open CHECKPOINT-FILE, status "
006214             WS-CKPT-STATUS
006215         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006216         STOP RUN
006217     END-IF.
006220     READ CHECKPOINT-FILE
006230         AT END
006240             CONTINUE
006335             MOVE CKPT-BATCH-CALC    TO WS-BATCH-CALC-COUNT
006336             MOVE CKPT-BATCH-EXCP    TO WS-BATCH-EXCP-COUNT
006337             MOVE CKPT-BATCH-TOTAL   TO WS-BATCH-RESULT-TOTAL
006338             IF CKPT-DETAIL-COUNT IS NUMERIC
006339                 MOVE CKPT-DETAIL-COUNT TO WS-DETAIL-READ-COUNT
006340             ELSE
006341                 COMPUTE WS-DETAIL-READ-COUNT = WS-CALC-COUNT
006342                     + WS-EXCEPTION-COUNT
006343             END-IF
006344             IF CKPT-BATCH-ID NOT = SPACES
006345                 SET SKIPPING-TO-BATCH TO TRUE
006346             END-IF
006347     END-READ.
006350     CLOSE CHECKPOINT-FILE.
006360     IF CHECKPOINT-FOUND
006370         OPEN EXTEND REPORT-FILE
006820 3100-EXIT.
006830     EXIT.

006831*----------------------------------------------------------------
006832* 3150-LOAD-OVERRIDES
006833*     LOADS THE AUTHORIZED REPOSTS FROM THE OPTIONAL BATCHOVR
006834*     FILE. WITH NO FILE PRESENT THE TABLE IS SIMPLY EMPTY AND
006835*     EVERY ALREADY-POSTED BATCH ID IS REFUSED.
006836*----------------------------------------------------------------
006837 3150-LOAD-OVERRIDES.
006838     OPEN INPUT BATCH-OVERRIDE-FILE.
006839     IF WS-OVR-STATUS NOT = "00" AND WS-OVR-STATUS NOT = "05"
006840         DISPLAY "FATAL: Cannot open BATCH-OVERRIDE-FILE, status "
006841             WS-OVR-STATUS
006842         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006843         STOP RUN
006844     END-IF.
006845     PERFORM 3160-STORE-OVERRIDE THRU 3160-EXIT
006846         UNTIL OVERRIDES-DONE.
006847     CLOSE BATCH-OVERRIDE-FILE.
006848 3150-EXIT.
006849     EXIT.

006850*----------------------------------------------------------------
006851* 3160-STORE-OVERRIDE
006852*     READS ONE OVERRIDE AND KEEPS IT. A RECORD WITHOUT A BATCH
006853*     ID, AN AUTHORIZER OR A POSTING COUNT AUTHORIZES NOTHING.
006854*----------------------------------------------------------------
006855 3160-STORE-OVERRIDE.
006856     READ BATCH-OVERRIDE-FILE
006857         AT END
006858             SET OVERRIDES-DONE TO TRUE
006859             GO TO 3160-EXIT
006860     END-READ.
006861     IF BO-BATCH-ID = SPACES OR BO-AUTHORIZED-BY = SPACES
006862         GO TO 3160-EXIT.
006863     IF BO-POST-COUNT IS NOT NUMERIC OR BO-POST-COUNT = ZERO
006864         GO TO 3160-EXIT.
006865     IF WS-OVR-COUNT >= 50
006866         DISPLAY "FATAL: More than 50 batch overrides on BATCHOVR"
006867         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
006868         STOP RUN
006869     END-IF.
006870     ADD 1 TO WS-OVR-COUNT.
006871     MOVE BO-BATCH-ID      TO WS-OVR-BATCH-ID (WS-OVR-COUNT).
006872     MOVE BO-AUTHORIZED-BY TO WS-OVR-AUTH-BY (WS-OVR-COUNT).
006873     MOVE BO-POST-COUNT    TO WS-OVR-POST-COUNT (WS-OVR-COUNT).
006874 3160-EXIT.
006875     EXIT.

006876*----------------------------------------------------------------
006877* 3400-CLOSE-BATCH-FILES
006878*----------------------------------------------------------------
006879 3400-CLOSE-BATCH-FILES.
006880     CLOSE TRANSACTION-FILE.
006890     CLOSE REPORT-FILE.
006900     CLOSE EXCEPTION-FILE.
006925     CLOSE COST-CENTER-MASTER.
006926     CLOSE RATE-USAGE-FILE.
006927     CLOSE RUN-STATS-FILE.
006928     CLOSE BATCH-REGISTER.
006929     CLOSE GL-XREF-MASTER.
006930     CLOSE ALLOCATION-MASTER.
006931     CLOSE PERIOD-MASTER.
006932 3400-EXIT.
006940     EXIT.

006950*----------------------------------------------------------------
007145     MOVE WS-BATCH-CALC-COUNT TO CKPT-BATCH-CALC.
007146     MOVE WS-BATCH-EXCP-COUNT TO CKPT-BATCH-EXCP.
007147     MOVE WS-BATCH-RESULT-TOTAL TO CKPT-BATCH-TOTAL.
007148     MOVE WS-DETAIL-READ-COUNT TO CKPT-DETAIL-COUNT.
007150     WRITE CHECKPOINT-RECORD.
007160     CLOSE CHECKPOINT-FILE.
007170 3600-EXIT.
007572*     IS PASSED OVER UNTIL THE CHECKPOINTED BATCH COMES ROUND
007574*     AGAIN - SEE 3900-OPEN-BATCH - BECAUSE SEQUENCE NUMBERS
007576*     RESTART PER BATCH AND THE SEQUENCE-NUMBER FILTER ALONE
007578*     CANNOT TELL ONE BATCH'S DETAILS FROM ANOTHER'S. A REVERSAL
007579*     IS NOT CALCULATED - 4900-LOCATE-ORIGINAL SUPPLIES THE
007580*     ORIGINAL'S FIGURES, THE NEGATED RESULT AND ITS COST
007581*     CENTER BEFORE THE CONTROL BREAK, AND IT THEN POSTS LIKE
007582*     ANY OTHER DETAIL. A RESULT IN A FOREIGN CURRENCY IS TAKEN
007583*     TO BASE BY 4300-CONVERT-TO-BASE BEFORE ANYTHING POSTS; A
007584*     REVERSAL CARRIES ITS ORIGINAL'S CURRENCY AND RATE. AN
007585*     ALLOCATION IS NOT CALCULATED EITHER - ITS AMOUNT IS TAKEN
007586*     TO BASE, SPLIT BY 4420-SPLIT-ALLOCATION AND POSTED A PIECE
007587*     AT A TIME BY 4460-POST-ALLOCATION, EACH PIECE UNDER ITS
007588*     TARGET CENTER'S CONTROL BREAK; REJECTED, IT COUNTS UNDER
007589*     THE CENTER IT CAME FROM. ANY ITEM DATED IN A CLOSED PERIOD
007590*     IS REJECTED BY 4200-CHECK-PERIOD BEFORE ANYTHING ELSE IS
007591*     RESOLVED FOR IT.
007592*----------------------------------------------------------------
007593 3300-PROCESS-TRANSACTION.
007600     IF TH-BATCH-HEADER
007610         PERFORM 3900-OPEN-BATCH THRU 3900-EXIT
007630         GO TO 3300-READ-NEXT.
007640     IF TH-BATCH-TRAILER
007642         EVALUATE TRUE
007643             WHEN SKIPPING-TO-BATCH
007644                 IF RESUME-AFTER-TRAILER
007646                     MOVE "N" TO WS-BATCH-SKIP-SW
007647                     MOVE "N" TO WS-RESUME-BT-SW
007648                 END-IF
007649             WHEN BATCH-REFUSED
007650                 MOVE "N" TO WS-BATCH-REFUSED-SW
007651             WHEN OTHER
007652                 PERFORM 3950-CLOSE-BATCH THRU 3950-EXIT
007653         END-EVALUATE
007654         GO TO 3300-READ-NEXT.
007655     IF SKIPPING-TO-BATCH OR BATCH-REFUSED
007656         GO TO 3300-READ-NEXT.
007660     IF TR-SEQ-NO NOT > WS-RESTART-SEQ-NO
007670         CONTINUE
007680     ELSE
007681         ADD 1 TO WS-DETAIL-READ-COUNT
007682         IF TR-REVERSAL
007684             PERFORM 4900-LOCATE-ORIGINAL THRU 4900-EXIT
007686         END-IF
007687         IF NOT TR-ALLOCATION
007690             PERFORM 3800-CHECK-CC-BREAK THRU 3800-EXIT
007700             PERFORM 3850-FIND-RECAP-ENTRY THRU 3850-EXIT
007701         END-IF
007704         IF NOT TR-REVERSAL
007710             MOVE TR-NUM1      TO NUM1
007720             MOVE TR-OPERATION TO OPERATION
007721             IF TR-RATE-LOOKUP OR TR-ALLOCATION
007722                 MOVE TR-RATE-CODE TO WS-TRAN-RATE-CODE
007723             ELSE
007724                 MOVE SPACES TO WS-TRAN-RATE-CODE
007725             END-IF
007726             IF TR-ALLOCATION
007727                 MOVE "A" TO OPERATION
007728             END-IF
007729             MOVE TR-CURRENCY-CODE TO WS-TRAN-CURRENCY
007730             IF WS-TRAN-CURRENCY = SPACES
007731                 MOVE WS-BASE-CURRENCY TO WS-TRAN-CURRENCY
007732             END-IF
007733             PERFORM 4700-VALIDATE-COST-CENTER THRU 4700-EXIT
007734         END-IF
007735         IF TRANSACTION-VALID
007736             PERFORM 4200-CHECK-PERIOD THRU 4200-EXIT
007737         END-IF
007738         IF TRANSACTION-VALID AND NOT TR-REVERSAL
007739             EVALUATE TRUE
007743                 WHEN TR-RATE-LOOKUP
007747                     PERFORM 4500-RESOLVE-RATE-CODE THRU 4500-EXIT
007751                 WHEN TR-ALLOCATION
007755                     PERFORM 4400-RESOLVE-ALLOCATION
007756                         THRU 4400-EXIT
007759                 WHEN OTHER
007763                     SET TRANSACTION-VALID TO TRUE
007767                     MOVE TR-NUM2  TO NUM2
007771             END-EVALUATE
007782         END-IF
007790         IF TRANSACTION-VALID AND NOT TR-REVERSAL
007794          AND NOT TR-ALLOCATION
007800             PERFORM 4000-CALCULATE-TRANSACTION THRU 4000-EXIT
007810         END-IF
007811         IF TRANSACTION-VALID AND NOT TR-REVERSAL
007812             PERFORM 4300-CONVERT-TO-BASE THRU 4300-EXIT
007813         END-IF
007814         IF TRANSACTION-VALID
007815             IF TR-ALLOCATION
007816                 PERFORM 4420-SPLIT-ALLOCATION THRU 4420-EXIT
007817             ELSE
007818                 PERFORM 4800-RESOLVE-GL-ACCOUNTS THRU 4800-EXIT
007819             END-IF
007820         END-IF
007821         IF TRANSACTION-VALID
007831             IF TR-ALLOCATION
007841                 PERFORM 4460-POST-ALLOCATION THRU 4460-EXIT
007851             ELSE
007861                 PERFORM 3500-POST-TRANSACTION THRU 3500-EXIT
007871             END-IF
007970         ELSE
007971             IF TR-ALLOCATION
007972                 PERFORM 3800-CHECK-CC-BREAK THRU 3800-EXIT
007973                 PERFORM 3850-FIND-RECAP-ENTRY THRU 3850-EXIT
007974             END-IF
007980             PERFORM 5500-WRITE-EXCEPTION-LINE THRU 5500-EXIT
007982             ADD 1 TO WS-BATCH-EXCP-COUNT
007990             ADD 1 TO WS-CC-EXCP-COUNT
008110 3300-EXIT.
008120     EXIT.

008121*----------------------------------------------------------------
008122* 3500-POST-TRANSACTION
008123*     POSTS ONE VALID CALCULATION - OR ONE PIECE OF AN
008124*     ALLOCATION - UNDER THE COST CENTER IN TR-COST-CENTER:
008125*     REPORT LINE (WITH ITS CURRENCY LINE WHEN FOREIGN), AUDIT
008126*     RECORD, RUN, BATCH, CENTER AND RECAP TOTALS, AND THE
008127*     EXTRACT PAIR.
008128*----------------------------------------------------------------
008129 3500-POST-TRANSACTION.
008130     MOVE TR-SEQ-NO TO RD-SEQ-NO.
008131     MOVE NUM1      TO RD-NUM1.
008132     MOVE OPERATION TO RD-OPERATION.
008133     MOVE NUM2      TO RD-NUM2.
008134     MOVE RESULT    TO RD-RESULT.
008135     EVALUATE TRUE
008136         WHEN TR-REVERSAL
008137             PERFORM 4980-NOTE-REVERSAL THRU 4980-EXIT
008138         WHEN TR-ALLOCATION
008139             PERFORM 4480-NOTE-ALLOCATION THRU 4480-EXIT
008140         WHEN OTHER
008141             MOVE SPACES TO RD-NOTE
008142     END-EVALUATE.
008143     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
008144     IF WS-TRAN-CURRENCY NOT = WS-BASE-CURRENCY
008145         PERFORM 4350-WRITE-FX-LINE THRU 4350-EXIT
008146     END-IF.
008147     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.
008148     ADD 1 TO WS-CALC-COUNT.
008149     ADD RESULT TO WS-RESULT-TOTAL.
008150     ADD 1 TO WS-BATCH-CALC-COUNT.
008151     ADD RESULT TO WS-BATCH-RESULT-TOTAL.
008152     ADD 1 TO WS-CC-CALC-COUNT.
008153     ADD RESULT TO WS-CC-RESULT-TOTAL.
008154     ADD 1 TO WS-RE-CALC (WS-RECAP-FOUND-IX).
008155     ADD RESULT TO WS-RE-TOTAL (WS-RECAP-FOUND-IX).
008156     PERFORM 8200-WRITE-EXTRACT-DETAIL THRU 8200-EXIT.
008157 3500-EXIT.
008158     EXIT.

008159*----------------------------------------------------------------
008160* 3800-CHECK-CC-BREAK
008161*     OPENS A NEW COST-CENTER GROUP WHEN THE TRANSACTION'S COST
008162*     CENTER DIFFERS FROM THE OPEN GROUP'S, WRITING THE CLOSING
008170*     GROUP'S SUBTOTAL LINE FIRST.
008180*----------------------------------------------------------------
008190 3800-CHECK-CC-BREAK.
009160     END-EVALUATE.
009170 4000-EXIT.
009180     EXIT.

009181*----------------------------------------------------------------
009182* 4200-CHECK-PERIOD
009183*     REJECTS A TRANSACTION WHOSE DATE - THE RUN DATE WHEN IT
009184*     CARRIES NONE - FALLS IN A PERIOD THE PERIOD MASTER SHOWS
009185*     AS CLOSED, SO NOTHING POSTS INTO FIGURES ALREADY CLOSED
009186*     AND REPORTED. A PERIOD NOT ON FILE, STILL OPEN OR PART
009187*     WAY THROUGH ITS CLOSE TAKES POSTINGS AS BEFORE, AND WITH
009188*     NO MASTER ON FILE THE CHECK IS BYPASSED. A REVERSAL KEEPS
009189*     ITS ORIGINAL'S FIGURES ON THE EXCEPTION LINE.
009190*----------------------------------------------------------------
009191 4200-CHECK-PERIOD.
009192     IF NOT PERIOD-MASTER-AVAILABLE
009193         GO TO 4200-EXIT.
009194     IF TR-TRAN-DATE IS NUMERIC AND TR-TRAN-DATE > ZERO
009195         COMPUTE WS-TRAN-PERIOD = TR-TRAN-DATE / 100
009196     ELSE
009197         COMPUTE WS-TRAN-PERIOD = WS-GL-RUN-DATE / 100
009198     END-IF.
009199     MOVE WS-TRAN-PERIOD TO PD-PERIOD.
009200     READ PERIOD-MASTER
009201         INVALID KEY
009202             GO TO 4200-EXIT
009203     END-READ.
009204     IF NOT PD-CLOSED
009205         GO TO 4200-EXIT.
009206     SET TRANSACTION-INVALID TO TRUE.
009207     IF NOT TR-REVERSAL
009208         MOVE ZERO TO NUM2
009209     END-IF.
009210     MOVE SPACES TO WS-ERROR-MESSAGE.
009211     STRING "Period " DELIMITED BY SIZE
009212         WS-TRAN-PERIOD DELIMITED BY SIZE
009213         " is closed" DELIMITED BY SIZE
009214         INTO WS-ERROR-MESSAGE.
009215 4200-EXIT.
009216     EXIT.

009217*----------------------------------------------------------------
009218* 4300-CONVERT-TO-BASE
009219*     TAKES A CALCULATED RESULT TO BASE CURRENCY. THE RESULT AS
009220*     CALCULATED IS KEPT AS THE ORIGINAL-CURRENCY AMOUNT; A
009221*     BASE-CURRENCY ITEM STOPS THERE AT A RATE OF 1.00. A
009222*     FOREIGN ITEM IS PRESUMED INVALID UNTIL AN ACTIVE, POSITIVE
009223*     FACTOR IN FORCE ON THE TRANSACTION DATE IS FOUND UNDER
009224*     RATE CODE X PLUS THE CURRENCY, AND RESULT IS THEN REPLACED
009225*     BY THE ROUNDED BASE AMOUNT. THE FACTOR'S USE IS RECORDED
009226*     ON RATEUSE LIKE ANY OTHER RATE'S.
009227*----------------------------------------------------------------
009228 4300-CONVERT-TO-BASE.
009229     MOVE RESULT TO WS-FX-AMOUNT.
009230     MOVE 1 TO WS-FX-RATE.
009231     IF WS-TRAN-CURRENCY = WS-BASE-CURRENCY
009232         GO TO 4300-EXIT.
009233     SET TRANSACTION-INVALID TO TRUE.
009234     MOVE SPACES TO WS-ERROR-MESSAGE.
009235     MOVE WS-TRAN-CURRENCY TO WS-FX-CURRENCY.
009236     MOVE WS-FX-RATE-CODE TO WS-RATE-LOOKUP-CODE.
009237     PERFORM 4520-FIND-RATE-IN-FORCE THRU 4520-EXIT.
009238     EVALUATE TRUE
009239         WHEN NOT RATE-CODE-ON-FILE
009240             STRING "Unknown currency " DELIMITED BY SIZE
009241                 WS-TRAN-CURRENCY DELIMITED BY SIZE
009242                 INTO WS-ERROR-MESSAGE
009243         WHEN NOT RATE-ROW-SELECTED
009244             STRING "No FX rate in force for " DELIMITED BY SIZE
009245                 WS-TRAN-CURRENCY DELIMITED BY SIZE
009246                 INTO WS-ERROR-MESSAGE
009247         WHEN WS-SEL-RATE-STATUS NOT = "A"
009248             STRING "Inactive currency " DELIMITED BY SIZE
009249                 WS-TRAN-CURRENCY DELIMITED BY SIZE
009250                 INTO WS-ERROR-MESSAGE
009251         WHEN WS-SEL-RATE-N IS NOT NUMERIC
009252             STRING "Bad FX rate for " DELIMITED BY SIZE
009253                 WS-TRAN-CURRENCY DELIMITED BY SIZE
009254                 INTO WS-ERROR-MESSAGE
009255         WHEN WS-SEL-RATE-N NOT > ZERO
009256             STRING "Bad FX rate for " DELIMITED BY SIZE
009257                 WS-TRAN-CURRENCY DELIMITED BY SIZE
009258                 INTO WS-ERROR-MESSAGE
009259         WHEN OTHER
009260             MOVE WS-SEL-RATE-N TO WS-FX-RATE
009261             COMPUTE RESULT ROUNDED = WS-FX-AMOUNT * WS-FX-RATE
009262                 ON SIZE ERROR
009263                     STRING "Base amount overflow "
009264                         DELIMITED BY SIZE
009265                         WS-TRAN-CURRENCY DELIMITED BY SIZE
009266                         INTO WS-ERROR-MESSAGE
009267                 NOT ON SIZE ERROR
009268                     SET TRANSACTION-VALID TO TRUE
009269                     PERFORM 4600-WRITE-RATE-USAGE THRU 4600-EXIT
009270             END-COMPUTE
009271     END-EVALUATE.
009272 4300-EXIT.
009273     EXIT.

009274*----------------------------------------------------------------
009275* 4350-WRITE-FX-LINE
009276*     PRINTS THE CURRENCY, ORIGINAL-CURRENCY AMOUNT, RATE AND
009277*     BASE AMOUNT UNDER A FOREIGN-CURRENCY DETAIL LINE.
009278*----------------------------------------------------------------
009279 4350-WRITE-FX-LINE.
009280     MOVE WS-TRAN-CURRENCY TO RFX-CURRENCY.
009281     MOVE WS-FX-AMOUNT     TO RFX-FX-AMOUNT.
009282     MOVE WS-FX-RATE       TO RFX-FX-RATE.
009283     MOVE RESULT           TO RFX-BASE-AMOUNT.
009284     WRITE REPORT-RECORD FROM RPT-FX-LINE.
009285 4350-EXIT.
009286     EXIT.
009287
009288*----------------------------------------------------------------
009289* 4400-RESOLVE-ALLOCATION
009290*     RESOLVES A TRANSACTION'S ALLOCATION CODE AGAINST THE
009291*     ALLOCATION MASTER - THE TABLE IN FORCE ON THE TRANSACTION
009292*     DATE, AS 4500-RESOLVE-RATE-CODE FINDS A RATE - AND BUILDS
009293*     ONE PIECE PER TARGET CENTER. THE TABLE IS CHECKED AGAIN
009294*     HERE, NOT JUST WHEN ALCMNT ACCEPTED IT: ITS PERCENTAGES
009295*     MUST TOTAL EXACTLY 100, ITS REMAINDER CENTER MUST BE ONE
009296*     OF ITS TARGETS, AND EVERY TARGET MUST STILL BE AN ACTIVE
009297*     CENTER ON CCFILE (BYPASSED WITH NO CCFILE, AS IN 4700).
009298*     THE TRANSACTION IS PRESUMED INVALID UNTIL ALL OF THAT
009299*     HOLDS; THEN THE AMOUNT TO SPLIT IS LEFT IN RESULT FOR
009300*     4300-CONVERT-TO-BASE. NUM2 IS ZEROED SO THE EXCEPTION
009301*     LINE NEVER CARRIES THE CODE BYTES AS A NUMBER.
009302*----------------------------------------------------------------
009303 4400-RESOLVE-ALLOCATION.
009304     SET TRANSACTION-INVALID TO TRUE.
009305     MOVE SPACES TO WS-ERROR-MESSAGE.
009306     MOVE ZERO TO NUM2.
009307     MOVE TR-RATE-CODE TO WS-ALC-CODE.
009308     PERFORM 4410-FIND-ALLOC-IN-FORCE THRU 4410-EXIT.
009309     EVALUATE TRUE
009310         WHEN NOT ALLOC-CODE-ON-FILE
009311             STRING "Unknown alloc code " DELIMITED BY SIZE
009312                 WS-ALC-CODE DELIMITED BY SIZE
009313                 INTO WS-ERROR-MESSAGE
009314         WHEN NOT ALLOC-ROW-SELECTED
009315             STRING "No alloc in force for " DELIMITED BY SIZE
009316                 WS-ALC-CODE DELIMITED BY SIZE
009317                 INTO WS-ERROR-MESSAGE
009318         WHEN WS-ALC-SEL-STATUS NOT = "A"
009319             STRING "Inactive alloc code " DELIMITED BY SIZE
009320                 WS-ALC-CODE DELIMITED BY SIZE
009321                 INTO WS-ERROR-MESSAGE
009322         WHEN OTHER
009323             SET TRANSACTION-VALID TO TRUE
009324     END-EVALUATE.
009325     IF TRANSACTION-INVALID
009326         GO TO 4400-EXIT.
009327     MOVE ZERO TO WS-ALC-COUNT.
009328     MOVE ZERO TO WS-ALC-REM-IX.
009329     MOVE ZERO TO WS-ALC-PCT-TOTAL.
009330     MOVE ZERO TO WS-ALC-IX.
009331     PERFORM 4430-BUILD-PIECE THRU 4430-EXIT
009332         UNTIL WS-ALC-IX >= 10
009333            OR TRANSACTION-INVALID.
009334     IF TRANSACTION-INVALID
009335         GO TO 4400-EXIT.
009336     IF WS-ALC-PCT-TOTAL NOT = 100
009337         SET TRANSACTION-INVALID TO TRUE
009338         STRING "Alloc " DELIMITED BY SIZE
009339             WS-ALC-CODE DELIMITED BY SIZE
009340             " pct total not 100" DELIMITED BY SIZE
009341             INTO WS-ERROR-MESSAGE
009342         GO TO 4400-EXIT
009343     END-IF.
009344     IF WS-ALC-REM-IX = ZERO
009345         SET TRANSACTION-INVALID TO TRUE
009346         STRING "Alloc " DELIMITED BY SIZE
009347             WS-ALC-CODE DELIMITED BY SIZE
009348             " remainder ctr bad" DELIMITED BY SIZE
009349             INTO WS-ERROR-MESSAGE
009350         GO TO 4400-EXIT
009351     END-IF.
009352     MOVE NUM1 TO RESULT.
009353 4400-EXIT.
009354     EXIT.

009355*----------------------------------------------------------------
009356* 4410-FIND-ALLOC-IN-FORCE
009357*     SCANS THE HISTORY OF THE CODE IN WS-ALC-CODE FOR THE TABLE
009358*     IN FORCE ON THE TRANSACTION DATE (THE RUN DATE WHEN THE
009359*     TRANSACTION CARRIES NONE), LEAVING THE SWITCHES AND THE
009360*     SELECTED TABLE FOR THE CALLER TO JUDGE.
009361*----------------------------------------------------------------
009362 4410-FIND-ALLOC-IN-FORCE.
009363     IF TR-TRAN-DATE IS NUMERIC AND TR-TRAN-DATE > ZERO
009364         MOVE TR-TRAN-DATE TO WS-ALC-EFF-DATE
009365     ELSE
009366         MOVE WS-GL-RUN-DATE TO WS-ALC-EFF-DATE
009367     END-IF.
009368     MOVE "N" TO WS-ALC-ROW-SW.
009369     MOVE "N" TO WS-ALC-SEL-SW.
009370     MOVE "N" TO WS-ALC-SCAN-SW.
009371     MOVE WS-ALC-CODE TO AL-ALLOC-CODE.
009372     MOVE ZERO TO AL-EFFECTIVE-DATE.
009373     START ALLOCATION-MASTER KEY NOT LESS THAN AL-KEY
009374         INVALID KEY
009375             SET ALLOC-SCAN-DONE TO TRUE
009376     END-START.
009377     PERFORM 4415-SCAN-ALLOC-ROW THRU 4415-EXIT
009378         UNTIL ALLOC-SCAN-DONE.
009379 4410-EXIT.
009380     EXIT.

009381*----------------------------------------------------------------
009382* 4415-SCAN-ALLOC-ROW
009383*     READS THE NEXT ROW OF THE CODE'S HISTORY. AS WITH RATES,
009384*     THE LAST ROW SAVED - THE LATEST NOT AFTER THE TRANSACTION
009385*     DATE - IS THE TABLE IN FORCE.
009386*----------------------------------------------------------------
009387 4415-SCAN-ALLOC-ROW.
009388     READ ALLOCATION-MASTER NEXT RECORD
009389         AT END
009390             SET ALLOC-SCAN-DONE TO TRUE
009391             GO TO 4415-EXIT
009392     END-READ.
009393     IF AL-ALLOC-CODE NOT = WS-ALC-CODE
009394         SET ALLOC-SCAN-DONE TO TRUE
009395         GO TO 4415-EXIT
009396     END-IF.
009397     SET ALLOC-CODE-ON-FILE TO TRUE.
009398     IF AL-EFFECTIVE-DATE IS NUMERIC
009399      AND AL-EFFECTIVE-DATE NOT > WS-ALC-EFF-DATE
009400         SET ALLOC-ROW-SELECTED TO TRUE
009401         MOVE AL-STATUS       TO WS-ALC-SEL-STATUS
009402         MOVE AL-REMAINDER-CC TO WS-ALC-REMAINDER-CC
009403         MOVE AL-TARGET-TABLE TO WS-ALC-SEL-TARGETS
009404     END-IF.
009405 4415-EXIT.
009406     EXIT.

009407*----------------------------------------------------------------
009408* 4420-SPLIT-ALLOCATION
009409*     SPLITS THE BASE AMOUNT IN RESULT, AND IN STEP WITH IT THE
009410*     ORIGINAL-CURRENCY AMOUNT, ACROSS THE PIECES. EACH PIECE
009411*     BUT THE REMAINDER PIECE IS ITS PERCENTAGE OF THE WHOLE,
009412*     ROUNDED; THE REMAINDER PIECE IS WHATEVER IS LEFT, SO THE
009413*     PIECES ALWAYS ADD BACK EXACTLY TO THE AMOUNT. EVERY PIECE
009414*     NEEDS ITS OWN GL MAPPING FOR ITS TARGET CENTER; ONE
009415*     UNMAPPED PIECE REJECTS THE WHOLE ALLOCATION, SO NOTHING
009416*     IS EVER HALF POSTED.
009417*----------------------------------------------------------------
009418 4420-SPLIT-ALLOCATION.
009419     MOVE TR-COST-CENTER TO WS-ALC-SOURCE-CC.
009420     MOVE RESULT TO WS-ALC-BASE-LEFT.
009421     MOVE WS-FX-AMOUNT TO WS-ALC-FX-LEFT.
009422     MOVE ZERO TO WS-ALC-IX.
009423     PERFORM 4425-SPLIT-PIECE THRU 4425-EXIT
009424         UNTIL WS-ALC-IX >= WS-ALC-COUNT
009425            OR TRANSACTION-INVALID.
009426     MOVE WS-ALC-SOURCE-CC TO TR-COST-CENTER.
009427     IF TRANSACTION-INVALID
009428         GO TO 4420-EXIT.
009429     MOVE WS-ALC-BASE-LEFT TO WS-AP-BASE (WS-ALC-REM-IX).
009430     MOVE WS-ALC-FX-LEFT   TO WS-AP-FX (WS-ALC-REM-IX).
009431 4420-EXIT.
009432     EXIT.

009433*----------------------------------------------------------------
009434* 4425-SPLIT-PIECE
009435*     MAPS ONE PIECE TO ITS GL PAIR UNDER ITS TARGET CENTER AND,
009436*     UNLESS IT IS THE REMAINDER PIECE, WORKS OUT ITS AMOUNTS.
009437*----------------------------------------------------------------
009438 4425-SPLIT-PIECE.
009439     ADD 1 TO WS-ALC-IX.
009440     MOVE WS-AP-CC (WS-ALC-IX) TO TR-COST-CENTER.
009441     PERFORM 4800-RESOLVE-GL-ACCOUNTS THRU 4800-EXIT.
009442     IF TRANSACTION-INVALID
009443         GO TO 4425-EXIT.
009444     MOVE WS-DEBIT-ACCOUNT  TO WS-AP-DEBIT (WS-ALC-IX).
009445     MOVE WS-CREDIT-ACCOUNT TO WS-AP-CREDIT (WS-ALC-IX).
009446     IF WS-ALC-IX = WS-ALC-REM-IX
009447         GO TO 4425-EXIT.
009448     COMPUTE WS-AP-BASE (WS-ALC-IX) ROUNDED =
009449         RESULT * WS-AP-PCT (WS-ALC-IX) / 100.
009450     COMPUTE WS-AP-FX (WS-ALC-IX) ROUNDED =
009451         WS-FX-AMOUNT * WS-AP-PCT (WS-ALC-IX) / 100.
009452     SUBTRACT WS-AP-BASE (WS-ALC-IX) FROM WS-ALC-BASE-LEFT.
009453     SUBTRACT WS-AP-FX (WS-ALC-IX) FROM WS-ALC-FX-LEFT.
009454 4425-EXIT.
009455     EXIT.

009456*----------------------------------------------------------------
009457* 4430-BUILD-PIECE
009458*     TAKES ONE TARGET SLOT OF THE TABLE IN FORCE INTO THE PIECE
009459*     TABLE. A SLOT WITH A BLANK CENTER IS UNUSED. A BAD
009460*     PERCENTAGE, OR A CENTER UNKNOWN OR INACTIVE ON CCFILE,
009461*     MARKS THE TRANSACTION INVALID AND NAMES THE CENTER.
009462*----------------------------------------------------------------
009463 4430-BUILD-PIECE.
009464     ADD 1 TO WS-ALC-IX.
009465     IF WS-AST-CC (WS-ALC-IX) = SPACES
009466         GO TO 4430-EXIT.
009467     IF WS-AST-PCT (WS-ALC-IX) IS NOT NUMERIC
009468         SET TRANSACTION-INVALID TO TRUE
009469         STRING "Alloc " DELIMITED BY SIZE
009470             WS-ALC-CODE DELIMITED BY SIZE
009471             " bad pct for " DELIMITED BY SIZE
009472             WS-AST-CC (WS-ALC-IX) DELIMITED BY SIZE
009473             INTO WS-ERROR-MESSAGE
009474         GO TO 4430-EXIT
009475     END-IF.
009476     IF CC-MASTER-AVAILABLE
009477         MOVE WS-AST-CC (WS-ALC-IX) TO CCM-CODE
009478         READ COST-CENTER-MASTER
009479             INVALID KEY
009480                 SET TRANSACTION-INVALID TO TRUE
009481                 STRING "Alloc " DELIMITED BY SIZE
009482                     WS-ALC-CODE DELIMITED BY SIZE
009483                     " ctr " DELIMITED BY SIZE
009484                     WS-AST-CC (WS-ALC-IX) DELIMITED BY SIZE
009485                     " unknown" DELIMITED BY SIZE
009486                     INTO WS-ERROR-MESSAGE
009487                 GO TO 4430-EXIT
009488         END-READ
009489         IF NOT CCM-ACTIVE
009490             SET TRANSACTION-INVALID TO TRUE
009491             STRING "Alloc " DELIMITED BY SIZE
009492                 WS-ALC-CODE DELIMITED BY SIZE
009493                 " ctr " DELIMITED BY SIZE
009494                 WS-AST-CC (WS-ALC-IX) DELIMITED BY SIZE
009495                 " inactive" DELIMITED BY SIZE
009496                 INTO WS-ERROR-MESSAGE
009497             GO TO 4430-EXIT
009498         END-IF
009499     END-IF.
009500     ADD 1 TO WS-ALC-COUNT.
009501     MOVE WS-AST-CC (WS-ALC-IX)  TO WS-AP-CC (WS-ALC-COUNT).
009502     MOVE WS-AST-PCT (WS-ALC-IX) TO WS-AP-PCT (WS-ALC-COUNT).
009503     MOVE ZERO TO WS-AP-BASE (WS-ALC-COUNT).
009504     MOVE ZERO TO WS-AP-FX (WS-ALC-COUNT).
009505     ADD WS-AST-PCT (WS-ALC-IX) TO WS-ALC-PCT-TOTAL.
009506     IF WS-AST-CC (WS-ALC-IX) = WS-ALC-REMAINDER-CC
009507         MOVE WS-ALC-COUNT TO WS-ALC-REM-IX
009508     END-IF.
009509 4430-EXIT.
009510     EXIT.

009511*----------------------------------------------------------------
009512* 4460-POST-ALLOCATION
009513*     POSTS THE PIECES OF A VALID ALLOCATION ONE AT A TIME, EACH
009514*     AS A CALCULATION UNDER ITS TARGET CENTER - SO EACH HAS ITS
009515*     OWN REPORT LINE, SUBTOTAL AND RECAP ENTRY, AUDIT RECORD
009516*     AND EXTRACT PAIR, AND THE GLRECON PROOFS COUNT IT LIKE ANY
009517*     OTHER POSTING. NUM2 CARRIES THE PIECE'S PERCENTAGE.
009518*----------------------------------------------------------------
009519 4460-POST-ALLOCATION.
009520     MOVE TR-COST-CENTER TO WS-ALC-SOURCE-CC.
009521     MOVE ZERO TO WS-ALC-IX.
009522     PERFORM 4465-POST-PIECE THRU 4465-EXIT
009523         UNTIL WS-ALC-IX >= WS-ALC-COUNT.
009524     MOVE WS-ALC-SOURCE-CC TO TR-COST-CENTER.
009525 4460-EXIT.
009526     EXIT.

009527*----------------------------------------------------------------
009528* 4465-POST-PIECE
009529*----------------------------------------------------------------
009530 4465-POST-PIECE.
009531     ADD 1 TO WS-ALC-IX.
009532     MOVE WS-AP-CC (WS-ALC-IX) TO TR-COST-CENTER.
009533     PERFORM 3800-CHECK-CC-BREAK THRU 3800-EXIT.
009534     PERFORM 3850-FIND-RECAP-ENTRY THRU 3850-EXIT.
009535     MOVE WS-AP-PCT (WS-ALC-IX)    TO NUM2.
009536     MOVE WS-AP-BASE (WS-ALC-IX)   TO RESULT.
009537     MOVE WS-AP-FX (WS-ALC-IX)     TO WS-FX-AMOUNT.
009538     MOVE WS-AP-DEBIT (WS-ALC-IX)  TO WS-DEBIT-ACCOUNT.
009539     MOVE WS-AP-CREDIT (WS-ALC-IX) TO WS-CREDIT-ACCOUNT.
009540     PERFORM 3500-POST-TRANSACTION THRU 3500-EXIT.
009541 4465-EXIT.
009542     EXIT.

009543*----------------------------------------------------------------
009544* 4480-NOTE-ALLOCATION
009545*     TAGS A PIECE'S REPORT LINE WITH ITS ALLOCATION CODE, REM
009546*     ON THE PIECE THAT TOOK THE ROUNDING REMAINDER, AND THE
009547*     CENTER THE AMOUNT CAME FROM WHEN THE ITEM NAMED ONE.
009548*----------------------------------------------------------------
009549 4480-NOTE-ALLOCATION.
009550     MOVE SPACES TO RD-NOTE.
009551     EVALUATE TRUE
009552         WHEN WS-ALC-IX = WS-ALC-REM-IX
009553          AND WS-ALC-SOURCE-CC NOT = SPACES
009554             STRING "ALLOC " DELIMITED BY SIZE
009555                 WS-ALC-CODE DELIMITED BY SIZE
009556                 " REM FROM " DELIMITED BY SIZE
009557                 WS-ALC-SOURCE-CC DELIMITED BY SIZE
009558                 INTO RD-NOTE
009559         WHEN WS-ALC-IX = WS-ALC-REM-IX
009560             STRING "ALLOC " DELIMITED BY SIZE
009561                 WS-ALC-CODE DELIMITED BY SIZE
009562                 " REM" DELIMITED BY SIZE
009563                 INTO RD-NOTE
009564         WHEN WS-ALC-SOURCE-CC NOT = SPACES
009565             STRING "ALLOC " DELIMITED BY SIZE
009566                 WS-ALC-CODE DELIMITED BY SIZE
009567                 " FROM " DELIMITED BY SIZE
009568                 WS-ALC-SOURCE-CC DELIMITED BY SIZE
009569                 INTO RD-NOTE
009570         WHEN OTHER
009571             STRING "ALLOC " DELIMITED BY SIZE
009572                 WS-ALC-CODE DELIMITED BY SIZE
009573                 INTO RD-NOTE
009574     END-EVALUATE.
009575 4480-EXIT.
009576     EXIT.

009577*----------------------------------------------------------------
009578* 4500-RESOLVE-RATE-CODE
009579*     RESOLVES A TRANSACTION'S RATE CODE AGAINST THE RATE MASTER
009580*     AND LOADS INTO NUM2 THE RATE IN FORCE ON THE TRANSACTION
009581*     DATE - THE LATEST EFFECTIVE DATE NOT AFTER IT. A
009582*     TRANSACTION CARRYING NO DATE RESOLVES AGAINST THE RUN
009583*     DATE, WHICH IS WHAT THE SINGLE-RATE MASTER ALWAYS MEANT.
009584*     THE TRANSACTION IS PRESUMED INVALID AND ONLY MARKED VALID
009585*     WHEN AN ACTIVE, NUMERIC RATE ROW IS POSITIVELY SELECTED,
009586*     SO A FAILED SCAN OR A CORRUPT MASTER RECORD CAN NEVER LET
009587*     A ZERO RATE THROUGH. NUM2 IS ZEROED FIRST SO THE
009588*     EXCEPTION LINE NEVER CARRIES THE RAW RATE CODE BYTES AS A
009589*     NUMBER.
009590*----------------------------------------------------------------
009591 4500-RESOLVE-RATE-CODE.
009592     SET TRANSACTION-INVALID TO TRUE.
009593     MOVE SPACES TO WS-ERROR-MESSAGE.
009594     MOVE ZERO TO NUM2.
009595     MOVE TR-RATE-CODE TO WS-RATE-LOOKUP-CODE.
009596     PERFORM 4520-FIND-RATE-IN-FORCE THRU 4520-EXIT.
009597     EVALUATE TRUE
009598         WHEN NOT RATE-CODE-ON-FILE
009599             STRING "Unknown rate code " DELIMITED BY SIZE
009600                 TR-RATE-CODE DELIMITED BY SIZE
009601                 INTO WS-ERROR-MESSAGE
009602         WHEN NOT RATE-ROW-SELECTED
009603             STRING "No rate in force for " DELIMITED BY SIZE
009604                 TR-RATE-CODE DELIMITED BY SIZE
009605                 INTO WS-ERROR-MESSAGE
009606         WHEN WS-SEL-RATE-STATUS NOT = "A"
009607             STRING "Inactive rate code " DELIMITED BY SIZE
009608                 TR-RATE-CODE DELIMITED BY SIZE
009609                 INTO WS-ERROR-MESSAGE
009610         WHEN WS-SEL-RATE-N IS NOT NUMERIC
009611             STRING "Bad rate value for " DELIMITED BY SIZE
009612                 TR-RATE-CODE DELIMITED BY SIZE
009613                 INTO WS-ERROR-MESSAGE
009614         WHEN OTHER
009615             SET TRANSACTION-VALID TO TRUE
009616             MOVE SPACES TO WS-ERROR-MESSAGE
009617             MOVE WS-SEL-RATE-N TO NUM2
009618             PERFORM 4600-WRITE-RATE-USAGE THRU 4600-EXIT
009619     END-EVALUATE.
009620 4500-EXIT.
009621     EXIT.

009622*----------------------------------------------------------------
009623* 4520-FIND-RATE-IN-FORCE
009624*     SCANS THE HISTORY OF THE CODE IN WS-RATE-LOOKUP-CODE FOR
009625*     THE ROW IN FORCE ON THE TRANSACTION DATE (THE RUN DATE
009626*     WHEN THE TRANSACTION CARRIES NONE), LEAVING THE SWITCHES
009627*     AND THE SELECTED ROW FOR THE CALLER TO JUDGE. SHARED BY
009628*     RATE LOOKUPS AND CURRENCY CONVERSION.
009629*----------------------------------------------------------------
009630 4520-FIND-RATE-IN-FORCE.
009631     IF TR-TRAN-DATE IS NUMERIC AND TR-TRAN-DATE > ZERO
009632         MOVE TR-TRAN-DATE TO WS-RATE-EFF-DATE
009633     ELSE
009634         MOVE WS-GL-RUN-DATE TO WS-RATE-EFF-DATE
009635     END-IF.
009636     MOVE "N" TO WS-RATE-ROW-SW.
009637     MOVE "N" TO WS-RATE-SEL-SW.
009638     MOVE "N" TO WS-RATE-SCAN-SW.
009639     MOVE WS-RATE-LOOKUP-CODE TO RM-RATE-CODE.
009640     MOVE ZERO TO RM-EFFECTIVE-DATE.
009641     START RATE-MASTER KEY NOT LESS THAN RM-RATE-KEY
009642         INVALID KEY
009643             SET RATE-SCAN-DONE TO TRUE
009644     END-START.
009645     PERFORM 4550-SCAN-RATE-ROW THRU 4550-EXIT
009646         UNTIL RATE-SCAN-DONE.
009647 4520-EXIT.
009648     EXIT.

009649*----------------------------------------------------------------
009650* 4550-SCAN-RATE-ROW
009651*     READS THE NEXT ROW OF THE CODE'S RATE HISTORY. ROWS COME
009652*     BACK IN ASCENDING EFFECTIVE-DATE ORDER, SO THE LAST ROW
009653*     SAVED - THE LATEST ONE NOT AFTER THE TRANSACTION DATE -
009654*     IS THE RATE IN FORCE.
009655*----------------------------------------------------------------
009656 4550-SCAN-RATE-ROW.
009657     READ RATE-MASTER NEXT RECORD
009658         AT END
009659             SET RATE-SCAN-DONE TO TRUE
009660             GO TO 4550-EXIT
009661     END-READ.
009662     IF RM-RATE-CODE NOT = WS-RATE-LOOKUP-CODE
009663         SET RATE-SCAN-DONE TO TRUE
009664         GO TO 4550-EXIT
009665     END-IF.
009666     SET RATE-CODE-ON-FILE TO TRUE.
009667     IF RM-EFFECTIVE-DATE IS NUMERIC
009668      AND RM-EFFECTIVE-DATE NOT > WS-RATE-EFF-DATE
009669         SET RATE-ROW-SELECTED TO TRUE
009670         MOVE RM-RATE-VALUE-X TO WS-SEL-RATE-X
009671         MOVE RM-STATUS       TO WS-SEL-RATE-STATUS
009672     END-IF.
009673 4550-EXIT.
009674     EXIT.

009675*----------------------------------------------------------------
009676* 4600-WRITE-RATE-USAGE
009677*     APPENDS ONE USAGE RECORD FOR THE RATE JUST RESOLVED, SO
009678*     RATEMNT KNOWS THE CODE IS STILL IN LIVE USE BEFORE IT
009679*     LETS ANYONE DEACTIVATE IT.
009680*----------------------------------------------------------------
009681 4600-WRITE-RATE-USAGE.
009682     MOVE WS-RATE-LOOKUP-CODE TO RUS-RATE-CODE.
009683     MOVE WS-GL-RUN-DATE TO RUS-USE-DATE.
009684     MOVE WS-BATCH-ID    TO RUS-BATCH-ID.
009685     MOVE TR-SEQ-NO      TO RUS-SEQ-NO.
009686     WRITE RATE-USAGE-RECORD FROM RUS-LINE.
009687 4600-EXIT.
009688     EXIT.
009689
009690*----------------------------------------------------------------
009691* 6000-WRITE-AUDIT-RECORD
009692*     APPENDS A TIMESTAMPED RECORD OF THIS CALCULATION TO THE
009693*     PERMANENT AUDIT TRAIL. USED BY BOTH INTERACTIVE AND
009694*     BATCH PROCESSING.
009695*----------------------------------------------------------------
009696 6000-WRITE-AUDIT-RECORD.
009700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009710     MOVE WS-CD-YYYY  TO WS-TS-YYYY.
009720     MOVE WS-CD-MM    TO WS-TS-MM.
009810     MOVE NUM2      TO AUD-NUM2.
009820     MOVE RESULT    TO AUD-RESULT.
009822     MOVE WS-RUN-MODE TO AUD-RUN-MODE.
009823     MOVE WS-TRAN-CURRENCY TO AUD-CURRENCY.
009824     MOVE WS-FX-AMOUNT     TO AUD-FX-AMOUNT.
009825     MOVE WS-FX-RATE       TO AUD-FX-RATE.
009826     IF BATCH-MODE
009827         MOVE WS-BATCH-ID    TO AUD-BATCH-ID
009828         MOVE TR-SEQ-NO      TO AUD-SEQ-NO
009829         MOVE TR-COST-CENTER TO AUD-COST-CENTER
009830         MOVE WS-TRAN-RATE-CODE TO AUD-RATE-CODE
009831         IF TR-REVERSAL
009832             MOVE "V"              TO AUD-TRAN-TYPE
009833             MOVE TR-ORIG-BATCH-ID TO AUD-ORIG-BATCH-ID
009834             MOVE TR-ORIG-SEQ-NO   TO AUD-ORIG-SEQ-NO
009835         ELSE
009836             IF TR-ALLOCATION
009837                 MOVE "A"    TO AUD-TRAN-TYPE
009838             ELSE
009839                 MOVE SPACES TO AUD-TRAN-TYPE
009840             END-IF
009841             MOVE SPACES TO AUD-ORIG-BATCH-ID
009842             MOVE ZERO   TO AUD-ORIG-SEQ-NO
009843         END-IF
009844     ELSE
009845         MOVE SPACES TO AUD-BATCH-ID
009846         MOVE ZERO   TO AUD-SEQ-NO
009847         MOVE SPACES TO AUD-COST-CENTER
009848         MOVE SPACES TO AUD-RATE-CODE
009849         MOVE SPACES TO AUD-TRAN-TYPE
009850         MOVE SPACES TO AUD-ORIG-BATCH-ID
009851         MOVE ZERO   TO AUD-ORIG-SEQ-NO
009852     END-IF.
009853     WRITE AUDIT-RECORD FROM AUD-LINE.
009854 6000-EXIT.
009855     EXIT.

009860*----------------------------------------------------------------
009870* 5500-WRITE-EXCEPTION-LINE
009970     MOVE WS-ERROR-MESSAGE TO EXC-MESSAGE.
009980     MOVE TR-COST-CENTER   TO EXC-COST-CENTER.
009985     MOVE TR-TRAN-DATE-X   TO EXC-TRAN-DATE.
009986     MOVE TR-CURRENCY-CODE TO EXC-CURRENCY.
009987     MOVE WS-GL-RUN-DATE   TO EXC-FIRST-DATE.
009988     MOVE ZERO             TO EXC-CYCLE-COUNT.
009990     WRITE EXCEPTION-RECORD FROM EXC-LINE.
010000     ADD 1 TO WS-EXCEPTION-COUNT.
010010 5500-EXIT.
010130     WRITE REPORT-RECORD FROM RPT-TOTAL-EXCP-LINE.
010140     MOVE WS-RESULT-TOTAL   TO RT-RESULT-TOTAL.
010150     WRITE REPORT-RECORD FROM RPT-TOTAL-SUM-LINE.
010153     MOVE WS-REFUSED-COUNT  TO RT-REFUSED-COUNT.
010156     WRITE REPORT-RECORD FROM RPT-TOTAL-REFUSED-LINE.
010160 7000-EXIT.
010170     EXIT.


010350*----------------------------------------------------------------
010360* 8200-WRITE-EXTRACT-DETAIL
010370*     ONE BALANCED PAIR OF JOURNAL LINES PER VALID TRANSACTION -
010372*     THE SIGNED RESULT TO THE MAPPED DEBIT ACCOUNT, THEN THE
010374*     SAME AMOUNT TO THE MAPPED CREDIT ACCOUNT. BOTH LINES CARRY
010376*     THE TRANSACTION'S SEQUENCE NUMBER AND COST CENTER, AND
010377*     BESIDE THE BASE AMOUNT THE CURRENCY, ORIGINAL-CURRENCY
010378*     AMOUNT AND RATE IT WAS CONVERTED AT.
010380*----------------------------------------------------------------
010390 8200-WRITE-EXTRACT-DETAIL.
010400     PERFORM 8100-WRITE-EXTRACT-HEADER THRU 8100-EXIT.
010430     MOVE RESULT          TO GXD-RESULT.
010440     MOVE WS-GL-RUN-DATE  TO GXD-RUN-DATE.
010450     MOVE WS-BATCH-ID     TO GXD-BATCH-ID.
010453     MOVE "D"               TO GXD-DR-CR.
010456     MOVE WS-DEBIT-ACCOUNT  TO GXD-GL-ACCOUNT.
010457     MOVE WS-TRAN-CURRENCY  TO GXD-CURRENCY.
010458     MOVE WS-FX-AMOUNT      TO GXD-FX-AMOUNT.
010459     MOVE WS-FX-RATE        TO GXD-FX-RATE.
010460     WRITE GL-EXTRACT-RECORD FROM GXD-LINE.
010462     MOVE "C"               TO GXD-DR-CR.
010464     MOVE WS-CREDIT-ACCOUNT TO GXD-GL-ACCOUNT.
010466     WRITE GL-EXTRACT-RECORD FROM GXD-LINE.
010470 8200-EXIT.
010480     EXIT.

010520*     ONE GT PER GH/GD BRACKET - SO THE GL LOAD CAN VERIFY EACH
010530*     BATCH AGAINST THE PRINTED REPORT SECTION. ON A FILE WITH
010532*     NO BH/BT RECORDS THE IMPLICIT BATCH'S TOTALS ARE THE
010534*     WHOLE RUN'S, AS THEY ALWAYS WERE. THE RECORD COUNT IS
010535*     THE TRANSACTION COUNT; THE LINE COUNT IS THE NUMBER OF GD
010536*     JOURNAL LINES, TWO PER TRANSACTION.
010540*----------------------------------------------------------------
010550 8300-WRITE-EXTRACT-TRAILER.
010560     PERFORM 8100-WRITE-EXTRACT-HEADER THRU 8100-EXIT.
010570     MOVE WS-BATCH-CALC-COUNT   TO GXT-RECORD-COUNT.
010580     MOVE WS-BATCH-RESULT-TOTAL TO GXT-AMOUNT-TOTAL.
010584     COMPUTE GXT-LINE-COUNT = WS-BATCH-CALC-COUNT * 2.
010590     WRITE GL-EXTRACT-RECORD FROM GXT-LINE.
010595     SET GLEX-TRAILER-WRITTEN TO TRUE.
010600 8300-EXIT.
011130     IF BATCH-OPEN
011140         PERFORM 3950-CLOSE-BATCH THRU 3950-EXIT
011150     END-IF.
011151     MOVE "N" TO WS-BATCH-REFUSED-SW.
011152     PERFORM 3910-CHECK-BATCH-REGISTER THRU 3910-EXIT.
011153     IF BATCH-REFUSED
011154         GO TO 3900-EXIT.
011160     SET BATCH-OPEN TO TRUE.
011170     MOVE TH-BATCH-ID TO WS-BATCH-ID.
011180     MOVE ZERO TO WS-BATCH-CALC-COUNT.
011240     MOVE "N" TO WS-GLEX-HDR-SW.
011250     MOVE "N" TO WS-GLEX-TRL-SW.
011260     PERFORM 8100-WRITE-EXTRACT-HEADER THRU 8100-EXIT.
011264     PERFORM 3930-MARK-BATCH-POSTING THRU 3930-EXIT.
011270 3900-EXIT.
011280     EXIT.

011470     WRITE REPORT-RECORD FROM RPT-BATCH-SUM-LINE.
011480     PERFORM 8300-WRITE-EXTRACT-TRAILER THRU 8300-EXIT.
011485     PERFORM 8400-WRITE-BATCH-STATS THRU 8400-EXIT.
011487     PERFORM 3960-MARK-BATCH-POSTED THRU 3960-EXIT.
011490     MOVE "N" TO WS-BATCH-OPEN-SW.
011500     PERFORM 3600-WRITE-CHECKPOINT THRU 3600-EXIT.
011510     MOVE ZERO TO WS-CKPT-COUNT.
011520 3950-EXIT.
011530     EXIT.

011531*----------------------------------------------------------------
011532* 3910-CHECK-BATCH-REGISTER
011533*     LOOKS THE OPENING BATCH UP ON THE BATCH REGISTER. ONE THE
011534*     REGISTER SHOWS AS ALREADY POSTED (POSTED, RECONCILED OR
011535*     RECON FAILED) IS REFUSED WHOLE UNLESS BATCHOVR CARRIES AN
011536*     AUTHORIZED OVERRIDE FOR ITS CURRENT POSTING COUNT; THE
011537*     REFUSAL IS PRINTED WHERE THE BATCH'S SECTION WOULD HAVE
011538*     BEEN. THE REGISTER RECORD, OR AN EMPTY ONE FOR A BATCH
011539*     NOT YET REGISTERED, IS LEFT IN THE RECORD AREA FOR
011540*     3930-MARK-BATCH-POSTING.
011541*----------------------------------------------------------------
011542 3910-CHECK-BATCH-REGISTER.
011543     MOVE SPACES TO WS-OVERRIDE-BY.
011544     IF TH-BATCH-ID = SPACES
011545         GO TO 3910-EXIT.
011546     MOVE TH-BATCH-ID TO BCR-BATCH-ID.
011547     READ BATCH-REGISTER
011548         INVALID KEY
011549             MOVE "N" TO WS-BCR-FOUND-SW
011550         NOT INVALID KEY
011551             SET REGISTER-ENTRY-FOUND TO TRUE
011552     END-READ.
011553     IF NOT REGISTER-ENTRY-FOUND
011554         MOVE SPACES TO BATCH-REGISTER-RECORD
011555         MOVE TH-BATCH-ID TO BCR-BATCH-ID
011556         MOVE TH-DEPARTMENT TO BCR-DEPARTMENT
011557         MOVE ZERO TO BCR-EXPECTED-COUNT
011558         MOVE ZERO TO BCR-HASH-TOTAL
011559         IF TH-EXPECTED-COUNT IS NUMERIC
011560             MOVE TH-EXPECTED-COUNT TO BCR-EXPECTED-COUNT
011561         END-IF
011562         IF TH-HASH-TOTAL IS NUMERIC
011563             MOVE TH-HASH-TOTAL TO BCR-HASH-TOTAL
011564         END-IF
011565         MOVE ZERO TO BCR-EDIT-DATE
011566         MOVE ZERO TO BCR-SORT-DATE
011567         MOVE ZERO TO BCR-POST-DATE
011568         MOVE ZERO TO BCR-RECON-DATE
011569         MOVE ZERO TO BCR-CALC-COUNT
011570         MOVE ZERO TO BCR-EXCP-COUNT
011571         MOVE ZERO TO BCR-POST-TOTAL
011572         MOVE ZERO TO BCR-POST-COUNT
011573         GO TO 3910-EXIT
011574     END-IF.
011575     IF NOT BCR-ALREADY-POSTED
011576         GO TO 3910-EXIT.
011577     PERFORM 3920-FIND-OVERRIDE THRU 3920-EXIT.
011578     IF WS-OVR-FOUND-IX > ZERO
011579         MOVE WS-OVR-AUTH-BY (WS-OVR-FOUND-IX) TO WS-OVERRIDE-BY
011580         GO TO 3910-EXIT
011581     END-IF.
011582     SET BATCH-REFUSED TO TRUE.
011583     ADD 1 TO WS-REFUSED-COUNT.
011584     MOVE TH-BATCH-ID   TO RRF-BATCH-ID.
011585     MOVE BCR-POST-DATE TO RRF-POST-DATE.
011586     WRITE REPORT-RECORD FROM RPT-REFUSED-LINE.
011587     DISPLAY "BATCH " TH-BATCH-ID " REFUSED - ALREADY POSTED ON "
011588         BCR-POST-DATE.
011589 3910-EXIT.
011590     EXIT.

011591*----------------------------------------------------------------
011592* 3920-FIND-OVERRIDE
011593*     LOOKS FOR AN AUTHORIZED OVERRIDE FOR THE HEADER'S BATCH
011594*     ID THAT SUPERSEDES THE POSTING COUNT NOW ON THE REGISTER,
011595*     LEAVING ITS INDEX IN WS-OVR-FOUND-IX (ZERO IF NONE).
011596*----------------------------------------------------------------
011597 3920-FIND-OVERRIDE.
011598     MOVE ZERO TO WS-OVR-FOUND-IX.
011599     MOVE ZERO TO WS-OVR-IX.
011600     PERFORM 3925-CHECK-OVERRIDE THRU 3925-EXIT
011601         UNTIL WS-OVR-FOUND-IX > ZERO
011602            OR WS-OVR-IX >= WS-OVR-COUNT.
011603 3920-EXIT.
011604     EXIT.

011605*----------------------------------------------------------------
011606* 3925-CHECK-OVERRIDE
011607*----------------------------------------------------------------
011608 3925-CHECK-OVERRIDE.
011609     ADD 1 TO WS-OVR-IX.
011610     IF WS-OVR-BATCH-ID (WS-OVR-IX) = TH-BATCH-ID
011611      AND WS-OVR-POST-COUNT (WS-OVR-IX) = BCR-POST-COUNT
011612         MOVE WS-OVR-IX TO WS-OVR-FOUND-IX
011613     END-IF.
011614 3925-EXIT.
011615     EXIT.

011616*----------------------------------------------------------------
011617* 3930-MARK-BATCH-POSTING
011618*     MARKS THE NEWLY OPENED BATCH POSTING ON THE REGISTER AND
011619*     COUNTS THE POSTING ATTEMPT. AN AUTHORIZED REPOST IS NOTED
011620*     ON THE REPORT AND ITS AUTHORIZER KEPT ON THE REGISTER.
011621*     THIS RUNS ONLY ON A TRUE BATCH OPEN - A RESTART RESUMING
011622*     THE BATCH NEVER COMES THIS WAY - SO THE COUNT IS NOT
011623*     INFLATED BY A RESTART.
011624*----------------------------------------------------------------
011625 3930-MARK-BATCH-POSTING.
011626     IF TH-BATCH-ID = SPACES
011627         GO TO 3930-EXIT.
011628     SET BCR-POSTING TO TRUE.
011629     ADD 1 TO BCR-POST-COUNT.
011630     IF WS-OVERRIDE-BY NOT = SPACES
011631         MOVE WS-OVERRIDE-BY TO BCR-OVERRIDE-BY
011632         MOVE TH-BATCH-ID    TO RRP-BATCH-ID
011633         MOVE WS-OVERRIDE-BY TO RRP-AUTHORIZED-BY
011634         WRITE REPORT-RECORD FROM RPT-REPOST-LINE
011635     END-IF.
011636     IF REGISTER-ENTRY-FOUND
011637         REWRITE BATCH-REGISTER-RECORD
011638     ELSE
011639         WRITE BATCH-REGISTER-RECORD
011640     END-IF.
011641     IF WS-BCR-STATUS NOT = "00"
011642         DISPLAY "FATAL: Cannot update BATCH-REGISTER, status "
011643             WS-BCR-STATUS
011644         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
011645         STOP RUN
011646     END-IF.
011647 3930-EXIT.
011648     EXIT.

011649*----------------------------------------------------------------
011650* 3960-MARK-BATCH-POSTED
011651*     MARKS THE CLOSING BATCH POSTED ON THE REGISTER WITH THE
011652*     RUN DATE AND THE BATCH'S CONTROL TOTALS. A BATCH CLOSED
011653*     AGAIN AFTER A RESTART SIMPLY RESTAMPS THE SAME FIGURES.
011654*----------------------------------------------------------------
011655 3960-MARK-BATCH-POSTED.
011656     IF WS-BATCH-ID = SPACES
011657         GO TO 3960-EXIT.
011658     MOVE WS-BATCH-ID TO BCR-BATCH-ID.
011659     READ BATCH-REGISTER
011660         INVALID KEY
011661             MOVE "N" TO WS-BCR-FOUND-SW
011662         NOT INVALID KEY
011663             SET REGISTER-ENTRY-FOUND TO TRUE
011664     END-READ.
011665     IF NOT REGISTER-ENTRY-FOUND
011666         MOVE SPACES TO BATCH-REGISTER-RECORD
011667         MOVE WS-BATCH-ID TO BCR-BATCH-ID
011668         MOVE ZERO TO BCR-EXPECTED-COUNT
011669         MOVE ZERO TO BCR-HASH-TOTAL
011670         MOVE ZERO TO BCR-EDIT-DATE
011671         MOVE ZERO TO BCR-SORT-DATE
011672         MOVE ZERO TO BCR-RECON-DATE
011673         MOVE 1 TO BCR-POST-COUNT
011674     END-IF.
011675     SET BCR-POSTED TO TRUE.
011676     MOVE WS-GL-RUN-DATE        TO BCR-POST-DATE.
011677     MOVE WS-BATCH-CALC-COUNT   TO BCR-CALC-COUNT.
011678     MOVE WS-BATCH-EXCP-COUNT   TO BCR-EXCP-COUNT.
011679     MOVE WS-BATCH-RESULT-TOTAL TO BCR-POST-TOTAL.
011680     IF REGISTER-ENTRY-FOUND
011681         REWRITE BATCH-REGISTER-RECORD
011682     ELSE
011683         WRITE BATCH-REGISTER-RECORD
011684     END-IF.
011685     IF WS-BCR-STATUS NOT = "00"
011686         DISPLAY "FATAL: Cannot update BATCH-REGISTER, status "
011687             WS-BCR-STATUS
011688         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
011689         STOP RUN
011690     END-IF.
011691 3960-EXIT.
011692     EXIT.

011693*----------------------------------------------------------------
011694* 4700-VALIDATE-COST-CENTER
011695*     VALIDATES THE TRANSACTION'S COST CENTER AGAINST THE
011696*     COST-CENTER MASTER. AN UNKNOWN OR INACTIVE CENTER MARKS
011697*     THE TRANSACTION INVALID SO THE CALLER REJECTS IT TO
011698*     EXCEPTION-FILE. A BLANK CENTER STAYS LEGAL (IT GROUPS
011699*     UNDER A BLANK HEADING AS IT ALWAYS HAS), AND WITH NO
011700*     MASTER ON FILE THE VALIDATION IS BYPASSED SO THE
011701*     TRANSITION DOES NOT REJECT EVERY TRANSACTION. NUM2 IS
011702*     ZEROED ON A REJECT SO THE EXCEPTION LINE NEVER CARRIES A
011703*     LEFTOVER OPERAND FROM THE PRIOR TRANSACTION.
011704*----------------------------------------------------------------
011705 4700-VALIDATE-COST-CENTER.
011706     SET TRANSACTION-VALID TO TRUE.
011707     MOVE SPACES TO WS-ERROR-MESSAGE.
011708     IF NOT CC-MASTER-AVAILABLE
011709      OR TR-COST-CENTER = SPACES
011710         GO TO 4700-EXIT.
011720     MOVE TR-COST-CENTER TO CCM-CODE.
011730     READ COST-CENTER-MASTER
012110 4750-EXIT.
012120     EXIT.

012121*----------------------------------------------------------------
012122* 4800-RESOLVE-GL-ACCOUNTS
012123*     FINDS THE DEBIT AND CREDIT ACCOUNTS FOR A CALCULATED
012124*     TRANSACTION ON THE GL CROSS-REFERENCE. THE MOST SPECIFIC
012125*     ACTIVE MAPPING FOR THE COST CENTER WINS - OPERATION AND
012126*     RATE CODE, THEN RATE CODE ALONE, THEN OPERATION ALONE,
012127*     THEN THE CENTER'S CATCH-ALL WITH BOTH BLANK. A TRANSACTION
012128*     WITH NO ACTIVE MAPPING AT ANY LEVEL IS MARKED INVALID SO
012129*     THE CALLER REJECTS IT TO EXCEPTION-FILE. WITH NO
012130*     CROSS-REFERENCE ON FILE THE MAPPING IS BYPASSED AND THE
012131*     ACCOUNTS GO OUT BLANK, AS THE EXTRACT ALWAYS WAS.
012132*----------------------------------------------------------------
012133 4800-RESOLVE-GL-ACCOUNTS.
012134     MOVE SPACES TO WS-DEBIT-ACCOUNT.
012135     MOVE SPACES TO WS-CREDIT-ACCOUNT.
012136     IF NOT GL-XREF-AVAILABLE
012137         GO TO 4800-EXIT.
012138     MOVE WS-TRAN-RATE-CODE TO WS-GLX-RATE-CODE.
012143     MOVE "N" TO WS-GLX-FOUND-SW.
012144     MOVE ZERO TO WS-GLX-TRY.
012145     PERFORM 4850-TRY-GL-KEY THRU 4850-EXIT
012146         UNTIL GL-MAPPING-FOUND
012147            OR WS-GLX-TRY >= 4.
012148     IF GL-MAPPING-FOUND
012149         GO TO 4800-EXIT.
012150     SET TRANSACTION-INVALID TO TRUE.
012151     STRING "No GL mapping " DELIMITED BY SIZE
012152         TR-COST-CENTER DELIMITED BY SIZE
012153         " " DELIMITED BY SIZE
012154         OPERATION DELIMITED BY SIZE
012155         " " DELIMITED BY SIZE
012156         WS-GLX-RATE-CODE DELIMITED BY SIZE
012157         INTO WS-ERROR-MESSAGE.
012158 4800-EXIT.
012159     EXIT.

012160*----------------------------------------------------------------
012161* 4850-TRY-GL-KEY
012162*     TRIES ONE KEY LEVEL. THE TWO RATE-CODE LEVELS ARE SKIPPED
012163*     FOR A TRANSACTION THAT CARRIES NO RATE CODE. AN INACTIVE
012164*     MAPPING IS PASSED OVER SO THE NEXT LEVEL DOWN APPLIES.
012165*----------------------------------------------------------------
012166 4850-TRY-GL-KEY.
012167     ADD 1 TO WS-GLX-TRY.
012168     IF WS-GLX-TRY < 3 AND WS-GLX-RATE-CODE = SPACES
012169         GO TO 4850-EXIT.
012170     MOVE TR-COST-CENTER TO GLX-COST-CENTER.
012171     EVALUATE WS-GLX-TRY
012172         WHEN 1
012173             MOVE OPERATION        TO GLX-OPERATION
012174             MOVE WS-GLX-RATE-CODE TO GLX-RATE-CODE
012175         WHEN 2
012176             MOVE SPACES           TO GLX-OPERATION
012177             MOVE WS-GLX-RATE-CODE TO GLX-RATE-CODE
012178         WHEN 3
012179             MOVE OPERATION        TO GLX-OPERATION
012180             MOVE SPACES           TO GLX-RATE-CODE
012181         WHEN OTHER
012182             MOVE SPACES           TO GLX-OPERATION
012183             MOVE SPACES           TO GLX-RATE-CODE
012184     END-EVALUATE.
012185     READ GL-XREF-MASTER
012186         INVALID KEY
012187             GO TO 4850-EXIT
012188     END-READ.
012189     IF NOT GLX-ACTIVE
012190         GO TO 4850-EXIT.
012191     SET GL-MAPPING-FOUND TO TRUE.
012192     MOVE GLX-DEBIT-ACCOUNT  TO WS-DEBIT-ACCOUNT.
012193     MOVE GLX-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT.
012194 4850-EXIT.
012195     EXIT.

012196*----------------------------------------------------------------
012197* 4900-LOCATE-ORIGINAL
012198*     FINDS THE ORIGINAL A REVERSAL NAMES BY READING THE AUDIT
012199*     TRAIL BACK (REVERSALS ARE RARE, SO ONE PASS EACH). FOUND,
012200*     AN ORDINARY POSTING NOT YET REVERSED, ITS FIGURES ARE
012201*     LOADED WITH THE RESULT NEGATED, AND ITS COST CENTER AND
012202*     RATE CODE REPLACE THE REVERSAL'S SO EVERY TOTAL, THE GL
012203*     MAPPING AND THE EXTRACT FALL EXACTLY WHERE THE ORIGINAL
012204*     DID. OTHERWISE THE REVERSAL IS MARKED INVALID FOR
012205*     EXCEPTION-FILE WITH OPERATION V AND ZERO AMOUNTS. THE
012206*     ORIGINAL'S CURRENCY AND RATE ARE CARRIED OVER UNCHANGED
012207*     AND ITS ORIGINAL-CURRENCY AMOUNT NEGATED, SO THE BASE
012208*     AMOUNT BACKS OUT EXACTLY WITHOUT A FRESH CONVERSION. THE
012209*     COST CENTER IS NOT RE-VALIDATED - A POSTING MUST BE
012210*     REVERSIBLE EVEN AFTER ITS CENTER IS DEACTIVATED.
012211*----------------------------------------------------------------
012212 4900-LOCATE-ORIGINAL.
012213     SET TRANSACTION-INVALID TO TRUE.
012214     MOVE SPACES TO WS-ERROR-MESSAGE.
012215     MOVE ZERO TO NUM1.
012216     MOVE ZERO TO NUM2.
012217     MOVE ZERO TO RESULT.
012218     MOVE "V" TO OPERATION.
012219     MOVE SPACES TO WS-TRAN-RATE-CODE.
012220     MOVE WS-BASE-CURRENCY TO WS-TRAN-CURRENCY.
012221     MOVE ZERO TO WS-FX-AMOUNT.
012222     MOVE 1 TO WS-FX-RATE.
012223     IF TR-ORIG-BATCH-ID = SPACES
012224      OR TR-ORIG-SEQ-NO-X IS NOT NUMERIC
012225         MOVE "Reversal names no original" TO WS-ERROR-MESSAGE
012226         GO TO 4900-EXIT
012227     END-IF.
012228     PERFORM 4930-FIND-REVERSED THRU 4930-EXIT.
012229     IF WS-RVD-FOUND-IX > ZERO
012230         MOVE "Original already reversed" TO WS-ERROR-MESSAGE
012231         GO TO 4900-EXIT
012232     END-IF.
012233     MOVE "N" TO WS-ORIG-FOUND-SW.
012234     MOVE "N" TO WS-ORIG-IS-REV-SW.
012235     MOVE "N" TO WS-ORIG-IS-ALC-SW.
012236     MOVE "N" TO WS-ORIG-REVERSED-SW.
012237     MOVE "N" TO WS-AUDH-EOF-SW.
012238     OPEN INPUT AUDIT-HISTORY-FILE.
012239     IF WS-AUDH-STATUS NOT = "00" AND WS-AUDH-STATUS NOT = "05"
012240         DISPLAY "FATAL: Cannot open AUDIT-HISTORY-FILE, status "
012241             WS-AUDH-STATUS
012242         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
012243         STOP RUN
012244     END-IF.
012245     PERFORM 4950-CHECK-AUDIT-HISTORY THRU 4950-EXIT
012246         UNTIL AUDIT-HISTORY-DONE.
012247     CLOSE AUDIT-HISTORY-FILE.
012248     EVALUATE TRUE
012249         WHEN ORIGINAL-IS-REVERSAL
012250             MOVE "Original is itself a reversal"
012251                 TO WS-ERROR-MESSAGE
012252         WHEN ORIGINAL-IS-ALLOCATION
012253             MOVE "Original is an allocation"
012254                 TO WS-ERROR-MESSAGE
012255         WHEN NOT ORIGINAL-FOUND
012256             MOVE "Original not on audit trail"
012257                 TO WS-ERROR-MESSAGE
012258         WHEN ORIGINAL-REVERSED
012259             MOVE "Original already reversed" TO WS-ERROR-MESSAGE
012260         WHEN OTHER
012261             SET TRANSACTION-VALID TO TRUE
012262             MOVE WS-ORIG-NUM1      TO NUM1
012263             MOVE WS-ORIG-OPERATION TO OPERATION
012264             MOVE WS-ORIG-NUM2      TO NUM2
012265             COMPUTE RESULT = ZERO - WS-ORIG-RESULT
012266             MOVE WS-ORIG-COST-CENTER TO TR-COST-CENTER
012267             MOVE WS-ORIG-RATE-CODE   TO WS-TRAN-RATE-CODE
012268             IF WS-ORIG-CURRENCY NOT = SPACES
012269                 MOVE WS-ORIG-CURRENCY TO WS-TRAN-CURRENCY
012270             END-IF
012271             COMPUTE WS-FX-AMOUNT = ZERO - WS-ORIG-FX-AMOUNT
012272             MOVE WS-ORIG-FX-RATE     TO WS-FX-RATE
012273     END-EVALUATE.
012274 4900-EXIT.
012275     EXIT.

012276*----------------------------------------------------------------
012277* 4930-FIND-REVERSED
012278*     LOOKS FOR THE REVERSAL'S ORIGINAL AMONG THOSE ALREADY
012279*     REVERSED IN THIS RUN, LEAVING ITS INDEX IN WS-RVD-FOUND-IX
012280*     (ZERO IF NONE).
012281*----------------------------------------------------------------
012282 4930-FIND-REVERSED.
012283     MOVE ZERO TO WS-RVD-FOUND-IX.
012284     MOVE ZERO TO WS-RVD-IX.
012285     PERFORM 4935-CHECK-REVERSED THRU 4935-EXIT
012286         UNTIL WS-RVD-FOUND-IX > ZERO
012287            OR WS-RVD-IX >= WS-RVD-COUNT.
012288 4930-EXIT.
012289     EXIT.

012290*----------------------------------------------------------------
012291* 4935-CHECK-REVERSED
012292*----------------------------------------------------------------
012293 4935-CHECK-REVERSED.
012294     ADD 1 TO WS-RVD-IX.
012295     IF WS-RVD-BATCH-ID (WS-RVD-IX) = TR-ORIG-BATCH-ID
012296      AND WS-RVD-SEQ-NO (WS-RVD-IX) = TR-ORIG-SEQ-NO-X
012297         MOVE WS-RVD-IX TO WS-RVD-FOUND-IX
012298     END-IF.
012299 4935-EXIT.
012300     EXIT.

012301*----------------------------------------------------------------
012302* 4950-CHECK-AUDIT-HISTORY
012303*     AN ORDINARY POSTING UNDER THE NAMED BATCH ID AND SEQUENCE
012304*     NUMBER IS THE ORIGINAL - A REPOSTED BATCH LEAVES THE LAST
012305*     ONE'S FIGURES. A REVERSAL UNDER THEM MEANS THE NAMED ITEM
012306*     IS ITSELF A REVERSAL, AND AN ALLOCATION PIECE THAT IT IS
012307*     AN ALLOCATION (BACKED OUT BY A NEGATIVE ALLOCATION, NOT
012308*     PIECE BY PIECE); A REVERSAL THAT NAMES THEM MEANS
012309*     THE ORIGINAL HAS ALREADY BEEN BACKED OUT. AN ORIGINAL
012310*     WRITTEN BEFORE AUDIT RECORDS CARRIED A RATE WAS IN BASE
012311*     CURRENCY AT 1.00.
012312*----------------------------------------------------------------
012313 4950-CHECK-AUDIT-HISTORY.
012314     READ AUDIT-HISTORY-FILE
012315         AT END
012316             SET AUDIT-HISTORY-DONE TO TRUE
012317             GO TO 4950-EXIT
012318     END-READ.
012319     IF AH-BATCH-ID = TR-ORIG-BATCH-ID
012320      AND AH-SEQ-NO = TR-ORIG-SEQ-NO-X
012321         EVALUATE TRUE
012322             WHEN AH-REVERSAL
012323                 SET ORIGINAL-IS-REVERSAL TO TRUE
012324             WHEN AH-ALLOCATION
012325                 SET ORIGINAL-IS-ALLOCATION TO TRUE
012326             WHEN OTHER
012327                 SET ORIGINAL-FOUND TO TRUE
012328                 MOVE AH-NUM1        TO WS-ORIG-NUM1
012329                 MOVE AH-OPERATION   TO WS-ORIG-OPERATION
012330                 MOVE AH-NUM2        TO WS-ORIG-NUM2
012331                 MOVE AH-RESULT      TO WS-ORIG-RESULT
012332                 MOVE AH-COST-CENTER TO WS-ORIG-COST-CENTER
012333                 MOVE AH-RATE-CODE   TO WS-ORIG-RATE-CODE
012334                 IF AH-FX-RATE-X = SPACES
012335                     MOVE SPACES    TO WS-ORIG-CURRENCY
012336                     MOVE AH-RESULT TO WS-ORIG-FX-AMOUNT
012337                     MOVE 1         TO WS-ORIG-FX-RATE
012338                 ELSE
012339                     MOVE AH-CURRENCY  TO WS-ORIG-CURRENCY
012340                     MOVE AH-FX-AMOUNT TO WS-ORIG-FX-AMOUNT
012341                     MOVE AH-FX-RATE   TO WS-ORIG-FX-RATE
012342                 END-IF
012343         END-EVALUATE
012344     END-IF.
012345     IF AH-REVERSAL
012346      AND AH-ORIG-BATCH-ID = TR-ORIG-BATCH-ID
012347      AND AH-ORIG-SEQ-NO = TR-ORIG-SEQ-NO-X
012348         SET ORIGINAL-REVERSED TO TRUE
012349     END-IF.
012350 4950-EXIT.
012351     EXIT.

012352*----------------------------------------------------------------
012353* 4980-NOTE-REVERSAL
012354*     A REVERSAL IS POSTING - NOTES ITS ORIGINAL AS REVERSED FOR
012355*     THE REST OF THE RUN AND TAGS THE REPORT LINE WITH IT.
012356*----------------------------------------------------------------
012357 4980-NOTE-REVERSAL.
012358     IF WS-RVD-COUNT >= 200
012359         DISPLAY "FATAL: More than 200 reversals in one run"
012360         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
012361         STOP RUN
012362     END-IF.
012363     ADD 1 TO WS-RVD-COUNT.
012364     MOVE TR-ORIG-BATCH-ID TO WS-RVD-BATCH-ID (WS-RVD-COUNT).
012365     MOVE TR-ORIG-SEQ-NO-X TO WS-RVD-SEQ-NO (WS-RVD-COUNT).
012366     MOVE SPACES TO RD-NOTE.
012367     STRING "REVERSES " DELIMITED BY SIZE
012368         TR-ORIG-BATCH-ID DELIMITED BY SIZE
012369         "/" DELIMITED BY SIZE
012370         TR-ORIG-SEQ-NO-X DELIMITED BY SIZE
012371         INTO RD-NOTE.
012372 4980-EXIT.
012373     EXIT.

012375*----------------------------------------------------------------
012376* 9800-WRITE-RUN-LOG
012377*     APPENDS ONE RECORD TO THE SHARED RUN LOG - TYPE S AT THE
012378*     START OF THE RUN, TYPE E AT ITS END (CLEAN, ERRORS OR
012379*     FATAL) WITH THE RUN'S RECORD COUNTS. THE LOG IS OPENED
012380*     AND CLOSED AROUND EACH WRITE SO THE RECORD IS ON DISK
012381*     EVEN IF THE RUN DIES LATER. A LOG THAT CANNOT BE OPENED
012382*     IS REPORTED AND SKIPPED RATHER THAN STOPPING PRODUCTION
012383*     OVER ITS OWN MONITORING.
012384*----------------------------------------------------------------
012385 9800-WRITE-RUN-LOG.
012386     OPEN EXTEND RUN-LOG-FILE.
012387     IF WS-RUNLOG-STATUS NOT = "00"
012388      AND WS-RUNLOG-STATUS NOT = "05"
012389         DISPLAY "WARNING: Cannot open RUN-LOG-FILE, status "
012390             WS-RUNLOG-STATUS
012391         GO TO 9800-EXIT
012392     END-IF.
012393     ACCEPT WS-RLG-DATE FROM DATE YYYYMMDD.
012394     ACCEPT WS-RLG-TIME FROM TIME.
012395     MOVE WS-RUNLOG-TYPE TO RLG-RECORD-TYPE.
012396     MOVE WS-RLG-DATE    TO RLG-DATE.
012397     MOVE WS-RLG-HHMMSS  TO RLG-TIME.
012398     MOVE WS-DETAIL-READ-COUNT TO RLG-INPUT-COUNT.
012400     MOVE WS-CALC-COUNT      TO RLG-OUTPUT-COUNT.
012401     MOVE WS-EXCEPTION-COUNT TO RLG-EXCP-COUNT.
012402     MOVE WS-RUN-STATUS  TO RLG-END-STATUS.
012403     WRITE RUN-LOG-RECORD FROM RLG-LINE.
012404     CLOSE RUN-LOG-FILE.
012405 9800-EXIT.
012406     EXIT.

012407*----------------------------------------------------------------
012408* 9900-LOG-FATAL
012409*     CALLED JUST BEFORE A FATAL STOP SO THE RUN LOG SHOWS THE
012410*     RUN ENDED ON A FATAL INSTEAD OF SIMPLY NEVER ENDING.
012411*----------------------------------------------------------------
012412 9900-LOG-FATAL.
012413     MOVE "E"     TO WS-RUNLOG-TYPE.
012414     MOVE "FATAL" TO WS-RUN-STATUS.
012415     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
012416 9900-EXIT.
012417     EXIT.
