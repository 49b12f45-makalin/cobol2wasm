000246*                 AND A MISSING HEADER OR TRAILER IS REPORTED
000247*                 PER BATCH. A SINGLE-BATCH OR OLD-FORMAT FILE
000248*                 EDITS EXACTLY AS BEFORE.
000249* 2026-10-15 JKM  EVERY BATCH IS NOW RECORDED ON THE BATCH
000250*                 CONTROL REGISTER (BATCHREG) WITH ITS ID,
000251*                 DEPARTMENT, EXPECTED COUNT, HASH TOTAL AND AN
000252*                 EDITED OR EDIT-FAILED STATUS. A BATCH ID THE
000253*                 REGISTER ALREADY SHOWS AS POSTED IS AN ERROR
000254*                 UNLESS THE OVERRIDE FILE (BATCHOVR) NAMES WHO
000255*                 AUTHORIZED THE REPOST, AND A BATCH ID REPEATED
000256*                 WITHIN ONE FILE IS AN ERROR.
000257* 2026-10-15 JKM  NEW REVERSAL DETAIL (OPERAND TYPE V) NAMING THE
000258*                 ORIGINAL BATCH ID AND SEQUENCE NUMBER TO BE
000259*                 BACKED OUT. THE RECORDS WIDEN TO 60 BYTES TO
000260*                 CARRY THE REFERENCE. A REVERSAL CARRIES NO
000261*                 AMOUNTS, SO IT IS LEFT OUT OF THE HASH. THE
000262*                 ORIGINAL MUST BE ON THE AUDIT TRAIL (AUDITFIL),
000263*                 MUST NOT ITSELF BE A REVERSAL, AND MUST NOT BE
000264*                 REVERSED ALREADY - ON THE TRAIL OR EARLIER IN
000265*                 THIS FILE. A COST CENTER KEYED ON THE REVERSAL
000266*                 MUST BE THE ORIGINAL'S.
000267* 2026-10-15 JKM  THE TRANSACTION NOW CARRIES A CURRENCY CODE.
000268*                 BLANK MEANS BASE CURRENCY; A KEYED CODE MUST BE
000269*                 ALPHABETIC (WHETHER A FACTOR IS ON FILE FOR ITS
000270*                 DATE IS CALCULATOR'S CHECK). THE HASH TOTAL
000271*                 STAYS ON THE AMOUNTS AS KEYED, WHATEVER THEIR
000272*                 CURRENCY, SO A MIXED-CURRENCY BATCH PROVES
000273*                 AGAINST ITS HEADER AND TRAILER AS BEFORE. THE
000274*                 AUDIT TRAIL IS NOW 140 BYTES.
000275* 2026-10-15 JKM  NEW ALLOCATION DETAIL (OPERAND TYPE A) CARRYING
000276*                 AN ALLOCATION CODE IN THE RATE-CODE POSITION
000277*                 AND THE AMOUNT TO SPLIT IN NUM1. ONLY NUM1 IS
000278*                 HASHED; THE OPERATION IS NOT EDITED, AND THE
000279*                 CODE MUST BE PRESENT (WHETHER A TABLE IS IN
000280*                 FORCE FOR IT IS CALCULATOR'S CHECK). A REVERSAL
000281*                 NAMING AN ALLOCATION IS AN ERROR - AN
000282*                 ALLOCATION IS BACKED OUT BY A NEGATIVE ONE.
000283* 2026-10-15 JKM  A DETAIL DATED (OR, WITH NO DATE, EDITED) IN A
000284*                 PERIOD THE NEW PERIOD MASTER (PRDFILE) SHOWS
000285*                 AS CLOSED IS AN ERROR, SO THE BATCH FAILS EDIT
000286*                 RATHER THAN POSTING INTO A CLOSED MONTH.
000287* 2026-10-15 JKM  A KEYED CURRENCY CODE WITH A BLANK IN IT (SUCH
000288*                 AS "EU ") NOW FAILS EDIT AS NOT VALID, INSTEAD
000289*                 OF PASSING HERE AND BEING REJECTED BY CALCULATOR
000290*                 AFTER THE BATCH WAS ACCEPTED.
000291* 2026-10-15 JKM  BATCH IDS BEGINNING FB ARE KEPT FOR FIBONACCI'S
000292*                 CHARGEBACK BATCHES, WHICH IT REGISTERS ITSELF
000293*                 AND GLRECON PROVES ON THEIR OWN; A KEYED BATCH
000294*                 USING THE PREFIX NOW FAILS EDIT.
000295* 2026-10-15 JKM  AUDIT RECORD WIDENED TO 144 BYTES - THE RATE
000296*                 APPLIED NOW CARRIES SIX DECIMALS (SEE
000297*                 CALCULATOR).
000298* 2026-10-15 JKM  A BATCHOVR OVERRIDE NOW NAMES THE POSTING COUNT
000299*                 IT SUPERSEDES AND IS HONORED ONLY WHILE THE
000300*                 REGISTER STILL SHOWS THAT COUNT, SO IT
000301*                 AUTHORIZES ONE REPOST AND NO MORE. A BATCH ID
000302*                 REPEATED WITHIN THE FILE NO LONGER OVERWRITES
000303*                 THE REGISTER ENTRY ITS FIRST USE MADE.
000304*----------------------------------------------------------------
000305 ENVIRONMENT DIVISION.
000306 CONFIGURATION SECTION.
000307 SOURCE-COMPUTER.   GNUCOBOL.
000308 OBJECT-COMPUTER.   GNUCOBOL.
000309 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000311     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
000312         ORGANIZATION IS LINE SEQUENTIAL
000313         FILE STATUS IS WS-TRANS-STATUS.

000314     SELECT OPTIONAL BATCH-REGISTER ASSIGN TO "BATCHREG"
000315         ORGANIZATION IS INDEXED
000316         ACCESS MODE IS RANDOM
000317         RECORD KEY IS BCR-BATCH-ID
000318         FILE STATUS IS WS-BCR-STATUS.

000319     SELECT OPTIONAL BATCH-OVERRIDE-FILE ASSIGN TO "BATCHOVR"
000320         ORGANIZATION IS LINE SEQUENTIAL
000321         FILE STATUS IS WS-OVR-STATUS.

000322     SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-REPORT-STATUS.

000347     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000348         ORGANIZATION IS LINE SEQUENTIAL
000349         FILE STATUS IS WS-RUNLOG-STATUS.

000350     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITFIL"
000351         ORGANIZATION IS LINE SEQUENTIAL
000352         FILE STATUS IS WS-AUDIT-STATUS.

000353     SELECT OPTIONAL PERIOD-MASTER ASSIGN TO "PRDFILE"
000354         ORGANIZATION IS INDEXED
000355         ACCESS MODE IS RANDOM
000356         RECORD KEY IS PD-PERIOD
000357         FILE STATUS IS WS-PRD-STATUS.
000358 DATA DIVISION.
000360 FILE SECTION.
000370*----------------------------------------------------------------
000380* TRANSACTION-FILE - THE BATCH UNDER EDIT. LAYOUTS MUST AGREE
000560         10  FILLER         PIC X(03).
000570     05  TR-OPERAND-TYPE    PIC X(01).
000580         88  TR-RATE-LOOKUP     VALUE "R".
000582         88  TR-REVERSAL        VALUE "V".
000583         88  TR-ALLOCATION      VALUE "A".
000585     05  TR-COST-CENTER     PIC X(04).
000586     05  TR-TRAN-DATE       PIC 9(08).
000587     05  TR-TRAN-DATE-X REDEFINES TR-TRAN-DATE
000588                            PIC X(08).
000589     05  TR-ORIG-BATCH-ID   PIC X(08).
000590     05  TR-ORIG-SEQ-NO     PIC 9(09).
000591     05  TR-ORIG-SEQ-NO-X REDEFINES TR-ORIG-SEQ-NO
000592                            PIC X(09).
000594     05  TR-CURRENCY-CODE   PIC X(03).
000595     05  TR-CURRENCY-CHARS REDEFINES TR-CURRENCY-CODE.
000596         10  TR-CURRENCY-CHAR-1 PIC X(01).
000597         10  TR-CURRENCY-CHAR-2 PIC X(01).
000598         10  TR-CURRENCY-CHAR-3 PIC X(01).
000599     05  FILLER             PIC X(03).
000600 01  TRAN-HEADER-RECORD.
000610     05  TH-RECORD-TYPE     PIC X(02).
000620         88  TH-BATCH-HEADER    VALUE "BH".
000670     05  TH-EXPECTED-COUNT  PIC 9(07).
000680     05  TH-HASH-TOTAL      PIC S9(11)V99
000690                            SIGN IS LEADING SEPARATE.
000700     05  FILLER             PIC X(17).
000710 01  TRAN-TRAILER-RECORD.
000720     05  TT-RECORD-TYPE     PIC X(02).
000730     05  TT-RECORD-COUNT    PIC 9(07).
000740     05  TT-HASH-TOTAL      PIC S9(11)V99
000750                            SIGN IS LEADING SEPARATE.
000760     05  FILLER             PIC X(37).

000761*----------------------------------------------------------------
000762* BATCH-REGISTER - ONE RECORD PER BATCH ID, WRITTEN HERE AT THE
000763*     EDIT AND CARRIED THROUGH ITS LIFECYCLE BY TRANSORT,
000764*     CALCULATOR AND GLRECON. LAYOUT MUST AGREE WITH THE
000765*     BATCH-REGISTER FD IN EVERY PROGRAM THAT OPENS IT.
000766*----------------------------------------------------------------
000767 FD  BATCH-REGISTER
000768     RECORDING MODE IS F.
000769 01  BATCH-REGISTER-RECORD.
000770     05  BCR-BATCH-ID       PIC X(08).
000771     05  BCR-DEPARTMENT     PIC X(04).
000772     05  BCR-EXPECTED-COUNT PIC 9(07).
000773     05  BCR-HASH-TOTAL     PIC S9(11)V99
000774                            SIGN IS LEADING SEPARATE.
000775     05  BCR-STATUS         PIC X(01).
000776         88  BCR-EDITED         VALUE "E".
000777         88  BCR-EDIT-FAILED    VALUE "F".
000778         88  BCR-SORTED         VALUE "S".
000779         88  BCR-POSTING        VALUE "O".
000780         88  BCR-POSTED         VALUE "P".
000781         88  BCR-RECONCILED     VALUE "R".
000782         88  BCR-RECON-FAILED   VALUE "D".
000783         88  BCR-ALREADY-POSTED VALUE "P" "R" "D".
000784     05  BCR-EDIT-DATE      PIC 9(08).
000785     05  BCR-SORT-DATE      PIC 9(08).
000786     05  BCR-POST-DATE      PIC 9(08).
000787     05  BCR-RECON-DATE     PIC 9(08).
000788     05  BCR-CALC-COUNT     PIC 9(07).
000789     05  BCR-EXCP-COUNT     PIC 9(07).
000790     05  BCR-POST-TOTAL     PIC S9(9)V99
000791                            SIGN IS LEADING SEPARATE.
000792     05  BCR-POST-COUNT     PIC 9(03).
000793     05  BCR-OVERRIDE-BY    PIC X(08).
000794     05  FILLER             PIC X(17).

000795*----------------------------------------------------------------
000796* BATCH-OVERRIDE-FILE - OPTIONAL. ONE RECORD PER BATCH ID THE
000797*     REGISTER SHOWS AS POSTED THAT MAY NONETHELESS RUN AGAIN,
000798*     NAMING WHO AUTHORIZED IT AND THE REGISTER'S POSTING COUNT
000799*     AT THE TIME. ONCE THE REPOST RAISES THAT COUNT THE RECORD
000800*     AUTHORIZES NOTHING MORE. A RECORD WITH NO AUTHORIZER OR
000801*     NO POSTING COUNT IS IGNORED. LAYOUT MUST AGREE WITH
000802*     CALCULATOR.
000803*----------------------------------------------------------------
000804 FD  BATCH-OVERRIDE-FILE
000805     RECORDING MODE IS F.
000806 01  BATCH-OVERRIDE-RECORD.
000807     05  BO-BATCH-ID        PIC X(08).
000808     05  BO-AUTHORIZED-BY   PIC X(08).
000809     05  BO-POST-COUNT      PIC 9(03).
000810     05  BO-REASON          PIC X(24).

000811*----------------------------------------------------------------
000812* EDIT-REPORT-FILE - DISCREPANCY REPORT FOR THE BATCH.
000813*----------------------------------------------------------------
000814 FD  EDIT-REPORT-FILE
000815     RECORDING MODE IS F.
000820 01  EDIT-REPORT-RECORD     PIC X(80).

000822*----------------------------------------------------------------
000846     RECORDING MODE IS F.
000847 01  RUN-LOG-RECORD         PIC X(59).

000848*----------------------------------------------------------------
000849* AUDIT-FILE - OPTIONAL. THE PERMANENT CALCULATION AUDIT TRAIL AS
000850*     WRITTEN BY CALCULATOR'S 6000-WRITE-AUDIT-RECORD, READ TO
000851*     FIND THE ORIGINAL A REVERSAL NAMES. LAYOUT MUST AGREE WITH
000852*     CALCULATOR.
000853*----------------------------------------------------------------
000854 FD  AUDIT-FILE
000855     RECORDING MODE IS F.
000856 01  AUDIT-RECORD.
000857     05  AUD-TIMESTAMP      PIC X(19).
000858     05  FILLER             PIC X(46).
000859     05  AUD-BATCH-ID       PIC X(08).
000860     05  FILLER             PIC X(01).
000861     05  AUD-SEQ-NO         PIC X(09).
000862     05  FILLER             PIC X(01).
000863     05  AUD-COST-CENTER    PIC X(04).
000864     05  FILLER             PIC X(01).
000865     05  AUD-RUN-MODE       PIC X(01).
000866     05  FILLER             PIC X(01).
000867     05  AUD-TRAN-TYPE      PIC X(01).
000868         88  AUD-REVERSAL       VALUE "V".
000869         88  AUD-ALLOCATION     VALUE "A".
000870     05  FILLER             PIC X(01).
000871     05  AUD-ORIG-BATCH-ID  PIC X(08).
000872     05  FILLER             PIC X(01).
000873     05  AUD-ORIG-SEQ-NO    PIC X(09).
000874     05  FILLER             PIC X(33).

000875*----------------------------------------------------------------
000876* PERIOD-MASTER - ONE RECORD PER FISCAL PERIOD (YYYYMM) WITH ITS
000877*     STATUS. WRITTEN BY MECLOSE; LAYOUT MUST AGREE WITH IT. A
000878*     PERIOD NOT ON FILE HAS NEVER BEEN CLOSED AND IS OPEN.
000879*----------------------------------------------------------------
000880 FD  PERIOD-MASTER
000881     RECORDING MODE IS F.
000882 01  PERIOD-MASTER-RECORD.
000883     05  PD-PERIOD          PIC 9(06).
000884     05  PD-STATUS          PIC X(01).
000885         88  PD-OPEN            VALUE "O".
000886         88  PD-CLOSING         VALUE "P".
000887         88  PD-CLOSED          VALUE "C".
000888     05  PD-STATUS-DATE     PIC 9(08).
000889     05  PD-CLOSED-BY       PIC X(08).
000890     05  PD-BATCH-COUNT     PIC 9(05).
000891     05  PD-PERIOD-TOTAL    PIC S9(11)V99
000892                            SIGN IS LEADING SEPARATE.
000893     05  FILLER             PIC X(08).

000894 WORKING-STORAGE SECTION.
000895*----------------------------------------------------------------
000896* SWITCHES AND CONDITION NAMES
000897*----------------------------------------------------------------
000898 77  WS-TRANS-EOF-SW        PIC X(01) VALUE "N".
000899     88  TRANSACTIONS-DONE      VALUE "Y".

000900 77  WS-HEADER-SW           PIC X(01) VALUE "N".
000901     88  HEADER-SEEN            VALUE "Y".

000910 77  WS-TRAILER-SW          PIC X(01) VALUE "N".
000920     88  TRAILER-SEEN           VALUE "Y".

000922 77  WS-CCM-AVAIL-SW        PIC X(01) VALUE "N".
000924     88  CC-MASTER-AVAILABLE    VALUE "Y".
000925 77  WS-PRD-AVAIL-SW        PIC X(01) VALUE "N".
000926     88  PERIOD-MASTER-AVAILABLE VALUE "Y".

000927 77  WS-OVR-EOF-SW          PIC X(01) VALUE "N".
000928     88  OVERRIDES-DONE         VALUE "Y".

000929 77  WS-BCR-FOUND-SW        PIC X(01) VALUE "N".
000930     88  REGISTER-ENTRY-FOUND   VALUE "Y".

000931 77  WS-REPOST-REFUSED-SW   PIC X(01) VALUE "N".
000932     88  REPOST-REFUSED         VALUE "Y".

000933 77  WS-REPEAT-ID-SW        PIC X(01) VALUE "N".
000934     88  BATCH-ID-REPEATED      VALUE "Y".

000935 77  WS-AUDIT-EOF-SW        PIC X(01) VALUE "N".
000936     88  AUDIT-DONE             VALUE "Y".

000937 77  WS-ORIG-FOUND-SW       PIC X(01) VALUE "N".
000938     88  ORIGINAL-FOUND         VALUE "Y".

000939 77  WS-ORIG-IS-REV-SW      PIC X(01) VALUE "N".
000940     88  ORIGINAL-IS-REVERSAL   VALUE "Y".
000941 77  WS-ORIG-IS-ALC-SW      PIC X(01) VALUE "N".
000942     88  ORIGINAL-IS-ALLOCATION VALUE "Y".

000943 77  WS-ORIG-REVERSED-SW    PIC X(01) VALUE "N".
000944     88  ORIGINAL-REVERSED      VALUE "Y".

000945*----------------------------------------------------------------
000946* FILE STATUS FIELDS
000950*----------------------------------------------------------------
000960 77  WS-TRANS-STATUS        PIC X(02) VALUE SPACES.
000970 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
000972 77  WS-CCM-STATUS          PIC X(02) VALUE SPACES.
000974 77  WS-BCR-STATUS          PIC X(02) VALUE SPACES.
000976 77  WS-OVR-STATUS          PIC X(02) VALUE SPACES.
000977 77  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
000978 77  WS-PRD-STATUS          PIC X(02) VALUE SPACES.

000980*----------------------------------------------------------------
000990* EDIT COUNTERS AND ACCUMULATORS
001080*----------------------------------------------------------------
001090 01  WS-SAVED-HEADER.
001100     05  WS-SH-BATCH-ID     PIC X(08) VALUE SPACES.
001101     05  WS-SH-BATCH-ID-R REDEFINES WS-SH-BATCH-ID.
001102         10  WS-SH-BATCH-PREFIX PIC X(02).
001103             88  CHARGEBACK-BATCH-ID    VALUE "FB".
001104         10  FILLER             PIC X(06).
001110     05  WS-SH-DEPARTMENT   PIC X(04) VALUE SPACES.
001120     05  WS-SH-EXP-COUNT    PIC 9(07) VALUE ZERO.
001130     05  WS-SH-HASH-TOTAL   PIC S9(11)V99 VALUE ZERO.
001150     05  WS-ST-REC-COUNT    PIC 9(07) VALUE ZERO.
001160     05  WS-ST-HASH-TOTAL   PIC S9(11)V99 VALUE ZERO.

001161*----------------------------------------------------------------
001162* BATCH REGISTER STATE - THE OVERRIDES LOADED FROM BATCHOVR, THE
001163*     BATCH IDS ALREADY SEEN IN THIS FILE, AND THE ERROR COUNT
001164*     AT THE OPEN BATCH'S HEADER SO ITS OWN ERRORS CAN BE TOLD
001165*     FROM EARLIER BATCHES' WHEN ITS STATUS IS REGISTERED.
001166*----------------------------------------------------------------
001167 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001168 77  WS-TRAN-PERIOD         PIC 9(06) VALUE ZERO.
001169 77  WS-BATCH-ERROR-START   PIC 9(7)  COMP VALUE ZERO.
001170 77  WS-OVERRIDE-BY         PIC X(08) VALUE SPACES.
001171 77  WS-REPOST-COUNT        PIC 9(5)  COMP VALUE ZERO.
001172 77  WS-OVR-COUNT           PIC 9(3)  COMP VALUE ZERO.
001173 77  WS-OVR-IX              PIC 9(3)  COMP VALUE ZERO.
001174 77  WS-OVR-FOUND-IX        PIC 9(3)  COMP VALUE ZERO.
001175 01  WS-OVERRIDE-TABLE.
001176     05  WS-OVR-ENTRY       OCCURS 50 TIMES.
001177         10  WS-OVR-BATCH-ID    PIC X(08).
001178         10  WS-OVR-AUTH-BY     PIC X(08).
001179         10  WS-OVR-POST-COUNT  PIC 9(03).
001180 77  WS-SEEN-COUNT          PIC 9(3)  COMP VALUE ZERO.
001181 77  WS-SEEN-IX             PIC 9(3)  COMP VALUE ZERO.
001182 77  WS-SEEN-FOUND-IX       PIC 9(3)  COMP VALUE ZERO.
001183 01  WS-SEEN-BATCH-TABLE.
001184     05  WS-SEEN-BATCH-ID   PIC X(08) OCCURS 200 TIMES.

001185*----------------------------------------------------------------
001186* REVERSAL STATE - THE ORIGINALS ALREADY NAMED BY A REVERSAL IN
001187*     THIS FILE, AND THE COST CENTER OF THE ORIGINAL FOUND ON
001188*     THE AUDIT TRAIL FOR THE REVERSAL UNDER EDIT.
001189*----------------------------------------------------------------
001190 77  WS-REVERSAL-COUNT      PIC 9(7)  COMP VALUE ZERO.
001191 77  WS-ORIG-COST-CENTER    PIC X(04) VALUE SPACES.
001192 77  WS-REV-COUNT           PIC 9(3)  COMP VALUE ZERO.
001193 77  WS-REV-IX              PIC 9(3)  COMP VALUE ZERO.
001194 77  WS-REV-FOUND-IX        PIC 9(3)  COMP VALUE ZERO.
001195 01  WS-REVERSED-TABLE.
001196     05  WS-REV-ENTRY       OCCURS 200 TIMES.
001197         10  WS-REV-BATCH-ID    PIC X(08).
001198         10  WS-REV-SEQ-NO      PIC X(09).

001199*----------------------------------------------------------------
001200* REPORT LAYOUT LINES
001201*----------------------------------------------------------------
001202 01  RPT-HEADER-1.
001210     05  FILLER             PIC X(80) VALUE
001220         "TRANSACTION BATCH EDIT REPORT".

001849     IF WS-CCM-STATUS = "00"
001850         SET CC-MASTER-AVAILABLE TO TRUE
001851     END-IF.
001852     OPEN I-O BATCH-REGISTER.
001853     IF WS-BCR-STATUS NOT = "00" AND WS-BCR-STATUS NOT = "05"
001854         DISPLAY "FATAL: Cannot open BATCH-REGISTER, status "
001855             WS-BCR-STATUS
001856         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001857         STOP RUN
001858     END-IF.
001859     OPEN INPUT PERIOD-MASTER.
001860     IF WS-PRD-STATUS NOT = "00" AND WS-PRD-STATUS NOT = "05"
001861         DISPLAY "FATAL: Cannot open PERIOD-MASTER, status "
001862             WS-PRD-STATUS
001863         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001864         STOP RUN
001865     END-IF.
001866     IF WS-PRD-STATUS = "00"
001867         SET PERIOD-MASTER-AVAILABLE TO TRUE
001868     END-IF.
001869     PERFORM 1100-LOAD-OVERRIDES THRU 1100-EXIT.
001870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001871     WRITE EDIT-REPORT-RECORD FROM RPT-HEADER-1.
001872 1000-EXIT.
001873     EXIT.

001874*----------------------------------------------------------------
001875* 1100-LOAD-OVERRIDES
001876*     LOADS THE AUTHORIZED REPOSTS FROM THE OPTIONAL BATCHOVR
001877*     FILE. WITH NO FILE PRESENT THE TABLE IS SIMPLY EMPTY AND
001878*     EVERY ALREADY-POSTED BATCH ID IS REFUSED.
001879*----------------------------------------------------------------
001880 1100-LOAD-OVERRIDES.
001881     OPEN INPUT BATCH-OVERRIDE-FILE.
001882     IF WS-OVR-STATUS NOT = "00" AND WS-OVR-STATUS NOT = "05"
001883         DISPLAY "FATAL: Cannot open BATCH-OVERRIDE-FILE, status "
001884             WS-OVR-STATUS
001885         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001886         STOP RUN
001887     END-IF.
001888     PERFORM 1150-STORE-OVERRIDE THRU 1150-EXIT
001889         UNTIL OVERRIDES-DONE.
001890     CLOSE BATCH-OVERRIDE-FILE.
001891 1100-EXIT.
001892     EXIT.

001893*----------------------------------------------------------------
001894* 1150-STORE-OVERRIDE
001895*     READS ONE OVERRIDE AND KEEPS IT. A RECORD WITHOUT A BATCH
001896*     ID, AN AUTHORIZER OR A POSTING COUNT AUTHORIZES NOTHING.
001897*----------------------------------------------------------------
001898 1150-STORE-OVERRIDE.
001899     READ BATCH-OVERRIDE-FILE
001900         AT END
001901             SET OVERRIDES-DONE TO TRUE
001902             GO TO 1150-EXIT
001903     END-READ.
001904     IF BO-BATCH-ID = SPACES OR BO-AUTHORIZED-BY = SPACES
001905         GO TO 1150-EXIT.
001906     IF BO-POST-COUNT IS NOT NUMERIC OR BO-POST-COUNT = ZERO
001907         GO TO 1150-EXIT.
001908     IF WS-OVR-COUNT >= 50
001909         DISPLAY "FATAL: More than 50 batch overrides on BATCHOVR"
001910         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
001911         STOP RUN
001912     END-IF.
001913     ADD 1 TO WS-OVR-COUNT.
001914     MOVE BO-BATCH-ID      TO WS-OVR-BATCH-ID (WS-OVR-COUNT).
001915     MOVE BO-AUTHORIZED-BY TO WS-OVR-AUTH-BY (WS-OVR-COUNT).
001916     MOVE BO-POST-COUNT    TO WS-OVR-POST-COUNT (WS-OVR-COUNT).
001917 1150-EXIT.
001918     EXIT.

001919*----------------------------------------------------------------
001920* 2000-READ-TRANSACTION
001921*----------------------------------------------------------------
001922 2000-READ-TRANSACTION.
001923     READ TRANSACTION-FILE
001930         AT END
001940             SET TRANSACTIONS-DONE TO TRUE
001950     END-READ.
002168     MOVE ZERO TO WS-SH-HASH-TOTAL.
002169     MOVE ZERO TO WS-ST-REC-COUNT.
002170     MOVE ZERO TO WS-ST-HASH-TOTAL.
002171     MOVE "N" TO WS-REPOST-REFUSED-SW.
002172     MOVE "N" TO WS-REPEAT-ID-SW.
002173     MOVE SPACES TO WS-OVERRIDE-BY.
002174 3050-EXIT.
002175     EXIT.

002176*----------------------------------------------------------------
002177* 3100-EDIT-HEADER
002178*     OPENS A NEW BATCH - SAVES THE EXPECTED COUNT AND HASH
002179*     TOTAL AND RESETS THE PER-BATCH STATE. A HEADER ARRIVING
002180*     WITH A BRACKET STILL IN PROGRESS CLOSES THAT BRACKET
002181*     FIRST (SEE 3150-CLOSE-PRIOR-BATCH), SO A FILE OF SEVERAL
002182*     BH/BT BATCHES EDITS EACH ONE ON ITS OWN.
002183*----------------------------------------------------------------
002200 3100-EDIT-HEADER.
002210     IF HEADER-SEEN OR TRAILER-SEEN OR WS-DETAIL-COUNT > ZERO
002220         PERFORM 3150-CLOSE-PRIOR-BATCH THRU 3150-EXIT
002230     END-IF.
002260     SET HEADER-SEEN TO TRUE.
002270     ADD 1 TO WS-BATCH-COUNT.
002280     MOVE WS-ERROR-COUNT TO WS-BATCH-ERROR-START.
002310     MOVE TH-BATCH-ID TO WS-SH-BATCH-ID.
002320     MOVE TH-DEPARTMENT TO WS-SH-DEPARTMENT.
002330     IF TH-EXPECTED-COUNT IS NUMERIC
002450     MOVE WS-SH-BATCH-ID   TO RB-BATCH-ID.
002460     MOVE WS-SH-DEPARTMENT TO RB-DEPARTMENT.
002470     WRITE EDIT-REPORT-RECORD FROM RPT-BATCH-LINE.
002474     PERFORM 3120-CHECK-BATCH-ID THRU 3120-EXIT.
002480 3100-EXIT.
002490     EXIT.

002506         PERFORM 5050-WRITE-BATCH-ERROR THRU 5050-EXIT
002507         PERFORM 3700-PROVE-BATCH THRU 3700-EXIT
002508     END-IF.
002509     PERFORM 3750-REGISTER-BATCH THRU 3750-EXIT.
002510     PERFORM 3050-RESET-BATCH THRU 3050-EXIT.
002511 3150-EXIT.
002512     EXIT.

002513*----------------------------------------------------------------
002514* 3120-CHECK-BATCH-ID
002515*     GUARDS AGAINST POSTING THE SAME BATCH TWICE. A BATCH ID
002516*     ALREADY USED EARLIER IN THIS FILE IS AN ERROR, AS IS ONE
002517*     BEGINNING FB - THAT PREFIX IS KEPT FOR FIBONACCI'S
002518*     CHARGEBACK BATCHES. ONE THE BATCH REGISTER SHOWS AS POSTED
002519*     (POSTED, RECONCILED OR RECON FAILED) IS AN ERROR TOO,
002520*     UNLESS BATCHOVR CARRIES AN AUTHORIZED OVERRIDE FOR IT -
002521*     THEN IT IS A WARNING NAMING THE AUTHORIZER, AND THE NAME
002522*     IS KEPT ON THE REGISTER. A REPEATED ID IS FLAGGED SO
002523*     3750-REGISTER-BATCH LEAVES ITS FIRST USE'S ENTRY ALONE.
002524*----------------------------------------------------------------
002525 3120-CHECK-BATCH-ID.
002526     IF WS-SH-BATCH-ID = SPACES
002527         GO TO 3120-EXIT.
002528     PERFORM 3130-FIND-SEEN-BATCH THRU 3130-EXIT.
002529     IF WS-SEEN-FOUND-IX > ZERO
002530         SET BATCH-ID-REPEATED TO TRUE
002531         MOVE "BATCH ID REPEATED IN THIS FILE" TO RD-MESSAGE
002532         PERFORM 5050-WRITE-BATCH-ERROR THRU 5050-EXIT
002533     END-IF.
002534     IF CHARGEBACK-BATCH-ID
002535         MOVE "BATCH ID PREFIX FB IS FOR CHARGEBACKS"
002536             TO RD-MESSAGE
002537         PERFORM 5050-WRITE-BATCH-ERROR THRU 5050-EXIT
002538     END-IF.
002539     MOVE WS-SH-BATCH-ID TO BCR-BATCH-ID.
002540     READ BATCH-REGISTER
002541         INVALID KEY
002542             GO TO 3120-EXIT
002543     END-READ.
002544     IF NOT BCR-ALREADY-POSTED
002545         GO TO 3120-EXIT.
002546     PERFORM 3140-FIND-OVERRIDE THRU 3140-EXIT.
002547     IF WS-OVR-FOUND-IX = ZERO
002548         SET REPOST-REFUSED TO TRUE
002549         MOVE SPACES TO RD-MESSAGE
002550         STRING "BATCH ALREADY POSTED ON " DELIMITED BY SIZE
002551             BCR-POST-DATE DELIMITED BY SIZE
002552             INTO RD-MESSAGE
002553         PERFORM 5050-WRITE-BATCH-ERROR THRU 5050-EXIT
002554         GO TO 3120-EXIT
002555     END-IF.
002556     MOVE WS-OVR-AUTH-BY (WS-OVR-FOUND-IX) TO WS-OVERRIDE-BY.
002557     ADD 1 TO WS-REPOST-COUNT.
002558     MOVE SPACES TO RD-MESSAGE.
002559     STRING "ALREADY POSTED - REPOST AUTHORIZED BY "
002560         DELIMITED BY SIZE
002561         WS-OVERRIDE-BY DELIMITED BY SIZE
002562         INTO RD-MESSAGE.
002563     PERFORM 5150-WRITE-BATCH-WARNING THRU 5150-EXIT.
002564 3120-EXIT.
002565     EXIT.

002566*----------------------------------------------------------------
002567* 3130-FIND-SEEN-BATCH
002568*     LOOKS FOR THE HEADER'S BATCH ID AMONG THE IDS ALREADY SEEN
002569*     IN THIS FILE. FOUND, ITS INDEX IS LEFT IN WS-SEEN-FOUND-IX;
002570*     NOT FOUND, WS-SEEN-FOUND-IX IS ZERO AND THE ID IS ADDED.
002571*----------------------------------------------------------------
002572 3130-FIND-SEEN-BATCH.
002573     MOVE ZERO TO WS-SEEN-FOUND-IX.
002574     MOVE ZERO TO WS-SEEN-IX.
002575     PERFORM 3135-CHECK-SEEN-BATCH THRU 3135-EXIT
002576         UNTIL WS-SEEN-FOUND-IX > ZERO
002577            OR WS-SEEN-IX >= WS-SEEN-COUNT.
002578     IF WS-SEEN-FOUND-IX > ZERO
002579         GO TO 3130-EXIT.
002580     IF WS-SEEN-COUNT >= 200
002581         DISPLAY "FATAL: More than 200 batches in one file"
002582         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002583         STOP RUN
002584     END-IF.
002585     ADD 1 TO WS-SEEN-COUNT.
002586     MOVE WS-SH-BATCH-ID TO WS-SEEN-BATCH-ID (WS-SEEN-COUNT).
002587 3130-EXIT.
002588     EXIT.

002589*----------------------------------------------------------------
002590* 3135-CHECK-SEEN-BATCH
002591*----------------------------------------------------------------
002592 3135-CHECK-SEEN-BATCH.
002593     ADD 1 TO WS-SEEN-IX.
002594     IF WS-SEEN-BATCH-ID (WS-SEEN-IX) = WS-SH-BATCH-ID
002595         MOVE WS-SEEN-IX TO WS-SEEN-FOUND-IX
002596     END-IF.
002597 3135-EXIT.
002598     EXIT.

002599*----------------------------------------------------------------
002600* 3140-FIND-OVERRIDE
002601*     LOOKS FOR AN AUTHORIZED OVERRIDE FOR THE HEADER'S BATCH
002602*     ID THAT SUPERSEDES THE POSTING COUNT NOW ON THE REGISTER,
002603*     LEAVING ITS INDEX IN WS-OVR-FOUND-IX (ZERO IF NONE).
002604*----------------------------------------------------------------
002605 3140-FIND-OVERRIDE.
002606     MOVE ZERO TO WS-OVR-FOUND-IX.
002607     MOVE ZERO TO WS-OVR-IX.
002608     PERFORM 3145-CHECK-OVERRIDE THRU 3145-EXIT
002609         UNTIL WS-OVR-FOUND-IX > ZERO
002610            OR WS-OVR-IX >= WS-OVR-COUNT.
002611 3140-EXIT.
002612     EXIT.

002613*----------------------------------------------------------------
002614* 3145-CHECK-OVERRIDE
002615*----------------------------------------------------------------
002616 3145-CHECK-OVERRIDE.
002617     ADD 1 TO WS-OVR-IX.
002618     IF WS-OVR-BATCH-ID (WS-OVR-IX) = WS-SH-BATCH-ID
002619      AND WS-OVR-POST-COUNT (WS-OVR-IX) = BCR-POST-COUNT
002620         MOVE WS-OVR-IX TO WS-OVR-FOUND-IX
002621     END-IF.
002622 3145-EXIT.
002623     EXIT.

002624*----------------------------------------------------------------
002625* 3200-EDIT-TRAILER
002626*     CLOSES THE OPEN BATCH - SAVES THE TRAILER COUNT AND HASH
002627*     TOTAL AND RUNS THE BATCH'S COUNT/HASH PROOFS AT ONCE. A
002628*     SECOND TRAILER IN THE SAME BRACKET IS AN ERROR; RECORDS
002629*     ARRIVING AFTER THE TRAILER ARE REPORTED BY
002630*     3300-EDIT-DETAIL. THE BRACKET STATE IS KEPT UNTIL THE
002631*     NEXT HEADER SO THOSE STRAGGLERS STILL GET FLAGGED.
002632*----------------------------------------------------------------
002633 3200-EDIT-TRAILER.
002634     IF TRAILER-SEEN
002635         MOVE "DUPLICATE BATCH TRAILER RECORD" TO RD-MESSAGE
002636         PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
002637         GO TO 3200-EXIT
002638     END-IF.
002639     SET TRAILER-SEEN TO TRUE.
002640     IF TT-RECORD-COUNT IS NUMERIC
002641         MOVE TT-RECORD-COUNT TO WS-ST-REC-COUNT
002650     ELSE
002660         MOVE "TRAILER RECORD COUNT NOT NUMERIC" TO RD-MESSAGE
002670         PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
002810*     LITERAL VALUE - A RATE-CODE OPERAND CARRIES THE CODE IN
002820*     THOSE BYTES INSTEAD. A MISSING HEADER IS REPORTED ONCE
002830*     PER BATCH, AT THE BATCH CLOSE, NOT PER DETAIL RECORD.
002832*     A REVERSAL CARRIES NO AMOUNTS - ITS REFERENCE IS EDITED
002834*     BY 3400-EDIT-REVERSAL INSTEAD, AND IT ADDS NOTHING TO
002836*     THE HASH TOTAL. AMOUNTS ARE HASHED AS KEYED, IN THE
002837*     TRANSACTION'S OWN CURRENCY. AN ALLOCATION HASHES ONLY ITS
002838*     AMOUNT (NUM1) AND CARRIES NO OPERATION, ONLY ITS CODE.
002840*----------------------------------------------------------------
002850 3300-EDIT-DETAIL.
002860     ADD 1 TO WS-DETAIL-COUNT.
003110     IF TR-SEQ-NO > WS-PREV-SEQ-NO
003120         MOVE TR-SEQ-NO TO WS-PREV-SEQ-NO
003130     END-IF.
003132     IF TR-REVERSAL
003134         PERFORM 3400-EDIT-REVERSAL THRU 3400-EXIT
003136         GO TO 3300-EDIT-DATE.
003140     IF TR-NUM1 IS NUMERIC
003150         ADD TR-NUM1 TO WS-HASH-TOTAL
003152         ADD TR-NUM1 TO WS-TOTAL-HASH
003170         MOVE "NUM1 NOT NUMERIC" TO RD-MESSAGE
003180         PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003190     END-IF.
003191     IF TR-ALLOCATION
003192         IF TR-RATE-CODE = SPACES
003193             MOVE "ALLOCATION CODE MISSING" TO RD-MESSAGE
003194             PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003195         END-IF
003196         GO TO 3300-EDIT-CURRENCY.
003200     IF TR-OPERATION = "+" OR "-" OR "*" OR "/"
003210         CONTINUE
003220     ELSE
003360             PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003370         END-IF
003380     END-IF.
003381 3300-EDIT-CURRENCY.
003382     IF TR-CURRENCY-CODE = SPACES
003383         GO TO 3300-EDIT-DATE.
003384     IF TR-CURRENCY-CODE IS NOT ALPHABETIC-UPPER
003385      OR TR-CURRENCY-CHAR-1 = SPACE
003386      OR TR-CURRENCY-CHAR-2 = SPACE
003387      OR TR-CURRENCY-CHAR-3 = SPACE
003388         MOVE "CURRENCY CODE NOT VALID" TO RD-MESSAGE
003389         PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003390     END-IF.
003391 3300-EDIT-DATE.
003392     IF TR-TRAN-DATE-X = SPACES OR TR-TRAN-DATE IS NUMERIC
003393         CONTINUE
003394     ELSE
003395         MOVE "TRANSACTION DATE NOT NUMERIC" TO RD-MESSAGE
003396         PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003397     END-IF.
003398     PERFORM 3390-EDIT-PERIOD THRU 3390-EXIT.
003399     PERFORM 3380-EDIT-COST-CENTER THRU 3380-EXIT.
003400 3300-EXIT.
003401     EXIT.

003402*----------------------------------------------------------------
003403* 3380-EDIT-COST-CENTER
003425     EXIT.

003426*----------------------------------------------------------------
003427* 3390-EDIT-PERIOD
003428*     A DETAIL DATED IN A PERIOD THE PERIOD MASTER SHOWS AS
003429*     CLOSED IS AN ERROR; AN UNDATED ONE IS TAKEN AS DATED
003430*     TODAY, AS CALCULATOR WILL TAKE IT. A PERIOD NOT ON FILE
003431*     IS OPEN, AND WITH NO MASTER ON FILE THE EDIT IS BYPASSED.
003432*     A DATE THAT IS NOT NUMERIC HAS ALREADY BEEN REPORTED.
003433*----------------------------------------------------------------
003434 3390-EDIT-PERIOD.
003435     IF NOT PERIOD-MASTER-AVAILABLE
003436         GO TO 3390-EXIT.
003437     IF TR-TRAN-DATE-X = SPACES
003438         COMPUTE WS-TRAN-PERIOD = WS-RUN-DATE / 100
003439     ELSE
003440         IF TR-TRAN-DATE IS NOT NUMERIC
003441             GO TO 3390-EXIT
003442         END-IF
003443         COMPUTE WS-TRAN-PERIOD = TR-TRAN-DATE / 100
003444     END-IF.
003445     MOVE WS-TRAN-PERIOD TO PD-PERIOD.
003446     READ PERIOD-MASTER
003447         INVALID KEY
003448             GO TO 3390-EXIT
003449     END-READ.
003450     IF PD-CLOSED
003451         MOVE "TRANSACTION DATE IN CLOSED PERIOD" TO RD-MESSAGE
003452         PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003453     END-IF.
003454 3390-EXIT.
003455     EXIT.

003456*----------------------------------------------------------------
003457* 3400-EDIT-REVERSAL
003458*     EDITS A REVERSAL'S REFERENCE TO THE ORIGINAL IT BACKS OUT.
003459*     THE ORIGINAL BATCH ID AND SEQUENCE NUMBER MUST BE PRESENT,
003460*     MUST NOT BE NAMED BY AN EARLIER REVERSAL IN THIS FILE,
003461*     AND MUST BE FOUND ON THE AUDIT TRAIL AS AN ORDINARY,
003462*     UNREVERSED POSTING. A COST CENTER KEYED ON THE REVERSAL
003463*     MUST BE THE ORIGINAL'S - CALCULATOR POSTS IT THERE.
003464*----------------------------------------------------------------
003465 3400-EDIT-REVERSAL.
003466     ADD 1 TO WS-REVERSAL-COUNT.
003467     IF TR-ORIG-BATCH-ID = SPACES
003468      OR TR-ORIG-SEQ-NO-X IS NOT NUMERIC
003469         MOVE "REVERSAL ORIGINAL BATCH/SEQ MISSING" TO RD-MESSAGE
003470         PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003471         GO TO 3400-EXIT
003472     END-IF.
003473     PERFORM 3430-FIND-REVERSED THRU 3430-EXIT.
003474     IF WS-REV-FOUND-IX > ZERO
003475         MOVE "ORIGINAL REVERSED TWICE IN THIS FILE" TO RD-MESSAGE
003476         PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003477         GO TO 3400-EXIT
003478     END-IF.
003479     PERFORM 3450-SCAN-AUDIT-TRAIL THRU 3450-EXIT.
003480     EVALUATE TRUE
003481         WHEN ORIGINAL-IS-REVERSAL
003482             MOVE "ORIGINAL IS ITSELF A REVERSAL" TO RD-MESSAGE
003483             PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003484         WHEN ORIGINAL-IS-ALLOCATION
003485             MOVE "ORIGINAL IS AN ALLOCATION" TO RD-MESSAGE
003486             PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003487         WHEN NOT ORIGINAL-FOUND
003488             MOVE "REVERSAL ORIGINAL NOT ON AUDIT TRAIL"
003489                 TO RD-MESSAGE
003490             PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003491         WHEN ORIGINAL-REVERSED
003492             MOVE "ORIGINAL ALREADY REVERSED" TO RD-MESSAGE
003493             PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003494         WHEN TR-COST-CENTER NOT = SPACES
003495          AND TR-COST-CENTER NOT = WS-ORIG-COST-CENTER
003496             MOVE "COST CENTER DIFFERS FROM ORIGINAL'S"
003497                 TO RD-MESSAGE
003498             PERFORM 5000-WRITE-ERROR THRU 5000-EXIT
003499     END-EVALUATE.
003500 3400-EXIT.
003501     EXIT.

003502*----------------------------------------------------------------
003503* 3430-FIND-REVERSED
003504*     LOOKS FOR THE REVERSAL'S ORIGINAL AMONG THOSE ALREADY
003505*     NAMED IN THIS FILE. FOUND, ITS INDEX IS LEFT IN
003506*     WS-REV-FOUND-IX; NOT FOUND, WS-REV-FOUND-IX IS ZERO AND
003507*     THE ORIGINAL IS ADDED.
003508*----------------------------------------------------------------
003509 3430-FIND-REVERSED.
003510     MOVE ZERO TO WS-REV-FOUND-IX.
003511     MOVE ZERO TO WS-REV-IX.
003512     PERFORM 3435-CHECK-REVERSED THRU 3435-EXIT
003513         UNTIL WS-REV-FOUND-IX > ZERO
003514            OR WS-REV-IX >= WS-REV-COUNT.
003515     IF WS-REV-FOUND-IX > ZERO
003516         GO TO 3430-EXIT.
003517     IF WS-REV-COUNT >= 200
003518         DISPLAY "FATAL: More than 200 reversals in one file"
003519         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003520         STOP RUN
003521     END-IF.
003522     ADD 1 TO WS-REV-COUNT.
003523     MOVE TR-ORIG-BATCH-ID TO WS-REV-BATCH-ID (WS-REV-COUNT).
003524     MOVE TR-ORIG-SEQ-NO-X TO WS-REV-SEQ-NO (WS-REV-COUNT).
003525 3430-EXIT.
003526     EXIT.

003527*----------------------------------------------------------------
003528* 3435-CHECK-REVERSED
003529*----------------------------------------------------------------
003530 3435-CHECK-REVERSED.
003531     ADD 1 TO WS-REV-IX.
003532     IF WS-REV-BATCH-ID (WS-REV-IX) = TR-ORIG-BATCH-ID
003533      AND WS-REV-SEQ-NO (WS-REV-IX) = TR-ORIG-SEQ-NO-X
003534         MOVE WS-REV-IX TO WS-REV-FOUND-IX
003535     END-IF.
003536 3435-EXIT.
003537     EXIT.

003538*----------------------------------------------------------------
003539* 3450-SCAN-AUDIT-TRAIL
003540*     ONE PASS OF THE AUDIT TRAIL FOR THE REVERSAL UNDER EDIT.
003541*     REVERSALS ARE RARE, SO THE TRAIL IS READ ONCE PER
003542*     REVERSAL RATHER THAN HELD IN STORAGE. WITH NO TRAIL ON
003543*     FILE NOTHING IS FOUND AND THE REVERSAL IS REFUSED.
003544*----------------------------------------------------------------
003545 3450-SCAN-AUDIT-TRAIL.
003546     MOVE "N" TO WS-ORIG-FOUND-SW.
003547     MOVE "N" TO WS-ORIG-IS-REV-SW.
003548     MOVE "N" TO WS-ORIG-IS-ALC-SW.
003549     MOVE "N" TO WS-ORIG-REVERSED-SW.
003550     MOVE "N" TO WS-AUDIT-EOF-SW.
003551     MOVE SPACES TO WS-ORIG-COST-CENTER.
003552     OPEN INPUT AUDIT-FILE.
003553     IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "05"
003554         DISPLAY "FATAL: Cannot open AUDIT-FILE, status "
003555             WS-AUDIT-STATUS
003556         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003557         STOP RUN
003558     END-IF.
003559     PERFORM 3460-CHECK-AUDIT-RECORD THRU 3460-EXIT
003560         UNTIL AUDIT-DONE.
003561     CLOSE AUDIT-FILE.
003562 3450-EXIT.
003563     EXIT.

003564*----------------------------------------------------------------
003565* 3460-CHECK-AUDIT-RECORD
003566*     AN ORDINARY POSTING UNDER THE NAMED BATCH ID AND SEQUENCE
003567*     NUMBER IS THE ORIGINAL (A REPOSTED BATCH LEAVES THE LAST
003568*     ONE'S COST CENTER); A REVERSAL UNDER THEM MEANS THE NAMED
003569*     ITEM IS ITSELF A REVERSAL, AND AN ALLOCATION PIECE THAT
003570*     IT IS AN ALLOCATION; A REVERSAL THAT NAMES THEM MEANS THE
003571*     ORIGINAL HAS ALREADY BEEN BACKED OUT.
003572*----------------------------------------------------------------
003573 3460-CHECK-AUDIT-RECORD.
003574     READ AUDIT-FILE
003575         AT END
003576             SET AUDIT-DONE TO TRUE
003577             GO TO 3460-EXIT
003578     END-READ.
003579     IF AUD-BATCH-ID = TR-ORIG-BATCH-ID
003580      AND AUD-SEQ-NO = TR-ORIG-SEQ-NO-X
003581         EVALUATE TRUE
003582             WHEN AUD-REVERSAL
003583                 SET ORIGINAL-IS-REVERSAL TO TRUE
003584             WHEN AUD-ALLOCATION
003585                 SET ORIGINAL-IS-ALLOCATION TO TRUE
003586             WHEN OTHER
003587                 SET ORIGINAL-FOUND TO TRUE
003588                 MOVE AUD-COST-CENTER TO WS-ORIG-COST-CENTER
003589         END-EVALUATE
003590     END-IF.
003591     IF AUD-REVERSAL
003592      AND AUD-ORIG-BATCH-ID = TR-ORIG-BATCH-ID
003593      AND AUD-ORIG-SEQ-NO = TR-ORIG-SEQ-NO-X
003594         SET ORIGINAL-REVERSED TO TRUE
003595     END-IF.
003596 3460-EXIT.
003597     EXIT.

003598*----------------------------------------------------------------
003599* 5000-WRITE-ERROR
003600*     WRITES ONE DISCREPANCY LINE AT ERROR SEVERITY, TAGGED
003601*     WITH THE RECORD'S SEQUENCE NUMBER BYTES. ERRORS FAIL THE
003602*     BATCH.
003603*----------------------------------------------------------------
003604 5000-WRITE-ERROR.
003605     MOVE TR-SEQ-NO-X TO RD-SEQ-NO.
003606     MOVE "ERROR  " TO RD-SEVERITY.
003607     WRITE EDIT-REPORT-RECORD FROM RPT-DISCREP-LINE.
003608     ADD 1 TO WS-ERROR-COUNT.
003609 5000-EXIT.
003610     EXIT.

003611*----------------------------------------------------------------
003612* 5050-WRITE-BATCH-ERROR
003613*     AS 5000-WRITE-ERROR, BUT FOR WHOLE-BATCH DISCREPANCIES
003614*     THAT BELONG TO NO ONE RECORD - THE SEQUENCE NUMBER COLUMN
003615*     IS LEFT BLANK.
003616*----------------------------------------------------------------
003617 5050-WRITE-BATCH-ERROR.
003618     MOVE SPACES TO RD-SEQ-NO.
003620     MOVE "ERROR  " TO RD-SEVERITY.
003630     WRITE EDIT-REPORT-RECORD FROM RPT-DISCREP-LINE.
003640     ADD 1 TO WS-ERROR-COUNT.
003770 5100-EXIT.
003780     EXIT.

003781*----------------------------------------------------------------
003782* 5150-WRITE-BATCH-WARNING
003783*     AS 5100-WRITE-WARNING, FOR A WHOLE-BATCH WARNING - THE
003784*     SEQUENCE NUMBER COLUMN IS LEFT BLANK.
003785*----------------------------------------------------------------
003786 5150-WRITE-BATCH-WARNING.
003787     MOVE SPACES TO RD-SEQ-NO.
003788     MOVE "WARNING" TO RD-SEVERITY.
003789     WRITE EDIT-REPORT-RECORD FROM RPT-DISCREP-LINE.
003790     ADD 1 TO WS-WARNING-COUNT.
003791 5150-EXIT.
003792     EXIT.

003965*----------------------------------------------------------------
003966* 3700-PROVE-BATCH
003967*     THE BATCH'S COUNT AND HASH PROOFS - HEADER AND TRAILER
003968*     FIGURES EACH AGAINST THE DETAILS ACTUALLY READ IN THE
003969*     BRACKET. EACH SIDE IS PROVED ONLY WHEN ITS RECORD WAS
003970*     SEEN; THE MISSING-RECORD ERRORS THEMSELVES ARE REPORTED
003971*     BY THE CALLER.
003972*----------------------------------------------------------------
003973 3700-PROVE-BATCH.
003974     IF HEADER-SEEN AND WS-SH-EXP-COUNT NOT = WS-DETAIL-COUNT
003975         MOVE "HEADER COUNT DISAGREES WITH DETAILS" TO RD-MESSAGE
003976         PERFORM 5050-WRITE-BATCH-ERROR THRU 5050-EXIT
003980     END-IF.
003990     IF TRAILER-SEEN AND WS-ST-REC-COUNT NOT = WS-DETAIL-COUNT
004000         MOVE "TRAILER COUNT DISAGREES WITH DETAILS"
004122     EXIT.

004123*----------------------------------------------------------------
004124* 3750-REGISTER-BATCH
004125*     RECORDS THE CLOSING BATCH ON THE BATCH REGISTER - HEADER
004126*     FIGURES, TODAY'S EDIT DATE AND STATUS EDITED, OR EDIT
004127*     FAILED WHEN THE BATCH RAISED ANY ERROR OF ITS OWN. A
004128*     BATCH REFUSED AS ALREADY POSTED LEAVES ITS POSTED ENTRY
004129*     UNTOUCHED, AND A BATCH ID REPEATED IN THE FILE LEAVES THE
004130*     ENTRY ITS FIRST USE MADE; A HEADERLESS BRACKET HAS NO ID
004131*     TO REGISTER.
004132*     A RE-EDITED BATCH RESTARTS ITS LIFECYCLE BUT KEEPS ITS
004133*     POSTING HISTORY.
004134*----------------------------------------------------------------
004135 3750-REGISTER-BATCH.
004136     IF NOT HEADER-SEEN
004137      OR WS-SH-BATCH-ID = SPACES
004138      OR REPOST-REFUSED
004139      OR BATCH-ID-REPEATED
004140         GO TO 3750-EXIT.
004141     MOVE WS-SH-BATCH-ID TO BCR-BATCH-ID.
004142     READ BATCH-REGISTER
004143         INVALID KEY
004144             MOVE "N" TO WS-BCR-FOUND-SW
004145         NOT INVALID KEY
004146             SET REGISTER-ENTRY-FOUND TO TRUE
004147     END-READ.
004148     IF NOT REGISTER-ENTRY-FOUND
004149         MOVE SPACES TO BATCH-REGISTER-RECORD
004150         MOVE WS-SH-BATCH-ID TO BCR-BATCH-ID
004151         MOVE ZERO TO BCR-POST-DATE
004152         MOVE ZERO TO BCR-RECON-DATE
004153         MOVE ZERO TO BCR-CALC-COUNT
004154         MOVE ZERO TO BCR-EXCP-COUNT
004155         MOVE ZERO TO BCR-POST-TOTAL
004156         MOVE ZERO TO BCR-POST-COUNT
004157     END-IF.
004158     MOVE WS-SH-DEPARTMENT TO BCR-DEPARTMENT.
004159     MOVE WS-SH-EXP-COUNT  TO BCR-EXPECTED-COUNT.
004160     MOVE WS-SH-HASH-TOTAL TO BCR-HASH-TOTAL.
004161     IF WS-ERROR-COUNT > WS-BATCH-ERROR-START
004162         SET BCR-EDIT-FAILED TO TRUE
004163     ELSE
004164         SET BCR-EDITED TO TRUE
004165     END-IF.
004166     MOVE WS-RUN-DATE TO BCR-EDIT-DATE.
004167     MOVE ZERO TO BCR-SORT-DATE.
004168     IF WS-OVERRIDE-BY NOT = SPACES
004169         MOVE WS-OVERRIDE-BY TO BCR-OVERRIDE-BY
004170     END-IF.
004171     IF REGISTER-ENTRY-FOUND
004172         REWRITE BATCH-REGISTER-RECORD
004173     ELSE
004174         WRITE BATCH-REGISTER-RECORD
004175     END-IF.
004176     IF WS-BCR-STATUS NOT = "00"
004177         DISPLAY "FATAL: Cannot update BATCH-REGISTER, status "
004178             WS-BCR-STATUS
004179         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
004180         STOP RUN
004181     END-IF.
004182 3750-EXIT.
004183     EXIT.

004184*----------------------------------------------------------------
004185* 7000-FINAL-EDITS
004186*     END OF FILE - A BRACKET THAT CLOSED PROPERLY AT ITS
004187*     TRAILER HAS ALREADY BEEN PROVED THERE; ONE STILL IN
004188*     PROGRESS IS REPORTED (MISSING HEADER AND/OR TRAILER, THE
004189*     EMPTY-FILE CASE INCLUDED) AND PROVED AS FAR AS ITS SAVED
004190*     CONTROLS ALLOW, EXACTLY AS AT A BATCH BOUNDARY.
004191*----------------------------------------------------------------
004192 7000-FINAL-EDITS.
004193     IF TRAILER-SEEN
004194         PERFORM 3750-REGISTER-BATCH THRU 3750-EXIT
004195         GO TO 7000-EXIT.
004196     IF NOT HEADER-SEEN
004197         MOVE "BATCH HEADER RECORD MISSING" TO RD-MESSAGE
004198         PERFORM 5050-WRITE-BATCH-ERROR THRU 5050-EXIT
004199     END-IF.
004200     MOVE "BATCH TRAILER RECORD MISSING" TO RD-MESSAGE.
004201     PERFORM 5050-WRITE-BATCH-ERROR THRU 5050-EXIT.
004202     PERFORM 3700-PROVE-BATCH THRU 3700-EXIT.
004203     PERFORM 3750-REGISTER-BATCH THRU 3750-EXIT.
004204 7000-EXIT.
004205     EXIT.

004206*----------------------------------------------------------------
004207* 8000-WRITE-SUMMARY
004208*     CONTROL TOTALS AND THE ACCEPT/REJECT VERDICT.
004209*----------------------------------------------------------------
004210 8000-WRITE-SUMMARY.
004211     WRITE EDIT-REPORT-RECORD FROM RPT-TRAILER-LINE.
004212     MOVE "BATCHES EDITED          " TO RC-CAPTION.
004213     MOVE WS-BATCH-COUNT TO RC-COUNT.
004214     WRITE EDIT-REPORT-RECORD FROM RPT-COUNT-LINE.
004215     MOVE "DETAIL RECORDS READ     " TO RC-CAPTION.
004220     MOVE WS-TOTAL-DETAILS TO RC-COUNT.
004230     WRITE EDIT-REPORT-RECORD FROM RPT-COUNT-LINE.
004240     MOVE "ERRORS REPORTED         " TO RC-CAPTION.
004270     MOVE "WARNINGS REPORTED       " TO RC-CAPTION.
004280     MOVE WS-WARNING-COUNT TO RC-COUNT.
004290     WRITE EDIT-REPORT-RECORD FROM RPT-COUNT-LINE.
004292     MOVE "REPOSTS AUTHORIZED      " TO RC-CAPTION.
004294     MOVE WS-REPOST-COUNT TO RC-COUNT.
004296     WRITE EDIT-REPORT-RECORD FROM RPT-COUNT-LINE.
004297     MOVE "REVERSALS EDITED        " TO RC-CAPTION.
004298     MOVE WS-REVERSAL-COUNT TO RC-COUNT.
004299     WRITE EDIT-REPORT-RECORD FROM RPT-COUNT-LINE.
004300     MOVE "HASH TOTAL COMPUTED     " TO RH-CAPTION.
004310     MOVE WS-TOTAL-HASH TO RH-HASH-TOTAL.
004320     WRITE EDIT-REPORT-RECORD FROM RPT-HASH-LINE.
004460     CLOSE TRANSACTION-FILE.
004470     CLOSE EDIT-REPORT-FILE.
004475     CLOSE COST-CENTER-MASTER.
004477     CLOSE BATCH-REGISTER.
004478     CLOSE PERIOD-MASTER.
004480 9000-EXIT.
004490     EXIT.

