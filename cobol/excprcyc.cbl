000246*                 CAN READ ONE FILE AND KNOW THE STATE OF THE
000247*                 WHOLE OVERNIGHT WINDOW. FATAL FILE-STATUS STOPS
000248*                 ARE LOGGED ON THE WAY DOWN.
000249* 2026-10-15 JKM  THE EXCEPTION LINE NOW CARRIES THE CURRENCY CODE
000250*                 (92 BYTES); IT IS PRESERVED ONTO THE CORRECTED
000251*                 TRANSACTION SO A RECYCLED FOREIGN-CURRENCY ITEM
000252*                 IS STILL CONVERTED AT THE FACTOR FOR ITS OWN
000253*                 DATE. RESUBFIL RECORDS WIDEN TO THE 60-BYTE
000254*                 TRANFILE LAYOUT TO HOLD IT. AN OLD-FORMAT
000255*                 EXCEPTION RESUBMITS WITH A BLANK CURRENCY, WHICH
000256*                 CALCULATOR TAKES AS BASE.
000257* 2026-10-15 JKM  A CORRECTION WITH OPERAND TYPE A (ALLOCATION)
000258*                 CARRIES ITS ALLOCATION CODE INTO THE OPERAND
000259*                 BYTES LIKE A RATE CODE, AND ONLY NUM1 IS
000260*                 HASHED, AS TRANEDIT HASHES AN ALLOCATION.
000261* 2026-10-15 JKM  AN EXCEPTION DATED IN A PERIOD THE NEW PERIOD
000262*                 MASTER (PRDFILE) SHOWS AS CLOSED IS FLAGGED ON
000263*                 THE REPORT. A CORRECTION FOR ONE IS HELD AND
000264*                 THE ITEM CARRIED FORWARD INSTEAD OF RESUBMITTED
000265*                 INTO A CLOSED MONTH - IT CAN ONLY BE WRITTEN
000266*                 OFF - AND A HELD CORRECTION ENDS THE RUN ERRORS.
000267*----------------------------------------------------------------
000268 ENVIRONMENT DIVISION.
000269 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   GNUCOBOL.
000271 OBJECT-COMPUTER.   GNUCOBOL.
000272 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000431     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-RUNLOG-STATUS.

000434     SELECT OPTIONAL PERIOD-MASTER ASSIGN TO "PRDFILE"
000435         ORGANIZATION IS INDEXED
000436         ACCESS MODE IS RANDOM
000437         RECORD KEY IS PD-PERIOD
000438         FILE STATUS IS WS-PRD-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------------
000632     05  EXC-COST-CENTER    PIC X(04).
000634     05  FILLER             PIC X(01).
000636     05  EXC-TRAN-DATE      PIC X(08).
000637     05  EXC-TRAN-DATE-N REDEFINES EXC-TRAN-DATE
000638                            PIC 9(08).
000639     05  FILLER             PIC X(01).
000640     05  EXC-FIRST-DATE     PIC X(08).
000641     05  EXC-FIRST-DATE-N REDEFINES EXC-FIRST-DATE
000642                            PIC 9(08).
000645     05  EXC-CYCLE-COUNT-N REDEFINES EXC-CYCLE-COUNT
000646                            PIC 9(03).
000647     05  FILLER             PIC X(01).
000648     05  EXC-CURRENCY       PIC X(03).
000649     05  FILLER             PIC X(01).

000650*----------------------------------------------------------------
000651* CORRECTION-FILE - OPERATOR-PREPARED CORRECTIONS, KEYED BY THE
000660*     ORIGINAL TRANSACTION SEQUENCE NUMBER. DISPOSITION C
000670*     CORRECTS AND RESUBMITS; DISPOSITION W WRITES THE
000680*     EXCEPTION OFF. A FIELD LEFT BLANK KEEPS THE ORIGINAL
000920*----------------------------------------------------------------
000930 FD  RESUBMIT-FILE
000940     RECORDING MODE IS F.
000950 01  RESUBMIT-RECORD        PIC X(60).

000960*----------------------------------------------------------------
000970* CARRY-FORWARD-FILE - EXCEPTIONS STILL WITHOUT A CORRECTION,
000990*----------------------------------------------------------------
001000 FD  CARRY-FORWARD-FILE
001010     RECORDING MODE IS F.
001020 01  CARRY-FORWARD-RECORD   PIC X(92).

001030*----------------------------------------------------------------
001040* DISPOSITION-REPORT - ONE LINE PER EXCEPTION PLUS TOTALS.
001089     RECORDING MODE IS F.
001090 01  RUN-LOG-RECORD         PIC X(59).

001091*----------------------------------------------------------------
001092* PERIOD-MASTER - ONE RECORD PER FISCAL PERIOD (YYYYMM) WITH ITS
001093*     STATUS. WRITTEN BY MECLOSE; LAYOUT MUST AGREE WITH IT. A
001094*     PERIOD NOT ON FILE HAS NEVER BEEN CLOSED AND IS OPEN.
001095*----------------------------------------------------------------
001096 FD  PERIOD-MASTER
001097     RECORDING MODE IS F.
001098 01  PERIOD-MASTER-RECORD.
001099     05  PD-PERIOD          PIC 9(06).
001100     05  PD-STATUS          PIC X(01).
001101         88  PD-OPEN            VALUE "O".
001102         88  PD-CLOSING         VALUE "P".
001103         88  PD-CLOSED          VALUE "C".
001104     05  PD-STATUS-DATE     PIC 9(08).
001105     05  PD-CLOSED-BY       PIC X(08).
001106     05  PD-BATCH-COUNT     PIC 9(05).
001107     05  PD-PERIOD-TOTAL    PIC S9(11)V99
001108                            SIGN IS LEADING SEPARATE.
001109     05  FILLER             PIC X(08).

001110 WORKING-STORAGE SECTION.
001111*----------------------------------------------------------------
001112* SWITCHES AND CONDITION NAMES
001120*----------------------------------------------------------------
001130 77  WS-EXCP-EOF-SW         PIC X(01) VALUE "N".
001140     88  EXCEPTIONS-DONE        VALUE "Y".
001170 77  WS-MATCH-SW            PIC X(01) VALUE "N".
001180     88  CORRECTION-FOUND       VALUE "Y".

001183 77  WS-PRD-AVAIL-SW        PIC X(01) VALUE "N".
001186     88  PERIOD-MASTER-AVAILABLE VALUE "Y".

001187 77  WS-PRD-CLOSED-SW       PIC X(01) VALUE "N".
001188     88  ORIGINAL-PERIOD-CLOSED VALUE "Y".

001190*----------------------------------------------------------------
001200* FILE STATUS FIELDS
001210*----------------------------------------------------------------
001240 77  WS-RESUB-STATUS        PIC X(02) VALUE SPACES.
001250 77  WS-CARRY-STATUS        PIC X(02) VALUE SPACES.
001260 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001264 77  WS-PRD-STATUS          PIC X(02) VALUE SPACES.

001270*----------------------------------------------------------------
001280* DISPOSITION COUNTERS AND BATCH ACCUMULATORS
001330 77  WS-OUTSTAND-COUNT      PIC 9(7)      COMP  VALUE ZERO.
001340 77  WS-UNMATCHED-COUNT     PIC 9(7)      COMP  VALUE ZERO.
001342 77  WS-BADDISP-COUNT       PIC 9(7)      COMP  VALUE ZERO.
001343 77  WS-PRDCLOSED-COUNT     PIC 9(7)      COMP  VALUE ZERO.
001346 77  WS-HELD-COUNT          PIC 9(7)      COMP  VALUE ZERO.
001350 77  WS-HASH-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.

001352*----------------------------------------------------------------
001570 01  WS-EXC-SEQ-NO          PIC 9(9).
001580 01  WS-EXC-NUM1            PIC S9(4)V99.
001590 01  WS-EXC-NUM2            PIC S9(4)V99.
001594 01  WS-EXC-PERIOD          PIC 9(06).

001600*----------------------------------------------------------------
001610* RESUBMIT BATCH RECORD IMAGES - THE TRANFILE LAYOUTS, BUILT IN
001750     05  WR-OPERAND-TYPE    PIC X(01).
001752     05  WR-COST-CENTER     PIC X(04) VALUE SPACES.
001754     05  WR-TRAN-DATE       PIC X(08) VALUE SPACES.
001757     05  WR-ORIG-BATCH-ID   PIC X(08) VALUE SPACES.
001760     05  WR-ORIG-SEQ-NO     PIC X(09) VALUE SPACES.
001763     05  WR-CURRENCY-CODE   PIC X(03) VALUE SPACES.
001766     05  FILLER             PIC X(03) VALUE SPACES.

001770 01  WS-RESUB-HEADER.
001780     05  WH-RECORD-TYPE     PIC X(02)  VALUE "BH".
001820     05  WH-EXPECTED-COUNT  PIC 9(07).
001830     05  WH-HASH-TOTAL      PIC S9(11)V99
001840                            SIGN IS LEADING SEPARATE.
001850     05  FILLER             PIC X(17)  VALUE SPACES.

001860 01  WS-RESUB-TRAILER.
001870     05  WT-RECORD-TYPE     PIC X(02)  VALUE "BT".
001880     05  WT-RECORD-COUNT    PIC 9(07).
001890     05  WT-HASH-TOTAL      PIC S9(11)V99
001900                            SIGN IS LEADING SEPARATE.
001910     05  FILLER             PIC X(37)  VALUE SPACES.

001920*----------------------------------------------------------------
001930* RESUBMIT DETAIL HOLD TABLE - DETAILS ARE HELD UNTIL END OF
001970 77  WS-RESUB-COUNT         PIC 9(4)  COMP VALUE ZERO.
001980 77  WS-RESUB-IX            PIC 9(4)  COMP VALUE ZERO.
001990 01  WS-RESUB-TABLE.
002000     05  WS-RESUB-IMAGE     PIC X(60) OCCURS 500 TIMES.

002010*----------------------------------------------------------------
002020* RUN DATE AND GENERATED BATCH ID
002611     MOVE "E" TO WS-RUNLOG-TYPE.
002612     IF WS-UNMATCHED-COUNT > ZERO
002613      OR WS-BADDISP-COUNT > ZERO
002614      OR WS-HELD-COUNT > ZERO
002615         MOVE "ERRORS" TO WS-RUN-STATUS
002616     ELSE
002617         MOVE "CLEAN" TO WS-RUN-STATUS
002618     END-IF.
002619     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
002620     STOP RUN.

002630*----------------------------------------------------------------
002980         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002981         STOP RUN
002990     END-IF.
002991     OPEN INPUT PERIOD-MASTER.
002992     IF WS-PRD-STATUS NOT = "00" AND WS-PRD-STATUS NOT = "05"
002993         DISPLAY "FATAL: Cannot open PERIOD-MASTER, status "
002994             WS-PRD-STATUS
002995         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002996         STOP RUN
002997     END-IF.
002998     IF WS-PRD-STATUS = "00"
002999         SET PERIOD-MASTER-AVAILABLE TO TRUE
003000     END-IF.
003001     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003010     MOVE WS-CD-YY-2 TO WS-BI-YY.
003020     MOVE WS-CD-MM   TO WS-BI-MM.
003030     MOVE WS-CD-DD   TO WS-BI-DD.
003530*----------------------------------------------------------------
003540* 3000-PROCESS-EXCEPTION
003550*     DE-EDITS ONE EXCEPTION RECORD, LOOKS FOR ITS CORRECTION
003560*     AND DISPATCHES ON THE DISPOSITION. A CORRECTION FOR AN
003564*     ITEM WHOSE ORIGINAL PERIOD HAS SINCE CLOSED IS HELD.
003570*----------------------------------------------------------------
003580 3000-PROCESS-EXCEPTION.
003590     ADD 1 TO WS-EXCP-COUNT.
003610     MOVE EXC-NUM1   TO WS-EXC-NUM1.
003620     MOVE EXC-NUM2   TO WS-EXC-NUM2.
003630     PERFORM 3500-FIND-CORRECTION THRU 3500-EXIT.
003634     PERFORM 3600-CHECK-PERIOD THRU 3600-EXIT.
003640     EVALUATE TRUE
003650         WHEN NOT CORRECTION-FOUND
003660             PERFORM 4200-CARRY-FORWARD THRU 4200-EXIT
003662         WHEN WS-CT-DISPOSITION (WS-MATCH-IX) = "C"
003664          AND ORIGINAL-PERIOD-CLOSED
003666             PERFORM 4400-HOLD-CORRECTION THRU 4400-EXIT
003670         WHEN WS-CT-DISPOSITION (WS-MATCH-IX) = "C"
003680             PERFORM 4000-BUILD-RESUBMIT THRU 4000-EXIT
003690         WHEN WS-CT-DISPOSITION (WS-MATCH-IX) = "W"
004010 3550-EXIT.
004020     EXIT.

004021*----------------------------------------------------------------
004022* 3600-CHECK-PERIOD
004023*     FLAGS AN EXCEPTION WHOSE TRANSACTION DATE FALLS IN A
004024*     PERIOD THE PERIOD MASTER NOW SHOWS AS CLOSED. AN UNDATED
004025*     ITEM TAKES THE RUN DATE WHEN RESUBMITTED, SO IS NEVER
004026*     FLAGGED; WITH NO MASTER ON FILE NOTHING IS.
004027*----------------------------------------------------------------
004028 3600-CHECK-PERIOD.
004029     MOVE "N" TO WS-PRD-CLOSED-SW.
004030     IF NOT PERIOD-MASTER-AVAILABLE
004031         GO TO 3600-EXIT.
004032     IF EXC-TRAN-DATE-N IS NOT NUMERIC
004033      OR EXC-TRAN-DATE-N = ZERO
004034         GO TO 3600-EXIT.
004035     COMPUTE WS-EXC-PERIOD = EXC-TRAN-DATE-N / 100.
004036     MOVE WS-EXC-PERIOD TO PD-PERIOD.
004037     READ PERIOD-MASTER
004038         INVALID KEY
004039             GO TO 3600-EXIT
004040     END-READ.
004041     IF PD-CLOSED
004042         SET ORIGINAL-PERIOD-CLOSED TO TRUE
004043         ADD 1 TO WS-PRDCLOSED-COUNT
004044     END-IF.
004045 3600-EXIT.
004046     EXIT.

004047*----------------------------------------------------------------
004048* 4000-BUILD-RESUBMIT
004050*     BUILDS THE CORRECTED TRANSACTION IMAGE AND HOLDS IT FOR
004060*     7000-WRITE-RESUB-BATCH. A CORRECTION FIELD LEFT BLANK
004070*     KEEPS THE ORIGINAL VALUE FROM THE EXCEPTION RECORD.
004260     MOVE WS-CT-OPERAND-TYPE (WS-MATCH-IX) TO WR-OPERAND-TYPE.
004262     MOVE EXC-COST-CENTER TO WR-COST-CENTER.
004264     MOVE EXC-TRAN-DATE   TO WR-TRAN-DATE.
004266     MOVE EXC-CURRENCY    TO WR-CURRENCY-CODE.
004270     EVALUATE TRUE
004280         WHEN WS-CT-OPERAND-TYPE (WS-MATCH-IX) = "R" OR "A"
004290             MOVE WS-CT-OPERAND (WS-MATCH-IX) TO WR-OPERAND
004300         WHEN WS-CT-OPERAND (WS-MATCH-IX) NOT = SPACES
004310             MOVE WS-CT-OPERAND (WS-MATCH-IX) TO WR-NUM2-X
004370     IF WR-NUM1 IS NUMERIC
004380         ADD WR-NUM1 TO WS-HASH-TOTAL
004390     END-IF.
004400     IF WR-OPERAND-TYPE NOT = "R" AND WR-OPERAND-TYPE NOT = "A"
004404      AND WR-NUM2 IS NUMERIC
004410         ADD WR-NUM2 TO WS-HASH-TOTAL
004420     END-IF.
004430     ADD 1 TO WS-CORRECTED-COUNT.
004640     ADD 1 TO WS-OUTSTAND-COUNT.
004645     PERFORM 4250-AGE-CARRY-FORWARD THRU 4250-EXIT.
004650     WRITE CARRY-FORWARD-RECORD FROM EXCEPTION-RECORD.
004660     IF ORIGINAL-PERIOD-CLOSED
004661         MOVE "OUTSTANDING - PRD CLOSED" TO RD-DISPOSITION
004662     ELSE
004663         MOVE "OUTSTANDING" TO RD-DISPOSITION
004664     END-IF.
004670     PERFORM 5000-WRITE-DISPOSITION THRU 5000-EXIT.
004680 4200-EXIT.
004690     EXIT.
004741     EXIT.

004742*----------------------------------------------------------------
004743* 4400-HOLD-CORRECTION
004744*     A CORRECTION FOR AN ITEM WHOSE ORIGINAL PERIOD HAS CLOSED
004745*     SINCE IT WAS REJECTED - RESUBMITTED, IT WOULD ONLY BE
004746*     REJECTED AGAIN FOR THE CLOSED PERIOD. THE CORRECTION IS
004747*     HELD AND THE EXCEPTION CARRIED FORWARD, STILL OUTSTANDING,
004748*     UNTIL THE OPERATOR WRITES IT OFF.
004749*----------------------------------------------------------------
004750 4400-HOLD-CORRECTION.
004751     ADD 1 TO WS-HELD-COUNT.
004752     ADD 1 TO WS-OUTSTAND-COUNT.
004753     PERFORM 4250-AGE-CARRY-FORWARD THRU 4250-EXIT.
004754     WRITE CARRY-FORWARD-RECORD FROM EXCEPTION-RECORD.
004755     MOVE "HELD - PERIOD CLOSED" TO RD-DISPOSITION.
004756     PERFORM 5000-WRITE-DISPOSITION THRU 5000-EXIT.
004757 4400-EXIT.
004758     EXIT.

004759*----------------------------------------------------------------
004760* 5000-WRITE-DISPOSITION
004761*     WRITES THE REPORT LINE FOR THE CURRENT EXCEPTION. THE
004762*     DISPOSITION COLUMN IS SET BY THE CALLER.
004763*----------------------------------------------------------------
004764 5000-WRITE-DISPOSITION.
004765     MOVE WS-EXC-SEQ-NO TO RD-SEQ-NO.
004770     MOVE EXC-OPERATION TO RD-OPERATION.
004780     MOVE EXC-MESSAGE   TO RD-MESSAGE.
004790     WRITE DISPOSITION-RECORD FROM RPT-DETAIL-LINE.
005532     MOVE "INVALID DISPOSITIONS    " TO RC-CAPTION.
005534     MOVE WS-BADDISP-COUNT TO RC-COUNT.
005536     WRITE DISPOSITION-RECORD FROM RPT-COUNT-LINE.
005537     MOVE "ORIGINAL PERIOD CLOSED  " TO RC-CAPTION.
005538     MOVE WS-PRDCLOSED-COUNT TO RC-COUNT.
005539     WRITE DISPOSITION-RECORD FROM RPT-COUNT-LINE.
005540     MOVE "CORRECTIONS HELD        " TO RC-CAPTION.
005541     MOVE WS-HELD-COUNT TO RC-COUNT.
005542     WRITE DISPOSITION-RECORD FROM RPT-COUNT-LINE.
005543 8000-EXIT.
005550     EXIT.

005551*----------------------------------------------------------------
005620     CLOSE RESUBMIT-FILE.
005630     CLOSE CARRY-FORWARD-FILE.
005640     CLOSE DISPOSITION-REPORT.
005644     CLOSE PERIOD-MASTER.
005650 9000-EXIT.
005660     EXIT.

