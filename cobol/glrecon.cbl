000240*                 CAN READ ONE FILE AND KNOW THE STATE OF THE
000241*                 WHOLE OVERNIGHT WINDOW. FATAL FILE-STATUS STOPS
000242*                 ARE LOGGED ON THE WAY DOWN.
000243* 2026-10-15 JKM  EVERY BRACKET'S BATCH ID IS NOW CHECKED AGAINST
000244*                 THE BATCH CONTROL REGISTER (BATCHREG) - A BATCH
000245*                 NOT ON THE REGISTER, NOT MARKED POSTED, OR
000246*                 REPEATED IN THE EXTRACT IS A DISCREPANCY. AT
000247*                 THE END OF THE PROOF EVERY BATCH IN THE EXTRACT
000248*                 IS MARKED RECONCILED, OR RECON FAILED WHEN THE
000249*                 RUN FOUND ANY DISCREPANCY. WITH NO REGISTER ON
000250*                 FILE THE CHECKS ARE BYPASSED.
000251* 2026-10-15 JKM  GLEXTR NOW CARRIES A DEBIT AND A CREDIT GD LINE
000252*                 PER TRANSACTION (SEE CALCULATOR AND GLXMNT).
000253*                 EVERY BRACKET MUST NOW ALSO BALANCE - DEBIT
000254*                 LINES EQUAL CREDIT LINES IN COUNT AND AMOUNT -
000255*                 AND ITS TRAILER'S JOURNAL LINE COUNT MUST AGREE
000256*                 WITH THE GD LINES. THE DEBIT SIDE IS WHAT IS
000257*                 PROVED AGAINST THE TRAILER, THE BATCH REPORT AND
000258*                 THE AUDIT TRAIL, SO THOSE PROOFS ARE UNCHANGED.
000259* 2026-10-15 JKM  GLEXTR RECORDS WIDEN TO 80 BYTES - A GD LINE NOW
000260*                 ALSO CARRIES THE CURRENCY, ORIGINAL-CURRENCY
000261*                 AMOUNT AND RATE. ITS AMOUNT, THE TRAILER, THE
000262*                 REPORT TOTAL AND THE AUDIT RESULT ARE ALL BASE
000263*                 CURRENCY, SO A MIXED-CURRENCY BATCH CROSS-FOOTS
000264*                 EXACTLY AS A SINGLE-CURRENCY ONE.
000265* 2026-10-15 JKM  A BRACKET WHOSE BATCH ID BEGINS FB IS A
000266*                 FIBONACCI CHARGEBACK BATCH (FIBGLEX CONCATENATED
000267*                 INTO GLEXTR). IT IS PROVED AGAINST ITS TRAILER,
000268*                 BALANCED, CHECKED ON THE REGISTER AND STAMPED
000269*                 LIKE ANY OTHER, BUT HAS NO BATCH REPORT OR AUDIT
000270*                 TRAIL - ITS TRAILER TOTALS ARE KEPT APART AND
000271*                 PRINTED ON THEIR OWN LINE, ITS RUN DATE DOES NOT
000272*                 DRIVE THE AUDIT MATCH, AND AN EXTRACT OF
000273*                 CHARGEBACKS ONLY IS NOT CROSS-FOOTED.
000274* 2026-10-15 JKM  THE GD LINE'S RATE NOW CARRIES SIX DECIMALS,
000275*                 TAKEN FROM ITS FILLER; THE RECORD STAYS 80
000276*                 BYTES.
000277* 2026-10-15 JKM  AUDIT RECORD WIDENED TO 144 BYTES (SEE
000278*                 CALCULATOR) SO EACH AUDIT LINE IS READ AS ONE
000279*                 RECORD.
000280*----------------------------------------------------------------
000281 ENVIRONMENT DIVISION.
000282 CONFIGURATION SECTION.
000283 SOURCE-COMPUTER.   GNUCOBOL.
000284 OBJECT-COMPUTER.   GNUCOBOL.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
000421     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000422         ORGANIZATION IS LINE SEQUENTIAL
000423         FILE STATUS IS WS-RUNLOG-STATUS.

000424     SELECT OPTIONAL BATCH-REGISTER ASSIGN TO "BATCHREG"
000425         ORGANIZATION IS INDEXED
000426         ACCESS MODE IS RANDOM
000427         RECORD KEY IS BCR-BATCH-ID
000428         FILE STATUS IS WS-BCR-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------------
000460* GL-EXTRACT-FILE - THE POSTING EXTRACT UNDER PROOF. LAYOUTS
000470*     MUST AGREE WITH THE GXH/GXD/GXT LINES IN CALCULATOR.
000474*     EACH TRANSACTION IS A DEBIT (D) AND A CREDIT (C) GD LINE.
000480*----------------------------------------------------------------
000490 FD  GL-EXTRACT-FILE
000500     RECORDING MODE IS F.
000530         88  GX-HEADER          VALUE "GH".
000540         88  GX-DETAIL          VALUE "GD".
000550         88  GX-TRAILER         VALUE "GT".
000560     05  FILLER             PIC X(78).
000570 01  GXH-RECORD.
000580     05  FILLER             PIC X(02).
000590     05  GXH-BATCH-ID       PIC X(08).
000600     05  GXH-RUN-DATE       PIC 9(08).
000610     05  FILLER             PIC X(62).
000620 01  GXD-RECORD.
000630     05  FILLER             PIC X(02).
000640     05  GXD-SEQ-NO         PIC 9(09).
000670                            SIGN IS LEADING SEPARATE.
000680     05  GXD-RUN-DATE       PIC 9(08).
000690     05  GXD-BATCH-ID       PIC X(08).
000691     05  GXD-DR-CR          PIC X(01).
000692         88  GXD-DEBIT          VALUE "D".
000693         88  GXD-CREDIT         VALUE "C".
000694     05  GXD-GL-ACCOUNT     PIC X(10).
000695     05  GXD-CURRENCY       PIC X(03).
000696     05  GXD-FX-AMOUNT      PIC S9(6)V99
000697                            SIGN IS LEADING SEPARATE.
000698     05  GXD-FX-RATE        PIC S9(4)V9(6)
000699                            SIGN IS LEADING SEPARATE.
000700     05  FILLER             PIC X(06).
000701 01  GXT-RECORD.
000710     05  FILLER             PIC X(02).
000720     05  GXT-RECORD-COUNT   PIC 9(07).
000730     05  GXT-AMOUNT-TOTAL   PIC S9(9)V99
000740                            SIGN IS LEADING SEPARATE.
000744     05  GXT-LINE-COUNT     PIC 9(07).
000750     05  FILLER             PIC X(52).

000760*----------------------------------------------------------------
000770* BATCH-REPORT-FILE - THE PRINTED CALCULATOR BATCH REPORT. ONLY
001166     05  AUD-COST-CENTER    PIC X(04).
001167     05  FILLER             PIC X(01).
001168     05  AUD-RUN-MODE       PIC X(01).
001169     05  FILLER             PIC X(54).

001170*----------------------------------------------------------------
001180* REPORT-FILE - RECONCILIATION REPORT.
001220 01  REPORT-RECORD          PIC X(80).

001221*----------------------------------------------------------------
001222* BATCH-REGISTER - ONE RECORD PER BATCH ID, WRITTEN BY TRANEDIT.
001223*     LAYOUT MUST AGREE WITH THE BATCH-REGISTER FD IN TRANEDIT.
001224*----------------------------------------------------------------
001225 FD  BATCH-REGISTER
001226     RECORDING MODE IS F.
001227 01  BATCH-REGISTER-RECORD.
001228     05  BCR-BATCH-ID       PIC X(08).
001229     05  BCR-DEPARTMENT     PIC X(04).
001230     05  BCR-EXPECTED-COUNT PIC 9(07).
001231     05  BCR-HASH-TOTAL     PIC S9(11)V99
001232                            SIGN IS LEADING SEPARATE.
001233     05  BCR-STATUS         PIC X(01).
001234         88  BCR-EDITED         VALUE "E".
001235         88  BCR-EDIT-FAILED    VALUE "F".
001236         88  BCR-SORTED         VALUE "S".
001237         88  BCR-POSTING        VALUE "O".
001238         88  BCR-POSTED         VALUE "P".
001239         88  BCR-RECONCILED     VALUE "R".
001240         88  BCR-RECON-FAILED   VALUE "D".
001241         88  BCR-ALREADY-POSTED VALUE "P" "R" "D".
001242     05  BCR-EDIT-DATE      PIC 9(08).
001243     05  BCR-SORT-DATE      PIC 9(08).
001244     05  BCR-POST-DATE      PIC 9(08).
001245     05  BCR-RECON-DATE     PIC 9(08).
001246     05  BCR-CALC-COUNT     PIC 9(07).
001247     05  BCR-EXCP-COUNT     PIC 9(07).
001248     05  BCR-POST-TOTAL     PIC S9(9)V99
001249                            SIGN IS LEADING SEPARATE.
001250     05  BCR-POST-COUNT     PIC 9(03).
001251     05  BCR-OVERRIDE-BY    PIC X(08).
001252     05  FILLER             PIC X(17).

001253*----------------------------------------------------------------
001254* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
001255*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
001256*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
001257*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
001258*     ACROSS EVERY PROGRAM THAT WRITES IT.
001259*----------------------------------------------------------------
001260 FD  RUN-LOG-FILE
001261     RECORDING MODE IS F.
001262 01  RUN-LOG-RECORD         PIC X(59).

001263 WORKING-STORAGE SECTION.
001264*----------------------------------------------------------------
001265* SWITCHES AND CONDITION NAMES
001266*----------------------------------------------------------------
001270 77  WS-GLEX-EOF-SW         PIC X(01) VALUE "N".
001280     88  EXTRACT-DONE           VALUE "Y".

001370 77  WS-RPT-TOTAL-SW        PIC X(01) VALUE "N".
001380     88  RPT-TOTAL-SEEN         VALUE "Y".

001383 77  WS-BCR-AVAIL-SW        PIC X(01) VALUE "N".
001386     88  REGISTER-AVAILABLE     VALUE "Y".

001390*----------------------------------------------------------------
001400* FILE STATUS FIELDS
001410*----------------------------------------------------------------
001430 77  WS-BRPT-STATUS         PIC X(02) VALUE SPACES.
001440 77  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001450 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001454 77  WS-BCR-STATUS          PIC X(02) VALUE SPACES.

001460*----------------------------------------------------------------
001470* EXTRACT-SIDE ACCUMULATORS - PER OPEN BRACKET AND GRAND
001540 77  WS-GX-TRAILER-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001550 77  WS-HEADER-COUNT        PIC 9(5)      COMP  VALUE ZERO.
001560 77  WS-TRAILER-COUNT       PIC 9(5)      COMP  VALUE ZERO.
001570 01  WS-ACTIVE-BATCH-ID     PIC X(08)     VALUE SPACES.
001571 01  WS-ACTIVE-BATCH-ID-R REDEFINES WS-ACTIVE-BATCH-ID.
001572     05  WS-ACTIVE-BATCH-PREFIX PIC X(02).
001573         88  CHARGEBACK-BRACKET     VALUE "FB".
001574     05  FILLER             PIC X(06).
001580 77  WS-EXTRACT-RUN-DATE    PIC 9(08)     VALUE ZERO.
001581*----------------------------------------------------------------
001582* DOUBLE-ENTRY ACCUMULATORS - THE DETAIL COUNTS AND TOTALS ABOVE
001583*     ARE THE DEBIT SIDE; THESE ARE THE CREDIT SIDE, PER OPEN
001584*     BRACKET AND GRAND.
001585*----------------------------------------------------------------
001586 77  WS-BKT-CREDIT-COUNT    PIC 9(7)      COMP  VALUE ZERO.
001587 77  WS-BKT-CREDIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
001588 77  WS-GX-CREDIT-COUNT     PIC 9(7)      COMP  VALUE ZERO.
001589 77  WS-GX-CREDIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.

001590*----------------------------------------------------------------
001591* CHARGEBACK ACCUMULATORS - FIBONACCI'S FB BRACKETS, WHOSE
001592*     TRAILER TOTALS ARE KEPT OUT OF THE CROSS-FOOT.
001593*----------------------------------------------------------------
001594 77  WS-CHG-HEADER-COUNT    PIC 9(5)      COMP  VALUE ZERO.
001595 77  WS-GX-CHG-COUNT        PIC 9(7)      COMP  VALUE ZERO.
001596 77  WS-GX-CHG-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.

001597*----------------------------------------------------------------
001600* REPORT-SIDE AND AUDIT-SIDE ACCUMULATORS. THE REPORT CONTROL
001610*     TOTALS ARE TAKEN FROM THE LAST OCCURRENCE OF EACH CAPTION
001620*     ON RPTFILE - THE GRAND TOTALS AT THE FOOT OF THE REPORT.
001780*----------------------------------------------------------------
001790 77  WS-DISCREP-COUNT       PIC 9(5)      COMP  VALUE ZERO.

001791*----------------------------------------------------------------
001792* BATCH IDS OF THE EXTRACT'S BRACKETS, IN ORDER, FOR THE REPEAT
001793*     CHECK AND THE END-OF-PROOF REGISTER UPDATE.
001794*----------------------------------------------------------------
001795 77  WS-RUN-DATE            PIC 9(08)     VALUE ZERO.
001796 77  WS-BKT-ID-COUNT        PIC 9(3)      COMP  VALUE ZERO.
001797 77  WS-BKT-ID-IX           PIC 9(3)      COMP  VALUE ZERO.
001798 77  WS-BKT-ID-FOUND-IX     PIC 9(3)      COMP  VALUE ZERO.
001799 01  WS-BKT-ID-TABLE.
001800     05  WS-BKT-ID          PIC X(08) OCCURS 100 TIMES.

001801*----------------------------------------------------------------
001810* REPORT LAYOUT LINES
001820*----------------------------------------------------------------
001830 01  RPT-HEADER-1.
002240     PERFORM 5100-TALLY-AUDIT-RECORD THRU 5100-EXIT
002250         UNTIL AUDIT-DONE.
002260     PERFORM 6000-CROSS-FOOT THRU 6000-EXIT.
002264     PERFORM 6500-UPDATE-REGISTER THRU 6500-EXIT.
002270     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002280     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
002290     IF WS-DISCREP-COUNT > ZERO
002630         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002631         STOP RUN
002640     END-IF.
002641     OPEN I-O BATCH-REGISTER.
002642     IF WS-BCR-STATUS NOT = "00" AND WS-BCR-STATUS NOT = "05"
002643         DISPLAY "FATAL: Cannot open BATCH-REGISTER, status "
002644             WS-BCR-STATUS
002645         MOVE 8 TO RETURN-CODE
002646         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002647         STOP RUN
002648     END-IF.
002649     IF WS-BCR-STATUS = "00"
002650         SET REGISTER-AVAILABLE TO TRUE
002651     END-IF.
002652     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002653     WRITE REPORT-RECORD FROM RPT-HEADER-1.
002660 1000-EXIT.
002670     EXIT.

003180*     A HEADER OPENS A NEW BRACKET. A HEADER ARRIVING WHILE A
003190*     BRACKET IS STILL OPEN MEANS THE PRIOR BATCH NEVER GOT ITS
003200*     TRAILER - THE PARTIAL-EXTRACT CASE THIS JOB EXISTS FOR.
003210*     THE FIRST HEADER'S RUN DATE DRIVES THE AUDIT-SIDE MATCH -
003213*     THE FIRST CALCULATOR HEADER'S, A CHARGEBACK BRACKET HAVING
003216*     NOTHING ON THE AUDIT TRAIL.
003220*----------------------------------------------------------------
003230 3100-OPEN-BRACKET.
003240     IF BRACKET-OPEN
003300     ADD 1 TO WS-HEADER-COUNT.
003310     MOVE ZERO TO WS-BKT-DETAIL-COUNT.
003320     MOVE ZERO TO WS-BKT-DETAIL-TOTAL.
003323     MOVE ZERO TO WS-BKT-CREDIT-COUNT.
003326     MOVE ZERO TO WS-BKT-CREDIT-TOTAL.
003330     MOVE GXH-BATCH-ID TO WS-ACTIVE-BATCH-ID.
003331     IF CHARGEBACK-BRACKET
003332         ADD 1 TO WS-CHG-HEADER-COUNT
003333         GO TO 3100-PRINT-BRACKET
003334     END-IF.
003340     IF WS-EXTRACT-RUN-DATE = ZERO
003350      AND GXH-RUN-DATE IS NUMERIC
003360         MOVE GXH-RUN-DATE TO WS-EXTRACT-RUN-DATE
003370     END-IF.
003374 3100-PRINT-BRACKET.
003380     MOVE WS-ACTIVE-BATCH-ID TO RB-BATCH-ID.
003390     MOVE WS-EXTRACT-RUN-DATE TO RB-RUN-DATE.
003392     IF CHARGEBACK-BRACKET AND GXH-RUN-DATE IS NUMERIC
003394         MOVE GXH-RUN-DATE TO RB-RUN-DATE
003396     END-IF.
003400     WRITE REPORT-RECORD FROM RPT-BATCH-LINE.
003404     PERFORM 3150-CHECK-BATCH-ID THRU 3150-EXIT.
003410 3100-EXIT.
003420     EXIT.

003421*----------------------------------------------------------------
003422* 3150-CHECK-BATCH-ID
003423*     THE BRACKET'S BATCH ID MUST APPEAR ONCE IN THE EXTRACT AND
003424*     BE ON THE BATCH REGISTER MARKED POSTED - ANYTHING ELSE
003425*     MEANS THE EXTRACT DOES NOT MATCH WHAT CALCULATOR OR
003426*     FIBONACCI POSTED.
003427*     A BLANK ID (AN OLD-FORMAT RUN) IS NOT CHECKED.
003428*----------------------------------------------------------------
003429 3150-CHECK-BATCH-ID.
003430     IF WS-ACTIVE-BATCH-ID = SPACES
003431         GO TO 3150-EXIT.
003432     PERFORM 3160-FIND-BATCH-ID THRU 3160-EXIT.
003433     IF WS-BKT-ID-FOUND-IX > ZERO
003434         MOVE "BATCH ID REPEATED IN EXTRACT" TO RD-MESSAGE
003435         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003436     END-IF.
003437     IF NOT REGISTER-AVAILABLE
003438         GO TO 3150-EXIT.
003439     MOVE WS-ACTIVE-BATCH-ID TO BCR-BATCH-ID.
003440     READ BATCH-REGISTER
003441         INVALID KEY
003442             MOVE "BATCH NOT ON BATCH REGISTER" TO RD-MESSAGE
003443             PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003444             GO TO 3150-EXIT
003445     END-READ.
003446     IF NOT BCR-ALREADY-POSTED
003447         MOVE "BATCH NOT MARKED POSTED ON BATCH REGISTER"
003448             TO RD-MESSAGE
003449         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003450     END-IF.
003451 3150-EXIT.
003452     EXIT.

003453*----------------------------------------------------------------
003454* 3160-FIND-BATCH-ID
003455*     LOOKS FOR THE ACTIVE BATCH ID AMONG THE BRACKETS ALREADY
003456*     SEEN. FOUND, ITS INDEX IS LEFT IN WS-BKT-ID-FOUND-IX; NOT
003457*     FOUND, WS-BKT-ID-FOUND-IX IS ZERO AND THE ID IS ADDED.
003458*----------------------------------------------------------------
003459 3160-FIND-BATCH-ID.
003460     MOVE ZERO TO WS-BKT-ID-FOUND-IX.
003461     MOVE ZERO TO WS-BKT-ID-IX.
003462     PERFORM 3170-CHECK-BATCH-ID THRU 3170-EXIT
003463         UNTIL WS-BKT-ID-FOUND-IX > ZERO
003464            OR WS-BKT-ID-IX >= WS-BKT-ID-COUNT.
003465     IF WS-BKT-ID-FOUND-IX > ZERO
003466         GO TO 3160-EXIT.
003467     IF WS-BKT-ID-COUNT >= 100
003468         DISPLAY "FATAL: More than 100 batches in the extract"
003469         MOVE 8 TO RETURN-CODE
003470         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003471         STOP RUN
003472     END-IF.
003473     ADD 1 TO WS-BKT-ID-COUNT.
003474     MOVE WS-ACTIVE-BATCH-ID TO WS-BKT-ID (WS-BKT-ID-COUNT).
003475 3160-EXIT.
003476     EXIT.

003477*----------------------------------------------------------------
003478* 3170-CHECK-BATCH-ID
003479*----------------------------------------------------------------
003480 3170-CHECK-BATCH-ID.
003481     ADD 1 TO WS-BKT-ID-IX.
003482     IF WS-BKT-ID (WS-BKT-ID-IX) = WS-ACTIVE-BATCH-ID
003483         MOVE WS-BKT-ID-IX TO WS-BKT-ID-FOUND-IX
003484     END-IF.
003485 3170-EXIT.
003486     EXIT.

003487*----------------------------------------------------------------
003488* 3200-SUM-DETAIL
003489*     A DEBIT LINE COUNTS AS THE TRANSACTION AND IS SUMMED INTO
003490*     THE BRACKET AND GRAND DETAIL TOTALS; A CREDIT LINE IS
003491*     SUMMED SEPARATELY FOR THE BALANCE PROOF AT THE TRAILER.
003492*----------------------------------------------------------------
003493 3200-SUM-DETAIL.
003494     IF NOT BRACKET-OPEN
003495         MOVE "EXTRACT DETAIL OUTSIDE A HEADER BRACKET"
003496             TO RD-MESSAGE
003500         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003510     END-IF.
003520     IF GXD-RESULT IS NOT NUMERIC
003550         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003560         GO TO 3200-EXIT
003570     END-IF.
003571     IF GXD-CREDIT
003572         ADD 1 TO WS-BKT-CREDIT-COUNT
003573         ADD GXD-RESULT TO WS-BKT-CREDIT-TOTAL
003574         ADD 1 TO WS-GX-CREDIT-COUNT
003575         ADD GXD-RESULT TO WS-GX-CREDIT-TOTAL
003576         GO TO 3200-EXIT
003577     END-IF.
003578     IF NOT GXD-DEBIT
003579         MOVE "EXTRACT DETAIL NOT MARKED DEBIT OR CREDIT"
003580             TO RD-MESSAGE
003581         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003582         GO TO 3200-EXIT
003583     END-IF.
003584     ADD 1 TO WS-BKT-DETAIL-COUNT.
003590     ADD GXD-RESULT TO WS-BKT-DETAIL-TOTAL.
003600     ADD 1 TO WS-GX-DETAIL-COUNT.
003610     ADD GXD-RESULT TO WS-GX-DETAIL-TOTAL.
003650* 3300-PROVE-TRAILER
003660*     PROVES THE BRACKET'S DETAILS AGAINST ITS TRAILER AND ADDS
003670*     THE TRAILER TOTALS INTO THE GRAND EXTRACT TOTALS USED FOR
003680*     THE CROSS-FOOT - A CHARGEBACK BRACKET'S INTO THE CHARGEBACK
003681*     TOTALS INSTEAD. THE BRACKET MUST ALSO BALANCE - AS MANY
003683*     CREDIT LINES AS DEBIT LINES, FOR THE SAME AMOUNT - AND
003686*     THE TRAILER'S JOURNAL LINE COUNT MUST COVER BOTH SIDES.
003690*----------------------------------------------------------------
003700 3300-PROVE-TRAILER.
003710     IF NOT BRACKET-OPEN
003760     ADD 1 TO WS-TRAILER-COUNT.
003770     IF GXT-RECORD-COUNT IS NOT NUMERIC
003780      OR GXT-AMOUNT-TOTAL IS NOT NUMERIC
003784      OR GXT-LINE-COUNT IS NOT NUMERIC
003790         MOVE "EXTRACT TRAILER TOTALS NOT NUMERIC"
003800             TO RD-MESSAGE
003810         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003920             TO RD-MESSAGE
003930         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003940     END-IF.
003941     IF WS-BKT-CREDIT-COUNT NOT = WS-BKT-DETAIL-COUNT
003942      OR WS-BKT-CREDIT-TOTAL NOT = WS-BKT-DETAIL-TOTAL
003943         MOVE "BRACKET DEBITS DO NOT EQUAL CREDITS"
003944             TO RD-MESSAGE
003945         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003946     END-IF.
003947     IF GXT-LINE-COUNT NOT =
003948         WS-BKT-DETAIL-COUNT + WS-BKT-CREDIT-COUNT
003949         MOVE "TRAILER LINE COUNT DISAGREES WITH EXTRACT LINES"
003950             TO RD-MESSAGE
003951         PERFORM 7000-WRITE-DISCREPANCY THRU 7000-EXIT
003952     END-IF.
003953     IF CHARGEBACK-BRACKET
003954         ADD GXT-RECORD-COUNT TO WS-GX-CHG-COUNT
003955         ADD GXT-AMOUNT-TOTAL TO WS-GX-CHG-TOTAL
003956     ELSE
003957         ADD GXT-RECORD-COUNT TO WS-GX-TRAILER-COUNT
003960         ADD GXT-AMOUNT-TOTAL TO WS-GX-TRAILER-TOTAL
003964     END-IF.
003970     MOVE "N" TO WS-BRACKET-SW.
003980 3300-EXIT.
003990     EXIT.
004820* 6000-CROSS-FOOT
004830*     THE THREE-WAY PROOF - EXTRACT TRAILERS AGAINST THE REPORT
004840*     CONTROL TOTALS, AND BOTH AGAINST THE AUDIT TRAIL FOR THE
004850*     RUN DATE. CHARGEBACK BRACKETS HAVE NEITHER, SO AN EXTRACT
004854*     HOLDING NOTHING ELSE IS NOT CROSS-FOOTED.
004860*----------------------------------------------------------------
004870 6000-CROSS-FOOT.
004872     IF WS-HEADER-COUNT > ZERO
004874      AND WS-CHG-HEADER-COUNT = WS-HEADER-COUNT
004876         GO TO 6000-EXIT.
004880     IF NOT RPT-COUNT-SEEN OR NOT RPT-TOTAL-SEEN
004890         MOVE "REPORT CONTROL-TOTAL LINES NOT FOUND"
004900             TO RD-MESSAGE
005140 6000-EXIT.
005150     EXIT.

005151*----------------------------------------------------------------
005152* 6500-UPDATE-REGISTER
005153*     STAMPS EVERY BATCH IN THE EXTRACT ON THE BATCH REGISTER -
005154*     RECONCILED WHEN THE WHOLE PROOF CAME OUT CLEAN, RECON
005155*     FAILED OTHERWISE, WITH TODAY'S DATE. ONLY A BATCH THE
005156*     REGISTER ALREADY SHOWS AS POSTED IS STAMPED; ANYTHING
005157*     ELSE HAS BEEN REPORTED AS A DISCREPANCY ALREADY.
005158*----------------------------------------------------------------
005159 6500-UPDATE-REGISTER.
005160     IF NOT REGISTER-AVAILABLE
005161         GO TO 6500-EXIT.
005162     MOVE ZERO TO WS-BKT-ID-IX.
005163     PERFORM 6550-STAMP-BATCH THRU 6550-EXIT
005164         UNTIL WS-BKT-ID-IX >= WS-BKT-ID-COUNT.
005165 6500-EXIT.
005166     EXIT.

005167*----------------------------------------------------------------
005168* 6550-STAMP-BATCH
005169*----------------------------------------------------------------
005170 6550-STAMP-BATCH.
005171     ADD 1 TO WS-BKT-ID-IX.
005172     MOVE WS-BKT-ID (WS-BKT-ID-IX) TO BCR-BATCH-ID.
005173     READ BATCH-REGISTER
005174         INVALID KEY
005175             GO TO 6550-EXIT
005176     END-READ.
005177     IF NOT BCR-ALREADY-POSTED
005178         GO TO 6550-EXIT.
005179     IF WS-DISCREP-COUNT > ZERO
005180         SET BCR-RECON-FAILED TO TRUE
005181     ELSE
005182         SET BCR-RECONCILED TO TRUE
005183     END-IF.
005184     MOVE WS-RUN-DATE TO BCR-RECON-DATE.
005185     REWRITE BATCH-REGISTER-RECORD.
005186     IF WS-BCR-STATUS NOT = "00"
005187         DISPLAY "FATAL: Cannot update BATCH-REGISTER, status "
005188             WS-BCR-STATUS
005189         MOVE 8 TO RETURN-CODE
005190         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
005191         STOP RUN
005192     END-IF.
005193 6550-EXIT.
005194     EXIT.

005195*----------------------------------------------------------------
005196* 7000-WRITE-DISCREPANCY
005197*     WRITES ONE DISCREPANCY LINE AND COUNTS IT. ANY DISCREPANCY
005198*     HOLDS THE GL LOAD AT END OF JOB.
005200*----------------------------------------------------------------
005210 7000-WRITE-DISCREPANCY.
005220     WRITE REPORT-RECORD FROM RPT-DISCREP-LINE.
005290*----------------------------------------------------------------
005300 8000-WRITE-SUMMARY.
005310     WRITE REPORT-RECORD FROM RPT-TRAILER-LINE.
005320     MOVE "EXTRACT DEBIT LINES     " TO RS-CAPTION.
005330     MOVE WS-GX-DETAIL-COUNT TO RS-COUNT.
005340     MOVE WS-GX-DETAIL-TOTAL TO RS-TOTAL.
005350     WRITE REPORT-RECORD FROM RPT-SOURCE-LINE.
005351     MOVE "EXTRACT CREDIT LINES    " TO RS-CAPTION.
005352     MOVE WS-GX-CREDIT-COUNT TO RS-COUNT.
005353     MOVE WS-GX-CREDIT-TOTAL TO RS-TOTAL.
005354     WRITE REPORT-RECORD FROM RPT-SOURCE-LINE.
005360     MOVE "EXTRACT TRAILERS        " TO RS-CAPTION.
005370     MOVE WS-GX-TRAILER-COUNT TO RS-COUNT.
005380     MOVE WS-GX-TRAILER-TOTAL TO RS-TOTAL.
005390     WRITE REPORT-RECORD FROM RPT-SOURCE-LINE.
005391     MOVE "CHARGEBACK TRAILERS     " TO RS-CAPTION.
005392     MOVE WS-GX-CHG-COUNT TO RS-COUNT.
005393     MOVE WS-GX-CHG-TOTAL TO RS-TOTAL.
005394     WRITE REPORT-RECORD FROM RPT-SOURCE-LINE.
005400     MOVE "BATCH REPORT TOTALS     " TO RS-CAPTION.
005410     MOVE WS-RPT-CALC-COUNT TO RS-COUNT.
005420     MOVE WS-RPT-RESULT-TOTAL TO RS-TOTAL.
005640     CLOSE BATCH-REPORT-FILE.
005650     CLOSE AUDIT-FILE.
005660     CLOSE REPORT-FILE.
005664     CLOSE BATCH-REGISTER.
005670 9000-EXIT.
005680     EXIT.

