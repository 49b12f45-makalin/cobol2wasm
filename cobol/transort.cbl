000260*                 ONE BATCH WITH NOTHING TO VERIFY AGAINST.
000270*                 EVERY RUN APPENDS START AND END RECORDS TO
000280*                 THE SHARED RUNLOG FILE.
000281* 2026-10-15 JKM  EACH BATCH IS NOW CHECKED AGAINST THE BATCH
000282*                 CONTROL REGISTER (BATCHREG). A BATCH THE
000283*                 REGISTER SHOWS AS FAILED AT THE EDIT OR AS
000284*                 ALREADY POSTED IS A DISCREPANCY; ONE THAT
000285*                 SEQUENCES CLEAN IS MARKED SORTED WITH THE
000286*                 SORT DATE.
000287* 2026-10-15 JKM  TRANFILE RECORDS WIDEN TO 60 BYTES FOR THE
000288*                 REVERSAL DETAIL (OPERAND TYPE V), WHICH CARRIES
000289*                 NO AMOUNTS AND IS LEFT OUT OF THE HASH TOTAL
000290*                 AS TRANEDIT DOES.
000291* 2026-10-15 JKM  THE ALLOCATION DETAIL (OPERAND TYPE A) CARRIES
000292*                 ITS ALLOCATION CODE WHERE NUM2 WOULD BE, SO NUM2
000293*                 IS LEFT OUT OF THE HASH FOR IT, AS TRANEDIT AND
000294*                 EXCPRCYC DO.
000295*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   GNUCOBOL.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RUNLOG-STATUS.

000471     SELECT OPTIONAL BATCH-REGISTER ASSIGN TO "BATCHREG"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS BCR-BATCH-ID
000475         FILE STATUS IS WS-BCR-STATUS.

000480 DATA DIVISION.
000490 FILE SECTION.
000500*----------------------------------------------------------------
000540*----------------------------------------------------------------
000550 FD  TRANSACTION-FILE
000560     RECORDING MODE IS F.
000570 01  TRANSACTION-RECORD     PIC X(60).
000580 01  TRAN-HEADER-RECORD.
000590     05  TH-RECORD-TYPE     PIC X(02).
000600         88  TH-BATCH-HEADER    VALUE "BH".
000650     05  TH-EXPECTED-COUNT  PIC 9(07).
000660     05  TH-HASH-TOTAL      PIC S9(11)V99
000670                            SIGN IS LEADING SEPARATE.
000680     05  FILLER             PIC X(17).
000690 01  TRAN-TRAILER-RECORD.
000700     05  TT-RECORD-TYPE     PIC X(02).
000710     05  TT-RECORD-COUNT    PIC 9(07).
000720     05  TT-HASH-TOTAL      PIC S9(11)V99
000730                            SIGN IS LEADING SEPARATE.
000740     05  FILLER             PIC X(37).

000750*----------------------------------------------------------------
000760* SEQUENCED-FILE - THE SAME BATCH, DETAILS IN COST-CENTER
000780*----------------------------------------------------------------
000790 FD  SEQUENCED-FILE
000800     RECORDING MODE IS F.
000810 01  SEQUENCED-RECORD       PIC X(60).

000820*----------------------------------------------------------------
000830* REPORT-FILE - SEQUENCING REPORT.
000860     RECORDING MODE IS F.
000870 01  REPORT-RECORD          PIC X(80).

000871*----------------------------------------------------------------
000872* BATCH-REGISTER - ONE RECORD PER BATCH ID, WRITTEN BY TRANEDIT.
000873*     LAYOUT MUST AGREE WITH THE BATCH-REGISTER FD IN TRANEDIT.
000874*----------------------------------------------------------------
000875 FD  BATCH-REGISTER
000876     RECORDING MODE IS F.
000877 01  BATCH-REGISTER-RECORD.
000878     05  BCR-BATCH-ID       PIC X(08).
000879     05  BCR-DEPARTMENT     PIC X(04).
000880     05  BCR-EXPECTED-COUNT PIC 9(07).
000881     05  BCR-HASH-TOTAL     PIC S9(11)V99
000882                            SIGN IS LEADING SEPARATE.
000883     05  BCR-STATUS         PIC X(01).
000884         88  BCR-EDITED         VALUE "E".
000885         88  BCR-EDIT-FAILED    VALUE "F".
000886         88  BCR-SORTED         VALUE "S".
000887         88  BCR-POSTING        VALUE "O".
000888         88  BCR-POSTED         VALUE "P".
000889         88  BCR-RECONCILED     VALUE "R".
000890         88  BCR-RECON-FAILED   VALUE "D".
000891         88  BCR-ALREADY-POSTED VALUE "P" "R" "D".
000892     05  BCR-EDIT-DATE      PIC 9(08).
000893     05  BCR-SORT-DATE      PIC 9(08).
000894     05  BCR-POST-DATE      PIC 9(08).
000895     05  BCR-RECON-DATE     PIC 9(08).
000896     05  BCR-CALC-COUNT     PIC 9(07).
000897     05  BCR-EXCP-COUNT     PIC 9(07).
000898     05  BCR-POST-TOTAL     PIC S9(9)V99
000899                            SIGN IS LEADING SEPARATE.
000900     05  BCR-POST-COUNT     PIC 9(03).
000901     05  BCR-OVERRIDE-BY    PIC X(08).
000902     05  FILLER             PIC X(17).

000903*----------------------------------------------------------------
000904* RUN-LOG-FILE - ONE START AND ONE END RECORD PER EXECUTION,
000905*     APPENDED TO THE SHARED RUNLOG FILE EVERY PROGRAM IN THE
000910*     SUITE WRITES, SO THE MORNING OPERATOR CAN READ ONE FILE
000920*     AND KNOW THE STATE OF THE WHOLE WINDOW. LAYOUT MUST AGREE
000930*     ACROSS EVERY PROGRAM THAT WRITES IT.
001060 77  WS-SORT-DONE-SW        PIC X(01) VALUE "N".
001070     88  SORT-SHIFT-DONE        VALUE "Y".

001073 77  WS-BCR-FOUND-SW        PIC X(01) VALUE "N".
001076     88  REGISTER-ENTRY-FOUND   VALUE "Y".

001080*----------------------------------------------------------------
001090* FILE STATUS FIELDS
001100*----------------------------------------------------------------
001110 77  WS-TRANS-STATUS        PIC X(02) VALUE SPACES.
001120 77  WS-SEQ-STATUS          PIC X(02) VALUE SPACES.
001130 77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
001134 77  WS-BCR-STATUS          PIC X(02) VALUE SPACES.

001140*----------------------------------------------------------------
001150* RUN COUNTERS AND THE CURRENT BATCH'S RECOMPUTED CONTROLS
001290 77  WS-HOLD-MAX            PIC 9(4)  COMP VALUE 2000.
001300 77  WS-HOLD-COUNT          PIC 9(4)  COMP VALUE ZERO.
001310 01  WS-HOLD-TABLE.
001320     05  WS-HE-IMAGE        PIC X(60) OCCURS 2000 TIMES.
001330 01  WS-HOLD-CC-TABLE.
001340     05  WS-HC-CC           PIC X(04) OCCURS 2000 TIMES.
001350 01  WS-ORDER-TABLE.
001600                            SIGN IS LEADING SEPARATE.
001610     05  WD-OPERAND-TYPE    PIC X(01).
001620         88  WD-RATE-LOOKUP     VALUE "R".
001624         88  WD-REVERSAL        VALUE "V".
001626         88  WD-ALLOCATION      VALUE "A".
001630     05  WD-COST-CENTER     PIC X(04).
001640     05  WD-TRAN-DATE       PIC 9(08).
001643     05  WD-ORIG-BATCH-ID   PIC X(08).
001646     05  WD-ORIG-SEQ-NO     PIC 9(09).
001650     05  FILLER             PIC X(06).

001660*----------------------------------------------------------------
001670* SAVED TRAILER CONTROLS OF THE CURRENT BATCH
001700     05  WS-ST-REC-COUNT    PIC 9(07)     VALUE ZERO.
001710     05  WS-ST-HASH-TOTAL   PIC S9(11)V99 VALUE ZERO.

001711*----------------------------------------------------------------
001712* SAVED HEADER OF THE CURRENT BATCH, FOR THE BATCH REGISTER
001713*----------------------------------------------------------------
001714 01  WS-SAVED-HEADER.
001715     05  WS-SH-BATCH-ID     PIC X(08)     VALUE SPACES.
001716     05  WS-SH-DEPARTMENT   PIC X(04)     VALUE SPACES.
001717     05  WS-SH-EXP-COUNT    PIC 9(07)     VALUE ZERO.
001718     05  WS-SH-HASH-TOTAL   PIC S9(11)V99 VALUE ZERO.
001719 77  WS-BATCH-ERROR-START   PIC 9(7)      COMP  VALUE ZERO.
001720 77  WS-RUN-DATE            PIC 9(08)     VALUE ZERO.

001721*----------------------------------------------------------------
001730* REPORT LAYOUT LINES
001740*----------------------------------------------------------------
001750 01  RPT-HEADER-1.
002741         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002750         STOP RUN
002760     END-IF.
002761     OPEN I-O BATCH-REGISTER.
002762     IF WS-BCR-STATUS NOT = "00" AND WS-BCR-STATUS NOT = "05"
002763         DISPLAY "FATAL: Cannot open BATCH-REGISTER, status "
002764             WS-BCR-STATUS
002765         MOVE 8 TO RETURN-CODE
002766         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
002767         STOP RUN
002768     END-IF.
002769     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002770     WRITE REPORT-RECORD FROM RPT-HEADER-1.
002780 1000-EXIT.
002790     EXIT.
003200     END-IF.
003210     ADD 1 TO WS-BATCH-COUNT.
003220     MOVE TH-BATCH-ID TO RB-BATCH-ID.
003221     MOVE WS-ERROR-COUNT TO WS-BATCH-ERROR-START.
003222     MOVE TH-BATCH-ID TO WS-SH-BATCH-ID.
003223     MOVE TH-DEPARTMENT TO WS-SH-DEPARTMENT.
003224     MOVE ZERO TO WS-SH-EXP-COUNT.
003225     MOVE ZERO TO WS-SH-HASH-TOTAL.
003226     IF TH-EXPECTED-COUNT IS NUMERIC
003227         MOVE TH-EXPECTED-COUNT TO WS-SH-EXP-COUNT
003228     END-IF.
003229     IF TH-HASH-TOTAL IS NUMERIC
003230         MOVE TH-HASH-TOTAL TO WS-SH-HASH-TOTAL
003231     END-IF.
003232     WRITE SEQUENCED-RECORD FROM TRAN-HEADER-RECORD.
003240 3100-EXIT.
003250     EXIT.

003500             TO RD-MESSAGE
003510         PERFORM 6000-WRITE-DISCREPANCY THRU 6000-EXIT
003520     END-IF.
003524     PERFORM 3250-REGISTER-BATCH THRU 3250-EXIT.
003526     MOVE SPACES TO WS-SH-BATCH-ID.
003530     MOVE WS-HOLD-COUNT TO RB-DETAIL-COUNT.
003540     WRITE REPORT-RECORD FROM RPT-BATCH-LINE.
003550     PERFORM 5000-SORT-DETAILS THRU 5000-EXIT.
003580 3200-EXIT.
003590     EXIT.

003591*----------------------------------------------------------------
003592* 3250-REGISTER-BATCH
003593*     CHECKS THE CLOSING BATCH AGAINST THE BATCH REGISTER. A
003594*     BATCH THAT FAILED THE EDIT, OR THAT THE REGISTER SHOWS AS
003595*     ALREADY POSTED, IS A DISCREPANCY (TRANEDIT HAS ALREADY
003596*     RESET AN AUTHORIZED REPOST TO EDITED). A BATCH THAT
003597*     SEQUENCED CLEAN IS MARKED SORTED; ONE MISSING FROM THE
003598*     REGISTER IS ENTERED FROM ITS HEADER. A HEADERLESS BATCH
003599*     HAS NO ID AND IS NOT REGISTERED.
003600*----------------------------------------------------------------
003601 3250-REGISTER-BATCH.
003602     IF WS-SH-BATCH-ID = SPACES
003603         GO TO 3250-EXIT.
003604     MOVE WS-SH-BATCH-ID TO BCR-BATCH-ID.
003605     READ BATCH-REGISTER
003606         INVALID KEY
003607             MOVE "N" TO WS-BCR-FOUND-SW
003608         NOT INVALID KEY
003609             SET REGISTER-ENTRY-FOUND TO TRUE
003610     END-READ.
003611     IF REGISTER-ENTRY-FOUND AND BCR-ALREADY-POSTED
003612         MOVE "BATCH ALREADY POSTED - SEE BATCH REGISTER"
003613             TO RD-MESSAGE
003614         PERFORM 6000-WRITE-DISCREPANCY THRU 6000-EXIT
003615         GO TO 3250-EXIT
003616     END-IF.
003617     IF REGISTER-ENTRY-FOUND AND BCR-EDIT-FAILED
003618         MOVE "BATCH FAILED THE EDIT - SEE BATCH REGISTER"
003619             TO RD-MESSAGE
003620         PERFORM 6000-WRITE-DISCREPANCY THRU 6000-EXIT
003621         GO TO 3250-EXIT
003622     END-IF.
003623     IF WS-ERROR-COUNT > WS-BATCH-ERROR-START
003624         GO TO 3250-EXIT.
003625     IF NOT REGISTER-ENTRY-FOUND
003626         MOVE SPACES TO BATCH-REGISTER-RECORD
003627         MOVE WS-SH-BATCH-ID TO BCR-BATCH-ID
003628         MOVE WS-SH-DEPARTMENT TO BCR-DEPARTMENT
003629         MOVE WS-SH-EXP-COUNT TO BCR-EXPECTED-COUNT
003630         MOVE WS-SH-HASH-TOTAL TO BCR-HASH-TOTAL
003631         MOVE ZERO TO BCR-EDIT-DATE
003632         MOVE ZERO TO BCR-POST-DATE
003633         MOVE ZERO TO BCR-RECON-DATE
003634         MOVE ZERO TO BCR-CALC-COUNT
003635         MOVE ZERO TO BCR-EXCP-COUNT
003636         MOVE ZERO TO BCR-POST-TOTAL
003637         MOVE ZERO TO BCR-POST-COUNT
003638     END-IF.
003639     SET BCR-SORTED TO TRUE.
003640     MOVE WS-RUN-DATE TO BCR-SORT-DATE.
003641     IF REGISTER-ENTRY-FOUND
003642         REWRITE BATCH-REGISTER-RECORD
003643     ELSE
003644         WRITE BATCH-REGISTER-RECORD
003645     END-IF.
003646     IF WS-BCR-STATUS NOT = "00"
003647         DISPLAY "FATAL: Cannot update BATCH-REGISTER, status "
003648             WS-BCR-STATUS
003649         MOVE 8 TO RETURN-CODE
003650         PERFORM 9900-LOG-FATAL THRU 9900-EXIT
003651         STOP RUN
003652     END-IF.
003653 3250-EXIT.
003654     EXIT.

003655*----------------------------------------------------------------
003656* 3300-HOLD-DETAIL
003657*     HOLDS ONE DETAIL IMAGE, ITS COST-CENTER KEY AND ITS
003658*     ARRIVAL ORDER, AND ACCUMULATES THE HASH TOTAL THE WAY
003659*     TRANEDIT COMPUTES IT - NUM1 ALWAYS, NUM2 ONLY WHEN THE
003660*     OPERAND IS A LITERAL VALUE, NEITHER FOR A REVERSAL.
003661*----------------------------------------------------------------
003670 3300-HOLD-DETAIL.
003680     IF WS-HOLD-COUNT >= WS-HOLD-MAX
003690         DISPLAY "FATAL: More than " WS-HOLD-MAX
003770     MOVE TRANSACTION-RECORD TO WS-DETAIL-IMAGE.
003780     MOVE WD-COST-CENTER TO WS-HC-CC (WS-HOLD-COUNT).
003790     MOVE WS-HOLD-COUNT TO WS-ORD-IX (WS-HOLD-COUNT).
003793     IF WD-REVERSAL
003796         GO TO 3300-EXIT.
003800     IF WD-NUM1 IS NUMERIC
003810         ADD WD-NUM1 TO WS-HASH-TOTAL
003820     END-IF.
003830     IF NOT WD-RATE-LOOKUP AND NOT WD-ALLOCATION
003834      AND WD-NUM2 IS NUMERIC
003840         ADD WD-NUM2 TO WS-HASH-TOTAL
003850     END-IF.
003860 3300-EXIT.
005130     CLOSE TRANSACTION-FILE.
005140     CLOSE SEQUENCED-FILE.
005150     CLOSE REPORT-FILE.
005154     CLOSE BATCH-REGISTER.
005160 9000-EXIT.
005170     EXIT.

