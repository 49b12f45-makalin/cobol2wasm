000212*                 CAN READ ONE FILE AND KNOW THE STATE OF THE
000213*                 WHOLE OVERNIGHT WINDOW. FATAL FILE-STATUS STOPS
000214*                 ARE LOGGED ON THE WAY DOWN.
000215* 2026-10-15 JKM  RECORD WIDENED TO 120 BYTES FOR THE REVERSAL
000216*                 LINK AND RATE CODE (SEE CALCULATOR). NARROWER
000217*                 RECORDS STILL PASS THROUGH SPACE-PADDED.
000218* 2026-10-15 JKM  RECORD WIDENED TO 140 BYTES FOR THE CURRENCY,
000219*                 ORIGINAL-CURRENCY AMOUNT AND RATE APPLIED.
000220* 2026-10-15 JKM  RECORD WIDENED TO 144 BYTES - THE RATE APPLIED
000221*                 NOW CARRIES SIX DECIMALS.
000222*----------------------------------------------------------------
000223 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   GNUCOBOL.
000250 OBJECT-COMPUTER.   GNUCOBOL.
000550     05  AUD-TS-MM          PIC X(02).
000560     05  FILLER             PIC X(01).
000570     05  AUD-TS-DD          PIC X(02).
000580     05  FILLER             PIC X(134).

000590*----------------------------------------------------------------
000600* ARCHIVE-FILE - RECORDS OLDER THAN THE RETENTION PERIOD.
000610*----------------------------------------------------------------
000620 FD  ARCHIVE-FILE
000630     RECORDING MODE IS F.
000640 01  ARCHIVE-RECORD         PIC X(144).

000650*----------------------------------------------------------------
000660* HOLD-FILE - RECORDS INSIDE THE RETENTION PERIOD, HELD UNTIL
000690*----------------------------------------------------------------
000700 FD  HOLD-FILE
000710     RECORDING MODE IS F.
000720 01  HOLD-RECORD            PIC X(144).

000730*----------------------------------------------------------------
000740* PARAMETER-FILE - RETENTION PERIOD IN DAYS. A MISSING OR
