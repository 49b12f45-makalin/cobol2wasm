000196*                 CAN READ ONE FILE AND KNOW THE STATE OF THE
000197*                 WHOLE OVERNIGHT WINDOW. FATAL FILE-STATUS STOPS
000198*                 ARE LOGGED ON THE WAY DOWN.
000199* 2026-10-15 JKM  AUDIT RECORD WIDENED TO 144 BYTES (SEE
000200*                 CALCULATOR) SO EACH AUDIT LINE IS READ AS ONE
000201*                 RECORD.
000202*----------------------------------------------------------------
000203 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   GNUCOBOL.
000230 OBJECT-COMPUTER.   GNUCOBOL.
000617     05  AUD-COST-CENTER    PIC X(04).
000618     05  FILLER             PIC X(01).
000619     05  AUD-RUN-MODE       PIC X(01).
000620     05  FILLER             PIC X(54).

000621*----------------------------------------------------------------
000630* PARAMETER-FILE - ONE SELECTION RECORD. A FIELD LEFT BLANK,
000640*     OR A MISSING FILE, MEANS NO FILTERING ON THAT FIELD.
000650*----------------------------------------------------------------
