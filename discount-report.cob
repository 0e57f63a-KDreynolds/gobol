000290*                  ACTIVITY REPORT WITH PAGE BREAKS, CUSTOMER
000300*                  SUBTOTALS, AND GRAND TOTALS BY DISCOUNT
000310*                  SOURCE.
000312* 2026-10-15 RJH   AUDIT-OUT WIDENED TO 100 BYTES FOR THE
000314*                  CONTRACT-PRICE LINE COUNT AND VALUE; LAYOUT
000316*                  KEPT IN STEP.
000320* ---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000660     05  AUD-DISCOUNT-SOURCE     PIC X(10).
000670     05  AUD-LINE-COUNT          PIC 9(03).
000680     05  FILLER                  PIC X(05).
000682     05  AUD-CONTRACT-LINES      PIC 9(03).
000684     05  AUD-CONTRACT-TOTAL      PIC S9(07)V99.
000686     05  FILLER                  PIC X(08).
000690 SD  SORT-WORK.
000700 01  SRT-RECORD.
000710     05  SRT-DATE                PIC 9(08).
000790     05  SRT-DISCOUNT-SOURCE     PIC X(10).
000800     05  SRT-LINE-COUNT          PIC 9(03).
000810     05  FILLER                  PIC X(05).
000812     05  SRT-CONTRACT-LINES      PIC 9(03).
000814     05  SRT-CONTRACT-TOTAL      PIC S9(07)V99.
000816     05  FILLER                  PIC X(08).
000820 FD  REPORT-OUT
000830     LABEL RECORDS ARE STANDARD.
000840 01  RPT-LINE                    PIC X(132).
