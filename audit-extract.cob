000250* ---------- ----- -------------------------------------------
000260* 2026-08-21 RJH   NEW PROGRAM.  REQUEST-CARD INQUIRY EXTRACT
000270*                  OVER THE AUDIT FILE FOR THE DISPUTE DESK.
000272* 2026-10-15 RJH   AUDIT-OUT WIDENED TO 100 BYTES FOR THE
000274*                  CONTRACT-PRICE LINE COUNT AND VALUE; LAYOUT
000276*                  KEPT IN STEP.
000280* ---------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000650     05  AUD-DISCOUNT-SOURCE     PIC X(10).
000660     05  AUD-LINE-COUNT          PIC 9(03).
000670     05  FILLER                  PIC X(05).
000672     05  AUD-CONTRACT-LINES      PIC 9(03).
000674     05  AUD-CONTRACT-TOTAL      PIC S9(07)V99.
000676     05  FILLER                  PIC X(08).
000680 FD  EXTRACT-OUT
000690     LABEL RECORDS ARE STANDARD.
000700 01  EXT-LINE                    PIC X(132).
