000310* 2026-08-21 RJH   NEW PROGRAM.  MONTH-END ARCHIVE SPLIT OF THE
000320*                  AUDIT FILE, LEAVING ONLY THE OPEN MONTH ON
000330*                  THE DAILY FILE.
000332* 2026-10-15 RJH   AUDIT-OUT WIDENED TO 100 BYTES FOR THE
000334*                  CONTRACT-PRICE LINE COUNT AND VALUE; ARCHIVE
000336*                  AND RETAINED RECORDS WIDENED TO MATCH.
000340* ---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000630     05  AUD-DATE-PARTS REDEFINES AUD-DATE.
000640         10  AUD-YYYYMM          PIC 9(06).
000650         10  AUD-DD              PIC 9(02).
000660     05  FILLER                  PIC X(92).
000670 FD  ARCHIVE-OUT
000680     LABEL RECORDS ARE STANDARD.
000690 01  ARH-RECORD                  PIC X(100).
000700 FD  RETAIN-OUT
000710     LABEL RECORDS ARE STANDARD.
000720 01  RTN-RECORD                  PIC X(100).
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750*    ARCHIVE SELECTION FIELDS
