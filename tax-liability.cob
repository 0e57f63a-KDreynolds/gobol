000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX-LIABILITY.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   TAX-LIABILITY                                               *
000100*                                                               *
000110*   MONTHLY SALES TAX LIABILITY REPORT FOR THE TAX DESK'S       *
000120*   FILINGS.  SORTS THE TAXDTL FILE WRITTEN BY                  *
000130*   CALCULATE-DISCOUNT BY JURISDICTION AND PRINTS ONE LINE PER  *
000140*   JURISDICTION FOR THE MONTH -- TAXABLE SALES, EXEMPT SALES,  *
000150*   TAXABLE CREDITS, NET TAXABLE, TAX BILLED, TAX CREDITED, AND *
000160*   NET TAX DUE -- WITH A GRAND TOTAL THAT AGREES TO THE TAX    *
000170*   PAYABLE GL-JOURNAL POSTED FOR THE SAME MONTH.               *
000180*                                                               *
000190*   CREDIT MEMOS ARE REPORTED IN THE MONTH THEY ARE ISSUED,     *
000200*   UNDER THE ORIGINAL SALE'S JURISDICTION, AS THE RETURNS      *
000210*   THE FILING DEDUCTS.  CREDITS AGAINST SALES BILLED BEFORE    *
000220*   TAX WAS CARRIED ON INVHIST HAVE NO JURISDICTION AND PRINT   *
000230*   UNDER '*NONE'.                                              *
000240*                                                               *
000250*   THE RPTPARM CARD NAMES THE MONTH TO REPORT AS YYYYMM.  WITH *
000260*   NO CARD, OR A MONTH THAT IS NOT NUMERIC, THE CURRENT MONTH  *
000270*   IS REPORTED.                                                *
000280*                                                               *
000290*****************************************************************
000300* MAINTENANCE HISTORY
000310* ---------------------------------------------------------------
000320* DATE       BY    DESCRIPTION
000330* ---------- ----- -------------------------------------------
000340* 2026-10-15 RJH   NEW PROGRAM.  MONTHLY SALES TAX LIABILITY
000350*                  BY JURISDICTION FROM TAXDTL, WITH GRAND
000360*                  TOTALS.
000370* ---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RPTPARM-IN ASSIGN TO "RPTPARM"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-RPTPARM-STATUS.
000440     SELECT TAXDTL-IN ASSIGN TO "TAXDTL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-TAXDTL-STATUS.
000470     SELECT REPORT-OUT ASSIGN TO "RPTOUT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-OUT-STATUS.
000500     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  RPTPARM-IN
000540     LABEL RECORDS ARE STANDARD.
000550 01  PRM-RECORD.
000560     05  PRM-REPORT-MONTH-X      PIC X(06).
000570     05  PRM-REPORT-MONTH REDEFINES
000580         PRM-REPORT-MONTH-X      PIC 9(06).
000590     05  FILLER                  PIC X(74).
000600 FD  TAXDTL-IN
000610     LABEL RECORDS ARE STANDARD.
000620 01  TXD-RECORD.
000630     05  TXD-DATE                PIC 9(08).
000640     05  TXD-DATE-PARTS REDEFINES TXD-DATE.
000650         10  TXD-YYYYMM          PIC 9(06).
000660         10  TXD-DD              PIC 9(02).
000670     05  TXD-INVOICE-NUMBER      PIC 9(07).
000680     05  TXD-TYPE                PIC X(01).
000690         88  TXD-TYPE-INVOICE            VALUE 'I'.
000700         88  TXD-TYPE-CREDIT             VALUE 'C'.
000710     05  TXD-CUSTOMER-ID         PIC X(05).
000720     05  TXD-JURISDICTION        PIC X(05).
000730     05  TXD-EXEMPT-SW           PIC X(01).
000740         88  TXD-EXEMPT                  VALUE 'Y'.
000750     05  TXD-TAXABLE-AMOUNT      PIC S9(07)V99.
000760     05  TXD-TAX-RATE            PIC V9(05).
000770     05  TXD-TAX-AMOUNT          PIC S9(07)V99.
000780     05  TXD-ORIG-INVOICE        PIC 9(07).
000790     05  FILLER                  PIC X(23).
000800 SD  SORT-WORK.
000810 01  SRT-RECORD.
000820     05  SRT-DATE                PIC 9(08).
000830     05  SRT-INVOICE-NUMBER      PIC 9(07).
000840     05  SRT-TYPE                PIC X(01).
000850         88  SRT-TYPE-CREDIT             VALUE 'C'.
000860     05  SRT-CUSTOMER-ID         PIC X(05).
000870     05  SRT-JURISDICTION        PIC X(05).
000880     05  SRT-EXEMPT-SW           PIC X(01).
000890         88  SRT-EXEMPT                  VALUE 'Y'.
000900     05  SRT-TAXABLE-AMOUNT      PIC S9(07)V99.
000910     05  SRT-TAX-RATE            PIC V9(05).
000920     05  SRT-TAX-AMOUNT          PIC S9(07)V99.
000930     05  SRT-ORIG-INVOICE        PIC 9(07).
000940     05  FILLER                  PIC X(23).
000950 FD  REPORT-OUT
000960     LABEL RECORDS ARE STANDARD.
000970 01  RPT-LINE                    PIC X(132).
000980 WORKING-STORAGE SECTION.
000990*----------------------------------------------------------------
001000*    REPORT SELECTION AND CONTROL-BREAK FIELDS
001010*----------------------------------------------------------------
001020 01  WS-CURRENT-DATE             PIC 9(08).
001030 01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
001040     05  WS-CURRENT-YYYYMM       PIC 9(06).
001050     05  FILLER                  PIC 9(02).
001060 77  WS-REPORT-MONTH             PIC 9(06)  VALUE ZERO.
001070 77  WS-PREV-JURISDICTION        PIC X(05)  VALUE LOW-VALUES.
001080 77  WS-PAGE-NUMBER              PIC 9(05)  VALUE ZERO COMP.
001090 77  WS-LINE-NUMBER              PIC 9(03)  VALUE 99 COMP.
001100 77  WS-LINES-PER-PAGE           PIC 9(03)  VALUE 56 COMP.
001110*----------------------------------------------------------------
001120*    JURISDICTION ACCUMULATORS
001130*
001140*    CREDITS ARRIVE NEGATIVE ON TAXDTL, SO NET TAXABLE AND NET
001150*    TAX DUE ARE STRAIGHT SUMS.  EXEMPT SALES NET THEIR OWN
001160*    CREDITS AND CARRY NO TAX.
001170*----------------------------------------------------------------
001180 77  WS-JUR-DOCUMENTS            PIC S9(7)    VALUE ZERO COMP.
001190 77  WS-JUR-TAXABLE              PIC S9(9)V99 VALUE ZERO.
001200 77  WS-JUR-EXEMPT               PIC S9(9)V99 VALUE ZERO.
001210 77  WS-JUR-CREDITS              PIC S9(9)V99 VALUE ZERO.
001220 77  WS-JUR-NET-TAXABLE          PIC S9(9)V99 VALUE ZERO.
001230 77  WS-JUR-TAX-BILLED           PIC S9(9)V99 VALUE ZERO.
001240 77  WS-JUR-TAX-CREDITED         PIC S9(9)V99 VALUE ZERO.
001250 77  WS-JUR-TAX-DUE              PIC S9(9)V99 VALUE ZERO.
001260*----------------------------------------------------------------
001270*    REPORT GRAND TOTALS
001280*----------------------------------------------------------------
001290 77  WS-GRAND-DOCUMENTS          PIC S9(7)    VALUE ZERO COMP.
001300 77  WS-GRAND-TAXABLE            PIC S9(9)V99 VALUE ZERO.
001310 77  WS-GRAND-EXEMPT             PIC S9(9)V99 VALUE ZERO.
001320 77  WS-GRAND-CREDITS            PIC S9(9)V99 VALUE ZERO.
001330 77  WS-GRAND-NET-TAXABLE        PIC S9(9)V99 VALUE ZERO.
001340 77  WS-GRAND-TAX-BILLED         PIC S9(9)V99 VALUE ZERO.
001350 77  WS-GRAND-TAX-CREDITED       PIC S9(9)V99 VALUE ZERO.
001360 77  WS-GRAND-TAX-DUE            PIC S9(9)V99 VALUE ZERO.
001370 77  WS-JURISDICTION-COUNT       PIC 9(05)  VALUE ZERO COMP.
001380*----------------------------------------------------------------
001390*    FILE STATUS AND CONTROL SWITCHES
001400*----------------------------------------------------------------
001410 77  WS-RPTPARM-STATUS           PIC X(02) VALUE '00'.
001420 77  WS-TAXDTL-STATUS            PIC X(02) VALUE '00'.
001430 77  WS-REPORT-OUT-STATUS        PIC X(02) VALUE '00'.
001440 77  WS-TAXDTL-EOF-SW            PIC X(01) VALUE 'N'.
001450     88  WS-TAXDTL-EOF                       VALUE 'Y'.
001460 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001470     88  WS-SORT-EOF                         VALUE 'Y'.
001480 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001490     88  WS-ABORT-RUN                        VALUE 'Y'.
001500 77  WS-TAXDTL-OPENED-SW         PIC X(01) VALUE 'N'.
001510     88  WS-TAXDTL-OPENED                    VALUE 'Y'.
001520 77  WS-REPORT-OPENED-SW         PIC X(01) VALUE 'N'.
001530     88  WS-REPORT-OPENED                    VALUE 'Y'.
001540 77  WS-RECORDS-SELECTED         PIC 9(7)   VALUE ZERO COMP.
001550*----------------------------------------------------------------
001560*    PRINT LINE LAYOUTS
001570*----------------------------------------------------------------
001580 01  RPT-HEADING-1.
001590     05  FILLER                  PIC X(20)
001600         VALUE 'TAX-LIABILITY'.
001610     05  FILLER                  PIC X(30)
001620         VALUE 'SALES TAX LIABILITY REPORT'.
001630     05  FILLER                  PIC X(12) VALUE SPACES.
001640     05  FILLER                  PIC X(06)
001650         VALUE 'MONTH '.
001660     05  RPT-H1-MONTH            PIC 9(06).
001670     05  FILLER                  PIC X(45) VALUE SPACES.
001680     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001690     05  RPT-H1-PAGE             PIC ZZZZ9.
001700     05  FILLER                  PIC X(03) VALUE SPACES.
001710 01  RPT-HEADING-2.
001720     05  FILLER                  PIC X(07) VALUE 'JURIS'.
001730     05  FILLER                  PIC X(09) VALUE '     DOCS'.
001740     05  FILLER                  PIC X(16)
001750         VALUE '   TAXABLE SALES'.
001760     05  FILLER                  PIC X(16)
001770         VALUE '    EXEMPT SALES'.
001780     05  FILLER                  PIC X(16)
001790         VALUE ' TAXABLE CREDITS'.
001800     05  FILLER                  PIC X(16)
001810         VALUE '     NET TAXABLE'.
001820     05  FILLER                  PIC X(16)
001830         VALUE '      TAX BILLED'.
001840     05  FILLER                  PIC X(16)
001850         VALUE '    TAX CREDITED'.
001860     05  FILLER                  PIC X(16)
001870         VALUE '     NET TAX DUE'.
001880     05  FILLER                  PIC X(08) VALUE SPACES.
001890 01  RPT-DETAIL-LINE.
001900     05  RPT-DET-JURISDICTION    PIC X(05).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  RPT-DET-DOCUMENTS       PIC ZZZZ,ZZ9.
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  RPT-DET-TAXABLE         PIC ZZ,ZZZ,ZZ9.99-.
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  RPT-DET-EXEMPT          PIC ZZ,ZZZ,ZZ9.99-.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  RPT-DET-CREDITS         PIC ZZ,ZZZ,ZZ9.99-.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  RPT-DET-NET-TAXABLE     PIC ZZ,ZZZ,ZZ9.99-.
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  RPT-DET-TAX-BILLED      PIC ZZ,ZZZ,ZZ9.99-.
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  RPT-DET-TAX-CREDITED    PIC ZZ,ZZZ,ZZ9.99-.
002050     05  FILLER                  PIC X(02) VALUE SPACES.
002060     05  RPT-DET-TAX-DUE         PIC ZZ,ZZZ,ZZ9.99-.
002070     05  FILLER                  PIC X(09) VALUE SPACES.
002080 PROCEDURE DIVISION.
002090*****************************************************************
002100*    0000-MAINLINE
002110*****************************************************************
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     IF NOT WS-ABORT-RUN
002150         SORT SORT-WORK
002160             ON ASCENDING KEY SRT-JURISDICTION
002170                              SRT-DATE
002180                              SRT-INVOICE-NUMBER
002190             INPUT PROCEDURE IS 2000-SELECT-TAXDTL
002200                 THRU 2000-EXIT
002210             OUTPUT PROCEDURE IS 3000-PRINT-REPORT
002220                 THRU 3000-EXIT
002230     END-IF.
002240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002250     STOP RUN.
002260*****************************************************************
002270*    1000-INITIALIZE
002280*****************************************************************
002290 1000-INITIALIZE.
002300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002310     MOVE WS-CURRENT-YYYYMM TO WS-REPORT-MONTH.
002320     OPEN INPUT RPTPARM-IN.
002330     IF WS-RPTPARM-STATUS = '35'
002340         DISPLAY 'TAX-LIABILITY: NO RPTPARM CARD, REPORTING '
002350             'CURRENT MONTH'
002360     ELSE
002370         IF WS-RPTPARM-STATUS NOT = '00'
002380             DISPLAY 'TAX-LIABILITY: UNABLE TO OPEN RPTPARM, '
002390                 'STATUS = ' WS-RPTPARM-STATUS
002400             MOVE 'Y' TO WS-ABORT-SW
002410             GO TO 1000-EXIT
002420         END-IF
002430         READ RPTPARM-IN
002440             AT END
002450                 DISPLAY 'TAX-LIABILITY: RPTPARM IS EMPTY, '
002460                     'REPORTING CURRENT MONTH'
002470             NOT AT END
002480                 IF PRM-REPORT-MONTH-X IS NUMERIC
002490                     MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
002500                 ELSE
002510                     DISPLAY 'TAX-LIABILITY: RPTPARM MONTH '
002520                         'NOT NUMERIC, REPORTING CURRENT MONTH'
002530                 END-IF
002540         END-READ
002550         CLOSE RPTPARM-IN
002560     END-IF.
002570     OPEN INPUT TAXDTL-IN.
002580     IF WS-TAXDTL-STATUS NOT = '00'
002590         DISPLAY 'TAX-LIABILITY: UNABLE TO OPEN TAXDTL, '
002600             'STATUS = ' WS-TAXDTL-STATUS
002610         MOVE 'Y' TO WS-ABORT-SW
002620         GO TO 1000-EXIT
002630     END-IF.
002640     MOVE 'Y' TO WS-TAXDTL-OPENED-SW.
002650     OPEN OUTPUT REPORT-OUT.
002660     IF WS-REPORT-OUT-STATUS NOT = '00'
002670         DISPLAY 'TAX-LIABILITY: UNABLE TO OPEN RPTOUT, '
002680             'STATUS = ' WS-REPORT-OUT-STATUS
002690         MOVE 'Y' TO WS-ABORT-SW
002700         GO TO 1000-EXIT
002710     END-IF.
002720     MOVE 'Y' TO WS-REPORT-OPENED-SW.
002730     MOVE WS-REPORT-MONTH TO RPT-H1-MONTH.
002740 1000-EXIT.
002750     EXIT.
002760*****************************************************************
002770*    2000-SELECT-TAXDTL
002780*
002790*    RELEASES THE TAXDTL RECORDS DATED IN THE REPORT MONTH TO
002800*    THE SORT.
002810*****************************************************************
002820 2000-SELECT-TAXDTL.
002830     PERFORM 2100-RELEASE-TAXDTL THRU 2100-EXIT
002840         UNTIL WS-TAXDTL-EOF.
002850 2000-EXIT.
002860     EXIT.
002870*****************************************************************
002880*    2100-RELEASE-TAXDTL
002890*****************************************************************
002900 2100-RELEASE-TAXDTL.
002910     READ TAXDTL-IN
002920         AT END
002930             MOVE 'Y' TO WS-TAXDTL-EOF-SW
002940             GO TO 2100-EXIT
002950     END-READ.
002960     IF TXD-YYYYMM = WS-REPORT-MONTH
002970         IF TXD-JURISDICTION = SPACES
002980             MOVE '*NONE' TO TXD-JURISDICTION
002990         END-IF
003000         RELEASE SRT-RECORD FROM TXD-RECORD
003010         ADD 1 TO WS-RECORDS-SELECTED
003020     END-IF.
003030 2100-EXIT.
003040     EXIT.
003050*****************************************************************
003060*    3000-PRINT-REPORT
003070*
003080*    CONTROL BREAK ON JURISDICTION.  ONE SUMMARY LINE PER
003090*    JURISDICTION, THEN THE GRAND TOTAL.
003100*****************************************************************
003110 3000-PRINT-REPORT.
003120     PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT.
003130     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
003140     PERFORM 3100-PROCESS-TAXDTL THRU 3100-EXIT
003150         UNTIL WS-SORT-EOF.
003160     IF WS-PREV-JURISDICTION NOT = LOW-VALUES
003170         PERFORM 3300-PRINT-JURISDICTION THRU 3300-EXIT
003180     END-IF.
003190     PERFORM 3500-PRINT-GRAND-TOTALS THRU 3500-EXIT.
003200 3000-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    3100-PROCESS-TAXDTL
003240*****************************************************************
003250 3100-PROCESS-TAXDTL.
003260     IF SRT-JURISDICTION NOT = WS-PREV-JURISDICTION
003270         IF WS-PREV-JURISDICTION NOT = LOW-VALUES
003280             PERFORM 3300-PRINT-JURISDICTION THRU 3300-EXIT
003290         END-IF
003300         MOVE SRT-JURISDICTION TO WS-PREV-JURISDICTION
003310         MOVE ZERO TO WS-JUR-DOCUMENTS
003320         MOVE ZERO TO WS-JUR-TAXABLE
003330         MOVE ZERO TO WS-JUR-EXEMPT
003340         MOVE ZERO TO WS-JUR-CREDITS
003350         MOVE ZERO TO WS-JUR-TAX-BILLED
003360         MOVE ZERO TO WS-JUR-TAX-CREDITED
003370     END-IF.
003380     ADD 1 TO WS-JUR-DOCUMENTS.
003390     IF SRT-EXEMPT
003400         ADD SRT-TAXABLE-AMOUNT TO WS-JUR-EXEMPT
003410     ELSE
003420         IF SRT-TYPE-CREDIT
003430             ADD SRT-TAXABLE-AMOUNT TO WS-JUR-CREDITS
003440             ADD SRT-TAX-AMOUNT     TO WS-JUR-TAX-CREDITED
003450         ELSE
003460             ADD SRT-TAXABLE-AMOUNT TO WS-JUR-TAXABLE
003470             ADD SRT-TAX-AMOUNT     TO WS-JUR-TAX-BILLED
003480         END-IF
003490     END-IF.
003500     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
003510 3100-EXIT.
003520     EXIT.
003530*****************************************************************
003540*    3200-START-NEW-PAGE
003550*****************************************************************
003560 3200-START-NEW-PAGE.
003570     ADD 1 TO WS-PAGE-NUMBER.
003580     MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
003590     IF WS-PAGE-NUMBER = 1
003600         WRITE RPT-LINE FROM RPT-HEADING-1
003610             AFTER ADVANCING 1 LINE
003620     ELSE
003630         WRITE RPT-LINE FROM RPT-HEADING-1
003640             AFTER ADVANCING PAGE
003650     END-IF.
003660     WRITE RPT-LINE FROM RPT-HEADING-2
003670         AFTER ADVANCING 2 LINES.
003680     MOVE SPACES TO RPT-LINE.
003690     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
003700     MOVE 4 TO WS-LINE-NUMBER.
003710 3200-EXIT.
003720     EXIT.
003730*****************************************************************
003740*    3300-PRINT-JURISDICTION
003750*****************************************************************
003760 3300-PRINT-JURISDICTION.
003770     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
003780         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
003790     END-IF.
003800     COMPUTE WS-JUR-NET-TAXABLE
003810         = WS-JUR-TAXABLE + WS-JUR-CREDITS.
003820     COMPUTE WS-JUR-TAX-DUE
003830         = WS-JUR-TAX-BILLED + WS-JUR-TAX-CREDITED.
003840     MOVE WS-PREV-JURISDICTION  TO RPT-DET-JURISDICTION.
003850     MOVE WS-JUR-DOCUMENTS      TO RPT-DET-DOCUMENTS.
003860     MOVE WS-JUR-TAXABLE        TO RPT-DET-TAXABLE.
003870     MOVE WS-JUR-EXEMPT         TO RPT-DET-EXEMPT.
003880     MOVE WS-JUR-CREDITS        TO RPT-DET-CREDITS.
003890     MOVE WS-JUR-NET-TAXABLE    TO RPT-DET-NET-TAXABLE.
003900     MOVE WS-JUR-TAX-BILLED     TO RPT-DET-TAX-BILLED.
003910     MOVE WS-JUR-TAX-CREDITED   TO RPT-DET-TAX-CREDITED.
003920     MOVE WS-JUR-TAX-DUE        TO RPT-DET-TAX-DUE.
003930     WRITE RPT-LINE FROM RPT-DETAIL-LINE
003940         AFTER ADVANCING 1 LINE.
003950     ADD 1 TO WS-LINE-NUMBER.
003960     ADD 1 TO WS-JURISDICTION-COUNT.
003970     ADD WS-JUR-DOCUMENTS       TO WS-GRAND-DOCUMENTS.
003980     ADD WS-JUR-TAXABLE         TO WS-GRAND-TAXABLE.
003990     ADD WS-JUR-EXEMPT          TO WS-GRAND-EXEMPT.
004000     ADD WS-JUR-CREDITS         TO WS-GRAND-CREDITS.
004010     ADD WS-JUR-NET-TAXABLE     TO WS-GRAND-NET-TAXABLE.
004020     ADD WS-JUR-TAX-BILLED      TO WS-GRAND-TAX-BILLED.
004030     ADD WS-JUR-TAX-CREDITED    TO WS-GRAND-TAX-CREDITED.
004040     ADD WS-JUR-TAX-DUE         TO WS-GRAND-TAX-DUE.
004050 3300-EXIT.
004060     EXIT.
004070*****************************************************************
004080*    3500-PRINT-GRAND-TOTALS
004090*****************************************************************
004100 3500-PRINT-GRAND-TOTALS.
004110     MOVE 'TOTAL'               TO RPT-DET-JURISDICTION.
004120     MOVE WS-GRAND-DOCUMENTS    TO RPT-DET-DOCUMENTS.
004130     MOVE WS-GRAND-TAXABLE      TO RPT-DET-TAXABLE.
004140     MOVE WS-GRAND-EXEMPT       TO RPT-DET-EXEMPT.
004150     MOVE WS-GRAND-CREDITS      TO RPT-DET-CREDITS.
004160     MOVE WS-GRAND-NET-TAXABLE  TO RPT-DET-NET-TAXABLE.
004170     MOVE WS-GRAND-TAX-BILLED   TO RPT-DET-TAX-BILLED.
004180     MOVE WS-GRAND-TAX-CREDITED TO RPT-DET-TAX-CREDITED.
004190     MOVE WS-GRAND-TAX-DUE      TO RPT-DET-TAX-DUE.
004200     WRITE RPT-LINE FROM RPT-DETAIL-LINE
004210         AFTER ADVANCING 2 LINES.
004220     MOVE SPACES TO RPT-LINE.
004230     MOVE 'END OF REPORT' TO RPT-LINE.
004240     WRITE RPT-LINE AFTER ADVANCING 2 LINES.
004250     DISPLAY 'TAX-LIABILITY: ' WS-RECORDS-SELECTED
004260         ' TAXDTL RECORDS FOR ' WS-REPORT-MONTH ' IN '
004270         WS-JURISDICTION-COUNT ' JURISDICTIONS'.
004280 3500-EXIT.
004290     EXIT.
004300*****************************************************************
004310*    3900-RETURN-SORTED
004320*****************************************************************
004330 3900-RETURN-SORTED.
004340     RETURN SORT-WORK
004350         AT END
004360             MOVE 'Y' TO WS-SORT-EOF-SW
004370     END-RETURN.
004380 3900-EXIT.
004390     EXIT.
004400*****************************************************************
004410*    9000-TERMINATE
004420*****************************************************************
004430 9000-TERMINATE.
004440     IF WS-TAXDTL-OPENED
004450         CLOSE TAXDTL-IN
004460     END-IF.
004470     IF WS-REPORT-OPENED
004480         CLOSE REPORT-OUT
004490     END-IF.
004500 9000-EXIT.
004510     EXIT.
