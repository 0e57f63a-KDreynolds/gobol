000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SALES-ANALYSIS.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   SALES-ANALYSIS                                              *
000100*                                                               *
000110*   MONTHLY SALES ANALYSIS FOR PRODUCT MANAGEMENT FROM THE      *
000120*   SALESHST FILE SALES-HIST-POST BUILDS EACH NIGHT.  PRINTS    *
000130*   TWO VIEWS OF THE SAME FIGURES, EACH BROKEN BY THE ITEM'S    *
000140*   ITEMMAST PRICING CLASS:                                     *
000150*                                                               *
000160*     SALES BY ITEM AND CUSTOMER -- PRICING CLASS, THEN ITEM,   *
000170*     ONE LINE PER CUSTOMER WHO BOUGHT THE ITEM.                *
000180*     SALES BY CUSTOMER AND ITEM -- CUSTOMER, THEN PRICING      *
000190*     CLASS, ONE LINE PER ITEM THE CUSTOMER BOUGHT.             *
000200*                                                               *
000210*   EVERY LINE SHOWS THE MONTH'S UNITS, GROSS SALES, DISCOUNT,  *
000220*   AND NET SALES, YEAR-TO-DATE UNITS AND NET SALES, AND NET    *
000230*   SALES FOR THE SAME MONTH AND THE SAME YEAR-TO-DATE LAST     *
000240*   YEAR.  RETURNS ARE ALREADY NETTED ON SALESHST.  A LINE      *
000250*   PRINTS FOR ANY CUSTOMER AND ITEM WITH HISTORY IN EITHER     *
000260*   YEAR, SO A CUSTOMER WHO HAS STOPPED BUYING STILL SHOWS.     *
000270*                                                               *
000280*   THE RPTPARM CARD NAMES THE MONTH TO REPORT AS YYYYMM.  WITH *
000290*   NO CARD, OR A MONTH THAT IS NOT NUMERIC, THE CURRENT MONTH  *
000300*   IS REPORTED.                                                *
000310*                                                               *
000320*****************************************************************
000330* MAINTENANCE HISTORY
000340* ---------------------------------------------------------------
000350* DATE       BY    DESCRIPTION
000360* ---------- ----- -------------------------------------------
000370* 2026-10-15 RJH   NEW PROGRAM.  MONTHLY SALES ANALYSIS FROM
000380*                  SALESHST BY ITEM AND BY CUSTOMER, WITH
000390*                  YEAR-TO-DATE AND LAST YEAR COMPARISONS.
000400* ---------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RPTPARM-IN ASSIGN TO "RPTPARM"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RPTPARM-STATUS.
000470     SELECT SALES-HISTORY ASSIGN TO "SALESHST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS SLH-KEY
000510         FILE STATUS IS WS-SALESHST-STATUS.
000520     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS CUST-ID
000560         FILE STATUS IS WS-CUSTMAST-STATUS.
000570     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS ITEM-NUMBER
000610         FILE STATUS IS WS-ITEMMAST-STATUS.
000620     SELECT REPORT-OUT ASSIGN TO "RPTOUT"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-OUT-STATUS.
000650     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RPTPARM-IN
000690     LABEL RECORDS ARE STANDARD.
000700 01  PRM-RECORD.
000710     05  PRM-REPORT-MONTH-X      PIC X(06).
000720     05  PRM-REPORT-MONTH REDEFINES
000730         PRM-REPORT-MONTH-X      PIC 9(06).
000740     05  FILLER                  PIC X(74).
000750 FD  SALES-HISTORY
000760     LABEL RECORDS ARE STANDARD.
000770 01  SLH-RECORD.
000780     05  SLH-KEY.
000790         10  SLH-CUSTOMER-ID     PIC X(05).
000800         10  SLH-ITEM-NUMBER     PIC X(06).
000810         10  SLH-MONTH           PIC 9(06).
000820         10  SLH-MONTH-PARTS REDEFINES SLH-MONTH.
000830             15  SLH-YEAR        PIC 9(04).
000840             15  SLH-MM          PIC 9(02).
000850     05  SLH-UNITS               PIC S9(07).
000860     05  SLH-GROSS               PIC S9(09)V99.
000870     05  SLH-DISCOUNT            PIC S9(09)V99.
000880     05  SLH-NET                 PIC S9(09)V99.
000890     05  SLH-LAST-CYCLE          PIC 9(08).
000900     05  FILLER                  PIC X(15).
000910 FD  CUSTMAST
000920     LABEL RECORDS ARE STANDARD.
000930 01  CUST-RECORD.
000940     05  CUST-ID                 PIC X(05).
000950     05  CUST-NAME               PIC X(20).
000960     05  FILLER                  PIC X(55).
000970 FD  ITEMMAST
000980     LABEL RECORDS ARE STANDARD.
000990 01  ITEM-RECORD.
001000     05  ITEM-NUMBER             PIC X(06).
001010     05  ITEM-DESCRIPTION        PIC X(20).
001020     05  ITEM-LIST-PRICE         PIC 9(05)V99.
001030     05  ITEM-PRICING-CLASS      PIC X(02).
001040     05  FILLER                  PIC X(45).
001050*----------------------------------------------------------------
001060*    ONE SORT RECORD PER SALESHST RECORD IN THE PERIOD, ITS
001070*    AMOUNTS ALREADY PLACED IN THE COLUMN THEIR MONTH BELONGS
001080*    TO.  THE THREE SORT KEYS ARE FILLED FOR THE VIEW BEING
001090*    PRINTED -- SEE 2200-SET-SORT-KEYS.
001100*----------------------------------------------------------------
001110 SD  SORT-WORK.
001120 01  SRT-RECORD.
001130     05  SRT-OUTER-KEY           PIC X(06).
001140     05  SRT-MIDDLE-KEY          PIC X(06).
001150     05  SRT-INNER-KEY           PIC X(06).
001160     05  SRT-PRICING-CLASS       PIC X(02).
001170     05  SRT-ITEM-NUMBER         PIC X(06).
001180     05  SRT-ITEM-DESCRIPTION    PIC X(20).
001190     05  SRT-CUSTOMER-ID         PIC X(05).
001200     05  SRT-MTH-UNITS           PIC S9(07).
001210     05  SRT-MTH-GROSS           PIC S9(09)V99.
001220     05  SRT-MTH-DISCOUNT        PIC S9(09)V99.
001230     05  SRT-MTH-NET             PIC S9(09)V99.
001240     05  SRT-YTD-UNITS           PIC S9(07).
001250     05  SRT-YTD-NET             PIC S9(09)V99.
001260     05  SRT-LY-MTH-NET          PIC S9(09)V99.
001270     05  SRT-LY-YTD-NET          PIC S9(09)V99.
001280 FD  REPORT-OUT
001290     LABEL RECORDS ARE STANDARD.
001300 01  RPT-LINE                    PIC X(132).
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------
001330*    REPORT SELECTION FIELDS
001340*
001350*    THE MONTH COLUMNS TAKE THE REPORT MONTH, THE YEAR-TO-DATE
001360*    COLUMNS JANUARY THROUGH THE REPORT MONTH, AND THE LAST
001370*    YEAR COLUMNS THE SAME MONTHS ONE YEAR EARLIER.
001380*----------------------------------------------------------------
001390 01  WS-CURRENT-DATE             PIC 9(08).
001400 01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
001410     05  WS-CURRENT-YYYYMM       PIC 9(06).
001420     05  FILLER                  PIC 9(02).
001430 01  WS-REPORT-MONTH             PIC 9(06)  VALUE ZERO.
001440 01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
001450     05  WS-REPORT-YEAR          PIC 9(04).
001460     05  WS-REPORT-MM            PIC 9(02).
001470 77  WS-LAST-YEAR                PIC 9(04)  VALUE ZERO.
001480 77  WS-PAGE-NUMBER              PIC 9(05)  VALUE ZERO COMP.
001490 77  WS-LINE-NUMBER              PIC 9(03)  VALUE 99 COMP.
001500 77  WS-LINES-PER-PAGE           PIC 9(03)  VALUE 56 COMP.
001510*----------------------------------------------------------------
001520*    VIEW AND CONTROL-BREAK FIELDS
001530*
001540*    VIEW 1 IS SALES BY ITEM AND CUSTOMER: OUTER KEY PRICING
001550*    CLASS, MIDDLE KEY ITEM, INNER KEY CUSTOMER.  VIEW 2 IS
001560*    SALES BY CUSTOMER AND ITEM: OUTER KEY CUSTOMER, MIDDLE KEY
001570*    PRICING CLASS, INNER KEY ITEM.
001580*----------------------------------------------------------------
001590 77  WS-VIEW                     PIC 9(01)  VALUE 1.
001600     88  WS-VIEW-BY-ITEM                    VALUE 1.
001610     88  WS-VIEW-BY-CUSTOMER                VALUE 2.
001620 77  WS-PREV-OUTER-KEY           PIC X(06)  VALUE LOW-VALUES.
001630 77  WS-PREV-MIDDLE-KEY          PIC X(06)  VALUE LOW-VALUES.
001640 77  WS-PREV-INNER-KEY           PIC X(06)  VALUE LOW-VALUES.
001650 01  WS-PREV-DETAIL.
001660     05  WS-PREV-PRICING-CLASS   PIC X(02).
001670     05  WS-PREV-ITEM-NUMBER     PIC X(06).
001680     05  WS-PREV-ITEM-DESC       PIC X(20).
001690     05  WS-PREV-CUSTOMER-ID     PIC X(05).
001700 01  WS-PRINT-LABEL              PIC X(30).
001710*----------------------------------------------------------------
001720*    ACCUMULATORS BY LEVEL
001730*
001740*    LEVEL 1 IS THE DETAIL LINE, 2 THE MIDDLE BREAK, 3 THE
001750*    OUTER BREAK, AND 4 THE REPORT TOTAL.  PRINTING A LEVEL
001760*    ADDS IT INTO THE NEXT ONE UP AND CLEARS IT.
001770*----------------------------------------------------------------
001780 77  WS-LEVEL                    PIC 9(01)  VALUE ZERO COMP.
001790 77  WS-NEXT-LEVEL               PIC 9(01)  VALUE ZERO COMP.
001800 01  WS-ACCUMULATORS.
001810     05  WS-ACC OCCURS 4 TIMES.
001820         10  WS-ACC-MTH-UNITS    PIC S9(09).
001830         10  WS-ACC-MTH-GROSS    PIC S9(11)V99.
001840         10  WS-ACC-MTH-DISCOUNT PIC S9(11)V99.
001850         10  WS-ACC-MTH-NET      PIC S9(11)V99.
001860         10  WS-ACC-YTD-UNITS    PIC S9(09).
001870         10  WS-ACC-YTD-NET      PIC S9(11)V99.
001880         10  WS-ACC-LY-MTH-NET   PIC S9(11)V99.
001890         10  WS-ACC-LY-YTD-NET   PIC S9(11)V99.
001900*----------------------------------------------------------------
001910*    REPORT COUNTS
001920*----------------------------------------------------------------
001930 77  WS-HISTORY-READ             PIC 9(7)   VALUE ZERO COMP.
001940 77  WS-HISTORY-SELECTED         PIC 9(7)   VALUE ZERO COMP.
001950 77  WS-DETAIL-LINES             PIC 9(7)   VALUE ZERO COMP.
001960*----------------------------------------------------------------
001970*    FILE STATUS AND CONTROL SWITCHES
001980*----------------------------------------------------------------
001990 77  WS-RPTPARM-STATUS           PIC X(02) VALUE '00'.
002000 77  WS-SALESHST-STATUS          PIC X(02) VALUE '00'.
002010 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
002020 77  WS-ITEMMAST-STATUS          PIC X(02) VALUE '00'.
002030 77  WS-REPORT-OUT-STATUS        PIC X(02) VALUE '00'.
002040 77  WS-SALESHST-EOF-SW          PIC X(01) VALUE 'N'.
002050     88  WS-SALESHST-EOF                     VALUE 'Y'.
002060 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
002070     88  WS-SORT-EOF                         VALUE 'Y'.
002080 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
002090     88  WS-ABORT-RUN                        VALUE 'Y'.
002100 77  WS-MASTERS-OPENED-SW        PIC X(01) VALUE 'N'.
002110     88  WS-MASTERS-OPENED                   VALUE 'Y'.
002120 77  WS-REPORT-OPENED-SW         PIC X(01) VALUE 'N'.
002130     88  WS-REPORT-OPENED                    VALUE 'Y'.
002140*----------------------------------------------------------------
002150*    PRINT LINE LAYOUTS
002160*----------------------------------------------------------------
002170 01  RPT-HEADING-1.
002180     05  FILLER                  PIC X(20)
002190         VALUE 'SALES-ANALYSIS'.
002200     05  RPT-H1-TITLE            PIC X(30).
002210     05  FILLER                  PIC X(12) VALUE SPACES.
002220     05  FILLER                  PIC X(06)
002230         VALUE 'MONTH '.
002240     05  RPT-H1-MONTH            PIC 9(06).
002250     05  FILLER                  PIC X(45) VALUE SPACES.
002260     05  FILLER                  PIC X(05) VALUE 'PAGE '.
002270     05  RPT-H1-PAGE             PIC ZZZZ9.
002280     05  FILLER                  PIC X(03) VALUE SPACES.
002290 01  RPT-HEADING-2.
002300     05  RPT-H2-LABEL            PIC X(30).
002310     05  FILLER                  PIC X(08) VALUE ' MTH QTY'.
002320     05  FILLER                  PIC X(14)
002330         VALUE '     MTH GROSS'.
002340     05  FILLER                  PIC X(14)
002350         VALUE '  MTH DISCOUNT'.
002360     05  FILLER                  PIC X(14)
002370         VALUE '       MTH NET'.
002380     05  FILLER                  PIC X(08) VALUE ' YTD QTY'.
002390     05  FILLER                  PIC X(14)
002400         VALUE '       YTD NET'.
002410     05  FILLER                  PIC X(14)
002420         VALUE '  LY MONTH NET'.
002430     05  FILLER                  PIC X(14)
002440         VALUE '    LY YTD NET'.
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460 01  RPT-DETAIL-LINE.
002470     05  RPT-DET-LABEL           PIC X(30).
002480     05  RPT-DET-MTH-UNITS       PIC ZZZZZZ9-.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  RPT-DET-MTH-GROSS       PIC Z,ZZZ,ZZ9.99-.
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  RPT-DET-MTH-DISCOUNT    PIC Z,ZZZ,ZZ9.99-.
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  RPT-DET-MTH-NET         PIC Z,ZZZ,ZZ9.99-.
002550     05  RPT-DET-YTD-UNITS       PIC ZZZZZZ9-.
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  RPT-DET-YTD-NET         PIC Z,ZZZ,ZZ9.99-.
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  RPT-DET-LY-MTH-NET      PIC Z,ZZZ,ZZ9.99-.
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  RPT-DET-LY-YTD-NET      PIC Z,ZZZ,ZZ9.99-.
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630 PROCEDURE DIVISION.
002640*****************************************************************
002650*    0000-MAINLINE
002660*
002670*    SALESHST IS SORTED ONCE FOR EACH VIEW.
002680*****************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     IF NOT WS-ABORT-RUN
002720         MOVE 1 TO WS-VIEW
002730         SORT SORT-WORK
002740             ON ASCENDING KEY SRT-OUTER-KEY
002750                              SRT-MIDDLE-KEY
002760                              SRT-INNER-KEY
002770             INPUT PROCEDURE IS 2000-SELECT-HISTORY
002780                 THRU 2000-EXIT
002790             OUTPUT PROCEDURE IS 3000-PRINT-VIEW
002800                 THRU 3000-EXIT
002810     END-IF.
002820     IF NOT WS-ABORT-RUN
002830         MOVE 2 TO WS-VIEW
002840         SORT SORT-WORK
002850             ON ASCENDING KEY SRT-OUTER-KEY
002860                              SRT-MIDDLE-KEY
002870                              SRT-INNER-KEY
002880             INPUT PROCEDURE IS 2000-SELECT-HISTORY
002890                 THRU 2000-EXIT
002900             OUTPUT PROCEDURE IS 3000-PRINT-VIEW
002910                 THRU 3000-EXIT
002920     END-IF.
002930     IF NOT WS-ABORT-RUN
002940         MOVE SPACES TO RPT-LINE
002950         MOVE 'END OF REPORT' TO RPT-LINE
002960         WRITE RPT-LINE AFTER ADVANCING 2 LINES
002970         DISPLAY 'SALES-ANALYSIS: ' WS-HISTORY-SELECTED
002980             ' OF ' WS-HISTORY-READ ' SALESHST RECORDS IN THE '
002990             'PERIOD FOR ' WS-REPORT-MONTH
003000     END-IF.
003010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020     STOP RUN.
003030*****************************************************************
003040*    1000-INITIALIZE
003050*****************************************************************
003060 1000-INITIALIZE.
003070     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003080     MOVE WS-CURRENT-YYYYMM TO WS-REPORT-MONTH.
003090     OPEN INPUT RPTPARM-IN.
003100     IF WS-RPTPARM-STATUS = '35'
003110         DISPLAY 'SALES-ANALYSIS: NO RPTPARM CARD, REPORTING '
003120             'CURRENT MONTH'
003130     ELSE
003140         IF WS-RPTPARM-STATUS NOT = '00'
003150             DISPLAY 'SALES-ANALYSIS: UNABLE TO OPEN RPTPARM, '
003160                 'STATUS = ' WS-RPTPARM-STATUS
003170             MOVE 'Y' TO WS-ABORT-SW
003180             GO TO 1000-EXIT
003190         END-IF
003200         READ RPTPARM-IN
003210             AT END
003220                 DISPLAY 'SALES-ANALYSIS: RPTPARM IS EMPTY, '
003230                     'REPORTING CURRENT MONTH'
003240             NOT AT END
003250                 IF PRM-REPORT-MONTH-X IS NUMERIC
003260                     MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
003270                 ELSE
003280                     DISPLAY 'SALES-ANALYSIS: RPTPARM MONTH '
003290                         'NOT NUMERIC, REPORTING CURRENT MONTH'
003300                 END-IF
003310         END-READ
003320         CLOSE RPTPARM-IN
003330     END-IF.
003340     COMPUTE WS-LAST-YEAR = WS-REPORT-YEAR - 1.
003350     OPEN INPUT CUSTMAST.
003360     IF WS-CUSTMAST-STATUS NOT = '00'
003370         DISPLAY 'SALES-ANALYSIS: UNABLE TO OPEN CUSTMAST, '
003380             'STATUS = ' WS-CUSTMAST-STATUS
003390         MOVE 'Y' TO WS-ABORT-SW
003400         GO TO 1000-EXIT
003410     END-IF.
003420     OPEN INPUT ITEMMAST.
003430     IF WS-ITEMMAST-STATUS NOT = '00'
003440         CLOSE CUSTMAST
003450         DISPLAY 'SALES-ANALYSIS: UNABLE TO OPEN ITEMMAST, '
003460             'STATUS = ' WS-ITEMMAST-STATUS
003470         MOVE 'Y' TO WS-ABORT-SW
003480         GO TO 1000-EXIT
003490     END-IF.
003500     MOVE 'Y' TO WS-MASTERS-OPENED-SW.
003510     OPEN OUTPUT REPORT-OUT.
003520     IF WS-REPORT-OUT-STATUS NOT = '00'
003530         DISPLAY 'SALES-ANALYSIS: UNABLE TO OPEN RPTOUT, '
003540             'STATUS = ' WS-REPORT-OUT-STATUS
003550         MOVE 'Y' TO WS-ABORT-SW
003560         GO TO 1000-EXIT
003570     END-IF.
003580     MOVE 'Y' TO WS-REPORT-OPENED-SW.
003590     MOVE WS-REPORT-MONTH TO RPT-H1-MONTH.
003600 1000-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    2000-SELECT-HISTORY
003640*
003650*    READS SALESHST FROM THE TOP FOR EACH VIEW AND RELEASES THE
003660*    RECORDS IN THE PERIOD -- THIS YEAR OR LAST, UP TO THE
003670*    REPORT MONTH -- TO THE SORT.
003680*****************************************************************
003690 2000-SELECT-HISTORY.
003700     OPEN INPUT SALES-HISTORY.
003710     IF WS-SALESHST-STATUS NOT = '00'
003720         DISPLAY 'SALES-ANALYSIS: UNABLE TO OPEN SALESHST, '
003730             'STATUS = ' WS-SALESHST-STATUS
003740         MOVE 'Y' TO WS-ABORT-SW
003750         GO TO 2000-EXIT
003760     END-IF.
003770     MOVE 'N' TO WS-SALESHST-EOF-SW.
003780     PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT
003790         UNTIL WS-SALESHST-EOF.
003800     CLOSE SALES-HISTORY.
003810 2000-EXIT.
003820     EXIT.
003830*****************************************************************
003840*    2100-RELEASE-HISTORY
003850*
003860*    THE ZERO-MONTH RECORD IS SALES-HIST-POST'S CONTROL RECORD,
003870*    NOT HISTORY.  THE COUNTS ARE TAKEN ON THE FIRST PASS ONLY.
003880*****************************************************************
003890 2100-RELEASE-HISTORY.
003900     READ SALES-HISTORY
003910         AT END
003920             MOVE 'Y' TO WS-SALESHST-EOF-SW
003930             GO TO 2100-EXIT
003940     END-READ.
003950     IF SLH-MONTH = ZERO
003960         GO TO 2100-EXIT
003970     END-IF.
003980     IF WS-VIEW-BY-ITEM
003990         ADD 1 TO WS-HISTORY-READ
004000     END-IF.
004010     IF SLH-YEAR NOT = WS-REPORT-YEAR
004020             AND SLH-YEAR NOT = WS-LAST-YEAR
004030         GO TO 2100-EXIT
004040     END-IF.
004050     IF SLH-MM > WS-REPORT-MM
004060         GO TO 2100-EXIT
004070     END-IF.
004080     IF WS-VIEW-BY-ITEM
004090         ADD 1 TO WS-HISTORY-SELECTED
004100     END-IF.
004110     MOVE ZERO TO SRT-MTH-UNITS.
004120     MOVE ZERO TO SRT-MTH-GROSS.
004130     MOVE ZERO TO SRT-MTH-DISCOUNT.
004140     MOVE ZERO TO SRT-MTH-NET.
004150     MOVE ZERO TO SRT-YTD-UNITS.
004160     MOVE ZERO TO SRT-YTD-NET.
004170     MOVE ZERO TO SRT-LY-MTH-NET.
004180     MOVE ZERO TO SRT-LY-YTD-NET.
004190     IF SLH-YEAR = WS-REPORT-YEAR
004200         MOVE SLH-UNITS TO SRT-YTD-UNITS
004210         MOVE SLH-NET   TO SRT-YTD-NET
004220         IF SLH-MM = WS-REPORT-MM
004230             MOVE SLH-UNITS    TO SRT-MTH-UNITS
004240             MOVE SLH-GROSS    TO SRT-MTH-GROSS
004250             MOVE SLH-DISCOUNT TO SRT-MTH-DISCOUNT
004260             MOVE SLH-NET      TO SRT-MTH-NET
004270         END-IF
004280     ELSE
004290         MOVE SLH-NET TO SRT-LY-YTD-NET
004300         IF SLH-MM = WS-REPORT-MM
004310             MOVE SLH-NET TO SRT-LY-MTH-NET
004320         END-IF
004330     END-IF.
004340     MOVE SLH-CUSTOMER-ID TO SRT-CUSTOMER-ID.
004350     MOVE SLH-ITEM-NUMBER TO SRT-ITEM-NUMBER.
004360     MOVE SLH-ITEM-NUMBER TO ITEM-NUMBER.
004370     READ ITEMMAST
004380         INVALID KEY
004390             MOVE '*NOT ON ITEMMAST*' TO ITEM-DESCRIPTION
004400             MOVE '**' TO ITEM-PRICING-CLASS
004410     END-READ.
004420     MOVE ITEM-DESCRIPTION   TO SRT-ITEM-DESCRIPTION.
004430     MOVE ITEM-PRICING-CLASS TO SRT-PRICING-CLASS.
004440     PERFORM 2200-SET-SORT-KEYS THRU 2200-EXIT.
004450     RELEASE SRT-RECORD.
004460 2100-EXIT.
004470     EXIT.
004480*****************************************************************
004490*    2200-SET-SORT-KEYS
004500*****************************************************************
004510 2200-SET-SORT-KEYS.
004520     MOVE SPACES TO SRT-OUTER-KEY.
004530     MOVE SPACES TO SRT-MIDDLE-KEY.
004540     MOVE SPACES TO SRT-INNER-KEY.
004550     IF WS-VIEW-BY-ITEM
004560         MOVE SRT-PRICING-CLASS TO SRT-OUTER-KEY
004570         MOVE SRT-ITEM-NUMBER   TO SRT-MIDDLE-KEY
004580         MOVE SRT-CUSTOMER-ID   TO SRT-INNER-KEY
004590     ELSE
004600         MOVE SRT-CUSTOMER-ID   TO SRT-OUTER-KEY
004610         MOVE SRT-PRICING-CLASS TO SRT-MIDDLE-KEY
004620         MOVE SRT-ITEM-NUMBER   TO SRT-INNER-KEY
004630     END-IF.
004640 2200-EXIT.
004650     EXIT.
004660*****************************************************************
004670*    3000-PRINT-VIEW
004680*
004690*    THREE-LEVEL CONTROL BREAK ON THE SORT KEYS.  EACH VIEW
004700*    STARTS ON A NEW PAGE AND ENDS WITH ITS OWN REPORT TOTAL,
004710*    WHICH IS THE SAME FIGURE BOTH TIMES.
004720*****************************************************************
004730 3000-PRINT-VIEW.
004740     IF WS-ABORT-RUN
004750         GO TO 3000-EXIT
004760     END-IF.
004770     IF WS-VIEW-BY-ITEM
004780         MOVE 'SALES BY ITEM AND CUSTOMER' TO RPT-H1-TITLE
004790         MOVE 'CLASS / ITEM / CUSTOMER' TO RPT-H2-LABEL
004800     ELSE
004810         MOVE 'SALES BY CUSTOMER AND ITEM' TO RPT-H1-TITLE
004820         MOVE 'CUSTOMER / CLASS / ITEM' TO RPT-H2-LABEL
004830     END-IF.
004840     MOVE LOW-VALUES TO WS-PREV-OUTER-KEY.
004850     MOVE LOW-VALUES TO WS-PREV-MIDDLE-KEY.
004860     MOVE LOW-VALUES TO WS-PREV-INNER-KEY.
004870     MOVE 'N' TO WS-SORT-EOF-SW.
004880     PERFORM 3450-CLEAR-LEVEL THRU 3450-EXIT
004890         VARYING WS-LEVEL FROM 1 BY 1
004900         UNTIL WS-LEVEL > 4.
004910     PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT.
004920     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
004930     PERFORM 3100-PROCESS-HISTORY THRU 3100-EXIT
004940         UNTIL WS-SORT-EOF.
004950     PERFORM 3330-OUTER-BREAK THRU 3330-EXIT.
004960     PERFORM 3500-PRINT-VIEW-TOTAL THRU 3500-EXIT.
004970 3000-EXIT.
004980     EXIT.
004990*****************************************************************
005000*    3100-PROCESS-HISTORY
005010*****************************************************************
005020 3100-PROCESS-HISTORY.
005030     IF SRT-OUTER-KEY NOT = WS-PREV-OUTER-KEY
005040         PERFORM 3330-OUTER-BREAK THRU 3330-EXIT
005050         MOVE SRT-OUTER-KEY TO WS-PREV-OUTER-KEY
005060         PERFORM 3600-PRINT-OUTER-HEADING THRU 3600-EXIT
005070     END-IF.
005080     IF SRT-MIDDLE-KEY NOT = WS-PREV-MIDDLE-KEY
005090         PERFORM 3320-MIDDLE-BREAK THRU 3320-EXIT
005100         MOVE SRT-MIDDLE-KEY TO WS-PREV-MIDDLE-KEY
005110         PERFORM 3650-PRINT-MIDDLE-HEADING THRU 3650-EXIT
005120     END-IF.
005130     IF SRT-INNER-KEY NOT = WS-PREV-INNER-KEY
005140         PERFORM 3310-INNER-BREAK THRU 3310-EXIT
005150         MOVE SRT-INNER-KEY TO WS-PREV-INNER-KEY
005160     END-IF.
005170     MOVE SRT-PRICING-CLASS    TO WS-PREV-PRICING-CLASS.
005180     MOVE SRT-ITEM-NUMBER      TO WS-PREV-ITEM-NUMBER.
005190     MOVE SRT-ITEM-DESCRIPTION TO WS-PREV-ITEM-DESC.
005200     MOVE SRT-CUSTOMER-ID      TO WS-PREV-CUSTOMER-ID.
005210     ADD SRT-MTH-UNITS    TO WS-ACC-MTH-UNITS (1).
005220     ADD SRT-MTH-GROSS    TO WS-ACC-MTH-GROSS (1).
005230     ADD SRT-MTH-DISCOUNT TO WS-ACC-MTH-DISCOUNT (1).
005240     ADD SRT-MTH-NET      TO WS-ACC-MTH-NET (1).
005250     ADD SRT-YTD-UNITS    TO WS-ACC-YTD-UNITS (1).
005260     ADD SRT-YTD-NET      TO WS-ACC-YTD-NET (1).
005270     ADD SRT-LY-MTH-NET   TO WS-ACC-LY-MTH-NET (1).
005280     ADD SRT-LY-YTD-NET   TO WS-ACC-LY-YTD-NET (1).
005290     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
005300 3100-EXIT.
005310     EXIT.
005320*****************************************************************
005330*    3200-START-NEW-PAGE
005340*****************************************************************
005350 3200-START-NEW-PAGE.
005360     ADD 1 TO WS-PAGE-NUMBER.
005370     MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
005380     IF WS-PAGE-NUMBER = 1
005390         WRITE RPT-LINE FROM RPT-HEADING-1
005400             AFTER ADVANCING 1 LINE
005410     ELSE
005420         WRITE RPT-LINE FROM RPT-HEADING-1
005430             AFTER ADVANCING PAGE
005440     END-IF.
005450     WRITE RPT-LINE FROM RPT-HEADING-2
005460         AFTER ADVANCING 2 LINES.
005470     MOVE SPACES TO RPT-LINE.
005480     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
005490     MOVE 4 TO WS-LINE-NUMBER.
005500 3200-EXIT.
005510     EXIT.
005520*****************************************************************
005530*    3310-INNER-BREAK
005540*
005550*    THE DETAIL LINE: THE CUSTOMER UNDER AN ITEM, OR THE ITEM
005560*    UNDER A CUSTOMER.
005570*****************************************************************
005580 3310-INNER-BREAK.
005590     IF WS-PREV-INNER-KEY = LOW-VALUES
005600         GO TO 3310-EXIT
005610     END-IF.
005620     MOVE SPACES TO WS-PRINT-LABEL.
005630     IF WS-VIEW-BY-ITEM
005640         MOVE WS-PREV-CUSTOMER-ID TO CUST-ID
005650         READ CUSTMAST
005660             INVALID KEY
005670                 MOVE '*NOT ON CUSTMAST*' TO CUST-NAME
005680         END-READ
005690         STRING '    ' WS-PREV-CUSTOMER-ID ' ' CUST-NAME
005700             DELIMITED BY SIZE INTO WS-PRINT-LABEL
005710     ELSE
005720         STRING '    ' WS-PREV-ITEM-NUMBER ' '
005730             WS-PREV-ITEM-DESC
005740             DELIMITED BY SIZE INTO WS-PRINT-LABEL
005750     END-IF.
005760     MOVE 1 TO WS-LEVEL.
005770     PERFORM 3400-PRINT-LEVEL THRU 3400-EXIT.
005780     ADD 1 TO WS-DETAIL-LINES.
005790     MOVE LOW-VALUES TO WS-PREV-INNER-KEY.
005800 3310-EXIT.
005810     EXIT.
005820*****************************************************************
005830*    3320-MIDDLE-BREAK
005840*****************************************************************
005850 3320-MIDDLE-BREAK.
005860     PERFORM 3310-INNER-BREAK THRU 3310-EXIT.
005870     IF WS-PREV-MIDDLE-KEY = LOW-VALUES
005880         GO TO 3320-EXIT
005890     END-IF.
005900     MOVE SPACES TO WS-PRINT-LABEL.
005910     IF WS-VIEW-BY-ITEM
005920         STRING '  TOTAL ITEM ' WS-PREV-ITEM-NUMBER
005930             DELIMITED BY SIZE INTO WS-PRINT-LABEL
005940     ELSE
005950         STRING '  TOTAL CLASS ' WS-PREV-PRICING-CLASS
005960             DELIMITED BY SIZE INTO WS-PRINT-LABEL
005970     END-IF.
005980     MOVE 2 TO WS-LEVEL.
005990     PERFORM 3400-PRINT-LEVEL THRU 3400-EXIT.
006000     MOVE LOW-VALUES TO WS-PREV-MIDDLE-KEY.
006010 3320-EXIT.
006020     EXIT.
006030*****************************************************************
006040*    3330-OUTER-BREAK
006050*****************************************************************
006060 3330-OUTER-BREAK.
006070     PERFORM 3320-MIDDLE-BREAK THRU 3320-EXIT.
006080     IF WS-PREV-OUTER-KEY = LOW-VALUES
006090         GO TO 3330-EXIT
006100     END-IF.
006110     MOVE SPACES TO WS-PRINT-LABEL.
006120     IF WS-VIEW-BY-ITEM
006130         STRING 'TOTAL CLASS ' WS-PREV-PRICING-CLASS
006140             DELIMITED BY SIZE INTO WS-PRINT-LABEL
006150     ELSE
006160         STRING 'TOTAL CUSTOMER ' WS-PREV-CUSTOMER-ID
006170             DELIMITED BY SIZE INTO WS-PRINT-LABEL
006180     END-IF.
006190     MOVE 3 TO WS-LEVEL.
006200     PERFORM 3400-PRINT-LEVEL THRU 3400-EXIT.
006210     MOVE SPACES TO RPT-LINE.
006220     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
006230     ADD 1 TO WS-LINE-NUMBER.
006240     MOVE LOW-VALUES TO WS-PREV-OUTER-KEY.
006250 3330-EXIT.
006260     EXIT.
006270*****************************************************************
006280*    3400-PRINT-LEVEL
006290*
006300*    PRINTS LEVEL WS-LEVEL UNDER WS-PRINT-LABEL, ADDS IT INTO
006310*    THE LEVEL ABOVE, AND CLEARS IT.
006320*****************************************************************
006330 3400-PRINT-LEVEL.
006340     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
006350         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
006360     END-IF.
006370     MOVE WS-PRINT-LABEL TO RPT-DET-LABEL.
006380     MOVE WS-ACC-MTH-UNITS (WS-LEVEL)    TO RPT-DET-MTH-UNITS.
006390     MOVE WS-ACC-MTH-GROSS (WS-LEVEL)    TO RPT-DET-MTH-GROSS.
006400     MOVE WS-ACC-MTH-DISCOUNT (WS-LEVEL)
006410         TO RPT-DET-MTH-DISCOUNT.
006420     MOVE WS-ACC-MTH-NET (WS-LEVEL)      TO RPT-DET-MTH-NET.
006430     MOVE WS-ACC-YTD-UNITS (WS-LEVEL)    TO RPT-DET-YTD-UNITS.
006440     MOVE WS-ACC-YTD-NET (WS-LEVEL)      TO RPT-DET-YTD-NET.
006450     MOVE WS-ACC-LY-MTH-NET (WS-LEVEL)   TO RPT-DET-LY-MTH-NET.
006460     MOVE WS-ACC-LY-YTD-NET (WS-LEVEL)   TO RPT-DET-LY-YTD-NET.
006470     WRITE RPT-LINE FROM RPT-DETAIL-LINE
006480         AFTER ADVANCING 1 LINE.
006490     ADD 1 TO WS-LINE-NUMBER.
006500     IF WS-LEVEL < 4
006510         COMPUTE WS-NEXT-LEVEL = WS-LEVEL + 1
006520         ADD WS-ACC-MTH-UNITS (WS-LEVEL)
006530             TO WS-ACC-MTH-UNITS (WS-NEXT-LEVEL)
006540         ADD WS-ACC-MTH-GROSS (WS-LEVEL)
006550             TO WS-ACC-MTH-GROSS (WS-NEXT-LEVEL)
006560         ADD WS-ACC-MTH-DISCOUNT (WS-LEVEL)
006570             TO WS-ACC-MTH-DISCOUNT (WS-NEXT-LEVEL)
006580         ADD WS-ACC-MTH-NET (WS-LEVEL)
006590             TO WS-ACC-MTH-NET (WS-NEXT-LEVEL)
006600         ADD WS-ACC-YTD-UNITS (WS-LEVEL)
006610             TO WS-ACC-YTD-UNITS (WS-NEXT-LEVEL)
006620         ADD WS-ACC-YTD-NET (WS-LEVEL)
006630             TO WS-ACC-YTD-NET (WS-NEXT-LEVEL)
006640         ADD WS-ACC-LY-MTH-NET (WS-LEVEL)
006650             TO WS-ACC-LY-MTH-NET (WS-NEXT-LEVEL)
006660         ADD WS-ACC-LY-YTD-NET (WS-LEVEL)
006670             TO WS-ACC-LY-YTD-NET (WS-NEXT-LEVEL)
006680     END-IF.
006690     PERFORM 3450-CLEAR-LEVEL THRU 3450-EXIT.
006700 3400-EXIT.
006710     EXIT.
006720*****************************************************************
006730*    3450-CLEAR-LEVEL
006740*****************************************************************
006750 3450-CLEAR-LEVEL.
006760     MOVE ZERO TO WS-ACC-MTH-UNITS (WS-LEVEL).
006770     MOVE ZERO TO WS-ACC-MTH-GROSS (WS-LEVEL).
006780     MOVE ZERO TO WS-ACC-MTH-DISCOUNT (WS-LEVEL).
006790     MOVE ZERO TO WS-ACC-MTH-NET (WS-LEVEL).
006800     MOVE ZERO TO WS-ACC-YTD-UNITS (WS-LEVEL).
006810     MOVE ZERO TO WS-ACC-YTD-NET (WS-LEVEL).
006820     MOVE ZERO TO WS-ACC-LY-MTH-NET (WS-LEVEL).
006830     MOVE ZERO TO WS-ACC-LY-YTD-NET (WS-LEVEL).
006840 3450-EXIT.
006850     EXIT.
006860*****************************************************************
006870*    3500-PRINT-VIEW-TOTAL
006880*****************************************************************
006890 3500-PRINT-VIEW-TOTAL.
006900     IF WS-HISTORY-SELECTED = ZERO
006910         MOVE SPACES TO RPT-LINE
006920         MOVE 'NO SALES HISTORY FOR THE PERIOD' TO RPT-LINE
006930         WRITE RPT-LINE AFTER ADVANCING 2 LINES
006940         ADD 2 TO WS-LINE-NUMBER
006950     END-IF.
006960     MOVE 'REPORT TOTAL' TO WS-PRINT-LABEL.
006970     MOVE 4 TO WS-LEVEL.
006980     PERFORM 3400-PRINT-LEVEL THRU 3400-EXIT.
006990 3500-EXIT.
007000     EXIT.
007010*****************************************************************
007020*    3600-PRINT-OUTER-HEADING
007030*
007040*    NAMES THE PRICING CLASS, OR THE CUSTOMER, ABOUT TO PRINT.
007050*****************************************************************
007060 3600-PRINT-OUTER-HEADING.
007070     IF WS-LINE-NUMBER + 3 > WS-LINES-PER-PAGE
007080         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
007090     END-IF.
007100     MOVE SPACES TO RPT-LINE.
007110     IF WS-VIEW-BY-ITEM
007120         STRING 'PRICING CLASS ' SRT-PRICING-CLASS
007130             DELIMITED BY SIZE INTO RPT-LINE
007140     ELSE
007150         MOVE SRT-CUSTOMER-ID TO CUST-ID
007160         READ CUSTMAST
007170             INVALID KEY
007180                 MOVE '*NOT ON CUSTMAST*' TO CUST-NAME
007190         END-READ
007200         STRING 'CUSTOMER ' SRT-CUSTOMER-ID ' ' CUST-NAME
007210             DELIMITED BY SIZE INTO RPT-LINE
007220     END-IF.
007230     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
007240     ADD 1 TO WS-LINE-NUMBER.
007250 3600-EXIT.
007260     EXIT.
007270*****************************************************************
007280*    3650-PRINT-MIDDLE-HEADING
007290*
007300*    NAMES THE ITEM, OR THE PRICING CLASS, ABOUT TO PRINT.
007310*****************************************************************
007320 3650-PRINT-MIDDLE-HEADING.
007330     IF WS-LINE-NUMBER + 2 > WS-LINES-PER-PAGE
007340         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
007350     END-IF.
007360     MOVE SPACES TO RPT-LINE.
007370     IF WS-VIEW-BY-ITEM
007380         STRING '  ITEM ' SRT-ITEM-NUMBER ' '
007390             SRT-ITEM-DESCRIPTION
007400             DELIMITED BY SIZE INTO RPT-LINE
007410     ELSE
007420         STRING '  PRICING CLASS ' SRT-PRICING-CLASS
007430             DELIMITED BY SIZE INTO RPT-LINE
007440     END-IF.
007450     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
007460     ADD 1 TO WS-LINE-NUMBER.
007470 3650-EXIT.
007480     EXIT.
007490*****************************************************************
007500*    3900-RETURN-SORTED
007510*****************************************************************
007520 3900-RETURN-SORTED.
007530     RETURN SORT-WORK
007540         AT END
007550             MOVE 'Y' TO WS-SORT-EOF-SW
007560     END-RETURN.
007570 3900-EXIT.
007580     EXIT.
007590*****************************************************************
007600*    9000-TERMINATE
007610*****************************************************************
007620 9000-TERMINATE.
007630     IF WS-MASTERS-OPENED
007640         CLOSE CUSTMAST
007650         CLOSE ITEMMAST
007660     END-IF.
007670     IF WS-REPORT-OPENED
007680         CLOSE REPORT-OUT
007690     END-IF.
007700 9000-EXIT.
007710     EXIT.
