000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STOCK-STATUS.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   STOCK-STATUS                                                *
000100*                                                               *
000110*   STOCK STATUS REPORT FOR THE BUYERS.  ONE LINE PER ITEM ON   *
000120*   ITEMMAST SHOWING UNITS ON HAND, ON ORDER, AND OWED TO       *
000130*   CUSTOMERS ON OPEN BACKORDERS, AND THE PROJECTED POSITION    *
000140*   (ON HAND + ON ORDER - BACKORDERED).  AN ITEM WHOSE          *
000150*   PROJECTED POSITION IS BELOW ITS REORDER POINT IS FLAGGED    *
000160*   'BELOW REORDER' SO A PURCHASE ORDER CAN BE RAISED; THE      *
000170*   COUNT OF FLAGGED ITEMS PRINTS WITH THE TOTALS.  AN ITEM     *
000180*   WITH NO REORDER POINT (ZERO) IS FLAGGED ONLY WHEN ITS       *
000190*   PROJECTED POSITION IS NEGATIVE.                             *
000200*                                                               *
000210*   THE OPEN BACKORDERS ARE SORTED BY ITEM AND MATCHED AGAINST  *
000220*   ITEMMAST READ IN KEY ORDER.  A BACKORDER FOR AN ITEM NO     *
000230*   LONGER ON ITEMMAST IS COUNTED AND LISTED AT THE END.        *
000240*                                                               *
000250*****************************************************************
000260* MAINTENANCE HISTORY
000270* ---------------------------------------------------------------
000280* DATE       BY    DESCRIPTION
000290* ---------- ----- -------------------------------------------
000300* 2026-10-15 RJH   NEW PROGRAM.  ON HAND, ON ORDER, BACKORDERED
000310*                  AND PROJECTED UNITS BY ITEM, FLAGGING ITEMS
000320*                  BELOW THEIR REORDER POINT.
000330* ---------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BACKORD ASSIGN TO "BACKORD"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS BKO-KEY
000410         FILE STATUS IS WS-BACKORD-STATUS.
000420     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS ITEM-NUMBER
000460         FILE STATUS IS WS-ITEMMAST-STATUS.
000470     SELECT REPORT-OUT ASSIGN TO "RPTOUT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-OUT-STATUS.
000500     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  BACKORD
000540     LABEL RECORDS ARE STANDARD.
000550 01  BKO-RECORD.
000560     05  BKO-KEY.
000570         10  BKO-ORDER-REF       PIC X(08).
000580         10  BKO-LINE-NUMBER     PIC 9(03).
000590     05  BKO-CUSTOMER-ID         PIC X(05).
000600     05  BKO-ITEM-NUMBER         PIC X(06).
000610     05  BKO-QUANTITY            PIC 9(05).
000620     05  BKO-PRICE-X             PIC X(07).
000630     05  BKO-PRICING-CODE        PIC X(01).
000640     05  BKO-DATE                PIC 9(08).
000650     05  BKO-STATUS              PIC X(01).
000660         88  BKO-OPEN                    VALUE 'O'.
000670         88  BKO-RELEASED                VALUE 'R'.
000680     05  BKO-RELEASE-DATE        PIC 9(08).
000690     05  BKO-RELEASE-REF         PIC X(08).
000700     05  FILLER                  PIC X(20).
000710 FD  ITEMMAST
000720     LABEL RECORDS ARE STANDARD.
000730 01  ITEM-RECORD.
000740     05  ITEM-NUMBER             PIC X(06).
000750     05  ITEM-DESCRIPTION        PIC X(20).
000760     05  ITEM-LIST-PRICE         PIC 9(05)V99.
000770     05  ITEM-PRICING-CLASS      PIC X(02).
000780     05  ITEM-ON-HAND            PIC 9(07).
000790     05  ITEM-ON-ORDER           PIC 9(07).
000800     05  ITEM-REORDER-POINT      PIC 9(07).
000810     05  FILLER                  PIC X(24).
000820 SD  SORT-WORK.
000830 01  SRT-RECORD.
000840     05  SRT-ITEM-NUMBER         PIC X(06).
000850     05  SRT-QUANTITY            PIC 9(05).
000860     05  SRT-ORDER-REF           PIC X(08).
000870 FD  REPORT-OUT
000880     LABEL RECORDS ARE STANDARD.
000890 01  RPT-LINE                    PIC X(132).
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920*    PAGE CONTROL
000930*----------------------------------------------------------------
000940 01  WS-CURRENT-DATE             PIC 9(08).
000950 77  WS-PAGE-NUMBER              PIC 9(05)  VALUE ZERO COMP.
000960 77  WS-LINE-NUMBER              PIC 9(03)  VALUE 99 COMP.
000970 77  WS-LINES-PER-PAGE           PIC 9(03)  VALUE 56 COMP.
000980*----------------------------------------------------------------
000990*    ITEM POSITION
001000*
001010*    A NON-NUMERIC QUANTITY ON AN UNCONVERTED ITEM RECORD IS
001020*    TAKEN AS ZERO.
001030*----------------------------------------------------------------
001040 77  WS-ITM-ON-HAND              PIC 9(07)  VALUE ZERO.
001050 77  WS-ITM-ON-ORDER             PIC 9(07)  VALUE ZERO.
001060 77  WS-ITM-REORDER-POINT        PIC 9(07)  VALUE ZERO.
001070 77  WS-ITM-BACKORDERED          PIC 9(07)  VALUE ZERO.
001080 77  WS-ITM-PROJECTED            PIC S9(08) VALUE ZERO.
001090*----------------------------------------------------------------
001100*    REPORT TOTALS
001110*----------------------------------------------------------------
001120 77  WS-TOT-ON-HAND              PIC 9(09)  VALUE ZERO.
001130 77  WS-TOT-ON-ORDER             PIC 9(09)  VALUE ZERO.
001140 77  WS-TOT-BACKORDERED          PIC 9(09)  VALUE ZERO.
001150 77  WS-TOT-PROJECTED            PIC S9(09) VALUE ZERO.
001160 77  WS-ITEM-COUNT               PIC 9(07)  VALUE ZERO COMP.
001170 77  WS-BELOW-REORDER-COUNT      PIC 9(07)  VALUE ZERO COMP.
001180 77  WS-BACKORDERS-SELECTED      PIC 9(07)  VALUE ZERO COMP.
001190 77  WS-ORPHAN-BACKORDERS        PIC 9(07)  VALUE ZERO COMP.
001200*----------------------------------------------------------------
001210*    FILE STATUS AND CONTROL SWITCHES
001220*----------------------------------------------------------------
001230 77  WS-BACKORD-STATUS           PIC X(02) VALUE '00'.
001240 77  WS-ITEMMAST-STATUS          PIC X(02) VALUE '00'.
001250 77  WS-REPORT-OUT-STATUS        PIC X(02) VALUE '00'.
001260 77  WS-BACKORD-EOF-SW           PIC X(01) VALUE 'N'.
001270     88  WS-BACKORD-EOF                      VALUE 'Y'.
001280 77  WS-ITEMMAST-EOF-SW          PIC X(01) VALUE 'N'.
001290     88  WS-ITEMMAST-EOF                     VALUE 'Y'.
001300 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001310     88  WS-SORT-EOF                         VALUE 'Y'.
001320 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001330     88  WS-ABORT-RUN                        VALUE 'Y'.
001340 77  WS-BACKORD-OPENED-SW        PIC X(01) VALUE 'N'.
001350     88  WS-BACKORD-OPENED                   VALUE 'Y'.
001360 77  WS-ITEMMAST-OPENED-SW       PIC X(01) VALUE 'N'.
001370     88  WS-ITEMMAST-OPENED                  VALUE 'Y'.
001380 77  WS-REPORT-OPENED-SW         PIC X(01) VALUE 'N'.
001390     88  WS-REPORT-OPENED                    VALUE 'Y'.
001400*----------------------------------------------------------------
001410*    PRINT LINE LAYOUTS
001420*----------------------------------------------------------------
001430 01  RPT-HEADING-1.
001440     05  FILLER                  PIC X(20)
001450         VALUE 'STOCK-STATUS'.
001460     05  FILLER                  PIC X(30)
001470         VALUE 'STOCK STATUS REPORT'.
001480     05  FILLER                  PIC X(12) VALUE SPACES.
001490     05  FILLER                  PIC X(06)
001500         VALUE 'AS OF '.
001510     05  RPT-H1-DATE             PIC 9(08).
001520     05  FILLER                  PIC X(43) VALUE SPACES.
001530     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001540     05  RPT-H1-PAGE             PIC ZZZZ9.
001550     05  FILLER                  PIC X(03) VALUE SPACES.
001560 01  RPT-HEADING-2.
001570     05  FILLER                  PIC X(08) VALUE 'ITEM'.
001580     05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
001590     05  FILLER                  PIC X(04) VALUE 'CL'.
001600     05  FILLER                  PIC X(12)
001610         VALUE '     ON HAND'.
001620     05  FILLER                  PIC X(12)
001630         VALUE '    ON ORDER'.
001640     05  FILLER                  PIC X(12)
001650         VALUE ' BACKORDERED'.
001660     05  FILLER                  PIC X(13)
001670         VALUE '    PROJECTED'.
001680     05  FILLER                  PIC X(12)
001690         VALUE ' REORDER PT'.
001700     05  FILLER                  PIC X(37) VALUE SPACES.
001710 01  RPT-DETAIL-LINE.
001720     05  RPT-DET-ITEM            PIC X(06).
001730     05  FILLER                  PIC X(02) VALUE SPACES.
001740     05  RPT-DET-DESCRIPTION     PIC X(20).
001750     05  FILLER                  PIC X(02) VALUE SPACES.
001760     05  RPT-DET-CLASS           PIC X(02).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  RPT-DET-ON-HAND         PIC ZZZ,ZZZ,ZZ9.
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  RPT-DET-ON-ORDER        PIC ZZZ,ZZZ,ZZ9.
001810     05  FILLER                  PIC X(01) VALUE SPACES.
001820     05  RPT-DET-BACKORDERED     PIC ZZZ,ZZZ,ZZ9.
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  RPT-DET-PROJECTED       PIC ZZZ,ZZZ,ZZ9-.
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  RPT-DET-REORDER-POINT   PIC ZZZ,ZZZ,ZZ9.
001870     05  FILLER                  PIC X(03) VALUE SPACES.
001880     05  RPT-DET-FLAG            PIC X(13).
001890     05  FILLER                  PIC X(22) VALUE SPACES.
001900 01  RPT-ORPHAN-LINE.
001910     05  FILLER                  PIC X(08) VALUE SPACES.
001920     05  FILLER                  PIC X(26)
001930         VALUE 'BACKORDER FOR UNKNOWN ITEM'.
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  RPT-ORP-ITEM            PIC X(06).
001960     05  FILLER                  PIC X(08) VALUE '  ORDER '.
001970     05  RPT-ORP-ORDER-REF       PIC X(08).
001980     05  FILLER                  PIC X(08) VALUE '  UNITS '.
001990     05  RPT-ORP-QUANTITY        PIC ZZ,ZZ9.
002000     05  FILLER                  PIC X(60) VALUE SPACES.
002010 01  RPT-COUNT-LINE.
002020     05  RPT-CNT-LABEL           PIC X(34).
002030     05  RPT-CNT-VALUE           PIC ZZZ,ZZ9.
002040     05  FILLER                  PIC X(91) VALUE SPACES.
002050 PROCEDURE DIVISION.
002060*****************************************************************
002070*    0000-MAINLINE
002080*****************************************************************
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     IF NOT WS-ABORT-RUN
002120         SORT SORT-WORK
002130             ON ASCENDING KEY SRT-ITEM-NUMBER
002140                              SRT-ORDER-REF
002150             INPUT PROCEDURE IS 2000-SELECT-BACKORDERS
002160                 THRU 2000-EXIT
002170             OUTPUT PROCEDURE IS 3000-PRINT-REPORT
002180                 THRU 3000-EXIT
002190     END-IF.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     STOP RUN.
002220*****************************************************************
002230*    1000-INITIALIZE
002240*
002250*    A MISSING BACKORD (STATUS 35) MEANS NOTHING HAS EVER GONE
002260*    ON BACKORDER; THE REPORT STILL PRINTS FROM ITEMMAST.
002270*****************************************************************
002280 1000-INITIALIZE.
002290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002300     MOVE WS-CURRENT-DATE TO RPT-H1-DATE.
002310     OPEN INPUT BACKORD.
002320     IF WS-BACKORD-STATUS = '35'
002330         MOVE 'Y' TO WS-BACKORD-EOF-SW
002340     ELSE
002350         IF WS-BACKORD-STATUS NOT = '00'
002360             DISPLAY 'STOCK-STATUS: UNABLE TO OPEN BACKORD, '
002370                 'STATUS = ' WS-BACKORD-STATUS
002380             MOVE 'Y' TO WS-ABORT-SW
002390             GO TO 1000-EXIT
002400         END-IF
002410         MOVE 'Y' TO WS-BACKORD-OPENED-SW
002420     END-IF.
002430     OPEN INPUT ITEMMAST.
002440     IF WS-ITEMMAST-STATUS NOT = '00'
002450         DISPLAY 'STOCK-STATUS: UNABLE TO OPEN ITEMMAST, '
002460             'STATUS = ' WS-ITEMMAST-STATUS
002470         MOVE 'Y' TO WS-ABORT-SW
002480         GO TO 1000-EXIT
002490     END-IF.
002500     MOVE 'Y' TO WS-ITEMMAST-OPENED-SW.
002510     OPEN OUTPUT REPORT-OUT.
002520     IF WS-REPORT-OUT-STATUS NOT = '00'
002530         DISPLAY 'STOCK-STATUS: UNABLE TO OPEN RPTOUT, '
002540             'STATUS = ' WS-REPORT-OUT-STATUS
002550         MOVE 'Y' TO WS-ABORT-SW
002560         GO TO 1000-EXIT
002570     END-IF.
002580     MOVE 'Y' TO WS-REPORT-OPENED-SW.
002590 1000-EXIT.
002600     EXIT.
002610*****************************************************************
002620*    2000-SELECT-BACKORDERS
002630*
002640*    RELEASES THE OPEN BACKORDER LINES TO THE SORT.
002650*****************************************************************
002660 2000-SELECT-BACKORDERS.
002670     PERFORM 2100-RELEASE-BACKORDER THRU 2100-EXIT
002680         UNTIL WS-BACKORD-EOF.
002690 2000-EXIT.
002700     EXIT.
002710*****************************************************************
002720*    2100-RELEASE-BACKORDER
002730*****************************************************************
002740 2100-RELEASE-BACKORDER.
002750     READ BACKORD
002760         AT END
002770             MOVE 'Y' TO WS-BACKORD-EOF-SW
002780             GO TO 2100-EXIT
002790     END-READ.
002800     IF BKO-OPEN
002810         MOVE BKO-ITEM-NUMBER TO SRT-ITEM-NUMBER
002820         MOVE BKO-QUANTITY    TO SRT-QUANTITY
002830         MOVE BKO-ORDER-REF   TO SRT-ORDER-REF
002840         RELEASE SRT-RECORD
002850         ADD 1 TO WS-BACKORDERS-SELECTED
002860     END-IF.
002870 2100-EXIT.
002880     EXIT.
002890*****************************************************************
002900*    3000-PRINT-REPORT
002910*
002920*    MATCH-MERGE OF ITEMMAST (IN KEY ORDER) AGAINST THE SORTED
002930*    BACKORDERS.  SORTED BACKORDERS FOR AN ITEM BELOW THE
002940*    CURRENT ITEMMAST KEY HAVE NO ITEM RECORD AND ARE SET ASIDE
002950*    AS ORPHANS; THOSE LEFT AFTER ITEMMAST ENDS LIKEWISE.
002960*****************************************************************
002970 3000-PRINT-REPORT.
002980     PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT.
002990     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
003000     PERFORM 3800-READ-ITEMMAST THRU 3800-EXIT.
003010     PERFORM 3100-PROCESS-ITEM THRU 3100-EXIT
003020         UNTIL WS-ITEMMAST-EOF.
003030     PERFORM 3400-PRINT-ORPHAN THRU 3400-EXIT
003040         UNTIL WS-SORT-EOF.
003050     PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
003060 3000-EXIT.
003070     EXIT.
003080*****************************************************************
003090*    3100-PROCESS-ITEM
003100*****************************************************************
003110 3100-PROCESS-ITEM.
003120     PERFORM 3400-PRINT-ORPHAN THRU 3400-EXIT
003130         UNTIL WS-SORT-EOF
003140             OR SRT-ITEM-NUMBER NOT < ITEM-NUMBER.
003150     MOVE ZERO TO WS-ITM-BACKORDERED.
003160     PERFORM 3150-ADD-BACKORDER THRU 3150-EXIT
003170         UNTIL WS-SORT-EOF
003180             OR SRT-ITEM-NUMBER NOT = ITEM-NUMBER.
003190     MOVE ZERO TO WS-ITM-ON-HAND.
003200     MOVE ZERO TO WS-ITM-ON-ORDER.
003210     MOVE ZERO TO WS-ITM-REORDER-POINT.
003220     IF ITEM-ON-HAND IS NUMERIC
003230         MOVE ITEM-ON-HAND TO WS-ITM-ON-HAND
003240     END-IF.
003250     IF ITEM-ON-ORDER IS NUMERIC
003260         MOVE ITEM-ON-ORDER TO WS-ITM-ON-ORDER
003270     END-IF.
003280     IF ITEM-REORDER-POINT IS NUMERIC
003290         MOVE ITEM-REORDER-POINT TO WS-ITM-REORDER-POINT
003300     END-IF.
003310     COMPUTE WS-ITM-PROJECTED = WS-ITM-ON-HAND
003320         + WS-ITM-ON-ORDER - WS-ITM-BACKORDERED.
003330     PERFORM 3300-PRINT-ITEM THRU 3300-EXIT.
003340     PERFORM 3800-READ-ITEMMAST THRU 3800-EXIT.
003350 3100-EXIT.
003360     EXIT.
003370*****************************************************************
003380*    3150-ADD-BACKORDER
003390*****************************************************************
003400 3150-ADD-BACKORDER.
003410     ADD SRT-QUANTITY TO WS-ITM-BACKORDERED.
003420     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
003430 3150-EXIT.
003440     EXIT.
003450*****************************************************************
003460*    3200-START-NEW-PAGE
003470*****************************************************************
003480 3200-START-NEW-PAGE.
003490     ADD 1 TO WS-PAGE-NUMBER.
003500     MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
003510     IF WS-PAGE-NUMBER = 1
003520         WRITE RPT-LINE FROM RPT-HEADING-1
003530             AFTER ADVANCING 1 LINE
003540     ELSE
003550         WRITE RPT-LINE FROM RPT-HEADING-1
003560             AFTER ADVANCING PAGE
003570     END-IF.
003580     WRITE RPT-LINE FROM RPT-HEADING-2
003590         AFTER ADVANCING 2 LINES.
003600     MOVE SPACES TO RPT-LINE.
003610     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
003620     MOVE 4 TO WS-LINE-NUMBER.
003630 3200-EXIT.
003640     EXIT.
003650*****************************************************************
003660*    3300-PRINT-ITEM
003670*
003680*    THE REORDER TEST USES THE PROJECTED POSITION, SO UNITS
003690*    ALREADY ON A PURCHASE ORDER DO NOT TRIGGER A SECOND ONE
003700*    AND UNITS OWED TO CUSTOMERS ARE NOT COUNTED AS STOCK.
003710*****************************************************************
003720 3300-PRINT-ITEM.
003730     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
003740         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
003750     END-IF.
003760     MOVE ITEM-NUMBER           TO RPT-DET-ITEM.
003770     MOVE ITEM-DESCRIPTION      TO RPT-DET-DESCRIPTION.
003780     MOVE ITEM-PRICING-CLASS    TO RPT-DET-CLASS.
003790     MOVE WS-ITM-ON-HAND        TO RPT-DET-ON-HAND.
003800     MOVE WS-ITM-ON-ORDER       TO RPT-DET-ON-ORDER.
003810     MOVE WS-ITM-BACKORDERED    TO RPT-DET-BACKORDERED.
003820     MOVE WS-ITM-PROJECTED      TO RPT-DET-PROJECTED.
003830     MOVE WS-ITM-REORDER-POINT  TO RPT-DET-REORDER-POINT.
003840     MOVE SPACES                TO RPT-DET-FLAG.
003850     IF WS-ITM-PROJECTED < WS-ITM-REORDER-POINT
003860         MOVE 'BELOW REORDER' TO RPT-DET-FLAG
003870         ADD 1 TO WS-BELOW-REORDER-COUNT
003880     END-IF.
003890     WRITE RPT-LINE FROM RPT-DETAIL-LINE
003900         AFTER ADVANCING 1 LINE.
003910     ADD 1 TO WS-LINE-NUMBER.
003920     ADD 1 TO WS-ITEM-COUNT.
003930     ADD WS-ITM-ON-HAND         TO WS-TOT-ON-HAND.
003940     ADD WS-ITM-ON-ORDER        TO WS-TOT-ON-ORDER.
003950     ADD WS-ITM-BACKORDERED     TO WS-TOT-BACKORDERED.
003960     ADD WS-ITM-PROJECTED       TO WS-TOT-PROJECTED.
003970 3300-EXIT.
003980     EXIT.
003990*****************************************************************
004000*    3400-PRINT-ORPHAN
004010*****************************************************************
004020 3400-PRINT-ORPHAN.
004030     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
004040         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
004050     END-IF.
004060     MOVE SRT-ITEM-NUMBER       TO RPT-ORP-ITEM.
004070     MOVE SRT-ORDER-REF         TO RPT-ORP-ORDER-REF.
004080     MOVE SRT-QUANTITY          TO RPT-ORP-QUANTITY.
004090     WRITE RPT-LINE FROM RPT-ORPHAN-LINE
004100         AFTER ADVANCING 1 LINE.
004110     ADD 1 TO WS-LINE-NUMBER.
004120     ADD 1 TO WS-ORPHAN-BACKORDERS.
004130     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
004140 3400-EXIT.
004150     EXIT.
004160*****************************************************************
004170*    3500-PRINT-TOTALS
004180*****************************************************************
004190 3500-PRINT-TOTALS.
004200     MOVE SPACES                TO RPT-DETAIL-LINE.
004210     MOVE 'TOTAL'               TO RPT-DET-ITEM.
004220     MOVE WS-TOT-ON-HAND        TO RPT-DET-ON-HAND.
004230     MOVE WS-TOT-ON-ORDER       TO RPT-DET-ON-ORDER.
004240     MOVE WS-TOT-BACKORDERED    TO RPT-DET-BACKORDERED.
004250     MOVE WS-TOT-PROJECTED      TO RPT-DET-PROJECTED.
004260     WRITE RPT-LINE FROM RPT-DETAIL-LINE
004270         AFTER ADVANCING 2 LINES.
004280     MOVE 'ITEMS REPORTED ..................' TO RPT-CNT-LABEL.
004290     MOVE WS-ITEM-COUNT         TO RPT-CNT-VALUE.
004300     WRITE RPT-LINE FROM RPT-COUNT-LINE
004310         AFTER ADVANCING 2 LINES.
004320     MOVE 'ITEMS BELOW REORDER POINT .......' TO RPT-CNT-LABEL.
004330     MOVE WS-BELOW-REORDER-COUNT TO RPT-CNT-VALUE.
004340     WRITE RPT-LINE FROM RPT-COUNT-LINE
004350         AFTER ADVANCING 1 LINE.
004360     MOVE 'OPEN BACKORDER LINES ............' TO RPT-CNT-LABEL.
004370     MOVE WS-BACKORDERS-SELECTED TO RPT-CNT-VALUE.
004380     WRITE RPT-LINE FROM RPT-COUNT-LINE
004390         AFTER ADVANCING 1 LINE.
004400     MOVE 'BACKORDERS FOR UNKNOWN ITEMS ....' TO RPT-CNT-LABEL.
004410     MOVE WS-ORPHAN-BACKORDERS  TO RPT-CNT-VALUE.
004420     WRITE RPT-LINE FROM RPT-COUNT-LINE
004430         AFTER ADVANCING 1 LINE.
004440     MOVE SPACES TO RPT-LINE.
004450     MOVE 'END OF REPORT' TO RPT-LINE.
004460     WRITE RPT-LINE AFTER ADVANCING 2 LINES.
004470     DISPLAY 'STOCK-STATUS: ' WS-ITEM-COUNT ' ITEMS, '
004480         WS-BELOW-REORDER-COUNT ' BELOW REORDER POINT, '
004490         WS-BACKORDERS-SELECTED ' OPEN BACKORDER LINES'.
004500 3500-EXIT.
004510     EXIT.
004520*****************************************************************
004530*    3800-READ-ITEMMAST
004540*****************************************************************
004550 3800-READ-ITEMMAST.
004560     READ ITEMMAST
004570         AT END
004580             MOVE 'Y' TO WS-ITEMMAST-EOF-SW
004590     END-READ.
004600 3800-EXIT.
004610     EXIT.
004620*****************************************************************
004630*    3900-RETURN-SORTED
004640*****************************************************************
004650 3900-RETURN-SORTED.
004660     RETURN SORT-WORK
004670         AT END
004680             MOVE 'Y' TO WS-SORT-EOF-SW
004690     END-RETURN.
004700 3900-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    9000-TERMINATE
004740*****************************************************************
004750 9000-TERMINATE.
004760     IF WS-BACKORD-OPENED
004770         CLOSE BACKORD
004780     END-IF.
004790     IF WS-ITEMMAST-OPENED
004800         CLOSE ITEMMAST
004810     END-IF.
004820     IF WS-REPORT-OPENED
004830         CLOSE REPORT-OUT
004840     END-IF.
004850 9000-EXIT.
004860     EXIT.
