000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BACKORDER-RELEASE.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   BACKORDER-RELEASE                                           *
000100*                                                               *
000110*   DAILY PASS OVER THE OPEN BACKORDERS LEFT BY THE PRICING     *
000120*   RUN (BACKORD).  EACH OPEN LINE IS CHECKED AGAINST WHAT IS   *
000130*   NOW ON HAND FOR ITS ITEM (ITEMMAST, AS RECEIPTS POSTED BY   *
000140*   STOCK-POST LEFT IT).  A LINE THE SHELF CAN NOW COVER IS     *
000150*   RELEASED -- WRITTEN BACK OUT IN ORDERS-IN RECORD FORMAT     *
000160*   (RELORD) UNDER A NEW RELEASE REFERENCE SO THE NEXT PRICING  *
000170*   RUN INVOICES IT -- AND MARKED 'R' ON BACKORD WITH THE       *
000180*   RELEASE DATE AND REFERENCE.                                 *
000190*                                                               *
000200*   BACKORD IS READ IN KEY ORDER, SO THE OLDEST ORDER           *
000210*   REFERENCES ARE SERVED FIRST.  UNITS PROMISED TO AN EARLIER  *
000220*   LINE ARE HELD BACK FROM LATER LINES FOR THE SAME ITEM, SO   *
000230*   ONE RECEIPT IS NEVER RELEASED TWICE.  A LINE IS RELEASED    *
000240*   WHOLE OR NOT AT ALL.  STOCK ITSELF IS NOT TOUCHED HERE --   *
000250*   THE PRICING RUN TAKES IT WHEN THE RELEASED ORDER INVOICES.  *
000260*                                                               *
000270*   ALL THE LINES RELEASED FROM ONE ORIGINAL ORDER GO OUT AS    *
000280*   ONE ORDER.  THE RELEASE REFERENCE IS 'B' FOLLOWED BY A      *
000290*   SEVEN-DIGIT SEQUENCE CARRIED FROM RUN TO RUN ON BKOCTL;     *
000300*   A NEW REFERENCE IS NEEDED BECAUSE THE ORIGINAL ONE IS       *
000310*   ALREADY ON POSTED WHEN PART OF THE ORDER SHIPPED.           *
000320*                                                               *
000330*****************************************************************
000340* MAINTENANCE HISTORY
000350* ---------------------------------------------------------------
000360* DATE       BY    DESCRIPTION
000370* ---------- ----- -------------------------------------------
000380* 2026-10-15 RJH   NEW PROGRAM.  RELEASES OPEN BACKORDERS TO THE
000390*                  NEXT PRICING RUN AS STOCK ARRIVES.
000393* 2026-10-15 RJH   THE ORDER'S SHIP-TO CODE, NOW KEPT ON BACKORD,
000396*                  GOES OUT ON THE RELEASED ORDER HEADER.
000400* ---------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BKOCTL-FILE ASSIGN TO "BKOCTL"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-BKOCTL-STATUS.
000470     SELECT BACKORD ASSIGN TO "BACKORD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS BKO-KEY
000510         FILE STATUS IS WS-BACKORD-STATUS.
000520     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS ITEM-NUMBER
000560         FILE STATUS IS WS-ITEMMAST-STATUS.
000570     SELECT RELORD-OUT ASSIGN TO "RELORD"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-RELORD-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BKOCTL-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  BKOCTL-RECORD.
000650     05  BKOCTL-LAST-RUN-DATE    PIC 9(08).
000660     05  BKOCTL-LAST-RELEASE-X   PIC X(07).
000670     05  BKOCTL-LAST-RELEASE REDEFINES
000680         BKOCTL-LAST-RELEASE-X   PIC 9(07).
000690     05  FILLER                  PIC X(65).
000700 FD  BACKORD
000710     LABEL RECORDS ARE STANDARD.
000720 01  BKO-RECORD.
000730     05  BKO-KEY.
000740         10  BKO-ORDER-REF       PIC X(08).
000750         10  BKO-LINE-NUMBER     PIC 9(03).
000760     05  BKO-CUSTOMER-ID         PIC X(05).
000770     05  BKO-ITEM-NUMBER         PIC X(06).
000780     05  BKO-QUANTITY            PIC 9(05).
000790     05  BKO-PRICE-X             PIC X(07).
000800     05  BKO-PRICING-CODE        PIC X(01).
000810     05  BKO-DATE                PIC 9(08).
000820     05  BKO-STATUS              PIC X(01).
000830         88  BKO-OPEN                    VALUE 'O'.
000840         88  BKO-RELEASED                VALUE 'R'.
000850     05  BKO-RELEASE-DATE        PIC 9(08).
000860     05  BKO-RELEASE-REF         PIC X(08).
000866     05  BKO-SHIP-TO-CODE        PIC X(03).
000872     05  FILLER                  PIC X(17).
000880 FD  ITEMMAST
000890     LABEL RECORDS ARE STANDARD.
000900 01  ITEM-RECORD.
000910     05  ITEM-NUMBER             PIC X(06).
000920     05  ITEM-DESCRIPTION        PIC X(20).
000930     05  ITEM-LIST-PRICE         PIC 9(05)V99.
000940     05  ITEM-PRICING-CLASS      PIC X(02).
000950     05  ITEM-ON-HAND            PIC 9(07).
000960     05  ITEM-ON-ORDER           PIC 9(07).
000970     05  ITEM-REORDER-POINT      PIC 9(07).
000980     05  FILLER                  PIC X(24).
000990 FD  RELORD-OUT
001000     LABEL RECORDS ARE STANDARD.
001010 01  RLO-RECORD                  PIC X(80).
001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------
001040*    RELEASED ORDER IMAGES, IN ORDERS-IN RECORD FORMAT
001050*----------------------------------------------------------------
001060 01  WS-REL-HEADER.
001070     05  WS-RLH-RECORD-TYPE      PIC X(01)  VALUE 'H'.
001080     05  WS-RLH-CUSTOMER-ID      PIC X(05).
001090     05  WS-RLH-PRICING-CODE     PIC X(01).
001100     05  WS-RLH-OVERRIDE-SW      PIC X(01)  VALUE SPACE.
001110     05  WS-RLH-ORDER-REF        PIC X(08).
001116     05  WS-RLH-SHIP-TO-CODE     PIC X(03).
001122     05  FILLER                  PIC X(61)  VALUE SPACES.
001130 01  WS-REL-DETAIL.
001140     05  WS-RLD-RECORD-TYPE      PIC X(01)  VALUE 'D'.
001150     05  WS-RLD-CUSTOMER-ID      PIC X(05).
001160     05  WS-RLD-QUANTITY         PIC 9(05).
001170     05  WS-RLD-PRICE-X          PIC X(07).
001180     05  WS-RLD-ITEM-NUMBER      PIC X(06).
001190     05  FILLER                  PIC X(56)  VALUE SPACES.
001200 01  WS-RELEASE-REF.
001210     05  WS-RELEASE-REF-PREFIX   PIC X(01)  VALUE 'B'.
001220     05  WS-RELEASE-REF-SEQ      PIC 9(07)  VALUE ZERO.
001230*----------------------------------------------------------------
001240*    LINES RELEASED FROM THE ORIGINAL ORDER NOW IN HAND.  THE
001250*    PRICING RUN NEVER PUTS MORE THAN 50 LINES OF ONE ORDER ON
001260*    BACKORD, SO THE TABLE CANNOT OVERFLOW.
001270*----------------------------------------------------------------
001280 01  WS-ORDER-TABLE.
001290     05  WS-ORDER-LINE OCCURS 50 TIMES
001300                                 PIC X(80).
001310 77  WS-ORDER-LINE-COUNT         PIC 9(03)  VALUE ZERO COMP.
001320 77  WS-ORDER-SUB                PIC 9(03)  VALUE ZERO COMP.
001340 01  WS-CURRENT-ORDER.
001350     05  WS-CUR-ORDER-REF        PIC X(08)  VALUE SPACES.
001360     05  WS-CUR-CUSTOMER-ID      PIC X(05)  VALUE SPACES.
001370     05  WS-CUR-PRICING-CODE     PIC X(01)  VALUE SPACE.
001375     05  WS-CUR-SHIP-TO-CODE     PIC X(03)  VALUE SPACES.
001380*----------------------------------------------------------------
001390*    UNITS PROMISED THIS RUN, BY ITEM.  THE FIRST BACKORDER
001400*    FOR AN ITEM LOADS ITS ON-HAND FROM ITEMMAST; LATER ONES
001410*    DRAW DOWN WHAT IS LEFT.
001420*----------------------------------------------------------------
001430 01  WS-ITEM-TABLE.
001440     05  WS-ITM-ENTRY OCCURS 500 TIMES.
001450         10  WS-ITM-NUMBER       PIC X(06).
001460         10  WS-ITM-AVAILABLE    PIC 9(07).
001470 77  WS-ITM-COUNT                PIC 9(03)  VALUE ZERO COMP.
001480 77  WS-ITM-SUB                  PIC 9(03)  VALUE ZERO COMP.
001490 77  WS-ITM-FOUND-SUB            PIC 9(03)  VALUE ZERO COMP.
001500 77  WS-MAX-ITEMS                PIC 9(03)  VALUE 500 COMP.
001510*----------------------------------------------------------------
001520*    FILE STATUS AND CONTROL SWITCHES
001530*----------------------------------------------------------------
001540 77  WS-BKOCTL-STATUS            PIC X(02) VALUE '00'.
001550 77  WS-BACKORD-STATUS           PIC X(02) VALUE '00'.
001560 77  WS-ITEMMAST-STATUS          PIC X(02) VALUE '00'.
001570 77  WS-RELORD-STATUS            PIC X(02) VALUE '00'.
001580 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001590     88  WS-EOF-YES                          VALUE 'Y'.
001600     88  WS-EOF-NO                           VALUE 'N'.
001610 77  WS-ABORT-SWITCH             PIC X(01) VALUE 'N'.
001620     88  WS-ABORT-YES                        VALUE 'Y'.
001630 77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001640*----------------------------------------------------------------
001650*    WS-INIT-STAGE TRACKS HOW FAR 1000-INITIALIZE GOT SO THAT
001660*    9000-TERMINATE CLOSES ONLY WHAT WAS OPENED.  BKOCTL IS
001670*    READ AND CLOSED INSIDE 1000-INITIALIZE.
001680*      0 = NOTHING OPENED YET          2 = + ITEMMAST OPENED
001690*      1 = BACKORD OPENED              3 = + RELORD OPENED
001700*----------------------------------------------------------------
001710 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
001720*----------------------------------------------------------------
001730*    CONTROL TOTAL ACCUMULATORS
001740*----------------------------------------------------------------
001750 77  WS-RECORDS-READ             PIC 9(7)    VALUE ZERO COMP.
001760 77  WS-OPEN-READ                PIC 9(7)    VALUE ZERO COMP.
001770 77  WS-LINES-RELEASED           PIC 9(7)    VALUE ZERO COMP.
001780 77  WS-UNITS-RELEASED           PIC 9(7)    VALUE ZERO COMP.
001790 77  WS-ORDERS-RELEASED          PIC 9(7)    VALUE ZERO COMP.
001800 77  WS-LINES-STILL-OPEN         PIC 9(7)    VALUE ZERO COMP.
001810 77  WS-ITEMS-NOT-ON-FILE        PIC 9(7)    VALUE ZERO COMP.
001820 PROCEDURE DIVISION.
001830*****************************************************************
001840*    0000-MAINLINE
001842*
001844*    LINES ALREADY MARKED RELEASED WHEN A RUN ABORTS ARE STILL
001846*    WRITTEN TO RELORD AND THE REFERENCE STILL CARRIED FORWARD,
001848*    SO BACKORD, RELORD, AND BKOCTL ALWAYS AGREE.
001850*****************************************************************
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     PERFORM 2000-PROCESS-BACKORDER THRU 2000-EXIT
001890         UNTIL WS-EOF-YES.
001900     IF WS-INIT-STAGE NOT < 3
001910         PERFORM 3000-FLUSH-ORDER THRU 3000-EXIT
001920         PERFORM 7000-UPDATE-CONTROL THRU 7000-EXIT
001930     END-IF.
001940     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001960     IF WS-ABORT-YES
001970         MOVE 16 TO RETURN-CODE
001980     END-IF.
001990     STOP RUN.
002000*****************************************************************
002010*    1000-INITIALIZE
002020*
002030*    A MISSING BKOCTL (STATUS 35) IS THE FIRST RUN -- RELEASE
002040*    REFERENCES START AT B0000001.  A MISSING BACKORD MEANS NO
002050*    LINE HAS EVER GONE ON BACKORDER; THE RUN ENDS QUIETLY.
002060*****************************************************************
002070 1000-INITIALIZE.
002080     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002090     OPEN INPUT BKOCTL-FILE.
002100     IF WS-BKOCTL-STATUS = '35'
002110         DISPLAY 'BACKORDER-RELEASE: NO BKOCTL FILE, RELEASE '
002120             'REFERENCES START FROM 1'
002130     ELSE
002140         IF WS-BKOCTL-STATUS NOT = '00'
002150             DISPLAY 'BACKORDER-RELEASE: UNABLE TO OPEN BKOCTL, '
002160                 'STATUS = ' WS-BKOCTL-STATUS
002170             MOVE 'Y' TO WS-ABORT-SWITCH
002180             MOVE 'Y' TO WS-EOF-SWITCH
002190             GO TO 1000-EXIT
002200         END-IF
002210         READ BKOCTL-FILE
002220             AT END
002230                 MOVE ZERO TO BKOCTL-LAST-RELEASE
002240         END-READ
002250         IF BKOCTL-LAST-RELEASE-X IS NUMERIC
002260             MOVE BKOCTL-LAST-RELEASE TO WS-RELEASE-REF-SEQ
002270         END-IF
002280         CLOSE BKOCTL-FILE
002290     END-IF.
002300     OPEN I-O BACKORD.
002310     IF WS-BACKORD-STATUS = '35'
002320         DISPLAY 'BACKORDER-RELEASE: NO BACKORD FILE, NOTHING '
002330             'TO RELEASE'
002340         MOVE 'Y' TO WS-EOF-SWITCH
002350         GO TO 1000-EXIT
002360     END-IF.
002370     IF WS-BACKORD-STATUS NOT = '00'
002380         DISPLAY 'BACKORDER-RELEASE: UNABLE TO OPEN BACKORD, '
002390             'STATUS = ' WS-BACKORD-STATUS
002400         MOVE 'Y' TO WS-ABORT-SWITCH
002410         MOVE 'Y' TO WS-EOF-SWITCH
002420         GO TO 1000-EXIT
002430     END-IF.
002440     MOVE 1 TO WS-INIT-STAGE.
002450     OPEN INPUT ITEMMAST.
002460     IF WS-ITEMMAST-STATUS NOT = '00'
002470         DISPLAY 'BACKORDER-RELEASE: UNABLE TO OPEN ITEMMAST, '
002480             'STATUS = ' WS-ITEMMAST-STATUS
002490         MOVE 'Y' TO WS-ABORT-SWITCH
002500         MOVE 'Y' TO WS-EOF-SWITCH
002510         GO TO 1000-EXIT
002520     END-IF.
002530     MOVE 2 TO WS-INIT-STAGE.
002540     OPEN OUTPUT RELORD-OUT.
002550     IF WS-RELORD-STATUS NOT = '00'
002560         DISPLAY 'BACKORDER-RELEASE: UNABLE TO OPEN RELORD, '
002570             'STATUS = ' WS-RELORD-STATUS
002580         MOVE 'Y' TO WS-ABORT-SWITCH
002590         MOVE 'Y' TO WS-EOF-SWITCH
002600         GO TO 1000-EXIT
002610     END-IF.
002620     MOVE 3 TO WS-INIT-STAGE.
002630     PERFORM 2900-READ-BACKORD THRU 2900-EXIT.
002640 1000-EXIT.
002650     EXIT.
002660*****************************************************************
002670*    2000-PROCESS-BACKORDER
002680*
002690*    BACKORD RECORDS OF ONE ORIGINAL ORDER ARE ADJACENT IN KEY
002700*    ORDER; WHEN THE ORDER REFERENCE CHANGES, WHATEVER WAS
002710*    RELEASED FROM THE PREVIOUS ORDER IS WRITTEN OUT FIRST.
002720*    RELEASED AND CANCELLED LINES ARE PASSED OVER.
002730*****************************************************************
002740 2000-PROCESS-BACKORDER.
002750     IF NOT BKO-OPEN
002760         GO TO 2000-READ-NEXT
002770     END-IF.
002780     ADD 1 TO WS-OPEN-READ.
002790     IF BKO-ORDER-REF NOT = WS-CUR-ORDER-REF
002800         PERFORM 3000-FLUSH-ORDER THRU 3000-EXIT
002810         MOVE BKO-ORDER-REF    TO WS-CUR-ORDER-REF
002820         MOVE BKO-CUSTOMER-ID  TO WS-CUR-CUSTOMER-ID
002830         MOVE BKO-PRICING-CODE TO WS-CUR-PRICING-CODE
002835         MOVE BKO-SHIP-TO-CODE TO WS-CUR-SHIP-TO-CODE
002840     END-IF.
002850     PERFORM 2100-FIND-ITEM THRU 2100-EXIT.
002860     IF WS-ITM-FOUND-SUB = ZERO
002870             OR BKO-QUANTITY > WS-ITM-AVAILABLE (WS-ITM-FOUND-SUB)
002880         ADD 1 TO WS-LINES-STILL-OPEN
002890         GO TO 2000-READ-NEXT
002900     END-IF.
002910     PERFORM 2200-RELEASE-LINE THRU 2200-EXIT.
002920 2000-READ-NEXT.
002930     PERFORM 2900-READ-BACKORD THRU 2900-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960*****************************************************************
002970*    2100-FIND-ITEM
002980*
002990*    LOCATES THE BACKORDERED ITEM IN THE AVAILABILITY TABLE,
003000*    LOADING IT FROM ITEMMAST THE FIRST TIME IT IS SEEN.  AN
003010*    ITEM NO LONGER ON FILE, OR A FULL TABLE, LEAVES
003020*    WS-ITM-FOUND-SUB AT ZERO AND THE LINE STAYS OPEN.
003030*****************************************************************
003040 2100-FIND-ITEM.
003050     MOVE ZERO TO WS-ITM-FOUND-SUB.
003060     PERFORM 2110-MATCH-ITEM THRU 2110-EXIT
003070         VARYING WS-ITM-SUB FROM 1 BY 1
003080         UNTIL WS-ITM-SUB > WS-ITM-COUNT
003090             OR WS-ITM-FOUND-SUB > ZERO.
003100     IF WS-ITM-FOUND-SUB > ZERO
003110         GO TO 2100-EXIT
003120     END-IF.
003130     IF WS-ITM-COUNT NOT < WS-MAX-ITEMS
003140         DISPLAY 'BACKORDER-RELEASE: ITEM TABLE FULL, ORDER '
003150             BKO-ORDER-REF ' ITEM ' BKO-ITEM-NUMBER ' HELD'
003160         GO TO 2100-EXIT
003170     END-IF.
003180     MOVE BKO-ITEM-NUMBER TO ITEM-NUMBER.
003190     READ ITEMMAST
003200         INVALID KEY
003210             ADD 1 TO WS-ITEMS-NOT-ON-FILE
003220             DISPLAY 'BACKORDER-RELEASE: ITEM ' BKO-ITEM-NUMBER
003230                 ' NOT ON ITEMMAST, ORDER ' BKO-ORDER-REF
003240                 ' HELD'
003250             GO TO 2100-EXIT
003260     END-READ.
003270     ADD 1 TO WS-ITM-COUNT.
003280     MOVE WS-ITM-COUNT    TO WS-ITM-FOUND-SUB.
003290     MOVE BKO-ITEM-NUMBER TO WS-ITM-NUMBER (WS-ITM-COUNT).
003300     IF ITEM-ON-HAND IS NUMERIC
003310         MOVE ITEM-ON-HAND TO WS-ITM-AVAILABLE (WS-ITM-COUNT)
003320     ELSE
003330         MOVE ZERO TO WS-ITM-AVAILABLE (WS-ITM-COUNT)
003340     END-IF.
003350 2100-EXIT.
003360     EXIT.
003370*****************************************************************
003380*    2110-MATCH-ITEM
003390*****************************************************************
003400 2110-MATCH-ITEM.
003410     IF WS-ITM-NUMBER (WS-ITM-SUB) = BKO-ITEM-NUMBER
003420         MOVE WS-ITM-SUB TO WS-ITM-FOUND-SUB
003430     END-IF.
003440 2110-EXIT.
003450     EXIT.
003460*****************************************************************
003470*    2200-RELEASE-LINE
003480*
003490*    THE FIRST LINE RELEASED FROM AN ORDER TAKES THE NEXT
003500*    RELEASE REFERENCE; LATER LINES OF THE SAME ORDER SHARE IT.
003510*    THE BACKORDER IS MARKED BEFORE THE NEXT READ, AS A
003520*    SEQUENTIAL REWRITE REQUIRES.
003530*****************************************************************
003540 2200-RELEASE-LINE.
003550     IF WS-ORDER-LINE-COUNT = ZERO
003560         ADD 1 TO WS-RELEASE-REF-SEQ
003570     END-IF.
003580     MOVE 'R'              TO BKO-STATUS.
003590     MOVE WS-CURRENT-DATE  TO BKO-RELEASE-DATE.
003600     MOVE WS-RELEASE-REF   TO BKO-RELEASE-REF.
003610     REWRITE BKO-RECORD.
003620     IF WS-BACKORD-STATUS NOT = '00'
003630         DISPLAY 'BACKORDER-RELEASE: REWRITE FAILED ON BACKORD '
003640             BKO-ORDER-REF '/' BKO-LINE-NUMBER ', STATUS = '
003650             WS-BACKORD-STATUS
003660         MOVE 'Y' TO WS-ABORT-SWITCH
003670         MOVE 'Y' TO WS-EOF-SWITCH
003680         GO TO 2200-EXIT
003690     END-IF.
003700     SUBTRACT BKO-QUANTITY
003710         FROM WS-ITM-AVAILABLE (WS-ITM-FOUND-SUB).
003720     MOVE BKO-CUSTOMER-ID  TO WS-RLD-CUSTOMER-ID.
003730     MOVE BKO-QUANTITY     TO WS-RLD-QUANTITY.
003740     MOVE BKO-PRICE-X      TO WS-RLD-PRICE-X.
003750     MOVE BKO-ITEM-NUMBER  TO WS-RLD-ITEM-NUMBER.
003760     ADD 1 TO WS-ORDER-LINE-COUNT.
003770     MOVE WS-REL-DETAIL TO WS-ORDER-LINE (WS-ORDER-LINE-COUNT).
003780     ADD 1 TO WS-LINES-RELEASED.
003790     ADD BKO-QUANTITY TO WS-UNITS-RELEASED.
003800 2200-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    2900-READ-BACKORD
003840*****************************************************************
003850 2900-READ-BACKORD.
003860     READ BACKORD
003870         AT END
003880             MOVE 'Y' TO WS-EOF-SWITCH
003890             GO TO 2900-EXIT
003900     END-READ.
003910     IF WS-BACKORD-STATUS NOT = '00'
003920         DISPLAY 'BACKORDER-RELEASE: READ FAILED ON BACKORD, '
003930             'STATUS = ' WS-BACKORD-STATUS
003940         MOVE 'Y' TO WS-ABORT-SWITCH
003950         MOVE 'Y' TO WS-EOF-SWITCH
003960         GO TO 2900-EXIT
003970     END-IF.
003980     ADD 1 TO WS-RECORDS-READ.
003990 2900-EXIT.
004000     EXIT.
004010*****************************************************************
004020*    3000-FLUSH-ORDER
004030*
004040*    WRITES THE RELEASED ORDER -- ONE HEADER UNDER THE RELEASE
004050*    REFERENCE, THEN ITS DETAIL LINES -- IF ANY LINE OF THE
004060*    ORDER NOW IN HAND WAS RELEASED.  THE CREDIT OVERRIDE IS
004070*    LEFT OFF; THE RELEASED ORDER FACES THE CREDIT CHECK AGAIN.
004080*****************************************************************
004090 3000-FLUSH-ORDER.
004100     IF WS-ORDER-LINE-COUNT = ZERO
004110         GO TO 3000-EXIT
004120     END-IF.
004130     MOVE WS-CUR-CUSTOMER-ID  TO WS-RLH-CUSTOMER-ID.
004140     MOVE WS-CUR-PRICING-CODE TO WS-RLH-PRICING-CODE.
004150     MOVE WS-RELEASE-REF      TO WS-RLH-ORDER-REF.
004155     MOVE WS-CUR-SHIP-TO-CODE TO WS-RLH-SHIP-TO-CODE.
004160     WRITE RLO-RECORD FROM WS-REL-HEADER.
004170     PERFORM 3100-WRITE-ORDER-LINE THRU 3100-EXIT
004180         VARYING WS-ORDER-SUB FROM 1 BY 1
004190         UNTIL WS-ORDER-SUB > WS-ORDER-LINE-COUNT.
004200     DISPLAY 'BACKORDER-RELEASE: ORDER ' WS-CUR-ORDER-REF
004210         ' RELEASED AS ' WS-RELEASE-REF ', LINES = '
004220         WS-ORDER-LINE-COUNT.
004230     ADD 1 TO WS-ORDERS-RELEASED.
004240     MOVE ZERO TO WS-ORDER-LINE-COUNT.
004250 3000-EXIT.
004260     EXIT.
004270*****************************************************************
004280*    3100-WRITE-ORDER-LINE
004290*****************************************************************
004300 3100-WRITE-ORDER-LINE.
004310     WRITE RLO-RECORD FROM WS-ORDER-LINE (WS-ORDER-SUB).
004320 3100-EXIT.
004330     EXIT.
004340*****************************************************************
004350*    7000-UPDATE-CONTROL
004360*
004370*    CARRIES THE LAST RELEASE REFERENCE USED FORWARD TO THE
004380*    NEXT RUN.  THE ONE-RECORD FILE IS REWRITTEN WHOLE.
004390*****************************************************************
004400 7000-UPDATE-CONTROL.
004410     OPEN OUTPUT BKOCTL-FILE.
004420     IF WS-BKOCTL-STATUS NOT = '00'
004430         DISPLAY 'BACKORDER-RELEASE: UNABLE TO REWRITE BKOCTL, '
004440             'STATUS = ' WS-BKOCTL-STATUS
004450             ' -- LAST RELEASE USED ' WS-RELEASE-REF
004460         MOVE 'Y' TO WS-ABORT-SWITCH
004470         GO TO 7000-EXIT
004480     END-IF.
004490     MOVE SPACES             TO BKOCTL-RECORD.
004500     MOVE WS-CURRENT-DATE    TO BKOCTL-LAST-RUN-DATE.
004510     MOVE WS-RELEASE-REF-SEQ TO BKOCTL-LAST-RELEASE.
004520     WRITE BKOCTL-RECORD.
004530     CLOSE BKOCTL-FILE.
004540 7000-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    8000-PRINT-CONTROL-TOTALS
004580*****************************************************************
004590 8000-PRINT-CONTROL-TOTALS.
004600     DISPLAY '==============================================='.
004610     DISPLAY 'BACKORDER-RELEASE - END OF RUN CONTROL TOTALS'.
004620     DISPLAY '  BACKORD RECORDS READ ..... ' WS-RECORDS-READ.
004630     DISPLAY '  OPEN BACKORDERS READ ..... ' WS-OPEN-READ.
004640     DISPLAY '  LINES RELEASED ........... ' WS-LINES-RELEASED.
004650     DISPLAY '  UNITS RELEASED ........... ' WS-UNITS-RELEASED.
004660     DISPLAY '  ORDERS WRITTEN TO RELORD . ' WS-ORDERS-RELEASED.
004670     DISPLAY '  LINES STILL OPEN ......... '
004680         WS-LINES-STILL-OPEN.
004690     DISPLAY '  ITEMS NOT ON ITEMMAST .... '
004700         WS-ITEMS-NOT-ON-FILE.
004710     DISPLAY '  LAST RELEASE REFERENCE ... ' WS-RELEASE-REF.
004720     IF WS-ABORT-YES
004730         DISPLAY '  *** RUN ENDED ABNORMALLY -- SEE MESSAGES '
004740             'ABOVE ***'
004750     END-IF.
004760     DISPLAY '==============================================='.
004770 8000-EXIT.
004780     EXIT.
004790*****************************************************************
004800*    9000-TERMINATE
004810*****************************************************************
004820 9000-TERMINATE.
004830     IF WS-INIT-STAGE NOT < 1
004840         CLOSE BACKORD
004850     END-IF.
004860     IF WS-INIT-STAGE NOT < 2
004870         CLOSE ITEMMAST
004880     END-IF.
004890     IF WS-INIT-STAGE NOT < 3
004900         CLOSE RELORD-OUT
004910     END-IF.
004920 9000-EXIT.
004930     EXIT.
