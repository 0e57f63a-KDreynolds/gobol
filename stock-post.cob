000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STOCK-POST.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   STOCK-POST                                                  *
000100*                                                               *
000110*   POSTS THE STOCKROOM'S INVENTORY TRANSACTIONS (STKTRAN) TO   *
000120*   THE ITEM MASTER.  FOUR KINDS OF TRANSACTION ARE TAKEN:      *
000130*                                                               *
000140*     O  ON ORDER    A PURCHASE ORDER PLACED -- ADDS TO         *
000150*                    ITEM-ON-ORDER.                             *
000160*     X  CANCEL      A PURCHASE ORDER CANCELLED -- TAKES OFF    *
000170*                    ITEM-ON-ORDER.                             *
000180*     R  RECEIPT     GOODS RECEIVED -- ADDS TO ITEM-ON-HAND AND *
000190*                    RELIEVES ITEM-ON-ORDER BY THE SAME UNITS   *
000200*                    (NEVER BELOW ZERO; AN UNORDERED RECEIPT    *
000210*                    SIMPLY RELIEVES NOTHING).                  *
000220*     A  ADJUSTMENT  A COUNT CORRECTION, DAMAGE, OR SHRINK --   *
000230*                    ADDS OR TAKES (BY SIGN) ITEM-ON-HAND, WITH *
000240*                    A REASON CODE.  ON HAND NEVER GOES BELOW   *
000250*                    ZERO.                                      *
000260*                                                               *
000270*   EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE        *
000280*   MASTER; REJECTED TRANSACTIONS GO TO STKREJ WITH A REASON    *
000290*   CODE, AND EVERY POSTED TRANSACTION WRITES A BEFORE/AFTER    *
000300*   IMAGE OF THE ITEM'S QUANTITIES TO STKAUDT SO THE STOCKROOM  *
000310*   CAN ANSWER WHO MOVED THE STOCK AND WHY.  THE PRICING RUN    *
000320*   TAKES STOCK OFF HAND AS IT INVOICES AND PUTS RETURNS BACK;  *
000330*   THIS IS THE ONLY OTHER WAY STOCK MOVES.  RECEIPTS POSTED    *
000340*   HERE ARE WHAT BACKORDER-RELEASE LOOKS FOR.                  *
000350*                                                               *
000360*****************************************************************
000370* MAINTENANCE HISTORY
000380* ---------------------------------------------------------------
000390* DATE       BY    DESCRIPTION
000400* ---------- ----- -------------------------------------------
000410* 2026-10-15 RJH   NEW PROGRAM.  RECEIPTS, ON-ORDER, CANCEL, AND
000420*                  ADJUSTMENT POSTING AGAINST ITEMMAST WITH AN
000430*                  STKREJ REJECT FILE AND AN STKAUDT
000440*                  BEFORE/AFTER QUANTITY LOG.
000450* ---------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT STKTRAN-IN ASSIGN TO "STKTRAN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-STKTRAN-STATUS.
000520     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS ITEM-NUMBER
000560         FILE STATUS IS WS-ITEMMAST-STATUS.
000570     SELECT STKREJ-OUT ASSIGN TO "STKREJ"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-STKREJ-STATUS.
000600     SELECT STKAUDT-OUT ASSIGN TO "STKAUDT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-STKAUDT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  STKTRAN-IN
000660     LABEL RECORDS ARE STANDARD.
000670 01  STR-RECORD.
000680     05  STR-ACTION              PIC X(01).
000690         88  STR-ACTION-RECEIPT          VALUE 'R'.
000700         88  STR-ACTION-ON-ORDER         VALUE 'O'.
000710         88  STR-ACTION-CANCEL           VALUE 'X'.
000720         88  STR-ACTION-ADJUST           VALUE 'A'.
000730         88  STR-ACTION-VALID            VALUE 'R' 'O' 'X' 'A'.
000740     05  STR-ITEM-NUMBER         PIC X(06).
000750     05  STR-QUANTITY-X          PIC X(07).
000760     05  STR-QUANTITY REDEFINES
000770         STR-QUANTITY-X          PIC 9(07).
000780     05  STR-ADJUST-SIGN         PIC X(01).
000790         88  STR-ADJUST-UP               VALUE '+'.
000800         88  STR-ADJUST-DOWN             VALUE '-'.
000810         88  STR-ADJUST-SIGN-VALID       VALUE '+' '-'.
000820     05  STR-REASON-CODE         PIC X(02).
000830     05  STR-REFERENCE           PIC X(10).
000840     05  STR-OPERATOR-ID         PIC X(08).
000850     05  FILLER                  PIC X(45).
000860 FD  ITEMMAST
000870     LABEL RECORDS ARE STANDARD.
000880 01  ITEM-RECORD.
000890     05  ITEM-NUMBER             PIC X(06).
000900     05  ITEM-DESCRIPTION        PIC X(20).
000910     05  ITEM-LIST-PRICE         PIC 9(05)V99.
000920     05  ITEM-PRICING-CLASS      PIC X(02).
000930     05  ITEM-ON-HAND            PIC 9(07).
000940     05  ITEM-ON-ORDER           PIC 9(07).
000950     05  ITEM-REORDER-POINT      PIC 9(07).
000960     05  FILLER                  PIC X(24).
000970 FD  STKREJ-OUT
000980     LABEL RECORDS ARE STANDARD.
000990 01  SRJ-RECORD.
001000     05  SRJ-REASON-CODE         PIC X(02).
001010         88  SRJ-REASON-BAD-ACTION       VALUE '51'.
001020         88  SRJ-REASON-BAD-ITEM-ID      VALUE '52'.
001030         88  SRJ-REASON-BAD-QUANTITY     VALUE '53'.
001040         88  SRJ-REASON-BAD-SIGN         VALUE '54'.
001050         88  SRJ-REASON-NO-REASON        VALUE '55'.
001060         88  SRJ-REASON-NOT-ON-FILE      VALUE '56'.
001070         88  SRJ-REASON-BELOW-ZERO       VALUE '57'.
001080         88  SRJ-REASON-OVER-ON-ORDER    VALUE '58'.
001090     05  SRJ-REASON-TEXT         PIC X(30).
001100     05  SRJ-ORIGINAL-RECORD     PIC X(80).
001110 FD  STKAUDT-OUT
001120     LABEL RECORDS ARE STANDARD.
001130 01  SAU-RECORD.
001140     05  SAU-DATE                PIC 9(08).
001150     05  SAU-TIME                PIC 9(08).
001160     05  SAU-ACTION              PIC X(01).
001170     05  SAU-ITEM-NUMBER         PIC X(06).
001180     05  SAU-OPERATOR-ID         PIC X(08).
001190     05  SAU-REFERENCE           PIC X(10).
001200     05  SAU-REASON-CODE         PIC X(02).
001210     05  SAU-QUANTITY            PIC S9(07).
001220     05  SAU-BEFORE-IMAGE.
001230         10  SAU-BEF-ON-HAND     PIC 9(07).
001240         10  SAU-BEF-ON-ORDER    PIC 9(07).
001250     05  SAU-AFTER-IMAGE.
001260         10  SAU-AFT-ON-HAND     PIC 9(07).
001270         10  SAU-AFT-ON-ORDER    PIC 9(07).
001280     05  FILLER                  PIC X(22).
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------------
001310*    CURRENT-TRANSACTION WORKING FIELDS
001320*----------------------------------------------------------------
001330 01  WS-CURRENT-DATE             PIC 9(8).
001340 01  WS-CURRENT-TIME             PIC 9(8).
001350 01  WS-BEFORE-IMAGE.
001360     05  WS-BEF-ON-HAND          PIC 9(07).
001370     05  WS-BEF-ON-ORDER         PIC 9(07).
001380 01  WS-AFTER-IMAGE.
001390     05  WS-AFT-ON-HAND          PIC 9(07).
001400     05  WS-AFT-ON-ORDER         PIC 9(07).
001410 01  WS-SIGNED-QUANTITY          PIC S9(07) VALUE ZERO.
001420*----------------------------------------------------------------
001430*    TRANSACTION VALIDATION FIELDS
001440*----------------------------------------------------------------
001450 77  WS-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001460     88  WS-TRAN-VALID                       VALUE 'Y'.
001470     88  WS-TRAN-INVALID                     VALUE 'N'.
001480 77  WS-REJECT-CODE              PIC X(02) VALUE SPACES.
001490 77  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
001500*----------------------------------------------------------------
001510*    FILE STATUS AND CONTROL SWITCHES
001520*----------------------------------------------------------------
001530 77  WS-STKTRAN-STATUS           PIC X(02) VALUE '00'.
001540 77  WS-ITEMMAST-STATUS          PIC X(02) VALUE '00'.
001550 77  WS-STKREJ-STATUS            PIC X(02) VALUE '00'.
001560 77  WS-STKAUDT-STATUS           PIC X(02) VALUE '00'.
001570 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001580     88  WS-EOF-YES                          VALUE 'Y'.
001590     88  WS-EOF-NO                           VALUE 'N'.
001600*----------------------------------------------------------------
001610*    WS-INIT-STAGE TRACKS HOW FAR 1000-INITIALIZE GOT BEFORE A
001620*    FAILED OPEN SENT IT TO 1000-EXIT EARLY, SO 9000-TERMINATE
001630*    ONLY CLOSES FILES THAT WERE ACTUALLY OPENED.
001640*      0 = NOTHING OPENED YET          3 = + STKREJ OPENED
001650*      1 = STKTRAN OPENED              4 = + STKAUDT OPENED
001660*      2 = + ITEMMAST OPENED
001670*----------------------------------------------------------------
001680 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
001690*----------------------------------------------------------------
001700*    CONTROL TOTAL ACCUMULATORS
001710*----------------------------------------------------------------
001720 77  WS-TRANS-READ               PIC 9(7)    VALUE ZERO COMP.
001730 77  WS-RECEIPTS-POSTED          PIC 9(7)    VALUE ZERO COMP.
001740 77  WS-ON-ORDERS-POSTED         PIC 9(7)    VALUE ZERO COMP.
001750 77  WS-CANCELS-POSTED           PIC 9(7)    VALUE ZERO COMP.
001760 77  WS-ADJUSTS-POSTED           PIC 9(7)    VALUE ZERO COMP.
001770 77  WS-TRANS-REJECTED           PIC 9(7)    VALUE ZERO COMP.
001780 77  WS-UNITS-RECEIVED           PIC 9(9)    VALUE ZERO COMP.
001790 77  WS-UNITS-ADJUSTED           PIC S9(9)   VALUE ZERO COMP.
001800 PROCEDURE DIVISION.
001810*****************************************************************
001820*    0000-MAINLINE
001830*****************************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001870         UNTIL WS-EOF-YES.
001880     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001900     STOP RUN.
001910*****************************************************************
001920*    1000-INITIALIZE
001930*****************************************************************
001940 1000-INITIALIZE.
001950     OPEN INPUT STKTRAN-IN.
001960     IF WS-STKTRAN-STATUS NOT = '00'
001970         DISPLAY 'STOCK-POST: UNABLE TO OPEN STKTRAN, '
001980             'STATUS = ' WS-STKTRAN-STATUS
001990         MOVE 'Y' TO WS-EOF-SWITCH
002000         GO TO 1000-EXIT
002010     END-IF.
002020     MOVE 1 TO WS-INIT-STAGE.
002030     OPEN I-O ITEMMAST.
002040     IF WS-ITEMMAST-STATUS NOT = '00'
002050         DISPLAY 'STOCK-POST: UNABLE TO OPEN ITEMMAST, '
002060             'STATUS = ' WS-ITEMMAST-STATUS
002070         MOVE 'Y' TO WS-EOF-SWITCH
002080         GO TO 1000-EXIT
002090     END-IF.
002100     MOVE 2 TO WS-INIT-STAGE.
002110     OPEN OUTPUT STKREJ-OUT.
002120     IF WS-STKREJ-STATUS NOT = '00'
002130         DISPLAY 'STOCK-POST: UNABLE TO OPEN STKREJ, '
002140             'STATUS = ' WS-STKREJ-STATUS
002150         MOVE 'Y' TO WS-EOF-SWITCH
002160         GO TO 1000-EXIT
002170     END-IF.
002180     MOVE 3 TO WS-INIT-STAGE.
002190     OPEN EXTEND STKAUDT-OUT.
002200     IF WS-STKAUDT-STATUS = '05' OR '35'
002210         OPEN OUTPUT STKAUDT-OUT
002220     END-IF.
002230     IF WS-STKAUDT-STATUS NOT = '00'
002240         DISPLAY 'STOCK-POST: UNABLE TO OPEN STKAUDT, '
002250             'STATUS = ' WS-STKAUDT-STATUS
002260         MOVE 'Y' TO WS-EOF-SWITCH
002270         GO TO 1000-EXIT
002280     END-IF.
002290     MOVE 4 TO WS-INIT-STAGE.
002300     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330*****************************************************************
002340*    2000-PROCESS-TRAN
002350*****************************************************************
002360 2000-PROCESS-TRAN.
002370     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
002380     IF WS-TRAN-VALID
002390         PERFORM 2200-APPLY-TRAN THRU 2200-EXIT
002400     END-IF.
002410     IF WS-TRAN-INVALID
002420         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
002430         ADD 1 TO WS-TRANS-REJECTED
002440     END-IF.
002450     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002460 2000-EXIT.
002470     EXIT.
002480*****************************************************************
002490*    2100-VALIDATE-TRAN
002500*
002510*    FIELD-LEVEL EDITS ONLY.  THE ITEM'S EXISTENCE AND THE
002520*    QUANTITY LIMITS (ON HAND BELOW ZERO, CANCELLING MORE THAN
002530*    IS ON ORDER) ARE EDITED IN 2200, WHERE THE MASTER READ
002540*    HAPPENS ANYWAY.
002550*****************************************************************
002560 2100-VALIDATE-TRAN.
002570     MOVE 'Y' TO WS-VALID-SWITCH.
002580     MOVE SPACES TO WS-REJECT-CODE.
002590     MOVE SPACES TO WS-REJECT-TEXT.
002600     IF NOT STR-ACTION-VALID
002610         MOVE '51' TO WS-REJECT-CODE
002620         MOVE 'ACTION NOT R, O, X, OR A' TO WS-REJECT-TEXT
002630         MOVE 'N' TO WS-VALID-SWITCH
002640         GO TO 2100-EXIT
002650     END-IF.
002660     IF STR-ITEM-NUMBER = SPACES
002670         MOVE '52' TO WS-REJECT-CODE
002680         MOVE 'ITEM NUMBER IS BLANK' TO WS-REJECT-TEXT
002690         MOVE 'N' TO WS-VALID-SWITCH
002700         GO TO 2100-EXIT
002710     END-IF.
002720     IF STR-QUANTITY-X IS NOT NUMERIC
002730             OR STR-QUANTITY = ZERO
002740         MOVE '53' TO WS-REJECT-CODE
002750         MOVE 'QUANTITY NOT NUMERIC OR ZERO' TO WS-REJECT-TEXT
002760         MOVE 'N' TO WS-VALID-SWITCH
002770         GO TO 2100-EXIT
002780     END-IF.
002790     IF NOT STR-ACTION-ADJUST
002800         GO TO 2100-EXIT
002810     END-IF.
002820     IF NOT STR-ADJUST-SIGN-VALID
002830         MOVE '54' TO WS-REJECT-CODE
002840         MOVE 'ADJUSTMENT SIGN NOT + OR -' TO WS-REJECT-TEXT
002850         MOVE 'N' TO WS-VALID-SWITCH
002860         GO TO 2100-EXIT
002870     END-IF.
002880     IF STR-REASON-CODE = SPACES
002890         MOVE '55' TO WS-REJECT-CODE
002900         MOVE 'ADJUSTMENT REASON IS BLANK' TO WS-REJECT-TEXT
002910         MOVE 'N' TO WS-VALID-SWITCH
002920         GO TO 2100-EXIT
002930     END-IF.
002940 2100-EXIT.
002950     EXIT.
002960*****************************************************************
002970*    2200-APPLY-TRAN
002980*
002990*    READS THE ITEM, TAKES THE BEFORE IMAGE, APPLIES THE
003000*    TRANSACTION BY KIND, AND REWRITES.  AN ITEM CARRIED OVER
003010*    FROM BEFORE THE STOCK FIELDS EXISTED HAS BLANKS WHERE THE
003020*    QUANTITIES GO; THEY ARE TAKEN AS ZERO.
003030*****************************************************************
003040 2200-APPLY-TRAN.
003050     MOVE STR-ITEM-NUMBER TO ITEM-NUMBER.
003060     READ ITEMMAST
003070         INVALID KEY
003080             MOVE '56' TO WS-REJECT-CODE
003090             MOVE 'ITEM NOT ON ITEMMAST' TO WS-REJECT-TEXT
003100             MOVE 'N' TO WS-VALID-SWITCH
003110             GO TO 2200-EXIT
003120     END-READ.
003130     IF ITEM-ON-HAND IS NOT NUMERIC
003140         MOVE ZERO TO ITEM-ON-HAND
003150     END-IF.
003160     IF ITEM-ON-ORDER IS NOT NUMERIC
003170         MOVE ZERO TO ITEM-ON-ORDER
003180     END-IF.
003190     IF ITEM-REORDER-POINT IS NOT NUMERIC
003200         MOVE ZERO TO ITEM-REORDER-POINT
003210     END-IF.
003220     MOVE ITEM-ON-HAND  TO WS-BEF-ON-HAND.
003230     MOVE ITEM-ON-ORDER TO WS-BEF-ON-ORDER.
003240     MOVE STR-QUANTITY  TO WS-SIGNED-QUANTITY.
003250     IF STR-ACTION-RECEIPT
003260         PERFORM 2300-APPLY-RECEIPT THRU 2300-EXIT
003270     ELSE
003280         IF STR-ACTION-ON-ORDER
003290             ADD STR-QUANTITY TO ITEM-ON-ORDER
003300             ADD 1 TO WS-ON-ORDERS-POSTED
003310         ELSE
003320             IF STR-ACTION-CANCEL
003330                 PERFORM 2400-APPLY-CANCEL THRU 2400-EXIT
003340             ELSE
003350                 PERFORM 2450-APPLY-ADJUSTMENT THRU 2450-EXIT
003360             END-IF
003370         END-IF
003380     END-IF.
003390     IF WS-TRAN-INVALID
003400         GO TO 2200-EXIT
003410     END-IF.
003420     REWRITE ITEM-RECORD
003430         INVALID KEY
003440             DISPLAY 'STOCK-POST: REWRITE FAILED FOR ITEM '
003450                 STR-ITEM-NUMBER ', STATUS = ' WS-ITEMMAST-STATUS
003460             GO TO 2200-EXIT
003470     END-REWRITE.
003480     MOVE ITEM-ON-HAND  TO WS-AFT-ON-HAND.
003490     MOVE ITEM-ON-ORDER TO WS-AFT-ON-ORDER.
003500     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003510 2200-EXIT.
003520     EXIT.
003530*****************************************************************
003540*    2300-APPLY-RECEIPT
003550*****************************************************************
003560 2300-APPLY-RECEIPT.
003570     ADD STR-QUANTITY TO ITEM-ON-HAND.
003580     IF STR-QUANTITY > ITEM-ON-ORDER
003590         MOVE ZERO TO ITEM-ON-ORDER
003600     ELSE
003610         SUBTRACT STR-QUANTITY FROM ITEM-ON-ORDER
003620     END-IF.
003630     ADD 1 TO WS-RECEIPTS-POSTED.
003640     ADD STR-QUANTITY TO WS-UNITS-RECEIVED.
003650 2300-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    2400-APPLY-CANCEL
003690*****************************************************************
003700 2400-APPLY-CANCEL.
003710     IF STR-QUANTITY > ITEM-ON-ORDER
003720         MOVE '58' TO WS-REJECT-CODE
003730         MOVE 'CANCEL EXCEEDS QTY ON ORDER' TO WS-REJECT-TEXT
003740         MOVE 'N' TO WS-VALID-SWITCH
003750         GO TO 2400-EXIT
003760     END-IF.
003770     SUBTRACT STR-QUANTITY FROM ITEM-ON-ORDER.
003780     COMPUTE WS-SIGNED-QUANTITY = ZERO - STR-QUANTITY.
003790     ADD 1 TO WS-CANCELS-POSTED.
003800 2400-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    2450-APPLY-ADJUSTMENT
003840*****************************************************************
003850 2450-APPLY-ADJUSTMENT.
003860     IF STR-ADJUST-UP
003870         ADD STR-QUANTITY TO ITEM-ON-HAND
003880     ELSE
003890         IF STR-QUANTITY > ITEM-ON-HAND
003900             MOVE '57' TO WS-REJECT-CODE
003910             MOVE 'ADJUSTMENT WOULD GO BELOW ZERO'
003920                 TO WS-REJECT-TEXT
003930             MOVE 'N' TO WS-VALID-SWITCH
003940             GO TO 2450-EXIT
003950         END-IF
003960         SUBTRACT STR-QUANTITY FROM ITEM-ON-HAND
003970         COMPUTE WS-SIGNED-QUANTITY = ZERO - STR-QUANTITY
003980     END-IF.
003990     ADD 1 TO WS-ADJUSTS-POSTED.
004000     ADD WS-SIGNED-QUANTITY TO WS-UNITS-ADJUSTED.
004010 2450-EXIT.
004020     EXIT.
004030*****************************************************************
004040*    2600-WRITE-REJECT
004050*****************************************************************
004060 2600-WRITE-REJECT.
004070     MOVE STR-RECORD        TO SRJ-ORIGINAL-RECORD.
004080     MOVE WS-REJECT-CODE    TO SRJ-REASON-CODE.
004090     MOVE WS-REJECT-TEXT    TO SRJ-REASON-TEXT.
004100     WRITE SRJ-RECORD.
004110     DISPLAY 'STOCK-POST: REJECTED TRAN FOR ITEM '
004120         STR-ITEM-NUMBER ' REASON ' WS-REJECT-CODE
004130         ' - ' WS-REJECT-TEXT.
004140 2600-EXIT.
004150     EXIT.
004160*****************************************************************
004170*    2700-WRITE-AUDIT
004180*****************************************************************
004190 2700-WRITE-AUDIT.
004200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004210     ACCEPT WS-CURRENT-TIME FROM TIME.
004220     MOVE SPACES             TO SAU-RECORD.
004230     MOVE WS-CURRENT-DATE    TO SAU-DATE.
004240     MOVE WS-CURRENT-TIME    TO SAU-TIME.
004250     MOVE STR-ACTION         TO SAU-ACTION.
004260     MOVE STR-ITEM-NUMBER    TO SAU-ITEM-NUMBER.
004270     MOVE STR-OPERATOR-ID    TO SAU-OPERATOR-ID.
004280     MOVE STR-REFERENCE      TO SAU-REFERENCE.
004290     MOVE STR-REASON-CODE    TO SAU-REASON-CODE.
004300     MOVE WS-SIGNED-QUANTITY TO SAU-QUANTITY.
004310     MOVE WS-BEF-ON-HAND     TO SAU-BEF-ON-HAND.
004320     MOVE WS-BEF-ON-ORDER    TO SAU-BEF-ON-ORDER.
004330     MOVE WS-AFT-ON-HAND     TO SAU-AFT-ON-HAND.
004340     MOVE WS-AFT-ON-ORDER    TO SAU-AFT-ON-ORDER.
004350     WRITE SAU-RECORD.
004360 2700-EXIT.
004370     EXIT.
004380*****************************************************************
004390*    2900-READ-TRAN
004400*****************************************************************
004410 2900-READ-TRAN.
004420     READ STKTRAN-IN
004430         AT END
004440             MOVE 'Y' TO WS-EOF-SWITCH
004450             GO TO 2900-EXIT
004460     END-READ.
004470     ADD 1 TO WS-TRANS-READ.
004480 2900-EXIT.
004490     EXIT.
004500*****************************************************************
004510*    8000-PRINT-CONTROL-TOTALS
004520*****************************************************************
004530 8000-PRINT-CONTROL-TOTALS.
004540     DISPLAY '==============================================='.
004550     DISPLAY 'STOCK-POST - END OF RUN CONTROL TOTALS'.
004560     DISPLAY '  TRANSACTIONS READ ........ ' WS-TRANS-READ.
004570     DISPLAY '  RECEIPTS POSTED .......... ' WS-RECEIPTS-POSTED.
004580     DISPLAY '  UNITS RECEIVED ........... ' WS-UNITS-RECEIVED.
004590     DISPLAY '  ON-ORDER POSTED .......... ' WS-ON-ORDERS-POSTED.
004600     DISPLAY '  ON-ORDER CANCELLED ....... ' WS-CANCELS-POSTED.
004610     DISPLAY '  ADJUSTMENTS POSTED ....... ' WS-ADJUSTS-POSTED.
004620     DISPLAY '  NET UNITS ADJUSTED ....... ' WS-UNITS-ADJUSTED.
004630     DISPLAY '  TRANSACTIONS REJECTED .... ' WS-TRANS-REJECTED.
004640     DISPLAY '==============================================='.
004650 8000-EXIT.
004660     EXIT.
004670*****************************************************************
004680*    9000-TERMINATE
004690*
004700*    ONLY CLOSES THE FILES 1000-INITIALIZE ACTUALLY OPENED (PER
004710*    WS-INIT-STAGE).
004720*****************************************************************
004730 9000-TERMINATE.
004740     IF WS-INIT-STAGE NOT < 1
004750         CLOSE STKTRAN-IN
004760     END-IF.
004770     IF WS-INIT-STAGE NOT < 2
004780         CLOSE ITEMMAST
004790     END-IF.
004800     IF WS-INIT-STAGE NOT < 3
004810         CLOSE STKREJ-OUT
004820     END-IF.
004830     IF WS-INIT-STAGE NOT < 4
004840         CLOSE STKAUDT-OUT
004850     END-IF.
004860 9000-EXIT.
004870     EXIT.
