000300*                  MAINTENANCE AGAINST ITEMMAST WITH FIELD
000310*                  VALIDATION, AN ITEMREJ REJECT FILE, AND AN
000320*                  ITEMAUDT BEFORE/AFTER IMAGE LOG.
000321* 2026-10-15 RJH   STOCK FIELDS ON ITEMMAST -- ON HAND, ON ORDER,
000322*                  AND REORDER POINT.  THE REORDER POINT IS
000323*                  MAINTAINED HERE (NEW ITEMTRAN FIELD, EDIT 37,
000324*                  IN THE ITEMAUDT IMAGES); THE QUANTITIES MOVE
000325*                  ONLY THROUGH STOCK-POST AND THE PRICING RUN,
000326*                  SO AN ADD STARTS THEM AT ZERO AND A CHANGE
000327*                  LEAVES THEM ALONE.  AN ITEM STILL HOLDING
000328*                  STOCK OR ON ORDER CANNOT BE DELETED (EDIT 38).
000330* ---------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000650         ITR-LIST-PRICE-X        PIC 9(05)V99.
000660     05  ITR-PRICING-CLASS       PIC X(02).
000670     05  ITR-OPERATOR-ID         PIC X(08).
000674     05  ITR-REORDER-POINT-X     PIC X(07).
000678     05  ITR-REORDER-POINT REDEFINES
000682         ITR-REORDER-POINT-X     PIC 9(07).
000686     05  FILLER                  PIC X(29).
000690 FD  ITEMMAST
000700     LABEL RECORDS ARE STANDARD.
000710 01  ITEM-RECORD.
000730     05  ITEM-DESCRIPTION        PIC X(20).
000740     05  ITEM-LIST-PRICE         PIC 9(05)V99.
000750     05  ITEM-PRICING-CLASS      PIC X(02).
000754     05  ITEM-ON-HAND            PIC 9(07).
000758     05  ITEM-ON-ORDER           PIC 9(07).
000762     05  ITEM-REORDER-POINT      PIC 9(07).
000766     05  FILLER                  PIC X(24).
000770 FD  ITEMREJ-OUT
000780     LABEL RECORDS ARE STANDARD.
000790 01  IRJ-RECORD.
000840         88  IRJ-REASON-BAD-PRICE        VALUE '34'.
000850         88  IRJ-REASON-DUPLICATE-ADD    VALUE '35'.
000860         88  IRJ-REASON-NOT-ON-FILE      VALUE '36'.
000863         88  IRJ-REASON-BAD-REORDER      VALUE '37'.
000866         88  IRJ-REASON-STOCK-ON-FILE    VALUE '38'.
000870     05  IRJ-REASON-TEXT         PIC X(30).
000880     05  IRJ-ORIGINAL-RECORD     PIC X(80).
000890 FD  ITEMAUDT-OUT
000980         10  IAU-BEF-DESCRIPTION PIC X(20).
000990         10  IAU-BEF-LIST-PRICE  PIC 9(05)V99.
001000         10  IAU-BEF-CLASS       PIC X(02).
001005         10  IAU-BEF-REORDER     PIC 9(07).
001010     05  IAU-AFTER-IMAGE.
001020         10  IAU-AFT-DESCRIPTION PIC X(20).
001030         10  IAU-AFT-LIST-PRICE  PIC 9(05)V99.
001040         10  IAU-AFT-CLASS       PIC X(02).
001045         10  IAU-AFT-REORDER     PIC 9(07).
001050     05  FILLER                  PIC X(07).
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001130     05  WS-BEF-DESCRIPTION      PIC X(20).
001140     05  WS-BEF-LIST-PRICE       PIC 9(05)V99.
001150     05  WS-BEF-CLASS            PIC X(02).
001155     05  WS-BEF-REORDER          PIC 9(07).
001160 01  WS-AFTER-IMAGE.
001170     05  WS-AFT-DESCRIPTION      PIC X(20).
001180     05  WS-AFT-LIST-PRICE       PIC 9(05)V99.
001190     05  WS-AFT-CLASS            PIC X(02).
001195     05  WS-AFT-REORDER          PIC 9(07).
001200*----------------------------------------------------------------
001210*    TRANSACTION VALIDATION FIELDS
001220*----------------------------------------------------------------
002700         MOVE 'N' TO WS-VALID-SWITCH
002710         GO TO 2100-EXIT
002720     END-IF.
002721*    A BLANK REORDER POINT MEANS THE ITEM IS NOT WATCHED.
002722     IF ITR-REORDER-POINT-X NOT = SPACES
002723             AND ITR-REORDER-POINT-X IS NOT NUMERIC
002724         MOVE '37' TO WS-REJECT-CODE
002725         MOVE 'REORDER POINT NOT NUMERIC' TO WS-REJECT-TEXT
002726         MOVE 'N' TO WS-VALID-SWITCH
002727         GO TO 2100-EXIT
002728     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750*****************************************************************
002890     END-READ.
002900     MOVE SPACES TO WS-BEFORE-IMAGE.
002910     MOVE ZERO TO WS-BEF-LIST-PRICE.
002915     MOVE ZERO TO WS-BEF-REORDER.
002920     MOVE SPACES TO ITEM-RECORD.
002930     MOVE ITR-ITEM-NUMBER TO ITEM-NUMBER.
002933     MOVE ZERO TO ITEM-ON-HAND.
002936     MOVE ZERO TO ITEM-ON-ORDER.
002940     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
002950     WRITE ITEM-RECORD
002960         INVALID KEY
003180     MOVE ITEM-DESCRIPTION   TO WS-BEF-DESCRIPTION.
003190     MOVE ITEM-LIST-PRICE    TO WS-BEF-LIST-PRICE.
003200     MOVE ITEM-PRICING-CLASS TO WS-BEF-CLASS.
003203     PERFORM 2550-NORMALIZE-STOCK THRU 2550-EXIT.
003206     MOVE ITEM-REORDER-POINT TO WS-BEF-REORDER.
003210     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
003220     REWRITE ITEM-RECORD
003230         INVALID KEY
003450     MOVE ITEM-DESCRIPTION   TO WS-BEF-DESCRIPTION.
003460     MOVE ITEM-LIST-PRICE    TO WS-BEF-LIST-PRICE.
003470     MOVE ITEM-PRICING-CLASS TO WS-BEF-CLASS.
003471     PERFORM 2550-NORMALIZE-STOCK THRU 2550-EXIT.
003472     MOVE ITEM-REORDER-POINT TO WS-BEF-REORDER.
003473     IF ITEM-ON-HAND > ZERO
003474             OR ITEM-ON-ORDER > ZERO
003475         MOVE '38' TO WS-REJECT-CODE
003476         MOVE 'DELETE OF ITEM WITH STOCK' TO WS-REJECT-TEXT
003477         MOVE 'N' TO WS-VALID-SWITCH
003478         GO TO 2400-EXIT
003479     END-IF.
003480     MOVE SPACES TO WS-AFTER-IMAGE.
003490     MOVE ZERO TO WS-AFT-LIST-PRICE.
003495     MOVE ZERO TO WS-AFT-REORDER.
003500     DELETE ITEMMAST
003510         INVALID KEY
003520             DISPLAY 'ITEMMAST-MAINT: DELETE FAILED FOR ITEM '
003640     MOVE ITR-DESCRIPTION    TO ITEM-DESCRIPTION.
003650     MOVE ITR-LIST-PRICE     TO ITEM-LIST-PRICE.
003660     MOVE ITR-PRICING-CLASS  TO ITEM-PRICING-CLASS.
003661     IF ITR-REORDER-POINT-X = SPACES
003662         MOVE ZERO TO ITEM-REORDER-POINT
003663     ELSE
003664         MOVE ITR-REORDER-POINT TO ITEM-REORDER-POINT
003665     END-IF.
003670     MOVE ITEM-DESCRIPTION   TO WS-AFT-DESCRIPTION.
003680     MOVE ITEM-LIST-PRICE    TO WS-AFT-LIST-PRICE.
003690     MOVE ITEM-PRICING-CLASS TO WS-AFT-CLASS.
003695     MOVE ITEM-REORDER-POINT TO WS-AFT-REORDER.
003700 2500-EXIT.
003701     EXIT.
003702*****************************************************************
003703*    2550-NORMALIZE-STOCK
003704*
003705*    AN ITEM CARRIED OVER FROM BEFORE THE STOCK FIELDS EXISTED
003706*    HAS BLANKS WHERE THE QUANTITIES GO; THEY ARE TAKEN AS
003707*    ZERO SO THE REWRITE LEAVES A CLEAN NUMERIC RECORD.
003708*****************************************************************
003709 2550-NORMALIZE-STOCK.
003710     IF ITEM-ON-HAND IS NOT NUMERIC
003711         MOVE ZERO TO ITEM-ON-HAND
003712     END-IF.
003713     IF ITEM-ON-ORDER IS NOT NUMERIC
003714         MOVE ZERO TO ITEM-ON-ORDER
003715     END-IF.
003716     IF ITEM-REORDER-POINT IS NOT NUMERIC
003717         MOVE ZERO TO ITEM-REORDER-POINT
003718     END-IF.
003719 2550-EXIT.
003720     EXIT.
003721*****************************************************************
003730*    2600-WRITE-REJECT
003740*****************************************************************
003750 2600-WRITE-REJECT.
003960     MOVE WS-BEF-DESCRIPTION TO IAU-BEF-DESCRIPTION.
003970     MOVE WS-BEF-LIST-PRICE  TO IAU-BEF-LIST-PRICE.
003980     MOVE WS-BEF-CLASS       TO IAU-BEF-CLASS.
003985     MOVE WS-BEF-REORDER     TO IAU-BEF-REORDER.
003990     MOVE WS-AFT-DESCRIPTION TO IAU-AFT-DESCRIPTION.
004000     MOVE WS-AFT-LIST-PRICE  TO IAU-AFT-LIST-PRICE.
004010     MOVE WS-AFT-CLASS       TO IAU-AFT-CLASS.
004015     MOVE WS-AFT-REORDER     TO IAU-AFT-REORDER.
004020     WRITE IAU-RECORD.
004030 2700-EXIT.
004040     EXIT.
