000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTRACT-MAINT.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   CONTRACT-MAINT                                              *
000100*                                                               *
000110*   MAINTAINS THE CUSTOMER CONTRACT PRICE FILE (CONTRACT) FROM  *
000120*   A BATCH TRANSACTION FILE KEYED BY THE SALES DESK FROM       *
000130*   SIGNED PRICE AGREEMENTS.  EACH CONTRACT RECORD IS ONE       *
000140*   CUSTOMER'S NEGOTIATED UNIT PRICE FOR ONE ITEM, KEYED BY     *
000150*   CUSTOMER AND ITEM, GOOD FROM ITS START DATE THROUGH ITS     *
000160*   END DATE.  CALCULATE-DISCOUNT PRICES A LINE AT THE CONTRACT *
000170*   PRICE WHEN ONE IS IN FORCE ON THE RUN DATE, AHEAD OF LIST   *
000180*   OR QUANTITY-BREAK PRICING.  A RENEWAL IS A CHANGE TO THE    *
000190*   EXISTING CONTRACT -- NEW PRICE, NEW DATES, SAME KEY.        *
000200*                                                               *
000210*   EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE FILE:  *
000220*   CUSTOMER ON CUSTMAST, ITEM ON ITEMMAST, PRICE NUMERIC AND   *
000230*   NOT ZERO, START AND END DATES REAL DATES WITH THE END NOT   *
000240*   BEFORE THE START.  REJECTED TRANSACTIONS GO TO CONREJ WITH  *
000250*   A REASON CODE, AND EVERY APPLIED TRANSACTION WRITES A       *
000260*   BEFORE/AFTER IMAGE TO CONAUDT SO THE SALES DESK CAN ANSWER  *
000270*   WHO CHANGED A CONTRACT PRICE AND WHEN.                      *
000280*                                                               *
000290*****************************************************************
000300* MAINTENANCE HISTORY
000310* ---------------------------------------------------------------
000320* DATE       BY    DESCRIPTION
000330* ---------- ----- -------------------------------------------
000340* 2026-10-15 RJH   NEW PROGRAM.  BATCH ADD/CHANGE/DELETE
000350*                  MAINTENANCE AGAINST CONTRACT WITH CUSTOMER,
000360*                  ITEM, PRICE, AND DATE EDITS, A CONREJ REJECT
000370*                  FILE, AND A CONAUDT BEFORE/AFTER IMAGE LOG.
000380* ---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CONTRAN-IN ASSIGN TO "CONTRAN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CONTRAN-STATUS.
000450     SELECT CONTRACT ASSIGN TO "CONTRACT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CON-KEY
000490         FILE STATUS IS WS-CONTRACT-STATUS.
000500     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CUST-ID
000540         FILE STATUS IS WS-CUSTMAST-STATUS.
000550     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS ITEM-NUMBER
000590         FILE STATUS IS WS-ITEMMAST-STATUS.
000600     SELECT CONREJ-OUT ASSIGN TO "CONREJ"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CONREJ-STATUS.
000630     SELECT CONAUDT-OUT ASSIGN TO "CONAUDT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-CONAUDT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CONTRAN-IN
000690     LABEL RECORDS ARE STANDARD.
000700 01  CTR-RECORD.
000710     05  CTR-ACTION              PIC X(01).
000720         88  CTR-ACTION-ADD              VALUE 'A'.
000730         88  CTR-ACTION-CHANGE           VALUE 'C'.
000740         88  CTR-ACTION-DELETE           VALUE 'D'.
000750         88  CTR-ACTION-VALID            VALUE 'A' 'C' 'D'.
000760     05  CTR-CUSTOMER-ID         PIC X(05).
000770     05  CTR-ITEM-NUMBER         PIC X(06).
000780     05  CTR-UNIT-PRICE-X        PIC X(07).
000790     05  CTR-UNIT-PRICE REDEFINES
000800         CTR-UNIT-PRICE-X        PIC 9(05)V99.
000810     05  CTR-START-DATE-X        PIC X(08).
000820     05  CTR-START-DATE REDEFINES
000830         CTR-START-DATE-X        PIC 9(08).
000840     05  CTR-START-PARTS REDEFINES CTR-START-DATE-X.
000850         10  FILLER              PIC X(04).
000860         10  CTR-START-MM        PIC 9(02).
000870         10  CTR-START-DD        PIC 9(02).
000880     05  CTR-END-DATE-X          PIC X(08).
000890     05  CTR-END-DATE REDEFINES
000900         CTR-END-DATE-X          PIC 9(08).
000910     05  CTR-END-PARTS REDEFINES CTR-END-DATE-X.
000920         10  FILLER              PIC X(04).
000930         10  CTR-END-MM          PIC 9(02).
000940         10  CTR-END-DD          PIC 9(02).
000950     05  CTR-CONTRACT-REF        PIC X(10).
000960     05  CTR-OPERATOR-ID         PIC X(08).
000970     05  FILLER                  PIC X(27).
000980 FD  CONTRACT
000990     LABEL RECORDS ARE STANDARD.
001000 01  CON-RECORD.
001010     05  CON-KEY.
001020         10  CON-CUSTOMER-ID     PIC X(05).
001030         10  CON-ITEM-NUMBER     PIC X(06).
001040     05  CON-UNIT-PRICE          PIC 9(05)V99.
001050     05  CON-START-DATE          PIC 9(08).
001060     05  CON-END-DATE            PIC 9(08).
001070     05  CON-CONTRACT-REF        PIC X(10).
001080     05  FILLER                  PIC X(36).
001090 FD  CUSTMAST
001100     LABEL RECORDS ARE STANDARD.
001110 01  CUST-RECORD.
001120     05  CUST-ID                 PIC X(05).
001130     05  FILLER                  PIC X(75).
001140 FD  ITEMMAST
001150     LABEL RECORDS ARE STANDARD.
001160 01  ITEM-RECORD.
001170     05  ITEM-NUMBER             PIC X(06).
001180     05  FILLER                  PIC X(74).
001190 FD  CONREJ-OUT
001200     LABEL RECORDS ARE STANDARD.
001210 01  CRJ-RECORD.
001220     05  CRJ-REASON-CODE         PIC X(02).
001230         88  CRJ-REASON-BAD-ACTION       VALUE '61'.
001240         88  CRJ-REASON-BAD-CUSTOMER     VALUE '62'.
001250         88  CRJ-REASON-BAD-ITEM         VALUE '63'.
001260         88  CRJ-REASON-BAD-PRICE        VALUE '64'.
001270         88  CRJ-REASON-BAD-START        VALUE '65'.
001280         88  CRJ-REASON-BAD-END          VALUE '66'.
001290         88  CRJ-REASON-END-BEFORE-START VALUE '67'.
001300         88  CRJ-REASON-DUPLICATE-ADD    VALUE '68'.
001310         88  CRJ-REASON-NOT-ON-FILE      VALUE '69'.
001320     05  CRJ-REASON-TEXT         PIC X(30).
001330     05  CRJ-ORIGINAL-RECORD     PIC X(80).
001340 FD  CONAUDT-OUT
001350     LABEL RECORDS ARE STANDARD.
001360 01  CAU-RECORD.
001370     05  CAU-DATE                PIC 9(08).
001380     05  CAU-TIME                PIC 9(08).
001390     05  CAU-ACTION              PIC X(01).
001400     05  CAU-CONTRACT-KEY        PIC X(11).
001410     05  CAU-OPERATOR-ID         PIC X(08).
001420     05  CAU-BEFORE-IMAGE.
001430         10  CAU-BEF-UNIT-PRICE  PIC 9(05)V99.
001440         10  CAU-BEF-START-DATE  PIC 9(08).
001450         10  CAU-BEF-END-DATE    PIC 9(08).
001460         10  CAU-BEF-CONTRACT-REF
001470                                 PIC X(10).
001480     05  CAU-AFTER-IMAGE.
001490         10  CAU-AFT-UNIT-PRICE  PIC 9(05)V99.
001500         10  CAU-AFT-START-DATE  PIC 9(08).
001510         10  CAU-AFT-END-DATE    PIC 9(08).
001520         10  CAU-AFT-CONTRACT-REF
001530                                 PIC X(10).
001540     05  FILLER                  PIC X(08).
001550 WORKING-STORAGE SECTION.
001560*----------------------------------------------------------------
001570*    CURRENT-TRANSACTION WORKING FIELDS
001580*----------------------------------------------------------------
001590 01  WS-CURRENT-DATE             PIC 9(8).
001600 01  WS-CURRENT-TIME             PIC 9(8).
001610 01  WS-BEFORE-IMAGE.
001620     05  WS-BEF-UNIT-PRICE       PIC 9(05)V99.
001630     05  WS-BEF-START-DATE       PIC 9(08).
001640     05  WS-BEF-END-DATE         PIC 9(08).
001650     05  WS-BEF-CONTRACT-REF     PIC X(10).
001660 01  WS-AFTER-IMAGE.
001670     05  WS-AFT-UNIT-PRICE       PIC 9(05)V99.
001680     05  WS-AFT-START-DATE       PIC 9(08).
001690     05  WS-AFT-END-DATE         PIC 9(08).
001700     05  WS-AFT-CONTRACT-REF     PIC X(10).
001710*----------------------------------------------------------------
001720*    TRANSACTION VALIDATION FIELDS
001730*----------------------------------------------------------------
001740 77  WS-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001750     88  WS-TRAN-VALID                       VALUE 'Y'.
001760     88  WS-TRAN-INVALID                     VALUE 'N'.
001770 77  WS-REJECT-CODE              PIC X(02) VALUE SPACES.
001780 77  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
001790*----------------------------------------------------------------
001800*    FILE STATUS AND CONTROL SWITCHES
001810*----------------------------------------------------------------
001820 77  WS-CONTRAN-STATUS           PIC X(02) VALUE '00'.
001830 77  WS-CONTRACT-STATUS          PIC X(02) VALUE '00'.
001840 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
001850 77  WS-ITEMMAST-STATUS          PIC X(02) VALUE '00'.
001860 77  WS-CONREJ-STATUS            PIC X(02) VALUE '00'.
001870 77  WS-CONAUDT-STATUS           PIC X(02) VALUE '00'.
001880 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001890     88  WS-EOF-YES                          VALUE 'Y'.
001900     88  WS-EOF-NO                           VALUE 'N'.
001910*----------------------------------------------------------------
001920*    WS-INIT-STAGE TRACKS HOW FAR 1000-INITIALIZE GOT BEFORE A
001930*    FAILED OPEN SENT IT TO 1000-EXIT EARLY, SO 9000-TERMINATE
001940*    ONLY CLOSES FILES THAT WERE ACTUALLY OPENED.
001950*      0 = NOTHING OPENED YET          3 = + CUSTMAST/ITEMMAST
001960*      1 = CONTRAN OPENED              4 = + CONREJ OPENED
001970*      2 = + CONTRACT OPENED           5 = + CONAUDT OPENED
001980*----------------------------------------------------------------
001990 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
002000*----------------------------------------------------------------
002010*    CONTROL TOTAL ACCUMULATORS
002020*----------------------------------------------------------------
002030 77  WS-TRANS-READ               PIC 9(7)    VALUE ZERO COMP.
002040 77  WS-ADDS-APPLIED             PIC 9(7)    VALUE ZERO COMP.
002050 77  WS-CHANGES-APPLIED          PIC 9(7)    VALUE ZERO COMP.
002060 77  WS-DELETES-APPLIED          PIC 9(7)    VALUE ZERO COMP.
002070 77  WS-TRANS-REJECTED           PIC 9(7)    VALUE ZERO COMP.
002080 PROCEDURE DIVISION.
002090*****************************************************************
002100*    0000-MAINLINE
002110*****************************************************************
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002150         UNTIL WS-EOF-YES.
002160     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002180     STOP RUN.
002190*****************************************************************
002200*    1000-INITIALIZE
002210*****************************************************************
002220 1000-INITIALIZE.
002230     OPEN INPUT CONTRAN-IN.
002240     IF WS-CONTRAN-STATUS NOT = '00'
002250         DISPLAY 'CONTRACT-MAINT: UNABLE TO OPEN CONTRAN, '
002260             'STATUS = ' WS-CONTRAN-STATUS
002270         MOVE 'Y' TO WS-EOF-SWITCH
002280         GO TO 1000-EXIT
002290     END-IF.
002300     MOVE 1 TO WS-INIT-STAGE.
002310     OPEN I-O CONTRACT.
002320     IF WS-CONTRACT-STATUS = '05' OR '35'
002330         OPEN OUTPUT CONTRACT
002340     END-IF.
002350     IF WS-CONTRACT-STATUS NOT = '00'
002360         DISPLAY 'CONTRACT-MAINT: UNABLE TO OPEN CONTRACT, '
002370             'STATUS = ' WS-CONTRACT-STATUS
002380         MOVE 'Y' TO WS-EOF-SWITCH
002390         GO TO 1000-EXIT
002400     END-IF.
002410     MOVE 2 TO WS-INIT-STAGE.
002420     OPEN INPUT CUSTMAST.
002430     IF WS-CUSTMAST-STATUS NOT = '00'
002440         DISPLAY 'CONTRACT-MAINT: UNABLE TO OPEN CUSTMAST, '
002450             'STATUS = ' WS-CUSTMAST-STATUS
002460         MOVE 'Y' TO WS-EOF-SWITCH
002470         GO TO 1000-EXIT
002480     END-IF.
002490     OPEN INPUT ITEMMAST.
002500     IF WS-ITEMMAST-STATUS NOT = '00'
002510         CLOSE CUSTMAST
002520         DISPLAY 'CONTRACT-MAINT: UNABLE TO OPEN ITEMMAST, '
002530             'STATUS = ' WS-ITEMMAST-STATUS
002540         MOVE 'Y' TO WS-EOF-SWITCH
002550         GO TO 1000-EXIT
002560     END-IF.
002570     MOVE 3 TO WS-INIT-STAGE.
002580     OPEN OUTPUT CONREJ-OUT.
002590     IF WS-CONREJ-STATUS NOT = '00'
002600         DISPLAY 'CONTRACT-MAINT: UNABLE TO OPEN CONREJ, '
002610             'STATUS = ' WS-CONREJ-STATUS
002620         MOVE 'Y' TO WS-EOF-SWITCH
002630         GO TO 1000-EXIT
002640     END-IF.
002650     MOVE 4 TO WS-INIT-STAGE.
002660     OPEN EXTEND CONAUDT-OUT.
002670     IF WS-CONAUDT-STATUS = '05' OR '35'
002680         OPEN OUTPUT CONAUDT-OUT
002690     END-IF.
002700     IF WS-CONAUDT-STATUS NOT = '00'
002710         DISPLAY 'CONTRACT-MAINT: UNABLE TO OPEN CONAUDT, '
002720             'STATUS = ' WS-CONAUDT-STATUS
002730         MOVE 'Y' TO WS-EOF-SWITCH
002740         GO TO 1000-EXIT
002750     END-IF.
002760     MOVE 5 TO WS-INIT-STAGE.
002770     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002780 1000-EXIT.
002790     EXIT.
002800*****************************************************************
002810*    2000-PROCESS-TRAN
002820*****************************************************************
002830 2000-PROCESS-TRAN.
002840     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
002850     IF WS-TRAN-VALID
002860         IF CTR-ACTION-ADD
002870             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002880         ELSE
002890             IF CTR-ACTION-CHANGE
002900                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002910             ELSE
002920                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
002930             END-IF
002940         END-IF
002950     END-IF.
002960     IF WS-TRAN-INVALID
002970         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
002980         ADD 1 TO WS-TRANS-REJECTED
002990     END-IF.
003000     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003010 2000-EXIT.
003020     EXIT.
003030*****************************************************************
003040*    2100-VALIDATE-TRAN
003050*
003060*    FIELD-LEVEL EDITS AND THE CUSTOMER/ITEM MASTER CHECKS.  A
003070*    DELETE NEEDS ONLY ITS KEY -- A CONTRACT CAN BE DROPPED
003080*    AFTER ITS CUSTOMER OR ITEM HAS COME OFF THE MASTER.  THE
003090*    CONTRACT EXISTENCE EDITS (DUPLICATE ADD, CHANGE/DELETE OF
003100*    AN UNKNOWN CONTRACT) ARE MADE IN THE APPLY PARAGRAPHS,
003110*    WHERE THE MASTER READ HAPPENS ANYWAY.
003120*****************************************************************
003130 2100-VALIDATE-TRAN.
003140     MOVE 'Y' TO WS-VALID-SWITCH.
003150     MOVE SPACES TO WS-REJECT-CODE.
003160     MOVE SPACES TO WS-REJECT-TEXT.
003170     IF NOT CTR-ACTION-VALID
003180         MOVE '61' TO WS-REJECT-CODE
003190         MOVE 'ACTION NOT A, C, OR D' TO WS-REJECT-TEXT
003200         MOVE 'N' TO WS-VALID-SWITCH
003210         GO TO 2100-EXIT
003220     END-IF.
003230     IF CTR-CUSTOMER-ID = SPACES
003240         MOVE '62' TO WS-REJECT-CODE
003250         MOVE 'CUSTOMER ID IS BLANK' TO WS-REJECT-TEXT
003260         MOVE 'N' TO WS-VALID-SWITCH
003270         GO TO 2100-EXIT
003280     END-IF.
003290     IF CTR-ITEM-NUMBER = SPACES
003300         MOVE '63' TO WS-REJECT-CODE
003310         MOVE 'ITEM NUMBER IS BLANK' TO WS-REJECT-TEXT
003320         MOVE 'N' TO WS-VALID-SWITCH
003330         GO TO 2100-EXIT
003340     END-IF.
003350     IF CTR-ACTION-DELETE
003360         GO TO 2100-EXIT
003370     END-IF.
003380     MOVE CTR-CUSTOMER-ID TO CUST-ID.
003390     READ CUSTMAST
003400         INVALID KEY
003410             MOVE '62' TO WS-REJECT-CODE
003420             MOVE 'CUSTOMER NOT ON CUSTMAST' TO WS-REJECT-TEXT
003430             MOVE 'N' TO WS-VALID-SWITCH
003440             GO TO 2100-EXIT
003450     END-READ.
003460     MOVE CTR-ITEM-NUMBER TO ITEM-NUMBER.
003470     READ ITEMMAST
003480         INVALID KEY
003490             MOVE '63' TO WS-REJECT-CODE
003500             MOVE 'ITEM NOT ON ITEMMAST' TO WS-REJECT-TEXT
003510             MOVE 'N' TO WS-VALID-SWITCH
003520             GO TO 2100-EXIT
003530     END-READ.
003540     IF CTR-UNIT-PRICE-X IS NOT NUMERIC
003550             OR CTR-UNIT-PRICE = ZERO
003560         MOVE '64' TO WS-REJECT-CODE
003570         MOVE 'CONTRACT PRICE INVALID OR ZERO' TO WS-REJECT-TEXT
003580         MOVE 'N' TO WS-VALID-SWITCH
003590         GO TO 2100-EXIT
003600     END-IF.
003610     IF CTR-START-DATE-X IS NOT NUMERIC
003620             OR CTR-START-DATE = ZERO
003630             OR CTR-START-MM < 1
003640             OR CTR-START-MM > 12
003650             OR CTR-START-DD < 1
003660             OR CTR-START-DD > 31
003670         MOVE '65' TO WS-REJECT-CODE
003680         MOVE 'START DATE INVALID' TO WS-REJECT-TEXT
003690         MOVE 'N' TO WS-VALID-SWITCH
003700         GO TO 2100-EXIT
003710     END-IF.
003720     IF CTR-END-DATE-X IS NOT NUMERIC
003730             OR CTR-END-DATE = ZERO
003740             OR CTR-END-MM < 1
003750             OR CTR-END-MM > 12
003760             OR CTR-END-DD < 1
003770             OR CTR-END-DD > 31
003780         MOVE '66' TO WS-REJECT-CODE
003790         MOVE 'END DATE INVALID' TO WS-REJECT-TEXT
003800         MOVE 'N' TO WS-VALID-SWITCH
003810         GO TO 2100-EXIT
003820     END-IF.
003830     IF CTR-END-DATE < CTR-START-DATE
003840         MOVE '67' TO WS-REJECT-CODE
003850         MOVE 'END DATE BEFORE START DATE' TO WS-REJECT-TEXT
003860         MOVE 'N' TO WS-VALID-SWITCH
003870         GO TO 2100-EXIT
003880     END-IF.
003890 2100-EXIT.
003900     EXIT.
003910*****************************************************************
003920*    2200-APPLY-ADD
003930*****************************************************************
003940 2200-APPLY-ADD.
003950     PERFORM 2550-MOVE-TRAN-KEY THRU 2550-EXIT.
003960     READ CONTRACT
003970         INVALID KEY
003980             CONTINUE
003990         NOT INVALID KEY
004000             MOVE '68' TO WS-REJECT-CODE
004010             MOVE 'ADD OF CONTRACT ALREADY ON FILE'
004020                 TO WS-REJECT-TEXT
004030             MOVE 'N' TO WS-VALID-SWITCH
004040             GO TO 2200-EXIT
004050     END-READ.
004060     MOVE SPACES TO WS-BEFORE-IMAGE.
004070     MOVE ZERO TO WS-BEF-UNIT-PRICE.
004080     MOVE ZERO TO WS-BEF-START-DATE.
004090     MOVE ZERO TO WS-BEF-END-DATE.
004100     MOVE SPACES TO CON-RECORD.
004110     PERFORM 2550-MOVE-TRAN-KEY THRU 2550-EXIT.
004120     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
004130     WRITE CON-RECORD
004140         INVALID KEY
004150             DISPLAY 'CONTRACT-MAINT: WRITE FAILED FOR KEY '
004160                 CON-KEY ', STATUS = ' WS-CONTRACT-STATUS
004170             GO TO 2200-EXIT
004180     END-WRITE.
004190     ADD 1 TO WS-ADDS-APPLIED.
004200     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
004210 2200-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    2300-APPLY-CHANGE
004250*****************************************************************
004260 2300-APPLY-CHANGE.
004270     PERFORM 2550-MOVE-TRAN-KEY THRU 2550-EXIT.
004280     READ CONTRACT
004290         INVALID KEY
004300             MOVE '69' TO WS-REJECT-CODE
004310             MOVE 'CHANGE OF CONTRACT NOT ON FILE'
004320                 TO WS-REJECT-TEXT
004330             MOVE 'N' TO WS-VALID-SWITCH
004340             GO TO 2300-EXIT
004350     END-READ.
004360     PERFORM 2450-CAPTURE-BEFORE THRU 2450-EXIT.
004370     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
004380     REWRITE CON-RECORD
004390         INVALID KEY
004400             DISPLAY 'CONTRACT-MAINT: REWRITE FAILED FOR KEY '
004410                 CON-KEY ', STATUS = ' WS-CONTRACT-STATUS
004420             GO TO 2300-EXIT
004430     END-REWRITE.
004440     ADD 1 TO WS-CHANGES-APPLIED.
004450     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
004460 2300-EXIT.
004470     EXIT.
004480*****************************************************************
004490*    2400-APPLY-DELETE
004500*****************************************************************
004510 2400-APPLY-DELETE.
004520     PERFORM 2550-MOVE-TRAN-KEY THRU 2550-EXIT.
004530     READ CONTRACT
004540         INVALID KEY
004550             MOVE '69' TO WS-REJECT-CODE
004560             MOVE 'DELETE OF CONTRACT NOT ON FILE'
004570                 TO WS-REJECT-TEXT
004580             MOVE 'N' TO WS-VALID-SWITCH
004590             GO TO 2400-EXIT
004600     END-READ.
004610     PERFORM 2450-CAPTURE-BEFORE THRU 2450-EXIT.
004620     MOVE SPACES TO WS-AFTER-IMAGE.
004630     MOVE ZERO TO WS-AFT-UNIT-PRICE.
004640     MOVE ZERO TO WS-AFT-START-DATE.
004650     MOVE ZERO TO WS-AFT-END-DATE.
004660     DELETE CONTRACT
004670         INVALID KEY
004680             DISPLAY 'CONTRACT-MAINT: DELETE FAILED FOR KEY '
004690                 CON-KEY ', STATUS = ' WS-CONTRACT-STATUS
004700             GO TO 2400-EXIT
004710     END-DELETE.
004720     ADD 1 TO WS-DELETES-APPLIED.
004730     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
004740 2400-EXIT.
004750     EXIT.
004760*****************************************************************
004770*    2450-CAPTURE-BEFORE
004780*****************************************************************
004790 2450-CAPTURE-BEFORE.
004800     MOVE CON-UNIT-PRICE    TO WS-BEF-UNIT-PRICE.
004810     MOVE CON-START-DATE    TO WS-BEF-START-DATE.
004820     MOVE CON-END-DATE      TO WS-BEF-END-DATE.
004830     MOVE CON-CONTRACT-REF  TO WS-BEF-CONTRACT-REF.
004840 2450-EXIT.
004850     EXIT.
004860*****************************************************************
004870*    2500-MOVE-TRAN-TO-MASTER
004880*
004890*    APPLIES THE TRANSACTION'S PRICE, DATES, AND REFERENCE TO
004900*    CON-RECORD AND CAPTURES THE AFTER IMAGE FOR THE AUDIT LOG.
004910*****************************************************************
004920 2500-MOVE-TRAN-TO-MASTER.
004930     MOVE CTR-UNIT-PRICE    TO CON-UNIT-PRICE.
004940     MOVE CTR-START-DATE    TO CON-START-DATE.
004950     MOVE CTR-END-DATE      TO CON-END-DATE.
004960     MOVE CTR-CONTRACT-REF  TO CON-CONTRACT-REF.
004970     MOVE CON-UNIT-PRICE    TO WS-AFT-UNIT-PRICE.
004980     MOVE CON-START-DATE    TO WS-AFT-START-DATE.
004990     MOVE CON-END-DATE      TO WS-AFT-END-DATE.
005000     MOVE CON-CONTRACT-REF  TO WS-AFT-CONTRACT-REF.
005010 2500-EXIT.
005020     EXIT.
005030*****************************************************************
005040*    2550-MOVE-TRAN-KEY
005050*****************************************************************
005060 2550-MOVE-TRAN-KEY.
005070     MOVE CTR-CUSTOMER-ID   TO CON-CUSTOMER-ID.
005080     MOVE CTR-ITEM-NUMBER   TO CON-ITEM-NUMBER.
005090 2550-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    2600-WRITE-REJECT
005130*****************************************************************
005140 2600-WRITE-REJECT.
005150     MOVE CTR-RECORD        TO CRJ-ORIGINAL-RECORD.
005160     MOVE WS-REJECT-CODE    TO CRJ-REASON-CODE.
005170     MOVE WS-REJECT-TEXT    TO CRJ-REASON-TEXT.
005180     WRITE CRJ-RECORD.
005190     DISPLAY 'CONTRACT-MAINT: REJECTED TRAN CUSTOMER '
005200         CTR-CUSTOMER-ID ' ITEM ' CTR-ITEM-NUMBER
005210         ' REASON ' WS-REJECT-CODE ' - ' WS-REJECT-TEXT.
005220 2600-EXIT.
005230     EXIT.
005240*****************************************************************
005250*    2700-WRITE-AUDIT
005260*****************************************************************
005270 2700-WRITE-AUDIT.
005280     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005290     ACCEPT WS-CURRENT-TIME FROM TIME.
005300     MOVE SPACES            TO CAU-RECORD.
005310     MOVE WS-CURRENT-DATE   TO CAU-DATE.
005320     MOVE WS-CURRENT-TIME   TO CAU-TIME.
005330     MOVE CTR-ACTION        TO CAU-ACTION.
005340     MOVE CON-KEY           TO CAU-CONTRACT-KEY.
005350     MOVE CTR-OPERATOR-ID   TO CAU-OPERATOR-ID.
005360     MOVE WS-BEF-UNIT-PRICE TO CAU-BEF-UNIT-PRICE.
005370     MOVE WS-BEF-START-DATE TO CAU-BEF-START-DATE.
005380     MOVE WS-BEF-END-DATE   TO CAU-BEF-END-DATE.
005390     MOVE WS-BEF-CONTRACT-REF TO CAU-BEF-CONTRACT-REF.
005400     MOVE WS-AFT-UNIT-PRICE TO CAU-AFT-UNIT-PRICE.
005410     MOVE WS-AFT-START-DATE TO CAU-AFT-START-DATE.
005420     MOVE WS-AFT-END-DATE   TO CAU-AFT-END-DATE.
005430     MOVE WS-AFT-CONTRACT-REF TO CAU-AFT-CONTRACT-REF.
005440     WRITE CAU-RECORD.
005450 2700-EXIT.
005460     EXIT.
005470*****************************************************************
005480*    2900-READ-TRAN
005490*****************************************************************
005500 2900-READ-TRAN.
005510     READ CONTRAN-IN
005520         AT END
005530             MOVE 'Y' TO WS-EOF-SWITCH
005540             GO TO 2900-EXIT
005550     END-READ.
005560     ADD 1 TO WS-TRANS-READ.
005570 2900-EXIT.
005580     EXIT.
005590*****************************************************************
005600*    8000-PRINT-CONTROL-TOTALS
005610*****************************************************************
005620 8000-PRINT-CONTROL-TOTALS.
005630     DISPLAY '==============================================='.
005640     DISPLAY 'CONTRACT-MAINT - END OF RUN CONTROL TOTALS'.
005650     DISPLAY '  TRANSACTIONS READ ........ ' WS-TRANS-READ.
005660     DISPLAY '  ADDS APPLIED ............. ' WS-ADDS-APPLIED.
005670     DISPLAY '  CHANGES APPLIED .......... ' WS-CHANGES-APPLIED.
005680     DISPLAY '  DELETES APPLIED .......... ' WS-DELETES-APPLIED.
005690     DISPLAY '  TRANSACTIONS REJECTED .... ' WS-TRANS-REJECTED.
005700     DISPLAY '==============================================='.
005710 8000-EXIT.
005720     EXIT.
005730*****************************************************************
005740*    9000-TERMINATE
005750*
005760*    ONLY CLOSES THE FILES 1000-INITIALIZE ACTUALLY OPENED (PER
005770*    WS-INIT-STAGE).
005780*****************************************************************
005790 9000-TERMINATE.
005800     IF WS-INIT-STAGE NOT < 1
005810         CLOSE CONTRAN-IN
005820     END-IF.
005830     IF WS-INIT-STAGE NOT < 2
005840         CLOSE CONTRACT
005850     END-IF.
005860     IF WS-INIT-STAGE NOT < 3
005870         CLOSE CUSTMAST
005880         CLOSE ITEMMAST
005890     END-IF.
005900     IF WS-INIT-STAGE NOT < 4
005910         CLOSE CONREJ-OUT
005920     END-IF.
005930     IF WS-INIT-STAGE NOT < 5
005940         CLOSE CONAUDT-OUT
005950     END-IF.
005960 9000-EXIT.
005970     EXIT.
