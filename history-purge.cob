000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HISTORY-PURGE.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   HISTORY-PURGE                                               *
000100*                                                               *
000110*   RETENTION RUN FOR THE TWO KEYED FILES THE PRICING RUN READS *
000120*   AT RANDOM EVERY NIGHT AND THAT OTHERWISE ONLY EVER GROW.    *
000130*   INVHIST SALES PAST THE RETENTION PERIOD, AND SALES WHOSE    *
000140*   UNITS HAVE ALL COME BACK, ARE COPIED TO THE HISTARCH        *
000150*   ARCHIVE (ADDED TO THE END, NEVER REWRITTEN) AND DELETED     *
000160*   FROM INVHIST.  POSTED ORDER REFERENCES OLDER THAN THE       *
000170*   DUPLICATE-PROTECTION WINDOW ARE DROPPED; TODAY'S ARE        *
000180*   ALWAYS KEPT FOR THE PRICING RUN'S RESTART RECOVERY.  RUN    *
000190*   AFTER THE NIGHT'S CYCLE HAS FINISHED.                       *
000200*                                                               *
000210*   A SALE THE OPEN PERIOD STILL NEEDS IS NEVER PURGED, HOWEVER *
000220*   OLD: ONE DATED IN THE CURRENT OR PRIOR MONTH (CUST-         *
000230*   STATEMENT PRINTS LAST MONTH'S STATEMENTS EARLY IN THIS      *
000240*   ONE), ONE WHOSE OPEN ITEM STILL CARRIES A BALANCE, OR ONE   *
000250*   PAID DURING THE OPEN PERIOD (THE COMMISSION RUN READS IT    *
000260*   FOR THE DISCOUNT SOURCE).  BALANCE-VERIFY READS HISTARCH    *
000270*   ALONGSIDE INVHIST, SO ARCHIVED SALES STILL COUNT TOWARD     *
000280*   ITS DERIVED BALANCES.                                       *
000290*                                                               *
000300*   RETPARM CARD:  COLS 1-4   INVHIST RETENTION, DAYS           *
000310*                  COLS 5-8   POSTED DUPLICATE WINDOW, DAYS     *
000320*                  COLS 9-12  RETURN WINDOW, DAYS (THE SAME     *
000330*                             FIELD CALCULATE-DISCOUNT USES)    *
000340*   ALL THREE MUST BE NUMERIC AND NONZERO, AND THE RETENTION    *
000350*   MAY NOT BE SHORTER THAN THE RETURN WINDOW -- A SALE STILL   *
000360*   OPEN TO RETURN MUST STAY ON INVHIST -- OR THE STEP ENDS     *
000370*   RC 8 WITH NOTHING PURGED.                                   *
000380*                                                               *
000390*   RETURN CODES:  0 = PURGE COMPLETE                           *
000400*                  8 = BAD OR MISSING PARM, NOTHING PURGED      *
000410*                 16 = FILE ERROR                               *
000420*                                                               *
000430*****************************************************************
000440* MAINTENANCE HISTORY
000450* ---------------------------------------------------------------
000460* DATE       BY    DESCRIPTION
000470* ---------- ----- -------------------------------------------
000480* 2026-10-15 RJH   NEW PROGRAM.  PARAMETER-DRIVEN RETENTION PURGE
000490*                  OF INVHIST TO THE HISTARCH ARCHIVE, AND OF
000500*                  AGED POSTED ORDER REFERENCES.
000510* ---------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT RETPARM-IN ASSIGN TO "RETPARM"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RETPARM-STATUS.
000580     SELECT INVHIST ASSIGN TO "INVHIST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS IVH-INVOICE-NUMBER
000620         FILE STATUS IS WS-INVHIST-STATUS.
000630     SELECT OPENITEM ASSIGN TO "OPENITEM"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS OPI-INVOICE-NUMBER
000670         FILE STATUS IS WS-OPENITEM-STATUS.
000680     SELECT HISTARCH-OUT ASSIGN TO "HISTARCH"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-HISTARCH-STATUS.
000710     SELECT POSTED-ORDERS ASSIGN TO "POSTED"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS SEQUENTIAL
000740         RECORD KEY IS PST-ORDER-REF
000750         FILE STATUS IS WS-POSTED-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  RETPARM-IN
000790     LABEL RECORDS ARE STANDARD.
000800 01  RET-RECORD.
000810     05  RET-INVHIST-DAYS-X      PIC X(04).
000820     05  RET-INVHIST-DAYS REDEFINES
000830         RET-INVHIST-DAYS-X      PIC 9(04).
000840     05  RET-POSTED-DAYS-X       PIC X(04).
000850     05  RET-POSTED-DAYS REDEFINES
000860         RET-POSTED-DAYS-X       PIC 9(04).
000870     05  RET-RETURN-DAYS-X       PIC X(04).
000880     05  RET-RETURN-DAYS REDEFINES
000890         RET-RETURN-DAYS-X       PIC 9(04).
000900     05  FILLER                  PIC X(68).
000910 FD  INVHIST
000920     LABEL RECORDS ARE STANDARD.
000930 01  IVH-RECORD.
000940     05  IVH-INVOICE-NUMBER      PIC 9(07).
000950     05  IVH-CUSTOMER-ID         PIC X(05).
000960     05  IVH-DATE                PIC 9(08).
000970     05  IVH-QUANTITY            PIC 9(07).
000980     05  IVH-TOTAL               PIC 9(07)V99.
000990     05  IVH-DISCOUNT            PIC 9(07)V99.
001000     05  IVH-DISCOUNTED-TOTAL    PIC 9(07)V99.
001010     05  IVH-DISCOUNT-RATE       PIC V999.
001020     05  IVH-DISCOUNT-SOURCE     PIC X(10).
001030     05  IVH-RETURNED-QTY        PIC 9(07).
001040     05  IVH-ITEM-NUMBER         PIC X(06).
001050     05  IVH-DUE-DATE            PIC 9(08).
001060     05  IVH-TAX-JURISDICTION    PIC X(05).
001070     05  IVH-TAX-EXEMPT-SW       PIC X(01).
001080     05  IVH-TAX-RATE            PIC V9(05).
001090     05  IVH-TAX-AMOUNT          PIC 9(07)V99.
001100 FD  OPENITEM
001110     LABEL RECORDS ARE STANDARD.
001120 01  OPI-RECORD.
001130     05  OPI-INVOICE-NUMBER      PIC 9(07).
001140     05  OPI-CUSTOMER-ID         PIC X(05).
001150     05  OPI-ITEM-TYPE           PIC X(01).
001160         88  OPI-TYPE-INVOICE            VALUE 'I'.
001170         88  OPI-TYPE-CREDIT             VALUE 'C'.
001180     05  OPI-INVOICE-DATE        PIC 9(08).
001190     05  OPI-ORIGINAL-AMOUNT     PIC S9(07)V99.
001200     05  OPI-OPEN-AMOUNT         PIC S9(07)V99.
001210     05  OPI-ORIG-INVOICE        PIC 9(07).
001220     05  OPI-LAST-PAY-DATE       PIC 9(08).
001230     05  OPI-LAST-CHECK-REF      PIC X(08).
001240     05  OPI-DUE-DATE            PIC 9(08).
001250     05  OPI-DISC-DATE           PIC 9(08).
001260     05  OPI-DISC-PCT            PIC V999.
001270     05  OPI-DUNNING-LEVEL       PIC 9(01).
001280     05  OPI-LAST-DUNNING-DATE   PIC 9(08).
001290     05  FILLER                  PIC X(10).
001300*----------------------------------------------------------------
001310*    HISTARCH -- ONE RECORD PER PURGED SALE: THE DATE IT WAS
001320*    ARCHIVED, WHY, AND THE WHOLE INVHIST RECORD AS IT STOOD.
001330*----------------------------------------------------------------
001340 FD  HISTARCH-OUT
001350     LABEL RECORDS ARE STANDARD.
001360 01  HAR-RECORD.
001370     05  HAR-ARCHIVE-DATE        PIC 9(08).
001380     05  HAR-REASON              PIC X(01).
001390         88  HAR-REASON-AGED             VALUE 'A'.
001400         88  HAR-REASON-RETURNED         VALUE 'R'.
001410     05  HAR-INVHIST-IMAGE       PIC X(108).
001420     05  FILLER                  PIC X(13).
001430 FD  POSTED-ORDERS
001440     LABEL RECORDS ARE STANDARD.
001450 01  PST-RECORD.
001460     05  PST-ORDER-REF           PIC X(08).
001470     05  PST-CUSTOMER-ID         PIC X(05).
001480     05  PST-POST-DATE           PIC 9(08).
001490     05  PST-INVOICE-NUMBER      PIC 9(07).
001500     05  FILLER                  PIC X(52).
001510 WORKING-STORAGE SECTION.
001520*----------------------------------------------------------------
001530*    RETENTION PARAMETERS AND THE CUTOFF DATES WORKED FROM THEM.
001540*    A SALE DATED BEFORE WS-RETAIN-CUTOFF IS PAST RETENTION; A
001550*    POSTED REFERENCE DATED BEFORE WS-POSTED-CUTOFF IS DROPPED.
001560*    WS-OPEN-PERIOD-START IS THE FIRST OF LAST MONTH.
001570*----------------------------------------------------------------
001580 77  WS-RETENTION-DAYS           PIC 9(04)  VALUE ZERO.
001590 77  WS-POSTED-DAYS              PIC 9(04)  VALUE ZERO.
001600 77  WS-RETURN-DAYS              PIC 9(04)  VALUE ZERO.
001610 77  WS-TODAY-INT                PIC 9(07)  VALUE ZERO.
001620 77  WS-RETAIN-CUTOFF            PIC 9(08)  VALUE ZERO.
001630 77  WS-POSTED-CUTOFF            PIC 9(08)  VALUE ZERO.
001640 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001650 01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
001660     05  WS-CURRENT-YYYY         PIC 9(04).
001670     05  WS-CURRENT-MM           PIC 9(02).
001680     05  WS-CURRENT-DD           PIC 9(02).
001690 01  WS-OPEN-PERIOD-START        PIC 9(08)  VALUE ZERO.
001700 01  WS-OPEN-PERIOD-PARTS REDEFINES WS-OPEN-PERIOD-START.
001710     05  WS-OPEN-YYYY            PIC 9(04).
001720     05  WS-OPEN-MM              PIC 9(02).
001730     05  WS-OPEN-DD              PIC 9(02).
001740 77  WS-ARCHIVE-REASON           PIC X(01)  VALUE SPACE.
001750     88  WS-ARCHIVE-AGED                    VALUE 'A'.
001760     88  WS-ARCHIVE-RETURNED                VALUE 'R'.
001770     88  WS-ARCHIVE-NONE                    VALUE SPACE.
001780 77  WS-OPEN-PERIOD-SW           PIC X(01)  VALUE 'N'.
001790     88  WS-NEEDED-OPEN-PERIOD              VALUE 'Y'.
001800*----------------------------------------------------------------
001810*    FILE STATUS AND CONTROL SWITCHES
001820*----------------------------------------------------------------
001830 77  WS-RETPARM-STATUS           PIC X(02) VALUE '00'.
001840 77  WS-INVHIST-STATUS           PIC X(02) VALUE '00'.
001850 77  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
001860 77  WS-HISTARCH-STATUS          PIC X(02) VALUE '00'.
001870 77  WS-POSTED-STATUS            PIC X(02) VALUE '00'.
001880 77  WS-INVHIST-EOF-SW           PIC X(01) VALUE 'N'.
001890     88  WS-INVHIST-EOF                      VALUE 'Y'.
001900 77  WS-POSTED-EOF-SW            PIC X(01) VALUE 'N'.
001910     88  WS-POSTED-EOF                       VALUE 'Y'.
001920 77  WS-PARM-REFUSED-SW          PIC X(01) VALUE 'N'.
001930     88  WS-PARM-REFUSED                     VALUE 'Y'.
001940 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001950     88  WS-ABORT-RUN                        VALUE 'Y'.
001960*----------------------------------------------------------------
001970*    WS-INIT-STAGE TRACKS HOW FAR 1000-INITIALIZE GOT BEFORE A
001980*    FAILED OPEN SENT IT TO 1000-EXIT EARLY, SO 9000-TERMINATE
001990*    ONLY CLOSES FILES THAT WERE ACTUALLY OPENED.
002000*      0 = NOTHING OPENED YET          3 = + HISTARCH OPENED
002010*      1 = INVHIST OPENED              4 = + POSTED OPENED
002020*      2 = + OPENITEM OPENED
002030*----------------------------------------------------------------
002040 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
002050*----------------------------------------------------------------
002060*    CONTROL TOTAL ACCUMULATORS.  SALES READ = ARCHIVED (AGED
002070*    AND RETURNED) + KEPT (IN RETENTION AND FOR THE OPEN
002080*    PERIOD), AND THE AMOUNTS FOOT THE SAME WAY.
002090*----------------------------------------------------------------
002100 77  WS-INVHIST-READ             PIC 9(7)   VALUE ZERO COMP.
002110 77  WS-ARCHIVED-AGED            PIC 9(7)   VALUE ZERO COMP.
002120 77  WS-ARCHIVED-RETURNED        PIC 9(7)   VALUE ZERO COMP.
002130 77  WS-KEPT-IN-RETENTION        PIC 9(7)   VALUE ZERO COMP.
002140 77  WS-KEPT-OPEN-PERIOD         PIC 9(7)   VALUE ZERO COMP.
002150 77  WS-READ-SALES-AMOUNT        PIC S9(9)V99 VALUE ZERO.
002160 77  WS-READ-TAX-AMOUNT          PIC S9(9)V99 VALUE ZERO.
002170 77  WS-ARCHIVED-SALES-AMOUNT    PIC S9(9)V99 VALUE ZERO.
002180 77  WS-ARCHIVED-TAX-AMOUNT      PIC S9(9)V99 VALUE ZERO.
002190 77  WS-KEPT-SALES-AMOUNT        PIC S9(9)V99 VALUE ZERO.
002200 77  WS-KEPT-TAX-AMOUNT          PIC S9(9)V99 VALUE ZERO.
002210 77  WS-POSTED-READ              PIC 9(7)   VALUE ZERO COMP.
002220 77  WS-POSTED-DROPPED           PIC 9(7)   VALUE ZERO COMP.
002230 77  WS-POSTED-KEPT              PIC 9(7)   VALUE ZERO COMP.
002240 PROCEDURE DIVISION.
002250*****************************************************************
002260*    0000-MAINLINE
002270*****************************************************************
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     IF NOT WS-ABORT-RUN
002310         PERFORM 2000-PURGE-INVHIST THRU 2000-EXIT
002320             UNTIL WS-INVHIST-EOF
002330     END-IF.
002340     IF NOT WS-ABORT-RUN
002350         PERFORM 3000-PURGE-POSTED THRU 3000-EXIT
002360             UNTIL WS-POSTED-EOF
002370     END-IF.
002380     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     IF WS-PARM-REFUSED
002410         MOVE 8 TO RETURN-CODE
002420     ELSE
002430         IF WS-ABORT-RUN
002440             MOVE 16 TO RETURN-CODE
002450         END-IF
002460     END-IF.
002470     STOP RUN.
002480*****************************************************************
002490*    1000-INITIALIZE
002500*
002510*    THE CARD IS CHECKED BEFORE ANY FILE IS OPENED, SO A BAD
002520*    CARD LEAVES INVHIST AND POSTED UNTOUCHED.  POSTED IS
002530*    OPENED LAST: A SHOP WITH NO POSTED FILE YET HAS NOTHING TO
002540*    DROP FROM IT.
002550*****************************************************************
002560 1000-INITIALIZE.
002570     PERFORM 1100-READ-RETPARM THRU 1100-EXIT.
002580     IF WS-ABORT-RUN
002590         GO TO 1000-EXIT
002600     END-IF.
002610     PERFORM 1200-SET-CUTOFFS THRU 1200-EXIT.
002620     OPEN I-O INVHIST.
002630     IF WS-INVHIST-STATUS NOT = '00'
002640         DISPLAY 'HISTORY-PURGE: UNABLE TO OPEN INVHIST, '
002650             'STATUS = ' WS-INVHIST-STATUS
002660         MOVE 'Y' TO WS-ABORT-SW
002670         GO TO 1000-EXIT
002680     END-IF.
002690     MOVE 1 TO WS-INIT-STAGE.
002700     OPEN INPUT OPENITEM.
002710     IF WS-OPENITEM-STATUS NOT = '00'
002720         DISPLAY 'HISTORY-PURGE: UNABLE TO OPEN OPENITEM, '
002730             'STATUS = ' WS-OPENITEM-STATUS
002740         MOVE 'Y' TO WS-ABORT-SW
002750         GO TO 1000-EXIT
002760     END-IF.
002770     MOVE 2 TO WS-INIT-STAGE.
002780     OPEN EXTEND HISTARCH-OUT.
002790     IF WS-HISTARCH-STATUS = '05' OR '35'
002800         OPEN OUTPUT HISTARCH-OUT
002810     END-IF.
002820     IF WS-HISTARCH-STATUS NOT = '00'
002830         DISPLAY 'HISTORY-PURGE: UNABLE TO OPEN HISTARCH, '
002840             'STATUS = ' WS-HISTARCH-STATUS
002850         MOVE 'Y' TO WS-ABORT-SW
002860         GO TO 1000-EXIT
002870     END-IF.
002880     MOVE 3 TO WS-INIT-STAGE.
002890     OPEN I-O POSTED-ORDERS.
002900     IF WS-POSTED-STATUS = '05' OR '35'
002910         DISPLAY 'HISTORY-PURGE: NO POSTED FILE, NOTHING TO DROP'
002920         MOVE 'Y' TO WS-POSTED-EOF-SW
002930         GO TO 1000-EXIT
002940     END-IF.
002950     IF WS-POSTED-STATUS NOT = '00'
002960         DISPLAY 'HISTORY-PURGE: UNABLE TO OPEN POSTED, '
002970             'STATUS = ' WS-POSTED-STATUS
002980         MOVE 'Y' TO WS-ABORT-SW
002990         GO TO 1000-EXIT
003000     END-IF.
003010     MOVE 4 TO WS-INIT-STAGE.
003020 1000-EXIT.
003030     EXIT.
003040*****************************************************************
003050*    1100-READ-RETPARM
003060*
003070*    THERE IS NO DEFAULT RETENTION: WITHOUT A GOOD CARD THE
003080*    STEP PURGES NOTHING AND ENDS RC 8.
003090*****************************************************************
003100 1100-READ-RETPARM.
003110     OPEN INPUT RETPARM-IN.
003120     IF WS-RETPARM-STATUS NOT = '00'
003130         DISPLAY 'HISTORY-PURGE: UNABLE TO OPEN RETPARM, '
003140             'STATUS = ' WS-RETPARM-STATUS
003150         MOVE 'Y' TO WS-PARM-REFUSED-SW
003160         MOVE 'Y' TO WS-ABORT-SW
003170         GO TO 1100-EXIT
003180     END-IF.
003190     READ RETPARM-IN
003200         AT END
003210             DISPLAY 'HISTORY-PURGE: RETPARM IS EMPTY'
003220             CLOSE RETPARM-IN
003230             MOVE 'Y' TO WS-PARM-REFUSED-SW
003240             MOVE 'Y' TO WS-ABORT-SW
003250             GO TO 1100-EXIT
003260     END-READ.
003270     CLOSE RETPARM-IN.
003280     IF RET-INVHIST-DAYS-X IS NOT NUMERIC
003290             OR RET-POSTED-DAYS-X IS NOT NUMERIC
003300             OR RET-RETURN-DAYS-X IS NOT NUMERIC
003310         DISPLAY 'HISTORY-PURGE: RETPARM DAYS NOT NUMERIC - '
003320             RET-INVHIST-DAYS-X '/' RET-POSTED-DAYS-X '/'
003330             RET-RETURN-DAYS-X
003340         MOVE 'Y' TO WS-PARM-REFUSED-SW
003350         MOVE 'Y' TO WS-ABORT-SW
003360         GO TO 1100-EXIT
003370     END-IF.
003380     MOVE RET-INVHIST-DAYS TO WS-RETENTION-DAYS.
003390     MOVE RET-POSTED-DAYS TO WS-POSTED-DAYS.
003400     MOVE RET-RETURN-DAYS TO WS-RETURN-DAYS.
003410     IF WS-RETENTION-DAYS = ZERO
003420             OR WS-POSTED-DAYS = ZERO
003430             OR WS-RETURN-DAYS = ZERO
003440         DISPLAY 'HISTORY-PURGE: RETPARM DAYS MAY NOT BE ZERO - '
003450             WS-RETENTION-DAYS '/' WS-POSTED-DAYS '/'
003460             WS-RETURN-DAYS
003470         MOVE 'Y' TO WS-PARM-REFUSED-SW
003480         MOVE 'Y' TO WS-ABORT-SW
003490         GO TO 1100-EXIT
003500     END-IF.
003510     IF WS-RETENTION-DAYS < WS-RETURN-DAYS
003520         DISPLAY 'HISTORY-PURGE: RETENTION ' WS-RETENTION-DAYS
003530             ' DAYS IS SHORTER THAN THE RETURN WINDOW '
003540             WS-RETURN-DAYS ' DAYS'
003550         MOVE 'Y' TO WS-PARM-REFUSED-SW
003560         MOVE 'Y' TO WS-ABORT-SW
003570         GO TO 1100-EXIT
003580     END-IF.
003590 1100-EXIT.
003600     EXIT.
003610*****************************************************************
003620*    1200-SET-CUTOFFS
003630*****************************************************************
003640 1200-SET-CUTOFFS.
003650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003660     COMPUTE WS-TODAY-INT
003670         = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
003680     COMPUTE WS-RETAIN-CUTOFF = FUNCTION DATE-OF-INTEGER
003690         (WS-TODAY-INT - WS-RETENTION-DAYS).
003700     COMPUTE WS-POSTED-CUTOFF = FUNCTION DATE-OF-INTEGER
003710         (WS-TODAY-INT - WS-POSTED-DAYS).
003720     MOVE WS-CURRENT-DATE TO WS-OPEN-PERIOD-START.
003730     MOVE 1 TO WS-OPEN-DD.
003740     IF WS-OPEN-MM = 1
003750         MOVE 12 TO WS-OPEN-MM
003760         SUBTRACT 1 FROM WS-OPEN-YYYY
003770     ELSE
003780         SUBTRACT 1 FROM WS-OPEN-MM
003790     END-IF.
003800 1200-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    2000-PURGE-INVHIST
003840*
003850*    A SALE IS A CANDIDATE WHEN IT IS PAST RETENTION OR FULLY
003860*    RETURNED (NO UNITS LEFT TO COME BACK).  A CANDIDATE THE
003870*    OPEN PERIOD STILL NEEDS STAYS WHERE IT IS UNTIL A LATER RUN.
003880*****************************************************************
003890 2000-PURGE-INVHIST.
003900     READ INVHIST
003910         AT END
003920             MOVE 'Y' TO WS-INVHIST-EOF-SW
003930             GO TO 2000-EXIT
003940     END-READ.
003950     ADD 1 TO WS-INVHIST-READ.
003960     ADD IVH-DISCOUNTED-TOTAL TO WS-READ-SALES-AMOUNT.
003970     ADD IVH-TAX-AMOUNT TO WS-READ-TAX-AMOUNT.
003980     MOVE SPACE TO WS-ARCHIVE-REASON.
003990     IF IVH-DATE < WS-RETAIN-CUTOFF
004000         MOVE 'A' TO WS-ARCHIVE-REASON
004010     ELSE
004020         IF IVH-QUANTITY > ZERO
004030                 AND IVH-RETURNED-QTY NOT < IVH-QUANTITY
004040             MOVE 'R' TO WS-ARCHIVE-REASON
004050         END-IF
004060     END-IF.
004070     IF WS-ARCHIVE-NONE
004080         ADD 1 TO WS-KEPT-IN-RETENTION
004090         PERFORM 2300-ADD-KEPT-AMOUNTS THRU 2300-EXIT
004100         GO TO 2000-EXIT
004110     END-IF.
004120     PERFORM 2100-CHECK-OPEN-PERIOD THRU 2100-EXIT.
004130     IF WS-NEEDED-OPEN-PERIOD
004140         ADD 1 TO WS-KEPT-OPEN-PERIOD
004150         PERFORM 2300-ADD-KEPT-AMOUNTS THRU 2300-EXIT
004160         GO TO 2000-EXIT
004170     END-IF.
004180     PERFORM 2200-ARCHIVE-SALE THRU 2200-EXIT.
004190 2000-EXIT.
004200     EXIT.
004210*****************************************************************
004220*    2100-CHECK-OPEN-PERIOD
004230*
004240*    A SALE WITH NO OPEN ITEM PREDATES THE OPEN-ITEM LEDGER AND
004250*    HAS NOTHING LEFT TO SETTLE.
004260*****************************************************************
004270 2100-CHECK-OPEN-PERIOD.
004280     MOVE 'N' TO WS-OPEN-PERIOD-SW.
004290     IF IVH-DATE NOT < WS-OPEN-PERIOD-START
004300         MOVE 'Y' TO WS-OPEN-PERIOD-SW
004310         GO TO 2100-EXIT
004320     END-IF.
004330     MOVE IVH-INVOICE-NUMBER TO OPI-INVOICE-NUMBER.
004340     READ OPENITEM
004350         INVALID KEY
004360             GO TO 2100-EXIT
004370     END-READ.
004380     IF OPI-OPEN-AMOUNT NOT = ZERO
004390             OR OPI-LAST-PAY-DATE NOT < WS-OPEN-PERIOD-START
004400         MOVE 'Y' TO WS-OPEN-PERIOD-SW
004410     END-IF.
004420 2100-EXIT.
004430     EXIT.
004440*****************************************************************
004450*    2200-ARCHIVE-SALE
004460*
004470*    THE ARCHIVE COPY IS WRITTEN BEFORE THE SALE IS DELETED, SO
004480*    A FAILURE BETWEEN THE TWO CAN LEAVE ONE SALE IN BOTH PLACES
004490*    BUT NEVER IN NEITHER.  THE MESSAGE NAMES THE INVOICE.
004500*****************************************************************
004510 2200-ARCHIVE-SALE.
004520     MOVE SPACES TO HAR-RECORD.
004530     MOVE WS-CURRENT-DATE TO HAR-ARCHIVE-DATE.
004540     MOVE WS-ARCHIVE-REASON TO HAR-REASON.
004550     MOVE IVH-RECORD TO HAR-INVHIST-IMAGE.
004560     WRITE HAR-RECORD.
004570     IF WS-HISTARCH-STATUS NOT = '00'
004580         DISPLAY 'HISTORY-PURGE: HISTARCH WRITE FAILED INVOICE '
004590             IVH-INVOICE-NUMBER ', STATUS = ' WS-HISTARCH-STATUS
004600         MOVE 'Y' TO WS-ABORT-SW
004610         MOVE 'Y' TO WS-INVHIST-EOF-SW
004620         GO TO 2200-EXIT
004630     END-IF.
004640     DELETE INVHIST RECORD.
004650     IF WS-INVHIST-STATUS NOT = '00'
004660         DISPLAY 'HISTORY-PURGE: INVHIST DELETE FAILED INVOICE '
004670             IVH-INVOICE-NUMBER ', STATUS = ' WS-INVHIST-STATUS
004680         DISPLAY 'HISTORY-PURGE: INVOICE ' IVH-INVOICE-NUMBER
004690             ' IS NOW ON BOTH INVHIST AND HISTARCH'
004700         MOVE 'Y' TO WS-ABORT-SW
004710         MOVE 'Y' TO WS-INVHIST-EOF-SW
004720         GO TO 2200-EXIT
004730     END-IF.
004740     IF WS-ARCHIVE-AGED
004750         ADD 1 TO WS-ARCHIVED-AGED
004760     ELSE
004770         ADD 1 TO WS-ARCHIVED-RETURNED
004780     END-IF.
004790     ADD IVH-DISCOUNTED-TOTAL TO WS-ARCHIVED-SALES-AMOUNT.
004800     ADD IVH-TAX-AMOUNT TO WS-ARCHIVED-TAX-AMOUNT.
004810 2200-EXIT.
004820     EXIT.
004830*****************************************************************
004840*    2300-ADD-KEPT-AMOUNTS
004850*****************************************************************
004860 2300-ADD-KEPT-AMOUNTS.
004870     ADD IVH-DISCOUNTED-TOTAL TO WS-KEPT-SALES-AMOUNT.
004880     ADD IVH-TAX-AMOUNT TO WS-KEPT-TAX-AMOUNT.
004890 2300-EXIT.
004900     EXIT.
004910*****************************************************************
004920*    3000-PURGE-POSTED
004930*
004940*    A REFERENCE INSIDE THE WINDOW STAYS, SO AN ORDER RE-SENT
004950*    WITHIN IT IS STILL CAUGHT AS A DUPLICATE.
004960*****************************************************************
004970 3000-PURGE-POSTED.
004980     READ POSTED-ORDERS
004990         AT END
005000             MOVE 'Y' TO WS-POSTED-EOF-SW
005010             GO TO 3000-EXIT
005020     END-READ.
005030     ADD 1 TO WS-POSTED-READ.
005040     IF PST-POST-DATE NOT < WS-POSTED-CUTOFF
005050         ADD 1 TO WS-POSTED-KEPT
005060         GO TO 3000-EXIT
005070     END-IF.
005080     DELETE POSTED-ORDERS RECORD.
005090     IF WS-POSTED-STATUS NOT = '00'
005100         DISPLAY 'HISTORY-PURGE: POSTED DELETE FAILED ORDER REF '
005110             PST-ORDER-REF ', STATUS = ' WS-POSTED-STATUS
005120         MOVE 'Y' TO WS-ABORT-SW
005130         MOVE 'Y' TO WS-POSTED-EOF-SW
005140         GO TO 3000-EXIT
005150     END-IF.
005160     ADD 1 TO WS-POSTED-DROPPED.
005170 3000-EXIT.
005180     EXIT.
005190*****************************************************************
005200*    8000-PRINT-CONTROL-TOTALS
005210*****************************************************************
005220 8000-PRINT-CONTROL-TOTALS.
005230     DISPLAY '==============================================='.
005240     DISPLAY 'HISTORY-PURGE - END OF RUN CONTROL TOTALS'.
005250     DISPLAY '  RETENTION DAYS ........... ' WS-RETENTION-DAYS.
005260     DISPLAY '  ARCHIVING SALES BEFORE ... ' WS-RETAIN-CUTOFF.
005270     DISPLAY '  OPEN PERIOD FROM ......... ' WS-OPEN-PERIOD-START.
005280     DISPLAY '  INVHIST RECORDS READ ..... ' WS-INVHIST-READ.
005290     DISPLAY '  ARCHIVED PAST RETENTION .. ' WS-ARCHIVED-AGED.
005300     DISPLAY '  ARCHIVED FULLY RETURNED .. ' WS-ARCHIVED-RETURNED.
005310     DISPLAY '  KEPT IN RETENTION ........ ' WS-KEPT-IN-RETENTION.
005320     DISPLAY '  KEPT FOR OPEN PERIOD ..... ' WS-KEPT-OPEN-PERIOD.
005330     DISPLAY '  SALES AMOUNT READ ........ ' WS-READ-SALES-AMOUNT.
005340     DISPLAY '  SALES AMOUNT ARCHIVED .... '
005350         WS-ARCHIVED-SALES-AMOUNT.
005360     DISPLAY '  SALES AMOUNT KEPT ........ ' WS-KEPT-SALES-AMOUNT.
005370     DISPLAY '  TAX AMOUNT READ .......... ' WS-READ-TAX-AMOUNT.
005380     DISPLAY '  TAX AMOUNT ARCHIVED ...... '
005390         WS-ARCHIVED-TAX-AMOUNT.
005400     DISPLAY '  TAX AMOUNT KEPT .......... ' WS-KEPT-TAX-AMOUNT.
005410     DISPLAY '  POSTED WINDOW DAYS ....... ' WS-POSTED-DAYS.
005420     DISPLAY '  DROPPING POSTED BEFORE ... ' WS-POSTED-CUTOFF.
005430     DISPLAY '  POSTED RECORDS READ ...... ' WS-POSTED-READ.
005440     DISPLAY '  POSTED RECORDS DROPPED ... ' WS-POSTED-DROPPED.
005450     DISPLAY '  POSTED RECORDS KEPT ...... ' WS-POSTED-KEPT.
005460     IF WS-PARM-REFUSED
005470         DISPLAY '  *** BAD OR MISSING RETPARM -- NOTHING '
005480             'PURGED ***'
005490     ELSE
005500         IF WS-ABORT-RUN
005510             DISPLAY '  *** RUN ENDED ABNORMALLY -- SEE MESSAGES '
005520                 'ABOVE ***'
005530         END-IF
005540     END-IF.
005550     DISPLAY '==============================================='.
005560 8000-EXIT.
005570     EXIT.
005580*****************************************************************
005590*    9000-TERMINATE
005600*****************************************************************
005610 9000-TERMINATE.
005620     IF WS-INIT-STAGE NOT < 1
005630         CLOSE INVHIST
005640     END-IF.
005650     IF WS-INIT-STAGE NOT < 2
005660         CLOSE OPENITEM
005670     END-IF.
005680     IF WS-INIT-STAGE NOT < 3
005690         CLOSE HISTARCH-OUT
005700     END-IF.
005710     IF WS-INIT-STAGE NOT < 4
005720         CLOSE POSTED-ORDERS
005730     END-IF.
005740 9000-EXIT.
005750     EXIT.
