000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DUNNING-RUN.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   DUNNING-RUN                                                 *
000100*                                                               *
000110*   NIGHTLY COLLECTIONS RUN OVER THE OPEN-ITEM AR LEDGER.       *
000120*   EVERY OPEN INVOICE ON OPENITEM IS AGED FROM ITS DUE DATE.   *
000130*   AN INVOICE THAT HAS REACHED 15, 30, OR 60 DAYS PAST DUE     *
000140*   FOR THE FIRST TIME MOVES UP TO DUNNING LEVEL 1, 2, OR 3,    *
000150*   AND ITS CUSTOMER GETS A DUNNING LETTER ON DUNLTRS LISTING   *
000160*   EVERY PAST-DUE INVOICE ON THE ACCOUNT.  THE LETTER WORDING  *
000170*   FOLLOWS THE HIGHEST LEVEL ON THE ACCOUNT.  AN INVOICE IS    *
000180*   DUNNED ONCE PER LEVEL -- OPI-DUNNING-LEVEL REMEMBERS WHICH   *
000190*   LETTERS IT HAS ALREADY BEEN ON.                             *
000200*                                                               *
000210*   AN ACCOUNT WITH ANY INVOICE MORE THAN 90 DAYS PAST DUE IS   *
000220*   PUT ON CREDIT HOLD (CUST-HOLD-SW) AND MARKED AS HELD BY     *
000230*   THIS RUN (CUST-AUTO-HOLD-SW).  ONCE NOTHING ON THE ACCOUNT  *
000240*   IS OVER 90 DAYS, A HOLD THIS RUN SET IS RELEASED; A HOLD    *
000250*   THE CREDIT DESK SET THROUGH CUSTMAST-MAINT IS NEVER         *
000260*   TOUCHED.  EVERY HOLD SET OR RELEASED WRITES A BEFORE/AFTER  *
000270*   IMAGE TO CUSTAUDT, ACTION 'H' (HOLD) OR 'R' (RELEASE),      *
000280*   OPERATOR 'DUNNING', THE SAME WAY CUSTMAST-MAINT LOGS ITS    *
000290*   CHANGES.                                                    *
000300*                                                               *
000310*   AN OPEN ITEM WRITTEN BEFORE PAYMENT TERMS WERE CARRIED HAS  *
000320*   NO DUE DATE; IT IS TAKEN AS DUE 30 DAYS AFTER ITS INVOICE   *
000330*   DATE, THE STANDARD TERMS.                                   *
000340*                                                               *
000350*   RETURN CODES:  0 = NORMAL END                               *
000360*                 16 = COULD NOT OPEN A FILE                    *
000370*                                                               *
000380*****************************************************************
000390* MAINTENANCE HISTORY
000400* ---------------------------------------------------------------
000410* DATE       BY    DESCRIPTION
000420* ---------- ----- -------------------------------------------
000430* 2026-10-15 RJH   NEW PROGRAM.  NIGHTLY DUNNING LETTERS AT 15,
000440*                  30, AND 60 DAYS PAST DUE, AUTOMATIC CREDIT
000450*                  HOLD OVER 90 DAYS, WITH A CUSTAUDT IMAGE FOR
000460*                  EVERY HOLD SET OR RELEASED.
000462* 2026-10-15 RJH   CUSTMAST NOW CARRIES THE SALES TAX FIELDS;
000464*                  THEY RIDE ALONG UNCHANGED IN THE CUSTAUDT
000466*                  BEFORE/AFTER IMAGES OF A HOLD SET OR RELEASED.
000467* 2026-10-15 RJH   CUSTAUDT WIDENED FOR CUSTOMER ADDRESS CHANGES
000468*                  LOGGED BY CUSTMAST-MAINT; A HOLD RECORD LEAVES
000469*                  THE ADDRESS AREA BLANK.
000470* 2026-10-15 RJH   CUSTMAST NOW CARRIES THE SALES REP CODE; IT
000471*                  RIDES ALONG UNCHANGED IN THE CUSTAUDT IMAGES
000472*                  OF A HOLD SET OR RELEASED.
000473* ---------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS OPI-INVOICE-NUMBER
000550         FILE STATUS IS WS-OPENITEM-STATUS.
000560     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS CUST-ID
000600         FILE STATUS IS WS-CUSTMAST-STATUS.
000610     SELECT CUSTAUDT-OUT ASSIGN TO "CUSTAUDT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CUSTAUDT-STATUS.
000640     SELECT LETTERS-OUT ASSIGN TO "DUNLTRS"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-LETTERS-STATUS.
000670     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  OPEN-ITEMS
000710     LABEL RECORDS ARE STANDARD.
000720 01  OPI-RECORD.
000730     05  OPI-INVOICE-NUMBER      PIC 9(07).
000740     05  OPI-CUSTOMER-ID         PIC X(05).
000750     05  OPI-ITEM-TYPE           PIC X(01).
000760         88  OPI-TYPE-INVOICE            VALUE 'I'.
000770         88  OPI-TYPE-CREDIT             VALUE 'C'.
000780     05  OPI-INVOICE-DATE        PIC 9(08).
000790     05  OPI-ORIGINAL-AMOUNT     PIC S9(07)V99.
000800     05  OPI-OPEN-AMOUNT         PIC S9(07)V99.
000810     05  OPI-ORIG-INVOICE        PIC 9(07).
000820     05  OPI-LAST-PAY-DATE       PIC 9(08).
000830     05  OPI-LAST-CHECK-REF      PIC X(08).
000840     05  OPI-DUE-DATE            PIC 9(08).
000850     05  OPI-DISC-DATE           PIC 9(08).
000860     05  OPI-DISC-PCT            PIC V999.
000870     05  OPI-DUNNING-LEVEL       PIC 9(01).
000880     05  OPI-LAST-DUNNING-DATE   PIC 9(08).
000890     05  FILLER                  PIC X(10).
000900 FD  CUSTMAST
000910     LABEL RECORDS ARE STANDARD.
000920 01  CUST-RECORD.
000930     05  CUST-ID                 PIC X(05).
000940     05  CUST-NAME               PIC X(20).
000950     05  CUST-NEGOTIATED-SW      PIC X(01).
000960         88  CUST-HAS-NEGOTIATED-RATE    VALUE 'Y'.
000970     05  CUST-NEGOTIATED-RATE    PIC V999.
000980     05  CUST-CREDIT-LIMIT       PIC 9(07)V99.
000990     05  CUST-CURRENT-BALANCE    PIC S9(07)V99.
001000     05  CUST-HOLD-SW            PIC X(01).
001010         88  CUST-ON-HOLD                VALUE 'Y'.
001020     05  CUST-TERMS-CODE         PIC X(03).
001030     05  CUST-AUTO-HOLD-SW       PIC X(01).
001040         88  CUST-HOLD-BY-DUNNING        VALUE 'Y'.
001044     05  CUST-TAX-JURISDICTION   PIC X(05).
001048     05  CUST-TAX-EXEMPT-SW      PIC X(01).
001052     05  CUST-TAX-CERT           PIC X(15).
001054     05  CUST-REP-CODE           PIC X(03).
001056     05  FILLER                  PIC X(04).
001060 FD  CUSTAUDT-OUT
001070     LABEL RECORDS ARE STANDARD.
001080 01  CAU-RECORD.
001090     05  CAU-DATE                PIC 9(08).
001100     05  CAU-TIME                PIC 9(08).
001110     05  CAU-ACTION              PIC X(01).
001120     05  CAU-CUST-ID             PIC X(05).
001130     05  CAU-OPERATOR-ID         PIC X(08).
001140     05  CAU-BEFORE-IMAGE.
001150         10  CAU-BEF-NAME        PIC X(20).
001160         10  CAU-BEF-SW          PIC X(01).
001170         10  CAU-BEF-RATE        PIC V999.
001180         10  CAU-BEF-LIMIT       PIC 9(07)V99.
001190         10  CAU-BEF-HOLD        PIC X(01).
001200         10  CAU-BEF-TERMS       PIC X(03).
001202         10  CAU-BEF-JURISDICTION
001204                                 PIC X(05).
001206         10  CAU-BEF-EXEMPT      PIC X(01).
001208         10  CAU-BEF-CERT        PIC X(15).
001210     05  CAU-AFTER-IMAGE.
001220         10  CAU-AFT-NAME        PIC X(20).
001230         10  CAU-AFT-SW          PIC X(01).
001240         10  CAU-AFT-RATE        PIC V999.
001250         10  CAU-AFT-LIMIT       PIC 9(07)V99.
001260         10  CAU-AFT-HOLD        PIC X(01).
001270         10  CAU-AFT-TERMS       PIC X(03).
001272         10  CAU-AFT-JURISDICTION
001274                                 PIC X(05).
001276         10  CAU-AFT-EXEMPT      PIC X(01).
001278         10  CAU-AFT-CERT        PIC X(15).
001279     05  CAU-ADDRESS-TYPE        PIC X(01).
001280     05  CAU-SHIP-TO-CODE        PIC X(03).
001281     05  CAU-BEF-REP-CODE        PIC X(03).
001282     05  CAU-AFT-REP-CODE        PIC X(03).
001283     05  CAU-BEF-ADDRESS         PIC X(122).
001284     05  CAU-AFT-ADDRESS         PIC X(122).
001290 FD  LETTERS-OUT
001300     LABEL RECORDS ARE STANDARD.
001310 01  LTR-LINE                    PIC X(132).
001320 SD  SORT-WORK.
001330 01  SRT-RECORD.
001340     05  SRT-CUSTOMER-ID         PIC X(05).
001350     05  SRT-INVOICE-NUMBER      PIC 9(07).
001360     05  SRT-INVOICE-DATE        PIC 9(08).
001370     05  SRT-DUE-DATE            PIC 9(08).
001380     05  SRT-OPEN-AMOUNT         PIC S9(07)V99.
001390     05  SRT-DAYS-PAST-DUE       PIC 9(05).
001400     05  SRT-DUNNING-LEVEL       PIC 9(01).
001410     05  SRT-NEW-LEVEL-SW        PIC X(01).
001420         88  SRT-NEW-LEVEL               VALUE 'Y'.
001430 WORKING-STORAGE SECTION.
001440*----------------------------------------------------------------
001450*    DUNNING THRESHOLDS, IN DAYS PAST DUE.  AN INVOICE REACHES
001460*    LEVEL 1, 2, AND 3 AT THE FIRST THREE; AN ACCOUNT GOES ON
001470*    HOLD WHEN ANY INVOICE IS MORE THAN WS-HOLD-DAYS PAST DUE.
001480*----------------------------------------------------------------
001490 77  WS-LEVEL-1-DAYS             PIC 9(03)  VALUE 15.
001500 77  WS-LEVEL-2-DAYS             PIC 9(03)  VALUE 30.
001510 77  WS-LEVEL-3-DAYS             PIC 9(03)  VALUE 60.
001520 77  WS-HOLD-DAYS                PIC 9(03)  VALUE 90.
001530 77  WS-DEFAULT-NET-DAYS         PIC 9(03)  VALUE 30.
001540 77  WS-DUNNING-OPERATOR         PIC X(08)  VALUE 'DUNNING'.
001550*----------------------------------------------------------------
001560*    DATE AND AGING WORK FIELDS
001570*----------------------------------------------------------------
001580 01  WS-CURRENT-DATE             PIC 9(8)   VALUE ZERO.
001590 01  WS-CURRENT-TIME             PIC 9(8)   VALUE ZERO.
001600 77  WS-TODAY-INT                PIC 9(07)  VALUE ZERO COMP.
001610 77  WS-DUE-INT                  PIC 9(07)  VALUE ZERO COMP.
001620 77  WS-DAYS-PAST-DUE            PIC S9(07) VALUE ZERO COMP.
001630 77  WS-DUE-DATE                 PIC 9(08)  VALUE ZERO.
001640 77  WS-NEEDED-LEVEL             PIC 9(01)  VALUE ZERO.
001650*----------------------------------------------------------------
001660*    CURRENT-CUSTOMER FIELDS
001670*
001680*    THE PAST-DUE ITEMS OF ONE CUSTOMER ARE HELD HERE UNTIL THE
001690*    LAST OF THEM IS SEEN, SINCE WHETHER A LETTER GOES OUT --
001700*    AND WHICH ONE -- DEPENDS ON ALL OF THEM.  AN ACCOUNT WITH
001710*    MORE THAN WS-MAX-LETTER-ITEMS PAST-DUE INVOICES STILL GETS
001720*    THE FULL TOTAL; THE LETTER SAYS THE LIST WAS CUT SHORT.
001730*----------------------------------------------------------------
001740 77  WS-ITEM-COUNT               PIC 9(05)  VALUE ZERO COMP.
001750 77  WS-ITEM-SUB                 PIC 9(05)  VALUE ZERO COMP.
001760 77  WS-MAX-LETTER-ITEMS         PIC 9(05)  VALUE 50 COMP.
001770 77  WS-CUST-MAX-DAYS            PIC 9(05)  VALUE ZERO.
001780 77  WS-CUST-MAX-LEVEL           PIC 9(01)  VALUE ZERO.
001790 77  WS-CUST-PAST-DUE            PIC S9(09)V99 VALUE ZERO.
001800 77  WS-NEW-NOTICE-SW            PIC X(01)  VALUE 'N'.
001810     88  WS-NEW-NOTICE                       VALUE 'Y'.
001820 77  WS-ORPHAN-CUSTOMER          PIC X(05)  VALUE SPACES.
001830 01  WS-LETTER-TABLE.
001840     05  WS-LTR-ITEM             OCCURS 50 TIMES.
001850         10  WS-LTR-INVOICE      PIC 9(07).
001860         10  WS-LTR-INV-DATE     PIC 9(08).
001870         10  WS-LTR-DUE-DATE     PIC 9(08).
001880         10  WS-LTR-DAYS         PIC 9(05).
001890         10  WS-LTR-AMOUNT       PIC S9(07)V99.
001900*----------------------------------------------------------------
001910*    HOLD AUDIT IMAGE FIELDS
001920*----------------------------------------------------------------
001930 77  WS-AUDIT-ACTION             PIC X(01)  VALUE SPACE.
001940 01  WS-BEFORE-IMAGE.
001950     05  WS-BEF-NAME             PIC X(20).
001960     05  WS-BEF-SW               PIC X(01).
001970     05  WS-BEF-RATE             PIC V999.
001980     05  WS-BEF-LIMIT            PIC 9(07)V99.
001990     05  WS-BEF-HOLD             PIC X(01).
002000     05  WS-BEF-TERMS            PIC X(03).
002002     05  WS-BEF-JURISDICTION     PIC X(05).
002004     05  WS-BEF-EXEMPT           PIC X(01).
002006     05  WS-BEF-CERT             PIC X(15).
002010*----------------------------------------------------------------
002020*    FILE STATUS AND CONTROL SWITCHES
002030*----------------------------------------------------------------
002040 77  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
002050 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
002060 77  WS-CUSTAUDT-STATUS          PIC X(02) VALUE '00'.
002070 77  WS-LETTERS-STATUS           PIC X(02) VALUE '00'.
002080 77  WS-OPI-EOF-SW               PIC X(01) VALUE 'N'.
002090     88  WS-OPI-EOF                          VALUE 'Y'.
002100 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
002110     88  WS-SORT-EOF                         VALUE 'Y'.
002120 77  WS-CUST-EOF-SW              PIC X(01) VALUE 'N'.
002130     88  WS-CUST-EOF                         VALUE 'Y'.
002140 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
002150     88  WS-ABORT-RUN                        VALUE 'Y'.
002160 77  WS-OPENITEM-OPENED-SW       PIC X(01) VALUE 'N'.
002170     88  WS-OPENITEM-OPENED                  VALUE 'Y'.
002180 77  WS-CUSTMAST-OPENED-SW       PIC X(01) VALUE 'N'.
002190     88  WS-CUSTMAST-OPENED                  VALUE 'Y'.
002200 77  WS-CUSTAUDT-OPENED-SW       PIC X(01) VALUE 'N'.
002210     88  WS-CUSTAUDT-OPENED                  VALUE 'Y'.
002220 77  WS-LETTERS-OPENED-SW        PIC X(01) VALUE 'N'.
002230     88  WS-LETTERS-OPENED                   VALUE 'Y'.
002240*----------------------------------------------------------------
002250*    CONTROL TOTAL ACCUMULATORS
002260*----------------------------------------------------------------
002270 77  WS-ITEMS-READ               PIC 9(7)   VALUE ZERO COMP.
002280 77  WS-ITEMS-PAST-DUE           PIC 9(7)   VALUE ZERO COMP.
002290 77  WS-ITEMS-ADVANCED           PIC 9(7)   VALUE ZERO COMP.
002300 77  WS-LETTERS-LEVEL-1          PIC 9(7)   VALUE ZERO COMP.
002310 77  WS-LETTERS-LEVEL-2          PIC 9(7)   VALUE ZERO COMP.
002320 77  WS-LETTERS-LEVEL-3          PIC 9(7)   VALUE ZERO COMP.
002330 77  WS-HOLDS-SET                PIC 9(7)   VALUE ZERO COMP.
002340 77  WS-HOLDS-RELEASED           PIC 9(7)   VALUE ZERO COMP.
002350 77  WS-ORPHAN-CUSTOMERS         PIC 9(7)   VALUE ZERO COMP.
002360 77  WS-AMOUNT-PAST-DUE          PIC S9(9)V99 VALUE ZERO.
002370*----------------------------------------------------------------
002380*    LETTER LINE LAYOUTS
002390*----------------------------------------------------------------
002400 01  LTR-HEADING-1.
002410     05  FILLER                  PIC X(40)
002420         VALUE 'ACCOUNTS RECEIVABLE - COLLECTIONS'.
002430     05  FILLER                  PIC X(05) VALUE 'DATE '.
002440     05  LTR-H1-DATE             PIC 9(08).
002450     05  FILLER                  PIC X(79) VALUE SPACES.
002460 01  LTR-CUSTOMER-LINE.
002470     05  FILLER                  PIC X(09) VALUE 'CUSTOMER '.
002480     05  LTR-CUST-ID             PIC X(05).
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  LTR-CUST-NAME           PIC X(20).
002510     05  FILLER                  PIC X(96) VALUE SPACES.
002520 01  LTR-TEXT-LINE.
002530     05  LTR-TEXT                PIC X(80).
002540     05  FILLER                  PIC X(52) VALUE SPACES.
002550 01  LTR-COLUMN-HEADING.
002560     05  FILLER                  PIC X(10) VALUE 'INVOICE'.
002570     05  FILLER                  PIC X(14) VALUE 'INVOICE DATE'.
002580     05  FILLER                  PIC X(11) VALUE 'DUE DATE'.
002590     05  FILLER                  PIC X(10) VALUE 'DAYS LATE'.
002600     05  FILLER                  PIC X(15)
002610         VALUE '    AMOUNT OPEN'.
002620     05  FILLER                  PIC X(72) VALUE SPACES.
002630 01  LTR-DETAIL-LINE.
002640     05  LTR-DET-INVOICE         PIC 9(07).
002650     05  FILLER                  PIC X(03) VALUE SPACES.
002660     05  LTR-DET-INV-DATE        PIC 9(08).
002670     05  FILLER                  PIC X(06) VALUE SPACES.
002680     05  LTR-DET-DUE-DATE        PIC 9(08).
002690     05  FILLER                  PIC X(05) VALUE SPACES.
002700     05  LTR-DET-DAYS            PIC ZZZZ9.
002710     05  FILLER                  PIC X(04) VALUE SPACES.
002720     05  LTR-DET-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
002730     05  FILLER                  PIC X(73) VALUE SPACES.
002740 01  LTR-TOTAL-LINE.
002750     05  FILLER                  PIC X(41)
002760         VALUE 'TOTAL PAST DUE'.
002770     05  LTR-TOT-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
002780     05  FILLER                  PIC X(77) VALUE SPACES.
002790 PROCEDURE DIVISION.
002800*****************************************************************
002810*    0000-MAINLINE
002820*****************************************************************
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002850     IF NOT WS-ABORT-RUN
002860         SORT SORT-WORK
002870             ON ASCENDING KEY SRT-CUSTOMER-ID
002880                              SRT-INVOICE-NUMBER
002890             INPUT PROCEDURE IS 2000-SELECT-PAST-DUE
002900                 THRU 2000-EXIT
002910             OUTPUT PROCEDURE IS 3000-ISSUE-NOTICES
002920                 THRU 3000-EXIT
002930     END-IF.
002940     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002960     STOP RUN.
002970*****************************************************************
002980*    1000-INITIALIZE
002990*****************************************************************
003000 1000-INITIALIZE.
003010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003020     COMPUTE WS-TODAY-INT =
003030         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
003040     OPEN I-O OPEN-ITEMS.
003050     IF WS-OPENITEM-STATUS NOT = '00'
003060         DISPLAY 'DUNNING-RUN: UNABLE TO OPEN OPENITEM, '
003070             'STATUS = ' WS-OPENITEM-STATUS
003080         MOVE 'Y' TO WS-ABORT-SW
003090         GO TO 1000-EXIT
003100     END-IF.
003110     MOVE 'Y' TO WS-OPENITEM-OPENED-SW.
003120     OPEN I-O CUSTMAST.
003130     IF WS-CUSTMAST-STATUS NOT = '00'
003140         DISPLAY 'DUNNING-RUN: UNABLE TO OPEN CUSTMAST, '
003150             'STATUS = ' WS-CUSTMAST-STATUS
003160         MOVE 'Y' TO WS-ABORT-SW
003170         GO TO 1000-EXIT
003180     END-IF.
003190     MOVE 'Y' TO WS-CUSTMAST-OPENED-SW.
003200     OPEN EXTEND CUSTAUDT-OUT.
003210     IF WS-CUSTAUDT-STATUS = '05' OR '35'
003220         OPEN OUTPUT CUSTAUDT-OUT
003230     END-IF.
003240     IF WS-CUSTAUDT-STATUS NOT = '00'
003250         DISPLAY 'DUNNING-RUN: UNABLE TO OPEN CUSTAUDT, '
003260             'STATUS = ' WS-CUSTAUDT-STATUS
003270         MOVE 'Y' TO WS-ABORT-SW
003280         GO TO 1000-EXIT
003290     END-IF.
003300     MOVE 'Y' TO WS-CUSTAUDT-OPENED-SW.
003310     OPEN OUTPUT LETTERS-OUT.
003320     IF WS-LETTERS-STATUS NOT = '00'
003330         DISPLAY 'DUNNING-RUN: UNABLE TO OPEN DUNLTRS, '
003340             'STATUS = ' WS-LETTERS-STATUS
003350         MOVE 'Y' TO WS-ABORT-SW
003360         GO TO 1000-EXIT
003370     END-IF.
003380     MOVE 'Y' TO WS-LETTERS-OPENED-SW.
003390     MOVE WS-CURRENT-DATE TO LTR-H1-DATE.
003400 1000-EXIT.
003410     EXIT.
003420*****************************************************************
003430*    2000-SELECT-PAST-DUE
003440*
003450*    PASSES OPENITEM ONCE, RELEASING EVERY OPEN INVOICE THAT IS
003460*    PAST DUE.  AN INVOICE THAT HAS CROSSED A NEW DUNNING
003470*    THRESHOLD IS MOVED UP TO THAT LEVEL HERE, WHILE IT IS THE
003480*    RECORD IN HAND, AND FLAGGED SO ITS CUSTOMER GETS A LETTER.
003490*****************************************************************
003500 2000-SELECT-PAST-DUE.
003510     PERFORM 2100-EXAMINE-ITEM THRU 2100-EXIT
003520         UNTIL WS-OPI-EOF.
003530 2000-EXIT.
003540     EXIT.
003550*****************************************************************
003560*    2100-EXAMINE-ITEM
003570*****************************************************************
003580 2100-EXAMINE-ITEM.
003590     READ OPEN-ITEMS
003600         AT END
003610             MOVE 'Y' TO WS-OPI-EOF-SW
003620             GO TO 2100-EXIT
003630     END-READ.
003640     ADD 1 TO WS-ITEMS-READ.
003650     IF NOT OPI-TYPE-INVOICE
003660             OR OPI-OPEN-AMOUNT NOT > ZERO
003670             OR OPI-INVOICE-DATE IS NOT NUMERIC
003680             OR OPI-INVOICE-DATE = ZERO
003690         GO TO 2100-EXIT
003700     END-IF.
003710     IF OPI-DUE-DATE IS NUMERIC
003720             AND OPI-DUE-DATE > ZERO
003730         MOVE OPI-DUE-DATE TO WS-DUE-DATE
003740         COMPUTE WS-DUE-INT =
003750             FUNCTION INTEGER-OF-DATE (WS-DUE-DATE)
003760     ELSE
003770         COMPUTE WS-DUE-INT =
003780             FUNCTION INTEGER-OF-DATE (OPI-INVOICE-DATE)
003790             + WS-DEFAULT-NET-DAYS
003800         COMPUTE WS-DUE-DATE =
003810             FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
003820     END-IF.
003830     COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT.
003840     IF WS-DAYS-PAST-DUE NOT > ZERO
003850         GO TO 2100-EXIT
003860     END-IF.
003870     ADD 1 TO WS-ITEMS-PAST-DUE.
003880     ADD OPI-OPEN-AMOUNT TO WS-AMOUNT-PAST-DUE.
003890     IF OPI-DUNNING-LEVEL IS NOT NUMERIC
003900         MOVE ZERO TO OPI-DUNNING-LEVEL
003910     END-IF.
003920     MOVE ZERO TO WS-NEEDED-LEVEL.
003930     IF WS-DAYS-PAST-DUE NOT < WS-LEVEL-1-DAYS
003940         MOVE 1 TO WS-NEEDED-LEVEL
003950     END-IF.
003960     IF WS-DAYS-PAST-DUE NOT < WS-LEVEL-2-DAYS
003970         MOVE 2 TO WS-NEEDED-LEVEL
003980     END-IF.
003990     IF WS-DAYS-PAST-DUE NOT < WS-LEVEL-3-DAYS
004000         MOVE 3 TO WS-NEEDED-LEVEL
004010     END-IF.
004020     MOVE 'N' TO SRT-NEW-LEVEL-SW.
004030     IF WS-NEEDED-LEVEL > OPI-DUNNING-LEVEL
004040         MOVE WS-NEEDED-LEVEL  TO OPI-DUNNING-LEVEL
004050         MOVE WS-CURRENT-DATE  TO OPI-LAST-DUNNING-DATE
004060         REWRITE OPI-RECORD
004070             INVALID KEY
004080                 DISPLAY 'DUNNING-RUN: OPENITEM REWRITE FAILED '
004090                     'INV ' OPI-INVOICE-NUMBER ', STATUS = '
004100                     WS-OPENITEM-STATUS
004110         END-REWRITE
004120         MOVE 'Y' TO SRT-NEW-LEVEL-SW
004130         ADD 1 TO WS-ITEMS-ADVANCED
004140     END-IF.
004150     MOVE OPI-CUSTOMER-ID       TO SRT-CUSTOMER-ID.
004160     MOVE OPI-INVOICE-NUMBER    TO SRT-INVOICE-NUMBER.
004170     MOVE OPI-INVOICE-DATE      TO SRT-INVOICE-DATE.
004180     MOVE WS-DUE-DATE           TO SRT-DUE-DATE.
004190     MOVE OPI-OPEN-AMOUNT       TO SRT-OPEN-AMOUNT.
004200     MOVE WS-DAYS-PAST-DUE      TO SRT-DAYS-PAST-DUE.
004210     MOVE OPI-DUNNING-LEVEL     TO SRT-DUNNING-LEVEL.
004220     RELEASE SRT-RECORD.
004230 2100-EXIT.
004240     EXIT.
004250*****************************************************************
004260*    3000-ISSUE-NOTICES
004270*
004280*    MATCH-MERGE OF THE SORTED PAST-DUE ITEMS AGAINST THE
004290*    CUSTOMER MASTER, BOTH IN CUSTOMER SEQUENCE.  EVERY MASTER
004300*    ACCOUNT IS LOOKED AT, SINCE AN ACCOUNT WITH NOTHING PAST
004310*    DUE MAY BE CARRYING A HOLD THIS RUN SET AND CAN NOW LIFT.
004320*****************************************************************
004330 3000-ISSUE-NOTICES.
004340     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
004350     PERFORM 3950-READ-CUSTOMER THRU 3950-EXIT.
004360     PERFORM 3100-MATCH-CUSTOMER THRU 3100-EXIT
004370         UNTIL WS-CUST-EOF AND WS-SORT-EOF.
004380 3000-EXIT.
004390     EXIT.
004400*****************************************************************
004410*    3100-MATCH-CUSTOMER
004420*****************************************************************
004430 3100-MATCH-CUSTOMER.
004440     IF WS-CUST-EOF
004450         PERFORM 3300-ORPHAN-ITEMS THRU 3300-EXIT
004460         GO TO 3100-EXIT
004470     END-IF.
004480     MOVE ZERO TO WS-ITEM-COUNT.
004490     MOVE ZERO TO WS-CUST-MAX-DAYS.
004500     MOVE ZERO TO WS-CUST-MAX-LEVEL.
004510     MOVE ZERO TO WS-CUST-PAST-DUE.
004520     MOVE 'N' TO WS-NEW-NOTICE-SW.
004530     IF WS-SORT-EOF
004540             OR CUST-ID < SRT-CUSTOMER-ID
004550         PERFORM 3400-SET-HOLD THRU 3400-EXIT
004560         PERFORM 3950-READ-CUSTOMER THRU 3950-EXIT
004570         GO TO 3100-EXIT
004580     END-IF.
004590     IF CUST-ID = SRT-CUSTOMER-ID
004600         PERFORM 3150-COLLECT-ITEM THRU 3150-EXIT
004610             UNTIL WS-SORT-EOF
004620                 OR SRT-CUSTOMER-ID NOT = CUST-ID
004630         PERFORM 3400-SET-HOLD THRU 3400-EXIT
004640         IF WS-NEW-NOTICE
004650             PERFORM 3500-PRINT-LETTER THRU 3500-EXIT
004660         END-IF
004670         PERFORM 3950-READ-CUSTOMER THRU 3950-EXIT
004680     ELSE
004690         PERFORM 3300-ORPHAN-ITEMS THRU 3300-EXIT
004700     END-IF.
004710 3100-EXIT.
004720     EXIT.
004730*****************************************************************
004740*    3150-COLLECT-ITEM
004750*****************************************************************
004760 3150-COLLECT-ITEM.
004770     ADD 1 TO WS-ITEM-COUNT.
004780     IF WS-ITEM-COUNT NOT > WS-MAX-LETTER-ITEMS
004790         MOVE SRT-INVOICE-NUMBER
004800             TO WS-LTR-INVOICE (WS-ITEM-COUNT)
004810         MOVE SRT-INVOICE-DATE
004820             TO WS-LTR-INV-DATE (WS-ITEM-COUNT)
004830         MOVE SRT-DUE-DATE
004840             TO WS-LTR-DUE-DATE (WS-ITEM-COUNT)
004850         MOVE SRT-DAYS-PAST-DUE
004860             TO WS-LTR-DAYS (WS-ITEM-COUNT)
004870         MOVE SRT-OPEN-AMOUNT
004880             TO WS-LTR-AMOUNT (WS-ITEM-COUNT)
004890     END-IF.
004900     ADD SRT-OPEN-AMOUNT TO WS-CUST-PAST-DUE.
004910     IF SRT-DAYS-PAST-DUE > WS-CUST-MAX-DAYS
004920         MOVE SRT-DAYS-PAST-DUE TO WS-CUST-MAX-DAYS
004930     END-IF.
004940     IF SRT-DUNNING-LEVEL > WS-CUST-MAX-LEVEL
004950         MOVE SRT-DUNNING-LEVEL TO WS-CUST-MAX-LEVEL
004960     END-IF.
004970     IF SRT-NEW-LEVEL
004980         MOVE 'Y' TO WS-NEW-NOTICE-SW
004990     END-IF.
005000     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
005010 3150-EXIT.
005020     EXIT.
005030*****************************************************************
005040*    3300-ORPHAN-ITEMS
005050*
005060*    PAST-DUE ITEMS FOR A CUSTOMER WITH NO MASTER RECORD.  THERE
005070*    IS NO ACCOUNT TO WRITE TO OR HOLD; THE CUSTOMER IS NAMED ON
005080*    THE CONSOLE SO SOMEONE ASKS WHY THE ITEMS EXIST.
005090*****************************************************************
005100 3300-ORPHAN-ITEMS.
005110     ADD 1 TO WS-ORPHAN-CUSTOMERS.
005120     MOVE SRT-CUSTOMER-ID TO WS-ORPHAN-CUSTOMER.
005130     DISPLAY 'DUNNING-RUN: PAST-DUE ITEMS FOR CUST '
005140         WS-ORPHAN-CUSTOMER ' - CUSTOMER NOT ON MASTER'.
005150     PERFORM 3350-SKIP-ORPHAN THRU 3350-EXIT
005160         UNTIL WS-SORT-EOF
005170             OR SRT-CUSTOMER-ID NOT = WS-ORPHAN-CUSTOMER.
005180 3300-EXIT.
005190     EXIT.
005200*****************************************************************
005210*    3350-SKIP-ORPHAN
005220*****************************************************************
005230 3350-SKIP-ORPHAN.
005240     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
005250 3350-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    3400-SET-HOLD
005290*
005300*    PUTS THE ACCOUNT ON HOLD WHEN ANY INVOICE IS MORE THAN
005310*    WS-HOLD-DAYS PAST DUE, AND LIFTS A HOLD THIS RUN SET ONCE
005320*    NOTHING IS.  AN ACCOUNT ALREADY ON HOLD FOR ANY REASON IS
005330*    LEFT ALONE ON THE WAY IN, AND A HOLD THE CREDIT DESK SET
005340*    IS LEFT ALONE ON THE WAY OUT.
005350*****************************************************************
005360 3400-SET-HOLD.
005370     IF WS-CUST-MAX-DAYS > WS-HOLD-DAYS
005380         IF CUST-ON-HOLD
005390             GO TO 3400-EXIT
005400         END-IF
005410         MOVE 'H' TO WS-AUDIT-ACTION
005420     ELSE
005430         IF NOT CUST-ON-HOLD
005440                 OR NOT CUST-HOLD-BY-DUNNING
005450             GO TO 3400-EXIT
005460         END-IF
005470         MOVE 'R' TO WS-AUDIT-ACTION
005480     END-IF.
005490     MOVE CUST-NAME             TO WS-BEF-NAME.
005500     MOVE CUST-NEGOTIATED-SW    TO WS-BEF-SW.
005510     MOVE CUST-NEGOTIATED-RATE  TO WS-BEF-RATE.
005520     MOVE CUST-CREDIT-LIMIT     TO WS-BEF-LIMIT.
005530     MOVE CUST-HOLD-SW          TO WS-BEF-HOLD.
005540     MOVE CUST-TERMS-CODE       TO WS-BEF-TERMS.
005542     MOVE CUST-TAX-JURISDICTION TO WS-BEF-JURISDICTION.
005544     MOVE CUST-TAX-EXEMPT-SW    TO WS-BEF-EXEMPT.
005546     MOVE CUST-TAX-CERT         TO WS-BEF-CERT.
005550     IF WS-AUDIT-ACTION = 'H'
005560         MOVE 'Y' TO CUST-HOLD-SW
005570         MOVE 'Y' TO CUST-AUTO-HOLD-SW
005580     ELSE
005590         MOVE 'N' TO CUST-HOLD-SW
005600         MOVE 'N' TO CUST-AUTO-HOLD-SW
005610     END-IF.
005620     REWRITE CUST-RECORD
005630         INVALID KEY
005640             DISPLAY 'DUNNING-RUN: REWRITE FAILED FOR CUST '
005650                 CUST-ID ', STATUS = ' WS-CUSTMAST-STATUS
005660             GO TO 3400-EXIT
005670     END-REWRITE.
005680     IF WS-AUDIT-ACTION = 'H'
005690         ADD 1 TO WS-HOLDS-SET
005700         DISPLAY 'DUNNING-RUN: CUST ' CUST-ID
005710             ' PUT ON HOLD - ' WS-CUST-MAX-DAYS ' DAYS PAST DUE'
005720     ELSE
005730         ADD 1 TO WS-HOLDS-RELEASED
005740         DISPLAY 'DUNNING-RUN: CUST ' CUST-ID
005750             ' HOLD RELEASED - NOTHING OVER ' WS-HOLD-DAYS
005760             ' DAYS PAST DUE'
005770     END-IF.
005780     PERFORM 3450-WRITE-AUDIT THRU 3450-EXIT.
005790 3400-EXIT.
005800     EXIT.
005810*****************************************************************
005820*    3450-WRITE-AUDIT
005830*****************************************************************
005840 3450-WRITE-AUDIT.
005845     MOVE SPACES TO CAU-RECORD.
005850     ACCEPT WS-CURRENT-TIME FROM TIME.
005860     MOVE WS-CURRENT-DATE       TO CAU-DATE.
005870     MOVE WS-CURRENT-TIME       TO CAU-TIME.
005880     MOVE WS-AUDIT-ACTION       TO CAU-ACTION.
005890     MOVE CUST-ID               TO CAU-CUST-ID.
005900     MOVE WS-DUNNING-OPERATOR   TO CAU-OPERATOR-ID.
005910     MOVE WS-BEF-NAME           TO CAU-BEF-NAME.
005920     MOVE WS-BEF-SW             TO CAU-BEF-SW.
005930     MOVE WS-BEF-RATE           TO CAU-BEF-RATE.
005940     MOVE WS-BEF-LIMIT          TO CAU-BEF-LIMIT.
005950     MOVE WS-BEF-HOLD           TO CAU-BEF-HOLD.
005960     MOVE WS-BEF-TERMS          TO CAU-BEF-TERMS.
005970     MOVE CUST-NAME             TO CAU-AFT-NAME.
005980     MOVE CUST-NEGOTIATED-SW    TO CAU-AFT-SW.
005990     MOVE CUST-NEGOTIATED-RATE  TO CAU-AFT-RATE.
006000     MOVE CUST-CREDIT-LIMIT     TO CAU-AFT-LIMIT.
006010     MOVE CUST-HOLD-SW          TO CAU-AFT-HOLD.
006020     MOVE CUST-TERMS-CODE       TO CAU-AFT-TERMS.
006021     MOVE WS-BEF-JURISDICTION   TO CAU-BEF-JURISDICTION.
006022     MOVE WS-BEF-EXEMPT         TO CAU-BEF-EXEMPT.
006023     MOVE WS-BEF-CERT           TO CAU-BEF-CERT.
006024     MOVE CUST-TAX-JURISDICTION TO CAU-AFT-JURISDICTION.
006025     MOVE CUST-TAX-EXEMPT-SW    TO CAU-AFT-EXEMPT.
006026     MOVE CUST-TAX-CERT         TO CAU-AFT-CERT.
006027     MOVE CUST-REP-CODE         TO CAU-BEF-REP-CODE.
006028     MOVE CUST-REP-CODE         TO CAU-AFT-REP-CODE.
006030     WRITE CAU-RECORD.
006040 3450-EXIT.
006050     EXIT.
006060*****************************************************************
006070*    3500-PRINT-LETTER
006080*
006090*    ONE LETTER PER PAGE.  THE OPENING LINE FOLLOWS THE HIGHEST
006100*    DUNNING LEVEL ON THE ACCOUNT; AN ACCOUNT ON HOLD IS TOLD SO.
006110*****************************************************************
006120 3500-PRINT-LETTER.
006130     IF WS-LETTERS-LEVEL-1 + WS-LETTERS-LEVEL-2
006140             + WS-LETTERS-LEVEL-3 = ZERO
006150         WRITE LTR-LINE FROM LTR-HEADING-1
006160             AFTER ADVANCING 1 LINE
006170     ELSE
006180         WRITE LTR-LINE FROM LTR-HEADING-1
006190             AFTER ADVANCING PAGE
006200     END-IF.
006210     MOVE CUST-ID   TO LTR-CUST-ID.
006220     MOVE CUST-NAME TO LTR-CUST-NAME.
006230     WRITE LTR-LINE FROM LTR-CUSTOMER-LINE
006240         AFTER ADVANCING 2 LINES.
006250     IF WS-CUST-MAX-LEVEL = 3
006260         MOVE 'FINAL NOTICE - THESE INVOICES ARE 60+ DAYS LATE.'
006270             TO LTR-TEXT
006280         ADD 1 TO WS-LETTERS-LEVEL-3
006290     ELSE
006300         IF WS-CUST-MAX-LEVEL = 2
006310             MOVE 'SECOND NOTICE - THESE INVOICES ARE LATE.'
006320                 TO LTR-TEXT
006330             ADD 1 TO WS-LETTERS-LEVEL-2
006340         ELSE
006350             MOVE 'REMINDER - THESE INVOICES ARE PAST DUE.'
006360                 TO LTR-TEXT
006370             ADD 1 TO WS-LETTERS-LEVEL-1
006380         END-IF
006390     END-IF.
006400     WRITE LTR-LINE FROM LTR-TEXT-LINE
006410         AFTER ADVANCING 3 LINES.
006420     WRITE LTR-LINE FROM LTR-COLUMN-HEADING
006430         AFTER ADVANCING 2 LINES.
006440     PERFORM 3550-PRINT-ITEM THRU 3550-EXIT
006450         VARYING WS-ITEM-SUB FROM 1 BY 1
006460         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
006470             OR WS-ITEM-SUB > WS-MAX-LETTER-ITEMS.
006480     IF WS-ITEM-COUNT > WS-MAX-LETTER-ITEMS
006490         MOVE 'FURTHER PAST-DUE INVOICES ARE ON YOUR STATEMENT.'
006500             TO LTR-TEXT
006510         WRITE LTR-LINE FROM LTR-TEXT-LINE
006520             AFTER ADVANCING 1 LINE
006530     END-IF.
006540     MOVE WS-CUST-PAST-DUE TO LTR-TOT-AMOUNT.
006550     WRITE LTR-LINE FROM LTR-TOTAL-LINE
006560         AFTER ADVANCING 2 LINES.
006570     IF CUST-ON-HOLD
006580         MOVE 'YOUR ACCOUNT IS ON HOLD.  NEW ORDERS WILL NOT'
006590             TO LTR-TEXT
006600         WRITE LTR-LINE FROM LTR-TEXT-LINE
006610             AFTER ADVANCING 3 LINES
006620         MOVE 'SHIP UNTIL THE ACCOUNT IS BROUGHT CURRENT.'
006630             TO LTR-TEXT
006640         WRITE LTR-LINE FROM LTR-TEXT-LINE
006650             AFTER ADVANCING 1 LINE
006660     END-IF.
006670     MOVE 'PLEASE REMIT THE TOTAL PAST DUE, OR CALL THE CREDIT'
006680         TO LTR-TEXT.
006690     WRITE LTR-LINE FROM LTR-TEXT-LINE
006700         AFTER ADVANCING 3 LINES.
006710     MOVE 'DESK IF YOUR RECORDS DIFFER FROM OURS.'
006720         TO LTR-TEXT.
006730     WRITE LTR-LINE FROM LTR-TEXT-LINE
006740         AFTER ADVANCING 1 LINE.
006750 3500-EXIT.
006760     EXIT.
006770*****************************************************************
006780*    3550-PRINT-ITEM
006790*****************************************************************
006800 3550-PRINT-ITEM.
006810     MOVE WS-LTR-INVOICE (WS-ITEM-SUB)  TO LTR-DET-INVOICE.
006820     MOVE WS-LTR-INV-DATE (WS-ITEM-SUB) TO LTR-DET-INV-DATE.
006830     MOVE WS-LTR-DUE-DATE (WS-ITEM-SUB) TO LTR-DET-DUE-DATE.
006840     MOVE WS-LTR-DAYS (WS-ITEM-SUB)     TO LTR-DET-DAYS.
006850     MOVE WS-LTR-AMOUNT (WS-ITEM-SUB)   TO LTR-DET-AMOUNT.
006860     WRITE LTR-LINE FROM LTR-DETAIL-LINE
006870         AFTER ADVANCING 1 LINE.
006880 3550-EXIT.
006890     EXIT.
006900*****************************************************************
006910*    3900-RETURN-SORTED
006920*****************************************************************
006930 3900-RETURN-SORTED.
006940     RETURN SORT-WORK
006950         AT END
006960             MOVE 'Y' TO WS-SORT-EOF-SW
006970     END-RETURN.
006980 3900-EXIT.
006990     EXIT.
007000*****************************************************************
007010*    3950-READ-CUSTOMER
007020*****************************************************************
007030 3950-READ-CUSTOMER.
007040     READ CUSTMAST
007050         AT END
007060             MOVE 'Y' TO WS-CUST-EOF-SW
007070     END-READ.
007080 3950-EXIT.
007090     EXIT.
007100*****************************************************************
007110*    8000-PRINT-CONTROL-TOTALS
007120*****************************************************************
007130 8000-PRINT-CONTROL-TOTALS.
007140     DISPLAY '==============================================='.
007150     DISPLAY 'DUNNING-RUN - END OF RUN CONTROL TOTALS'.
007160     DISPLAY '  OPEN ITEMS READ .......... ' WS-ITEMS-READ.
007170     DISPLAY '  INVOICES PAST DUE ........ ' WS-ITEMS-PAST-DUE.
007180     DISPLAY '  AMOUNT PAST DUE .......... ' WS-AMOUNT-PAST-DUE.
007190     DISPLAY '  INVOICES MOVED UP A LEVEL  ' WS-ITEMS-ADVANCED.
007200     DISPLAY '  REMINDER LETTERS ......... ' WS-LETTERS-LEVEL-1.
007210     DISPLAY '  SECOND NOTICES ........... ' WS-LETTERS-LEVEL-2.
007220     DISPLAY '  FINAL NOTICES ............ ' WS-LETTERS-LEVEL-3.
007230     DISPLAY '  ACCOUNTS PUT ON HOLD ..... ' WS-HOLDS-SET.
007240     DISPLAY '  HOLDS RELEASED ........... ' WS-HOLDS-RELEASED.
007250     DISPLAY '  CUSTOMERS NOT ON MASTER .. '
007260         WS-ORPHAN-CUSTOMERS.
007270     DISPLAY '==============================================='.
007280     IF WS-ABORT-RUN
007290         MOVE 16 TO RETURN-CODE
007300     END-IF.
007310 8000-EXIT.
007320     EXIT.
007330*****************************************************************
007340*    9000-TERMINATE
007350*****************************************************************
007360 9000-TERMINATE.
007370     IF WS-OPENITEM-OPENED
007380         CLOSE OPEN-ITEMS
007390     END-IF.
007400     IF WS-CUSTMAST-OPENED
007410         CLOSE CUSTMAST
007420     END-IF.
007430     IF WS-CUSTAUDT-OPENED
007440         CLOSE CUSTAUDT-OUT
007450     END-IF.
007460     IF WS-LETTERS-OPENED
007470         CLOSE LETTERS-OUT
007480     END-IF.
007490 9000-EXIT.
007500     EXIT.
