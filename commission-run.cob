000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COMMISSION-RUN.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   COMMISSION-RUN                                              *
000100*                                                               *
000110*   MONTHLY SALES COMMISSION RUN.  PAYS EACH SALES REP ON THE   *
000120*   NET SALES AFTER DISCOUNT OF THE INVOICES COLLECTED THROUGH  *
000130*   THE END OF THE MONTH, AND CHARGES BACK COMMISSION ON EVERY  *
000140*   CREDIT MEMO AGAINST A SALE IT HAS ALREADY PAID ON, AT THE   *
000150*   RATE THAT SALE WAS PAID AT.  PRINTS A STATEMENT PER REP     *
000160*   (COMMSTMT), WRITES THE PAYROLL INTERFACE (PAYCOMM), AND     *
000170*   WRITES THE MONTH'S COMMISSION ACCRUAL (COMMGL) IN THE       *
000180*   GLJRNL RECORD FORMAT SO IT FEEDS THE LEDGER ALONGSIDE THE   *
000190*   NIGHTLY JOURNAL.                                            *
000200*                                                               *
000210*   THE DOCUMENTS COME FROM TAXDTL, WHICH HOLDS ONE RECORD FOR  *
000220*   EVERY INVOICE AND CREDIT MEMO EVER WRITTEN WITH ITS NET     *
000230*   AFTER DISCOUNT.  AN INVOICE IS PAID ON ONCE ITS OPENITEM IS *
000240*   CLOSED BY A PAYMENT DATED IN OR BEFORE THE MONTH; THE REP   *
000250*   IS THE ONE ON THE ACCOUNT (CUSTMAST) WHEN IT IS PAID, AND   *
000260*   THE RATE DEPENDS ON HOW THE SALE WAS PRICED (THE DISCOUNT   *
000270*   SOURCE ON INVHIST, AS WRITTEN TO AUD-DISCOUNT-SOURCE):      *
000280*   NEGOTIATED, QUANTITY-BREAK, OR A STANDARD TIER.  A CREDIT   *
000290*   MEMO WHOSE SALE HAS NOT BEEN PAID ON YET WAITS FOR IT.      *
000300*                                                               *
000310*   EVERY DOCUMENT SETTLED IS RECORDED ON COMMHIST WITH THE     *
000320*   MONTH IT WAS PAID IN, SO NOTHING IS EVER PAID TWICE.  A     *
000330*   RERUN OF THE SAME MONTH REPORTS THAT MONTH'S COMMHIST       *
000340*   RECORDS AGAIN AND PRODUCES THE SAME STATEMENTS, PAYROLL,    *
000350*   AND ACCRUAL.                                                *
000360*                                                               *
000370*   THE RPTPARM CARD NAMES THE COMMISSION MONTH AS YYYYMM.      *
000380*   WITH NO CARD, OR A MONTH THAT IS NOT NUMERIC, THE MONTH     *
000390*   JUST ENDED IS PAID.                                         *
000400*                                                               *
000410*   RETURN CODES:  0 = COMPLETE                                 *
000420*                  4 = COMPLETE, EXCEPTIONS LISTED ON CONSOLE   *
000430*                 16 = FILE ERROR OR BAD COMMISSION MONTH       *
000440*                                                               *
000450*****************************************************************
000460* MAINTENANCE HISTORY
000470* ---------------------------------------------------------------
000480* DATE       BY    DESCRIPTION
000490* ---------- ----- -------------------------------------------
000500* 2026-10-15 RJH   NEW PROGRAM.  MONTHLY COMMISSION ON COLLECTED
000510*                  NET SALES WITH CHARGEBACKS ON CREDIT MEMOS,
000520*                  REP STATEMENTS, PAYROLL INTERFACE, AND GL
000530*                  ACCRUAL.
000540* ---------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RPTPARM-IN ASSIGN TO "RPTPARM"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPTPARM-STATUS.
000610     SELECT TAXDTL-IN ASSIGN TO "TAXDTL"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-TAXDTL-STATUS.
000640     SELECT INVHIST ASSIGN TO "INVHIST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS IVH-INVOICE-NUMBER
000680         FILE STATUS IS WS-INVHIST-STATUS.
000690     SELECT OPENITEM ASSIGN TO "OPENITEM"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS OPI-INVOICE-NUMBER
000730         FILE STATUS IS WS-OPENITEM-STATUS.
000740     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CUST-ID
000780         FILE STATUS IS WS-CUSTMAST-STATUS.
000790     SELECT REPMAST ASSIGN TO "REPMAST"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS REP-CODE
000830         FILE STATUS IS WS-REPMAST-STATUS.
000840     SELECT COMMHIST ASSIGN TO "COMMHIST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS CMH-DOCUMENT-NUMBER
000880         FILE STATUS IS WS-COMMHIST-STATUS.
000890     SELECT COMMSTMT-OUT ASSIGN TO "COMMSTMT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-COMMSTMT-STATUS.
000920     SELECT PAYCOMM-OUT ASSIGN TO "PAYCOMM"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-PAYCOMM-STATUS.
000950     SELECT COMMGL-OUT ASSIGN TO "COMMGL"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-COMMGL-STATUS.
000980     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  RPTPARM-IN
001020     LABEL RECORDS ARE STANDARD.
001030 01  PRM-RECORD.
001040     05  PRM-COMMISSION-MONTH-X  PIC X(06).
001050     05  PRM-COMMISSION-MONTH REDEFINES
001060         PRM-COMMISSION-MONTH-X  PIC 9(06).
001070     05  FILLER                  PIC X(74).
001080 FD  TAXDTL-IN
001090     LABEL RECORDS ARE STANDARD.
001100 01  TXD-RECORD.
001110     05  TXD-DATE                PIC 9(08).
001120     05  TXD-INVOICE-NUMBER      PIC 9(07).
001130     05  TXD-TYPE                PIC X(01).
001140         88  TXD-TYPE-INVOICE            VALUE 'I'.
001150         88  TXD-TYPE-CREDIT             VALUE 'C'.
001160     05  TXD-CUSTOMER-ID         PIC X(05).
001170     05  TXD-JURISDICTION        PIC X(05).
001180     05  TXD-EXEMPT-SW           PIC X(01).
001190         88  TXD-EXEMPT                  VALUE 'Y'.
001200     05  TXD-TAXABLE-AMOUNT      PIC S9(07)V99.
001210     05  TXD-TAX-RATE            PIC V9(05).
001220     05  TXD-TAX-AMOUNT          PIC S9(07)V99.
001230     05  TXD-ORIG-INVOICE        PIC 9(07).
001240     05  FILLER                  PIC X(23).
001250 FD  INVHIST
001260     LABEL RECORDS ARE STANDARD.
001270 01  IVH-RECORD.
001280     05  IVH-INVOICE-NUMBER      PIC 9(07).
001290     05  IVH-CUSTOMER-ID         PIC X(05).
001300     05  IVH-DATE                PIC 9(08).
001310     05  IVH-QUANTITY            PIC 9(07).
001320     05  IVH-TOTAL               PIC 9(07)V99.
001330     05  IVH-DISCOUNT            PIC 9(07)V99.
001340     05  IVH-DISCOUNTED-TOTAL    PIC 9(07)V99.
001350     05  IVH-DISCOUNT-RATE       PIC V999.
001360     05  IVH-DISCOUNT-SOURCE     PIC X(10).
001370     05  IVH-RETURNED-QTY        PIC 9(07).
001380     05  IVH-ITEM-NUMBER         PIC X(06).
001390     05  IVH-DUE-DATE            PIC 9(08).
001400     05  IVH-TAX-JURISDICTION    PIC X(05).
001410     05  IVH-TAX-EXEMPT-SW       PIC X(01).
001420     05  IVH-TAX-RATE            PIC V9(05).
001430     05  IVH-TAX-AMOUNT          PIC 9(07)V99.
001440 FD  OPENITEM
001450     LABEL RECORDS ARE STANDARD.
001460 01  OPI-RECORD.
001470     05  OPI-INVOICE-NUMBER      PIC 9(07).
001480     05  OPI-CUSTOMER-ID         PIC X(05).
001490     05  OPI-ITEM-TYPE           PIC X(01).
001500         88  OPI-TYPE-INVOICE            VALUE 'I'.
001510         88  OPI-TYPE-CREDIT             VALUE 'C'.
001520     05  OPI-INVOICE-DATE        PIC 9(08).
001530     05  OPI-ORIGINAL-AMOUNT     PIC S9(07)V99.
001540     05  OPI-OPEN-AMOUNT         PIC S9(07)V99.
001550     05  OPI-ORIG-INVOICE        PIC 9(07).
001560     05  OPI-LAST-PAY-DATE       PIC 9(08).
001570     05  OPI-LAST-CHECK-REF      PIC X(08).
001580     05  OPI-DUE-DATE            PIC 9(08).
001590     05  OPI-DISC-DATE           PIC 9(08).
001600     05  OPI-DISC-PCT            PIC V999.
001610     05  OPI-DUNNING-LEVEL       PIC 9(01).
001620     05  OPI-LAST-DUNNING-DATE   PIC 9(08).
001630     05  FILLER                  PIC X(10).
001640 FD  CUSTMAST
001650     LABEL RECORDS ARE STANDARD.
001660 01  CUST-RECORD.
001670     05  CUST-ID                 PIC X(05).
001680     05  CUST-NAME               PIC X(20).
001690     05  FILLER                  PIC X(48).
001700     05  CUST-REP-CODE           PIC X(03).
001710     05  FILLER                  PIC X(04).
001720 FD  REPMAST
001730     LABEL RECORDS ARE STANDARD.
001740 01  REP-RECORD.
001750     05  REP-CODE                PIC X(03).
001760     05  REP-NAME                PIC X(20).
001770     05  REP-EMPLOYEE-ID         PIC X(09).
001780     05  REP-RATE-STANDARD       PIC V9(04).
001790     05  REP-RATE-NEGOTIATED     PIC V9(04).
001800     05  REP-RATE-QTY-BREAK      PIC V9(04).
001810     05  FILLER                  PIC X(36).
001820*----------------------------------------------------------------
001830*    COMMHIST -- ONE RECORD PER INVOICE OR CREDIT MEMO SETTLED,
001840*    KEYED BY DOCUMENT NUMBER.  THE BASE IS THE NET AFTER
001850*    DISCOUNT, NEGATIVE FOR A CREDIT.  A HOUSE ACCOUNT'S
001860*    DOCUMENTS ARE RECORDED WITH A BLANK REP AND NO COMMISSION.
001870*----------------------------------------------------------------
001880 FD  COMMHIST
001890     LABEL RECORDS ARE STANDARD.
001900 01  CMH-RECORD.
001910     05  CMH-DOCUMENT-NUMBER     PIC 9(07).
001920     05  CMH-DOCUMENT-TYPE       PIC X(01).
001930         88  CMH-TYPE-INVOICE            VALUE 'I'.
001940         88  CMH-TYPE-CREDIT             VALUE 'C'.
001950     05  CMH-CUSTOMER-ID         PIC X(05).
001960     05  CMH-ORIG-INVOICE        PIC 9(07).
001970     05  CMH-REP-CODE            PIC X(03).
001980     05  CMH-CATEGORY            PIC X(01).
001990         88  CMH-STANDARD                VALUE 'S'.
002000         88  CMH-NEGOTIATED              VALUE 'N'.
002010         88  CMH-QTY-BREAK               VALUE 'Q'.
002020     05  CMH-RATE                PIC V9(04).
002030     05  CMH-DOCUMENT-DATE       PIC 9(08).
002040     05  CMH-COMMISSION-BASE     PIC S9(07)V99.
002050     05  CMH-COMMISSION          PIC S9(07)V99.
002060     05  CMH-PAY-MONTH           PIC 9(06).
002070     05  FILLER                  PIC X(20).
002080 SD  SORT-WORK.
002090 01  SRT-RECORD.
002100     05  SRT-DOCUMENT-NUMBER     PIC 9(07).
002110     05  SRT-DOCUMENT-TYPE       PIC X(01).
002120         88  SRT-TYPE-INVOICE            VALUE 'I'.
002130     05  SRT-CUSTOMER-ID         PIC X(05).
002140     05  SRT-ORIG-INVOICE        PIC 9(07).
002150     05  SRT-REP-CODE            PIC X(03).
002160     05  SRT-CATEGORY            PIC X(01).
002170         88  SRT-NEGOTIATED              VALUE 'N'.
002180         88  SRT-QTY-BREAK               VALUE 'Q'.
002190     05  SRT-RATE                PIC V9(04).
002200     05  SRT-DOCUMENT-DATE       PIC 9(08).
002210     05  SRT-COMMISSION-BASE     PIC S9(07)V99.
002220     05  SRT-COMMISSION          PIC S9(07)V99.
002230     05  SRT-PAY-MONTH           PIC 9(06).
002240     05  FILLER                  PIC X(20).
002250 FD  COMMSTMT-OUT
002260     LABEL RECORDS ARE STANDARD.
002270 01  STM-LINE                    PIC X(132).
002280*----------------------------------------------------------------
002290*    PAYCOMM -- ONE EARNINGS RECORD PER REP FOR PAYROLL.  THE
002300*    AMOUNT IS THE NET COMMISSION FOR THE MONTH; A NEGATIVE
002310*    AMOUNT IS A RECOVERY PAYROLL TAKES FROM THE NEXT CHECK.
002320*----------------------------------------------------------------
002330 FD  PAYCOMM-OUT
002340     LABEL RECORDS ARE STANDARD.
002350 01  PAY-RECORD.
002360     05  PAY-EMPLOYEE-ID         PIC X(09).
002370     05  PAY-REP-CODE            PIC X(03).
002380     05  PAY-PERIOD              PIC 9(06).
002390     05  PAY-EARNINGS-CODE       PIC X(04).
002400     05  PAY-AMOUNT              PIC S9(07)V99.
002410     05  PAY-PERIOD-END-DATE     PIC 9(08).
002420     05  FILLER                  PIC X(41).
002430*----------------------------------------------------------------
002440*    COMMGL -- SAME RECORD AS GL-JOURNAL'S GLJRNL.
002450*----------------------------------------------------------------
002460 FD  COMMGL-OUT
002470     LABEL RECORDS ARE STANDARD.
002480 01  GLJ-RECORD.
002490     05  GLJ-CYCLE-DATE          PIC 9(08).
002500     05  GLJ-ACCOUNT             PIC X(05).
002510     05  GLJ-DR-CR               PIC X(02).
002520     05  GLJ-AMOUNT              PIC 9(09)V99.
002530     05  GLJ-DESCRIPTION         PIC X(30).
002540     05  FILLER                  PIC X(24).
002550 WORKING-STORAGE SECTION.
002560*----------------------------------------------------------------
002570*    COMMISSION MONTH FIELDS
002580*
002590*    WS-PLAN-START-DATE IS THE FIRST DAY OF THE COMMISSION PLAN.
002600*    DOCUMENTS DATED BEFORE IT WERE SETTLED BY HAND FROM THE
002610*    DISCOUNT-REPORT AND ARE NEVER PAID OR CHARGED BACK HERE.
002620*----------------------------------------------------------------
002630 01  WS-CURRENT-DATE             PIC 9(08).
002640 01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
002650     05  WS-CURRENT-YYYYMM       PIC 9(06).
002660     05  FILLER                  PIC 9(02).
002670 01  WS-COMMISSION-MONTH         PIC 9(06)  VALUE ZERO.
002680 01  WS-COMMISSION-MONTH-PARTS REDEFINES WS-COMMISSION-MONTH.
002690     05  WS-COMM-YYYY            PIC 9(04).
002700     05  WS-COMM-MM              PIC 9(02).
002710 01  WS-NEXT-MONTH-FIRST.
002720     05  WS-NEXT-YYYY            PIC 9(04).
002730     05  WS-NEXT-MM              PIC 9(02).
002740     05  WS-NEXT-DD              PIC 9(02)  VALUE 01.
002750 01  WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH-FIRST
002760                                 PIC 9(08).
002770 01  WS-MONTH-END                PIC 9(08)  VALUE ZERO.
002780 77  WS-PLAN-START-DATE          PIC 9(08)  VALUE 20261101.
002790*----------------------------------------------------------------
002800*    GL ACCOUNT NUMBERS, PER FINANCE'S CHART OF ACCOUNTS.
002810*    CHANGE ONLY ON A SIGNED MEMO FROM THE CONTROLLER.
002820*----------------------------------------------------------------
002830 77  WS-ACCT-COMM-EXPENSE        PIC X(05) VALUE '61000'.
002840 77  WS-ACCT-COMM-ACCRUED        PIC X(05) VALUE '21500'.
002850*----------------------------------------------------------------
002860*    CURRENT-DOCUMENT WORK FIELDS
002870*----------------------------------------------------------------
002880 77  WS-ON-COMMHIST-SW           PIC X(01) VALUE 'N'.
002890     88  WS-ON-COMMHIST                      VALUE 'Y'.
002900 01  WS-ORIG-REP-CODE            PIC X(03).
002910 01  WS-ORIG-CATEGORY            PIC X(01).
002920 01  WS-ORIG-RATE                PIC V9(04).
002930*----------------------------------------------------------------
002940*    STATEMENT FIELDS
002950*----------------------------------------------------------------
002960 01  WS-CUR-REP-CODE             PIC X(03).
002970 01  WS-CUR-REP-NAME             PIC X(20).
002980 01  WS-CUR-EMPLOYEE-ID          PIC X(09).
002990 77  WS-RATE-PERCENT             PIC 9(03)V99 VALUE ZERO.
003000 77  WS-PAGE-NUMBER              PIC 9(05)  VALUE ZERO COMP.
003010 77  WS-PAGES-PRINTED            PIC 9(05)  VALUE ZERO COMP.
003020 77  WS-LINE-NUMBER              PIC 9(03)  VALUE 99 COMP.
003030 77  WS-LINES-PER-PAGE           PIC 9(03)  VALUE 56 COMP.
003040*----------------------------------------------------------------
003050*    REP ACCUMULATORS
003060*
003070*    CREDIT MEMOS ARRIVE NEGATIVE, SO THE NET IS A STRAIGHT SUM.
003080*----------------------------------------------------------------
003090 77  WS-REP-SALES                PIC S9(9)V99 VALUE ZERO.
003100 77  WS-REP-COMMISSION           PIC S9(9)V99 VALUE ZERO.
003110 77  WS-REP-CREDITS              PIC S9(9)V99 VALUE ZERO.
003120 77  WS-REP-CHARGEBACKS          PIC S9(9)V99 VALUE ZERO.
003130 77  WS-REP-NET-SALES            PIC S9(9)V99 VALUE ZERO.
003140 77  WS-REP-NET-COMMISSION       PIC S9(9)V99 VALUE ZERO.
003150*----------------------------------------------------------------
003160*    RUN TOTALS
003170*----------------------------------------------------------------
003180 77  WS-TOTAL-COMMISSION         PIC S9(9)V99 VALUE ZERO.
003190 77  WS-TOTAL-CHARGEBACKS        PIC S9(9)V99 VALUE ZERO.
003200 77  WS-TOTAL-NET-COMMISSION     PIC S9(9)V99 VALUE ZERO.
003210 77  WS-TOTAL-PAYROLL            PIC S9(9)V99 VALUE ZERO.
003220 77  WS-TOTAL-DEBITS             PIC S9(9)V99 VALUE ZERO.
003230 77  WS-TOTAL-CREDITS            PIC S9(9)V99 VALUE ZERO.
003240 77  WS-TAXDTL-READ              PIC 9(7)   VALUE ZERO COMP.
003250 77  WS-INVOICES-PAID            PIC 9(7)   VALUE ZERO COMP.
003260 77  WS-CREDITS-CHARGED          PIC 9(7)   VALUE ZERO COMP.
003270 77  WS-HOUSE-DOCUMENTS          PIC 9(7)   VALUE ZERO COMP.
003280 77  WS-REPORTED-AGAIN           PIC 9(7)   VALUE ZERO COMP.
003290 77  WS-NOT-COLLECTED            PIC 9(7)   VALUE ZERO COMP.
003300 77  WS-CREDITS-WAITING          PIC 9(7)   VALUE ZERO COMP.
003310 77  WS-BEFORE-PLAN              PIC 9(7)   VALUE ZERO COMP.
003320 77  WS-EXCEPTIONS               PIC 9(7)   VALUE ZERO COMP.
003330 77  WS-STATEMENTS-PRINTED       PIC 9(7)   VALUE ZERO COMP.
003340 77  WS-PAYROLL-WRITTEN          PIC 9(7)   VALUE ZERO COMP.
003350 77  WS-GL-LINES-WRITTEN         PIC 9(7)   VALUE ZERO COMP.
003360*----------------------------------------------------------------
003370*    GL LINE WORK AREA
003380*----------------------------------------------------------------
003390 01  WS-LINE-ACCOUNT             PIC X(05).
003400 01  WS-LINE-DR-CR               PIC X(02).
003410 01  WS-LINE-AMOUNT              PIC S9(9)V99.
003420 01  WS-LINE-DESCRIPTION         PIC X(30).
003430*----------------------------------------------------------------
003440*    FILE STATUS AND CONTROL SWITCHES
003450*----------------------------------------------------------------
003460 77  WS-RPTPARM-STATUS           PIC X(02) VALUE '00'.
003470 77  WS-TAXDTL-STATUS            PIC X(02) VALUE '00'.
003480 77  WS-INVHIST-STATUS           PIC X(02) VALUE '00'.
003490 77  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
003500 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
003510 77  WS-REPMAST-STATUS           PIC X(02) VALUE '00'.
003520 77  WS-COMMHIST-STATUS          PIC X(02) VALUE '00'.
003530 77  WS-COMMSTMT-STATUS          PIC X(02) VALUE '00'.
003540 77  WS-PAYCOMM-STATUS           PIC X(02) VALUE '00'.
003550 77  WS-COMMGL-STATUS            PIC X(02) VALUE '00'.
003560 77  WS-TAXDTL-EOF-SW            PIC X(01) VALUE 'N'.
003570     88  WS-TAXDTL-EOF                       VALUE 'Y'.
003580 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
003590     88  WS-SORT-EOF                         VALUE 'Y'.
003600 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
003610     88  WS-ABORT-RUN                        VALUE 'Y'.
003620*----------------------------------------------------------------
003630*    WS-INIT-STAGE TRACKS HOW FAR 1000-INITIALIZE GOT BEFORE A
003640*    FAILED OPEN SENT IT TO 1000-EXIT EARLY, SO 9000-TERMINATE
003650*    ONLY CLOSES FILES THAT WERE ACTUALLY OPENED.
003660*      0 = NOTHING OPENED YET          5 = + REPMAST OPENED
003670*      1 = TAXDTL OPENED               6 = + COMMHIST OPENED
003680*      2 = + INVHIST OPENED            7 = + COMMSTMT OPENED
003690*      3 = + OPENITEM OPENED           8 = + PAYCOMM OPENED
003700*      4 = + CUSTMAST OPENED           9 = + COMMGL OPENED
003710*----------------------------------------------------------------
003720 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
003730*----------------------------------------------------------------
003740*    STATEMENT LINE LAYOUTS
003750*----------------------------------------------------------------
003760 01  STM-HEADING-1.
003770     05  FILLER                  PIC X(20)
003780         VALUE 'COMMISSION-RUN'.
003790     05  FILLER                  PIC X(30)
003800         VALUE 'SALES COMMISSION STATEMENT'.
003810     05  FILLER                  PIC X(06) VALUE 'MONTH '.
003820     05  STM-H1-MONTH            PIC 9(06).
003830     05  FILLER                  PIC X(16)
003840         VALUE '   PAID THROUGH '.
003850     05  STM-H1-MONTH-END        PIC 9(08).
003860     05  FILLER                  PIC X(33) VALUE SPACES.
003870     05  FILLER                  PIC X(05) VALUE 'PAGE '.
003880     05  STM-H1-PAGE             PIC ZZZZ9.
003890     05  FILLER                  PIC X(03) VALUE SPACES.
003900 01  STM-HEADING-2.
003910     05  FILLER                  PIC X(10) VALUE 'SALES REP '.
003920     05  STM-H2-REP-CODE         PIC X(03).
003930     05  FILLER                  PIC X(02) VALUE SPACES.
003940     05  STM-H2-REP-NAME         PIC X(20).
003950     05  FILLER                  PIC X(04) VALUE SPACES.
003960     05  FILLER                  PIC X(12) VALUE 'EMPLOYEE ID '.
003970     05  STM-H2-EMPLOYEE-ID      PIC X(09).
003980     05  FILLER                  PIC X(72) VALUE SPACES.
003990 01  STM-HEADING-3.
004000     05  FILLER                  PIC X(10) VALUE 'DOCUMENT'.
004010     05  FILLER                  PIC X(08) VALUE 'TYPE'.
004020     05  FILLER                  PIC X(10) VALUE 'DATE'.
004030     05  FILLER                  PIC X(07) VALUE 'CUST'.
004040     05  FILLER                  PIC X(22) VALUE 'CUSTOMER NAME'.
004050     05  FILLER                  PIC X(10) VALUE 'ORIG INV'.
004060     05  FILLER                  PIC X(14) VALUE 'CLASS'.
004070     05  FILLER                  PIC X(06) VALUE 'RATE %'.
004080     05  FILLER                  PIC X(17)
004090         VALUE '        NET SALES'.
004100     05  FILLER                  PIC X(17)
004110         VALUE '       COMMISSION'.
004120     05  FILLER                  PIC X(11) VALUE SPACES.
004130 01  STM-DETAIL-LINE.
004140     05  STM-DET-DOCUMENT        PIC 9(07).
004150     05  FILLER                  PIC X(03) VALUE SPACES.
004160     05  STM-DET-TYPE            PIC X(06).
004170     05  FILLER                  PIC X(02) VALUE SPACES.
004180     05  STM-DET-DATE            PIC 9(08).
004190     05  FILLER                  PIC X(02) VALUE SPACES.
004200     05  STM-DET-CUSTOMER-ID     PIC X(05).
004210     05  FILLER                  PIC X(02) VALUE SPACES.
004220     05  STM-DET-CUSTOMER-NAME   PIC X(20).
004230     05  FILLER                  PIC X(02) VALUE SPACES.
004240     05  STM-DET-ORIG-INVOICE    PIC X(07).
004250     05  FILLER                  PIC X(03) VALUE SPACES.
004260     05  STM-DET-CLASS           PIC X(12).
004270     05  FILLER                  PIC X(02) VALUE SPACES.
004280     05  STM-DET-RATE            PIC ZZ9.99.
004290     05  FILLER                  PIC X(04) VALUE SPACES.
004300     05  STM-DET-BASE            PIC -Z,ZZZ,ZZ9.99.
004310     05  FILLER                  PIC X(04) VALUE SPACES.
004320     05  STM-DET-COMMISSION      PIC -Z,ZZZ,ZZ9.99.
004330     05  FILLER                  PIC X(11) VALUE SPACES.
004340 01  STM-TOTAL-LINE.
004350     05  FILLER                  PIC X(36) VALUE SPACES.
004360     05  STM-TOT-LABEL           PIC X(40).
004370     05  FILLER                  PIC X(15) VALUE SPACES.
004380     05  STM-TOT-BASE            PIC -Z,ZZZ,ZZ9.99.
004390     05  FILLER                  PIC X(04) VALUE SPACES.
004400     05  STM-TOT-COMMISSION      PIC -Z,ZZZ,ZZ9.99.
004410     05  FILLER                  PIC X(11) VALUE SPACES.
004420 PROCEDURE DIVISION.
004430*****************************************************************
004440*    0000-MAINLINE
004450*
004460*    THE GL ACCRUAL IS WRITTEN ONLY FROM A CLEAN RUN.  COMMHIST
004470*    RECORDS WRITTEN BEFORE AN ABORT CARRY THIS MONTH AS THEIR
004480*    PAY MONTH, SO A RERUN OF THE SAME MONTH REPORTS THEM AGAIN
004490*    AND THE STATEMENTS, PAYCOMM, AND COMMGL COME OUT WHOLE.
004500*****************************************************************
004510 0000-MAINLINE.
004520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004530     IF NOT WS-ABORT-RUN
004540         SORT SORT-WORK
004550             ON ASCENDING KEY SRT-REP-CODE
004560             ON DESCENDING KEY SRT-DOCUMENT-TYPE
004570             ON ASCENDING KEY SRT-DOCUMENT-NUMBER
004580             INPUT PROCEDURE IS 2000-SELECT-DOCUMENTS
004590                 THRU 2000-EXIT
004600             OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
004610                 THRU 3000-EXIT
004620     END-IF.
004630     IF NOT WS-ABORT-RUN
004640         PERFORM 4000-WRITE-GL-ACCRUAL THRU 4000-EXIT
004650     END-IF.
004660     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
004670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004680     IF WS-ABORT-RUN
004690         MOVE 16 TO RETURN-CODE
004700     ELSE
004710         IF WS-EXCEPTIONS > ZERO
004720             MOVE 4 TO RETURN-CODE
004730         END-IF
004740     END-IF.
004750     STOP RUN.
004760*****************************************************************
004770*    1000-INITIALIZE
004780*
004790*    THE RPTPARM CARD NAMES THE COMMISSION MONTH (YYYYMM).
004800*    WITHOUT ONE THE RUN PAYS THE MONTH JUST ENDED.  A MONTH
004810*    THAT HAS NOT STARTED YET IS REFUSED.
004820*****************************************************************
004830 1000-INITIALIZE.
004840     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004850     MOVE WS-CURRENT-YYYYMM TO WS-COMMISSION-MONTH.
004860     IF WS-COMM-MM = 1
004870         MOVE 12 TO WS-COMM-MM
004880         SUBTRACT 1 FROM WS-COMM-YYYY
004890     ELSE
004900         SUBTRACT 1 FROM WS-COMM-MM
004910     END-IF.
004920     OPEN INPUT RPTPARM-IN.
004930     IF WS-RPTPARM-STATUS = '35'
004940         DISPLAY 'COMMISSION-RUN: NO RPTPARM CARD, PAYING '
004950             'PRIOR MONTH'
004960     ELSE
004970         IF WS-RPTPARM-STATUS NOT = '00'
004980             DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN RPTPARM, '
004990                 'STATUS = ' WS-RPTPARM-STATUS
005000             MOVE 'Y' TO WS-ABORT-SW
005010             GO TO 1000-EXIT
005020         END-IF
005030         READ RPTPARM-IN
005040             AT END
005050                 DISPLAY 'COMMISSION-RUN: RPTPARM IS EMPTY, '
005060                     'PAYING PRIOR MONTH'
005070             NOT AT END
005080                 IF PRM-COMMISSION-MONTH-X IS NUMERIC
005090                     MOVE PRM-COMMISSION-MONTH
005100                         TO WS-COMMISSION-MONTH
005110                 ELSE
005120                     DISPLAY 'COMMISSION-RUN: RPTPARM MONTH '
005130                         'NOT NUMERIC, PAYING PRIOR MONTH'
005140                 END-IF
005150         END-READ
005160         CLOSE RPTPARM-IN
005170     END-IF.
005180     IF WS-COMM-MM < 1
005190             OR WS-COMM-MM > 12
005200         DISPLAY 'COMMISSION-RUN: INVALID COMMISSION MONTH '
005210             WS-COMMISSION-MONTH
005220         MOVE 'Y' TO WS-ABORT-SW
005230         GO TO 1000-EXIT
005240     END-IF.
005250     IF WS-COMMISSION-MONTH > WS-CURRENT-YYYYMM
005260         DISPLAY 'COMMISSION-RUN: COMMISSION MONTH '
005270             WS-COMMISSION-MONTH ' HAS NOT STARTED'
005280         MOVE 'Y' TO WS-ABORT-SW
005290         GO TO 1000-EXIT
005300     END-IF.
005310     MOVE WS-COMM-YYYY TO WS-NEXT-YYYY.
005320     MOVE WS-COMM-MM TO WS-NEXT-MM.
005330     IF WS-NEXT-MM = 12
005340         MOVE 1 TO WS-NEXT-MM
005350         ADD 1 TO WS-NEXT-YYYY
005360     ELSE
005370         ADD 1 TO WS-NEXT-MM
005380     END-IF.
005390     COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
005400         (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1).
005410     MOVE WS-COMMISSION-MONTH TO STM-H1-MONTH.
005420     MOVE WS-MONTH-END TO STM-H1-MONTH-END.
005430     OPEN INPUT TAXDTL-IN.
005440     IF WS-TAXDTL-STATUS NOT = '00'
005450         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN TAXDTL, '
005460             'STATUS = ' WS-TAXDTL-STATUS
005470         MOVE 'Y' TO WS-ABORT-SW
005480         GO TO 1000-EXIT
005490     END-IF.
005500     MOVE 1 TO WS-INIT-STAGE.
005510     OPEN INPUT INVHIST.
005520     IF WS-INVHIST-STATUS NOT = '00'
005530         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN INVHIST, '
005540             'STATUS = ' WS-INVHIST-STATUS
005550         MOVE 'Y' TO WS-ABORT-SW
005560         GO TO 1000-EXIT
005570     END-IF.
005580     MOVE 2 TO WS-INIT-STAGE.
005590     OPEN INPUT OPENITEM.
005600     IF WS-OPENITEM-STATUS NOT = '00'
005610         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN OPENITEM, '
005620             'STATUS = ' WS-OPENITEM-STATUS
005630         MOVE 'Y' TO WS-ABORT-SW
005640         GO TO 1000-EXIT
005650     END-IF.
005660     MOVE 3 TO WS-INIT-STAGE.
005670     OPEN INPUT CUSTMAST.
005680     IF WS-CUSTMAST-STATUS NOT = '00'
005690         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN CUSTMAST, '
005700             'STATUS = ' WS-CUSTMAST-STATUS
005710         MOVE 'Y' TO WS-ABORT-SW
005720         GO TO 1000-EXIT
005730     END-IF.
005740     MOVE 4 TO WS-INIT-STAGE.
005750     OPEN INPUT REPMAST.
005760     IF WS-REPMAST-STATUS NOT = '00'
005770         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN REPMAST, '
005780             'STATUS = ' WS-REPMAST-STATUS
005790         MOVE 'Y' TO WS-ABORT-SW
005800         GO TO 1000-EXIT
005810     END-IF.
005820     MOVE 5 TO WS-INIT-STAGE.
005830     OPEN I-O COMMHIST.
005840     IF WS-COMMHIST-STATUS = '05' OR '35'
005850         OPEN OUTPUT COMMHIST
005860         IF WS-COMMHIST-STATUS = '00'
005870             CLOSE COMMHIST
005880             OPEN I-O COMMHIST
005890         END-IF
005900     END-IF.
005910     IF WS-COMMHIST-STATUS NOT = '00'
005920         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN COMMHIST, '
005930             'STATUS = ' WS-COMMHIST-STATUS
005940         MOVE 'Y' TO WS-ABORT-SW
005950         GO TO 1000-EXIT
005960     END-IF.
005970     MOVE 6 TO WS-INIT-STAGE.
005980     OPEN OUTPUT COMMSTMT-OUT.
005990     IF WS-COMMSTMT-STATUS NOT = '00'
006000         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN COMMSTMT, '
006010             'STATUS = ' WS-COMMSTMT-STATUS
006020         MOVE 'Y' TO WS-ABORT-SW
006030         GO TO 1000-EXIT
006040     END-IF.
006050     MOVE 7 TO WS-INIT-STAGE.
006060     OPEN OUTPUT PAYCOMM-OUT.
006070     IF WS-PAYCOMM-STATUS NOT = '00'
006080         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN PAYCOMM, '
006090             'STATUS = ' WS-PAYCOMM-STATUS
006100         MOVE 'Y' TO WS-ABORT-SW
006110         GO TO 1000-EXIT
006120     END-IF.
006130     MOVE 8 TO WS-INIT-STAGE.
006140     OPEN OUTPUT COMMGL-OUT.
006150     IF WS-COMMGL-STATUS NOT = '00'
006160         DISPLAY 'COMMISSION-RUN: UNABLE TO OPEN COMMGL, '
006170             'STATUS = ' WS-COMMGL-STATUS
006180         MOVE 'Y' TO WS-ABORT-SW
006190         GO TO 1000-EXIT
006200     END-IF.
006210     MOVE 9 TO WS-INIT-STAGE.
006220 1000-EXIT.
006230     EXIT.
006240*****************************************************************
006250*    2000-SELECT-DOCUMENTS
006260*
006270*    READS TAXDTL, WHICH CARRIES EVERY INVOICE AND CREDIT MEMO
006280*    WITH ITS NET AFTER DISCOUNT, AND RELEASES TO THE SORT EACH
006290*    DOCUMENT THAT SETTLES FOR COMMISSION THIS MONTH.
006300*****************************************************************
006310 2000-SELECT-DOCUMENTS.
006320     PERFORM 2100-SELECT-DOCUMENT THRU 2100-EXIT
006330         UNTIL WS-TAXDTL-EOF.
006340 2000-EXIT.
006350     EXIT.
006360*****************************************************************
006370*    2100-SELECT-DOCUMENT
006380*
006390*    A DOCUMENT ALREADY ON COMMHIST WAS SETTLED IN AN EARLIER
006400*    MONTH AND IS PASSED OVER, UNLESS IT WAS SETTLED IN THIS
006410*    MONTH BY AN EARLIER RUN -- THEN IT IS REPORTED AGAIN.
006420*****************************************************************
006430 2100-SELECT-DOCUMENT.
006440     READ TAXDTL-IN
006450         AT END
006460             MOVE 'Y' TO WS-TAXDTL-EOF-SW
006470             GO TO 2100-EXIT
006480     END-READ.
006490     ADD 1 TO WS-TAXDTL-READ.
006500     IF TXD-DATE > WS-MONTH-END
006510         GO TO 2100-EXIT
006520     END-IF.
006530     IF TXD-DATE < WS-PLAN-START-DATE
006540         ADD 1 TO WS-BEFORE-PLAN
006550         GO TO 2100-EXIT
006560     END-IF.
006570     MOVE TXD-INVOICE-NUMBER TO CMH-DOCUMENT-NUMBER.
006580     READ COMMHIST
006590         INVALID KEY
006600             MOVE 'N' TO WS-ON-COMMHIST-SW
006610         NOT INVALID KEY
006620             MOVE 'Y' TO WS-ON-COMMHIST-SW
006630     END-READ.
006640     IF WS-ON-COMMHIST
006650         IF CMH-PAY-MONTH = WS-COMMISSION-MONTH
006660                 AND CMH-REP-CODE NOT = SPACES
006670             RELEASE SRT-RECORD FROM CMH-RECORD
006680             ADD 1 TO WS-REPORTED-AGAIN
006690         END-IF
006700         GO TO 2100-EXIT
006710     END-IF.
006720     IF TXD-TYPE-CREDIT
006730         PERFORM 2300-SETTLE-CREDIT THRU 2300-EXIT
006740     ELSE
006750         PERFORM 2200-SETTLE-INVOICE THRU 2200-EXIT
006760     END-IF.
006770 2100-EXIT.
006780     EXIT.
006790*****************************************************************
006800*    2200-SETTLE-INVOICE
006810*
006820*    COMMISSION IS EARNED WHEN THE INVOICE IS PAID IN FULL: ITS
006830*    OPEN ITEM IS CLOSED AND THE LAST PAYMENT IS DATED ON OR
006840*    BEFORE THE MONTH END.  THE RATE IS THE REP'S RATE FOR THE
006850*    WAY THE SALE WAS PRICED (THE DISCOUNT SOURCE ON INVHIST).
006860*    THE REP IS THE ONE ASSIGNED TO THE ACCOUNT ON CUSTMAST.
006870*****************************************************************
006880 2200-SETTLE-INVOICE.
006890     MOVE TXD-INVOICE-NUMBER TO OPI-INVOICE-NUMBER.
006900     READ OPENITEM
006910         INVALID KEY
006920             DISPLAY 'COMMISSION-RUN: INVOICE ' TXD-INVOICE-NUMBER
006930                 ' NOT ON OPENITEM'
006940             ADD 1 TO WS-EXCEPTIONS
006950             GO TO 2200-EXIT
006960     END-READ.
006970     IF OPI-OPEN-AMOUNT > ZERO
006980             OR OPI-LAST-PAY-DATE > WS-MONTH-END
006990         ADD 1 TO WS-NOT-COLLECTED
007000         GO TO 2200-EXIT
007010     END-IF.
007020     MOVE TXD-INVOICE-NUMBER TO IVH-INVOICE-NUMBER.
007030     READ INVHIST
007040         INVALID KEY
007050             DISPLAY 'COMMISSION-RUN: INVOICE ' TXD-INVOICE-NUMBER
007060                 ' NOT ON INVHIST'
007070             ADD 1 TO WS-EXCEPTIONS
007080             GO TO 2200-EXIT
007090     END-READ.
007100     MOVE TXD-CUSTOMER-ID TO CUST-ID.
007110     READ CUSTMAST
007120         INVALID KEY
007130             DISPLAY 'COMMISSION-RUN: INVOICE ' TXD-INVOICE-NUMBER
007140                 ' CUSTOMER ' TXD-CUSTOMER-ID ' NOT ON CUSTMAST'
007150             ADD 1 TO WS-EXCEPTIONS
007160             GO TO 2200-EXIT
007170     END-READ.
007180     PERFORM 2600-BUILD-COMMHIST THRU 2600-EXIT.
007190     IF IVH-DISCOUNT-SOURCE = 'NEGOTIATED'
007200         MOVE 'N' TO CMH-CATEGORY
007210     ELSE
007220         IF IVH-DISCOUNT-SOURCE = 'QTY-BREAK'
007230                 OR IVH-DISCOUNT-SOURCE = 'QTY-LIST'
007240             MOVE 'Q' TO CMH-CATEGORY
007250         ELSE
007260             MOVE 'S' TO CMH-CATEGORY
007270         END-IF
007280     END-IF.
007290     IF CUST-REP-CODE = SPACES
007300         ADD 1 TO WS-HOUSE-DOCUMENTS
007310         PERFORM 2700-WRITE-COMMHIST THRU 2700-EXIT
007320         GO TO 2200-EXIT
007330     END-IF.
007340     MOVE CUST-REP-CODE TO REP-CODE.
007350     READ REPMAST
007360         INVALID KEY
007370             DISPLAY 'COMMISSION-RUN: INVOICE ' TXD-INVOICE-NUMBER
007380                 ' REP ' CUST-REP-CODE ' NOT ON REPMAST'
007390             ADD 1 TO WS-EXCEPTIONS
007400             GO TO 2200-EXIT
007410     END-READ.
007420     MOVE CUST-REP-CODE TO CMH-REP-CODE.
007430     IF CMH-NEGOTIATED
007440         MOVE REP-RATE-NEGOTIATED TO CMH-RATE
007450     ELSE
007460         IF CMH-QTY-BREAK
007470             MOVE REP-RATE-QTY-BREAK TO CMH-RATE
007480         ELSE
007490             MOVE REP-RATE-STANDARD TO CMH-RATE
007500         END-IF
007510     END-IF.
007520     COMPUTE CMH-COMMISSION ROUNDED
007530         = CMH-COMMISSION-BASE * CMH-RATE.
007540     ADD 1 TO WS-INVOICES-PAID.
007550     PERFORM 2700-WRITE-COMMHIST THRU 2700-EXIT.
007560 2200-EXIT.
007570     EXIT.
007580*****************************************************************
007590*    2300-SETTLE-CREDIT
007600*
007610*    A CREDIT MEMO IS CHARGED BACK TO THE REP WHO WAS PAID ON THE
007620*    ORIGINAL INVOICE, AT THE RATE PAID THEN.  UNTIL THAT INVOICE
007630*    HAS BEEN PAID FOR, THE CREDIT WAITS -- NOTHING WAS PAID, SO
007640*    THERE IS NOTHING YET TO CHARGE BACK.  A CREDIT AGAINST A
007650*    SALE FROM BEFORE THE PLAN STARTED IS SETTLED WITH NO
007660*    CHARGEBACK.
007670*****************************************************************
007680 2300-SETTLE-CREDIT.
007690     MOVE TXD-ORIG-INVOICE TO CMH-DOCUMENT-NUMBER.
007700     READ COMMHIST
007710         INVALID KEY
007720             MOVE 'N' TO WS-ON-COMMHIST-SW
007730         NOT INVALID KEY
007740             MOVE 'Y' TO WS-ON-COMMHIST-SW
007750     END-READ.
007760     IF NOT WS-ON-COMMHIST
007770         PERFORM 2350-CHECK-ORIGINAL THRU 2350-EXIT
007780         GO TO 2300-EXIT
007790     END-IF.
007800     MOVE CMH-REP-CODE TO WS-ORIG-REP-CODE.
007810     MOVE CMH-CATEGORY TO WS-ORIG-CATEGORY.
007820     MOVE CMH-RATE TO WS-ORIG-RATE.
007830     PERFORM 2600-BUILD-COMMHIST THRU 2600-EXIT.
007840     MOVE WS-ORIG-REP-CODE TO CMH-REP-CODE.
007850     MOVE WS-ORIG-CATEGORY TO CMH-CATEGORY.
007860     MOVE WS-ORIG-RATE TO CMH-RATE.
007870     COMPUTE CMH-COMMISSION ROUNDED
007880         = CMH-COMMISSION-BASE * CMH-RATE.
007890     IF CMH-REP-CODE = SPACES
007900         ADD 1 TO WS-HOUSE-DOCUMENTS
007910     ELSE
007920         ADD 1 TO WS-CREDITS-CHARGED
007930     END-IF.
007940     PERFORM 2700-WRITE-COMMHIST THRU 2700-EXIT.
007950 2300-EXIT.
007960     EXIT.
007970*****************************************************************
007980*    2350-CHECK-ORIGINAL
007990*
008000*    THE ORIGINAL INVOICE HAS NOT BEEN SETTLED.  IF IT PREDATES
008010*    THE PLAN IT NEVER WILL BE, SO THE CREDIT IS SETTLED NOW
008020*    WITH NO REP AND NO CHARGEBACK.
008030*****************************************************************
008040 2350-CHECK-ORIGINAL.
008050     MOVE TXD-ORIG-INVOICE TO IVH-INVOICE-NUMBER.
008060     READ INVHIST
008070         INVALID KEY
008080             DISPLAY 'COMMISSION-RUN: CREDIT ' TXD-INVOICE-NUMBER
008090                 ' ORIGINAL INVOICE ' TXD-ORIG-INVOICE
008100                 ' NOT ON INVHIST'
008110             ADD 1 TO WS-EXCEPTIONS
008120             GO TO 2350-EXIT
008130     END-READ.
008140     IF IVH-DATE NOT < WS-PLAN-START-DATE
008150         ADD 1 TO WS-CREDITS-WAITING
008160         GO TO 2350-EXIT
008170     END-IF.
008180     PERFORM 2600-BUILD-COMMHIST THRU 2600-EXIT.
008190     MOVE 'S' TO CMH-CATEGORY.
008200     ADD 1 TO WS-BEFORE-PLAN.
008210     PERFORM 2700-WRITE-COMMHIST THRU 2700-EXIT.
008220 2350-EXIT.
008230     EXIT.
008240*****************************************************************
008250*    2600-BUILD-COMMHIST
008260*
008270*    STARTS THE COMMHIST RECORD FOR THE CURRENT TAXDTL DOCUMENT
008280*    WITH NO REP AND NO COMMISSION.
008290*****************************************************************
008300 2600-BUILD-COMMHIST.
008310     MOVE SPACES                TO CMH-RECORD.
008320     MOVE TXD-INVOICE-NUMBER    TO CMH-DOCUMENT-NUMBER.
008330     MOVE TXD-TYPE              TO CMH-DOCUMENT-TYPE.
008340     MOVE TXD-CUSTOMER-ID       TO CMH-CUSTOMER-ID.
008350     MOVE TXD-ORIG-INVOICE      TO CMH-ORIG-INVOICE.
008360     MOVE TXD-DATE              TO CMH-DOCUMENT-DATE.
008370     MOVE TXD-TAXABLE-AMOUNT    TO CMH-COMMISSION-BASE.
008380     MOVE ZERO                  TO CMH-RATE.
008390     MOVE ZERO                  TO CMH-COMMISSION.
008400     MOVE WS-COMMISSION-MONTH   TO CMH-PAY-MONTH.
008410 2600-EXIT.
008420     EXIT.
008430*****************************************************************
008440*    2700-WRITE-COMMHIST
008450*
008460*    RECORDS THE DOCUMENT AS SETTLED AND, WHEN IT BELONGS TO A
008470*    REP, RELEASES IT TO THE SORT FOR THE STATEMENTS.
008480*****************************************************************
008490 2700-WRITE-COMMHIST.
008500     WRITE CMH-RECORD
008510         INVALID KEY
008520             DISPLAY 'COMMISSION-RUN: COMMHIST WRITE FAILED DOC '
008530                 CMH-DOCUMENT-NUMBER ', STATUS = '
008540                 WS-COMMHIST-STATUS
008550             MOVE 'Y' TO WS-ABORT-SW
008560             MOVE 'Y' TO WS-TAXDTL-EOF-SW
008570             GO TO 2700-EXIT
008580     END-WRITE.
008590     IF CMH-REP-CODE NOT = SPACES
008600         RELEASE SRT-RECORD FROM CMH-RECORD
008610     END-IF.
008620 2700-EXIT.
008630     EXIT.
008640*****************************************************************
008650*    3000-PRINT-STATEMENTS
008660*
008670*    ONE STATEMENT PER REP, EACH STARTING ON A NEW PAGE: THE
008680*    SALES PAID FOR, THEN THE CREDIT MEMOS CHARGED BACK, THEN
008690*    THE NET COMMISSION DUE.  THE NET GOES TO PAYROLL.
008700*****************************************************************
008710 3000-PRINT-STATEMENTS.
008720     IF WS-ABORT-RUN
008730         GO TO 3000-EXIT
008740     END-IF.
008750     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
008760     IF WS-SORT-EOF
008770         MOVE 1 TO STM-H1-PAGE
008780         WRITE STM-LINE FROM STM-HEADING-1
008790             AFTER ADVANCING 1 LINE
008800         MOVE SPACES TO STM-LINE
008810         MOVE 'NO COMMISSION ACTIVITY THIS MONTH' TO STM-LINE
008820         WRITE STM-LINE AFTER ADVANCING 2 LINES
008830         GO TO 3000-EXIT
008840     END-IF.
008850     PERFORM 3100-PRINT-REP THRU 3100-EXIT
008860         UNTIL WS-SORT-EOF.
008870 3000-EXIT.
008880     EXIT.
008890*****************************************************************
008900*    3100-PRINT-REP
008910*****************************************************************
008920 3100-PRINT-REP.
008930     MOVE SRT-REP-CODE TO WS-CUR-REP-CODE.
008940     MOVE SRT-REP-CODE TO REP-CODE.
008950     READ REPMAST
008960         INVALID KEY
008970             MOVE '*NOT ON REPMAST*' TO REP-NAME
008980             MOVE SPACES TO REP-EMPLOYEE-ID
008990     END-READ.
009000     MOVE REP-NAME TO WS-CUR-REP-NAME.
009010     MOVE REP-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID.
009020     MOVE ZERO TO WS-REP-SALES.
009030     MOVE ZERO TO WS-REP-COMMISSION.
009040     MOVE ZERO TO WS-REP-CREDITS.
009050     MOVE ZERO TO WS-REP-CHARGEBACKS.
009060     MOVE ZERO TO WS-PAGE-NUMBER.
009070     PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT.
009080     PERFORM 3300-PRINT-DOCUMENT THRU 3300-EXIT
009090         UNTIL WS-SORT-EOF
009100            OR SRT-REP-CODE NOT = WS-CUR-REP-CODE.
009110     PERFORM 3500-PRINT-REP-TOTALS THRU 3500-EXIT.
009120     PERFORM 3600-WRITE-PAYROLL THRU 3600-EXIT.
009130 3100-EXIT.
009140     EXIT.
009150*****************************************************************
009160*    3200-START-NEW-PAGE
009170*****************************************************************
009180 3200-START-NEW-PAGE.
009190     ADD 1 TO WS-PAGE-NUMBER.
009200     ADD 1 TO WS-PAGES-PRINTED.
009210     MOVE WS-PAGE-NUMBER TO STM-H1-PAGE.
009220     IF WS-PAGES-PRINTED = 1
009230         WRITE STM-LINE FROM STM-HEADING-1
009240             AFTER ADVANCING 1 LINE
009250     ELSE
009260         WRITE STM-LINE FROM STM-HEADING-1
009270             AFTER ADVANCING PAGE
009280     END-IF.
009290     MOVE WS-CUR-REP-CODE TO STM-H2-REP-CODE.
009300     MOVE WS-CUR-REP-NAME TO STM-H2-REP-NAME.
009310     MOVE WS-CUR-EMPLOYEE-ID TO STM-H2-EMPLOYEE-ID.
009320     WRITE STM-LINE FROM STM-HEADING-2
009330         AFTER ADVANCING 2 LINES.
009340     WRITE STM-LINE FROM STM-HEADING-3
009350         AFTER ADVANCING 2 LINES.
009360     MOVE SPACES TO STM-LINE.
009370     WRITE STM-LINE AFTER ADVANCING 1 LINE.
009380     MOVE 6 TO WS-LINE-NUMBER.
009390 3200-EXIT.
009400     EXIT.
009410*****************************************************************
009420*    3300-PRINT-DOCUMENT
009430*****************************************************************
009440 3300-PRINT-DOCUMENT.
009450     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
009460         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
009470     END-IF.
009480     MOVE SRT-CUSTOMER-ID TO CUST-ID.
009490     READ CUSTMAST
009500         INVALID KEY
009510             MOVE '*NOT ON CUSTMAST*' TO CUST-NAME
009520     END-READ.
009530     MOVE SRT-DOCUMENT-NUMBER   TO STM-DET-DOCUMENT.
009540     MOVE SRT-DOCUMENT-DATE     TO STM-DET-DATE.
009550     MOVE SRT-CUSTOMER-ID       TO STM-DET-CUSTOMER-ID.
009560     MOVE CUST-NAME             TO STM-DET-CUSTOMER-NAME.
009570     IF SRT-TYPE-INVOICE
009580         MOVE 'SALE'            TO STM-DET-TYPE
009590         MOVE SPACES            TO STM-DET-ORIG-INVOICE
009600         ADD SRT-COMMISSION-BASE TO WS-REP-SALES
009610         ADD SRT-COMMISSION     TO WS-REP-COMMISSION
009620     ELSE
009630         MOVE 'CREDIT'          TO STM-DET-TYPE
009640         MOVE SRT-ORIG-INVOICE  TO STM-DET-ORIG-INVOICE
009650         ADD SRT-COMMISSION-BASE TO WS-REP-CREDITS
009660         ADD SRT-COMMISSION     TO WS-REP-CHARGEBACKS
009670     END-IF.
009680     IF SRT-NEGOTIATED
009690         MOVE 'NEGOTIATED'      TO STM-DET-CLASS
009700     ELSE
009710         IF SRT-QTY-BREAK
009720             MOVE 'QTY BREAK'   TO STM-DET-CLASS
009730         ELSE
009740             MOVE 'STANDARD'    TO STM-DET-CLASS
009750         END-IF
009760     END-IF.
009770     COMPUTE WS-RATE-PERCENT = SRT-RATE * 100.
009780     MOVE WS-RATE-PERCENT       TO STM-DET-RATE.
009790     MOVE SRT-COMMISSION-BASE   TO STM-DET-BASE.
009800     MOVE SRT-COMMISSION        TO STM-DET-COMMISSION.
009810     WRITE STM-LINE FROM STM-DETAIL-LINE
009820         AFTER ADVANCING 1 LINE.
009830     ADD 1 TO WS-LINE-NUMBER.
009840     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
009850 3300-EXIT.
009860     EXIT.
009870*****************************************************************
009880*    3500-PRINT-REP-TOTALS
009890*****************************************************************
009900 3500-PRINT-REP-TOTALS.
009910     IF WS-LINE-NUMBER > WS-LINES-PER-PAGE - 6
009920         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
009930     END-IF.
009940     COMPUTE WS-REP-NET-SALES
009950         = WS-REP-SALES + WS-REP-CREDITS.
009960     COMPUTE WS-REP-NET-COMMISSION
009970         = WS-REP-COMMISSION + WS-REP-CHARGEBACKS.
009980     MOVE 'SALES PAID FOR'      TO STM-TOT-LABEL.
009990     MOVE WS-REP-SALES          TO STM-TOT-BASE.
010000     MOVE WS-REP-COMMISSION     TO STM-TOT-COMMISSION.
010010     WRITE STM-LINE FROM STM-TOTAL-LINE
010020         AFTER ADVANCING 2 LINES.
010030     MOVE 'CREDIT MEMOS CHARGED BACK' TO STM-TOT-LABEL.
010040     MOVE WS-REP-CREDITS        TO STM-TOT-BASE.
010050     MOVE WS-REP-CHARGEBACKS    TO STM-TOT-COMMISSION.
010060     WRITE STM-LINE FROM STM-TOTAL-LINE
010070         AFTER ADVANCING 1 LINE.
010080     MOVE 'NET COMMISSION DUE'  TO STM-TOT-LABEL.
010090     MOVE WS-REP-NET-SALES      TO STM-TOT-BASE.
010100     MOVE WS-REP-NET-COMMISSION TO STM-TOT-COMMISSION.
010110     WRITE STM-LINE FROM STM-TOTAL-LINE
010120         AFTER ADVANCING 2 LINES.
010130     ADD 5 TO WS-LINE-NUMBER.
010140     ADD 1 TO WS-STATEMENTS-PRINTED.
010150     ADD WS-REP-COMMISSION      TO WS-TOTAL-COMMISSION.
010160     ADD WS-REP-CHARGEBACKS     TO WS-TOTAL-CHARGEBACKS.
010170     ADD WS-REP-NET-COMMISSION  TO WS-TOTAL-NET-COMMISSION.
010180 3500-EXIT.
010190     EXIT.
010200*****************************************************************
010210*    3600-WRITE-PAYROLL
010220*
010230*    ONE PAYCOMM RECORD PER REP WITH A NET DUE.  A REP WITH NO
010240*    EMPLOYEE ID CANNOT BE PAID THROUGH PAYROLL; THE STATEMENT
010250*    STILL PRINTS AND THE RUN ENDS WITH RETURN CODE 4.
010260*****************************************************************
010270 3600-WRITE-PAYROLL.
010280     IF WS-REP-NET-COMMISSION = ZERO
010290         GO TO 3600-EXIT
010300     END-IF.
010310     IF WS-CUR-EMPLOYEE-ID = SPACES
010320         DISPLAY 'COMMISSION-RUN: REP ' WS-CUR-REP-CODE
010330             ' HAS NO EMPLOYEE ID, NOT SENT TO PAYROLL'
010340         ADD 1 TO WS-EXCEPTIONS
010350         GO TO 3600-EXIT
010360     END-IF.
010370     MOVE SPACES                TO PAY-RECORD.
010380     MOVE WS-CUR-EMPLOYEE-ID    TO PAY-EMPLOYEE-ID.
010390     MOVE WS-CUR-REP-CODE       TO PAY-REP-CODE.
010400     MOVE WS-COMMISSION-MONTH   TO PAY-PERIOD.
010410     MOVE 'COMM'                TO PAY-EARNINGS-CODE.
010420     MOVE WS-REP-NET-COMMISSION TO PAY-AMOUNT.
010430     MOVE WS-MONTH-END          TO PAY-PERIOD-END-DATE.
010440     WRITE PAY-RECORD.
010450     ADD 1 TO WS-PAYROLL-WRITTEN.
010460     ADD WS-REP-NET-COMMISSION  TO WS-TOTAL-PAYROLL.
010470 3600-EXIT.
010480     EXIT.
010490*****************************************************************
010500*    3900-RETURN-SORTED
010510*****************************************************************
010520 3900-RETURN-SORTED.
010530     RETURN SORT-WORK
010540         AT END
010550             MOVE 'Y' TO WS-SORT-EOF-SW
010560     END-RETURN.
010570 3900-EXIT.
010580     EXIT.
010590*****************************************************************
010600*    4000-WRITE-GL-ACCRUAL
010610*
010620*    ACCRUES THE MONTH'S COMMISSION AS OF THE MONTH END.  THE
010630*    COMMISSION EARNED AND THE CHARGEBACKS ARE POSTED AS
010640*    SEPARATE PAIRS SO EACH CAN BE TRACED TO THE STATEMENTS.
010650*****************************************************************
010660 4000-WRITE-GL-ACCRUAL.
010670     IF WS-TOTAL-COMMISSION NOT = ZERO
010680         MOVE WS-ACCT-COMM-EXPENSE TO WS-LINE-ACCOUNT
010690         MOVE 'DR' TO WS-LINE-DR-CR
010700         MOVE WS-TOTAL-COMMISSION TO WS-LINE-AMOUNT
010710         MOVE 'COMMISSION EXPENSE' TO WS-LINE-DESCRIPTION
010720         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
010730         MOVE WS-ACCT-COMM-ACCRUED TO WS-LINE-ACCOUNT
010740         MOVE 'CR' TO WS-LINE-DR-CR
010750         MOVE WS-TOTAL-COMMISSION TO WS-LINE-AMOUNT
010760         MOVE 'ACCRUED COMMISSIONS' TO WS-LINE-DESCRIPTION
010770         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
010780     END-IF.
010790     IF WS-TOTAL-CHARGEBACKS NOT = ZERO
010800         MOVE WS-ACCT-COMM-ACCRUED TO WS-LINE-ACCOUNT
010810         MOVE 'DR' TO WS-LINE-DR-CR
010820         COMPUTE WS-LINE-AMOUNT = ZERO - WS-TOTAL-CHARGEBACKS
010830         MOVE 'ACCRUED COMM - CHARGEBACKS' TO WS-LINE-DESCRIPTION
010840         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
010850         MOVE WS-ACCT-COMM-EXPENSE TO WS-LINE-ACCOUNT
010860         MOVE 'CR' TO WS-LINE-DR-CR
010870         COMPUTE WS-LINE-AMOUNT = ZERO - WS-TOTAL-CHARGEBACKS
010880         MOVE 'COMM EXPENSE - CHARGEBACKS' TO WS-LINE-DESCRIPTION
010890         PERFORM 4100-WRITE-JOURNAL-LINE THRU 4100-EXIT
010900     END-IF.
010910 4000-EXIT.
010920     EXIT.
010930*****************************************************************
010940*    4100-WRITE-JOURNAL-LINE
010950*****************************************************************
010960 4100-WRITE-JOURNAL-LINE.
010970     MOVE SPACES             TO GLJ-RECORD.
010980     MOVE WS-MONTH-END       TO GLJ-CYCLE-DATE.
010990     MOVE WS-LINE-ACCOUNT    TO GLJ-ACCOUNT.
011000     MOVE WS-LINE-DR-CR      TO GLJ-DR-CR.
011010     MOVE WS-LINE-AMOUNT     TO GLJ-AMOUNT.
011020     MOVE WS-LINE-DESCRIPTION TO GLJ-DESCRIPTION.
011030     WRITE GLJ-RECORD.
011040     ADD 1 TO WS-GL-LINES-WRITTEN.
011050     IF WS-LINE-DR-CR = 'DR'
011060         ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
011070     ELSE
011080         ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
011090     END-IF.
011100 4100-EXIT.
011110     EXIT.
011120*****************************************************************
011130*    8000-PRINT-CONTROL-TOTALS
011140*****************************************************************
011150 8000-PRINT-CONTROL-TOTALS.
011160     DISPLAY '==============================================='.
011170     DISPLAY 'COMMISSION-RUN - END OF RUN CONTROL TOTALS'.
011180     DISPLAY '  COMMISSION MONTH ......... ' WS-COMMISSION-MONTH.
011190     DISPLAY '  TAXDTL RECORDS READ ...... ' WS-TAXDTL-READ.
011200     DISPLAY '  INVOICES PAID ON ......... ' WS-INVOICES-PAID.
011210     DISPLAY '  CREDITS CHARGED BACK ..... ' WS-CREDITS-CHARGED.
011220     DISPLAY '  HOUSE ACCOUNT DOCUMENTS .. ' WS-HOUSE-DOCUMENTS.
011230     DISPLAY '  REPORTED AGAIN (RERUN) ... ' WS-REPORTED-AGAIN.
011240     DISPLAY '  INVOICES NOT YET PAID .... ' WS-NOT-COLLECTED.
011250     DISPLAY '  CREDITS AWAITING SALE .... ' WS-CREDITS-WAITING.
011260     DISPLAY '  BEFORE PLAN START ........ ' WS-BEFORE-PLAN.
011270     DISPLAY '  EXCEPTIONS ............... ' WS-EXCEPTIONS.
011280     DISPLAY '  STATEMENTS PRINTED ....... '
011290         WS-STATEMENTS-PRINTED.
011300     DISPLAY '  COMMISSION EARNED ........ ' WS-TOTAL-COMMISSION.
011310     DISPLAY '  COMMISSION CHARGED BACK .. '
011320         WS-TOTAL-CHARGEBACKS.
011330     DISPLAY '  NET COMMISSION ........... '
011340         WS-TOTAL-NET-COMMISSION.
011350     DISPLAY '  PAYROLL RECORDS WRITTEN .. ' WS-PAYROLL-WRITTEN.
011360     DISPLAY '  PAYROLL AMOUNT ........... ' WS-TOTAL-PAYROLL.
011370     DISPLAY '  GL LINES WRITTEN ......... ' WS-GL-LINES-WRITTEN.
011380     DISPLAY '  TOTAL DEBITS ............. ' WS-TOTAL-DEBITS.
011390     DISPLAY '  TOTAL CREDITS ............ ' WS-TOTAL-CREDITS.
011400     IF WS-ABORT-RUN
011410         DISPLAY '  *** RUN ENDED ABNORMALLY -- SEE MESSAGES '
011420             'ABOVE ***'
011430     END-IF.
011440     DISPLAY '==============================================='.
011450 8000-EXIT.
011460     EXIT.
011470*****************************************************************
011480*    9000-TERMINATE
011490*****************************************************************
011500 9000-TERMINATE.
011510     IF WS-INIT-STAGE NOT < 1
011520         CLOSE TAXDTL-IN
011530     END-IF.
011540     IF WS-INIT-STAGE NOT < 2
011550         CLOSE INVHIST
011560     END-IF.
011570     IF WS-INIT-STAGE NOT < 3
011580         CLOSE OPENITEM
011590     END-IF.
011600     IF WS-INIT-STAGE NOT < 4
011610         CLOSE CUSTMAST
011620     END-IF.
011630     IF WS-INIT-STAGE NOT < 5
011640         CLOSE REPMAST
011650     END-IF.
011660     IF WS-INIT-STAGE NOT < 6
011670         CLOSE COMMHIST
011680     END-IF.
011690     IF WS-INIT-STAGE NOT < 7
011700         CLOSE COMMSTMT-OUT
011710     END-IF.
011720     IF WS-INIT-STAGE NOT < 8
011730         CLOSE PAYCOMM-OUT
011740     END-IF.
011750     IF WS-INIT-STAGE NOT < 9
011760         CLOSE COMMGL-OUT
011770     END-IF.
011780 9000-EXIT.
011790     EXIT.
