000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INVOICE-PRINT.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   INVOICE-PRINT                                               *
000100*                                                               *
000110*   PRINTS THE DAY'S INVOICE-OUT AS MAILABLE DOCUMENTS FOR THE  *
000120*   CUSTOMERS WHO ARE NOT ON THE ELECTRONIC AR FEED.  EACH      *
000130*   INVOICE STARTS A NEW PAGE OF INVPRINT WITH THE BILL-TO AND  *
000140*   SHIP-TO ADDRESSES FROM CUSTADDR, THE DUE DATE, AND ONE LINE *
000150*   PER INVOICE LINE -- ITEM AND DESCRIPTION FROM ITEMMAST,     *
000160*   QUANTITY, UNIT PRICE, AMOUNT, DISCOUNT, AND NET -- FOLLOWED *
000170*   BY THE TOTALS, SALES TAX, AND AMOUNT DUE.                   *
000180*                                                               *
000190*   THE HEADER DISCOUNT IS SHOWN AGAINST THE LINES THAT EARNED  *
000200*   IT -- EVERY LINE BUT THE CONTRACT-PRICED ONES -- IN         *
000210*   PROPORTION TO LINE TOTAL, THE LAST SUCH LINE TAKING THE     *
000220*   ROUNDING, THE SAME SPREAD SALES-HIST-POST POSTS, SO THE     *
000230*   LINES ADD BACK TO THE HEADER TO THE PENNY.                  *
000240*                                                               *
000250*   CREDIT MEMOS GO TO CRMPRINT, THEIR OWN FORM, WITH THE       *
000260*   BILL-TO ADDRESS AND THE ORIGINAL INVOICE NUMBER.            *
000270*                                                               *
000280*   A BLANK SHIP-TO CODE SHIPS TO THE BILL-TO ADDRESS.  A       *
000290*   DOCUMENT WHOSE ACCOUNT HAS NO BILL-TO ON CUSTADDR STILL     *
000300*   PRINTS, FLAGGED, AND IS COUNTED SO IT IS NOT MAILED BLIND.  *
000310*                                                               *
000320*   THE RPTPARM CARD NAMES THE INVOICE DATE AS YYYYMMDD.  WITH  *
000330*   NO CARD, OR A DATE THAT IS NOT NUMERIC, TODAY IS USED.      *
000340*                                                               *
000341*   RETURN CODES:  0 = ALL DOCUMENTS PRINTED                    *
000342*                  4 = PRINTED, BUT A BILL-TO OR SHIP-TO WAS    *
000343*                      NOT ON CUSTADDR                          *
000344*                 16 = FILE ERROR, OR AN INVOICE OVER 50 LINES  *
000345*                      (PRINT FILES END AT THE FAILING INVOICE) *
000346*                                                               *
000350*****************************************************************
000360* MAINTENANCE HISTORY
000370* ---------------------------------------------------------------
000380* DATE       BY    DESCRIPTION
000390* ---------- ----- -------------------------------------------
000400* 2026-10-15 RJH   NEW PROGRAM.  INVOICES AND CREDIT MEMOS FROM
000410*                  INVOICE-OUT, ADDRESSED FROM CUSTADDR.
000412* 2026-10-15 RJH   STEP NOW ENDS 16 ON A FILE ERROR OR AN
000414*                  OVERLONG INVOICE, AND 4 WHEN AN ADDRESS WAS
000416*                  NOT ON CUSTADDR.
000420* ---------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RPTPARM-IN ASSIGN TO "RPTPARM"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RPTPARM-STATUS.
000490     SELECT INVOICE-IN ASSIGN TO "INVOICE-OUT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-INVOICE-IN-STATUS.
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
000620     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS CAD-KEY
000660         FILE STATUS IS WS-CUSTADDR-STATUS.
000670     SELECT INVPRINT-OUT ASSIGN TO "INVPRINT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-INVPRINT-STATUS.
000700     SELECT CRMPRINT-OUT ASSIGN TO "CRMPRINT"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-CRMPRINT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RPTPARM-IN
000760     LABEL RECORDS ARE STANDARD.
000770 01  PRM-RECORD.
000780     05  PRM-INVOICE-DATE-X      PIC X(08).
000790     05  PRM-INVOICE-DATE REDEFINES
000800         PRM-INVOICE-DATE-X      PIC 9(08).
000810     05  FILLER                  PIC X(72).
000820 FD  INVOICE-IN
000830     LABEL RECORDS ARE STANDARD.
000840 01  INV-RECORD.
000850     05  INV-RECORD-TYPE         PIC X(01).
000860         88  INV-TYPE-HEADER             VALUE 'H'.
000870         88  INV-TYPE-LINE               VALUE 'D'.
000880         88  INV-TYPE-CREDIT             VALUE 'C'.
000890     05  INV-CUSTOMER-ID         PIC X(05).
000900     05  INV-INVOICE-NUMBER      PIC 9(07).
000910     05  INV-LINE-COUNT          PIC 9(03).
000920     05  INV-TOTAL               PIC S9(07)V99.
000930     05  INV-DISCOUNT            PIC S9(07)V99.
000940     05  INV-DISCOUNTED-TOTAL    PIC S9(07)V99.
000950     05  INV-ORIG-INVOICE        PIC 9(07).
000960     05  INV-DUE-DATE            PIC 9(08).
000970     05  INV-TAX-JURISDICTION    PIC X(05).
000980     05  INV-TAX-RATE            PIC V9(05).
000990     05  INV-TAX-AMOUNT          PIC S9(07)V99.
001000     05  INV-SHIP-TO-CODE        PIC X(03).
001010 01  INV-LINE-RECORD.
001020     05  FILLER                  PIC X(01).
001030     05  INV-LINE-CUSTOMER-ID    PIC X(05).
001040     05  INV-LINE-INVOICE-NUMBER PIC 9(07).
001050     05  INV-LINE-NUMBER         PIC 9(03).
001060     05  INV-LINE-QUANTITY       PIC 9(05).
001070     05  INV-LINE-PRICE          PIC 9(05)V99.
001080     05  INV-LINE-TOTAL          PIC 9(07)V99.
001090     05  INV-LINE-ITEM-NUMBER    PIC X(06).
001100     05  INV-LINE-PRICE-SOURCE   PIC X(01).
001110         88  INV-LINE-CONTRACT-PRICED    VALUE 'C'.
001120     05  FILLER                  PIC X(36).
001130 FD  CUSTMAST
001140     LABEL RECORDS ARE STANDARD.
001150 01  CUST-RECORD.
001160     05  CUST-ID                 PIC X(05).
001170     05  CUST-NAME               PIC X(20).
001180     05  FILLER                  PIC X(55).
001190 FD  ITEMMAST
001200     LABEL RECORDS ARE STANDARD.
001210 01  ITEM-RECORD.
001220     05  ITEM-NUMBER             PIC X(06).
001230     05  ITEM-DESCRIPTION        PIC X(20).
001240     05  ITEM-LIST-PRICE         PIC 9(05)V99.
001250     05  FILLER                  PIC X(47).
001260*----------------------------------------------------------------
001270*    CUSTADDR -- CUSTOMER ADDRESSES, MAINTAINED BY CUSTMAST-MAINT.
001280*    ONE BILL-TO (TYPE 'B', BLANK CODE) AND ANY NUMBER OF
001290*    SHIP-TOS (TYPE 'S') PER ACCOUNT.
001300*----------------------------------------------------------------
001310 FD  CUSTADDR
001320     LABEL RECORDS ARE STANDARD.
001330 01  CAD-RECORD.
001340     05  CAD-KEY.
001350         10  CAD-CUST-ID         PIC X(05).
001360         10  CAD-ADDRESS-TYPE    PIC X(01).
001370         10  CAD-SHIP-TO-CODE    PIC X(03).
001380     05  CAD-ADDRESS.
001390         10  CAD-NAME            PIC X(30).
001400         10  CAD-LINE-1          PIC X(30).
001410         10  CAD-LINE-2          PIC X(30).
001420         10  CAD-CITY            PIC X(20).
001430         10  CAD-STATE           PIC X(02).
001440         10  CAD-POSTAL-CODE     PIC X(10).
001450     05  FILLER                  PIC X(29).
001460 FD  INVPRINT-OUT
001470     LABEL RECORDS ARE STANDARD.
001480 01  IVP-LINE                    PIC X(132).
001490 FD  CRMPRINT-OUT
001500     LABEL RECORDS ARE STANDARD.
001510 01  CMP-LINE                    PIC X(132).
001520 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------
001540*    RUN DATE AND PAGE CONTROL
001550*
001560*    WS-LINE-NUMBER COUNTS THE LINES USED ON THE CURRENT PAGE OF
001570*    WHICHEVER FORM IS BEING PRINTED.  PAGES ARE NUMBERED WITHIN
001580*    EACH DOCUMENT.
001590*----------------------------------------------------------------
001600 01  WS-CURRENT-DATE             PIC 9(08).
001610 01  WS-INVOICE-DATE             PIC 9(08)  VALUE ZERO.
001620 77  WS-DOC-PAGE                 PIC 9(03)  VALUE ZERO COMP.
001630 77  WS-LINE-NUMBER              PIC 9(03)  VALUE ZERO COMP.
001640 77  WS-LINES-PER-PAGE           PIC 9(03)  VALUE 56 COMP.
001650 77  WS-TOTALS-DEPTH             PIC 9(03)  VALUE 9 COMP.
001660 77  WS-ADVANCE                  PIC 9(01)  VALUE 1 COMP.
001670 77  WS-NEW-PAGE-SW              PIC X(01) VALUE 'N'.
001680     88  WS-NEW-PAGE                         VALUE 'Y'.
001690 77  WS-FORM-SW                  PIC X(01) VALUE 'I'.
001700     88  WS-INVOICE-FORM                     VALUE 'I'.
001710     88  WS-CREDIT-FORM                      VALUE 'C'.
001720 01  WS-PRINT-LINE               PIC X(132).
001730*----------------------------------------------------------------
001740*    THE OPEN INVOICE.  ITS HEADER IS HELD HERE AND ITS LINES
001750*    BUFFERED UNTIL THE NEXT HEADER, CREDIT, OR END OF FILE,
001760*    SINCE THE DISCOUNT SPREAD NEEDS THE WHOLE INVOICE.  A
001770*    CREDIT MEMO IS HELD HERE TOO WHILE IT PRINTS.
001780*----------------------------------------------------------------
001790 01  WS-HDR-RECORD.
001800     05  WS-HDR-RECORD-TYPE      PIC X(01).
001810     05  WS-HDR-CUSTOMER-ID      PIC X(05).
001820     05  WS-HDR-INVOICE-NUMBER   PIC 9(07).
001830     05  WS-HDR-LINE-COUNT       PIC 9(03).
001840     05  WS-HDR-TOTAL            PIC S9(07)V99.
001850     05  WS-HDR-DISCOUNT         PIC S9(07)V99.
001860     05  WS-HDR-DISCOUNTED-TOTAL PIC S9(07)V99.
001870     05  WS-HDR-ORIG-INVOICE     PIC 9(07).
001880     05  WS-HDR-DUE-DATE         PIC 9(08).
001890     05  WS-HDR-TAX-JURISDICTION PIC X(05).
001900     05  WS-HDR-TAX-RATE         PIC V9(05).
001910     05  WS-HDR-TAX-AMOUNT       PIC S9(07)V99.
001920     05  WS-HDR-SHIP-TO-CODE     PIC X(03).
001930 77  WS-OPEN-HEADER-SW           PIC X(01)    VALUE 'N'.
001940     88  WS-OPEN-HEADER                       VALUE 'Y'.
001950 77  WS-BUF-COUNT                PIC 9(03)    VALUE ZERO COMP.
001960 77  WS-BUF-MAX                  PIC 9(03)    VALUE 50 COMP.
001970 77  WS-BUF-SUB                  PIC 9(03)    VALUE ZERO COMP.
001980 77  WS-BUF-LAST-DISCOUNTED      PIC 9(03)    VALUE ZERO COMP.
001990 77  WS-DISCOUNT-BASE            PIC S9(9)V99 VALUE ZERO.
002000 77  WS-DISCOUNT-LEFT            PIC S9(9)V99 VALUE ZERO.
002010 77  WS-LINE-DISCOUNT            PIC S9(7)V99 VALUE ZERO.
002020 77  WS-LINE-NET                 PIC S9(7)V99 VALUE ZERO.
002030 77  WS-AMOUNT-DUE               PIC S9(8)V99 VALUE ZERO.
002040 77  WS-CONTRACT-LINE-SW         PIC X(01)    VALUE 'N'.
002050     88  WS-CONTRACT-LINE-PRINTED             VALUE 'Y'.
002060 01  WS-LINE-BUFFER.
002070     05  WS-BUF-LINE OCCURS 50 TIMES.
002080         10  WS-BUF-LINE-NUMBER  PIC 9(03).
002090         10  WS-BUF-ITEM-NUMBER  PIC X(06).
002100         10  WS-BUF-QUANTITY     PIC 9(05).
002110         10  WS-BUF-PRICE        PIC 9(05)V99.
002120         10  WS-BUF-TOTAL        PIC 9(07)V99.
002130         10  WS-BUF-PRICE-SOURCE PIC X(01).
002140             88  WS-BUF-CONTRACT-PRICED      VALUE 'C'.
002150*----------------------------------------------------------------
002160*    ADDRESS BLOCKS -- 1 IS THE BILL-TO, 2 THE SHIP-TO.  THEY
002170*    PRINT SIDE BY SIDE, A BLANK SECOND LINE DROPPED SO EACH
002180*    BLOCK CLOSES UP.
002190*----------------------------------------------------------------
002200 01  WS-ADDRESS-BLOCKS.
002210     05  WS-ADDR-BLOCK OCCURS 2 TIMES.
002220         10  WS-ADDR-LINES       PIC 9(01).
002230         10  WS-ADDR-LINE        PIC X(40) OCCURS 4 TIMES.
002240 77  WS-BLK                      PIC 9(01)  VALUE ZERO COMP.
002250 77  WS-ADDR-SUB                 PIC 9(01)  VALUE ZERO COMP.
002260 77  WS-ADDR-DEPTH               PIC 9(01)  VALUE ZERO COMP.
002270*----------------------------------------------------------------
002280*    CONTROL TOTALS
002290*----------------------------------------------------------------
002300 77  WS-RECORDS-READ             PIC 9(7)   VALUE ZERO COMP.
002310 77  WS-INVOICES-PRINTED         PIC 9(7)   VALUE ZERO COMP.
002320 77  WS-LINES-PRINTED            PIC 9(7)   VALUE ZERO COMP.
002330 77  WS-CREDITS-PRINTED          PIC 9(7)   VALUE ZERO COMP.
002340 77  WS-LINES-SKIPPED            PIC 9(7)   VALUE ZERO COMP.
002350 77  WS-NO-BILL-TO               PIC 9(7)   VALUE ZERO COMP.
002360 77  WS-SHIP-TO-MISSING          PIC 9(7)   VALUE ZERO COMP.
002370 01  WS-AMOUNT-INVOICED          PIC S9(9)V99 VALUE ZERO.
002380 01  WS-AMOUNT-CREDITED          PIC S9(9)V99 VALUE ZERO.
002390 01  WS-DISPLAY-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002400*----------------------------------------------------------------
002410*    FILE STATUS AND CONTROL SWITCHES
002420*----------------------------------------------------------------
002430 77  WS-RPTPARM-STATUS           PIC X(02) VALUE '00'.
002440 77  WS-INVOICE-IN-STATUS        PIC X(02) VALUE '00'.
002450 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
002460 77  WS-ITEMMAST-STATUS          PIC X(02) VALUE '00'.
002470 77  WS-CUSTADDR-STATUS          PIC X(02) VALUE '00'.
002480 77  WS-INVPRINT-STATUS          PIC X(02) VALUE '00'.
002490 77  WS-CRMPRINT-STATUS          PIC X(02) VALUE '00'.
002500 77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
002510     88  WS-EOF                              VALUE 'Y'.
002520 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
002530     88  WS-ABORT-RUN                        VALUE 'Y'.
002540 77  WS-INVOICE-OPENED-SW        PIC X(01) VALUE 'N'.
002550     88  WS-INVOICE-OPENED                   VALUE 'Y'.
002560 77  WS-MASTERS-OPENED-SW        PIC X(01) VALUE 'N'.
002570     88  WS-MASTERS-OPENED                   VALUE 'Y'.
002580 77  WS-CUSTADDR-OPENED-SW       PIC X(01) VALUE 'N'.
002590     88  WS-CUSTADDR-OPENED                  VALUE 'Y'.
002600 77  WS-PRINT-OPENED-SW          PIC X(01) VALUE 'N'.
002610     88  WS-PRINT-OPENED                     VALUE 'Y'.
002620*----------------------------------------------------------------
002630*    PRINT LINE LAYOUTS
002640*----------------------------------------------------------------
002650 01  PRT-FORM-HEADING.
002660     05  PRT-FH-TITLE            PIC X(14).
002670     05  FILLER                  PIC X(08) VALUE 'NUMBER '.
002680     05  PRT-FH-NUMBER           PIC 9(07).
002690     05  FILLER                  PIC X(10) VALUE '   DATE '.
002700     05  PRT-FH-DATE             PIC 9(08).
002710     05  FILLER                  PIC X(63) VALUE SPACES.
002720     05  FILLER                  PIC X(05) VALUE 'PAGE '.
002730     05  PRT-FH-PAGE             PIC ZZ9.
002740     05  FILLER                  PIC X(14) VALUE SPACES.
002750 01  PRT-ADDRESS-LINE.
002760     05  FILLER                  PIC X(04) VALUE SPACES.
002770     05  PRT-ADDR-BILL-TO        PIC X(40).
002780     05  FILLER                  PIC X(10) VALUE SPACES.
002790     05  PRT-ADDR-SHIP-TO        PIC X(40).
002800     05  FILLER                  PIC X(38) VALUE SPACES.
002810 01  PRT-REFERENCE-LINE.
002820     05  FILLER                  PIC X(10) VALUE 'CUSTOMER '.
002830     05  PRT-REF-CUSTOMER-ID     PIC X(05).
002840     05  FILLER                  PIC X(04) VALUE SPACES.
002850     05  PRT-REF-LABEL           PIC X(18).
002860     05  PRT-REF-VALUE           PIC X(08).
002870     05  FILLER                  PIC X(87) VALUE SPACES.
002880 01  PRT-COLUMN-HEADING.
002890     05  FILLER                  PIC X(06) VALUE 'LINE'.
002900     05  FILLER                  PIC X(08) VALUE 'ITEM'.
002910     05  FILLER                  PIC X(20) VALUE 'DESCRIPTION'.
002920     05  FILLER                  PIC X(09) VALUE ' QUANTITY'.
002930     05  FILLER                  PIC X(12)
002940         VALUE '  UNIT PRICE'.
002950     05  FILLER                  PIC X(16)
002960         VALUE '          AMOUNT'.
002970     05  FILLER                  PIC X(14)
002980         VALUE '      DISCOUNT'.
002990     05  FILLER                  PIC X(14)
003000         VALUE '           NET'.
003010     05  FILLER                  PIC X(33) VALUE SPACES.
003020 01  PRT-DETAIL-LINE.
003030     05  PRT-DET-LINE-NUMBER     PIC ZZ9.
003040     05  FILLER                  PIC X(03) VALUE SPACES.
003050     05  PRT-DET-ITEM-NUMBER     PIC X(06).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  PRT-DET-DESCRIPTION     PIC X(20).
003080     05  FILLER                  PIC X(03) VALUE SPACES.
003090     05  PRT-DET-QUANTITY        PIC ZZ,ZZ9.
003100     05  FILLER                  PIC X(03) VALUE SPACES.
003110     05  PRT-DET-PRICE           PIC ZZ,ZZ9.99.
003120     05  FILLER                  PIC X(01) VALUE SPACES.
003130     05  PRT-DET-CONTRACT-FLAG   PIC X(01).
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  PRT-DET-AMOUNT          PIC Z,ZZZ,ZZ9.99.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  PRT-DET-DISCOUNT        PIC Z,ZZZ,ZZ9.99.
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  PRT-DET-NET             PIC Z,ZZZ,ZZ9.99.
003200     05  FILLER                  PIC X(33) VALUE SPACES.
003210 01  PRT-TOTAL-LINE.
003220     05  FILLER                  PIC X(50) VALUE SPACES.
003230     05  PRT-TOT-LABEL           PIC X(35).
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  PRT-TOT-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
003260     05  FILLER                  PIC X(32) VALUE SPACES.
003270 PROCEDURE DIVISION.
003280*****************************************************************
003290*    0000-MAINLINE
003300*****************************************************************
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003330     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003340         UNTIL WS-EOF OR WS-ABORT-RUN.
003350     PERFORM 3000-PRINT-OPEN-INVOICE THRU 3000-EXIT.
003360     PERFORM 8000-REPORT-TOTALS THRU 8000-EXIT.
003370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003371     IF WS-ABORT-RUN
003372         MOVE 16 TO RETURN-CODE
003373     ELSE
003374         IF WS-NO-BILL-TO > ZERO
003375                 OR WS-SHIP-TO-MISSING > ZERO
003376             MOVE 4 TO RETURN-CODE
003377         END-IF
003378     END-IF.
003380     STOP RUN.
003390*****************************************************************
003400*    1000-INITIALIZE
003410*
003420*    WITHOUT CUSTADDR THE DOCUMENTS STILL PRINT, EVERY ONE
003430*    FLAGGED AS HAVING NO BILL-TO.
003440*****************************************************************
003450 1000-INITIALIZE.
003460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003470     MOVE WS-CURRENT-DATE TO WS-INVOICE-DATE.
003480     OPEN INPUT RPTPARM-IN.
003490     IF WS-RPTPARM-STATUS = '35'
003500         DISPLAY 'INVOICE-PRINT: NO RPTPARM CARD, DATING '
003510             'DOCUMENTS TODAY'
003520     ELSE
003530         IF WS-RPTPARM-STATUS NOT = '00'
003540             DISPLAY 'INVOICE-PRINT: UNABLE TO OPEN RPTPARM, '
003550                 'STATUS = ' WS-RPTPARM-STATUS
003560             MOVE 'Y' TO WS-ABORT-SW
003570             GO TO 1000-EXIT
003580         END-IF
003590         READ RPTPARM-IN
003600             AT END
003610                 DISPLAY 'INVOICE-PRINT: RPTPARM IS EMPTY, '
003620                     'DATING DOCUMENTS TODAY'
003630             NOT AT END
003640                 IF PRM-INVOICE-DATE-X IS NUMERIC
003650                         AND PRM-INVOICE-DATE NOT = ZERO
003660                     MOVE PRM-INVOICE-DATE TO WS-INVOICE-DATE
003670                 ELSE
003680                     DISPLAY 'INVOICE-PRINT: RPTPARM DATE '
003690                         'NOT NUMERIC, DATING DOCUMENTS TODAY'
003700                 END-IF
003710         END-READ
003720         CLOSE RPTPARM-IN
003730     END-IF.
003740     OPEN INPUT INVOICE-IN.
003750     IF WS-INVOICE-IN-STATUS NOT = '00'
003760         DISPLAY 'INVOICE-PRINT: UNABLE TO OPEN INVOICE-OUT, '
003770             'STATUS = ' WS-INVOICE-IN-STATUS
003780         MOVE 'Y' TO WS-ABORT-SW
003790         GO TO 1000-EXIT
003800     END-IF.
003810     MOVE 'Y' TO WS-INVOICE-OPENED-SW.
003820     OPEN INPUT CUSTMAST.
003830     IF WS-CUSTMAST-STATUS NOT = '00'
003840         DISPLAY 'INVOICE-PRINT: UNABLE TO OPEN CUSTMAST, '
003850             'STATUS = ' WS-CUSTMAST-STATUS
003860         MOVE 'Y' TO WS-ABORT-SW
003870         GO TO 1000-EXIT
003880     END-IF.
003890     OPEN INPUT ITEMMAST.
003900     IF WS-ITEMMAST-STATUS NOT = '00'
003910         CLOSE CUSTMAST
003920         DISPLAY 'INVOICE-PRINT: UNABLE TO OPEN ITEMMAST, '
003930             'STATUS = ' WS-ITEMMAST-STATUS
003940         MOVE 'Y' TO WS-ABORT-SW
003950         GO TO 1000-EXIT
003960     END-IF.
003970     MOVE 'Y' TO WS-MASTERS-OPENED-SW.
003980     OPEN INPUT CUSTADDR.
003990     IF WS-CUSTADDR-STATUS = '05' OR '35'
004000         DISPLAY 'INVOICE-PRINT: NO CUSTADDR FILE, DOCUMENTS '
004010             'PRINT WITHOUT ADDRESSES'
004020     ELSE
004030         IF WS-CUSTADDR-STATUS NOT = '00'
004040             DISPLAY 'INVOICE-PRINT: UNABLE TO OPEN CUSTADDR, '
004050                 'STATUS = ' WS-CUSTADDR-STATUS
004060             MOVE 'Y' TO WS-ABORT-SW
004070             GO TO 1000-EXIT
004080         END-IF
004090         MOVE 'Y' TO WS-CUSTADDR-OPENED-SW
004100     END-IF.
004110     OPEN OUTPUT INVPRINT-OUT.
004120     IF WS-INVPRINT-STATUS NOT = '00'
004130         DISPLAY 'INVOICE-PRINT: UNABLE TO OPEN INVPRINT, '
004140             'STATUS = ' WS-INVPRINT-STATUS
004150         MOVE 'Y' TO WS-ABORT-SW
004160         GO TO 1000-EXIT
004170     END-IF.
004180     OPEN OUTPUT CRMPRINT-OUT.
004190     IF WS-CRMPRINT-STATUS NOT = '00'
004200         CLOSE INVPRINT-OUT
004210         DISPLAY 'INVOICE-PRINT: UNABLE TO OPEN CRMPRINT, '
004220             'STATUS = ' WS-CRMPRINT-STATUS
004230         MOVE 'Y' TO WS-ABORT-SW
004240         GO TO 1000-EXIT
004250     END-IF.
004260     MOVE 'Y' TO WS-PRINT-OPENED-SW.
004270     MOVE WS-INVOICE-DATE TO PRT-FH-DATE.
004280     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
004290 1000-EXIT.
004300     EXIT.
004310*****************************************************************
004320*    2000-PROCESS-RECORD
004330*
004340*    A HEADER OR CREDIT CLOSES OFF THE INVOICE BEFORE IT.
004350*****************************************************************
004360 2000-PROCESS-RECORD.
004370     ADD 1 TO WS-RECORDS-READ.
004380     IF INV-TYPE-HEADER OR INV-TYPE-CREDIT
004390         PERFORM 3000-PRINT-OPEN-INVOICE THRU 3000-EXIT
004400         IF INV-TYPE-HEADER
004410             PERFORM 2100-OPEN-INVOICE THRU 2100-EXIT
004420         ELSE
004430             PERFORM 4000-PRINT-CREDIT-MEMO THRU 4000-EXIT
004440         END-IF
004450     ELSE
004460         IF INV-TYPE-LINE
004470             PERFORM 2200-HOLD-LINE THRU 2200-EXIT
004480         ELSE
004490             DISPLAY 'INVOICE-PRINT: UNKNOWN RECORD TYPE '
004500                 INV-RECORD-TYPE ' ON INVOICE-OUT IGNORED'
004510         END-IF
004520     END-IF.
004530     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
004540 2000-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    2100-OPEN-INVOICE
004580*****************************************************************
004590 2100-OPEN-INVOICE.
004600     MOVE 'Y' TO WS-OPEN-HEADER-SW.
004610     MOVE INV-RECORD TO WS-HDR-RECORD.
004620     MOVE ZERO TO WS-BUF-COUNT.
004630 2100-EXIT.
004640     EXIT.
004650*****************************************************************
004660*    2200-HOLD-LINE
004670*
004680*    A LINE WITH NO HEADER BEFORE IT, OR NOT FOR THE OPEN
004690*    INVOICE, CANNOT BE PRINTED AND IS COUNTED AND PASSED OVER.
004700*****************************************************************
004710 2200-HOLD-LINE.
004720     IF NOT WS-OPEN-HEADER
004730             OR INV-LINE-INVOICE-NUMBER NOT =
004740                WS-HDR-INVOICE-NUMBER
004750         ADD 1 TO WS-LINES-SKIPPED
004760         GO TO 2200-EXIT
004770     END-IF.
004780     IF WS-BUF-COUNT NOT < WS-BUF-MAX
004790         DISPLAY 'INVOICE-PRINT: MORE THAN 50 LINES ON INVOICE '
004800             WS-HDR-INVOICE-NUMBER
004810         MOVE 'Y' TO WS-ABORT-SW
004820         GO TO 2200-EXIT
004830     END-IF.
004840     ADD 1 TO WS-BUF-COUNT.
004850     MOVE INV-LINE-NUMBER
004860         TO WS-BUF-LINE-NUMBER (WS-BUF-COUNT).
004870     MOVE INV-LINE-ITEM-NUMBER
004880         TO WS-BUF-ITEM-NUMBER (WS-BUF-COUNT).
004890     MOVE INV-LINE-QUANTITY
004900         TO WS-BUF-QUANTITY (WS-BUF-COUNT).
004910     MOVE INV-LINE-PRICE
004920         TO WS-BUF-PRICE (WS-BUF-COUNT).
004930     MOVE INV-LINE-TOTAL
004940         TO WS-BUF-TOTAL (WS-BUF-COUNT).
004950     MOVE INV-LINE-PRICE-SOURCE
004960         TO WS-BUF-PRICE-SOURCE (WS-BUF-COUNT).
004970 2200-EXIT.
004980     EXIT.
004990*****************************************************************
005000*    2900-READ-INVOICE
005010*****************************************************************
005020 2900-READ-INVOICE.
005030     READ INVOICE-IN
005040         AT END
005050             MOVE 'Y' TO WS-EOF-SW
005060     END-READ.
005070 2900-EXIT.
005080     EXIT.
005090*****************************************************************
005100*    3000-PRINT-OPEN-INVOICE
005110*
005120*    PRINTS THE OPEN INVOICE FROM ITS HEADER AND HELD LINES.
005130*    THE DISCOUNT BASE IS THE TOTAL OF THE LINES THAT ARE NOT
005140*    CONTRACT PRICED, THE BASE THE PRICING RUN FIGURED THE
005150*    HEADER DISCOUNT ON.
005160*****************************************************************
005170 3000-PRINT-OPEN-INVOICE.
005180     IF NOT WS-OPEN-HEADER
005190         GO TO 3000-EXIT
005200     END-IF.
005210     MOVE 'N' TO WS-OPEN-HEADER-SW.
005220     IF WS-ABORT-RUN
005230         GO TO 3000-EXIT
005240     END-IF.
005250     MOVE ZERO TO WS-DISCOUNT-BASE.
005260     MOVE ZERO TO WS-BUF-LAST-DISCOUNTED.
005270     PERFORM 3050-ADD-DISCOUNT-BASE THRU 3050-EXIT
005280         VARYING WS-BUF-SUB FROM 1 BY 1
005290         UNTIL WS-BUF-SUB > WS-BUF-COUNT.
005300     MOVE WS-HDR-DISCOUNT TO WS-DISCOUNT-LEFT.
005310     MOVE 'I' TO WS-FORM-SW.
005320     MOVE 'N' TO WS-CONTRACT-LINE-SW.
005330     MOVE ZERO TO WS-DOC-PAGE.
005340     PERFORM 3400-LOAD-ADDRESSES THRU 3400-EXIT.
005350     PERFORM 3500-START-DOCUMENT-PAGE THRU 3500-EXIT.
005360     PERFORM 3100-PRINT-LINE THRU 3100-EXIT
005370         VARYING WS-BUF-SUB FROM 1 BY 1
005380         UNTIL WS-BUF-SUB > WS-BUF-COUNT.
005390     PERFORM 3600-PRINT-INVOICE-TOTALS THRU 3600-EXIT.
005400     ADD 1 TO WS-INVOICES-PRINTED.
005410     ADD WS-AMOUNT-DUE TO WS-AMOUNT-INVOICED.
005420 3000-EXIT.
005430     EXIT.
005440*****************************************************************
005450*    3050-ADD-DISCOUNT-BASE
005460*****************************************************************
005470 3050-ADD-DISCOUNT-BASE.
005480     IF NOT WS-BUF-CONTRACT-PRICED (WS-BUF-SUB)
005490         ADD WS-BUF-TOTAL (WS-BUF-SUB) TO WS-DISCOUNT-BASE
005500         MOVE WS-BUF-SUB TO WS-BUF-LAST-DISCOUNTED
005510     END-IF.
005520 3050-EXIT.
005530     EXIT.
005540*****************************************************************
005550*    3100-PRINT-LINE
005560*
005570*    A CONTRACT-PRICED LINE EARNED NO DISCOUNT AND IS MARKED
005580*    '*' BESIDE ITS PRICE.  EVERY OTHER LINE TAKES ITS SHARE OF
005590*    THE HEADER DISCOUNT, AND THE LAST ONE TAKES WHATEVER
005600*    ROUNDING HAS LEFT.
005610*****************************************************************
005620 3100-PRINT-LINE.
005630     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
005640         PERFORM 3500-START-DOCUMENT-PAGE THRU 3500-EXIT
005650     END-IF.
005660     MOVE ZERO TO WS-LINE-DISCOUNT.
005670     IF NOT WS-BUF-CONTRACT-PRICED (WS-BUF-SUB)
005680             AND WS-DISCOUNT-BASE NOT = ZERO
005690         IF WS-BUF-SUB = WS-BUF-LAST-DISCOUNTED
005700             MOVE WS-DISCOUNT-LEFT TO WS-LINE-DISCOUNT
005710         ELSE
005720             COMPUTE WS-LINE-DISCOUNT ROUNDED
005730                 = WS-HDR-DISCOUNT * WS-BUF-TOTAL (WS-BUF-SUB)
005740                 / WS-DISCOUNT-BASE
005750         END-IF
005760         SUBTRACT WS-LINE-DISCOUNT FROM WS-DISCOUNT-LEFT
005770     END-IF.
005780     COMPUTE WS-LINE-NET
005790         = WS-BUF-TOTAL (WS-BUF-SUB) - WS-LINE-DISCOUNT.
005800     MOVE WS-BUF-ITEM-NUMBER (WS-BUF-SUB) TO ITEM-NUMBER.
005810     READ ITEMMAST
005820         INVALID KEY
005830             MOVE '*NOT ON ITEMMAST*' TO ITEM-DESCRIPTION
005840     END-READ.
005850     MOVE WS-BUF-LINE-NUMBER (WS-BUF-SUB)
005860         TO PRT-DET-LINE-NUMBER.
005870     MOVE WS-BUF-ITEM-NUMBER (WS-BUF-SUB)
005880         TO PRT-DET-ITEM-NUMBER.
005890     MOVE ITEM-DESCRIPTION TO PRT-DET-DESCRIPTION.
005900     MOVE WS-BUF-QUANTITY (WS-BUF-SUB) TO PRT-DET-QUANTITY.
005910     MOVE WS-BUF-PRICE (WS-BUF-SUB) TO PRT-DET-PRICE.
005920     MOVE SPACE TO PRT-DET-CONTRACT-FLAG.
005930     IF WS-BUF-CONTRACT-PRICED (WS-BUF-SUB)
005940         MOVE '*' TO PRT-DET-CONTRACT-FLAG
005950         MOVE 'Y' TO WS-CONTRACT-LINE-SW
005960     END-IF.
005970     MOVE WS-BUF-TOTAL (WS-BUF-SUB) TO PRT-DET-AMOUNT.
005980     MOVE WS-LINE-DISCOUNT TO PRT-DET-DISCOUNT.
005990     MOVE WS-LINE-NET TO PRT-DET-NET.
006000     MOVE PRT-DETAIL-LINE TO WS-PRINT-LINE.
006010     MOVE 1 TO WS-ADVANCE.
006020     PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT.
006030     ADD 1 TO WS-LINES-PRINTED.
006040 3100-EXIT.
006050     EXIT.
006060*****************************************************************
006070*    3400-LOAD-ADDRESSES
006080*
006090*    BUILDS THE BILL-TO BLOCK, AND FOR AN INVOICE THE SHIP-TO.
006100*    AN ACCOUNT WITH NO BILL-TO ON FILE PRINTS UNDER ITS
006110*    CUSTMAST NAME, FLAGGED.  A SHIP-TO CODE SINCE DELETED FROM
006120*    CUSTADDR IS FLAGGED THE SAME WAY.
006130*****************************************************************
006140 3400-LOAD-ADDRESSES.
006150     MOVE SPACES TO WS-ADDRESS-BLOCKS.
006160     MOVE ZERO TO WS-ADDR-LINES (1).
006170     MOVE ZERO TO WS-ADDR-LINES (2).
006180     MOVE 1 TO WS-BLK.
006190     MOVE WS-HDR-CUSTOMER-ID TO CAD-CUST-ID.
006200     MOVE 'B'                TO CAD-ADDRESS-TYPE.
006210     MOVE SPACES             TO CAD-SHIP-TO-CODE.
006220     PERFORM 3410-READ-ADDRESS THRU 3410-EXIT.
006230     IF WS-ADDR-LINES (1) = ZERO
006240         ADD 1 TO WS-NO-BILL-TO
006250         MOVE WS-HDR-CUSTOMER-ID TO CUST-ID
006260         READ CUSTMAST
006270             INVALID KEY
006280                 MOVE '*NOT ON CUSTMAST*' TO CUST-NAME
006290         END-READ
006300         MOVE CUST-NAME TO WS-ADDR-LINE (1 1)
006310         MOVE '*NO BILL-TO ADDRESS ON FILE*'
006320             TO WS-ADDR-LINE (1 2)
006330         MOVE 2 TO WS-ADDR-LINES (1)
006340     END-IF.
006350     IF WS-CREDIT-FORM
006360         GO TO 3400-EXIT
006370     END-IF.
006380     IF WS-HDR-SHIP-TO-CODE = SPACES
006390         MOVE WS-ADDR-BLOCK (1) TO WS-ADDR-BLOCK (2)
006400         GO TO 3400-EXIT
006410     END-IF.
006420     MOVE 2 TO WS-BLK.
006430     MOVE WS-HDR-CUSTOMER-ID  TO CAD-CUST-ID.
006440     MOVE 'S'                 TO CAD-ADDRESS-TYPE.
006450     MOVE WS-HDR-SHIP-TO-CODE TO CAD-SHIP-TO-CODE.
006460     PERFORM 3410-READ-ADDRESS THRU 3410-EXIT.
006470     IF WS-ADDR-LINES (2) = ZERO
006480         ADD 1 TO WS-SHIP-TO-MISSING
006490         STRING '*SHIP-TO ' WS-HDR-SHIP-TO-CODE
006500             ' NOT ON CUSTADDR*'
006510             DELIMITED BY SIZE INTO WS-ADDR-LINE (2 1)
006520         MOVE 1 TO WS-ADDR-LINES (2)
006530     END-IF.
006540 3400-EXIT.
006550     EXIT.
006560*****************************************************************
006570*    3410-READ-ADDRESS
006580*
006590*    READS THE CUSTADDR RECORD KEYED IN CAD-KEY INTO BLOCK
006600*    WS-BLK.  THE BLOCK IS LEFT EMPTY IF THERE IS NONE.
006610*****************************************************************
006620 3410-READ-ADDRESS.
006630     IF NOT WS-CUSTADDR-OPENED
006640         GO TO 3410-EXIT
006650     END-IF.
006660     READ CUSTADDR
006670         INVALID KEY
006680             GO TO 3410-EXIT
006690     END-READ.
006700     MOVE 1 TO WS-ADDR-LINES (WS-BLK).
006710     MOVE CAD-NAME TO WS-ADDR-LINE (WS-BLK 1).
006720     ADD 1 TO WS-ADDR-LINES (WS-BLK).
006730     MOVE WS-ADDR-LINES (WS-BLK) TO WS-ADDR-SUB.
006740     MOVE CAD-LINE-1 TO WS-ADDR-LINE (WS-BLK WS-ADDR-SUB).
006750     IF CAD-LINE-2 NOT = SPACES
006760         ADD 1 TO WS-ADDR-LINES (WS-BLK)
006770         MOVE WS-ADDR-LINES (WS-BLK) TO WS-ADDR-SUB
006780         MOVE CAD-LINE-2 TO WS-ADDR-LINE (WS-BLK WS-ADDR-SUB)
006790     END-IF.
006800     ADD 1 TO WS-ADDR-LINES (WS-BLK).
006810     MOVE WS-ADDR-LINES (WS-BLK) TO WS-ADDR-SUB.
006820     STRING CAD-CITY DELIMITED BY '  '
006830         ' ' CAD-STATE '  ' CAD-POSTAL-CODE
006840         DELIMITED BY SIZE
006850         INTO WS-ADDR-LINE (WS-BLK WS-ADDR-SUB).
006860 3410-EXIT.
006870     EXIT.
006880*****************************************************************
006890*    3500-START-DOCUMENT-PAGE
006900*
006910*    THE FIRST PAGE OF A DOCUMENT CARRIES THE ADDRESSES.  EVERY
006920*    PAGE CARRIES THE FORM HEADING AND CUSTOMER REFERENCE, AND
006930*    AN INVOICE PAGE THE COLUMN HEADINGS.
006940*****************************************************************
006950 3500-START-DOCUMENT-PAGE.
006960     ADD 1 TO WS-DOC-PAGE.
006970     MOVE WS-DOC-PAGE TO PRT-FH-PAGE.
006980     IF WS-CREDIT-FORM
006990         MOVE 'CREDIT MEMO' TO PRT-FH-TITLE
007000     ELSE
007010         MOVE 'INVOICE' TO PRT-FH-TITLE
007020     END-IF.
007030     MOVE WS-HDR-INVOICE-NUMBER TO PRT-FH-NUMBER.
007040     MOVE PRT-FORM-HEADING TO WS-PRINT-LINE.
007050     MOVE 'Y' TO WS-NEW-PAGE-SW.
007060     PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT.
007070     IF WS-DOC-PAGE = 1
007080         MOVE SPACES TO PRT-ADDR-BILL-TO
007090         MOVE SPACES TO PRT-ADDR-SHIP-TO
007100         MOVE 'BILL TO:' TO PRT-ADDR-BILL-TO
007110         IF WS-INVOICE-FORM
007120             MOVE 'SHIP TO:' TO PRT-ADDR-SHIP-TO
007130         END-IF
007140         MOVE PRT-ADDRESS-LINE TO WS-PRINT-LINE
007150         MOVE 2 TO WS-ADVANCE
007160         PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT
007170         MOVE WS-ADDR-LINES (1) TO WS-ADDR-DEPTH
007180         IF WS-ADDR-LINES (2) > WS-ADDR-DEPTH
007190             MOVE WS-ADDR-LINES (2) TO WS-ADDR-DEPTH
007200         END-IF
007210         PERFORM 3510-PRINT-ADDRESS-LINE THRU 3510-EXIT
007220             VARYING WS-ADDR-SUB FROM 1 BY 1
007230             UNTIL WS-ADDR-SUB > WS-ADDR-DEPTH
007240     END-IF.
007250     MOVE WS-HDR-CUSTOMER-ID TO PRT-REF-CUSTOMER-ID.
007260     MOVE SPACES TO PRT-REF-VALUE.
007270     IF WS-CREDIT-FORM
007280         MOVE 'ORIGINAL INVOICE ' TO PRT-REF-LABEL
007290         MOVE WS-HDR-ORIG-INVOICE TO PRT-REF-VALUE
007300     ELSE
007310         MOVE 'DUE DATE ' TO PRT-REF-LABEL
007320         MOVE WS-HDR-DUE-DATE TO PRT-REF-VALUE
007330     END-IF.
007340     MOVE PRT-REFERENCE-LINE TO WS-PRINT-LINE.
007350     MOVE 2 TO WS-ADVANCE.
007360     PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT.
007370     IF WS-INVOICE-FORM
007380         MOVE PRT-COLUMN-HEADING TO WS-PRINT-LINE
007390         MOVE 2 TO WS-ADVANCE
007400         PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT
007410         MOVE SPACES TO WS-PRINT-LINE
007420         MOVE 1 TO WS-ADVANCE
007430         PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT
007440     END-IF.
007450 3500-EXIT.
007460     EXIT.
007470*****************************************************************
007480*    3510-PRINT-ADDRESS-LINE
007490*****************************************************************
007500 3510-PRINT-ADDRESS-LINE.
007510     MOVE WS-ADDR-LINE (1 WS-ADDR-SUB) TO PRT-ADDR-BILL-TO.
007520     MOVE WS-ADDR-LINE (2 WS-ADDR-SUB) TO PRT-ADDR-SHIP-TO.
007530     MOVE PRT-ADDRESS-LINE TO WS-PRINT-LINE.
007540     MOVE 1 TO WS-ADVANCE.
007550     PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT.
007560 3510-EXIT.
007570     EXIT.
007580*****************************************************************
007590*    3600-PRINT-INVOICE-TOTALS
007600*
007610*    THE TOTALS ARE KEPT TOGETHER -- IF THEY WILL NOT FIT UNDER
007620*    THE LAST LINE THEY GO TO A FRESH PAGE.
007630*****************************************************************
007640 3600-PRINT-INVOICE-TOTALS.
007650     IF WS-LINE-NUMBER + WS-TOTALS-DEPTH > WS-LINES-PER-PAGE
007660         PERFORM 3500-START-DOCUMENT-PAGE THRU 3500-EXIT
007670     END-IF.
007680     MOVE 'MERCHANDISE TOTAL' TO PRT-TOT-LABEL.
007690     MOVE WS-HDR-TOTAL TO PRT-TOT-AMOUNT.
007700     MOVE 2 TO WS-ADVANCE.
007710     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
007720     MOVE 'LESS DISCOUNT' TO PRT-TOT-LABEL.
007730     MOVE WS-HDR-DISCOUNT TO PRT-TOT-AMOUNT.
007740     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
007750     MOVE 'NET OF DISCOUNT' TO PRT-TOT-LABEL.
007760     MOVE WS-HDR-DISCOUNTED-TOTAL TO PRT-TOT-AMOUNT.
007770     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
007780     MOVE SPACES TO PRT-TOT-LABEL.
007790     STRING 'SALES TAX ' WS-HDR-TAX-JURISDICTION
007800         DELIMITED BY SIZE INTO PRT-TOT-LABEL.
007810     MOVE WS-HDR-TAX-AMOUNT TO PRT-TOT-AMOUNT.
007820     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
007830     COMPUTE WS-AMOUNT-DUE
007840         = WS-HDR-DISCOUNTED-TOTAL + WS-HDR-TAX-AMOUNT.
007850     MOVE 'AMOUNT DUE' TO PRT-TOT-LABEL.
007860     MOVE WS-AMOUNT-DUE TO PRT-TOT-AMOUNT.
007870     MOVE 2 TO WS-ADVANCE.
007880     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
007890     IF WS-CONTRACT-LINE-PRINTED
007900         MOVE SPACES TO WS-PRINT-LINE
007910         MOVE '* CONTRACT PRICE - NOT DISCOUNTED'
007920             TO WS-PRINT-LINE
007930         MOVE 2 TO WS-ADVANCE
007940         PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT
007950     END-IF.
007960 3600-EXIT.
007970     EXIT.
007980*****************************************************************
007990*    3650-WRITE-TOTAL-LINE
008000*
008010*    WRITES PRT-TOTAL-LINE AFTER WS-ADVANCE LINES, THEN LEAVES
008020*    THE NEXT TOTAL TO FOLLOW ON THE LINE BELOW.
008030*****************************************************************
008040 3650-WRITE-TOTAL-LINE.
008050     MOVE PRT-TOTAL-LINE TO WS-PRINT-LINE.
008060     PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT.
008070     MOVE 1 TO WS-ADVANCE.
008080 3650-EXIT.
008090     EXIT.
008100*****************************************************************
008110*    4000-PRINT-CREDIT-MEMO
008120*
008130*    A CREDIT CARRIES NO LINES; ITS AMOUNTS ARE ALREADY NEGATIVE.
008140*    THE DISCOUNT IS SHOWN AS THE DISCOUNT ORIGINALLY ALLOWED,
008150*    WHICH THE CREDIT GIVES BACK.
008160*****************************************************************
008170 4000-PRINT-CREDIT-MEMO.
008180     MOVE INV-RECORD TO WS-HDR-RECORD.
008190     MOVE 'C' TO WS-FORM-SW.
008200     MOVE ZERO TO WS-DOC-PAGE.
008210     PERFORM 3400-LOAD-ADDRESSES THRU 3400-EXIT.
008220     PERFORM 3500-START-DOCUMENT-PAGE THRU 3500-EXIT.
008230     MOVE SPACES TO WS-PRINT-LINE.
008240     STRING 'CREDIT FOR GOODS RETURNED AGAINST INVOICE '
008250         WS-HDR-ORIG-INVOICE
008260         DELIMITED BY SIZE INTO WS-PRINT-LINE.
008270     MOVE 2 TO WS-ADVANCE.
008280     PERFORM 7000-WRITE-FORM-LINE THRU 7000-EXIT.
008290     MOVE 'MERCHANDISE CREDITED' TO PRT-TOT-LABEL.
008300     MOVE WS-HDR-TOTAL TO PRT-TOT-AMOUNT.
008310     MOVE 2 TO WS-ADVANCE.
008320     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
008330     MOVE 'LESS DISCOUNT ORIGINALLY ALLOWED' TO PRT-TOT-LABEL.
008340     COMPUTE PRT-TOT-AMOUNT = ZERO - WS-HDR-DISCOUNT.
008350     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
008360     MOVE 'NET CREDIT' TO PRT-TOT-LABEL.
008370     MOVE WS-HDR-DISCOUNTED-TOTAL TO PRT-TOT-AMOUNT.
008380     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
008390     MOVE SPACES TO PRT-TOT-LABEL.
008400     STRING 'SALES TAX CREDITED ' WS-HDR-TAX-JURISDICTION
008410         DELIMITED BY SIZE INTO PRT-TOT-LABEL.
008420     MOVE WS-HDR-TAX-AMOUNT TO PRT-TOT-AMOUNT.
008430     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
008440     COMPUTE WS-AMOUNT-DUE
008450         = WS-HDR-DISCOUNTED-TOTAL + WS-HDR-TAX-AMOUNT.
008460     MOVE 'TOTAL CREDIT' TO PRT-TOT-LABEL.
008470     MOVE WS-AMOUNT-DUE TO PRT-TOT-AMOUNT.
008480     MOVE 2 TO WS-ADVANCE.
008490     PERFORM 3650-WRITE-TOTAL-LINE THRU 3650-EXIT.
008500     ADD 1 TO WS-CREDITS-PRINTED.
008510     ADD WS-AMOUNT-DUE TO WS-AMOUNT-CREDITED.
008520 4000-EXIT.
008530     EXIT.
008540*****************************************************************
008550*    7000-WRITE-FORM-LINE
008560*
008570*    WRITES WS-PRINT-LINE TO THE FORM IN USE, AT THE TOP OF A
008580*    NEW PAGE IF WS-NEW-PAGE IS SET, OTHERWISE AFTER WS-ADVANCE
008590*    LINES.
008600*****************************************************************
008610 7000-WRITE-FORM-LINE.
008620     IF WS-NEW-PAGE
008630         IF WS-CREDIT-FORM
008640             WRITE CMP-LINE FROM WS-PRINT-LINE
008650                 AFTER ADVANCING PAGE
008660         ELSE
008670             WRITE IVP-LINE FROM WS-PRINT-LINE
008680                 AFTER ADVANCING PAGE
008690         END-IF
008700         MOVE 'N' TO WS-NEW-PAGE-SW
008710         MOVE 1 TO WS-LINE-NUMBER
008720         GO TO 7000-EXIT
008730     END-IF.
008740     IF WS-CREDIT-FORM
008750         WRITE CMP-LINE FROM WS-PRINT-LINE
008760             AFTER ADVANCING WS-ADVANCE LINES
008770     ELSE
008780         WRITE IVP-LINE FROM WS-PRINT-LINE
008790             AFTER ADVANCING WS-ADVANCE LINES
008800     END-IF.
008810     ADD WS-ADVANCE TO WS-LINE-NUMBER.
008820 7000-EXIT.
008830     EXIT.
008840*****************************************************************
008850*    8000-REPORT-TOTALS
008860*****************************************************************
008870 8000-REPORT-TOTALS.
008880     DISPLAY '==============================================='.
008890     DISPLAY 'INVOICE-PRINT CONTROL TOTALS'.
008900     DISPLAY '==============================================='.
008910     DISPLAY '  INVOICE-OUT RECORDS READ . ' WS-RECORDS-READ.
008920     DISPLAY '  INVOICES PRINTED ......... ' WS-INVOICES-PRINTED.
008930     DISPLAY '  INVOICE LINES PRINTED .... ' WS-LINES-PRINTED.
008940     DISPLAY '  CREDIT MEMOS PRINTED ..... ' WS-CREDITS-PRINTED.
008950     DISPLAY '  LINES WITH NO HEADER ..... ' WS-LINES-SKIPPED.
008960     DISPLAY '  DOCUMENTS WITH NO BILL-TO  ' WS-NO-BILL-TO.
008970     DISPLAY '  SHIP-TOS NOT ON CUSTADDR . ' WS-SHIP-TO-MISSING.
008980     MOVE WS-AMOUNT-INVOICED TO WS-DISPLAY-AMOUNT.
008990     DISPLAY '  AMOUNT INVOICED .......... ' WS-DISPLAY-AMOUNT.
009000     MOVE WS-AMOUNT-CREDITED TO WS-DISPLAY-AMOUNT.
009010     DISPLAY '  AMOUNT CREDITED .......... ' WS-DISPLAY-AMOUNT.
009020     DISPLAY '==============================================='.
009030     IF WS-ABORT-RUN
009040         DISPLAY 'INVOICE-PRINT: RUN ENDED EARLY - '
009050             'DOCUMENTS ARE INCOMPLETE'
009060     END-IF.
009070 8000-EXIT.
009080     EXIT.
009090*****************************************************************
009100*    9000-TERMINATE
009110*****************************************************************
009120 9000-TERMINATE.
009130     IF WS-INVOICE-OPENED
009140         CLOSE INVOICE-IN
009150     END-IF.
009160     IF WS-MASTERS-OPENED
009170         CLOSE CUSTMAST
009180         CLOSE ITEMMAST
009190     END-IF.
009200     IF WS-CUSTADDR-OPENED
009210         CLOSE CUSTADDR
009220     END-IF.
009230     IF WS-PRINT-OPENED
009240         CLOSE INVPRINT-OUT
009250         CLOSE CRMPRINT-OUT
009260     END-IF.
009270 9000-EXIT.
009280     EXIT.
