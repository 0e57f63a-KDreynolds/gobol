000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AGED-TRIAL-BAL.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   AGED-TRIAL-BAL                                              *
000100*                                                               *
000110*   AGED TRIAL BALANCE OF THE OPEN-ITEM AR LEDGER.  EVERY       *
000120*   OPEN ITEM ON OPENITEM (AN INVOICE OR CREDIT MEMO WITH       *
000130*   MONEY STILL OPEN) IS LISTED UNDER ITS CUSTOMER AND AGED     *
000140*   FROM ITS INVOICE DATE INTO CURRENT (0-30 DAYS), 31-60,      *
000150*   61-90, AND OVER 90.  UNAPPLIED CASH HELD ON ACCOUNT ON      *
000160*   UNAPCASH IS LISTED IN ITS OWN COLUMN AND NETTED INTO THE    *
000170*   CUSTOMER'S BALANCE, SO COLLECTIONS WORKS FROM THE INVOICES  *
000180*   THE CUSTOMER ACTUALLY OWES INSTEAD OF ONE BALANCE FIGURE.   *
000190*                                                               *
000200*   EACH CUSTOMER'S NET IS PROVED AGAINST CUST-CURRENT-BALANCE  *
000210*   ON CUSTMAST; AN ACCOUNT THAT DISAGREES GETS A MASTER        *
000220*   BALANCE LINE FLAGGED '*' SO THE DIFFERENCE IS LOOKED AT.    *
000230*                                                               *
000232*   RETURN CODES:  0 = NORMAL END                               *
000234*                 16 = COULD NOT OPEN A FILE                    *
000236*                                                               *
000240*****************************************************************
000250* MAINTENANCE HISTORY
000260* ---------------------------------------------------------------
000270* DATE       BY    DESCRIPTION
000280* ---------- ----- -------------------------------------------
000290* 2026-10-15 RJH   NEW PROGRAM.  AGED TRIAL BALANCE BY CUSTOMER
000300*                  OVER OPENITEM AND UNAPCASH WITH CURRENT,
000310*                  31-60, 61-90, AND OVER-90 BUCKETS.
000313* 2026-10-15 RJH   OPENITEM LAYOUT KEPT IN STEP WITH THE PRICING
000316*                  RUN (TERMS AND DUNNING FIELDS).
000317* 2026-10-15 RJH   STEP NOW ENDS 16 WHEN A FILE CANNOT BE
000318*                  OPENED.
000320* ---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS OPI-INVOICE-NUMBER
000400         FILE STATUS IS WS-OPENITEM-STATUS.
000410     SELECT UNAPPLIED-CASH ASSIGN TO "UNAPCASH"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS UAC-KEY
000450         FILE STATUS IS WS-UNAPCASH-STATUS.
000460     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CUST-ID
000500         FILE STATUS IS WS-CUSTMAST-STATUS.
000510     SELECT REPORT-OUT ASSIGN TO "ATBRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-OUT-STATUS.
000540     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  OPEN-ITEMS
000580     LABEL RECORDS ARE STANDARD.
000590 01  OPI-RECORD.
000600     05  OPI-INVOICE-NUMBER      PIC 9(07).
000610     05  OPI-CUSTOMER-ID         PIC X(05).
000620     05  OPI-ITEM-TYPE           PIC X(01).
000630         88  OPI-TYPE-INVOICE            VALUE 'I'.
000640         88  OPI-TYPE-CREDIT             VALUE 'C'.
000650     05  OPI-INVOICE-DATE        PIC 9(08).
000660     05  OPI-ORIGINAL-AMOUNT     PIC S9(07)V99.
000670     05  OPI-OPEN-AMOUNT         PIC S9(07)V99.
000680     05  OPI-ORIG-INVOICE        PIC 9(07).
000690     05  OPI-LAST-PAY-DATE       PIC 9(08).
000700     05  OPI-LAST-CHECK-REF      PIC X(08).
000702     05  OPI-DUE-DATE            PIC 9(08).
000704     05  OPI-DISC-DATE           PIC 9(08).
000706     05  OPI-DISC-PCT            PIC V999.
000708     05  OPI-DUNNING-LEVEL       PIC 9(01).
000710     05  OPI-LAST-DUNNING-DATE   PIC 9(08).
000712     05  FILLER                  PIC X(10).
000720 FD  UNAPPLIED-CASH
000730     LABEL RECORDS ARE STANDARD.
000740 01  UAC-RECORD.
000750     05  UAC-KEY.
000760         10  UAC-CUSTOMER-ID     PIC X(05).
000770         10  UAC-CHECK-REF       PIC X(08).
000780     05  UAC-PAYMENT-DATE        PIC 9(08).
000790     05  UAC-AMOUNT              PIC S9(07)V99.
000800     05  UAC-LAST-DATE           PIC 9(08).
000810     05  FILLER                  PIC X(42).
000820 FD  CUSTMAST
000830     LABEL RECORDS ARE STANDARD.
000840 01  CUST-RECORD.
000850     05  CUST-ID                 PIC X(05).
000860     05  CUST-NAME               PIC X(20).
000870     05  CUST-NEGOTIATED-SW      PIC X(01).
000880         88  CUST-HAS-NEGOTIATED-RATE    VALUE 'Y'.
000890     05  CUST-NEGOTIATED-RATE    PIC V999.
000900     05  CUST-CREDIT-LIMIT       PIC 9(07)V99.
000910     05  CUST-CURRENT-BALANCE    PIC S9(07)V99.
000920     05  CUST-HOLD-SW            PIC X(01).
000930         88  CUST-ON-HOLD                VALUE 'Y'.
000940     05  FILLER                  PIC X(32).
000950 SD  SORT-WORK.
000960 01  SRT-RECORD.
000970     05  SRT-CUSTOMER-ID         PIC X(05).
000980     05  SRT-DATE                PIC 9(08).
000990     05  SRT-DOC-NUMBER          PIC X(08).
001000     05  SRT-KIND                PIC X(01).
001010         88  SRT-KIND-INVOICE            VALUE 'I'.
001020         88  SRT-KIND-CREDIT             VALUE 'C'.
001030         88  SRT-KIND-UNAPPLIED          VALUE 'U'.
001040     05  SRT-AGE-DAYS            PIC 9(05).
001050     05  SRT-AMOUNT              PIC S9(09)V99.
001060 FD  REPORT-OUT
001070     LABEL RECORDS ARE STANDARD.
001080 01  RPT-LINE                    PIC X(132).
001090 WORKING-STORAGE SECTION.
001100*----------------------------------------------------------------
001110*    AGE WORK FIELDS
001120*----------------------------------------------------------------
001130 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001140 77  WS-TODAY-INT                PIC S9(07) VALUE ZERO COMP.
001150 77  WS-AGE-DAYS                 PIC S9(05) VALUE ZERO COMP.
001160 01  WS-DOC-NUMBER-N             PIC 9(07)  VALUE ZERO.
001170*----------------------------------------------------------------
001180*    AGE BUCKET ACCUMULATORS
001190*
001200*    BUCKET 1 = CURRENT (0-30 DAYS FROM INVOICE DATE),
001210*    2 = 31-60, 3 = 61-90, 4 = OVER 90, 5 = UNAPPLIED CASH ON
001220*    ACCOUNT.  ONE SET PER CUSTOMER AND ONE FOR THE RUN;
001230*    3600 PRINTS WHICHEVER SET THE CALLER COPIES TO THE PRINT
001240*    AREA, WITH THE NET OF ALL FIVE IN THE BALANCE COLUMN.
001250*----------------------------------------------------------------
001260 01  WS-CUS-BUCKETS.
001270     05  WS-CUS-BUCKET OCCURS 5 TIMES.
001280         10  WS-CUS-BKT-COUNT    PIC S9(07) COMP.
001290         10  WS-CUS-BKT-AMT      PIC S9(11)V99.
001300 01  WS-GRAND-BUCKETS.
001310     05  WS-GRAND-BUCKET OCCURS 5 TIMES.
001320         10  WS-GRAND-BKT-COUNT  PIC S9(07) COMP.
001330         10  WS-GRAND-BKT-AMT    PIC S9(11)V99.
001340 01  WS-PRT-BUCKETS.
001350     05  WS-PRT-BUCKET OCCURS 5 TIMES.
001360         10  WS-PRT-BKT-COUNT    PIC S9(07) COMP.
001370         10  WS-PRT-BKT-AMT      PIC S9(11)V99.
001380 77  WS-BUCKET-SUB               PIC 9(03)  VALUE ZERO COMP.
001390 77  WS-MAX-BUCKETS              PIC 9(03)  VALUE 5 COMP.
001400 01  WS-PRT-BALANCE              PIC S9(11)V99 VALUE ZERO.
001410*----------------------------------------------------------------
001420*    CONTROL-BREAK AND SUBTOTAL FIELDS
001430*----------------------------------------------------------------
001440 77  WS-PREV-CUSTOMER            PIC X(05)  VALUE LOW-VALUES.
001450 77  WS-PAGE-NUMBER              PIC 9(05)  VALUE ZERO COMP.
001460 77  WS-LINE-NUMBER              PIC 9(03)  VALUE 99 COMP.
001470 77  WS-LINES-PER-PAGE           PIC 9(03)  VALUE 56 COMP.
001480 77  WS-CUS-BALANCE              PIC S9(11)V99 VALUE ZERO.
001490 77  WS-MASTER-BALANCE           PIC S9(11)V99 VALUE ZERO.
001500 77  WS-CUST-FOUND-SW            PIC X(01) VALUE 'N'.
001510     88  WS-CUST-FOUND                       VALUE 'Y'.
001520 77  WS-CUSTOMERS-PRINTED        PIC S9(7)  VALUE ZERO COMP.
001530 77  WS-CUSTOMERS-OUT            PIC S9(7)  VALUE ZERO COMP.
001540 77  WS-ITEMS-RELEASED           PIC 9(7)   VALUE ZERO COMP.
001550*----------------------------------------------------------------
001560*    FILE STATUS AND CONTROL SWITCHES
001570*----------------------------------------------------------------
001580 77  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
001590 77  WS-UNAPCASH-STATUS          PIC X(02) VALUE '00'.
001600 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
001610 77  WS-REPORT-OUT-STATUS        PIC X(02) VALUE '00'.
001620 77  WS-OPENITEM-EOF-SW          PIC X(01) VALUE 'N'.
001630     88  WS-OPENITEM-EOF                     VALUE 'Y'.
001640 77  WS-UNAPCASH-EOF-SW          PIC X(01) VALUE 'N'.
001650     88  WS-UNAPCASH-EOF                     VALUE 'Y'.
001660 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001670     88  WS-SORT-EOF                         VALUE 'Y'.
001680 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001690     88  WS-ABORT-RUN                        VALUE 'Y'.
001700 77  WS-OPENITEM-OPENED-SW       PIC X(01) VALUE 'N'.
001710     88  WS-OPENITEM-OPENED                  VALUE 'Y'.
001720 77  WS-UNAPCASH-OPENED-SW       PIC X(01) VALUE 'N'.
001730     88  WS-UNAPCASH-OPENED                  VALUE 'Y'.
001740 77  WS-CUSTMAST-OPENED-SW       PIC X(01) VALUE 'N'.
001750     88  WS-CUSTMAST-OPENED                  VALUE 'Y'.
001760 77  WS-REPORT-OPENED-SW         PIC X(01) VALUE 'N'.
001770     88  WS-REPORT-OPENED                    VALUE 'Y'.
001780*----------------------------------------------------------------
001790*    PRINT LINE LAYOUTS
001800*----------------------------------------------------------------
001810 01  RPT-HEADING-1.
001820     05  FILLER                  PIC X(18)
001830         VALUE 'AGED-TRIAL-BAL'.
001840     05  FILLER                  PIC X(32)
001850         VALUE 'AR AGED TRIAL BALANCE'.
001860     05  FILLER                  PIC X(12) VALUE SPACES.
001870     05  FILLER                  PIC X(09)
001880         VALUE 'RUN DATE '.
001890     05  RPT-H1-DATE             PIC 9(08).
001900     05  FILLER                  PIC X(40) VALUE SPACES.
001910     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001920     05  RPT-H1-PAGE             PIC ZZZZ9.
001930     05  FILLER                  PIC X(03) VALUE SPACES.
001940 01  RPT-HEADING-2.
001950     05  FILLER                  PIC X(12) VALUE '  DOCUMENT'.
001960     05  FILLER                  PIC X(09) VALUE 'TYPE'.
001970     05  FILLER                  PIC X(10) VALUE 'DATE'.
001980     05  FILLER                  PIC X(07) VALUE '    AGE'.
001990     05  FILLER                  PIC X(14)
002000         VALUE '       CURRENT'.
002010     05  FILLER                  PIC X(14)
002020         VALUE '    31-60 DAYS'.
002030     05  FILLER                  PIC X(14)
002040         VALUE '    61-90 DAYS'.
002050     05  FILLER                  PIC X(14)
002060         VALUE '       OVER 90'.
002070     05  FILLER                  PIC X(14)
002080         VALUE '     UNAPPLIED'.
002090     05  FILLER                  PIC X(14)
002100         VALUE '       BALANCE'.
002110     05  FILLER                  PIC X(10) VALUE SPACES.
002120 01  RPT-CUSTOMER-HEADING.
002130     05  FILLER                  PIC X(09) VALUE 'CUSTOMER '.
002140     05  RPT-CH-CUSTOMER         PIC X(05).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  RPT-CH-NAME             PIC X(20).
002170     05  FILLER                  PIC X(96) VALUE SPACES.
002180 01  RPT-DETAIL-LINE.
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  RPT-DET-DOC             PIC X(08).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  RPT-DET-TYPE            PIC X(09).
002230     05  RPT-DET-DATE            PIC 9(08).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  RPT-DET-AGE             PIC ZZZZ9.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  RPT-DET-COLUMN OCCURS 6 TIMES.
002280         10  FILLER              PIC X(01).
002290         10  RPT-DET-AMT         PIC Z,ZZZ,ZZ9.99-
002300                                 BLANK WHEN ZERO.
002310     05  FILLER                  PIC X(10) VALUE SPACES.
002320 01  RPT-TOTAL-LINE.
002330     05  RPT-TOT-LABEL           PIC X(27).
002340     05  RPT-TOT-ITEMS           PIC ZZZ,ZZ9-.
002350     05  FILLER                  PIC X(03) VALUE SPACES.
002360     05  RPT-TOT-COLUMN OCCURS 6 TIMES.
002370         10  FILLER              PIC X(01).
002380         10  RPT-TOT-AMT         PIC Z,ZZZ,ZZ9.99-.
002390     05  FILLER                  PIC X(10) VALUE SPACES.
002400 01  RPT-MASTER-LINE.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  FILLER                  PIC X(17)
002430         VALUE 'MASTER BALANCE   '.
002440     05  RPT-MST-BALANCE         PIC ZZ,ZZZ,ZZ9.99-.
002450     05  FILLER                  PIC X(16)
002460         VALUE '   DIFFERENCE   '.
002470     05  RPT-MST-DIFFERENCE      PIC ZZ,ZZZ,ZZ9.99-.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  RPT-MST-FLAG            PIC X(01).
002500     05  FILLER                  PIC X(66) VALUE SPACES.
002510 PROCEDURE DIVISION.
002520*****************************************************************
002530*    0000-MAINLINE
002540*****************************************************************
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     IF NOT WS-ABORT-RUN
002580         SORT SORT-WORK
002590             ON ASCENDING KEY SRT-CUSTOMER-ID
002600                              SRT-DATE
002610                              SRT-DOC-NUMBER
002620             INPUT PROCEDURE IS 2000-LOAD-OPEN-ITEMS
002630                 THRU 2000-EXIT
002640             OUTPUT PROCEDURE IS 3000-PRINT-REPORT
002650                 THRU 3000-EXIT
002660     END-IF.
002670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002672     IF WS-ABORT-RUN
002674         MOVE 16 TO RETURN-CODE
002676     END-IF.
002680     STOP RUN.
002690*****************************************************************
002700*    1000-INITIALIZE
002710*
002720*    UNAPCASH IS ALLOWED TO BE ABSENT (STATUS 35) -- NO CASH
002730*    HAS EVER BEEN LEFT ON ACCOUNT.  OPENITEM AND CUSTMAST
002740*    MUST BE THERE.
002750*****************************************************************
002760 1000-INITIALIZE.
002770     PERFORM 1100-CLEAR-BUCKETS THRU 1100-EXIT
002780         VARYING WS-BUCKET-SUB FROM 1 BY 1
002790         UNTIL WS-BUCKET-SUB > WS-MAX-BUCKETS.
002800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002810     COMPUTE WS-TODAY-INT
002820         = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
002830     OPEN INPUT OPEN-ITEMS.
002840     IF WS-OPENITEM-STATUS NOT = '00'
002850         DISPLAY 'AGED-TRIAL-BAL: UNABLE TO OPEN OPENITEM, '
002860             'STATUS = ' WS-OPENITEM-STATUS
002870         MOVE 'Y' TO WS-ABORT-SW
002880         GO TO 1000-EXIT
002890     END-IF.
002900     MOVE 'Y' TO WS-OPENITEM-OPENED-SW.
002910     OPEN INPUT UNAPPLIED-CASH.
002920     IF WS-UNAPCASH-STATUS = '35'
002930         MOVE 'Y' TO WS-UNAPCASH-EOF-SW
002940     ELSE
002950         IF WS-UNAPCASH-STATUS NOT = '00'
002960             DISPLAY 'AGED-TRIAL-BAL: UNABLE TO OPEN UNAPCASH, '
002970                 'STATUS = ' WS-UNAPCASH-STATUS
002980             MOVE 'Y' TO WS-ABORT-SW
002990             GO TO 1000-EXIT
003000         END-IF
003010         MOVE 'Y' TO WS-UNAPCASH-OPENED-SW
003020     END-IF.
003030     OPEN INPUT CUSTMAST.
003040     IF WS-CUSTMAST-STATUS NOT = '00'
003050         DISPLAY 'AGED-TRIAL-BAL: UNABLE TO OPEN CUSTMAST, '
003060             'STATUS = ' WS-CUSTMAST-STATUS
003070         MOVE 'Y' TO WS-ABORT-SW
003080         GO TO 1000-EXIT
003090     END-IF.
003100     MOVE 'Y' TO WS-CUSTMAST-OPENED-SW.
003110     OPEN OUTPUT REPORT-OUT.
003120     IF WS-REPORT-OUT-STATUS NOT = '00'
003130         DISPLAY 'AGED-TRIAL-BAL: UNABLE TO OPEN ATBRPT, '
003140             'STATUS = ' WS-REPORT-OUT-STATUS
003150         MOVE 'Y' TO WS-ABORT-SW
003160         GO TO 1000-EXIT
003170     END-IF.
003180     MOVE 'Y' TO WS-REPORT-OPENED-SW.
003190     MOVE WS-CURRENT-DATE TO RPT-H1-DATE.
003200 1000-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    1100-CLEAR-BUCKETS
003240*
003250*    TABLE ENTRIES UNDER OCCURS TAKE NO VALUE CLAUSE, SO EVERY
003260*    BUCKET SET IS CLEARED HERE BEFORE ANYTHING IS ADDED IN.
003270*****************************************************************
003280 1100-CLEAR-BUCKETS.
003290     MOVE ZERO TO WS-CUS-BKT-COUNT (WS-BUCKET-SUB).
003300     MOVE ZERO TO WS-CUS-BKT-AMT (WS-BUCKET-SUB).
003310     MOVE ZERO TO WS-GRAND-BKT-COUNT (WS-BUCKET-SUB).
003320     MOVE ZERO TO WS-GRAND-BKT-AMT (WS-BUCKET-SUB).
003330 1100-EXIT.
003340     EXIT.
003350*****************************************************************
003360*    2000-LOAD-OPEN-ITEMS
003370*
003380*    RELEASES ONE SORT RECORD PER ITEM STILL CARRYING AN OPEN
003390*    AMOUNT AND ONE PER UNAPPLIED CASH RECORD STILL HOLDING
003400*    MONEY.  CLOSED ITEMS ARE HISTORY, NOT RECEIVABLES.
003410*****************************************************************
003420 2000-LOAD-OPEN-ITEMS.
003430     PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT.
003440     PERFORM 2100-RELEASE-OPEN-ITEM THRU 2100-EXIT
003450         UNTIL WS-OPENITEM-EOF.
003460     IF NOT WS-UNAPCASH-EOF
003470         PERFORM 2950-READ-UNAPPLIED THRU 2950-EXIT
003480         PERFORM 2200-RELEASE-UNAPPLIED THRU 2200-EXIT
003490             UNTIL WS-UNAPCASH-EOF
003500     END-IF.
003510 2000-EXIT.
003520     EXIT.
003530*****************************************************************
003540*    2100-RELEASE-OPEN-ITEM
003550*****************************************************************
003560 2100-RELEASE-OPEN-ITEM.
003570     IF OPI-OPEN-AMOUNT = ZERO
003580         GO TO 2100-READ-NEXT
003590     END-IF.
003600     MOVE OPI-CUSTOMER-ID         TO SRT-CUSTOMER-ID.
003610     MOVE OPI-INVOICE-DATE        TO SRT-DATE.
003620     MOVE OPI-INVOICE-NUMBER      TO WS-DOC-NUMBER-N.
003630     MOVE SPACES                  TO SRT-DOC-NUMBER.
003640     MOVE WS-DOC-NUMBER-N         TO SRT-DOC-NUMBER.
003650     MOVE OPI-ITEM-TYPE           TO SRT-KIND.
003660     COMPUTE WS-AGE-DAYS = WS-TODAY-INT
003670         - FUNCTION INTEGER-OF-DATE (OPI-INVOICE-DATE).
003680     IF WS-AGE-DAYS < ZERO
003690         MOVE ZERO TO WS-AGE-DAYS
003700     END-IF.
003710     MOVE WS-AGE-DAYS             TO SRT-AGE-DAYS.
003720     MOVE OPI-OPEN-AMOUNT         TO SRT-AMOUNT.
003730     RELEASE SRT-RECORD.
003740     ADD 1 TO WS-ITEMS-RELEASED.
003750 2100-READ-NEXT.
003760     PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT.
003770 2100-EXIT.
003780     EXIT.
003790*****************************************************************
003800*    2200-RELEASE-UNAPPLIED
003810*
003820*    UNAPPLIED CASH IS MONEY THE CUSTOMER HAS ALREADY PAID, SO
003830*    IT GOES OUT NEGATIVE AND IS NOT AGED.
003840*****************************************************************
003850 2200-RELEASE-UNAPPLIED.
003860     IF UAC-AMOUNT = ZERO
003870         GO TO 2200-READ-NEXT
003880     END-IF.
003890     MOVE UAC-CUSTOMER-ID         TO SRT-CUSTOMER-ID.
003900     MOVE UAC-PAYMENT-DATE        TO SRT-DATE.
003910     MOVE UAC-CHECK-REF           TO SRT-DOC-NUMBER.
003920     MOVE 'U'                     TO SRT-KIND.
003930     MOVE ZERO                    TO SRT-AGE-DAYS.
003940     COMPUTE SRT-AMOUNT = ZERO - UAC-AMOUNT.
003950     RELEASE SRT-RECORD.
003960     ADD 1 TO WS-ITEMS-RELEASED.
003970 2200-READ-NEXT.
003980     PERFORM 2950-READ-UNAPPLIED THRU 2950-EXIT.
003990 2200-EXIT.
004000     EXIT.
004010*****************************************************************
004020*    2900-READ-OPEN-ITEM
004030*****************************************************************
004040 2900-READ-OPEN-ITEM.
004050     READ OPEN-ITEMS
004060         AT END
004070             MOVE 'Y' TO WS-OPENITEM-EOF-SW
004080     END-READ.
004090 2900-EXIT.
004100     EXIT.
004110*****************************************************************
004120*    2950-READ-UNAPPLIED
004130*****************************************************************
004140 2950-READ-UNAPPLIED.
004150     READ UNAPPLIED-CASH
004160         AT END
004170             MOVE 'Y' TO WS-UNAPCASH-EOF-SW
004180     END-READ.
004190 2950-EXIT.
004200     EXIT.
004210*****************************************************************
004220*    3000-PRINT-REPORT
004230*
004240*    CONTROL BREAK ON CUSTOMER.  EACH CUSTOMER ENDS WITH A
004250*    BUCKET TOTAL LINE AND, WHEN THE NET DISAGREES WITH THE
004260*    MASTER BALANCE, A FLAGGED MASTER BALANCE LINE.
004270*****************************************************************
004280 3000-PRINT-REPORT.
004290     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
004300     PERFORM 3100-PROCESS-ITEM-LINE THRU 3100-EXIT
004310         UNTIL WS-SORT-EOF.
004320     IF WS-PREV-CUSTOMER NOT = LOW-VALUES
004330         PERFORM 3300-PRINT-CUSTOMER-TOTAL THRU 3300-EXIT
004340     END-IF.
004350     PERFORM 3500-PRINT-GRAND-TOTALS THRU 3500-EXIT.
004360 3000-EXIT.
004370     EXIT.
004380*****************************************************************
004390*    3100-PROCESS-ITEM-LINE
004400*****************************************************************
004410 3100-PROCESS-ITEM-LINE.
004420     IF SRT-CUSTOMER-ID NOT = WS-PREV-CUSTOMER
004430         IF WS-PREV-CUSTOMER NOT = LOW-VALUES
004440             PERFORM 3300-PRINT-CUSTOMER-TOTAL THRU 3300-EXIT
004450         END-IF
004460         MOVE SRT-CUSTOMER-ID TO WS-PREV-CUSTOMER
004470         PERFORM 3150-START-CUSTOMER THRU 3150-EXIT
004480     END-IF.
004490     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
004500         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
004510     END-IF.
004520     MOVE SPACES                TO RPT-DETAIL-LINE.
004530     MOVE SRT-DOC-NUMBER        TO RPT-DET-DOC.
004540     IF SRT-KIND-INVOICE
004550         MOVE 'INVOICE'         TO RPT-DET-TYPE
004560     ELSE
004570         IF SRT-KIND-CREDIT
004580             MOVE 'CREDIT'      TO RPT-DET-TYPE
004590         ELSE
004600             MOVE 'ON ACCT'     TO RPT-DET-TYPE
004610         END-IF
004620     END-IF.
004630     MOVE SRT-DATE              TO RPT-DET-DATE.
004640     MOVE SRT-AGE-DAYS          TO RPT-DET-AGE.
004650     PERFORM 3160-CLEAR-DETAIL-COLUMN THRU 3160-EXIT
004660         VARYING WS-BUCKET-SUB FROM 1 BY 1
004670         UNTIL WS-BUCKET-SUB > 6.
004680     PERFORM 3450-SET-BUCKET THRU 3450-EXIT.
004690     MOVE SRT-AMOUNT TO RPT-DET-AMT (WS-BUCKET-SUB).
004700     WRITE RPT-LINE FROM RPT-DETAIL-LINE
004710         AFTER ADVANCING 1 LINE.
004720     ADD 1 TO WS-LINE-NUMBER.
004730     PERFORM 3400-ADD-TO-BUCKETS THRU 3400-EXIT.
004740     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
004750 3100-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    3150-START-CUSTOMER
004790*
004800*    PICKS UP THE NAME AND MASTER BALANCE FOR THE NEW CUSTOMER
004810*    AND PRINTS ITS HEADING, STARTING A PAGE FIRST IF THE
004820*    HEADING AND A LINE OR TWO WOULD NOT FIT.
004830*****************************************************************
004840 3150-START-CUSTOMER.
004850     MOVE 'Y' TO WS-CUST-FOUND-SW.
004860     MOVE SRT-CUSTOMER-ID TO CUST-ID.
004870     READ CUSTMAST
004880         INVALID KEY
004890             MOVE 'N' TO WS-CUST-FOUND-SW
004900     END-READ.
004910     IF WS-CUST-FOUND
004920         MOVE CUST-NAME TO RPT-CH-NAME
004930         IF CUST-CURRENT-BALANCE IS NUMERIC
004940             MOVE CUST-CURRENT-BALANCE TO WS-MASTER-BALANCE
004950         ELSE
004960             MOVE ZERO TO WS-MASTER-BALANCE
004970         END-IF
004980     ELSE
004990         MOVE '** NOT ON CUSTMAST **' TO RPT-CH-NAME
005000         MOVE ZERO TO WS-MASTER-BALANCE
005010     END-IF.
005020     IF WS-LINE-NUMBER + 4 > WS-LINES-PER-PAGE
005030         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
005040     END-IF.
005050     MOVE SRT-CUSTOMER-ID TO RPT-CH-CUSTOMER.
005060     WRITE RPT-LINE FROM RPT-CUSTOMER-HEADING
005070         AFTER ADVANCING 2 LINES.
005080     ADD 2 TO WS-LINE-NUMBER.
005090 3150-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    3160-CLEAR-DETAIL-COLUMN
005130*****************************************************************
005140 3160-CLEAR-DETAIL-COLUMN.
005150     MOVE ZERO TO RPT-DET-AMT (WS-BUCKET-SUB).
005160 3160-EXIT.
005170     EXIT.
005180*****************************************************************
005190*    3200-START-NEW-PAGE
005200*****************************************************************
005210 3200-START-NEW-PAGE.
005220     ADD 1 TO WS-PAGE-NUMBER.
005230     MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
005240     IF WS-PAGE-NUMBER = 1
005250         WRITE RPT-LINE FROM RPT-HEADING-1
005260             AFTER ADVANCING 1 LINE
005270     ELSE
005280         WRITE RPT-LINE FROM RPT-HEADING-1
005290             AFTER ADVANCING PAGE
005300     END-IF.
005310     WRITE RPT-LINE FROM RPT-HEADING-2
005320         AFTER ADVANCING 2 LINES.
005330     MOVE SPACES TO RPT-LINE.
005340     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
005350     MOVE 4 TO WS-LINE-NUMBER.
005360 3200-EXIT.
005370     EXIT.
005380*****************************************************************
005390*    3300-PRINT-CUSTOMER-TOTAL
005400*****************************************************************
005410 3300-PRINT-CUSTOMER-TOTAL.
005420     MOVE WS-CUS-BUCKETS TO WS-PRT-BUCKETS.
005430     MOVE SPACES TO RPT-TOTAL-LINE.
005440     MOVE 'CUSTOMER TOTAL' TO RPT-TOT-LABEL.
005450     PERFORM 3600-PRINT-TOTAL-LINE THRU 3600-EXIT.
005460     ADD 1 TO WS-LINE-NUMBER.
005470     ADD 1 TO WS-CUSTOMERS-PRINTED.
005480     MOVE WS-PRT-BALANCE TO WS-CUS-BALANCE.
005490     IF WS-CUS-BALANCE NOT = WS-MASTER-BALANCE
005500         MOVE WS-MASTER-BALANCE TO RPT-MST-BALANCE
005510         COMPUTE RPT-MST-DIFFERENCE
005520             = WS-MASTER-BALANCE - WS-CUS-BALANCE
005530         MOVE '*' TO RPT-MST-FLAG
005540         WRITE RPT-LINE FROM RPT-MASTER-LINE
005550             AFTER ADVANCING 1 LINE
005560         ADD 1 TO WS-LINE-NUMBER
005570         ADD 1 TO WS-CUSTOMERS-OUT
005580     END-IF.
005590     PERFORM 3700-CLEAR-CUS-BUCKET THRU 3700-EXIT
005600         VARYING WS-BUCKET-SUB FROM 1 BY 1
005610         UNTIL WS-BUCKET-SUB > WS-MAX-BUCKETS.
005620 3300-EXIT.
005630     EXIT.
005640*****************************************************************
005650*    3400-ADD-TO-BUCKETS
005660*****************************************************************
005670 3400-ADD-TO-BUCKETS.
005680     PERFORM 3450-SET-BUCKET THRU 3450-EXIT.
005690     ADD 1          TO WS-CUS-BKT-COUNT (WS-BUCKET-SUB).
005700     ADD SRT-AMOUNT TO WS-CUS-BKT-AMT (WS-BUCKET-SUB).
005710     ADD 1          TO WS-GRAND-BKT-COUNT (WS-BUCKET-SUB).
005720     ADD SRT-AMOUNT TO WS-GRAND-BKT-AMT (WS-BUCKET-SUB).
005730 3400-EXIT.
005740     EXIT.
005750*****************************************************************
005760*    3450-SET-BUCKET
005770*****************************************************************
005780 3450-SET-BUCKET.
005790     IF SRT-KIND-UNAPPLIED
005800         MOVE 5 TO WS-BUCKET-SUB
005810     ELSE
005820         IF SRT-AGE-DAYS < 31
005830             MOVE 1 TO WS-BUCKET-SUB
005840         ELSE
005850             IF SRT-AGE-DAYS < 61
005860                 MOVE 2 TO WS-BUCKET-SUB
005870             ELSE
005880                 IF SRT-AGE-DAYS < 91
005890                     MOVE 3 TO WS-BUCKET-SUB
005900                 ELSE
005910                     MOVE 4 TO WS-BUCKET-SUB
005920                 END-IF
005930             END-IF
005940         END-IF
005950     END-IF.
005960 3450-EXIT.
005970     EXIT.
005980*****************************************************************
005990*    3500-PRINT-GRAND-TOTALS
006000*****************************************************************
006010 3500-PRINT-GRAND-TOTALS.
006020     IF WS-LINE-NUMBER + 4 > WS-LINES-PER-PAGE
006030         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
006040     END-IF.
006050     MOVE SPACES TO RPT-LINE.
006060     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
006070     MOVE WS-GRAND-BUCKETS TO WS-PRT-BUCKETS.
006080     MOVE SPACES TO RPT-TOTAL-LINE.
006090     MOVE 'ALL CUSTOMERS' TO RPT-TOT-LABEL.
006100     PERFORM 3600-PRINT-TOTAL-LINE THRU 3600-EXIT.
006110     MOVE SPACES TO RPT-LINE.
006120     MOVE 'END OF REPORT' TO RPT-LINE.
006130     WRITE RPT-LINE AFTER ADVANCING 2 LINES.
006140     DISPLAY 'AGED-TRIAL-BAL: ' WS-ITEMS-RELEASED
006150         ' OPEN ITEMS FOR ' WS-CUSTOMERS-PRINTED
006160         ' CUSTOMERS, ' WS-CUSTOMERS-OUT
006170         ' DISAGREE WITH CUSTMAST, ON '
006180         WS-PAGE-NUMBER ' PAGES'.
006190 3500-EXIT.
006200     EXIT.
006210*****************************************************************
006220*    3600-PRINT-TOTAL-LINE
006230*
006240*    PRINTS THE FIVE BUCKET AMOUNTS THE CALLER COPIED TO THE
006250*    PRINT AREA, THEIR NET IN THE BALANCE COLUMN, AND THE ITEM
006260*    COUNT.  THE NET IS LEFT IN WS-PRT-BALANCE.
006270*****************************************************************
006280 3600-PRINT-TOTAL-LINE.
006290     MOVE ZERO TO WS-PRT-BALANCE.
006300     MOVE ZERO TO RPT-TOT-ITEMS.
006310     PERFORM 3650-MOVE-TOTAL-COLUMN THRU 3650-EXIT
006320         VARYING WS-BUCKET-SUB FROM 1 BY 1
006330         UNTIL WS-BUCKET-SUB > WS-MAX-BUCKETS.
006340     MOVE WS-PRT-BALANCE TO RPT-TOT-AMT (6).
006350     COMPUTE RPT-TOT-ITEMS = WS-PRT-BKT-COUNT (1)
006360         + WS-PRT-BKT-COUNT (2) + WS-PRT-BKT-COUNT (3)
006370         + WS-PRT-BKT-COUNT (4) + WS-PRT-BKT-COUNT (5).
006380     WRITE RPT-LINE FROM RPT-TOTAL-LINE
006390         AFTER ADVANCING 1 LINE.
006400 3600-EXIT.
006410     EXIT.
006420*****************************************************************
006430*    3650-MOVE-TOTAL-COLUMN
006440*****************************************************************
006450 3650-MOVE-TOTAL-COLUMN.
006460     MOVE WS-PRT-BKT-AMT (WS-BUCKET-SUB)
006470         TO RPT-TOT-AMT (WS-BUCKET-SUB).
006480     ADD WS-PRT-BKT-AMT (WS-BUCKET-SUB) TO WS-PRT-BALANCE.
006490 3650-EXIT.
006500     EXIT.
006510*****************************************************************
006520*    3700-CLEAR-CUS-BUCKET
006530*****************************************************************
006540 3700-CLEAR-CUS-BUCKET.
006550     MOVE ZERO TO WS-CUS-BKT-COUNT (WS-BUCKET-SUB).
006560     MOVE ZERO TO WS-CUS-BKT-AMT (WS-BUCKET-SUB).
006570 3700-EXIT.
006580     EXIT.
006590*****************************************************************
006600*    3900-RETURN-SORTED
006610*****************************************************************
006620 3900-RETURN-SORTED.
006630     RETURN SORT-WORK
006640         AT END
006650             MOVE 'Y' TO WS-SORT-EOF-SW
006660     END-RETURN.
006670 3900-EXIT.
006680     EXIT.
006690*****************************************************************
006700*    9000-TERMINATE
006710*****************************************************************
006720 9000-TERMINATE.
006730     IF WS-OPENITEM-OPENED
006740         CLOSE OPEN-ITEMS
006750     END-IF.
006760     IF WS-UNAPCASH-OPENED
006770         CLOSE UNAPPLIED-CASH
006780     END-IF.
006790     IF WS-CUSTMAST-OPENED
006800         CLOSE CUSTMAST
006810     END-IF.
006820     IF WS-REPORT-OPENED
006830         CLOSE REPORT-OUT
006840     END-IF.
006850 9000-EXIT.
006860     EXIT.
