000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTRACT-EXPIRY.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   CONTRACT-EXPIRY                                             *
000100*                                                               *
000110*   MONTHLY LIST OF CUSTOMER CONTRACT PRICES DUE TO EXPIRE, SO  *
000120*   THE SALES DESK CAN RENEGOTIATE BEFORE A CUSTOMER FALLS      *
000130*   BACK TO LIST PRICE WITHOUT WARNING.  READS THE CONTRACT     *
000140*   FILE MAINTAINED BY CONTRACT-MAINT AND PRINTS EVERY          *
000150*   CONTRACT WHOSE END DATE FALLS FROM THE AS-OF DATE THROUGH   *
000160*   WS-EXPIRY-WINDOW-DAYS AFTER IT, SOONEST FIRST, WITH THE     *
000170*   CUSTOMER NAME, ITEM DESCRIPTION, CONTRACT AND LIST PRICE,   *
000180*   AND THE DAYS LEFT TO RUN.                                   *
000190*                                                               *
000200*   THE RPTPARM CARD NAMES THE AS-OF DATE AS YYYYMMDD.  WITH    *
000210*   NO CARD, OR A DATE THAT IS NOT NUMERIC, TODAY IS USED.      *
000220*                                                               *
000230*****************************************************************
000240* MAINTENANCE HISTORY
000250* ---------------------------------------------------------------
000260* DATE       BY    DESCRIPTION
000270* ---------- ----- -------------------------------------------
000280* 2026-10-15 RJH   NEW PROGRAM.  CONTRACTS EXPIRING IN THE NEXT
000290*                  60 DAYS, BY END DATE AND CUSTOMER.
000300* ---------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT RPTPARM-IN ASSIGN TO "RPTPARM"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-RPTPARM-STATUS.
000370     SELECT CONTRACT ASSIGN TO "CONTRACT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS CON-KEY
000410         FILE STATUS IS WS-CONTRACT-STATUS.
000420     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CUST-ID
000460         FILE STATUS IS WS-CUSTMAST-STATUS.
000470     SELECT ITEMMAST ASSIGN TO "ITEMMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS ITEM-NUMBER
000510         FILE STATUS IS WS-ITEMMAST-STATUS.
000520     SELECT REPORT-OUT ASSIGN TO "RPTOUT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-OUT-STATUS.
000550     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RPTPARM-IN
000590     LABEL RECORDS ARE STANDARD.
000600 01  PRM-RECORD.
000610     05  PRM-AS-OF-DATE-X        PIC X(08).
000620     05  PRM-AS-OF-DATE REDEFINES
000630         PRM-AS-OF-DATE-X        PIC 9(08).
000640     05  FILLER                  PIC X(72).
000650 FD  CONTRACT
000660     LABEL RECORDS ARE STANDARD.
000670 01  CON-RECORD.
000680     05  CON-KEY.
000690         10  CON-CUSTOMER-ID     PIC X(05).
000700         10  CON-ITEM-NUMBER     PIC X(06).
000710     05  CON-UNIT-PRICE          PIC 9(05)V99.
000720     05  CON-START-DATE          PIC 9(08).
000730     05  CON-END-DATE            PIC 9(08).
000740     05  CON-CONTRACT-REF        PIC X(10).
000750     05  FILLER                  PIC X(36).
000760 FD  CUSTMAST
000770     LABEL RECORDS ARE STANDARD.
000780 01  CUST-RECORD.
000790     05  CUST-ID                 PIC X(05).
000800     05  CUST-NAME               PIC X(20).
000810     05  FILLER                  PIC X(55).
000820 FD  ITEMMAST
000830     LABEL RECORDS ARE STANDARD.
000840 01  ITEM-RECORD.
000850     05  ITEM-NUMBER             PIC X(06).
000860     05  ITEM-DESCRIPTION        PIC X(20).
000870     05  ITEM-LIST-PRICE         PIC 9(05)V99.
000880     05  FILLER                  PIC X(47).
000890 SD  SORT-WORK.
000900 01  SRT-RECORD.
000910     05  SRT-KEY.
000920         10  SRT-CUSTOMER-ID     PIC X(05).
000930         10  SRT-ITEM-NUMBER     PIC X(06).
000940     05  SRT-UNIT-PRICE          PIC 9(05)V99.
000950     05  SRT-START-DATE          PIC 9(08).
000960     05  SRT-END-DATE            PIC 9(08).
000970     05  SRT-CONTRACT-REF        PIC X(10).
000980     05  FILLER                  PIC X(36).
000990 FD  REPORT-OUT
001000     LABEL RECORDS ARE STANDARD.
001010 01  RPT-LINE                    PIC X(132).
001020 WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------
001040*    REPORT SELECTION FIELDS
001050*
001060*    A CONTRACT IS LISTED WHEN ITS END DATE FALLS FROM THE AS-OF
001070*    DATE THROUGH WS-THROUGH-DATE.  ONE ALREADY PAST ITS END IS
001080*    NOT LISTED -- IT HAS EXPIRED, NOT EXPIRING.
001090*----------------------------------------------------------------
001100 01  WS-CURRENT-DATE             PIC 9(08).
001110 01  WS-AS-OF-DATE               PIC 9(08)  VALUE ZERO.
001120 01  WS-THROUGH-DATE             PIC 9(08)  VALUE ZERO.
001130 77  WS-EXPIRY-WINDOW-DAYS       PIC 9(03)  VALUE 60 COMP.
001140 77  WS-AS-OF-INT                PIC S9(07) VALUE ZERO COMP.
001150 77  WS-DAYS-LEFT                PIC S9(05) VALUE ZERO COMP.
001160 77  WS-PAGE-NUMBER              PIC 9(05)  VALUE ZERO COMP.
001170 77  WS-LINE-NUMBER              PIC 9(03)  VALUE 99 COMP.
001180 77  WS-LINES-PER-PAGE           PIC 9(03)  VALUE 56 COMP.
001190*----------------------------------------------------------------
001200*    REPORT TOTALS
001210*----------------------------------------------------------------
001220 77  WS-CONTRACTS-READ           PIC 9(7)   VALUE ZERO COMP.
001230 77  WS-CONTRACTS-LISTED         PIC 9(7)   VALUE ZERO COMP.
001240*----------------------------------------------------------------
001250*    FILE STATUS AND CONTROL SWITCHES
001260*----------------------------------------------------------------
001270 77  WS-RPTPARM-STATUS           PIC X(02) VALUE '00'.
001280 77  WS-CONTRACT-STATUS          PIC X(02) VALUE '00'.
001290 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
001300 77  WS-ITEMMAST-STATUS          PIC X(02) VALUE '00'.
001310 77  WS-REPORT-OUT-STATUS        PIC X(02) VALUE '00'.
001320 77  WS-CONTRACT-EOF-SW          PIC X(01) VALUE 'N'.
001330     88  WS-CONTRACT-EOF                     VALUE 'Y'.
001340 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001350     88  WS-SORT-EOF                         VALUE 'Y'.
001360 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001370     88  WS-ABORT-RUN                        VALUE 'Y'.
001380 77  WS-CONTRACT-OPENED-SW       PIC X(01) VALUE 'N'.
001390     88  WS-CONTRACT-OPENED                  VALUE 'Y'.
001400 77  WS-MASTERS-OPENED-SW        PIC X(01) VALUE 'N'.
001410     88  WS-MASTERS-OPENED                   VALUE 'Y'.
001420 77  WS-REPORT-OPENED-SW         PIC X(01) VALUE 'N'.
001430     88  WS-REPORT-OPENED                    VALUE 'Y'.
001440*----------------------------------------------------------------
001450*    PRINT LINE LAYOUTS
001460*----------------------------------------------------------------
001470 01  RPT-HEADING-1.
001480     05  FILLER                  PIC X(20)
001490         VALUE 'CONTRACT-EXPIRY'.
001500     05  FILLER                  PIC X(30)
001510         VALUE 'CONTRACT PRICES DUE TO EXPIRE'.
001520     05  FILLER                  PIC X(06) VALUE 'AS OF '.
001530     05  RPT-H1-AS-OF            PIC 9(08).
001540     05  FILLER                  PIC X(09) VALUE ' THROUGH '.
001550     05  RPT-H1-THROUGH          PIC 9(08).
001560     05  FILLER                  PIC X(38) VALUE SPACES.
001570     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001580     05  RPT-H1-PAGE             PIC ZZZZ9.
001590     05  FILLER                  PIC X(03) VALUE SPACES.
001600 01  RPT-HEADING-2.
001610     05  FILLER                  PIC X(10) VALUE 'END DATE'.
001620     05  FILLER                  PIC X(06) VALUE '  DAYS'.
001630     05  FILLER                  PIC X(08) VALUE '  CUST'.
001640     05  FILLER                  PIC X(22) VALUE 'CUSTOMER NAME'.
001650     05  FILLER                  PIC X(08) VALUE 'ITEM'.
001660     05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
001670     05  FILLER                  PIC X(12)
001680         VALUE '    CONTRACT'.
001690     05  FILLER                  PIC X(12)
001700         VALUE '        LIST'.
001710     05  FILLER                  PIC X(12)
001720         VALUE '  START DATE'.
001730     05  FILLER                  PIC X(12)
001740         VALUE '  REFERENCE'.
001750     05  FILLER                  PIC X(08) VALUE SPACES.
001760 01  RPT-DETAIL-LINE.
001770     05  RPT-DET-END-DATE        PIC 9(08).
001780     05  FILLER                  PIC X(04) VALUE SPACES.
001790     05  RPT-DET-DAYS-LEFT       PIC ZZZ9.
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  RPT-DET-CUSTOMER-ID     PIC X(05).
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  RPT-DET-CUSTOMER-NAME   PIC X(20).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  RPT-DET-ITEM-NUMBER     PIC X(06).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  RPT-DET-DESCRIPTION     PIC X(20).
001880     05  FILLER                  PIC X(05) VALUE SPACES.
001890     05  RPT-DET-CONTRACT-PRICE  PIC ZZ,ZZ9.99.
001900     05  FILLER                  PIC X(03) VALUE SPACES.
001910     05  RPT-DET-LIST-PRICE      PIC ZZ,ZZ9.99.
001920     05  FILLER                  PIC X(04) VALUE SPACES.
001930     05  RPT-DET-START-DATE      PIC 9(08).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  RPT-DET-CONTRACT-REF    PIC X(10).
001960     05  FILLER                  PIC X(08) VALUE SPACES.
001970 PROCEDURE DIVISION.
001980*****************************************************************
001990*    0000-MAINLINE
002000*****************************************************************
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     IF NOT WS-ABORT-RUN
002040         SORT SORT-WORK
002050             ON ASCENDING KEY SRT-END-DATE
002060                              SRT-CUSTOMER-ID
002070                              SRT-ITEM-NUMBER
002080             INPUT PROCEDURE IS 2000-SELECT-CONTRACTS
002090                 THRU 2000-EXIT
002100             OUTPUT PROCEDURE IS 3000-PRINT-REPORT
002110                 THRU 3000-EXIT
002120     END-IF.
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002140     STOP RUN.
002150*****************************************************************
002160*    1000-INITIALIZE
002170*****************************************************************
002180 1000-INITIALIZE.
002190     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002200     MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
002210     OPEN INPUT RPTPARM-IN.
002220     IF WS-RPTPARM-STATUS = '35'
002230         DISPLAY 'CONTRACT-EXPIRY: NO RPTPARM CARD, REPORTING '
002240             'AS OF TODAY'
002250     ELSE
002260         IF WS-RPTPARM-STATUS NOT = '00'
002270             DISPLAY 'CONTRACT-EXPIRY: UNABLE TO OPEN RPTPARM, '
002280                 'STATUS = ' WS-RPTPARM-STATUS
002290             MOVE 'Y' TO WS-ABORT-SW
002300             GO TO 1000-EXIT
002310         END-IF
002320         READ RPTPARM-IN
002330             AT END
002340                 DISPLAY 'CONTRACT-EXPIRY: RPTPARM IS EMPTY, '
002350                     'REPORTING AS OF TODAY'
002360             NOT AT END
002370                 IF PRM-AS-OF-DATE-X IS NUMERIC
002380                         AND PRM-AS-OF-DATE NOT = ZERO
002390                     MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
002400                 ELSE
002410                     DISPLAY 'CONTRACT-EXPIRY: RPTPARM DATE '
002420                         'NOT NUMERIC, REPORTING AS OF TODAY'
002430                 END-IF
002440         END-READ
002450         CLOSE RPTPARM-IN
002460     END-IF.
002470     COMPUTE WS-AS-OF-INT
002480         = FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
002490     COMPUTE WS-THROUGH-DATE = FUNCTION DATE-OF-INTEGER
002500         (WS-AS-OF-INT + WS-EXPIRY-WINDOW-DAYS).
002510     OPEN INPUT CONTRACT.
002520     IF WS-CONTRACT-STATUS NOT = '00'
002530         DISPLAY 'CONTRACT-EXPIRY: UNABLE TO OPEN CONTRACT, '
002540             'STATUS = ' WS-CONTRACT-STATUS
002550         MOVE 'Y' TO WS-ABORT-SW
002560         GO TO 1000-EXIT
002570     END-IF.
002580     MOVE 'Y' TO WS-CONTRACT-OPENED-SW.
002590     OPEN INPUT CUSTMAST.
002600     IF WS-CUSTMAST-STATUS NOT = '00'
002610         DISPLAY 'CONTRACT-EXPIRY: UNABLE TO OPEN CUSTMAST, '
002620             'STATUS = ' WS-CUSTMAST-STATUS
002630         MOVE 'Y' TO WS-ABORT-SW
002640         GO TO 1000-EXIT
002650     END-IF.
002660     OPEN INPUT ITEMMAST.
002670     IF WS-ITEMMAST-STATUS NOT = '00'
002680         CLOSE CUSTMAST
002690         DISPLAY 'CONTRACT-EXPIRY: UNABLE TO OPEN ITEMMAST, '
002700             'STATUS = ' WS-ITEMMAST-STATUS
002710         MOVE 'Y' TO WS-ABORT-SW
002720         GO TO 1000-EXIT
002730     END-IF.
002740     MOVE 'Y' TO WS-MASTERS-OPENED-SW.
002750     OPEN OUTPUT REPORT-OUT.
002760     IF WS-REPORT-OUT-STATUS NOT = '00'
002770         DISPLAY 'CONTRACT-EXPIRY: UNABLE TO OPEN RPTOUT, '
002780             'STATUS = ' WS-REPORT-OUT-STATUS
002790         MOVE 'Y' TO WS-ABORT-SW
002800         GO TO 1000-EXIT
002810     END-IF.
002820     MOVE 'Y' TO WS-REPORT-OPENED-SW.
002830     MOVE WS-AS-OF-DATE TO RPT-H1-AS-OF.
002840     MOVE WS-THROUGH-DATE TO RPT-H1-THROUGH.
002850 1000-EXIT.
002860     EXIT.
002870*****************************************************************
002880*    2000-SELECT-CONTRACTS
002890*
002900*    RELEASES THE CONTRACTS ENDING INSIDE THE WINDOW TO THE
002910*    SORT.
002920*****************************************************************
002930 2000-SELECT-CONTRACTS.
002940     PERFORM 2100-RELEASE-CONTRACT THRU 2100-EXIT
002950         UNTIL WS-CONTRACT-EOF.
002960 2000-EXIT.
002970     EXIT.
002980*****************************************************************
002990*    2100-RELEASE-CONTRACT
003000*****************************************************************
003010 2100-RELEASE-CONTRACT.
003020     READ CONTRACT
003030         AT END
003040             MOVE 'Y' TO WS-CONTRACT-EOF-SW
003050             GO TO 2100-EXIT
003060     END-READ.
003070     ADD 1 TO WS-CONTRACTS-READ.
003080     IF CON-END-DATE NOT < WS-AS-OF-DATE
003090             AND CON-END-DATE NOT > WS-THROUGH-DATE
003100         RELEASE SRT-RECORD FROM CON-RECORD
003110     END-IF.
003120 2100-EXIT.
003130     EXIT.
003140*****************************************************************
003150*    3000-PRINT-REPORT
003160*****************************************************************
003170 3000-PRINT-REPORT.
003180     PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT.
003190     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
003200     PERFORM 3100-PRINT-CONTRACT THRU 3100-EXIT
003210         UNTIL WS-SORT-EOF.
003220     PERFORM 3500-PRINT-TOTALS THRU 3500-EXIT.
003230 3000-EXIT.
003240     EXIT.
003250*****************************************************************
003260*    3100-PRINT-CONTRACT
003270*
003280*    A CUSTOMER OR ITEM SINCE REMOVED FROM ITS MASTER STILL
003290*    PRINTS, FLAGGED IN THE NAME OR DESCRIPTION COLUMN, SO THE
003300*    DESK CAN CLEAR THE CONTRACT OUT.
003310*****************************************************************
003320 3100-PRINT-CONTRACT.
003330     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
003340         PERFORM 3200-START-NEW-PAGE THRU 3200-EXIT
003350     END-IF.
003360     MOVE SRT-CUSTOMER-ID TO CUST-ID.
003370     READ CUSTMAST
003380         INVALID KEY
003390             MOVE '*NOT ON CUSTMAST*' TO CUST-NAME
003400     END-READ.
003410     MOVE SRT-ITEM-NUMBER TO ITEM-NUMBER.
003420     READ ITEMMAST
003430         INVALID KEY
003440             MOVE '*NOT ON ITEMMAST*' TO ITEM-DESCRIPTION
003450             MOVE ZERO TO ITEM-LIST-PRICE
003460     END-READ.
003470     COMPUTE WS-DAYS-LEFT
003480         = FUNCTION INTEGER-OF-DATE (SRT-END-DATE)
003490         - WS-AS-OF-INT.
003500     MOVE SRT-END-DATE          TO RPT-DET-END-DATE.
003510     MOVE WS-DAYS-LEFT          TO RPT-DET-DAYS-LEFT.
003520     MOVE SRT-CUSTOMER-ID       TO RPT-DET-CUSTOMER-ID.
003530     MOVE CUST-NAME             TO RPT-DET-CUSTOMER-NAME.
003540     MOVE SRT-ITEM-NUMBER       TO RPT-DET-ITEM-NUMBER.
003550     MOVE ITEM-DESCRIPTION      TO RPT-DET-DESCRIPTION.
003560     MOVE SRT-UNIT-PRICE        TO RPT-DET-CONTRACT-PRICE.
003570     MOVE ITEM-LIST-PRICE       TO RPT-DET-LIST-PRICE.
003580     MOVE SRT-START-DATE        TO RPT-DET-START-DATE.
003590     MOVE SRT-CONTRACT-REF      TO RPT-DET-CONTRACT-REF.
003600     WRITE RPT-LINE FROM RPT-DETAIL-LINE
003610         AFTER ADVANCING 1 LINE.
003620     ADD 1 TO WS-LINE-NUMBER.
003630     ADD 1 TO WS-CONTRACTS-LISTED.
003640     PERFORM 3900-RETURN-SORTED THRU 3900-EXIT.
003650 3100-EXIT.
003660     EXIT.
003670*****************************************************************
003680*    3200-START-NEW-PAGE
003690*****************************************************************
003700 3200-START-NEW-PAGE.
003710     ADD 1 TO WS-PAGE-NUMBER.
003720     MOVE WS-PAGE-NUMBER TO RPT-H1-PAGE.
003730     IF WS-PAGE-NUMBER = 1
003740         WRITE RPT-LINE FROM RPT-HEADING-1
003750             AFTER ADVANCING 1 LINE
003760     ELSE
003770         WRITE RPT-LINE FROM RPT-HEADING-1
003780             AFTER ADVANCING PAGE
003790     END-IF.
003800     WRITE RPT-LINE FROM RPT-HEADING-2
003810         AFTER ADVANCING 2 LINES.
003820     MOVE SPACES TO RPT-LINE.
003830     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
003840     MOVE 4 TO WS-LINE-NUMBER.
003850 3200-EXIT.
003860     EXIT.
003870*****************************************************************
003880*    3500-PRINT-TOTALS
003890*****************************************************************
003900 3500-PRINT-TOTALS.
003910     MOVE SPACES TO RPT-LINE.
003920     IF WS-CONTRACTS-LISTED = ZERO
003930         MOVE 'NO CONTRACTS EXPIRE IN THE WINDOW' TO RPT-LINE
003940         WRITE RPT-LINE AFTER ADVANCING 2 LINES
003950     END-IF.
003960     MOVE SPACES TO RPT-LINE.
003970     MOVE 'END OF REPORT' TO RPT-LINE.
003980     WRITE RPT-LINE AFTER ADVANCING 2 LINES.
003990     DISPLAY 'CONTRACT-EXPIRY: ' WS-CONTRACTS-READ
004000         ' CONTRACTS READ, ' WS-CONTRACTS-LISTED
004010         ' EXPIRING ' WS-AS-OF-DATE ' THROUGH ' WS-THROUGH-DATE.
004020 3500-EXIT.
004030     EXIT.
004040*****************************************************************
004050*    3900-RETURN-SORTED
004060*****************************************************************
004070 3900-RETURN-SORTED.
004080     RETURN SORT-WORK
004090         AT END
004100             MOVE 'Y' TO WS-SORT-EOF-SW
004110     END-RETURN.
004120 3900-EXIT.
004130     EXIT.
004140*****************************************************************
004150*    9000-TERMINATE
004160*****************************************************************
004170 9000-TERMINATE.
004180     IF WS-CONTRACT-OPENED
004190         CLOSE CONTRACT
004200     END-IF.
004210     IF WS-MASTERS-OPENED
004220         CLOSE CUSTMAST
004230         CLOSE ITEMMAST
004240     END-IF.
004250     IF WS-REPORT-OPENED
004260         CLOSE REPORT-OUT
004270     END-IF.
004280 9000-EXIT.
004290     EXIT.
