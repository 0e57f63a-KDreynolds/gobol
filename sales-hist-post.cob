000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SALES-HIST-POST.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   SALES-HIST-POST                                             *
000100*                                                               *
000110*   NIGHTLY STEP THAT POSTS THE DAY'S INVOICE-OUT TO THE ITEM-  *
000120*   LEVEL SALES HISTORY FILE, SALESHST.  SALESHST HOLDS ONE     *
000130*   RECORD PER CUSTOMER, ITEM, AND MONTH, ACCUMULATING UNITS,   *
000140*   GROSS SALES, DISCOUNT, AND NET SALES.  IT IS THE ONLY       *
000150*   PLACE THE LINE-LEVEL ITEM DETAIL SURVIVES THE DAY, AND IT   *
000160*   FEEDS THE MONTHLY SALES-ANALYSIS REPORT.                    *
000170*                                                               *
000180*   EACH INVOICE LINE POSTS ITS QUANTITY AND LINE TOTAL.  THE   *
000190*   HEADER DISCOUNT IS SPREAD OVER THE LINES THAT EARNED IT --  *
000200*   EVERY LINE BUT THE CONTRACT-PRICED ONES -- IN PROPORTION    *
000210*   TO LINE TOTAL, THE LAST SUCH LINE TAKING THE ROUNDING, SO   *
000220*   THE LINES ADD BACK TO THE HEADER TO THE PENNY.              *
000230*                                                               *
000240*   A CREDIT MEMO CARRIES NO LINES.  IT POSTS NEGATIVE AGAINST  *
000250*   THE LEAD ITEM OF THE ORIGINAL SALE ON INVHIST -- THE ITEM   *
000260*   THE RETURN WAS RESTOCKED TO -- WITH THE UNITS WORKED BACK   *
000270*   FROM THE SHARE OF THE ORIGINAL SALE CREDITED.  A CREDIT     *
000280*   WHOSE SALE IS NOT ON INVHIST POSTS UNDER ITEM '*NONE'.      *
000290*                                                               *
000300*   EVERYTHING POSTS TO THE MONTH OF THE CYCLE DATE.  A CONTROL *
000310*   RECORD ON SALESHST HOLDS THE LAST INVOICE NUMBER POSTED;    *
000320*   INVOICE NUMBERS ONLY GO UP, SO A RERUN OF THE SAME          *
000330*   INVOICE-OUT SKIPS WHAT IS ALREADY ON FILE INSTEAD OF        *
000340*   COUNTING IT TWICE.                                          *
000350*                                                               *
000360*   RETURN CODES:  0 = POSTED                                   *
000370*                  4 = POSTED, SOME CREDITS UNDER '*NONE'       *
000380*                 16 = FILE ERROR, OR CYCLECTL REFUSED THE STEP *
000390*                                                               *
000400*****************************************************************
000410* MAINTENANCE HISTORY
000420* ---------------------------------------------------------------
000430* DATE       BY    DESCRIPTION
000440* ---------- ----- -------------------------------------------
000450* 2026-10-15 RJH   NEW PROGRAM.  POSTS INVOICE-OUT LINES AND
000460*                  CREDIT MEMOS TO SALESHST BY CUSTOMER, ITEM,
000470*                  AND MONTH.  CYCLE STEP 10 (SALESHST), RUN
000480*                  AFTER INVBAL HAS PROVED THE FILE.
000482* 2026-10-15 RJH   AN UNKNOWN INVOICE-OUT RECORD TYPE (SH-0019)
000484*                  AND A CREDIT POSTED TO '*NONE' (SH-0020) NOW
000486*                  GO TO RUNLOG LIKE THE STEP'S OTHER MESSAGES.
000490* ---------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT INVOICE-IN ASSIGN TO "INVOICE-OUT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-INVOICE-IN-STATUS.
000560     SELECT INVHIST ASSIGN TO "INVHIST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS IVH-INVOICE-NUMBER
000600         FILE STATUS IS WS-INVHIST-STATUS.
000610     SELECT SALES-HISTORY ASSIGN TO "SALESHST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS SLH-KEY
000650         FILE STATUS IS WS-SALESHST-STATUS.
000660     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-CYCPARM-STATUS.
000690     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS CYC-CYCLE-DATE
000730         FILE STATUS IS WS-CYCLECTL-STATUS.
000740     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RUNLOG-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INVOICE-IN
000800     LABEL RECORDS ARE STANDARD.
000810 01  INV-RECORD.
000820     05  INV-RECORD-TYPE         PIC X(01).
000830         88  INV-TYPE-HEADER             VALUE 'H'.
000840         88  INV-TYPE-LINE               VALUE 'D'.
000850         88  INV-TYPE-CREDIT             VALUE 'C'.
000860     05  INV-CUSTOMER-ID         PIC X(05).
000870     05  INV-INVOICE-NUMBER      PIC 9(07).
000880     05  INV-LINE-COUNT          PIC 9(03).
000890     05  INV-TOTAL               PIC S9(07)V99.
000900     05  INV-DISCOUNT            PIC S9(07)V99.
000910     05  INV-DISCOUNTED-TOTAL    PIC S9(07)V99.
000920     05  INV-ORIG-INVOICE        PIC 9(07).
000930     05  INV-DUE-DATE            PIC 9(08).
000940     05  INV-TAX-JURISDICTION    PIC X(05).
000950     05  INV-TAX-RATE            PIC V9(05).
000960     05  INV-TAX-AMOUNT          PIC S9(07)V99.
000970     05  FILLER                  PIC X(03).
000980 01  INV-LINE-RECORD.
000990     05  FILLER                  PIC X(01).
001000     05  INV-LINE-CUSTOMER-ID    PIC X(05).
001010     05  INV-LINE-INVOICE-NUMBER PIC 9(07).
001020     05  INV-LINE-NUMBER         PIC 9(03).
001030     05  INV-LINE-QUANTITY       PIC 9(05).
001040     05  INV-LINE-PRICE          PIC 9(05)V99.
001050     05  INV-LINE-TOTAL          PIC 9(07)V99.
001060     05  INV-LINE-ITEM-NUMBER    PIC X(06).
001070     05  INV-LINE-PRICE-SOURCE   PIC X(01).
001080         88  INV-LINE-CONTRACT-PRICED    VALUE 'C'.
001090     05  FILLER                  PIC X(36).
001100 FD  INVHIST
001110     LABEL RECORDS ARE STANDARD.
001120 01  IVH-RECORD.
001130     05  IVH-INVOICE-NUMBER      PIC 9(07).
001140     05  IVH-CUSTOMER-ID         PIC X(05).
001150     05  IVH-DATE                PIC 9(08).
001160     05  IVH-QUANTITY            PIC 9(07).
001170     05  IVH-TOTAL               PIC 9(07)V99.
001180     05  IVH-DISCOUNT            PIC 9(07)V99.
001190     05  IVH-DISCOUNTED-TOTAL    PIC 9(07)V99.
001200     05  IVH-DISCOUNT-RATE       PIC V999.
001210     05  IVH-DISCOUNT-SOURCE     PIC X(10).
001220     05  IVH-RETURNED-QTY        PIC 9(07).
001230     05  IVH-ITEM-NUMBER         PIC X(06).
001240     05  IVH-DUE-DATE            PIC 9(08).
001250     05  IVH-TAX-JURISDICTION    PIC X(05).
001260     05  IVH-TAX-EXEMPT-SW       PIC X(01).
001270     05  IVH-TAX-RATE            PIC V9(05).
001280     05  IVH-TAX-AMOUNT          PIC 9(07)V99.
001290*----------------------------------------------------------------
001300*    SALES HISTORY.  ONE RECORD PER CUSTOMER, ITEM, AND MONTH
001310*    (YYYYMM).  CREDITS POST NEGATIVE, SO EVERY AMOUNT IS NET
001320*    OF RETURNS.  THE RECORD WITH A BLANK CUSTOMER AND ITEM AND
001330*    A ZERO MONTH IS THE POSTING CONTROL RECORD, SLC-RECORD.
001340*----------------------------------------------------------------
001350 FD  SALES-HISTORY
001360     LABEL RECORDS ARE STANDARD.
001370 01  SLH-RECORD.
001380     05  SLH-KEY.
001390         10  SLH-CUSTOMER-ID     PIC X(05).
001400         10  SLH-ITEM-NUMBER     PIC X(06).
001410         10  SLH-MONTH           PIC 9(06).
001420     05  SLH-UNITS               PIC S9(07).
001430     05  SLH-GROSS               PIC S9(09)V99.
001440     05  SLH-DISCOUNT            PIC S9(09)V99.
001450     05  SLH-NET                 PIC S9(09)V99.
001460     05  SLH-LAST-CYCLE          PIC 9(08).
001470     05  FILLER                  PIC X(15).
001480 01  SLC-RECORD.
001490     05  SLC-KEY.
001500         10  SLC-CUSTOMER-ID     PIC X(05).
001510         10  SLC-ITEM-NUMBER     PIC X(06).
001520         10  SLC-MONTH           PIC 9(06).
001530     05  SLC-LAST-INVOICE        PIC 9(07).
001540     05  SLC-LAST-CYCLE          PIC 9(08).
001550     05  FILLER                  PIC X(48).
001560 FD  CYCPARM-IN
001570     LABEL RECORDS ARE STANDARD.
001580 01  CYP-RECORD.
001590     05  CYP-CYCLE-DATE-X        PIC X(08).
001600     05  CYP-CYCLE-DATE REDEFINES
001610         CYP-CYCLE-DATE-X        PIC 9(08).
001620     05  CYP-RERUN-STEP          PIC X(08).
001630     05  FILLER                  PIC X(64).
001640*----------------------------------------------------------------
001650*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
001660*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
001670*----------------------------------------------------------------
001680 FD  CYCLE-CONTROL
001690     LABEL RECORDS ARE STANDARD.
001700 01  CYC-RECORD.
001710     05  CYC-CYCLE-DATE          PIC 9(08).
001720     05  CYC-STEP OCCURS 10 TIMES.
001730         10  CYC-STEP-STATUS     PIC X(01).
001740             88  CYC-STEP-NOT-RUN            VALUE SPACE.
001750             88  CYC-STEP-STARTED            VALUE 'S'.
001760             88  CYC-STEP-FINISHED           VALUE 'F'.
001770         10  CYC-STEP-START-DATE PIC 9(08).
001780         10  CYC-STEP-START-TIME PIC 9(08).
001790         10  CYC-STEP-END-DATE   PIC 9(08).
001800         10  CYC-STEP-END-TIME   PIC 9(08).
001810         10  CYC-STEP-RC         PIC 9(02).
001820         10  CYC-STEP-RUNS       PIC 9(02).
001830     05  FILLER                  PIC X(22).
001840 FD  RUNLOG-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  RLG-RECORD.
001870     05  RLG-DATE                PIC 9(08).
001880     05  RLG-TIME                PIC 9(08).
001890     05  RLG-PROGRAM             PIC X(08).
001900     05  RLG-MESSAGE-ID          PIC X(08).
001910     05  RLG-SEVERITY            PIC X(01).
001920     05  RLG-TEXT                PIC X(44).
001925     05  FILLER                  PIC X(03).
001930 WORKING-STORAGE SECTION.
001940*----------------------------------------------------------------
001950*    POSTING ACCUMULATORS
001960*----------------------------------------------------------------
001970 77  WS-INVOICES-POSTED          PIC 9(7)     VALUE ZERO COMP.
001980 77  WS-CREDITS-POSTED           PIC 9(7)     VALUE ZERO COMP.
001990 77  WS-LINES-POSTED             PIC 9(7)     VALUE ZERO COMP.
002000 77  WS-DOCUMENTS-SKIPPED        PIC 9(7)     VALUE ZERO COMP.
002010 77  WS-CREDITS-NO-ITEM          PIC 9(7)     VALUE ZERO COMP.
002020 77  WS-HISTORY-ADDED            PIC 9(7)     VALUE ZERO COMP.
002030 77  WS-HISTORY-UPDATED          PIC 9(7)     VALUE ZERO COMP.
002040 77  WS-SUM-UNITS                PIC S9(9)    VALUE ZERO.
002050 77  WS-SUM-GROSS                PIC S9(9)V99 VALUE ZERO.
002060 77  WS-SUM-DISCOUNT             PIC S9(9)V99 VALUE ZERO.
002070 77  WS-SUM-NET                  PIC S9(9)V99 VALUE ZERO.
002080 77  WS-COUNT-DISPLAY            PIC 9(7).
002090 77  WS-HISTORY-FOUND-SW         PIC X(01)    VALUE 'N'.
002100     88  WS-HISTORY-FOUND                     VALUE 'Y'.
002110*----------------------------------------------------------------
002120*    OPEN INVOICE BUFFER
002130*
002140*    THE HEADER COMES AHEAD OF ITS LINES, BUT THE DISCOUNT CAN
002150*    ONLY BE SPREAD ONCE EVERY LINE IS IN HAND, SO THE LINES
002160*    ARE HELD HERE UNTIL THE NEXT HEADER, CREDIT, OR END OF
002170*    FILE.  50 LINES IS THE MOST THE PRICING RUN WRITES.
002180*----------------------------------------------------------------
002190 77  WS-OPEN-HEADER-SW           PIC X(01)    VALUE 'N'.
002200     88  WS-OPEN-HEADER                       VALUE 'Y'.
002210 77  WS-HDR-CUSTOMER-ID          PIC X(05)    VALUE SPACES.
002220 77  WS-HDR-INVOICE-NUMBER       PIC 9(07)    VALUE ZERO.
002230 77  WS-HDR-DISCOUNT             PIC S9(7)V99 VALUE ZERO.
002240 77  WS-BUF-COUNT                PIC 9(03)    VALUE ZERO COMP.
002250 77  WS-BUF-MAX                  PIC 9(03)    VALUE 50 COMP.
002260 77  WS-BUF-SUB                  PIC 9(03)    VALUE ZERO COMP.
002270 77  WS-BUF-LAST-DISCOUNTED      PIC 9(03)    VALUE ZERO COMP.
002280 77  WS-DISCOUNT-BASE            PIC S9(9)V99 VALUE ZERO.
002290 77  WS-DISCOUNT-LEFT            PIC S9(9)V99 VALUE ZERO.
002300 01  WS-LINE-BUFFER.
002310     05  WS-BUF-LINE OCCURS 50 TIMES.
002320         10  WS-BUF-ITEM-NUMBER  PIC X(06).
002330         10  WS-BUF-QUANTITY     PIC 9(05).
002340         10  WS-BUF-TOTAL        PIC 9(07)V99.
002350         10  WS-BUF-PRICE-SOURCE PIC X(01).
002360             88  WS-BUF-CONTRACT-PRICED      VALUE 'C'.
002370*----------------------------------------------------------------
002380*    ONE POSTING TO SALESHST, SET BY THE CALLER OF
002390*    4000-POST-SALES-HISTORY.
002400*----------------------------------------------------------------
002410 01  WS-POST-MONTH               PIC 9(06)    VALUE ZERO.
002420 01  WS-POST-CUSTOMER-ID         PIC X(05).
002430 01  WS-POST-ITEM-NUMBER         PIC X(06).
002440 01  WS-POST-UNITS               PIC S9(07).
002450 01  WS-POST-GROSS               PIC S9(09)V99.
002460 01  WS-POST-DISCOUNT            PIC S9(09)V99.
002470 01  WS-POST-NET                 PIC S9(09)V99.
002480 01  WS-LAST-POSTED-INVOICE      PIC 9(07)    VALUE ZERO.
002490*----------------------------------------------------------------
002500*    FILE STATUS AND CONTROL SWITCHES
002510*----------------------------------------------------------------
002520 77  WS-INVOICE-IN-STATUS        PIC X(02) VALUE '00'.
002530 77  WS-INVHIST-STATUS           PIC X(02) VALUE '00'.
002540 77  WS-SALESHST-STATUS          PIC X(02) VALUE '00'.
002550 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
002560     88  WS-EOF-YES                          VALUE 'Y'.
002570     88  WS-EOF-NO                           VALUE 'N'.
002580 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
002590*----------------------------------------------------------------
002600*    CYCLE CONTROL FIELDS
002610*
002620*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
002630*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
002640*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
002650*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
002660*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
002670*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
002680*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
002690*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
002700*----------------------------------------------------------------
002710 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
002720 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
002730 77  WS-CYCLE-STEP               PIC 9(02) VALUE 10 COMP.
002740 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'SALESHST'.
002750 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
002760 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 1 COMP.
002770 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
002780 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
002790     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
002800 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
002810     88  WS-CYCLE-STARTED                    VALUE 'Y'.
002820 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
002830     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
002840 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
002850 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
002860 01  WS-CYCLE-PREREQ-VALUES.
002870     05  FILLER                  PIC X(10) VALUE '01INVBAL  '.
002880 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
002890     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
002900         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
002910         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
002920*----------------------------------------------------------------
002930*    RUN LOG AND RETURN CODE FIELDS
002940*
002950*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
002960*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
002970*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
002980*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
002990*    THE RUN FATAL AND FORCES RETURN CODE 16.
003000*----------------------------------------------------------------
003010 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
003020 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
003030     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
003040 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
003050     88  WS-FATAL-ERROR                      VALUE 'Y'.
003060 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
003070 01  WS-LOG-DATE                 PIC 9(08).
003080 01  WS-LOG-TIME                 PIC 9(08).
003090 01  WS-LOG-MESSAGE-ID           PIC X(08).
003100 01  WS-LOG-SEVERITY             PIC X(01).
003110 01  WS-LOG-TEXT                 PIC X(44).
003120 PROCEDURE DIVISION.
003130*****************************************************************
003140*    0000-MAINLINE
003150*****************************************************************
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180     PERFORM 2000-PROCESS-INVOICE THRU 2000-EXIT
003190         UNTIL WS-EOF-YES.
003200     PERFORM 3000-POST-OPEN-INVOICE THRU 3000-EXIT.
003210     PERFORM 8000-REPORT-TOTALS THRU 8000-EXIT.
003220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003230     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
003240     STOP RUN.
003250*****************************************************************
003260*    1000-INITIALIZE
003270*
003280*    SALESHST IS CREATED EMPTY THE FIRST TIME AND REOPENED I-O,
003290*    AND ITS CONTROL RECORD WRITTEN WITH NOTHING YET POSTED.
003300*****************************************************************
003310 1000-INITIALIZE.
003320     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
003330     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
003340     IF WS-CYCLE-REFUSED
003350         MOVE 'Y' TO WS-EOF-SWITCH
003360         MOVE 16 TO RETURN-CODE
003370         GO TO 1000-EXIT
003380     END-IF.
003390     DIVIDE WS-CYCLE-DATE BY 100 GIVING WS-POST-MONTH.
003400     OPEN INPUT INVOICE-IN.
003410     IF WS-INVOICE-IN-STATUS NOT = '00'
003420         MOVE 'SH-0011' TO WS-LOG-MESSAGE-ID
003430         MOVE 'E' TO WS-LOG-SEVERITY
003440         MOVE SPACES TO WS-LOG-TEXT
003450         STRING 'UNABLE TO OPEN INVOICE-OUT STATUS '
003460             WS-INVOICE-IN-STATUS
003470             DELIMITED BY SIZE INTO WS-LOG-TEXT
003480         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003490         MOVE 'Y' TO WS-EOF-SWITCH
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 1000-EXIT
003520     END-IF.
003530     MOVE 1 TO WS-INIT-STAGE.
003540     OPEN INPUT INVHIST.
003550     IF WS-INVHIST-STATUS NOT = '00'
003560         MOVE 'SH-0012' TO WS-LOG-MESSAGE-ID
003570         MOVE 'E' TO WS-LOG-SEVERITY
003580         MOVE SPACES TO WS-LOG-TEXT
003590         STRING 'UNABLE TO OPEN INVHIST STATUS '
003600             WS-INVHIST-STATUS
003610             DELIMITED BY SIZE INTO WS-LOG-TEXT
003620         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003630         MOVE 'Y' TO WS-EOF-SWITCH
003640         MOVE 16 TO RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     MOVE 2 TO WS-INIT-STAGE.
003680     OPEN I-O SALES-HISTORY.
003690     IF WS-SALESHST-STATUS = '05' OR '35'
003700         OPEN OUTPUT SALES-HISTORY
003710         IF WS-SALESHST-STATUS = '00'
003720             CLOSE SALES-HISTORY
003730             OPEN I-O SALES-HISTORY
003740         END-IF
003750     END-IF.
003760     IF WS-SALESHST-STATUS NOT = '00'
003770         MOVE 'SH-0013' TO WS-LOG-MESSAGE-ID
003780         MOVE 'E' TO WS-LOG-SEVERITY
003790         MOVE SPACES TO WS-LOG-TEXT
003800         STRING 'UNABLE TO OPEN SALESHST STATUS '
003810             WS-SALESHST-STATUS
003820             DELIMITED BY SIZE INTO WS-LOG-TEXT
003830         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003840         MOVE 'Y' TO WS-EOF-SWITCH
003850         MOVE 16 TO RETURN-CODE
003860         GO TO 1000-EXIT
003870     END-IF.
003880     MOVE 3 TO WS-INIT-STAGE.
003890     MOVE SPACES TO SLC-RECORD.
003900     MOVE ZERO TO SLC-MONTH.
003910     READ SALES-HISTORY
003920         INVALID KEY
003930             MOVE SPACES TO SLC-RECORD
003940             MOVE ZERO TO SLC-MONTH
003950             MOVE ZERO TO SLC-LAST-INVOICE
003960             MOVE ZERO TO SLC-LAST-CYCLE
003970             WRITE SLC-RECORD
003980                 INVALID KEY
003990                     PERFORM 4900-SALESHST-FAILED
004000                         THRU 4900-EXIT
004010                     GO TO 1000-EXIT
004020             END-WRITE
004030     END-READ.
004040     MOVE SLC-LAST-INVOICE TO WS-LAST-POSTED-INVOICE.
004050     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
004060 1000-EXIT.
004070     EXIT.
004080*****************************************************************
004090*    1800-BEGIN-CYCLE-STEP
004100*
004110*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
004120*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
004130*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
004140*    TO THE CONSOLE.
004150*****************************************************************
004160 1800-BEGIN-CYCLE-STEP.
004170     OPEN EXTEND RUNLOG-FILE.
004180     IF WS-RUNLOG-STATUS = '05' OR '35'
004190         OPEN OUTPUT RUNLOG-FILE
004200     END-IF.
004210     IF WS-RUNLOG-STATUS NOT = '00'
004220         DISPLAY 'SALES-HIST-POST: UNABLE TO OPEN RUNLOG, '
004230             'STATUS = ' WS-RUNLOG-STATUS
004240             ' - LOGGING TO CONSOLE ONLY'
004250     ELSE
004260         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
004270     END-IF.
004280     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
004290     OPEN INPUT CYCPARM-IN.
004300     IF WS-CYCPARM-STATUS = '35'
004310         GO TO 1800-EXIT
004320     END-IF.
004330     IF WS-CYCPARM-STATUS NOT = '00'
004340         MOVE 'SH-0009' TO WS-LOG-MESSAGE-ID
004350         MOVE 'E' TO WS-LOG-SEVERITY
004360         MOVE SPACES TO WS-LOG-TEXT
004370         STRING 'UNABLE TO OPEN CYCPARM STATUS '
004380             WS-CYCPARM-STATUS
004390             DELIMITED BY SIZE INTO WS-LOG-TEXT
004400         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
004410         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
004420         GO TO 1800-EXIT
004430     END-IF.
004440     READ CYCPARM-IN
004450         AT END
004460             MOVE SPACES TO CYP-RECORD
004470     END-READ.
004480     IF CYP-CYCLE-DATE-X IS NUMERIC
004490             AND CYP-CYCLE-DATE > ZERO
004500         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
004510     ELSE
004520         IF CYP-CYCLE-DATE-X NOT = SPACES
004530             MOVE 'SH-0010' TO WS-LOG-MESSAGE-ID
004540             MOVE 'W' TO WS-LOG-SEVERITY
004550             MOVE SPACES TO WS-LOG-TEXT
004560             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
004570                 WS-CYCLE-DATE
004580                 DELIMITED BY SIZE INTO WS-LOG-TEXT
004590             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
004600         END-IF
004610     END-IF.
004620     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
004630     CLOSE CYCPARM-IN.
004640 1800-EXIT.
004650     EXIT.
004660*****************************************************************
004670*    1820-CHECK-CYCLE-STEP
004680*
004690*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
004700*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
004710*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
004720*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
004730*****************************************************************
004740 1820-CHECK-CYCLE-STEP.
004750     MOVE 'SH-0001' TO WS-LOG-MESSAGE-ID.
004760     MOVE 'I' TO WS-LOG-SEVERITY.
004770     MOVE SPACES TO WS-LOG-TEXT.
004780     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
004790         DELIMITED BY SIZE INTO WS-LOG-TEXT.
004800     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
004810     IF WS-CYCLE-REFUSED
004820         GO TO 1820-EXIT
004830     END-IF.
004840     OPEN I-O CYCLE-CONTROL.
004850     IF WS-CYCLECTL-STATUS = '05' OR '35'
004860         OPEN OUTPUT CYCLE-CONTROL
004870         IF WS-CYCLECTL-STATUS = '00'
004880             CLOSE CYCLE-CONTROL
004890             OPEN I-O CYCLE-CONTROL
004900         END-IF
004910     END-IF.
004920     IF WS-CYCLECTL-STATUS NOT = '00'
004930         MOVE 'SH-0003' TO WS-LOG-MESSAGE-ID
004940         MOVE 'E' TO WS-LOG-SEVERITY
004950         MOVE SPACES TO WS-LOG-TEXT
004960         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
004970             WS-CYCLECTL-STATUS
004980             DELIMITED BY SIZE INTO WS-LOG-TEXT
004990         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005000         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
005010         GO TO 1820-EXIT
005020     END-IF.
005030     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
005040     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
005050     READ CYCLE-CONTROL
005060         INVALID KEY
005070             MOVE SPACES TO CYC-RECORD
005080             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
005090             WRITE CYC-RECORD
005100                 INVALID KEY
005110                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
005120             END-WRITE
005130     END-READ.
005140     IF WS-CYCLE-REFUSED
005150         MOVE 'SH-0008' TO WS-LOG-MESSAGE-ID
005160         MOVE 'E' TO WS-LOG-SEVERITY
005170         MOVE SPACES TO WS-LOG-TEXT
005180         STRING 'CYCLECTL WRITE FAILED STATUS '
005190             WS-CYCLECTL-STATUS
005200             DELIMITED BY SIZE INTO WS-LOG-TEXT
005210         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005220         GO TO 1820-EXIT
005230     END-IF.
005240     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
005250         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
005260         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
005270     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
005280             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
005290         MOVE 'SH-0007' TO WS-LOG-MESSAGE-ID
005300         MOVE 'W' TO WS-LOG-SEVERITY
005310         MOVE SPACES TO WS-LOG-TEXT
005320         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
005330             ' REQUESTED ON CYCPARM'
005340             DELIMITED BY SIZE INTO WS-LOG-TEXT
005350         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005360     ELSE
005370         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
005380                 AND CYC-STEP-RC (WS-CYCLE-STEP)
005390                     NOT > WS-CYCLE-CLEAN-RC
005400             MOVE 'SH-0005' TO WS-LOG-MESSAGE-ID
005410             MOVE 'E' TO WS-LOG-SEVERITY
005420             MOVE SPACES TO WS-LOG-TEXT
005430             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
005440                 WS-CYCLE-DATE
005450                 DELIMITED BY SIZE INTO WS-LOG-TEXT
005460             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005470             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
005480         END-IF
005490         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
005500             MOVE 'SH-0006' TO WS-LOG-MESSAGE-ID
005510             MOVE 'E' TO WS-LOG-SEVERITY
005520             MOVE SPACES TO WS-LOG-TEXT
005530             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
005540                 'RERUN'
005550                 DELIMITED BY SIZE INTO WS-LOG-TEXT
005560             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005570             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
005580         END-IF
005590     END-IF.
005600     IF WS-CYCLE-REFUSED
005610         GO TO 1820-EXIT
005620     END-IF.
005630     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
005640     ACCEPT WS-LOG-TIME FROM TIME.
005650     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
005660         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
005670     END-IF.
005680     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
005690     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
005700     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
005710     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
005720     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
005730     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
005740     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
005750     REWRITE CYC-RECORD
005760         INVALID KEY
005770             MOVE 'SH-0008' TO WS-LOG-MESSAGE-ID
005780             MOVE 'E' TO WS-LOG-SEVERITY
005790             MOVE SPACES TO WS-LOG-TEXT
005800             STRING 'CYCLECTL REWRITE FAILED STATUS '
005810                 WS-CYCLECTL-STATUS
005820                 DELIMITED BY SIZE INTO WS-LOG-TEXT
005830             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005840             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
005850             GO TO 1820-EXIT
005860     END-REWRITE.
005870     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
005880 1820-EXIT.
005890     EXIT.
005900*****************************************************************
005910*    1830-CHECK-PREREQUISITE
005920*
005930*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
005940*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
005950*****************************************************************
005960 1830-CHECK-PREREQUISITE.
005970     IF CYC-STEP-FINISHED
005980             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
005990         IF CYC-STEP-RC
006000                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
006010                 NOT > WS-CYCLE-CLEAN-RC
006020             GO TO 1830-EXIT
006030         END-IF
006040     END-IF.
006050     MOVE 'SH-0004' TO WS-LOG-MESSAGE-ID.
006060     MOVE 'E' TO WS-LOG-SEVERITY.
006070     MOVE SPACES TO WS-LOG-TEXT.
006080     STRING 'PREREQUISITE '
006090         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
006100         ' HAS NOT FINISHED CLEAN'
006110         DELIMITED BY SIZE INTO WS-LOG-TEXT.
006120     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
006130     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
006140 1830-EXIT.
006150     EXIT.
006160*****************************************************************
006170*    2000-PROCESS-INVOICE
006180*
006190*    A HEADER OR CREDIT CLOSES OFF THE INVOICE BEFORE IT.  AN
006200*    INVOICE OR CREDIT ALREADY ON SALESHST FROM AN EARLIER RUN
006210*    IS COUNTED AND PASSED OVER, LINES AND ALL.
006220*****************************************************************
006230 2000-PROCESS-INVOICE.
006240     IF INV-TYPE-HEADER OR INV-TYPE-CREDIT
006250         PERFORM 3000-POST-OPEN-INVOICE THRU 3000-EXIT
006260         IF INV-INVOICE-NUMBER NOT > WS-LAST-POSTED-INVOICE
006270             ADD 1 TO WS-DOCUMENTS-SKIPPED
006280         ELSE
006290             IF INV-TYPE-HEADER
006300                 PERFORM 2100-OPEN-INVOICE THRU 2100-EXIT
006310             ELSE
006320                 PERFORM 3500-POST-CREDIT THRU 3500-EXIT
006330             END-IF
006340         END-IF
006350     ELSE
006360         IF INV-TYPE-LINE
006370             PERFORM 2200-HOLD-LINE THRU 2200-EXIT
006380         ELSE
006383             MOVE 'SH-0019' TO WS-LOG-MESSAGE-ID
006386             MOVE 'W' TO WS-LOG-SEVERITY
006389             MOVE SPACES TO WS-LOG-TEXT
006392             STRING 'UNKNOWN RECORD TYPE ' INV-RECORD-TYPE
006395                 ' ON INVOICE-OUT IGNORED'
006398                 DELIMITED BY SIZE INTO WS-LOG-TEXT
006401             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
006410         END-IF
006420     END-IF.
006430     IF NOT WS-FATAL-ERROR
006440         PERFORM 2900-READ-INVOICE THRU 2900-EXIT
006450     END-IF.
006460 2000-EXIT.
006470     EXIT.
006480*****************************************************************
006490*    2100-OPEN-INVOICE
006500*****************************************************************
006510 2100-OPEN-INVOICE.
006520     MOVE 'Y' TO WS-OPEN-HEADER-SW.
006530     MOVE INV-CUSTOMER-ID    TO WS-HDR-CUSTOMER-ID.
006540     MOVE INV-INVOICE-NUMBER TO WS-HDR-INVOICE-NUMBER.
006550     MOVE INV-DISCOUNT       TO WS-HDR-DISCOUNT.
006560     MOVE ZERO TO WS-BUF-COUNT.
006570 2100-EXIT.
006580     EXIT.
006590*****************************************************************
006600*    2200-HOLD-LINE
006610*
006620*    LINES OF A SKIPPED INVOICE HAVE NO OPEN HEADER AND ARE
006630*    PASSED OVER WITH IT.
006640*****************************************************************
006650 2200-HOLD-LINE.
006660     IF NOT WS-OPEN-HEADER
006670         GO TO 2200-EXIT
006680     END-IF.
006690     IF WS-BUF-COUNT NOT < WS-BUF-MAX
006700         MOVE 'SH-0014' TO WS-LOG-MESSAGE-ID
006710         MOVE 'E' TO WS-LOG-SEVERITY
006720         MOVE SPACES TO WS-LOG-TEXT
006730         STRING 'MORE THAN 50 LINES ON INVOICE '
006740             WS-HDR-INVOICE-NUMBER
006750             DELIMITED BY SIZE INTO WS-LOG-TEXT
006760         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
006770         MOVE 'Y' TO WS-EOF-SWITCH
006780         GO TO 2200-EXIT
006790     END-IF.
006800     ADD 1 TO WS-BUF-COUNT.
006810     MOVE INV-LINE-ITEM-NUMBER
006820         TO WS-BUF-ITEM-NUMBER (WS-BUF-COUNT).
006830     MOVE INV-LINE-QUANTITY
006840         TO WS-BUF-QUANTITY (WS-BUF-COUNT).
006850     MOVE INV-LINE-TOTAL
006860         TO WS-BUF-TOTAL (WS-BUF-COUNT).
006870     MOVE INV-LINE-PRICE-SOURCE
006880         TO WS-BUF-PRICE-SOURCE (WS-BUF-COUNT).
006890 2200-EXIT.
006900     EXIT.
006910*****************************************************************
006920*    2900-READ-INVOICE
006930*****************************************************************
006940 2900-READ-INVOICE.
006950     READ INVOICE-IN
006960         AT END
006970             MOVE 'Y' TO WS-EOF-SWITCH
006980     END-READ.
006990 2900-EXIT.
007000     EXIT.
007010*****************************************************************
007020*    3000-POST-OPEN-INVOICE
007030*
007040*    POSTS THE HELD LINES OF THE OPEN INVOICE.  THE DISCOUNT
007050*    BASE IS THE TOTAL OF THE LINES THAT ARE NOT CONTRACT
007060*    PRICED, THE SAME BASE THE PRICING RUN FIGURED THE HEADER
007070*    DISCOUNT ON.
007080*****************************************************************
007090 3000-POST-OPEN-INVOICE.
007100     IF NOT WS-OPEN-HEADER
007110         GO TO 3000-EXIT
007120     END-IF.
007130     MOVE 'N' TO WS-OPEN-HEADER-SW.
007140     IF WS-FATAL-ERROR
007150         GO TO 3000-EXIT
007160     END-IF.
007170     MOVE ZERO TO WS-DISCOUNT-BASE.
007180     MOVE ZERO TO WS-BUF-LAST-DISCOUNTED.
007190     PERFORM 3050-ADD-DISCOUNT-BASE THRU 3050-EXIT
007200         VARYING WS-BUF-SUB FROM 1 BY 1
007210         UNTIL WS-BUF-SUB > WS-BUF-COUNT.
007220     MOVE WS-HDR-DISCOUNT TO WS-DISCOUNT-LEFT.
007230     PERFORM 3100-POST-LINE THRU 3100-EXIT
007240         VARYING WS-BUF-SUB FROM 1 BY 1
007250         UNTIL WS-BUF-SUB > WS-BUF-COUNT
007260            OR WS-FATAL-ERROR.
007270     IF WS-FATAL-ERROR
007280         GO TO 3000-EXIT
007290     END-IF.
007300     ADD 1 TO WS-INVOICES-POSTED.
007310     MOVE WS-HDR-INVOICE-NUMBER TO WS-LAST-POSTED-INVOICE.
007320     PERFORM 4500-MARK-POSTED THRU 4500-EXIT.
007330 3000-EXIT.
007340     EXIT.
007350*****************************************************************
007360*    3050-ADD-DISCOUNT-BASE
007370*****************************************************************
007380 3050-ADD-DISCOUNT-BASE.
007390     IF NOT WS-BUF-CONTRACT-PRICED (WS-BUF-SUB)
007400         ADD WS-BUF-TOTAL (WS-BUF-SUB) TO WS-DISCOUNT-BASE
007410         MOVE WS-BUF-SUB TO WS-BUF-LAST-DISCOUNTED
007420     END-IF.
007430 3050-EXIT.
007440     EXIT.
007450*****************************************************************
007460*    3100-POST-LINE
007470*
007480*    A CONTRACT-PRICED LINE EARNED NO DISCOUNT.  EVERY OTHER
007490*    LINE TAKES ITS SHARE OF THE HEADER DISCOUNT, AND THE LAST
007500*    ONE TAKES WHATEVER ROUNDING HAS LEFT.
007510*****************************************************************
007520 3100-POST-LINE.
007530     MOVE WS-HDR-CUSTOMER-ID TO WS-POST-CUSTOMER-ID.
007540     MOVE WS-BUF-ITEM-NUMBER (WS-BUF-SUB)
007550         TO WS-POST-ITEM-NUMBER.
007560     MOVE WS-BUF-QUANTITY (WS-BUF-SUB) TO WS-POST-UNITS.
007570     MOVE WS-BUF-TOTAL (WS-BUF-SUB) TO WS-POST-GROSS.
007580     MOVE ZERO TO WS-POST-DISCOUNT.
007590     IF NOT WS-BUF-CONTRACT-PRICED (WS-BUF-SUB)
007600             AND WS-DISCOUNT-BASE NOT = ZERO
007610         IF WS-BUF-SUB = WS-BUF-LAST-DISCOUNTED
007620             MOVE WS-DISCOUNT-LEFT TO WS-POST-DISCOUNT
007630         ELSE
007640             COMPUTE WS-POST-DISCOUNT ROUNDED
007650                 = WS-HDR-DISCOUNT * WS-BUF-TOTAL (WS-BUF-SUB)
007660                 / WS-DISCOUNT-BASE
007670         END-IF
007680         SUBTRACT WS-POST-DISCOUNT FROM WS-DISCOUNT-LEFT
007690     END-IF.
007700     COMPUTE WS-POST-NET = WS-POST-GROSS - WS-POST-DISCOUNT.
007710     PERFORM 4000-POST-SALES-HISTORY THRU 4000-EXIT.
007720     ADD 1 TO WS-LINES-POSTED.
007730 3100-EXIT.
007740     EXIT.
007750*****************************************************************
007760*    3500-POST-CREDIT
007770*
007780*    THE CREDIT'S AMOUNTS ARE ALREADY NEGATIVE.  ITS ITEM AND
007790*    UNITS COME FROM THE ORIGINAL SALE: THE CREDIT WAS PRORATED
007800*    FROM THE SALE'S TOTAL BY RETURNED OVER SOLD QUANTITY, SO
007810*    THE SAME PROPORTION TURNS IT BACK INTO UNITS.
007820*****************************************************************
007830 3500-POST-CREDIT.
007840     MOVE INV-CUSTOMER-ID      TO WS-POST-CUSTOMER-ID.
007850     MOVE INV-TOTAL            TO WS-POST-GROSS.
007860     MOVE INV-DISCOUNT         TO WS-POST-DISCOUNT.
007870     MOVE INV-DISCOUNTED-TOTAL TO WS-POST-NET.
007880     MOVE '*NONE'              TO WS-POST-ITEM-NUMBER.
007890     MOVE ZERO                 TO WS-POST-UNITS.
007900     MOVE INV-ORIG-INVOICE     TO IVH-INVOICE-NUMBER.
007910     READ INVHIST
007920         INVALID KEY
007930             MOVE SPACES TO IVH-ITEM-NUMBER
007940     END-READ.
007950     IF IVH-ITEM-NUMBER NOT = SPACES
007960         MOVE IVH-ITEM-NUMBER TO WS-POST-ITEM-NUMBER
007970         IF IVH-TOTAL > ZERO
007980             COMPUTE WS-POST-UNITS ROUNDED
007990                 = IVH-QUANTITY * INV-TOTAL / IVH-TOTAL
008000         END-IF
008010     ELSE
008020         ADD 1 TO WS-CREDITS-NO-ITEM
008025         MOVE 'SH-0020' TO WS-LOG-MESSAGE-ID
008030         MOVE 'I' TO WS-LOG-SEVERITY
008035         MOVE SPACES TO WS-LOG-TEXT
008040         STRING 'CREDIT ' INV-INVOICE-NUMBER
008045             ' SALE ' INV-ORIG-INVOICE ' NO ITEM - *NONE'
008050             DELIMITED BY SIZE INTO WS-LOG-TEXT
008055         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
008060     END-IF.
008070     PERFORM 4000-POST-SALES-HISTORY THRU 4000-EXIT.
008080     IF WS-FATAL-ERROR
008090         GO TO 3500-EXIT
008100     END-IF.
008110     ADD 1 TO WS-CREDITS-POSTED.
008120     MOVE INV-INVOICE-NUMBER TO WS-LAST-POSTED-INVOICE.
008130     PERFORM 4500-MARK-POSTED THRU 4500-EXIT.
008140 3500-EXIT.
008150     EXIT.
008160*****************************************************************
008170*    4000-POST-SALES-HISTORY
008180*
008190*    ADDS ONE POSTING INTO ITS CUSTOMER/ITEM/MONTH RECORD,
008200*    STARTING THE RECORD IF THIS IS ITS FIRST SALE.
008210*****************************************************************
008220 4000-POST-SALES-HISTORY.
008230     MOVE WS-POST-CUSTOMER-ID TO SLH-CUSTOMER-ID.
008240     MOVE WS-POST-ITEM-NUMBER TO SLH-ITEM-NUMBER.
008250     MOVE WS-POST-MONTH       TO SLH-MONTH.
008260     MOVE 'N' TO WS-HISTORY-FOUND-SW.
008270     READ SALES-HISTORY
008280         INVALID KEY
008290             MOVE SPACES TO SLH-RECORD
008300             MOVE WS-POST-CUSTOMER-ID TO SLH-CUSTOMER-ID
008310             MOVE WS-POST-ITEM-NUMBER TO SLH-ITEM-NUMBER
008320             MOVE WS-POST-MONTH       TO SLH-MONTH
008330             MOVE ZERO TO SLH-UNITS
008340             MOVE ZERO TO SLH-GROSS
008350             MOVE ZERO TO SLH-DISCOUNT
008360             MOVE ZERO TO SLH-NET
008370         NOT INVALID KEY
008380             MOVE 'Y' TO WS-HISTORY-FOUND-SW
008390     END-READ.
008400     ADD WS-POST-UNITS    TO SLH-UNITS.
008410     ADD WS-POST-GROSS    TO SLH-GROSS.
008420     ADD WS-POST-DISCOUNT TO SLH-DISCOUNT.
008430     ADD WS-POST-NET      TO SLH-NET.
008440     MOVE WS-CYCLE-DATE   TO SLH-LAST-CYCLE.
008450     IF WS-HISTORY-FOUND
008460         REWRITE SLH-RECORD
008470             INVALID KEY
008480                 PERFORM 4900-SALESHST-FAILED THRU 4900-EXIT
008490                 GO TO 4000-EXIT
008500         END-REWRITE
008510         ADD 1 TO WS-HISTORY-UPDATED
008520     ELSE
008530         WRITE SLH-RECORD
008540             INVALID KEY
008550                 PERFORM 4900-SALESHST-FAILED THRU 4900-EXIT
008560                 GO TO 4000-EXIT
008570         END-WRITE
008580         ADD 1 TO WS-HISTORY-ADDED
008590     END-IF.
008600     ADD WS-POST-UNITS    TO WS-SUM-UNITS.
008610     ADD WS-POST-GROSS    TO WS-SUM-GROSS.
008620     ADD WS-POST-DISCOUNT TO WS-SUM-DISCOUNT.
008630     ADD WS-POST-NET      TO WS-SUM-NET.
008640 4000-EXIT.
008650     EXIT.
008660*****************************************************************
008670*    4500-MARK-POSTED
008680*
008690*    MOVES THE CONTROL RECORD UP TO THE INVOICE OR CREDIT JUST
008700*    POSTED, ONE DOCUMENT AT A TIME, SO A RUN THAT DIES PART
008710*    WAY CAN BE RERUN AND PICK UP WHERE IT STOPPED.
008720*****************************************************************
008730 4500-MARK-POSTED.
008740     MOVE SPACES TO SLC-RECORD.
008750     MOVE ZERO TO SLC-MONTH.
008760     READ SALES-HISTORY
008770         INVALID KEY
008780             PERFORM 4900-SALESHST-FAILED THRU 4900-EXIT
008790             GO TO 4500-EXIT
008800     END-READ.
008810     MOVE WS-LAST-POSTED-INVOICE TO SLC-LAST-INVOICE.
008820     MOVE WS-CYCLE-DATE          TO SLC-LAST-CYCLE.
008830     REWRITE SLC-RECORD
008840         INVALID KEY
008850             PERFORM 4900-SALESHST-FAILED THRU 4900-EXIT
008860     END-REWRITE.
008870 4500-EXIT.
008880     EXIT.
008890*****************************************************************
008900*    4900-SALESHST-FAILED
008910*
008920*    A SALESHST WRITE THAT FAILS STOPS THE RUN.  THE CONTROL
008930*    RECORD STILL NAMES THE LAST DOCUMENT FULLY POSTED.
008940*****************************************************************
008950 4900-SALESHST-FAILED.
008960     MOVE 'SH-0015' TO WS-LOG-MESSAGE-ID.
008970     MOVE 'E' TO WS-LOG-SEVERITY.
008980     MOVE SPACES TO WS-LOG-TEXT.
008990     STRING 'SALESHST UPDATE FAILED STATUS '
009000         WS-SALESHST-STATUS ' CUST '
009010         SLH-CUSTOMER-ID
009020         DELIMITED BY SIZE INTO WS-LOG-TEXT.
009030     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
009040     MOVE 'Y' TO WS-EOF-SWITCH.
009050 4900-EXIT.
009060     EXIT.
009070*****************************************************************
009080*    8000-REPORT-TOTALS
009090*****************************************************************
009100 8000-REPORT-TOTALS.
009110     IF WS-INIT-STAGE < 3
009120         GO TO 8000-EXIT
009130     END-IF.
009140     DISPLAY '==============================================='.
009150     DISPLAY 'SALES-HIST-POST - END OF RUN'.
009160     DISPLAY '  POSTED TO MONTH .......... ' WS-POST-MONTH.
009170     DISPLAY '  INVOICES POSTED .......... ' WS-INVOICES-POSTED.
009180     DISPLAY '  LINES POSTED ............. ' WS-LINES-POSTED.
009190     DISPLAY '  CREDIT MEMOS POSTED ...... ' WS-CREDITS-POSTED.
009200     DISPLAY '  CREDITS WITH NO ITEM ..... ' WS-CREDITS-NO-ITEM.
009210     DISPLAY '  ALREADY POSTED, SKIPPED .. '
009220         WS-DOCUMENTS-SKIPPED.
009230     DISPLAY '  HISTORY RECORDS ADDED .... ' WS-HISTORY-ADDED.
009240     DISPLAY '  HISTORY RECORDS UPDATED .. ' WS-HISTORY-UPDATED.
009250     DISPLAY '  UNITS .................... ' WS-SUM-UNITS.
009260     DISPLAY '  GROSS SALES .............. ' WS-SUM-GROSS.
009270     DISPLAY '  DISCOUNT ................. ' WS-SUM-DISCOUNT.
009280     DISPLAY '  NET SALES ................ ' WS-SUM-NET.
009290     DISPLAY '  LAST DOCUMENT POSTED ..... '
009300         WS-LAST-POSTED-INVOICE.
009310     DISPLAY '==============================================='.
009320     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
009330         GO TO 8000-EXIT
009340     END-IF.
009350     IF WS-DOCUMENTS-SKIPPED > ZERO
009360         MOVE 'SH-0016' TO WS-LOG-MESSAGE-ID
009370         MOVE 'I' TO WS-LOG-SEVERITY
009380         MOVE SPACES TO WS-LOG-TEXT
009390         MOVE WS-DOCUMENTS-SKIPPED TO WS-COUNT-DISPLAY
009400         STRING 'ALREADY ON SALESHST, SKIPPED: '
009410             WS-COUNT-DISPLAY
009420             DELIMITED BY SIZE INTO WS-LOG-TEXT
009430         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
009440     END-IF.
009450     IF WS-CREDITS-NO-ITEM = ZERO
009460         MOVE 'SH-0017' TO WS-LOG-MESSAGE-ID
009470         MOVE 'I' TO WS-LOG-SEVERITY
009480         MOVE SPACES TO WS-LOG-TEXT
009490         STRING 'SALES HISTORY POSTED FOR MONTH '
009500             WS-POST-MONTH
009510             DELIMITED BY SIZE INTO WS-LOG-TEXT
009520     ELSE
009530         MOVE WS-CREDITS-NO-ITEM TO WS-COUNT-DISPLAY
009540         MOVE 'SH-0018' TO WS-LOG-MESSAGE-ID
009550         MOVE 'W' TO WS-LOG-SEVERITY
009560         MOVE SPACES TO WS-LOG-TEXT
009570         STRING 'CREDITS POSTED TO ITEM *NONE: '
009580             WS-COUNT-DISPLAY
009590             DELIMITED BY SIZE INTO WS-LOG-TEXT
009600         MOVE 4 TO RETURN-CODE
009610     END-IF.
009620     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
009630 8000-EXIT.
009640     EXIT.
009650*****************************************************************
009660*    7100-WRITE-RUN-LOG
009670*
009680*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
009690*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
009700*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
009710*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
009720*****************************************************************
009730 7100-WRITE-RUN-LOG.
009740     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
009750     ACCEPT WS-LOG-TIME FROM TIME.
009760     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
009770         WS-LOG-TEXT.
009780     IF WS-LOG-SEVERITY = 'E'
009790         MOVE 'Y' TO WS-FATAL-SW
009800     END-IF.
009810     IF NOT WS-RUNLOG-OPENED
009820         GO TO 7100-EXIT
009830     END-IF.
009840     MOVE WS-LOG-DATE               TO RLG-DATE.
009850     MOVE WS-LOG-TIME               TO RLG-TIME.
009860     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
009870     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
009880     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
009890     MOVE WS-LOG-TEXT               TO RLG-TEXT.
009900     WRITE RLG-RECORD.
009910 7100-EXIT.
009920     EXIT.
009930*****************************************************************
009940*    9000-TERMINATE
009950*****************************************************************
009960 9000-TERMINATE.
009970     IF WS-INIT-STAGE NOT < 1
009980         CLOSE INVOICE-IN
009990     END-IF.
010000     IF WS-INIT-STAGE NOT < 2
010010         CLOSE INVHIST
010020     END-IF.
010030     IF WS-INIT-STAGE NOT < 3
010040         CLOSE SALES-HISTORY
010050     END-IF.
010060 9000-EXIT.
010070     EXIT.
010080*****************************************************************
010090*    9500-END-CYCLE-STEP
010100*
010110*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
010120*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
010130*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
010140*    REFUSED OR FATAL RUN ENDS 16.
010150*****************************************************************
010160 9500-END-CYCLE-STEP.
010170     MOVE RETURN-CODE TO WS-JOB-RC.
010180     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
010190         MOVE 16 TO WS-JOB-RC
010200     END-IF.
010210     IF WS-CYCLE-STARTED
010220         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
010230         READ CYCLE-CONTROL
010240             INVALID KEY
010250                 MOVE 16 TO WS-JOB-RC
010260                 MOVE 'SH-0008' TO WS-LOG-MESSAGE-ID
010270                 MOVE 'E' TO WS-LOG-SEVERITY
010280                 MOVE SPACES TO WS-LOG-TEXT
010290                 STRING 'CYCLECTL READ FAILED STATUS '
010300                     WS-CYCLECTL-STATUS
010310                     DELIMITED BY SIZE INTO WS-LOG-TEXT
010320                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
010330             NOT INVALID KEY
010340                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
010350                 ACCEPT WS-LOG-TIME FROM TIME
010360                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
010370                 MOVE WS-LOG-DATE
010380                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
010390                 MOVE WS-LOG-TIME
010400                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
010410                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
010420                 REWRITE CYC-RECORD
010430                     INVALID KEY
010440                         MOVE 16 TO WS-JOB-RC
010450                 END-REWRITE
010460         END-READ
010470     END-IF.
010480     IF WS-CYCLECTL-OPENED
010490         CLOSE CYCLE-CONTROL
010500     END-IF.
010510     MOVE 'SH-0002' TO WS-LOG-MESSAGE-ID.
010520     IF WS-JOB-RC = ZERO
010530         MOVE 'I' TO WS-LOG-SEVERITY
010540     ELSE
010550         IF WS-JOB-RC = 16
010560             MOVE 'E' TO WS-LOG-SEVERITY
010570         ELSE
010580             MOVE 'W' TO WS-LOG-SEVERITY
010590         END-IF
010600     END-IF.
010610     MOVE SPACES TO WS-LOG-TEXT.
010620     IF WS-CYCLE-REFUSED
010630         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
010640             DELIMITED BY SIZE INTO WS-LOG-TEXT
010650     ELSE
010660         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
010670             DELIMITED BY SIZE INTO WS-LOG-TEXT
010680     END-IF.
010690     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
010700     IF WS-RUNLOG-OPENED
010710         CLOSE RUNLOG-FILE
010720     END-IF.
010730     MOVE WS-JOB-RC TO RETURN-CODE.
010740 9500-EXIT.
010750     EXIT.
