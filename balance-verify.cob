000110*   INDEPENDENT PROOF OF CUST-CURRENT-BALANCE, IN THE SPIRIT    *
000120*   OF INVOICE-BALANCE.  EACH ACCOUNT'S EXPECTED BALANCE IS     *
000130*   RE-DERIVED FROM THE FILES THAT MOVE IT: INVHIST SALES       *
000138*   (IVH-DISCOUNTED-TOTAL PLUS IVH-TAX-AMOUNT) LESS THE CREDITS *
000146*   AND THEIR TAX PRORATED FROM IVH-RETURNED-QTY EXACTLY AS THE *
000154*   PRICING RUN PRORATES THEM, LESS THE PAYMENTS ON THE         *
000162*   CASHAUDT TRAIL CASH-APPLY WRITES.  ACCOUNTS WHOSE MASTER    *
000170*   BALANCE DISAGREES ARE LISTED ON THE VFYRPT EXCEPTION REPORT *
000178*   WITH THE DRIFT, AND THE STEP ENDS GRADED SO THE SCHEDULER   *
000186*   CAN PAGE SOMEONE BEFORE THE NEXT PRICING RUN TRUSTS A BAD   *
000194*   BALANCE.                                                    *
000197*                                                               *
000200*   SALES HISTORY-PURGE HAS MOVED OFF INVHIST STILL MOVED A     *
000203*   BALANCE, SO THE HISTARCH ARCHIVE IS READ ALONGSIDE INVHIST  *
000206*   AND ITS SALES ARE DERIVED THE SAME WAY.                     *
000210*                                                               *
000220*   REPAIR MODE -- THE VFYPARM CARD READING 'REPAIR' -- IS      *
000230*   OPERATOR-REQUESTED, NEVER AUTOMATIC.  IT REWRITES EACH      *
000350*                  4 = DRIFT FOUND AND REPAIRED (REPAIR MODE)   *
000360*                  8 = DRIFT FOUND, BALANCES NOT TOUCHED        *
000370*                 16 = COULD NOT READ A FILE                    *
000375*                      (ALSO WHEN CYCLECTL REFUSES THE STEP)    *
000380*                                                               *
000390*****************************************************************
000400* MAINTENANCE HISTORY
000450*                  BALANCE FROM INVHIST AND CASHAUDT, REPORTS
000460*                  DRIFT, AND OFFERS AN OPERATOR-REQUESTED
000470*                  REPAIR MODE WITH A BEFORE/AFTER AUDIT.
000473* 2026-10-15 RJH   CASHAUDT LAYOUT KEPT IN STEP WITH CASH-APPLY
000476*                  (APPLIED/UNAPPLIED SPLIT OF EACH PAYMENT).
000477* 2026-10-15 RJH   AN EARLY-PAY DISCOUNT TAKEN BY CASH-APPLY
000478*                  (CSH-DISCOUNT-TAKEN) COMES OFF THE DERIVED
000479*                  BALANCE WITH THE PAYMENT.  INVHIST LAYOUT
000480*                  KEPT IN STEP (INVOICE DUE DATE).
000481* 2026-10-15 RJH   SALES TAX.  A SALE'S TAX IS ADDED TO THE
000482*                  DERIVED BALANCE AND A PRORATED RETURN CREDIT
000483*                  TAKES ITS TAX OFF AT THE SALE'S RATE, AS THE
000484*                  PRICING RUN POSTS THEM.  INVHIST LAYOUT KEPT
000485*                  IN STEP (TAX FIELDS).
000486* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000487*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000488*                  05 (BALVERFY) AND WILL NOT PROVE A CYCLE
000489*                  UNTIL INVOICE-BALANCE AND CASH-APPLY HAVE
000490*                  FINISHED IT CLEAN.  OPERATIONAL MESSAGES GO
000491*                  TO RUNLOG WITH BV- MESSAGE IDS.
000492* 2026-10-15 RJH   SALES ARCHIVED BY HISTORY-PURGE ARE READ FROM
000493*                  HISTARCH AND DERIVED LIKE INVHIST SALES, SO
000494*                  THE PURGE DOES NOT SHOW AS DRIFT.  NO
000495*                  HISTARCH YET MEANS NOTHING ARCHIVED.
000496* ---------------------------------------------------------------
000497 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT VFYPARM-IN ASSIGN TO "VFYPARM"
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS IVH-INVOICE-NUMBER
000640         FILE STATUS IS WS-INVHIST-STATUS.
000642     SELECT HISTARCH-IN ASSIGN TO "HISTARCH"
000644         ORGANIZATION IS SEQUENTIAL
000646         FILE STATUS IS WS-HISTARCH-STATUS.
000650     SELECT CASHAUDT-IN ASSIGN TO "CASHAUDT"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CASHAUDT-STATUS.
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-OUT-STATUS.
000740     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000741     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000742         ORGANIZATION IS SEQUENTIAL
000743         FILE STATUS IS WS-CYCPARM-STATUS.
000744     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000745         ORGANIZATION IS INDEXED
000746         ACCESS MODE IS RANDOM
000747         RECORD KEY IS CYC-CYCLE-DATE
000748         FILE STATUS IS WS-CYCLECTL-STATUS.
000749     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS SEQUENTIAL
000751         FILE STATUS IS WS-RUNLOG-STATUS.
000752 DATA DIVISION.
000760 FILE SECTION.
000770 FD  VFYPARM-IN
000780     LABEL RECORDS ARE STANDARD.
001070     05  IVH-DISCOUNT-SOURCE     PIC X(10).
001080     05  IVH-RETURNED-QTY        PIC 9(07).
001090     05  IVH-ITEM-NUMBER         PIC X(06).
001095     05  IVH-DUE-DATE            PIC 9(08).
001096     05  IVH-TAX-JURISDICTION    PIC X(05).
001097     05  IVH-TAX-EXEMPT-SW       PIC X(01).
001098     05  IVH-TAX-RATE            PIC V9(05).
001099     05  IVH-TAX-AMOUNT          PIC 9(07)V99.
001100*----------------------------------------------------------------
001101*    HISTARCH -- SALES HISTORY-PURGE HAS TAKEN OFF INVHIST, EACH
001102*    CARRYING THE WHOLE INVHIST RECORD AS IT STOOD.
001103*----------------------------------------------------------------
001104 FD  HISTARCH-IN
001105     LABEL RECORDS ARE STANDARD.
001106 01  HAR-RECORD.
001107     05  HAR-ARCHIVE-DATE        PIC 9(08).
001108     05  HAR-REASON              PIC X(01).
001109         88  HAR-REASON-AGED             VALUE 'A'.
001110         88  HAR-REASON-RETURNED         VALUE 'R'.
001111     05  HAR-INVHIST-IMAGE       PIC X(108).
001112     05  FILLER                  PIC X(13).
001113 FD  CASHAUDT-IN
001114     LABEL RECORDS ARE STANDARD.
001120 01  CSH-RECORD.
001130     05  CSH-DATE                PIC 9(08).
001140     05  CSH-TIME                PIC 9(08).
001180     05  CSH-AMOUNT              PIC 9(07)V99.
001190     05  CSH-BEFORE-BALANCE      PIC S9(07)V99.
001200     05  CSH-AFTER-BALANCE       PIC S9(07)V99.
001205     05  CSH-APPLIED-AMOUNT      PIC 9(07)V99.
001210     05  CSH-UNAPPLIED-AMOUNT    PIC 9(07)V99.
001213     05  CSH-DISCOUNT-TAKEN      PIC 9(05)V99.
001216     05  FILLER                  PIC X(01).
001220 FD  VFYAUDT-OUT
001230     LABEL RECORDS ARE STANDARD.
001240 01  VFA-RECORD.
001350 FD  REPORT-OUT
001360     LABEL RECORDS ARE STANDARD.
001370 01  RPT-LINE                    PIC X(132).
001371 FD  CYCPARM-IN
001372     LABEL RECORDS ARE STANDARD.
001373 01  CYP-RECORD.
001374     05  CYP-CYCLE-DATE-X        PIC X(08).
001375     05  CYP-CYCLE-DATE REDEFINES
001376         CYP-CYCLE-DATE-X        PIC 9(08).
001377     05  CYP-RERUN-STEP          PIC X(08).
001378     05  FILLER                  PIC X(64).
001379*----------------------------------------------------------------
001380*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
001381*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
001382*----------------------------------------------------------------
001383 FD  CYCLE-CONTROL
001384     LABEL RECORDS ARE STANDARD.
001385 01  CYC-RECORD.
001386     05  CYC-CYCLE-DATE          PIC 9(08).
001387     05  CYC-STEP OCCURS 10 TIMES.
001388         10  CYC-STEP-STATUS     PIC X(01).
001389             88  CYC-STEP-NOT-RUN            VALUE SPACE.
001390             88  CYC-STEP-STARTED            VALUE 'S'.
001391             88  CYC-STEP-FINISHED           VALUE 'F'.
001392         10  CYC-STEP-START-DATE PIC 9(08).
001393         10  CYC-STEP-START-TIME PIC 9(08).
001394         10  CYC-STEP-END-DATE   PIC 9(08).
001395         10  CYC-STEP-END-TIME   PIC 9(08).
001396         10  CYC-STEP-RC         PIC 9(02).
001397         10  CYC-STEP-RUNS       PIC 9(02).
001398     05  FILLER                  PIC X(22).
001399 FD  RUNLOG-FILE
001400     LABEL RECORDS ARE STANDARD.
001401 01  RLG-RECORD.
001402     05  RLG-DATE                PIC 9(08).
001403     05  RLG-TIME                PIC 9(08).
001404     05  RLG-PROGRAM             PIC X(08).
001405     05  RLG-MESSAGE-ID          PIC X(08).
001406     05  RLG-SEVERITY            PIC X(01).
001407     05  RLG-TEXT                PIC X(44).
001408     05  FILLER                  PIC X(03).
001409 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------
001411*    MODE AND DERIVATION WORK FIELDS
001412*----------------------------------------------------------------
001420 77  WS-REPAIR-SW                PIC X(01) VALUE 'N'.
001430     88  WS-REPAIR-MODE                      VALUE 'Y'.
001440 77  WS-DERIVED-BALANCE          PIC S9(09)V99 VALUE ZERO.
001460 77  WS-DRIFT-AMOUNT             PIC S9(09)V99 VALUE ZERO.
001470 01  WS-CREDIT-TOTAL             PIC 9(07)V99  VALUE ZERO.
001480 01  WS-CREDIT-DISCOUNT          PIC 9(07)V99  VALUE ZERO.
001485 01  WS-CREDIT-TAX               PIC 9(07)V99  VALUE ZERO.
001490 01  WS-NET-AMOUNT               PIC S9(09)V99 VALUE ZERO.
001500 01  WS-CURRENT-DATE             PIC 9(8)   VALUE ZERO.
001510 01  WS-CURRENT-TIME             PIC 9(8)   VALUE ZERO.
001620 77  WS-VFYPARM-STATUS           PIC X(02) VALUE '00'.
001630 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
001640 77  WS-INVHIST-STATUS           PIC X(02) VALUE '00'.
001645 77  WS-HISTARCH-STATUS          PIC X(02) VALUE '00'.
001650 77  WS-CASHAUDT-STATUS          PIC X(02) VALUE '00'.
001660 77  WS-VFYAUDT-STATUS           PIC X(02) VALUE '00'.
001670 77  WS-REPORT-OUT-STATUS        PIC X(02) VALUE '00'.
001680 77  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
001690     88  WS-HIST-EOF                         VALUE 'Y'.
001693 77  WS-ARCH-EOF-SW              PIC X(01) VALUE 'N'.
001696     88  WS-ARCH-EOF                         VALUE 'Y'.
001700 77  WS-CASH-EOF-SW              PIC X(01) VALUE 'N'.
001710     88  WS-CASH-EOF                         VALUE 'Y'.
001720 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001790     88  WS-CUSTMAST-OPENED                  VALUE 'Y'.
001800 77  WS-INVHIST-OPENED-SW        PIC X(01) VALUE 'N'.
001810     88  WS-INVHIST-OPENED                   VALUE 'Y'.
001813 77  WS-HISTARCH-OPENED-SW       PIC X(01) VALUE 'N'.
001816     88  WS-HISTARCH-OPENED                  VALUE 'Y'.
001820 77  WS-CASHAUDT-OPENED-SW       PIC X(01) VALUE 'N'.
001830     88  WS-CASHAUDT-OPENED                  VALUE 'Y'.
001840 77  WS-VFYAUDT-OPENED-SW        PIC X(01) VALUE 'N'.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  RPT-DET-DISPOSITION     PIC X(22).
002320     05  FILLER                  PIC X(61) VALUE SPACES.
002321*----------------------------------------------------------------
002322*    CYCLE CONTROL FIELDS
002323*
002324*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
002325*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
002326*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
002327*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
002328*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
002329*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
002330*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
002331*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
002332*----------------------------------------------------------------
002333 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
002334 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
002335 77  WS-CYCLE-STEP               PIC 9(02) VALUE 05 COMP.
002336 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'BALVERFY'.
002337 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
002338 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 2 COMP.
002339 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
002340 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
002341     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
002342 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
002343     88  WS-CYCLE-STARTED                    VALUE 'Y'.
002344 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
002345     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
002346 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
002347 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
002348 01  WS-CYCLE-PREREQ-VALUES.
002349     05  FILLER                  PIC X(10) VALUE '01INVBAL  '.
002350     05  FILLER                  PIC X(10) VALUE '04CASHAPPL'.
002351 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
002352     05  WS-CYCLE-PREREQ OCCURS 2 TIMES.
002353         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
002354         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
002355*----------------------------------------------------------------
002356*    RUN LOG AND RETURN CODE FIELDS
002357*
002358*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
002359*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
002360*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
002361*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
002362*    THE RUN FATAL AND FORCES RETURN CODE 16.
002363*----------------------------------------------------------------
002364 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
002365 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
002366     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
002367 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
002368     88  WS-FATAL-ERROR                      VALUE 'Y'.
002369 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
002370 01  WS-LOG-DATE                 PIC 9(08).
002371 01  WS-LOG-TIME                 PIC 9(08).
002372 01  WS-LOG-MESSAGE-ID           PIC X(08).
002373 01  WS-LOG-SEVERITY             PIC X(01).
002374 01  WS-LOG-TEXT                 PIC X(44).
002375 PROCEDURE DIVISION.
002376*****************************************************************
002377*    0000-MAINLINE
002378*****************************************************************
002379 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     IF NOT WS-ABORT-RUN
002400         SORT SORT-WORK
002460     END-IF.
002470     PERFORM 7000-GRADE-RETURN-CODE THRU 7000-EXIT.
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002485     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
002490     STOP RUN.
002500*****************************************************************
002510*    1000-INITIALIZE
002560*    ELSE, OR NO CARD AT ALL, MEANS REPORT ONLY.
002570*****************************************************************
002580 1000-INITIALIZE.
002581     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
002582     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
002583     IF WS-CYCLE-REFUSED
002584         MOVE 'Y' TO WS-ABORT-SW
002585         GO TO 1000-EXIT
002586     END-IF.
002590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002600     OPEN INPUT VFYPARM-IN.
002610     IF WS-VFYPARM-STATUS = '35'
002620         CONTINUE
002630     ELSE
002640         IF WS-VFYPARM-STATUS NOT = '00'
002643             MOVE 'BV-0011' TO WS-LOG-MESSAGE-ID
002646             MOVE 'E' TO WS-LOG-SEVERITY
002649             MOVE SPACES TO WS-LOG-TEXT
002652             STRING 'UNABLE TO OPEN VFYPARM STATUS '
002655                 WS-VFYPARM-STATUS
002658                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002661             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002670             MOVE 'Y' TO WS-ABORT-SW
002680             GO TO 1000-EXIT
002690         END-IF
002730             NOT AT END
002740                 IF PRM-MODE-REPAIR
002750                     MOVE 'Y' TO WS-REPAIR-SW
002755                     MOVE 'BV-0012' TO WS-LOG-MESSAGE-ID
002760                     MOVE 'W' TO WS-LOG-SEVERITY
002765                     MOVE 'REPAIR MODE REQUESTED BY OPERATOR'
002770                         TO WS-LOG-TEXT
002775                     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002780                 END-IF
002790         END-READ
002800         CLOSE VFYPARM-IN
002850         OPEN INPUT CUSTMAST
002860     END-IF.
002870     IF WS-CUSTMAST-STATUS NOT = '00'
002873         MOVE 'BV-0013' TO WS-LOG-MESSAGE-ID
002876         MOVE 'E' TO WS-LOG-SEVERITY
002879         MOVE SPACES TO WS-LOG-TEXT
002882         STRING 'UNABLE TO OPEN CUSTMAST STATUS '
002885             WS-CUSTMAST-STATUS
002888             DELIMITED BY SIZE INTO WS-LOG-TEXT
002891         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002900         MOVE 'Y' TO WS-ABORT-SW
002910         GO TO 1000-EXIT
002920     END-IF.
002930     MOVE 'Y' TO WS-CUSTMAST-OPENED-SW.
002940     OPEN INPUT INVHIST.
002950     IF WS-INVHIST-STATUS NOT = '00'
002953         MOVE 'BV-0014' TO WS-LOG-MESSAGE-ID
002956         MOVE 'E' TO WS-LOG-SEVERITY
002959         MOVE SPACES TO WS-LOG-TEXT
002962         STRING 'UNABLE TO OPEN INVHIST STATUS '
002965             WS-INVHIST-STATUS
002968             DELIMITED BY SIZE INTO WS-LOG-TEXT
002971         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002980         MOVE 'Y' TO WS-ABORT-SW
002990         GO TO 1000-EXIT
003000     END-IF.
003010     MOVE 'Y' TO WS-INVHIST-OPENED-SW.
003011     OPEN INPUT HISTARCH-IN.
003012     IF WS-HISTARCH-STATUS = '35'
003013         MOVE 'Y' TO WS-ARCH-EOF-SW
003014     ELSE
003015         IF WS-HISTARCH-STATUS NOT = '00'
003016             MOVE 'BV-0021' TO WS-LOG-MESSAGE-ID
003017             MOVE 'E' TO WS-LOG-SEVERITY
003018             MOVE SPACES TO WS-LOG-TEXT
003019             STRING 'UNABLE TO OPEN HISTARCH STATUS '
003020                 WS-HISTARCH-STATUS
003021                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003022             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003023             MOVE 'Y' TO WS-ABORT-SW
003024             GO TO 1000-EXIT
003025         END-IF
003026         MOVE 'Y' TO WS-HISTARCH-OPENED-SW
003027     END-IF.
003028     OPEN INPUT CASHAUDT-IN.
003030     IF WS-CASHAUDT-STATUS = '35'
003040         MOVE 'Y' TO WS-CASH-EOF-SW
003050     ELSE
003060         IF WS-CASHAUDT-STATUS NOT = '00'
003063             MOVE 'BV-0015' TO WS-LOG-MESSAGE-ID
003066             MOVE 'E' TO WS-LOG-SEVERITY
003069             MOVE SPACES TO WS-LOG-TEXT
003072             STRING 'UNABLE TO OPEN CASHAUDT STATUS '
003075                 WS-CASHAUDT-STATUS
003078                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003081             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003090             MOVE 'Y' TO WS-ABORT-SW
003100             GO TO 1000-EXIT
003110         END-IF
003170             OPEN OUTPUT VFYAUDT-OUT
003180         END-IF
003190         IF WS-VFYAUDT-STATUS NOT = '00'
003193             MOVE 'BV-0016' TO WS-LOG-MESSAGE-ID
003196             MOVE 'E' TO WS-LOG-SEVERITY
003199             MOVE SPACES TO WS-LOG-TEXT
003202             STRING 'UNABLE TO OPEN VFYAUDT STATUS '
003205                 WS-VFYAUDT-STATUS
003208                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003211             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003220             MOVE 'Y' TO WS-ABORT-SW
003230             GO TO 1000-EXIT
003240         END-IF
003260     END-IF.
003270     OPEN OUTPUT REPORT-OUT.
003280     IF WS-REPORT-OUT-STATUS NOT = '00'
003283         MOVE 'BV-0017' TO WS-LOG-MESSAGE-ID
003286         MOVE 'E' TO WS-LOG-SEVERITY
003289         MOVE SPACES TO WS-LOG-TEXT
003292         STRING 'UNABLE TO OPEN VFYRPT STATUS '
003295             WS-REPORT-OUT-STATUS
003298             DELIMITED BY SIZE INTO WS-LOG-TEXT
003301         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003310         MOVE 'Y' TO WS-ABORT-SW
003320         GO TO 1000-EXIT
003330     END-IF.
003390         MOVE 'REPORT ONLY' TO RPT-H1-MODE
003400     END-IF.
003410 1000-EXIT.
003411     EXIT.
003412*****************************************************************
003413*    1800-BEGIN-CYCLE-STEP
003414*
003415*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
003416*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
003417*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
003418*    TO THE CONSOLE.
003419*****************************************************************
003420 1800-BEGIN-CYCLE-STEP.
003421     OPEN EXTEND RUNLOG-FILE.
003422     IF WS-RUNLOG-STATUS = '05' OR '35'
003423         OPEN OUTPUT RUNLOG-FILE
003424     END-IF.
003425     IF WS-RUNLOG-STATUS NOT = '00'
003426         DISPLAY 'BALANCE-VERIFY: UNABLE TO OPEN RUNLOG, '
003427             'STATUS = ' WS-RUNLOG-STATUS
003428             ' - LOGGING TO CONSOLE ONLY'
003429     ELSE
003430         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
003431     END-IF.
003432     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
003433     OPEN INPUT CYCPARM-IN.
003434     IF WS-CYCPARM-STATUS = '35'
003435         GO TO 1800-EXIT
003436     END-IF.
003437     IF WS-CYCPARM-STATUS NOT = '00'
003438         MOVE 'BV-0009' TO WS-LOG-MESSAGE-ID
003439         MOVE 'E' TO WS-LOG-SEVERITY
003440         MOVE SPACES TO WS-LOG-TEXT
003441         STRING 'UNABLE TO OPEN CYCPARM STATUS '
003442             WS-CYCPARM-STATUS
003443             DELIMITED BY SIZE INTO WS-LOG-TEXT
003444         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003445         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003446         GO TO 1800-EXIT
003447     END-IF.
003448     READ CYCPARM-IN
003449         AT END
003450             MOVE SPACES TO CYP-RECORD
003451     END-READ.
003452     IF CYP-CYCLE-DATE-X IS NUMERIC
003453             AND CYP-CYCLE-DATE > ZERO
003454         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
003455     ELSE
003456         IF CYP-CYCLE-DATE-X NOT = SPACES
003457             MOVE 'BV-0010' TO WS-LOG-MESSAGE-ID
003458             MOVE 'W' TO WS-LOG-SEVERITY
003459             MOVE SPACES TO WS-LOG-TEXT
003460             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
003461                 WS-CYCLE-DATE
003462                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003463             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003464         END-IF
003465     END-IF.
003466     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
003467     CLOSE CYCPARM-IN.
003468 1800-EXIT.
003469     EXIT.
003470*****************************************************************
003471*    1820-CHECK-CYCLE-STEP
003472*
003473*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
003474*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
003475*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
003476*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
003477*****************************************************************
003478 1820-CHECK-CYCLE-STEP.
003479     MOVE 'BV-0001' TO WS-LOG-MESSAGE-ID.
003480     MOVE 'I' TO WS-LOG-SEVERITY.
003481     MOVE SPACES TO WS-LOG-TEXT.
003482     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
003483         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003484     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003485     IF WS-CYCLE-REFUSED
003486         GO TO 1820-EXIT
003487     END-IF.
003488     OPEN I-O CYCLE-CONTROL.
003489     IF WS-CYCLECTL-STATUS = '05' OR '35'
003490         OPEN OUTPUT CYCLE-CONTROL
003491         IF WS-CYCLECTL-STATUS = '00'
003492             CLOSE CYCLE-CONTROL
003493             OPEN I-O CYCLE-CONTROL
003494         END-IF
003495     END-IF.
003496     IF WS-CYCLECTL-STATUS NOT = '00'
003497         MOVE 'BV-0003' TO WS-LOG-MESSAGE-ID
003498         MOVE 'E' TO WS-LOG-SEVERITY
003499         MOVE SPACES TO WS-LOG-TEXT
003500         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
003501             WS-CYCLECTL-STATUS
003502             DELIMITED BY SIZE INTO WS-LOG-TEXT
003503         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003504         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003505         GO TO 1820-EXIT
003506     END-IF.
003507     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
003508     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
003509     READ CYCLE-CONTROL
003510         INVALID KEY
003511             MOVE SPACES TO CYC-RECORD
003512             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
003513             WRITE CYC-RECORD
003514                 INVALID KEY
003515                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003516             END-WRITE
003517     END-READ.
003518     IF WS-CYCLE-REFUSED
003519         MOVE 'BV-0008' TO WS-LOG-MESSAGE-ID
003520         MOVE 'E' TO WS-LOG-SEVERITY
003521         MOVE SPACES TO WS-LOG-TEXT
003522         STRING 'CYCLECTL WRITE FAILED STATUS '
003523             WS-CYCLECTL-STATUS
003524             DELIMITED BY SIZE INTO WS-LOG-TEXT
003525         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003526         GO TO 1820-EXIT
003527     END-IF.
003528     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
003529         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
003530         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
003531     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
003532             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
003533         MOVE 'BV-0007' TO WS-LOG-MESSAGE-ID
003534         MOVE 'W' TO WS-LOG-SEVERITY
003535         MOVE SPACES TO WS-LOG-TEXT
003536         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
003537             ' REQUESTED ON CYCPARM'
003538             DELIMITED BY SIZE INTO WS-LOG-TEXT
003539         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003540     ELSE
003541         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
003542                 AND CYC-STEP-RC (WS-CYCLE-STEP)
003543                     NOT > WS-CYCLE-CLEAN-RC
003544             MOVE 'BV-0005' TO WS-LOG-MESSAGE-ID
003545             MOVE 'E' TO WS-LOG-SEVERITY
003546             MOVE SPACES TO WS-LOG-TEXT
003547             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
003548                 WS-CYCLE-DATE
003549                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003550             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003551             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003552         END-IF
003553         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
003554             MOVE 'BV-0006' TO WS-LOG-MESSAGE-ID
003555             MOVE 'E' TO WS-LOG-SEVERITY
003556             MOVE SPACES TO WS-LOG-TEXT
003557             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
003558                 'RERUN'
003559                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003560             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003561             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003562         END-IF
003563     END-IF.
003564     IF WS-CYCLE-REFUSED
003565         GO TO 1820-EXIT
003566     END-IF.
003567     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
003568     ACCEPT WS-LOG-TIME FROM TIME.
003569     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
003570         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
003571     END-IF.
003572     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
003573     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
003574     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
003575     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
003576     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
003577     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
003578     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
003579     REWRITE CYC-RECORD
003580         INVALID KEY
003581             MOVE 'BV-0008' TO WS-LOG-MESSAGE-ID
003582             MOVE 'E' TO WS-LOG-SEVERITY
003583             MOVE SPACES TO WS-LOG-TEXT
003584             STRING 'CYCLECTL REWRITE FAILED STATUS '
003585                 WS-CYCLECTL-STATUS
003586                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003587             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003588             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003589             GO TO 1820-EXIT
003590     END-REWRITE.
003591     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
003592 1820-EXIT.
003593     EXIT.
003594*****************************************************************
003595*    1830-CHECK-PREREQUISITE
003596*
003597*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
003598*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
003599*****************************************************************
003600 1830-CHECK-PREREQUISITE.
003601     IF CYC-STEP-FINISHED
003602             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003603         IF CYC-STEP-RC
003604                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003605                 NOT > WS-CYCLE-CLEAN-RC
003606             GO TO 1830-EXIT
003607         END-IF
003608     END-IF.
003609     MOVE 'BV-0004' TO WS-LOG-MESSAGE-ID.
003610     MOVE 'E' TO WS-LOG-SEVERITY.
003611     MOVE SPACES TO WS-LOG-TEXT.
003612     STRING 'PREREQUISITE '
003613         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
003614         ' HAS NOT FINISHED CLEAN'
003615         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003616     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003617     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
003618 1830-EXIT.
003619     EXIT.
003620*****************************************************************
003621*    2000-LOAD-POSTINGS
003622*
003623*    RELEASES ONE SIGNED AMOUNT PER POSTING THAT EVER MOVED A
003624*    BALANCE: EACH SALE'S DISCOUNTED TOTAL PLUS TAX LESS ITS
003625*    PRORATED RETURN CREDIT AND THE TAX ON IT, AND EACH
003626*    CASH-APPLY PAYMENT AS A NEGATIVE.  HISTORY WRITTEN BEFORE
003627*    TAX WAS CARRIED HAS NO TAX FIELDS AND ADDS NONE.  SALES ON
003628*    THE HISTARCH ARCHIVE COUNT JUST AS IF STILL ON INVHIST.
003629*****************************************************************
003630 2000-LOAD-POSTINGS.
003631     PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT
003632         UNTIL WS-HIST-EOF.
003633     PERFORM 2300-RELEASE-ARCHIVE THRU 2300-EXIT
003634         UNTIL WS-ARCH-EOF.
003635     PERFORM 2200-RELEASE-PAYMENT THRU 2200-EXIT
003636         UNTIL WS-CASH-EOF.
003637 2000-EXIT.
003638     EXIT.
003639*****************************************************************
003640*    2100-RELEASE-HISTORY
003641*****************************************************************
003642 2100-RELEASE-HISTORY.
003643     READ INVHIST
003644         AT END
003645             MOVE 'Y' TO WS-HIST-EOF-SW
003646             GO TO 2100-EXIT
003650     END-READ.
003651     PERFORM 2150-RELEASE-SALE THRU 2150-EXIT.
003652 2100-EXIT.
003653     EXIT.
003654*****************************************************************
003655*    2150-RELEASE-SALE
003656*
003657*    DERIVES AND RELEASES THE NET OF THE SALE IN IVH-RECORD.
003658*****************************************************************
003659 2150-RELEASE-SALE.
003660     MOVE IVH-DISCOUNTED-TOTAL TO WS-NET-AMOUNT.
003662     IF IVH-TAX-AMOUNT IS NUMERIC
003664         ADD IVH-TAX-AMOUNT TO WS-NET-AMOUNT
003666     END-IF.
003670     IF IVH-RETURNED-QTY > ZERO
003680             AND IVH-QUANTITY > ZERO
003690         COMPUTE WS-CREDIT-TOTAL ROUNDED
003730         COMPUTE WS-NET-AMOUNT
003740             = WS-NET-AMOUNT
003750             - (WS-CREDIT-TOTAL - WS-CREDIT-DISCOUNT)
003751         IF IVH-TAX-RATE IS NUMERIC
003752             COMPUTE WS-CREDIT-TAX ROUNDED
003753                 = (WS-CREDIT-TOTAL - WS-CREDIT-DISCOUNT)
003754                 * IVH-TAX-RATE
003755             SUBTRACT WS-CREDIT-TAX FROM WS-NET-AMOUNT
003756         END-IF
003760     END-IF.
003770     MOVE IVH-CUSTOMER-ID TO SRT-CUSTOMER-ID.
003780     MOVE WS-NET-AMOUNT   TO SRT-AMOUNT.
003790     RELEASE SRT-RECORD.
003800 2150-EXIT.
003810     EXIT.
003820*****************************************************************
003830*    2200-RELEASE-PAYMENT
003900     END-READ.
003910     MOVE CSH-CUSTOMER-ID TO SRT-CUSTOMER-ID.
003920     COMPUTE SRT-AMOUNT = ZERO - CSH-AMOUNT.
003922*    RECORDS WRITTEN BEFORE EARLY-PAY DISCOUNTS CARRY SPACES.
003924     IF CSH-DISCOUNT-TAKEN IS NUMERIC
003926         SUBTRACT CSH-DISCOUNT-TAKEN FROM SRT-AMOUNT
003928     END-IF.
003930     RELEASE SRT-RECORD.
003940 2200-EXIT.
003941     EXIT.
003942*****************************************************************
003943*    2300-RELEASE-ARCHIVE
003944*****************************************************************
003945 2300-RELEASE-ARCHIVE.
003946     READ HISTARCH-IN
003947         AT END
003948             MOVE 'Y' TO WS-ARCH-EOF-SW
003949             GO TO 2300-EXIT
003950     END-READ.
003951     MOVE HAR-INVHIST-IMAGE TO IVH-RECORD.
003952     PERFORM 2150-RELEASE-SALE THRU 2150-EXIT.
003953 2300-EXIT.
003954     EXIT.
003960*****************************************************************
003970*    3000-VERIFY-BALANCES
003980*
006210     END-IF.
006220     IF WS-ACCOUNTS-DRIFTED = ZERO
006230             AND WS-ORPHAN-CUSTOMERS = ZERO
006234         MOVE 'BV-0018' TO WS-LOG-MESSAGE-ID
006238         MOVE 'I' TO WS-LOG-SEVERITY
006242         MOVE 'EVERY BALANCE PROVES' TO WS-LOG-TEXT
006246         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
006250         GO TO 7000-EXIT
006260     END-IF.
006270     IF WS-REPAIR-MODE
006275         MOVE 'BV-0019' TO WS-LOG-MESSAGE-ID
006280         MOVE 'W' TO WS-LOG-SEVERITY
006285         MOVE 'DRIFT FOUND AND REPAIRED' TO WS-LOG-TEXT
006290         MOVE 4 TO RETURN-CODE
006300     ELSE
006306         MOVE 'BV-0020' TO WS-LOG-MESSAGE-ID
006312         MOVE 'W' TO WS-LOG-SEVERITY
006318         MOVE 'DRIFT FOUND - HOLD THE NEXT PRICING RUN'
006324             TO WS-LOG-TEXT
006330         MOVE 8 TO RETURN-CODE
006340     END-IF.
006345     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
006350 7000-EXIT.
006351     EXIT.
006352*****************************************************************
006353*    7100-WRITE-RUN-LOG
006354*
006355*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
006356*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
006357*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
006358*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
006359*****************************************************************
006360 7100-WRITE-RUN-LOG.
006361     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
006362     ACCEPT WS-LOG-TIME FROM TIME.
006363     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
006364         WS-LOG-TEXT.
006365     IF WS-LOG-SEVERITY = 'E'
006366         MOVE 'Y' TO WS-FATAL-SW
006367     END-IF.
006368     IF NOT WS-RUNLOG-OPENED
006369         GO TO 7100-EXIT
006370     END-IF.
006371     MOVE WS-LOG-DATE               TO RLG-DATE.
006372     MOVE WS-LOG-TIME               TO RLG-TIME.
006373     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
006374     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
006375     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
006376     MOVE WS-LOG-TEXT               TO RLG-TEXT.
006377     WRITE RLG-RECORD.
006378 7100-EXIT.
006379     EXIT.
006380*****************************************************************
006381*    9000-TERMINATE
006390*****************************************************************
006400 9000-TERMINATE.
006410     IF WS-CUSTMAST-OPENED
006440     IF WS-INVHIST-OPENED
006450         CLOSE INVHIST
006460     END-IF.
006462     IF WS-HISTARCH-OPENED
006464         CLOSE HISTARCH-IN
006466     END-IF.
006470     IF WS-CASHAUDT-OPENED
006480         CLOSE CASHAUDT-IN
006490     END-IF.
006550     END-IF.
006560 9000-EXIT.
006570     EXIT.
006580*****************************************************************
006590*    9500-END-CYCLE-STEP
006600*
006610*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
006620*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
006630*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
006640*    REFUSED OR FATAL RUN ENDS 16.
006650*****************************************************************
006660 9500-END-CYCLE-STEP.
006670     MOVE RETURN-CODE TO WS-JOB-RC.
006680     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
006690         MOVE 16 TO WS-JOB-RC
006700     END-IF.
006710     IF WS-CYCLE-STARTED
006720         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
006730         READ CYCLE-CONTROL
006740             INVALID KEY
006750                 MOVE 16 TO WS-JOB-RC
006760                 MOVE 'BV-0008' TO WS-LOG-MESSAGE-ID
006770                 MOVE 'E' TO WS-LOG-SEVERITY
006780                 MOVE SPACES TO WS-LOG-TEXT
006790                 STRING 'CYCLECTL READ FAILED STATUS '
006800                     WS-CYCLECTL-STATUS
006810                     DELIMITED BY SIZE INTO WS-LOG-TEXT
006820                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
006830             NOT INVALID KEY
006840                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
006850                 ACCEPT WS-LOG-TIME FROM TIME
006860                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
006870                 MOVE WS-LOG-DATE
006880                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
006890                 MOVE WS-LOG-TIME
006900                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
006910                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
006920                 REWRITE CYC-RECORD
006930                     INVALID KEY
006940                         MOVE 16 TO WS-JOB-RC
006950                 END-REWRITE
006960         END-READ
006970     END-IF.
006980     IF WS-CYCLECTL-OPENED
006990         CLOSE CYCLE-CONTROL
007000     END-IF.
007010     MOVE 'BV-0002' TO WS-LOG-MESSAGE-ID.
007020     IF WS-JOB-RC = ZERO
007030         MOVE 'I' TO WS-LOG-SEVERITY
007040     ELSE
007050         IF WS-JOB-RC = 16
007060             MOVE 'E' TO WS-LOG-SEVERITY
007070         ELSE
007080             MOVE 'W' TO WS-LOG-SEVERITY
007090         END-IF
007100     END-IF.
007110     MOVE SPACES TO WS-LOG-TEXT.
007120     IF WS-CYCLE-REFUSED
007130         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
007140             DELIMITED BY SIZE INTO WS-LOG-TEXT
007150     ELSE
007160         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
007170             DELIMITED BY SIZE INTO WS-LOG-TEXT
007180     END-IF.
007190     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
007200     IF WS-RUNLOG-OPENED
007210         CLOSE RUNLOG-FILE
007220     END-IF.
007230     MOVE WS-JOB-RC TO RETURN-CODE.
007240 9500-EXIT.
007250     EXIT.
