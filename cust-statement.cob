000150*   IN KEY ORDER), AND ONE FORMATTED STATEMENT PER CUSTOMER     *
000160*   GOES TO THE STMTOUT PRINT FILE WITH PAGE BREAKS, THE SAME   *
000170*   PATTERN DISCOUNT-REPORT USES.  EACH PERIOD INVOICE IS       *
000178*   LISTED WITH ITS DATE AND DISCOUNTED AMOUNT PLUS TAX; AN     *
000186*   INVOICE WITH UNITS RETURNED ALSO SHOWS A CREDIT LINE        *
000194*   PRORATED THE WAY THE PRICING RUN PRORATES CREDIT MEMOS,     *
000202*   WITH THE TAX REVERSED AT THE SALE'S OWN RATE.  THE CLOSING  *
000210*   BALANCE IS CUST-CURRENT-BALANCE AS IT STANDS ON THE         *
000220*   MASTER, AND THE BALANCE FORWARD IS DERIVED FROM IT LESS     *
000230*   THE PERIOD ACTIVITY SHOWN, SO EVERY STATEMENT TIES TO THE   *
000350*                  FROM INVHIST AND CUSTMAST, ONE STATEMENT
000360*                  PER CUSTOMER WITH BALANCE FORWARD, PERIOD
000370*                  ACTIVITY, AND CLOSING BALANCE.
000373* 2026-10-15 RJH   INVHIST LAYOUT KEPT IN STEP WITH THE PRICING
000376*                  RUN (INVOICE DUE DATE).
000377* 2026-10-15 RJH   SALES TAX.  INVOICE LINES SHOW THE AMOUNT
000378*                  BILLED INCLUDING TAX AND RETURN CREDITS TAKE
000379*                  THE TAX OFF AT THE SALE'S RATE, SO THE PERIOD
000380*                  ACTIVITY MATCHES WHAT WAS POSTED TO THE
000381*                  BALANCE.  INVHIST LAYOUT KEPT IN STEP.
000382* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000383*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000384*                  06 (CUSTSTMT) AND WILL NOT PRINT UNTIL
000385*                  BALANCE-VERIFY HAS PROVED THE CYCLE CLEAN,
000386*                  SO NO STATEMENT GOES OUT ON A DRIFTED
000387*                  BALANCE.  A FILE THAT CANNOT BE OPENED NOW
000388*                  ENDS THE STEP 16.  OPERATIONAL MESSAGES GO
000389*                  TO RUNLOG WITH CS- MESSAGE IDS.
000390* 2026-10-15 RJH   EACH STATEMENT NOW CARRIES THE ACCOUNT'S
000391*                  BILL-TO ADDRESS FROM THE NEW CUSTADDR FILE
000392*                  UNDER THE CUSTOMER LINE, READY FOR A WINDOW
000393*                  ENVELOPE.  AN ACCOUNT WITH NO BILL-TO IS
000394*                  FLAGGED ON ITS STATEMENT, COUNTED, AND ENDS
000395*                  THE STEP 4.
000396* ---------------------------------------------------------------
000397 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STMTPARM-IN ASSIGN TO "STMTPARM"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-STMT-OUT-STATUS.
000580     SELECT SORT-WORK ASSIGN TO "SORTWK01".
000581     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000582         ORGANIZATION IS SEQUENTIAL
000583         FILE STATUS IS WS-CYCPARM-STATUS.
000584     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000585         ORGANIZATION IS INDEXED
000586         ACCESS MODE IS RANDOM
000587         RECORD KEY IS CYC-CYCLE-DATE
000588         FILE STATUS IS WS-CYCLECTL-STATUS.
000589     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000590         ORGANIZATION IS SEQUENTIAL
000591         FILE STATUS IS WS-RUNLOG-STATUS.
000592     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS RANDOM
000595         RECORD KEY IS CAD-KEY
000596         FILE STATUS IS WS-CUSTADDR-STATUS.
000597 DATA DIVISION.
000600 FILE SECTION.
000610 FD  STMTPARM-IN
000620     LABEL RECORDS ARE STANDARD.
000920     05  IVH-DISCOUNT-SOURCE     PIC X(10).
000930     05  IVH-RETURNED-QTY        PIC 9(07).
000940     05  IVH-ITEM-NUMBER         PIC X(06).
000945     05  IVH-DUE-DATE            PIC 9(08).
000946     05  IVH-TAX-JURISDICTION    PIC X(05).
000947     05  IVH-TAX-EXEMPT-SW       PIC X(01).
000948     05  IVH-TAX-RATE            PIC V9(05).
000949     05  IVH-TAX-AMOUNT          PIC 9(07)V99.
000950 SD  SORT-WORK.
000960 01  SRT-RECORD.
000970     05  SRT-CUSTOMER-ID         PIC X(05).
001030     05  SRT-DISCOUNTED-TOTAL    PIC 9(07)V99.
001040     05  SRT-RETURNED-QTY        PIC 9(07).
001050     05  SRT-ITEM-NUMBER         PIC X(06).
001053     05  SRT-TAX-RATE            PIC V9(05).
001056     05  SRT-TAX-AMOUNT          PIC 9(07)V99.
001060 FD  STMT-OUT
001070     LABEL RECORDS ARE STANDARD.
001080 01  STM-LINE                    PIC X(132).
001081*----------------------------------------------------------------
001082*    CUSTADDR -- CUSTOMER ADDRESSES, MAINTAINED BY CUSTMAST-MAINT.
001083*    THE STATEMENT GOES TO THE BILL-TO (TYPE 'B', BLANK CODE).
001084*----------------------------------------------------------------
001085 FD  CUSTADDR
001086     LABEL RECORDS ARE STANDARD.
001087 01  CAD-RECORD.
001088     05  CAD-KEY.
001089         10  CAD-CUST-ID         PIC X(05).
001090         10  CAD-ADDRESS-TYPE    PIC X(01).
001091         10  CAD-SHIP-TO-CODE    PIC X(03).
001092     05  CAD-ADDRESS.
001093         10  CAD-NAME            PIC X(30).
001094         10  CAD-LINE-1          PIC X(30).
001095         10  CAD-LINE-2          PIC X(30).
001096         10  CAD-CITY            PIC X(20).
001097         10  CAD-STATE           PIC X(02).
001098         10  CAD-POSTAL-CODE     PIC X(10).
001099     05  FILLER                  PIC X(29).
001100 FD  CYCPARM-IN
001101     LABEL RECORDS ARE STANDARD.
001102 01  CYP-RECORD.
001103     05  CYP-CYCLE-DATE-X        PIC X(08).
001104     05  CYP-CYCLE-DATE REDEFINES
001105         CYP-CYCLE-DATE-X        PIC 9(08).
001106     05  CYP-RERUN-STEP          PIC X(08).
001107     05  FILLER                  PIC X(64).
001108*----------------------------------------------------------------
001109*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
001110*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
001111*----------------------------------------------------------------
001112 FD  CYCLE-CONTROL
001113     LABEL RECORDS ARE STANDARD.
001114 01  CYC-RECORD.
001115     05  CYC-CYCLE-DATE          PIC 9(08).
001116     05  CYC-STEP OCCURS 10 TIMES.
001117         10  CYC-STEP-STATUS     PIC X(01).
001118             88  CYC-STEP-NOT-RUN            VALUE SPACE.
001119             88  CYC-STEP-STARTED            VALUE 'S'.
001120             88  CYC-STEP-FINISHED           VALUE 'F'.
001121         10  CYC-STEP-START-DATE PIC 9(08).
001122         10  CYC-STEP-START-TIME PIC 9(08).
001123         10  CYC-STEP-END-DATE   PIC 9(08).
001124         10  CYC-STEP-END-TIME   PIC 9(08).
001125         10  CYC-STEP-RC         PIC 9(02).
001126         10  CYC-STEP-RUNS       PIC 9(02).
001127     05  FILLER                  PIC X(22).
001128 FD  RUNLOG-FILE
001129     LABEL RECORDS ARE STANDARD.
001130 01  RLG-RECORD.
001131     05  RLG-DATE                PIC 9(08).
001132     05  RLG-TIME                PIC 9(08).
001133     05  RLG-PROGRAM             PIC X(08).
001134     05  RLG-MESSAGE-ID          PIC X(08).
001135     05  RLG-SEVERITY            PIC X(01).
001136     05  RLG-TEXT                PIC X(44).
001137     05  FILLER                  PIC X(03).
001138 WORKING-STORAGE SECTION.
001139*----------------------------------------------------------------
001140*    STATEMENT PERIOD SELECTION FIELDS
001141*----------------------------------------------------------------
001142 77  WS-STMT-MONTH               PIC 9(06)  VALUE ZERO.
001143 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001150 01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
001160     05  WS-CURRENT-YYYYMM       PIC 9(06).
001170     05  WS-CURRENT-DD           PIC 9(02).
001290 01  WS-CREDIT-TOTAL             PIC 9(07)V99  VALUE ZERO.
001300 01  WS-CREDIT-DISCOUNT          PIC 9(07)V99  VALUE ZERO.
001310 01  WS-CREDIT-NET               PIC S9(08)V99 VALUE ZERO.
001313 01  WS-CREDIT-TAX               PIC 9(07)V99  VALUE ZERO.
001316 01  WS-INVOICE-AMOUNT           PIC S9(08)V99 VALUE ZERO.
001320*----------------------------------------------------------------
001321*    BILL-TO ADDRESS BLOCK, PRINTED UNDER THE CUSTOMER LINE.  A
001322*    BLANK SECOND LINE IS DROPPED SO THE BLOCK CLOSES UP.
001323*----------------------------------------------------------------
001324 01  WS-ADDRESS-BLOCK.
001325     05  WS-ADDRESS-LINE         PIC X(40) OCCURS 4 TIMES.
001326 77  WS-ADDRESS-LINES            PIC 9(01)  VALUE ZERO COMP.
001327 77  WS-ADDRESS-SUB              PIC 9(01)  VALUE ZERO COMP.
001328*----------------------------------------------------------------
001330*    PAGE CONTROL FIELDS
001340*----------------------------------------------------------------
001350 77  WS-PAGE-NUMBER              PIC 9(05)  VALUE ZERO COMP.
001420 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
001430 77  WS-INVHIST-STATUS           PIC X(02) VALUE '00'.
001440 77  WS-STMT-OUT-STATUS          PIC X(02) VALUE '00'.
001445 77  WS-CUSTADDR-STATUS          PIC X(02) VALUE '00'.
001450 77  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
001460     88  WS-HIST-EOF                         VALUE 'Y'.
001470 77  WS-SORT-EOF-SW              PIC X(01) VALUE 'N'.
001560     88  WS-INVHIST-OPENED                   VALUE 'Y'.
001570 77  WS-STMT-OPENED-SW           PIC X(01) VALUE 'N'.
001580     88  WS-STMT-OPENED                      VALUE 'Y'.
001583 77  WS-CUSTADDR-OPENED-SW       PIC X(01) VALUE 'N'.
001586     88  WS-CUSTADDR-OPENED                  VALUE 'Y'.
001590*----------------------------------------------------------------
001600*    CONTROL TOTAL ACCUMULATORS
001610*----------------------------------------------------------------
001630 77  WS-STATEMENTS-PRINTED       PIC 9(7)   VALUE ZERO COMP.
001640 77  WS-ACCOUNTS-SKIPPED         PIC 9(7)   VALUE ZERO COMP.
001650 77  WS-ORPHAN-CUSTOMERS         PIC 9(7)   VALUE ZERO COMP.
001655 77  WS-NO-BILL-TO               PIC 9(7)   VALUE ZERO COMP.
001660*----------------------------------------------------------------
001670*    PRINT LINE LAYOUTS
001680*----------------------------------------------------------------
002120     05  STM-TOT-LABEL           PIC X(20).
002130     05  FILLER                  PIC X(21) VALUE SPACES.
002140     05  STM-TOT-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
002142     05  FILLER                  PIC X(76) VALUE SPACES.
002144 01  STM-ADDRESS-LINE.
002146     05  FILLER                  PIC X(16) VALUE SPACES.
002148     05  STM-ADDR-TEXT           PIC X(40).
002150     05  FILLER                  PIC X(76) VALUE SPACES.
002151*----------------------------------------------------------------
002152*    CYCLE CONTROL FIELDS
002153*
002154*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
002155*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
002156*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
002157*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
002158*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
002159*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
002160*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
002161*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
002162*----------------------------------------------------------------
002163 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
002164 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
002165 77  WS-CYCLE-STEP               PIC 9(02) VALUE 06 COMP.
002166 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'CUSTSTMT'.
002167 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
002168 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 1 COMP.
002169 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
002170 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
002171     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
002172 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
002173     88  WS-CYCLE-STARTED                    VALUE 'Y'.
002174 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
002175     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
002176 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
002177 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
002178 01  WS-CYCLE-PREREQ-VALUES.
002179     05  FILLER                  PIC X(10) VALUE '05BALVERFY'.
002180 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
002181     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
002182         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
002183         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
002184*----------------------------------------------------------------
002185*    RUN LOG AND RETURN CODE FIELDS
002186*
002187*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
002188*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
002189*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
002190*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
002191*    THE RUN FATAL AND FORCES RETURN CODE 16.
002192*----------------------------------------------------------------
002193 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
002194 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
002195     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
002196 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
002197     88  WS-FATAL-ERROR                      VALUE 'Y'.
002198 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
002199 01  WS-LOG-DATE                 PIC 9(08).
002200 01  WS-LOG-TIME                 PIC 9(08).
002201 01  WS-LOG-MESSAGE-ID           PIC X(08).
002202 01  WS-LOG-SEVERITY             PIC X(01).
002203 01  WS-LOG-TEXT                 PIC X(44).
002204 01  WS-LOG-COUNT                PIC 9(07).
002205 PROCEDURE DIVISION.
002206*****************************************************************
002207*    0000-MAINLINE
002208*****************************************************************
002209 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     IF NOT WS-ABORT-RUN
002230         SORT SORT-WORK
002310     END-IF.
002320     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002335     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
002340     STOP RUN.
002350*****************************************************************
002360*    1000-INITIALIZE
002370*****************************************************************
002380 1000-INITIALIZE.
002381     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
002382     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
002383     IF WS-CYCLE-REFUSED
002384         MOVE 'Y' TO WS-ABORT-SW
002385         GO TO 1000-EXIT
002386     END-IF.
002390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002400     MOVE WS-CURRENT-YYYYMM TO WS-STMT-MONTH.
002410     OPEN INPUT STMTPARM-IN.
002420     IF WS-STMTPARM-STATUS = '35'
002423         MOVE 'CS-0011' TO WS-LOG-MESSAGE-ID
002426         MOVE 'I' TO WS-LOG-SEVERITY
002429         MOVE SPACES TO WS-LOG-TEXT
002432         STRING 'NO STMTPARM CARD - USING MONTH '
002435             WS-STMT-MONTH
002438             DELIMITED BY SIZE INTO WS-LOG-TEXT
002441         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002450     ELSE
002460         IF WS-STMTPARM-STATUS NOT = '00'
002463             MOVE 'CS-0012' TO WS-LOG-MESSAGE-ID
002466             MOVE 'E' TO WS-LOG-SEVERITY
002469             MOVE SPACES TO WS-LOG-TEXT
002472             STRING 'UNABLE TO OPEN STMTPARM STATUS '
002475                 WS-STMTPARM-STATUS
002478                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002481             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002490             MOVE 'Y' TO WS-ABORT-SW
002500             GO TO 1000-EXIT
002510         END-IF
002520         READ STMTPARM-IN
002530             AT END
002533                 MOVE 'CS-0013' TO WS-LOG-MESSAGE-ID
002536                 MOVE 'I' TO WS-LOG-SEVERITY
002539                 MOVE SPACES TO WS-LOG-TEXT
002542                 STRING 'STMTPARM IS EMPTY - USING MONTH '
002545                     WS-STMT-MONTH
002548                     DELIMITED BY SIZE INTO WS-LOG-TEXT
002551                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002560             NOT AT END
002570                 IF PRM-STMT-MONTH-X IS NUMERIC
002580                         AND PRM-STMT-MONTH > ZERO
002590                     MOVE PRM-STMT-MONTH TO WS-STMT-MONTH
002600                 ELSE
002606                     MOVE 'CS-0014' TO WS-LOG-MESSAGE-ID
002612                     MOVE 'W' TO WS-LOG-SEVERITY
002618                     MOVE SPACES TO WS-LOG-TEXT
002624                     STRING 'STMTPARM MONTH NOT NUMERIC - USING '
002630                         WS-STMT-MONTH
002633                         DELIMITED BY SIZE INTO WS-LOG-TEXT
002636                     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002640                 END-IF
002650         END-READ
002660         CLOSE STMTPARM-IN
002670     END-IF.
002680     OPEN INPUT CUSTMAST.
002690     IF WS-CUSTMAST-STATUS NOT = '00'
002693         MOVE 'CS-0015' TO WS-LOG-MESSAGE-ID
002696         MOVE 'E' TO WS-LOG-SEVERITY
002699         MOVE SPACES TO WS-LOG-TEXT
002702         STRING 'UNABLE TO OPEN CUSTMAST STATUS '
002705             WS-CUSTMAST-STATUS
002708             DELIMITED BY SIZE INTO WS-LOG-TEXT
002711         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002720         MOVE 'Y' TO WS-ABORT-SW
002730         GO TO 1000-EXIT
002740     END-IF.
002750     MOVE 'Y' TO WS-CUSTMAST-OPENED-SW.
002760     OPEN INPUT INVHIST.
002770     IF WS-INVHIST-STATUS NOT = '00'
002773         MOVE 'CS-0016' TO WS-LOG-MESSAGE-ID
002776         MOVE 'E' TO WS-LOG-SEVERITY
002779         MOVE SPACES TO WS-LOG-TEXT
002782         STRING 'UNABLE TO OPEN INVHIST STATUS '
002785             WS-INVHIST-STATUS
002788             DELIMITED BY SIZE INTO WS-LOG-TEXT
002791         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002800         MOVE 'Y' TO WS-ABORT-SW
002810         GO TO 1000-EXIT
002820     END-IF.
002830     MOVE 'Y' TO WS-INVHIST-OPENED-SW.
002840     OPEN OUTPUT STMT-OUT.
002850     IF WS-STMT-OUT-STATUS NOT = '00'
002853         MOVE 'CS-0017' TO WS-LOG-MESSAGE-ID
002856         MOVE 'E' TO WS-LOG-SEVERITY
002859         MOVE SPACES TO WS-LOG-TEXT
002862         STRING 'UNABLE TO OPEN STMTOUT STATUS '
002865             WS-STMT-OUT-STATUS
002868             DELIMITED BY SIZE INTO WS-LOG-TEXT
002871         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002880         MOVE 'Y' TO WS-ABORT-SW
002890         GO TO 1000-EXIT
002900     END-IF.
002910     MOVE 'Y' TO WS-STMT-OPENED-SW.
002911     OPEN INPUT CUSTADDR.
002912     IF WS-CUSTADDR-STATUS = '05' OR '35'
002913         MOVE 'CS-0018' TO WS-LOG-MESSAGE-ID
002914         MOVE 'W' TO WS-LOG-SEVERITY
002915         MOVE 'NO CUSTADDR FILE - NO BILL-TO ADDRESSES'
002916             TO WS-LOG-TEXT
002917         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002918     ELSE
002919         IF WS-CUSTADDR-STATUS NOT = '00'
002920             MOVE 'CS-0019' TO WS-LOG-MESSAGE-ID
002921             MOVE 'E' TO WS-LOG-SEVERITY
002922             MOVE SPACES TO WS-LOG-TEXT
002923             STRING 'UNABLE TO OPEN CUSTADDR STATUS '
002924                 WS-CUSTADDR-STATUS
002925                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002926             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002927             MOVE 'Y' TO WS-ABORT-SW
002928             GO TO 1000-EXIT
002929         END-IF
002930         MOVE 'Y' TO WS-CUSTADDR-OPENED-SW
002931     END-IF.
002932     MOVE WS-STMT-MONTH TO STM-H1-PERIOD.
002933 1000-EXIT.
002934     EXIT.
002935*****************************************************************
002936*    1800-BEGIN-CYCLE-STEP
002937*
002938*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
002939*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
002940*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
002941*    TO THE CONSOLE.
002942*****************************************************************
002943 1800-BEGIN-CYCLE-STEP.
002944     OPEN EXTEND RUNLOG-FILE.
002945     IF WS-RUNLOG-STATUS = '05' OR '35'
002946         OPEN OUTPUT RUNLOG-FILE
002947     END-IF.
002948     IF WS-RUNLOG-STATUS NOT = '00'
002949         DISPLAY 'CUST-STATEMENT: UNABLE TO OPEN RUNLOG, '
002950             'STATUS = ' WS-RUNLOG-STATUS
002951             ' - LOGGING TO CONSOLE ONLY'
002952     ELSE
002953         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
002954     END-IF.
002955     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
002956     OPEN INPUT CYCPARM-IN.
002957     IF WS-CYCPARM-STATUS = '35'
002958         GO TO 1800-EXIT
002959     END-IF.
002960     IF WS-CYCPARM-STATUS NOT = '00'
002961         MOVE 'CS-0009' TO WS-LOG-MESSAGE-ID
002962         MOVE 'E' TO WS-LOG-SEVERITY
002963         MOVE SPACES TO WS-LOG-TEXT
002964         STRING 'UNABLE TO OPEN CYCPARM STATUS '
002965             WS-CYCPARM-STATUS
002966             DELIMITED BY SIZE INTO WS-LOG-TEXT
002967         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002968         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002969         GO TO 1800-EXIT
002970     END-IF.
002971     READ CYCPARM-IN
002972         AT END
002973             MOVE SPACES TO CYP-RECORD
002974     END-READ.
002975     IF CYP-CYCLE-DATE-X IS NUMERIC
002976             AND CYP-CYCLE-DATE > ZERO
002977         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
002978     ELSE
002979         IF CYP-CYCLE-DATE-X NOT = SPACES
002980             MOVE 'CS-0010' TO WS-LOG-MESSAGE-ID
002981             MOVE 'W' TO WS-LOG-SEVERITY
002982             MOVE SPACES TO WS-LOG-TEXT
002983             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
002984                 WS-CYCLE-DATE
002985                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002986             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002987         END-IF
002988     END-IF.
002989     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
002990     CLOSE CYCPARM-IN.
002991 1800-EXIT.
002992     EXIT.
002993*****************************************************************
002994*    1820-CHECK-CYCLE-STEP
002995*
002996*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
002997*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
002998*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
002999*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
003000*****************************************************************
003001 1820-CHECK-CYCLE-STEP.
003002     MOVE 'CS-0001' TO WS-LOG-MESSAGE-ID.
003003     MOVE 'I' TO WS-LOG-SEVERITY.
003004     MOVE SPACES TO WS-LOG-TEXT.
003005     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
003006         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003007     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003008     IF WS-CYCLE-REFUSED
003009         GO TO 1820-EXIT
003010     END-IF.
003011     OPEN I-O CYCLE-CONTROL.
003012     IF WS-CYCLECTL-STATUS = '05' OR '35'
003013         OPEN OUTPUT CYCLE-CONTROL
003014         IF WS-CYCLECTL-STATUS = '00'
003015             CLOSE CYCLE-CONTROL
003016             OPEN I-O CYCLE-CONTROL
003017         END-IF
003018     END-IF.
003019     IF WS-CYCLECTL-STATUS NOT = '00'
003020         MOVE 'CS-0003' TO WS-LOG-MESSAGE-ID
003021         MOVE 'E' TO WS-LOG-SEVERITY
003022         MOVE SPACES TO WS-LOG-TEXT
003023         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
003024             WS-CYCLECTL-STATUS
003025             DELIMITED BY SIZE INTO WS-LOG-TEXT
003026         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003027         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003028         GO TO 1820-EXIT
003029     END-IF.
003030     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
003031     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
003032     READ CYCLE-CONTROL
003033         INVALID KEY
003034             MOVE SPACES TO CYC-RECORD
003035             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
003036             WRITE CYC-RECORD
003037                 INVALID KEY
003038                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003039             END-WRITE
003040     END-READ.
003041     IF WS-CYCLE-REFUSED
003042         MOVE 'CS-0008' TO WS-LOG-MESSAGE-ID
003043         MOVE 'E' TO WS-LOG-SEVERITY
003044         MOVE SPACES TO WS-LOG-TEXT
003045         STRING 'CYCLECTL WRITE FAILED STATUS '
003046             WS-CYCLECTL-STATUS
003047             DELIMITED BY SIZE INTO WS-LOG-TEXT
003048         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003049         GO TO 1820-EXIT
003050     END-IF.
003051     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
003052         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
003053         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
003054     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
003055             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
003056         MOVE 'CS-0007' TO WS-LOG-MESSAGE-ID
003057         MOVE 'W' TO WS-LOG-SEVERITY
003058         MOVE SPACES TO WS-LOG-TEXT
003059         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
003060             ' REQUESTED ON CYCPARM'
003061             DELIMITED BY SIZE INTO WS-LOG-TEXT
003062         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003063     ELSE
003064         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
003065                 AND CYC-STEP-RC (WS-CYCLE-STEP)
003066                     NOT > WS-CYCLE-CLEAN-RC
003067             MOVE 'CS-0005' TO WS-LOG-MESSAGE-ID
003068             MOVE 'E' TO WS-LOG-SEVERITY
003069             MOVE SPACES TO WS-LOG-TEXT
003070             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
003071                 WS-CYCLE-DATE
003072                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003073             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003074             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003075         END-IF
003076         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
003077             MOVE 'CS-0006' TO WS-LOG-MESSAGE-ID
003078             MOVE 'E' TO WS-LOG-SEVERITY
003079             MOVE SPACES TO WS-LOG-TEXT
003080             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
003081                 'RERUN'
003082                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003083             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003084             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003085         END-IF
003086     END-IF.
003087     IF WS-CYCLE-REFUSED
003088         GO TO 1820-EXIT
003089     END-IF.
003090     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
003091     ACCEPT WS-LOG-TIME FROM TIME.
003092     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
003093         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
003094     END-IF.
003095     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
003096     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
003097     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
003098     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
003099     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
003100     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
003101     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
003102     REWRITE CYC-RECORD
003103         INVALID KEY
003104             MOVE 'CS-0008' TO WS-LOG-MESSAGE-ID
003105             MOVE 'E' TO WS-LOG-SEVERITY
003106             MOVE SPACES TO WS-LOG-TEXT
003107             STRING 'CYCLECTL REWRITE FAILED STATUS '
003108                 WS-CYCLECTL-STATUS
003109                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003110             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003111             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003112             GO TO 1820-EXIT
003113     END-REWRITE.
003114     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
003115 1820-EXIT.
003116     EXIT.
003117*****************************************************************
003118*    1830-CHECK-PREREQUISITE
003119*
003120*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
003121*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
003122*****************************************************************
003123 1830-CHECK-PREREQUISITE.
003124     IF CYC-STEP-FINISHED
003125             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003126         IF CYC-STEP-RC
003127                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003128                 NOT > WS-CYCLE-CLEAN-RC
003129             GO TO 1830-EXIT
003130         END-IF
003131     END-IF.
003132     MOVE 'CS-0004' TO WS-LOG-MESSAGE-ID.
003133     MOVE 'E' TO WS-LOG-SEVERITY.
003134     MOVE SPACES TO WS-LOG-TEXT.
003135     STRING 'PREREQUISITE '
003136         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
003137         ' HAS NOT FINISHED CLEAN'
003138         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003139     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003140     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
003141 1830-EXIT.
003142     EXIT.
003143*****************************************************************
003144*    2000-SELECT-HISTORY
003145*
003146*    RELEASES THE INVOICES DATED IN THE STATEMENT MONTH TO THE
003147*    SORT, IN CUSTOMER SEQUENCE.
003148*****************************************************************
003149 2000-SELECT-HISTORY.
003150     PERFORM 2100-RELEASE-HISTORY THRU 2100-EXIT
003151         UNTIL WS-HIST-EOF.
003152 2000-EXIT.
003153     EXIT.
003154*****************************************************************
003155*    2100-RELEASE-HISTORY
003156*****************************************************************
003157 2100-RELEASE-HISTORY.
003158     READ INVHIST
003159         AT END
003160             MOVE 'Y' TO WS-HIST-EOF-SW
003161             GO TO 2100-EXIT
003162     END-READ.
003163     MOVE IVH-DATE TO WS-IVH-DATE.
003164     IF WS-IVH-YYYYMM NOT = WS-STMT-MONTH
003170         GO TO 2100-EXIT
003180     END-IF.
003190     MOVE IVH-CUSTOMER-ID     TO SRT-CUSTOMER-ID.
003250     MOVE IVH-DISCOUNTED-TOTAL TO SRT-DISCOUNTED-TOTAL.
003260     MOVE IVH-RETURNED-QTY    TO SRT-RETURNED-QTY.
003270     MOVE IVH-ITEM-NUMBER     TO SRT-ITEM-NUMBER.
003271     MOVE ZERO                TO SRT-TAX-RATE.
003272     MOVE ZERO                TO SRT-TAX-AMOUNT.
003273     IF IVH-TAX-AMOUNT IS NUMERIC
003274             AND IVH-TAX-RATE IS NUMERIC
003275         MOVE IVH-TAX-RATE    TO SRT-TAX-RATE
003276         MOVE IVH-TAX-AMOUNT  TO SRT-TAX-AMOUNT
003277     END-IF.
003280     RELEASE SRT-RECORD.
003290     ADD 1 TO WS-HISTORY-SELECTED.
003300 2100-EXIT.
003880     MOVE CUST-ID   TO STM-CUST-ID.
003890     MOVE CUST-NAME TO STM-CUST-NAME.
003900     MOVE SPACES    TO STM-CUST-NOTE.
003905     PERFORM 3250-LOAD-BILL-TO THRU 3250-EXIT.
003910     PERFORM 3400-START-STATEMENT-PAGE THRU 3400-EXIT.
003920     PERFORM 3500-PRINT-ACTIVITY-LINE THRU 3500-EXIT
003930         UNTIL WS-SORT-EOF
003980     PERFORM 3600-PRINT-BALANCES THRU 3600-EXIT.
003990     ADD 1 TO WS-STATEMENTS-PRINTED.
004000 3200-EXIT.
004001     EXIT.
004002*****************************************************************
004003*    3250-LOAD-BILL-TO
004004*
004005*    BUILDS THE ADDRESS BLOCK FROM THE ACCOUNT'S BILL-TO.  WITH
004006*    NONE ON FILE THE STATEMENT STILL PRINTS, FLAGGED, SO IT IS
004007*    NOT MAILED BLIND.
004008*****************************************************************
004009 3250-LOAD-BILL-TO.
004010     MOVE SPACES TO WS-ADDRESS-BLOCK.
004011     MOVE ZERO TO WS-ADDRESS-LINES.
004012     IF WS-CUSTADDR-OPENED
004013         MOVE CUST-ID TO CAD-CUST-ID
004014         MOVE 'B'     TO CAD-ADDRESS-TYPE
004015         MOVE SPACES  TO CAD-SHIP-TO-CODE
004016         READ CUSTADDR
004017             INVALID KEY
004018                 CONTINUE
004019             NOT INVALID KEY
004020                 PERFORM 3260-FORMAT-ADDRESS THRU 3260-EXIT
004021                 GO TO 3250-EXIT
004022         END-READ
004023     END-IF.
004024     ADD 1 TO WS-NO-BILL-TO.
004025     MOVE 1 TO WS-ADDRESS-LINES.
004026     MOVE '*NO BILL-TO ADDRESS ON FILE*' TO WS-ADDRESS-LINE (1).
004027 3250-EXIT.
004028     EXIT.
004029*****************************************************************
004030*    3260-FORMAT-ADDRESS
004031*****************************************************************
004032 3260-FORMAT-ADDRESS.
004033     MOVE 1 TO WS-ADDRESS-LINES.
004034     MOVE CAD-NAME TO WS-ADDRESS-LINE (1).
004035     ADD 1 TO WS-ADDRESS-LINES.
004036     MOVE CAD-LINE-1 TO WS-ADDRESS-LINE (WS-ADDRESS-LINES).
004037     IF CAD-LINE-2 NOT = SPACES
004038         ADD 1 TO WS-ADDRESS-LINES
004039         MOVE CAD-LINE-2 TO WS-ADDRESS-LINE (WS-ADDRESS-LINES)
004040     END-IF.
004041     ADD 1 TO WS-ADDRESS-LINES.
004042     STRING CAD-CITY DELIMITED BY '  '
004043         ' ' CAD-STATE '  ' CAD-POSTAL-CODE
004044         DELIMITED BY SIZE
004045         INTO WS-ADDRESS-LINE (WS-ADDRESS-LINES).
004046 3260-EXIT.
004047     EXIT.
004048*****************************************************************
004049*    3300-ORPHAN-STATEMENT
004050*
004051*    PERIOD ACTIVITY FOR A CUSTOMER WITH NO MASTER RECORD --
004060*    AN OVERRIDDEN ORDER FOR AN UNKNOWN ACCOUNT CAN INVOICE
004070*    WITHOUT ONE.  THE ACTIVITY IS PRINTED AND FLAGGED; THERE
004080*    IS NO MASTER BALANCE TO TIE TO.
004130     MOVE ZERO TO WS-STMT-LINES.
004140     MOVE SRT-CUSTOMER-ID TO STM-CUST-ID.
004150     MOVE SPACES          TO STM-CUST-NAME.
004153     MOVE SPACES          TO WS-ADDRESS-BLOCK.
004156     MOVE ZERO            TO WS-ADDRESS-LINES.
004160     MOVE 'CUSTOMER NOT ON MASTER'
004170                          TO STM-CUST-NOTE.
004180     PERFORM 3400-START-STATEMENT-PAGE THRU 3400-EXIT.
004450     END-IF.
004460     WRITE STM-LINE FROM STM-CUSTOMER-LINE
004470         AFTER ADVANCING 2 LINES.
004472     PERFORM 3450-PRINT-ADDRESS-LINE THRU 3450-EXIT
004474         VARYING WS-ADDRESS-SUB FROM 1 BY 1
004476         UNTIL WS-ADDRESS-SUB > WS-ADDRESS-LINES.
004480     WRITE STM-LINE FROM STM-HEADING-2
004490         AFTER ADVANCING 2 LINES.
004500     MOVE SPACES TO STM-LINE.
004510     WRITE STM-LINE AFTER ADVANCING 1 LINE.
004520     MOVE 6 TO WS-LINE-NUMBER.
004525     ADD WS-ADDRESS-LINES TO WS-LINE-NUMBER.
004530 3400-EXIT.
004531     EXIT.
004532*****************************************************************
004533*    3450-PRINT-ADDRESS-LINE
004534*****************************************************************
004535 3450-PRINT-ADDRESS-LINE.
004536     MOVE WS-ADDRESS-LINE (WS-ADDRESS-SUB) TO STM-ADDR-TEXT.
004537     WRITE STM-LINE FROM STM-ADDRESS-LINE
004538         AFTER ADVANCING 1 LINE.
004539 3450-EXIT.
004540     EXIT.
004550*****************************************************************
004560*    3500-PRINT-ACTIVITY-LINE
004580*    ONE LINE PER PERIOD INVOICE; AN INVOICE WITH UNITS
004590*    RETURNED ALSO SHOWS THE CREDIT, PRORATED FROM THE SALE'S
004600*    OWN HISTORY EXACTLY AS THE PRICING RUN PRORATES CREDIT
004610*    MEMOS.  AMOUNTS INCLUDE SALES TAX, AS BILLED.
004620*****************************************************************
004630 3500-PRINT-ACTIVITY-LINE.
004640     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
004680     MOVE SRT-INVOICE-NUMBER   TO STM-DET-INVOICE.
004690     MOVE 'INVOICE'            TO STM-DET-TYPE.
004700     MOVE SRT-QUANTITY         TO STM-DET-QUANTITY.
004705     COMPUTE WS-INVOICE-AMOUNT
004710         = SRT-DISCOUNTED-TOTAL + SRT-TAX-AMOUNT.
004715     MOVE WS-INVOICE-AMOUNT    TO STM-DET-AMOUNT.
004720     WRITE STM-LINE FROM STM-DETAIL-LINE
004730         AFTER ADVANCING 1 LINE.
004740     ADD 1 TO WS-LINE-NUMBER.
004750     ADD 1 TO WS-STMT-LINES.
004760     ADD WS-INVOICE-AMOUNT     TO WS-STMT-ACTIVITY.
004770     IF SRT-RETURNED-QTY > ZERO
004780         PERFORM 3550-PRINT-CREDIT-LINE THRU 3550-EXIT
004790     END-IF.
004900         = SRT-DISCOUNT * SRT-RETURNED-QTY / SRT-QUANTITY.
004910     COMPUTE WS-CREDIT-NET
004920         = WS-CREDIT-TOTAL - WS-CREDIT-DISCOUNT.
004922     COMPUTE WS-CREDIT-TAX ROUNDED
004924         = WS-CREDIT-NET * SRT-TAX-RATE.
004926     ADD WS-CREDIT-TAX TO WS-CREDIT-NET.
004930     IF WS-LINE-NUMBER NOT < WS-LINES-PER-PAGE
004940         PERFORM 3400-START-STATEMENT-PAGE THRU 3400-EXIT
004950     END-IF.
005470 3950-EXIT.
005480     EXIT.
005490*****************************************************************
005491*    7100-WRITE-RUN-LOG
005492*
005493*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
005494*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
005495*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
005496*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
005497*****************************************************************
005498 7100-WRITE-RUN-LOG.
005499     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
005500     ACCEPT WS-LOG-TIME FROM TIME.
005501     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
005502         WS-LOG-TEXT.
005503     IF WS-LOG-SEVERITY = 'E'
005504         MOVE 'Y' TO WS-FATAL-SW
005505     END-IF.
005506     IF NOT WS-RUNLOG-OPENED
005507         GO TO 7100-EXIT
005508     END-IF.
005509     MOVE WS-LOG-DATE               TO RLG-DATE.
005510     MOVE WS-LOG-TIME               TO RLG-TIME.
005511     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
005512     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
005513     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
005514     MOVE WS-LOG-TEXT               TO RLG-TEXT.
005515     WRITE RLG-RECORD.
005516 7100-EXIT.
005517     EXIT.
005518*****************************************************************
005519*    8000-PRINT-CONTROL-TOTALS
005520*****************************************************************
005521 8000-PRINT-CONTROL-TOTALS.
005530     DISPLAY '==============================================='.
005540     DISPLAY 'CUST-STATEMENT - END OF RUN CONTROL TOTALS'.
005550     DISPLAY '  STATEMENT MONTH .......... ' WS-STMT-MONTH.
005610         WS-ACCOUNTS-SKIPPED.
005620     DISPLAY '  CUSTOMERS NOT ON MASTER .. '
005630         WS-ORPHAN-CUSTOMERS.
005633     DISPLAY '  STATEMENTS WITH NO BILL-TO '
005636         WS-NO-BILL-TO.
005640     DISPLAY '==============================================='.
005641     IF WS-NO-BILL-TO > ZERO
005642         MOVE 'CS-0020' TO WS-LOG-MESSAGE-ID
005643         MOVE 'W' TO WS-LOG-SEVERITY
005644         MOVE WS-NO-BILL-TO TO WS-LOG-COUNT
005645         MOVE SPACES TO WS-LOG-TEXT
005646         STRING WS-LOG-COUNT ' STATEMENTS HAVE NO BILL-TO ADDRESS'
005647             DELIMITED BY SIZE INTO WS-LOG-TEXT
005648         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005649         MOVE 4 TO RETURN-CODE
005650     END-IF.
005651 8000-EXIT.
005660     EXIT.
005670*****************************************************************
005680*    9000-TERMINATE
005760     END-IF.
005770     IF WS-STMT-OPENED
005780         CLOSE STMT-OUT
005782     END-IF.
005784     IF WS-CUSTADDR-OPENED
005786         CLOSE CUSTADDR
005790     END-IF.
005800 9000-EXIT.
005810     EXIT.
005820*****************************************************************
005830*    9500-END-CYCLE-STEP
005840*
005850*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
005860*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
005870*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
005880*    REFUSED OR FATAL RUN ENDS 16.
005890*****************************************************************
005900 9500-END-CYCLE-STEP.
005910     MOVE RETURN-CODE TO WS-JOB-RC.
005920     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
005930         MOVE 16 TO WS-JOB-RC
005940     END-IF.
005950     IF WS-CYCLE-STARTED
005960         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
005970         READ CYCLE-CONTROL
005980             INVALID KEY
005990                 MOVE 16 TO WS-JOB-RC
006000                 MOVE 'CS-0008' TO WS-LOG-MESSAGE-ID
006010                 MOVE 'E' TO WS-LOG-SEVERITY
006020                 MOVE SPACES TO WS-LOG-TEXT
006030                 STRING 'CYCLECTL READ FAILED STATUS '
006040                     WS-CYCLECTL-STATUS
006050                     DELIMITED BY SIZE INTO WS-LOG-TEXT
006060                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
006070             NOT INVALID KEY
006080                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
006090                 ACCEPT WS-LOG-TIME FROM TIME
006100                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
006110                 MOVE WS-LOG-DATE
006120                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
006130                 MOVE WS-LOG-TIME
006140                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
006150                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
006160                 REWRITE CYC-RECORD
006170                     INVALID KEY
006180                         MOVE 16 TO WS-JOB-RC
006190                 END-REWRITE
006200         END-READ
006210     END-IF.
006220     IF WS-CYCLECTL-OPENED
006230         CLOSE CYCLE-CONTROL
006240     END-IF.
006250     MOVE 'CS-0002' TO WS-LOG-MESSAGE-ID.
006260     IF WS-JOB-RC = ZERO
006270         MOVE 'I' TO WS-LOG-SEVERITY
006280     ELSE
006290         IF WS-JOB-RC = 16
006300             MOVE 'E' TO WS-LOG-SEVERITY
006310         ELSE
006320             MOVE 'W' TO WS-LOG-SEVERITY
006330         END-IF
006340     END-IF.
006350     MOVE SPACES TO WS-LOG-TEXT.
006360     IF WS-CYCLE-REFUSED
006370         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
006380             DELIMITED BY SIZE INTO WS-LOG-TEXT
006390     ELSE
006400         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
006410             DELIMITED BY SIZE INTO WS-LOG-TEXT
006420     END-IF.
006430     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
006440     IF WS-RUNLOG-OPENED
006450         CLOSE RUNLOG-FILE
006460     END-IF.
006470     MOVE WS-JOB-RC TO RETURN-CODE.
006480 9500-EXIT.
006490     EXIT.
