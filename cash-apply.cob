000260*                    COLS  6-13  PAYMENT DATE YYYYMMDD          *
000270*                    COLS 14-21  CHECK REFERENCE                *
000280*                    COLS 22-30  AMOUNT 9(07)V99                *
000281*                    COLS 31-65  UP TO FIVE INVOICE NUMBERS     *
000282*                                9(07) BEING PAID (BLANK = NONE)*
000283*                                                               *
000284*   EACH NAMED INVOICE MUST BE AN OPEN ITEM ON OPENITEM FOR     *
000285*   THE SAME CUSTOMER.  A NAMED CREDIT MEMO IS TAKEN FIRST AND  *
000286*   ADDS TO THE MONEY AVAILABLE; THE MONEY IS THEN APPLIED TO   *
000287*   THE NAMED INVOICES IN THE ORDER KEYED, EACH UP TO ITS OPEN  *
000288*   AMOUNT, SO A SHORT PAY LEAVES THE LAST INVOICE PART OPEN.   *
000289*   WHATEVER IS LEFT OVER IS HELD AS UNAPPLIED CASH ON ACCOUNT  *
000290*   ON UNAPCASH, KEYED BY CUSTOMER AND CHECK REFERENCE.         *
000291*                                                               *
000292*   AN INVOICE PAID IN FULL ON OR BEFORE THE LAST DISCOUNT DAY  *
000293*   OF ITS TERMS (OPI-DISC-DATE) IS CLOSED FOR ITS OPEN AMOUNT  *
000294*   LESS THE EARLY-PAY DISCOUNT.  THE DISCOUNT TAKEN COMES OFF  *
000295*   THE CUSTOMER BALANCE WITH THE CASH.                         *
000296*                                                               *
000297*   RETURN CODES:  0 = EVERY PAYMENT APPLIED                    *
000298*                  4 = PAYMENTS SUSPENDED TO CASHSUSP -- WORK   *
000299*                      THE CASH DESK'S LIST                     *
000300*                 16 = COULD NOT OPEN A FILE, OR CYCLECTL       *
000301*                      REFUSED THE STEP                         *
000302*                                                               *
000303*****************************************************************
000310* MAINTENANCE HISTORY
000320* ---------------------------------------------------------------
000330* DATE       BY    DESCRIPTION
000370*                  SUSPENSE FILE FOR UNMATCHED OR OVER-APPLIED
000380*                  PAYMENTS AND A CASHAUDT BEFORE/AFTER BALANCE
000390*                  AUDIT TRAIL.
000391* 2026-10-15 RJH   INVOICE-LEVEL CASH APPLICATION.  THE PAYMENT
000392*                  RECORD NOW NAMES THE INVOICES BEING PAID AND
000393*                  THE CHECK IS APPLIED AGAINST THEIR OPEN ITEMS
000394*                  ON OPENITEM, PART-PAYING WHERE THE MONEY
000395*                  RUNS SHORT.  MONEY NOT MATCHED TO AN OPEN
000396*                  INVOICE IS HELD ON THE NEW UNAPCASH FILE AS
000397*                  UNAPPLIED CASH ON ACCOUNT.  A NAMED INVOICE
000398*                  NOT OPEN FOR THE CUSTOMER SUSPENDS THE
000399*                  PAYMENT (NEW REASON P4).  CASHAUDT NOW
000400*                  CARRIES THE APPLIED AND UNAPPLIED SPLIT.
000401* 2026-10-15 RJH   EARLY-PAY DISCOUNT.  AN INVOICE PAID IN FULL
000402*                  INSIDE THE DISCOUNT WINDOW OF ITS TERMS IS
000403*                  CLOSED NET OF THE DISCOUNT.  THE DISCOUNT IS
000404*                  TAKEN OFF THE CUSTOMER BALANCE, CARRIED ON
000405*                  CASHAUDT (CSH-DISCOUNT-TAKEN) AND TOTALLED.
000406* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000407*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000408*                  04 (CASHAPPL) AND WILL NOT APPLY THE SAME
000409*                  CYCLE'S PAYMENTS TWICE.  THE STEP NOW ENDS 4
000410*                  WHEN ANY PAYMENT IS SUSPENDED.  OPERATIONAL
000411*                  MESSAGES GO TO RUNLOG WITH CA- MESSAGE IDS.
000412* ---------------------------------------------------------------
000413 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PAYMENTS-IN ASSIGN TO "PAYMENTS"
000550     SELECT CASHAUDT-OUT ASSIGN TO "CASHAUDT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-CASHAUDT-STATUS.
000571     SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS OPI-INVOICE-NUMBER
000575         FILE STATUS IS WS-OPENITEM-STATUS.
000576     SELECT UNAPPLIED-CASH ASSIGN TO "UNAPCASH"
000577         ORGANIZATION IS INDEXED
000578         ACCESS MODE IS RANDOM
000579         RECORD KEY IS UAC-KEY
000580         FILE STATUS IS WS-UNAPCASH-STATUS.
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
000592 DATA DIVISION.
000593 FILE SECTION.
000600 FD  PAYMENTS-IN
000610     LABEL RECORDS ARE STANDARD.
000620 01  PAY-RECORD.
000680     05  PAY-AMOUNT-X            PIC X(09).
000690     05  PAY-AMOUNT REDEFINES
000700         PAY-AMOUNT-X            PIC 9(07)V99.
000703     05  PAY-INVOICE-LIST.
000706         10  PAY-INVOICE-X       PIC X(07) OCCURS 5 TIMES.
000709     05  PAY-INVOICE-LIST-N REDEFINES PAY-INVOICE-LIST.
000712         10  PAY-INVOICE         PIC 9(07) OCCURS 5 TIMES.
000715     05  FILLER                  PIC X(15).
000720 FD  CUSTMAST
000730     LABEL RECORDS ARE STANDARD.
000740 01  CUST-RECORD.
000890         88  CSP-REASON-UNKNOWN-CUST     VALUE 'P1'.
000900         88  CSP-REASON-BAD-FIELDS       VALUE 'P2'.
000910         88  CSP-REASON-OVER-APPLIED     VALUE 'P3'.
000915         88  CSP-REASON-NOT-OPEN         VALUE 'P4'.
000920     05  CSP-REASON-TEXT         PIC X(30).
000930     05  CSP-ORIGINAL-RECORD     PIC X(80).
000940     05  CSP-ORIG-FIELDS REDEFINES CSP-ORIGINAL-RECORD.
001060     05  CSH-AMOUNT              PIC 9(07)V99.
001070     05  CSH-BEFORE-BALANCE      PIC S9(07)V99.
001080     05  CSH-AFTER-BALANCE       PIC S9(07)V99.
001081     05  CSH-APPLIED-AMOUNT      PIC 9(07)V99.
001082     05  CSH-UNAPPLIED-AMOUNT    PIC 9(07)V99.
001083     05  CSH-DISCOUNT-TAKEN      PIC 9(05)V99.
001084     05  FILLER                  PIC X(01).
001085 FD  OPEN-ITEMS
001086     LABEL RECORDS ARE STANDARD.
001087 01  OPI-RECORD.
001088     05  OPI-INVOICE-NUMBER      PIC 9(07).
001089     05  OPI-CUSTOMER-ID         PIC X(05).
001090     05  OPI-ITEM-TYPE           PIC X(01).
001091         88  OPI-TYPE-INVOICE            VALUE 'I'.
001092         88  OPI-TYPE-CREDIT             VALUE 'C'.
001093     05  OPI-INVOICE-DATE        PIC 9(08).
001094     05  OPI-ORIGINAL-AMOUNT     PIC S9(07)V99.
001095     05  OPI-OPEN-AMOUNT         PIC S9(07)V99.
001096     05  OPI-ORIG-INVOICE        PIC 9(07).
001097     05  OPI-LAST-PAY-DATE       PIC 9(08).
001098     05  OPI-LAST-CHECK-REF      PIC X(08).
001099     05  OPI-DUE-DATE            PIC 9(08).
001100     05  OPI-DISC-DATE           PIC 9(08).
001101     05  OPI-DISC-PCT            PIC V999.
001102     05  OPI-DUNNING-LEVEL       PIC 9(01).
001103     05  OPI-LAST-DUNNING-DATE   PIC 9(08).
001104     05  FILLER                  PIC X(10).
001105*----------------------------------------------------------------
001106*    UNAPPLIED CASH ON ACCOUNT.  ONE RECORD PER CUSTOMER AND
001107*    CHECK; A SECOND PAYMENT UNDER THE SAME CHECK REFERENCE
001108*    ADDS TO THE RECORD ALREADY THERE.
001109*----------------------------------------------------------------
001110 FD  UNAPPLIED-CASH
001111     LABEL RECORDS ARE STANDARD.
001112 01  UAC-RECORD.
001113     05  UAC-KEY.
001114         10  UAC-CUSTOMER-ID     PIC X(05).
001115         10  UAC-CHECK-REF       PIC X(08).
001116     05  UAC-PAYMENT-DATE        PIC 9(08).
001117     05  UAC-AMOUNT              PIC S9(07)V99.
001118     05  UAC-LAST-DATE           PIC 9(08).
001119     05  FILLER                  PIC X(42).
001120 FD  CYCPARM-IN
001121     LABEL RECORDS ARE STANDARD.
001122 01  CYP-RECORD.
001123     05  CYP-CYCLE-DATE-X        PIC X(08).
001124     05  CYP-CYCLE-DATE REDEFINES
001125         CYP-CYCLE-DATE-X        PIC 9(08).
001126     05  CYP-RERUN-STEP          PIC X(08).
001127     05  FILLER                  PIC X(64).
001128*----------------------------------------------------------------
001129*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
001130*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
001131*----------------------------------------------------------------
001132 FD  CYCLE-CONTROL
001133     LABEL RECORDS ARE STANDARD.
001134 01  CYC-RECORD.
001135     05  CYC-CYCLE-DATE          PIC 9(08).
001136     05  CYC-STEP OCCURS 10 TIMES.
001137         10  CYC-STEP-STATUS     PIC X(01).
001138             88  CYC-STEP-NOT-RUN            VALUE SPACE.
001139             88  CYC-STEP-STARTED            VALUE 'S'.
001140             88  CYC-STEP-FINISHED           VALUE 'F'.
001141         10  CYC-STEP-START-DATE PIC 9(08).
001142         10  CYC-STEP-START-TIME PIC 9(08).
001143         10  CYC-STEP-END-DATE   PIC 9(08).
001144         10  CYC-STEP-END-TIME   PIC 9(08).
001145         10  CYC-STEP-RC         PIC 9(02).
001146         10  CYC-STEP-RUNS       PIC 9(02).
001147     05  FILLER                  PIC X(22).
001148 FD  RUNLOG-FILE
001149     LABEL RECORDS ARE STANDARD.
001150 01  RLG-RECORD.
001151     05  RLG-DATE                PIC 9(08).
001152     05  RLG-TIME                PIC 9(08).
001153     05  RLG-PROGRAM             PIC X(08).
001154     05  RLG-MESSAGE-ID          PIC X(08).
001155     05  RLG-SEVERITY            PIC X(01).
001156     05  RLG-TEXT                PIC X(44).
001157     05  FILLER                  PIC X(03).
001158 WORKING-STORAGE SECTION.
001159*----------------------------------------------------------------
001160*    CURRENT-PAYMENT WORKING FIELDS
001161*----------------------------------------------------------------
001162 01  WS-CURRENT-DATE             PIC 9(8).
001163 01  WS-CURRENT-TIME             PIC 9(8).
001164 01  WS-BEFORE-BALANCE           PIC S9(07)V99 VALUE ZERO.
001165*----------------------------------------------------------------
001166*    OPEN-ITEM APPLICATION FIELDS
001167*
001168*    WS-CASH-REMAINING IS THE MONEY STILL TO BE PLACED: THE
001169*    CHECK PLUS ANY CREDIT MEMOS TAKEN, LESS WHAT HAS GONE TO
001170*    INVOICES SO FAR.  WHAT IS LEFT AT THE END IS UNAPPLIED.
001171*----------------------------------------------------------------
001172 01  WS-CASH-REMAINING           PIC S9(09)V99 VALUE ZERO.
001173 01  WS-APPLY-AMOUNT             PIC S9(09)V99 VALUE ZERO.
001174 01  WS-PAY-APPLIED              PIC S9(09)V99 VALUE ZERO.
001175 01  WS-PAY-UNAPPLIED            PIC S9(09)V99 VALUE ZERO.
001176 01  WS-PAY-DISCOUNT             PIC S9(09)V99 VALUE ZERO.
001177 01  WS-DISCOUNT-AMOUNT          PIC S9(09)V99 VALUE ZERO.
001178 01  WS-NET-DUE                  PIC S9(09)V99 VALUE ZERO.
001179 77  WS-INV-SUB                  PIC 9(03)  VALUE ZERO COMP.
001180 77  WS-MAX-PAY-INVOICES         PIC 9(03)  VALUE 5 COMP.
001181*----------------------------------------------------------------
001182*    PAYMENT VALIDATION FIELDS
001190*----------------------------------------------------------------
001200 77  WS-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001210     88  WS-PAYMENT-VALID                    VALUE 'Y'.
001290 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
001300 77  WS-CASHSUSP-STATUS          PIC X(02) VALUE '00'.
001310 77  WS-CASHAUDT-STATUS          PIC X(02) VALUE '00'.
001313 77  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
001316 77  WS-UNAPCASH-STATUS          PIC X(02) VALUE '00'.
001320 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001330     88  WS-EOF-YES                          VALUE 'Y'.
001340     88  WS-EOF-NO                           VALUE 'N'.
001380*    ONLY CLOSES FILES THAT WERE ACTUALLY OPENED.
001390*      0 = NOTHING OPENED YET          3 = + CASHSUSP OPENED
001400*      1 = PAYMENTS OPENED             4 = + CASHAUDT OPENED
001406*      2 = + CUSTMAST OPENED           5 = + OPENITEM OPENED
001412*                                      6 = + UNAPCASH OPENED
001420*----------------------------------------------------------------
001430 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
001440*----------------------------------------------------------------
001490 77  WS-PAYMENTS-SUSPENDED       PIC 9(7)    VALUE ZERO COMP.
001500 77  WS-AMOUNT-APPLIED           PIC S9(9)V99 VALUE ZERO.
001510 77  WS-AMOUNT-SUSPENDED         PIC S9(9)V99 VALUE ZERO.
001511 77  WS-INVOICES-CLOSED          PIC 9(7)    VALUE ZERO COMP.
001512 77  WS-INVOICES-PART-PAID       PIC 9(7)    VALUE ZERO COMP.
001513 77  WS-CREDITS-TAKEN            PIC 9(7)    VALUE ZERO COMP.
001514 77  WS-AMOUNT-TO-ITEMS          PIC S9(9)V99 VALUE ZERO.
001515 77  WS-AMOUNT-UNAPPLIED         PIC S9(9)V99 VALUE ZERO.
001516 77  WS-DISCOUNTS-TAKEN          PIC 9(7)    VALUE ZERO COMP.
001517 77  WS-AMOUNT-DISCOUNTED        PIC S9(9)V99 VALUE ZERO.
001518 77  WS-SUSPENDED-DISPLAY        PIC 9(7).
001519*----------------------------------------------------------------
001520*    CYCLE CONTROL FIELDS
001521*
001522*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
001523*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
001524*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
001525*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
001526*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
001527*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
001528*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
001529*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
001530*----------------------------------------------------------------
001531 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
001532 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
001533 77  WS-CYCLE-STEP               PIC 9(02) VALUE 04 COMP.
001534 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'CASHAPPL'.
001535 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
001536 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 0 COMP.
001537 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
001538 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
001539     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
001540 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
001541     88  WS-CYCLE-STARTED                    VALUE 'Y'.
001542 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
001543     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
001544 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
001545 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
001546 01  WS-CYCLE-PREREQ-VALUES.
001547     05  FILLER                  PIC X(10) VALUE SPACES.
001548 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
001549     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
001550         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
001551         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
001552*----------------------------------------------------------------
001553*    RUN LOG AND RETURN CODE FIELDS
001554*
001555*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
001556*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
001557*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
001558*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
001559*    THE RUN FATAL AND FORCES RETURN CODE 16.
001560*----------------------------------------------------------------
001561 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001562 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
001563     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
001564 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
001565     88  WS-FATAL-ERROR                      VALUE 'Y'.
001566 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
001567 01  WS-LOG-DATE                 PIC 9(08).
001568 01  WS-LOG-TIME                 PIC 9(08).
001569 01  WS-LOG-MESSAGE-ID           PIC X(08).
001570 01  WS-LOG-SEVERITY             PIC X(01).
001571 01  WS-LOG-TEXT                 PIC X(44).
001572 PROCEDURE DIVISION.
001573*****************************************************************
001574*    0000-MAINLINE
001575*****************************************************************
001576 0000-MAINLINE.
001577     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
001590         UNTIL WS-EOF-YES.
001600     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001615     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
001620     STOP RUN.
001630*****************************************************************
001640*    1000-INITIALIZE
001650*****************************************************************
001660 1000-INITIALIZE.
001661     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
001662     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
001663     IF WS-CYCLE-REFUSED
001664         MOVE 'Y' TO WS-EOF-SWITCH
001665         GO TO 1000-EXIT
001666     END-IF.
001670     OPEN INPUT PAYMENTS-IN.
001680     IF WS-PAYMENTS-STATUS NOT = '00'
001683         MOVE 'CA-0011' TO WS-LOG-MESSAGE-ID
001686         MOVE 'E' TO WS-LOG-SEVERITY
001689         MOVE SPACES TO WS-LOG-TEXT
001692         STRING 'UNABLE TO OPEN PAYMENTS STATUS '
001695             WS-PAYMENTS-STATUS
001698             DELIMITED BY SIZE INTO WS-LOG-TEXT
001701         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001710         MOVE 'Y' TO WS-EOF-SWITCH
001720         GO TO 1000-EXIT
001730     END-IF.
001740     MOVE 1 TO WS-INIT-STAGE.
001750     OPEN I-O CUSTMAST.
001760     IF WS-CUSTMAST-STATUS NOT = '00'
001763         MOVE 'CA-0012' TO WS-LOG-MESSAGE-ID
001766         MOVE 'E' TO WS-LOG-SEVERITY
001769         MOVE SPACES TO WS-LOG-TEXT
001772         STRING 'UNABLE TO OPEN CUSTMAST STATUS '
001775             WS-CUSTMAST-STATUS
001778             DELIMITED BY SIZE INTO WS-LOG-TEXT
001781         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001790         MOVE 'Y' TO WS-EOF-SWITCH
001800         GO TO 1000-EXIT
001810     END-IF.
001820     MOVE 2 TO WS-INIT-STAGE.
001830     OPEN OUTPUT CASHSUSP-OUT.
001840     IF WS-CASHSUSP-STATUS NOT = '00'
001843         MOVE 'CA-0013' TO WS-LOG-MESSAGE-ID
001846         MOVE 'E' TO WS-LOG-SEVERITY
001849         MOVE SPACES TO WS-LOG-TEXT
001852         STRING 'UNABLE TO OPEN CASHSUSP STATUS '
001855             WS-CASHSUSP-STATUS
001858             DELIMITED BY SIZE INTO WS-LOG-TEXT
001861         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001870         MOVE 'Y' TO WS-EOF-SWITCH
001880         GO TO 1000-EXIT
001890     END-IF.
001930         OPEN OUTPUT CASHAUDT-OUT
001940     END-IF.
001950     IF WS-CASHAUDT-STATUS NOT = '00'
001953         MOVE 'CA-0014' TO WS-LOG-MESSAGE-ID
001956         MOVE 'E' TO WS-LOG-SEVERITY
001959         MOVE SPACES TO WS-LOG-TEXT
001962         STRING 'UNABLE TO OPEN CASHAUDT STATUS '
001965             WS-CASHAUDT-STATUS
001968             DELIMITED BY SIZE INTO WS-LOG-TEXT
001971         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001980         MOVE 'Y' TO WS-EOF-SWITCH
001990         GO TO 1000-EXIT
002000     END-IF.
002010     MOVE 4 TO WS-INIT-STAGE.
002011*    THE PRICING RUN BUILDS OPENITEM, SO IT MUST ALREADY BE
002012*    THERE -- A PAYMENT CANNOT BE APPLIED TO INVOICES THAT WERE
002013*    NEVER OPENED.
002014     OPEN I-O OPEN-ITEMS.
002015     IF WS-OPENITEM-STATUS NOT = '00'
002016         MOVE 'CA-0015' TO WS-LOG-MESSAGE-ID
002017         MOVE 'E' TO WS-LOG-SEVERITY
002018         MOVE SPACES TO WS-LOG-TEXT
002019         STRING 'UNABLE TO OPEN OPENITEM STATUS '
002020             WS-OPENITEM-STATUS
002021             DELIMITED BY SIZE INTO WS-LOG-TEXT
002022         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002023         MOVE 'Y' TO WS-EOF-SWITCH
002024         GO TO 1000-EXIT
002025     END-IF.
002026     MOVE 5 TO WS-INIT-STAGE.
002027*    UNAPCASH IS CREATED EMPTY THE FIRST TIME AND REOPENED I-O,
002028*    SINCE A SECOND PAYMENT UNDER THE SAME CHECK HAS TO READ
002029*    THE RECORD THE FIRST ONE LEFT.
002030     OPEN I-O UNAPPLIED-CASH.
002031     IF WS-UNAPCASH-STATUS = '05' OR '35'
002032         OPEN OUTPUT UNAPPLIED-CASH
002033         IF WS-UNAPCASH-STATUS = '00'
002034             CLOSE UNAPPLIED-CASH
002035             OPEN I-O UNAPPLIED-CASH
002036         END-IF
002037     END-IF.
002038     IF WS-UNAPCASH-STATUS NOT = '00'
002039         MOVE 'CA-0016' TO WS-LOG-MESSAGE-ID
002040         MOVE 'E' TO WS-LOG-SEVERITY
002041         MOVE SPACES TO WS-LOG-TEXT
002042         STRING 'UNABLE TO OPEN UNAPCASH STATUS '
002043             WS-UNAPCASH-STATUS
002044             DELIMITED BY SIZE INTO WS-LOG-TEXT
002045         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002046         MOVE 'Y' TO WS-EOF-SWITCH
002047         GO TO 1000-EXIT
002048     END-IF.
002049     MOVE 6 TO WS-INIT-STAGE.
002050     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
002051 1000-EXIT.
002052     EXIT.
002053*****************************************************************
002054*    1800-BEGIN-CYCLE-STEP
002055*
002056*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
002057*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
002058*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
002059*    TO THE CONSOLE.
002060*****************************************************************
002061 1800-BEGIN-CYCLE-STEP.
002062     OPEN EXTEND RUNLOG-FILE.
002063     IF WS-RUNLOG-STATUS = '05' OR '35'
002064         OPEN OUTPUT RUNLOG-FILE
002065     END-IF.
002066     IF WS-RUNLOG-STATUS NOT = '00'
002067         DISPLAY 'CASH-APPLY: UNABLE TO OPEN RUNLOG, '
002068             'STATUS = ' WS-RUNLOG-STATUS
002069             ' - LOGGING TO CONSOLE ONLY'
002070     ELSE
002071         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
002072     END-IF.
002073     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
002074     OPEN INPUT CYCPARM-IN.
002075     IF WS-CYCPARM-STATUS = '35'
002076         GO TO 1800-EXIT
002077     END-IF.
002078     IF WS-CYCPARM-STATUS NOT = '00'
002079         MOVE 'CA-0009' TO WS-LOG-MESSAGE-ID
002080         MOVE 'E' TO WS-LOG-SEVERITY
002081         MOVE SPACES TO WS-LOG-TEXT
002082         STRING 'UNABLE TO OPEN CYCPARM STATUS '
002083             WS-CYCPARM-STATUS
002084             DELIMITED BY SIZE INTO WS-LOG-TEXT
002085         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002086         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002087         GO TO 1800-EXIT
002088     END-IF.
002089     READ CYCPARM-IN
002090         AT END
002091             MOVE SPACES TO CYP-RECORD
002092     END-READ.
002093     IF CYP-CYCLE-DATE-X IS NUMERIC
002094             AND CYP-CYCLE-DATE > ZERO
002095         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
002096     ELSE
002097         IF CYP-CYCLE-DATE-X NOT = SPACES
002098             MOVE 'CA-0010' TO WS-LOG-MESSAGE-ID
002099             MOVE 'W' TO WS-LOG-SEVERITY
002100             MOVE SPACES TO WS-LOG-TEXT
002101             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
002102                 WS-CYCLE-DATE
002103                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002104             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002105         END-IF
002106     END-IF.
002107     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
002108     CLOSE CYCPARM-IN.
002109 1800-EXIT.
002110     EXIT.
002111*****************************************************************
002112*    1820-CHECK-CYCLE-STEP
002113*
002114*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
002115*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
002116*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
002117*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
002118*****************************************************************
002119 1820-CHECK-CYCLE-STEP.
002120     MOVE 'CA-0001' TO WS-LOG-MESSAGE-ID.
002121     MOVE 'I' TO WS-LOG-SEVERITY.
002122     MOVE SPACES TO WS-LOG-TEXT.
002123     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
002124         DELIMITED BY SIZE INTO WS-LOG-TEXT.
002125     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
002126     IF WS-CYCLE-REFUSED
002127         GO TO 1820-EXIT
002128     END-IF.
002129     OPEN I-O CYCLE-CONTROL.
002130     IF WS-CYCLECTL-STATUS = '05' OR '35'
002131         OPEN OUTPUT CYCLE-CONTROL
002132         IF WS-CYCLECTL-STATUS = '00'
002133             CLOSE CYCLE-CONTROL
002134             OPEN I-O CYCLE-CONTROL
002135         END-IF
002136     END-IF.
002137     IF WS-CYCLECTL-STATUS NOT = '00'
002138         MOVE 'CA-0003' TO WS-LOG-MESSAGE-ID
002139         MOVE 'E' TO WS-LOG-SEVERITY
002140         MOVE SPACES TO WS-LOG-TEXT
002141         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
002142             WS-CYCLECTL-STATUS
002143             DELIMITED BY SIZE INTO WS-LOG-TEXT
002144         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002145         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002146         GO TO 1820-EXIT
002147     END-IF.
002148     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
002149     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
002150     READ CYCLE-CONTROL
002151         INVALID KEY
002152             MOVE SPACES TO CYC-RECORD
002153             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
002154             WRITE CYC-RECORD
002155                 INVALID KEY
002156                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002157             END-WRITE
002158     END-READ.
002159     IF WS-CYCLE-REFUSED
002160         MOVE 'CA-0008' TO WS-LOG-MESSAGE-ID
002161         MOVE 'E' TO WS-LOG-SEVERITY
002162         MOVE SPACES TO WS-LOG-TEXT
002163         STRING 'CYCLECTL WRITE FAILED STATUS '
002164             WS-CYCLECTL-STATUS
002165             DELIMITED BY SIZE INTO WS-LOG-TEXT
002166         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002167         GO TO 1820-EXIT
002168     END-IF.
002169     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
002170         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
002171         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
002172     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
002173             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
002174         MOVE 'CA-0007' TO WS-LOG-MESSAGE-ID
002175         MOVE 'W' TO WS-LOG-SEVERITY
002176         MOVE SPACES TO WS-LOG-TEXT
002177         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
002178             ' REQUESTED ON CYCPARM'
002179             DELIMITED BY SIZE INTO WS-LOG-TEXT
002180         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002181     ELSE
002182         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
002183                 AND CYC-STEP-RC (WS-CYCLE-STEP)
002184                     NOT > WS-CYCLE-CLEAN-RC
002185             MOVE 'CA-0005' TO WS-LOG-MESSAGE-ID
002186             MOVE 'E' TO WS-LOG-SEVERITY
002187             MOVE SPACES TO WS-LOG-TEXT
002188             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
002189                 WS-CYCLE-DATE
002190                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002191             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002192             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002193         END-IF
002194         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
002195             MOVE 'CA-0006' TO WS-LOG-MESSAGE-ID
002196             MOVE 'E' TO WS-LOG-SEVERITY
002197             MOVE SPACES TO WS-LOG-TEXT
002198             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
002199                 'RERUN'
002200                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002201             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002202             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002203         END-IF
002204     END-IF.
002205     IF WS-CYCLE-REFUSED
002206         GO TO 1820-EXIT
002207     END-IF.
002208     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
002209     ACCEPT WS-LOG-TIME FROM TIME.
002210     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
002211         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
002212     END-IF.
002213     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
002214     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
002215     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
002216     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
002217     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
002218     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
002219     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
002220     REWRITE CYC-RECORD
002221         INVALID KEY
002222             MOVE 'CA-0008' TO WS-LOG-MESSAGE-ID
002223             MOVE 'E' TO WS-LOG-SEVERITY
002224             MOVE SPACES TO WS-LOG-TEXT
002225             STRING 'CYCLECTL REWRITE FAILED STATUS '
002226                 WS-CYCLECTL-STATUS
002227                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002228             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002229             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002230             GO TO 1820-EXIT
002231     END-REWRITE.
002232     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
002233 1820-EXIT.
002234     EXIT.
002235*****************************************************************
002236*    1830-CHECK-PREREQUISITE
002237*
002238*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
002239*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
002240*****************************************************************
002241 1830-CHECK-PREREQUISITE.
002242     IF CYC-STEP-FINISHED
002243             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
002244         IF CYC-STEP-RC
002245                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
002246                 NOT > WS-CYCLE-CLEAN-RC
002247             GO TO 1830-EXIT
002248         END-IF
002249     END-IF.
002250     MOVE 'CA-0004' TO WS-LOG-MESSAGE-ID.
002251     MOVE 'E' TO WS-LOG-SEVERITY.
002252     MOVE SPACES TO WS-LOG-TEXT.
002253     STRING 'PREREQUISITE '
002254         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
002255         ' HAS NOT FINISHED CLEAN'
002256         DELIMITED BY SIZE INTO WS-LOG-TEXT.
002257     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
002258     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
002259 1830-EXIT.
002260     EXIT.
002261*****************************************************************
002262*    2000-PROCESS-PAYMENT
002263*****************************************************************
002264 2000-PROCESS-PAYMENT.
002265     PERFORM 2100-VALIDATE-PAYMENT THRU 2100-EXIT.
002266     IF WS-PAYMENT-VALID
002267         PERFORM 2200-APPLY-PAYMENT THRU 2200-EXIT
002268     END-IF.
002269     IF WS-PAYMENT-INVALID
002270         PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
002271     END-IF.
002272     PERFORM 2900-READ-PAYMENT THRU 2900-EXIT.
002273 2000-EXIT.
002274     EXIT.
002275*****************************************************************
002276*    2100-VALIDATE-PAYMENT
002277*
002278*    FIELD-LEVEL EDITS ONLY.  THE EXISTENCE AND OVER-APPLICATION
002279*    EDITS ARE MADE IN 2200-APPLY-PAYMENT, WHERE THE MASTER READ
002280*    HAPPENS ANYWAY.
002281*****************************************************************
002282 2100-VALIDATE-PAYMENT.
002283     MOVE 'Y' TO WS-VALID-SWITCH.
002284     MOVE SPACES TO WS-SUSPEND-CODE.
002290     MOVE SPACES TO WS-SUSPEND-TEXT.
002300     IF PAY-CUSTOMER-ID = SPACES
002310         MOVE 'P2' TO WS-SUSPEND-CODE
002530         MOVE 'N' TO WS-VALID-SWITCH
002540         GO TO 2100-EXIT
002550     END-IF.
002552     PERFORM 2150-EDIT-INVOICE-NUMBER THRU 2150-EXIT
002554         VARYING WS-INV-SUB FROM 1 BY 1
002556         UNTIL WS-INV-SUB > WS-MAX-PAY-INVOICES
002558             OR WS-PAYMENT-INVALID.
002560 2100-EXIT.
002561     EXIT.
002562*****************************************************************
002563*    2150-EDIT-INVOICE-NUMBER
002564*
002565*    A BLANK SLOT IS SIMPLY UNUSED.  ANYTHING ELSE MUST BE A
002566*    NON-ZERO INVOICE NUMBER.
002567*****************************************************************
002568 2150-EDIT-INVOICE-NUMBER.
002569     IF PAY-INVOICE-X (WS-INV-SUB) = SPACES
002570         GO TO 2150-EXIT
002571     END-IF.
002572     IF PAY-INVOICE-X (WS-INV-SUB) IS NOT NUMERIC
002573             OR PAY-INVOICE (WS-INV-SUB) = ZERO
002574         MOVE 'P2' TO WS-SUSPEND-CODE
002575         MOVE 'INVOICE NUMBER NOT NUMERIC' TO WS-SUSPEND-TEXT
002576         MOVE 'N' TO WS-VALID-SWITCH
002577     END-IF.
002578 2150-EXIT.
002579     EXIT.
002580*****************************************************************
002590*    2200-APPLY-PAYMENT
002600*
002820         MOVE 'N' TO WS-VALID-SWITCH
002830         GO TO 2200-EXIT
002840     END-IF.
002841     PERFORM 2250-CHECK-OPEN-ITEM THRU 2250-EXIT
002842         VARYING WS-INV-SUB FROM 1 BY 1
002843         UNTIL WS-INV-SUB > WS-MAX-PAY-INVOICES
002844             OR WS-PAYMENT-INVALID.
002845     IF WS-PAYMENT-INVALID
002846         GO TO 2200-EXIT
002847     END-IF.
002921     MOVE PAY-AMOUNT TO WS-CASH-REMAINING.
002922     MOVE ZERO TO WS-PAY-APPLIED.
002923     MOVE ZERO TO WS-PAY-DISCOUNT.
002924     PERFORM 2300-TAKE-CREDIT THRU 2300-EXIT
002925         VARYING WS-INV-SUB FROM 1 BY 1
002926         UNTIL WS-INV-SUB > WS-MAX-PAY-INVOICES.
002927     PERFORM 2400-APPLY-TO-INVOICE THRU 2400-EXIT
002928         VARYING WS-INV-SUB FROM 1 BY 1
002929         UNTIL WS-INV-SUB > WS-MAX-PAY-INVOICES.
002930     MOVE WS-CASH-REMAINING TO WS-PAY-UNAPPLIED.
002931     IF WS-PAY-UNAPPLIED > ZERO
002932         PERFORM 2500-HOLD-UNAPPLIED THRU 2500-EXIT
002933     END-IF.
002934*    THE BALANCE COMES DOWN BY THE CHECK PLUS ANY EARLY-PAY
002935*    DISCOUNT TAKEN, SO IT IS POSTED ONLY AFTER THE ITEMS.
002936     MOVE CUST-CURRENT-BALANCE TO WS-BEFORE-BALANCE.
002937     SUBTRACT PAY-AMOUNT FROM CUST-CURRENT-BALANCE.
002938     SUBTRACT WS-PAY-DISCOUNT FROM CUST-CURRENT-BALANCE.
002939     REWRITE CUST-RECORD
002940         INVALID KEY
002941             DISPLAY 'CASH-APPLY: REWRITE FAILED FOR CUST '
002942                 PAY-CUSTOMER-ID ', STATUS = ' WS-CUSTMAST-STATUS
002943     END-REWRITE.
002944     ADD 1 TO WS-PAYMENTS-APPLIED.
002945     ADD PAY-AMOUNT TO WS-AMOUNT-APPLIED.
002946     ADD WS-PAY-DISCOUNT TO WS-AMOUNT-DISCOUNTED.
002947     ADD WS-PAY-APPLIED TO WS-AMOUNT-TO-ITEMS.
002948     ADD WS-PAY-UNAPPLIED TO WS-AMOUNT-UNAPPLIED.
002950     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
002960 2200-EXIT.
002961     EXIT.
002962*****************************************************************
002963*    2250-CHECK-OPEN-ITEM
002964*
002965*    EVERY INVOICE THE REMITTANCE NAMES MUST BE ON OPENITEM FOR
002966*    THIS CUSTOMER BEFORE ANY OF THE CHECK IS POSTED -- A WRONG
002967*    NUMBER USUALLY MEANS THE CHECK WAS KEYED TO THE WRONG
002968*    ACCOUNT, AND THE CASH DESK HAS TO LOOK AT IT.  AN ITEM
002969*    ALREADY PAID IN FULL IS NOT AN ERROR; THE MONEY MEANT FOR
002970*    IT FALLS THROUGH TO UNAPPLIED CASH.
002971*****************************************************************
002972 2250-CHECK-OPEN-ITEM.
002973     IF PAY-INVOICE-X (WS-INV-SUB) = SPACES
002974         GO TO 2250-EXIT
002975     END-IF.
002976     MOVE PAY-INVOICE (WS-INV-SUB) TO OPI-INVOICE-NUMBER.
002977     READ OPEN-ITEMS
002978         INVALID KEY
002979             MOVE 'P4' TO WS-SUSPEND-CODE
002980             MOVE 'INVOICE NOT ON OPEN ITEM FILE'
002981                 TO WS-SUSPEND-TEXT
002982             MOVE 'N' TO WS-VALID-SWITCH
002983             GO TO 2250-EXIT
002984     END-READ.
002985     IF OPI-CUSTOMER-ID NOT = PAY-CUSTOMER-ID
002986         MOVE 'P4' TO WS-SUSPEND-CODE
002987         MOVE 'INVOICE BELONGS TO OTHER CUST' TO WS-SUSPEND-TEXT
002988         MOVE 'N' TO WS-VALID-SWITCH
002989     END-IF.
002990 2250-EXIT.
002991     EXIT.
002992*****************************************************************
002993*    2300-TAKE-CREDIT
002994*
002995*    A CREDIT MEMO NAMED ON THE REMITTANCE IS TAKEN IN FULL AND
002996*    ITS VALUE ADDED TO THE MONEY AVAILABLE FOR THE INVOICES.
002997*    THE CUSTOMER BALANCE ALREADY CAME DOWN WHEN THE CREDIT WAS
002998*    ISSUED, SO ONLY THE ITEMS MOVE HERE.
002999*****************************************************************
003000 2300-TAKE-CREDIT.
003001     IF PAY-INVOICE-X (WS-INV-SUB) = SPACES
003002         GO TO 2300-EXIT
003003     END-IF.
003004     MOVE PAY-INVOICE (WS-INV-SUB) TO OPI-INVOICE-NUMBER.
003005     READ OPEN-ITEMS
003006         INVALID KEY
003007             GO TO 2300-EXIT
003008     END-READ.
003009     IF NOT OPI-TYPE-CREDIT
003010             OR OPI-OPEN-AMOUNT NOT < ZERO
003011         GO TO 2300-EXIT
003012     END-IF.
003013     SUBTRACT OPI-OPEN-AMOUNT FROM WS-CASH-REMAINING.
003014     MOVE ZERO TO OPI-OPEN-AMOUNT.
003015     ADD 1 TO WS-CREDITS-TAKEN.
003016     PERFORM 2450-REWRITE-OPEN-ITEM THRU 2450-EXIT.
003017 2300-EXIT.
003018     EXIT.
003019*****************************************************************
003020*    2400-APPLY-TO-INVOICE
003021*
003022*    APPLIES WHAT IS LEFT OF THE MONEY TO ONE NAMED INVOICE, UP
003023*    TO ITS OPEN AMOUNT.  WHEN THE MONEY RUNS OUT PART WAY, THE
003024*    INVOICE STAYS OPEN FOR THE BALANCE (A SHORT PAY).
003025*
003026*    WHEN THE CHECK IS DATED ON OR BEFORE THE ITEM'S LAST
003027*    DISCOUNT DAY, THE EARLY-PAY DISCOUNT (ON THE ORIGINAL
003028*    AMOUNT) IS ALLOWED IF THE MONEY COVERS THE REST OF THE
003029*    ITEM -- A SHORT PAY EARNS NO DISCOUNT.
003030*****************************************************************
003031 2400-APPLY-TO-INVOICE.
003032     IF PAY-INVOICE-X (WS-INV-SUB) = SPACES
003033             OR WS-CASH-REMAINING NOT > ZERO
003034         GO TO 2400-EXIT
003035     END-IF.
003036     MOVE PAY-INVOICE (WS-INV-SUB) TO OPI-INVOICE-NUMBER.
003037     READ OPEN-ITEMS
003038         INVALID KEY
003039             GO TO 2400-EXIT
003040     END-READ.
003041     IF NOT OPI-TYPE-INVOICE
003042             OR OPI-OPEN-AMOUNT NOT > ZERO
003043         GO TO 2400-EXIT
003044     END-IF.
003045     MOVE ZERO TO WS-DISCOUNT-AMOUNT.
003046     IF OPI-DISC-PCT IS NUMERIC
003047             AND OPI-DISC-PCT > ZERO
003048             AND OPI-DISC-DATE IS NUMERIC
003049             AND PAY-DATE NOT > OPI-DISC-DATE
003050         COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
003051             OPI-ORIGINAL-AMOUNT * OPI-DISC-PCT
003052         IF WS-DISCOUNT-AMOUNT > OPI-OPEN-AMOUNT
003053             MOVE OPI-OPEN-AMOUNT TO WS-DISCOUNT-AMOUNT
003054         END-IF
003055     END-IF.
003056     COMPUTE WS-NET-DUE = OPI-OPEN-AMOUNT - WS-DISCOUNT-AMOUNT.
003057     IF WS-CASH-REMAINING < WS-NET-DUE
003058         MOVE WS-CASH-REMAINING TO WS-APPLY-AMOUNT
003059         MOVE ZERO TO WS-DISCOUNT-AMOUNT
003060         ADD 1 TO WS-INVOICES-PART-PAID
003061     ELSE
003062         MOVE WS-NET-DUE TO WS-APPLY-AMOUNT
003063         ADD 1 TO WS-INVOICES-CLOSED
003064     END-IF.
003065     IF WS-DISCOUNT-AMOUNT > ZERO
003066         SUBTRACT WS-DISCOUNT-AMOUNT FROM OPI-OPEN-AMOUNT
003067         ADD WS-DISCOUNT-AMOUNT TO WS-PAY-DISCOUNT
003068         ADD 1 TO WS-DISCOUNTS-TAKEN
003069     END-IF.
003070     SUBTRACT WS-APPLY-AMOUNT FROM OPI-OPEN-AMOUNT.
003071     SUBTRACT WS-APPLY-AMOUNT FROM WS-CASH-REMAINING.
003072     ADD WS-APPLY-AMOUNT TO WS-PAY-APPLIED.
003073     PERFORM 2450-REWRITE-OPEN-ITEM THRU 2450-EXIT.
003074 2400-EXIT.
003075     EXIT.
003076*****************************************************************
003077*    2450-REWRITE-OPEN-ITEM
003078*****************************************************************
003079 2450-REWRITE-OPEN-ITEM.
003080     MOVE PAY-DATE              TO OPI-LAST-PAY-DATE.
003081     MOVE PAY-CHECK-REF         TO OPI-LAST-CHECK-REF.
003082     REWRITE OPI-RECORD
003083         INVALID KEY
003084             DISPLAY 'CASH-APPLY: OPENITEM REWRITE FAILED INV '
003085                 OPI-INVOICE-NUMBER ', STATUS = '
003086                 WS-OPENITEM-STATUS
003087     END-REWRITE.
003088 2450-EXIT.
003089     EXIT.
003090*****************************************************************
003091*    2500-HOLD-UNAPPLIED
003092*
003093*    MONEY THAT MATCHED NO OPEN INVOICE STAYS ON ACCOUNT.  THE
003094*    CUSTOMER BALANCE COMES DOWN BY THE WHOLE CHECK, SO
003095*    UNAPCASH IS WHAT RECONCILES THE OPEN ITEMS TO IT.
003096*****************************************************************
003097 2500-HOLD-UNAPPLIED.
003098     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003099     MOVE PAY-CUSTOMER-ID       TO UAC-CUSTOMER-ID.
003100     MOVE PAY-CHECK-REF         TO UAC-CHECK-REF.
003101     READ UNAPPLIED-CASH
003102         INVALID KEY
003103             MOVE SPACES TO UAC-RECORD
003104             MOVE PAY-CUSTOMER-ID   TO UAC-CUSTOMER-ID
003105             MOVE PAY-CHECK-REF     TO UAC-CHECK-REF
003106             MOVE PAY-DATE          TO UAC-PAYMENT-DATE
003107             MOVE WS-PAY-UNAPPLIED  TO UAC-AMOUNT
003108             MOVE WS-CURRENT-DATE   TO UAC-LAST-DATE
003109             WRITE UAC-RECORD
003110                 INVALID KEY
003111                     DISPLAY 'CASH-APPLY: UNAPCASH WRITE FAILED '
003112                         'CUST ' PAY-CUSTOMER-ID ', STATUS = '
003113                         WS-UNAPCASH-STATUS
003114             END-WRITE
003115             GO TO 2500-EXIT
003116     END-READ.
003117     ADD WS-PAY-UNAPPLIED       TO UAC-AMOUNT.
003118     MOVE WS-CURRENT-DATE       TO UAC-LAST-DATE.
003119     REWRITE UAC-RECORD
003120         INVALID KEY
003121             DISPLAY 'CASH-APPLY: UNAPCASH REWRITE FAILED '
003122                 'CUST ' PAY-CUSTOMER-ID ', STATUS = '
003123                 WS-UNAPCASH-STATUS
003124     END-REWRITE.
003125 2500-EXIT.
003126     EXIT.
003127*****************************************************************
003128*    2600-WRITE-SUSPENSE
003129*****************************************************************
003130 2600-WRITE-SUSPENSE.
003131     MOVE PAY-RECORD            TO CSP-ORIGINAL-RECORD.
003132     MOVE WS-SUSPEND-CODE       TO CSP-REASON-CODE.
003133     MOVE WS-SUSPEND-TEXT       TO CSP-REASON-TEXT.
003134     WRITE CSP-RECORD.
003135     ADD 1 TO WS-PAYMENTS-SUSPENDED.
003136     IF PAY-AMOUNT-X IS NUMERIC
003137         ADD PAY-AMOUNT TO WS-AMOUNT-SUSPENDED
003138     END-IF.
003139     DISPLAY 'CASH-APPLY: PAYMENT SUSPENDED FOR CUST '
003140         PAY-CUSTOMER-ID ' REASON ' WS-SUSPEND-CODE
003141         ' - ' WS-SUSPEND-TEXT.
003142 2600-EXIT.
003143     EXIT.
003150*****************************************************************
003160*    2700-WRITE-AUDIT
003170*****************************************************************
003270     MOVE PAY-AMOUNT            TO CSH-AMOUNT.
003280     MOVE WS-BEFORE-BALANCE     TO CSH-BEFORE-BALANCE.
003290     MOVE CUST-CURRENT-BALANCE  TO CSH-AFTER-BALANCE.
003293     MOVE WS-PAY-APPLIED        TO CSH-APPLIED-AMOUNT.
003296     MOVE WS-PAY-UNAPPLIED      TO CSH-UNAPPLIED-AMOUNT.
003298     MOVE WS-PAY-DISCOUNT       TO CSH-DISCOUNT-TAKEN.
003300     WRITE CSH-RECORD.
003310 2700-EXIT.
003320     EXIT.
003430 2900-EXIT.
003440     EXIT.
003450*****************************************************************
003451*    7100-WRITE-RUN-LOG
003452*
003453*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
003454*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
003455*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
003456*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
003457*****************************************************************
003458 7100-WRITE-RUN-LOG.
003459     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
003460     ACCEPT WS-LOG-TIME FROM TIME.
003461     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
003462         WS-LOG-TEXT.
003463     IF WS-LOG-SEVERITY = 'E'
003464         MOVE 'Y' TO WS-FATAL-SW
003465     END-IF.
003466     IF NOT WS-RUNLOG-OPENED
003467         GO TO 7100-EXIT
003468     END-IF.
003469     MOVE WS-LOG-DATE               TO RLG-DATE.
003470     MOVE WS-LOG-TIME               TO RLG-TIME.
003471     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
003472     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
003473     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
003474     MOVE WS-LOG-TEXT               TO RLG-TEXT.
003475     WRITE RLG-RECORD.
003476 7100-EXIT.
003477     EXIT.
003478*****************************************************************
003479*    8000-PRINT-CONTROL-TOTALS
003480*****************************************************************
003481 8000-PRINT-CONTROL-TOTALS.
003490     DISPLAY '==============================================='.
003500     DISPLAY 'CASH-APPLY - END OF RUN CONTROL TOTALS'.
003510     DISPLAY '  PAYMENTS READ ............ ' WS-PAYMENTS-READ.
003540         WS-PAYMENTS-SUSPENDED.
003550     DISPLAY '  AMOUNT APPLIED ........... ' WS-AMOUNT-APPLIED.
003560     DISPLAY '  AMOUNT SUSPENDED ......... ' WS-AMOUNT-SUSPENDED.
003561     DISPLAY '  INVOICES PAID IN FULL .... ' WS-INVOICES-CLOSED.
003562     DISPLAY '  INVOICES PART PAID ....... '
003563         WS-INVOICES-PART-PAID.
003564     DISPLAY '  CREDIT MEMOS TAKEN ....... ' WS-CREDITS-TAKEN.
003565     DISPLAY '  APPLIED TO INVOICES ...... ' WS-AMOUNT-TO-ITEMS.
003566     DISPLAY '  HELD AS UNAPPLIED CASH ... '
003567         WS-AMOUNT-UNAPPLIED.
003568     DISPLAY '  EARLY-PAY DISCOUNTS ...... ' WS-DISCOUNTS-TAKEN.
003569     DISPLAY '  DISCOUNT AMOUNT TAKEN .... '
003570         WS-AMOUNT-DISCOUNTED.
003571     DISPLAY '==============================================='.
003572     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
003573         GO TO 8000-EXIT
003574     END-IF.
003575     IF WS-PAYMENTS-SUSPENDED = ZERO
003576         MOVE 'CA-0017' TO WS-LOG-MESSAGE-ID
003577         MOVE 'I' TO WS-LOG-SEVERITY
003578         MOVE 'EVERY PAYMENT APPLIED' TO WS-LOG-TEXT
003579     ELSE
003580         MOVE 'CA-0018' TO WS-LOG-MESSAGE-ID
003581         MOVE 'W' TO WS-LOG-SEVERITY
003582         MOVE WS-PAYMENTS-SUSPENDED TO WS-SUSPENDED-DISPLAY
003583         MOVE SPACES TO WS-LOG-TEXT
003584         STRING 'PAYMENTS SUSPENDED TO CASHSUSP: '
003585             WS-SUSPENDED-DISPLAY
003586             DELIMITED BY SIZE INTO WS-LOG-TEXT
003587         MOVE 4 TO RETURN-CODE
003588     END-IF.
003589     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003590 8000-EXIT.
003591     EXIT.
003600*****************************************************************
003610*    9000-TERMINATE
003620*
003760     IF WS-INIT-STAGE NOT < 4
003770         CLOSE CASHAUDT-OUT
003780     END-IF.
003781     IF WS-INIT-STAGE NOT < 5
003782         CLOSE OPEN-ITEMS
003783     END-IF.
003784     IF WS-INIT-STAGE NOT < 6
003785         CLOSE UNAPPLIED-CASH
003786     END-IF.
003790 9000-EXIT.
003800     EXIT.
003810*****************************************************************
003820*    9500-END-CYCLE-STEP
003830*
003840*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
003850*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
003860*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
003870*    REFUSED OR FATAL RUN ENDS 16.
003880*****************************************************************
003890 9500-END-CYCLE-STEP.
003900     MOVE RETURN-CODE TO WS-JOB-RC.
003910     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
003920         MOVE 16 TO WS-JOB-RC
003930     END-IF.
003940     IF WS-CYCLE-STARTED
003950         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
003960         READ CYCLE-CONTROL
003970             INVALID KEY
003980                 MOVE 16 TO WS-JOB-RC
003990                 MOVE 'CA-0008' TO WS-LOG-MESSAGE-ID
004000                 MOVE 'E' TO WS-LOG-SEVERITY
004010                 MOVE SPACES TO WS-LOG-TEXT
004020                 STRING 'CYCLECTL READ FAILED STATUS '
004030                     WS-CYCLECTL-STATUS
004040                     DELIMITED BY SIZE INTO WS-LOG-TEXT
004050                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
004060             NOT INVALID KEY
004070                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
004080                 ACCEPT WS-LOG-TIME FROM TIME
004090                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
004100                 MOVE WS-LOG-DATE
004110                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
004120                 MOVE WS-LOG-TIME
004130                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
004140                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
004150                 REWRITE CYC-RECORD
004160                     INVALID KEY
004170                         MOVE 16 TO WS-JOB-RC
004180                 END-REWRITE
004190         END-READ
004200     END-IF.
004210     IF WS-CYCLECTL-OPENED
004220         CLOSE CYCLE-CONTROL
004230     END-IF.
004240     MOVE 'CA-0002' TO WS-LOG-MESSAGE-ID.
004250     IF WS-JOB-RC = ZERO
004260         MOVE 'I' TO WS-LOG-SEVERITY
004270     ELSE
004280         IF WS-JOB-RC = 16
004290             MOVE 'E' TO WS-LOG-SEVERITY
004300         ELSE
004310             MOVE 'W' TO WS-LOG-SEVERITY
004320         END-IF
004330     END-IF.
004340     MOVE SPACES TO WS-LOG-TEXT.
004350     IF WS-CYCLE-REFUSED
004360         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
004370             DELIMITED BY SIZE INTO WS-LOG-TEXT
004380     ELSE
004390         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
004400             DELIMITED BY SIZE INTO WS-LOG-TEXT
004410     END-IF.
004420     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
004430     IF WS-RUNLOG-OPENED
004440         CLOSE RUNLOG-FILE
004450     END-IF.
004460     MOVE WS-JOB-RC TO RETURN-CODE.
004470 9500-EXIT.
004480     EXIT.
