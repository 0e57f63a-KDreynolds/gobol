000160*   DISCOUNT EXPENSE BROKEN OUT BY SOURCE (EACH TIER,           *
000170*   NEGOTIATED, QTY-BREAK, QTY-LIST) SO FINANCE SEES WHAT THE   *
000180*   SCHEDULE COSTS IN THE LEDGER, AND CREDIT MEMO REVERSALS.    *
000182*   SALES TAX BILLED AND REVERSED IS TAKEN FROM THE CYCLE'S     *
000184*   TAXDTL RECORDS AND BOOKED TO SALES TAX PAYABLE, WITH        *
000186*   RECEIVABLES CARRYING THE TAX-INCLUSIVE AMOUNT.              *
000190*   EVERY LINE IS STAMPED WITH THE CYCLE DATE.  FINANCE STOPS   *
000200*   RE-KEYING THE END-OF-RUN CONTROL TOTALS BY HAND -- THE      *
000210*   TYPOS AND MISSED DAYS THAT KEPT MONTH-END FROM TYING TO     *
000220*   BALCTL.                                                     *
000230*                                                               *
000240*   THE GLPARM CARD NAMES THE CYCLE DATE (YYYYMMDD); WITH NO    *
000246*   CARD THE CYCLE DATE ON THE CYCPARM CARD, OR TODAY, IS       *
000252*   TAKEN.  BEFORE THE FILE IS RELEASED THE JOURNAL IS PROVED   *
000260*   TWO WAYS: DEBITS MUST EQUAL CREDITS, AND THE NET GROSS,     *
000270*   DISCOUNT, AND TAX MUST AGREE WITH THE BALCTL CONTROL RECORD *
000280*   FOR THE CYCLE.  EITHER DISAGREEMENT ENDS THE STEP NONZERO   *
000290*   SO THE SCHEDULER HOLDS THE FEED, EXACTLY AS INVOICE-BALANCE *
000300*   HOLDS THE AR HAND-OFF.                                      *
000320*                                                               *
000330*   RETURN CODES:  0 = JOURNAL BALANCED AND PROVED              *
000340*                  8 = OUT OF BALANCE OR BALCTL DISAGREES --    *
000350*                      HOLD THE FEED                            *
000360*                 16 = COULD NOT READ A FILE                    *
000365*                      (ALSO WHEN CYCLECTL REFUSES THE STEP)    *
000370*                                                               *
000380*****************************************************************
000390* MAINTENANCE HISTORY
000430* 2026-09-01 RJH   NEW PROGRAM.  BALANCED GL JOURNAL FEED
000440*                  FROM AUDIT-OUT, PROVED AGAINST BALCTL
000450*                  BEFORE RELEASE.
000451* 2026-10-15 RJH   SALES TAX.  READS THE CYCLE'S TAXDTL
000452*                  RECORDS, BOOKS TAX BILLED AND REVERSED TO
000453*                  SALES TAX PAYABLE (23000) WITH AR AT THE
000454*                  TAX-INCLUSIVE AMOUNT, AND PROVES THE NET TAX
000455*                  AGAINST THE NEW BALCTL TAX TOTAL.
000456* 2026-10-15 RJH   AUDIT-OUT WIDENED TO 100 BYTES FOR THE
000457*                  CONTRACT-PRICE LINE COUNT AND VALUE; LAYOUT
000458*                  KEPT IN STEP.
000459* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000460*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000461*                  03 (GLJRNL), WILL NOT POST A CYCLE UNTIL
000462*                  INVOICE-BALANCE HAS FINISHED IT CLEAN, AND
000463*                  WILL NOT RUN TWICE.  WITH NO GLPARM CARD THE
000464*                  CYCLE DATE NOW COMES FROM CYCPARM.
000465*                  OPERATIONAL MESSAGES GO TO RUNLOG WITH GL-
000466*                  MESSAGE IDS.
000467* ---------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000590     SELECT GLJRNL-OUT ASSIGN TO "GLJRNL"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-GLJRNL-STATUS.
000612     SELECT TAXDTL-IN ASSIGN TO "TAXDTL"
000614         ORGANIZATION IS SEQUENTIAL
000616         FILE STATUS IS WS-TAXDTL-STATUS.
000617     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000618         ORGANIZATION IS SEQUENTIAL
000619         FILE STATUS IS WS-CYCPARM-STATUS.
000620     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000621         ORGANIZATION IS INDEXED
000622         ACCESS MODE IS RANDOM
000623         RECORD KEY IS CYC-CYCLE-DATE
000624         FILE STATUS IS WS-CYCLECTL-STATUS.
000625     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000626         ORGANIZATION IS SEQUENTIAL
000627         FILE STATUS IS WS-RUNLOG-STATUS.
000628 DATA DIVISION.
000630 FILE SECTION.
000640 FD  GLPARM-IN
000650     LABEL RECORDS ARE STANDARD.
000820     05  AUD-DISCOUNT-SOURCE     PIC X(10).
000830     05  AUD-LINE-COUNT          PIC 9(03).
000840     05  AUD-SCHEDULE-ID         PIC X(05).
000842     05  AUD-CONTRACT-LINES      PIC 9(03).
000844     05  AUD-CONTRACT-TOTAL      PIC S9(07)V99.
000846     05  FILLER                  PIC X(08).
000850 FD  BALCTL-IN
000860     LABEL RECORDS ARE STANDARD.
000870 01  BAL-RECORD.
000930     05  BAL-TOTAL-AMOUNT        PIC S9(09)V99.
000940     05  BAL-TOTAL-DISCOUNT      PIC S9(09)V99.
000950     05  BAL-TOTAL-DISCOUNTED    PIC S9(09)V99.
000960     05  BAL-TOTAL-TAX           PIC S9(09)V99.
000970 FD  GLJRNL-OUT
000980     LABEL RECORDS ARE STANDARD.
000990 01  GLJ-RECORD.
001030     05  GLJ-AMOUNT              PIC 9(09)V99.
001040     05  GLJ-DESCRIPTION         PIC X(30).
001050     05  FILLER                  PIC X(24).
001051 FD  TAXDTL-IN
001052     LABEL RECORDS ARE STANDARD.
001053 01  TXD-RECORD.
001054     05  TXD-DATE                PIC 9(08).
001055     05  TXD-INVOICE-NUMBER      PIC 9(07).
001056     05  TXD-TYPE                PIC X(01).
001057         88  TXD-TYPE-INVOICE            VALUE 'I'.
001058         88  TXD-TYPE-CREDIT             VALUE 'C'.
001059     05  TXD-CUSTOMER-ID         PIC X(05).
001060     05  TXD-JURISDICTION        PIC X(05).
001061     05  TXD-EXEMPT-SW           PIC X(01).
001062     05  TXD-TAXABLE-AMOUNT      PIC S9(07)V99.
001063     05  TXD-TAX-RATE            PIC V9(05).
001064     05  TXD-TAX-AMOUNT          PIC S9(07)V99.
001065     05  TXD-ORIG-INVOICE        PIC 9(07).
001066     05  FILLER                  PIC X(23).
001067 FD  CYCPARM-IN
001068     LABEL RECORDS ARE STANDARD.
001069 01  CYP-RECORD.
001070     05  CYP-CYCLE-DATE-X        PIC X(08).
001071     05  CYP-CYCLE-DATE REDEFINES
001072         CYP-CYCLE-DATE-X        PIC 9(08).
001073     05  CYP-RERUN-STEP          PIC X(08).
001074     05  FILLER                  PIC X(64).
001075*----------------------------------------------------------------
001076*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
001077*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
001078*----------------------------------------------------------------
001079 FD  CYCLE-CONTROL
001080     LABEL RECORDS ARE STANDARD.
001081 01  CYC-RECORD.
001082     05  CYC-CYCLE-DATE          PIC 9(08).
001083     05  CYC-STEP OCCURS 10 TIMES.
001084         10  CYC-STEP-STATUS     PIC X(01).
001085             88  CYC-STEP-NOT-RUN            VALUE SPACE.
001086             88  CYC-STEP-STARTED            VALUE 'S'.
001087             88  CYC-STEP-FINISHED           VALUE 'F'.
001088         10  CYC-STEP-START-DATE PIC 9(08).
001089         10  CYC-STEP-START-TIME PIC 9(08).
001090         10  CYC-STEP-END-DATE   PIC 9(08).
001091         10  CYC-STEP-END-TIME   PIC 9(08).
001092         10  CYC-STEP-RC         PIC 9(02).
001093         10  CYC-STEP-RUNS       PIC 9(02).
001094     05  FILLER                  PIC X(22).
001095 FD  RUNLOG-FILE
001096     LABEL RECORDS ARE STANDARD.
001097 01  RLG-RECORD.
001098     05  RLG-DATE                PIC 9(08).
001099     05  RLG-TIME                PIC 9(08).
001100     05  RLG-PROGRAM             PIC X(08).
001101     05  RLG-MESSAGE-ID          PIC X(08).
001102     05  RLG-SEVERITY            PIC X(01).
001103     05  RLG-TEXT                PIC X(44).
001104     05  FILLER                  PIC X(03).
001105 WORKING-STORAGE SECTION.
001106*----------------------------------------------------------------
001107*    CYCLE DATE SELECTION FIELDS
001108*----------------------------------------------------------------
001109 77  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
001120*----------------------------------------------------------------
001130*    GL ACCOUNT NUMBERS, PER FINANCE'S CHART OF ACCOUNTS.
001140*    CHANGE ONLY ON A SIGNED MEMO FROM THE CONTROLLER.
001170 77  WS-ACCT-SALES               PIC X(05) VALUE '40000'.
001180 77  WS-ACCT-RETURNS             PIC X(05) VALUE '40500'.
001190 77  WS-ACCT-DISCOUNT            PIC X(05) VALUE '41000'.
001195 77  WS-ACCT-TAX                 PIC X(05) VALUE '23000'.
001200*----------------------------------------------------------------
001210*    CYCLE ACCUMULATORS
001220*
001320 77  WS-CREDIT-GROSS             PIC S9(11)V99 VALUE ZERO.
001330 77  WS-CREDIT-DISC              PIC S9(11)V99 VALUE ZERO.
001340 77  WS-CREDIT-NET               PIC S9(11)V99 VALUE ZERO.
001342 77  WS-SALES-TAX                PIC S9(11)V99 VALUE ZERO.
001344 77  WS-CREDIT-TAX               PIC S9(11)V99 VALUE ZERO.
001346 77  WS-NET-TAX                  PIC S9(11)V99 VALUE ZERO.
001350 77  WS-NET-GROSS                PIC S9(11)V99 VALUE ZERO.
001360 77  WS-NET-DISC                 PIC S9(11)V99 VALUE ZERO.
001370 77  WS-TOTAL-DEBITS             PIC S9(11)V99 VALUE ZERO.
001660 77  WS-AUDIT-IN-STATUS          PIC X(02) VALUE '00'.
001670 77  WS-BALCTL-STATUS            PIC X(02) VALUE '00'.
001680 77  WS-GLJRNL-STATUS            PIC X(02) VALUE '00'.
001685 77  WS-TAXDTL-STATUS            PIC X(02) VALUE '00'.
001690 77  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
001700     88  WS-AUDIT-EOF                        VALUE 'Y'.
001702*    TAXDTL STAYS AT END OF FILE UNTIL 1000 HAS OPENED IT, SO AN
001704*    EARLY ABORT OR A CYCLE WITH NO TAXDTL READS NOTHING.
001706 77  WS-TAXDTL-EOF-SW            PIC X(01) VALUE 'Y'.
001708     88  WS-TAXDTL-EOF                       VALUE 'Y'.
001710 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001720     88  WS-ABORT-RUN                        VALUE 'Y'.
001730 77  WS-BALCTL-PRESENT-SW        PIC X(01) VALUE 'N'.
001760     88  WS-AUDIT-OPENED                     VALUE 'Y'.
001770 77  WS-GLJRNL-OPENED-SW         PIC X(01) VALUE 'N'.
001780     88  WS-GLJRNL-OPENED                    VALUE 'Y'.
001783 77  WS-TAXDTL-OPENED-SW         PIC X(01) VALUE 'N'.
001786     88  WS-TAXDTL-OPENED                    VALUE 'Y'.
001790*----------------------------------------------------------------
001800*    CONTROL TOTAL ACCUMULATORS
001810*----------------------------------------------------------------
001820 77  WS-RECORDS-SELECTED         PIC 9(7)   VALUE ZERO COMP.
001825 77  WS-TAX-RECORDS-SELECTED     PIC 9(7)   VALUE ZERO COMP.
001830 77  WS-LINES-WRITTEN            PIC 9(7)   VALUE ZERO COMP.
001840 77  WS-PROOF-FAILURES           PIC 9(3)   VALUE ZERO COMP.
001841*----------------------------------------------------------------
001842*    CYCLE CONTROL FIELDS
001843*
001844*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
001845*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
001846*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
001847*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
001848*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
001849*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
001850*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
001851*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
001852*----------------------------------------------------------------
001853 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
001854 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
001855 77  WS-CYCLE-STEP               PIC 9(02) VALUE 03 COMP.
001856 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'GLJRNL'.
001857 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
001858 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 1 COMP.
001859 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
001860 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
001861     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
001862 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
001863     88  WS-CYCLE-STARTED                    VALUE 'Y'.
001864 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
001865     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
001866 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
001867 01  WS-CYCLE-PREREQ-VALUES.
001868     05  FILLER                  PIC X(10) VALUE '01INVBAL  '.
001869 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
001870     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
001871         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
001872         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
001873*----------------------------------------------------------------
001874*    RUN LOG AND RETURN CODE FIELDS
001875*
001876*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
001877*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
001878*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
001879*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
001880*    THE RUN FATAL AND FORCES RETURN CODE 16.
001881*----------------------------------------------------------------
001882 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001883 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
001884     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
001885 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
001886     88  WS-FATAL-ERROR                      VALUE 'Y'.
001887 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
001888 01  WS-LOG-DATE                 PIC 9(08).
001889 01  WS-LOG-TIME                 PIC 9(08).
001890 01  WS-LOG-MESSAGE-ID           PIC X(08).
001891 01  WS-LOG-SEVERITY             PIC X(01).
001892 01  WS-LOG-TEXT                 PIC X(44).
001893 PROCEDURE DIVISION.
001894*****************************************************************
001895*    0000-MAINLINE
001896*****************************************************************
001897 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-ACCUMULATE-AUDIT THRU 2000-EXIT
001920         UNTIL WS-AUDIT-EOF.
001923     PERFORM 2500-ACCUMULATE-TAX THRU 2500-EXIT
001926         UNTIL WS-TAXDTL-EOF.
001930     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT.
001940     PERFORM 7000-PROVE-AND-GRADE THRU 7000-EXIT.
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001955     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
001960     STOP RUN.
001970*****************************************************************
001980*    1000-INITIALIZE
001990*****************************************************************
002000 1000-INITIALIZE.
002015     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
002030     OPEN INPUT GLPARM-IN.
002040     IF WS-GLPARM-STATUS = '35'
002043         MOVE 'GL-0016' TO WS-LOG-MESSAGE-ID
002046         MOVE 'I' TO WS-LOG-SEVERITY
002049         MOVE SPACES TO WS-LOG-TEXT
002052         STRING 'NO GLPARM CARD, USING CYCLE DATE '
002055             WS-CYCLE-DATE
002058             DELIMITED BY SIZE INTO WS-LOG-TEXT
002061         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002070     ELSE
002080         IF WS-GLPARM-STATUS NOT = '00'
002083             MOVE 'GL-0011' TO WS-LOG-MESSAGE-ID
002086             MOVE 'E' TO WS-LOG-SEVERITY
002089             MOVE SPACES TO WS-LOG-TEXT
002092             STRING 'UNABLE TO OPEN GLPARM STATUS '
002095                 WS-GLPARM-STATUS
002098                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002101             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002110             MOVE 'Y' TO WS-ABORT-SW
002120             MOVE 'Y' TO WS-AUDIT-EOF-SW
002130             GO TO 1000-EXIT
002140         END-IF
002150         READ GLPARM-IN
002160             AT END
002163                 MOVE 'GL-0017' TO WS-LOG-MESSAGE-ID
002166                 MOVE 'I' TO WS-LOG-SEVERITY
002169                 MOVE SPACES TO WS-LOG-TEXT
002172                 STRING 'GLPARM IS EMPTY, USING CYCLE DATE '
002175                     WS-CYCLE-DATE
002178                     DELIMITED BY SIZE INTO WS-LOG-TEXT
002181                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002190             NOT AT END
002200                 IF PRM-CYCLE-DATE-X IS NUMERIC
002210                         AND PRM-CYCLE-DATE > ZERO
002220                     MOVE PRM-CYCLE-DATE TO WS-CYCLE-DATE
002230                 ELSE
002236                     MOVE 'GL-0018' TO WS-LOG-MESSAGE-ID
002242                     MOVE 'W' TO WS-LOG-SEVERITY
002248                     MOVE SPACES TO WS-LOG-TEXT
002254                     STRING 'GLPARM DATE NOT NUMERIC, USING '
002260                         WS-CYCLE-DATE
002263                         DELIMITED BY SIZE INTO WS-LOG-TEXT
002266                     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002270                 END-IF
002280         END-READ
002290         CLOSE GLPARM-IN
002291     END-IF.
002292*    THE CYCLE IS CHECKED ONLY NOW, SINCE A GLPARM CARD POSTING
002293*    AN EARLIER CYCLE MAKES THIS RUN PART OF THAT CYCLE.
002294     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
002295     IF WS-CYCLE-REFUSED
002296         MOVE 'Y' TO WS-ABORT-SW
002297         MOVE 'Y' TO WS-AUDIT-EOF-SW
002298         GO TO 1000-EXIT
002300     END-IF.
002310     OPEN INPUT BALCTL-IN.
002320     IF WS-BALCTL-STATUS = '35'
002330         CONTINUE
002340     ELSE
002350         IF WS-BALCTL-STATUS NOT = '00'
002353             MOVE 'GL-0012' TO WS-LOG-MESSAGE-ID
002356             MOVE 'E' TO WS-LOG-SEVERITY
002359             MOVE SPACES TO WS-LOG-TEXT
002362             STRING 'UNABLE TO OPEN BALCTL STATUS '
002365                 WS-BALCTL-STATUS
002368                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002371             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002380             MOVE 'Y' TO WS-ABORT-SW
002390             MOVE 'Y' TO WS-AUDIT-EOF-SW
002400             GO TO 1000-EXIT
002490     END-IF.
002500     OPEN INPUT AUDIT-IN.
002510     IF WS-AUDIT-IN-STATUS NOT = '00'
002513         MOVE 'GL-0013' TO WS-LOG-MESSAGE-ID
002516         MOVE 'E' TO WS-LOG-SEVERITY
002519         MOVE SPACES TO WS-LOG-TEXT
002522         STRING 'UNABLE TO OPEN AUDIT-OUT STATUS '
002525             WS-AUDIT-IN-STATUS
002528             DELIMITED BY SIZE INTO WS-LOG-TEXT
002531         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002540         MOVE 'Y' TO WS-ABORT-SW
002550         MOVE 'Y' TO WS-AUDIT-EOF-SW
002560         GO TO 1000-EXIT
002580     MOVE 'Y' TO WS-AUDIT-OPENED-SW.
002590     OPEN OUTPUT GLJRNL-OUT.
002600     IF WS-GLJRNL-STATUS NOT = '00'
002603         MOVE 'GL-0014' TO WS-LOG-MESSAGE-ID
002606         MOVE 'E' TO WS-LOG-SEVERITY
002609         MOVE SPACES TO WS-LOG-TEXT
002612         STRING 'UNABLE TO OPEN GLJRNL STATUS '
002615             WS-GLJRNL-STATUS
002618             DELIMITED BY SIZE INTO WS-LOG-TEXT
002621         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002630         MOVE 'Y' TO WS-ABORT-SW
002640         MOVE 'Y' TO WS-AUDIT-EOF-SW
002650         GO TO 1000-EXIT
002660     END-IF.
002670     MOVE 'Y' TO WS-GLJRNL-OPENED-SW.
002671     OPEN INPUT TAXDTL-IN.
002672     IF WS-TAXDTL-STATUS = '35'
002673         MOVE 'GL-0019' TO WS-LOG-MESSAGE-ID
002674         MOVE 'I' TO WS-LOG-SEVERITY
002675         MOVE 'NO TAXDTL FILE, NO SALES TAX BOOKED'
002676             TO WS-LOG-TEXT
002677         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002678         GO TO 1000-EXIT
002679     END-IF.
002680     IF WS-TAXDTL-STATUS NOT = '00'
002681         MOVE 'GL-0015' TO WS-LOG-MESSAGE-ID
002682         MOVE 'E' TO WS-LOG-SEVERITY
002683         MOVE SPACES TO WS-LOG-TEXT
002684         STRING 'UNABLE TO OPEN TAXDTL STATUS '
002685             WS-TAXDTL-STATUS
002686             DELIMITED BY SIZE INTO WS-LOG-TEXT
002687         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002688         MOVE 'Y' TO WS-ABORT-SW
002689         MOVE 'Y' TO WS-AUDIT-EOF-SW
002690         GO TO 1000-EXIT
002691     END-IF.
002692     MOVE 'Y' TO WS-TAXDTL-OPENED-SW.
002693     MOVE 'N' TO WS-TAXDTL-EOF-SW.
002694 1000-EXIT.
002695     EXIT.
002696*****************************************************************
002697*    1800-BEGIN-CYCLE-STEP
002698*
002699*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
002700*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
002701*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
002702*    TO THE CONSOLE.
002703*****************************************************************
002704 1800-BEGIN-CYCLE-STEP.
002705     OPEN EXTEND RUNLOG-FILE.
002706     IF WS-RUNLOG-STATUS = '05' OR '35'
002707         OPEN OUTPUT RUNLOG-FILE
002708     END-IF.
002709     IF WS-RUNLOG-STATUS NOT = '00'
002710         DISPLAY 'GL-JOURNAL: UNABLE TO OPEN RUNLOG, '
002711             'STATUS = ' WS-RUNLOG-STATUS
002712             ' - LOGGING TO CONSOLE ONLY'
002713     ELSE
002714         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
002715     END-IF.
002716     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
002717     OPEN INPUT CYCPARM-IN.
002718     IF WS-CYCPARM-STATUS = '35'
002719         GO TO 1800-EXIT
002720     END-IF.
002721     IF WS-CYCPARM-STATUS NOT = '00'
002722         MOVE 'GL-0009' TO WS-LOG-MESSAGE-ID
002723         MOVE 'E' TO WS-LOG-SEVERITY
002724         MOVE SPACES TO WS-LOG-TEXT
002725         STRING 'UNABLE TO OPEN CYCPARM STATUS '
002726             WS-CYCPARM-STATUS
002727             DELIMITED BY SIZE INTO WS-LOG-TEXT
002728         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002729         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002730         GO TO 1800-EXIT
002731     END-IF.
002732     READ CYCPARM-IN
002733         AT END
002734             MOVE SPACES TO CYP-RECORD
002735     END-READ.
002736     IF CYP-CYCLE-DATE-X IS NUMERIC
002737             AND CYP-CYCLE-DATE > ZERO
002738         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
002739     ELSE
002740         IF CYP-CYCLE-DATE-X NOT = SPACES
002741             MOVE 'GL-0010' TO WS-LOG-MESSAGE-ID
002742             MOVE 'W' TO WS-LOG-SEVERITY
002743             MOVE SPACES TO WS-LOG-TEXT
002744             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
002745                 WS-CYCLE-DATE
002746                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002747             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002748         END-IF
002749     END-IF.
002750     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
002751     CLOSE CYCPARM-IN.
002752 1800-EXIT.
002753     EXIT.
002754*****************************************************************
002755*    1820-CHECK-CYCLE-STEP
002756*
002757*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
002758*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
002759*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
002760*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
002761*****************************************************************
002762 1820-CHECK-CYCLE-STEP.
002763     MOVE 'GL-0001' TO WS-LOG-MESSAGE-ID.
002764     MOVE 'I' TO WS-LOG-SEVERITY.
002765     MOVE SPACES TO WS-LOG-TEXT.
002766     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
002767         DELIMITED BY SIZE INTO WS-LOG-TEXT.
002768     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
002769     IF WS-CYCLE-REFUSED
002770         GO TO 1820-EXIT
002771     END-IF.
002772     OPEN I-O CYCLE-CONTROL.
002773     IF WS-CYCLECTL-STATUS = '05' OR '35'
002774         OPEN OUTPUT CYCLE-CONTROL
002775         IF WS-CYCLECTL-STATUS = '00'
002776             CLOSE CYCLE-CONTROL
002777             OPEN I-O CYCLE-CONTROL
002778         END-IF
002779     END-IF.
002780     IF WS-CYCLECTL-STATUS NOT = '00'
002781         MOVE 'GL-0003' TO WS-LOG-MESSAGE-ID
002782         MOVE 'E' TO WS-LOG-SEVERITY
002783         MOVE SPACES TO WS-LOG-TEXT
002784         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
002785             WS-CYCLECTL-STATUS
002786             DELIMITED BY SIZE INTO WS-LOG-TEXT
002787         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002788         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002789         GO TO 1820-EXIT
002790     END-IF.
002791     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
002792     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
002793     READ CYCLE-CONTROL
002794         INVALID KEY
002795             MOVE SPACES TO CYC-RECORD
002796             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
002797             WRITE CYC-RECORD
002798                 INVALID KEY
002799                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002800             END-WRITE
002801     END-READ.
002802     IF WS-CYCLE-REFUSED
002803         MOVE 'GL-0008' TO WS-LOG-MESSAGE-ID
002804         MOVE 'E' TO WS-LOG-SEVERITY
002805         MOVE SPACES TO WS-LOG-TEXT
002806         STRING 'CYCLECTL WRITE FAILED STATUS '
002807             WS-CYCLECTL-STATUS
002808             DELIMITED BY SIZE INTO WS-LOG-TEXT
002809         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002810         GO TO 1820-EXIT
002811     END-IF.
002812     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
002813         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
002814         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
002815     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
002816             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
002817         MOVE 'GL-0007' TO WS-LOG-MESSAGE-ID
002818         MOVE 'W' TO WS-LOG-SEVERITY
002819         MOVE SPACES TO WS-LOG-TEXT
002820         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
002821             ' REQUESTED ON CYCPARM'
002822             DELIMITED BY SIZE INTO WS-LOG-TEXT
002823         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002824     ELSE
002825         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
002826                 AND CYC-STEP-RC (WS-CYCLE-STEP)
002827                     NOT > WS-CYCLE-CLEAN-RC
002828             MOVE 'GL-0005' TO WS-LOG-MESSAGE-ID
002829             MOVE 'E' TO WS-LOG-SEVERITY
002830             MOVE SPACES TO WS-LOG-TEXT
002831             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
002832                 WS-CYCLE-DATE
002833                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002834             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002835             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002836         END-IF
002837         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
002838             MOVE 'GL-0006' TO WS-LOG-MESSAGE-ID
002839             MOVE 'E' TO WS-LOG-SEVERITY
002840             MOVE SPACES TO WS-LOG-TEXT
002841             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
002842                 'RERUN'
002843                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002844             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002845             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002846         END-IF
002847     END-IF.
002848     IF WS-CYCLE-REFUSED
002849         GO TO 1820-EXIT
002850     END-IF.
002851     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
002852     ACCEPT WS-LOG-TIME FROM TIME.
002853     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
002854         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
002855     END-IF.
002856     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
002857     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
002858     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
002859     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
002860     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
002861     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
002862     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
002863     REWRITE CYC-RECORD
002864         INVALID KEY
002865             MOVE 'GL-0008' TO WS-LOG-MESSAGE-ID
002866             MOVE 'E' TO WS-LOG-SEVERITY
002867             MOVE SPACES TO WS-LOG-TEXT
002868             STRING 'CYCLECTL REWRITE FAILED STATUS '
002869                 WS-CYCLECTL-STATUS
002870                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002871             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002872             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002873             GO TO 1820-EXIT
002874     END-REWRITE.
002875     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
002876 1820-EXIT.
002877     EXIT.
002878*****************************************************************
002879*    1830-CHECK-PREREQUISITE
002880*
002881*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
002882*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
002883*****************************************************************
002884 1830-CHECK-PREREQUISITE.
002885     IF CYC-STEP-FINISHED
002886             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
002887         IF CYC-STEP-RC
002888                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
002889                 NOT > WS-CYCLE-CLEAN-RC
002890             GO TO 1830-EXIT
002891         END-IF
002892     END-IF.
002893     MOVE 'GL-0004' TO WS-LOG-MESSAGE-ID.
002894     MOVE 'E' TO WS-LOG-SEVERITY.
002895     MOVE SPACES TO WS-LOG-TEXT.
002896     STRING 'PREREQUISITE '
002897         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
002898         ' HAS NOT FINISHED CLEAN'
002899         DELIMITED BY SIZE INTO WS-LOG-TEXT.
002900     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
002901     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
002902 1830-EXIT.
002903     EXIT.
002904*****************************************************************
002905*    2000-ACCUMULATE-AUDIT
002906*
002907*    SELECTS THE CYCLE DATE'S AUDIT RECORDS.  A POSITIVE
002908*    TOTAL IS A SALE, A NEGATIVE ONE A CREDIT MEMO; THE
002909*    CREDIT SIDE ACCUMULATES MAGNITUDES SO ITS JOURNAL PAIR
002910*    READS AS A REVERSAL, NOT A NEGATIVE DEBIT.
002911*****************************************************************
002912 2000-ACCUMULATE-AUDIT.
002913     READ AUDIT-IN
002914         AT END
002915             MOVE 'Y' TO WS-AUDIT-EOF-SW
002916             GO TO 2000-EXIT
002917     END-READ.
002918     IF AUD-DATE NOT = WS-CYCLE-DATE
002919         GO TO 2000-EXIT
002920     END-IF.
002921     ADD 1 TO WS-RECORDS-SELECTED.
002922     PERFORM 2100-FIND-SOURCE THRU 2100-EXIT.
002923     IF AUD-TOTAL < ZERO
002924         SUBTRACT AUD-TOTAL FROM WS-CREDIT-GROSS
002925         SUBTRACT AUD-DISCOUNT FROM WS-CREDIT-DISC
002926         SUBTRACT AUD-DISCOUNTED-TOTAL FROM WS-CREDIT-NET
002930         SUBTRACT AUD-DISCOUNT
002940             FROM WS-SRC-CREDIT-DISC (WS-SRC-FOUND-SUB)
002950     ELSE
003380 2110-EXIT.
003390     EXIT.
003400*****************************************************************
003401*    2500-ACCUMULATE-TAX
003402*
003403*    SELECTS THE CYCLE DATE'S TAXDTL RECORDS.  TAX ON A CREDIT
003404*    MEMO ARRIVES NEGATIVE; THE CREDIT SIDE ACCUMULATES ITS
003405*    MAGNITUDE, THE SAME AS 2000 DOES FOR THE AUDIT AMOUNTS.
003406*****************************************************************
003407 2500-ACCUMULATE-TAX.
003408     READ TAXDTL-IN
003409         AT END
003410             MOVE 'Y' TO WS-TAXDTL-EOF-SW
003411             GO TO 2500-EXIT
003412     END-READ.
003413     IF TXD-DATE NOT = WS-CYCLE-DATE
003414         GO TO 2500-EXIT
003415     END-IF.
003416     ADD 1 TO WS-TAX-RECORDS-SELECTED.
003417     IF TXD-TYPE-CREDIT
003418         SUBTRACT TXD-TAX-AMOUNT FROM WS-CREDIT-TAX
003419     ELSE
003420         ADD TXD-TAX-AMOUNT TO WS-SALES-TAX
003421     END-IF.
003422 2500-EXIT.
003423     EXIT.
003424*****************************************************************
003425*    3000-WRITE-JOURNAL
003426*
003430*    SALES PAIR: DEBIT RECEIVABLES FOR THE NET, DEBIT
003440*    DISCOUNT EXPENSE BY SOURCE, CREDIT GROSS SALES.  CREDIT
003450*    MEMO PAIR: DEBIT SALES RETURNS FOR THE GROSS, CREDIT
003460*    DISCOUNT EXPENSE BY SOURCE (THE REVERSAL), CREDIT
003470*    RECEIVABLES FOR THE NET.  EACH SIDE BALANCES BY
003480*    CONSTRUCTION; 7000 PROVES IT ANYWAY.
003481*
003482*    SALES TAX RIDES ON THE RECEIVABLES LINES: THE SALES SIDE
003483*    DEBITS AR FOR NET PLUS TAX AND CREDITS SALES TAX PAYABLE
003484*    FOR THE TAX; THE CREDIT MEMO SIDE DEBITS SALES TAX
003485*    PAYABLE FOR THE TAX REVERSED AND CREDITS AR FOR NET PLUS
003486*    TAX.
003490*****************************************************************
003500 3000-WRITE-JOURNAL.
003510     IF WS-ABORT-RUN
003560             WS-CYCLE-DATE ' - EMPTY JOURNAL'
003570         GO TO 3000-EXIT
003580     END-IF.
003586     COMPUTE WS-LINE-AMOUNT = WS-SALES-NET + WS-SALES-TAX.
003592     IF WS-LINE-AMOUNT NOT = ZERO
003600         MOVE WS-ACCT-AR TO WS-LINE-ACCOUNT
003610         MOVE 'DR' TO WS-LINE-DR-CR
003630         MOVE 'AR - INVOICED SALES' TO WS-LINE-DESCRIPTION
003640         PERFORM 3100-WRITE-JOURNAL-LINE THRU 3100-EXIT
003650     END-IF.
003730         MOVE 'GROSS SALES' TO WS-LINE-DESCRIPTION
003740         PERFORM 3100-WRITE-JOURNAL-LINE THRU 3100-EXIT
003750     END-IF.
003751     IF WS-SALES-TAX NOT = ZERO
003752         MOVE WS-ACCT-TAX TO WS-LINE-ACCOUNT
003753         MOVE 'CR' TO WS-LINE-DR-CR
003754         MOVE WS-SALES-TAX TO WS-LINE-AMOUNT
003755         MOVE 'SALES TAX PAYABLE' TO WS-LINE-DESCRIPTION
003756         PERFORM 3100-WRITE-JOURNAL-LINE THRU 3100-EXIT
003757     END-IF.
003760     IF WS-CREDIT-GROSS NOT = ZERO
003770         MOVE WS-ACCT-RETURNS TO WS-LINE-ACCOUNT
003780         MOVE 'DR' TO WS-LINE-DR-CR
003800         MOVE 'SALES RETURNS' TO WS-LINE-DESCRIPTION
003810         PERFORM 3100-WRITE-JOURNAL-LINE THRU 3100-EXIT
003820     END-IF.
003821     IF WS-CREDIT-TAX NOT = ZERO
003822         MOVE WS-ACCT-TAX TO WS-LINE-ACCOUNT
003823         MOVE 'DR' TO WS-LINE-DR-CR
003824         MOVE WS-CREDIT-TAX TO WS-LINE-AMOUNT
003825         MOVE 'SALES TAX REVERSED' TO WS-LINE-DESCRIPTION
003826         PERFORM 3100-WRITE-JOURNAL-LINE THRU 3100-EXIT
003827     END-IF.
003830     PERFORM 3300-WRITE-CREDIT-DISC THRU 3300-EXIT
003840         VARYING WS-SRC-SUB FROM 1 BY 1
003850         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
003856     COMPUTE WS-LINE-AMOUNT = WS-CREDIT-NET + WS-CREDIT-TAX.
003862     IF WS-LINE-AMOUNT NOT = ZERO
003870         MOVE WS-ACCT-AR TO WS-LINE-ACCOUNT
003880         MOVE 'CR' TO WS-LINE-DR-CR
003900         MOVE 'AR - CREDIT MEMOS' TO WS-LINE-DESCRIPTION
003910         PERFORM 3100-WRITE-JOURNAL-LINE THRU 3100-EXIT
003920     END-IF.
004490*    7000-PROVE-AND-GRADE
004500*
004510*    TWO PROOFS BEFORE THE FEED IS RELEASED: THE JOURNAL'S
004520*    DEBITS MUST EQUAL ITS CREDITS, AND THE CYCLE'S NET GROSS,
004530*    DISCOUNT, AND TAX MUST AGREE WITH BALCTL.  THE FILE IS ON
004540*    DISK EITHER WAY -- THE NONZERO RETURN CODE IS WHAT KEEPS THE
004550*    SCHEDULER FROM TRANSMITTING IT.
004560*****************************************************************
004570 7000-PROVE-AND-GRADE.
004580     COMPUTE WS-NET-GROSS = WS-SALES-GROSS - WS-CREDIT-GROSS.
004590     COMPUTE WS-NET-DISC  = WS-SALES-DISC - WS-CREDIT-DISC.
004595     COMPUTE WS-NET-TAX   = WS-SALES-TAX - WS-CREDIT-TAX.
004600     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
004610         ADD 1 TO WS-PROOF-FAILURES
004620         DISPLAY 'GL-JOURNAL: DEBITS ' WS-TOTAL-DEBITS
004860                     WS-NET-DISC ' VS CONTROL '
004870                     BAL-TOTAL-DISCOUNT
004880             END-IF
004881             IF WS-NET-TAX NOT = BAL-TOTAL-TAX
004882                 ADD 1 TO WS-PROOF-FAILURES
004883                 DISPLAY 'GL-JOURNAL: NET SALES TAX '
004884                     WS-NET-TAX ' VS CONTROL ' BAL-TOTAL-TAX
004885             END-IF
004890         END-IF
004900     END-IF.
004910     DISPLAY '==============================================='.
004930     DISPLAY '  CYCLE DATE ............... ' WS-CYCLE-DATE.
004940     DISPLAY '  AUDIT RECORDS SELECTED ... '
004950         WS-RECORDS-SELECTED.
004952     DISPLAY '  TAXDTL RECORDS SELECTED .. '
004954         WS-TAX-RECORDS-SELECTED.
004956     DISPLAY '  NET SALES TAX ............ ' WS-NET-TAX.
004960     DISPLAY '  JOURNAL LINES WRITTEN .... ' WS-LINES-WRITTEN.
004970     DISPLAY '  TOTAL DEBITS ............. ' WS-TOTAL-DEBITS.
004980     DISPLAY '  TOTAL CREDITS ............ ' WS-TOTAL-CREDITS.
005040         GO TO 7000-EXIT
005050     END-IF.
005060     IF WS-PROOF-FAILURES > ZERO
005066         MOVE 'GL-0020' TO WS-LOG-MESSAGE-ID
005072         MOVE 'W' TO WS-LOG-SEVERITY
005078         MOVE 'JOURNAL NOT PROVED - HOLD THE FEED'
005084             TO WS-LOG-TEXT
005090         MOVE 8 TO RETURN-CODE
005100     ELSE
005105         MOVE 'GL-0021' TO WS-LOG-MESSAGE-ID
005110         MOVE 'I' TO WS-LOG-SEVERITY
005115         MOVE 'JOURNAL BALANCED AND PROVED' TO WS-LOG-TEXT
005120     END-IF.
005125     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
005130 7000-EXIT.
005131     EXIT.
005132*****************************************************************
005133*    7100-WRITE-RUN-LOG
005134*
005135*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
005136*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
005137*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
005138*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
005139*****************************************************************
005140 7100-WRITE-RUN-LOG.
005141     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
005142     ACCEPT WS-LOG-TIME FROM TIME.
005143     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
005144         WS-LOG-TEXT.
005145     IF WS-LOG-SEVERITY = 'E'
005146         MOVE 'Y' TO WS-FATAL-SW
005147     END-IF.
005148     IF NOT WS-RUNLOG-OPENED
005149         GO TO 7100-EXIT
005150     END-IF.
005151     MOVE WS-LOG-DATE               TO RLG-DATE.
005152     MOVE WS-LOG-TIME               TO RLG-TIME.
005153     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
005154     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
005155     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
005156     MOVE WS-LOG-TEXT               TO RLG-TEXT.
005157     WRITE RLG-RECORD.
005158 7100-EXIT.
005159     EXIT.
005160*****************************************************************
005161*    9000-TERMINATE
005170*****************************************************************
005180 9000-TERMINATE.
005190     IF WS-AUDIT-OPENED
005220     IF WS-GLJRNL-OPENED
005230         CLOSE GLJRNL-OUT
005240     END-IF.
005242     IF WS-TAXDTL-OPENED
005244         CLOSE TAXDTL-IN
005246     END-IF.
005250 9000-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    9500-END-CYCLE-STEP
005290*
005300*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
005310*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
005320*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
005330*    REFUSED OR FATAL RUN ENDS 16.
005340*****************************************************************
005350 9500-END-CYCLE-STEP.
005360     MOVE RETURN-CODE TO WS-JOB-RC.
005370     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
005380         MOVE 16 TO WS-JOB-RC
005390     END-IF.
005400     IF WS-CYCLE-STARTED
005410         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
005420         READ CYCLE-CONTROL
005430             INVALID KEY
005440                 MOVE 16 TO WS-JOB-RC
005450                 MOVE 'GL-0008' TO WS-LOG-MESSAGE-ID
005460                 MOVE 'E' TO WS-LOG-SEVERITY
005470                 MOVE SPACES TO WS-LOG-TEXT
005480                 STRING 'CYCLECTL READ FAILED STATUS '
005490                     WS-CYCLECTL-STATUS
005500                     DELIMITED BY SIZE INTO WS-LOG-TEXT
005510                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005520             NOT INVALID KEY
005530                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
005540                 ACCEPT WS-LOG-TIME FROM TIME
005550                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
005560                 MOVE WS-LOG-DATE
005570                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
005580                 MOVE WS-LOG-TIME
005590                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
005600                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
005610                 REWRITE CYC-RECORD
005620                     INVALID KEY
005630                         MOVE 16 TO WS-JOB-RC
005640                 END-REWRITE
005650         END-READ
005660     END-IF.
005670     IF WS-CYCLECTL-OPENED
005680         CLOSE CYCLE-CONTROL
005690     END-IF.
005700     MOVE 'GL-0002' TO WS-LOG-MESSAGE-ID.
005710     IF WS-JOB-RC = ZERO
005720         MOVE 'I' TO WS-LOG-SEVERITY
005730     ELSE
005740         IF WS-JOB-RC = 16
005750             MOVE 'E' TO WS-LOG-SEVERITY
005760         ELSE
005770             MOVE 'W' TO WS-LOG-SEVERITY
005780         END-IF
005790     END-IF.
005800     MOVE SPACES TO WS-LOG-TEXT.
005810     IF WS-CYCLE-REFUSED
005820         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
005830             DELIMITED BY SIZE INTO WS-LOG-TEXT
005840     ELSE
005850         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
005860             DELIMITED BY SIZE INTO WS-LOG-TEXT
005870     END-IF.
005880     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
005890     IF WS-RUNLOG-OPENED
005900         CLOSE RUNLOG-FILE
005910     END-IF.
005920     MOVE WS-JOB-RC TO RETURN-CODE.
005930 9500-EXIT.
005940     EXIT.
