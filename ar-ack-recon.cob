000330*                  8 = OVERDUE ITEMS, UNKNOWN ACKS, AMOUNT      *
000340*                      MISMATCHES, OR BALCTL DISAGREEMENT       *
000350*                 16 = COULD NOT READ A FILE                    *
000355*                      (ALSO WHEN CYCLECTL REFUSES THE STEP)    *
000360*                                                               *
000370*****************************************************************
000380* MAINTENANCE HISTORY
000420* 2026-09-01 RJH   NEW PROGRAM.  AR ACKNOWLEDGMENT MATCHING
000430*                  WITH A ROLLING UNACKNOWLEDGED-INVOICE
000440*                  MASTER AND A GRACE-PERIOD ESCALATION.
000443* 2026-10-15 RJH   INVHIST LAYOUT KEPT IN STEP WITH THE PRICING
000446*                  RUN (INVOICE DUE DATE).
000447* 2026-10-15 RJH   INVHIST LAYOUT KEPT IN STEP WITH THE PRICING
000448*                  RUN (SALES TAX FIELDS).
000449* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000450*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000451*                  02 (ARACKREC), WILL NOT RUN UNTIL
000452*                  INVOICE-BALANCE HAS FINISHED THE CYCLE CLEAN,
000453*                  AND WILL NOT RUN TWICE.  OPERATIONAL MESSAGES
000454*                  GO TO RUNLOG WITH AR- MESSAGE IDS.
000455* ---------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000660     SELECT ARPEND-OUT ASSIGN TO "ARPENDO"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-ARPEND-OUT-STATUS.
000681     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000682         ORGANIZATION IS SEQUENTIAL
000683         FILE STATUS IS WS-CYCPARM-STATUS.
000684     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000685         ORGANIZATION IS INDEXED
000686         ACCESS MODE IS RANDOM
000687         RECORD KEY IS CYC-CYCLE-DATE
000688         FILE STATUS IS WS-CYCLECTL-STATUS.
000689     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000690         ORGANIZATION IS SEQUENTIAL
000691         FILE STATUS IS WS-RUNLOG-STATUS.
000692 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ACK-IN
000720     LABEL RECORDS ARE STANDARD.
001200     05  IVH-DISCOUNT-SOURCE     PIC X(10).
001210     05  IVH-RETURNED-QTY        PIC 9(07).
001220     05  IVH-ITEM-NUMBER         PIC X(06).
001225     05  IVH-DUE-DATE            PIC 9(08).
001226     05  IVH-TAX-JURISDICTION    PIC X(05).
001227     05  IVH-TAX-EXEMPT-SW       PIC X(01).
001228     05  IVH-TAX-RATE            PIC V9(05).
001229     05  IVH-TAX-AMOUNT          PIC 9(07)V99.
001230 FD  ARPEND-IN
001240     LABEL RECORDS ARE STANDARD.
001250 01  PNI-RECORD                  PIC X(80).
001260 FD  ARPEND-OUT
001270     LABEL RECORDS ARE STANDARD.
001280 01  PNO-RECORD                  PIC X(80).
001281 FD  CYCPARM-IN
001282     LABEL RECORDS ARE STANDARD.
001283 01  CYP-RECORD.
001284     05  CYP-CYCLE-DATE-X        PIC X(08).
001285     05  CYP-CYCLE-DATE REDEFINES
001286         CYP-CYCLE-DATE-X        PIC 9(08).
001287     05  CYP-RERUN-STEP          PIC X(08).
001288     05  FILLER                  PIC X(64).
001289*----------------------------------------------------------------
001290*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
001291*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
001292*----------------------------------------------------------------
001293 FD  CYCLE-CONTROL
001294     LABEL RECORDS ARE STANDARD.
001295 01  CYC-RECORD.
001296     05  CYC-CYCLE-DATE          PIC 9(08).
001297     05  CYC-STEP OCCURS 10 TIMES.
001298         10  CYC-STEP-STATUS     PIC X(01).
001299             88  CYC-STEP-NOT-RUN            VALUE SPACE.
001300             88  CYC-STEP-STARTED            VALUE 'S'.
001301             88  CYC-STEP-FINISHED           VALUE 'F'.
001302         10  CYC-STEP-START-DATE PIC 9(08).
001303         10  CYC-STEP-START-TIME PIC 9(08).
001304         10  CYC-STEP-END-DATE   PIC 9(08).
001305         10  CYC-STEP-END-TIME   PIC 9(08).
001306         10  CYC-STEP-RC         PIC 9(02).
001307         10  CYC-STEP-RUNS       PIC 9(02).
001308     05  FILLER                  PIC X(22).
001309 FD  RUNLOG-FILE
001310     LABEL RECORDS ARE STANDARD.
001311 01  RLG-RECORD.
001312     05  RLG-DATE                PIC 9(08).
001313     05  RLG-TIME                PIC 9(08).
001314     05  RLG-PROGRAM             PIC X(08).
001315     05  RLG-MESSAGE-ID          PIC X(08).
001316     05  RLG-SEVERITY            PIC X(01).
001317     05  RLG-TEXT                PIC X(44).
001318     05  FILLER                  PIC X(03).
001319 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------
001321*    PENDING-ITEM RECORD LAYOUT
001322*
001330*    ONE RECORD PER INVOICE OR CREDIT MEMO AR HAS NOT YET
001340*    ACKNOWLEDGED, STAMPED WITH THE CYCLE DATE IT WAS FIRST
001350*    SENT SO THE GRACE PERIOD RUNS FROM THE HAND-OFF, NOT
002140 77  WS-AMOUNT-MISMATCHES        PIC 9(7)   VALUE ZERO COMP.
002150 77  WS-UNKNOWN-ACKS             PIC 9(7)   VALUE ZERO COMP.
002160 77  WS-INVHIST-MISMATCHES       PIC 9(7)   VALUE ZERO COMP.
002161*----------------------------------------------------------------
002162*    CYCLE CONTROL FIELDS
002163*
002164*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
002165*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
002166*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
002167*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
002168*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
002169*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
002170*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
002171*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
002172*----------------------------------------------------------------
002173 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
002174 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
002175 77  WS-CYCLE-STEP               PIC 9(02) VALUE 02 COMP.
002176 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'ARACKREC'.
002177 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
002178 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 1 COMP.
002179 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
002180 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
002181     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
002182 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
002183     88  WS-CYCLE-STARTED                    VALUE 'Y'.
002184 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
002185     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
002186 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
002187 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
002188 01  WS-CYCLE-PREREQ-VALUES.
002189     05  FILLER                  PIC X(10) VALUE '01INVBAL  '.
002190 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
002191     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
002192         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
002193         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
002194*----------------------------------------------------------------
002195*    RUN LOG AND RETURN CODE FIELDS
002196*
002197*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
002198*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
002199*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
002200*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
002201*    THE RUN FATAL AND FORCES RETURN CODE 16.
002202*----------------------------------------------------------------
002203 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
002204 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
002205     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
002206 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
002207     88  WS-FATAL-ERROR                      VALUE 'Y'.
002208 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
002209 01  WS-LOG-DATE                 PIC 9(08).
002210 01  WS-LOG-TIME                 PIC 9(08).
002211 01  WS-LOG-MESSAGE-ID           PIC X(08).
002212 01  WS-LOG-SEVERITY             PIC X(01).
002213 01  WS-LOG-TEXT                 PIC X(44).
002214 PROCEDURE DIVISION.
002215*****************************************************************
002216*    0000-MAINLINE
002217*****************************************************************
002218 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002230     IF WS-ABORT-RUN
002240         MOVE 'Y' TO WS-PEND-EOF-SW
002340         UNTIL WS-ACK-SUB > WS-ACK-COUNT.
002350     PERFORM 8000-GRADE-RETURN-CODE THRU 8000-EXIT.
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002365     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
002370     STOP RUN.
002380*****************************************************************
002390*    1000-INITIALIZE
002440*    NOT AN ABEND.  ARPENDO AND INVHIST MUST OPEN.
002450*****************************************************************
002460 1000-INITIALIZE.
002461     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
002462     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
002463     IF WS-CYCLE-REFUSED
002464         MOVE 'Y' TO WS-ABORT-SW
002465         GO TO 1000-EXIT
002466     END-IF.
002470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002480     COMPUTE WS-TODAY-INT
002490         = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
002500     OPEN INPUT ACK-IN.
002510     IF WS-ACK-IN-STATUS = '35'
002515         MOVE 'AR-0017' TO WS-LOG-MESSAGE-ID
002520         MOVE 'I' TO WS-LOG-SEVERITY
002525         MOVE 'NO ACKIN FILE - NOTHING ACKNOWLEDGED TONIGHT'
002530             TO WS-LOG-TEXT
002535         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002540         MOVE 'Y' TO WS-ACK-EOF-SW
002550     ELSE
002560         IF WS-ACK-IN-STATUS NOT = '00'
002563             MOVE 'AR-0011' TO WS-LOG-MESSAGE-ID
002566             MOVE 'E' TO WS-LOG-SEVERITY
002569             MOVE SPACES TO WS-LOG-TEXT
002572             STRING 'UNABLE TO OPEN ACKIN STATUS '
002575                 WS-ACK-IN-STATUS
002578                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002581             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002590             MOVE 'Y' TO WS-ABORT-SW
002600             GO TO 1000-EXIT
002610         END-IF
002680         CONTINUE
002690     ELSE
002700         IF WS-BALCTL-STATUS NOT = '00'
002703             MOVE 'AR-0012' TO WS-LOG-MESSAGE-ID
002706             MOVE 'E' TO WS-LOG-SEVERITY
002709             MOVE SPACES TO WS-LOG-TEXT
002712             STRING 'UNABLE TO OPEN BALCTL STATUS '
002715                 WS-BALCTL-STATUS
002718                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002721             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002730             MOVE 'Y' TO WS-ABORT-SW
002740             GO TO 1000-EXIT
002750         END-IF
002830     END-IF.
002840     OPEN INPUT INVOICE-IN.
002850     IF WS-INVOICE-IN-STATUS = '35'
002855         MOVE 'AR-0018' TO WS-LOG-MESSAGE-ID
002860         MOVE 'I' TO WS-LOG-SEVERITY
002865         MOVE 'NO INVOICE-OUT FILE - NO HAND-OFF TONIGHT'
002870             TO WS-LOG-TEXT
002875         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002880         MOVE 'Y' TO WS-INVOICE-EOF-SW
002890     ELSE
002900         IF WS-INVOICE-IN-STATUS NOT = '00'
002903             MOVE 'AR-0013' TO WS-LOG-MESSAGE-ID
002906             MOVE 'E' TO WS-LOG-SEVERITY
002909             MOVE SPACES TO WS-LOG-TEXT
002912             STRING 'UNABLE TO OPEN INVOICE-OUT STATUS '
002915                 WS-INVOICE-IN-STATUS
002918                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002921             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002930             MOVE 'Y' TO WS-ABORT-SW
002940             GO TO 1000-EXIT
002950         END-IF
002970     END-IF.
002980     OPEN INPUT INVHIST.
002990     IF WS-INVHIST-STATUS NOT = '00'
002993         MOVE 'AR-0014' TO WS-LOG-MESSAGE-ID
002996         MOVE 'E' TO WS-LOG-SEVERITY
002999         MOVE SPACES TO WS-LOG-TEXT
003002         STRING 'UNABLE TO OPEN INVHIST STATUS '
003005             WS-INVHIST-STATUS
003008             DELIMITED BY SIZE INTO WS-LOG-TEXT
003011         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003020         MOVE 'Y' TO WS-ABORT-SW
003030         GO TO 1000-EXIT
003040     END-IF.
003080         MOVE 'Y' TO WS-PEND-EOF-SW
003090     ELSE
003100         IF WS-ARPEND-IN-STATUS NOT = '00'
003103             MOVE 'AR-0015' TO WS-LOG-MESSAGE-ID
003106             MOVE 'E' TO WS-LOG-SEVERITY
003109             MOVE SPACES TO WS-LOG-TEXT
003112             STRING 'UNABLE TO OPEN ARPENDI STATUS '
003115                 WS-ARPEND-IN-STATUS
003118                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003121             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003130             MOVE 'Y' TO WS-ABORT-SW
003140             GO TO 1000-EXIT
003150         END-IF
003170     END-IF.
003180     OPEN OUTPUT ARPEND-OUT.
003190     IF WS-ARPEND-OUT-STATUS NOT = '00'
003193         MOVE 'AR-0016' TO WS-LOG-MESSAGE-ID
003196         MOVE 'E' TO WS-LOG-SEVERITY
003199         MOVE SPACES TO WS-LOG-TEXT
003202         STRING 'UNABLE TO OPEN ARPENDO STATUS '
003205             WS-ARPEND-OUT-STATUS
003208             DELIMITED BY SIZE INTO WS-LOG-TEXT
003211         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003220         MOVE 'Y' TO WS-ABORT-SW
003230         GO TO 1000-EXIT
003240     END-IF.
003640     MOVE 'N' TO WS-ACK-USED-SW (WS-ACK-COUNT).
003650     ADD 1 TO WS-ACKS-LOADED.
003660 1100-EXIT.
003661     EXIT.
003662*****************************************************************
003663*    1800-BEGIN-CYCLE-STEP
003664*
003665*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
003666*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
003667*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
003668*    TO THE CONSOLE.
003669*****************************************************************
003670 1800-BEGIN-CYCLE-STEP.
003671     OPEN EXTEND RUNLOG-FILE.
003672     IF WS-RUNLOG-STATUS = '05' OR '35'
003673         OPEN OUTPUT RUNLOG-FILE
003674     END-IF.
003675     IF WS-RUNLOG-STATUS NOT = '00'
003676         DISPLAY 'AR-ACK-RECON: UNABLE TO OPEN RUNLOG, '
003677             'STATUS = ' WS-RUNLOG-STATUS
003678             ' - LOGGING TO CONSOLE ONLY'
003679     ELSE
003680         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
003681     END-IF.
003682     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
003683     OPEN INPUT CYCPARM-IN.
003684     IF WS-CYCPARM-STATUS = '35'
003685         GO TO 1800-EXIT
003686     END-IF.
003687     IF WS-CYCPARM-STATUS NOT = '00'
003688         MOVE 'AR-0009' TO WS-LOG-MESSAGE-ID
003689         MOVE 'E' TO WS-LOG-SEVERITY
003690         MOVE SPACES TO WS-LOG-TEXT
003691         STRING 'UNABLE TO OPEN CYCPARM STATUS '
003692             WS-CYCPARM-STATUS
003693             DELIMITED BY SIZE INTO WS-LOG-TEXT
003694         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003695         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003696         GO TO 1800-EXIT
003697     END-IF.
003698     READ CYCPARM-IN
003699         AT END
003700             MOVE SPACES TO CYP-RECORD
003701     END-READ.
003702     IF CYP-CYCLE-DATE-X IS NUMERIC
003703             AND CYP-CYCLE-DATE > ZERO
003704         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
003705     ELSE
003706         IF CYP-CYCLE-DATE-X NOT = SPACES
003707             MOVE 'AR-0010' TO WS-LOG-MESSAGE-ID
003708             MOVE 'W' TO WS-LOG-SEVERITY
003709             MOVE SPACES TO WS-LOG-TEXT
003710             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
003711                 WS-CYCLE-DATE
003712                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003713             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003714         END-IF
003715     END-IF.
003716     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
003717     CLOSE CYCPARM-IN.
003718 1800-EXIT.
003719     EXIT.
003720*****************************************************************
003721*    1820-CHECK-CYCLE-STEP
003722*
003723*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
003724*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
003725*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
003726*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
003727*****************************************************************
003728 1820-CHECK-CYCLE-STEP.
003729     MOVE 'AR-0001' TO WS-LOG-MESSAGE-ID.
003730     MOVE 'I' TO WS-LOG-SEVERITY.
003731     MOVE SPACES TO WS-LOG-TEXT.
003732     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
003733         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003734     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003735     IF WS-CYCLE-REFUSED
003736         GO TO 1820-EXIT
003737     END-IF.
003738     OPEN I-O CYCLE-CONTROL.
003739     IF WS-CYCLECTL-STATUS = '05' OR '35'
003740         OPEN OUTPUT CYCLE-CONTROL
003741         IF WS-CYCLECTL-STATUS = '00'
003742             CLOSE CYCLE-CONTROL
003743             OPEN I-O CYCLE-CONTROL
003744         END-IF
003745     END-IF.
003746     IF WS-CYCLECTL-STATUS NOT = '00'
003747         MOVE 'AR-0003' TO WS-LOG-MESSAGE-ID
003748         MOVE 'E' TO WS-LOG-SEVERITY
003749         MOVE SPACES TO WS-LOG-TEXT
003750         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
003751             WS-CYCLECTL-STATUS
003752             DELIMITED BY SIZE INTO WS-LOG-TEXT
003753         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003754         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003755         GO TO 1820-EXIT
003756     END-IF.
003757     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
003758     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
003759     READ CYCLE-CONTROL
003760         INVALID KEY
003761             MOVE SPACES TO CYC-RECORD
003762             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
003763             WRITE CYC-RECORD
003764                 INVALID KEY
003765                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003766             END-WRITE
003767     END-READ.
003768     IF WS-CYCLE-REFUSED
003769         MOVE 'AR-0008' TO WS-LOG-MESSAGE-ID
003770         MOVE 'E' TO WS-LOG-SEVERITY
003771         MOVE SPACES TO WS-LOG-TEXT
003772         STRING 'CYCLECTL WRITE FAILED STATUS '
003773             WS-CYCLECTL-STATUS
003774             DELIMITED BY SIZE INTO WS-LOG-TEXT
003775         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003776         GO TO 1820-EXIT
003777     END-IF.
003778     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
003779         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
003780         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
003781     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
003782             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
003783         MOVE 'AR-0007' TO WS-LOG-MESSAGE-ID
003784         MOVE 'W' TO WS-LOG-SEVERITY
003785         MOVE SPACES TO WS-LOG-TEXT
003786         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
003787             ' REQUESTED ON CYCPARM'
003788             DELIMITED BY SIZE INTO WS-LOG-TEXT
003789         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003790     ELSE
003791         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
003792                 AND CYC-STEP-RC (WS-CYCLE-STEP)
003793                     NOT > WS-CYCLE-CLEAN-RC
003794             MOVE 'AR-0005' TO WS-LOG-MESSAGE-ID
003795             MOVE 'E' TO WS-LOG-SEVERITY
003796             MOVE SPACES TO WS-LOG-TEXT
003797             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
003798                 WS-CYCLE-DATE
003799                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003800             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003801             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003802         END-IF
003803         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
003804             MOVE 'AR-0006' TO WS-LOG-MESSAGE-ID
003805             MOVE 'E' TO WS-LOG-SEVERITY
003806             MOVE SPACES TO WS-LOG-TEXT
003807             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
003808                 'RERUN'
003809                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003810             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003811             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003812         END-IF
003813     END-IF.
003814     IF WS-CYCLE-REFUSED
003815         GO TO 1820-EXIT
003816     END-IF.
003817     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
003818     ACCEPT WS-LOG-TIME FROM TIME.
003819     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
003820         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
003821     END-IF.
003822     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
003823     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
003824     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
003825     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
003826     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
003827     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
003828     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
003829     REWRITE CYC-RECORD
003830         INVALID KEY
003831             MOVE 'AR-0008' TO WS-LOG-MESSAGE-ID
003832             MOVE 'E' TO WS-LOG-SEVERITY
003833             MOVE SPACES TO WS-LOG-TEXT
003834             STRING 'CYCLECTL REWRITE FAILED STATUS '
003835                 WS-CYCLECTL-STATUS
003836                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003837             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003838             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003839             GO TO 1820-EXIT
003840     END-REWRITE.
003841     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
003842 1820-EXIT.
003843     EXIT.
003844*****************************************************************
003845*    1830-CHECK-PREREQUISITE
003846*
003847*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
003848*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
003849*****************************************************************
003850 1830-CHECK-PREREQUISITE.
003851     IF CYC-STEP-FINISHED
003852             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003853         IF CYC-STEP-RC
003854                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003855                 NOT > WS-CYCLE-CLEAN-RC
003856             GO TO 1830-EXIT
003857         END-IF
003858     END-IF.
003859     MOVE 'AR-0004' TO WS-LOG-MESSAGE-ID.
003860     MOVE 'E' TO WS-LOG-SEVERITY.
003861     MOVE SPACES TO WS-LOG-TEXT.
003862     STRING 'PREREQUISITE '
003863         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
003864         ' HAS NOT FINISHED CLEAN'
003865         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003866     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003867     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
003868 1830-EXIT.
003869     EXIT.
003870*****************************************************************
003871*    2000-PROCESS-CARRIED
003872*
003873*    EACH CARRIED PENDING ITEM EITHER MATCHES AN ACK TONIGHT
003874*    AND CLOSES, OR CARRIES FORWARD ANOTHER DAY -- AND PAST
003875*    THE GRACE PERIOD IT ESCALATES.
003876*****************************************************************
003877 2000-PROCESS-CARRIED.
003878     PERFORM 2500-DISPOSE-ITEM THRU 2500-EXIT.
003879     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
003880 2000-EXIT.
003881     EXIT.
003882*****************************************************************
003883*    2100-PROCESS-SENT
003884*
003885*    TODAY'S INVOICE-OUT HEADERS AND CREDIT MEMOS BECOME
003886*    TONIGHT'S EXPECTED SET.  LINE RECORDS CARRY NO AMOUNTS AR
003887*    LOADS SEPARATELY AND ARE SKIPPED.  SALE AMOUNTS ARE
003888*    CROSS-CHECKED AGAINST INVHIST ON THE WAY PAST.
003889*****************************************************************
003890 2100-PROCESS-SENT.
003891     IF NOT INV-TYPE-HEADER
003900             AND NOT INV-TYPE-CREDIT
003910         PERFORM 2950-READ-INVOICE THRU 2950-EXIT
003920         GO TO 2100-EXIT
005700 7000-EXIT.
005710     EXIT.
005720*****************************************************************
005721*    7100-WRITE-RUN-LOG
005722*
005723*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
005724*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
005725*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
005726*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
005727*****************************************************************
005728 7100-WRITE-RUN-LOG.
005729     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
005730     ACCEPT WS-LOG-TIME FROM TIME.
005731     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
005732         WS-LOG-TEXT.
005733     IF WS-LOG-SEVERITY = 'E'
005734         MOVE 'Y' TO WS-FATAL-SW
005735     END-IF.
005736     IF NOT WS-RUNLOG-OPENED
005737         GO TO 7100-EXIT
005738     END-IF.
005739     MOVE WS-LOG-DATE               TO RLG-DATE.
005740     MOVE WS-LOG-TIME               TO RLG-TIME.
005741     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
005742     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
005743     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
005744     MOVE WS-LOG-TEXT               TO RLG-TEXT.
005745     WRITE RLG-RECORD.
005746 7100-EXIT.
005747     EXIT.
005748*****************************************************************
005749*    7500-COUNT-UNKNOWN-ACKS
005750*
005751*    AN ACK FOR AN INVOICE WE NEVER SENT AND ARE NOT CARRYING
005760*    MEANS AR'S LEDGER AND OURS HAVE ALREADY PARTED WAYS.
005770*****************************************************************
005780 7500-COUNT-UNKNOWN-ACKS.
006150             OR WS-AMOUNT-MISMATCHES > ZERO
006160             OR WS-INVHIST-MISMATCHES > ZERO
006170             OR WS-BALCTL-MISMATCHES > ZERO
006175         MOVE 'AR-0019' TO WS-LOG-MESSAGE-ID
006180         MOVE 'W' TO WS-LOG-SEVERITY
006185         MOVE 'RECONCILIATION FAILED - PAGE SOMEONE'
006190             TO WS-LOG-TEXT
006195         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
006200         MOVE 8 TO RETURN-CODE
006210         GO TO 8000-EXIT
006220     END-IF.
006230     IF WS-ITEMS-CARRIED > ZERO
006235         MOVE 'AR-0020' TO WS-LOG-MESSAGE-ID
006240         MOVE 'W' TO WS-LOG-SEVERITY
006245         MOVE 'ITEMS PENDING WITHIN GRACE' TO WS-LOG-TEXT
006250         MOVE 4 TO RETURN-CODE
006260     ELSE
006265         MOVE 'AR-0021' TO WS-LOG-MESSAGE-ID
006270         MOVE 'I' TO WS-LOG-SEVERITY
006275         MOVE 'EVERYTHING ACKNOWLEDGED' TO WS-LOG-TEXT
006280     END-IF.
006285     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
006290 8000-EXIT.
006300     EXIT.
006310*****************************************************************
006460     END-IF.
006470 9000-EXIT.
006480     EXIT.
006490*****************************************************************
006500*    9500-END-CYCLE-STEP
006510*
006520*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
006530*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
006540*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
006550*    REFUSED OR FATAL RUN ENDS 16.
006560*****************************************************************
006570 9500-END-CYCLE-STEP.
006580     MOVE RETURN-CODE TO WS-JOB-RC.
006590     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
006600         MOVE 16 TO WS-JOB-RC
006610     END-IF.
006620     IF WS-CYCLE-STARTED
006630         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
006640         READ CYCLE-CONTROL
006650             INVALID KEY
006660                 MOVE 16 TO WS-JOB-RC
006670                 MOVE 'AR-0008' TO WS-LOG-MESSAGE-ID
006680                 MOVE 'E' TO WS-LOG-SEVERITY
006690                 MOVE SPACES TO WS-LOG-TEXT
006700                 STRING 'CYCLECTL READ FAILED STATUS '
006710                     WS-CYCLECTL-STATUS
006720                     DELIMITED BY SIZE INTO WS-LOG-TEXT
006730                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
006740             NOT INVALID KEY
006750                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
006760                 ACCEPT WS-LOG-TIME FROM TIME
006770                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
006780                 MOVE WS-LOG-DATE
006790                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
006800                 MOVE WS-LOG-TIME
006810                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
006820                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
006830                 REWRITE CYC-RECORD
006840                     INVALID KEY
006850                         MOVE 16 TO WS-JOB-RC
006860                 END-REWRITE
006870         END-READ
006880     END-IF.
006890     IF WS-CYCLECTL-OPENED
006900         CLOSE CYCLE-CONTROL
006910     END-IF.
006920     MOVE 'AR-0002' TO WS-LOG-MESSAGE-ID.
006930     IF WS-JOB-RC = ZERO
006940         MOVE 'I' TO WS-LOG-SEVERITY
006950     ELSE
006960         IF WS-JOB-RC = 16
006970             MOVE 'E' TO WS-LOG-SEVERITY
006980         ELSE
006990             MOVE 'W' TO WS-LOG-SEVERITY
007000         END-IF
007010     END-IF.
007020     MOVE SPACES TO WS-LOG-TEXT.
007030     IF WS-CYCLE-REFUSED
007040         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
007050             DELIMITED BY SIZE INTO WS-LOG-TEXT
007060     ELSE
007070         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
007080             DELIMITED BY SIZE INTO WS-LOG-TEXT
007090     END-IF.
007100     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
007110     IF WS-RUNLOG-OPENED
007120         CLOSE RUNLOG-FILE
007130     END-IF.
007140     MOVE WS-JOB-RC TO RETURN-CODE.
007150 9500-EXIT.
007160     EXIT.
