000200*   RETURN CODES:  0 = IN BALANCE                               *
000210*                  8 = OUT OF BALANCE, HOLD THE HAND-OFF        *
000220*                 16 = COULD NOT READ A FILE, HOLD THE HAND-OFF *
000225*                      (ALSO WHEN CYCLECTL REFUSES THE STEP)    *
000230*                                                               *
000240*****************************************************************
000250* MAINTENANCE HISTORY
000350* 2026-09-01 RJH   INV-LINE-RECORD GAINED THE ITEM NUMBER THE
000360*                  PRICING RUN NOW STAMPS ON INVOICE LINES;
000370*                  LAYOUT KEPT IN STEP, NO CHECKS CHANGED.
000371* 2026-10-15 RJH   SALES TAX.  INVOICE HEADERS AND CREDIT MEMOS
000372*                  NOW CARRY THE TAX AMOUNT AND BALCTL THE RUN'S
000373*                  TAX TOTAL; THE TAX IS RE-ADDED AND PROVED
000374*                  AGAINST THE CONTROL RECORD LIKE THE OTHER
000375*                  AMOUNTS.
000376* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000377*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000378*                  01 (INVBAL) AND WILL NOT RUN TWICE FOR ONE
000379*                  CYCLE.  OPERATIONAL MESSAGES GO TO RUNLOG
000380*                  WITH IB- MESSAGE IDS.
000381* ---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000450     SELECT INVOICE-IN ASSIGN TO "INVOICE-OUT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-INVOICE-IN-STATUS.
000471     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000472         ORGANIZATION IS SEQUENTIAL
000473         FILE STATUS IS WS-CYCPARM-STATUS.
000474     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000475         ORGANIZATION IS INDEXED
000476         ACCESS MODE IS RANDOM
000477         RECORD KEY IS CYC-CYCLE-DATE
000478         FILE STATUS IS WS-CYCLECTL-STATUS.
000479     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000480         ORGANIZATION IS SEQUENTIAL
000481         FILE STATUS IS WS-RUNLOG-STATUS.
000482 DATA DIVISION.
000490 FILE SECTION.
000500 FD  BALCTL-IN
000510     LABEL RECORDS ARE STANDARD.
000580     05  BAL-TOTAL-AMOUNT        PIC S9(09)V99.
000590     05  BAL-TOTAL-DISCOUNT      PIC S9(09)V99.
000600     05  BAL-TOTAL-DISCOUNTED    PIC S9(09)V99.
000610     05  BAL-TOTAL-TAX           PIC S9(09)V99.
000620 FD  INVOICE-IN
000630     LABEL RECORDS ARE STANDARD.
000640 01  INV-RECORD.
000730     05  INV-DISCOUNT            PIC S9(07)V99.
000740     05  INV-DISCOUNTED-TOTAL    PIC S9(07)V99.
000750     05  INV-ORIG-INVOICE        PIC 9(07).
000753     05  FILLER                  PIC X(08).
000756     05  INV-TAX-JURISDICTION    PIC X(05).
000759     05  INV-TAX-RATE            PIC V9(05).
000762     05  INV-TAX-AMOUNT          PIC S9(07)V99.
000765     05  FILLER                  PIC X(03).
000770 01  INV-LINE-RECORD.
000780     05  FILLER                  PIC X(01).
000790     05  INV-LINE-CUSTOMER-ID    PIC X(05).
000840     05  INV-LINE-TOTAL          PIC 9(07)V99.
000850     05  INV-LINE-ITEM-NUMBER    PIC X(06).
000860     05  FILLER                  PIC X(37).
000861 FD  CYCPARM-IN
000862     LABEL RECORDS ARE STANDARD.
000863 01  CYP-RECORD.
000864     05  CYP-CYCLE-DATE-X        PIC X(08).
000865     05  CYP-CYCLE-DATE REDEFINES
000866         CYP-CYCLE-DATE-X        PIC 9(08).
000867     05  CYP-RERUN-STEP          PIC X(08).
000868     05  FILLER                  PIC X(64).
000869*----------------------------------------------------------------
000870*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
000871*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
000872*----------------------------------------------------------------
000873 FD  CYCLE-CONTROL
000874     LABEL RECORDS ARE STANDARD.
000875 01  CYC-RECORD.
000876     05  CYC-CYCLE-DATE          PIC 9(08).
000877     05  CYC-STEP OCCURS 10 TIMES.
000878         10  CYC-STEP-STATUS     PIC X(01).
000879             88  CYC-STEP-NOT-RUN            VALUE SPACE.
000880             88  CYC-STEP-STARTED            VALUE 'S'.
000881             88  CYC-STEP-FINISHED           VALUE 'F'.
000882         10  CYC-STEP-START-DATE PIC 9(08).
000883         10  CYC-STEP-START-TIME PIC 9(08).
000884         10  CYC-STEP-END-DATE   PIC 9(08).
000885         10  CYC-STEP-END-TIME   PIC 9(08).
000886         10  CYC-STEP-RC         PIC 9(02).
000887         10  CYC-STEP-RUNS       PIC 9(02).
000888     05  FILLER                  PIC X(22).
000889 FD  RUNLOG-FILE
000890     LABEL RECORDS ARE STANDARD.
000891 01  RLG-RECORD.
000892     05  RLG-DATE                PIC 9(08).
000893     05  RLG-TIME                PIC 9(08).
000894     05  RLG-PROGRAM             PIC X(08).
000895     05  RLG-MESSAGE-ID          PIC X(08).
000896     05  RLG-SEVERITY            PIC X(01).
000897     05  RLG-TEXT                PIC X(44).
000898     05  FILLER                  PIC X(03).
000899 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------
000901*    INDEPENDENT RE-ADD ACCUMULATORS
000902*----------------------------------------------------------------
000910 77  WS-INVOICE-COUNT            PIC 9(7)     VALUE ZERO COMP.
000920 77  WS-CREDIT-COUNT             PIC 9(7)     VALUE ZERO COMP.
000930 77  WS-LINE-RECORDS             PIC 9(7)     VALUE ZERO COMP.
000940 77  WS-SUM-TOTAL                PIC S9(9)V99 VALUE ZERO.
000950 77  WS-SUM-DISCOUNT             PIC S9(9)V99 VALUE ZERO.
000960 77  WS-SUM-DISCOUNTED           PIC S9(9)V99 VALUE ZERO.
000965 77  WS-SUM-TAX                  PIC S9(9)V99 VALUE ZERO.
000970 77  WS-FIRST-INVOICE            PIC 9(7)     VALUE ZERO.
000980 77  WS-LAST-INVOICE             PIC 9(7)     VALUE ZERO.
000990*----------------------------------------------------------------
001210     88  WS-EOF-YES                          VALUE 'Y'.
001220     88  WS-EOF-NO                           VALUE 'N'.
001230 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
001231*----------------------------------------------------------------
001232*    CYCLE CONTROL FIELDS
001233*
001234*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
001235*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
001236*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
001237*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
001238*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
001239*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
001240*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
001241*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
001242*----------------------------------------------------------------
001243 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
001244 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
001245 77  WS-CYCLE-STEP               PIC 9(02) VALUE 01 COMP.
001246 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'INVBAL'.
001247 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
001248 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 0 COMP.
001249 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
001250 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
001251     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
001252 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
001253     88  WS-CYCLE-STARTED                    VALUE 'Y'.
001254 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
001255     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
001256 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
001257 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
001258 01  WS-CYCLE-PREREQ-VALUES.
001259     05  FILLER                  PIC X(10) VALUE SPACES.
001260 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
001261     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
001262         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
001263         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
001264*----------------------------------------------------------------
001265*    RUN LOG AND RETURN CODE FIELDS
001266*
001267*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
001268*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
001269*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
001270*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
001271*    THE RUN FATAL AND FORCES RETURN CODE 16.
001272*----------------------------------------------------------------
001273 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001274 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
001275     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
001276 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
001277     88  WS-FATAL-ERROR                      VALUE 'Y'.
001278 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
001279 01  WS-LOG-DATE                 PIC 9(08).
001280 01  WS-LOG-TIME                 PIC 9(08).
001281 01  WS-LOG-MESSAGE-ID           PIC X(08).
001282 01  WS-LOG-SEVERITY             PIC X(01).
001283 01  WS-LOG-TEXT                 PIC X(44).
001284 PROCEDURE DIVISION.
001285*****************************************************************
001286*    0000-MAINLINE
001287*****************************************************************
001288 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     PERFORM 2000-PROCESS-INVOICE THRU 2000-EXIT
001310         UNTIL WS-EOF-YES.
001320     PERFORM 3000-CLOSE-OPEN-HEADER THRU 3000-EXIT.
001330     PERFORM 7000-COMPARE-TOTALS THRU 7000-EXIT.
001340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001345     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
001350     STOP RUN.
001360*****************************************************************
001370*    1000-INITIALIZE
001380*****************************************************************
001390 1000-INITIALIZE.
001391     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
001392     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
001393     IF WS-CYCLE-REFUSED
001394         MOVE 'Y' TO WS-EOF-SWITCH
001395         MOVE 16 TO RETURN-CODE
001396         GO TO 1000-EXIT
001397     END-IF.
001400     OPEN INPUT BALCTL-IN.
001410     IF WS-BALCTL-STATUS NOT = '00'
001413         MOVE 'IB-0011' TO WS-LOG-MESSAGE-ID
001416         MOVE 'E' TO WS-LOG-SEVERITY
001419         MOVE SPACES TO WS-LOG-TEXT
001422         STRING 'UNABLE TO OPEN BALCTL STATUS '
001425             WS-BALCTL-STATUS
001428             DELIMITED BY SIZE INTO WS-LOG-TEXT
001431         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001440         MOVE 'Y' TO WS-EOF-SWITCH
001450         MOVE 16 TO RETURN-CODE
001460         GO TO 1000-EXIT
001480     MOVE 1 TO WS-INIT-STAGE.
001490     READ BALCTL-IN
001500         AT END
001504             MOVE 'IB-0012' TO WS-LOG-MESSAGE-ID
001508             MOVE 'E' TO WS-LOG-SEVERITY
001512             MOVE 'BALCTL IS EMPTY' TO WS-LOG-TEXT
001516             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001520             MOVE 'Y' TO WS-EOF-SWITCH
001530             MOVE 16 TO RETURN-CODE
001540             GO TO 1000-EXIT
001550     END-READ.
001560     OPEN INPUT INVOICE-IN.
001570     IF WS-INVOICE-IN-STATUS NOT = '00'
001573         MOVE 'IB-0013' TO WS-LOG-MESSAGE-ID
001576         MOVE 'E' TO WS-LOG-SEVERITY
001579         MOVE SPACES TO WS-LOG-TEXT
001582         STRING 'UNABLE TO OPEN INVOICE-OUT STATUS '
001585             WS-INVOICE-IN-STATUS
001588             DELIMITED BY SIZE INTO WS-LOG-TEXT
001591         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001600         MOVE 'Y' TO WS-EOF-SWITCH
001610         MOVE 16 TO RETURN-CODE
001620         GO TO 1000-EXIT
001640     MOVE 2 TO WS-INIT-STAGE.
001650     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
001660 1000-EXIT.
001661     EXIT.
001662*****************************************************************
001663*    1800-BEGIN-CYCLE-STEP
001664*
001665*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
001666*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
001667*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
001668*    TO THE CONSOLE.
001669*****************************************************************
001670 1800-BEGIN-CYCLE-STEP.
001671     OPEN EXTEND RUNLOG-FILE.
001672     IF WS-RUNLOG-STATUS = '05' OR '35'
001673         OPEN OUTPUT RUNLOG-FILE
001674     END-IF.
001675     IF WS-RUNLOG-STATUS NOT = '00'
001676         DISPLAY 'INVOICE-BALANCE: UNABLE TO OPEN RUNLOG, '
001677             'STATUS = ' WS-RUNLOG-STATUS
001678             ' - LOGGING TO CONSOLE ONLY'
001679     ELSE
001680         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
001681     END-IF.
001682     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
001683     OPEN INPUT CYCPARM-IN.
001684     IF WS-CYCPARM-STATUS = '35'
001685         GO TO 1800-EXIT
001686     END-IF.
001687     IF WS-CYCPARM-STATUS NOT = '00'
001688         MOVE 'IB-0009' TO WS-LOG-MESSAGE-ID
001689         MOVE 'E' TO WS-LOG-SEVERITY
001690         MOVE SPACES TO WS-LOG-TEXT
001691         STRING 'UNABLE TO OPEN CYCPARM STATUS '
001692             WS-CYCPARM-STATUS
001693             DELIMITED BY SIZE INTO WS-LOG-TEXT
001694         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001695         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
001696         GO TO 1800-EXIT
001697     END-IF.
001698     READ CYCPARM-IN
001699         AT END
001700             MOVE SPACES TO CYP-RECORD
001701     END-READ.
001702     IF CYP-CYCLE-DATE-X IS NUMERIC
001703             AND CYP-CYCLE-DATE > ZERO
001704         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
001705     ELSE
001706         IF CYP-CYCLE-DATE-X NOT = SPACES
001707             MOVE 'IB-0010' TO WS-LOG-MESSAGE-ID
001708             MOVE 'W' TO WS-LOG-SEVERITY
001709             MOVE SPACES TO WS-LOG-TEXT
001710             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
001711                 WS-CYCLE-DATE
001712                 DELIMITED BY SIZE INTO WS-LOG-TEXT
001713             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001714         END-IF
001715     END-IF.
001716     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
001717     CLOSE CYCPARM-IN.
001718 1800-EXIT.
001719     EXIT.
001720*****************************************************************
001721*    1820-CHECK-CYCLE-STEP
001722*
001723*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
001724*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
001725*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
001726*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
001727*****************************************************************
001728 1820-CHECK-CYCLE-STEP.
001729     MOVE 'IB-0001' TO WS-LOG-MESSAGE-ID.
001730     MOVE 'I' TO WS-LOG-SEVERITY.
001731     MOVE SPACES TO WS-LOG-TEXT.
001732     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
001733         DELIMITED BY SIZE INTO WS-LOG-TEXT.
001734     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
001735     IF WS-CYCLE-REFUSED
001736         GO TO 1820-EXIT
001737     END-IF.
001738     OPEN I-O CYCLE-CONTROL.
001739     IF WS-CYCLECTL-STATUS = '05' OR '35'
001740         OPEN OUTPUT CYCLE-CONTROL
001741         IF WS-CYCLECTL-STATUS = '00'
001742             CLOSE CYCLE-CONTROL
001743             OPEN I-O CYCLE-CONTROL
001744         END-IF
001745     END-IF.
001746     IF WS-CYCLECTL-STATUS NOT = '00'
001747         MOVE 'IB-0003' TO WS-LOG-MESSAGE-ID
001748         MOVE 'E' TO WS-LOG-SEVERITY
001749         MOVE SPACES TO WS-LOG-TEXT
001750         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
001751             WS-CYCLECTL-STATUS
001752             DELIMITED BY SIZE INTO WS-LOG-TEXT
001753         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001754         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
001755         GO TO 1820-EXIT
001756     END-IF.
001757     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
001758     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
001759     READ CYCLE-CONTROL
001760         INVALID KEY
001761             MOVE SPACES TO CYC-RECORD
001762             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
001763             WRITE CYC-RECORD
001764                 INVALID KEY
001765                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
001766             END-WRITE
001767     END-READ.
001768     IF WS-CYCLE-REFUSED
001769         MOVE 'IB-0008' TO WS-LOG-MESSAGE-ID
001770         MOVE 'E' TO WS-LOG-SEVERITY
001771         MOVE SPACES TO WS-LOG-TEXT
001772         STRING 'CYCLECTL WRITE FAILED STATUS '
001773             WS-CYCLECTL-STATUS
001774             DELIMITED BY SIZE INTO WS-LOG-TEXT
001775         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001776         GO TO 1820-EXIT
001777     END-IF.
001778     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
001779         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
001780         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
001781     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
001782             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
001783         MOVE 'IB-0007' TO WS-LOG-MESSAGE-ID
001784         MOVE 'W' TO WS-LOG-SEVERITY
001785         MOVE SPACES TO WS-LOG-TEXT
001786         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
001787             ' REQUESTED ON CYCPARM'
001788             DELIMITED BY SIZE INTO WS-LOG-TEXT
001789         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001790     ELSE
001791         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
001792                 AND CYC-STEP-RC (WS-CYCLE-STEP)
001793                     NOT > WS-CYCLE-CLEAN-RC
001794             MOVE 'IB-0005' TO WS-LOG-MESSAGE-ID
001795             MOVE 'E' TO WS-LOG-SEVERITY
001796             MOVE SPACES TO WS-LOG-TEXT
001797             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
001798                 WS-CYCLE-DATE
001799                 DELIMITED BY SIZE INTO WS-LOG-TEXT
001800             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001801             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
001802         END-IF
001803         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
001804             MOVE 'IB-0006' TO WS-LOG-MESSAGE-ID
001805             MOVE 'E' TO WS-LOG-SEVERITY
001806             MOVE SPACES TO WS-LOG-TEXT
001807             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
001808                 'RERUN'
001809                 DELIMITED BY SIZE INTO WS-LOG-TEXT
001810             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001811             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
001812         END-IF
001813     END-IF.
001814     IF WS-CYCLE-REFUSED
001815         GO TO 1820-EXIT
001816     END-IF.
001817     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
001818     ACCEPT WS-LOG-TIME FROM TIME.
001819     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
001820         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
001821     END-IF.
001822     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
001823     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
001824     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
001825     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
001826     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
001827     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
001828     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
001829     REWRITE CYC-RECORD
001830         INVALID KEY
001831             MOVE 'IB-0008' TO WS-LOG-MESSAGE-ID
001832             MOVE 'E' TO WS-LOG-SEVERITY
001833             MOVE SPACES TO WS-LOG-TEXT
001834             STRING 'CYCLECTL REWRITE FAILED STATUS '
001835                 WS-CYCLECTL-STATUS
001836                 DELIMITED BY SIZE INTO WS-LOG-TEXT
001837             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001838             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
001839             GO TO 1820-EXIT
001840     END-REWRITE.
001841     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
001842 1820-EXIT.
001843     EXIT.
001844*****************************************************************
001845*    1830-CHECK-PREREQUISITE
001846*
001847*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
001848*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
001849*****************************************************************
001850 1830-CHECK-PREREQUISITE.
001851     IF CYC-STEP-FINISHED
001852             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
001853         IF CYC-STEP-RC
001854                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
001855                 NOT > WS-CYCLE-CLEAN-RC
001856             GO TO 1830-EXIT
001857         END-IF
001858     END-IF.
001859     MOVE 'IB-0004' TO WS-LOG-MESSAGE-ID.
001860     MOVE 'E' TO WS-LOG-SEVERITY.
001861     MOVE SPACES TO WS-LOG-TEXT.
001862     STRING 'PREREQUISITE '
001863         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
001864         ' HAS NOT FINISHED CLEAN'
001865         DELIMITED BY SIZE INTO WS-LOG-TEXT.
001866     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
001867     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
001868 1830-EXIT.
001869     EXIT.
001870*****************************************************************
001871*    2000-PROCESS-INVOICE
001872*****************************************************************
001873 2000-PROCESS-INVOICE.
001874     IF INV-TYPE-HEADER OR INV-TYPE-CREDIT
001875         PERFORM 3000-CLOSE-OPEN-HEADER THRU 3000-EXIT
001876         PERFORM 3100-TALLY-INVOICE THRU 3100-EXIT
001877     ELSE
001878         IF INV-TYPE-LINE
001879             PERFORM 3200-TALLY-LINE THRU 3200-EXIT
001880         ELSE
001881             ADD 1 TO WS-LINE-ERRORS
001882             DISPLAY 'INVOICE-BALANCE: UNKNOWN RECORD TYPE '
001883                 INV-RECORD-TYPE ' ON INVOICE-OUT'
001884         END-IF
001885     END-IF.
001886     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
001887 2000-EXIT.
001888     EXIT.
001889*****************************************************************
001890*    3000-CLOSE-OPEN-HEADER
001891*
001900*    WHEN THE NEXT INVOICE (OR END OF FILE) ARRIVES, THE LINE
001910*    RECORDS SEEN BEHIND THE PRIOR HEADER MUST MATCH THE COUNT
001920*    THE HEADER PROMISED.
002190     ADD INV-TOTAL            TO WS-SUM-TOTAL.
002200     ADD INV-DISCOUNT         TO WS-SUM-DISCOUNT.
002210     ADD INV-DISCOUNTED-TOTAL TO WS-SUM-DISCOUNTED.
002212     IF INV-TAX-AMOUNT IS NUMERIC
002214         ADD INV-TAX-AMOUNT   TO WS-SUM-TAX
002216     END-IF.
002220     IF WS-FIRST-INVOICE = ZERO
002230         MOVE INV-INVOICE-NUMBER TO WS-FIRST-INVOICE
002240     ELSE
003110             WS-SUM-DISCOUNTED ' VS CONTROL '
003120             BAL-TOTAL-DISCOUNTED
003130     END-IF.
003131     IF WS-SUM-TAX NOT = BAL-TOTAL-TAX
003132         ADD 1 TO WS-MISMATCH-COUNT
003133         DISPLAY 'INVOICE-BALANCE: TOTAL SALES TAX '
003134             WS-SUM-TAX ' VS CONTROL ' BAL-TOTAL-TAX
003135     END-IF.
003140     DISPLAY '==============================================='.
003150     DISPLAY 'INVOICE-BALANCE - END OF RUN'.
003160     DISPLAY '  INVOICES READ ............ ' WS-INVOICE-COUNT.
003190     DISPLAY '  SEQUENCE ERRORS .......... ' WS-SEQUENCE-ERRORS.
003200     DISPLAY '  LINE ERRORS .............. ' WS-LINE-ERRORS.
003210     DISPLAY '  CONTROL MISMATCHES ....... ' WS-MISMATCH-COUNT.
003215     DISPLAY '==============================================='.
003220     IF WS-MISMATCH-COUNT = ZERO
003230             AND WS-SEQUENCE-ERRORS = ZERO
003240             AND WS-LINE-ERRORS = ZERO
003245         MOVE 'IB-0014' TO WS-LOG-MESSAGE-ID
003250         MOVE 'I' TO WS-LOG-SEVERITY
003255         MOVE 'INVOICE FILE IS IN BALANCE' TO WS-LOG-TEXT
003260     ELSE
003266         MOVE 'IB-0015' TO WS-LOG-MESSAGE-ID
003272         MOVE 'W' TO WS-LOG-SEVERITY
003278         MOVE 'INVOICE FILE OUT OF BALANCE - HOLD HAND-OFF'
003284             TO WS-LOG-TEXT
003290         MOVE 8 TO RETURN-CODE
003300     END-IF.
003310     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003320 7000-EXIT.
003321     EXIT.
003322*****************************************************************
003323*    7100-WRITE-RUN-LOG
003324*
003325*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
003326*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
003327*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
003328*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
003329*****************************************************************
003330 7100-WRITE-RUN-LOG.
003331     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
003332     ACCEPT WS-LOG-TIME FROM TIME.
003333     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
003334         WS-LOG-TEXT.
003335     IF WS-LOG-SEVERITY = 'E'
003336         MOVE 'Y' TO WS-FATAL-SW
003337     END-IF.
003338     IF NOT WS-RUNLOG-OPENED
003339         GO TO 7100-EXIT
003340     END-IF.
003341     MOVE WS-LOG-DATE               TO RLG-DATE.
003342     MOVE WS-LOG-TIME               TO RLG-TIME.
003343     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
003344     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
003345     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
003346     MOVE WS-LOG-TEXT               TO RLG-TEXT.
003347     WRITE RLG-RECORD.
003348 7100-EXIT.
003349     EXIT.
003350*****************************************************************
003351*    9000-TERMINATE
003360*****************************************************************
003370 9000-TERMINATE.
003380     IF WS-INIT-STAGE NOT < 1
003430     END-IF.
003440 9000-EXIT.
003450     EXIT.
003460*****************************************************************
003470*    9500-END-CYCLE-STEP
003480*
003490*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
003500*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
003510*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
003520*    REFUSED OR FATAL RUN ENDS 16.
003530*****************************************************************
003540 9500-END-CYCLE-STEP.
003550     MOVE RETURN-CODE TO WS-JOB-RC.
003560     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
003570         MOVE 16 TO WS-JOB-RC
003580     END-IF.
003590     IF WS-CYCLE-STARTED
003600         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
003610         READ CYCLE-CONTROL
003620             INVALID KEY
003630                 MOVE 16 TO WS-JOB-RC
003640                 MOVE 'IB-0008' TO WS-LOG-MESSAGE-ID
003650                 MOVE 'E' TO WS-LOG-SEVERITY
003660                 MOVE SPACES TO WS-LOG-TEXT
003670                 STRING 'CYCLECTL READ FAILED STATUS '
003680                     WS-CYCLECTL-STATUS
003690                     DELIMITED BY SIZE INTO WS-LOG-TEXT
003700                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003710             NOT INVALID KEY
003720                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
003730                 ACCEPT WS-LOG-TIME FROM TIME
003740                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
003750                 MOVE WS-LOG-DATE
003760                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
003770                 MOVE WS-LOG-TIME
003780                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
003790                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
003800                 REWRITE CYC-RECORD
003810                     INVALID KEY
003820                         MOVE 16 TO WS-JOB-RC
003830                 END-REWRITE
003840         END-READ
003850     END-IF.
003860     IF WS-CYCLECTL-OPENED
003870         CLOSE CYCLE-CONTROL
003880     END-IF.
003890     MOVE 'IB-0002' TO WS-LOG-MESSAGE-ID.
003900     IF WS-JOB-RC = ZERO
003910         MOVE 'I' TO WS-LOG-SEVERITY
003920     ELSE
003930         IF WS-JOB-RC = 16
003940             MOVE 'E' TO WS-LOG-SEVERITY
003950         ELSE
003960             MOVE 'W' TO WS-LOG-SEVERITY
003970         END-IF
003980     END-IF.
003990     MOVE SPACES TO WS-LOG-TEXT.
004000     IF WS-CYCLE-REFUSED
004010         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
004020             DELIMITED BY SIZE INTO WS-LOG-TEXT
004030     ELSE
004040         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
004050             DELIMITED BY SIZE INTO WS-LOG-TEXT
004060     END-IF.
004070     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
004080     IF WS-RUNLOG-OPENED
004090         CLOSE RUNLOG-FILE
004100     END-IF.
004110     MOVE WS-JOB-RC TO RETURN-CODE.
004120 9500-EXIT.
004130     EXIT.
