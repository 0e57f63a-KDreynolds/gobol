000210*   ALREADY PRODUCED ONE DOUBLE CREDIT.                         *
000220*                                                               *
000230*   DISPOSITIONS ARE KEYED BY THE SUSPENSE DATE AND SEQUENCE    *
000238*   NUMBER STAMPED ON EACH SUSPENSE RECORD.  ACTION 'C' APPLIES *
000246*   NEW FIELDS (QUANTITY, ORIGINAL INVOICE, CUSTOMER, ORDER     *
000254*   REFERENCE) AND RESUBMITS; ACTION 'R' RESUBMITS THE RETURN   *
000262*   AS KEYED -- FOR AN R1 WHOSE SALE HAS SINCE REACHED INVHIST  *
000270*   -- ACTION 'A' RESUBMITS AN R6, A RETURN AGAINST A SALE      *
000278*   OUTSIDE THE RETURN WINDOW, AS A LATE RETURN THE DESK HAS    *
000286*   APPROVED, AND ACTION 'W' WRITES IT OFF.  A RETURN IS NEVER  *
000294*   RESUBMITTED WITHOUT AN EXPLICIT DISPOSITION: MOST SUSPENSE  *
000302*   REASONS FAIL AGAINST THE MASTERS, NOT THE FIELDS, SO AN     *
000310*   AUTOMATIC RETRY WOULD BOUNCE FOREVER AND STACK A FRESH      *
000318*   SUSPENSE RECORD EACH DAY.  A RESUBMITTED RETURN KEEPS ITS   *
000326*   ORDER REFERENCE, SO THE POSTED-FILE GUARD IN THE PRICING    *
000334*   RUN STILL BLOCKS A DOUBLE CREDIT.                           *
000350*                                                               *
000360*****************************************************************
000370* MAINTENANCE HISTORY
000420*                  CYCLE OVER THE RETURNS SUSPENSE FILE, WITH
000430*                  A ROLLING SUSPENSE MASTER CARRYING EACH
000440*                  RETURN'S STATUS ACROSS DAYS.
000441* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000442*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000443*                  09 (SUSPCORR) AND WILL NOT WORK THE SAME
000444*                  CYCLE'S SUSPENSE TWICE.  THE STEP NOW ENDS 4
000445*                  WHEN A DISPOSITION MATCHES NO SUSPENSE, AND
000446*                  16 WHEN A FILE CANNOT BE OPENED.
000447*                  OPERATIONAL MESSAGES GO TO RUNLOG WITH SC-
000448*                  MESSAGE IDS.
000449* 2026-10-15 RJH   LATE RETURNS.  NEW ACTION 'A' APPROVES A
000450*                  RETURN SUSPENDED AS R6 (OUTSIDE THE RETURN
000451*                  WINDOW) AND RESUBMITS IT WITH THE LATE-RETURN
000452*                  SWITCH SET, SO THE PRICING RUN CREDITS IT.
000453* ---------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000610     SELECT RESUBMIT-OUT ASSIGN TO "SUSRESUB"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RESUBMIT-STATUS.
000631     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000632         ORGANIZATION IS SEQUENTIAL
000633         FILE STATUS IS WS-CYCPARM-STATUS.
000634     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000635         ORGANIZATION IS INDEXED
000636         ACCESS MODE IS RANDOM
000637         RECORD KEY IS CYC-CYCLE-DATE
000638         FILE STATUS IS WS-CYCLECTL-STATUS.
000639     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000640         ORGANIZATION IS SEQUENTIAL
000641         FILE STATUS IS WS-RUNLOG-STATUS.
000642 DATA DIVISION.
000650 FILE SECTION.
000660 FD  SUSPTRAN-IN
000670     LABEL RECORDS ARE STANDARD.
000700         88  SCT-ACTION-CORRECT          VALUE 'C'.
000710         88  SCT-ACTION-RESUBMIT         VALUE 'R'.
000720         88  SCT-ACTION-WRITEOFF         VALUE 'W'.
000726         88  SCT-ACTION-APPROVE-LATE     VALUE 'A'.
000732         88  SCT-ACTION-VALID            VALUE 'C' 'R' 'W' 'A'.
000740     05  SCT-SUSPENSE-DATE       PIC 9(08).
000750     05  SCT-SUSPENSE-SEQ        PIC 9(07).
000760     05  SCT-NEW-QUANTITY-X      PIC X(05).
000900 FD  RESUBMIT-OUT
000910     LABEL RECORDS ARE STANDARD.
000920 01  RSB-RECORD                  PIC X(80).
000921 FD  CYCPARM-IN
000922     LABEL RECORDS ARE STANDARD.
000923 01  CYP-RECORD.
000924     05  CYP-CYCLE-DATE-X        PIC X(08).
000925     05  CYP-CYCLE-DATE REDEFINES
000926         CYP-CYCLE-DATE-X        PIC 9(08).
000927     05  CYP-RERUN-STEP          PIC X(08).
000928     05  FILLER                  PIC X(64).
000929*----------------------------------------------------------------
000930*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
000931*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
000932*----------------------------------------------------------------
000933 FD  CYCLE-CONTROL
000934     LABEL RECORDS ARE STANDARD.
000935 01  CYC-RECORD.
000936     05  CYC-CYCLE-DATE          PIC 9(08).
000937     05  CYC-STEP OCCURS 10 TIMES.
000938         10  CYC-STEP-STATUS     PIC X(01).
000939             88  CYC-STEP-NOT-RUN            VALUE SPACE.
000940             88  CYC-STEP-STARTED            VALUE 'S'.
000941             88  CYC-STEP-FINISHED           VALUE 'F'.
000942         10  CYC-STEP-START-DATE PIC 9(08).
000943         10  CYC-STEP-START-TIME PIC 9(08).
000944         10  CYC-STEP-END-DATE   PIC 9(08).
000945         10  CYC-STEP-END-TIME   PIC 9(08).
000946         10  CYC-STEP-RC         PIC 9(02).
000947         10  CYC-STEP-RUNS       PIC 9(02).
000948     05  FILLER                  PIC X(22).
000949 FD  RUNLOG-FILE
000950     LABEL RECORDS ARE STANDARD.
000951 01  RLG-RECORD.
000952     05  RLG-DATE                PIC 9(08).
000953     05  RLG-TIME                PIC 9(08).
000954     05  RLG-PROGRAM             PIC X(08).
000955     05  RLG-MESSAGE-ID          PIC X(08).
000956     05  RLG-SEVERITY            PIC X(01).
000957     05  RLG-TEXT                PIC X(44).
000958     05  FILLER                  PIC X(03).
000959 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------
000961*    CURRENT SUSPENSE RECORD, AS STAMPED BY CALCULATE-DISCOUNT.
000962*    THE IMAGE IS THE ORIGINAL ORDERS-IN RETURN RECORD.
000970*----------------------------------------------------------------
000980 01  WS-SUS-RECORD.
000990     05  WS-SUS-STATUS           PIC X(01).
001130         10  WS-SUS-QTY-X        PIC X(05).
001140         10  WS-SUS-INVOICE-X    PIC X(07).
001150         10  WS-SUS-ORDER-REF    PIC X(08).
001155         10  WS-SUS-LATE-APPROVED-SW
001160                                 PIC X(01).
001165         10  FILLER              PIC X(53).
001170*----------------------------------------------------------------
001180*    DISPOSITION TABLE, LOADED FROM SUSPTRAN AT INITIALIZE
001190*----------------------------------------------------------------
001820 77  WS-WRITTEN-OFF-COUNT        PIC 9(7)    VALUE ZERO COMP.
001830 77  WS-UNMATCHED-DISPOSITIONS   PIC 9(7)    VALUE ZERO COMP.
001840 77  WS-OLDEST-HELD-DATE         PIC 9(8)    VALUE 99999999.
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
001855 77  WS-CYCLE-STEP               PIC 9(02) VALUE 09 COMP.
001856 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'SUSPCORR'.
001857 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
001858 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 0 COMP.
001859 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
001860 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
001861     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
001862 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
001863     88  WS-CYCLE-STARTED                    VALUE 'Y'.
001864 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
001865     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
001866 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
001867 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
001868 01  WS-CYCLE-PREREQ-VALUES.
001869     05  FILLER                  PIC X(10) VALUE SPACES.
001870 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
001871     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
001872         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
001873         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
001874*----------------------------------------------------------------
001875*    RUN LOG AND RETURN CODE FIELDS
001876*
001877*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
001878*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
001879*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
001880*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
001881*    THE RUN FATAL AND FORCES RETURN CODE 16.
001882*----------------------------------------------------------------
001883 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001884 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
001885     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
001886 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
001887     88  WS-FATAL-ERROR                      VALUE 'Y'.
001888 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
001889 01  WS-LOG-DATE                 PIC 9(08).
001890 01  WS-LOG-TIME                 PIC 9(08).
001891 01  WS-LOG-MESSAGE-ID           PIC X(08).
001892 01  WS-LOG-SEVERITY             PIC X(01).
001893 01  WS-LOG-TEXT                 PIC X(44).
001894 PROCEDURE DIVISION.
001895*****************************************************************
001896*    0000-MAINLINE
001897*****************************************************************
001898 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
001920         UNTIL WS-EOF-YES.
001930     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001945     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
001950     STOP RUN.
001960*****************************************************************
001970*    1000-INITIALIZE
002010*    MASTER, OR NO NEW SUSPENSE IS A NORMAL DAY, NOT AN ERROR.
002020*****************************************************************
002030 1000-INITIALIZE.
002031     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
002032     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
002033     IF WS-CYCLE-REFUSED
002034         MOVE 'Y' TO WS-EOF-SWITCH
002035         GO TO 1000-EXIT
002036     END-IF.
002040     OPEN INPUT SUSPTRAN-IN.
002050     IF WS-SUSPTRAN-STATUS = '35'
002055         MOVE 'SC-0011' TO WS-LOG-MESSAGE-ID
002060         MOVE 'I' TO WS-LOG-SEVERITY
002065         MOVE 'NO SUSPTRAN FILE - NO DISPOSITIONS'
002070             TO WS-LOG-TEXT
002075         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002080         MOVE 'Y' TO WS-SUSPTRAN-EOF-SW
002090     ELSE
002100         IF WS-SUSPTRAN-STATUS NOT = '00'
002103             MOVE 'SC-0012' TO WS-LOG-MESSAGE-ID
002106             MOVE 'E' TO WS-LOG-SEVERITY
002109             MOVE SPACES TO WS-LOG-TEXT
002112             STRING 'UNABLE TO OPEN SUSPTRAN STATUS '
002115                 WS-SUSPTRAN-STATUS
002118                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002121             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002130             MOVE 'Y' TO WS-EOF-SWITCH
002140             GO TO 1000-EXIT
002150         END-IF
002220         MOVE 'Y' TO WS-MASTER-EOF-SW
002230     ELSE
002240         IF WS-SUSMAST-IN-STATUS NOT = '00'
002243             MOVE 'SC-0013' TO WS-LOG-MESSAGE-ID
002246             MOVE 'E' TO WS-LOG-SEVERITY
002249             MOVE SPACES TO WS-LOG-TEXT
002252             STRING 'UNABLE TO OPEN SUSMASTI STATUS '
002255                 WS-SUSMAST-IN-STATUS
002258                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002261             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002270             MOVE 'Y' TO WS-EOF-SWITCH
002280             GO TO 1000-EXIT
002290         END-IF
002340         MOVE 'Y' TO WS-DAILY-EOF-SW
002350     ELSE
002360         IF WS-SUSPENSE-IN-STATUS NOT = '00'
002366             MOVE 'SC-0014' TO WS-LOG-MESSAGE-ID
002372             MOVE 'E' TO WS-LOG-SEVERITY
002378             MOVE SPACES TO WS-LOG-TEXT
002384             STRING 'UNABLE TO OPEN SUSPENSE-OUT STATUS '
002390                 WS-SUSPENSE-IN-STATUS
002393                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002396             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002400             MOVE 'Y' TO WS-EOF-SWITCH
002410             GO TO 1000-EXIT
002420         END-IF
002440     END-IF.
002450     OPEN OUTPUT SUSMAST-OUT.
002460     IF WS-SUSMAST-OUT-STATUS NOT = '00'
002463         MOVE 'SC-0015' TO WS-LOG-MESSAGE-ID
002466         MOVE 'E' TO WS-LOG-SEVERITY
002469         MOVE SPACES TO WS-LOG-TEXT
002472         STRING 'UNABLE TO OPEN SUSMASTO STATUS '
002475             WS-SUSMAST-OUT-STATUS
002478             DELIMITED BY SIZE INTO WS-LOG-TEXT
002481         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002490         MOVE 'Y' TO WS-EOF-SWITCH
002500         GO TO 1000-EXIT
002510     END-IF.
002520     MOVE 1 TO WS-INIT-STAGE.
002530     OPEN OUTPUT RESUBMIT-OUT.
002540     IF WS-RESUBMIT-STATUS NOT = '00'
002543         MOVE 'SC-0016' TO WS-LOG-MESSAGE-ID
002546         MOVE 'E' TO WS-LOG-SEVERITY
002549         MOVE SPACES TO WS-LOG-TEXT
002552         STRING 'UNABLE TO OPEN SUSRESUB STATUS '
002555             WS-RESUBMIT-STATUS
002558             DELIMITED BY SIZE INTO WS-LOG-TEXT
002561         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002570         MOVE 'Y' TO WS-EOF-SWITCH
002580         GO TO 1000-EXIT
002590     END-IF.
002710             GO TO 1100-EXIT
002720     END-READ.
002730     IF NOT SCT-ACTION-VALID
002740         DISPLAY 'SUSPENSE-CORRECT: ACTION NOT C, R, W, OR A FOR '
002750             'SUSPENSE ' SCT-SUSPENSE-DATE '/' SCT-SUSPENSE-SEQ
002760             ', IGNORED'
002770         GO TO 1100-EXIT
002920     MOVE SCT-NEW-ORDER-REF   TO WS-SCT-NEW-REF (WS-SCT-COUNT).
002930     MOVE 'N'                 TO WS-SCT-USED-SW (WS-SCT-COUNT).
002940 1100-EXIT.
002941     EXIT.
002942*****************************************************************
002943*    1800-BEGIN-CYCLE-STEP
002944*
002945*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
002946*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
002947*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
002948*    TO THE CONSOLE.
002949*****************************************************************
002950 1800-BEGIN-CYCLE-STEP.
002951     OPEN EXTEND RUNLOG-FILE.
002952     IF WS-RUNLOG-STATUS = '05' OR '35'
002953         OPEN OUTPUT RUNLOG-FILE
002954     END-IF.
002955     IF WS-RUNLOG-STATUS NOT = '00'
002956         DISPLAY 'SUSPENSE-CORRECT: UNABLE TO OPEN RUNLOG, '
002957             'STATUS = ' WS-RUNLOG-STATUS
002958             ' - LOGGING TO CONSOLE ONLY'
002959     ELSE
002960         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
002961     END-IF.
002962     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
002963     OPEN INPUT CYCPARM-IN.
002964     IF WS-CYCPARM-STATUS = '35'
002965         GO TO 1800-EXIT
002966     END-IF.
002967     IF WS-CYCPARM-STATUS NOT = '00'
002968         MOVE 'SC-0009' TO WS-LOG-MESSAGE-ID
002969         MOVE 'E' TO WS-LOG-SEVERITY
002970         MOVE SPACES TO WS-LOG-TEXT
002971         STRING 'UNABLE TO OPEN CYCPARM STATUS '
002972             WS-CYCPARM-STATUS
002973             DELIMITED BY SIZE INTO WS-LOG-TEXT
002974         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002975         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002976         GO TO 1800-EXIT
002977     END-IF.
002978     READ CYCPARM-IN
002979         AT END
002980             MOVE SPACES TO CYP-RECORD
002981     END-READ.
002982     IF CYP-CYCLE-DATE-X IS NUMERIC
002983             AND CYP-CYCLE-DATE > ZERO
002984         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
002985     ELSE
002986         IF CYP-CYCLE-DATE-X NOT = SPACES
002987             MOVE 'SC-0010' TO WS-LOG-MESSAGE-ID
002988             MOVE 'W' TO WS-LOG-SEVERITY
002989             MOVE SPACES TO WS-LOG-TEXT
002990             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
002991                 WS-CYCLE-DATE
002992                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002993             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002994         END-IF
002995     END-IF.
002996     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
002997     CLOSE CYCPARM-IN.
002998 1800-EXIT.
002999     EXIT.
003000*****************************************************************
003001*    1820-CHECK-CYCLE-STEP
003002*
003003*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
003004*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
003005*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
003006*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
003007*****************************************************************
003008 1820-CHECK-CYCLE-STEP.
003009     MOVE 'SC-0001' TO WS-LOG-MESSAGE-ID.
003010     MOVE 'I' TO WS-LOG-SEVERITY.
003011     MOVE SPACES TO WS-LOG-TEXT.
003012     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
003013         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003014     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003015     IF WS-CYCLE-REFUSED
003016         GO TO 1820-EXIT
003017     END-IF.
003018     OPEN I-O CYCLE-CONTROL.
003019     IF WS-CYCLECTL-STATUS = '05' OR '35'
003020         OPEN OUTPUT CYCLE-CONTROL
003021         IF WS-CYCLECTL-STATUS = '00'
003022             CLOSE CYCLE-CONTROL
003023             OPEN I-O CYCLE-CONTROL
003024         END-IF
003025     END-IF.
003026     IF WS-CYCLECTL-STATUS NOT = '00'
003027         MOVE 'SC-0003' TO WS-LOG-MESSAGE-ID
003028         MOVE 'E' TO WS-LOG-SEVERITY
003029         MOVE SPACES TO WS-LOG-TEXT
003030         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
003031             WS-CYCLECTL-STATUS
003032             DELIMITED BY SIZE INTO WS-LOG-TEXT
003033         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003034         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003035         GO TO 1820-EXIT
003036     END-IF.
003037     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
003038     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
003039     READ CYCLE-CONTROL
003040         INVALID KEY
003041             MOVE SPACES TO CYC-RECORD
003042             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
003043             WRITE CYC-RECORD
003044                 INVALID KEY
003045                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003046             END-WRITE
003047     END-READ.
003048     IF WS-CYCLE-REFUSED
003049         MOVE 'SC-0008' TO WS-LOG-MESSAGE-ID
003050         MOVE 'E' TO WS-LOG-SEVERITY
003051         MOVE SPACES TO WS-LOG-TEXT
003052         STRING 'CYCLECTL WRITE FAILED STATUS '
003053             WS-CYCLECTL-STATUS
003054             DELIMITED BY SIZE INTO WS-LOG-TEXT
003055         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003056         GO TO 1820-EXIT
003057     END-IF.
003058     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
003059         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
003060         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
003061     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
003062             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
003063         MOVE 'SC-0007' TO WS-LOG-MESSAGE-ID
003064         MOVE 'W' TO WS-LOG-SEVERITY
003065         MOVE SPACES TO WS-LOG-TEXT
003066         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
003067             ' REQUESTED ON CYCPARM'
003068             DELIMITED BY SIZE INTO WS-LOG-TEXT
003069         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003070     ELSE
003071         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
003072                 AND CYC-STEP-RC (WS-CYCLE-STEP)
003073                     NOT > WS-CYCLE-CLEAN-RC
003074             MOVE 'SC-0005' TO WS-LOG-MESSAGE-ID
003075             MOVE 'E' TO WS-LOG-SEVERITY
003076             MOVE SPACES TO WS-LOG-TEXT
003077             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
003078                 WS-CYCLE-DATE
003079                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003080             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003081             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003082         END-IF
003083         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
003084             MOVE 'SC-0006' TO WS-LOG-MESSAGE-ID
003085             MOVE 'E' TO WS-LOG-SEVERITY
003086             MOVE SPACES TO WS-LOG-TEXT
003087             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
003088                 'RERUN'
003089                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003090             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003091             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003092         END-IF
003093     END-IF.
003094     IF WS-CYCLE-REFUSED
003095         GO TO 1820-EXIT
003096     END-IF.
003097     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
003098     ACCEPT WS-LOG-TIME FROM TIME.
003099     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
003100         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
003101     END-IF.
003102     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
003103     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
003104     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
003105     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
003106     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
003107     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
003108     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
003109     REWRITE CYC-RECORD
003110         INVALID KEY
003111             MOVE 'SC-0008' TO WS-LOG-MESSAGE-ID
003112             MOVE 'E' TO WS-LOG-SEVERITY
003113             MOVE SPACES TO WS-LOG-TEXT
003114             STRING 'CYCLECTL REWRITE FAILED STATUS '
003115                 WS-CYCLECTL-STATUS
003116                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003117             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003118             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003119             GO TO 1820-EXIT
003120     END-REWRITE.
003121     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
003122 1820-EXIT.
003123     EXIT.
003124*****************************************************************
003125*    1830-CHECK-PREREQUISITE
003126*
003127*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
003128*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
003129*****************************************************************
003130 1830-CHECK-PREREQUISITE.
003131     IF CYC-STEP-FINISHED
003132             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003133         IF CYC-STEP-RC
003134                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003135                 NOT > WS-CYCLE-CLEAN-RC
003136             GO TO 1830-EXIT
003137         END-IF
003138     END-IF.
003139     MOVE 'SC-0004' TO WS-LOG-MESSAGE-ID.
003140     MOVE 'E' TO WS-LOG-SEVERITY.
003141     MOVE SPACES TO WS-LOG-TEXT.
003142     STRING 'PREREQUISITE '
003143         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
003144         ' HAS NOT FINISHED CLEAN'
003145         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003146     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003147     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
003148 1830-EXIT.
003149     EXIT.
003150*****************************************************************
003151*    2000-PROCESS-SUSPENSE
003152*
003153*    EACH SUSPENSE RECORD STANDS ALONE -- A RETURN IS A SINGLE
003154*    ORDERS-IN RECORD, SO THERE IS NO GROUP TO GATHER.  A
003155*    RECORD ALREADY RESUBMITTED OR WRITTEN OFF PASSES THROUGH
003156*    TO THE NEW MASTER UNTOUCHED.
003157*****************************************************************
003158 2000-PROCESS-SUSPENSE.
003159     IF WS-SUS-OPEN
003160         PERFORM 3000-DISPOSE-SUSPENSE THRU 3000-EXIT
003161     END-IF.
003162     PERFORM 3500-WRITE-TO-MASTER THRU 3500-EXIT.
003163     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
003164 2000-EXIT.
003165     EXIT.
003166*****************************************************************
003167*    3000-DISPOSE-SUSPENSE
003168*****************************************************************
003169 3000-DISPOSE-SUSPENSE.
003170     PERFORM 3100-FIND-DISPOSITION THRU 3100-EXIT.
003171     IF WS-SCT-FOUND-SUB = ZERO
003180         GO TO 3000-EXIT
003190     END-IF.
003200     MOVE 'Y' TO WS-SCT-USED-SW (WS-SCT-FOUND-SUB).
003250     IF WS-SCT-ACTION (WS-SCT-FOUND-SUB) = 'C'
003260         PERFORM 3200-APPLY-CORRECTION THRU 3200-EXIT
003270         MOVE 'C' TO WS-SUS-STATUS
003272     END-IF.
003274     IF WS-SCT-ACTION (WS-SCT-FOUND-SUB) = 'A'
003276         MOVE 'Y' TO WS-SUS-LATE-APPROVED-SW
003280     END-IF.
003290     PERFORM 3300-VALIDATE-RETURN THRU 3300-EXIT.
003300     IF WS-RESUB-OK
004760 2900-EXIT.
004770     EXIT.
004780*****************************************************************
004781*    7100-WRITE-RUN-LOG
004782*
004783*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
004784*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
004785*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
004786*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
004787*****************************************************************
004788 7100-WRITE-RUN-LOG.
004789     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
004790     ACCEPT WS-LOG-TIME FROM TIME.
004791     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
004792         WS-LOG-TEXT.
004793     IF WS-LOG-SEVERITY = 'E'
004794         MOVE 'Y' TO WS-FATAL-SW
004795     END-IF.
004796     IF NOT WS-RUNLOG-OPENED
004797         GO TO 7100-EXIT
004798     END-IF.
004799     MOVE WS-LOG-DATE               TO RLG-DATE.
004800     MOVE WS-LOG-TIME               TO RLG-TIME.
004801     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
004802     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
004803     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
004804     MOVE WS-LOG-TEXT               TO RLG-TEXT.
004805     WRITE RLG-RECORD.
004806 7100-EXIT.
004807     EXIT.
004808*****************************************************************
004809*    8000-PRINT-CONTROL-TOTALS
004810*****************************************************************
004811 8000-PRINT-CONTROL-TOTALS.
004820     PERFORM 8100-COUNT-UNMATCHED THRU 8100-EXIT
004830         VARYING WS-SCT-SUB FROM 1 BY 1
004840         UNTIL WS-SCT-SUB > WS-SCT-COUNT.
004990             WS-OLDEST-HELD-DATE
005000     END-IF.
005010     DISPLAY '==============================================='.
005011     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
005012         GO TO 8000-EXIT
005013     END-IF.
005014     IF WS-UNMATCHED-DISPOSITIONS = ZERO
005015         MOVE 'SC-0017' TO WS-LOG-MESSAGE-ID
005016         MOVE 'I' TO WS-LOG-SEVERITY
005017         MOVE 'EVERY DISPOSITION MATCHED A SUSPENSE'
005018             TO WS-LOG-TEXT
005019     ELSE
005020         MOVE 'SC-0018' TO WS-LOG-MESSAGE-ID
005021         MOVE 'W' TO WS-LOG-SEVERITY
005022         MOVE 'DISPOSITIONS KEYED FOR NO SUSPENSE'
005023             TO WS-LOG-TEXT
005024         MOVE 4 TO RETURN-CODE
005025     END-IF.
005026     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
005027 8000-EXIT.
005030     EXIT.
005040*****************************************************************
005050*    8100-COUNT-UNMATCHED
005340     END-IF.
005350 9000-EXIT.
005360     EXIT.
005370*****************************************************************
005380*    9500-END-CYCLE-STEP
005390*
005400*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
005410*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
005420*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
005430*    REFUSED OR FATAL RUN ENDS 16.
005440*****************************************************************
005450 9500-END-CYCLE-STEP.
005460     MOVE RETURN-CODE TO WS-JOB-RC.
005470     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
005480         MOVE 16 TO WS-JOB-RC
005490     END-IF.
005500     IF WS-CYCLE-STARTED
005510         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
005520         READ CYCLE-CONTROL
005530             INVALID KEY
005540                 MOVE 16 TO WS-JOB-RC
005550                 MOVE 'SC-0008' TO WS-LOG-MESSAGE-ID
005560                 MOVE 'E' TO WS-LOG-SEVERITY
005570                 MOVE SPACES TO WS-LOG-TEXT
005580                 STRING 'CYCLECTL READ FAILED STATUS '
005590                     WS-CYCLECTL-STATUS
005600                     DELIMITED BY SIZE INTO WS-LOG-TEXT
005610                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005620             NOT INVALID KEY
005630                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
005640                 ACCEPT WS-LOG-TIME FROM TIME
005650                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
005660                 MOVE WS-LOG-DATE
005670                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
005680                 MOVE WS-LOG-TIME
005690                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
005700                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
005710                 REWRITE CYC-RECORD
005720                     INVALID KEY
005730                         MOVE 16 TO WS-JOB-RC
005740                 END-REWRITE
005750         END-READ
005760     END-IF.
005770     IF WS-CYCLECTL-OPENED
005780         CLOSE CYCLE-CONTROL
005790     END-IF.
005800     MOVE 'SC-0002' TO WS-LOG-MESSAGE-ID.
005810     IF WS-JOB-RC = ZERO
005820         MOVE 'I' TO WS-LOG-SEVERITY
005830     ELSE
005840         IF WS-JOB-RC = 16
005850             MOVE 'E' TO WS-LOG-SEVERITY
005860         ELSE
005870             MOVE 'W' TO WS-LOG-SEVERITY
005880         END-IF
005890     END-IF.
005900     MOVE SPACES TO WS-LOG-TEXT.
005910     IF WS-CYCLE-REFUSED
005920         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
005930             DELIMITED BY SIZE INTO WS-LOG-TEXT
005940     ELSE
005950         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
005960             DELIMITED BY SIZE INTO WS-LOG-TEXT
005970     END-IF.
005980     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
005990     IF WS-RUNLOG-OPENED
006000         CLOSE RUNLOG-FILE
006010     END-IF.
006020     MOVE WS-JOB-RC TO RETURN-CODE.
006030 9500-EXIT.
006040     EXIT.
