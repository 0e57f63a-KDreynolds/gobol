000320*                  CREDIT HOLDS FILE, WITH A ROLLING HOLD
000330*                  MASTER CARRYING EACH ORDER'S STATUS ACROSS
000340*                  DAYS.
000341* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000342*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000343*                  07 (HOLDREL) AND WILL NOT WORK THE SAME
000344*                  CYCLE'S QUEUE TWICE.  THE STEP NOW ENDS 4
000345*                  WHEN A RELEASE MATCHES NO OPEN HOLD, AND 16
000346*                  WHEN A FILE CANNOT BE OPENED.  OPERATIONAL
000347*                  MESSAGES GO TO RUNLOG WITH HR- MESSAGE IDS.
000350* ---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000510     SELECT RELEASE-OUT ASSIGN TO "RELEASED"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RELEASE-STATUS.
000531     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000532         ORGANIZATION IS SEQUENTIAL
000533         FILE STATUS IS WS-CYCPARM-STATUS.
000534     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000535         ORGANIZATION IS INDEXED
000536         ACCESS MODE IS RANDOM
000537         RECORD KEY IS CYC-CYCLE-DATE
000538         FILE STATUS IS WS-CYCLECTL-STATUS.
000539     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000540         ORGANIZATION IS SEQUENTIAL
000541         FILE STATUS IS WS-RUNLOG-STATUS.
000542 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RELTRAN-IN
000570     LABEL RECORDS ARE STANDARD.
000750 FD  RELEASE-OUT
000760     LABEL RECORDS ARE STANDARD.
000770 01  RLO-RECORD                  PIC X(80).
000771 FD  CYCPARM-IN
000772     LABEL RECORDS ARE STANDARD.
000773 01  CYP-RECORD.
000774     05  CYP-CYCLE-DATE-X        PIC X(08).
000775     05  CYP-CYCLE-DATE REDEFINES
000776         CYP-CYCLE-DATE-X        PIC 9(08).
000777     05  CYP-RERUN-STEP          PIC X(08).
000778     05  FILLER                  PIC X(64).
000779*----------------------------------------------------------------
000780*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
000781*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
000782*----------------------------------------------------------------
000783 FD  CYCLE-CONTROL
000784     LABEL RECORDS ARE STANDARD.
000785 01  CYC-RECORD.
000786     05  CYC-CYCLE-DATE          PIC 9(08).
000787     05  CYC-STEP OCCURS 10 TIMES.
000788         10  CYC-STEP-STATUS     PIC X(01).
000789             88  CYC-STEP-NOT-RUN            VALUE SPACE.
000790             88  CYC-STEP-STARTED            VALUE 'S'.
000791             88  CYC-STEP-FINISHED           VALUE 'F'.
000792         10  CYC-STEP-START-DATE PIC 9(08).
000793         10  CYC-STEP-START-TIME PIC 9(08).
000794         10  CYC-STEP-END-DATE   PIC 9(08).
000795         10  CYC-STEP-END-TIME   PIC 9(08).
000796         10  CYC-STEP-RC         PIC 9(02).
000797         10  CYC-STEP-RUNS       PIC 9(02).
000798     05  FILLER                  PIC X(22).
000799 FD  RUNLOG-FILE
000800     LABEL RECORDS ARE STANDARD.
000801 01  RLG-RECORD.
000802     05  RLG-DATE                PIC 9(08).
000803     05  RLG-TIME                PIC 9(08).
000804     05  RLG-PROGRAM             PIC X(08).
000805     05  RLG-MESSAGE-ID          PIC X(08).
000806     05  RLG-SEVERITY            PIC X(01).
000807     05  RLG-TEXT                PIC X(44).
000808     05  FILLER                  PIC X(03).
000809 WORKING-STORAGE SECTION.
000810*----------------------------------------------------------------
000811*    CURRENT HOLD RECORD, AS STAMPED BY CALCULATE-DISCOUNT
000812*----------------------------------------------------------------
000820 01  WS-HLD-RECORD.
000830     05  WS-HLD-STATUS           PIC X(01).
000840         88  WS-HLD-OPEN                 VALUE 'H'.
001710 77  WS-HELD-COUNT               PIC 9(7)    VALUE ZERO COMP.
001720 77  WS-UNMATCHED-RELEASES       PIC 9(7)    VALUE ZERO COMP.
001730 77  WS-OLDEST-HELD-DATE         PIC 9(8)    VALUE 99999999.
001731*----------------------------------------------------------------
001732*    CYCLE CONTROL FIELDS
001733*
001734*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
001735*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
001736*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
001737*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
001738*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
001739*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
001740*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
001741*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
001742*----------------------------------------------------------------
001743 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
001744 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
001745 77  WS-CYCLE-STEP               PIC 9(02) VALUE 07 COMP.
001746 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'HOLDREL'.
001747 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
001748 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 0 COMP.
001749 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
001750 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
001751     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
001752 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
001753     88  WS-CYCLE-STARTED                    VALUE 'Y'.
001754 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
001755     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
001756 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
001757 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
001758 01  WS-CYCLE-PREREQ-VALUES.
001759     05  FILLER                  PIC X(10) VALUE SPACES.
001760 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
001761     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
001762         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
001763         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
001764*----------------------------------------------------------------
001765*    RUN LOG AND RETURN CODE FIELDS
001766*
001767*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
001768*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
001769*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
001770*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
001771*    THE RUN FATAL AND FORCES RETURN CODE 16.
001772*----------------------------------------------------------------
001773 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
001774 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
001775     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
001776 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
001777     88  WS-FATAL-ERROR                      VALUE 'Y'.
001778 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
001779 01  WS-LOG-DATE                 PIC 9(08).
001780 01  WS-LOG-TIME                 PIC 9(08).
001781 01  WS-LOG-MESSAGE-ID           PIC X(08).
001782 01  WS-LOG-SEVERITY             PIC X(01).
001783 01  WS-LOG-TEXT                 PIC X(44).
001784 PROCEDURE DIVISION.
001785*****************************************************************
001786*    0000-MAINLINE
001787*****************************************************************
001788 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     PERFORM 2000-PROCESS-UNIT THRU 2000-EXIT
001810         UNTIL WS-EOF-YES.
001820     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001835     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
001840     STOP RUN.
001850*****************************************************************
001860*    1000-INITIALIZE
001900*    OR NO NEW HOLDS IS A NORMAL DAY, NOT AN ERROR.
001910*****************************************************************
001920 1000-INITIALIZE.
001921     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
001922     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
001923     IF WS-CYCLE-REFUSED
001924         MOVE 'Y' TO WS-EOF-SWITCH
001925         GO TO 1000-EXIT
001926     END-IF.
001930     OPEN INPUT RELTRAN-IN.
001940     IF WS-RELTRAN-STATUS = '35'
001945         MOVE 'HR-0011' TO WS-LOG-MESSAGE-ID
001950         MOVE 'I' TO WS-LOG-SEVERITY
001955         MOVE 'NO RELTRAN FILE - NO RELEASES THIS CYCLE'
001960             TO WS-LOG-TEXT
001965         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
001970         MOVE 'Y' TO WS-RELTRAN-EOF-SW
001980     ELSE
001990         IF WS-RELTRAN-STATUS NOT = '00'
001993             MOVE 'HR-0012' TO WS-LOG-MESSAGE-ID
001996             MOVE 'E' TO WS-LOG-SEVERITY
001999             MOVE SPACES TO WS-LOG-TEXT
002002             STRING 'UNABLE TO OPEN RELTRAN STATUS '
002005                 WS-RELTRAN-STATUS
002008                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002011             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002020             MOVE 'Y' TO WS-EOF-SWITCH
002030             GO TO 1000-EXIT
002040         END-IF
002110         MOVE 'Y' TO WS-MASTER-EOF-SW
002120     ELSE
002130         IF WS-HOLDMAST-IN-STATUS NOT = '00'
002133             MOVE 'HR-0013' TO WS-LOG-MESSAGE-ID
002136             MOVE 'E' TO WS-LOG-SEVERITY
002139             MOVE SPACES TO WS-LOG-TEXT
002142             STRING 'UNABLE TO OPEN HOLDMSTI STATUS '
002145                 WS-HOLDMAST-IN-STATUS
002148                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002151             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002160             MOVE 'Y' TO WS-EOF-SWITCH
002170             GO TO 1000-EXIT
002180         END-IF
002230         MOVE 'Y' TO WS-DAILY-EOF-SW
002240     ELSE
002250         IF WS-HOLDS-IN-STATUS NOT = '00'
002253             MOVE 'HR-0014' TO WS-LOG-MESSAGE-ID
002256             MOVE 'E' TO WS-LOG-SEVERITY
002259             MOVE SPACES TO WS-LOG-TEXT
002262             STRING 'UNABLE TO OPEN HOLDS-OUT STATUS '
002265                 WS-HOLDS-IN-STATUS
002268                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002271             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002280             MOVE 'Y' TO WS-EOF-SWITCH
002290             GO TO 1000-EXIT
002300         END-IF
002320     END-IF.
002330     OPEN OUTPUT HOLDMAST-OUT.
002340     IF WS-HOLDMAST-OUT-STATUS NOT = '00'
002343         MOVE 'HR-0015' TO WS-LOG-MESSAGE-ID
002346         MOVE 'E' TO WS-LOG-SEVERITY
002349         MOVE SPACES TO WS-LOG-TEXT
002352         STRING 'UNABLE TO OPEN HOLDMSTO STATUS '
002355             WS-HOLDMAST-OUT-STATUS
002358             DELIMITED BY SIZE INTO WS-LOG-TEXT
002361         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002370         MOVE 'Y' TO WS-EOF-SWITCH
002380         GO TO 1000-EXIT
002390     END-IF.
002400     MOVE 1 TO WS-INIT-STAGE.
002410     OPEN OUTPUT RELEASE-OUT.
002420     IF WS-RELEASE-STATUS NOT = '00'
002423         MOVE 'HR-0016' TO WS-LOG-MESSAGE-ID
002426         MOVE 'E' TO WS-LOG-SEVERITY
002429         MOVE SPACES TO WS-LOG-TEXT
002432         STRING 'UNABLE TO OPEN RELEASED STATUS '
002435             WS-RELEASE-STATUS
002438             DELIMITED BY SIZE INTO WS-LOG-TEXT
002441         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002450         MOVE 'Y' TO WS-EOF-SWITCH
002460         GO TO 1000-EXIT
002470     END-IF.
002750     MOVE REL-HOLD-SEQ  TO WS-REL-SEQ (WS-REL-COUNT).
002760     MOVE 'N'           TO WS-REL-USED-SW (WS-REL-COUNT).
002770 1100-EXIT.
002771     EXIT.
002772*****************************************************************
002773*    1800-BEGIN-CYCLE-STEP
002774*
002775*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
002776*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
002777*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
002778*    TO THE CONSOLE.
002779*****************************************************************
002780 1800-BEGIN-CYCLE-STEP.
002781     OPEN EXTEND RUNLOG-FILE.
002782     IF WS-RUNLOG-STATUS = '05' OR '35'
002783         OPEN OUTPUT RUNLOG-FILE
002784     END-IF.
002785     IF WS-RUNLOG-STATUS NOT = '00'
002786         DISPLAY 'HOLD-RELEASE: UNABLE TO OPEN RUNLOG, '
002787             'STATUS = ' WS-RUNLOG-STATUS
002788             ' - LOGGING TO CONSOLE ONLY'
002789     ELSE
002790         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
002791     END-IF.
002792     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
002793     OPEN INPUT CYCPARM-IN.
002794     IF WS-CYCPARM-STATUS = '35'
002795         GO TO 1800-EXIT
002796     END-IF.
002797     IF WS-CYCPARM-STATUS NOT = '00'
002798         MOVE 'HR-0009' TO WS-LOG-MESSAGE-ID
002799         MOVE 'E' TO WS-LOG-SEVERITY
002800         MOVE SPACES TO WS-LOG-TEXT
002801         STRING 'UNABLE TO OPEN CYCPARM STATUS '
002802             WS-CYCPARM-STATUS
002803             DELIMITED BY SIZE INTO WS-LOG-TEXT
002804         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002805         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002806         GO TO 1800-EXIT
002807     END-IF.
002808     READ CYCPARM-IN
002809         AT END
002810             MOVE SPACES TO CYP-RECORD
002811     END-READ.
002812     IF CYP-CYCLE-DATE-X IS NUMERIC
002813             AND CYP-CYCLE-DATE > ZERO
002814         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
002815     ELSE
002816         IF CYP-CYCLE-DATE-X NOT = SPACES
002817             MOVE 'HR-0010' TO WS-LOG-MESSAGE-ID
002818             MOVE 'W' TO WS-LOG-SEVERITY
002819             MOVE SPACES TO WS-LOG-TEXT
002820             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
002821                 WS-CYCLE-DATE
002822                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002823             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002824         END-IF
002825     END-IF.
002826     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
002827     CLOSE CYCPARM-IN.
002828 1800-EXIT.
002829     EXIT.
002830*****************************************************************
002831*    1820-CHECK-CYCLE-STEP
002832*
002833*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
002834*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
002835*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
002836*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
002837*****************************************************************
002838 1820-CHECK-CYCLE-STEP.
002839     MOVE 'HR-0001' TO WS-LOG-MESSAGE-ID.
002840     MOVE 'I' TO WS-LOG-SEVERITY.
002841     MOVE SPACES TO WS-LOG-TEXT.
002842     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
002843         DELIMITED BY SIZE INTO WS-LOG-TEXT.
002844     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
002845     IF WS-CYCLE-REFUSED
002846         GO TO 1820-EXIT
002847     END-IF.
002848     OPEN I-O CYCLE-CONTROL.
002849     IF WS-CYCLECTL-STATUS = '05' OR '35'
002850         OPEN OUTPUT CYCLE-CONTROL
002851         IF WS-CYCLECTL-STATUS = '00'
002852             CLOSE CYCLE-CONTROL
002853             OPEN I-O CYCLE-CONTROL
002854         END-IF
002855     END-IF.
002856     IF WS-CYCLECTL-STATUS NOT = '00'
002857         MOVE 'HR-0003' TO WS-LOG-MESSAGE-ID
002858         MOVE 'E' TO WS-LOG-SEVERITY
002859         MOVE SPACES TO WS-LOG-TEXT
002860         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
002861             WS-CYCLECTL-STATUS
002862             DELIMITED BY SIZE INTO WS-LOG-TEXT
002863         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002864         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002865         GO TO 1820-EXIT
002866     END-IF.
002867     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
002868     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
002869     READ CYCLE-CONTROL
002870         INVALID KEY
002871             MOVE SPACES TO CYC-RECORD
002872             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
002873             WRITE CYC-RECORD
002874                 INVALID KEY
002875                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002876             END-WRITE
002877     END-READ.
002878     IF WS-CYCLE-REFUSED
002879         MOVE 'HR-0008' TO WS-LOG-MESSAGE-ID
002880         MOVE 'E' TO WS-LOG-SEVERITY
002881         MOVE SPACES TO WS-LOG-TEXT
002882         STRING 'CYCLECTL WRITE FAILED STATUS '
002883             WS-CYCLECTL-STATUS
002884             DELIMITED BY SIZE INTO WS-LOG-TEXT
002885         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002886         GO TO 1820-EXIT
002887     END-IF.
002888     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
002889         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
002890         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
002891     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
002892             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
002893         MOVE 'HR-0007' TO WS-LOG-MESSAGE-ID
002894         MOVE 'W' TO WS-LOG-SEVERITY
002895         MOVE SPACES TO WS-LOG-TEXT
002896         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
002897             ' REQUESTED ON CYCPARM'
002898             DELIMITED BY SIZE INTO WS-LOG-TEXT
002899         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002900     ELSE
002901         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
002902                 AND CYC-STEP-RC (WS-CYCLE-STEP)
002903                     NOT > WS-CYCLE-CLEAN-RC
002904             MOVE 'HR-0005' TO WS-LOG-MESSAGE-ID
002905             MOVE 'E' TO WS-LOG-SEVERITY
002906             MOVE SPACES TO WS-LOG-TEXT
002907             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
002908                 WS-CYCLE-DATE
002909                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002910             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002911             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002912         END-IF
002913         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
002914             MOVE 'HR-0006' TO WS-LOG-MESSAGE-ID
002915             MOVE 'E' TO WS-LOG-SEVERITY
002916             MOVE SPACES TO WS-LOG-TEXT
002917             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
002918                 'RERUN'
002919                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002920             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002921             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002922         END-IF
002923     END-IF.
002924     IF WS-CYCLE-REFUSED
002925         GO TO 1820-EXIT
002926     END-IF.
002927     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
002928     ACCEPT WS-LOG-TIME FROM TIME.
002929     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
002930         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
002931     END-IF.
002932     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
002933     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
002934     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
002935     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
002936     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
002937     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
002938     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
002939     REWRITE CYC-RECORD
002940         INVALID KEY
002941             MOVE 'HR-0008' TO WS-LOG-MESSAGE-ID
002942             MOVE 'E' TO WS-LOG-SEVERITY
002943             MOVE SPACES TO WS-LOG-TEXT
002944             STRING 'CYCLECTL REWRITE FAILED STATUS '
002945                 WS-CYCLECTL-STATUS
002946                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002947             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002948             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
002949             GO TO 1820-EXIT
002950     END-REWRITE.
002951     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
002952 1820-EXIT.
002953     EXIT.
002954*****************************************************************
002955*    1830-CHECK-PREREQUISITE
002956*
002957*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
002958*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
002959*****************************************************************
002960 1830-CHECK-PREREQUISITE.
002961     IF CYC-STEP-FINISHED
002962             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
002963         IF CYC-STEP-RC
002964                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
002965                 NOT > WS-CYCLE-CLEAN-RC
002966             GO TO 1830-EXIT
002967         END-IF
002968     END-IF.
002969     MOVE 'HR-0004' TO WS-LOG-MESSAGE-ID.
002970     MOVE 'E' TO WS-LOG-SEVERITY.
002971     MOVE SPACES TO WS-LOG-TEXT.
002972     STRING 'PREREQUISITE '
002973         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
002974         ' HAS NOT FINISHED CLEAN'
002975         DELIMITED BY SIZE INTO WS-LOG-TEXT.
002976     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
002977     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
002978 1830-EXIT.
002979     EXIT.
002980*****************************************************************
002981*    2000-PROCESS-UNIT
002982*
002983*    GATHERS EVERY CONSECUTIVE RECORD CARRYING THE CURRENT
002984*    HOLD DATE AND SEQUENCE INTO ONE UNIT, THEN DISPOSES OF IT.
002985*    ON EXIT THE CURRENT RECORD IS THE FIRST OF THE NEXT UNIT.
002986*****************************************************************
002987 2000-PROCESS-UNIT.
002988     MOVE 1 TO WS-UNIT-COUNT.
002989     MOVE WS-HLD-RECORD TO WS-UNIT-RECORD (1).
002990     PERFORM 2900-READ-HOLD THRU 2900-EXIT.
002991     PERFORM 2100-GATHER-UNIT-RECORD THRU 2100-EXIT
002992         UNTIL WS-EOF-YES
002993             OR WS-HLD-DATE NOT = WS-UNIT-DATE (1)
002994             OR WS-HLD-SEQ NOT = WS-UNIT-SEQ (1).
002995     ADD 1 TO WS-UNITS-READ.
002996     PERFORM 3000-DISPOSE-UNIT THRU 3000-EXIT.
002997 2000-EXIT.
002998     EXIT.
002999*****************************************************************
003000*    2100-GATHER-UNIT-RECORD
003001*****************************************************************
003010 2100-GATHER-UNIT-RECORD.
003020     IF WS-UNIT-COUNT < WS-MAX-UNIT-RECORDS
003030         ADD 1 TO WS-UNIT-COUNT
004360 2900-EXIT.
004370     EXIT.
004380*****************************************************************
004381*    7100-WRITE-RUN-LOG
004382*
004383*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
004384*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
004385*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
004386*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
004387*****************************************************************
004388 7100-WRITE-RUN-LOG.
004389     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
004390     ACCEPT WS-LOG-TIME FROM TIME.
004391     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
004392         WS-LOG-TEXT.
004393     IF WS-LOG-SEVERITY = 'E'
004394         MOVE 'Y' TO WS-FATAL-SW
004395     END-IF.
004396     IF NOT WS-RUNLOG-OPENED
004397         GO TO 7100-EXIT
004398     END-IF.
004399     MOVE WS-LOG-DATE               TO RLG-DATE.
004400     MOVE WS-LOG-TIME               TO RLG-TIME.
004401     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
004402     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
004403     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
004404     MOVE WS-LOG-TEXT               TO RLG-TEXT.
004405     WRITE RLG-RECORD.
004406 7100-EXIT.
004407     EXIT.
004408*****************************************************************
004409*    8000-PRINT-CONTROL-TOTALS
004410*****************************************************************
004411 8000-PRINT-CONTROL-TOTALS.
004420     PERFORM 8100-COUNT-UNMATCHED THRU 8100-EXIT
004430         VARYING WS-REL-SUB FROM 1 BY 1
004440         UNTIL WS-REL-SUB > WS-REL-COUNT.
004570             WS-OLDEST-HELD-DATE
004580     END-IF.
004590     DISPLAY '==============================================='.
004591     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
004592         GO TO 8000-EXIT
004593     END-IF.
004594     IF WS-UNMATCHED-RELEASES = ZERO
004595         MOVE 'HR-0017' TO WS-LOG-MESSAGE-ID
004596         MOVE 'I' TO WS-LOG-SEVERITY
004597         MOVE 'EVERY RELEASE MATCHED AN OPEN HOLD'
004598             TO WS-LOG-TEXT
004599     ELSE
004600         MOVE 'HR-0018' TO WS-LOG-MESSAGE-ID
004601         MOVE 'W' TO WS-LOG-SEVERITY
004602         MOVE 'RELEASES KEYED FOR NO OPEN HOLD'
004603             TO WS-LOG-TEXT
004604         MOVE 4 TO RETURN-CODE
004605     END-IF.
004606     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
004607 8000-EXIT.
004610     EXIT.
004620*****************************************************************
004630*    8100-COUNT-UNMATCHED
004890     END-IF.
004900 9000-EXIT.
004910     EXIT.
004920*****************************************************************
004930*    9500-END-CYCLE-STEP
004940*
004950*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
004960*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
004970*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
004980*    REFUSED OR FATAL RUN ENDS 16.
004990*****************************************************************
005000 9500-END-CYCLE-STEP.
005010     MOVE RETURN-CODE TO WS-JOB-RC.
005020     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
005030         MOVE 16 TO WS-JOB-RC
005040     END-IF.
005050     IF WS-CYCLE-STARTED
005060         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
005070         READ CYCLE-CONTROL
005080             INVALID KEY
005090                 MOVE 16 TO WS-JOB-RC
005100                 MOVE 'HR-0008' TO WS-LOG-MESSAGE-ID
005110                 MOVE 'E' TO WS-LOG-SEVERITY
005120                 MOVE SPACES TO WS-LOG-TEXT
005130                 STRING 'CYCLECTL READ FAILED STATUS '
005140                     WS-CYCLECTL-STATUS
005150                     DELIMITED BY SIZE INTO WS-LOG-TEXT
005160                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
005170             NOT INVALID KEY
005180                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
005190                 ACCEPT WS-LOG-TIME FROM TIME
005200                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
005210                 MOVE WS-LOG-DATE
005220                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
005230                 MOVE WS-LOG-TIME
005240                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
005250                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
005260                 REWRITE CYC-RECORD
005270                     INVALID KEY
005280                         MOVE 16 TO WS-JOB-RC
005290                 END-REWRITE
005300         END-READ
005310     END-IF.
005320     IF WS-CYCLECTL-OPENED
005330         CLOSE CYCLE-CONTROL
005340     END-IF.
005350     MOVE 'HR-0002' TO WS-LOG-MESSAGE-ID.
005360     IF WS-JOB-RC = ZERO
005370         MOVE 'I' TO WS-LOG-SEVERITY
005380     ELSE
005390         IF WS-JOB-RC = 16
005400             MOVE 'E' TO WS-LOG-SEVERITY
005410         ELSE
005420             MOVE 'W' TO WS-LOG-SEVERITY
005430         END-IF
005440     END-IF.
005450     MOVE SPACES TO WS-LOG-TEXT.
005460     IF WS-CYCLE-REFUSED
005470         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
005480             DELIMITED BY SIZE INTO WS-LOG-TEXT
005490     ELSE
005500         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
005510             DELIMITED BY SIZE INTO WS-LOG-TEXT
005520     END-IF.
005530     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
005540     IF WS-RUNLOG-OPENED
005550         CLOSE RUNLOG-FILE
005560     END-IF.
005570     MOVE WS-JOB-RC TO RETURN-CODE.
005580 9500-EXIT.
005590     EXIT.
