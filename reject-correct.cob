000560*                  RESUBMIT A DETAIL WITH A BLANK ITEM, AND A
000570*                  BLANK PRICE NOW PASSES -- THE PRICING RUN
000580*                  TAKES THE ITEM'S LIST PRICE FOR IT.
000581* 2026-10-15 RJH   CYCLE CONTROL.  THE STEP RECORDS ITS START,
000582*                  FINISH, AND RETURN CODE ON CYCLECTL AS STEP
000583*                  08 (REJCORR) AND WILL NOT WORK THE SAME
000584*                  CYCLE'S REJECTS TWICE.  THE STEP NOW ENDS 4
000585*                  WHEN A CORRECTION MATCHES NO REJECT, AND 16
000586*                  WHEN A FILE CANNOT BE OPENED.  OPERATIONAL
000587*                  MESSAGES GO TO RUNLOG WITH RJ- MESSAGE IDS.
000588* 2026-10-15 RJH   ORDER HEADERS NOW CARRY A SHIP-TO CODE.  A
000589*                  HEADER CORRECTION MAY SUPPLY A NEW SHIP-TO (THE
000590*                  PRICING RUN REJECTS ONE NOT ON CUSTADDR, REASON
000591*                  13) AS WELL AS OR INSTEAD OF A NEW REFERENCE.
000592* ---------------------------------------------------------------
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000750     SELECT RESUBMIT-OUT ASSIGN TO "RESUBMIT"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-RESUBMIT-STATUS.
000771     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000772         ORGANIZATION IS SEQUENTIAL
000773         FILE STATUS IS WS-CYCPARM-STATUS.
000774     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000775         ORGANIZATION IS INDEXED
000776         ACCESS MODE IS RANDOM
000777         RECORD KEY IS CYC-CYCLE-DATE
000778         FILE STATUS IS WS-CYCLECTL-STATUS.
000779     SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
000780         ORGANIZATION IS SEQUENTIAL
000781         FILE STATUS IS WS-RUNLOG-STATUS.
000782 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CORRTRAN-IN
000810     LABEL RECORDS ARE STANDARD.
000900     05  COR-NEW-PRICE-X         PIC X(07).
000910     05  COR-NEW-ORDER-REF       PIC X(08).
000920     05  COR-NEW-ITEM-X          PIC X(06).
000926     05  COR-NEW-SHIP-TO         PIC X(03).
000932     05  FILLER                  PIC X(35).
000940 FD  REJMAST-IN
000950     LABEL RECORDS ARE STANDARD.
000960 01  RMI-RECORD                  PIC X(128).
001030 FD  RESUBMIT-OUT
001040     LABEL RECORDS ARE STANDARD.
001050 01  RSB-RECORD                  PIC X(80).
001051 FD  CYCPARM-IN
001052     LABEL RECORDS ARE STANDARD.
001053 01  CYP-RECORD.
001054     05  CYP-CYCLE-DATE-X        PIC X(08).
001055     05  CYP-CYCLE-DATE REDEFINES
001056         CYP-CYCLE-DATE-X        PIC 9(08).
001057     05  CYP-RERUN-STEP          PIC X(08).
001058     05  FILLER                  PIC X(64).
001059*----------------------------------------------------------------
001060*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
001061*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE CYCLE-STATUS.
001062*----------------------------------------------------------------
001063 FD  CYCLE-CONTROL
001064     LABEL RECORDS ARE STANDARD.
001065 01  CYC-RECORD.
001066     05  CYC-CYCLE-DATE          PIC 9(08).
001067     05  CYC-STEP OCCURS 10 TIMES.
001068         10  CYC-STEP-STATUS     PIC X(01).
001069             88  CYC-STEP-NOT-RUN            VALUE SPACE.
001070             88  CYC-STEP-STARTED            VALUE 'S'.
001071             88  CYC-STEP-FINISHED           VALUE 'F'.
001072         10  CYC-STEP-START-DATE PIC 9(08).
001073         10  CYC-STEP-START-TIME PIC 9(08).
001074         10  CYC-STEP-END-DATE   PIC 9(08).
001075         10  CYC-STEP-END-TIME   PIC 9(08).
001076         10  CYC-STEP-RC         PIC 9(02).
001077         10  CYC-STEP-RUNS       PIC 9(02).
001078     05  FILLER                  PIC X(22).
001079 FD  RUNLOG-FILE
001080     LABEL RECORDS ARE STANDARD.
001081 01  RLG-RECORD.
001082     05  RLG-DATE                PIC 9(08).
001083     05  RLG-TIME                PIC 9(08).
001084     05  RLG-PROGRAM             PIC X(08).
001085     05  RLG-MESSAGE-ID          PIC X(08).
001086     05  RLG-SEVERITY            PIC X(01).
001087     05  RLG-TEXT                PIC X(44).
001088     05  FILLER                  PIC X(03).
001089 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001091*    CURRENT REJECT RECORD, AS STAMPED BY CALCULATE-DISCOUNT
001092*----------------------------------------------------------------
001100 01  WS-REJ-RECORD.
001110     05  WS-REJ-STATUS           PIC X(01).
001120         88  WS-REJ-HELD                 VALUE 'H'.
001650                                 PIC X(01).
001660                 20  WS-UNIT-HDR-ORDER-REF
001670                                 PIC X(08).
001675                 20  WS-UNIT-HDR-SHIP-TO
001680                                 PIC X(03).
001685                 20  FILLER      PIC X(61).
001690 77  WS-UNIT-COUNT               PIC 9(03)  VALUE ZERO COMP.
001700 77  WS-UNIT-SUB                 PIC 9(03)  VALUE ZERO COMP.
001710 77  WS-MAX-UNIT-RECORDS         PIC 9(03)  VALUE 51 COMP.
001810         10  WS-COR-NEW-PRICE-X  PIC X(07).
001820         10  WS-COR-NEW-REF      PIC X(08).
001830         10  WS-COR-NEW-ITEM-X   PIC X(06).
001835         10  WS-COR-NEW-SHIP-TO  PIC X(03).
001840         10  WS-COR-USED-SW      PIC X(01).
001850             88  WS-COR-USED             VALUE 'Y'.
001860 77  WS-COR-COUNT                PIC 9(03)  VALUE ZERO COMP.
002450 77  WS-WRITTEN-OFF-COUNT        PIC 9(7)    VALUE ZERO COMP.
002460 77  WS-UNMATCHED-CORRECTIONS    PIC 9(7)    VALUE ZERO COMP.
002470 77  WS-OLDEST-HELD-DATE         PIC 9(8)    VALUE 99999999.
002471*----------------------------------------------------------------
002472*    CYCLE CONTROL FIELDS
002473*
002474*    THE NIGHT'S STEPS SHARE ONE CYCLECTL RECORD PER CYCLE DATE
002475*    (THE CYCPARM CARD, OR TODAY WITH NO CARD).  THIS STEP
002476*    RECORDS ITS START, FINISH, AND RETURN CODE IN ENTRY
002477*    WS-CYCLE-STEP.  EVERY STEP IN WS-CYCLE-PREREQ-TABLE MUST
002478*    HAVE FINISHED THE SAME CYCLE WITH A RETURN CODE NO HIGHER
002479*    THAN WS-CYCLE-CLEAN-RC FIRST.  A STEP THAT ALREADY FINISHED
002480*    CLEAN, OR STARTED AND NEVER FINISHED, IS REFUSED UNLESS
002481*    THE CYCPARM CARD NAMES IT FOR RERUN IN COLUMNS 9-16.
002482*----------------------------------------------------------------
002483 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
002484 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
002485 77  WS-CYCLE-STEP               PIC 9(02) VALUE 08 COMP.
002486 77  WS-CYCLE-STEP-NAME          PIC X(08) VALUE 'REJCORR'.
002487 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
002488 77  WS-CYCLE-PREREQ-COUNT       PIC 9(02) VALUE 0 COMP.
002489 77  WS-CYCLE-PREREQ-SUB         PIC 9(02) VALUE ZERO COMP.
002490 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
002491     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
002492 77  WS-CYCLE-STARTED-SW         PIC X(01) VALUE 'N'.
002493     88  WS-CYCLE-STARTED                    VALUE 'Y'.
002494 77  WS-CYCLE-REFUSED-SW         PIC X(01) VALUE 'N'.
002495     88  WS-CYCLE-REFUSED                    VALUE 'Y'.
002496 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
002497 01  WS-CYCLE-RERUN-STEP         PIC X(08) VALUE SPACES.
002498 01  WS-CYCLE-PREREQ-VALUES.
002499     05  FILLER                  PIC X(10) VALUE SPACES.
002500 01  WS-CYCLE-PREREQ-TABLE REDEFINES WS-CYCLE-PREREQ-VALUES.
002501     05  WS-CYCLE-PREREQ OCCURS 1 TIMES.
002502         10  WS-CYCLE-PREREQ-STEP    PIC 9(02).
002503         10  WS-CYCLE-PREREQ-NAME    PIC X(08).
002504*----------------------------------------------------------------
002505*    RUN LOG AND RETURN CODE FIELDS
002506*
002507*    EVERY OPERATIONAL MESSAGE PASSES THROUGH
002508*    7100-WRITE-RUN-LOG: THE CALLER SETS THE MESSAGE ID,
002509*    SEVERITY, AND TEXT, AND THE PARAGRAPH STAMPS, WRITES, AND
002510*    ECHOES IT TO THE CONSOLE.  ANY SEVERITY-E MESSAGE MARKS
002511*    THE RUN FATAL AND FORCES RETURN CODE 16.
002512*----------------------------------------------------------------
002513 77  WS-RUNLOG-STATUS            PIC X(02) VALUE '00'.
002514 77  WS-RUNLOG-OPENED-SW         PIC X(01) VALUE 'N'.
002515     88  WS-RUNLOG-OPENED                    VALUE 'Y'.
002516 77  WS-FATAL-SW                 PIC X(01) VALUE 'N'.
002517     88  WS-FATAL-ERROR                      VALUE 'Y'.
002518 77  WS-JOB-RC                   PIC 9(02) VALUE ZERO.
002519 01  WS-LOG-DATE                 PIC 9(08).
002520 01  WS-LOG-TIME                 PIC 9(08).
002521 01  WS-LOG-MESSAGE-ID           PIC X(08).
002522 01  WS-LOG-SEVERITY             PIC X(01).
002523 01  WS-LOG-TEXT                 PIC X(44).
002524 PROCEDURE DIVISION.
002525*****************************************************************
002526*    0000-MAINLINE
002527*****************************************************************
002528 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     PERFORM 2000-PROCESS-UNIT THRU 2000-EXIT
002550         UNTIL WS-EOF-YES.
002560     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002575     PERFORM 9500-END-CYCLE-STEP THRU 9500-EXIT.
002580     STOP RUN.
002590*****************************************************************
002600*    1000-INITIALIZE
002640*    MASTER, OR NO NEW REJECTS IS A NORMAL DAY, NOT AN ERROR.
002650*****************************************************************
002660 1000-INITIALIZE.
002661     PERFORM 1800-BEGIN-CYCLE-STEP THRU 1800-EXIT.
002662     PERFORM 1820-CHECK-CYCLE-STEP THRU 1820-EXIT.
002663     IF WS-CYCLE-REFUSED
002664         MOVE 'Y' TO WS-EOF-SWITCH
002665         GO TO 1000-EXIT
002666     END-IF.
002670     OPEN INPUT CORRTRAN-IN.
002680     IF WS-CORRTRAN-STATUS = '35'
002685         MOVE 'RJ-0011' TO WS-LOG-MESSAGE-ID
002690         MOVE 'I' TO WS-LOG-SEVERITY
002695         MOVE 'NO CORRTRAN FILE - NO CORRECTIONS'
002700             TO WS-LOG-TEXT
002705         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002710         MOVE 'Y' TO WS-CORRTRAN-EOF-SW
002720     ELSE
002730         IF WS-CORRTRAN-STATUS NOT = '00'
002733             MOVE 'RJ-0012' TO WS-LOG-MESSAGE-ID
002736             MOVE 'E' TO WS-LOG-SEVERITY
002739             MOVE SPACES TO WS-LOG-TEXT
002742             STRING 'UNABLE TO OPEN CORRTRAN STATUS '
002745                 WS-CORRTRAN-STATUS
002748                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002751             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002760             MOVE 'Y' TO WS-EOF-SWITCH
002770             GO TO 1000-EXIT
002780         END-IF
002850         MOVE 'Y' TO WS-MASTER-EOF-SW
002860     ELSE
002870         IF WS-REJMAST-IN-STATUS NOT = '00'
002873             MOVE 'RJ-0013' TO WS-LOG-MESSAGE-ID
002876             MOVE 'E' TO WS-LOG-SEVERITY
002879             MOVE SPACES TO WS-LOG-TEXT
002882             STRING 'UNABLE TO OPEN REJMASTI STATUS '
002885                 WS-REJMAST-IN-STATUS
002888                 DELIMITED BY SIZE INTO WS-LOG-TEXT
002891             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
002900             MOVE 'Y' TO WS-EOF-SWITCH
002910             GO TO 1000-EXIT
002920         END-IF
002970         MOVE 'Y' TO WS-DAILY-EOF-SW
002980     ELSE
002990         IF WS-REJECT-IN-STATUS NOT = '00'
002993             MOVE 'RJ-0014' TO WS-LOG-MESSAGE-ID
002996             MOVE 'E' TO WS-LOG-SEVERITY
002999             MOVE SPACES TO WS-LOG-TEXT
003002             STRING 'UNABLE TO OPEN REJECT-OUT STATUS '
003005                 WS-REJECT-IN-STATUS
003008                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003011             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003020             MOVE 'Y' TO WS-EOF-SWITCH
003030             GO TO 1000-EXIT
003040         END-IF
003060     END-IF.
003070     OPEN OUTPUT REJMAST-OUT.
003080     IF WS-REJMAST-OUT-STATUS NOT = '00'
003083         MOVE 'RJ-0015' TO WS-LOG-MESSAGE-ID
003086         MOVE 'E' TO WS-LOG-SEVERITY
003089         MOVE SPACES TO WS-LOG-TEXT
003092         STRING 'UNABLE TO OPEN REJMASTO STATUS '
003095             WS-REJMAST-OUT-STATUS
003098             DELIMITED BY SIZE INTO WS-LOG-TEXT
003101         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003110         MOVE 'Y' TO WS-EOF-SWITCH
003120         GO TO 1000-EXIT
003130     END-IF.
003140     MOVE 1 TO WS-INIT-STAGE.
003150     OPEN OUTPUT RESUBMIT-OUT.
003160     IF WS-RESUBMIT-STATUS NOT = '00'
003163         MOVE 'RJ-0016' TO WS-LOG-MESSAGE-ID
003166         MOVE 'E' TO WS-LOG-SEVERITY
003169         MOVE SPACES TO WS-LOG-TEXT
003172         STRING 'UNABLE TO OPEN RESUBMIT STATUS '
003175             WS-RESUBMIT-STATUS
003178             DELIMITED BY SIZE INTO WS-LOG-TEXT
003181         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003190         MOVE 'Y' TO WS-EOF-SWITCH
003200         GO TO 1000-EXIT
003210     END-IF.
003530         (WS-COR-COUNT).
003540     MOVE COR-NEW-ORDER-REF   TO WS-COR-NEW-REF (WS-COR-COUNT).
003550     MOVE COR-NEW-ITEM-X      TO WS-COR-NEW-ITEM-X
003553         (WS-COR-COUNT).
003556     MOVE COR-NEW-SHIP-TO     TO WS-COR-NEW-SHIP-TO
003560         (WS-COR-COUNT).
003570     MOVE 'N'                 TO WS-COR-USED-SW (WS-COR-COUNT).
003580 1100-EXIT.
003581     EXIT.
003582*****************************************************************
003583*    1800-BEGIN-CYCLE-STEP
003584*
003585*    OPENS RUNLOG AND TAKES THE CYCLE DATE, AND ANY RERUN
003586*    REQUEST, FROM THE CYCPARM CARD.  WITH NO CARD THE CYCLE IS
003587*    TODAY'S.  IF RUNLOG CANNOT BE OPENED THE MESSAGES STILL GO
003588*    TO THE CONSOLE.
003589*****************************************************************
003590 1800-BEGIN-CYCLE-STEP.
003591     OPEN EXTEND RUNLOG-FILE.
003592     IF WS-RUNLOG-STATUS = '05' OR '35'
003593         OPEN OUTPUT RUNLOG-FILE
003594     END-IF.
003595     IF WS-RUNLOG-STATUS NOT = '00'
003596         DISPLAY 'REJECT-CORRECT: UNABLE TO OPEN RUNLOG, '
003597             'STATUS = ' WS-RUNLOG-STATUS
003598             ' - LOGGING TO CONSOLE ONLY'
003599     ELSE
003600         MOVE 'Y' TO WS-RUNLOG-OPENED-SW
003601     END-IF.
003602     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD.
003603     OPEN INPUT CYCPARM-IN.
003604     IF WS-CYCPARM-STATUS = '35'
003605         GO TO 1800-EXIT
003606     END-IF.
003607     IF WS-CYCPARM-STATUS NOT = '00'
003608         MOVE 'RJ-0009' TO WS-LOG-MESSAGE-ID
003609         MOVE 'E' TO WS-LOG-SEVERITY
003610         MOVE SPACES TO WS-LOG-TEXT
003611         STRING 'UNABLE TO OPEN CYCPARM STATUS '
003612             WS-CYCPARM-STATUS
003613             DELIMITED BY SIZE INTO WS-LOG-TEXT
003614         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003615         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003616         GO TO 1800-EXIT
003617     END-IF.
003618     READ CYCPARM-IN
003619         AT END
003620             MOVE SPACES TO CYP-RECORD
003621     END-READ.
003622     IF CYP-CYCLE-DATE-X IS NUMERIC
003623             AND CYP-CYCLE-DATE > ZERO
003624         MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
003625     ELSE
003626         IF CYP-CYCLE-DATE-X NOT = SPACES
003627             MOVE 'RJ-0010' TO WS-LOG-MESSAGE-ID
003628             MOVE 'W' TO WS-LOG-SEVERITY
003629             MOVE SPACES TO WS-LOG-TEXT
003630             STRING 'CYCPARM DATE NOT NUMERIC - CYCLE '
003631                 WS-CYCLE-DATE
003632                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003633             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003634         END-IF
003635     END-IF.
003636     MOVE CYP-RERUN-STEP TO WS-CYCLE-RERUN-STEP.
003637     CLOSE CYCPARM-IN.
003638 1800-EXIT.
003639     EXIT.
003640*****************************************************************
003641*    1820-CHECK-CYCLE-STEP
003642*
003643*    PROVES THIS STEP MAY RUN FOR THE CYCLE AND MARKS IT STARTED.
003644*    THE FIRST STEP OF A NEW CYCLE CREATES ITS CYCLECTL RECORD.
003645*    A REFUSAL IS LOGGED SEVERITY E AND LEAVES THE RECORD AS IT
003646*    WAS, SO THE STATUS INQUIRY STILL SHOWS THE RUN THAT COUNTS.
003647*****************************************************************
003648 1820-CHECK-CYCLE-STEP.
003649     MOVE 'RJ-0001' TO WS-LOG-MESSAGE-ID.
003650     MOVE 'I' TO WS-LOG-SEVERITY.
003651     MOVE SPACES TO WS-LOG-TEXT.
003652     STRING 'RUN STARTED FOR CYCLE ' WS-CYCLE-DATE
003653         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003654     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003655     IF WS-CYCLE-REFUSED
003656         GO TO 1820-EXIT
003657     END-IF.
003658     OPEN I-O CYCLE-CONTROL.
003659     IF WS-CYCLECTL-STATUS = '05' OR '35'
003660         OPEN OUTPUT CYCLE-CONTROL
003661         IF WS-CYCLECTL-STATUS = '00'
003662             CLOSE CYCLE-CONTROL
003663             OPEN I-O CYCLE-CONTROL
003664         END-IF
003665     END-IF.
003666     IF WS-CYCLECTL-STATUS NOT = '00'
003667         MOVE 'RJ-0003' TO WS-LOG-MESSAGE-ID
003668         MOVE 'E' TO WS-LOG-SEVERITY
003669         MOVE SPACES TO WS-LOG-TEXT
003670         STRING 'UNABLE TO OPEN CYCLECTL STATUS '
003671             WS-CYCLECTL-STATUS
003672             DELIMITED BY SIZE INTO WS-LOG-TEXT
003673         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003674         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003675         GO TO 1820-EXIT
003676     END-IF.
003677     MOVE 'Y' TO WS-CYCLECTL-OPENED-SW.
003678     MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
003679     READ CYCLE-CONTROL
003680         INVALID KEY
003681             MOVE SPACES TO CYC-RECORD
003682             MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
003683             WRITE CYC-RECORD
003684                 INVALID KEY
003685                     MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003686             END-WRITE
003687     END-READ.
003688     IF WS-CYCLE-REFUSED
003689         MOVE 'RJ-0008' TO WS-LOG-MESSAGE-ID
003690         MOVE 'E' TO WS-LOG-SEVERITY
003691         MOVE SPACES TO WS-LOG-TEXT
003692         STRING 'CYCLECTL WRITE FAILED STATUS '
003693             WS-CYCLECTL-STATUS
003694             DELIMITED BY SIZE INTO WS-LOG-TEXT
003695         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003696         GO TO 1820-EXIT
003697     END-IF.
003698     PERFORM 1830-CHECK-PREREQUISITE THRU 1830-EXIT
003699         VARYING WS-CYCLE-PREREQ-SUB FROM 1 BY 1
003700         UNTIL WS-CYCLE-PREREQ-SUB > WS-CYCLE-PREREQ-COUNT.
003701     IF WS-CYCLE-RERUN-STEP = WS-CYCLE-STEP-NAME
003702             AND NOT CYC-STEP-NOT-RUN (WS-CYCLE-STEP)
003703         MOVE 'RJ-0007' TO WS-LOG-MESSAGE-ID
003704         MOVE 'W' TO WS-LOG-SEVERITY
003705         MOVE SPACES TO WS-LOG-TEXT
003706         STRING 'RERUN OF ' WS-CYCLE-STEP-NAME
003707             ' REQUESTED ON CYCPARM'
003708             DELIMITED BY SIZE INTO WS-LOG-TEXT
003709         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003710     ELSE
003711         IF CYC-STEP-FINISHED (WS-CYCLE-STEP)
003712                 AND CYC-STEP-RC (WS-CYCLE-STEP)
003713                     NOT > WS-CYCLE-CLEAN-RC
003714             MOVE 'RJ-0005' TO WS-LOG-MESSAGE-ID
003715             MOVE 'E' TO WS-LOG-SEVERITY
003716             MOVE SPACES TO WS-LOG-TEXT
003717             STRING 'ALREADY FINISHED CLEAN FOR CYCLE '
003718                 WS-CYCLE-DATE
003719                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003720             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003721             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003722         END-IF
003723         IF CYC-STEP-STARTED (WS-CYCLE-STEP)
003724             MOVE 'RJ-0006' TO WS-LOG-MESSAGE-ID
003725             MOVE 'E' TO WS-LOG-SEVERITY
003726             MOVE SPACES TO WS-LOG-TEXT
003727             STRING 'EARLIER RUN NEVER FINISHED - CHECK AND '
003728                 'RERUN'
003729                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003730             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003731             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003732         END-IF
003733     END-IF.
003734     IF WS-CYCLE-REFUSED
003735         GO TO 1820-EXIT
003736     END-IF.
003737     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
003738     ACCEPT WS-LOG-TIME FROM TIME.
003739     IF CYC-STEP-RUNS (WS-CYCLE-STEP) IS NOT NUMERIC
003740         MOVE ZERO TO CYC-STEP-RUNS (WS-CYCLE-STEP)
003741     END-IF.
003742     ADD 1 TO CYC-STEP-RUNS (WS-CYCLE-STEP).
003743     MOVE 'S'         TO CYC-STEP-STATUS (WS-CYCLE-STEP).
003744     MOVE WS-LOG-DATE TO CYC-STEP-START-DATE (WS-CYCLE-STEP).
003745     MOVE WS-LOG-TIME TO CYC-STEP-START-TIME (WS-CYCLE-STEP).
003746     MOVE ZERO        TO CYC-STEP-END-DATE (WS-CYCLE-STEP).
003747     MOVE ZERO        TO CYC-STEP-END-TIME (WS-CYCLE-STEP).
003748     MOVE ZERO        TO CYC-STEP-RC (WS-CYCLE-STEP).
003749     REWRITE CYC-RECORD
003750         INVALID KEY
003751             MOVE 'RJ-0008' TO WS-LOG-MESSAGE-ID
003752             MOVE 'E' TO WS-LOG-SEVERITY
003753             MOVE SPACES TO WS-LOG-TEXT
003754             STRING 'CYCLECTL REWRITE FAILED STATUS '
003755                 WS-CYCLECTL-STATUS
003756                 DELIMITED BY SIZE INTO WS-LOG-TEXT
003757             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
003758             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
003759             GO TO 1820-EXIT
003760     END-REWRITE.
003761     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
003762 1820-EXIT.
003763     EXIT.
003764*****************************************************************
003765*    1830-CHECK-PREREQUISITE
003766*
003767*    A PREREQUISITE STEP MUST HAVE FINISHED THIS CYCLE WITH A
003768*    RETURN CODE OF WS-CYCLE-CLEAN-RC OR LESS.
003769*****************************************************************
003770 1830-CHECK-PREREQUISITE.
003771     IF CYC-STEP-FINISHED
003772             (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003773         IF CYC-STEP-RC
003774                 (WS-CYCLE-PREREQ-STEP (WS-CYCLE-PREREQ-SUB))
003775                 NOT > WS-CYCLE-CLEAN-RC
003776             GO TO 1830-EXIT
003777         END-IF
003778     END-IF.
003779     MOVE 'RJ-0004' TO WS-LOG-MESSAGE-ID.
003780     MOVE 'E' TO WS-LOG-SEVERITY.
003781     MOVE SPACES TO WS-LOG-TEXT.
003782     STRING 'PREREQUISITE '
003783         WS-CYCLE-PREREQ-NAME (WS-CYCLE-PREREQ-SUB)
003784         ' HAS NOT FINISHED CLEAN'
003785         DELIMITED BY SIZE INTO WS-LOG-TEXT.
003786     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
003787     MOVE 'Y' TO WS-CYCLE-REFUSED-SW.
003788 1830-EXIT.
003789     EXIT.
003790*****************************************************************
003791*    2000-PROCESS-UNIT
003792*
003793*    ASSEMBLES ONE REJECT UNIT FROM THE CURRENT RECORD -- AN
003794*    ORDER HEADER IMAGE PULLS IN THE DETAIL IMAGES BEHIND IT,
003795*    ANYTHING ELSE STANDS ALONE -- THEN DISPOSES OF IT.  ON
003796*    EXIT THE CURRENT RECORD IS THE FIRST OF THE NEXT UNIT.
003797*****************************************************************
003798 2000-PROCESS-UNIT.
003799     MOVE 1 TO WS-UNIT-COUNT.
003800     MOVE WS-REJ-RECORD TO WS-UNIT-RECORD (1).
003801*    A DETAIL IMAGE BELONGS TO THE CURRENT ORDER GROUP ONLY IF
003802*    IT CARRIES THE GROUP'S REASON CODE AND REJECT DATE --
003803*    CALCULATE-DISCOUNT STAMPS EVERY MEMBER OF A REJECTED GROUP
003804*    ALIKE.  A STANDALONE REJECT (SAY AN ORPHAN DETAIL, REASON
003805*    04) WRITTEN RIGHT BEHIND A GROUP DIFFERS IN REASON AND SO
003806*    IS NOT PULLED IN.
003807     PERFORM 2900-READ-REJECT THRU 2900-EXIT.
003808     IF WS-UNIT-REC-TYPE (1) = 'H'
003809         PERFORM 2100-GATHER-UNIT-DETAIL THRU 2100-EXIT
003810             UNTIL WS-EOF-YES
003811                 OR NOT WS-REJ-IMAGE-DETAIL
003820                 OR WS-REJ-REASON-CODE NOT = WS-UNIT-REASON (1)
003830                 OR WS-REJ-DATE NOT = WS-UNIT-DATE (1)
003840     END-IF.
004930         GO TO 3200-EXIT
004940     END-IF.
004950     IF WS-UNIT-REC-TYPE (WS-UNIT-SUB) = 'H'
005005         PERFORM 3210-CORRECT-HEADER THRU 3210-EXIT
005060         GO TO 3200-EXIT
005070     END-IF.
005080     IF WS-UNIT-REC-TYPE (WS-UNIT-SUB) NOT = 'D'
005260     END-IF.
005270     MOVE 'C' TO WS-UNIT-STATUS (WS-UNIT-SUB).
005280 3200-EXIT.
005281     EXIT.
005282*****************************************************************
005283*    3210-CORRECT-HEADER
005284*
005285*    A HEADER TAKES A NEW ORDER REFERENCE, A NEW SHIP-TO CODE, OR
005286*    BOTH.  A CORRECTION WITH NEITHER IS REPORTED, NOT APPLIED.
005287*****************************************************************
005288 3210-CORRECT-HEADER.
005289     IF WS-COR-NEW-REF (WS-COR-FOUND-SUB) = SPACES
005290             AND WS-COR-NEW-SHIP-TO (WS-COR-FOUND-SUB) = SPACES
005291         DISPLAY 'REJECT-CORRECT: CORRECTION FOR REJECT '
005292             WS-UNIT-DATE (WS-UNIT-SUB) '/'
005293             WS-UNIT-SEQ (WS-UNIT-SUB)
005294             ' CARRIES NOTHING A HEADER CAN TAKE'
005295         GO TO 3210-EXIT
005296     END-IF.
005297     IF WS-COR-NEW-REF (WS-COR-FOUND-SUB) NOT = SPACES
005298         MOVE WS-COR-NEW-REF (WS-COR-FOUND-SUB)
005299             TO WS-UNIT-HDR-ORDER-REF (WS-UNIT-SUB)
005300     END-IF.
005301     IF WS-COR-NEW-SHIP-TO (WS-COR-FOUND-SUB) NOT = SPACES
005302         MOVE WS-COR-NEW-SHIP-TO (WS-COR-FOUND-SUB)
005303             TO WS-UNIT-HDR-SHIP-TO (WS-UNIT-SUB)
005304     END-IF.
005305     MOVE 'C' TO WS-UNIT-STATUS (WS-UNIT-SUB).
005306 3210-EXIT.
005307     EXIT.
005308*****************************************************************
005310*    3250-WRITE-OFF-UNIT
005320*
005330*    A WRITE-OFF ON THE ORDER HEADER TAKES EVERY MEMBER THAT
006980 2900-EXIT.
006990     EXIT.
007000*****************************************************************
007001*    7100-WRITE-RUN-LOG
007002*
007003*    STAMPS AND WRITES ONE RUN LOG RECORD AND ECHOES IT TO THE
007004*    CONSOLE.  THE CALLER SETS WS-LOG-MESSAGE-ID, SEVERITY, AND
007005*    TEXT FIRST.  A SEVERITY-E MESSAGE MARKS THE RUN FATAL.  IF
007006*    RUNLOG COULD NOT BE OPENED THE CONSOLE ECHO STILL GOES OUT.
007007*****************************************************************
007008 7100-WRITE-RUN-LOG.
007009     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
007010     ACCEPT WS-LOG-TIME FROM TIME.
007011     DISPLAY WS-LOG-MESSAGE-ID ' ' WS-LOG-SEVERITY ' '
007012         WS-LOG-TEXT.
007013     IF WS-LOG-SEVERITY = 'E'
007014         MOVE 'Y' TO WS-FATAL-SW
007015     END-IF.
007016     IF NOT WS-RUNLOG-OPENED
007017         GO TO 7100-EXIT
007018     END-IF.
007019     MOVE WS-LOG-DATE               TO RLG-DATE.
007020     MOVE WS-LOG-TIME               TO RLG-TIME.
007021     MOVE WS-CYCLE-STEP-NAME        TO RLG-PROGRAM.
007022     MOVE WS-LOG-MESSAGE-ID         TO RLG-MESSAGE-ID.
007023     MOVE WS-LOG-SEVERITY           TO RLG-SEVERITY.
007024     MOVE WS-LOG-TEXT               TO RLG-TEXT.
007025     WRITE RLG-RECORD.
007026 7100-EXIT.
007027     EXIT.
007028*****************************************************************
007029*    8000-PRINT-CONTROL-TOTALS
007030*****************************************************************
007031 8000-PRINT-CONTROL-TOTALS.
007040     PERFORM 8100-COUNT-UNMATCHED THRU 8100-EXIT
007050         VARYING WS-COR-SUB FROM 1 BY 1
007060         UNTIL WS-COR-SUB > WS-COR-COUNT.
007240             WS-OLDEST-HELD-DATE
007250     END-IF.
007260     DISPLAY '==============================================='.
007261     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
007262         GO TO 8000-EXIT
007263     END-IF.
007264     IF WS-UNMATCHED-CORRECTIONS = ZERO
007265         MOVE 'RJ-0017' TO WS-LOG-MESSAGE-ID
007266         MOVE 'I' TO WS-LOG-SEVERITY
007267         MOVE 'EVERY CORRECTION MATCHED A REJECT'
007268             TO WS-LOG-TEXT
007269     ELSE
007270         MOVE 'RJ-0018' TO WS-LOG-MESSAGE-ID
007271         MOVE 'W' TO WS-LOG-SEVERITY
007272         MOVE 'CORRECTIONS KEYED FOR NO REJECT'
007273             TO WS-LOG-TEXT
007274         MOVE 4 TO RETURN-CODE
007275     END-IF.
007276     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
007277 8000-EXIT.
007280     EXIT.
007290*****************************************************************
007300*    8100-COUNT-UNMATCHED
007590     END-IF.
007600 9000-EXIT.
007610     EXIT.
007620*****************************************************************
007630*    9500-END-CYCLE-STEP
007640*
007650*    RECORDS THE FINISH AND RETURN CODE ON CYCLECTL AND LOGS
007660*    THE COMPLETION.  THE RECORD IS READ AFRESH, SINCE ANOTHER
007670*    STEP MAY HAVE UPDATED ITS OWN ENTRY WHILE THIS ONE RAN.  A
007680*    REFUSED OR FATAL RUN ENDS 16.
007690*****************************************************************
007700 9500-END-CYCLE-STEP.
007710     MOVE RETURN-CODE TO WS-JOB-RC.
007720     IF WS-FATAL-ERROR OR WS-CYCLE-REFUSED
007730         MOVE 16 TO WS-JOB-RC
007740     END-IF.
007750     IF WS-CYCLE-STARTED
007760         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
007770         READ CYCLE-CONTROL
007780             INVALID KEY
007790                 MOVE 16 TO WS-JOB-RC
007800                 MOVE 'RJ-0008' TO WS-LOG-MESSAGE-ID
007810                 MOVE 'E' TO WS-LOG-SEVERITY
007820                 MOVE SPACES TO WS-LOG-TEXT
007830                 STRING 'CYCLECTL READ FAILED STATUS '
007840                     WS-CYCLECTL-STATUS
007850                     DELIMITED BY SIZE INTO WS-LOG-TEXT
007860                 PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
007870             NOT INVALID KEY
007880                 ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
007890                 ACCEPT WS-LOG-TIME FROM TIME
007900                 MOVE 'F' TO CYC-STEP-STATUS (WS-CYCLE-STEP)
007910                 MOVE WS-LOG-DATE
007920                     TO CYC-STEP-END-DATE (WS-CYCLE-STEP)
007930                 MOVE WS-LOG-TIME
007940                     TO CYC-STEP-END-TIME (WS-CYCLE-STEP)
007950                 MOVE WS-JOB-RC TO CYC-STEP-RC (WS-CYCLE-STEP)
007960                 REWRITE CYC-RECORD
007970                     INVALID KEY
007980                         MOVE 16 TO WS-JOB-RC
007990                 END-REWRITE
008000         END-READ
008010     END-IF.
008020     IF WS-CYCLECTL-OPENED
008030         CLOSE CYCLE-CONTROL
008040     END-IF.
008050     MOVE 'RJ-0002' TO WS-LOG-MESSAGE-ID.
008060     IF WS-JOB-RC = ZERO
008070         MOVE 'I' TO WS-LOG-SEVERITY
008080     ELSE
008090         IF WS-JOB-RC = 16
008100             MOVE 'E' TO WS-LOG-SEVERITY
008110         ELSE
008120             MOVE 'W' TO WS-LOG-SEVERITY
008130         END-IF
008140     END-IF.
008150     MOVE SPACES TO WS-LOG-TEXT.
008160     IF WS-CYCLE-REFUSED
008170         STRING 'RUN REFUSED RETURN CODE ' WS-JOB-RC
008180             DELIMITED BY SIZE INTO WS-LOG-TEXT
008190     ELSE
008200         STRING 'RUN COMPLETE RETURN CODE ' WS-JOB-RC
008210             DELIMITED BY SIZE INTO WS-LOG-TEXT
008220     END-IF.
008230     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
008240     IF WS-RUNLOG-OPENED
008250         CLOSE RUNLOG-FILE
008260     END-IF.
008270     MOVE WS-JOB-RC TO RETURN-CODE.
008280 9500-EXIT.
008290     EXIT.
