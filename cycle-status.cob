000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CYCLE-STATUS.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   CYCLE-STATUS                                                *
000100*                                                               *
000110*   OPERATOR INQUIRY ON THE NIGHT'S BATCH CYCLE.  READS THE     *
000120*   CYCLECTL RECORD THE STEPS KEEP FOR THE CYCLE DATE AND       *
000130*   PRINTS ONE LINE PER STEP, IN RUN ORDER: WHETHER IT HAS      *
000140*   RUN, WHEN IT STARTED AND FINISHED, ITS RETURN CODE AND      *
000150*   RUN COUNT, AND WHICH STEPS MUST FINISH CLEAN BEFORE IT.     *
000160*   A STEP NOT YET RUN SHOWS READY WHEN EVERY PREREQUISITE      *
000170*   HAS FINISHED CLEAN, OTHERWISE WAITING.  THE REPORT ENDS     *
000180*   BY NAMING THE FIRST STEP THE CYCLE STOPPED AT -- ONE THAT   *
000190*   STARTED AND NEVER FINISHED, OR FINISHED ABOVE               *
000200*   WS-CYCLE-CLEAN-RC -- SO THE OPERATOR KNOWS WHERE TO         *
000210*   RESTART.  NOTHING ON CYCLECTL IS CHANGED.                   *
000220*                                                               *
000230*   THE CYCPARM CARD THE STEPS READ NAMES THE CYCLE DATE AS     *
000240*   YYYYMMDD.  WITH NO CARD, OR A DATE THAT IS NOT NUMERIC,     *
000250*   TODAY'S CYCLE IS REPORTED.                                  *
000260*                                                               *
000270*   THE STEP TABLE BELOW MUST BE KEPT IN STEP WITH THE          *
000280*   WS-CYCLE-STEP AND WS-CYCLE-PREREQ-TABLE ENTRIES IN THE      *
000290*   STEP PROGRAMS THEMSELVES.                                   *
000300*                                                               *
000310*   RETURN CODES:  0 = REPORT PRINTED                           *
000320*                 16 = COULD NOT READ A FILE                    *
000330*                                                               *
000340*****************************************************************
000350* MAINTENANCE HISTORY
000360* ---------------------------------------------------------------
000370* DATE       BY    DESCRIPTION
000380* ---------- ----- -------------------------------------------
000390* 2026-10-15 RJH   NEW PROGRAM.  STEP-BY-STEP STATUS OF THE
000400*                  NIGHT'S CYCLE FROM CYCLECTL.
000403* 2026-10-15 RJH   STEP 10, SALESHST (SALES-HIST-POST), ADDED TO
000406*                  THE STEP TABLE.
000410* ---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CYCPARM-IN ASSIGN TO "CYCPARM"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-CYCPARM-STATUS.
000480     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CYC-CYCLE-DATE
000520         FILE STATUS IS WS-CYCLECTL-STATUS.
000530     SELECT REPORT-OUT ASSIGN TO "RPTOUT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-OUT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CYCPARM-IN
000590     LABEL RECORDS ARE STANDARD.
000600 01  CYP-RECORD.
000610     05  CYP-CYCLE-DATE-X        PIC X(08).
000620     05  CYP-CYCLE-DATE REDEFINES
000630         CYP-CYCLE-DATE-X        PIC 9(08).
000640     05  CYP-RERUN-STEP          PIC X(08).
000650     05  FILLER                  PIC X(64).
000660*----------------------------------------------------------------
000670*    ONE CYCLECTL RECORD PER CYCLE DATE, ONE ENTRY PER STEP OF
000680*    THE NIGHT.  THE STEP NUMBERS ARE FIXED -- SEE WS-STEP-VALUES.
000690*----------------------------------------------------------------
000700 FD  CYCLE-CONTROL
000710     LABEL RECORDS ARE STANDARD.
000720 01  CYC-RECORD.
000730     05  CYC-CYCLE-DATE          PIC 9(08).
000740     05  CYC-STEP OCCURS 10 TIMES.
000750         10  CYC-STEP-STATUS     PIC X(01).
000760             88  CYC-STEP-NOT-RUN            VALUE SPACE.
000770             88  CYC-STEP-STARTED            VALUE 'S'.
000780             88  CYC-STEP-FINISHED           VALUE 'F'.
000790         10  CYC-STEP-START-DATE PIC 9(08).
000800         10  CYC-STEP-START-TIME PIC 9(08).
000810         10  CYC-STEP-END-DATE   PIC 9(08).
000820         10  CYC-STEP-END-TIME   PIC 9(08).
000830         10  CYC-STEP-RC         PIC 9(02).
000840         10  CYC-STEP-RUNS       PIC 9(02).
000850     05  FILLER                  PIC X(22).
000860 FD  REPORT-OUT
000870     LABEL RECORDS ARE STANDARD.
000880 01  RPT-LINE                    PIC X(132).
000890 WORKING-STORAGE SECTION.
000900*----------------------------------------------------------------
000910*    THE NIGHT'S STEPS, IN RUN ORDER
000920*
000930*    EACH ENTRY IS THE STEP NAME CARRIED ON RUNLOG, THE PROGRAM,
000940*    AND UP TO TWO PREREQUISITE STEP NUMBERS THAT MUST FINISH
000950*    THE SAME CYCLE WITH A RETURN CODE NO HIGHER THAN
000960*    WS-CYCLE-CLEAN-RC FIRST.  THE ENTRY NUMBER IS THE STEP'S
000970*    CYC-STEP SUBSCRIPT ON CYCLECTL.
000980*----------------------------------------------------------------
000990 01  WS-STEP-VALUES.
001000     05  FILLER                  PIC X(29)
001010         VALUE 'INVBAL  INVOICE-BALANCE 00000'.
001020     05  FILLER                  PIC X(29)
001030         VALUE 'ARACKRECAR-ACK-RECON    10100'.
001040     05  FILLER                  PIC X(29)
001050         VALUE 'GLJRNL  GL-JOURNAL      10100'.
001060     05  FILLER                  PIC X(29)
001070         VALUE 'CASHAPPLCASH-APPLY      00000'.
001080     05  FILLER                  PIC X(29)
001090         VALUE 'BALVERFYBALANCE-VERIFY  20104'.
001100     05  FILLER                  PIC X(29)
001110         VALUE 'CUSTSTMTCUST-STATEMENT  10500'.
001120     05  FILLER                  PIC X(29)
001130         VALUE 'HOLDREL HOLD-RELEASE    00000'.
001140     05  FILLER                  PIC X(29)
001150         VALUE 'REJCORR REJECT-CORRECT  00000'.
001160     05  FILLER                  PIC X(29)
001170         VALUE 'SUSPCORRSUSPENSE-CORRECT00000'.
001173     05  FILLER                  PIC X(29)
001176         VALUE 'SALESHSTSALES-HIST-POST 10100'.
001180 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001190     05  WS-STEP OCCURS 10 TIMES.
001200         10  WS-STEP-NAME            PIC X(08).
001210         10  WS-STEP-PROGRAM         PIC X(16).
001220         10  WS-STEP-PREREQ-COUNT    PIC 9(01).
001230         10  WS-STEP-PREREQ          PIC 9(02) OCCURS 2 TIMES.
001240 77  WS-STEP-COUNT               PIC 9(02) VALUE 10 COMP.
001250 77  WS-STEP-SUB                 PIC 9(02) VALUE ZERO COMP.
001260 77  WS-PREREQ-SUB               PIC 9(02) VALUE ZERO COMP.
001270 77  WS-PREREQ-STEP              PIC 9(02) VALUE ZERO COMP.
001280 77  WS-CYCLE-CLEAN-RC           PIC 9(02) VALUE 4.
001290*----------------------------------------------------------------
001300*    INQUIRY FIELDS
001310*----------------------------------------------------------------
001320 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
001330 01  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
001340 01  WS-CYCLE-DATE               PIC 9(08)  VALUE ZERO.
001350 01  WS-PREREQ-TEXT              PIC X(20)  VALUE SPACES.
001360 77  WS-PREREQ-POINTER           PIC 9(02)  VALUE 1 COMP.
001370 77  WS-PREREQS-MET-SW           PIC X(01)  VALUE 'Y'.
001380     88  WS-PREREQS-MET                      VALUE 'Y'.
001390 77  WS-STOP-STEP                PIC 9(02)  VALUE ZERO COMP.
001400 01  WS-STOP-STATUS              PIC X(24)  VALUE SPACES.
001410*----------------------------------------------------------------
001420*    DATE AND TIME STAMP AS PRINTED -- YYYYMMDD HH:MM:SS
001430*----------------------------------------------------------------
001440 01  WS-STAMP-IN-DATE            PIC 9(08)  VALUE ZERO.
001450 01  WS-STAMP-IN-TIME            PIC 9(08)  VALUE ZERO.
001460 01  WS-STAMP-IN-PARTS REDEFINES WS-STAMP-IN-TIME.
001470     05  WS-STAMP-IN-HH          PIC 9(02).
001480     05  WS-STAMP-IN-MM          PIC 9(02).
001490     05  WS-STAMP-IN-SS          PIC 9(02).
001500     05  WS-STAMP-IN-CC          PIC 9(02).
001510 01  WS-STAMP.
001520     05  WS-STAMP-DATE           PIC 9(08).
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  WS-STAMP-HH             PIC 9(02).
001550     05  FILLER                  PIC X(01) VALUE ':'.
001560     05  WS-STAMP-MM             PIC 9(02).
001570     05  FILLER                  PIC X(01) VALUE ':'.
001580     05  WS-STAMP-SS             PIC 9(02).
001590*----------------------------------------------------------------
001600*    REPORT TOTALS
001610*----------------------------------------------------------------
001620 77  WS-STEPS-CLEAN              PIC 9(02)  VALUE ZERO COMP.
001630 77  WS-STEPS-STOPPED            PIC 9(02)  VALUE ZERO COMP.
001640 77  WS-STEPS-READY              PIC 9(02)  VALUE ZERO COMP.
001650 77  WS-STEPS-WAITING            PIC 9(02)  VALUE ZERO COMP.
001660*----------------------------------------------------------------
001670*    FILE STATUS AND CONTROL SWITCHES
001680*----------------------------------------------------------------
001690 77  WS-CYCPARM-STATUS           PIC X(02) VALUE '00'.
001700 77  WS-CYCLECTL-STATUS          PIC X(02) VALUE '00'.
001710 77  WS-REPORT-OUT-STATUS        PIC X(02) VALUE '00'.
001720 77  WS-ABORT-SW                 PIC X(01) VALUE 'N'.
001730     88  WS-ABORT-RUN                        VALUE 'Y'.
001740 77  WS-CYCLECTL-OPENED-SW       PIC X(01) VALUE 'N'.
001750     88  WS-CYCLECTL-OPENED                  VALUE 'Y'.
001760 77  WS-REPORT-OPENED-SW         PIC X(01) VALUE 'N'.
001770     88  WS-REPORT-OPENED                    VALUE 'Y'.
001780*----------------------------------------------------------------
001790*    PRINT LINE LAYOUTS
001800*----------------------------------------------------------------
001810 01  RPT-HEADING-1.
001820     05  FILLER                  PIC X(20)
001830         VALUE 'CYCLE-STATUS'.
001840     05  FILLER                  PIC X(26)
001850         VALUE 'NIGHTLY CYCLE STATUS FOR '.
001860     05  RPT-H1-CYCLE-DATE       PIC 9(08).
001870     05  FILLER                  PIC X(53) VALUE SPACES.
001880     05  FILLER                  PIC X(08) VALUE 'AS OF '.
001890     05  RPT-H1-STAMP            PIC X(17).
001900 01  RPT-HEADING-2.
001910     05  FILLER                  PIC X(06) VALUE 'STEP'.
001920     05  FILLER                  PIC X(10) VALUE 'NAME'.
001930     05  FILLER                  PIC X(18) VALUE 'PROGRAM'.
001940     05  FILLER                  PIC X(26) VALUE 'STATUS'.
001950     05  FILLER                  PIC X(19) VALUE 'STARTED'.
001960     05  FILLER                  PIC X(19) VALUE 'FINISHED'.
001970     05  FILLER                  PIC X(04) VALUE 'RC'.
001980     05  FILLER                  PIC X(06) VALUE 'RUNS'.
001990     05  FILLER                  PIC X(20) VALUE 'PREREQUISITES'.
002000     05  FILLER                  PIC X(04) VALUE SPACES.
002010 01  RPT-DETAIL-LINE.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  RPT-DET-STEP            PIC 9(02).
002040     05  FILLER                  PIC X(02) VALUE SPACES.
002050     05  RPT-DET-NAME            PIC X(08).
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  RPT-DET-PROGRAM         PIC X(16).
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  RPT-DET-STATUS          PIC X(24).
002100     05  FILLER                  PIC X(02) VALUE SPACES.
002110     05  RPT-DET-STARTED         PIC X(17).
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002130     05  RPT-DET-FINISHED        PIC X(17).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  RPT-DET-RC              PIC Z9.
002160     05  RPT-DET-RC-X REDEFINES
002170         RPT-DET-RC              PIC X(02).
002180     05  FILLER                  PIC X(04) VALUE SPACES.
002190     05  RPT-DET-RUNS            PIC ZZ.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  RPT-DET-PREREQS         PIC X(20).
002220     05  FILLER                  PIC X(04) VALUE SPACES.
002230 01  RPT-TOTAL-LINE.
002240     05  RPT-TOT-LABEL           PIC X(30).
002250     05  RPT-TOT-COUNT           PIC Z9.
002260     05  FILLER                  PIC X(100) VALUE SPACES.
002270 01  RPT-STOP-LINE.
002280     05  FILLER                  PIC X(22)
002290         VALUE 'CYCLE STOPPED AT STEP '.
002300     05  RPT-STOP-STEP           PIC 9(02).
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  RPT-STOP-NAME           PIC X(08).
002330     05  FILLER                  PIC X(03) VALUE ' - '.
002340     05  RPT-STOP-STATUS         PIC X(24).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  FILLER                  PIC X(23)
002370         VALUE 'RESTART FROM THIS STEP'.
002380     05  FILLER                  PIC X(47) VALUE SPACES.
002390 PROCEDURE DIVISION.
002400*****************************************************************
002410*    0000-MAINLINE
002420*****************************************************************
002430 0000-MAINLINE.
002440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002450     IF NOT WS-ABORT-RUN
002460         PERFORM 2000-PRINT-STATUS THRU 2000-EXIT
002470     END-IF.
002480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002490     STOP RUN.
002500*****************************************************************
002510*    1000-INITIALIZE
002520*
002530*    A CYCLE NO STEP HAS STARTED HAS NO CYCLECTL RECORD, AND A
002540*    SHOP THAT HAS NEVER RUN A CYCLE HAS NO CYCLECTL AT ALL
002550*    (STATUS 35).  NEITHER IS AN ERROR -- EVERY STEP SIMPLY
002560*    SHOWS NOT RUN.
002570*****************************************************************
002580 1000-INITIALIZE.
002590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002600     ACCEPT WS-CURRENT-TIME FROM TIME.
002610     MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE.
002620     OPEN INPUT CYCPARM-IN.
002630     IF WS-CYCPARM-STATUS = '35'
002640         DISPLAY 'CYCLE-STATUS: NO CYCPARM CARD, REPORTING '
002650             'TODAY''S CYCLE'
002660     ELSE
002670         IF WS-CYCPARM-STATUS NOT = '00'
002680             DISPLAY 'CYCLE-STATUS: UNABLE TO OPEN CYCPARM, '
002690                 'STATUS = ' WS-CYCPARM-STATUS
002700             MOVE 'Y' TO WS-ABORT-SW
002710             GO TO 1000-EXIT
002720         END-IF
002730         READ CYCPARM-IN
002740             AT END
002750                 DISPLAY 'CYCLE-STATUS: CYCPARM IS EMPTY, '
002760                     'REPORTING TODAY''S CYCLE'
002770             NOT AT END
002780                 IF CYP-CYCLE-DATE-X IS NUMERIC
002790                         AND CYP-CYCLE-DATE > ZERO
002800                     MOVE CYP-CYCLE-DATE TO WS-CYCLE-DATE
002810                 ELSE
002820                     DISPLAY 'CYCLE-STATUS: CYCPARM DATE '
002830                         'NOT NUMERIC, REPORTING TODAY''S CYCLE'
002840                 END-IF
002850         END-READ
002860         CLOSE CYCPARM-IN
002870     END-IF.
002880     MOVE SPACES TO CYC-RECORD.
002890     OPEN INPUT CYCLE-CONTROL.
002900     IF WS-CYCLECTL-STATUS = '35'
002910         DISPLAY 'CYCLE-STATUS: NO CYCLECTL FILE, NO CYCLE '
002920             'HAS RUN'
002930     ELSE
002940         IF WS-CYCLECTL-STATUS NOT = '00'
002950             DISPLAY 'CYCLE-STATUS: UNABLE TO OPEN CYCLECTL, '
002960                 'STATUS = ' WS-CYCLECTL-STATUS
002970             MOVE 'Y' TO WS-ABORT-SW
002980             GO TO 1000-EXIT
002990         END-IF
003000         MOVE 'Y' TO WS-CYCLECTL-OPENED-SW
003010         MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE
003020         READ CYCLE-CONTROL
003030             INVALID KEY
003040                 MOVE SPACES TO CYC-RECORD
003050                 DISPLAY 'CYCLE-STATUS: NO STEP HAS STARTED '
003060                     'CYCLE ' WS-CYCLE-DATE
003070         END-READ
003080     END-IF.
003090     OPEN OUTPUT REPORT-OUT.
003100     IF WS-REPORT-OUT-STATUS NOT = '00'
003110         DISPLAY 'CYCLE-STATUS: UNABLE TO OPEN RPTOUT, '
003120             'STATUS = ' WS-REPORT-OUT-STATUS
003130         MOVE 'Y' TO WS-ABORT-SW
003140         GO TO 1000-EXIT
003150     END-IF.
003160     MOVE 'Y' TO WS-REPORT-OPENED-SW.
003170     MOVE WS-CYCLE-DATE TO RPT-H1-CYCLE-DATE.
003180     MOVE WS-CURRENT-DATE TO WS-STAMP-IN-DATE.
003190     MOVE WS-CURRENT-TIME TO WS-STAMP-IN-TIME.
003200     PERFORM 2300-FORMAT-STAMP THRU 2300-EXIT.
003210     MOVE WS-STAMP TO RPT-H1-STAMP.
003220 1000-EXIT.
003230     EXIT.
003240*****************************************************************
003250*    2000-PRINT-STATUS
003260*****************************************************************
003270 2000-PRINT-STATUS.
003280     WRITE RPT-LINE FROM RPT-HEADING-1
003290         AFTER ADVANCING 1 LINE.
003300     WRITE RPT-LINE FROM RPT-HEADING-2
003310         AFTER ADVANCING 2 LINES.
003320     MOVE SPACES TO RPT-LINE.
003330     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
003340     PERFORM 2100-PRINT-STEP THRU 2100-EXIT
003350         VARYING WS-STEP-SUB FROM 1 BY 1
003360         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
003370     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
003380 2000-EXIT.
003390     EXIT.
003400*****************************************************************
003410*    2100-PRINT-STEP
003420*
003430*    A STEP NOT YET RUN IS READY WHEN EVERY PREREQUISITE HAS
003440*    FINISHED CLEAN, OTHERWISE WAITING.
003450*****************************************************************
003460 2100-PRINT-STEP.
003470     MOVE SPACES TO WS-PREREQ-TEXT.
003480     MOVE 1 TO WS-PREREQ-POINTER.
003490     MOVE 'Y' TO WS-PREREQS-MET-SW.
003500     PERFORM 2200-CHECK-PREREQUISITE THRU 2200-EXIT
003510         VARYING WS-PREREQ-SUB FROM 1 BY 1
003520         UNTIL WS-PREREQ-SUB
003530             > WS-STEP-PREREQ-COUNT (WS-STEP-SUB).
003540     MOVE WS-STEP-SUB                 TO RPT-DET-STEP.
003550     MOVE WS-STEP-NAME (WS-STEP-SUB)    TO RPT-DET-NAME.
003560     MOVE WS-STEP-PROGRAM (WS-STEP-SUB) TO RPT-DET-PROGRAM.
003570     MOVE WS-PREREQ-TEXT              TO RPT-DET-PREREQS.
003580     MOVE SPACES TO RPT-DET-STARTED.
003590     MOVE SPACES TO RPT-DET-FINISHED.
003600     MOVE SPACES TO RPT-DET-RC-X.
003610     MOVE ZERO TO RPT-DET-RUNS.
003620     IF CYC-STEP-RUNS (WS-STEP-SUB) IS NUMERIC
003630         MOVE CYC-STEP-RUNS (WS-STEP-SUB) TO RPT-DET-RUNS
003640     END-IF.
003650     IF CYC-STEP-NOT-RUN (WS-STEP-SUB)
003660         IF WS-PREREQS-MET
003670             MOVE 'NOT RUN - READY' TO RPT-DET-STATUS
003680             ADD 1 TO WS-STEPS-READY
003690         ELSE
003700             MOVE 'NOT RUN - WAITING' TO RPT-DET-STATUS
003710             ADD 1 TO WS-STEPS-WAITING
003720         END-IF
003730     ELSE
003740         PERFORM 2150-FORMAT-RUN-STEP THRU 2150-EXIT
003750     END-IF.
003760     WRITE RPT-LINE FROM RPT-DETAIL-LINE
003770         AFTER ADVANCING 1 LINE.
003780 2100-EXIT.
003790     EXIT.
003800*****************************************************************
003810*    2150-FORMAT-RUN-STEP
003820*
003830*    A STEP THAT FINISHED ABOVE WS-CYCLE-CLEAN-RC, OR STARTED
003840*    AND NEVER FINISHED, IS WHERE THE CYCLE STOPPED; THE FIRST
003850*    ONE IN RUN ORDER IS KEPT FOR THE SUMMARY.
003860*****************************************************************
003870 2150-FORMAT-RUN-STEP.
003880     MOVE CYC-STEP-START-DATE (WS-STEP-SUB) TO WS-STAMP-IN-DATE.
003890     MOVE CYC-STEP-START-TIME (WS-STEP-SUB) TO WS-STAMP-IN-TIME.
003900     PERFORM 2300-FORMAT-STAMP THRU 2300-EXIT.
003910     MOVE WS-STAMP TO RPT-DET-STARTED.
003920     IF CYC-STEP-STARTED (WS-STEP-SUB)
003930         MOVE 'STARTED - NOT FINISHED' TO RPT-DET-STATUS
003940         ADD 1 TO WS-STEPS-STOPPED
003950     ELSE
003960         MOVE CYC-STEP-END-DATE (WS-STEP-SUB)
003970             TO WS-STAMP-IN-DATE
003980         MOVE CYC-STEP-END-TIME (WS-STEP-SUB)
003990             TO WS-STAMP-IN-TIME
004000         PERFORM 2300-FORMAT-STAMP THRU 2300-EXIT
004010         MOVE WS-STAMP TO RPT-DET-FINISHED
004020         MOVE CYC-STEP-RC (WS-STEP-SUB) TO RPT-DET-RC
004030         IF CYC-STEP-RC (WS-STEP-SUB) NOT > WS-CYCLE-CLEAN-RC
004040             MOVE 'FINISHED CLEAN' TO RPT-DET-STATUS
004050             ADD 1 TO WS-STEPS-CLEAN
004060         ELSE
004070             MOVE 'FAILED - FIX AND RERUN' TO RPT-DET-STATUS
004080             ADD 1 TO WS-STEPS-STOPPED
004090         END-IF
004100     END-IF.
004110     IF WS-STOP-STEP = ZERO
004120             AND RPT-DET-STATUS NOT = 'FINISHED CLEAN'
004130         MOVE WS-STEP-SUB TO WS-STOP-STEP
004140         MOVE RPT-DET-STATUS TO WS-STOP-STATUS
004150     END-IF.
004160 2150-EXIT.
004170     EXIT.
004180*****************************************************************
004190*    2200-CHECK-PREREQUISITE
004200*
004210*    ADDS THE PREREQUISITE'S NAME TO THE PRINTED LIST AND
004220*    NOTES WHETHER IT HAS FINISHED CLEAN FOR THE CYCLE.
004230*****************************************************************
004240 2200-CHECK-PREREQUISITE.
004250     MOVE WS-STEP-PREREQ (WS-STEP-SUB, WS-PREREQ-SUB)
004260         TO WS-PREREQ-STEP.
004270     STRING WS-STEP-NAME (WS-PREREQ-STEP) DELIMITED BY SPACE
004280         ' ' DELIMITED BY SIZE
004290         INTO WS-PREREQ-TEXT
004300         WITH POINTER WS-PREREQ-POINTER.
004310     IF CYC-STEP-FINISHED (WS-PREREQ-STEP)
004320         IF CYC-STEP-RC (WS-PREREQ-STEP)
004330                 NOT > WS-CYCLE-CLEAN-RC
004340             GO TO 2200-EXIT
004350         END-IF
004360     END-IF.
004370     MOVE 'N' TO WS-PREREQS-MET-SW.
004380 2200-EXIT.
004390     EXIT.
004400*****************************************************************
004410*    2300-FORMAT-STAMP
004420*
004430*    TURNS WS-STAMP-IN-DATE AND THE HHMMSSCC CLOCK TIME IN
004440*    WS-STAMP-IN-TIME INTO THE PRINTED WS-STAMP.
004450*****************************************************************
004460 2300-FORMAT-STAMP.
004470     IF WS-STAMP-IN-TIME IS NOT NUMERIC
004480         MOVE ZERO TO WS-STAMP-IN-TIME
004490     END-IF.
004500     MOVE WS-STAMP-IN-DATE TO WS-STAMP-DATE.
004510     MOVE WS-STAMP-IN-HH   TO WS-STAMP-HH.
004520     MOVE WS-STAMP-IN-MM   TO WS-STAMP-MM.
004530     MOVE WS-STAMP-IN-SS   TO WS-STAMP-SS.
004540 2300-EXIT.
004550     EXIT.
004560*****************************************************************
004570*    3000-PRINT-SUMMARY
004580*****************************************************************
004590 3000-PRINT-SUMMARY.
004600     MOVE SPACES TO RPT-LINE.
004610     WRITE RPT-LINE AFTER ADVANCING 1 LINE.
004620     MOVE 'STEPS FINISHED CLEAN ........' TO RPT-TOT-LABEL.
004630     MOVE WS-STEPS-CLEAN TO RPT-TOT-COUNT.
004640     WRITE RPT-LINE FROM RPT-TOTAL-LINE
004650         AFTER ADVANCING 1 LINE.
004660     MOVE 'STEPS FAILED OR UNFINISHED ..' TO RPT-TOT-LABEL.
004670     MOVE WS-STEPS-STOPPED TO RPT-TOT-COUNT.
004680     WRITE RPT-LINE FROM RPT-TOTAL-LINE
004690         AFTER ADVANCING 1 LINE.
004700     MOVE 'STEPS READY TO RUN ..........' TO RPT-TOT-LABEL.
004710     MOVE WS-STEPS-READY TO RPT-TOT-COUNT.
004720     WRITE RPT-LINE FROM RPT-TOTAL-LINE
004730         AFTER ADVANCING 1 LINE.
004740     MOVE 'STEPS WAITING ON ANOTHER ....' TO RPT-TOT-LABEL.
004750     MOVE WS-STEPS-WAITING TO RPT-TOT-COUNT.
004760     WRITE RPT-LINE FROM RPT-TOTAL-LINE
004770         AFTER ADVANCING 1 LINE.
004780     IF WS-STOP-STEP NOT = ZERO
004790         MOVE WS-STOP-STEP TO RPT-STOP-STEP
004800         MOVE WS-STEP-NAME (WS-STOP-STEP) TO RPT-STOP-NAME
004810         MOVE WS-STOP-STATUS TO RPT-STOP-STATUS
004820         WRITE RPT-LINE FROM RPT-STOP-LINE
004830             AFTER ADVANCING 2 LINES
004840         DISPLAY 'CYCLE-STATUS: CYCLE ' WS-CYCLE-DATE
004850             ' STOPPED AT STEP ' RPT-STOP-STEP ' '
004860             RPT-STOP-NAME ' - ' WS-STOP-STATUS
004870         GO TO 3000-EXIT
004880     END-IF.
004890     MOVE SPACES TO RPT-LINE.
004900     IF WS-STEPS-CLEAN = WS-STEP-COUNT
004910         MOVE 'EVERY STEP FINISHED CLEAN - THE CYCLE IS COMPLETE'
004920             TO RPT-LINE
004930     ELSE
004940         MOVE 'NO STEP HAS FAILED - THE CYCLE IS STILL RUNNING'
004950             TO RPT-LINE
004960     END-IF.
004970     WRITE RPT-LINE AFTER ADVANCING 2 LINES.
004980     DISPLAY 'CYCLE-STATUS: CYCLE ' WS-CYCLE-DATE ' - '
004990         RPT-LINE (1:50).
005000 3000-EXIT.
005010     EXIT.
005020*****************************************************************
005030*    9000-TERMINATE
005040*****************************************************************
005050 9000-TERMINATE.
005060     IF WS-CYCLECTL-OPENED
005070         CLOSE CYCLE-CONTROL
005080     END-IF.
005090     IF WS-REPORT-OPENED
005100         CLOSE REPORT-OUT
005110     END-IF.
005120     IF WS-ABORT-RUN
005130         MOVE 16 TO RETURN-CODE
005140     END-IF.
005150 9000-EXIT.
005160     EXIT.
