000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAXRATE-MAINT.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   TAXRATE-MAINT                                               *
000100*                                                               *
000110*   MAINTAINS THE EFFECTIVE-DATED SALES TAX RATE FILE           *
000120*   (TAXRATE) FROM A BATCH TRANSACTION FILE KEYED BY THE TAX    *
000130*   DESK FROM THE STATE AND LOCAL RATE NOTICES.  EACH TAXRATE   *
000140*   RECORD IS ONE JURISDICTION'S COMBINED RATE FROM ONE         *
000150*   EFFECTIVE DATE, KEYED BY JURISDICTION AND EFFECTIVE DATE,   *
000160*   SO A RATE CHANGE CAN BE KEYED, VALIDATED, AND STAGED AHEAD  *
000170*   OF THE DAY IT TAKES EFFECT.  CALCULATE-DISCOUNT LOADS THE   *
000180*   RATE IN FORCE FOR EACH JURISDICTION AT INITIALIZE, THE      *
000190*   SAME WAY IT LOADS DISCSCHD.                                 *
000200*                                                               *
000210*   EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE FILE:  *
000220*   RATE NUMERIC AND WITHIN THE CEILING, EFFECTIVE DATE A REAL  *
000230*   DATE, DESCRIPTION PRESENT.  REJECTED TRANSACTIONS GO TO     *
000240*   TAXREJ WITH A REASON CODE, AND EVERY APPLIED TRANSACTION    *
000250*   WRITES A BEFORE/AFTER IMAGE TO TAXAUDT SO THE TAX DESK CAN  *
000260*   ANSWER WHO CHANGED A RATE AND WHEN.                         *
000270*                                                               *
000280*****************************************************************
000290* MAINTENANCE HISTORY
000300* ---------------------------------------------------------------
000310* DATE       BY    DESCRIPTION
000320* ---------- ----- -------------------------------------------
000330* 2026-10-15 RJH   NEW PROGRAM.  BATCH ADD/CHANGE/DELETE
000340*                  MAINTENANCE AGAINST TAXRATE WITH RATE AND
000350*                  DATE EDITS, A TAXREJ REJECT FILE, AND A
000360*                  TAXAUDT BEFORE/AFTER IMAGE LOG.
000370* ---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TAXTRAN-IN ASSIGN TO "TAXTRAN"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-TAXTRAN-STATUS.
000440     SELECT TAXRATE ASSIGN TO "TAXRATE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS TXR-KEY
000480         FILE STATUS IS WS-TAXRATE-STATUS.
000490     SELECT TAXREJ-OUT ASSIGN TO "TAXREJ"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-TAXREJ-STATUS.
000520     SELECT TAXAUDT-OUT ASSIGN TO "TAXAUDT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-TAXAUDT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  TAXTRAN-IN
000580     LABEL RECORDS ARE STANDARD.
000590 01  TTR-RECORD.
000600     05  TTR-ACTION              PIC X(01).
000610         88  TTR-ACTION-ADD              VALUE 'A'.
000620         88  TTR-ACTION-CHANGE           VALUE 'C'.
000630         88  TTR-ACTION-DELETE           VALUE 'D'.
000640         88  TTR-ACTION-VALID            VALUE 'A' 'C' 'D'.
000650     05  TTR-JURISDICTION        PIC X(05).
000660     05  TTR-EFFECTIVE-DATE-X    PIC X(08).
000670     05  TTR-EFFECTIVE-DATE REDEFINES
000680         TTR-EFFECTIVE-DATE-X    PIC 9(08).
000690     05  TTR-EFFECTIVE-PARTS REDEFINES TTR-EFFECTIVE-DATE-X.
000700         10  FILLER              PIC X(04).
000710         10  TTR-EFFECTIVE-MM    PIC 9(02).
000720         10  TTR-EFFECTIVE-DD    PIC 9(02).
000730     05  TTR-RATE-X              PIC X(05).
000740     05  TTR-RATE REDEFINES
000750         TTR-RATE-X              PIC V9(05).
000760     05  TTR-DESCRIPTION         PIC X(20).
000770     05  TTR-OPERATOR-ID         PIC X(08).
000780     05  FILLER                  PIC X(33).
000790 FD  TAXRATE
000800     LABEL RECORDS ARE STANDARD.
000810 01  TXR-RECORD.
000820     05  TXR-KEY.
000830         10  TXR-JURISDICTION    PIC X(05).
000840         10  TXR-EFFECTIVE-DATE  PIC 9(08).
000850     05  TXR-RATE                PIC V9(05).
000860     05  TXR-DESCRIPTION         PIC X(20).
000870     05  FILLER                  PIC X(42).
000880 FD  TAXREJ-OUT
000890     LABEL RECORDS ARE STANDARD.
000900 01  TRJ-RECORD.
000910     05  TRJ-REASON-CODE         PIC X(02).
000920         88  TRJ-REASON-BAD-ACTION       VALUE '41'.
000930         88  TRJ-REASON-NO-JURISDICTION  VALUE '42'.
000940         88  TRJ-REASON-BAD-DATE         VALUE '43'.
000950         88  TRJ-REASON-BAD-RATE         VALUE '44'.
000960         88  TRJ-REASON-RATE-RANGE       VALUE '45'.
000970         88  TRJ-REASON-NO-DESCRIPTION   VALUE '46'.
000980         88  TRJ-REASON-DUPLICATE-ADD    VALUE '47'.
000990         88  TRJ-REASON-NOT-ON-FILE      VALUE '48'.
001000     05  TRJ-REASON-TEXT         PIC X(30).
001010     05  TRJ-ORIGINAL-RECORD     PIC X(80).
001020 FD  TAXAUDT-OUT
001030     LABEL RECORDS ARE STANDARD.
001040 01  TAU-RECORD.
001050     05  TAU-DATE                PIC 9(08).
001060     05  TAU-TIME                PIC 9(08).
001070     05  TAU-ACTION              PIC X(01).
001080     05  TAU-RATE-KEY            PIC X(13).
001090     05  TAU-OPERATOR-ID         PIC X(08).
001100     05  TAU-BEFORE-IMAGE.
001110         10  TAU-BEF-RATE        PIC V9(05).
001120         10  TAU-BEF-DESCRIPTION PIC X(20).
001130     05  TAU-AFTER-IMAGE.
001140         10  TAU-AFT-RATE        PIC V9(05).
001150         10  TAU-AFT-DESCRIPTION PIC X(20).
001160     05  FILLER                  PIC X(10).
001170 WORKING-STORAGE SECTION.
001180*----------------------------------------------------------------
001190*    CURRENT-TRANSACTION WORKING FIELDS
001200*----------------------------------------------------------------
001210 01  WS-CURRENT-DATE             PIC 9(8).
001220 01  WS-CURRENT-TIME             PIC 9(8).
001230 01  WS-BEFORE-IMAGE.
001240     05  WS-BEF-RATE             PIC V9(05).
001250     05  WS-BEF-DESCRIPTION      PIC X(20).
001260 01  WS-AFTER-IMAGE.
001270     05  WS-AFT-RATE             PIC V9(05).
001280     05  WS-AFT-DESCRIPTION      PIC X(20).
001290*----------------------------------------------------------------
001300*    TRANSACTION VALIDATION FIELDS
001310*
001320*    WS-MAX-TAX-RATE IS A SANITY CEILING AGAINST A MISKEYED
001330*    DECIMAL POINT, NOT A LEGAL LIMIT.  NO COMBINED RATE THE
001340*    SHOP COLLECTS COMES NEAR IT.  A ZERO RATE IS LEGAL -- A
001350*    JURISDICTION CAN REPEAL ITS TAX.
001360*----------------------------------------------------------------
001370 77  WS-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001380     88  WS-TRAN-VALID                       VALUE 'Y'.
001390     88  WS-TRAN-INVALID                     VALUE 'N'.
001400 77  WS-REJECT-CODE              PIC X(02) VALUE SPACES.
001410 77  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
001420 77  WS-MAX-TAX-RATE             PIC V9(05) VALUE .15000.
001430*----------------------------------------------------------------
001440*    FILE STATUS AND CONTROL SWITCHES
001450*----------------------------------------------------------------
001460 77  WS-TAXTRAN-STATUS           PIC X(02) VALUE '00'.
001470 77  WS-TAXRATE-STATUS           PIC X(02) VALUE '00'.
001480 77  WS-TAXREJ-STATUS            PIC X(02) VALUE '00'.
001490 77  WS-TAXAUDT-STATUS           PIC X(02) VALUE '00'.
001500 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001510     88  WS-EOF-YES                          VALUE 'Y'.
001520     88  WS-EOF-NO                           VALUE 'N'.
001530*----------------------------------------------------------------
001540*    WS-INIT-STAGE TRACKS HOW FAR 1000-INITIALIZE GOT BEFORE A
001550*    FAILED OPEN SENT IT TO 1000-EXIT EARLY, SO 9000-TERMINATE
001560*    ONLY CLOSES FILES THAT WERE ACTUALLY OPENED.
001570*      0 = NOTHING OPENED YET          3 = + TAXREJ OPENED
001580*      1 = TAXTRAN OPENED              4 = + TAXAUDT OPENED
001590*      2 = + TAXRATE OPENED
001600*----------------------------------------------------------------
001610 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
001620*----------------------------------------------------------------
001630*    CONTROL TOTAL ACCUMULATORS
001640*----------------------------------------------------------------
001650 77  WS-TRANS-READ               PIC 9(7)    VALUE ZERO COMP.
001660 77  WS-ADDS-APPLIED             PIC 9(7)    VALUE ZERO COMP.
001670 77  WS-CHANGES-APPLIED          PIC 9(7)    VALUE ZERO COMP.
001680 77  WS-DELETES-APPLIED          PIC 9(7)    VALUE ZERO COMP.
001690 77  WS-TRANS-REJECTED           PIC 9(7)    VALUE ZERO COMP.
001700 PROCEDURE DIVISION.
001710*****************************************************************
001720*    0000-MAINLINE
001730*****************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001770         UNTIL WS-EOF-YES.
001780     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001800     STOP RUN.
001810*****************************************************************
001820*    1000-INITIALIZE
001830*****************************************************************
001840 1000-INITIALIZE.
001850     OPEN INPUT TAXTRAN-IN.
001860     IF WS-TAXTRAN-STATUS NOT = '00'
001870         DISPLAY 'TAXRATE-MAINT: UNABLE TO OPEN TAXTRAN, '
001880             'STATUS = ' WS-TAXTRAN-STATUS
001890         MOVE 'Y' TO WS-EOF-SWITCH
001900         GO TO 1000-EXIT
001910     END-IF.
001920     MOVE 1 TO WS-INIT-STAGE.
001930     OPEN I-O TAXRATE.
001940     IF WS-TAXRATE-STATUS = '05' OR '35'
001950         OPEN OUTPUT TAXRATE
001960     END-IF.
001970     IF WS-TAXRATE-STATUS NOT = '00'
001980         DISPLAY 'TAXRATE-MAINT: UNABLE TO OPEN TAXRATE, '
001990             'STATUS = ' WS-TAXRATE-STATUS
002000         MOVE 'Y' TO WS-EOF-SWITCH
002010         GO TO 1000-EXIT
002020     END-IF.
002030     MOVE 2 TO WS-INIT-STAGE.
002040     OPEN OUTPUT TAXREJ-OUT.
002050     IF WS-TAXREJ-STATUS NOT = '00'
002060         DISPLAY 'TAXRATE-MAINT: UNABLE TO OPEN TAXREJ, '
002070             'STATUS = ' WS-TAXREJ-STATUS
002080         MOVE 'Y' TO WS-EOF-SWITCH
002090         GO TO 1000-EXIT
002100     END-IF.
002110     MOVE 3 TO WS-INIT-STAGE.
002120     OPEN EXTEND TAXAUDT-OUT.
002130     IF WS-TAXAUDT-STATUS = '05' OR '35'
002140         OPEN OUTPUT TAXAUDT-OUT
002150     END-IF.
002160     IF WS-TAXAUDT-STATUS NOT = '00'
002170         DISPLAY 'TAXRATE-MAINT: UNABLE TO OPEN TAXAUDT, '
002180             'STATUS = ' WS-TAXAUDT-STATUS
002190         MOVE 'Y' TO WS-EOF-SWITCH
002200         GO TO 1000-EXIT
002210     END-IF.
002220     MOVE 4 TO WS-INIT-STAGE.
002230     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260*****************************************************************
002270*    2000-PROCESS-TRAN
002280*****************************************************************
002290 2000-PROCESS-TRAN.
002300     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
002310     IF WS-TRAN-VALID
002320         IF TTR-ACTION-ADD
002330             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002340         ELSE
002350             IF TTR-ACTION-CHANGE
002360                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002370             ELSE
002380                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
002390             END-IF
002400         END-IF
002410     END-IF.
002420     IF WS-TRAN-INVALID
002430         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
002440         ADD 1 TO WS-TRANS-REJECTED
002450     END-IF.
002460     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002470 2000-EXIT.
002480     EXIT.
002490*****************************************************************
002500*    2100-VALIDATE-TRAN
002510*
002520*    FIELD-LEVEL EDITS ONLY.  EXISTENCE EDITS (DUPLICATE ADD,
002530*    CHANGE/DELETE OF AN UNKNOWN RATE) ARE MADE IN THE APPLY
002540*    PARAGRAPHS, WHERE THE MASTER READ HAPPENS ANYWAY.
002550*****************************************************************
002560 2100-VALIDATE-TRAN.
002570     MOVE 'Y' TO WS-VALID-SWITCH.
002580     MOVE SPACES TO WS-REJECT-CODE.
002590     MOVE SPACES TO WS-REJECT-TEXT.
002600     IF NOT TTR-ACTION-VALID
002610         MOVE '41' TO WS-REJECT-CODE
002620         MOVE 'ACTION NOT A, C, OR D' TO WS-REJECT-TEXT
002630         MOVE 'N' TO WS-VALID-SWITCH
002640         GO TO 2100-EXIT
002650     END-IF.
002660     IF TTR-JURISDICTION = SPACES
002670         MOVE '42' TO WS-REJECT-CODE
002680         MOVE 'TAX JURISDICTION IS BLANK' TO WS-REJECT-TEXT
002690         MOVE 'N' TO WS-VALID-SWITCH
002700         GO TO 2100-EXIT
002710     END-IF.
002720     IF TTR-EFFECTIVE-DATE-X IS NOT NUMERIC
002730             OR TTR-EFFECTIVE-DATE = ZERO
002740             OR TTR-EFFECTIVE-MM < 1
002750             OR TTR-EFFECTIVE-MM > 12
002760             OR TTR-EFFECTIVE-DD < 1
002770             OR TTR-EFFECTIVE-DD > 31
002780         MOVE '43' TO WS-REJECT-CODE
002790         MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-TEXT
002800         MOVE 'N' TO WS-VALID-SWITCH
002810         GO TO 2100-EXIT
002820     END-IF.
002830     IF TTR-ACTION-DELETE
002840         GO TO 2100-EXIT
002850     END-IF.
002860     IF TTR-RATE-X IS NOT NUMERIC
002870         MOVE '44' TO WS-REJECT-CODE
002880         MOVE 'TAX RATE NOT NUMERIC' TO WS-REJECT-TEXT
002890         MOVE 'N' TO WS-VALID-SWITCH
002900         GO TO 2100-EXIT
002910     END-IF.
002920     IF TTR-RATE > WS-MAX-TAX-RATE
002930         MOVE '45' TO WS-REJECT-CODE
002940         MOVE 'TAX RATE OVER THE CEILING' TO WS-REJECT-TEXT
002950         MOVE 'N' TO WS-VALID-SWITCH
002960         GO TO 2100-EXIT
002970     END-IF.
002980     IF TTR-DESCRIPTION = SPACES
002990         MOVE '46' TO WS-REJECT-CODE
003000         MOVE 'RATE DESCRIPTION IS BLANK' TO WS-REJECT-TEXT
003010         MOVE 'N' TO WS-VALID-SWITCH
003020         GO TO 2100-EXIT
003030     END-IF.
003040 2100-EXIT.
003050     EXIT.
003060*****************************************************************
003070*    2200-APPLY-ADD
003080*****************************************************************
003090 2200-APPLY-ADD.
003100     PERFORM 2550-MOVE-TRAN-KEY THRU 2550-EXIT.
003110     READ TAXRATE
003120         INVALID KEY
003130             CONTINUE
003140         NOT INVALID KEY
003150             MOVE '47' TO WS-REJECT-CODE
003160             MOVE 'ADD OF RATE ALREADY ON FILE'
003170                 TO WS-REJECT-TEXT
003180             MOVE 'N' TO WS-VALID-SWITCH
003190             GO TO 2200-EXIT
003200     END-READ.
003210     MOVE SPACES TO WS-BEFORE-IMAGE.
003220     MOVE ZERO TO WS-BEF-RATE.
003230     MOVE SPACES TO TXR-RECORD.
003240     PERFORM 2550-MOVE-TRAN-KEY THRU 2550-EXIT.
003250     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
003260     WRITE TXR-RECORD
003270         INVALID KEY
003280             DISPLAY 'TAXRATE-MAINT: WRITE FAILED FOR KEY '
003290                 TXR-KEY ', STATUS = ' WS-TAXRATE-STATUS
003300             GO TO 2200-EXIT
003310     END-WRITE.
003320     ADD 1 TO WS-ADDS-APPLIED.
003330     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003340 2200-EXIT.
003350     EXIT.
003360*****************************************************************
003370*    2300-APPLY-CHANGE
003380*****************************************************************
003390 2300-APPLY-CHANGE.
003400     PERFORM 2550-MOVE-TRAN-KEY THRU 2550-EXIT.
003410     READ TAXRATE
003420         INVALID KEY
003430             MOVE '48' TO WS-REJECT-CODE
003440             MOVE 'CHANGE OF RATE NOT ON FILE'
003450                 TO WS-REJECT-TEXT
003460             MOVE 'N' TO WS-VALID-SWITCH
003470             GO TO 2300-EXIT
003480     END-READ.
003490     MOVE TXR-RATE          TO WS-BEF-RATE.
003500     MOVE TXR-DESCRIPTION   TO WS-BEF-DESCRIPTION.
003510     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
003520     REWRITE TXR-RECORD
003530         INVALID KEY
003540             DISPLAY 'TAXRATE-MAINT: REWRITE FAILED FOR KEY '
003550                 TXR-KEY ', STATUS = ' WS-TAXRATE-STATUS
003560             GO TO 2300-EXIT
003570     END-REWRITE.
003580     ADD 1 TO WS-CHANGES-APPLIED.
003590     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003600 2300-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    2400-APPLY-DELETE
003640*****************************************************************
003650 2400-APPLY-DELETE.
003660     PERFORM 2550-MOVE-TRAN-KEY THRU 2550-EXIT.
003670     READ TAXRATE
003680         INVALID KEY
003690             MOVE '48' TO WS-REJECT-CODE
003700             MOVE 'DELETE OF RATE NOT ON FILE'
003710                 TO WS-REJECT-TEXT
003720             MOVE 'N' TO WS-VALID-SWITCH
003730             GO TO 2400-EXIT
003740     END-READ.
003750     MOVE TXR-RATE          TO WS-BEF-RATE.
003760     MOVE TXR-DESCRIPTION   TO WS-BEF-DESCRIPTION.
003770     MOVE SPACES TO WS-AFTER-IMAGE.
003780     MOVE ZERO TO WS-AFT-RATE.
003790     DELETE TAXRATE
003800         INVALID KEY
003810             DISPLAY 'TAXRATE-MAINT: DELETE FAILED FOR KEY '
003820                 TXR-KEY ', STATUS = ' WS-TAXRATE-STATUS
003830             GO TO 2400-EXIT
003840     END-DELETE.
003850     ADD 1 TO WS-DELETES-APPLIED.
003860     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003870 2400-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    2500-MOVE-TRAN-TO-MASTER
003910*
003920*    APPLIES THE TRANSACTION'S RATE AND DESCRIPTION TO
003930*    TXR-RECORD AND CAPTURES THE AFTER IMAGE FOR THE AUDIT LOG.
003940*****************************************************************
003950 2500-MOVE-TRAN-TO-MASTER.
003960     MOVE TTR-RATE          TO TXR-RATE.
003970     MOVE TTR-DESCRIPTION   TO TXR-DESCRIPTION.
003980     MOVE TXR-RATE          TO WS-AFT-RATE.
003990     MOVE TXR-DESCRIPTION   TO WS-AFT-DESCRIPTION.
004000 2500-EXIT.
004010     EXIT.
004020*****************************************************************
004030*    2550-MOVE-TRAN-KEY
004040*****************************************************************
004050 2550-MOVE-TRAN-KEY.
004060     MOVE TTR-JURISDICTION   TO TXR-JURISDICTION.
004070     MOVE TTR-EFFECTIVE-DATE TO TXR-EFFECTIVE-DATE.
004080 2550-EXIT.
004090     EXIT.
004100*****************************************************************
004110*    2600-WRITE-REJECT
004120*****************************************************************
004130 2600-WRITE-REJECT.
004140     MOVE TTR-RECORD        TO TRJ-ORIGINAL-RECORD.
004150     MOVE WS-REJECT-CODE    TO TRJ-REASON-CODE.
004160     MOVE WS-REJECT-TEXT    TO TRJ-REASON-TEXT.
004170     WRITE TRJ-RECORD.
004180     DISPLAY 'TAXRATE-MAINT: REJECTED TRAN JURISDICTION '
004190         TTR-JURISDICTION ' DATE ' TTR-EFFECTIVE-DATE-X
004200         ' REASON ' WS-REJECT-CODE ' - ' WS-REJECT-TEXT.
004210 2600-EXIT.
004220     EXIT.
004230*****************************************************************
004240*    2700-WRITE-AUDIT
004250*****************************************************************
004260 2700-WRITE-AUDIT.
004270     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004280     ACCEPT WS-CURRENT-TIME FROM TIME.
004290     MOVE SPACES            TO TAU-RECORD.
004300     MOVE WS-CURRENT-DATE   TO TAU-DATE.
004310     MOVE WS-CURRENT-TIME   TO TAU-TIME.
004320     MOVE TTR-ACTION        TO TAU-ACTION.
004330     MOVE TXR-KEY           TO TAU-RATE-KEY.
004340     MOVE TTR-OPERATOR-ID   TO TAU-OPERATOR-ID.
004350     MOVE WS-BEF-RATE       TO TAU-BEF-RATE.
004360     MOVE WS-BEF-DESCRIPTION TO TAU-BEF-DESCRIPTION.
004370     MOVE WS-AFT-RATE       TO TAU-AFT-RATE.
004380     MOVE WS-AFT-DESCRIPTION TO TAU-AFT-DESCRIPTION.
004390     WRITE TAU-RECORD.
004400 2700-EXIT.
004410     EXIT.
004420*****************************************************************
004430*    2900-READ-TRAN
004440*****************************************************************
004450 2900-READ-TRAN.
004460     READ TAXTRAN-IN
004470         AT END
004480             MOVE 'Y' TO WS-EOF-SWITCH
004490             GO TO 2900-EXIT
004500     END-READ.
004510     ADD 1 TO WS-TRANS-READ.
004520 2900-EXIT.
004530     EXIT.
004540*****************************************************************
004550*    8000-PRINT-CONTROL-TOTALS
004560*****************************************************************
004570 8000-PRINT-CONTROL-TOTALS.
004580     DISPLAY '==============================================='.
004590     DISPLAY 'TAXRATE-MAINT - END OF RUN CONTROL TOTALS'.
004600     DISPLAY '  TRANSACTIONS READ ........ ' WS-TRANS-READ.
004610     DISPLAY '  ADDS APPLIED ............. ' WS-ADDS-APPLIED.
004620     DISPLAY '  CHANGES APPLIED .......... ' WS-CHANGES-APPLIED.
004630     DISPLAY '  DELETES APPLIED .......... ' WS-DELETES-APPLIED.
004640     DISPLAY '  TRANSACTIONS REJECTED .... ' WS-TRANS-REJECTED.
004650     DISPLAY '==============================================='.
004660 8000-EXIT.
004670     EXIT.
004680*****************************************************************
004690*    9000-TERMINATE
004700*
004710*    ONLY CLOSES THE FILES 1000-INITIALIZE ACTUALLY OPENED (PER
004720*    WS-INIT-STAGE).
004730*****************************************************************
004740 9000-TERMINATE.
004750     IF WS-INIT-STAGE NOT < 1
004760         CLOSE TAXTRAN-IN
004770     END-IF.
004780     IF WS-INIT-STAGE NOT < 2
004790         CLOSE TAXRATE
004800     END-IF.
004810     IF WS-INIT-STAGE NOT < 3
004820         CLOSE TAXREJ-OUT
004830     END-IF.
004840     IF WS-INIT-STAGE NOT < 4
004850         CLOSE TAXAUDT-OUT
004860     END-IF.
004870 9000-EXIT.
004880     EXIT.
