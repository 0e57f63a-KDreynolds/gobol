000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPMAST-MAINT.
000030 AUTHOR. R J HOLLOWAY.
000040 INSTALLATION. FINANCE-SYSTEMS-DIV.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED. 10/15/2026.
000070*****************************************************************
000080*                                                               *
000090*   REPMAST-MAINT                                               *
000100*                                                               *
000110*   MAINTAINS THE SALES REPRESENTATIVE MASTER (REPMAST) FROM A  *
000120*   BATCH TRANSACTION FILE OF ADDS, CHANGES, AND DELETES.  EACH *
000130*   REP CARRIES A PAYROLL EMPLOYEE ID AND THREE COMMISSION      *
000140*   RATES -- ONE EACH FOR STANDARD-TIER, NEGOTIATED, AND        *
000150*   QUANTITY-BREAK BUSINESS -- WHICH THE MONTHLY COMMISSION RUN *
000160*   APPLIES BY THE DISCOUNT SOURCE OF EACH SALE.                *
000170*   CUSTMAST-MAINT EDITS EACH ACCOUNT'S REP CODE AGAINST IT.    *
000180*                                                               *
000190*   EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE        *
000200*   MASTER; REJECTED TRANSACTIONS GO TO REPREJ WITH A REASON    *
000210*   CODE, AND EVERY APPLIED TRANSACTION WRITES A BEFORE/AFTER   *
000220*   IMAGE TO REPAUDT, THE SAME PATTERN CUSTMAST-MAINT USES.     *
000230*                                                               *
000240*****************************************************************
000250* MAINTENANCE HISTORY
000260* ---------------------------------------------------------------
000270* DATE       BY    DESCRIPTION
000280* ---------- ----- -------------------------------------------
000290* 2026-10-15 RJH   NEW PROGRAM.  BATCH ADD/CHANGE/DELETE
000300*                  MAINTENANCE AGAINST REPMAST WITH FIELD
000310*                  VALIDATION, A REPREJ REJECT FILE, AND A
000320*                  REPAUDT BEFORE/AFTER IMAGE LOG.
000330* ---------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT REPTRAN-IN ASSIGN TO "REPTRAN"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REPTRAN-STATUS.
000400     SELECT REPMAST ASSIGN TO "REPMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS REP-CODE
000440         FILE STATUS IS WS-REPMAST-STATUS.
000450     SELECT REPREJ-OUT ASSIGN TO "REPREJ"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-REPREJ-STATUS.
000480     SELECT REPAUDT-OUT ASSIGN TO "REPAUDT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-REPAUDT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  REPTRAN-IN
000540     LABEL RECORDS ARE STANDARD.
000550 01  RTR-RECORD.
000560     05  RTR-ACTION              PIC X(01).
000570         88  RTR-ACTION-ADD              VALUE 'A'.
000580         88  RTR-ACTION-CHANGE           VALUE 'C'.
000590         88  RTR-ACTION-DELETE           VALUE 'D'.
000600         88  RTR-ACTION-VALID            VALUE 'A' 'C' 'D'.
000610     05  RTR-REP-CODE            PIC X(03).
000620     05  RTR-REP-NAME            PIC X(20).
000630     05  RTR-EMPLOYEE-ID         PIC X(09).
000640     05  RTR-RATE-STANDARD-X     PIC X(04).
000650     05  RTR-RATE-STANDARD REDEFINES
000660         RTR-RATE-STANDARD-X     PIC V9(04).
000670     05  RTR-RATE-NEGOTIATED-X   PIC X(04).
000680     05  RTR-RATE-NEGOTIATED REDEFINES
000690         RTR-RATE-NEGOTIATED-X   PIC V9(04).
000700     05  RTR-RATE-QTY-BREAK-X    PIC X(04).
000710     05  RTR-RATE-QTY-BREAK REDEFINES
000720         RTR-RATE-QTY-BREAK-X    PIC V9(04).
000730     05  RTR-OPERATOR-ID         PIC X(08).
000740     05  FILLER                  PIC X(27).
000750*----------------------------------------------------------------
000760*    REPMAST -- ONE RECORD PER SALES REP.  THE RATES ARE FRACTIONS
000770*    OF NET SALES (.0500 = 5 PERCENT).
000780*----------------------------------------------------------------
000790 FD  REPMAST
000800     LABEL RECORDS ARE STANDARD.
000810 01  REP-RECORD.
000820     05  REP-CODE                PIC X(03).
000830     05  REP-NAME                PIC X(20).
000840     05  REP-EMPLOYEE-ID         PIC X(09).
000850     05  REP-RATE-STANDARD       PIC V9(04).
000860     05  REP-RATE-NEGOTIATED     PIC V9(04).
000870     05  REP-RATE-QTY-BREAK      PIC V9(04).
000880     05  FILLER                  PIC X(36).
000890 FD  REPREJ-OUT
000900     LABEL RECORDS ARE STANDARD.
000910 01  RRJ-RECORD.
000920     05  RRJ-REASON-CODE         PIC X(02).
000930         88  RRJ-REASON-BAD-ACTION       VALUE '71'.
000940         88  RRJ-REASON-BAD-REP-CODE     VALUE '72'.
000950         88  RRJ-REASON-NO-NAME          VALUE '73'.
000960         88  RRJ-REASON-NO-EMPLOYEE-ID   VALUE '74'.
000970         88  RRJ-REASON-BAD-RATE         VALUE '75'.
000980         88  RRJ-REASON-RATE-RANGE       VALUE '76'.
000990         88  RRJ-REASON-DUPLICATE-ADD    VALUE '77'.
001000         88  RRJ-REASON-NOT-ON-FILE      VALUE '78'.
001010     05  RRJ-REASON-TEXT         PIC X(30).
001020     05  RRJ-ORIGINAL-RECORD     PIC X(80).
001030 FD  REPAUDT-OUT
001040     LABEL RECORDS ARE STANDARD.
001050 01  RAU-RECORD.
001060     05  RAU-DATE                PIC 9(08).
001070     05  RAU-TIME                PIC 9(08).
001080     05  RAU-ACTION              PIC X(01).
001090     05  RAU-REP-CODE            PIC X(03).
001100     05  RAU-OPERATOR-ID         PIC X(08).
001110     05  RAU-BEFORE-IMAGE.
001120         10  RAU-BEF-NAME        PIC X(20).
001130         10  RAU-BEF-EMPLOYEE-ID PIC X(09).
001140         10  RAU-BEF-RATE-STANDARD
001150                                 PIC V9(04).
001160         10  RAU-BEF-RATE-NEGOTIATED
001170                                 PIC V9(04).
001180         10  RAU-BEF-RATE-QTY-BREAK
001190                                 PIC V9(04).
001200     05  RAU-AFTER-IMAGE.
001210         10  RAU-AFT-NAME        PIC X(20).
001220         10  RAU-AFT-EMPLOYEE-ID PIC X(09).
001230         10  RAU-AFT-RATE-STANDARD
001240                                 PIC V9(04).
001250         10  RAU-AFT-RATE-NEGOTIATED
001260                                 PIC V9(04).
001270         10  RAU-AFT-RATE-QTY-BREAK
001280                                 PIC V9(04).
001290     05  FILLER                  PIC X(10).
001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------------
001320*    CURRENT-TRANSACTION WORKING FIELDS
001330*----------------------------------------------------------------
001340 01  WS-CURRENT-DATE             PIC 9(8).
001350 01  WS-CURRENT-TIME             PIC 9(8).
001360 01  WS-BEFORE-IMAGE.
001370     05  WS-BEF-NAME             PIC X(20).
001380     05  WS-BEF-EMPLOYEE-ID      PIC X(09).
001390     05  WS-BEF-RATE-STANDARD    PIC V9(04).
001400     05  WS-BEF-RATE-NEGOTIATED  PIC V9(04).
001410     05  WS-BEF-RATE-QTY-BREAK   PIC V9(04).
001420 01  WS-AFTER-IMAGE.
001430     05  WS-AFT-NAME             PIC X(20).
001440     05  WS-AFT-EMPLOYEE-ID      PIC X(09).
001450     05  WS-AFT-RATE-STANDARD    PIC V9(04).
001460     05  WS-AFT-RATE-NEGOTIATED  PIC V9(04).
001470     05  WS-AFT-RATE-QTY-BREAK   PIC V9(04).
001480*----------------------------------------------------------------
001490*    TRANSACTION VALIDATION FIELDS
001500*
001510*    WS-MAX-COMMISSION-RATE IS A SANITY CEILING AGAINST A MISKEYED
001520*    RATE (.50 FOR .05).  RAISE IT ONLY ON A SIGNED MEMO FROM THE
001530*    SALES MANAGER.
001540*----------------------------------------------------------------
001550 77  WS-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001560     88  WS-TRAN-VALID                       VALUE 'Y'.
001570     88  WS-TRAN-INVALID                     VALUE 'N'.
001580 77  WS-REJECT-CODE              PIC X(02) VALUE SPACES.
001590 77  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
001600 77  WS-MAX-COMMISSION-RATE      PIC V9(04) VALUE .2500.
001610*----------------------------------------------------------------
001620*    FILE STATUS AND CONTROL SWITCHES
001630*----------------------------------------------------------------
001640 77  WS-REPTRAN-STATUS           PIC X(02) VALUE '00'.
001650 77  WS-REPMAST-STATUS           PIC X(02) VALUE '00'.
001660 77  WS-REPREJ-STATUS            PIC X(02) VALUE '00'.
001670 77  WS-REPAUDT-STATUS           PIC X(02) VALUE '00'.
001680 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001690     88  WS-EOF-YES                          VALUE 'Y'.
001700     88  WS-EOF-NO                           VALUE 'N'.
001710*----------------------------------------------------------------
001720*    WS-INIT-STAGE TRACKS HOW FAR 1000-INITIALIZE GOT BEFORE A
001730*    FAILED OPEN SENT IT TO 1000-EXIT EARLY, SO 9000-TERMINATE
001740*    ONLY CLOSES FILES THAT WERE ACTUALLY OPENED.
001750*      0 = NOTHING OPENED YET          3 = + REPREJ OPENED
001760*      1 = REPTRAN OPENED              4 = + REPAUDT OPENED
001770*      2 = + REPMAST OPENED
001780*----------------------------------------------------------------
001790 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
001800*----------------------------------------------------------------
001810*    CONTROL TOTAL ACCUMULATORS
001820*----------------------------------------------------------------
001830 77  WS-TRANS-READ               PIC 9(7)    VALUE ZERO COMP.
001840 77  WS-ADDS-APPLIED             PIC 9(7)    VALUE ZERO COMP.
001850 77  WS-CHANGES-APPLIED          PIC 9(7)    VALUE ZERO COMP.
001860 77  WS-DELETES-APPLIED          PIC 9(7)    VALUE ZERO COMP.
001870 77  WS-TRANS-REJECTED           PIC 9(7)    VALUE ZERO COMP.
001880 PROCEDURE DIVISION.
001890*****************************************************************
001900*    0000-MAINLINE
001910*****************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001950         UNTIL WS-EOF-YES.
001960     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001980     STOP RUN.
001990*****************************************************************
002000*    1000-INITIALIZE
002010*
002020*    THE FIRST REP EVER ADDED CREATES REPMAST.
002030*****************************************************************
002040 1000-INITIALIZE.
002050     OPEN INPUT REPTRAN-IN.
002060     IF WS-REPTRAN-STATUS NOT = '00'
002070         DISPLAY 'REPMAST-MAINT: UNABLE TO OPEN REPTRAN, '
002080             'STATUS = ' WS-REPTRAN-STATUS
002090         MOVE 'Y' TO WS-EOF-SWITCH
002100         GO TO 1000-EXIT
002110     END-IF.
002120     MOVE 1 TO WS-INIT-STAGE.
002130     OPEN I-O REPMAST.
002140     IF WS-REPMAST-STATUS = '05' OR '35'
002150         OPEN OUTPUT REPMAST
002160         IF WS-REPMAST-STATUS = '00'
002170             CLOSE REPMAST
002180             OPEN I-O REPMAST
002190         END-IF
002200     END-IF.
002210     IF WS-REPMAST-STATUS NOT = '00'
002220         DISPLAY 'REPMAST-MAINT: UNABLE TO OPEN REPMAST, '
002230             'STATUS = ' WS-REPMAST-STATUS
002240         MOVE 'Y' TO WS-EOF-SWITCH
002250         GO TO 1000-EXIT
002260     END-IF.
002270     MOVE 2 TO WS-INIT-STAGE.
002280     OPEN OUTPUT REPREJ-OUT.
002290     IF WS-REPREJ-STATUS NOT = '00'
002300         DISPLAY 'REPMAST-MAINT: UNABLE TO OPEN REPREJ, '
002310             'STATUS = ' WS-REPREJ-STATUS
002320         MOVE 'Y' TO WS-EOF-SWITCH
002330         GO TO 1000-EXIT
002340     END-IF.
002350     MOVE 3 TO WS-INIT-STAGE.
002360     OPEN EXTEND REPAUDT-OUT.
002370     IF WS-REPAUDT-STATUS = '05' OR '35'
002380         OPEN OUTPUT REPAUDT-OUT
002390     END-IF.
002400     IF WS-REPAUDT-STATUS NOT = '00'
002410         DISPLAY 'REPMAST-MAINT: UNABLE TO OPEN REPAUDT, '
002420             'STATUS = ' WS-REPAUDT-STATUS
002430         MOVE 'Y' TO WS-EOF-SWITCH
002440         GO TO 1000-EXIT
002450     END-IF.
002460     MOVE 4 TO WS-INIT-STAGE.
002470     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500*****************************************************************
002510*    2000-PROCESS-TRAN
002520*****************************************************************
002530 2000-PROCESS-TRAN.
002540     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
002550     IF WS-TRAN-VALID
002560         IF RTR-ACTION-ADD
002570             PERFORM 2200-APPLY-ADD THRU 2200-EXIT
002580         ELSE
002590             IF RTR-ACTION-CHANGE
002600                 PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
002610             ELSE
002620                 PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
002630             END-IF
002640         END-IF
002650     END-IF.
002660     IF WS-TRAN-INVALID
002670         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
002680         ADD 1 TO WS-TRANS-REJECTED
002690     END-IF.
002700     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002710 2000-EXIT.
002720     EXIT.
002730*****************************************************************
002740*    2100-VALIDATE-TRAN
002750*
002760*    FIELD-LEVEL EDITS ONLY.  EXISTENCE EDITS (DUPLICATE ADD,
002770*    CHANGE/DELETE OF AN UNKNOWN REP) ARE MADE IN THE APPLY
002780*    PARAGRAPHS, WHERE THE MASTER READ HAPPENS ANYWAY.  EVERY
002790*    RATE MUST BE KEYED; A ZERO RATE IS ALLOWED AND MEANS THE REP
002800*    EARNS NOTHING ON THAT CLASS OF BUSINESS.
002810*****************************************************************
002820 2100-VALIDATE-TRAN.
002830     MOVE 'Y' TO WS-VALID-SWITCH.
002840     MOVE SPACES TO WS-REJECT-CODE.
002850     MOVE SPACES TO WS-REJECT-TEXT.
002860     IF NOT RTR-ACTION-VALID
002870         MOVE '71' TO WS-REJECT-CODE
002880         MOVE 'ACTION NOT A, C, OR D' TO WS-REJECT-TEXT
002890         MOVE 'N' TO WS-VALID-SWITCH
002900         GO TO 2100-EXIT
002910     END-IF.
002920     IF RTR-REP-CODE = SPACES
002930         MOVE '72' TO WS-REJECT-CODE
002940         MOVE 'REP CODE IS BLANK' TO WS-REJECT-TEXT
002950         MOVE 'N' TO WS-VALID-SWITCH
002960         GO TO 2100-EXIT
002970     END-IF.
002980     IF RTR-ACTION-DELETE
002990         GO TO 2100-EXIT
003000     END-IF.
003010     IF RTR-REP-NAME = SPACES
003020         MOVE '73' TO WS-REJECT-CODE
003030         MOVE 'REP NAME IS BLANK' TO WS-REJECT-TEXT
003040         MOVE 'N' TO WS-VALID-SWITCH
003050         GO TO 2100-EXIT
003060     END-IF.
003070     IF RTR-EMPLOYEE-ID = SPACES
003080         MOVE '74' TO WS-REJECT-CODE
003090         MOVE 'PAYROLL EMPLOYEE ID IS BLANK' TO WS-REJECT-TEXT
003100         MOVE 'N' TO WS-VALID-SWITCH
003110         GO TO 2100-EXIT
003120     END-IF.
003130     IF RTR-RATE-STANDARD-X IS NOT NUMERIC
003140             OR RTR-RATE-NEGOTIATED-X IS NOT NUMERIC
003150             OR RTR-RATE-QTY-BREAK-X IS NOT NUMERIC
003160         MOVE '75' TO WS-REJECT-CODE
003170         MOVE 'COMMISSION RATE NOT NUMERIC' TO WS-REJECT-TEXT
003180         MOVE 'N' TO WS-VALID-SWITCH
003190         GO TO 2100-EXIT
003200     END-IF.
003210     IF RTR-RATE-STANDARD > WS-MAX-COMMISSION-RATE
003220             OR RTR-RATE-NEGOTIATED > WS-MAX-COMMISSION-RATE
003230             OR RTR-RATE-QTY-BREAK > WS-MAX-COMMISSION-RATE
003240         MOVE '76' TO WS-REJECT-CODE
003250         MOVE 'COMMISSION RATE OVER CEILING' TO WS-REJECT-TEXT
003260         MOVE 'N' TO WS-VALID-SWITCH
003270         GO TO 2100-EXIT
003280     END-IF.
003290 2100-EXIT.
003300     EXIT.
003310*****************************************************************
003320*    2200-APPLY-ADD
003330*****************************************************************
003340 2200-APPLY-ADD.
003350     MOVE RTR-REP-CODE TO REP-CODE.
003360     READ REPMAST
003370         INVALID KEY
003380             CONTINUE
003390         NOT INVALID KEY
003400             MOVE '77' TO WS-REJECT-CODE
003410             MOVE 'ADD OF REP ALREADY ON FILE'
003420                 TO WS-REJECT-TEXT
003430             MOVE 'N' TO WS-VALID-SWITCH
003440             GO TO 2200-EXIT
003450     END-READ.
003460     MOVE SPACES TO WS-BEFORE-IMAGE.
003470     MOVE ZERO TO WS-BEF-RATE-STANDARD.
003480     MOVE ZERO TO WS-BEF-RATE-NEGOTIATED.
003490     MOVE ZERO TO WS-BEF-RATE-QTY-BREAK.
003500     MOVE SPACES TO REP-RECORD.
003510     MOVE RTR-REP-CODE TO REP-CODE.
003520     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
003530     WRITE REP-RECORD
003540         INVALID KEY
003550             DISPLAY 'REPMAST-MAINT: WRITE FAILED FOR REP '
003560                 RTR-REP-CODE ', STATUS = ' WS-REPMAST-STATUS
003570             GO TO 2200-EXIT
003580     END-WRITE.
003590     ADD 1 TO WS-ADDS-APPLIED.
003600     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003610 2200-EXIT.
003620     EXIT.
003630*****************************************************************
003640*    2300-APPLY-CHANGE
003650*
003660*    A RATE CHANGE TAKES EFFECT FROM THE NEXT COMMISSION RUN.
003670*    COMMISSION ALREADY PAID KEEPS THE RATE IT WAS PAID AT, AND
003680*    A LATER CREDIT MEMO IS CHARGED BACK AT THAT SAME RATE.
003690*****************************************************************
003700 2300-APPLY-CHANGE.
003710     MOVE RTR-REP-CODE TO REP-CODE.
003720     READ REPMAST
003730         INVALID KEY
003740             MOVE '78' TO WS-REJECT-CODE
003750             MOVE 'CHANGE OF REP NOT ON FILE'
003760                 TO WS-REJECT-TEXT
003770             MOVE 'N' TO WS-VALID-SWITCH
003780             GO TO 2300-EXIT
003790     END-READ.
003800     MOVE REP-NAME            TO WS-BEF-NAME.
003810     MOVE REP-EMPLOYEE-ID     TO WS-BEF-EMPLOYEE-ID.
003820     MOVE REP-RATE-STANDARD   TO WS-BEF-RATE-STANDARD.
003830     MOVE REP-RATE-NEGOTIATED TO WS-BEF-RATE-NEGOTIATED.
003840     MOVE REP-RATE-QTY-BREAK  TO WS-BEF-RATE-QTY-BREAK.
003850     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
003860     REWRITE REP-RECORD
003870         INVALID KEY
003880             DISPLAY 'REPMAST-MAINT: REWRITE FAILED FOR REP '
003890                 RTR-REP-CODE ', STATUS = ' WS-REPMAST-STATUS
003900             GO TO 2300-EXIT
003910     END-REWRITE.
003920     ADD 1 TO WS-CHANGES-APPLIED.
003930     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003940 2300-EXIT.
003950     EXIT.
003960*****************************************************************
003970*    2400-APPLY-DELETE
003980*
003990*    ACCOUNTS STILL CODED TO A DELETED REP ARE LISTED AS
004000*    EXCEPTIONS BY THE COMMISSION RUN UNTIL THEY ARE REASSIGNED.
004010*****************************************************************
004020 2400-APPLY-DELETE.
004030     MOVE RTR-REP-CODE TO REP-CODE.
004040     READ REPMAST
004050         INVALID KEY
004060             MOVE '78' TO WS-REJECT-CODE
004070             MOVE 'DELETE OF REP NOT ON FILE'
004080                 TO WS-REJECT-TEXT
004090             MOVE 'N' TO WS-VALID-SWITCH
004100             GO TO 2400-EXIT
004110     END-READ.
004120     MOVE REP-NAME            TO WS-BEF-NAME.
004130     MOVE REP-EMPLOYEE-ID     TO WS-BEF-EMPLOYEE-ID.
004140     MOVE REP-RATE-STANDARD   TO WS-BEF-RATE-STANDARD.
004150     MOVE REP-RATE-NEGOTIATED TO WS-BEF-RATE-NEGOTIATED.
004160     MOVE REP-RATE-QTY-BREAK  TO WS-BEF-RATE-QTY-BREAK.
004170     MOVE SPACES TO WS-AFTER-IMAGE.
004180     MOVE ZERO TO WS-AFT-RATE-STANDARD.
004190     MOVE ZERO TO WS-AFT-RATE-NEGOTIATED.
004200     MOVE ZERO TO WS-AFT-RATE-QTY-BREAK.
004210     DELETE REPMAST
004220         INVALID KEY
004230             DISPLAY 'REPMAST-MAINT: DELETE FAILED FOR REP '
004240                 RTR-REP-CODE ', STATUS = ' WS-REPMAST-STATUS
004250             GO TO 2400-EXIT
004260     END-DELETE.
004270     ADD 1 TO WS-DELETES-APPLIED.
004280     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
004290 2400-EXIT.
004300     EXIT.
004310*****************************************************************
004320*    2500-MOVE-TRAN-TO-MASTER
004330*****************************************************************
004340 2500-MOVE-TRAN-TO-MASTER.
004350     MOVE RTR-REP-NAME        TO REP-NAME.
004360     MOVE RTR-EMPLOYEE-ID     TO REP-EMPLOYEE-ID.
004370     MOVE RTR-RATE-STANDARD   TO REP-RATE-STANDARD.
004380     MOVE RTR-RATE-NEGOTIATED TO REP-RATE-NEGOTIATED.
004390     MOVE RTR-RATE-QTY-BREAK  TO REP-RATE-QTY-BREAK.
004400     MOVE REP-NAME            TO WS-AFT-NAME.
004410     MOVE REP-EMPLOYEE-ID     TO WS-AFT-EMPLOYEE-ID.
004420     MOVE REP-RATE-STANDARD   TO WS-AFT-RATE-STANDARD.
004430     MOVE REP-RATE-NEGOTIATED TO WS-AFT-RATE-NEGOTIATED.
004440     MOVE REP-RATE-QTY-BREAK  TO WS-AFT-RATE-QTY-BREAK.
004450 2500-EXIT.
004460     EXIT.
004470*****************************************************************
004480*    2600-WRITE-REJECT
004490*****************************************************************
004500 2600-WRITE-REJECT.
004510     MOVE RTR-RECORD        TO RRJ-ORIGINAL-RECORD.
004520     MOVE WS-REJECT-CODE    TO RRJ-REASON-CODE.
004530     MOVE WS-REJECT-TEXT    TO RRJ-REASON-TEXT.
004540     WRITE RRJ-RECORD.
004550     DISPLAY 'REPMAST-MAINT: REJECTED TRAN FOR REP '
004560         RTR-REP-CODE ' REASON ' WS-REJECT-CODE
004570         ' - ' WS-REJECT-TEXT.
004580 2600-EXIT.
004590     EXIT.
004600*****************************************************************
004610*    2700-WRITE-AUDIT
004620*****************************************************************
004630 2700-WRITE-AUDIT.
004640     MOVE SPACES TO RAU-RECORD.
004650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004660     ACCEPT WS-CURRENT-TIME FROM TIME.
004670     MOVE WS-CURRENT-DATE        TO RAU-DATE.
004680     MOVE WS-CURRENT-TIME        TO RAU-TIME.
004690     MOVE RTR-ACTION             TO RAU-ACTION.
004700     MOVE RTR-REP-CODE           TO RAU-REP-CODE.
004710     MOVE RTR-OPERATOR-ID        TO RAU-OPERATOR-ID.
004720     MOVE WS-BEF-NAME            TO RAU-BEF-NAME.
004730     MOVE WS-BEF-EMPLOYEE-ID     TO RAU-BEF-EMPLOYEE-ID.
004740     MOVE WS-BEF-RATE-STANDARD   TO RAU-BEF-RATE-STANDARD.
004750     MOVE WS-BEF-RATE-NEGOTIATED TO RAU-BEF-RATE-NEGOTIATED.
004760     MOVE WS-BEF-RATE-QTY-BREAK  TO RAU-BEF-RATE-QTY-BREAK.
004770     MOVE WS-AFT-NAME            TO RAU-AFT-NAME.
004780     MOVE WS-AFT-EMPLOYEE-ID     TO RAU-AFT-EMPLOYEE-ID.
004790     MOVE WS-AFT-RATE-STANDARD   TO RAU-AFT-RATE-STANDARD.
004800     MOVE WS-AFT-RATE-NEGOTIATED TO RAU-AFT-RATE-NEGOTIATED.
004810     MOVE WS-AFT-RATE-QTY-BREAK  TO RAU-AFT-RATE-QTY-BREAK.
004820     WRITE RAU-RECORD.
004830 2700-EXIT.
004840     EXIT.
004850*****************************************************************
004860*    2900-READ-TRAN
004870*****************************************************************
004880 2900-READ-TRAN.
004890     READ REPTRAN-IN
004900         AT END
004910             MOVE 'Y' TO WS-EOF-SWITCH
004920             GO TO 2900-EXIT
004930     END-READ.
004940     ADD 1 TO WS-TRANS-READ.
004950 2900-EXIT.
004960     EXIT.
004970*****************************************************************
004980*    8000-PRINT-CONTROL-TOTALS
004990*****************************************************************
005000 8000-PRINT-CONTROL-TOTALS.
005010     DISPLAY '==============================================='.
005020     DISPLAY 'REPMAST-MAINT - END OF RUN CONTROL TOTALS'.
005030     DISPLAY '  TRANSACTIONS READ ........ ' WS-TRANS-READ.
005040     DISPLAY '  ADDS APPLIED ............. ' WS-ADDS-APPLIED.
005050     DISPLAY '  CHANGES APPLIED .......... ' WS-CHANGES-APPLIED.
005060     DISPLAY '  DELETES APPLIED .......... ' WS-DELETES-APPLIED.
005070     DISPLAY '  TRANSACTIONS REJECTED .... ' WS-TRANS-REJECTED.
005080     DISPLAY '==============================================='.
005090 8000-EXIT.
005100     EXIT.
005110*****************************************************************
005120*    9000-TERMINATE
005130*
005140*    ONLY CLOSES THE FILES 1000-INITIALIZE ACTUALLY OPENED (PER
005150*    WS-INIT-STAGE).
005160*****************************************************************
005170 9000-TERMINATE.
005180     IF WS-INIT-STAGE NOT < 1
005190         CLOSE REPTRAN-IN
005200     END-IF.
005210     IF WS-INIT-STAGE NOT < 2
005220         CLOSE REPMAST
005230     END-IF.
005240     IF WS-INIT-STAGE NOT < 3
005250         CLOSE REPREJ-OUT
005260     END-IF.
005270     IF WS-INIT-STAGE NOT < 4
005280         CLOSE REPAUDT-OUT
005290     END-IF.
005300 9000-EXIT.
005310     EXIT.
