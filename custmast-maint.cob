000410*                  NEVER KEYED -- AN ADD STARTS IT AT ZERO AND A
000420*                  CHANGE LEAVES IT ALONE, ONLY NORMALIZING AN
000430*                  UNCONVERTED BLANK TO ZERO.
000431* 2026-10-15 RJH   PAYMENT TERMS CODE ON CUSTMAST, MAINTAINED
000432*                  HERE (NEW CUSTTRAN FIELD, EDIT 20 AGAINST THE
000433*                  TERMS TABLE, TERMS IN THE CUSTAUDT IMAGES).
000434*                  CUSTMAST ALSO CARRIES CUST-AUTO-HOLD-SW, SET
000435*                  BY THE DUNNING RUN WHEN IT PUTS AN ACCOUNT ON
000436*                  HOLD; A HOLD CHANGED HERE BECOMES A CREDIT
000437*                  DESK DECISION AND CLEARS THE FLAG.
000438* 2026-10-15 RJH   SALES TAX FIELDS ON CUSTMAST -- JURISDICTION,
000439*                  EXEMPT FLAG, AND EXEMPTION CERTIFICATE --
000440*                  MAINTAINED HERE (NEW CUSTTRAN FIELDS, EDITS
000441*                  81-83, TAX FIELDS IN THE CUSTAUDT IMAGES).
000442* 2026-10-15 RJH   CUSTOMER ADDRESSES.  THE NEW CUSTADDR FILE
000443*                  HOLDS EACH ACCOUNT'S BILL-TO ADDRESS AND ANY
000444*                  NUMBER OF SHIP-TO ADDRESSES, MAINTAINED HERE
000445*                  FROM THE NEW ADDRTRAN FILE AFTER THE CUSTTRAN
000446*                  PASS.  ADDRESS REJECTS GO TO CUSTREJ (EDITS
000447*                  84-87, WITH 11/12/16/17 AS FOR ACCOUNTS) AND
000448*                  APPLIED ADDRESS CHANGES TO CUSTAUDT; BOTH
000449*                  RECORDS WERE WIDENED TO CARRY THE ADDRESS.
000450* 2026-10-15 RJH   SALES REP CODE ON CUSTMAST, MAINTAINED HERE
000451*                  (NEW CUSTTRAN FIELD, EDIT 88 AGAINST THE NEW
000452*                  REPMAST FILE, REP CODE IN THE CUSTAUDT IMAGES
000453*                  AND ON CUSTREJ).  A BLANK CODE IS A HOUSE
000454*                  ACCOUNT AND EARNS NO COMMISSION.
000455* ---------------------------------------------------------------
000456 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CUSTTRAN-IN ASSIGN TO "CUSTTRAN"
000590     SELECT CUSTAUDT-OUT ASSIGN TO "CUSTAUDT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-CUSTAUDT-STATUS.
000611     SELECT ADDRTRAN-IN ASSIGN TO "ADDRTRAN"
000612         ORGANIZATION IS SEQUENTIAL
000613         FILE STATUS IS WS-ADDRTRAN-STATUS.
000614     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
000615         ORGANIZATION IS INDEXED
000616         ACCESS MODE IS RANDOM
000617         RECORD KEY IS CAD-KEY
000618         FILE STATUS IS WS-CUSTADDR-STATUS.
000619     SELECT REPMAST ASSIGN TO "REPMAST"
000620         ORGANIZATION IS INDEXED
000621         ACCESS MODE IS RANDOM
000622         RECORD KEY IS REP-CODE
000623         FILE STATUS IS WS-REPMAST-STATUS.
000624 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CUSTTRAN-IN
000650     LABEL RECORDS ARE STANDARD.
000830         CTR-CREDIT-LIMIT-X      PIC 9(07)V99.
000840     05  CTR-HOLD-SW             PIC X(01).
000850         88  CTR-HOLD-SW-VALID           VALUE 'Y' 'N' SPACE.
000856     05  CTR-TERMS-CODE          PIC X(03).
000858     05  CTR-TAX-JURISDICTION    PIC X(05).
000860     05  CTR-TAX-EXEMPT-SW       PIC X(01).
000862         88  CTR-TAX-EXEMPT              VALUE 'Y'.
000864         88  CTR-TAX-EXEMPT-SW-VALID     VALUE 'Y' 'N' SPACE.
000866     05  CTR-TAX-CERT            PIC X(15).
000867     05  CTR-REP-CODE            PIC X(03).
000868     05  FILLER                  PIC X(05).
000870 FD  CUSTMAST
000880     LABEL RECORDS ARE STANDARD.
000890 01  CUST-RECORD.
000960     05  CUST-CURRENT-BALANCE    PIC S9(07)V99.
000970     05  CUST-HOLD-SW            PIC X(01).
000980         88  CUST-ON-HOLD                VALUE 'Y'.
000984     05  CUST-TERMS-CODE         PIC X(03).
000988     05  CUST-AUTO-HOLD-SW       PIC X(01).
000992         88  CUST-HOLD-BY-DUNNING        VALUE 'Y'.
000993     05  CUST-TAX-JURISDICTION   PIC X(05).
000994     05  CUST-TAX-EXEMPT-SW      PIC X(01).
000995         88  CUST-TAX-EXEMPT             VALUE 'Y'.
000996     05  CUST-TAX-CERT           PIC X(15).
000997     05  CUST-REP-CODE           PIC X(03).
000998     05  FILLER                  PIC X(04).
001000 FD  CUSTREJ-OUT
001010     LABEL RECORDS ARE STANDARD.
001020 01  CRJ-RECORD.
001160         88  CRJ-REASON-NOT-ON-FILE      VALUE '17'.
001170         88  CRJ-REASON-BAD-LIMIT        VALUE '18'.
001180         88  CRJ-REASON-BAD-HOLD         VALUE '19'.
001185         88  CRJ-REASON-BAD-TERMS        VALUE '20'.
001186         88  CRJ-REASON-BAD-EXEMPT-SW    VALUE '81'.
001187         88  CRJ-REASON-NO-TAX-CERT      VALUE '82'.
001188         88  CRJ-REASON-NO-JURISDICTION  VALUE '83'.
001189         88  CRJ-REASON-BAD-ADDR-TYPE    VALUE '84'.
001190         88  CRJ-REASON-BAD-SHIP-TO      VALUE '85'.
001191         88  CRJ-REASON-ADDR-INCOMPLETE  VALUE '86'.
001192         88  CRJ-REASON-ADDR-NO-ACCOUNT  VALUE '87'.
001193         88  CRJ-REASON-BAD-REP-CODE     VALUE '88'.
001194     05  CRJ-REASON-TEXT         PIC X(30).
001200     05  CRJ-CREDIT-LIMIT-X      PIC X(09).
001210     05  CRJ-HOLD-SW             PIC X(01).
001215     05  CRJ-TERMS-CODE          PIC X(03).
001216     05  CRJ-TAX-JURISDICTION    PIC X(05).
001217     05  CRJ-TAX-EXEMPT-SW       PIC X(01).
001218     05  CRJ-TAX-CERT            PIC X(15).
001219     05  CRJ-ADDRESS-TYPE        PIC X(01).
001220     05  CRJ-SHIP-TO-CODE        PIC X(03).
001221     05  CRJ-ADDRESS             PIC X(122).
001222     05  CRJ-REP-CODE            PIC X(03).
001223 FD  CUSTAUDT-OUT
001230     LABEL RECORDS ARE STANDARD.
001240 01  CAU-RECORD.
001250     05  CAU-DATE                PIC 9(08).
001330         10  CAU-BEF-RATE        PIC V999.
001340         10  CAU-BEF-LIMIT       PIC 9(07)V99.
001350         10  CAU-BEF-HOLD        PIC X(01).
001355         10  CAU-BEF-TERMS       PIC X(03).
001356         10  CAU-BEF-JURISDICTION
001357                                 PIC X(05).
001358         10  CAU-BEF-EXEMPT      PIC X(01).
001359         10  CAU-BEF-CERT        PIC X(15).
001360     05  CAU-AFTER-IMAGE.
001370         10  CAU-AFT-NAME        PIC X(20).
001380         10  CAU-AFT-SW          PIC X(01).
001390         10  CAU-AFT-RATE        PIC V999.
001400         10  CAU-AFT-LIMIT       PIC 9(07)V99.
001410         10  CAU-AFT-HOLD        PIC X(01).
001416         10  CAU-AFT-TERMS       PIC X(03).
001417         10  CAU-AFT-JURISDICTION
001418                                 PIC X(05).
001419         10  CAU-AFT-EXEMPT      PIC X(01).
001420         10  CAU-AFT-CERT        PIC X(15).
001421*    AN ADDRESS TRANSACTION CARRIES THE ADDRESS TYPE AND SHIP-TO
001422*    CODE AND ITS BEFORE/AFTER ADDRESS; THE ACCOUNT IMAGES ABOVE
001423*    ARE BLANK.  AN ACCOUNT RECORD LEAVES THE ADDRESS AREA BLANK.
001424     05  CAU-ADDRESS-TYPE        PIC X(01).
001425     05  CAU-SHIP-TO-CODE        PIC X(03).
001426*    THE SALES REP CODE BEFORE AND AFTER, FOR AN ACCOUNT RECORD.
001427     05  CAU-BEF-REP-CODE        PIC X(03).
001428     05  CAU-AFT-REP-CODE        PIC X(03).
001429     05  CAU-BEF-ADDRESS         PIC X(122).
001430     05  CAU-AFT-ADDRESS         PIC X(122).
001431*----------------------------------------------------------------
001432*    ADDRTRAN -- ADDRESS ADDS, CHANGES, AND DELETES.  ADDRESS
001433*    TYPE 'B' IS THE ACCOUNT'S ONE BILL-TO, WITH A BLANK SHIP-TO
001434*    CODE; TYPE 'S' IS A SHIP-TO, NAMED BY ITS CODE.
001435*----------------------------------------------------------------
001436 FD  ADDRTRAN-IN
001437     LABEL RECORDS ARE STANDARD.
001438 01  ATR-RECORD.
001439     05  ATR-ACTION              PIC X(01).
001440         88  ATR-ACTION-ADD              VALUE 'A'.
001441         88  ATR-ACTION-CHANGE           VALUE 'C'.
001442         88  ATR-ACTION-DELETE           VALUE 'D'.
001443         88  ATR-ACTION-VALID            VALUE 'A' 'C' 'D'.
001444     05  ATR-CUST-ID             PIC X(05).
001445     05  ATR-ADDRESS-TYPE        PIC X(01).
001446         88  ATR-BILL-TO                 VALUE 'B'.
001447         88  ATR-SHIP-TO                 VALUE 'S'.
001448         88  ATR-ADDRESS-TYPE-VALID      VALUE 'B' 'S'.
001449     05  ATR-SHIP-TO-CODE        PIC X(03).
001450     05  ATR-OPERATOR-ID         PIC X(08).
001451     05  ATR-ADDRESS.
001452         10  ATR-NAME            PIC X(30).
001453         10  ATR-LINE-1          PIC X(30).
001454         10  ATR-LINE-2          PIC X(30).
001455         10  ATR-CITY            PIC X(20).
001456         10  ATR-STATE           PIC X(02).
001457         10  ATR-POSTAL-CODE     PIC X(10).
001458     05  FILLER                  PIC X(20).
001459*----------------------------------------------------------------
001460*    CUSTADDR -- CUSTOMER ADDRESSES, KEYED BY ACCOUNT, ADDRESS
001461*    TYPE, AND SHIP-TO CODE.
001462*----------------------------------------------------------------
001463 FD  CUSTADDR
001464     LABEL RECORDS ARE STANDARD.
001465 01  CAD-RECORD.
001466     05  CAD-KEY.
001467         10  CAD-CUST-ID         PIC X(05).
001468         10  CAD-ADDRESS-TYPE    PIC X(01).
001469             88  CAD-BILL-TO             VALUE 'B'.
001470             88  CAD-SHIP-TO             VALUE 'S'.
001471         10  CAD-SHIP-TO-CODE    PIC X(03).
001472     05  CAD-ADDRESS.
001473         10  CAD-NAME            PIC X(30).
001474         10  CAD-LINE-1          PIC X(30).
001475         10  CAD-LINE-2          PIC X(30).
001476         10  CAD-CITY            PIC X(20).
001477         10  CAD-STATE           PIC X(02).
001478         10  CAD-POSTAL-CODE     PIC X(10).
001479     05  FILLER                  PIC X(29).
001480*----------------------------------------------------------------
001481*    REPMAST -- SALES REPRESENTATIVES, KEYED BY REP CODE.  ONLY
001482*    THE KEY IS NEEDED HERE, TO EDIT THE CODE ON AN ACCOUNT.
001483*----------------------------------------------------------------
001484 FD  REPMAST
001485     LABEL RECORDS ARE STANDARD.
001486 01  REP-RECORD.
001487     05  REP-CODE                PIC X(03).
001488     05  FILLER                  PIC X(77).
001489 WORKING-STORAGE SECTION.
001490*----------------------------------------------------------------
001491*    CURRENT-TRANSACTION WORKING FIELDS
001492*----------------------------------------------------------------
001493 01  WS-CURRENT-DATE             PIC 9(8).
001494 01  WS-CURRENT-TIME             PIC 9(8).
001495 01  WS-BEFORE-IMAGE.
001500     05  WS-BEF-NAME             PIC X(20).
001510     05  WS-BEF-SW               PIC X(01).
001520     05  WS-BEF-RATE             PIC V999.
001530     05  WS-BEF-LIMIT            PIC 9(07)V99.
001540     05  WS-BEF-HOLD             PIC X(01).
001545     05  WS-BEF-TERMS            PIC X(03).
001546     05  WS-BEF-JURISDICTION     PIC X(05).
001547     05  WS-BEF-EXEMPT           PIC X(01).
001548     05  WS-BEF-CERT             PIC X(15).
001549     05  WS-BEF-REP-CODE         PIC X(03).
001550 01  WS-AFTER-IMAGE.
001560     05  WS-AFT-NAME             PIC X(20).
001570     05  WS-AFT-SW               PIC X(01).
001580     05  WS-AFT-RATE             PIC V999.
001590     05  WS-AFT-LIMIT            PIC 9(07)V99.
001600     05  WS-AFT-HOLD             PIC X(01).
001605     05  WS-AFT-TERMS            PIC X(03).
001606     05  WS-AFT-JURISDICTION     PIC X(05).
001607     05  WS-AFT-EXEMPT           PIC X(01).
001608     05  WS-AFT-CERT             PIC X(15).
001609     05  WS-AFT-REP-CODE         PIC X(03).
001610 01  WS-BEF-ADDRESS              PIC X(122).
001611 01  WS-AFT-ADDRESS              PIC X(122).
001612*----------------------------------------------------------------
001620*    TRANSACTION VALIDATION FIELDS
001630*
001640*    WS-MAX-NEGOTIATED-RATE IS THE CEILING SALES IS AUTHORIZED
001700 77  WS-REJECT-CODE              PIC X(02) VALUE SPACES.
001710 77  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
001720 77  WS-MAX-NEGOTIATED-RATE      PIC V999  VALUE .500.
001721*----------------------------------------------------------------
001722*    PAYMENT TERMS CODES THE PRICING RUN KNOWS.  THIS LIST MUST
001723*    MATCH THE TERMS TABLE IN CALCULATE-DISCOUNT, WHICH CARRIES
001724*    THE DISCOUNT AND NET DAYS FOR EACH CODE.  A BLANK CODE
001725*    MEANS THE STANDARD TERMS.
001726*----------------------------------------------------------------
001727 01  TERMS-CODE-VALUES.
001728     05  FILLER                  PIC X(03) VALUE 'N30'.
001729     05  FILLER                  PIC X(03) VALUE 'N10'.
001730     05  FILLER                  PIC X(03) VALUE 'N15'.
001731     05  FILLER                  PIC X(03) VALUE 'N45'.
001732     05  FILLER                  PIC X(03) VALUE 'N60'.
001733     05  FILLER                  PIC X(03) VALUE '210'.
001734     05  FILLER                  PIC X(03) VALUE '110'.
001735     05  FILLER                  PIC X(03) VALUE 'COD'.
001736 01  TERMS-CODE-TABLE REDEFINES TERMS-CODE-VALUES.
001737     05  TERMS-CODE-ENTRY        PIC X(03) OCCURS 8 TIMES
001738                                 INDEXED BY TERMS-IDX.
001739*----------------------------------------------------------------
001740*    FILE STATUS AND CONTROL SWITCHES
001750*----------------------------------------------------------------
001760 77  WS-CUSTTRAN-STATUS          PIC X(02) VALUE '00'.
001770 77  WS-CUSTMAST-STATUS          PIC X(02) VALUE '00'.
001780 77  WS-CUSTREJ-STATUS           PIC X(02) VALUE '00'.
001790 77  WS-CUSTAUDT-STATUS          PIC X(02) VALUE '00'.
001793 77  WS-ADDRTRAN-STATUS          PIC X(02) VALUE '00'.
001796 77  WS-CUSTADDR-STATUS          PIC X(02) VALUE '00'.
001797 77  WS-REPMAST-STATUS           PIC X(02) VALUE '00'.
001798*    NO REPMAST FILE MEANS NO REP HAS BEEN SET UP YET, SO ANY
001799*    ACCOUNT KEYED WITH A REP CODE IS REJECTED.
001800 77  WS-REPMAST-OPENED-SW        PIC X(01) VALUE 'N'.
001801     88  WS-REPMAST-OPENED                   VALUE 'Y'.
001802 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001810     88  WS-EOF-YES                          VALUE 'Y'.
001820     88  WS-EOF-NO                           VALUE 'N'.
001822*    THE ADDRESS PASS RUNS ONLY ONCE ADDRTRAN AND CUSTADDR ARE
001824*    BOTH OPEN, SO ITS END-OF-FILE SWITCH STARTS ON.
001826 77  WS-ADDR-EOF-SWITCH          PIC X(01) VALUE 'Y'.
001828     88  WS-ADDR-EOF-YES                     VALUE 'Y'.
001830*----------------------------------------------------------------
001840*    WS-INIT-STAGE TRACKS HOW FAR 1000-INITIALIZE GOT BEFORE A
001850*    FAILED OPEN SENT IT TO 1000-EXIT EARLY, SO 9000-TERMINATE
001860*    ONLY CLOSES FILES THAT WERE ACTUALLY OPENED.
001870*      0 = NOTHING OPENED YET          3 = + CUSTREJ OPENED
001880*      1 = CUSTTRAN OPENED             4 = + CUSTAUDT OPENED
001884*      2 = + CUSTMAST OPENED           5 = + ADDRTRAN OPENED
001888*                                      6 = + CUSTADDR OPENED
001892*    NO ADDRTRAN FILE MEANS NO ADDRESS WORK THIS RUN; THE STAGE
001896*    THEN STOPS AT 4.
001900*----------------------------------------------------------------
001910 77  WS-INIT-STAGE               PIC 9(01)  VALUE ZERO COMP.
001920*----------------------------------------------------------------
001970 77  WS-CHANGES-APPLIED          PIC 9(7)    VALUE ZERO COMP.
001980 77  WS-DELETES-APPLIED          PIC 9(7)    VALUE ZERO COMP.
001990 77  WS-TRANS-REJECTED           PIC 9(7)    VALUE ZERO COMP.
001991 77  WS-ADDR-TRANS-READ          PIC 9(7)    VALUE ZERO COMP.
001992 77  WS-ADDR-ADDS-APPLIED        PIC 9(7)    VALUE ZERO COMP.
001993 77  WS-ADDR-CHANGES-APPLIED     PIC 9(7)    VALUE ZERO COMP.
001994 77  WS-ADDR-DELETES-APPLIED     PIC 9(7)    VALUE ZERO COMP.
001995 77  WS-ADDR-TRANS-REJECTED      PIC 9(7)    VALUE ZERO COMP.
002000 PROCEDURE DIVISION.
002010*****************************************************************
002020*    0000-MAINLINE
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
002070         UNTIL WS-EOF-YES.
002073     PERFORM 3000-PROCESS-ADDR-TRAN THRU 3000-EXIT
002076         UNTIL WS-ADDR-EOF-YES.
002080     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
002090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002100     STOP RUN.
002500         GO TO 1000-EXIT
002510     END-IF.
002520     MOVE 4 TO WS-INIT-STAGE.
002521     OPEN INPUT REPMAST.
002522     IF WS-REPMAST-STATUS = '05' OR '35'
002523         DISPLAY 'CUSTMAST-MAINT: NO REPMAST FILE, '
002524             'ANY SALES REP CODE WILL BE REJECTED'
002525     ELSE
002526         IF WS-REPMAST-STATUS NOT = '00'
002527             DISPLAY 'CUSTMAST-MAINT: UNABLE TO OPEN REPMAST, '
002528                 'STATUS = ' WS-REPMAST-STATUS
002529             MOVE 'Y' TO WS-EOF-SWITCH
002530             GO TO 1000-EXIT
002531         END-IF
002532         MOVE 'Y' TO WS-REPMAST-OPENED-SW
002533     END-IF.
002534     PERFORM 1100-OPEN-ADDRESS-FILES THRU 1100-EXIT.
002535     IF WS-EOF-YES
002536         GO TO 1000-EXIT
002537     END-IF.
002538     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002540 1000-EXIT.
002541     EXIT.
002542*****************************************************************
002543*    1100-OPEN-ADDRESS-FILES
002544*
002545*    ADDRESS TRANSACTIONS ARE OPTIONAL -- A RUN WITH NO ADDRTRAN
002546*    FILE MAINTAINS ACCOUNTS ONLY.  THE FIRST ADDRESS EVER ADDED
002547*    CREATES CUSTADDR.
002548*****************************************************************
002549 1100-OPEN-ADDRESS-FILES.
002550     OPEN INPUT ADDRTRAN-IN.
002551     IF WS-ADDRTRAN-STATUS = '05' OR '35'
002552         DISPLAY 'CUSTMAST-MAINT: NO ADDRTRAN FILE, '
002553             'NO ADDRESS TRANSACTIONS THIS RUN'
002554         GO TO 1100-EXIT
002555     END-IF.
002556     IF WS-ADDRTRAN-STATUS NOT = '00'
002557         DISPLAY 'CUSTMAST-MAINT: UNABLE TO OPEN ADDRTRAN, '
002558             'STATUS = ' WS-ADDRTRAN-STATUS
002559         MOVE 'Y' TO WS-EOF-SWITCH
002560         GO TO 1100-EXIT
002561     END-IF.
002562     MOVE 5 TO WS-INIT-STAGE.
002563     OPEN I-O CUSTADDR.
002564     IF WS-CUSTADDR-STATUS = '05' OR '35'
002565         OPEN OUTPUT CUSTADDR
002566         IF WS-CUSTADDR-STATUS = '00'
002567             CLOSE CUSTADDR
002568             OPEN I-O CUSTADDR
002569         END-IF
002570     END-IF.
002571     IF WS-CUSTADDR-STATUS NOT = '00'
002572         DISPLAY 'CUSTMAST-MAINT: UNABLE TO OPEN CUSTADDR, '
002573             'STATUS = ' WS-CUSTADDR-STATUS
002574         MOVE 'Y' TO WS-EOF-SWITCH
002575         GO TO 1100-EXIT
002576     END-IF.
002577     MOVE 6 TO WS-INIT-STAGE.
002578     MOVE 'N' TO WS-ADDR-EOF-SWITCH.
002579     PERFORM 3900-READ-ADDR-TRAN THRU 3900-EXIT.
002580 1100-EXIT.
002581     EXIT.
002582*****************************************************************
002583*    2000-PROCESS-TRAN
002584*****************************************************************
002590 2000-PROCESS-TRAN.
002600     PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
002610     IF WS-TRAN-VALID
003360         MOVE 'N' TO WS-VALID-SWITCH
003370         GO TO 2100-EXIT
003380     END-IF.
003381     IF CTR-TERMS-CODE NOT = SPACES
003382         SET TERMS-IDX TO 1
003383         SEARCH TERMS-CODE-ENTRY
003384             AT END
003385                 MOVE '20' TO WS-REJECT-CODE
003386                 MOVE 'TERMS CODE NOT ON TERMS TABLE'
003387                     TO WS-REJECT-TEXT
003388                 MOVE 'N' TO WS-VALID-SWITCH
003389                 GO TO 2100-EXIT
003390             WHEN TERMS-CODE-ENTRY (TERMS-IDX) = CTR-TERMS-CODE
003391                 CONTINUE
003392         END-SEARCH
003393     END-IF.
003394     IF NOT CTR-TAX-EXEMPT-SW-VALID
003395         MOVE '81' TO WS-REJECT-CODE
003396         MOVE 'TAX EXEMPT SWITCH NOT Y OR N' TO WS-REJECT-TEXT
003397         MOVE 'N' TO WS-VALID-SWITCH
003398         GO TO 2100-EXIT
003399     END-IF.
003400*    AN EXEMPT SALE WITH NO CERTIFICATE ON FILE IS A TAXABLE
003401*    SALE TO THE AUDITOR, SO NO CERTIFICATE, NO EXEMPTION.
003402     IF CTR-TAX-EXEMPT
003403             AND CTR-TAX-CERT = SPACES
003404         MOVE '82' TO WS-REJECT-CODE
003405         MOVE 'EXEMPT ACCOUNT HAS NO CERT' TO WS-REJECT-TEXT
003406         MOVE 'N' TO WS-VALID-SWITCH
003407         GO TO 2100-EXIT
003408     END-IF.
003409     IF NOT CTR-TAX-EXEMPT
003410             AND CTR-TAX-JURISDICTION = SPACES
003411         MOVE '83' TO WS-REJECT-CODE
003412         MOVE 'TAX JURISDICTION IS BLANK' TO WS-REJECT-TEXT
003413         MOVE 'N' TO WS-VALID-SWITCH
003414         GO TO 2100-EXIT
003415     END-IF.
003416     IF CTR-REP-CODE = SPACES
003417         GO TO 2100-EXIT
003418     END-IF.
003419     IF NOT WS-REPMAST-OPENED
003420         MOVE '88' TO WS-REJECT-CODE
003421         MOVE 'SALES REP NOT ON REPMAST' TO WS-REJECT-TEXT
003422         MOVE 'N' TO WS-VALID-SWITCH
003423         GO TO 2100-EXIT
003424     END-IF.
003425     MOVE CTR-REP-CODE TO REP-CODE.
003426     READ REPMAST
003427         INVALID KEY
003428             MOVE '88' TO WS-REJECT-CODE
003429             MOVE 'SALES REP NOT ON REPMAST' TO WS-REJECT-TEXT
003430             MOVE 'N' TO WS-VALID-SWITCH
003431     END-READ.
003432 2100-EXIT.
003433     EXIT.
003434*****************************************************************
003435*    2200-APPLY-ADD
003436*****************************************************************
003440 2200-APPLY-ADD.
003450     MOVE CTR-CUST-ID TO CUST-ID.
003460     READ CUSTMAST
003870     MOVE CUST-NEGOTIATED-RATE TO WS-BEF-RATE.
003880     MOVE CUST-CREDIT-LIMIT   TO WS-BEF-LIMIT.
003890     MOVE CUST-HOLD-SW        TO WS-BEF-HOLD.
003895     MOVE CUST-TERMS-CODE     TO WS-BEF-TERMS.
003896     MOVE CUST-TAX-JURISDICTION TO WS-BEF-JURISDICTION.
003897     MOVE CUST-TAX-EXEMPT-SW  TO WS-BEF-EXEMPT.
003898     MOVE CUST-TAX-CERT       TO WS-BEF-CERT.
003899     MOVE CUST-REP-CODE       TO WS-BEF-REP-CODE.
003900     PERFORM 2500-MOVE-TRAN-TO-MASTER THRU 2500-EXIT.
003910     REWRITE CUST-RECORD
003920         INVALID KEY
004160     MOVE CUST-NEGOTIATED-RATE TO WS-BEF-RATE.
004170     MOVE CUST-CREDIT-LIMIT   TO WS-BEF-LIMIT.
004180     MOVE CUST-HOLD-SW        TO WS-BEF-HOLD.
004185     MOVE CUST-TERMS-CODE     TO WS-BEF-TERMS.
004186     MOVE CUST-TAX-JURISDICTION TO WS-BEF-JURISDICTION.
004187     MOVE CUST-TAX-EXEMPT-SW  TO WS-BEF-EXEMPT.
004188     MOVE CUST-TAX-CERT       TO WS-BEF-CERT.
004189     MOVE CUST-REP-CODE       TO WS-BEF-REP-CODE.
004190     MOVE SPACES TO WS-AFTER-IMAGE.
004200     MOVE ZERO TO WS-AFT-RATE.
004210     MOVE ZERO TO WS-AFT-LIMIT.
004410 2500-MOVE-TRAN-TO-MASTER.
004420     MOVE CTR-CUST-NAME      TO CUST-NAME.
004430     MOVE CTR-NEGOTIATED-SW  TO CUST-NEGOTIATED-SW.
004435     MOVE CTR-TERMS-CODE     TO CUST-TERMS-CODE.
004436     MOVE CTR-TAX-JURISDICTION TO CUST-TAX-JURISDICTION.
004437     MOVE CTR-TAX-CERT       TO CUST-TAX-CERT.
004438     MOVE CTR-REP-CODE       TO CUST-REP-CODE.
004439     IF CTR-TAX-EXEMPT-SW = SPACE
004440         MOVE 'N' TO CUST-TAX-EXEMPT-SW
004441     ELSE
004442         MOVE CTR-TAX-EXEMPT-SW TO CUST-TAX-EXEMPT-SW
004443     END-IF.
004444     IF CTR-HAS-NEGOTIATED-RATE
004450         MOVE CTR-NEGOTIATED-RATE TO CUST-NEGOTIATED-RATE
004460     ELSE
004470         MOVE ZERO TO CUST-NEGOTIATED-RATE
004560     ELSE
004570         MOVE CTR-HOLD-SW TO CUST-HOLD-SW
004580     END-IF.
004581*    A HOLD SET OR LIFTED HERE IS THE CREDIT DESK'S OWN DECISION,
004582*    SO THE DUNNING RUN MUST NOT RELEASE IT LATER.  A CHANGE THAT
004583*    LEAVES THE HOLD AS IT WAS KEEPS WHATEVER SET IT.
004584     IF CTR-ACTION-ADD
004585             OR CUST-HOLD-SW NOT = WS-BEF-HOLD
004586         MOVE 'N' TO CUST-AUTO-HOLD-SW
004587     END-IF.
004590*    THE BALANCE IS THE PRICING RUN'S FIELD.  AN ADD STARTS IT
004600*    AT ZERO AND A CHANGE LEAVES IT ALONE; ONLY AN UNCONVERTED
004610*    BLANK FROM BEFORE THE CREDIT FIELDS EXISTED IS NORMALIZED.
004670     MOVE CUST-NEGOTIATED-RATE TO WS-AFT-RATE.
004680     MOVE CUST-CREDIT-LIMIT    TO WS-AFT-LIMIT.
004690     MOVE CUST-HOLD-SW         TO WS-AFT-HOLD.
004695     MOVE CUST-TERMS-CODE      TO WS-AFT-TERMS.
004696     MOVE CUST-TAX-JURISDICTION TO WS-AFT-JURISDICTION.
004697     MOVE CUST-TAX-EXEMPT-SW   TO WS-AFT-EXEMPT.
004698     MOVE CUST-TAX-CERT        TO WS-AFT-CERT.
004699     MOVE CUST-REP-CODE        TO WS-AFT-REP-CODE.
004700 2500-EXIT.
004710     EXIT.
004720*****************************************************************
004830     MOVE WS-REJECT-TEXT        TO CRJ-REASON-TEXT.
004840     MOVE CTR-CREDIT-LIMIT-X    TO CRJ-CREDIT-LIMIT-X.
004850     MOVE CTR-HOLD-SW           TO CRJ-HOLD-SW.
004855     MOVE CTR-TERMS-CODE        TO CRJ-TERMS-CODE.
004856     MOVE CTR-TAX-JURISDICTION  TO CRJ-TAX-JURISDICTION.
004857     MOVE CTR-TAX-EXEMPT-SW     TO CRJ-TAX-EXEMPT-SW.
004858     MOVE CTR-TAX-CERT          TO CRJ-TAX-CERT.
004859     MOVE SPACES                TO CRJ-ADDRESS-TYPE.
004860     MOVE SPACES                TO CRJ-SHIP-TO-CODE.
004861     MOVE SPACES                TO CRJ-ADDRESS.
004862     MOVE CTR-REP-CODE          TO CRJ-REP-CODE.
004863     WRITE CRJ-RECORD.
004870     DISPLAY 'CUSTMAST-MAINT: REJECTED TRAN FOR CUST '
004880         CTR-CUST-ID ' REASON ' WS-REJECT-CODE
004890         ' - ' WS-REJECT-TEXT.
004930*    2700-WRITE-AUDIT
004940*****************************************************************
004950 2700-WRITE-AUDIT.
004955     MOVE SPACES TO CAU-RECORD.
004960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004970     ACCEPT WS-CURRENT-TIME FROM TIME.
004980     MOVE WS-CURRENT-DATE       TO CAU-DATE.
005100     MOVE WS-AFT-RATE           TO CAU-AFT-RATE.
005110     MOVE WS-AFT-LIMIT          TO CAU-AFT-LIMIT.
005120     MOVE WS-AFT-HOLD           TO CAU-AFT-HOLD.
005123     MOVE WS-BEF-TERMS          TO CAU-BEF-TERMS.
005126     MOVE WS-AFT-TERMS          TO CAU-AFT-TERMS.
005127     MOVE WS-BEF-JURISDICTION   TO CAU-BEF-JURISDICTION.
005128     MOVE WS-BEF-EXEMPT         TO CAU-BEF-EXEMPT.
005129     MOVE WS-BEF-CERT           TO CAU-BEF-CERT.
005130     MOVE WS-AFT-JURISDICTION   TO CAU-AFT-JURISDICTION.
005131     MOVE WS-AFT-EXEMPT         TO CAU-AFT-EXEMPT.
005132     MOVE WS-AFT-CERT           TO CAU-AFT-CERT.
005133     MOVE WS-BEF-REP-CODE       TO CAU-BEF-REP-CODE.
005134     MOVE WS-AFT-REP-CODE       TO CAU-AFT-REP-CODE.
005135     WRITE CAU-RECORD.
005140 2700-EXIT.
005150     EXIT.
005160*****************************************************************
005260 2900-EXIT.
005270     EXIT.
005280*****************************************************************
005281*    3000-PROCESS-ADDR-TRAN
005282*****************************************************************
005283 3000-PROCESS-ADDR-TRAN.
005284     PERFORM 3100-VALIDATE-ADDR-TRAN THRU 3100-EXIT.
005285     IF WS-TRAN-VALID
005286         IF ATR-ACTION-ADD
005287             PERFORM 3200-APPLY-ADDR-ADD THRU 3200-EXIT
005288         ELSE
005289             IF ATR-ACTION-CHANGE
005290                 PERFORM 3300-APPLY-ADDR-CHANGE THRU 3300-EXIT
005291             ELSE
005292                 PERFORM 3400-APPLY-ADDR-DELETE THRU 3400-EXIT
005293             END-IF
005294         END-IF
005295     END-IF.
005296     IF WS-TRAN-INVALID
005297         PERFORM 3600-WRITE-ADDR-REJECT THRU 3600-EXIT
005298         ADD 1 TO WS-ADDR-TRANS-REJECTED
005299     END-IF.
005300     PERFORM 3900-READ-ADDR-TRAN THRU 3900-EXIT.
005301 3000-EXIT.
005302     EXIT.
005303*****************************************************************
005304*    3100-VALIDATE-ADDR-TRAN
005305*
005306*    FIELD-LEVEL EDITS ONLY, AS FOR ACCOUNTS.  AN ADDRESS MUST
005307*    CARRY AT LEAST A NAME, A FIRST LINE, AND A CITY TO BE
005308*    MAILABLE; THE SECOND LINE, STATE, AND POSTAL CODE ARE LEFT
005309*    TO THE DESK, SINCE NOT EVERY ADDRESS HAS THEM.
005310*****************************************************************
005311 3100-VALIDATE-ADDR-TRAN.
005312     MOVE 'Y' TO WS-VALID-SWITCH.
005313     MOVE SPACES TO WS-REJECT-CODE.
005314     MOVE SPACES TO WS-REJECT-TEXT.
005315     IF NOT ATR-ACTION-VALID
005316         MOVE '11' TO WS-REJECT-CODE
005317         MOVE 'ACTION NOT A, C, OR D' TO WS-REJECT-TEXT
005318         MOVE 'N' TO WS-VALID-SWITCH
005319         GO TO 3100-EXIT
005320     END-IF.
005321     IF ATR-CUST-ID = SPACES
005322         MOVE '12' TO WS-REJECT-CODE
005323         MOVE 'CUSTOMER ID IS BLANK' TO WS-REJECT-TEXT
005324         MOVE 'N' TO WS-VALID-SWITCH
005325         GO TO 3100-EXIT
005326     END-IF.
005327     IF NOT ATR-ADDRESS-TYPE-VALID
005328         MOVE '84' TO WS-REJECT-CODE
005329         MOVE 'ADDRESS TYPE NOT B OR S' TO WS-REJECT-TEXT
005330         MOVE 'N' TO WS-VALID-SWITCH
005331         GO TO 3100-EXIT
005332     END-IF.
005333     IF ATR-SHIP-TO
005334             AND ATR-SHIP-TO-CODE = SPACES
005335         MOVE '85' TO WS-REJECT-CODE
005336         MOVE 'SHIP-TO CODE IS BLANK' TO WS-REJECT-TEXT
005337         MOVE 'N' TO WS-VALID-SWITCH
005338         GO TO 3100-EXIT
005339     END-IF.
005340     IF ATR-BILL-TO
005341             AND ATR-SHIP-TO-CODE NOT = SPACES
005342         MOVE '85' TO WS-REJECT-CODE
005343         MOVE 'BILL-TO TAKES NO SHIP-TO CODE' TO WS-REJECT-TEXT
005344         MOVE 'N' TO WS-VALID-SWITCH
005345         GO TO 3100-EXIT
005346     END-IF.
005347     IF ATR-ACTION-DELETE
005348         GO TO 3100-EXIT
005349     END-IF.
005350     IF ATR-NAME = SPACES
005351             OR ATR-LINE-1 = SPACES
005352             OR ATR-CITY = SPACES
005353         MOVE '86' TO WS-REJECT-CODE
005354         MOVE 'ADDRESS NAME/LINE 1/CITY BLANK' TO WS-REJECT-TEXT
005355         MOVE 'N' TO WS-VALID-SWITCH
005356         GO TO 3100-EXIT
005357     END-IF.
005358 3100-EXIT.
005359     EXIT.
005360*****************************************************************
005361*    3200-APPLY-ADDR-ADD
005362*
005363*    AN ADDRESS CAN ONLY BE ADDED FOR AN ACCOUNT ON CUSTMAST.
005364*    CUSTTRAN IS WORKED FIRST, SO A NEW ACCOUNT CAN TAKE ITS
005365*    ADDRESSES IN THE SAME RUN.
005366*****************************************************************
005367 3200-APPLY-ADDR-ADD.
005368     MOVE ATR-CUST-ID TO CUST-ID.
005369     READ CUSTMAST
005370         INVALID KEY
005371             MOVE '87' TO WS-REJECT-CODE
005372             MOVE 'ACCOUNT NOT ON CUSTMAST' TO WS-REJECT-TEXT
005373             MOVE 'N' TO WS-VALID-SWITCH
005374             GO TO 3200-EXIT
005375     END-READ.
005376     MOVE ATR-CUST-ID      TO CAD-CUST-ID.
005377     MOVE ATR-ADDRESS-TYPE TO CAD-ADDRESS-TYPE.
005378     MOVE ATR-SHIP-TO-CODE TO CAD-SHIP-TO-CODE.
005379     READ CUSTADDR
005380         INVALID KEY
005381             CONTINUE
005382         NOT INVALID KEY
005383             MOVE '16' TO WS-REJECT-CODE
005384             MOVE 'ADD OF ADDRESS ALREADY ON FILE'
005385                 TO WS-REJECT-TEXT
005386             MOVE 'N' TO WS-VALID-SWITCH
005387             GO TO 3200-EXIT
005388     END-READ.
005389     MOVE SPACES TO WS-BEF-ADDRESS.
005390     MOVE SPACES TO CAD-RECORD.
005391     MOVE ATR-CUST-ID      TO CAD-CUST-ID.
005392     MOVE ATR-ADDRESS-TYPE TO CAD-ADDRESS-TYPE.
005393     MOVE ATR-SHIP-TO-CODE TO CAD-SHIP-TO-CODE.
005394     PERFORM 3500-MOVE-TRAN-TO-ADDRESS THRU 3500-EXIT.
005395     WRITE CAD-RECORD
005396         INVALID KEY
005397             DISPLAY 'CUSTMAST-MAINT: WRITE FAILED FOR ADDRESS '
005398                 CAD-KEY ', STATUS = ' WS-CUSTADDR-STATUS
005399             GO TO 3200-EXIT
005400     END-WRITE.
005401     ADD 1 TO WS-ADDR-ADDS-APPLIED.
005402     PERFORM 3700-WRITE-ADDR-AUDIT THRU 3700-EXIT.
005403 3200-EXIT.
005404     EXIT.
005405*****************************************************************
005406*    3300-APPLY-ADDR-CHANGE
005407*****************************************************************
005408 3300-APPLY-ADDR-CHANGE.
005409     MOVE ATR-CUST-ID      TO CAD-CUST-ID.
005410     MOVE ATR-ADDRESS-TYPE TO CAD-ADDRESS-TYPE.
005411     MOVE ATR-SHIP-TO-CODE TO CAD-SHIP-TO-CODE.
005412     READ CUSTADDR
005413         INVALID KEY
005414             MOVE '17' TO WS-REJECT-CODE
005415             MOVE 'CHANGE OF ADDRESS NOT ON FILE'
005416                 TO WS-REJECT-TEXT
005417             MOVE 'N' TO WS-VALID-SWITCH
005418             GO TO 3300-EXIT
005419     END-READ.
005420     MOVE CAD-ADDRESS TO WS-BEF-ADDRESS.
005421     PERFORM 3500-MOVE-TRAN-TO-ADDRESS THRU 3500-EXIT.
005422     REWRITE CAD-RECORD
005423         INVALID KEY
005424             DISPLAY 'CUSTMAST-MAINT: REWRITE FAILED FOR ADDRESS '
005425                 CAD-KEY ', STATUS = ' WS-CUSTADDR-STATUS
005426             GO TO 3300-EXIT
005427     END-REWRITE.
005428     ADD 1 TO WS-ADDR-CHANGES-APPLIED.
005429     PERFORM 3700-WRITE-ADDR-AUDIT THRU 3700-EXIT.
005430 3300-EXIT.
005431     EXIT.
005432*****************************************************************
005433*    3400-APPLY-ADDR-DELETE
005434*****************************************************************
005435 3400-APPLY-ADDR-DELETE.
005436     MOVE ATR-CUST-ID      TO CAD-CUST-ID.
005437     MOVE ATR-ADDRESS-TYPE TO CAD-ADDRESS-TYPE.
005438     MOVE ATR-SHIP-TO-CODE TO CAD-SHIP-TO-CODE.
005439     READ CUSTADDR
005440         INVALID KEY
005441             MOVE '17' TO WS-REJECT-CODE
005442             MOVE 'DELETE OF ADDRESS NOT ON FILE'
005443                 TO WS-REJECT-TEXT
005444             MOVE 'N' TO WS-VALID-SWITCH
005445             GO TO 3400-EXIT
005446     END-READ.
005447     MOVE CAD-ADDRESS TO WS-BEF-ADDRESS.
005448     MOVE SPACES TO WS-AFT-ADDRESS.
005449     DELETE CUSTADDR
005450         INVALID KEY
005451             DISPLAY 'CUSTMAST-MAINT: DELETE FAILED FOR ADDRESS '
005452                 CAD-KEY ', STATUS = ' WS-CUSTADDR-STATUS
005453             GO TO 3400-EXIT
005454     END-DELETE.
005455     ADD 1 TO WS-ADDR-DELETES-APPLIED.
005456     PERFORM 3700-WRITE-ADDR-AUDIT THRU 3700-EXIT.
005457 3400-EXIT.
005458     EXIT.
005459*****************************************************************
005460*    3500-MOVE-TRAN-TO-ADDRESS
005461*****************************************************************
005462 3500-MOVE-TRAN-TO-ADDRESS.
005463     MOVE ATR-NAME         TO CAD-NAME.
005464     MOVE ATR-LINE-1       TO CAD-LINE-1.
005465     MOVE ATR-LINE-2       TO CAD-LINE-2.
005466     MOVE ATR-CITY         TO CAD-CITY.
005467     MOVE ATR-STATE        TO CAD-STATE.
005468     MOVE ATR-POSTAL-CODE  TO CAD-POSTAL-CODE.
005469     MOVE CAD-ADDRESS      TO WS-AFT-ADDRESS.
005470 3500-EXIT.
005471     EXIT.
005472*****************************************************************
005473*    3600-WRITE-ADDR-REJECT
005474*
005475*    SAME CUSTREJ RECORD AS AN ACCOUNT REJECT, WITH THE ACCOUNT
005476*    FIELDS BLANK AND THE ADDRESS FIELDS FILLED.
005477*****************************************************************
005478 3600-WRITE-ADDR-REJECT.
005479     MOVE SPACES                TO CRJ-RECORD.
005480     MOVE ATR-ACTION            TO CRJ-ACTION.
005481     MOVE ATR-CUST-ID           TO CRJ-CUST-ID.
005482     MOVE ATR-OPERATOR-ID       TO CRJ-OPERATOR-ID.
005483     MOVE WS-REJECT-CODE        TO CRJ-REASON-CODE.
005484     MOVE WS-REJECT-TEXT        TO CRJ-REASON-TEXT.
005485     MOVE ATR-ADDRESS-TYPE      TO CRJ-ADDRESS-TYPE.
005486     MOVE ATR-SHIP-TO-CODE      TO CRJ-SHIP-TO-CODE.
005487     MOVE ATR-ADDRESS           TO CRJ-ADDRESS.
005488     WRITE CRJ-RECORD.
005489     DISPLAY 'CUSTMAST-MAINT: REJECTED ADDRESS TRAN FOR CUST '
005490         ATR-CUST-ID ' REASON ' WS-REJECT-CODE
005491         ' - ' WS-REJECT-TEXT.
005492 3600-EXIT.
005493     EXIT.
005494*****************************************************************
005495*    3700-WRITE-ADDR-AUDIT
005496*
005497*    THE ACCOUNT IMAGES ARE LEFT BLANK (ZERO IN THE NUMERIC
005498*    FIELDS); THE ADDRESS TYPE AND SHIP-TO CODE MARK THE RECORD
005499*    AS AN ADDRESS CHANGE.
005500*****************************************************************
005501 3700-WRITE-ADDR-AUDIT.
005502     MOVE SPACES TO CAU-RECORD.
005503     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005504     ACCEPT WS-CURRENT-TIME FROM TIME.
005505     MOVE WS-CURRENT-DATE       TO CAU-DATE.
005506     MOVE WS-CURRENT-TIME       TO CAU-TIME.
005507     MOVE ATR-ACTION            TO CAU-ACTION.
005508     MOVE ATR-CUST-ID           TO CAU-CUST-ID.
005509     MOVE ATR-OPERATOR-ID       TO CAU-OPERATOR-ID.
005510     MOVE ZERO                  TO CAU-BEF-RATE.
005511     MOVE ZERO                  TO CAU-BEF-LIMIT.
005512     MOVE ZERO                  TO CAU-AFT-RATE.
005513     MOVE ZERO                  TO CAU-AFT-LIMIT.
005514     MOVE ATR-ADDRESS-TYPE      TO CAU-ADDRESS-TYPE.
005515     MOVE ATR-SHIP-TO-CODE      TO CAU-SHIP-TO-CODE.
005516     MOVE WS-BEF-ADDRESS        TO CAU-BEF-ADDRESS.
005517     MOVE WS-AFT-ADDRESS        TO CAU-AFT-ADDRESS.
005518     WRITE CAU-RECORD.
005519 3700-EXIT.
005520     EXIT.
005521*****************************************************************
005522*    3900-READ-ADDR-TRAN
005523*****************************************************************
005524 3900-READ-ADDR-TRAN.
005525     READ ADDRTRAN-IN
005526         AT END
005527             MOVE 'Y' TO WS-ADDR-EOF-SWITCH
005528             GO TO 3900-EXIT
005529     END-READ.
005530     ADD 1 TO WS-ADDR-TRANS-READ.
005531 3900-EXIT.
005532     EXIT.
005533*****************************************************************
005534*    8000-PRINT-CONTROL-TOTALS
005535*****************************************************************
005536 8000-PRINT-CONTROL-TOTALS.
005537     DISPLAY '==============================================='.
005538     DISPLAY 'CUSTMAST-MAINT - END OF RUN CONTROL TOTALS'.
005539     DISPLAY '  TRANSACTIONS READ ........ ' WS-TRANS-READ.
005540     DISPLAY '  ADDS APPLIED ............. ' WS-ADDS-APPLIED.
005541     DISPLAY '  CHANGES APPLIED .......... ' WS-CHANGES-APPLIED.
005542     DISPLAY '  DELETES APPLIED .......... ' WS-DELETES-APPLIED.
005543     DISPLAY '  TRANSACTIONS REJECTED .... ' WS-TRANS-REJECTED.
005544     DISPLAY '  ADDRESS TRANS READ ....... ' WS-ADDR-TRANS-READ.
005545     DISPLAY '  ADDRESS ADDS APPLIED ..... ' WS-ADDR-ADDS-APPLIED.
005546     DISPLAY '  ADDRESS CHANGES APPLIED .. '
005547         WS-ADDR-CHANGES-APPLIED.
005548     DISPLAY '  ADDRESS DELETES APPLIED .. '
005549         WS-ADDR-DELETES-APPLIED.
005550     DISPLAY '  ADDRESS TRANS REJECTED ... '
005551         WS-ADDR-TRANS-REJECTED.
005552     DISPLAY '==============================================='.
005553 8000-EXIT.
005554     EXIT.
005555*****************************************************************
005556*    9000-TERMINATE
005557*
005558*    ONLY CLOSES THE FILES 1000-INITIALIZE ACTUALLY OPENED (PER
005559*    WS-INIT-STAGE).
005560*****************************************************************
005561 9000-TERMINATE.
005562     IF WS-INIT-STAGE NOT < 1
005563         CLOSE CUSTTRAN-IN
005564     END-IF.
005565     IF WS-INIT-STAGE NOT < 2
005566         CLOSE CUSTMAST
005567     END-IF.
005568     IF WS-INIT-STAGE NOT < 3
005569         CLOSE CUSTREJ-OUT
005570     END-IF.
005580     IF WS-INIT-STAGE NOT < 4
005590         CLOSE CUSTAUDT-OUT
005600     END-IF.
005601     IF WS-INIT-STAGE NOT < 5
005602         CLOSE ADDRTRAN-IN
005603     END-IF.
005604     IF WS-INIT-STAGE NOT < 6
005605         CLOSE CUSTADDR
005606     END-IF.
005607     IF WS-REPMAST-OPENED
005608         CLOSE REPMAST
005609     END-IF.
005610 9000-EXIT.
005620     EXIT.
