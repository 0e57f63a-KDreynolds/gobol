003290*                  RUNLOG RECORD CARRIES PROGRAM 'CALCSIM' SO
003300*                  A SIMULATION CAN NEVER BE MISTAKEN FOR A
003310*                  PRODUCTION CYCLE.
003311* 2026-10-15 RJH   EVERY INVOICE AND CREDIT MEMO NOW OPENS AN
003312*                  ITEM ON THE NEW OPENITEM INDEXED FILE, KEYED
003313*                  BY INVOICE NUMBER, SO CASH-APPLY CAN APPLY
003314*                  CHECKS TO THE INVOICES THEY PAY AND
003315*                  AGED-TRIAL-BAL CAN AGE WHAT IS STILL OPEN.
003316*                  A SIMULATION OPENS NO ITEMS.
003317* 2026-10-15 RJH   PAYMENT TERMS.  THE CUSTOMER'S TERMS CODE ON
003318*                  CUSTMAST (BLANK = NET 30) SETS A DUE DATE ON
003319*                  EVERY INVOICE HEADER, INVHIST, AND OPENITEM;
003320*                  THE OPEN ITEM ALSO CARRIES ANY EARLY-PAY
003321*                  DISCOUNT RATE AND LAST DAY FOR CASH-APPLY.
003322*                  A CREDIT MEMO IS DUE THE DAY IT IS ISSUED.
003323* 2026-10-15 RJH   SALES TAX.  THE CUSTOMER'S JURISDICTION AND
003324*                  EXEMPT FLAG ON CUSTMAST PICK THE RATE IN
003325*                  FORCE ON THE NEW TAXRATE FILE; TAX ON THE
003326*                  DISCOUNTED TOTAL IS CARRIED ON THE INVOICE
003327*                  HEADER, INVHIST, OPENITEM, BALCTL AND THE
003328*                  CUSTOMER BALANCE, AND EVERY INVOICE AND
003329*                  CREDIT WRITES A TAXDTL RECORD FOR GL-JOURNAL
003330*                  AND TAX-LIABILITY.  A CREDIT MEMO REVERSES
003331*                  TAX AT THE ORIGINAL INVOICE'S RATE.  AN ORDER
003332*                  WITH NO RATE IN FORCE REJECTS WITH CODE 12.
003333* 2026-10-15 RJH   STOCK ALLOCATION.  EACH LINE OF AN ORDER THAT
003334*                  IS ABOUT TO INVOICE IS CHECKED AGAINST
003335*                  ITEM-ON-HAND (ITEMMAST NOW OPENS I-O); A LINE
003336*                  THE SHELF CANNOT COVER IS TAKEN OFF THE
003337*                  INVOICE AND WRITTEN TO THE NEW BACKORD FILE
003338*                  FOR BACKORDER-RELEASE, AND THE ORDER IS
003339*                  PRICED ON THE LINES THAT SHIP.  AN ORDER WITH
003340*                  NOTHING TO SHIP PRODUCES NO INVOICE.  STOCK
003341*                  IS RELIEVED ONLY WHEN THE INVOICE IS WRITTEN;
003342*                  A HELD OR REJECTED ORDER TAKES NONE AND GOES
003343*                  OUT WHOLE.  A RETURN PUTS ITS UNITS BACK ON
003344*                  HAND FOR THE SALE'S ITEM.
003345* 2026-10-15 RJH   CONTRACT PRICES.  A LINE FOR A CUSTOMER AND
003346*                  ITEM WITH A CONTRACT IN FORCE ON THE NEW
003347*                  CONTRACT FILE (MAINTAINED BY CONTRACT-MAINT)
003348*                  TAKES THE CONTRACT PRICE AHEAD OF LIST, THE
003349*                  KEYED-PRICE TOLERANCE, AND QUANTITY-BREAK
003350*                  PRICING, AND GETS NO FURTHER PERCENTAGE
003351*                  DISCOUNT -- THE CONTRACT PRICE IS THE NET.
003352*                  THE REST OF THE ORDER STILL COUNTS TOWARD
003353*                  THE TIER.  THE INVOICE LINE IS MARKED 'C'
003354*                  AND AUDIT-OUT (WIDENED TO 100 BYTES) CARRIES
003355*                  THE ORDER'S CONTRACT LINE COUNT AND VALUE.
003356*                  NO CONTRACT FILE MEANS NO CONTRACTS.
003357* 2026-10-15 RJH   SHIP-TO ADDRESSES.  AN ORDER HEADER MAY NAME
003358*                  ONE OF THE CUSTOMER'S SHIP-TO CODES ON THE NEW
003359*                  CUSTADDR FILE (MAINTAINED BY CUSTMAST-MAINT);
003360*                  A CODE NOT ON FILE REJECTS THE ORDER WITH CODE
003361*                  13.  THE CODE IS CARRIED ON THE INVOICE HEADER
003362*                  FOR INVOICE-PRINT AND ON BACKORD SO A RELEASED
003363*                  ORDER SHIPS TO THE SAME PLACE.  A BLANK CODE
003364*                  SHIPS TO THE BILL-TO ADDRESS.
003365* 2026-10-15 RJH   RETURN WINDOW.  A RETURN AGAINST A SALE OLDER
003366*                  THAN THE WINDOW ON THE NEW RETPARM CARD (COLS
003367*                  9-12, DAYS; 365 WITHOUT A CARD) GOES TO
003368*                  SUSPENSE AS R6 INSTEAD OF BEING CREDITED,
003369*                  UNLESS THE DISPUTE DESK HAS APPROVED IT IN
003370*                  SUSPENSE-CORRECT (NEW LATE-RETURN SWITCH ON
003371*                  THE RETURN RECORD).  HISTORY-PURGE READS THE
003372*                  SAME CARD.
003373* 2026-10-15 RJH   AN ORDER WHOSE TAX LOOKUP FAILED IS REJECTED
003374*                  (12) BEFORE THE CREDIT CHECK, SO IT CAN NO
003375*                  LONGER GO TO HOLDS AND BE RELEASED UNTAXED.
003376* ---------------------------------------------------------------
003377 ENVIRONMENT DIVISION.
003378 INPUT-OUTPUT SECTION.
003379 FILE-CONTROL.
003380     SELECT ORDERS-IN ASSIGN TO "ORDERS-IN"
003381         ORGANIZATION IS SEQUENTIAL
003382         FILE STATUS IS WS-ORDERS-IN-STATUS.
003390     SELECT CUSTMAST ASSIGN TO "CUSTMAST"
003400         ORGANIZATION IS INDEXED
003410         ACCESS MODE IS RANDOM
003610         ACCESS MODE IS RANDOM
003620         RECORD KEY IS IVH-INVOICE-NUMBER
003630         FILE STATUS IS WS-INVHIST-STATUS.
003631     SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
003632         ORGANIZATION IS INDEXED
003633         ACCESS MODE IS RANDOM
003634         RECORD KEY IS OPI-INVOICE-NUMBER
003635         FILE STATUS IS WS-OPENITEM-STATUS.
003640     SELECT BALCTL-OUT ASSIGN TO "BALCTL"
003650         ORGANIZATION IS SEQUENTIAL
003660         FILE STATUS IS WS-BALCTL-STATUS.
003970     SELECT SIMRPT-OUT ASSIGN TO "SIMRPT"
003980         ORGANIZATION IS SEQUENTIAL
003990         FILE STATUS IS WS-SIMRPT-STATUS.
003991     SELECT TAXRATE ASSIGN TO "TAXRATE"
003992         ORGANIZATION IS INDEXED
003993         ACCESS MODE IS SEQUENTIAL
003994         RECORD KEY IS TXR-KEY
003995         FILE STATUS IS WS-TAXRATE-STATUS.
003996     SELECT TAX-DETAIL ASSIGN TO "TAXDTL"
003997         ORGANIZATION IS SEQUENTIAL
003998         FILE STATUS IS WS-TAXDTL-STATUS.
003999     SELECT BACKORD ASSIGN TO "BACKORD"
004000         ORGANIZATION IS INDEXED
004001         ACCESS MODE IS RANDOM
004002         RECORD KEY IS BKO-KEY
004003         FILE STATUS IS WS-BACKORD-STATUS.
004004     SELECT CONTRACT ASSIGN TO "CONTRACT"
004005         ORGANIZATION IS INDEXED
004006         ACCESS MODE IS RANDOM
004007         RECORD KEY IS CON-KEY
004008         FILE STATUS IS WS-CONTRACT-STATUS.
004009     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
004010         ORGANIZATION IS INDEXED
004011         ACCESS MODE IS RANDOM
004012         RECORD KEY IS CAD-KEY
004013         FILE STATUS IS WS-CUSTADDR-STATUS.
004014     SELECT RETPARM ASSIGN TO "RETPARM"
004015         ORGANIZATION IS SEQUENTIAL
004016         FILE STATUS IS WS-RETPARM-STATUS.
004017 DATA DIVISION.
004018 FILE SECTION.
004020 FD  ORDERS-IN
004030     LABEL RECORDS ARE STANDARD.
004040 01  ORD-HEADER-RECORD.
004130     05  ORD-CREDIT-OVERRIDE-SW  PIC X(01).
004140         88  ORD-CREDIT-OVERRIDE         VALUE 'Y'.
004150     05  ORD-ORDER-REF           PIC X(08).
004156     05  ORD-SHIP-TO-CODE        PIC X(03).
004162     05  FILLER                  PIC X(61).
004170 01  ORD-DETAIL-RECORD.
004180     05  FILLER                  PIC X(01).
004190     05  ORD-DET-CUSTOMER-ID     PIC X(05).
004350     05  ORD-RET-ORIG-INVOICE REDEFINES
004360         ORD-RET-ORIG-INVOICE-X  PIC 9(07).
004370     05  ORD-RET-ORDER-REF       PIC X(08).
004375     05  ORD-RET-LATE-APPROVED-SW PIC X(01).
004380         88  ORD-RET-LATE-APPROVED           VALUE 'Y'.
004385     05  FILLER                  PIC X(53).
004390 FD  CUSTMAST
004400     LABEL RECORDS ARE STANDARD.
004410 01  CUST-RECORD.
004480     05  CUST-CURRENT-BALANCE    PIC S9(07)V99.
004490     05  CUST-HOLD-SW            PIC X(01).
004500         88  CUST-ON-HOLD                VALUE 'Y'.
004506     05  CUST-TERMS-CODE         PIC X(03).
004508     05  FILLER                  PIC X(01).
004510     05  CUST-TAX-JURISDICTION   PIC X(05).
004512     05  CUST-TAX-EXEMPT-SW      PIC X(01).
004514         88  CUST-TAX-EXEMPT             VALUE 'Y'.
004516     05  CUST-TAX-CERT           PIC X(15).
004518     05  FILLER                  PIC X(07).
004520 FD  AUDIT-OUT
004530     LABEL RECORDS ARE STANDARD.
004540 01  AUD-RECORD.
004630     05  AUD-DISCOUNT-SOURCE     PIC X(10).
004640     05  AUD-LINE-COUNT          PIC 9(03).
004650     05  AUD-SCHEDULE-ID         PIC X(05).
004652     05  AUD-CONTRACT-LINES      PIC 9(03).
004654     05  AUD-CONTRACT-TOTAL      PIC S9(07)V99.
004656     05  FILLER                  PIC X(08).
004660 FD  REJECT-OUT
004670     LABEL RECORDS ARE STANDARD.
004680 01  REJ-RECORD.
004850         88  REJ-REASON-NO-ORDER-REF     VALUE '09'.
004860         88  REJ-REASON-BAD-ITEM         VALUE '10'.
004870         88  REJ-REASON-PRICE-TOLERANCE  VALUE '11'.
004875         88  REJ-REASON-NO-TAX-RATE      VALUE '12'.
004877         88  REJ-REASON-BAD-SHIP-TO      VALUE '13'.
004880     05  REJ-REASON-TEXT         PIC X(30).
004890     05  REJ-ORIGINAL-RECORD     PIC X(80).
004900     05  REJ-ORIG-FIELDS REDEFINES REJ-ORIGINAL-RECORD.
005110     05  CKPT-HOLD-SEQ           PIC 9(07).
005120     05  CKPT-DUP-COUNT          PIC 9(07).
005130     05  CKPT-SUSPENSE-SEQ       PIC 9(07).
005135     05  CKPT-CONTROL-TOTAL-TAX  PIC S9(09)V99.
005140 FD  INVOICE-OUT
005150     LABEL RECORDS ARE STANDARD.
005160 01  INV-RECORD.
005250     05  INV-DISCOUNT            PIC S9(07)V99.
005260     05  INV-DISCOUNTED-TOTAL    PIC S9(07)V99.
005270     05  INV-ORIG-INVOICE        PIC 9(07).
005276     05  INV-DUE-DATE            PIC 9(08).
005278     05  INV-TAX-JURISDICTION    PIC X(05).
005280     05  INV-TAX-RATE            PIC V9(05).
005282     05  INV-TAX-AMOUNT          PIC S9(07)V99.
005286     05  INV-SHIP-TO-CODE        PIC X(03).
005290 01  INV-LINE-RECORD.
005300     05  FILLER                  PIC X(01).
005310     05  INV-LINE-CUSTOMER-ID    PIC X(05).
005350     05  INV-LINE-PRICE          PIC 9(05)V99.
005360     05  INV-LINE-TOTAL          PIC 9(07)V99.
005370     05  INV-LINE-ITEM-NUMBER    PIC X(06).
005375     05  INV-LINE-PRICE-SOURCE   PIC X(01).
005380         88  INV-LINE-CONTRACT-PRICED    VALUE 'C'.
005385     05  FILLER                  PIC X(36).
005390 FD  SUSPENSE-OUT
005400     LABEL RECORDS ARE STANDARD.
005410 01  SUS-RECORD.
005520         88  SUS-REASON-BAD-FIELDS       VALUE 'R3'.
005530         88  SUS-REASON-OVER-RETURN      VALUE 'R4'.
005540         88  SUS-REASON-NO-REF           VALUE 'R5'.
005545         88  SUS-REASON-PAST-WINDOW      VALUE 'R6'.
005550     05  SUS-REASON-TEXT         PIC X(30).
005560     05  SUS-ORIGINAL-RECORD     PIC X(80).
005570     05  SUS-ORIG-FIELDS REDEFINES SUS-ORIGINAL-RECORD.
005760*    ITEM NUMBER -- SO A RETURN CAN BE MATCHED TO WHAT WAS
005770*    ACTUALLY SOLD.  LINE-LEVEL ITEMS ARE ON INVOICE-OUT.
005780     05  IVH-ITEM-NUMBER         PIC X(06).
005781     05  IVH-DUE-DATE            PIC 9(08).
005782*    TAX AS CHARGED ON THE SALE.  A CREDIT MEMO REVERSES TAX AT
005783*    IVH-TAX-RATE, NOT AT WHATEVER RATE IS IN FORCE ON THE DAY
005784*    OF THE RETURN.
005785     05  IVH-TAX-JURISDICTION    PIC X(05).
005786     05  IVH-TAX-EXEMPT-SW       PIC X(01).
005787     05  IVH-TAX-RATE            PIC V9(05).
005788     05  IVH-TAX-AMOUNT          PIC 9(07)V99.
005789*----------------------------------------------------------------
005790*    OPEN-ITEM LEDGER.  ONE ITEM PER INVOICE OR CREDIT MEMO,
005791*    KEYED BY ITS INVOICE NUMBER.  OPI-OPEN-AMOUNT STARTS AT
005792*    THE DISCOUNTED TOTAL PLUS TAX (NEGATIVE FOR A CREDIT) AND IS
005793*    WORKED DOWN BY CASH-APPLY AS CHECKS ARE APPLIED TO IT.
005794*----------------------------------------------------------------
005795 FD  OPEN-ITEMS
005796     LABEL RECORDS ARE STANDARD.
005797 01  OPI-RECORD.
005798     05  OPI-INVOICE-NUMBER      PIC 9(07).
005799     05  OPI-CUSTOMER-ID         PIC X(05).
005800     05  OPI-ITEM-TYPE           PIC X(01).
005801         88  OPI-TYPE-INVOICE            VALUE 'I'.
005802         88  OPI-TYPE-CREDIT             VALUE 'C'.
005803     05  OPI-INVOICE-DATE        PIC 9(08).
005804     05  OPI-ORIGINAL-AMOUNT     PIC S9(07)V99.
005805     05  OPI-OPEN-AMOUNT         PIC S9(07)V99.
005806     05  OPI-ORIG-INVOICE        PIC 9(07).
005807     05  OPI-LAST-PAY-DATE       PIC 9(08).
005808     05  OPI-LAST-CHECK-REF      PIC X(08).
005809     05  OPI-DUE-DATE            PIC 9(08).
005810     05  OPI-DISC-DATE           PIC 9(08).
005811     05  OPI-DISC-PCT            PIC V999.
005812     05  OPI-DUNNING-LEVEL       PIC 9(01).
005813     05  OPI-LAST-DUNNING-DATE   PIC 9(08).
005814     05  FILLER                  PIC X(10).
005815 FD  HOLDS-OUT
005816     LABEL RECORDS ARE STANDARD.
005817 01  HLD-RECORD.
005820     05  HLD-STATUS              PIC X(01).
005830         88  HLD-STATUS-HELD             VALUE 'H'.
005840         88  HLD-STATUS-RELEASED         VALUE 'R'.
006450     05  BAL-TOTAL-AMOUNT        PIC S9(09)V99.
006460     05  BAL-TOTAL-DISCOUNT      PIC S9(09)V99.
006470     05  BAL-TOTAL-DISCOUNTED    PIC S9(09)V99.
006480     05  BAL-TOTAL-TAX           PIC S9(09)V99.
006490 FD  DISCSCHD
006500     LABEL RECORDS ARE STANDARD.
006510 01  SCHD-RECORD.
006770     05  ITEM-DESCRIPTION        PIC X(20).
006780     05  ITEM-LIST-PRICE         PIC 9(05)V99.
006790     05  ITEM-PRICING-CLASS      PIC X(02).
006794     05  ITEM-ON-HAND            PIC 9(07).
006798     05  ITEM-ON-ORDER           PIC 9(07).
006802     05  ITEM-REORDER-POINT      PIC 9(07).
006806     05  FILLER                  PIC X(24).
006810 FD  SIMPARM-FILE
006820     LABEL RECORDS ARE STANDARD.
006830 01  SIM-PARM-RECORD.
006900 FD  SIMRPT-OUT
006910     LABEL RECORDS ARE STANDARD.
006920 01  SIM-LINE                    PIC X(132).
006921*----------------------------------------------------------------
006922*    SALES TAX RATES, ONE RECORD PER JURISDICTION PER EFFECTIVE
006923*    DATE, MAINTAINED THROUGH TAXRATE-MAINT THE WAY DISCSCHD IS
006924*    MAINTAINED THROUGH SCHEDULE-MAINT.
006925*----------------------------------------------------------------
006926 FD  TAXRATE
006927     LABEL RECORDS ARE STANDARD.
006928 01  TXR-RECORD.
006929     05  TXR-KEY.
006930         10  TXR-JURISDICTION    PIC X(05).
006931         10  TXR-EFFECTIVE-DATE  PIC 9(08).
006932     05  TXR-RATE                PIC V9(05).
006933     05  TXR-DESCRIPTION         PIC X(20).
006934     05  FILLER                  PIC X(42).
006935*----------------------------------------------------------------
006936*    TAX DETAIL, ONE RECORD PER INVOICE ('I') OR CREDIT MEMO
006937*    ('C'), AMOUNTS NEGATIVE ON A CREDIT.  READ BY GL-JOURNAL
006938*    FOR THE TAX-PAYABLE LINE AND BY TAX-LIABILITY FOR THE
006939*    MONTHLY FILING REPORT.
006940*----------------------------------------------------------------
006941 FD  TAX-DETAIL
006942     LABEL RECORDS ARE STANDARD.
006943 01  TXD-RECORD.
006944     05  TXD-DATE                PIC 9(08).
006945     05  TXD-INVOICE-NUMBER      PIC 9(07).
006946     05  TXD-TYPE                PIC X(01).
006947         88  TXD-TYPE-INVOICE            VALUE 'I'.
006948         88  TXD-TYPE-CREDIT             VALUE 'C'.
006949     05  TXD-CUSTOMER-ID         PIC X(05).
006950     05  TXD-JURISDICTION        PIC X(05).
006951     05  TXD-EXEMPT-SW           PIC X(01).
006952         88  TXD-EXEMPT                  VALUE 'Y'.
006953     05  TXD-TAXABLE-AMOUNT      PIC S9(07)V99.
006954     05  TXD-TAX-RATE            PIC V9(05).
006955     05  TXD-TAX-AMOUNT          PIC S9(07)V99.
006956     05  TXD-ORIG-INVOICE        PIC 9(07).
006957     05  FILLER                  PIC X(23).
006958*----------------------------------------------------------------
006959*    BACKORD -- ONE RECORD PER ORDER LINE THE SHELF COULD NOT
006960*    COVER, KEYED BY THE ORDER REFERENCE AND THE LINE'S PLACE
006961*    AMONG THAT ORDER'S BACKORDERS.  THE PRICE IS CARRIED AS
006962*    KEYED (BLANK = LIST) SO THE RELEASED LINE PRICES THE WAY
006963*    THE DESK ENTERED IT.  BACKORDER-RELEASE MARKS IT 'R' WHEN
006964*    IT SENDS THE LINE BACK THROUGH PRICING.
006965*----------------------------------------------------------------
006966 FD  BACKORD
006967     LABEL RECORDS ARE STANDARD.
006968 01  BKO-RECORD.
006969     05  BKO-KEY.
006970         10  BKO-ORDER-REF       PIC X(08).
006971         10  BKO-LINE-NUMBER     PIC 9(03).
006972     05  BKO-CUSTOMER-ID         PIC X(05).
006973     05  BKO-ITEM-NUMBER         PIC X(06).
006974     05  BKO-QUANTITY            PIC 9(05).
006975     05  BKO-PRICE-X             PIC X(07).
006976     05  BKO-PRICING-CODE        PIC X(01).
006977     05  BKO-DATE                PIC 9(08).
006978     05  BKO-STATUS              PIC X(01).
006979         88  BKO-OPEN                    VALUE 'O'.
006980         88  BKO-RELEASED                VALUE 'R'.
006981     05  BKO-RELEASE-DATE        PIC 9(08).
006982     05  BKO-RELEASE-REF         PIC X(08).
006983     05  BKO-SHIP-TO-CODE        PIC X(03).
006984     05  FILLER                  PIC X(17).
006985*----------------------------------------------------------------
006986*    CONTRACT -- ONE NEGOTIATED UNIT PRICE PER CUSTOMER AND
006987*    ITEM, GOOD FROM ITS START DATE THROUGH ITS END DATE,
006988*    MAINTAINED THROUGH CONTRACT-MAINT.
006989*----------------------------------------------------------------
006990 FD  CONTRACT
006991     LABEL RECORDS ARE STANDARD.
006992 01  CON-RECORD.
006993     05  CON-KEY.
006994         10  CON-CUSTOMER-ID     PIC X(05).
006995         10  CON-ITEM-NUMBER     PIC X(06).
006996     05  CON-UNIT-PRICE          PIC 9(05)V99.
006997     05  CON-START-DATE          PIC 9(08).
006998     05  CON-END-DATE            PIC 9(08).
006999     05  CON-CONTRACT-REF        PIC X(10).
007000     05  FILLER                  PIC X(36).
007001*----------------------------------------------------------------
007002*    CUSTADDR -- CUSTOMER BILL-TO AND SHIP-TO ADDRESSES.  ONLY
007003*    THE KEY IS NEEDED HERE, TO CHECK AN ORDER'S SHIP-TO CODE.
007004*----------------------------------------------------------------
007005 FD  CUSTADDR
007006     LABEL RECORDS ARE STANDARD.
007007 01  CAD-RECORD.
007008     05  CAD-KEY.
007009         10  CAD-CUST-ID         PIC X(05).
007010         10  CAD-ADDRESS-TYPE    PIC X(01).
007011         10  CAD-SHIP-TO-CODE    PIC X(03).
007012     05  FILLER                  PIC X(151).
007013*----------------------------------------------------------------
007014*    RETPARM -- RETENTION AND RETURN-WINDOW CARD, SHARED WITH
007015*    HISTORY-PURGE.  ONLY THE RETURN WINDOW IS USED HERE.
007016*----------------------------------------------------------------
007017 FD  RETPARM
007018     LABEL RECORDS ARE STANDARD.
007019 01  RET-RECORD.
007020     05  RET-INVHIST-DAYS-X      PIC X(04).
007021     05  RET-POSTED-DAYS-X       PIC X(04).
007022     05  RET-RETURN-DAYS-X       PIC X(04).
007023     05  RET-RETURN-DAYS REDEFINES
007024         RET-RETURN-DAYS-X       PIC 9(04).
007025     05  FILLER                  PIC X(68).
007026 WORKING-STORAGE SECTION.
007027*----------------------------------------------------------------
007028*    CURRENT-ORDER WORKING FIELDS
007029*
007030*    WS-TOTAL, WS-DISCOUNT, AND WS-DISCOUNTED-TOTAL ARE ORDER
007031*    LEVEL -- THE SUM ACROSS THE ORDER'S DETAIL LINES.
007032*    WS-QUANTITY AND WS-PRICE HOLD THE LINE BEING WORKED ON.
007033*----------------------------------------------------------------
007034 01  WS-CUSTOMER-ID              PIC X(05).
007035 01  WS-PRICING-CODE             PIC X(01).
007036     88  WS-PRICING-QTY-BREAK                VALUE 'Q'.
007040 01  WS-CREDIT-OVERRIDE-SW       PIC X(01).
007050     88  WS-CREDIT-OVERRIDE                  VALUE 'Y'.
007060 01  WS-ORDER-REF                PIC X(08).
007065 01  WS-SHIP-TO-CODE             PIC X(03).
007070 01  WS-QUANTITY                 PIC 9(5).
007080 01  WS-PRICE                    PIC 9(5)V99.
007090 01  WS-ORDER-UNITS              PIC 9(7).
007300         10  WS-LINE-DISCOUNTED  PIC 9(07)V99.
007310         10  WS-LINE-ITEM-NUMBER PIC X(06).
007320         10  WS-LINE-CLASS       PIC X(02).
007323         10  WS-LINE-CONTRACT-SW PIC X(01).
007326             88  WS-LINE-CONTRACT-PRICED     VALUE 'Y'.
007330         10  WS-LINE-IMAGE       PIC X(80).
007340 77  WS-LINE-COUNT               PIC 9(03)  VALUE ZERO COMP.
007350 77  WS-LINE-SUB                 PIC 9(03)  VALUE ZERO COMP.
007360 77  WS-MAX-LINES                PIC 9(03)  VALUE 50 COMP.
007361*----------------------------------------------------------------
007362*    STOCK ALLOCATION FIELDS
007363*
007364*    A LINE THE SHELF CANNOT COVER IS MOVED WHOLE FROM
007365*    WS-LINE-TABLE TO WS-BKO-TABLE, WHOSE ENTRY MATCHES
007366*    WS-LINE-ENTRY BYTE FOR BYTE.  THE LINES THAT STAY ARE
007367*    CLOSED UP AT THE FRONT OF WS-LINE-TABLE.
007368*----------------------------------------------------------------
007369 01  WS-BKO-TABLE.
007370     05  WS-BKO-ENTRY OCCURS 50 TIMES.
007371         10  WS-BKO-QUANTITY     PIC 9(05).
007372         10  WS-BKO-PRICE        PIC 9(05)V99.
007373         10  WS-BKO-TOTAL        PIC 9(07)V99.
007374         10  WS-BKO-DISCOUNTED   PIC 9(07)V99.
007375         10  WS-BKO-ITEM-NUMBER  PIC X(06).
007376         10  WS-BKO-CLASS        PIC X(02).
007377         10  WS-BKO-CONTRACT-SW  PIC X(01).
007378         10  WS-BKO-IMAGE        PIC X(80).
007379 77  WS-BKO-COUNT                PIC 9(03)  VALUE ZERO COMP.
007380 77  WS-BKO-SUB                  PIC 9(03)  VALUE ZERO COMP.
007381 77  WS-FILL-COUNT               PIC 9(03)  VALUE ZERO COMP.
007382 77  WS-ALLOC-SUB                PIC 9(03)  VALUE ZERO COMP.
007383 01  WS-STOCK-AVAILABLE          PIC S9(07) VALUE ZERO.
007384 01  WS-BKO-DETAIL-WORK.
007385     05  FILLER                  PIC X(11).
007386     05  WS-BKO-KEYED-PRICE      PIC X(07).
007387     05  FILLER                  PIC X(62).
007388*----------------------------------------------------------------
007389*    ORDER VALIDATION FIELDS
007390*----------------------------------------------------------------
007400 77  WS-VALID-SWITCH             PIC X(01) VALUE 'Y'.
007410     88  WS-LINE-VALID                       VALUE 'Y'.
007610 77  WS-PRICE-TOLERANCE-PCT      PIC 9(03) VALUE 10 COMP.
007620 01  WS-EDITED-PRICE             PIC 9(05)V99 VALUE ZERO.
007630 01  WS-PRICE-TOLERANCE          PIC 9(05)V99 VALUE ZERO.
007631*----------------------------------------------------------------
007632*    CONTRACT PRICE FIELDS
007633*
007634*    A CONTRACT IN FORCE FOR THE ORDER'S CUSTOMER AND THE LINE'S
007635*    ITEM SETS THE LINE PRICE OUTRIGHT.  CONTRACT LINES ARE
007636*    ALREADY NET, SO WS-CONTRACT-TOTAL IS TAKEN OUT OF WS-TOTAL
007637*    BEFORE A PERCENTAGE DISCOUNT IS APPLIED.  THE FILE IS
007638*    OPTIONAL -- WITHOUT ONE EVERY LINE PRICES AS BEFORE.
007639*----------------------------------------------------------------
007640 77  WS-CONTRACT-STATUS          PIC X(02) VALUE '00'.
007641 77  WS-CONTRACT-OPENED-SW       PIC X(01) VALUE 'N'.
007642     88  WS-CONTRACT-OPENED                  VALUE 'Y'.
007643 77  WS-CONTRACT-FOUND-SW        PIC X(01) VALUE 'N'.
007644     88  WS-CONTRACT-FOUND                   VALUE 'Y'.
007645 77  WS-CONTRACT-LINES           PIC 9(03)  VALUE ZERO COMP.
007646 01  WS-CONTRACT-TOTAL           PIC 9(07)V99 VALUE ZERO.
007647 01  WS-DISCOUNTABLE-TOTAL       PIC 9(07)V99 VALUE ZERO.
007648*----------------------------------------------------------------
007649*    SHIP-TO ADDRESS FIELDS.  WITHOUT A CUSTADDR FILE NO SHIP-TO
007650*    CAN BE ON FILE, SO AN ORDER NAMING ONE REJECTS.
007651*----------------------------------------------------------------
007652 77  WS-CUSTADDR-STATUS          PIC X(02) VALUE '00'.
007653 77  WS-CUSTADDR-OPENED-SW       PIC X(01) VALUE 'N'.
007654     88  WS-CUSTADDR-OPENED                  VALUE 'Y'.
007655*----------------------------------------------------------------
007656*    CREDIT CHECK FIELDS
007660*----------------------------------------------------------------
007670 77  WS-CUST-FOUND-SW            PIC X(01) VALUE 'N'.
007680     88  WS-CUST-FOUND                       VALUE 'Y'.
009980 77  WS-INVOICE-OUT-STATUS       PIC X(02) VALUE '00'.
009990 77  WS-SUSPENSE-OUT-STATUS      PIC X(02) VALUE '00'.
010000 77  WS-INVHIST-STATUS           PIC X(02) VALUE '00'.
010005 77  WS-OPENITEM-STATUS          PIC X(02) VALUE '00'.
010010 77  WS-BALCTL-STATUS            PIC X(02) VALUE '00'.
010020 77  WS-HOLDS-OUT-STATUS         PIC X(02) VALUE '00'.
010030 77  WS-POSTED-STATUS            PIC X(02) VALUE '00'.
010040 77  WS-DUPS-OUT-STATUS          PIC X(02) VALUE '00'.
010050 77  WS-RUNCTL-STATUS            PIC X(02) VALUE '00'.
010053 77  WS-TAXRATE-STATUS           PIC X(02) VALUE '00'.
010056 77  WS-TAXDTL-STATUS            PIC X(02) VALUE '00'.
010058 77  WS-BACKORD-STATUS           PIC X(02) VALUE '00'.
010060*----------------------------------------------------------------
010070*    DUPLICATE PROTECTION FIELDS
010080*----------------------------------------------------------------
010450*      0 = NOTHING OPENED YET          4 = + REJECT-OUT OPENED
010460*      1 = ORDERS-IN OPENED            5 = + INVOICE-OUT OPENED
010470*      2 = + CUSTMAST/ITEMMAST OPENED  6 = + SUSPENSE-OUT OPENED
010480*      3 = + AUDIT/TAXDTL/BACKORD      7 = + INVHIST/OPENITEM
010490*                                      8 = + HOLDS-OUT OPENED
010500*                                      9 = + POSTED/DUPS OPENED
010510*----------------------------------------------------------------
010590 77  WS-HOLDS-COUNT              PIC 9(7)    VALUE ZERO COMP.
010600 77  WS-HOLD-SEQ                 PIC 9(7)    VALUE ZERO COMP.
010610 77  WS-CREDITS-ISSUED           PIC 9(7)    VALUE ZERO COMP.
010613 77  WS-BACKORDER-LINES          PIC 9(7)    VALUE ZERO COMP.
010616 77  WS-BACKORDER-ORDERS         PIC 9(7)    VALUE ZERO COMP.
010620 77  WS-SUSPENSE-COUNT           PIC 9(7)    VALUE ZERO COMP.
010630 77  WS-SUSPENSE-SEQ             PIC 9(7)    VALUE ZERO COMP.
010640 77  WS-CONTROL-TOTAL-AMOUNT     PIC S9(9)V99 VALUE ZERO.
010650 77  WS-CONTROL-TOTAL-DISCOUNT   PIC S9(9)V99 VALUE ZERO.
010655 77  WS-CONTROL-TOTAL-TAX        PIC S9(9)V99 VALUE ZERO.
010660 77  WS-INVOICE-NUMBER           PIC 9(7)    VALUE ZERO COMP.
010670*----------------------------------------------------------------
010680*    RETURN/CREDIT MEMO WORK FIELDS
010690*----------------------------------------------------------------
010700 77  WS-QTY-RETURNABLE           PIC 9(7)    VALUE ZERO.
010701 77  WS-RETPARM-STATUS           PIC X(02)   VALUE '00'.
010702 77  WS-DEFAULT-RETURN-DAYS      PIC 9(04)   VALUE 365.
010703 77  WS-RETURN-WINDOW-DAYS       PIC 9(04)   VALUE 365.
010704 77  WS-SALE-AGE-DAYS            PIC S9(7)   VALUE ZERO.
010705*----------------------------------------------------------------
010706*    OPEN-ITEM WORK FIELDS
010707*----------------------------------------------------------------
010708 77  WS-OPI-ITEM-TYPE            PIC X(01)   VALUE SPACE.
010709 77  WS-OPI-ORIG-INVOICE         PIC 9(07)   VALUE ZERO.
010710*----------------------------------------------------------------
010711*    PAYMENT TERMS TABLE
010712*
010713*    ONE ROW PER TERMS CODE CARRIED IN CUST-TERMS-CODE: THE
010714*    EARLY-PAY DISCOUNT RATE, THE DAYS IT IS GOOD FOR, AND THE
010715*    NET DAYS TO THE DUE DATE, ALL FROM THE INVOICE DATE.  A
010716*    BLANK OR UNKNOWN CODE TAKES WS-DEFAULT-TERMS, WHICH MUST
010717*    STAY THE FIRST ROW.  A NEW CODE HAS TO BE ADDED HERE AND
010718*    IN CUSTMAST-MAINT'S EDIT TABLE.
010719*----------------------------------------------------------------
010720 01  TERMS-TABLE-VALUES.
010721     05  FILLER                  PIC X(12) VALUE 'N30000000030'.
010722     05  FILLER                  PIC X(12) VALUE 'N10000000010'.
010723     05  FILLER                  PIC X(12) VALUE 'N15000000015'.
010724     05  FILLER                  PIC X(12) VALUE 'N45000000045'.
010725     05  FILLER                  PIC X(12) VALUE 'N60000000060'.
010726     05  FILLER                  PIC X(12) VALUE '210020010030'.
010727     05  FILLER                  PIC X(12) VALUE '110010010030'.
010728     05  FILLER                  PIC X(12) VALUE 'COD000000000'.
010729 01  TERMS-TABLE REDEFINES TERMS-TABLE-VALUES.
010730     05  TERMS-ENTRY OCCURS 8 TIMES
010731             INDEXED BY TERMS-IDX.
010732         10  TERMS-CODE          PIC X(03).
010733         10  TERMS-DISC-PCT      PIC V999.
010734         10  TERMS-DISC-DAYS     PIC 9(03).
010735         10  TERMS-NET-DAYS      PIC 9(03).
010736 77  WS-DEFAULT-TERMS            PIC X(03)   VALUE 'N30'.
010737 01  WS-TERMS-CODE               PIC X(03)   VALUE SPACES.
010738 01  WS-DUE-DATE                 PIC 9(08)   VALUE ZERO.
010739 01  WS-DISC-DATE                PIC 9(08)   VALUE ZERO.
010740 01  WS-DISC-PCT                 PIC V999    VALUE ZERO.
010741 77  WS-INVOICE-DATE-INT         PIC S9(07)  VALUE ZERO COMP.
010742*----------------------------------------------------------------
010743*    SALES TAX RATE TABLE
010744*
010745*    ONE ROW PER JURISDICTION: THE RATE IN FORCE ON THE RUN
010746*    DATE, FILLED BY 1600-LOAD-TAX-RATES FROM TAXRATE.  THE
010747*    FILE ARRIVES IN JURISDICTION/EFFECTIVE-DATE ORDER, SO A
010748*    LATER RECORD FOR THE SAME JURISDICTION SIMPLY REPLACES THE
010749*    ROW ALREADY FILED.
010750*----------------------------------------------------------------
010751 01  TAX-RATE-TABLE.
010752     05  TAX-RATE-ENTRY OCCURS 200 TIMES.
010753         10  TAX-RATE-JURISDICTION
010754                                 PIC X(05).
010755         10  TAX-RATE-RATE       PIC V9(05).
010756 77  TAX-RATE-COUNT              PIC 9(03)  VALUE ZERO COMP.
010757 77  TAX-RATE-SUB                PIC 9(03)  VALUE ZERO COMP.
010758 77  TAX-RATE-FOUND-SUB          PIC 9(03)  VALUE ZERO COMP.
010759 77  WS-MAX-TAX-RATES            PIC 9(03)  VALUE 200 COMP.
010760 77  WS-TAXRATE-EOF-SW           PIC X(01) VALUE 'N'.
010761     88  WS-TAXRATE-EOF                      VALUE 'Y'.
010762*----------------------------------------------------------------
010763*    SALES TAX WORK FIELDS
010764*
010765*    SET BY 2270-DETERMINE-TAX FOR A SALE, OR FROM THE ORIGINAL
010766*    INVOICE'S HISTORY FOR A CREDIT MEMO.  WS-AMOUNT-DUE IS THE
010767*    DISCOUNTED TOTAL PLUS TAX -- WHAT THE CUSTOMER OWES, AND
010768*    WHAT THE OPEN ITEM AND CUSTOMER BALANCE CARRY.
010769*----------------------------------------------------------------
010770 77  WS-TAX-OK-SW                PIC X(01) VALUE 'Y'.
010771     88  WS-TAX-OK                           VALUE 'Y'.
010772     88  WS-TAX-FAILED                       VALUE 'N'.
010773 01  WS-TAX-JURISDICTION         PIC X(05)   VALUE SPACES.
010774 01  WS-TAX-EXEMPT-SW            PIC X(01)   VALUE 'N'.
010775 01  WS-TAX-RATE                 PIC V9(05)  VALUE ZERO.
010776 01  WS-TAX-AMOUNT               PIC 9(07)V99 VALUE ZERO.
010777 01  WS-AMOUNT-DUE               PIC 9(07)V99 VALUE ZERO.
010778 01  WS-TAX-FAIL-TEXT            PIC X(30)   VALUE SPACES.
010779*----------------------------------------------------------------
010780*    CHECKPOINT/RESTART FIELDS
010781*
010782*    CKPT-RECORD IS REWRITTEN TO CHECKPOINT-FILE ONCE AT LEAST
010783*    WS-CHECKPOINT-INTERVAL RECORDS HAVE BEEN READ SINCE THE
010784*    LAST CHECKPOINT, CARRYING THE RECORD COUNT, INVOICE NUMBER,
010785*    AND CONTROL TOTALS POSTED SO FAR, SO AN ABENDED RUN CAN
010786*    RESTART PAST THE ORDERS ALREADY POSTED INSTEAD OF FROM
010790*    RECORD ONE AND WITHOUT RESTATING TOTALS.  A CHECKPOINT IS
010800*    ONLY TAKEN AT AN ORDER GROUP BOUNDARY, SO A RESTART ALWAYS
010810*    RESUMES ON A HEADER RECORD.
011450         GO TO 1000-EXIT
011460     END-IF.
011470     PERFORM 1400-LOAD-SCHEDULES THRU 1400-EXIT.
011472     IF WS-EOF-YES
011474         GO TO 1000-EXIT
011476     END-IF.
011478     PERFORM 1700-OPEN-CONTRACTS THRU 1700-EXIT.
011479     IF WS-EOF-YES
011480         GO TO 1000-EXIT
011481     END-IF.
011482     PERFORM 1750-OPEN-ADDRESSES THRU 1750-EXIT.
011483     IF WS-EOF-YES
011484         GO TO 1000-EXIT
011485     END-IF.
011486     PERFORM 1760-READ-RETURN-PARM THRU 1760-EXIT.
011487     IF WS-EOF-YES
011490         GO TO 1000-EXIT
011500     END-IF.
011510     IF WS-SIM-MODE
011520         PERFORM 1500-OPEN-SIM-FILES THRU 1500-EXIT
011530         GO TO 1000-EXIT
011540     END-IF.
011542     PERFORM 1600-LOAD-TAX-RATES THRU 1600-EXIT.
011544     IF WS-EOF-YES
011546         GO TO 1000-EXIT
011548     END-IF.
011550     OPEN INPUT ORDERS-IN.
011560     IF WS-ORDERS-IN-STATUS NOT = '00'
011570         MOVE 'CD-0011' TO WS-LOG-MESSAGE-ID
011770         MOVE 'Y' TO WS-EOF-SWITCH
011780         GO TO 1000-EXIT
011790     END-IF.
011800     OPEN I-O ITEMMAST.
011810     IF WS-ITEMMAST-STATUS NOT = '00'
011820         MOVE 'CD-0027' TO WS-LOG-MESSAGE-ID
011830         MOVE 'E' TO WS-LOG-SEVERITY
012000         MOVE SPACES TO WS-LOG-TEXT
012010         STRING 'OPEN FAILED AUDIT-OUT STATUS '
012020             WS-AUDIT-OUT-STATUS DELIMITED BY SIZE
012021             INTO WS-LOG-TEXT
012022         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
012023         MOVE 'Y' TO WS-EOF-SWITCH
012024         GO TO 1000-EXIT
012025     END-IF.
012026     OPEN EXTEND TAX-DETAIL.
012027     IF WS-TAXDTL-STATUS = '05' OR '35'
012028         OPEN OUTPUT TAX-DETAIL
012029     END-IF.
012030     IF WS-TAXDTL-STATUS NOT = '00'
012031         CLOSE AUDIT-OUT
012032         MOVE 'CD-0034' TO WS-LOG-MESSAGE-ID
012033         MOVE 'E' TO WS-LOG-SEVERITY
012034         MOVE SPACES TO WS-LOG-TEXT
012035         STRING 'OPEN FAILED TAXDTL STATUS '
012036             WS-TAXDTL-STATUS DELIMITED BY SIZE
012037             INTO WS-LOG-TEXT
012038         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
012039         MOVE 'Y' TO WS-EOF-SWITCH
012040         GO TO 1000-EXIT
012041     END-IF.
012042     OPEN I-O BACKORD.
012043     IF WS-BACKORD-STATUS = '05' OR '35'
012044         OPEN OUTPUT BACKORD
012045     END-IF.
012046     IF WS-BACKORD-STATUS NOT = '00'
012047         CLOSE AUDIT-OUT
012048         CLOSE TAX-DETAIL
012049         MOVE 'CD-0035' TO WS-LOG-MESSAGE-ID
012050         MOVE 'E' TO WS-LOG-SEVERITY
012051         MOVE SPACES TO WS-LOG-TEXT
012052         STRING 'OPEN FAILED BACKORD STATUS '
012053             WS-BACKORD-STATUS DELIMITED BY SIZE
012054             INTO WS-LOG-TEXT
012055         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
012056         MOVE 'Y' TO WS-EOF-SWITCH
012060         GO TO 1000-EXIT
012070     END-IF.
012080     MOVE 3 TO WS-INIT-STAGE.
012760         MOVE SPACES TO WS-LOG-TEXT
012770         STRING 'OPEN FAILED INVHIST STATUS '
012780             WS-INVHIST-STATUS DELIMITED BY SIZE
012781             INTO WS-LOG-TEXT
012782         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
012783         MOVE 'Y' TO WS-EOF-SWITCH
012784         GO TO 1000-EXIT
012785     END-IF.
012786     OPEN I-O OPEN-ITEMS.
012787     IF WS-OPENITEM-STATUS = '05' OR '35'
012788         OPEN OUTPUT OPEN-ITEMS
012789     END-IF.
012790     IF WS-OPENITEM-STATUS NOT = '00'
012791         MOVE 'CD-0031' TO WS-LOG-MESSAGE-ID
012792         MOVE 'E' TO WS-LOG-SEVERITY
012793         MOVE SPACES TO WS-LOG-TEXT
012794         STRING 'OPEN FAILED OPENITEM STATUS '
012795             WS-OPENITEM-STATUS DELIMITED BY SIZE
012796             INTO WS-LOG-TEXT
012800         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
012810         MOVE 'Y' TO WS-EOF-SWITCH
012820         GO TO 1000-EXIT
013940                     TO WS-CONTROL-TOTAL-AMOUNT
013950                 MOVE CKPT-CONTROL-TOTAL-DISCOUNT
013960                     TO WS-CONTROL-TOTAL-DISCOUNT
013962                 IF CKPT-CONTROL-TOTAL-TAX IS NUMERIC
013964                     MOVE CKPT-CONTROL-TOTAL-TAX
013966                         TO WS-CONTROL-TOTAL-TAX
013968                 END-IF
013970         END-READ
013980         CLOSE CHECKPOINT-FILE
013990     END-IF.
018000 1500-EXIT.
018010     EXIT.
018020*****************************************************************
018021*    1600-LOAD-TAX-RATES
018022*
018023*    READS TAXRATE IN KEY ORDER (JURISDICTION, EFFECTIVE DATE)
018024*    AND FILES THE RATE IN FORCE ON THE RUN DATE FOR EACH
018025*    JURISDICTION, THE SAME WAY 1400-LOAD-SCHEDULES PICKS THE
018026*    DISCOUNT SHEET.  A MISSING FILE REFUSES THE RUN.  A
018027*    JURISDICTION WITH NO RATE IN FORCE YET IS SIMPLY NOT IN
018028*    THE TABLE -- ITS ORDERS REJECT IN 2270-DETERMINE-TAX.
018029*    A SIMULATION NEVER GETS HERE; IT PRICES DISCOUNT ONLY.
018030*****************************************************************
018031 1600-LOAD-TAX-RATES.
018032     OPEN INPUT TAXRATE.
018033     IF WS-TAXRATE-STATUS NOT = '00'
018034         MOVE 'CD-0032' TO WS-LOG-MESSAGE-ID
018035         MOVE 'E' TO WS-LOG-SEVERITY
018036         MOVE SPACES TO WS-LOG-TEXT
018037         STRING 'OPEN FAILED TAXRATE STATUS '
018038             WS-TAXRATE-STATUS DELIMITED BY SIZE
018039             INTO WS-LOG-TEXT
018040         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018041         MOVE 'Y' TO WS-EOF-SWITCH
018042         GO TO 1600-EXIT
018043     END-IF.
018044     PERFORM 1650-APPLY-TAX-RATE THRU 1650-EXIT
018045         UNTIL WS-TAXRATE-EOF.
018046     CLOSE TAXRATE.
018047     MOVE 'CD-0007' TO WS-LOG-MESSAGE-ID.
018048     MOVE 'I' TO WS-LOG-SEVERITY.
018049     MOVE TAX-RATE-COUNT TO WS-LOG-NUMBER.
018050     MOVE SPACES TO WS-LOG-TEXT.
018051     STRING 'TAX RATES LOADED ' WS-LOG-NUMBER
018052         ' JURISDICTIONS' DELIMITED BY SIZE INTO WS-LOG-TEXT.
018053     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
018054 1600-EXIT.
018055     EXIT.
018056*****************************************************************
018057*    1650-APPLY-TAX-RATE
018058*
018059*    RECORDS FOR ONE JURISDICTION ARRIVE TOGETHER AND IN
018060*    ASCENDING EFFECTIVE-DATE ORDER, SO A QUALIFYING RECORD
018061*    FOR THE JURISDICTION IN THE LAST ROW REPLACES THAT ROW'S
018062*    RATE AND ANY OTHER STARTS A NEW ROW.
018063*****************************************************************
018064 1650-APPLY-TAX-RATE.
018065     READ TAXRATE
018066         AT END
018067             MOVE 'Y' TO WS-TAXRATE-EOF-SW
018068             GO TO 1650-EXIT
018069     END-READ.
018070     IF TXR-EFFECTIVE-DATE > WS-CURRENT-DATE
018071         GO TO 1650-EXIT
018072     END-IF.
018073     IF TAX-RATE-COUNT > ZERO
018074         IF TAX-RATE-JURISDICTION (TAX-RATE-COUNT)
018075                 = TXR-JURISDICTION
018076             MOVE TXR-RATE TO TAX-RATE-RATE (TAX-RATE-COUNT)
018077             GO TO 1650-EXIT
018078         END-IF
018079     END-IF.
018080     IF TAX-RATE-COUNT NOT < WS-MAX-TAX-RATES
018081         MOVE 'CD-0033' TO WS-LOG-MESSAGE-ID
018082         MOVE 'W' TO WS-LOG-SEVERITY
018083         MOVE SPACES TO WS-LOG-TEXT
018084         STRING 'TAX RATE TABLE FULL, JURISDICTION '
018085             TXR-JURISDICTION ' SKIPPED'
018086             DELIMITED BY SIZE INTO WS-LOG-TEXT
018087         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018088         GO TO 1650-EXIT
018089     END-IF.
018090     ADD 1 TO TAX-RATE-COUNT.
018091     MOVE TXR-JURISDICTION
018092         TO TAX-RATE-JURISDICTION (TAX-RATE-COUNT).
018093     MOVE TXR-RATE TO TAX-RATE-RATE (TAX-RATE-COUNT).
018094 1650-EXIT.
018095     EXIT.
018096*****************************************************************
018097*    1700-OPEN-CONTRACTS
018098*
018099*    OPENS THE CONTRACT PRICE FILE FOR RANDOM LOOKUP BY
018100*    2130-LOOKUP-CONTRACT.  A SHOP WITH NO CONTRACT FILE YET
018101*    SIMPLY PRICES WITHOUT CONTRACTS; ANY OTHER OPEN FAILURE
018102*    REFUSES THE RUN RATHER THAN BILL CONTRACT CUSTOMERS AT
018103*    LIST.  A SIMULATION USES CONTRACTS TOO, SO THE CURRENT
018104*    AND PROPOSED FIGURES BOTH REFLECT THEM.
018105*****************************************************************
018106 1700-OPEN-CONTRACTS.
018107     OPEN INPUT CONTRACT.
018108     IF WS-CONTRACT-STATUS = '05' OR '35'
018109         MOVE 'CD-0008' TO WS-LOG-MESSAGE-ID
018110         MOVE 'I' TO WS-LOG-SEVERITY
018111         MOVE 'NO CONTRACT FILE - NO CONTRACT PRICING'
018112             TO WS-LOG-TEXT
018113         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018114         GO TO 1700-EXIT
018115     END-IF.
018116     IF WS-CONTRACT-STATUS NOT = '00'
018117         MOVE 'CD-0036' TO WS-LOG-MESSAGE-ID
018118         MOVE 'E' TO WS-LOG-SEVERITY
018119         MOVE SPACES TO WS-LOG-TEXT
018120         STRING 'OPEN FAILED CONTRACT STATUS '
018121             WS-CONTRACT-STATUS DELIMITED BY SIZE
018122             INTO WS-LOG-TEXT
018123         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018124         MOVE 'Y' TO WS-EOF-SWITCH
018125         GO TO 1700-EXIT
018126     END-IF.
018127     MOVE 'Y' TO WS-CONTRACT-OPENED-SW.
018128 1700-EXIT.
018129     EXIT.
018130*****************************************************************
018131*    1750-OPEN-ADDRESSES
018132*
018133*    OPENS THE CUSTOMER ADDRESS FILE FOR 2060-CHECK-SHIP-TO.  A
018134*    SHOP WITH NO ADDRESS FILE YET RUNS AS BEFORE, EXCEPT THAT AN
018135*    ORDER NAMING A SHIP-TO HAS NOTHING TO MATCH AND REJECTS.
018136*****************************************************************
018137 1750-OPEN-ADDRESSES.
018138     OPEN INPUT CUSTADDR.
018139     IF WS-CUSTADDR-STATUS = '05' OR '35'
018140         MOVE 'CD-0037' TO WS-LOG-MESSAGE-ID
018141         MOVE 'I' TO WS-LOG-SEVERITY
018142         MOVE 'NO CUSTADDR FILE - NO SHIP-TO CODES'
018143             TO WS-LOG-TEXT
018144         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018145         GO TO 1750-EXIT
018146     END-IF.
018147     IF WS-CUSTADDR-STATUS NOT = '00'
018148         MOVE 'CD-0038' TO WS-LOG-MESSAGE-ID
018149         MOVE 'E' TO WS-LOG-SEVERITY
018150         MOVE SPACES TO WS-LOG-TEXT
018151         STRING 'OPEN FAILED CUSTADDR STATUS '
018152             WS-CUSTADDR-STATUS DELIMITED BY SIZE
018153             INTO WS-LOG-TEXT
018154         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018155         MOVE 'Y' TO WS-EOF-SWITCH
018156         GO TO 1750-EXIT
018157     END-IF.
018158     MOVE 'Y' TO WS-CUSTADDR-OPENED-SW.
018159 1750-EXIT.
018160     EXIT.
018161*****************************************************************
018162*    1760-READ-RETURN-PARM
018163*
018164*    PICKS UP THE RETURN WINDOW, IN DAYS, FROM COLUMNS 9-12 OF
018165*    THE RETPARM CARD.  NO CARD, OR A BLANK OR ZERO WINDOW ON
018166*    IT, MEANS THE STANDARD WINDOW.  A CARD THAT CAN'T BE OPENED
018167*    STOPS THE RUN RATHER THAN CREDIT RETURNS UNCHECKED.
018168*****************************************************************
018169 1760-READ-RETURN-PARM.
018170     MOVE WS-DEFAULT-RETURN-DAYS TO WS-RETURN-WINDOW-DAYS.
018171     OPEN INPUT RETPARM.
018172     IF WS-RETPARM-STATUS = '05' OR '35'
018173         MOVE 'CD-0039' TO WS-LOG-MESSAGE-ID
018174         MOVE 'I' TO WS-LOG-SEVERITY
018175         MOVE SPACES TO WS-LOG-TEXT
018176         STRING 'NO RETPARM - RETURN WINDOW '
018177             WS-RETURN-WINDOW-DAYS ' DAYS' DELIMITED BY SIZE
018178             INTO WS-LOG-TEXT
018179         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018180         GO TO 1760-EXIT
018181     END-IF.
018182     IF WS-RETPARM-STATUS NOT = '00'
018183         MOVE 'CD-0040' TO WS-LOG-MESSAGE-ID
018184         MOVE 'E' TO WS-LOG-SEVERITY
018185         MOVE SPACES TO WS-LOG-TEXT
018186         STRING 'OPEN FAILED RETPARM STATUS '
018187             WS-RETPARM-STATUS DELIMITED BY SIZE
018188             INTO WS-LOG-TEXT
018189         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018190         MOVE 'Y' TO WS-EOF-SWITCH
018191         GO TO 1760-EXIT
018192     END-IF.
018193     READ RETPARM
018194         AT END
018195             MOVE SPACES TO RET-RECORD
018196     END-READ.
018197     CLOSE RETPARM.
018198     IF RET-RETURN-DAYS-X IS NUMERIC
018199             AND RET-RETURN-DAYS > ZERO
018200         MOVE RET-RETURN-DAYS TO WS-RETURN-WINDOW-DAYS
018201     ELSE
018202         MOVE 'CD-0041' TO WS-LOG-MESSAGE-ID
018203         MOVE 'W' TO WS-LOG-SEVERITY
018204         MOVE SPACES TO WS-LOG-TEXT
018205         STRING 'RETPARM WINDOW BLANK OR ZERO - USING '
018206             WS-RETURN-WINDOW-DAYS ' DAYS' DELIMITED BY SIZE
018207             INTO WS-LOG-TEXT
018208         PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
018209         GO TO 1760-EXIT
018210     END-IF.
018211     MOVE 'CD-0042' TO WS-LOG-MESSAGE-ID.
018212     MOVE 'I' TO WS-LOG-SEVERITY.
018213     MOVE SPACES TO WS-LOG-TEXT.
018214     STRING 'RETURN WINDOW ' WS-RETURN-WINDOW-DAYS ' DAYS'
018215         DELIMITED BY SIZE INTO WS-LOG-TEXT.
018216     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
018217 1760-EXIT.
018218     EXIT.
018219*****************************************************************
018220*    2000-PROCESS-ORDER
018221*
018222*    THE CURRENT RECORD SHOULD BE AN ORDER HEADER.  A DETAIL
018223*    WITH NO HEADER IN FRONT OF IT, OR A RECORD TYPE THE SHOP
018224*    DOESN'T KNOW, IS REJECTED ON ITS OWN AND THE DRIVER MOVES
018225*    TO THE NEXT RECORD.
018226*****************************************************************
018227 2000-PROCESS-ORDER.
018228     IF ORD-TYPE-HEADER
018229         PERFORM 2050-PROCESS-ORDER-GROUP THRU 2050-EXIT
018230     ELSE
018231     IF ORD-TYPE-RETURN
018232*        A CREDIT MEMO REPRICES OFF THE ORIGINAL SALE'S
018233*        HISTORY, NOT THE SCHEDULE, SO A SIMULATION HAS
018234*        NOTHING TO COMPARE -- RETURNS ARE COUNTED AND
018235*        SKIPPED.
018236         IF WS-SIM-MODE
018237             ADD 1 TO WS-SIM-RETURNS-SKIPPED
018238         ELSE
018239             PERFORM 2700-PROCESS-RETURN THRU 2700-EXIT
018240         END-IF
018241         PERFORM 2900-READ-ORDER THRU 2900-EXIT
018250     ELSE
018260         IF ORD-TYPE-DETAIL
018270             MOVE '04' TO WS-REJECT-CODE
018540     MOVE ORD-PRICING-CODE TO WS-PRICING-CODE.
018550     MOVE ORD-CREDIT-OVERRIDE-SW TO WS-CREDIT-OVERRIDE-SW.
018560     MOVE ORD-ORDER-REF TO WS-ORDER-REF.
018565     MOVE ORD-SHIP-TO-CODE TO WS-SHIP-TO-CODE.
018570     MOVE ORD-HEADER-RECORD TO WS-HEADER-IMAGE.
018580     MOVE ZERO TO WS-LINE-COUNT.
018585     MOVE ZERO TO WS-BKO-COUNT.
018590     MOVE ZERO TO WS-ORDER-UNITS.
018600     MOVE ZERO TO WS-TOTAL.
018603     MOVE ZERO TO WS-CONTRACT-TOTAL.
018606     MOVE ZERO TO WS-CONTRACT-LINES.
018610     MOVE 'Y' TO WS-GROUP-SWITCH.
018620     MOVE SPACES TO WS-GROUP-REJECT-CODE.
018630     MOVE SPACES TO WS-GROUP-REJECT-TEXT.
018770         MOVE 'ORDER REFERENCE MISSING'
018780             TO WS-GROUP-REJECT-TEXT
018790         MOVE 'N' TO WS-GROUP-SWITCH
018792     END-IF.
018794     IF WS-SHIP-TO-CODE NOT = SPACES
018796             AND WS-GROUP-VALID
018798         PERFORM 2060-CHECK-SHIP-TO THRU 2060-EXIT
018800     END-IF.
018810     IF WS-GROUP-INVALID
018820         PERFORM 2650-REJECT-ORDER-GROUP THRU 2650-EXIT
018930             GO TO 2050-EXIT
018940         END-IF
018950     END-IF.
018951*    STOCK IS CHECKED BEFORE PRICING SO THE ORDER IS PRICED,
018952*    TAXED, AND CREDIT-CHECKED ON WHAT ACTUALLY SHIPS.  A
018953*    SIMULATION PRICES THE ORDER AS KEYED.
018954     IF NOT WS-SIM-MODE
018955         PERFORM 2500-ALLOCATE-STOCK THRU 2500-EXIT
018956         IF WS-LINE-COUNT = ZERO
018957             PERFORM 2560-BACKORDER-ORDER-GROUP THRU 2560-EXIT
018958             GO TO 2050-EXIT
018959         END-IF
018960     END-IF.
018961     PERFORM 2210-LOOKUP-CUSTOMER THRU 2210-EXIT.
018970     IF WS-PRICING-QTY-BREAK
018980         PERFORM 2250-PRICE-QTYBREAK-ORDER THRU 2250-EXIT
018990     ELSE
019070         ADD 1 TO WS-ORDERS-PROCESSED
019080         GO TO 2050-EXIT
019090     END-IF.
019095     PERFORM 2270-DETERMINE-TAX THRU 2270-EXIT.
019123     IF WS-TAX-FAILED
019124         MOVE '12' TO WS-GROUP-REJECT-CODE
019125         MOVE WS-TAX-FAIL-TEXT TO WS-GROUP-REJECT-TEXT
019126         MOVE 'N' TO WS-GROUP-SWITCH
019127         PERFORM 2650-REJECT-ORDER-GROUP THRU 2650-EXIT
019128         ADD 1 TO WS-REJECT-COUNT
019129         GO TO 2050-EXIT
019130     END-IF.
019131     PERFORM 2800-CREDIT-CHECK THRU 2800-EXIT.
019132     IF WS-ORDER-HELD
019133         PERFORM 2850-HOLD-ORDER-GROUP THRU 2850-EXIT
019134         GO TO 2050-EXIT
019140     END-IF.
019150     PERFORM 2400-WRITE-INVOICE-RECORD THRU 2400-EXIT.
019155     PERFORM 2520-COMMIT-STOCK THRU 2520-EXIT.
019160     PERFORM 2300-WRITE-AUDIT-RECORD THRU 2300-EXIT.
019170     PERFORM 2860-POST-SALE-TO-BALANCE THRU 2860-EXIT.
019180     PERFORM 2880-WRITE-POSTED-ORDER THRU 2880-EXIT.
019190     ADD 1 TO WS-ORDERS-PROCESSED.
019200     ADD WS-TOTAL TO WS-CONTROL-TOTAL-AMOUNT.
019210     ADD WS-DISCOUNT TO WS-CONTROL-TOTAL-DISCOUNT.
019215     ADD WS-TAX-AMOUNT TO WS-CONTROL-TOTAL-TAX.
019220     DISPLAY 'CUST ' WS-CUSTOMER-ID
019230         ' TOTAL $' WS-TOTAL
019240         ' DISCOUNT $' WS-DISCOUNT
019246         ' DISCOUNTED TOTAL $' WS-DISCOUNTED-TOTAL
019252         ' TAX $' WS-TAX-AMOUNT.
019260 2050-EXIT.
019261     EXIT.
019262*****************************************************************
019263*    2060-CHECK-SHIP-TO
019264*
019265*    THE SHIP-TO NAMED ON THE HEADER MUST BE ONE OF THIS
019266*    CUSTOMER'S SHIP-TO ADDRESSES ON CUSTADDR, OR THE INVOICE
019267*    WOULD GO OUT WITH NOWHERE TO SEND THE GOODS.
019268*****************************************************************
019269 2060-CHECK-SHIP-TO.
019270     IF WS-CUSTADDR-OPENED
019271         MOVE WS-CUSTOMER-ID  TO CAD-CUST-ID
019272         MOVE 'S'             TO CAD-ADDRESS-TYPE
019273         MOVE WS-SHIP-TO-CODE TO CAD-SHIP-TO-CODE
019274         READ CUSTADDR
019275             INVALID KEY
019276                 CONTINUE
019277             NOT INVALID KEY
019278                 GO TO 2060-EXIT
019279         END-READ
019280     END-IF.
019281     MOVE '13' TO WS-GROUP-REJECT-CODE.
019282     MOVE 'SHIP-TO NOT ON CUSTADDR' TO WS-GROUP-REJECT-TEXT.
019283     MOVE 'N' TO WS-GROUP-SWITCH.
019284 2060-EXIT.
019285     EXIT.
019286*****************************************************************
019290*    2080-CHECK-ALREADY-POSTED
019300*
019310*    ASKS THE POSTED FILE WHETHER THIS ORDER REFERENCE HAS
019790     END-READ.
019800     ADD IVH-TOTAL    TO WS-CONTROL-TOTAL-AMOUNT.
019810     ADD IVH-DISCOUNT TO WS-CONTROL-TOTAL-DISCOUNT.
019812     IF IVH-TAX-AMOUNT IS NUMERIC
019814         ADD IVH-TAX-AMOUNT TO WS-CONTROL-TOTAL-TAX
019816     END-IF.
019820     MOVE PST-INVOICE-NUMBER TO WS-INVOICE-NUMBER.
019830     ADD 1 TO WS-ORDERS-PROCESSED.
019840     MOVE 'CD-0005' TO WS-LOG-MESSAGE-ID.
020310         = IVH-TOTAL * ORD-RET-QUANTITY / IVH-QUANTITY.
020320     COMPUTE WS-DISCOUNT ROUNDED
020330         = IVH-DISCOUNT * ORD-RET-QUANTITY / IVH-QUANTITY.
020332     COMPUTE WS-DISCOUNTED-TOTAL
020334         = WS-TOTAL - WS-DISCOUNT.
020336     PERFORM 2275-CREDIT-TAX THRU 2275-EXIT.
020340     SUBTRACT WS-TOTAL FROM WS-CONTROL-TOTAL-AMOUNT.
020350     SUBTRACT WS-DISCOUNT FROM WS-CONTROL-TOTAL-DISCOUNT.
020355     SUBTRACT WS-TAX-AMOUNT FROM WS-CONTROL-TOTAL-TAX.
020360     MOVE PST-INVOICE-NUMBER TO WS-INVOICE-NUMBER.
020370     ADD 1 TO WS-CREDITS-ISSUED.
020380     MOVE 'CD-0005' TO WS-LOG-MESSAGE-ID.
021000     MOVE SPACES TO WS-REJECT-CODE.
021010     MOVE SPACES TO WS-REJECT-TEXT.
021020     MOVE ZERO TO WS-EDITED-PRICE.
021025     MOVE 'N' TO WS-CONTRACT-FOUND-SW.
021030     PERFORM 2120-LOOKUP-ITEM THRU 2120-EXIT.
021040     IF NOT WS-ITEM-FOUND
021050         MOVE '10' TO WS-REJECT-CODE
021190             MOVE 'INVALID OR ZERO QUANTITY' TO WS-REJECT-TEXT
021200         END-IF
021210         MOVE 'N' TO WS-VALID-SWITCH
021211         GO TO 2100-EXIT
021212     END-IF.
021213*    A CONTRACT IN FORCE SETS THE PRICE WHATEVER WAS KEYED,
021214*    SO LONG AS WHAT WAS KEYED IS A PRICE AT ALL.
021215     PERFORM 2130-LOOKUP-CONTRACT THRU 2130-EXIT.
021216     IF WS-CONTRACT-FOUND
021217         IF ORD-PRICE-X NOT = SPACES
021218                 AND ORD-PRICE-X IS NOT NUMERIC
021219             MOVE '02' TO WS-REJECT-CODE
021220             MOVE 'INVALID OR ZERO PRICE' TO WS-REJECT-TEXT
021221             MOVE 'N' TO WS-VALID-SWITCH
021222             GO TO 2100-EXIT
021223         END-IF
021224         MOVE CON-UNIT-PRICE TO WS-EDITED-PRICE
021225         GO TO 2100-EXIT
021230     END-IF.
021240*    A BLANK PRICE MEANS THE DESK WANTS LIST.
021250     IF ORD-PRICE-X = SPACES
021650     END-READ.
021660     MOVE 'Y' TO WS-ITEM-FOUND-SW.
021670 2120-EXIT.
021671     EXIT.
021672*****************************************************************
021673*    2130-LOOKUP-CONTRACT
021674*
021675*    A CONTRACT COUNTS ONLY FROM ITS START DATE THROUGH ITS END
021676*    DATE INCLUSIVE.  ONE STAGED AHEAD OF ITS START, OR ONE
021677*    PAST ITS END AND NOT YET RENEWED, LEAVES THE LINE ON LIST.
021678*****************************************************************
021679 2130-LOOKUP-CONTRACT.
021680     MOVE 'N' TO WS-CONTRACT-FOUND-SW.
021681     IF NOT WS-CONTRACT-OPENED
021682         GO TO 2130-EXIT
021683     END-IF.
021684     MOVE WS-CUSTOMER-ID TO CON-CUSTOMER-ID.
021685     MOVE ORD-ITEM-NUMBER TO CON-ITEM-NUMBER.
021686     READ CONTRACT
021687         INVALID KEY
021688             GO TO 2130-EXIT
021689     END-READ.
021690     IF CON-START-DATE > WS-CURRENT-DATE
021691             OR CON-END-DATE < WS-CURRENT-DATE
021692         GO TO 2130-EXIT
021693     END-IF.
021694     MOVE 'Y' TO WS-CONTRACT-FOUND-SW.
021695 2130-EXIT.
021696     EXIT.
021697*****************************************************************
021700*    2150-GATHER-DETAIL
021710*
021720*    FILES THE CURRENT DETAIL RECORD INTO THE ORDER GROUP
022160         = ORD-QUANTITY * WS-EDITED-PRICE.
022170     ADD WS-LINE-TOTAL (WS-LINE-COUNT) TO WS-TOTAL.
022180     ADD ORD-QUANTITY TO WS-ORDER-UNITS.
022181     MOVE 'N' TO WS-LINE-CONTRACT-SW (WS-LINE-COUNT).
022182     IF WS-CONTRACT-FOUND
022183         MOVE 'Y' TO WS-LINE-CONTRACT-SW (WS-LINE-COUNT)
022184         ADD WS-LINE-TOTAL (WS-LINE-COUNT) TO WS-CONTRACT-TOTAL
022185         ADD 1 TO WS-CONTRACT-LINES
022186     END-IF.
022190 2150-READ-NEXT.
022200     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
022210 2150-EXIT.
022260*    A NEGOTIATED RATE ON THE CUSTOMER MASTER OVERRIDES THE
022270*    STANDARD TIER SCHEDULE.  OTHERWISE THE TIER TABLE IS
022280*    SEARCHED FOR THE HIGHEST BREAKPOINT THE COMBINED ORDER
022285*    TOTAL MEETS.  CONTRACT-PRICED LINES COUNT TOWARD THE TIER
022290*    BUT ARE ALREADY NET, SO THE RATE IS APPLIED ONLY TO THE
022295*    REST OF THE ORDER.
022300*****************************************************************
022310 2200-DETERMINE-DISCOUNT.
022320     IF WS-CUST-FOUND AND CUST-HAS-NEGOTIATED-RATE
022360     ELSE
022370         PERFORM 2220-SEARCH-TIER-TABLE THRU 2220-EXIT
022380     END-IF.
022384     COMPUTE WS-DISCOUNTABLE-TOTAL
022388         = WS-TOTAL - WS-CONTRACT-TOTAL.
022392     COMPUTE WS-DISCOUNT ROUNDED
022396         = WS-DISCOUNTABLE-TOTAL * WS-DISCOUNT-RATE.
022400 2200-EXIT.
022410     EXIT.
022420*****************************************************************
022770 2220-EXIT.
022780     EXIT.
022790*****************************************************************
022791*    2230-DETERMINE-TERMS
022792*
022793*    SETS THE DUE DATE, AND ANY EARLY-PAY DISCOUNT RATE AND
022794*    LAST DAY TO TAKE IT, FOR THE INVOICE BEING WRITTEN FROM
022795*    THE CUSTOMER'S TERMS CODE.  RELIES ON 2210 HAVING LEFT
022796*    THE CUSTOMER'S MASTER RECORD IN CUST-RECORD.  AN UNKNOWN
022797*    CUSTOMER OR AN UNCONVERTED BLANK CODE GETS THE DEFAULT
022798*    TERMS; A CODE NOT IN THE TABLE IS LOGGED AND ALSO GETS
022799*    THE DEFAULT RATHER THAN HOLDING UP THE INVOICE.
022800*****************************************************************
022801 2230-DETERMINE-TERMS.
022802     MOVE WS-DEFAULT-TERMS TO WS-TERMS-CODE.
022803     IF WS-CUST-FOUND
022804             AND CUST-TERMS-CODE NOT = SPACES
022805             AND CUST-TERMS-CODE NOT = LOW-VALUES
022806         MOVE CUST-TERMS-CODE TO WS-TERMS-CODE
022807     END-IF.
022808     SET TERMS-IDX TO 1.
022809     SEARCH TERMS-ENTRY
022810         AT END
022811             MOVE 'CD-0205' TO WS-LOG-MESSAGE-ID
022812             MOVE 'W' TO WS-LOG-SEVERITY
022813             MOVE SPACES TO WS-LOG-TEXT
022814             STRING 'UNKNOWN TERMS ' WS-TERMS-CODE
022815                 ' CUST ' WS-CUSTOMER-ID ' DEFAULTED'
022816                 DELIMITED BY SIZE INTO WS-LOG-TEXT
022817             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
022818             MOVE WS-DEFAULT-TERMS TO WS-TERMS-CODE
022819             SET TERMS-IDX TO 1
022820         WHEN TERMS-CODE (TERMS-IDX) = WS-TERMS-CODE
022821             CONTINUE
022822     END-SEARCH.
022823     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022824     COMPUTE WS-INVOICE-DATE-INT
022825         = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
022826     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
022827         (WS-INVOICE-DATE-INT + TERMS-NET-DAYS (TERMS-IDX)).
022828     MOVE TERMS-DISC-PCT (TERMS-IDX) TO WS-DISC-PCT.
022829     IF WS-DISC-PCT = ZERO
022830         MOVE ZERO TO WS-DISC-DATE
022831     ELSE
022832         COMPUTE WS-DISC-DATE = FUNCTION DATE-OF-INTEGER
022833             (WS-INVOICE-DATE-INT + TERMS-DISC-DAYS (TERMS-IDX))
022834     END-IF.
022835 2230-EXIT.
022836     EXIT.
022837*****************************************************************
022838*    2250-PRICE-QTYBREAK-ORDER
022839*
022840*    ALTERNATE PRICING MODE FOR ORD-PRICING-CODE = 'Q'.  INSTEAD
022841*    OF A PERCENTAGE KNOCKED OFF THE COMBINED TOTAL, EACH DETAIL
022842*    LINE IS REPRICED AT THE UNIT PRICE FOR THE QUANTITY BREAK
022850*    ITS OWN QUANTITY FALLS INTO.  WS-DISCOUNT IS CARRIED AS THE
022860*    DOLLAR SAVINGS VERSUS THE ORDER'S OWN LIST PRICES SO
022870*    AUDIT-OUT AND THE CONTROL TOTALS STILL TIE OUT THE SAME WAY
023470     EXIT.
023480*****************************************************************
023490*    2255-PRICE-QTYBREAK-LINE
023492*
023494*    A CONTRACT-PRICED LINE KEEPS ITS CONTRACT PRICE; THE BREAK
023496*    SCHEDULE NEVER UNDERCUTS OR OVERRIDES A CONTRACT.
023500*****************************************************************
023510 2255-PRICE-QTYBREAK-LINE.
023511     IF WS-LINE-CONTRACT-PRICED (WS-LINE-SUB)
023512         MOVE WS-LINE-TOTAL (WS-LINE-SUB)
023513             TO WS-LINE-DISCOUNTED (WS-LINE-SUB)
023514         ADD WS-LINE-DISCOUNTED (WS-LINE-SUB)
023515             TO WS-DISCOUNTED-TOTAL
023516         GO TO 2255-EXIT
023517     END-IF.
023520     MOVE WS-LINE-QUANTITY (WS-LINE-SUB) TO WS-QUANTITY.
023530     MOVE WS-LINE-PRICE (WS-LINE-SUB)    TO WS-PRICE.
023540     PERFORM 2240-SELECT-QTYBRK-CLASS THRU 2240-EXIT.
023820 2260-EXIT.
023830     EXIT.
023840*****************************************************************
023841*    2270-DETERMINE-TAX
023842*
023843*    SETS THE SALES TAX FOR THE ORDER FROM THE CUSTOMER'S
023844*    JURISDICTION AND THE RATE IN FORCE FOR IT, TAXED ON THE
023845*    DISCOUNTED TOTAL.  RELIES ON 2210 HAVING LEFT THE
023846*    CUSTOMER'S MASTER RECORD IN CUST-RECORD.  AN EXEMPT
023847*    CUSTOMER IS TAXED AT ZERO BUT KEEPS ITS JURISDICTION SO
023848*    THE EXEMPT SALE SHOWS ON THE LIABILITY REPORT.  AN UNKNOWN
023849*    CUSTOMER, A BLANK JURISDICTION, OR A JURISDICTION WITH NO
023850*    RATE IN FORCE MARKS THE ORDER FOR REJECTION -- BILLING IT
023851*    UNTAXED IS THE HAND-KEYED-TAX PROBLEM ALL OVER AGAIN.
023852*****************************************************************
023853 2270-DETERMINE-TAX.
023854     MOVE 'Y' TO WS-TAX-OK-SW.
023855     MOVE SPACES TO WS-TAX-FAIL-TEXT.
023856     MOVE SPACES TO WS-TAX-JURISDICTION.
023857     MOVE 'N' TO WS-TAX-EXEMPT-SW.
023858     MOVE ZERO TO WS-TAX-RATE.
023859     MOVE ZERO TO WS-TAX-AMOUNT.
023860     MOVE WS-DISCOUNTED-TOTAL TO WS-AMOUNT-DUE.
023861     IF NOT WS-CUST-FOUND
023862         MOVE 'N' TO WS-TAX-OK-SW
023863         MOVE 'NO TAX JURISDICTION ON FILE' TO WS-TAX-FAIL-TEXT
023864         GO TO 2270-EXIT
023865     END-IF.
023866     MOVE CUST-TAX-JURISDICTION TO WS-TAX-JURISDICTION.
023867     IF CUST-TAX-EXEMPT
023868         MOVE 'Y' TO WS-TAX-EXEMPT-SW
023869         GO TO 2270-EXIT
023870     END-IF.
023871     IF WS-TAX-JURISDICTION = SPACES
023872             OR WS-TAX-JURISDICTION = LOW-VALUES
023873         MOVE 'N' TO WS-TAX-OK-SW
023874         MOVE 'NO TAX JURISDICTION ON FILE' TO WS-TAX-FAIL-TEXT
023875         GO TO 2270-EXIT
023876     END-IF.
023877     MOVE ZERO TO TAX-RATE-FOUND-SUB.
023878     PERFORM 2278-MATCH-TAX-RATE THRU 2278-EXIT
023879         VARYING TAX-RATE-SUB FROM 1 BY 1
023880         UNTIL TAX-RATE-SUB > TAX-RATE-COUNT
023881             OR TAX-RATE-FOUND-SUB > ZERO.
023882     IF TAX-RATE-FOUND-SUB = ZERO
023883         MOVE 'N' TO WS-TAX-OK-SW
023884         MOVE 'NO TAX RATE IN FORCE' TO WS-TAX-FAIL-TEXT
023885         GO TO 2270-EXIT
023886     END-IF.
023887     MOVE TAX-RATE-RATE (TAX-RATE-FOUND-SUB) TO WS-TAX-RATE.
023888     COMPUTE WS-TAX-AMOUNT ROUNDED
023889         = WS-DISCOUNTED-TOTAL * WS-TAX-RATE.
023890     COMPUTE WS-AMOUNT-DUE
023891         = WS-DISCOUNTED-TOTAL + WS-TAX-AMOUNT.
023892 2270-EXIT.
023893     EXIT.
023894*****************************************************************
023895*    2275-CREDIT-TAX
023896*
023897*    TAX ON A CREDIT MEMO IS REVERSED AT THE RATE THE ORIGINAL
023898*    SALE WAS CHARGED, TAKEN FROM ITS HISTORY IN IVH-RECORD,
023899*    NOT AT TODAY'S RATE.  A SALE WRITTEN BEFORE TAX WAS
023900*    CARRIED ON INVHIST REVERSES NO TAX.
023901*****************************************************************
023902 2275-CREDIT-TAX.
023903     MOVE IVH-TAX-JURISDICTION TO WS-TAX-JURISDICTION.
023904     MOVE IVH-TAX-EXEMPT-SW TO WS-TAX-EXEMPT-SW.
023905     IF IVH-TAX-RATE IS NUMERIC
023906         MOVE IVH-TAX-RATE TO WS-TAX-RATE
023907     ELSE
023908         MOVE SPACES TO WS-TAX-JURISDICTION
023909         MOVE 'N' TO WS-TAX-EXEMPT-SW
023910         MOVE ZERO TO WS-TAX-RATE
023911     END-IF.
023912     COMPUTE WS-TAX-AMOUNT ROUNDED
023913         = WS-DISCOUNTED-TOTAL * WS-TAX-RATE.
023914     COMPUTE WS-AMOUNT-DUE
023915         = WS-DISCOUNTED-TOTAL + WS-TAX-AMOUNT.
023916 2275-EXIT.
023917     EXIT.
023918*****************************************************************
023919*    2278-MATCH-TAX-RATE
023920*****************************************************************
023921 2278-MATCH-TAX-RATE.
023922     IF TAX-RATE-JURISDICTION (TAX-RATE-SUB)
023923             = WS-TAX-JURISDICTION
023924         MOVE TAX-RATE-SUB TO TAX-RATE-FOUND-SUB
023925     END-IF.
023926 2278-EXIT.
023927     EXIT.
023928*****************************************************************
023929*    2300-WRITE-AUDIT-RECORD
023930*****************************************************************
023931 2300-WRITE-AUDIT-RECORD.
023932     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023933     ACCEPT WS-CURRENT-TIME FROM TIME.
023934     MOVE WS-CURRENT-DATE           TO AUD-DATE.
023935     MOVE WS-CURRENT-TIME           TO AUD-TIME.
023936     MOVE WS-CUSTOMER-ID            TO AUD-CUSTOMER-ID.
023937     MOVE WS-INVOICE-NUMBER         TO AUD-INVOICE-NUMBER.
023940     MOVE WS-ORDER-UNITS            TO AUD-QUANTITY.
023950     MOVE WS-TOTAL                  TO AUD-TOTAL.
023960     MOVE WS-DISCOUNT               TO AUD-DISCOUNT.
023980     MOVE WS-DISCOUNT-SOURCE        TO AUD-DISCOUNT-SOURCE.
023990     MOVE WS-LINE-COUNT             TO AUD-LINE-COUNT.
024000     MOVE WS-SCHEDULE-ID            TO AUD-SCHEDULE-ID.
024003     MOVE WS-CONTRACT-LINES         TO AUD-CONTRACT-LINES.
024006     MOVE WS-CONTRACT-TOTAL         TO AUD-CONTRACT-TOTAL.
024010     WRITE AUD-RECORD.
024020 2300-EXIT.
024030     EXIT.
024250*    THE CREDIT IS PRICED OFF THE ORIGINAL SALE'S HISTORY, NOT
024260*    TODAY'S SCHEDULE, SO NO SCHEDULE VERSION IS STAMPED.
024270     MOVE SPACES                    TO AUD-SCHEDULE-ID.
024273     MOVE ZERO                      TO AUD-CONTRACT-LINES.
024276     MOVE ZERO                      TO AUD-CONTRACT-TOTAL.
024280     WRITE AUD-RECORD.
024290 2350-EXIT.
024300     EXIT.
024360*****************************************************************
024370 2400-WRITE-INVOICE-RECORD.
024380     ADD 1 TO WS-INVOICE-NUMBER.
024385     PERFORM 2230-DETERMINE-TERMS THRU 2230-EXIT.
024390     MOVE SPACES TO INV-RECORD.
024400     MOVE 'H'                       TO INV-RECORD-TYPE.
024410     MOVE WS-CUSTOMER-ID            TO INV-CUSTOMER-ID.
024450     MOVE WS-DISCOUNT               TO INV-DISCOUNT.
024460     MOVE WS-DISCOUNTED-TOTAL       TO INV-DISCOUNTED-TOTAL.
024470     MOVE ZERO                      TO INV-ORIG-INVOICE.
024475     MOVE WS-DUE-DATE               TO INV-DUE-DATE.
024476     MOVE WS-TAX-JURISDICTION       TO INV-TAX-JURISDICTION.
024477     MOVE WS-TAX-RATE               TO INV-TAX-RATE.
024478     MOVE WS-TAX-AMOUNT             TO INV-TAX-AMOUNT.
024479     MOVE WS-SHIP-TO-CODE           TO INV-SHIP-TO-CODE.
024480     WRITE INV-RECORD.
024490     PERFORM 2450-WRITE-INVOICE-LINE THRU 2450-EXIT
024500         VARYING WS-LINE-SUB FROM 1 BY 1
024510         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
024520     PERFORM 2470-WRITE-INVOICE-HISTORY THRU 2470-EXIT.
024522     MOVE 'I' TO WS-OPI-ITEM-TYPE.
024524     MOVE ZERO TO WS-OPI-ORIG-INVOICE.
024526     PERFORM 2480-WRITE-OPEN-ITEM THRU 2480-EXIT.
024528     PERFORM 2490-WRITE-TAX-DETAIL THRU 2490-EXIT.
024530 2400-EXIT.
024540     EXIT.
024550*****************************************************************
024690         TO INV-LINE-TOTAL.
024700     MOVE WS-LINE-ITEM-NUMBER (WS-LINE-SUB)
024710         TO INV-LINE-ITEM-NUMBER.
024712     IF WS-LINE-CONTRACT-PRICED (WS-LINE-SUB)
024714         MOVE 'C' TO INV-LINE-PRICE-SOURCE
024716     END-IF.
024720     WRITE INV-LINE-RECORD.
024730 2450-EXIT.
024740     EXIT.
024950     MOVE WS-DISCOUNT-SOURCE        TO IVH-DISCOUNT-SOURCE.
024960     MOVE ZERO                      TO IVH-RETURNED-QTY.
024970     MOVE WS-LINE-ITEM-NUMBER (1)   TO IVH-ITEM-NUMBER.
024975     MOVE WS-DUE-DATE               TO IVH-DUE-DATE.
024976     MOVE WS-TAX-JURISDICTION       TO IVH-TAX-JURISDICTION.
024977     MOVE WS-TAX-EXEMPT-SW          TO IVH-TAX-EXEMPT-SW.
024978     MOVE WS-TAX-RATE               TO IVH-TAX-RATE.
024979     MOVE WS-TAX-AMOUNT             TO IVH-TAX-AMOUNT.
024980     WRITE IVH-RECORD
024990         INVALID KEY
025000             MOVE 'CD-0302' TO WS-LOG-MESSAGE-ID
025070             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
025080     END-WRITE.
025090 2470-EXIT.
025091     EXIT.
025092*****************************************************************
025093*    2480-WRITE-OPEN-ITEM
025094*
025095*    OPENS THE AR ITEM FOR THE INVOICE OR CREDIT MEMO JUST
025096*    WRITTEN.  THE CALLER SETS WS-OPI-ITEM-TYPE ('I' OR 'C')
025097*    AND, FOR A CREDIT, THE INVOICE IT REVERSES.  A CREDIT
025098*    OPENS NEGATIVE; IT STAYS OPEN UNTIL THE CASH DESK TAKES
025099*    IT AGAINST A PAYMENT.  AN INVOICE FOR AN OVERRIDDEN
025100*    UNKNOWN CUSTOMER STILL OPENS -- THE MONEY IS STILL OWED.
025101*****************************************************************
025102 2480-WRITE-OPEN-ITEM.
025103     MOVE SPACES TO OPI-RECORD.
025104     MOVE WS-INVOICE-NUMBER         TO OPI-INVOICE-NUMBER.
025105     MOVE WS-CUSTOMER-ID            TO OPI-CUSTOMER-ID.
025106     MOVE WS-OPI-ITEM-TYPE          TO OPI-ITEM-TYPE.
025107     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025108     MOVE WS-CURRENT-DATE           TO OPI-INVOICE-DATE.
025109     IF OPI-TYPE-CREDIT
025110         COMPUTE OPI-ORIGINAL-AMOUNT = ZERO - WS-AMOUNT-DUE
025111     ELSE
025112         MOVE WS-AMOUNT-DUE         TO OPI-ORIGINAL-AMOUNT
025113     END-IF.
025114     MOVE OPI-ORIGINAL-AMOUNT       TO OPI-OPEN-AMOUNT.
025115     MOVE WS-OPI-ORIG-INVOICE       TO OPI-ORIG-INVOICE.
025116     MOVE ZERO                      TO OPI-LAST-PAY-DATE.
025117     MOVE WS-DUE-DATE               TO OPI-DUE-DATE.
025118     MOVE WS-DISC-DATE              TO OPI-DISC-DATE.
025119     MOVE WS-DISC-PCT               TO OPI-DISC-PCT.
025120     MOVE ZERO                      TO OPI-DUNNING-LEVEL.
025121     MOVE ZERO                      TO OPI-LAST-DUNNING-DATE.
025122     WRITE OPI-RECORD
025123         INVALID KEY
025124             MOVE 'CD-0307' TO WS-LOG-MESSAGE-ID
025125             MOVE 'E' TO WS-LOG-SEVERITY
025126             MOVE WS-INVOICE-NUMBER TO WS-LOG-NUMBER
025127             MOVE SPACES TO WS-LOG-TEXT
025128             STRING 'OPENITEM WRITE FAILED INV '
025129                 WS-LOG-NUMBER ' ST ' WS-OPENITEM-STATUS
025130                 DELIMITED BY SIZE INTO WS-LOG-TEXT
025131             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
025132     END-WRITE.
025133 2480-EXIT.
025134     EXIT.
025135*****************************************************************
025136*    2490-WRITE-TAX-DETAIL
025137*
025138*    ONE TAXDTL RECORD FOR THE INVOICE OR CREDIT MEMO JUST
025139*    WRITTEN -- EXEMPT SALES INCLUDED, AT A ZERO RATE -- SO
025140*    GL-JOURNAL CAN BOOK THE TAX PAYABLE AND TAX-LIABILITY CAN
025141*    REPORT TAXABLE AND EXEMPT SALES BY JURISDICTION.  THE
025142*    CALLER HAS SET WS-OPI-ITEM-TYPE AND WS-OPI-ORIG-INVOICE.
025143*****************************************************************
025144 2490-WRITE-TAX-DETAIL.
025145     MOVE SPACES TO TXD-RECORD.
025146     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025147     MOVE WS-CURRENT-DATE           TO TXD-DATE.
025148     MOVE WS-INVOICE-NUMBER         TO TXD-INVOICE-NUMBER.
025149     MOVE WS-OPI-ITEM-TYPE          TO TXD-TYPE.
025150     MOVE WS-CUSTOMER-ID            TO TXD-CUSTOMER-ID.
025151     MOVE WS-TAX-JURISDICTION       TO TXD-JURISDICTION.
025152     MOVE WS-TAX-EXEMPT-SW          TO TXD-EXEMPT-SW.
025153     MOVE WS-TAX-RATE               TO TXD-TAX-RATE.
025154     MOVE WS-OPI-ORIG-INVOICE       TO TXD-ORIG-INVOICE.
025155     IF TXD-TYPE-CREDIT
025156         COMPUTE TXD-TAXABLE-AMOUNT = ZERO - WS-DISCOUNTED-TOTAL
025157         COMPUTE TXD-TAX-AMOUNT     = ZERO - WS-TAX-AMOUNT
025158     ELSE
025159         MOVE WS-DISCOUNTED-TOTAL   TO TXD-TAXABLE-AMOUNT
025160         MOVE WS-TAX-AMOUNT         TO TXD-TAX-AMOUNT
025161     END-IF.
025162     WRITE TXD-RECORD.
025163 2490-EXIT.
025164     EXIT.
025165*****************************************************************
025166*    2500-ALLOCATE-STOCK
025167*
025168*    CHECKS EACH LINE OF THE ORDER AGAINST THE STOCK ON HAND.
025169*    A LINE THE SHELF CAN COVER STAYS ON THE ORDER; ONE IT
025170*    CAN'T GOES TO THE BACKORDER AREA WHOLE -- A LINE IS NEVER
025171*    SPLIT -- AND THE ORDER TOTAL AND UNITS ARE REBUILT FROM
025172*    THE LINES THAT STAY.  TWO LINES FOR ONE ITEM DRAW ON THE
025173*    SAME SHELF, SO EACH LINE SEES WHAT THE LINES AHEAD OF IT
025174*    HAVE ALREADY CLAIMED.  NOTHING IS TAKEN OFF ITEMMAST HERE:
025175*    THE ORDER CAN STILL BE HELD OR REJECTED, SO THE STOCK IS
025176*    ONLY RELIEVED ONCE THE INVOICE IS WRITTEN (2520).
025177*****************************************************************
025178 2500-ALLOCATE-STOCK.
025179     MOVE ZERO TO WS-FILL-COUNT.
025180     MOVE ZERO TO WS-BKO-COUNT.
025181     MOVE ZERO TO WS-TOTAL.
025182     MOVE ZERO TO WS-ORDER-UNITS.
025183     MOVE ZERO TO WS-CONTRACT-TOTAL.
025184     MOVE ZERO TO WS-CONTRACT-LINES.
025185     PERFORM 2510-ALLOCATE-LINE THRU 2510-EXIT
025186         VARYING WS-LINE-SUB FROM 1 BY 1
025187         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
025188     MOVE WS-FILL-COUNT TO WS-LINE-COUNT.
025189 2500-EXIT.
025190     EXIT.
025191*****************************************************************
025192*    2510-ALLOCATE-LINE
025193*
025194*    AN ITEM NOT YET CARRYING A STOCK FIGURE HAS NOTHING ON
025195*    HAND.  THE LINES THAT STAY ARE ALWAYS AT OR BEHIND THE
025196*    CURRENT LINE, SO CLOSING THEM UP NEVER OVERLAYS A LINE
025197*    NOT YET LOOKED AT.
025198*****************************************************************
025199 2510-ALLOCATE-LINE.
025200     MOVE ZERO TO WS-STOCK-AVAILABLE.
025201     MOVE WS-LINE-ITEM-NUMBER (WS-LINE-SUB) TO ITEM-NUMBER.
025202     READ ITEMMAST
025203         INVALID KEY
025204             MOVE ZERO TO ITEM-ON-HAND
025205     END-READ.
025206     IF ITEM-ON-HAND IS NUMERIC
025207         MOVE ITEM-ON-HAND TO WS-STOCK-AVAILABLE
025208     END-IF.
025209     PERFORM 2515-TAKE-PRIOR-CLAIM THRU 2515-EXIT
025210         VARYING WS-ALLOC-SUB FROM 1 BY 1
025211         UNTIL WS-ALLOC-SUB > WS-FILL-COUNT.
025212     IF WS-LINE-QUANTITY (WS-LINE-SUB) > WS-STOCK-AVAILABLE
025213         ADD 1 TO WS-BKO-COUNT
025214         MOVE WS-LINE-ENTRY (WS-LINE-SUB)
025215             TO WS-BKO-ENTRY (WS-BKO-COUNT)
025216         GO TO 2510-EXIT
025217     END-IF.
025218     ADD 1 TO WS-FILL-COUNT.
025219     IF WS-FILL-COUNT NOT = WS-LINE-SUB
025220         MOVE WS-LINE-ENTRY (WS-LINE-SUB)
025221             TO WS-LINE-ENTRY (WS-FILL-COUNT)
025222     END-IF.
025223     ADD WS-LINE-TOTAL (WS-FILL-COUNT) TO WS-TOTAL.
025224     ADD WS-LINE-QUANTITY (WS-FILL-COUNT) TO WS-ORDER-UNITS.
025225     IF WS-LINE-CONTRACT-PRICED (WS-FILL-COUNT)
025226         ADD WS-LINE-TOTAL (WS-FILL-COUNT) TO WS-CONTRACT-TOTAL
025227         ADD 1 TO WS-CONTRACT-LINES
025228     END-IF.
025229 2510-EXIT.
025230     EXIT.
025231*****************************************************************
025232*    2515-TAKE-PRIOR-CLAIM
025233*****************************************************************
025234 2515-TAKE-PRIOR-CLAIM.
025235     IF WS-LINE-ITEM-NUMBER (WS-ALLOC-SUB)
025236             = WS-LINE-ITEM-NUMBER (WS-LINE-SUB)
025237         SUBTRACT WS-LINE-QUANTITY (WS-ALLOC-SUB)
025238             FROM WS-STOCK-AVAILABLE
025239     END-IF.
025240 2515-EXIT.
025241     EXIT.
025242*****************************************************************
025243*    2520-COMMIT-STOCK
025244*
025245*    RUNS ONCE THE INVOICE IS WRITTEN: TAKES EACH INVOICED
025246*    LINE'S UNITS OFF HAND AND FILES THE ORDER'S BACKORDERED
025247*    LINES ON BACKORD.
025248*****************************************************************
025249 2520-COMMIT-STOCK.
025250     PERFORM 2530-RELIEVE-LINE-STOCK THRU 2530-EXIT
025251         VARYING WS-LINE-SUB FROM 1 BY 1
025252         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
025253     IF WS-BKO-COUNT = ZERO
025254         GO TO 2520-EXIT
025255     END-IF.
025256     PERFORM 2540-WRITE-BACKORDER THRU 2540-EXIT
025257         VARYING WS-BKO-SUB FROM 1 BY 1
025258         UNTIL WS-BKO-SUB > WS-BKO-COUNT.
025259     PERFORM 2550-LOG-BACKORDER THRU 2550-EXIT.
025260 2520-EXIT.
025261     EXIT.
025262*****************************************************************
025263*    2530-RELIEVE-LINE-STOCK
025264*****************************************************************
025265 2530-RELIEVE-LINE-STOCK.
025266     MOVE WS-LINE-ITEM-NUMBER (WS-LINE-SUB) TO ITEM-NUMBER.
025267     READ ITEMMAST
025268         INVALID KEY
025269             MOVE 'CD-0308' TO WS-LOG-MESSAGE-ID
025270             MOVE 'E' TO WS-LOG-SEVERITY
025271             MOVE SPACES TO WS-LOG-TEXT
025272             STRING 'ITEMMAST READ FAILED ITEM '
025273                 ITEM-NUMBER ' ST ' WS-ITEMMAST-STATUS
025274                 DELIMITED BY SIZE INTO WS-LOG-TEXT
025275             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
025276             GO TO 2530-EXIT
025277     END-READ.
025278     IF ITEM-ON-HAND IS NOT NUMERIC
025279         MOVE ZERO TO ITEM-ON-HAND
025280     END-IF.
025281     SUBTRACT WS-LINE-QUANTITY (WS-LINE-SUB) FROM ITEM-ON-HAND.
025282     REWRITE ITEM-RECORD
025283         INVALID KEY
025284             MOVE 'CD-0308' TO WS-LOG-MESSAGE-ID
025285             MOVE 'E' TO WS-LOG-SEVERITY
025286             MOVE SPACES TO WS-LOG-TEXT
025287             STRING 'ITEMMAST REWRITE FAILED ITEM '
025288                 ITEM-NUMBER ' ST ' WS-ITEMMAST-STATUS
025289                 DELIMITED BY SIZE INTO WS-LOG-TEXT
025290             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
025291     END-REWRITE.
025292 2530-EXIT.
025293     EXIT.
025294*****************************************************************
025295*    2540-WRITE-BACKORDER
025296*
025297*    A DUPLICATE KEY MEANS THE SAME ORDER WAS SENT IN AGAIN
025298*    WHILE ITS LINES ARE STILL WAITING ON STOCK; THE LINE IS
025299*    ALREADY ON FILE, SO IT IS LOGGED AND NOT COUNTED TWICE.
025300*****************************************************************
025301 2540-WRITE-BACKORDER.
025302     MOVE WS-BKO-IMAGE (WS-BKO-SUB) TO WS-BKO-DETAIL-WORK.
025303     MOVE SPACES TO BKO-RECORD.
025304     MOVE WS-ORDER-REF              TO BKO-ORDER-REF.
025305     MOVE WS-BKO-SUB                TO BKO-LINE-NUMBER.
025306     MOVE WS-CUSTOMER-ID            TO BKO-CUSTOMER-ID.
025307     MOVE WS-BKO-ITEM-NUMBER (WS-BKO-SUB)
025308         TO BKO-ITEM-NUMBER.
025309     MOVE WS-BKO-QUANTITY (WS-BKO-SUB)
025310         TO BKO-QUANTITY.
025311     MOVE WS-BKO-KEYED-PRICE        TO BKO-PRICE-X.
025312     MOVE WS-PRICING-CODE           TO BKO-PRICING-CODE.
025313     MOVE WS-SHIP-TO-CODE           TO BKO-SHIP-TO-CODE.
025314     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025315     MOVE WS-CURRENT-DATE           TO BKO-DATE.
025316     MOVE 'O'                       TO BKO-STATUS.
025317     MOVE ZERO                      TO BKO-RELEASE-DATE.
025318     WRITE BKO-RECORD
025319         INVALID KEY
025320             PERFORM 2545-BACKORDER-NOT-WRITTEN THRU 2545-EXIT
025321             GO TO 2540-EXIT
025322     END-WRITE.
025323     ADD 1 TO WS-BACKORDER-LINES.
025324 2540-EXIT.
025325     EXIT.
025326*****************************************************************
025327*    2545-BACKORDER-NOT-WRITTEN
025328*****************************************************************
025329 2545-BACKORDER-NOT-WRITTEN.
025330     MOVE SPACES TO WS-LOG-TEXT.
025331     IF WS-BACKORD-STATUS = '22'
025332         MOVE 'CD-0207' TO WS-LOG-MESSAGE-ID
025333         MOVE 'W' TO WS-LOG-SEVERITY
025334         STRING 'ALREADY ON BACKORDER REF ' WS-ORDER-REF
025335             DELIMITED BY SIZE INTO WS-LOG-TEXT
025336     ELSE
025337         MOVE 'CD-0309' TO WS-LOG-MESSAGE-ID
025338         MOVE 'E' TO WS-LOG-SEVERITY
025339         STRING 'BACKORD WRITE FAILED REF ' WS-ORDER-REF
025340             ' ST ' WS-BACKORD-STATUS
025341             DELIMITED BY SIZE INTO WS-LOG-TEXT
025342     END-IF.
025343     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
025344 2545-EXIT.
025345     EXIT.
025346*****************************************************************
025347*    2550-LOG-BACKORDER
025348*****************************************************************
025349 2550-LOG-BACKORDER.
025350     MOVE 'CD-0206' TO WS-LOG-MESSAGE-ID.
025351     MOVE 'I' TO WS-LOG-SEVERITY.
025352     MOVE WS-BKO-COUNT TO WS-LOG-NUMBER.
025353     MOVE SPACES TO WS-LOG-TEXT.
025354     STRING 'BACKORDERED ' WS-LOG-NUMBER ' LINES REF '
025355         WS-ORDER-REF
025356         DELIMITED BY SIZE INTO WS-LOG-TEXT.
025357     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
025358 2550-EXIT.
025359     EXIT.
025360*****************************************************************
025361*    2560-BACKORDER-ORDER-GROUP
025362*
025363*    NOT ONE LINE OF THE ORDER CAN SHIP.  THERE IS NO INVOICE,
025364*    NO CREDIT CHECK, AND NO POSTED ENTRY -- THE ORDER IS NOT
025365*    BILLED UNTIL ITS LINES COME BACK FROM BACKORDER-RELEASE
025366*    UNDER THEIR OWN REFERENCES, AND A RESUBMISSION OF THE
025367*    SAME ORDER IS CAUGHT BY THE BACKORD KEY.
025368*****************************************************************
025369 2560-BACKORDER-ORDER-GROUP.
025370     PERFORM 2540-WRITE-BACKORDER THRU 2540-EXIT
025371         VARYING WS-BKO-SUB FROM 1 BY 1
025372         UNTIL WS-BKO-SUB > WS-BKO-COUNT.
025373     PERFORM 2550-LOG-BACKORDER THRU 2550-EXIT.
025374     ADD 1 TO WS-BACKORDER-ORDERS.
025375     DISPLAY 'CUST ' WS-CUSTOMER-ID
025376         ' ORDER ' WS-ORDER-REF
025377         ' BACKORDERED - NOTHING ON HAND TO SHIP'.
025378 2560-EXIT.
025379     EXIT.
025380*****************************************************************
025381*    2600-WRITE-REJECT-RECORD
025382*
025383*    WRITES ONE REJECT-OUT RECORD.  THE CALLER PLACES THE
025384*    OFFENDING RECORD IMAGE IN REJ-ORIGINAL-RECORD AND THE
025385*    REASON IN WS-REJECT-CODE/WS-REJECT-TEXT FIRST.
025386*****************************************************************
025387 2600-WRITE-REJECT-RECORD.
025388*    A SIMULATION COUNTS REJECTS BUT WRITES NOTHING AND BURNS
025389*    NO SEQUENCE NUMBER -- REJECT-OUT BELONGS TO THE REAL
025390*    CYCLE AND REJECT-CORRECT.
025391     IF WS-SIM-MODE
025392         GO TO 2600-EXIT
025393     END-IF.
025394     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025395     MOVE 'H'                       TO REJ-STATUS.
025396     MOVE WS-CURRENT-DATE           TO REJ-DATE.
025397     ADD 1 TO WS-REJECT-SEQ.
025398     MOVE WS-REJECT-SEQ             TO REJ-SEQ-NUMBER.
025399     MOVE WS-REJECT-CODE            TO REJ-REASON-CODE.
025400     MOVE WS-REJECT-TEXT            TO REJ-REASON-TEXT.
025401     WRITE REJ-RECORD.
025402     MOVE 'Y' TO WS-FORCE-CKPT-SW.
025403     MOVE 'CD-0201' TO WS-LOG-MESSAGE-ID.
025404     MOVE 'W' TO WS-LOG-SEVERITY.
025405     MOVE SPACES TO WS-LOG-TEXT.
025406     STRING 'ORDER REJECTED CUST ' REJ-ORIG-CUSTOMER-ID
025407         ' REASON ' WS-REJECT-CODE
025408         DELIMITED BY SIZE INTO WS-LOG-TEXT.
025409     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
025410 2600-EXIT.
025420     EXIT.
025430*****************************************************************
025550     PERFORM 2660-REJECT-GROUP-LINE THRU 2660-EXIT
025560         VARYING WS-LINE-SUB FROM 1 BY 1
025570         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
025572*    LINES SET ASIDE FOR BACKORDER ARE STILL PART OF THE ORDER.
025574     PERFORM 2665-REJECT-BKO-LINE THRU 2665-EXIT
025576         VARYING WS-BKO-SUB FROM 1 BY 1
025578         UNTIL WS-BKO-SUB > WS-BKO-COUNT.
025580 2650-EXIT.
025590     EXIT.
025600*****************************************************************
025640     MOVE WS-LINE-IMAGE (WS-LINE-SUB) TO REJ-ORIGINAL-RECORD.
025650     PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT.
025660 2660-EXIT.
025661     EXIT.
025662*****************************************************************
025663*    2665-REJECT-BKO-LINE
025664*****************************************************************
025665 2665-REJECT-BKO-LINE.
025666     MOVE WS-BKO-IMAGE (WS-BKO-SUB) TO REJ-ORIGINAL-RECORD.
025667     PERFORM 2600-WRITE-REJECT-RECORD THRU 2600-EXIT.
025668 2665-EXIT.
025670     EXIT.
025680*****************************************************************
025690*    2700-PROCESS-RETURN
025740*    IMAGE OF WHAT THAT SALE ACTUALLY GOT.  A RETURN THAT CAN'T
025750*    BE TIED CLEANLY TO ITS SALE GOES TO SUSPENSE-OUT FOR A
025760*    HUMAN TO LOOK AT -- IT NEVER SILENTLY TAKES TODAY'S RATE.
025762*    SO DOES A RETURN AGAINST A SALE OLDER THAN THE RETURN
025764*    WINDOW (R6), UNLESS THE DISPUTE DESK HAS ALREADY APPROVED
025766*    IT AS A LATE RETURN THROUGH SUSPENSE-CORRECT.
025770*****************************************************************
025780 2700-PROCESS-RETURN.
025790     IF ORD-RET-QUANTITY-X IS NOT NUMERIC
026220         MOVE 'RETURN EXCEEDS QTY REMAINING' TO WS-REJECT-TEXT
026230         PERFORM 2750-WRITE-SUSPENSE-RECORD THRU 2750-EXIT
026240         GO TO 2700-EXIT
026241     END-IF.
026242     IF NOT ORD-RET-LATE-APPROVED
026243         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
026244         COMPUTE WS-SALE-AGE-DAYS
026245             = FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
026246             - FUNCTION INTEGER-OF-DATE (IVH-DATE)
026247         IF WS-SALE-AGE-DAYS > WS-RETURN-WINDOW-DAYS
026248             MOVE 'R6' TO WS-REJECT-CODE
026249             MOVE 'SALE OUTSIDE RETURN WINDOW'
026250                 TO WS-REJECT-TEXT
026251             PERFORM 2750-WRITE-SUSPENSE-RECORD THRU 2750-EXIT
026252             GO TO 2700-EXIT
026253         END-IF
026254     END-IF.
026260     MOVE ORD-RET-CUSTOMER-ID TO WS-CUSTOMER-ID.
026270     MOVE ORD-RET-QUANTITY    TO WS-ORDER-UNITS.
026280     COMPUTE WS-TOTAL ROUNDED
026320     COMPUTE WS-DISCOUNTED-TOTAL
026330         = WS-TOTAL - WS-DISCOUNT.
026340     MOVE IVH-DISCOUNT-SOURCE TO WS-DISCOUNT-SOURCE.
026345     PERFORM 2275-CREDIT-TAX THRU 2275-EXIT.
026350     ADD 1 TO WS-INVOICE-NUMBER.
026352     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
026354     MOVE WS-CURRENT-DATE TO WS-DUE-DATE.
026356     MOVE ZERO TO WS-DISC-DATE.
026358     MOVE ZERO TO WS-DISC-PCT.
026360     MOVE SPACES TO INV-RECORD.
026370     MOVE 'C'                       TO INV-RECORD-TYPE.
026380     MOVE WS-CUSTOMER-ID            TO INV-CUSTOMER-ID.
026420     COMPUTE INV-DISCOUNT           = ZERO - WS-DISCOUNT.
026430     COMPUTE INV-DISCOUNTED-TOTAL   = ZERO - WS-DISCOUNTED-TOTAL.
026440     MOVE IVH-INVOICE-NUMBER        TO INV-ORIG-INVOICE.
026445     MOVE WS-DUE-DATE               TO INV-DUE-DATE.
026446     MOVE WS-TAX-JURISDICTION       TO INV-TAX-JURISDICTION.
026447     MOVE WS-TAX-RATE               TO INV-TAX-RATE.
026448     COMPUTE INV-TAX-AMOUNT         = ZERO - WS-TAX-AMOUNT.
026450     WRITE INV-RECORD.
026460     PERFORM 2350-WRITE-CREDIT-AUDIT-RECORD THRU 2350-EXIT.
026470     ADD ORD-RET-QUANTITY TO IVH-RETURNED-QTY.
026560                 DELIMITED BY SIZE INTO WS-LOG-TEXT
026570             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
026580     END-REWRITE.
026581     PERFORM 2780-RESTOCK-RETURN THRU 2780-EXIT.
026582     MOVE 'C' TO WS-OPI-ITEM-TYPE.
026584     MOVE IVH-INVOICE-NUMBER TO WS-OPI-ORIG-INVOICE.
026586     PERFORM 2480-WRITE-OPEN-ITEM THRU 2480-EXIT.
026588     PERFORM 2490-WRITE-TAX-DETAIL THRU 2490-EXIT.
026590     SUBTRACT WS-TOTAL FROM WS-CONTROL-TOTAL-AMOUNT.
026600     SUBTRACT WS-DISCOUNT FROM WS-CONTROL-TOTAL-DISCOUNT.
026605     SUBTRACT WS-TAX-AMOUNT FROM WS-CONTROL-TOTAL-TAX.
026610     ADD 1 TO WS-CREDITS-ISSUED.
026620     PERFORM 2865-POST-CREDIT-TO-BALANCE THRU 2865-EXIT.
026630     PERFORM 2880-WRITE-POSTED-ORDER THRU 2880-EXIT.
026640     DISPLAY 'CUST ' WS-CUSTOMER-ID
026650         ' CREDIT MEMO $' WS-DISCOUNTED-TOTAL
026655         ' TAX $' WS-TAX-AMOUNT
026660         ' AGAINST INVOICE ' ORD-RET-ORIG-INVOICE.
026670 2700-EXIT.
026680     EXIT.
026900         DELIMITED BY SIZE INTO WS-LOG-TEXT.
026910     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
026920 2750-EXIT.
026921     EXIT.
026922*****************************************************************
026923*    2780-RESTOCK-RETURN
026924*
026925*    PUTS THE RETURNED UNITS BACK ON HAND.  INVHIST CARRIES THE
026926*    SALE'S LEAD ITEM, SO THAT IS THE ITEM RESTOCKED.  A SALE
026927*    WITH NO ITEM ON ITS HISTORY, OR AN ITEM SINCE DELETED, HAS
026928*    NOWHERE TO GO; IT IS LOGGED SO THE STOCKROOM CAN PUT IT
026929*    RIGHT WITH A STOCK-POST ADJUSTMENT.  THE CREDIT STANDS
026930*    EITHER WAY.
026931*****************************************************************
026932 2780-RESTOCK-RETURN.
026933     IF IVH-ITEM-NUMBER = SPACES
026934         GO TO 2780-NOT-RESTOCKED
026935     END-IF.
026936     MOVE IVH-ITEM-NUMBER TO ITEM-NUMBER.
026937     READ ITEMMAST
026938         INVALID KEY
026939             GO TO 2780-NOT-RESTOCKED
026940     END-READ.
026941     IF ITEM-ON-HAND IS NOT NUMERIC
026942         MOVE ZERO TO ITEM-ON-HAND
026943     END-IF.
026944     ADD ORD-RET-QUANTITY TO ITEM-ON-HAND.
026945     REWRITE ITEM-RECORD
026946         INVALID KEY
026947             MOVE 'CD-0308' TO WS-LOG-MESSAGE-ID
026948             MOVE 'E' TO WS-LOG-SEVERITY
026949             MOVE SPACES TO WS-LOG-TEXT
026950             STRING 'ITEMMAST REWRITE FAILED ITEM '
026951                 ITEM-NUMBER ' ST ' WS-ITEMMAST-STATUS
026952                 DELIMITED BY SIZE INTO WS-LOG-TEXT
026953             PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT
026954     END-REWRITE.
026955     GO TO 2780-EXIT.
026956 2780-NOT-RESTOCKED.
026957     MOVE 'CD-0208' TO WS-LOG-MESSAGE-ID.
026958     MOVE 'W' TO WS-LOG-SEVERITY.
026959     MOVE SPACES TO WS-LOG-TEXT.
026960     STRING 'RETURN NOT RESTOCKED INV ' ORD-RET-ORIG-INVOICE
026961         ' ITEM ' IVH-ITEM-NUMBER
026962         DELIMITED BY SIZE INTO WS-LOG-TEXT.
026963     PERFORM 7100-WRITE-RUN-LOG THRU 7100-EXIT.
026964 2780-EXIT.
026965     EXIT.
026966*****************************************************************
026967*    2800-CREDIT-CHECK
026968*
026970*    RUNS AFTER PRICING, SO THE DISCOUNTED TOTAL THE ORDER
026980*    WOULD POST IS KNOWN.  AN ORDER RELEASED BY THE CREDIT DESK
026990*    CARRIES THE OVERRIDE SWITCH ON ITS HEADER AND IS NOT
027290         MOVE ZERO TO CUST-CURRENT-BALANCE
027300     END-IF.
027310     COMPUTE WS-PROJECTED-BALANCE
027320         = CUST-CURRENT-BALANCE + WS-AMOUNT-DUE.
027330     IF WS-PROJECTED-BALANCE > CUST-CREDIT-LIMIT
027340         MOVE 'H2' TO WS-HOLD-REASON-CODE
027350         MOVE 'ORDER EXCEEDS CREDIT LIMIT' TO WS-HOLD-REASON-TEXT
027520     PERFORM 2857-HOLD-GROUP-LINE THRU 2857-EXIT
027530         VARYING WS-LINE-SUB FROM 1 BY 1
027540         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
027541*    THE ORDER IS HELD WHOLE; ITS STOCK IS CHECKED AGAIN WHEN
027542*    THE CREDIT DESK RELEASES IT.
027543     PERFORM 2858-HOLD-BKO-LINE THRU 2858-EXIT
027544         VARYING WS-BKO-SUB FROM 1 BY 1
027545         UNTIL WS-BKO-SUB > WS-BKO-COUNT.
027550     ADD 1 TO WS-HOLDS-COUNT.
027560     MOVE 'CD-0203' TO WS-LOG-MESSAGE-ID.
027570     MOVE 'W' TO WS-LOG-SEVERITY.
027820     MOVE WS-LINE-IMAGE (WS-LINE-SUB) TO HLD-ORIGINAL-RECORD.
027830     PERFORM 2855-WRITE-HOLD-RECORD THRU 2855-EXIT.
027840 2857-EXIT.
027841     EXIT.
027842*****************************************************************
027843*    2858-HOLD-BKO-LINE
027844*****************************************************************
027845 2858-HOLD-BKO-LINE.
027846     MOVE WS-BKO-IMAGE (WS-BKO-SUB) TO HLD-ORIGINAL-RECORD.
027847     PERFORM 2855-WRITE-HOLD-RECORD THRU 2855-EXIT.
027848 2858-EXIT.
027850     EXIT.
027860*****************************************************************
027870*    2860-POST-SALE-TO-BALANCE
027980     IF CUST-CURRENT-BALANCE IS NOT NUMERIC
027990         MOVE ZERO TO CUST-CURRENT-BALANCE
028000     END-IF.
028010     ADD WS-AMOUNT-DUE TO CUST-CURRENT-BALANCE.
028020     REWRITE CUST-RECORD
028030         INVALID KEY
028040             MOVE 'CD-0304' TO WS-LOG-MESSAGE-ID
028220     IF CUST-CURRENT-BALANCE IS NOT NUMERIC
028230         MOVE ZERO TO CUST-CURRENT-BALANCE
028240     END-IF.
028250     SUBTRACT WS-AMOUNT-DUE FROM CUST-CURRENT-BALANCE.
028260     REWRITE CUST-RECORD
028270         INVALID KEY
028280             MOVE 'CD-0304' TO WS-LOG-MESSAGE-ID
029340     MOVE WS-CONTROL-TOTAL-AMOUNT    TO CKPT-CONTROL-TOTAL-AMOUNT.
029350     MOVE WS-CONTROL-TOTAL-DISCOUNT
029360         TO CKPT-CONTROL-TOTAL-DISCOUNT.
029365     MOVE WS-CONTROL-TOTAL-TAX       TO CKPT-CONTROL-TOTAL-TAX.
029370     IF WS-CKPT-FILE-IS-NEW
029380         WRITE CKPT-RECORD
029390     ELSE
029900*    ZERO SWING ON THE REPORT.
029910*****************************************************************
029920 5000-PRICE-PROPOSED.
029923     COMPUTE WS-DISCOUNTABLE-TOTAL
029926         = WS-TOTAL - WS-CONTRACT-TOTAL.
029930     IF WS-CUST-FOUND AND CUST-HAS-NEGOTIATED-RATE
029940         MOVE CUST-NEGOTIATED-RATE TO WS-PROP-RATE
029950         COMPUTE WS-PROP-DISCOUNT ROUNDED
029960             = WS-DISCOUNTABLE-TOTAL * WS-PROP-RATE
029970         COMPUTE WS-PROP-DISCOUNTED ROUNDED
029980             = WS-TOTAL - WS-PROP-DISCOUNT
029990         GO TO 5000-EXIT
030040     END-IF.
030050     PERFORM 5200-SEARCH-PROP-TIER THRU 5200-EXIT.
030060     COMPUTE WS-PROP-DISCOUNT ROUNDED
030070         = WS-DISCOUNTABLE-TOTAL * WS-PROP-RATE.
030080     COMPUTE WS-PROP-DISCOUNTED ROUNDED
030090         = WS-TOTAL - WS-PROP-DISCOUNT.
030100 5000-EXIT.
030630*    5150-PRICE-PROP-LINE
030640*****************************************************************
030650 5150-PRICE-PROP-LINE.
030652     IF WS-LINE-CONTRACT-PRICED (WS-LINE-SUB)
030654         ADD WS-LINE-TOTAL (WS-LINE-SUB) TO WS-PROP-DISCOUNTED
030656         GO TO 5150-EXIT
030658     END-IF.
030660     MOVE WS-LINE-QUANTITY (WS-LINE-SUB) TO WS-QUANTITY.
030670     MOVE WS-LINE-PRICE (WS-LINE-SUB)    TO WS-PRICE.
030680     PERFORM 5120-SELECT-PROP-CLASS THRU 5120-EXIT.
032930*
032940*    SUMMARIZES THE RUN FOR FINANCE: RECORDS READ, ORDERS
032950*    INVOICED AND REJECTED, PLUS THE TOTAL ORDER AMOUNT AND
032960*    DISCOUNT GIVEN, AND THE SALES TAX BILLED.
032970*****************************************************************
032980 8000-PRINT-CONTROL-TOTALS.
032990     DISPLAY '==============================================='.
033050     DISPLAY '  DUPLICATES ROUTED ........ ' WS-DUP-COUNT.
033060     DISPLAY '  CREDIT MEMOS ISSUED ...... ' WS-CREDITS-ISSUED.
033070     DISPLAY '  RETURNS TO SUSPENSE ...... ' WS-SUSPENSE-COUNT.
033073     DISPLAY '  LINES BACKORDERED ........ ' WS-BACKORDER-LINES.
033076     DISPLAY '  ORDERS ALL BACKORDERED ... ' WS-BACKORDER-ORDERS.
033080     DISPLAY '  TOTAL ORDER AMOUNT ....... '
033090         WS-CONTROL-TOTAL-AMOUNT.
033100     DISPLAY '  TOTAL DISCOUNT GIVEN ..... '
033110         WS-CONTROL-TOTAL-DISCOUNT.
033113     DISPLAY '  TOTAL SALES TAX BILLED ... '
033116         WS-CONTROL-TOTAL-TAX.
033120     DISPLAY '==============================================='.
033130 8000-EXIT.
033140     EXIT.
033630     MOVE WS-CONTROL-TOTAL-DISCOUNT TO BAL-TOTAL-DISCOUNT.
033640     COMPUTE BAL-TOTAL-DISCOUNTED
033650         = WS-CONTROL-TOTAL-AMOUNT - WS-CONTROL-TOTAL-DISCOUNT.
033655     MOVE WS-CONTROL-TOTAL-TAX      TO BAL-TOTAL-TAX.
033660     WRITE BAL-RECORD.
033670     CLOSE BALCTL-OUT.
033680 8500-EXIT.
035010 9000-TERMINATE.
035020*    A SIMULATION CLOSES ITS OWN FOUR FILES; WS-INIT-STAGE IS
035030*    STILL ZERO, SO THE PRODUCTION CLOSES, CHECKPOINT RESET,
035040*    AND RUNCTL STAMP BELOW ALL STAY IDLE AND ONLY THE CONTRACT
035050*    CLOSE AND THE RUNLOG CLOSE AT THE BOTTOM ARE SHARED.
035060     IF WS-SIM-MODE
035070         PERFORM 9500-TERMINATE-SIMULATION THRU 9500-EXIT
035080     END-IF.
035082     IF WS-CONTRACT-OPENED
035084         MOVE 'N' TO WS-CONTRACT-OPENED-SW
035086         CLOSE CONTRACT
035088     END-IF.
035089     IF WS-CUSTADDR-OPENED
035090         MOVE 'N' TO WS-CUSTADDR-OPENED-SW
035091         CLOSE CUSTADDR
035092     END-IF.
035093     IF WS-INIT-STAGE NOT < 1
035100         CLOSE ORDERS-IN
035110     END-IF.
035120     IF WS-INIT-STAGE NOT < 2
035150     END-IF.
035160     IF WS-INIT-STAGE NOT < 3
035170         CLOSE AUDIT-OUT
035175         CLOSE TAX-DETAIL
035177         CLOSE BACKORD
035180     END-IF.
035190     IF WS-INIT-STAGE NOT < 4
035200         CLOSE REJECT-OUT
035270     END-IF.
035280     IF WS-INIT-STAGE NOT < 7
035290         CLOSE INVHIST
035295         CLOSE OPEN-ITEMS
035300     END-IF.
035310     IF WS-INIT-STAGE NOT < 8
035320         CLOSE HOLDS-OUT
