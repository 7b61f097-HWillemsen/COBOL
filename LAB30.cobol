002100*                BALANCES BY A BONUSCMP ADJUSTMENT FED TO THE
002200*                NEXT LAB14 RUN.  THE OUTCOME IS POSTED ON THE
002300*                SUSPENSE FILE, AND ANYTHING STILL HELD PAST
002350*                THE AGE CUTOFF IS REPORTED.  EACH LINE SHOWS
002400*                WHY LAB14 HELD THE ITEM - OVER THE REVIEW LIMIT
002450*                OR A LIKELY DUPLICATE OF AN EARLIER PAYMENT.
002500*
002600*    NOTE:    THE ORIGINAL RUN ALREADY POSTED HELD ITEMS TO
002700*    =====    THE HISTORY AND YTD FILES AND BOOKED THE FULL
003500*            TRANS-RECORD       RELEASE/REJECT TRANS (RELTRAN)
003600*            BANK-RECORD        COPYLIB MEMBER BNKACMP
003700*                               (BANKACCT)
003733*            COMP-RECORD        COPYLIB MEMBER COMPCMP
003766*                               (COMPANY)
003800*            LS-AGE-CUTOFF      DAYS IN SUSPENSE BEFORE AN
003900*                               ITEM IS CALLED OUT (PARM, 3
004000*                               DIGITS)
004100*
004200*    PROCESS 1. LOAD THE TRANSACTIONS, THE BANK MASTER AND
004250*               THE COMPANY TABLE.
004300*    ======= 2. READ EVERY SUSPENSE RECORD, APPLY ITS
004400*               TRANSACTION, AND REWRITE THE FILE.
004500*            3. CUT THE SUPPLEMENTAL BANK AND GL FEEDS FOR
004600*               RELEASED ITEMS, ONE BATCH PER COMPANY; CUT
004650*               REVERSALS FOR REJECTS.
004700*            4. REPORT THE OUTCOMES, UNMATCHED TRANSACTIONS,
004800*               AND ITEMS AGED PAST THE CUTOFF.
004900*
006600* SUZI Q  PAYROLL   09/02/26  INITIAL VERSION       LAB30     000*
006610* SUZI Q  PAYROLL   09/02/26  H/T HANDSHAKE ON THE  LAB30     001*
006620*                             REVERSAL FEED
006630* SUZI Q  PAYROLL   10/15/26  SOCIAL SECURITY AND   LAB30     002*
006640*                             MEDICARE ON SUSPENSE
006650* SUZI Q  PAYROLL   10/15/26  LOCAL TAX ON SUSPENSE LAB30     003*
006660* SUZI Q  PAYROLL   10/15/26  CHECK REQUEST UNTIL   LAB30     004*
006670*                             THE ACH PRENOTE CLEARS
006680* SUZI Q  PAYROLL   10/15/26  HELD-FOR REASON ON    LAB30     005*
006690*                             THE LISTING (LIMIT/DUPLICATE)
006692* SUZI Q  PAYROLL   10/15/26  BANK AND GL FEEDS CUT LAB30     006*
006694*                             BY COMPANY FROM THE COMPANY
006696*                             TABLE; OLDER ITEMS WITH NO FICA/
006698*                             LOCAL AMOUNTS CARRY ZERO
006700*****************************************************************
006800*
006900*****************************************************************
008000            FILE STATUS IS WS-NEWSUS-STATUS-CODE.
008100     SELECT BANK-FILE      ASSIGN TO BANKACCT
008200            FILE STATUS IS WS-BNKFILE-STATUS-CODE.
008233     SELECT COMP-FILE      ASSIGN TO COMPANY
008266            FILE STATUS IS WS-CMPFILE-STATUS-CODE.
008300     SELECT DISB-FILE      ASSIGN TO SUPDISB
008400            FILE STATUS IS WS-DSBFILE-STATUS-CODE.
008500     SELECT GL-FILE        ASSIGN TO SUPGL
011900     SP-FEDTX               BY  OS-FEDTX
012000     SP-STATETX             BY  OS-STATETX
012100     SP-NET                 BY  OS-NET
012110     SP-SOCSEC              BY  OS-SOCSEC
012120     SP-MEDICARE            BY  OS-MEDICARE
012121     SP-LOCALTX             BY  OS-LOCALTX
012200     SP-STATUS              BY  OS-STATUS
012300     SP-STILL-HELD          BY  OS-STILL-HELD
012400     SP-RELEASED            BY  OS-RELEASED
012500     SP-REJECTED            BY  OS-REJECTED
012540     SP-OUTCOME-DATE        BY  OS-OUTCOME-DATE
012580     SP-REASON-CODE         BY  OS-REASON-CODE
012620     SP-HELD-OVER-LIMIT     BY  OS-HELD-OVER-LIMIT
012660     SP-HELD-DUPLICATE      BY  OS-HELD-DUPLICATE
012680     SP-COMPANY-CODE        BY  OS-COMPANY-CODE.
012700
012800*****************************************************************
012900*    TRANS-FILE                                     INPUT
016900     SP-FEDTX               BY  NS-FEDTX
017000     SP-STATETX             BY  NS-STATETX
017100     SP-NET                 BY  NS-NET
017110     SP-SOCSEC              BY  NS-SOCSEC
017120     SP-MEDICARE            BY  NS-MEDICARE
017121     SP-LOCALTX             BY  NS-LOCALTX
017200     SP-STATUS              BY  NS-STATUS
017300     SP-STILL-HELD          BY  NS-STILL-HELD
017400     SP-RELEASED            BY  NS-RELEASED
017500     SP-REJECTED            BY  NS-REJECTED
017540     SP-OUTCOME-DATE        BY  NS-OUTCOME-DATE
017580     SP-REASON-CODE         BY  NS-REASON-CODE
017620     SP-HELD-OVER-LIMIT     BY  NS-HELD-OVER-LIMIT
017660     SP-HELD-DUPLICATE      BY  NS-HELD-DUPLICATE
017680     SP-COMPANY-CODE        BY  NS-COMPANY-CODE.
017700
017800*****************************************************************
017900*    BANK-FILE - EMPLOYEE BANK-ACCOUNT MASTER       INPUT
019200     BA-ACCOUNT-NUMBER      BY  BK-ACCOUNT-NUMBER
019300     BA-ACCOUNT-TYPE        BY  BK-ACCOUNT-TYPE
019400     BA-CHECKING            BY  BK-CHECKING
019500     BA-SAVINGS             BY  BK-SAVINGS
019501     BA-CHANGE-DATE         BY  BK-CHANGE-DATE
019502     BA-PRENOTE-STATUS      BY  BK-PRENOTE-STATUS
019503     BA-PRENOTE-PENDING     BY  BK-PRENOTE-PENDING
019504     BA-PRENOTE-SENT        BY  BK-PRENOTE-SENT
019505     BA-PRENOTE-CLEARED     BY  BK-PRENOTE-CLEARED
019506     BA-PRENOTE-REJECTED    BY  BK-PRENOTE-REJECTED
019507     BA-PRENOTE-DATE        BY  BK-PRENOTE-DATE.
019600
019605*****************************************************************
019610*    COMP-FILE - COMPANY (LEGAL ENTITY) TABLE       INPUT
019615*****************************************************************
019620 FD  COMP-FILE
019625     RECORDING F
019630     LABEL RECORDS STANDARD
019635     RECORD CONTAINS 80 CHARACTERS
019640     BLOCK CONTAINS 0 RECORDS
019645     DATA RECORD IS COMP-RECORD.
019650
019655 COPY COMPCMP REPLACING
019660     CO-RECORD              BY  COMP-RECORD
019665     CO-COMPANY-CODE        BY  CM-COMPANY-CODE
019670     CO-COMPANY-NAME        BY  CM-COMPANY-NAME
019675     CO-FEDERAL-ID          BY  CM-FEDERAL-ID
019680     CO-BANK-ROUTING        BY  CM-BANK-ROUTING
019685     CO-BANK-ACCOUNT        BY  CM-BANK-ACCOUNT
019690     CO-GL-COMPANY          BY  CM-GL-COMPANY.
019695
019700*****************************************************************
019800*    DISB-FILE - SUPPLEMENTAL BANK FEED             OUTPUT
019900*****************************************************************
028300 01  WS-CONSTANTS.
028400     05  WS-C-TRANS-TABLE-SIZE   PIC S9(04)     COMP-3 VALUE 500.
028500     05  WS-C-BANK-TABLE-SIZE    PIC S9(04)     COMP-3 VALUE 1000.
028550     05  WS-C-COMPANY-TABLE-SIZE PIC S9(04)     COMP-3 VALUE 10.
028600
028700***********************
028800*  ERROR CODES        *
029300     05  WS-TRANS-STATUS-CODE    PIC X(2)  VALUE '**'.
029400     05  WS-NEWSUS-STATUS-CODE   PIC X(2)  VALUE '**'.
029500     05  WS-BNKFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
029550     05  WS-CMPFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
029600     05  WS-DSBFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
029700     05  WS-GLFILE-STATUS-CODE   PIC X(2)  VALUE '**'.
029800     05  WS-ADJFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
032800         88  WS-TRANS-FOUND                VALUE 'Y'.
032900     05  WS-BANK-FOUND-SWITCH    PIC X(01) VALUE 'N'.
033000         88  WS-BANK-ACCT-FOUND            VALUE 'Y'.
033020     05  WS-COMP-FILE-SWITCH     PIC X(01) VALUE 'N'.
033040         88  WS-COMP-EOF                   VALUE 'Y'.
033060     05  WS-COMP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
033080         88  WS-COMPANY-FOUND              VALUE 'Y'.
033100
033200***********************
033300*  ACCUMULATORS       *
035000     05  WS-CHKREQ-NET           PIC S9(11)V99 COMP-3  VALUE +0.
035100     05  WS-GL-DEBITS            PIC S9(11)V99 COMP-3  VALUE +0.
035200     05  WS-GL-CREDITS           PIC S9(11)V99 COMP-3  VALUE +0.
035214     05  WS-COMPANY-COUNT        PIC S9(04) COMP-3     VALUE +0.
035228     05  WS-CO-REL-COUNT         PIC S9(05) COMP-3     VALUE +0.
035242     05  WS-CO-DISB-COUNT        PIC S9(07) COMP-3     VALUE +0.
035256     05  WS-CO-DISB-NET          PIC S9(11)V99 COMP-3  VALUE +0.
035270     05  WS-CO-GL-DEBITS         PIC S9(11)V99 COMP-3  VALUE +0.
035284     05  WS-CO-GL-CREDITS        PIC S9(11)V99 COMP-3  VALUE +0.
035300
035400***********************
035500*  WORK FIELDS        *
036600     05  WS-ITEM-DATE-9          PIC 9(08)         VALUE ZERO.
036700     05  WS-C-GL-NETPAY-ACCT     PIC X(08) VALUE '21300000'.
036800     05  WS-C-GL-CASH-ACCT       PIC X(08) VALUE '10100000'.
036833     05  WS-COMPANY-KEY          PIC X(04) VALUE SPACES.
036866     05  WS-LAST-COMPANY-CODE    PIC X(04) VALUE LOW-VALUES.
036900
037000**************************
037100*  TRANSACTION TABLE     *
038900         10  BT-ROUTING-NUMBER   PIC 9(09).
039000         10  BT-ACCOUNT-NUMBER   PIC X(17).
039100         10  BT-ACCOUNT-TYPE     PIC X(01).
039110         10  BT-PRENOTE-STATUS   PIC X(01).
039120             88  BT-ACCT-CLEARED           VALUE 'A' ' '.
039200
039202**************************
039204*  COMPANY TABLE         *
039206**************************
039208*************** THE COMPANY (LEGAL ENTITY) TABLE (SEE COPYLIB
039210*************** COMPCMP), LOADED AT INITIALIZATION IN CODE ORDER.
039212*************** A RELEASED ITEM IS PAID AND BOOKED UNDER THE
039214*************** COMPANY LAB14 HELD IT FOR.
039216 01  COMPANY-TABLE.
039218     05  COMPANY-ENTRY OCCURS 10 TIMES
039220             ASCENDING KEY IS CT-COMPANY-CODE
039222             INDEXED BY CT-NDX.
039224         10  CT-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
039226         10  CT-COMPANY-NAME     PIC X(21).
039228         10  CT-FEDERAL-ID       PIC X(09).
039230         10  CT-BANK-ROUTING     PIC 9(09).
039232         10  CT-BANK-ACCOUNT     PIC X(17).
039234         10  CT-GL-COMPANY       PIC X(04).
039236
039238**************************
039240*  RELEASED ITEM TABLE   *
039242**************************
039244*************** EVERY ITEM RELEASED THIS RUN, HELD UNTIL THE END
039246*************** SO THE BANK AND GL FEEDS CAN BE CUT ONE COMPANY AT
039248*************** A TIME.  EACH RELEASE USES UP A TRANSACTION, SO
039250*************** THE TABLE IS AS LARGE AS THE TRANSACTION TABLE.
039252 01  RELEASE-TABLE.
039254     05  RELEASE-ENTRY OCCURS 500 TIMES
039256             INDEXED BY RL-NDX.
039258         10  RL-EMPLOYEE-ID      PIC X(08).
039260         10  RL-LAST-NAME        PIC X(20).
039262         10  RL-FIRST-NAME       PIC X(15).
039264         10  RL-MID-INIT         PIC X(01).
039266         10  RL-STATE-CODE       PIC X(02).
039268         10  RL-COMPANY-CODE     PIC X(04).
039270         10  RL-NET              PIC S9(09)V99 COMP-3.
039272         10  RL-ROUTING-NUMBER   PIC 9(09).
039274         10  RL-ACCOUNT-NUMBER   PIC X(17).
039276         10  RL-ACCOUNT-TYPE     PIC X(01).
039278         10  RL-PAY-SWITCH       PIC X(01).
039280             88  RL-BANK-FEED              VALUE 'B'.
039282             88  RL-CHECK-REQUEST          VALUE 'C'.
039284
039300***********************
039400*  RECORD LAYOUTS     *
039500***********************
039600
039700*************** SUPPLEMENTAL BANK FEED - SAME LAYOUTS AS THE
039800*************** MONTHLY FEED LAB14 CUTS, SO THE BANK INTERFACE
039900*************** LOADS BOTH THE SAME WAY: H, THEN ONE BATCH PER
039925*************** COMPANY (B HEADER, D DETAILS, C CONTROL), THEN T.
039950*************** A RELEASE IS PAID AT ONCE, SO THE PAY DATE IS THE
039975*************** RUN DATE.
040000 01  WS-DISB-HEADER.
040100     05 WDB-H-RECORD-TYPE        PIC X(01) VALUE 'H'.
040200     05 WDB-H-RUN-DATE           PIC X(08).
040300     05 WDB-H-COMPANY            PIC X(21) VALUE
040400                                 'HELD BONUS RELEASE'.
040500     05 WDB-H-RUN-NUMBER         PIC 9(05) VALUE ZERO.
040600     05 WDB-H-PAY-DATE           PIC X(08).
040650     05 WDB-H-FILLER             PIC X(77) VALUE SPACES.
040700
040800 01  WS-DISB-DETAIL.
040900     05 WDB-D-RECORD-TYPE        PIC X(01) VALUE 'D'.
041700     05 WDB-D-ACCOUNT-TYPE       PIC X(01).
041800     05 WDB-D-FILLER             PIC X(37) VALUE SPACES.
041900
041904*************** COMPANY BATCH HEADER - THE ORIGINATING ACCOUNT THE
041908*************** BATCH IS DRAWN ON (COPYLIB COMPCMP)
041912 01  WS-DISB-BATCH-HEADER.
041916     05 WDB-B-RECORD-TYPE        PIC X(01) VALUE 'B'.
041920     05 WDB-B-COMPANY-CODE       PIC X(04).
041924     05 WDB-B-COMPANY-NAME       PIC X(21).
041928     05 WDB-B-FEDERAL-ID         PIC X(09).
041932     05 WDB-B-ROUTING-NUMBER     PIC 9(09).
041936     05 WDB-B-ACCOUNT-NUMBER     PIC X(17).
041940     05 WDB-B-RUN-DATE           PIC X(08).
041944     05 WDB-B-PAY-DATE           PIC X(08).
041948     05 WDB-B-FILLER             PIC X(43) VALUE SPACES.
041952
041956 01  WS-DISB-BATCH-CONTROL.
041960     05 WDB-C-RECORD-TYPE        PIC X(01) VALUE 'C'.
041964     05 WDB-C-COMPANY-CODE       PIC X(04).
041968     05 WDB-C-RECORD-COUNT       PIC 9(07).
041972     05 WDB-C-TOTAL-NET          PIC 9(11)V99.
041976     05 WDB-C-FILLER             PIC X(95) VALUE SPACES.
041980
042000 01  WS-DISB-TRAILER.
042100     05 WDB-T-RECORD-TYPE        PIC X(01) VALUE 'T'.
042200     05 WDB-T-RECORD-COUNT       PIC 9(07).
042300     05 WDB-T-TOTAL-NET          PIC 9(11)V99.
042400     05 WDB-T-PRENOTE-COUNT      PIC 9(05).
042450     05 WDB-T-FILLER             PIC X(94) VALUE SPACES.
042500
042600 01  WS-GL-DETAIL.
042700     05 WGL-D-RECORD-TYPE        PIC X(01) VALUE 'D'.
043000     05 WGL-D-ACCOUNT            PIC X(08).
043100     05 WGL-D-DR-CR              PIC X(01).
043200     05 WGL-D-AMOUNT             PIC 9(11)V99.
043300     05 WGL-D-COMPANY            PIC X(04).
043307*                         GL COMPANY SEGMENT (COPYLIB COMPCMP)
043314     05 WGL-D-PAY-DATE           PIC X(08).
043321     05 WGL-D-FILLER             PIC X(35) VALUE SPACES.
043328
043335*************** ONE PER COMPANY AFTER ITS LAST DETAIL - THE
043342*************** COMPANY'S ENTRIES MUST BALANCE ON THEIR OWN
043349 01  WS-GL-COMPANY-CONTROL.
043356     05 WGL-C-RECORD-TYPE        PIC X(01) VALUE 'C'.
043363     05 WGL-C-COMPANY            PIC X(04).
043370     05 WGL-C-TOTAL-DEBITS       PIC 9(11)V99.
043377     05 WGL-C-TOTAL-CREDITS      PIC 9(11)V99.
043384     05 WGL-C-FILLER             PIC X(49) VALUE SPACES.
043391
043400
043500 01  WS-GL-TRAILER.
043600     05 WGL-T-RECORD-TYPE        PIC X(01) VALUE 'T'.
045500     05 WA2-NET-LABEL            PIC X(16) VALUE
045600                                 '             NET'.
045700     05 WA2-MSG-LABEL            PIC X(10) VALUE '  OUTCOME'.
045750     05 WA2-MSG-PAD              PIC X(31) VALUE SPACES.
045800     05 WA2-WHY-LABEL            PIC X(10) VALUE 'HELD FOR'.
045850     05 WA2-FILLER               PIC X(31) VALUE SPACES.
045900
046000 01  WS-APPRPT-DETAIL.
046100     05 WAD-ASA-CODE             PIC X(01) VALUE SPACES.
047000     05 WAD-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
047100     05 WAD-COL-DIV-5            PIC X(02) VALUE SPACES.
047200     05 WAD-MESSAGE              PIC X(40).
047250     05 WAD-COL-DIV-6            PIC X(02) VALUE SPACES.
047300     05 WAD-REASON               PIC X(10).
047350     05 WAD-FILLER               PIC X(31) VALUE SPACES.
047400
047500 01  WS-APPRPT-SECTION-LINE.
047600     05 WAS-ASA-CODE             PIC X(01) VALUE '-'.
058200     END-IF
058300
058400     MOVE WS-RUN-DATE    TO WDB-H-RUN-DATE
058450     MOVE WS-RUN-DATE    TO WDB-H-PAY-DATE
058500     MOVE WS-DISB-HEADER TO DISB-RECORD
058600     PERFORM 8600-WRITE-DISB-RECORD THRU 8600-EXIT
058700
063100     CLOSE TRANS-FILE
063200
063300     PERFORM 1200-LOAD-BANK-ACCOUNTS THRU 1200-EXIT
063350     PERFORM 1300-LOAD-COMPANY-TABLE THRU 1300-EXIT
063400
063500     PERFORM 8000-READ-OLD-SUSP THRU 8000-EXIT
063600
070400     MOVE BK-ROUTING-NUMBER TO BT-ROUTING-NUMBER (BT-NDX)
070500     MOVE BK-ACCOUNT-NUMBER TO BT-ACCOUNT-NUMBER (BT-NDX)
070600     MOVE BK-ACCOUNT-TYPE   TO BT-ACCOUNT-TYPE (BT-NDX)
070610     MOVE BK-PRENOTE-STATUS TO BT-PRENOTE-STATUS (BT-NDX)
070700     SET BT-NDX UP BY 1
070800     ADD +1 TO WS-BANK-ACCT-COUNT
070900
071300 1210-EXIT.
071400     EXIT.
071500*****************************************************************
071501*  LOAD THE COMPANY TABLE - ONE ROW PER LEGAL ENTITY, IN CODE
071502*  ORDER, GIVING ITS NAME, FEDERAL ID, BANK AND GL COMPANY
071503*****************************************************************
071504
071505 1300-LOAD-COMPANY-TABLE.
071506     OPEN INPUT COMP-FILE
071507     IF WS-CMPFILE-STATUS-CODE = '00' THEN
071508         CONTINUE
071509     ELSE
071510         MOVE '1300-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
071511         MOVE 'OPENING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
071512         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
071513         MOVE 3017 TO RETURN-CODE
071514         PERFORM 9999-ABORT THRU 9999-EXIT
071515     END-IF
071516
071517     SET CT-NDX TO 1
071518     PERFORM 8400-READ-COMP-FILE THRU 8400-EXIT
071519     PERFORM 1310-LOAD-ONE-COMPANY THRU 1310-EXIT
071520         UNTIL WS-COMP-EOF
071521     CLOSE COMP-FILE
071522
071523*************** NO COMPANY ROWS - NOTHING CAN BE PAID OR BOOKED.
071524     IF WS-COMPANY-COUNT = ZERO THEN
071525         MOVE '1300-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
071526         MOVE '- COMPANY TABLE EMPTY, ' TO WS-ABORT-MSG-EDESC
071527         MOVE '  ' TO WS-ABORT-MSG-SYSRC
071528         MOVE 3018 TO RETURN-CODE
071529         PERFORM 9999-ABORT THRU 9999-EXIT
071530     END-IF
071531
071532     .
071533 1300-EXIT.
071534     EXIT.
071535*****************************************************************
071536*  LOAD ONE COMPANY ROW - THE TABLE IS SEARCHED BY KEY, SO THE
071537*  FILE MUST BE IN ASCENDING CODE ORDER WITH NO DUPLICATES
071538*****************************************************************
071539
071540 1310-LOAD-ONE-COMPANY.
071541     IF WS-COMPANY-COUNT NOT < WS-C-COMPANY-TABLE-SIZE THEN
071542         MOVE '1310-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
071543         MOVE '- COMPANY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
071544         MOVE '  ' TO WS-ABORT-MSG-SYSRC
071545         MOVE 3019 TO RETURN-CODE
071546         PERFORM 9999-ABORT THRU 9999-EXIT
071547     END-IF
071548     IF CM-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
071549         MOVE '1310-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
071550         MOVE '- COMPANY TABLE OUT OF SEQUENCE, '
071551             TO WS-ABORT-MSG-EDESC
071552         MOVE '  ' TO WS-ABORT-MSG-SYSRC
071553         MOVE 3020 TO RETURN-CODE
071554         PERFORM 9999-ABORT THRU 9999-EXIT
071555     END-IF
071556
071557     MOVE CM-COMPANY-CODE   TO CT-COMPANY-CODE (CT-NDX)
071558     MOVE CM-COMPANY-NAME   TO CT-COMPANY-NAME (CT-NDX)
071559     MOVE CM-FEDERAL-ID     TO CT-FEDERAL-ID (CT-NDX)
071560     MOVE CM-BANK-ROUTING   TO CT-BANK-ROUTING (CT-NDX)
071561     MOVE CM-BANK-ACCOUNT   TO CT-BANK-ACCOUNT (CT-NDX)
071562     MOVE CM-GL-COMPANY     TO CT-GL-COMPANY (CT-NDX)
071563     MOVE CM-COMPANY-CODE   TO WS-LAST-COMPANY-CODE
071564     SET CT-NDX UP BY 1
071565     ADD +1 TO WS-COMPANY-COUNT
071566
071567     PERFORM 8400-READ-COMP-FILE THRU 8400-EXIT
071568
071569     .
071570 1310-EXIT.
071571     EXIT.
071572*****************************************************************
071600*  PROCESS ONE SUSPENSE RECORD
071700*****************************************************************
071800
071900 2000-PROCESS-SUSPENSE.
072000     MOVE OLD-SUSP-RECORD TO NEW-SUSP-RECORD
072008*************** ITEMS HELD BEFORE THE FICA AND LOCAL TAX WERE
072016*************** CARRIED HAVE SPACES THERE - REWRITE THEM AS ZERO.
072024     IF NS-SOCSEC NOT NUMERIC THEN
072032         MOVE ZERO TO NS-SOCSEC
072040     END-IF
072048     IF NS-MEDICARE NOT NUMERIC THEN
072056         MOVE ZERO TO NS-MEDICARE
072064     END-IF
072072     IF NS-LOCALTX NOT NUMERIC THEN
072080         MOVE ZERO TO NS-LOCALTX
072088     END-IF
072100
072200     IF NOT OS-STILL-HELD THEN
072300*************** ALREADY DECIDED ON AN EARLIER APPROVAL RUN -
077000     EXIT.
077100*****************************************************************
077200*  RELEASE A HELD ITEM - PAY THE NET AND MOVE THE LIABILITY
077233*  UNDER THE COMPANY THAT HELD IT.  THE FEEDS ARE CUT BY COMPANY
077266*  AT THE END OF THE RUN FROM THE RELEASED ITEM TABLE
077300*****************************************************************
077400
077500 2200-RELEASE-ITEM.
078000     ADD +1     TO WS-REL-COUNT
078100     ADD OS-NET TO WS-REL-NET
078200
078208     PERFORM 2205-FIND-ITEM-COMPANY THRU 2205-EXIT
078216
078224     SET RL-NDX TO WS-REL-COUNT
078232     MOVE OS-EMPLOYEE-ID           TO RL-EMPLOYEE-ID (RL-NDX)
078240     MOVE OS-LAST-NAME             TO RL-LAST-NAME (RL-NDX)
078248     MOVE OS-FIRST-NAME            TO RL-FIRST-NAME (RL-NDX)
078256     MOVE OS-MID-INIT              TO RL-MID-INIT (RL-NDX)
078264     MOVE OS-STATE-CODE            TO RL-STATE-CODE (RL-NDX)
078272     MOVE CT-COMPANY-CODE (CT-NDX) TO RL-COMPANY-CODE (RL-NDX)
078280     MOVE OS-NET                   TO RL-NET (RL-NDX)
078288
078300     PERFORM 2210-PAY-RELEASED-ITEM THRU 2210-EXIT
078500
078600     .
078700 2200-EXIT.
078800     EXIT.
078900*****************************************************************
078902*  FIND THE COMPANY THAT HELD THE ITEM - ITEMS HELD BEFORE THE
078904*  COMPANY WAS CARRIED ON SUSPENSE BELONG TO THE FIRST COMPANY
078906*****************************************************************
078908
078910 2205-FIND-ITEM-COMPANY.
078912     IF OS-COMPANY-CODE = SPACES THEN
078914         MOVE CT-COMPANY-CODE (1) TO WS-COMPANY-KEY
078916     ELSE
078918         MOVE OS-COMPANY-CODE     TO WS-COMPANY-KEY
078920     END-IF
078922
078924     MOVE 'N' TO WS-COMP-FOUND-SWITCH
078926     SEARCH ALL COMPANY-ENTRY
078928         AT END
078930             CONTINUE
078932         WHEN CT-COMPANY-CODE (CT-NDX) = WS-COMPANY-KEY
078934             SET WS-COMPANY-FOUND TO TRUE
078936     END-SEARCH
078938
078940     IF NOT WS-COMPANY-FOUND THEN
078942         DISPLAY 'LAB30 COMPANY ' WS-COMPANY-KEY
078944             ' NOT ON THE COMPANY TABLE, EMPLOYEE ' OS-EMPLOYEE-ID
078946         MOVE '2205-FIND-ITEM-COMPANY, ' TO WS-ABORT-MSG-PGRPH
078948         MOVE '- COMPANY NOT ON TABLE, ' TO WS-ABORT-MSG-EDESC
078950         MOVE '  ' TO WS-ABORT-MSG-SYSRC
078952         MOVE 3021 TO RETURN-CODE
078954         PERFORM 9999-ABORT THRU 9999-EXIT
078956     END-IF
078958
078960     .
078962 2205-EXIT.
078964     EXIT.
078966*****************************************************************
079000*  PAY ONE RELEASED ITEM - BANK FEED, OR CHECK REQUEST WHEN NO
079100*  ACCOUNT IS ON FILE OR ITS ACH PRENOTE HAS NOT CLEARED
079200*****************************************************************
079300
079400 2210-PAY-RELEASED-ITEM.
080100     END-SEARCH
080200
080300     IF NOT WS-BANK-ACCT-FOUND THEN
080350         SET RL-CHECK-REQUEST (RL-NDX) TO TRUE
080400         ADD +1     TO WS-CHKREQ-COUNT
080500         ADD OS-NET TO WS-CHKREQ-NET
080600         MOVE 'RELEASED - PAY BY CHECK REQUEST'
080800         PERFORM 2500-WRITE-OUTCOME-LINE THRU 2500-EXIT
080900         GO TO 2210-EXIT
081000     END-IF
081010
081020     IF NOT BT-ACCT-CLEARED (BT-NDX) THEN
081025         SET RL-CHECK-REQUEST (RL-NDX) TO TRUE
081030         ADD +1     TO WS-CHKREQ-COUNT
081040         ADD OS-NET TO WS-CHKREQ-NET
081050         MOVE 'RELEASED - PRENOTE OPEN, CHECK REQUEST'
081060             TO WAD-MESSAGE
081070         PERFORM 2500-WRITE-OUTCOME-LINE THRU 2500-EXIT
081080         GO TO 2210-EXIT
081090     END-IF
081100
081200     SET RL-BANK-FEED (RL-NDX) TO TRUE
081300     MOVE BT-ROUTING-NUMBER (BT-NDX)
081400                               TO RL-ROUTING-NUMBER (RL-NDX)
081500     MOVE BT-ACCOUNT-NUMBER (BT-NDX)
081600                               TO RL-ACCOUNT-NUMBER (RL-NDX)
081700     MOVE BT-ACCOUNT-TYPE (BT-NDX)
081800                               TO RL-ACCOUNT-TYPE (RL-NDX)
082600
082700     MOVE 'RELEASED - SENT TO THE BANK FEED'
082800         TO WAD-MESSAGE
083200 2210-EXIT.
083300     EXIT.
083400*****************************************************************
086100*  REJECT A HELD ITEM - REVERSE THE POSTING THROUGH LAB14
086200*****************************************************************
086300
093000     MOVE OS-RUN-DATE     TO WAD-RUN-DATE
093100     MOVE OS-STATE-CODE   TO WAD-STATE-CODE
093200     MOVE OS-NET          TO WAD-NET
093216     IF OS-HELD-DUPLICATE THEN
093232         MOVE 'DUPLICATE' TO WAD-REASON
093248     ELSE
093264         MOVE 'LIMIT'     TO WAD-REASON
093280     END-IF
093300     MOVE WS-APPRPT-DETAIL TO APPR-RECORD
093400     PERFORM 8500-WRITE-APPR-RECORD THRU 8500-EXIT
093500
094100*****************************************************************
094200
094300 3000-WRITE-TRAILERS.
094320     PERFORM 3200-WRITE-COMPANY-BATCH THRU 3200-EXIT
094340         VARYING CT-NDX FROM 1 BY 1
094360         UNTIL CT-NDX > WS-COMPANY-COUNT
094380
094400     MOVE SPACES             TO WS-DISB-TRAILER
094500     MOVE 'T'                TO WDB-T-RECORD-TYPE
094600     MOVE WS-DISB-REC-COUNT  TO WDB-T-RECORD-COUNT
094700     MOVE WS-DISB-NET        TO WDB-T-TOTAL-NET
094750     MOVE ZERO               TO WDB-T-PRENOTE-COUNT
094800     MOVE WS-DISB-TRAILER    TO DISB-RECORD
094900     PERFORM 8600-WRITE-DISB-RECORD THRU 8600-EXIT
095000
103000     .
103100 3100-EXIT.
103200     EXIT.
103201*****************************************************************
103202*  CUT ONE COMPANY'S SHARE OF THE RELEASES - ITS BANK BATCH (B,
103203*  D DETAILS, C) WHEN ANY ITEM GOES TO THE BANK, THEN ITS GL
103204*  ENTRIES AND GL CONTROL.  CT-NDX IS ON THE COMPANY.
103205*****************************************************************
103206
103207 3200-WRITE-COMPANY-BATCH.
103208     MOVE ZERO TO WS-CO-REL-COUNT, WS-CO-DISB-COUNT
103209     MOVE ZERO TO WS-CO-DISB-NET, WS-CO-GL-DEBITS
103210     MOVE ZERO TO WS-CO-GL-CREDITS
103211     PERFORM 3210-TALLY-ONE-RELEASE THRU 3210-EXIT
103212         VARYING RL-NDX FROM 1 BY 1
103213         UNTIL RL-NDX > WS-REL-COUNT
103214     IF WS-CO-REL-COUNT = ZERO THEN
103215         GO TO 3200-EXIT
103216     END-IF
103217
103218     IF WS-CO-DISB-COUNT > ZERO THEN
103219         MOVE CT-COMPANY-CODE (CT-NDX) TO WDB-B-COMPANY-CODE
103220         MOVE CT-COMPANY-NAME (CT-NDX) TO WDB-B-COMPANY-NAME
103221         MOVE CT-FEDERAL-ID (CT-NDX)   TO WDB-B-FEDERAL-ID
103222         MOVE CT-BANK-ROUTING (CT-NDX) TO WDB-B-ROUTING-NUMBER
103223         MOVE CT-BANK-ACCOUNT (CT-NDX) TO WDB-B-ACCOUNT-NUMBER
103224         MOVE WS-RUN-DATE              TO WDB-B-RUN-DATE
103225         MOVE WS-RUN-DATE              TO WDB-B-PAY-DATE
103226         MOVE WS-DISB-BATCH-HEADER     TO DISB-RECORD
103227         PERFORM 8600-WRITE-DISB-RECORD THRU 8600-EXIT
103228
103229         PERFORM 3220-WRITE-ONE-DETAIL THRU 3220-EXIT
103230             VARYING RL-NDX FROM 1 BY 1
103231             UNTIL RL-NDX > WS-REL-COUNT
103232
103233         MOVE CT-COMPANY-CODE (CT-NDX) TO WDB-C-COMPANY-CODE
103234         MOVE WS-CO-DISB-COUNT         TO WDB-C-RECORD-COUNT
103235         MOVE WS-CO-DISB-NET           TO WDB-C-TOTAL-NET
103236         MOVE WS-DISB-BATCH-CONTROL    TO DISB-RECORD
103237         PERFORM 8600-WRITE-DISB-RECORD THRU 8600-EXIT
103238     END-IF
103239
103240     PERFORM 3230-BOOK-RELEASE-GL THRU 3230-EXIT
103241         VARYING RL-NDX FROM 1 BY 1
103242         UNTIL RL-NDX > WS-REL-COUNT
103243
103244     MOVE CT-GL-COMPANY (CT-NDX)   TO WGL-C-COMPANY
103245     MOVE WS-CO-GL-DEBITS          TO WGL-C-TOTAL-DEBITS
103246     MOVE WS-CO-GL-CREDITS         TO WGL-C-TOTAL-CREDITS
103247     MOVE WS-GL-COMPANY-CONTROL    TO GL-RECORD
103248     PERFORM 8800-WRITE-GL-RECORD THRU 8800-EXIT
103249
103250     .
103251 3200-EXIT.
103252     EXIT.
103253*****************************************************************
103254*  COUNT ONE RELEASED ITEM TOWARD THE COMPANY AT CT-NDX
103255*****************************************************************
103256
103257 3210-TALLY-ONE-RELEASE.
103258     IF RL-COMPANY-CODE (RL-NDX) = CT-COMPANY-CODE (CT-NDX) THEN
103259         ADD +1 TO WS-CO-REL-COUNT
103260         IF RL-BANK-FEED (RL-NDX) THEN
103261             ADD +1 TO WS-CO-DISB-COUNT
103262         END-IF
103263     END-IF
103264
103265     .
103266 3210-EXIT.
103267     EXIT.
103268*****************************************************************
103269*  WRITE ONE BANK FEED DETAIL FOR THE COMPANY AT CT-NDX
103270*****************************************************************
103271
103272 3220-WRITE-ONE-DETAIL.
103273     IF RL-COMPANY-CODE (RL-NDX) NOT = CT-COMPANY-CODE (CT-NDX) OR
103274        NOT RL-BANK-FEED (RL-NDX) THEN
103275         GO TO 3220-EXIT
103276     END-IF
103277
103278     MOVE SPACES                     TO WS-DISB-DETAIL
103279     MOVE 'D'                        TO WDB-D-RECORD-TYPE
103280     MOVE RL-EMPLOYEE-ID (RL-NDX)    TO WDB-D-EMPLOYEE-ID
103281     MOVE RL-LAST-NAME (RL-NDX)      TO WDB-D-LAST-NAME
103282     MOVE RL-FIRST-NAME (RL-NDX)     TO WDB-D-FIRST-NAME
103283     MOVE RL-MID-INIT (RL-NDX)       TO WDB-D-MID-INIT
103284     MOVE RL-NET (RL-NDX)            TO WDB-D-NET-AMT
103285     MOVE RL-ROUTING-NUMBER (RL-NDX) TO WDB-D-ROUTING-NUMBER
103286     MOVE RL-ACCOUNT-NUMBER (RL-NDX) TO WDB-D-ACCOUNT-NUMBER
103287     MOVE RL-ACCOUNT-TYPE (RL-NDX)   TO WDB-D-ACCOUNT-TYPE
103288     MOVE WS-DISB-DETAIL             TO DISB-RECORD
103289     PERFORM 8600-WRITE-DISB-RECORD THRU 8600-EXIT
103290     ADD +1             TO WS-DISB-REC-COUNT
103291     ADD RL-NET (RL-NDX) TO WS-DISB-NET, WS-CO-DISB-NET
103292
103293     .
103294 3220-EXIT.
103295     EXIT.
103296*****************************************************************
103297*  BALANCED GL MOVEMENT FOR ONE RELEASE OF THE COMPANY AT CT-NDX -
103298*  THE NET LEAVES THE NET-PAY LIABILITY (BOOKED BY THE ORIGINAL
103299*  RUN) FOR CASH
103300*****************************************************************
103301
103302 3230-BOOK-RELEASE-GL.
103303     IF RL-COMPANY-CODE (RL-NDX) NOT =
103304         CT-COMPANY-CODE (CT-NDX) THEN
103305         GO TO 3230-EXIT
103306     END-IF
103307
103308     MOVE SPACES                  TO WS-GL-DETAIL
103309     MOVE 'D'                     TO WGL-D-RECORD-TYPE
103310     MOVE WS-RUN-DATE             TO WGL-D-RUN-DATE
103311     MOVE RL-STATE-CODE (RL-NDX)  TO WGL-D-STATE-CODE
103312     MOVE WS-C-GL-NETPAY-ACCT     TO WGL-D-ACCOUNT
103313     MOVE 'D'                     TO WGL-D-DR-CR
103314     MOVE RL-NET (RL-NDX)         TO WGL-D-AMOUNT
103315     MOVE CT-GL-COMPANY (CT-NDX)  TO WGL-D-COMPANY
103316     MOVE WS-RUN-DATE             TO WGL-D-PAY-DATE
103317     MOVE WS-GL-DETAIL            TO GL-RECORD
103318     PERFORM 8800-WRITE-GL-RECORD THRU 8800-EXIT
103319     ADD RL-NET (RL-NDX) TO WS-GL-DEBITS, WS-CO-GL-DEBITS
103320
103321     MOVE WS-C-GL-CASH-ACCT       TO WGL-D-ACCOUNT
103322     MOVE 'C'                     TO WGL-D-DR-CR
103323     MOVE WS-GL-DETAIL            TO GL-RECORD
103324     PERFORM 8800-WRITE-GL-RECORD THRU 8800-EXIT
103325     ADD RL-NET (RL-NDX) TO WS-GL-CREDITS, WS-CO-GL-CREDITS
103326
103327     .
103328 3230-EXIT.
103329     EXIT.
103330*****************************************************************
103400*  TERMINATION ROUTINE
103500*****************************************************************
103600
112000 8200-EXIT.
112100     EXIT.
112200*****************************************************************
112204*  READ COMPANY TABLE ROUTINE
112208*****************************************************************
112212
112216 8400-READ-COMP-FILE.
112220     READ COMP-FILE
112224         AT END
112228             SET WS-COMP-EOF TO TRUE
112232     END-READ
112236     IF WS-CMPFILE-STATUS-CODE = '00' OR
112240         WS-CMPFILE-STATUS-CODE = '10' THEN
112244         CONTINUE
112248     ELSE
112252         MOVE '8400-READ-COMP-FILE, ' TO WS-ABORT-MSG-PGRPH
112256         MOVE 'READING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
112260         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
112264         MOVE 8304 TO RETURN-CODE
112268         PERFORM 9999-ABORT THRU 9999-EXIT
112272     END-IF
112276
112280     .
112284 8400-EXIT.
112288     EXIT.
112292*****************************************************************
112300*  WRITE APPROVAL LISTING RECORD
112400*****************************************************************
112500
