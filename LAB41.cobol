000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB41.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB41 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM REISSUES DIRECT DEPOSITS THE BANK
001300*    =======  RETURNED.  LAB23 HOLDS EVERY PROVEN RETURN ON THE
001400*                RETURNED-PAYMENT PENDING FILE (COPYLIB RPNDCMP)
001500*                WITH ITS ORIGINAL NET; THIS RUN PAYS THAT SAME
001600*                NET AGAIN - TO THE EMPLOYEE'S CORRECTED ACCOUNT
001700*                ON BANKACCT WHEN THERE IS ONE, OR BY CHECK
001800*                REQUEST WHEN THERE IS STILL NO USABLE ACCOUNT.
001900*                NOTHING IS RE-TAXED AND NOTHING IS POSTED TO
002000*                HISTORY, YTD, OR THE GL - THE BONUS STANDS
002100*                EXACTLY AS LAB14 POSTED IT.
002200*
002300*    NOTE:    AN ITEM WHOSE EMPLOYEE STILL HAS THE RETURNED
002400*    =====    ACCOUNT ON BANKACCT IS LEFT PENDING - PAYING IT
002500*             AGAIN WOULD ONLY BOUNCE.  LAB23 REVERSES IT ONCE
002600*             IT HAS GONE UNCLAIMED FOR ITS WS-C-UNCLAIMED-DAYS.
002700*             A CORRECTED ACCOUNT STILL IN ACH PRENOTE IS PAID
002800*             BY CHECK REQUEST, THE SAME RULE LAB14 APPLIES.
002900*
003000*    INPUT   PEND-FILE       RETPEND  (RETURNED PAYMENTS)
003100*    =====   BANK-FILE       BANKACCT (BANK-ACCOUNT MASTER)
003150*            COMP-FILE       COMPANY  (COMPANY TABLE)
003200*
003300*    PROCESS 1. LOAD THE BANK-ACCOUNT MASTER AND THE COMPANY
003400*    =======    TABLE.
003450*            2. FOR EACH PENDING ITEM, REISSUE IT TO THE BANK,
003500*               REQUEST A CHECK, OR CARRY IT FORWARD.
003533*            3. CUT THE REISSUE FEED ONE BATCH PER COMPANY, UNDER
003566*               THE COMPANY THAT PAID THE ORIGINAL POSTING.
003600*
003700*    OUTPUT  NEW-PEND        NEWRPEND (ITEMS STILL PENDING)
003800*    ======  DISB-FILE       RDISBURS (REISSUE DISBURSEMENT
003900*                                      FEED - LAB14 LAYOUT)
004000*            CHKQ-FILE       CHKREQX  (CHECK REQUESTS FOR LAB39)
004100*            REISSUE-REPORT  RISSRPT  (REISSUE LISTING)
004200*
004300*    CALLING PROGRAM(S)  :   NONE
004400*
004500*    CALLED  PROGRAM(S)  :   NONE
004600*
004700*---------------------------------------------------------------*
004800*                 UPDATE LOG
004900*---------------------------------------------------------------*
005000*
005100* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005200* ------  --------  --------  -------------------  -------   ---*
005300* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB41     000*
005333* SUZI Q  PAYROLL   10/15/26  REISSUE FEED CUT BY   LAB41     001*
005366*                             COMPANY FROM THE COMPANY TABLE
005377* SUZI Q  PAYROLL   10/15/26  CHECK REQUESTS CARRY  LAB41     002*
005388*                             THE PAYING COMPANY
005400*****************************************************************
005500*
005600*****************************************************************
005700*         E N V I R O N M E N T     D I V I S I O N
005800*****************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT PEND-FILE      ASSIGN TO RETPEND
006300            FILE STATUS IS WS-PNDFILE-STATUS-CODE.
006400     SELECT BANK-FILE      ASSIGN TO BANKACCT
006500            FILE STATUS IS WS-BNKFILE-STATUS-CODE.
006533     SELECT COMP-FILE      ASSIGN TO COMPANY
006566            FILE STATUS IS WS-CMPFILE-STATUS-CODE.
006600     SELECT NEW-PEND       ASSIGN TO NEWRPEND
006700            FILE STATUS IS WS-NPDFILE-STATUS-CODE.
006800     SELECT DISB-FILE      ASSIGN TO RDISBURS
006900            FILE STATUS IS WS-DSBFILE-STATUS-CODE.
007000     SELECT CHKQ-FILE      ASSIGN TO CHKREQX
007100            FILE STATUS IS WS-CHQFILE-STATUS-CODE.
007200     SELECT REISSUE-REPORT ASSIGN TO RISSRPT
007300            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
007400*****************************************************************
007500*                  D A T A     D I V I S I O N
007600*****************************************************************
007700 DATA DIVISION.
007800 FILE SECTION.
007900*****************************************************************
008000*    PEND-FILE - RETURNED PAYMENTS AWAITING REISSUE  INPUT
008100*****************************************************************
008200 FD  PEND-FILE
008300     RECORDING F
008400     LABEL RECORDS STANDARD
008500     RECORD CONTAINS 120 CHARACTERS
008600     BLOCK CONTAINS 0 RECORDS
008700     DATA RECORD IS PEND-RECORD.
008800
008900 COPY RPNDCMP REPLACING
009000     RP-RECORD              BY  PEND-RECORD
009100     RP-EMPLOYEE-ID         BY  PI-EMPLOYEE-ID
009200     RP-LAST-NAME           BY  PI-LAST-NAME
009300     RP-FIRST-NAME          BY  PI-FIRST-NAME
009400     RP-MID-INIT            BY  PI-MID-INIT
009500     RP-STATE-CODE          BY  PI-STATE-CODE
009600     RP-FED-TAX-EXEMPT-CODE BY  PI-FED-TAX-EXEMPT-CODE
009700     RP-ST-TAX-EXEMPT-CODE  BY  PI-ST-TAX-EXEMPT-CODE
009800     RP-GROSS               BY  PI-GROSS
009900     RP-NET-AMT             BY  PI-NET-AMT
010000     RP-ORIG-RUN-DATE       BY  PI-ORIG-RUN-DATE
010100     RP-RETURN-DATE         BY  PI-RETURN-DATE
010200     RP-REASON-CODE         BY  PI-REASON-CODE
010300     RP-ROUTING-NUMBER      BY  PI-ROUTING-NUMBER
010400     RP-ACCOUNT-NUMBER      BY  PI-ACCOUNT-NUMBER
010450     RP-COMPANY-CODE        BY  PI-COMPANY-CODE.
010500
010600*****************************************************************
010700*    BANK-FILE - EMPLOYEE BANK-ACCOUNT MASTER        INPUT
010800*****************************************************************
010900 FD  BANK-FILE
011000     RECORDING F
011100     LABEL RECORDS STANDARD
011200     RECORD CONTAINS 80 CHARACTERS
011300     BLOCK CONTAINS 0 RECORDS
011400     DATA RECORD IS BANK-RECORD.
011500
011600 COPY BNKACMP REPLACING
011700     BA-RECORD              BY  BANK-RECORD
011800     BA-EMPLOYEE-ID         BY  BK-EMPLOYEE-ID
011900     BA-ROUTING-NUMBER      BY  BK-ROUTING-NUMBER
012000     BA-ACCOUNT-NUMBER      BY  BK-ACCOUNT-NUMBER
012100     BA-ACCOUNT-TYPE        BY  BK-ACCOUNT-TYPE
012200     BA-CHECKING            BY  BK-CHECKING
012300     BA-SAVINGS             BY  BK-SAVINGS
012400     BA-CHANGE-DATE         BY  BK-CHANGE-DATE
012500     BA-PRENOTE-STATUS      BY  BK-PRENOTE-STATUS
012600     BA-PRENOTE-PENDING     BY  BK-PRENOTE-PENDING
012700     BA-PRENOTE-SENT        BY  BK-PRENOTE-SENT
012800     BA-PRENOTE-CLEARED     BY  BK-PRENOTE-CLEARED
012900     BA-PRENOTE-REJECTED    BY  BK-PRENOTE-REJECTED
013000     BA-PRENOTE-DATE        BY  BK-PRENOTE-DATE.
013100
013105*****************************************************************
013110*    COMP-FILE - COMPANY (LEGAL ENTITY) TABLE        INPUT
013115*****************************************************************
013120 FD  COMP-FILE
013125     RECORDING F
013130     LABEL RECORDS STANDARD
013135     RECORD CONTAINS 80 CHARACTERS
013140     BLOCK CONTAINS 0 RECORDS
013145     DATA RECORD IS COMP-RECORD.
013150
013155 COPY COMPCMP REPLACING
013160     CO-RECORD              BY  COMP-RECORD
013165     CO-COMPANY-CODE        BY  CM-COMPANY-CODE
013170     CO-COMPANY-NAME        BY  CM-COMPANY-NAME
013175     CO-FEDERAL-ID          BY  CM-FEDERAL-ID
013180     CO-BANK-ROUTING        BY  CM-BANK-ROUTING
013185     CO-BANK-ACCOUNT        BY  CM-BANK-ACCOUNT
013190     CO-GL-COMPANY          BY  CM-GL-COMPANY.
013195
013200*****************************************************************
013300*    NEW-PEND - ITEMS STILL AWAITING REISSUE         OUTPUT
013400*****************************************************************
013500 FD  NEW-PEND
013600     RECORDING F
013700     LABEL RECORDS STANDARD
013800     RECORD CONTAINS 120 CHARACTERS
013900     BLOCK CONTAINS 0 RECORDS
014000     DATA RECORD IS NEW-PEND-RECORD.
014100
014200 01  NEW-PEND-RECORD.
014300     05  FILLER                  PIC X(120).
014400
014500*****************************************************************
014600*    DISB-FILE - REISSUE DISBURSEMENT FEED           OUTPUT
014700*****************************************************************
014800 FD  DISB-FILE
014900     RECORDING F
015000     LABEL RECORDS STANDARD
015100     RECORD CONTAINS 120 CHARACTERS
015200     BLOCK CONTAINS 0 RECORDS
015300     DATA RECORD IS DISB-RECORD.
015400
015500 01  DISB-RECORD.
015600     05  FILLER                  PIC X(120).
015700
015800*****************************************************************
015900*    CHKQ-FILE - CHECK REQUESTS FOR LAB39            OUTPUT
016000*****************************************************************
016100 FD  CHKQ-FILE
016200     RECORDING F
016300     LABEL RECORDS STANDARD
016400     RECORD CONTAINS 120 CHARACTERS
016500     BLOCK CONTAINS 0 RECORDS
016600     DATA RECORD IS CHKQ-RECORD.
016700
016800 COPY CHKQCMP REPLACING
016900     CQ-RECORD              BY  CHKQ-RECORD
017000     CQ-EMPLOYEE-ID         BY  CX-EMPLOYEE-ID
017100     CQ-LAST-NAME           BY  CX-LAST-NAME
017200     CQ-FIRST-NAME          BY  CX-FIRST-NAME
017300     CQ-MID-INIT            BY  CX-MID-INIT
017400     CQ-STATE-CODE          BY  CX-STATE-CODE
017500     CQ-FED-TAX-EXEMPT-CODE BY  CX-FED-TAX-EXEMPT-CODE
017600     CQ-ST-TAX-EXEMPT-CODE  BY  CX-ST-TAX-EXEMPT-CODE
017700     CQ-GROSS               BY  CX-GROSS
017800     CQ-NET-AMT             BY  CX-NET-AMT
017900     CQ-RUN-DATE            BY  CX-RUN-DATE
018000     CQ-RUN-NUMBER          BY  CX-RUN-NUMBER
018100     CQ-REASON              BY  CX-REASON
018150     CQ-COMPANY-CODE        BY  CX-COMPANY-CODE.
018200
018300*****************************************************************
018400*    REISSUE-REPORT                                  OUTPUT
018500*****************************************************************
018600 FD  REISSUE-REPORT
018700     RECORDING F
018800     LABEL RECORDS STANDARD
018900     RECORD CONTAINS 133 CHARACTERS
019000     BLOCK CONTAINS 0 RECORDS
019100     DATA RECORD IS RI-REPORT-RECORD.
019200
019300 01  RI-REPORT-RECORD.
019400     05  FILLER                  PIC X(133).
019500
019600*****************************************************************
019700*    W O R K I N G - S T O R A G E
019800*****************************************************************
019900
020000 WORKING-STORAGE SECTION.
020100
020200 01  WS-START-OF-WORKING-STORAGE.
020300     05 WS-START-OF-WS-MARKER           PIC X(37)
020400        VALUE 'LAB41 WORKING STORAGE BEGINS HERE'.
020500***********************
020600*  CONSTANTS          *
020700***********************
020800
020900 01  WS-CONSTANTS.
021000     05  WS-C-BANK-TABLE-SIZE    PIC S9(04)     COMP-3 VALUE 1000.
021033     05  WS-C-COMPANY-TABLE-SIZE PIC S9(04)     COMP-3 VALUE 10.
021066     05  WS-C-REISSUE-TABLE-SIZE PIC S9(04)     COMP-3 VALUE 1000.
021100     05  WS-C-FEED-TITLE         PIC X(21)      VALUE
021200                                 'RETURNED ITEM REISSUE'.
021300
021400***********************
021500*  ERROR CODES        *
021600***********************
021700
021800 01  WS-ERROR-CODES.
021900     05  WS-PNDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
022000     05  WS-BNKFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
022050     05  WS-CMPFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
022100     05  WS-NPDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
022200     05  WS-DSBFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
022300     05  WS-CHQFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
022400     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
022500     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
022600     05  WS-ABORT-CODE           PIC S9(1).
022700     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
022800
022900***********************
023000*  MESSAGE STRINGS    *
023100***********************
023200
023300 01  WS-ABORT-MSG-STRING.
023400     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
023500     05  WS-ABORT-MSG-EDESC      PIC X(28).
023600     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
023700     05  WS-ABORT-MSG-PGRPH      PIC X(28).
023800     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
023900     05  WS-ABORT-MSG-SYSRC      PIC X(02).
024000
024100***********************
024200*  SWITCHES           *
024300***********************
024400
024500 01  SWITCHES.
024600     05  WS-PEND-FILE-SWITCH     PIC X(01) VALUE 'N'.
024700         88  WS-PEND-EOF                   VALUE 'Y'.
024800     05  WS-BANK-FILE-SWITCH     PIC X(01) VALUE 'N'.
024900         88  WS-BANK-EOF                   VALUE 'Y'.
025000     05  WS-BANK-ACCT-SWITCH     PIC X(01) VALUE 'N'.
025100         88  WS-BANK-ACCT-FOUND            VALUE 'Y'.
025120     05  WS-COMP-FILE-SWITCH     PIC X(01) VALUE 'N'.
025140         88  WS-COMP-EOF                   VALUE 'Y'.
025160     05  WS-COMP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
025180         88  WS-COMPANY-FOUND              VALUE 'Y'.
025200
025300***********************
025400*  ACCUMULATORS       *
025500***********************
025600
025700 01  ACCUMULATORS.
025800     05  WS-PEND-IN              PIC S9(05) COMP-3 VALUE +0.
025900     05  WS-BANK-ACCT-COUNT      PIC S9(05) COMP-3 VALUE +0.
026000     05  WS-ACH-CTR              PIC S9(05) COMP-3 VALUE +0.
026100     05  WS-ACH-AMT              PIC S9(11)V99 COMP-3 VALUE +0.
026200     05  WS-CHECK-CTR            PIC S9(05) COMP-3 VALUE +0.
026300     05  WS-CHECK-AMT            PIC S9(11)V99 COMP-3 VALUE +0.
026400     05  WS-HELD-CTR             PIC S9(05) COMP-3 VALUE +0.
026500     05  WS-HELD-AMT             PIC S9(11)V99 COMP-3 VALUE +0.
026525     05  WS-COMPANY-COUNT        PIC S9(04) COMP-3 VALUE +0.
026550     05  WS-CO-ACH-CTR           PIC S9(07) COMP-3 VALUE +0.
026575     05  WS-CO-ACH-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
026600
026700**************************
026800*  BANK-ACCOUNT TABLE    *
026900**************************
027000*************** THE BANK-ACCOUNT MASTER (SEE COPYLIB BNKACMP)
027100*************** LOADED INTO CORE AT INITIALIZATION - THE PENDING
027200*************** FILE IS IN NO PARTICULAR ORDER.
027300 01  BANK-TABLE.
027400     05  BANK-ACCTS OCCURS 1000 TIMES
027500             ASCENDING KEY IS BT-EMPLOYEE-ID
027600             INDEXED BY BT-NDX.
027700         10  BT-EMPLOYEE-ID      PIC X(08) VALUE HIGH-VALUES.
027800         10  BT-ROUTING-NUMBER   PIC 9(09).
027900         10  BT-ACCOUNT-NUMBER   PIC X(17).
028000         10  BT-ACCOUNT-TYPE     PIC X(01).
028100         10  BT-PRENOTE-STATUS   PIC X(01).
028200             88  BT-ACCT-CLEARED           VALUE 'A' ' '.
028300             88  BT-ACCT-REJECTED          VALUE 'R'.
028400
028402**************************
028404*  COMPANY TABLE         *
028406**************************
028408*************** THE COMPANY (LEGAL ENTITY) TABLE (SEE COPYLIB
028410*************** COMPCMP), LOADED AT INITIALIZATION IN CODE ORDER.
028412*************** A REISSUE IS DRAWN ON THE COMPANY THAT PAID THE
028414*************** ORIGINAL POSTING.
028416 01  COMPANY-TABLE.
028418     05  COMPANY-ENTRY OCCURS 10 TIMES
028420             ASCENDING KEY IS CT-COMPANY-CODE
028422             INDEXED BY CT-NDX.
028424         10  CT-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
028426         10  CT-COMPANY-NAME     PIC X(21).
028428         10  CT-FEDERAL-ID       PIC X(09).
028430         10  CT-BANK-ROUTING     PIC 9(09).
028432         10  CT-BANK-ACCOUNT     PIC X(17).
028434         10  CT-GL-COMPANY       PIC X(04).
028436
028438**************************
028440*  BANK REISSUE TABLE    *
028442**************************
028444*************** EVERY ITEM REISSUED TO THE BANK THIS RUN, HELD
028446*************** UNTIL THE END SO THE FEED CAN BE CUT ONE COMPANY
028448*************** AT A TIME.
028450 01  REISSUE-TABLE.
028452     05  REISSUE-ENTRY OCCURS 1000 TIMES
028454             INDEXED BY RE-NDX.
028456         10  RE-EMPLOYEE-ID      PIC X(08).
028458         10  RE-LAST-NAME        PIC X(20).
028460         10  RE-FIRST-NAME       PIC X(15).
028462         10  RE-MID-INIT         PIC X(01).
028464         10  RE-COMPANY-CODE     PIC X(04).
028466         10  RE-NET-AMT          PIC S9(09)V99 COMP-3.
028468         10  RE-ROUTING-NUMBER   PIC 9(09).
028470         10  RE-ACCOUNT-NUMBER   PIC X(17).
028472         10  RE-ACCOUNT-TYPE     PIC X(01).
028474
028500***********************
028600*  WORKING VALUES     *
028700***********************
028800
028900 01  WS-WORKING-VALUES.
029000     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
029100     05  WS-CHECK-REASON         PIC X(30)  VALUE SPACES.
029133     05  WS-COMPANY-KEY          PIC X(04)  VALUE SPACES.
029166     05  WS-LAST-COMPANY-CODE    PIC X(04)  VALUE LOW-VALUES.
029200
029300***********************
029400*  RECORD LAYOUTS     *
029500***********************
029600
029700 01  WS-RIRPT-HEADER-1.
029800     05 WH1-ASA-CODE             PIC X(01) VALUE '1'.
029900     05 WH1-TITLE                PIC X(42) VALUE
030000                  'RETURNED PAYMENT REISSUE LISTING'.
030100     05 WH1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
030200     05 WH1-RUN-DATE             PIC X(08).
030300     05 WH1-FILLER               PIC X(72) VALUE SPACES.
030400
030500 01  WS-RIRPT-HEADER-2.
030600     05 WH2-ASA-CODE             PIC X(01) VALUE '-'.
030700     05 WH2-EMP-LABEL            PIC X(10) VALUE 'EMPLOYEE'.
030800     05 WH2-NAME-LABEL           PIC X(38) VALUE 'NAME'.
030900     05 WH2-DATE-LABEL           PIC X(10) VALUE 'RET DATE'.
031000     05 WH2-REASON-LABEL         PIC X(04) VALUE 'RC'.
031100     05 WH2-NET-LABEL            PIC X(17) VALUE
031200                                 '     NET AMOUNT'.
031300     05 WH2-ACTION-LABEL         PIC X(16) VALUE 'ACTION'.
031400     05 WH2-MSG-LABEL            PIC X(36) VALUE 'MESSAGE'.
031500     05 WH2-FILLER               PIC X(01) VALUE SPACES.
031600
031700 01  WS-RIRPT-DETAIL.
031800     05 WRD-ASA-CODE             PIC X(01) VALUE SPACES.
031900     05 WRD-EMPLOYEE-ID          PIC X(08).
032000     05 WRD-COL-DIV-1            PIC X(02) VALUE SPACES.
032100     05 WRD-LAST-NAME            PIC X(20).
032200     05 WRD-COL-DIV-2            PIC X(01) VALUE SPACES.
032300     05 WRD-FIRST-NAME           PIC X(15).
032400     05 WRD-COL-DIV-3            PIC X(02) VALUE SPACES.
032500     05 WRD-RETURN-DATE          PIC X(08).
032600     05 WRD-COL-DIV-4            PIC X(02) VALUE SPACES.
032700     05 WRD-REASON-CODE          PIC X(02).
032800     05 WRD-COL-DIV-5            PIC X(02) VALUE SPACES.
032900     05 WRD-NET-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
033000     05 WRD-COL-DIV-6            PIC X(02) VALUE SPACES.
033100     05 WRD-ACTION               PIC X(14).
033200     05 WRD-COL-DIV-7            PIC X(02) VALUE SPACES.
033300     05 WRD-MESSAGE              PIC X(36).
033400     05 WRD-FILLER               PIC X(01) VALUE SPACES.
033500
033600 01  WS-RIRPT-COUNT-LINE.
033700     05 WRC-ASA-CODE             PIC X(01) VALUE '-'.
033800     05 WRC-LABEL                PIC X(26).
033900     05 WRC-COUNT                PIC Z,ZZZ,ZZ9.
034000     05 WRC-FILLER               PIC X(97) VALUE SPACES.
034100
034200 01  WS-RIRPT-AMOUNT-LINE.
034300     05 WRA-ASA-CODE             PIC X(01) VALUE ' '.
034400     05 WRA-LABEL                PIC X(26).
034500     05 WRA-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
034600     05 WRA-FILLER               PIC X(91) VALUE SPACES.
034700
034800*************** BANK DISBURSEMENT FEED RECORDS - THE SAME LAYOUT
034900*************** LAB14 WRITES, SO THE BANK INTERFACE AND LAB23
035000*************** TAKE THE REISSUE FEED UNCHANGED: H, THEN ONE
035025*************** BATCH PER COMPANY (B HEADER, D DETAILS, C
035050*************** CONTROL), THEN T.  A REISSUE IS PAID AT ONCE, SO
035075*************** THE PAY DATE IS THE RUN DATE.
035100 01  WS-DISB-HEADER.
035200     05 WDB-H-RECORD-TYPE        PIC X(01) VALUE 'H'.
035300     05 WDB-H-RUN-DATE           PIC X(08).
035400     05 WDB-H-COMPANY            PIC X(21).
035500     05 WDB-H-RUN-NUMBER         PIC 9(05).
035600     05 WDB-H-PAY-DATE           PIC X(08).
035650     05 WDB-H-FILLER             PIC X(77) VALUE SPACES.
035700
035800 01  WS-DISB-DETAIL.
035900     05 WDB-D-RECORD-TYPE        PIC X(01) VALUE 'D'.
036000     05 WDB-D-EMPLOYEE-ID        PIC X(08).
036100     05 WDB-D-LAST-NAME          PIC X(20).
036200     05 WDB-D-FIRST-NAME         PIC X(15).
036300     05 WDB-D-MID-INIT           PIC X(01).
036400     05 WDB-D-NET-AMT            PIC 9(09)V99.
036500     05 WDB-D-ROUTING-NUMBER     PIC 9(09).
036600     05 WDB-D-ACCOUNT-NUMBER     PIC X(17).
036700     05 WDB-D-ACCOUNT-TYPE       PIC X(01).
036800     05 WDB-D-FILLER             PIC X(37) VALUE SPACES.
036900
036904*************** COMPANY BATCH HEADER - THE ORIGINATING ACCOUNT THE
036908*************** BATCH IS DRAWN ON (COPYLIB COMPCMP)
036912 01  WS-DISB-BATCH-HEADER.
036916     05 WDB-B-RECORD-TYPE        PIC X(01) VALUE 'B'.
036920     05 WDB-B-COMPANY-CODE       PIC X(04).
036924     05 WDB-B-COMPANY-NAME       PIC X(21).
036928     05 WDB-B-FEDERAL-ID         PIC X(09).
036932     05 WDB-B-ROUTING-NUMBER     PIC 9(09).
036936     05 WDB-B-ACCOUNT-NUMBER     PIC X(17).
036940     05 WDB-B-RUN-DATE           PIC X(08).
036944     05 WDB-B-PAY-DATE           PIC X(08).
036948     05 WDB-B-FILLER             PIC X(43) VALUE SPACES.
036952
036956 01  WS-DISB-BATCH-CONTROL.
036960     05 WDB-C-RECORD-TYPE        PIC X(01) VALUE 'C'.
036964     05 WDB-C-COMPANY-CODE       PIC X(04).
036968     05 WDB-C-RECORD-COUNT       PIC 9(07).
036972     05 WDB-C-TOTAL-NET          PIC 9(11)V99.
036976     05 WDB-C-FILLER             PIC X(95) VALUE SPACES.
036980
037000 01  WS-DISB-TRAILER.
037100     05 WDB-T-RECORD-TYPE        PIC X(01) VALUE 'T'.
037200     05 WDB-T-RECORD-COUNT       PIC 9(07).
037300     05 WDB-T-TOTAL-NET          PIC 9(11)V99.
037400     05 WDB-T-PRENOTE-COUNT      PIC 9(05).
037500     05 WDB-T-FILLER             PIC X(94) VALUE SPACES.
037600
037700 01  WS-END-OF-WORKING-STORAGE.
037800     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
037900        'LAB41 WORKING STORAGE ENDS HERE'.
038000
038100*****************************************************************
038200*          P R O C E D U R E     D I V I S I O N
038300*****************************************************************
038400
038500 PROCEDURE DIVISION.
038600 0000-MAINLINE.
038700     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
038800     PERFORM 2000-REISSUE-PENDING THRU 2000-EXIT
038900     PERFORM 3500-WRITE-FOOTERS   THRU 3500-EXIT
039000     PERFORM 4000-TERMINATE       THRU 4000-EXIT
039100     GOBACK
039200
039300     .
039400*****************************************************************
039500*  INITIALIZATION - OPEN FILES, LOAD THE BANK-ACCOUNT MASTER,
039600*  START THE REISSUE FEED
039700*****************************************************************
039800
039900 1000-INITIALIZATION.
040000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
040100
040200     OPEN INPUT PEND-FILE
040300     IF WS-PNDFILE-STATUS-CODE = '00' THEN
040400         CONTINUE
040500     ELSE
040600         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
040700         MOVE 'OPENING PEND-FILE, ' TO WS-ABORT-MSG-EDESC
040800         MOVE WS-PNDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
040900         MOVE 4101 TO RETURN-CODE
041000         PERFORM 9999-ABORT THRU 9999-EXIT
041100     END-IF
041200
041300     OPEN INPUT BANK-FILE
041400     IF WS-BNKFILE-STATUS-CODE = '00' THEN
041500         CONTINUE
041600     ELSE
041700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
041800         MOVE 'OPENING BANK-FILE, ' TO WS-ABORT-MSG-EDESC
041900         MOVE WS-BNKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
042000         MOVE 4102 TO RETURN-CODE
042100         PERFORM 9999-ABORT THRU 9999-EXIT
042200     END-IF
042300
042400     OPEN OUTPUT NEW-PEND
042500     IF WS-NPDFILE-STATUS-CODE = '00' THEN
042600         CONTINUE
042700     ELSE
042800         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
042900         MOVE 'OPENING NEW-PEND, ' TO WS-ABORT-MSG-EDESC
043000         MOVE WS-NPDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
043100         MOVE 4103 TO RETURN-CODE
043200         PERFORM 9999-ABORT THRU 9999-EXIT
043300     END-IF
043400
043500     OPEN OUTPUT DISB-FILE
043600     IF WS-DSBFILE-STATUS-CODE = '00' THEN
043700         CONTINUE
043800     ELSE
043900         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
044000         MOVE 'OPENING DISB-FILE, ' TO WS-ABORT-MSG-EDESC
044100         MOVE WS-DSBFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
044200         MOVE 4104 TO RETURN-CODE
044300         PERFORM 9999-ABORT THRU 9999-EXIT
044400     END-IF
044500
044600     OPEN OUTPUT CHKQ-FILE
044700     IF WS-CHQFILE-STATUS-CODE = '00' THEN
044800         CONTINUE
044900     ELSE
045000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
045100         MOVE 'OPENING CHKQ-FILE, ' TO WS-ABORT-MSG-EDESC
045200         MOVE WS-CHQFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
045300         MOVE 4105 TO RETURN-CODE
045400         PERFORM 9999-ABORT THRU 9999-EXIT
045500     END-IF
045600
045700     OPEN OUTPUT REISSUE-REPORT
045800     IF WS-RPTFILE-STATUS-CODE = '00' THEN
045900         CONTINUE
046000     ELSE
046100         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
046200         MOVE 'OPENING REISSUE-REPORT, ' TO WS-ABORT-MSG-EDESC
046300         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
046400         MOVE 4106 TO RETURN-CODE
046500         PERFORM 9999-ABORT THRU 9999-EXIT
046600     END-IF
046700
046800     SET BT-NDX TO 1
046900     PERFORM 8100-READ-BANK-FILE THRU 8100-EXIT
047000     PERFORM 1100-LOAD-ONE-ACCOUNT THRU 1100-EXIT
047100         UNTIL WS-BANK-EOF
047200     CLOSE BANK-FILE
047300
047333     PERFORM 1200-LOAD-COMPANY-TABLE THRU 1200-EXIT
047366
047400     MOVE WS-RUN-DATE        TO WH1-RUN-DATE
047500     MOVE WS-RIRPT-HEADER-1  TO RI-REPORT-RECORD
047600     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
047700     MOVE WS-RIRPT-HEADER-2  TO RI-REPORT-RECORD
047800     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
047900
048000     MOVE WS-RUN-DATE        TO WDB-H-RUN-DATE
048100     MOVE WS-C-FEED-TITLE    TO WDB-H-COMPANY
048200     MOVE ZERO               TO WDB-H-RUN-NUMBER
048250     MOVE WS-RUN-DATE        TO WDB-H-PAY-DATE
048300     MOVE WS-DISB-HEADER     TO DISB-RECORD
048400     PERFORM 8400-WRITE-DISB-RECORD THRU 8400-EXIT
048500
048600     .
048700 1000-EXIT.
048800     EXIT.
048900*****************************************************************
049000*  LOAD ONE BANK-ACCOUNT RECORD INTO THE TABLE
049100*****************************************************************
049200
049300 1100-LOAD-ONE-ACCOUNT.
049400     IF WS-BANK-ACCT-COUNT NOT < WS-C-BANK-TABLE-SIZE THEN
049500         MOVE '1100-LOAD-ONE-ACCOUNT, ' TO WS-ABORT-MSG-PGRPH
049600         MOVE '- BANK TABLE FULL, ' TO WS-ABORT-MSG-EDESC
049700         MOVE '  ' TO WS-ABORT-MSG-SYSRC
049800         MOVE 4111 TO RETURN-CODE
049900         PERFORM 9999-ABORT THRU 9999-EXIT
050000     END-IF
050100
050200     MOVE BK-EMPLOYEE-ID    TO BT-EMPLOYEE-ID (BT-NDX)
050300     MOVE BK-ROUTING-NUMBER TO BT-ROUTING-NUMBER (BT-NDX)
050400     MOVE BK-ACCOUNT-NUMBER TO BT-ACCOUNT-NUMBER (BT-NDX)
050500     MOVE BK-ACCOUNT-TYPE   TO BT-ACCOUNT-TYPE (BT-NDX)
050600     MOVE BK-PRENOTE-STATUS TO BT-PRENOTE-STATUS (BT-NDX)
050700     SET BT-NDX UP BY 1
050800     ADD +1 TO WS-BANK-ACCT-COUNT
050900
051000     PERFORM 8100-READ-BANK-FILE THRU 8100-EXIT
051100
051200     .
051300 1100-EXIT.
051400     EXIT.
051500*****************************************************************
051501*  LOAD THE COMPANY TABLE - ONE ROW PER LEGAL ENTITY, IN CODE
051502*  ORDER, GIVING ITS NAME, FEDERAL ID AND BANK
051503*****************************************************************
051504
051505 1200-LOAD-COMPANY-TABLE.
051506     OPEN INPUT COMP-FILE
051507     IF WS-CMPFILE-STATUS-CODE = '00' THEN
051508         CONTINUE
051509     ELSE
051510         MOVE '1200-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
051511         MOVE 'OPENING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
051512         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
051513         MOVE 4107 TO RETURN-CODE
051514         PERFORM 9999-ABORT THRU 9999-EXIT
051515     END-IF
051516
051517     SET CT-NDX TO 1
051518     PERFORM 8200-READ-COMP-FILE THRU 8200-EXIT
051519     PERFORM 1210-LOAD-ONE-COMPANY THRU 1210-EXIT
051520         UNTIL WS-COMP-EOF
051521     CLOSE COMP-FILE
051522
051523*************** WITHOUT A COMPANY NO REISSUE CAN BE DRAWN.
051524     IF WS-COMPANY-COUNT = ZERO THEN
051525         MOVE '1200-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
051526         MOVE '- COMPANY TABLE EMPTY, ' TO WS-ABORT-MSG-EDESC
051527         MOVE '  ' TO WS-ABORT-MSG-SYSRC
051528         MOVE 4112 TO RETURN-CODE
051529         PERFORM 9999-ABORT THRU 9999-EXIT
051530     END-IF
051531
051532     .
051533 1200-EXIT.
051534     EXIT.
051535*****************************************************************
051536*  LOAD ONE COMPANY ROW - THE TABLE IS SEARCHED BY KEY, SO THE
051537*  FILE MUST BE IN ASCENDING CODE ORDER WITH NO DUPLICATES
051538*****************************************************************
051539
051540 1210-LOAD-ONE-COMPANY.
051541     IF WS-COMPANY-COUNT NOT < WS-C-COMPANY-TABLE-SIZE THEN
051542         MOVE '1210-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
051543         MOVE '- COMPANY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
051544         MOVE '  ' TO WS-ABORT-MSG-SYSRC
051545         MOVE 4113 TO RETURN-CODE
051546         PERFORM 9999-ABORT THRU 9999-EXIT
051547     END-IF
051548     IF CM-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
051549         MOVE '1210-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
051550         MOVE '- COMPANY TABLE OUT OF SEQUENCE, '
051551             TO WS-ABORT-MSG-EDESC
051552         MOVE '  ' TO WS-ABORT-MSG-SYSRC
051553         MOVE 4114 TO RETURN-CODE
051554         PERFORM 9999-ABORT THRU 9999-EXIT
051555     END-IF
051556
051557     MOVE CM-COMPANY-CODE   TO CT-COMPANY-CODE (CT-NDX)
051558     MOVE CM-COMPANY-NAME   TO CT-COMPANY-NAME (CT-NDX)
051559     MOVE CM-FEDERAL-ID     TO CT-FEDERAL-ID (CT-NDX)
051560     MOVE CM-BANK-ROUTING   TO CT-BANK-ROUTING (CT-NDX)
051561     MOVE CM-BANK-ACCOUNT   TO CT-BANK-ACCOUNT (CT-NDX)
051562     MOVE CM-GL-COMPANY     TO CT-GL-COMPANY (CT-NDX)
051563     MOVE CM-COMPANY-CODE   TO WS-LAST-COMPANY-CODE
051564     SET CT-NDX UP BY 1
051565     ADD +1 TO WS-COMPANY-COUNT
051566
051567     PERFORM 8200-READ-COMP-FILE THRU 8200-EXIT
051568
051569     .
051570 1210-EXIT.
051571     EXIT.
051572*****************************************************************
051600*  WORK THROUGH THE PENDING FILE
051700*****************************************************************
051800
051900 2000-REISSUE-PENDING.
052000     PERFORM 8000-READ-PEND-FILE THRU 8000-EXIT
052100     PERFORM 2100-REISSUE-ONE-ITEM THRU 2100-EXIT
052200         UNTIL WS-PEND-EOF
052300
052400     CLOSE PEND-FILE
052500
052600     .
052700 2000-EXIT.
052800     EXIT.
052900*****************************************************************
053000*  DECIDE HOW ONE RETURNED PAYMENT IS PAID AGAIN
053100*****************************************************************
053200
053300 2100-REISSUE-ONE-ITEM.
053400     MOVE 'N' TO WS-BANK-ACCT-SWITCH
053500     SEARCH ALL BANK-ACCTS
053600         AT END
053700             CONTINUE
053800         WHEN BT-EMPLOYEE-ID (BT-NDX) = PI-EMPLOYEE-ID
053900             SET WS-BANK-ACCT-FOUND TO TRUE
054000     END-SEARCH
054100
054200     IF NOT WS-BANK-ACCT-FOUND THEN
054300         MOVE 'REISSUE - NO BANK ACCOUNT' TO WS-CHECK-REASON
054400         PERFORM 2300-REISSUE-BY-CHECK THRU 2300-EXIT
054450         PERFORM 8000-READ-PEND-FILE THRU 8000-EXIT
054500         GO TO 2100-EXIT
054600     END-IF
054700
054800*************** THE ACCOUNT THE BANK BOUNCED IS STILL ON FILE -
054900*************** WAIT FOR THE EMPLOYEE TO GIVE US A GOOD ONE.
055000     IF BT-ROUTING-NUMBER (BT-NDX) = PI-ROUTING-NUMBER
055100        AND BT-ACCOUNT-NUMBER (BT-NDX) = PI-ACCOUNT-NUMBER THEN
055200         PERFORM 2400-KEEP-PENDING THRU 2400-EXIT
055250         PERFORM 8000-READ-PEND-FILE THRU 8000-EXIT
055300         GO TO 2100-EXIT
055400     END-IF
055500
055600     IF NOT BT-ACCT-CLEARED (BT-NDX) THEN
055700         IF BT-ACCT-REJECTED (BT-NDX) THEN
055800             MOVE 'REISSUE - PRENOTE REJECTED'
055900                 TO WS-CHECK-REASON
056000         ELSE
056100             MOVE 'REISSUE - PRENOTE WAITING'
056200                 TO WS-CHECK-REASON
056300         END-IF
056400         PERFORM 2300-REISSUE-BY-CHECK THRU 2300-EXIT
056450         PERFORM 8000-READ-PEND-FILE THRU 8000-EXIT
056500         GO TO 2100-EXIT
056600     END-IF
056700
056800     PERFORM 2200-REISSUE-BY-ACH THRU 2200-EXIT
056850     PERFORM 8000-READ-PEND-FILE THRU 8000-EXIT
056900
057000     .
057100 2100-EXIT.
057300     EXIT.
057400*****************************************************************
057500*  PAY THE ORIGINAL NET TO THE CORRECTED ACCOUNT - TABLED UNDER
057550*  ITS COMPANY UNTIL THE FEED IS CUT AT THE END OF THE RUN
057600*****************************************************************
057700
057800 2200-REISSUE-BY-ACH.
057900     IF WS-ACH-CTR NOT < WS-C-REISSUE-TABLE-SIZE THEN
058000         MOVE '2200-REISSUE-BY-ACH, ' TO WS-ABORT-MSG-PGRPH
058100         MOVE '- REISSUE TABLE FULL, ' TO WS-ABORT-MSG-EDESC
058200         MOVE '  ' TO WS-ABORT-MSG-SYSRC
058300         MOVE 4115 TO RETURN-CODE
058400         PERFORM 9999-ABORT THRU 9999-EXIT
058500     END-IF
058600     PERFORM 2210-FIND-ITEM-COMPANY THRU 2210-EXIT
058700
059100     ADD +1                          TO WS-ACH-CTR
059109     SET RE-NDX                      TO WS-ACH-CTR
059118     MOVE PI-EMPLOYEE-ID             TO RE-EMPLOYEE-ID (RE-NDX)
059127     MOVE PI-LAST-NAME               TO RE-LAST-NAME (RE-NDX)
059136     MOVE PI-FIRST-NAME              TO RE-FIRST-NAME (RE-NDX)
059145     MOVE PI-MID-INIT                TO RE-MID-INIT (RE-NDX)
059154     MOVE CT-COMPANY-CODE (CT-NDX)   TO RE-COMPANY-CODE (RE-NDX)
059163     MOVE PI-NET-AMT                 TO RE-NET-AMT (RE-NDX)
059172     MOVE BT-ROUTING-NUMBER (BT-NDX) TO RE-ROUTING-NUMBER (RE-NDX)
059181     MOVE BT-ACCOUNT-NUMBER (BT-NDX) TO RE-ACCOUNT-NUMBER (RE-NDX)
059190     MOVE BT-ACCOUNT-TYPE (BT-NDX)   TO RE-ACCOUNT-TYPE (RE-NDX)
059200     ADD PI-NET-AMT                  TO WS-ACH-AMT
059300
059400     MOVE 'BANK REISSUE'             TO WRD-ACTION
059500     MOVE 'PAID TO THE CORRECTED ACCOUNT'
059600                                     TO WRD-MESSAGE
059700     PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
059800
059900     .
060000 2200-EXIT.
060100     EXIT.
060200*****************************************************************
060202*  FIND THE COMPANY THAT PAID THE ORIGINAL POSTING - ITEMS ADDED
060204*  BEFORE THE COMPANY WAS CARRIED BELONG TO THE FIRST COMPANY
060206*****************************************************************
060208
060210 2210-FIND-ITEM-COMPANY.
060212     IF PI-COMPANY-CODE = SPACES THEN
060214         MOVE CT-COMPANY-CODE (1) TO WS-COMPANY-KEY
060216     ELSE
060218         MOVE PI-COMPANY-CODE     TO WS-COMPANY-KEY
060220     END-IF
060222
060224     MOVE 'N' TO WS-COMP-FOUND-SWITCH
060226     SEARCH ALL COMPANY-ENTRY
060228         AT END
060230             CONTINUE
060232         WHEN CT-COMPANY-CODE (CT-NDX) = WS-COMPANY-KEY
060234             SET WS-COMPANY-FOUND TO TRUE
060236     END-SEARCH
060238
060240     IF NOT WS-COMPANY-FOUND THEN
060242         DISPLAY 'LAB41 COMPANY ' WS-COMPANY-KEY
060244             ' NOT ON THE COMPANY TABLE, EMPLOYEE ' PI-EMPLOYEE-ID
060246         MOVE '2210-FIND-ITEM-COMPANY, ' TO WS-ABORT-MSG-PGRPH
060248         MOVE '- COMPANY NOT ON TABLE, ' TO WS-ABORT-MSG-EDESC
060250         MOVE '  ' TO WS-ABORT-MSG-SYSRC
060252         MOVE 4116 TO RETURN-CODE
060254         PERFORM 9999-ABORT THRU 9999-EXIT
060256     END-IF
060258
060260     .
060262 2210-EXIT.
060264     EXIT.
060266*****************************************************************
060300*  PAY THE ORIGINAL NET BY CHECK - LAB39 NUMBERS THE CHECK FROM
060400*  THE STOCK OF THE COMPANY THAT PAID THE ORIGINAL POSTING.  THE
060450*  CALLER HAS SET THE REASON.
060500*****************************************************************
060600
060700 2300-REISSUE-BY-CHECK.
060750     PERFORM 2210-FIND-ITEM-COMPANY THRU 2210-EXIT
060800     MOVE SPACES                 TO CHKQ-RECORD
060900     MOVE PI-EMPLOYEE-ID         TO CX-EMPLOYEE-ID
061000     MOVE PI-LAST-NAME           TO CX-LAST-NAME
061100     MOVE PI-FIRST-NAME          TO CX-FIRST-NAME
061200     MOVE PI-MID-INIT            TO CX-MID-INIT
061300     MOVE PI-STATE-CODE          TO CX-STATE-CODE
061400     MOVE PI-FED-TAX-EXEMPT-CODE TO CX-FED-TAX-EXEMPT-CODE
061500     MOVE PI-ST-TAX-EXEMPT-CODE  TO CX-ST-TAX-EXEMPT-CODE
061600     MOVE PI-GROSS               TO CX-GROSS
061700     MOVE PI-NET-AMT             TO CX-NET-AMT
061800     MOVE WS-RUN-DATE            TO CX-RUN-DATE
061900     MOVE ZERO                   TO CX-RUN-NUMBER
062000     MOVE WS-CHECK-REASON        TO CX-REASON
062050     MOVE CT-COMPANY-CODE (CT-NDX) TO CX-COMPANY-CODE
062100     PERFORM 8500-WRITE-CHKQ-RECORD THRU 8500-EXIT
062200     ADD +1                      TO WS-CHECK-CTR
062300     ADD PI-NET-AMT              TO WS-CHECK-AMT
062400
062500     MOVE 'CHECK REQUEST'        TO WRD-ACTION
062600     MOVE WS-CHECK-REASON        TO WRD-MESSAGE
062700     PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
062800
062900     .
063000 2300-EXIT.
063100     EXIT.
063200*****************************************************************
063300*  CARRY THE ITEM FORWARD UNTIL THE ACCOUNT IS CORRECTED
063400*****************************************************************
063500
063600 2400-KEEP-PENDING.
063700     MOVE PEND-RECORD            TO NEW-PEND-RECORD
063800     PERFORM 8300-WRITE-NEW-PEND THRU 8300-EXIT
063900     ADD +1                      TO WS-HELD-CTR
064000     ADD PI-NET-AMT              TO WS-HELD-AMT
064100
064200     MOVE 'STILL PENDING'        TO WRD-ACTION
064300     MOVE 'RETURNED ACCOUNT STILL ON BANKACCT'
064400                                 TO WRD-MESSAGE
064500     PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
064600
064700     .
064800 2400-EXIT.
064900     EXIT.
065000*****************************************************************
065100*  PRINT ONE PENDING ITEM - THE CALLER HAS SET THE ACTION AND
065200*  MESSAGE
065300*****************************************************************
065400
065500 2500-WRITE-DETAIL-LINE.
065600     MOVE PI-EMPLOYEE-ID         TO WRD-EMPLOYEE-ID
065700     MOVE PI-LAST-NAME           TO WRD-LAST-NAME
065800     MOVE PI-FIRST-NAME          TO WRD-FIRST-NAME
065900     MOVE PI-RETURN-DATE         TO WRD-RETURN-DATE
066000     MOVE PI-REASON-CODE         TO WRD-REASON-CODE
066100     MOVE PI-NET-AMT             TO WRD-NET-AMT
066200     MOVE WS-RIRPT-DETAIL        TO RI-REPORT-RECORD
066300     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
066400     MOVE SPACES                 TO WS-RIRPT-DETAIL
066500
066600     .
066700 2500-EXIT.
066800     EXIT.
066900*****************************************************************
067000*  WRITE THE CONTROL COUNTS
067100*****************************************************************
067200
067300 3500-WRITE-FOOTERS.
067400     MOVE 'PENDING ITEMS READ       :' TO WRC-LABEL
067500     MOVE WS-PEND-IN            TO WRC-COUNT
067600     MOVE WS-RIRPT-COUNT-LINE   TO RI-REPORT-RECORD
067700     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
067800
067900     MOVE 'BANK ACCOUNTS LOADED     :' TO WRC-LABEL
068000     MOVE WS-BANK-ACCT-COUNT    TO WRC-COUNT
068100     MOVE WS-RIRPT-COUNT-LINE   TO RI-REPORT-RECORD
068200     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
068300
068400     MOVE 'REISSUED TO THE BANK     :' TO WRC-LABEL
068500     MOVE WS-ACH-CTR            TO WRC-COUNT
068600     MOVE WS-RIRPT-COUNT-LINE   TO RI-REPORT-RECORD
068700     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
068800
068900     MOVE 'NET REISSUED TO THE BANK :' TO WRA-LABEL
069000     MOVE WS-ACH-AMT            TO WRA-AMOUNT
069100     MOVE WS-RIRPT-AMOUNT-LINE  TO RI-REPORT-RECORD
069200     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
069300
069400     MOVE 'REISSUED BY CHECK        :' TO WRC-LABEL
069500     MOVE WS-CHECK-CTR          TO WRC-COUNT
069600     MOVE WS-RIRPT-COUNT-LINE   TO RI-REPORT-RECORD
069700     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
069800
069900     MOVE 'NET REISSUED BY CHECK    :' TO WRA-LABEL
070000     MOVE WS-CHECK-AMT          TO WRA-AMOUNT
070100     MOVE WS-RIRPT-AMOUNT-LINE  TO RI-REPORT-RECORD
070200     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
070300
070400     MOVE 'STILL PENDING            :' TO WRC-LABEL
070500     MOVE WS-HELD-CTR           TO WRC-COUNT
070600     MOVE WS-RIRPT-COUNT-LINE   TO RI-REPORT-RECORD
070700     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
070800
070900     MOVE 'NET STILL PENDING        :' TO WRA-LABEL
071000     MOVE WS-HELD-AMT           TO WRA-AMOUNT
071100     MOVE WS-RIRPT-AMOUNT-LINE  TO RI-REPORT-RECORD
071200     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
071300
071400     .
071500 3500-EXIT.
071600     EXIT.
071700*****************************************************************
071800*  TERMINATION ROUTINE - FOOT THE REISSUE FEED
071900*****************************************************************
072000
072100 4000-TERMINATE.
072120     PERFORM 4100-WRITE-COMPANY-BATCH THRU 4100-EXIT
072140         VARYING CT-NDX FROM 1 BY 1
072160         UNTIL CT-NDX > WS-COMPANY-COUNT
072180
072200     MOVE SPACES             TO WS-DISB-TRAILER
072300     MOVE 'T'                TO WDB-T-RECORD-TYPE
072400     MOVE WS-ACH-CTR         TO WDB-T-RECORD-COUNT
072500     MOVE WS-ACH-AMT         TO WDB-T-TOTAL-NET
072600     MOVE ZERO               TO WDB-T-PRENOTE-COUNT
072700     MOVE WS-DISB-TRAILER    TO DISB-RECORD
072800     PERFORM 8400-WRITE-DISB-RECORD THRU 8400-EXIT
072900
073000     CLOSE NEW-PEND, DISB-FILE, CHKQ-FILE, REISSUE-REPORT
073100
073200     DISPLAY '*** LAB41...TOTALS ***'
073300     DISPLAY 'PENDING ITEMS READ    : ' WS-PEND-IN
073400     DISPLAY 'REISSUED TO THE BANK  : ' WS-ACH-CTR
073500     DISPLAY 'REISSUED BY CHECK     : ' WS-CHECK-CTR
073600     DISPLAY 'STILL PENDING         : ' WS-HELD-CTR
073700
073800     MOVE 0 TO RETURN-CODE
073900
074000     .
074100 4000-EXIT.
074200     EXIT.
074300*****************************************************************
074301*  CUT ONE COMPANY'S BATCH OF THE REISSUE FEED (B, D DETAILS, C)
074302*  WHEN ANY ITEM WAS REISSUED UNDER IT.  CT-NDX IS ON THE COMPANY.
074303*****************************************************************
074304
074305 4100-WRITE-COMPANY-BATCH.
074306     MOVE ZERO TO WS-CO-ACH-CTR, WS-CO-ACH-AMT
074307     PERFORM 4110-TALLY-ONE-REISSUE THRU 4110-EXIT
074308         VARYING RE-NDX FROM 1 BY 1
074309         UNTIL RE-NDX > WS-ACH-CTR
074310     IF WS-CO-ACH-CTR = ZERO THEN
074311         GO TO 4100-EXIT
074312     END-IF
074313
074314     MOVE CT-COMPANY-CODE (CT-NDX) TO WDB-B-COMPANY-CODE
074315     MOVE CT-COMPANY-NAME (CT-NDX) TO WDB-B-COMPANY-NAME
074316     MOVE CT-FEDERAL-ID (CT-NDX)   TO WDB-B-FEDERAL-ID
074317     MOVE CT-BANK-ROUTING (CT-NDX) TO WDB-B-ROUTING-NUMBER
074318     MOVE CT-BANK-ACCOUNT (CT-NDX) TO WDB-B-ACCOUNT-NUMBER
074319     MOVE WS-RUN-DATE              TO WDB-B-RUN-DATE
074320     MOVE WS-RUN-DATE              TO WDB-B-PAY-DATE
074321     MOVE WS-DISB-BATCH-HEADER     TO DISB-RECORD
074322     PERFORM 8400-WRITE-DISB-RECORD THRU 8400-EXIT
074323
074324     PERFORM 4120-WRITE-ONE-DETAIL THRU 4120-EXIT
074325         VARYING RE-NDX FROM 1 BY 1
074326         UNTIL RE-NDX > WS-ACH-CTR
074327
074328     MOVE CT-COMPANY-CODE (CT-NDX) TO WDB-C-COMPANY-CODE
074329     MOVE WS-CO-ACH-CTR            TO WDB-C-RECORD-COUNT
074330     MOVE WS-CO-ACH-AMT            TO WDB-C-TOTAL-NET
074331     MOVE WS-DISB-BATCH-CONTROL    TO DISB-RECORD
074332     PERFORM 8400-WRITE-DISB-RECORD THRU 8400-EXIT
074333
074334     .
074335 4100-EXIT.
074336     EXIT.
074337*****************************************************************
074338*  COUNT ONE REISSUE TOWARD THE COMPANY AT CT-NDX
074339*****************************************************************
074340
074341 4110-TALLY-ONE-REISSUE.
074342     IF RE-COMPANY-CODE (RE-NDX) = CT-COMPANY-CODE (CT-NDX) THEN
074343         ADD +1                  TO WS-CO-ACH-CTR
074344         ADD RE-NET-AMT (RE-NDX) TO WS-CO-ACH-AMT
074345     END-IF
074346
074347     .
074348 4110-EXIT.
074349     EXIT.
074350*****************************************************************
074351*  WRITE ONE REISSUE FEED DETAIL FOR THE COMPANY AT CT-NDX
074352*****************************************************************
074353
074354 4120-WRITE-ONE-DETAIL.
074355     IF RE-COMPANY-CODE (RE-NDX) NOT = CT-COMPANY-CODE (CT-NDX)
074356         THEN
074357         GO TO 4120-EXIT
074358     END-IF
074359
074360     MOVE SPACES                     TO WS-DISB-DETAIL
074361     MOVE 'D'                        TO WDB-D-RECORD-TYPE
074362     MOVE RE-EMPLOYEE-ID (RE-NDX)    TO WDB-D-EMPLOYEE-ID
074363     MOVE RE-LAST-NAME (RE-NDX)      TO WDB-D-LAST-NAME
074364     MOVE RE-FIRST-NAME (RE-NDX)     TO WDB-D-FIRST-NAME
074365     MOVE RE-MID-INIT (RE-NDX)       TO WDB-D-MID-INIT
074366     MOVE RE-NET-AMT (RE-NDX)        TO WDB-D-NET-AMT
074367     MOVE RE-ROUTING-NUMBER (RE-NDX) TO WDB-D-ROUTING-NUMBER
074368     MOVE RE-ACCOUNT-NUMBER (RE-NDX) TO WDB-D-ACCOUNT-NUMBER
074369     MOVE RE-ACCOUNT-TYPE (RE-NDX)   TO WDB-D-ACCOUNT-TYPE
074370     MOVE WS-DISB-DETAIL             TO DISB-RECORD
074371     PERFORM 8400-WRITE-DISB-RECORD THRU 8400-EXIT
074372
074373     .
074374 4120-EXIT.
074375     EXIT.
074376*****************************************************************
074400*  READ RETURNED-PAYMENT PENDING FILE ROUTINE
074500*****************************************************************
074600
074700 8000-READ-PEND-FILE.
074800     READ PEND-FILE
074900         AT END
075000             SET WS-PEND-EOF TO TRUE
075100         NOT AT END
075200             ADD +1 TO WS-PEND-IN
075300     END-READ
075400     IF WS-PNDFILE-STATUS-CODE = '00' OR
075500         WS-PNDFILE-STATUS-CODE = '10' THEN
075600         CONTINUE
075700     ELSE
075800         MOVE '8000-READ-PEND-FILE, ' TO WS-ABORT-MSG-PGRPH
075900         MOVE 'READING PEND-FILE, ' TO WS-ABORT-MSG-EDESC
076000         MOVE WS-PNDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
076100         MOVE 8041 TO RETURN-CODE
076200         PERFORM 9999-ABORT THRU 9999-EXIT
076300     END-IF
076400
076500     .
076600 8000-EXIT.
076700     EXIT.
076800*****************************************************************
076900*  READ BANK-ACCOUNT MASTER ROUTINE
077000*****************************************************************
077100
077200 8100-READ-BANK-FILE.
077300     READ BANK-FILE
077400         AT END
077500             SET WS-BANK-EOF TO TRUE
077600     END-READ
077700     IF WS-BNKFILE-STATUS-CODE = '00' OR
077800         WS-BNKFILE-STATUS-CODE = '10' THEN
077900         CONTINUE
078000     ELSE
078100         MOVE '8100-READ-BANK-FILE, ' TO WS-ABORT-MSG-PGRPH
078200         MOVE 'READING BANK-FILE, ' TO WS-ABORT-MSG-EDESC
078300         MOVE WS-BNKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
078400         MOVE 8141 TO RETURN-CODE
078500         PERFORM 9999-ABORT THRU 9999-EXIT
078600     END-IF
078700
078800     .
078900 8100-EXIT.
079000     EXIT.
079100*****************************************************************
079104*  READ COMPANY TABLE ROUTINE
079108*****************************************************************
079112
079116 8200-READ-COMP-FILE.
079120     READ COMP-FILE
079124         AT END
079128             SET WS-COMP-EOF TO TRUE
079132     END-READ
079136     IF WS-CMPFILE-STATUS-CODE = '00' OR
079140         WS-CMPFILE-STATUS-CODE = '10' THEN
079144         CONTINUE
079148     ELSE
079152         MOVE '8200-READ-COMP-FILE, ' TO WS-ABORT-MSG-PGRPH
079156         MOVE 'READING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
079160         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
079164         MOVE 8241 TO RETURN-CODE
079168         PERFORM 9999-ABORT THRU 9999-EXIT
079172     END-IF
079176
079180     .
079184 8200-EXIT.
079188     EXIT.
079192*****************************************************************
079200*  WRITE PENDING RECORD
079300*****************************************************************
079400
079500 8300-WRITE-NEW-PEND.
079600     WRITE NEW-PEND-RECORD
079700     IF WS-NPDFILE-STATUS-CODE = '00' THEN
079800         CONTINUE
079900     ELSE
080000         MOVE '8300-WRITE-NEW-PEND, ' TO WS-ABORT-MSG-PGRPH
080100         MOVE 'WRITING TO NEW-PEND, ' TO WS-ABORT-MSG-EDESC
080200         MOVE WS-NPDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
080300         MOVE 8341 TO RETURN-CODE
080400         PERFORM 9999-ABORT THRU 9999-EXIT
080500     END-IF
080600
080700     .
080800 8300-EXIT.
080900     EXIT.
081000*****************************************************************
081100*  WRITE REISSUE DISBURSEMENT FEED RECORD
081200*****************************************************************
081300
081400 8400-WRITE-DISB-RECORD.
081500     WRITE DISB-RECORD
081600     IF WS-DSBFILE-STATUS-CODE = '00' THEN
081700         CONTINUE
081800     ELSE
081900         MOVE '8400-WRITE-DISB-RECORD, ' TO WS-ABORT-MSG-PGRPH
082000         MOVE 'WRITING TO DISB-FILE, ' TO WS-ABORT-MSG-EDESC
082100         MOVE WS-DSBFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
082200         MOVE 8441 TO RETURN-CODE
082300         PERFORM 9999-ABORT THRU 9999-EXIT
082400     END-IF
082500
082600     .
082700 8400-EXIT.
082800     EXIT.
082900*****************************************************************
083000*  WRITE CHECK-REQUEST EXTRACT RECORD
083100*****************************************************************
083200
083300 8500-WRITE-CHKQ-RECORD.
083400     WRITE CHKQ-RECORD
083500     IF WS-CHQFILE-STATUS-CODE = '00' THEN
083600         CONTINUE
083700     ELSE
083800         MOVE '8500-WRITE-CHKQ-RECORD, ' TO WS-ABORT-MSG-PGRPH
083900         MOVE 'WRITING TO CHKQ-FILE, ' TO WS-ABORT-MSG-EDESC
084000         MOVE WS-CHQFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
084100         MOVE 8541 TO RETURN-CODE
084200         PERFORM 9999-ABORT THRU 9999-EXIT
084300     END-IF
084400
084500     .
084600 8500-EXIT.
084700     EXIT.
084800*****************************************************************
084900*  WRITE REISSUE LISTING RECORD
085000*****************************************************************
085100
085200 8600-WRITE-REPORT-RECORD.
085300     WRITE RI-REPORT-RECORD
085400     IF WS-RPTFILE-STATUS-CODE = '00' THEN
085500         CONTINUE
085600     ELSE
085700         MOVE '8600-WRITE-REPORT-RECORD, ' TO WS-ABORT-MSG-PGRPH
085800         MOVE 'WRITING REISSUE-REPORT, ' TO WS-ABORT-MSG-EDESC
085900         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
086000         MOVE 8641 TO RETURN-CODE
086100         PERFORM 9999-ABORT THRU 9999-EXIT
086200     END-IF
086300
086400     .
086500 8600-EXIT.
086600     EXIT.
086700*****************************************************************
086800*  MAJOR ERROR HANDLING ROUTINE
086900*****************************************************************
087000
087100 9999-ABORT.
087200     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
087300     DISPLAY 'PROGRAM: LAB41, ', WS-ABORT-MSG-STRING, ', RC='
087400         WS-RETURN-CODE-DISPLAY
087500     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
087600
087700     .
087800 9999-EXIT.
087900     EXIT.
088000*****************************************************************
088100*  PHYSICAL END OF PROGRAM
088200*****************************************************************
