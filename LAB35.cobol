000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB35.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB35 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM BUILDS THE QUARTERLY LOCAL (CITY,
001300*    =======     COUNTY AND SCHOOL DISTRICT) WITHHOLDING
001400*                REMITTANCE RUN FROM THE CUMULATIVE BONUS
001500*                HISTORY FILE LAB14 WRITES.  IT SELECTS THE
001600*                POSTINGS FOR THE REQUESTED QUARTER, SUMS LOCAL
001700*                TAX WITHHELD BY LOCALITY, PRINTS ONE REMITTANCE
001800*                VOUCHER PAGE PER LOCALITY WITH POSTING COUNTS
001900*                AND TOTALS, AND WRITES ONE REMITTANCE FEED
002000*                RECORD PER LOCALITY FOR THE PAYMENTS GROUP.
002100*                THE STATE-LEVEL COUNTERPART IS LAB27.  AS THERE,
002133*                EACH LEGAL ENTITY REMITS UNDER ITS OWN FEDERAL
002166*                ID, SO THE LOCALITIES ARE SUMMED AND CUT PER
002180*                COMPANY, AND EACH COMPANY'S FEED RECORDS END
002190*                WITH A COMPANY TRAILER.
002200*
002225*    NOTE:    A POSTING BELONGS TO THE QUARTER ITS BANK PAY DATE
002250*    =====    FALLS IN, SINCE THAT IS WHEN THE TAX WAS PAID OVER
002275*             (THE RUN DATE WHEN THE POSTING PREDATES THE PAY
002300*             DATE).  A LATE-MONTH RUN CAN PAY IN THE NEXT MONTH,
002325*             SO THE RUN MONTHS FROM THE MONTH BEFORE THE QUARTER
002350*             THROUGH ITS LAST MONTH ARE READ, THROUGH THE
002375*             RUN-MONTH ALTERNATE INDEX (BONHIST1 PATH); NO SORT
002400*             IS NEEDED BECAUSE THE LOCALITY SUMS ARE HELD IN
002500*             CORE, ONE BUCKET PER COMPANY AND LOCALITY.
002550*             HISTORY POSTED BEFORE THE COMPANY CODE WAS CARRIED
002600*             HAS A BLANK COMPANY AND IS REMITTED UNDER THE FIRST
002650*             (LOWEST CODE) COMPANY ON THE TABLE - THE ORIGINAL
002700*             SINGLE PAYING ENTITY.  POSTINGS WITH NO LOCALITY
002750*             CODE ARE NOT REMITTED HERE.  THE TAXING AUTHORITY
002800*             NAME ON THE VOUCHER COMES FROM THE LATEST ENTRY FOR
002900*             THE LOCALITY ON THE LOCALITY TAX TABLE LAB34
002950*             MAINTAINS.
003000*
003100*    INPUT   HIST-RECORD        COPYLIB MEMBER BONHCMP (BONHIST)
003200*    =====   LOC-RECORD         COPYLIB MEMBER LOCLCMP (LOCLTAX)
003250*            COMP-RECORD        COPYLIB MEMBER COMPCMP (COMPANY)
003300*            LS-REMIT-REQUEST   QUARTER BEING REMITTED (PARM):
003400*                COL 1-4  YEAR YYYY
003500*                COL 5    BLANK
003600*                COL 6    QUARTER 1-4
003700*
003800*    PROCESS 1. EDIT THE REQUESTED YEAR AND QUARTER.
003900*    ======= 2. LOAD THE LOCALITY NAMES FROM THE TAX TABLE
003950*               AND THE COMPANIES FROM THE COMPANY TABLE.
004000*            3. READ THE QUARTER'S HISTORY AND ROLL THE
004100*               QUARTER'S POSTINGS UP BY COMPANY AND LOCALITY.
004200*            4. FOR EACH COMPANY, PRINT ONE VOUCHER PAGE AND
004250*               WRITE ONE REMITTANCE FEED RECORD PER LOCALITY,
004300*               THEN A COMPANY TRAILER RECORD.
004400*
004500*    OUTPUT  REMIT-RECORD       REMITTANCE FEED (LOCREMIT)
004600*    ======  VCHR-RECORD        REMITTANCE VOUCHERS (LOCVCHR)
004700*
004800*    CALLING PROGRAM(S)  :   NONE
004900*
005000*    CALLED  PROGRAM(S)  :   NONE
005100*
005200*---------------------------------------------------------------*
005300*                 UPDATE LOG
005400*---------------------------------------------------------------*
005500*
005600* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
005700* ------  --------  --------  -------------------  -------   ---*
005800* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB35     000*
005810* SUZI Q  PAYROLL   10/15/26  DEDUCTION FIELDS IN   LAB35     001*
005820*                             HISTORY LAYOUT
005846* SUZI Q  PAYROLL   10/15/26  READ THE QUARTER BY   LAB35     002*
005872*                             RUN-MONTH INDEX
005881* SUZI Q  PAYROLL   10/15/26  QUARTER BY BANK PAY   LAB35     003*
005890*                             DATE, NOT RUN DATE
005893* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB35     004*
005896*                             120 BYTES
005897* SUZI Q  PAYROLL   10/15/26  REMITTANCES CUT PER   LAB35     005*
005898*                             COMPANY WITH COMPANY
005899*                             TRAILERS
005900*****************************************************************
006000*
006100*****************************************************************
006200*         E N V I R O N M E N T     D I V I S I O N
006300*****************************************************************
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT HIST-FILE      ASSIGN TO BONHIST
006716            ORGANIZATION IS INDEXED
006732            ACCESS MODE IS DYNAMIC
006748            RECORD KEY IS BH-KEY
006764            ALTERNATE RECORD KEY IS BH-RUN-MONTH
006780                WITH DUPLICATES
006800            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
006900     SELECT LOC-TAX-FILE   ASSIGN TO LOCLTAX
007000            FILE STATUS IS WS-LOCFILE-STATUS-CODE.
007100     SELECT REMIT-FILE     ASSIGN TO LOCREMIT
007200            FILE STATUS IS WS-REMFILE-STATUS-CODE.
007300     SELECT VCHR-REPORT    ASSIGN TO LOCVCHR
007400            FILE STATUS IS WS-VCHFILE-STATUS-CODE.
007450     SELECT COMP-FILE      ASSIGN TO COMPANY
007475            FILE STATUS IS WS-CMPFILE-STATUS-CODE.
007500*****************************************************************
007600*                  D A T A     D I V I S I O N
007700*****************************************************************
007800 DATA DIVISION.
007900 FILE SECTION.
008000*****************************************************************
008100*    HIST-FILE                                      INPUT
008200*****************************************************************
008300 FD  HIST-FILE
008500     LABEL RECORDS STANDARD
008650     RECORD CONTAINS 120 CHARACTERS
008800     DATA RECORD IS HIST-RECORD.
008900
009000 COPY BONHCMP REPLACING
009100     HC-RECORD              BY  HIST-RECORD
009150     HC-KEY                 BY  BH-KEY
009200     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
009300     HC-RUN-DATE            BY  BH-RUN-DATE
009325     HC-RUN-MONTH           BY  BH-RUN-MONTH
009350     HC-RUN-DAY             BY  BH-RUN-DAY
009375     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
009400     HC-STATE-CODE          BY  BH-STATE-CODE
009500     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
009600     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
009700     HC-GROSS               BY  BH-GROSS
009800     HC-FEDTX               BY  BH-FEDTX
009900     HC-STATETX             BY  BH-STATETX
010000     HC-NET                 BY  BH-NET
010100     HC-SOCSEC              BY  BH-SOCSEC
010200     HC-MEDICARE            BY  BH-MEDICARE
010300     HC-LOCALITY-CODE       BY  BH-LOCALITY-CODE
010400     HC-LOCALTX             BY  BH-LOCALTX
010401     HC-401K                BY  BH-401K
010434     HC-GARNISH             BY  BH-GARNISH
010450     HC-COMPANY-CODE        BY  BH-COMPANY-CODE
010467     HC-PAY-DATE            BY  BH-PAY-DATE.
010500
010600*****************************************************************
010700*    LOC-TAX-FILE                                   INPUT
010800*****************************************************************
010900 FD  LOC-TAX-FILE
011000     RECORDING F
011100     LABEL RECORDS STANDARD
011200     RECORD CONTAINS 80 CHARACTERS
011300     BLOCK CONTAINS 0 RECORDS
011400     DATA RECORD IS LOC-RECORD.
011500
011600 COPY LOCLCMP REPLACING
011700     LT-RECORD          BY  LOC-RECORD
011800     LT-KEY             BY  LR-KEY
011900     LT-LOCALITY-CODE   BY  LR-LOCALITY-CODE
012000     LT-EFFECTIVE-DATE  BY  LR-EFFECTIVE-DATE
012100     LT-LOCALITY-NAME   BY  LR-LOCALITY-NAME
012200     LT-STATE-CODE      BY  LR-STATE-CODE
012300     LT-LOCALITY-TYPE   BY  LR-LOCALITY-TYPE
012400     LT-CITY            BY  LR-CITY
012500     LT-COUNTY          BY  LR-COUNTY
012600     LT-SCHOOL-DISTRICT BY  LR-SCHOOL-DISTRICT
012700     LT-TAX-RATE        BY  LR-TAX-RATE.
012800
012900*****************************************************************
013000*    REMIT-FILE                                     OUTPUT
013100*****************************************************************
013200 FD  REMIT-FILE
013300     RECORDING F
013400     LABEL RECORDS STANDARD
013500     RECORD CONTAINS 80 CHARACTERS
013600     BLOCK CONTAINS 0 RECORDS
013700     DATA RECORD IS REMIT-RECORD.
013800
013900 01  REMIT-RECORD.
014000     05  RM-RECORD-TYPE          PIC X(01).
014100*                         'L' = ONE LOCALITY'S QUARTERLY
014150*                               REMITTANCE
014160*                         'T' = COMPANY TRAILER - THE SUM OF THE
014170*                               COMPANY'S 'L' RECORDS (LOCALITY
014180*                               AND STATE BLANK)
014200     05  RM-LOCALITY-CODE        PIC X(04).
014300     05  RM-STATE-CODE           PIC X(02).
014400     05  RM-TAX-YEAR             PIC X(04).
014500     05  RM-QUARTER              PIC X(01).
014600     05  RM-POSTING-COUNT        PIC 9(07).
014700     05  RM-LOCAL-TAX            PIC 9(11)V99.
014720     05  RM-COMPANY-CODE         PIC X(04).
014740     05  RM-LOCALITY-COUNT       PIC 9(03).
014760*                         'T' ONLY - NUMBER OF 'L' RECORDS
014800     05  FILLER                  PIC X(41).
014900
014910*****************************************************************
014920*    COMP-FILE - COMPANY TABLE                      INPUT
014930*****************************************************************
014940 FD  COMP-FILE
014950     RECORDING F
014960     LABEL RECORDS STANDARD
014970     RECORD CONTAINS 80 CHARACTERS
014980     BLOCK CONTAINS 0 RECORDS
014990     DATA RECORD IS COMP-RECORD.
014992
014994 COPY COMPCMP REPLACING
014995     CO-RECORD              BY  COMP-RECORD
014996     CO-COMPANY-CODE        BY  CM-COMPANY-CODE
014997     CO-COMPANY-NAME        BY  CM-COMPANY-NAME
014998     CO-FEDERAL-ID          BY  CM-FEDERAL-ID.
014999
015000*****************************************************************
015100*    VCHR-REPORT                                    OUTPUT
015200*****************************************************************
015300 FD  VCHR-REPORT
015400     RECORDING F
015500     LABEL RECORDS STANDARD
015600     RECORD CONTAINS 133 CHARACTERS
015700     BLOCK CONTAINS 0 RECORDS
015800     DATA RECORD IS VCHR-RECORD.
015900
016000 01  VCHR-RECORD.
016100     05  FILLER                  PIC X(133).
016200
016300*****************************************************************
016400*    W O R K I N G - S T O R A G E
016500*****************************************************************
016600
016700 WORKING-STORAGE SECTION.
016800
016900 01  WS-START-OF-WORKING-STORAGE.
017000     05 WS-START-OF-WS-MARKER           PIC X(37)
017100        VALUE 'LAB35 WORKING STORAGE BEGINS HERE'.
017200***********************
017300*  CONSTANTS          *
017400***********************
017500
017600 01  WS-CONSTANTS.
017700     05  WS-C-LOCAL-TABLE-SIZE   PIC S9(03)     COMP-3 VALUE 500.
017800     05  WS-C-COMPANY-TABLE-SIZE PIC S9(03)     COMP-3 VALUE 10.
017900
018000***********************
018100*  ERROR CODES        *
018200***********************
018300
018400 01  WS-ERROR-CODES.
018500     05  WS-HSTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018600     05  WS-LOCFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018700     05  WS-REMFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018800     05  WS-VCHFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018850     05  WS-CMPFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018900     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
019000     05  WS-ABORT-CODE           PIC S9(1).
019100     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
019200
019300***********************
019400*  MESSAGE STRINGS    *
019500***********************
019600
019700 01  WS-ABORT-MSG-STRING.
019800     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
019900     05  WS-ABORT-MSG-EDESC      PIC X(28).
020000     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
020100     05  WS-ABORT-MSG-PGRPH      PIC X(28).
020200     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
020300     05  WS-ABORT-MSG-SYSRC      PIC X(02).
020400
020500***********************
020600*  SWITCHES           *
020700***********************
020800
020900 01  SWITCHES.
021000     05  WS-HIST-FILE-SWITCH     PIC X(01) VALUE 'N'.
021100         88  WS-HIST-EOF                   VALUE 'Y'.
021200     05  WS-LOC-FILE-SWITCH      PIC X(01) VALUE 'N'.
021300         88  WS-LOC-FILE-EOF               VALUE 'Y'.
021320     05  WS-COMP-FILE-SWITCH     PIC X(01) VALUE 'N'.
021340         88  WS-COMP-EOF                   VALUE 'Y'.
021360     05  WS-COMP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
021380         88  WS-COMPANY-FOUND              VALUE 'Y'.
021400
021500***********************
021600*  ACCUMULATORS       *
021700***********************
021800
021900 01  ACCUMULATORS.
022000     05  WS-REC-IN               PIC S9(07) COMP-3     VALUE +0.
022100     05  WS-REC-SELECTED         PIC S9(07) COMP-3     VALUE +0.
022200     05  WS-LOCALITIES-REMITTED  PIC S9(03) COMP-3     VALUE +0.
022300     05  WS-TOTAL-LOCALTX        PIC S9(11)V99 COMP-3  VALUE +0.
022320     05  WS-COMPANIES-REMITTED   PIC S9(03) COMP-3     VALUE +0.
022340     05  WS-CO-LOCALITY-COUNT    PIC S9(03) COMP-3     VALUE +0.
022360     05  WS-CO-POSTING-COUNT     PIC S9(07) COMP-3     VALUE +0.
022380     05  WS-CO-LOCALTX           PIC S9(11)V99 COMP-3  VALUE +0.
022400
022500***********************
022600*  WORK FIELDS        *
022700***********************
022800
022900 01  WS-WORK-FIELDS.
023000     05  WS-FROM-MONTH           PIC X(02)  VALUE SPACES.
023100     05  WS-TO-MONTH             PIC X(02)  VALUE SPACES.
023200     05  WS-POSTING-MONTH        PIC X(02)  VALUE SPACES.
023220     05  WS-FIRST-RUN-MONTH      PIC X(06)  VALUE SPACES.
023225     05  WS-FIRST-RUN-MONTH-9    REDEFINES WS-FIRST-RUN-MONTH.
023230         10  WS-FIRST-RUN-YEAR   PIC 9(04).
023235         10  WS-FIRST-RUN-MM     PIC 9(02).
023240     05  WS-LAST-RUN-MONTH       PIC X(06)  VALUE SPACES.
023250*************** YYYYMM BOUNDS OF THE RUN MONTHS READ ON THE
023260*************** RUN-MONTH ALTERNATE INDEX
023270     05  WS-PAID-DATE            PIC X(08)  VALUE SPACES.
023280*************** THE POSTING'S BANK PAY DATE, OR ITS RUN DATE WHEN
023290*************** THE POSTING PREDATES THE PAY DATE
023292     05  WS-COMPANY-KEY          PIC X(04)  VALUE SPACES.
023294     05  WS-LAST-COMPANY-CODE    PIC X(04)  VALUE LOW-VALUES.
023296     05  WS-COMPANY-COUNT        PIC S9(03) COMP-3 VALUE +0.
023300
023400**************************
023500*  LOCALITY NAME TABLE   *
023600**************************
023700 01  LOCAL-NAME-TABLE.
023800     05  LOCAL-NAMES OCCURS 500 TIMES
023900             INDEXED BY LN-NDX.
024000         10  LN-LOCALITY         PIC X(04) VALUE HIGH-VALUES.
024100         10  LN-NAME             PIC X(20).
024200         10  LN-STATE            PIC X(02).
024300
024310**************************
024320*  COMPANY TABLE         *
024330**************************
024340 01  COMPANY-TABLE.
024350     05  COMPANY-ENTRY OCCURS 10 TIMES
024360             ASCENDING KEY IS CT-COMPANY-CODE
024370             INDEXED BY CT-NDX.
024380         10  CT-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
024385         10  CT-COMPANY-NAME     PIC X(21).
024390         10  CT-FEDERAL-ID       PIC X(09).
024395
024400**************************
024500*  LOCALITY REMIT TABLE  *
024600**************************
024700 01  REMIT-TABLE.
024800     05  REMIT-SUMS OCCURS 500 TIMES
024900             INDEXED BY RS-NDX.
025000         10  RS-LOCALITY         PIC X(04) VALUE HIGH-VALUES.
025050         10  RS-COMPANY          PIC X(04).
025100         10  RS-STATE            PIC X(02).
025200         10  RS-POSTING-COUNT    PIC S9(07) COMP-3.
025300         10  RS-GROSS            PIC S9(11)V99 COMP-3.
025400         10  RS-LOCALTX          PIC S9(11)V99 COMP-3.
025500
025600***********************
025700*  RECORD LAYOUTS     *
025800***********************
025900
026000 01  WS-VCHR-HEADER-1.
026100     05 WV1-ASA-CODE             PIC X(01) VALUE '1'.
026200     05 WV1-TITLE                PIC X(44) VALUE
026300                  'QUARTERLY LOCAL WITHHOLDING REMITTANCE'.
026400     05 WV1-LOCAL-LABEL          PIC X(10) VALUE 'LOCALITY: '.
026500     05 WV1-LOCALITY-CODE        PIC X(04).
026600     05 WV1-COL-DIV-1            PIC X(03) VALUE SPACES.
026700     05 WV1-STATE-LABEL          PIC X(07) VALUE 'STATE: '.
026800     05 WV1-STATE-CODE           PIC X(02).
026900     05 WV1-COL-DIV-2            PIC X(03) VALUE SPACES.
027000     05 WV1-YEAR-LABEL           PIC X(06) VALUE 'YEAR: '.
027100     05 WV1-TAX-YEAR             PIC X(04).
027200     05 WV1-COL-DIV-3            PIC X(03) VALUE SPACES.
027300     05 WV1-QTR-LABEL            PIC X(09) VALUE 'QUARTER: '.
027400     05 WV1-QUARTER              PIC X(01).
027500     05 WV1-FILLER               PIC X(36) VALUE SPACES.
027600
027700 01  WS-VCHR-HEADER-2.
027800     05 WV2-ASA-CODE             PIC X(01) VALUE ' '.
027900     05 WV2-NAME-LABEL           PIC X(26) VALUE
028000        'TAXING AUTHORITY         :'.
028100     05 WV2-NAME                 PIC X(20).
028200     05 WV2-FILLER               PIC X(86) VALUE SPACES.
028210
028220 01  WS-VCHR-COMPANY-LINE.
028230     05 WVK-ASA-CODE             PIC X(01) VALUE ' '.
028240     05 WVK-LABEL                PIC X(26) VALUE
028250        'COMPANY                  :'.
028260     05 WVK-COMPANY-NAME         PIC X(21).
028270     05 WVK-COL-DIV-1            PIC X(04) VALUE SPACES.
028280     05 WVK-FEDID-LABEL          PIC X(12) VALUE 'FEDERAL ID: '.
028290     05 WVK-FEDERAL-ID           PIC X(09).
028295     05 WVK-FILLER               PIC X(60) VALUE SPACES.
028300
028400 01  WS-VCHR-COUNT-LINE.
028500     05 WVC-ASA-CODE             PIC X(01) VALUE '0'.
028600     05 WVC-LABEL                PIC X(26).
028700     05 WVC-COUNT                PIC Z,ZZZ,ZZ9.
028800     05 WVC-FILLER               PIC X(97) VALUE SPACES.
028900
029000 01  WS-VCHR-AMOUNT-LINE.
029100     05 WVA-ASA-CODE             PIC X(01) VALUE ' '.
029200     05 WVA-LABEL                PIC X(26).
029300     05 WVA-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
029400     05 WVA-FILLER               PIC X(91) VALUE SPACES.
029500
029600 01  WS-VCHR-FOOTER.
029700     05 WVF-ASA-CODE             PIC X(01) VALUE '-'.
029800     05 WVF-MESSAGE              PIC X(60) VALUE
029900        'REMIT THE LOCAL TAX TOTAL ABOVE TO THE TAXING AUTHORITY'.
030000     05 WVF-FILLER               PIC X(72) VALUE SPACES.
030100
030200 01  WS-END-OF-WORKING-STORAGE.
030300     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
030400        'LAB35 WORKING STORAGE ENDS HERE'.
030500*****************************************************************
030600*          L I N K A G E
030700*****************************************************************
030800
030900 LINKAGE SECTION.
031000
031100 01  LS-REMIT-REQUEST.
031200     05  LS-REQUEST-YEAR         PIC X(04).
031300     05  FILLER                  PIC X(01).
031400     05  LS-REQUEST-QUARTER      PIC X(01).
031500*                         'YYYY N' - THE CALENDAR YEAR AND THE
031600*                         QUARTER (1-4) BEING REMITTED.
031700*                         SUPPLIED VIA THE EXEC PARM.
031800
031900*****************************************************************
032000*          P R O C E D U R E     D I V I S I O N
032100*****************************************************************
032200
032300 PROCEDURE DIVISION USING LS-REMIT-REQUEST.
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
032600     PERFORM 1100-LOAD-LOCAL-NAMES THRU 1100-EXIT
032700         UNTIL WS-LOC-FILE-EOF
032800     PERFORM 2000-ROLL-UP-HISTORY THRU 2000-EXIT
032900         UNTIL WS-HIST-EOF
033000     PERFORM 3000-CUT-REMITTANCES THRU 3000-EXIT
033100     PERFORM 4000-TERMINATE       THRU 4000-EXIT
033200     GOBACK
033300
033400     .
033500*****************************************************************
033600*  INITIALIZATION - EDIT THE REQUEST AND OPEN THE FILES
033700*****************************************************************
033800
033900 1000-INITIALIZATION.
034000     IF LS-REQUEST-YEAR IS NOT NUMERIC THEN
034100         DISPLAY 'LAB35 YEAR MUST BE NUMERIC YYYY, GOT: '
034200             LS-REQUEST-YEAR
034300         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
034400         MOVE '- BAD REQUEST YEAR, ' TO WS-ABORT-MSG-EDESC
034500         MOVE '  ' TO WS-ABORT-MSG-SYSRC
034600         MOVE 3501 TO RETURN-CODE
034700         PERFORM 9999-ABORT THRU 9999-EXIT
034800     END-IF
034900
035000     EVALUATE LS-REQUEST-QUARTER
035100         WHEN '1'
035200             MOVE '01' TO WS-FROM-MONTH
035300             MOVE '03' TO WS-TO-MONTH
035400         WHEN '2'
035500             MOVE '04' TO WS-FROM-MONTH
035600             MOVE '06' TO WS-TO-MONTH
035700         WHEN '3'
035800             MOVE '07' TO WS-FROM-MONTH
035900             MOVE '09' TO WS-TO-MONTH
036000         WHEN '4'
036100             MOVE '10' TO WS-FROM-MONTH
036200             MOVE '12' TO WS-TO-MONTH
036300         WHEN OTHER
036400             DISPLAY 'LAB35 QUARTER MUST BE 1-4, GOT: '
036500                 LS-REQUEST-QUARTER
036600             MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
036700             MOVE '- BAD REQUEST QUARTER, ' TO WS-ABORT-MSG-EDESC
036800             MOVE '  ' TO WS-ABORT-MSG-SYSRC
036900             MOVE 3502 TO RETURN-CODE
037000             PERFORM 9999-ABORT THRU 9999-EXIT
037100     END-EVALUATE
037200
037300     OPEN INPUT HIST-FILE
037400     IF WS-HSTFILE-STATUS-CODE = '00' THEN
037500         CONTINUE
037600     ELSE
037700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
037800         MOVE 'OPENING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
037900         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
038000         MOVE 3503 TO RETURN-CODE
038100         PERFORM 9999-ABORT THRU 9999-EXIT
038200     END-IF
038300
038400     OPEN INPUT LOC-TAX-FILE
038500     IF WS-LOCFILE-STATUS-CODE = '00' THEN
038600         CONTINUE
038700     ELSE
038800         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
038900         MOVE 'OPENING LOC-TAX-FILE, ' TO WS-ABORT-MSG-EDESC
039000         MOVE WS-LOCFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
039100         MOVE 3504 TO RETURN-CODE
039200         PERFORM 9999-ABORT THRU 9999-EXIT
039300     END-IF
039400
039500     OPEN OUTPUT REMIT-FILE
039600     IF WS-REMFILE-STATUS-CODE = '00' THEN
039700         CONTINUE
039800     ELSE
039900         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
040000         MOVE 'OPENING REMIT-FILE, ' TO WS-ABORT-MSG-EDESC
040100         MOVE WS-REMFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
040200         MOVE 3505 TO RETURN-CODE
040300         PERFORM 9999-ABORT THRU 9999-EXIT
040400     END-IF
040500
040600     OPEN OUTPUT VCHR-REPORT
040700     IF WS-VCHFILE-STATUS-CODE = '00' THEN
040800         CONTINUE
040900     ELSE
041000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
041100         MOVE 'OPENING VCHR-REPORT, ' TO WS-ABORT-MSG-EDESC
041200         MOVE WS-VCHFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
041300         MOVE 3506 TO RETURN-CODE
041400         PERFORM 9999-ABORT THRU 9999-EXIT
041500     END-IF
041600
041700     PERFORM 8100-READ-LOC-FILE  THRU 8100-EXIT
041705     PERFORM 1300-LOAD-COMPANY-TABLE THRU 1300-EXIT
041713     PERFORM 1200-POSITION-HISTORY THRU 1200-EXIT
041726
041739     .
041752 1000-EXIT.
041765     EXIT.
041766*****************************************************************
041767*  KEEP THE NAME AND STATE OF EACH LOCALITY ON THE TAX TABLE.
041768*  THE TABLE IS IN CODE / EFFECTIVE-DATE SEQUENCE, SO A LATER
041769*  ENTRY FOR THE SAME CODE OVERLAYS THE EARLIER ONE.
041771*****************************************************************
041772
041773 1100-LOAD-LOCAL-NAMES.
041774     SET LN-NDX TO 1
041775     SEARCH LOCAL-NAMES
041777         AT END
041778             MOVE '1100-LOAD-LOCAL-NAMES, ' TO WS-ABORT-MSG-PGRPH
041779             MOVE '- NAME TABLE FULL, ' TO WS-ABORT-MSG-EDESC
041780             MOVE '  ' TO WS-ABORT-MSG-SYSRC
041782             MOVE 3510 TO RETURN-CODE
041783             PERFORM 9999-ABORT THRU 9999-EXIT
041784         WHEN LN-LOCALITY (LN-NDX) = LR-LOCALITY-CODE
041785             MOVE LR-LOCALITY-NAME TO LN-NAME (LN-NDX)
041786             MOVE LR-STATE-CODE    TO LN-STATE (LN-NDX)
041788         WHEN LN-LOCALITY (LN-NDX) = HIGH-VALUES
041789             MOVE LR-LOCALITY-CODE TO LN-LOCALITY (LN-NDX)
041790             MOVE LR-LOCALITY-NAME TO LN-NAME (LN-NDX)
041791             MOVE LR-STATE-CODE    TO LN-STATE (LN-NDX)
041793     END-SEARCH
041794
041795     PERFORM 8100-READ-LOC-FILE THRU 8100-EXIT
041796
041797     .
041799 1100-EXIT.
041800     EXIT.
041801*****************************************************************
041802*  START THE HISTORY ON THE QUARTER'S FIRST RUN MONTH AND READ
041804*  THE FIRST POSTING
041817*****************************************************************
041830
041843 1200-POSITION-HISTORY.
041856     MOVE LS-REQUEST-YEAR TO WS-FIRST-RUN-MONTH (1:4)
041869     MOVE WS-FROM-MONTH   TO WS-FIRST-RUN-MONTH (5:2)
041870*************** A RUN LATE IN THE MONTH BEFORE THE QUARTER CAN PAY
041871*************** IN THE QUARTER'S FIRST MONTH.
041872     IF WS-FIRST-RUN-MM = 1 THEN
041873         SUBTRACT 1 FROM WS-FIRST-RUN-YEAR
041874         MOVE 12 TO WS-FIRST-RUN-MM
041875     ELSE
041876         SUBTRACT 1 FROM WS-FIRST-RUN-MM
041877     END-IF
041882     MOVE LS-REQUEST-YEAR TO WS-LAST-RUN-MONTH (1:4)
041895     MOVE WS-TO-MONTH     TO WS-LAST-RUN-MONTH (5:2)
041908
041921     MOVE WS-FIRST-RUN-MONTH TO BH-RUN-MONTH
041934     START HIST-FILE
041947         KEY IS NOT LESS THAN BH-RUN-MONTH
041960         INVALID KEY
041973             SET WS-HIST-EOF TO TRUE
041986     END-START
041999     IF WS-HSTFILE-STATUS-CODE = '00' OR
042012         WS-HSTFILE-STATUS-CODE = '23' THEN
042025         CONTINUE
042038     ELSE
042051         MOVE '1200-POSITION-HISTORY, ' TO WS-ABORT-MSG-PGRPH
042064         MOVE 'STARTING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
042077         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
042090         MOVE 3507 TO RETURN-CODE
042103         PERFORM 9999-ABORT THRU 9999-EXIT
042116     END-IF
042129
042142     IF WS-HIST-EOF THEN
042155         GO TO 1200-EXIT
042168     END-IF
042181
042194     PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
042207
042220     .
042233 1200-EXIT.
042246     EXIT.
042250*****************************************************************
042260*  LOAD THE COMPANY TABLE (ASCENDING CODE ORDER, NO DUPLICATES)
042270*****************************************************************
042280
042290 1300-LOAD-COMPANY-TABLE.
042300     OPEN INPUT COMP-FILE
042310     IF WS-CMPFILE-STATUS-CODE = '00' THEN
042320         CONTINUE
042330     ELSE
042340         MOVE '1300-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
042350         MOVE 'OPENING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
042360         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
042370         MOVE 3508 TO RETURN-CODE
042380         PERFORM 9999-ABORT THRU 9999-EXIT
042390     END-IF
042400
042410     SET CT-NDX TO 1
042420     PERFORM 8200-READ-COMP-FILE THRU 8200-EXIT
042430
042440     PERFORM 1310-LOAD-ONE-COMPANY THRU 1310-EXIT
042450         UNTIL WS-COMP-EOF
042460
042470     CLOSE COMP-FILE
042480
042490     IF WS-COMPANY-COUNT = ZERO THEN
042500         MOVE '1300-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
042510         MOVE '- COMPANY TABLE EMPTY, ' TO WS-ABORT-MSG-EDESC
042520         MOVE '  ' TO WS-ABORT-MSG-SYSRC
042530         MOVE 3509 TO RETURN-CODE
042540         PERFORM 9999-ABORT THRU 9999-EXIT
042550     END-IF
042560
042570     .
042580 1300-EXIT.
042590     EXIT.
042600*****************************************************************
042610*  LOAD ONE COMPANY ROW AND READ AHEAD
042620*****************************************************************
042630
042640 1310-LOAD-ONE-COMPANY.
042650     IF WS-COMPANY-COUNT NOT < WS-C-COMPANY-TABLE-SIZE THEN
042660         MOVE '1310-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
042670         MOVE '- COMPANY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
042680         MOVE '  ' TO WS-ABORT-MSG-SYSRC
042690         MOVE 3512 TO RETURN-CODE
042700         PERFORM 9999-ABORT THRU 9999-EXIT
042710     END-IF
042720     IF CM-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
042730         MOVE '1310-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
042740         MOVE '- COMPANY TABLE OUT OF SEQUENCE, '
042750             TO WS-ABORT-MSG-EDESC
042760         MOVE '  ' TO WS-ABORT-MSG-SYSRC
042770         MOVE 3513 TO RETURN-CODE
042780         PERFORM 9999-ABORT THRU 9999-EXIT
042790     END-IF
042800
042810     MOVE CM-COMPANY-CODE   TO CT-COMPANY-CODE (CT-NDX)
042820     MOVE CM-COMPANY-NAME   TO CT-COMPANY-NAME (CT-NDX)
042830     MOVE CM-FEDERAL-ID     TO CT-FEDERAL-ID (CT-NDX)
042840     MOVE CM-COMPANY-CODE   TO WS-LAST-COMPANY-CODE
042850     SET CT-NDX UP BY 1
042860     ADD +1 TO WS-COMPANY-COUNT
042870
042880     PERFORM 8200-READ-COMP-FILE THRU 8200-EXIT
042890
042900     .
042910 1310-EXIT.
042920     EXIT.
045200*****************************************************************
045300*  ROLL ONE HISTORY POSTING INTO ITS LOCALITY BUCKET WHEN IT
045400*  BELONGS TO THE REQUESTED QUARTER AND CARRIES A LOCALITY
045500*****************************************************************
045600
045700 2000-ROLL-UP-HISTORY.
045737     IF BH-PAY-DATE = SPACES THEN
045774         MOVE BH-RUN-DATE TO WS-PAID-DATE
045811     ELSE
045848         MOVE BH-PAY-DATE TO WS-PAID-DATE
045885     END-IF
045922     MOVE WS-PAID-DATE (5:2) TO WS-POSTING-MONTH
045959     IF WS-PAID-DATE (1:4) = LS-REQUEST-YEAR AND
046000        WS-POSTING-MONTH NOT < WS-FROM-MONTH AND
046100        WS-POSTING-MONTH NOT > WS-TO-MONTH AND
046200        BH-LOCALITY-CODE NOT = SPACES THEN
046300         ADD +1 TO WS-REC-SELECTED
046400         PERFORM 2100-ACCUM-LOCAL-BUCKET THRU 2100-EXIT
046500     END-IF
046600
046700     PERFORM 8000-READ-HIST-FILE THRU 8000-EXIT
046800
046900     .
047000 2000-EXIT.
047100     EXIT.
047200*****************************************************************
047300*  FIND OR OPEN THE BUCKET FOR THE POSTING'S COMPANY AND LOCALITY
047400*****************************************************************
047500
047600 2100-ACCUM-LOCAL-BUCKET.
047603*************** A BLANK COMPANY IS HISTORY POSTED BEFORE THE CODE
047606*************** WAS CARRIED - IT BELONGS TO THE ORIGINAL ENTITY.
047609     IF BH-COMPANY-CODE = SPACES THEN
047612         MOVE CT-COMPANY-CODE (1) TO WS-COMPANY-KEY
047615     ELSE
047618         MOVE BH-COMPANY-CODE TO WS-COMPANY-KEY
047621     END-IF
047624
047627     MOVE 'N' TO WS-COMP-FOUND-SWITCH
047630     SEARCH ALL COMPANY-ENTRY
047633         AT END
047636             CONTINUE
047639         WHEN CT-COMPANY-CODE (CT-NDX) = WS-COMPANY-KEY
047642             SET WS-COMPANY-FOUND TO TRUE
047645     END-SEARCH
047648     IF NOT WS-COMPANY-FOUND THEN
047651         DISPLAY 'LAB35 POSTING FOR EMPLOYEE ' BH-EMPLOYEE-ID
047654             ' HAS COMPANY ' BH-COMPANY-CODE
047657             ' - NOT ON THE COMPANY TABLE'
047660         MOVE '2100-ACCUM-LOCAL-BUCKET, '
047663             TO WS-ABORT-MSG-PGRPH
047666         MOVE '- COMPANY NOT ON TABLE, ' TO WS-ABORT-MSG-EDESC
047669         MOVE '  ' TO WS-ABORT-MSG-SYSRC
047672         MOVE 3514 TO RETURN-CODE
047675         PERFORM 9999-ABORT THRU 9999-EXIT
047678     END-IF
047681
047700     SET RS-NDX TO 1
047800     SEARCH REMIT-SUMS
047900         AT END
048000             MOVE '2100-ACCUM-LOCAL-BUCKET, '
048100                 TO WS-ABORT-MSG-PGRPH
048200             MOVE '- LOCALITY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
048300             MOVE '  ' TO WS-ABORT-MSG-SYSRC
048400             MOVE 3511 TO RETURN-CODE
048500             PERFORM 9999-ABORT THRU 9999-EXIT
048600         WHEN RS-LOCALITY (RS-NDX) = BH-LOCALITY-CODE AND
048650              RS-COMPANY (RS-NDX) = WS-COMPANY-KEY
048700             PERFORM 2110-ADD-TO-BUCKET THRU 2110-EXIT
048800         WHEN RS-LOCALITY (RS-NDX) = HIGH-VALUES
048900             MOVE BH-LOCALITY-CODE TO RS-LOCALITY (RS-NDX)
048950             MOVE WS-COMPANY-KEY TO RS-COMPANY (RS-NDX)
049000             MOVE BH-STATE-CODE TO RS-STATE (RS-NDX)
049100             MOVE ZERO TO RS-POSTING-COUNT (RS-NDX)
049200             MOVE ZERO TO RS-GROSS (RS-NDX)
049300             MOVE ZERO TO RS-LOCALTX (RS-NDX)
049400             PERFORM 2110-ADD-TO-BUCKET THRU 2110-EXIT
049500     END-SEARCH
049600
049700     .
049800 2100-EXIT.
049900     EXIT.
050000*****************************************************************
050100*  ADD THE POSTING INTO THE BUCKET AT RS-NDX
050200*****************************************************************
050300
050400 2110-ADD-TO-BUCKET.
050500     ADD +1         TO RS-POSTING-COUNT (RS-NDX)
050600     ADD BH-GROSS   TO RS-GROSS (RS-NDX)
050700     ADD BH-LOCALTX TO RS-LOCALTX (RS-NDX)
050800
050900     .
051000 2110-EXIT.
051100     EXIT.
051200*****************************************************************
051300*  CUT THE REMITTANCES ONE COMPANY AT A TIME, IN TABLE ORDER
051400*****************************************************************
051500
051600 3000-CUT-REMITTANCES.
051700     SET CT-NDX TO 1
051800     PERFORM 3050-CUT-ONE-COMPANY THRU 3050-EXIT
051900         UNTIL CT-NDX > WS-COMPANY-COUNT
052100
052200     .
052300 3000-EXIT.
052400     EXIT.
052410*****************************************************************
052420*  ONE COMPANY - ITS LOCALITIES, THEN ITS TRAILER WHEN IT HAD ANY
052430*****************************************************************
052440
052450 3050-CUT-ONE-COMPANY.
052460     MOVE ZERO TO WS-CO-LOCALITY-COUNT
052470     MOVE ZERO TO WS-CO-POSTING-COUNT
052480     MOVE ZERO TO WS-CO-LOCALTX
052490
052500     SET RS-NDX TO 1
052510     PERFORM 3100-CUT-ONE-LOCALITY THRU 3100-EXIT
052520         UNTIL RS-NDX > WS-C-LOCAL-TABLE-SIZE
052530         OR RS-LOCALITY (RS-NDX) = HIGH-VALUES
052540
052550     IF WS-CO-LOCALITY-COUNT > ZERO THEN
052560         MOVE SPACES                  TO REMIT-RECORD
052570         MOVE 'T'                     TO RM-RECORD-TYPE
052580         MOVE LS-REQUEST-YEAR         TO RM-TAX-YEAR
052590         MOVE LS-REQUEST-QUARTER      TO RM-QUARTER
052600         MOVE WS-CO-POSTING-COUNT     TO RM-POSTING-COUNT
052610         MOVE WS-CO-LOCALTX           TO RM-LOCAL-TAX
052620         MOVE CT-COMPANY-CODE (CT-NDX) TO RM-COMPANY-CODE
052630         MOVE WS-CO-LOCALITY-COUNT    TO RM-LOCALITY-COUNT
052640         PERFORM 8600-WRITE-REMIT-RECORD THRU 8600-EXIT
052650         ADD +1 TO WS-COMPANIES-REMITTED
052660     END-IF
052670
052680     SET CT-NDX UP BY 1
052690
052700     .
052710 3050-EXIT.
052720     EXIT.
052730*****************************************************************
052740*  ONE LOCALITY OF THE COMPANY AT CT-NDX - VOUCHER PAGE, FEED
052750*  RECORD, COMPANY AND RUN TOTALS
052760*****************************************************************
052800
052900 3100-CUT-ONE-LOCALITY.
052920     IF RS-COMPANY (RS-NDX) NOT = CT-COMPANY-CODE (CT-NDX) THEN
052940         SET RS-NDX UP BY 1
052960         GO TO 3100-EXIT
052980     END-IF
052990
053000     PERFORM 3110-FIND-LOCAL-NAME THRU 3110-EXIT
053100
053200     MOVE RS-LOCALITY (RS-NDX)  TO WV1-LOCALITY-CODE
053300     MOVE RS-STATE (RS-NDX)     TO WV1-STATE-CODE
053400     MOVE LS-REQUEST-YEAR       TO WV1-TAX-YEAR
053500     MOVE LS-REQUEST-QUARTER    TO WV1-QUARTER
053600     MOVE WS-VCHR-HEADER-1      TO VCHR-RECORD
053700     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
053800
053900     MOVE WS-VCHR-HEADER-2      TO VCHR-RECORD
054000     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
054010
054020     MOVE CT-COMPANY-NAME (CT-NDX) TO WVK-COMPANY-NAME
054030     MOVE CT-FEDERAL-ID (CT-NDX)   TO WVK-FEDERAL-ID
054040     MOVE WS-VCHR-COMPANY-LINE  TO VCHR-RECORD
054050     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
054100
054200     MOVE 'BONUS POSTINGS           :' TO WVC-LABEL
054300     MOVE RS-POSTING-COUNT (RS-NDX) TO WVC-COUNT
054400     MOVE WS-VCHR-COUNT-LINE    TO VCHR-RECORD
054500     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
054600
054700     MOVE 'GROSS BONUSES POSTED     :' TO WVA-LABEL
054800     MOVE RS-GROSS (RS-NDX)     TO WVA-AMOUNT
054900     MOVE WS-VCHR-AMOUNT-LINE   TO VCHR-RECORD
055000     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
055100
055200     MOVE 'LOCAL TAX WITHHELD       :' TO WVA-LABEL
055300     MOVE RS-LOCALTX (RS-NDX)   TO WVA-AMOUNT
055400     MOVE WS-VCHR-AMOUNT-LINE   TO VCHR-RECORD
055500     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
055600
055700     MOVE WS-VCHR-FOOTER        TO VCHR-RECORD
055800     PERFORM 8500-WRITE-VCHR-RECORD THRU 8500-EXIT
055900
056000     MOVE SPACES                TO REMIT-RECORD
056100     MOVE 'L'                   TO RM-RECORD-TYPE
056200     MOVE RS-LOCALITY (RS-NDX)  TO RM-LOCALITY-CODE
056300     MOVE RS-STATE (RS-NDX)     TO RM-STATE-CODE
056400     MOVE LS-REQUEST-YEAR       TO RM-TAX-YEAR
056500     MOVE LS-REQUEST-QUARTER    TO RM-QUARTER
056600     MOVE RS-POSTING-COUNT (RS-NDX) TO RM-POSTING-COUNT
056700     MOVE RS-LOCALTX (RS-NDX)   TO RM-LOCAL-TAX
056750     MOVE RS-COMPANY (RS-NDX)   TO RM-COMPANY-CODE
056800     PERFORM 8600-WRITE-REMIT-RECORD THRU 8600-EXIT
056900
057000     ADD +1                     TO WS-LOCALITIES-REMITTED
057100     ADD RS-LOCALTX (RS-NDX)    TO WS-TOTAL-LOCALTX
057125     ADD +1                     TO WS-CO-LOCALITY-COUNT
057150     ADD RS-POSTING-COUNT (RS-NDX) TO WS-CO-POSTING-COUNT
057175     ADD RS-LOCALTX (RS-NDX)    TO WS-CO-LOCALTX
057200     SET RS-NDX UP BY 1
057300
057400     .
057500 3100-EXIT.
057600     EXIT.
057700*****************************************************************
057800*  LOOK UP THE TAXING AUTHORITY NAME FOR THE VOUCHER.  A CODE
057900*  SINCE DROPPED FROM THE TAX TABLE STILL GETS ITS VOUCHER.
058000*****************************************************************
058100
058200 3110-FIND-LOCAL-NAME.
058300     SET LN-NDX TO 1
058400     SEARCH LOCAL-NAMES
058500         AT END
058600             MOVE '*** NOT ON TAX TABLE ***' TO WV2-NAME
058700         WHEN LN-LOCALITY (LN-NDX) = RS-LOCALITY (RS-NDX)
058800             MOVE LN-NAME (LN-NDX) TO WV2-NAME
058900         WHEN LN-LOCALITY (LN-NDX) = HIGH-VALUES
059000             MOVE '*** NOT ON TAX TABLE ***' TO WV2-NAME
059100     END-SEARCH
059200
059300     .
059400 3110-EXIT.
059500     EXIT.
059600*****************************************************************
059700*  TERMINATION ROUTINE
059800*****************************************************************
059900
060000 4000-TERMINATE.
060100     CLOSE HIST-FILE, LOC-TAX-FILE, REMIT-FILE, VCHR-REPORT
060200
060300     DISPLAY '*** LAB35...TOTALS ***'
060400     DISPLAY 'HISTORY RECORDS READ     : ' WS-REC-IN
060500     DISPLAY 'POSTINGS IN THE QUARTER  : ' WS-REC-SELECTED
060550     DISPLAY 'COMPANIES REMITTED       : ' WS-COMPANIES-REMITTED
060600     DISPLAY 'LOCALITIES REMITTED      : ' WS-LOCALITIES-REMITTED
060700     DISPLAY 'TOTAL LOCAL TAX REMITTED : ' WS-TOTAL-LOCALTX
060800
060900     MOVE 0 TO RETURN-CODE
061000
061100     .
061200 4000-EXIT.
061300     EXIT.
061400*****************************************************************
061500*  READ HISTORY FILE ROUTINE
061600*****************************************************************
061700
061800 8000-READ-HIST-FILE.
061900     READ HIST-FILE NEXT RECORD
062000         AT END
062100             SET WS-HIST-EOF TO TRUE
062200         NOT AT END
062300             ADD +1 TO WS-REC-IN
062400     END-READ
062433*************** '02' IS A GOOD READ WITH MORE POSTINGS UNDER THE
062466*************** SAME RUN MONTH ON THE ALTERNATE INDEX.
062500     IF WS-HSTFILE-STATUS-CODE = '00' OR
062550         WS-HSTFILE-STATUS-CODE = '02' OR
062600         WS-HSTFILE-STATUS-CODE = '10' THEN
062700         CONTINUE
062800     ELSE
062900         MOVE '8000-READ-HIST-FILE, ' TO WS-ABORT-MSG-PGRPH
063000         MOVE 'READING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
063100         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
063200         MOVE 8035 TO RETURN-CODE
063300         PERFORM 9999-ABORT THRU 9999-EXIT
063322     END-IF
063344
063366*************** THE BROWSE ENDS AFTER THE QUARTER'S LAST MONTH.
063388     IF NOT WS-HIST-EOF
063410        AND BH-RUN-MONTH > WS-LAST-RUN-MONTH THEN
063432         SET WS-HIST-EOF TO TRUE
063454         SUBTRACT 1 FROM WS-REC-IN
063476     END-IF
063500
063600     .
063700 8000-EXIT.
063800     EXIT.
063900*****************************************************************
064000*  READ LOCALITY TAX TABLE ROUTINE
064100*****************************************************************
064200
064300 8100-READ-LOC-FILE.
064400     READ LOC-TAX-FILE
064500         AT END
064600             SET WS-LOC-FILE-EOF TO TRUE
064700     END-READ
064800     IF WS-LOCFILE-STATUS-CODE = '00' OR
064900         WS-LOCFILE-STATUS-CODE = '10' THEN
065000         CONTINUE
065100     ELSE
065200         MOVE '8100-READ-LOC-FILE, ' TO WS-ABORT-MSG-PGRPH
065300         MOVE 'READING LOC-TAX-FILE, ' TO WS-ABORT-MSG-EDESC
065400         MOVE WS-LOCFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
065500         MOVE 8135 TO RETURN-CODE
065600         PERFORM 9999-ABORT THRU 9999-EXIT
065700     END-IF
065800
065900     .
066000 8100-EXIT.
066100     EXIT.
066110*****************************************************************
066120*  READ COMPANY TABLE ROUTINE
066130*****************************************************************
066140
066150 8200-READ-COMP-FILE.
066155     READ COMP-FILE
066160         AT END
066165             SET WS-COMP-EOF TO TRUE
066170     END-READ
066175     IF WS-CMPFILE-STATUS-CODE = '00' OR
066180         WS-CMPFILE-STATUS-CODE = '10' THEN
066185         CONTINUE
066190     ELSE
066192         MOVE '8200-READ-COMP-FILE, ' TO WS-ABORT-MSG-PGRPH
066194         MOVE 'READING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
066195         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
066196         MOVE 8235 TO RETURN-CODE
066197         PERFORM 9999-ABORT THRU 9999-EXIT
066198     END-IF
066199
066200     .
066201 8200-EXIT.
066202     EXIT.
066203*****************************************************************
066300*  WRITE VOUCHER REPORT RECORD
066400*****************************************************************
066500
066600 8500-WRITE-VCHR-RECORD.
066700     WRITE VCHR-RECORD
066800     IF WS-VCHFILE-STATUS-CODE = '00' THEN
066900         CONTINUE
067000     ELSE
067100         MOVE '8500-WRITE-VCHR-RECORD, ' TO WS-ABORT-MSG-PGRPH
067200         MOVE 'WRITING TO VCHR-REPORT, ' TO WS-ABORT-MSG-EDESC
067300         MOVE WS-VCHFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
067400         MOVE 8535 TO RETURN-CODE
067500         PERFORM 9999-ABORT THRU 9999-EXIT
067600     END-IF
067700
067800     .
067900 8500-EXIT.
068000     EXIT.
068100*****************************************************************
068200*  WRITE REMITTANCE FEED RECORD
068300*****************************************************************
068400
068500 8600-WRITE-REMIT-RECORD.
068600     WRITE REMIT-RECORD
068700     IF WS-REMFILE-STATUS-CODE = '00' THEN
068800         CONTINUE
068900     ELSE
069000         MOVE '8600-WRITE-REMIT-RECORD, ' TO WS-ABORT-MSG-PGRPH
069100         MOVE 'WRITING TO REMIT-FILE, ' TO WS-ABORT-MSG-EDESC
069200         MOVE WS-REMFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
069300         MOVE 8635 TO RETURN-CODE
069400         PERFORM 9999-ABORT THRU 9999-EXIT
069500     END-IF
069600
069700     .
069800 8600-EXIT.
069900     EXIT.
070000*****************************************************************
070100*  MAJOR ERROR HANDLING ROUTINE
070200*****************************************************************
070300
070400 9999-ABORT.
070500     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
070600     DISPLAY 'PROGRAM: LAB35, ', WS-ABORT-MSG-STRING, ', RC='
070700         WS-RETURN-CODE-DISPLAY
070800     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
070900
071000     .
071100 9999-EXIT.
071200     EXIT.
071300*****************************************************************
071400*  PHYSICAL END OF PROGRAM
071500*****************************************************************
