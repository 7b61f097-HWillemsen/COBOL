000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB46.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB46 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM IS THE MONTHLY SIGN-ON / RETENTION
001300*    =======  BONUS CLAWBACK RUN.  IT MATCHES THE OPEN REPAYMENT
001400*                AGREEMENTS ON AGRMAST (MAINTAINED BY LAB45)
001500*                AGAINST THE HR MASTER.  AN EMPLOYEE WITH AN OPEN
001600*                AGREEMENT WHO HAS DROPPED OFF THE HR MASTER HAS
001700*                LEFT BEFORE THE AGREEMENT ENDED: THE AMOUNT OWED
001800*                IS FIGURED FROM THE AGREEMENT'S REPAYMENT METHOD,
001900*                THE AGREEMENT IS CLOSED AS CLAWED BACK, A LINE IS
002000*                LISTED FOR COLLECTIONS, AND THE RECEIVABLE IS
002100*                POSTED TO THE GENERAL LEDGER.  AN AGREEMENT WHOSE
002200*                END DATE HAS PASSED WITH THE EMPLOYEE STILL ON
002300*                THE MASTER IS CLOSED AS SERVED OUT.
002400*
002500*    NOTE:    THE SEPARATION DATE IS THE LAST DAY WORKED KEYED ON
002600*    =====    THE AGREEMENT THROUGH LAB45 WHEN HR SUPPLIED IT,
002700*             ELSE THE RUN DATE - THE FIRST RUN AFTER THE
002800*             EMPLOYEE LEFT THE MASTER.  REPAYMENT METHODS:
002900*               P  PRORATED - THE GROSS TIMES THE DAYS FROM THE
003000*                  SEPARATION DATE TO THE END DATE OVER THE DAYS
003100*                  FROM THE START DATE TO THE END DATE;
003200*               F  FULL - THE WHOLE GROSS;
003300*               S  STEP SCHEDULE - THE PERCENT OF THE GROSS ON
003400*                  THE FIRST STEP WHOSE MONTH LIMIT IS MORE THAN
003500*                  THE WHOLE MONTHS SERVED (NOTHING PAST THE
003600*                  LAST STEP).
003700*             AN AGREEMENT WHOSE COMPANY IS NOT ON THE COMPANY
003800*             TABLE IS LISTED AS NOT POSTED AND LEFT OPEN FOR THE
003900*             NEXT RUN, AND THE STEP ENDS RC 4.
003920*             SO IS A SEPARATED EMPLOYEE'S AGREEMENT WHOSE START,
003940*             END OR SEPARATION DATE IS NOT A REAL CALENDAR DATE -
003960*             NOTHING CAN BE FIGURED FROM IT UNTIL LAB45 CORRECTS
003980*             THE DATE.
004000*
004100*    INPUT   AGRM-MASTER     AGRMAST  (AGREEMENT MASTER - I-O)
004200*    =====   HR-FILE         HRMAST   (HR MASTER, EMPLOYEE ORDER)
004300*            COMP-FILE       COMPANY  (COMPANY TABLE)
004400*            LS-RUN-MODE     'T' = TRIAL RUN (PARM) - THE LISTING
004500*                            IS PRODUCED BUT AGRMAST IS NOT
004600*                            UPDATED, NO LEDGER ENTRIES ARE
004700*                            WRITTEN, AND THE STEP ENDS RC 4.
004800*
004900*    OUTPUT  AGRM-MASTER     AGRMAST  (CLOSED AGREEMENTS UPDATED)
005000*    ======  CLAW-REPORT     CLAWRPT  (CLAWBACK LISTING FOR
005100*                                      COLLECTIONS)
005200*            GL-FILE         CLAWGL   (GENERAL LEDGER FEED - DEBIT
005300*                                      EMPLOYEE RECEIVABLE, CREDIT
005400*                                      BONUS EXPENSE, IN THE LAB14
005500*                                      GLFEED LAYOUT)
005600*
005700*    CALLING PROGRAM(S)  :   NONE
005800*
005900*    CALLED  PROGRAM(S)  :   NONE
006000*
006100*---------------------------------------------------------------*
006200*                 UPDATE LOG
006300*---------------------------------------------------------------*
006400*
006500* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
006600* ------  --------  --------  -------------------  -------   ---*
006700* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB46     000*
006733* SUZI Q  PAYROLL   10/15/26  BAD AGREEMENT DATES   LAB46     001*
006766*                             LISTED AND LEFT OPEN
006772* SUZI Q  PAYROLL   10/15/26  CLAWBACK GL HELD AND  LAB46     002*
006778*                             CUT PER COMPANY -
006784*                             DETAILS, CONTROL, THEN
006790*                             THE TRAILER
006800*****************************************************************
006900*
007000*****************************************************************
007100*         E N V I R O N M E N T     D I V I S I O N
007200*****************************************************************
007300 ENVIRONMENT DIVISION.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT AGRM-MASTER    ASSIGN TO AGRMAST
007700            ORGANIZATION INDEXED
007800            ACCESS MODE SEQUENTIAL
007900            RECORD KEY IS AM-KEY
008000            FILE STATUS IS WS-AGRMAST-STATUS-CODE.
008100     SELECT HR-FILE        ASSIGN TO HRMAST
008200            FILE STATUS IS WS-HRFILE-STATUS-CODE.
008300     SELECT COMP-FILE      ASSIGN TO COMPANY
008400            FILE STATUS IS WS-CMPFILE-STATUS-CODE.
008500     SELECT CLAW-REPORT    ASSIGN TO CLAWRPT
008600            FILE STATUS IS WS-REPORT-STATUS-CODE.
008700     SELECT GL-FILE        ASSIGN TO CLAWGL
008800            FILE STATUS IS WS-GLFILE-STATUS-CODE.
008900*****************************************************************
009000*                  D A T A     D I V I S I O N
009100*****************************************************************
009200 DATA DIVISION.
009300 FILE SECTION.
009400*****************************************************************
009500*    AGRM-MASTER                                    I-O
009600*****************************************************************
009700 FD  AGRM-MASTER
009800     RECORD CONTAINS 100 CHARACTERS.
009900
010000 COPY AGRMCMP REPLACING
010100     AG-RECORD              BY  AGRM-RECORD
010200     AG-KEY                 BY  AM-KEY
010300     AG-EMPLOYEE-ID         BY  AM-EMPLOYEE-ID
010400     AG-BONUS-KEY           BY  AM-BONUS-KEY
010500     AG-BONUS-RUN-DATE      BY  AM-BONUS-RUN-DATE
010600     AG-BONUS-SEQ-NO        BY  AM-BONUS-SEQ-NO
010700     AG-BONUS-TYPE          BY  AM-BONUS-TYPE
010800     AG-SIGN-ON-BONUS       BY  AM-SIGN-ON-BONUS
010900     AG-RETENTION-BONUS     BY  AM-RETENTION-BONUS
011000     AG-COMPANY-CODE        BY  AM-COMPANY-CODE
011100     AG-STATE-CODE          BY  AM-STATE-CODE
011200     AG-BONUS-GROSS         BY  AM-BONUS-GROSS
011300     AG-START-DATE          BY  AM-START-DATE
011400     AG-END-DATE            BY  AM-END-DATE
011500     AG-REPAY-METHOD        BY  AM-REPAY-METHOD
011600     AG-PRORATED            BY  AM-PRORATED
011700     AG-FULL-REPAYMENT      BY  AM-FULL-REPAYMENT
011800     AG-STEP-SCHEDULE       BY  AM-STEP-SCHEDULE
011900     AG-STEP                BY  AM-STEP
012000     AG-STEP-THRU-MONTHS    BY  AM-STEP-THRU-MONTHS
012100     AG-STEP-PCT            BY  AM-STEP-PCT
012200     AG-STATUS              BY  AM-STATUS
012300     AG-OPEN                BY  AM-OPEN
012400     AG-CLAWED-BACK         BY  AM-CLAWED-BACK
012500     AG-EARNED              BY  AM-EARNED
012600     AG-WAIVED              BY  AM-WAIVED
012700     AG-SEPARATION-DATE     BY  AM-SEPARATION-DATE
012800     AG-CLOSED-DATE         BY  AM-CLOSED-DATE
012900     AG-AMOUNT-OWED         BY  AM-AMOUNT-OWED.
013000
013100*****************************************************************
013200*    HR-FILE                                       INPUT
013300*****************************************************************
013400 FD  HR-FILE
013500     RECORDING F
013600     LABEL RECORDS STANDARD
013700     RECORD CONTAINS 80 CHARACTERS
013800     BLOCK CONTAINS 0 RECORDS
013900     DATA RECORD IS HR-RECORD.
014000
014100 COPY HRMCMP REPLACING
014200     HM-RECORD              BY  HR-RECORD
014300     HM-EMPLOYEE-ID         BY  HR-EMPLOYEE-ID
014400     HM-DEPT-CODE           BY  HR-DEPT-CODE
014500     HM-MANAGER-NAME        BY  HR-MANAGER-NAME
014600     HM-HOME-STATE          BY  HR-HOME-STATE
014700     HM-LOCALITY-CODE       BY  HR-LOCALITY-CODE
014800     HM-COMPANY-CODE        BY  HR-COMPANY-CODE.
014900
015000*****************************************************************
015100*    COMP-FILE - COMPANY TABLE                      INPUT
015200*****************************************************************
015300 FD  COMP-FILE
015400     RECORDING F
015500     LABEL RECORDS STANDARD
015600     RECORD CONTAINS 80 CHARACTERS
015700     BLOCK CONTAINS 0 RECORDS
015800     DATA RECORD IS COMP-RECORD.
015900
016000 COPY COMPCMP REPLACING
016100     CO-RECORD              BY  COMP-RECORD
016200     CO-COMPANY-CODE        BY  CM-COMPANY-CODE
016300     CO-COMPANY-NAME        BY  CM-COMPANY-NAME
016400     CO-GL-COMPANY          BY  CM-GL-COMPANY.
016500
016600*****************************************************************
016700*    CLAW-REPORT                                    OUTPUT
016800*****************************************************************
016900 FD  CLAW-REPORT
017000     RECORDING F
017100     RECORD CONTAINS 133 CHARACTERS
017200     BLOCK CONTAINS 0 RECORDS.
017300
017400 01  CLAW-RECORD.
017500     05  FILLER                  PIC X(133).
017600
017700*****************************************************************
017800*    GL-FILE - GENERAL LEDGER JOURNAL FEED          OUTPUT
017900*****************************************************************
018000 FD  GL-FILE
018100     RECORDING F
018200     LABEL RECORDS STANDARD
018300     RECORD CONTAINS 80 CHARACTERS
018400     BLOCK CONTAINS 0 RECORDS
018500     DATA RECORD IS GL-RECORD.
018600
018700 01  GL-RECORD                   PIC X(80).
018800*****************************************************************
018900*    W O R K I N G - S T O R A G E
019000*****************************************************************
019100 WORKING-STORAGE SECTION.
019200
019300 01  WS-START-OF-WORKING-STORAGE.
019400     05 WS-START-OF-WS-MARKER           PIC X(37)
019500        VALUE 'LAB46 WORKING STORAGE BEGINS HERE'.
019600***********************
019700*  CONSTANTS          *
019800***********************
019900
020000 01  WS-CONSTANTS.
020100     05  WS-C-COMPANY-TABLE-SIZE PIC S9(03) COMP-3 VALUE 10.
020150     05  WS-C-CLAWGL-TABLE-SIZE  PIC S9(05) COMP-3 VALUE 2000.
020200*************** LEDGER ACCOUNTS - THE EXPENSE ACCOUNT IS THE ONE
020300*************** LAB14 CHARGED WHEN THE BONUS WAS PAID
020400     05  WS-C-GL-RECEIVABLE-ACCT PIC X(08)      VALUE '13200000'.
020500     05  WS-C-GL-EXPENSE-ACCT    PIC X(08)      VALUE '60100000'.
020600
020700***********************
020800*  ERROR CODES        *
020900***********************
021000
021100 01  WS-ERROR-CODES.
021200     05  WS-AGRMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
021300     05  WS-HRFILE-STATUS-CODE   PIC X(2)  VALUE '**'.
021400     05  WS-CMPFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
021500     05  WS-REPORT-STATUS-CODE   PIC X(2)  VALUE '**'.
021600     05  WS-GLFILE-STATUS-CODE   PIC X(2)  VALUE '**'.
021700     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
021800     05  WS-ABORT-CODE           PIC S9(1).
021900     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
022000
022100***********************
022200*  MESSAGE STRINGS    *
022300***********************
022400
022500 01  WS-ABORT-MSG-STRING.
022600     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
022700     05  WS-ABORT-MSG-EDESC      PIC X(28).
022800     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
022900     05  WS-ABORT-MSG-PGRPH      PIC X(28).
023000     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
023100     05  WS-ABORT-MSG-SYSRC      PIC X(02).
023200
023300***********************
023400*  SWITCHES           *
023500***********************
023600
023700 01  SWITCHES.
023800     05  WS-AGRM-SWITCH          PIC X(01) VALUE 'N'.
023900         88  WS-AGRM-EOF                   VALUE 'Y'.
024000     05  WS-HR-FILE-SWITCH       PIC X(01) VALUE 'N'.
024100         88  WS-HR-FILE-EOF                VALUE 'Y'.
024200     05  WS-COMP-FILE-SWITCH     PIC X(01) VALUE 'N'.
024300         88  WS-COMP-EOF                   VALUE 'Y'.
024400     05  WS-COMP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
024500         88  WS-COMPANY-FOUND              VALUE 'Y'.
024600     05  WS-RUN-MODE-SWITCH      PIC X(01) VALUE ' '.
024700         88  WS-TRIAL-RUN                  VALUE 'T'.
024720     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'Y'.
024740         88  WS-DATE-IS-VALID              VALUE 'Y'.
024760     05  WS-DATES-VALID-SWITCH   PIC X(01) VALUE 'Y'.
024780         88  WS-DATES-ARE-VALID            VALUE 'Y'.
024800
024900***********************
025000*  ACCUMULATORS       *
025100***********************
025200
025300 01  ACCUMULATORS.
025400     05  WS-AGRM-IN-CTR          PIC S9(05) COMP-3 VALUE +0.
025500     05  WS-ALREADY-CLOSED-CTR   PIC S9(05) COMP-3 VALUE +0.
025600     05  WS-STILL-OPEN-CTR       PIC S9(05) COMP-3 VALUE +0.
025700     05  WS-SERVED-OUT-CTR       PIC S9(05) COMP-3 VALUE +0.
025800     05  WS-CLAWBACK-CTR         PIC S9(05) COMP-3 VALUE +0.
025900     05  WS-NOT-POSTED-CTR       PIC S9(05) COMP-3 VALUE +0.
026000     05  WS-TOTAL-OWED           PIC S9(11)V99 COMP-3 VALUE +0.
026100     05  WS-GL-DEBITS            PIC S9(11)V99 COMP-3 VALUE +0.
026200     05  WS-GL-CREDITS           PIC S9(11)V99 COMP-3 VALUE +0.
026300     05  WS-COMPANY-COUNT        PIC S9(03) COMP-3 VALUE +0.
026320     05  WS-CLAWGL-COUNT         PIC S9(05) COMP-3 VALUE +0.
026340     05  WS-CO-GL-DEBITS         PIC S9(11)V99 COMP-3 VALUE +0.
026360     05  WS-CO-GL-CREDITS        PIC S9(11)V99 COMP-3 VALUE +0.
026400
026500***********************
026600*  WORKING VALUES     *
026700***********************
026800
026900 01  WS-WORKING-VALUES.
027000     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
027100     05  WS-COMPANY-KEY          PIC X(04).
027200     05  WS-LAST-COMPANY-CODE    PIC X(04)  VALUE LOW-VALUES.
027300     05  WS-AMOUNT-OWED          PIC S9(09)V99 COMP-3 VALUE +0.
027400     05  WS-DAYS-IN-AGREEMENT    PIC S9(07) COMP-3 VALUE +0.
027500     05  WS-DAYS-REMAINING       PIC S9(07) COMP-3 VALUE +0.
027600     05  WS-MONTHS-SERVED        PIC S9(05) COMP-3 VALUE +0.
027700     05  WS-REPAY-PCT            PIC 9(03)  VALUE ZERO.
027800     05  WS-DETAIL-MESSAGE       PIC X(30)  VALUE SPACES.
027900     05  WS-SEPARATION-DATE      PIC X(08)  VALUE SPACES.
028000     05  WS-SEPARATION-DATE-9    REDEFINES WS-SEPARATION-DATE
028100                                 PIC 9(08).
028200     05  WS-SEPARATION-PARTS     REDEFINES WS-SEPARATION-DATE.
028300         10  WS-SEPARATION-YYYY  PIC 9(04).
028400         10  WS-SEPARATION-MM    PIC 9(02).
028500         10  WS-SEPARATION-DD    PIC 9(02).
028600     05  WS-START-DATE           PIC X(08)  VALUE SPACES.
028700     05  WS-START-DATE-9         REDEFINES WS-START-DATE
028800                                 PIC 9(08).
028900     05  WS-START-PARTS          REDEFINES WS-START-DATE.
029000         10  WS-START-YYYY       PIC 9(04).
029100         10  WS-START-MM         PIC 9(02).
029200         10  WS-START-DD         PIC 9(02).
029300     05  WS-END-DATE             PIC X(08)  VALUE SPACES.
029400     05  WS-END-DATE-9           REDEFINES WS-END-DATE
029500                                 PIC 9(08).
029600     05  WS-GL-WORK-AMOUNT       PIC S9(11)V99 COMP-3 VALUE +0.
029610     05  WS-EDIT-DATE            PIC X(08)  VALUE SPACES.
029620     05  WS-EDIT-DATE-9          REDEFINES WS-EDIT-DATE
029630                                 PIC 9(08).
029640     05  WS-EDIT-DATE-PARTS      REDEFINES WS-EDIT-DATE.
029650         10  WS-EDIT-YYYY        PIC 9(04).
029660         10  WS-EDIT-MM          PIC 9(02).
029670         10  WS-EDIT-DD          PIC 9(02).
029680     05  WS-DATE-INTEGER         PIC S9(09) COMP    VALUE ZERO.
029690     05  WS-DATE-CHECK-9         PIC 9(08)          VALUE ZERO.
029700
029800***********************
029900*  COMPANY TABLE      *
030000***********************
030100
030200 01  COMPANY-TABLE.
030300     05  COMPANY-ENTRY           OCCURS 10 TIMES
030400                                 ASCENDING KEY IS CT-COMPANY-CODE
030500                                 INDEXED BY CT-NDX.
030600         10  CT-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
030700         10  CT-COMPANY-NAME     PIC X(21).
030800         10  CT-GL-COMPANY       PIC X(04).
030900
031000*************** RUN TOTALS BY COMPANY, PARALLEL TO COMPANY-TABLE.
031100 01  COMPANY-TOTALS.
031200     05  COMPANY-TOTAL-ENTRY     OCCURS 10 TIMES
031300                                 INDEXED BY CY-NDX.
031400         10  CY-CLAWBACK-CTR     PIC S9(05)     COMP-3.
031500         10  CY-AMOUNT-OWED      PIC S9(11)V99  COMP-3.
031510
031520***********************
031530*  CLAWBACK GL TABLE  *
031540***********************
031550*************** EVERY RECEIVABLE POSTED THIS RUN, HELD UNTIL THE
031560*************** END SO THE GL FEED CAN BE CUT ONE COMPANY AT A
031570*************** TIME - ITS DETAILS, THEN ITS CONTROL RECORD.
031580 01  CLAWGL-TABLE.
031590     05  CLAWGL-ENTRY            OCCURS 2000 TIMES
031600                                 INDEXED BY CG-NDX.
031610         10  CG-COMPANY-CODE     PIC X(04).
031620         10  CG-STATE-CODE       PIC X(02).
031630         10  CG-AMOUNT           PIC S9(09)V99  COMP-3.
031665
031700***********************
031800*  RECORD LAYOUTS     *
031900***********************
032000
032100 01  WS-REPORT-HEADER-1.
032200     05 WRH1-ASA-CODE            PIC X(01) VALUE '1'.
032300     05 WRH1-TITLE               PIC X(45) VALUE
032400                 'SIGN-ON / RETENTION BONUS CLAWBACK LISTING'.
032500     05 WRH1-MODE                PIC X(34) VALUE SPACES.
032600     05 WRH1-DATE-LABEL          PIC X(10) VALUE 'RUN DATE: '.
032700     05 WRH1-RUN-DATE            PIC X(08).
032800     05 WRH1-FILLER              PIC X(35) VALUE SPACES.
032900
033000 01  WS-REPORT-HEADER-2.
033100     05 WRH2-ASA-CODE            PIC X(01) VALUE '-'.
033200     05 WRH2-EMPLOYEE-LABEL      PIC X(10) VALUE 'EMPLOYEE'.
033300     05 WRH2-COMPANY-LABEL       PIC X(06) VALUE 'CO'.
033400     05 WRH2-TYPE-LABEL          PIC X(03) VALUE 'TY'.
033500     05 WRH2-BONUS-LABEL         PIC X(15) VALUE 'BONUS DT SEQ'.
033600     05 WRH2-METHOD-LABEL        PIC X(03) VALUE 'MT'.
033700     05 WRH2-START-LABEL         PIC X(10) VALUE 'START'.
033800     05 WRH2-END-LABEL           PIC X(10) VALUE 'END'.
033900     05 WRH2-LAST-DAY-LABEL      PIC X(10) VALUE 'LAST DAY'.
034000     05 WRH2-GROSS-LABEL         PIC X(16) VALUE
034100                                 '   BONUS GROSS'.
034200     05 WRH2-OWED-LABEL          PIC X(16) VALUE
034300                                 '   AMOUNT OWED'.
034400     05 WRH2-ACTION-LABEL        PIC X(30) VALUE 'ACTION'.
034500     05 WRH2-FILLER              PIC X(03) VALUE SPACES.
034600
034700 01  WS-REPORT-DETAIL.
034800     05 WRD-ASA-CODE             PIC X(01) VALUE SPACES.
034900     05 WRD-EMPLOYEE-ID          PIC X(08).
035000     05 WRD-COL-DIV-0            PIC X(02) VALUE SPACES.
035100     05 WRD-COMPANY-CODE         PIC X(04).
035200     05 WRD-COL-DIV-1            PIC X(02) VALUE SPACES.
035300     05 WRD-BONUS-TYPE           PIC X(01).
035400     05 WRD-COL-DIV-2            PIC X(02) VALUE SPACES.
035500     05 WRD-BONUS-RUN-DATE       PIC X(08).
035600     05 WRD-COL-DIV-3            PIC X(01) VALUE SPACES.
035700     05 WRD-BONUS-SEQ-NO         PIC 9(04).
035800     05 WRD-COL-DIV-4            PIC X(02) VALUE SPACES.
035900     05 WRD-REPAY-METHOD         PIC X(01).
036000     05 WRD-COL-DIV-5            PIC X(02) VALUE SPACES.
036100     05 WRD-START-DATE           PIC X(08).
036200     05 WRD-COL-DIV-6            PIC X(02) VALUE SPACES.
036300     05 WRD-END-DATE             PIC X(08).
036400     05 WRD-COL-DIV-7            PIC X(02) VALUE SPACES.
036500     05 WRD-SEPARATION-DATE      PIC X(08).
036600     05 WRD-COL-DIV-8            PIC X(02) VALUE SPACES.
036700     05 WRD-BONUS-GROSS          PIC ZZ,ZZZ,ZZ9.99-.
036800     05 WRD-COL-DIV-9            PIC X(02) VALUE SPACES.
036900     05 WRD-AMOUNT-OWED          PIC ZZ,ZZZ,ZZ9.99-.
037000     05 WRD-COL-DIV-10           PIC X(02) VALUE SPACES.
037100     05 WRD-MESSAGE              PIC X(30).
037200     05 WRD-FILLER               PIC X(03) VALUE SPACES.
037300
037400 01  WS-COMPANY-TOTAL-LINE.
037500     05 WCT-ASA-CODE             PIC X(01) VALUE '0'.
037600     05 WCT-COMPANY-LABEL        PIC X(10) VALUE 'COMPANY'.
037700     05 WCT-COMPANY-CODE         PIC X(04).
037800     05 WCT-FILLER1              PIC X(04) VALUE SPACES.
037900     05 WCT-COUNT-LABEL          PIC X(11) VALUE 'CLAWBACKS:'.
038000     05 WCT-CLAWBACK-CTR         PIC ZZ,ZZ9.
038100     05 WCT-FILLER2              PIC X(04) VALUE SPACES.
038200     05 WCT-OWED-LABEL           PIC X(13) VALUE 'AMOUNT OWED:'.
038300     05 WCT-AMOUNT-OWED          PIC ZZZ,ZZZ,ZZ9.99-.
038400     05 WCT-FILLER3              PIC X(65) VALUE SPACES.
038500
038600 01  WS-REPORT-FOOTER-1.
038700     05 WRF1-ASA-CODE            PIC X(01) VALUE '-'.
038800     05 WRF1-LINE-1              PIC X(20) VALUE
038900                                 'AGREEMENTS READ    :'.
039000     05 WRF1-AGRM-IN-CTR         PIC ZZ,ZZ9.
039100     05 WRF1-FILLER1             PIC X(05) VALUE SPACES.
039200     05 WRF1-LINE-2              PIC X(20) VALUE
039300                                 'ALREADY CLOSED     :'.
039400     05 WRF1-CLOSED-CTR          PIC ZZ,ZZ9.
039500     05 WRF1-FILLER2             PIC X(75) VALUE SPACES.
039600
039700 01  WS-REPORT-FOOTER-2.
039800     05 WRF2-ASA-CODE            PIC X(01) VALUE ' '.
039900     05 WRF2-LINE-1              PIC X(20) VALUE
040000                                 'STILL OPEN         :'.
040100     05 WRF2-OPEN-CTR            PIC ZZ,ZZ9.
040200     05 WRF2-FILLER1             PIC X(05) VALUE SPACES.
040300     05 WRF2-LINE-2              PIC X(20) VALUE
040400                                 'SERVED OUT         :'.
040500     05 WRF2-SERVED-CTR          PIC ZZ,ZZ9.
040600     05 WRF2-FILLER2             PIC X(75) VALUE SPACES.
040700
040800 01  WS-REPORT-FOOTER-3.
040900     05 WRF3-ASA-CODE            PIC X(01) VALUE ' '.
041000     05 WRF3-LINE-1              PIC X(20) VALUE
041100                                 'CLAWED BACK        :'.
041200     05 WRF3-CLAWBACK-CTR        PIC ZZ,ZZ9.
041300     05 WRF3-FILLER1             PIC X(05) VALUE SPACES.
041400     05 WRF3-LINE-2              PIC X(20) VALUE
041500                                 'NOT POSTED (ERROR) :'.
041600     05 WRF3-NOT-POSTED-CTR      PIC ZZ,ZZ9.
041700     05 WRF3-FILLER2             PIC X(75) VALUE SPACES.
041800
041900 01  WS-REPORT-FOOTER-4.
042000     05 WRF4-ASA-CODE            PIC X(01) VALUE ' '.
042100     05 WRF4-LINE-1              PIC X(20) VALUE
042200                                 'TOTAL AMOUNT OWED  :'.
042300     05 WRF4-TOTAL-OWED          PIC ZZZ,ZZZ,ZZ9.99-.
042400     05 WRF4-FILLER              PIC X(97) VALUE SPACES.
042500
042600*************** GENERAL LEDGER JOURNAL RECORDS - THE LAB14 GLFEED
042700*************** LAYOUT, SO THE LEDGER INTERFACE TAKES THIS FEED AS
042800*************** IT TAKES THE BONUS RUN'S
042900 01  WS-GL-DETAIL.
043000     05 WGL-D-RECORD-TYPE        PIC X(01) VALUE 'D'.
043100     05 WGL-D-RUN-DATE           PIC X(08).
043200     05 WGL-D-STATE-CODE         PIC X(02).
043300     05 WGL-D-ACCOUNT            PIC X(08).
043400     05 WGL-D-DR-CR              PIC X(01).
043500     05 WGL-D-AMOUNT             PIC 9(11)V99.
043600     05 WGL-D-COMPANY            PIC X(04).
043700*                         GL COMPANY SEGMENT (COPYLIB COMPCMP)
043800     05 WGL-D-FILLER             PIC X(43) VALUE SPACES.
043900
044000*************** ONE PER COMPANY WITH CLAWBACKS - THE COMPANY'S
044100*************** ENTRIES MUST BALANCE ON THEIR OWN
044200 01  WS-GL-COMPANY-CONTROL.
044300     05 WGL-C-RECORD-TYPE        PIC X(01) VALUE 'C'.
044400     05 WGL-C-COMPANY            PIC X(04).
044500     05 WGL-C-TOTAL-DEBITS       PIC 9(11)V99.
044600     05 WGL-C-TOTAL-CREDITS      PIC 9(11)V99.
044700     05 WGL-C-FILLER             PIC X(49) VALUE SPACES.
044800
044900 01  WS-GL-TRAILER.
045000     05 WGL-T-RECORD-TYPE        PIC X(01) VALUE 'T'.
045100     05 WGL-T-TOTAL-DEBITS       PIC 9(11)V99.
045200     05 WGL-T-TOTAL-CREDITS      PIC 9(11)V99.
045300     05 WGL-T-FILLER             PIC X(53) VALUE SPACES.
045400
045500 01  WS-END-OF-WORKING-STORAGE.
045600     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
045700        'LAB46 WORKING STORAGE ENDS HERE'.
045800*****************************************************************
045900*          L I N K A G E
046000*****************************************************************
046100
046200 LINKAGE SECTION.
046300
046400 01  LS-RUN-MODE                 PIC X(01).
046500*                         'T' RUNS THE CLAWBACK AS A TRIAL - FULL
046600*                         LISTING, BUT AGRMAST IS NOT UPDATED, NO
046700*                         LEDGER ENTRIES ARE WRITTEN, AND THE STEP
046800*                         ENDS RC 4.  OMITTED OR BLANK = LIVE.
046900
047000*****************************************************************
047100*          P R O C E D U R E     D I V I S I O N
047200*****************************************************************
047300
047400 PROCEDURE DIVISION USING OPTIONAL LS-RUN-MODE.
047500 0000-MAINLINE.
047600     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
047700     PERFORM 2000-PROCESS-AGREEMENT THRU 2000-EXIT
047800         UNTIL WS-AGRM-EOF
047900     PERFORM 3000-WRITE-TOTALS    THRU 3000-EXIT
048000     PERFORM 4000-TERMINATE       THRU 4000-EXIT
048100     GOBACK
048200
048300     .
048400*****************************************************************
048500*  INITIALIZATION ROUTINE
048600*****************************************************************
048700
048800 1000-INITIALIZATION.
048900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
049000     INITIALIZE COMPANY-TOTALS
049100
049200     IF LS-RUN-MODE IS OMITTED
049300         CONTINUE
049400     ELSE
049500         MOVE LS-RUN-MODE TO WS-RUN-MODE-SWITCH
049600     END-IF
049700
049800     PERFORM 1070-LOAD-COMPANY-TABLE THRU 1070-EXIT
049900
050000     OPEN I-O    AGRM-MASTER
050100     IF WS-AGRMAST-STATUS-CODE = '00' THEN
050200         CONTINUE
050300     ELSE
050400         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
050500         MOVE 'OPENING AGRM-MASTER, ' TO WS-ABORT-MSG-EDESC
050600         MOVE WS-AGRMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
050700         MOVE 4601 TO RETURN-CODE
050800         PERFORM 9999-ABORT THRU 9999-EXIT
050900     END-IF
051000
051100     OPEN INPUT  HR-FILE
051200     IF WS-HRFILE-STATUS-CODE = '00' THEN
051300         CONTINUE
051400     ELSE
051500         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
051600         MOVE 'OPENING HR-FILE, ' TO WS-ABORT-MSG-EDESC
051700         MOVE WS-HRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
051800         MOVE 4602 TO RETURN-CODE
051900         PERFORM 9999-ABORT THRU 9999-EXIT
052000     END-IF
052100
052200     OPEN OUTPUT CLAW-REPORT
052300     IF WS-REPORT-STATUS-CODE = '00' THEN
052400         CONTINUE
052500     ELSE
052600         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
052700         MOVE 'OPENING CLAW-REPORT, ' TO WS-ABORT-MSG-EDESC
052800         MOVE WS-REPORT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
052900         MOVE 4603 TO RETURN-CODE
053000         PERFORM 9999-ABORT THRU 9999-EXIT
053100     END-IF
053200
053300     OPEN OUTPUT GL-FILE
053400     IF WS-GLFILE-STATUS-CODE = '00' THEN
053500         CONTINUE
053600     ELSE
053700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
053800         MOVE 'OPENING GL-FILE, ' TO WS-ABORT-MSG-EDESC
053900         MOVE WS-GLFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
054000         MOVE 4604 TO RETURN-CODE
054100         PERFORM 9999-ABORT THRU 9999-EXIT
054200     END-IF
054300
054400     IF WS-TRIAL-RUN THEN
054500         MOVE ' ** TRIAL - NOTHING UPDATED **'
054600             TO WRH1-MODE
054700     END-IF
054800     MOVE WS-RUN-DATE TO WRH1-RUN-DATE
054900     MOVE WS-REPORT-HEADER-1 TO CLAW-RECORD
055000     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
055100     MOVE WS-REPORT-HEADER-2 TO CLAW-RECORD
055200     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
055300
055400     PERFORM 8400-READ-HR-FILE THRU 8400-EXIT
055500     PERFORM 8000-READ-AGRM-MASTER THRU 8000-EXIT
055600
055700     .
055800 1000-EXIT.
055900     EXIT.
056000*****************************************************************
056100*  LOAD THE COMPANY TABLE - ASCENDING COMPANY CODE
056200*****************************************************************
056300
056400 1070-LOAD-COMPANY-TABLE.
056500     OPEN INPUT COMP-FILE
056600     IF WS-CMPFILE-STATUS-CODE = '00' THEN
056700         CONTINUE
056800     ELSE
056900         MOVE '1070-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
057000         MOVE 'OPENING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
057100         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
057200         MOVE 1071 TO RETURN-CODE
057300         PERFORM 9999-ABORT THRU 9999-EXIT
057400     END-IF
057500
057600     SET CT-NDX TO 1
057700     PERFORM 8300-READ-COMP-FILE THRU 8300-EXIT
057800
057900     PERFORM 1075-LOAD-ONE-COMPANY THRU 1075-EXIT
058000         UNTIL WS-COMP-EOF
058100
058200     CLOSE COMP-FILE
058300
058400     IF WS-COMPANY-COUNT = ZERO THEN
058500         MOVE '1070-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
058600         MOVE '- COMPANY TABLE EMPTY, ' TO WS-ABORT-MSG-EDESC
058700         MOVE '  ' TO WS-ABORT-MSG-SYSRC
058800         MOVE 1072 TO RETURN-CODE
058900         PERFORM 9999-ABORT THRU 9999-EXIT
059000     END-IF
059100
059200     .
059300 1070-EXIT.
059400     EXIT.
059500*****************************************************************
059600*  LOAD ONE COMPANY ROW AND READ AHEAD
059700*****************************************************************
059800
059900 1075-LOAD-ONE-COMPANY.
060000     IF WS-COMPANY-COUNT NOT < WS-C-COMPANY-TABLE-SIZE THEN
060100         MOVE '1075-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
060200         MOVE '- COMPANY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
060300         MOVE '  ' TO WS-ABORT-MSG-SYSRC
060400         MOVE 1075 TO RETURN-CODE
060500         PERFORM 9999-ABORT THRU 9999-EXIT
060600     END-IF
060700     IF CM-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
060800         MOVE '1075-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
060900         MOVE '- COMPANY TABLE OUT OF SEQUENCE, '
061000             TO WS-ABORT-MSG-EDESC
061100         MOVE '  ' TO WS-ABORT-MSG-SYSRC
061200         MOVE 1076 TO RETURN-CODE
061300         PERFORM 9999-ABORT THRU 9999-EXIT
061400     END-IF
061500
061600     MOVE CM-COMPANY-CODE   TO CT-COMPANY-CODE (CT-NDX)
061700     MOVE CM-COMPANY-NAME   TO CT-COMPANY-NAME (CT-NDX)
061800     MOVE CM-GL-COMPANY     TO CT-GL-COMPANY (CT-NDX)
061900     MOVE CM-COMPANY-CODE   TO WS-LAST-COMPANY-CODE
062000     SET CT-NDX UP BY 1
062100     ADD +1 TO WS-COMPANY-COUNT
062200
062300     PERFORM 8300-READ-COMP-FILE THRU 8300-EXIT
062400
062500     .
062600 1075-EXIT.
062700     EXIT.
062800*****************************************************************
062900*  LOOK UP WS-COMPANY-KEY ON THE COMPANY TABLE - LEAVES CT-NDX
063000*  AND CY-NDX ON THE COMPANY WHEN IT IS FOUND.  AN AGREEMENT FOR
063100*  A BONUS PAID BEFORE COMPANIES WERE CARRIED HAS A BLANK CODE
063200*  AND BELONGS TO THE FIRST (ORIGINAL) COMPANY.
063300*****************************************************************
063400
063500 1080-FIND-COMPANY.
063600     MOVE 'N' TO WS-COMP-FOUND-SWITCH
063700     IF WS-COMPANY-KEY = SPACES THEN
063800         MOVE CT-COMPANY-CODE (1) TO WS-COMPANY-KEY
063900     END-IF
064000     SEARCH ALL COMPANY-ENTRY
064100         AT END
064200             CONTINUE
064300         WHEN CT-COMPANY-CODE (CT-NDX) = WS-COMPANY-KEY
064400             SET WS-COMPANY-FOUND TO TRUE
064500             SET CY-NDX TO CT-NDX
064600     END-SEARCH
064700
064800     .
064900 1080-EXIT.
065000     EXIT.
065100*****************************************************************
065200*  ONE AGREEMENT - MATCH IT TO THE HR MASTER.  OFF THE MASTER IS
065300*  A SEPARATION; ON THE MASTER PAST THE END DATE IS SERVED OUT.
065400*****************************************************************
065500
065600 2000-PROCESS-AGREEMENT.
065700     IF NOT AM-OPEN THEN
065800         ADD +1 TO WS-ALREADY-CLOSED-CTR
065900         GO TO 2000-READ-NEXT
066000     END-IF
066100
066200     PERFORM 8400-READ-HR-FILE THRU 8400-EXIT
066300         UNTIL WS-HR-FILE-EOF
066400         OR HR-EMPLOYEE-ID NOT < AM-EMPLOYEE-ID
066500
066600     IF NOT WS-HR-FILE-EOF AND
066700        HR-EMPLOYEE-ID = AM-EMPLOYEE-ID THEN
066800         IF AM-END-DATE NOT > WS-RUN-DATE THEN
066900             PERFORM 2300-MARK-SERVED-OUT THRU 2300-EXIT
067000         ELSE
067100             ADD +1 TO WS-STILL-OPEN-CTR
067200         END-IF
067300     ELSE
067400         PERFORM 2100-EMPLOYEE-SEPARATED THRU 2100-EXIT
067500     END-IF
067600
067700     .
067800 2000-READ-NEXT.
067900     PERFORM 8000-READ-AGRM-MASTER THRU 8000-EXIT
068000
068100     .
068200 2000-EXIT.
068300     EXIT.
068400*****************************************************************
068500*  THE EMPLOYEE HAS LEFT - FIGURE WHAT IS OWED, CLOSE THE
068600*  AGREEMENT, LIST IT FOR COLLECTIONS, AND POST THE RECEIVABLE
068700*****************************************************************
068800
068900 2100-EMPLOYEE-SEPARATED.
069000     IF AM-SEPARATION-DATE = SPACES THEN
069100         MOVE WS-RUN-DATE        TO WS-SEPARATION-DATE
069200     ELSE
069300         MOVE AM-SEPARATION-DATE TO WS-SEPARATION-DATE
069400     END-IF
069500     MOVE WS-SEPARATION-DATE TO AM-SEPARATION-DATE
069600
069607*************** THE AMOUNT OWED IS FIGURED FROM THE DATES, SO AN
069614*************** AGREEMENT WITH A DATE THAT IS NOT A REAL DATE IS
069621*************** LISTED AND LEFT OPEN, NOT CLOSED EITHER WAY.
069628     PERFORM 2150-EDIT-AGREEMENT-DATES THRU 2150-EXIT
069635     IF NOT WS-DATES-ARE-VALID THEN
069642         MOVE ZERO TO WS-AMOUNT-OWED
069649         MOVE 'DATE NOT VALID - LEFT OPEN'
069656             TO WS-DETAIL-MESSAGE
069663         PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
069670         ADD +1 TO WS-NOT-POSTED-CTR
069677         GO TO 2100-EXIT
069684     END-IF
069691
069700     IF WS-SEPARATION-DATE NOT < AM-END-DATE THEN
069800         PERFORM 2300-MARK-SERVED-OUT THRU 2300-EXIT
069900         GO TO 2100-EXIT
070000     END-IF
070100
070200     MOVE AM-COMPANY-CODE TO WS-COMPANY-KEY
070300     PERFORM 1080-FIND-COMPANY THRU 1080-EXIT
070400     IF NOT WS-COMPANY-FOUND THEN
070500         MOVE ZERO TO WS-AMOUNT-OWED
070600         MOVE 'COMPANY NOT ON TABLE - NO POST'
070700             TO WS-DETAIL-MESSAGE
070800         PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
070900         ADD +1 TO WS-NOT-POSTED-CTR
071000         GO TO 2100-EXIT
071100     END-IF
071200
071300     PERFORM 2200-FIGURE-AMOUNT-OWED THRU 2200-EXIT
071400     IF WS-AMOUNT-OWED NOT > ZERO THEN
071500         PERFORM 2300-MARK-SERVED-OUT THRU 2300-EXIT
071600         GO TO 2100-EXIT
071700     END-IF
071800
071900     MOVE 'C'            TO AM-STATUS
072000     MOVE WS-RUN-DATE    TO AM-CLOSED-DATE
072100     MOVE WS-AMOUNT-OWED TO AM-AMOUNT-OWED
072200     IF NOT WS-TRIAL-RUN THEN
072300         PERFORM 8700-REWRITE-AGRM-MASTER THRU 8700-EXIT
072400         PERFORM 2400-POST-CLAWBACK-GL THRU 2400-EXIT
072500     END-IF
072600
072700     MOVE 'CLAWED BACK - TO COLLECTIONS' TO WS-DETAIL-MESSAGE
072800     PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
072900     ADD +1              TO WS-CLAWBACK-CTR
073000                            CY-CLAWBACK-CTR (CY-NDX)
073100     ADD WS-AMOUNT-OWED  TO WS-TOTAL-OWED
073200                            CY-AMOUNT-OWED (CY-NDX)
073300
073400     .
073500 2100-EXIT.
073600     EXIT.
073700*****************************************************************
073701*  CHECK THE START, END AND SEPARATION DATES ARE REAL CALENDAR
073702*  DATES BEFORE ANY DAY OR MONTH COUNT IS FIGURED FROM THEM
073703*****************************************************************
073704
073705 2150-EDIT-AGREEMENT-DATES.
073706     MOVE 'Y' TO WS-DATES-VALID-SWITCH
073707
073708     MOVE AM-START-DATE TO WS-EDIT-DATE
073709     PERFORM 2160-EDIT-ONE-DATE THRU 2160-EXIT
073710     IF NOT WS-DATE-IS-VALID THEN
073711         MOVE 'N' TO WS-DATES-VALID-SWITCH
073712     END-IF
073713
073714     MOVE AM-END-DATE TO WS-EDIT-DATE
073715     PERFORM 2160-EDIT-ONE-DATE THRU 2160-EXIT
073716     IF NOT WS-DATE-IS-VALID THEN
073717         MOVE 'N' TO WS-DATES-VALID-SWITCH
073718     END-IF
073719
073720     MOVE WS-SEPARATION-DATE TO WS-EDIT-DATE
073721     PERFORM 2160-EDIT-ONE-DATE THRU 2160-EXIT
073722     IF NOT WS-DATE-IS-VALID THEN
073723         MOVE 'N' TO WS-DATES-VALID-SWITCH
073724     END-IF
073725
073726     .
073727 2150-EXIT.
073728     EXIT.
073729*****************************************************************
073730*  CHECK WS-EDIT-DATE IS A REAL YYYYMMDD CALENDAR DATE - THE
073731*  RANGES PASS 0231 AND 0431, SO ONLY A DATE THAT COMES BACK
073732*  UNCHANGED FROM ITS DAY NUMBER IS TAKEN
073733*****************************************************************
073734
073735 2160-EDIT-ONE-DATE.
073736     MOVE 'Y' TO WS-DATE-VALID-SWITCH
073737     IF WS-EDIT-DATE IS NOT NUMERIC THEN
073738         MOVE 'N' TO WS-DATE-VALID-SWITCH
073739         GO TO 2160-EXIT
073740     END-IF
073741
073742     IF WS-EDIT-YYYY < 1900 OR
073743        WS-EDIT-MM < 01 OR WS-EDIT-MM > 12 OR
073744        WS-EDIT-DD < 01 OR WS-EDIT-DD > 31 THEN
073745         MOVE 'N' TO WS-DATE-VALID-SWITCH
073746         GO TO 2160-EXIT
073747     END-IF
073748
073749     COMPUTE WS-DATE-INTEGER =
073750         FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
073751     COMPUTE WS-DATE-CHECK-9 =
073752         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
073753     IF WS-DATE-CHECK-9 NOT = WS-EDIT-DATE-9 THEN
073754         MOVE 'N' TO WS-DATE-VALID-SWITCH
073755     END-IF
073756
073757     .
073758 2160-EXIT.
073759     EXIT.
073760*****************************************************************
073800*  FIGURE THE AMOUNT OWED BY THE AGREEMENT'S REPAYMENT METHOD
073900*****************************************************************
074000
074100 2200-FIGURE-AMOUNT-OWED.
074200     MOVE ZERO TO WS-AMOUNT-OWED
074300     MOVE AM-START-DATE TO WS-START-DATE
074400     MOVE AM-END-DATE   TO WS-END-DATE
074500
074600     EVALUATE TRUE
074700         WHEN AM-FULL-REPAYMENT
074800             MOVE AM-BONUS-GROSS TO WS-AMOUNT-OWED
074900         WHEN AM-STEP-SCHEDULE
075000             PERFORM 2210-FIGURE-STEP-PCT THRU 2210-EXIT
075100             COMPUTE WS-AMOUNT-OWED ROUNDED =
075200                 AM-BONUS-GROSS * WS-REPAY-PCT / 100
075300         WHEN OTHER
075400*************** PRORATED - ALSO THE RULE FOR AN AGREEMENT KEYED
075500*************** BEFORE THE METHOD WAS EDITED
075600             COMPUTE WS-DAYS-IN-AGREEMENT =
075700                 FUNCTION INTEGER-OF-DATE (WS-END-DATE-9) -
075800                 FUNCTION INTEGER-OF-DATE (WS-START-DATE-9)
075900             COMPUTE WS-DAYS-REMAINING =
076000                 FUNCTION INTEGER-OF-DATE (WS-END-DATE-9) -
076100                 FUNCTION INTEGER-OF-DATE (WS-SEPARATION-DATE-9)
076200             IF WS-DAYS-REMAINING > WS-DAYS-IN-AGREEMENT THEN
076300                 MOVE WS-DAYS-IN-AGREEMENT TO WS-DAYS-REMAINING
076400             END-IF
076500             IF WS-DAYS-IN-AGREEMENT > ZERO THEN
076600                 COMPUTE WS-AMOUNT-OWED ROUNDED =
076700                     AM-BONUS-GROSS * WS-DAYS-REMAINING
076800                         / WS-DAYS-IN-AGREEMENT
076900             END-IF
077000     END-EVALUATE
077100
077200     .
077300 2200-EXIT.
077400     EXIT.
077500*****************************************************************
077600*  STEP SCHEDULE - WHOLE MONTHS SERVED FROM THE START DATE TO THE
077700*  SEPARATION DATE PICK THE FIRST STEP NOT YET SERVED OUT
077800*****************************************************************
077900
078000 2210-FIGURE-STEP-PCT.
078100     COMPUTE WS-MONTHS-SERVED =
078200         (WS-SEPARATION-YYYY * 12 + WS-SEPARATION-MM) -
078300         (WS-START-YYYY * 12 + WS-START-MM)
078400     IF WS-SEPARATION-DD < WS-START-DD THEN
078500         SUBTRACT 1 FROM WS-MONTHS-SERVED
078600     END-IF
078700     IF WS-MONTHS-SERVED < ZERO THEN
078800         MOVE ZERO TO WS-MONTHS-SERVED
078900     END-IF
079000
079100     EVALUATE TRUE
079200         WHEN WS-MONTHS-SERVED < AM-STEP-THRU-MONTHS (1)
079300             MOVE AM-STEP-PCT (1) TO WS-REPAY-PCT
079400         WHEN WS-MONTHS-SERVED < AM-STEP-THRU-MONTHS (2)
079500             MOVE AM-STEP-PCT (2) TO WS-REPAY-PCT
079600         WHEN WS-MONTHS-SERVED < AM-STEP-THRU-MONTHS (3)
079700             MOVE AM-STEP-PCT (3) TO WS-REPAY-PCT
079800         WHEN OTHER
079900             MOVE ZERO TO WS-REPAY-PCT
080000     END-EVALUATE
080100
080200     .
080300 2210-EXIT.
080400     EXIT.
080500*****************************************************************
080600*  CLOSE AN AGREEMENT WITH NOTHING OWED - THE SERVICE PERIOD WAS
080700*  MET, OR THE SCHEDULE HAS NOTHING LEFT TO REPAY
080800*****************************************************************
080900
081000 2300-MARK-SERVED-OUT.
081100     MOVE 'E'         TO AM-STATUS
081200     MOVE WS-RUN-DATE TO AM-CLOSED-DATE
081300     MOVE ZERO        TO AM-AMOUNT-OWED
081400     MOVE ZERO        TO WS-AMOUNT-OWED
081500     IF NOT WS-TRIAL-RUN THEN
081600         PERFORM 8700-REWRITE-AGRM-MASTER THRU 8700-EXIT
081700     END-IF
081800
081900     MOVE 'SERVED OUT - NOTHING OWED' TO WS-DETAIL-MESSAGE
082000     PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
082100     ADD +1 TO WS-SERVED-OUT-CTR
082200
082300     .
082400 2300-EXIT.
082500     EXIT.
082600*****************************************************************
082700*  HOLD THE RECEIVABLE FOR THE LEDGER - IT IS BOOKED UNDER THE
082800*  AGREEMENT'S COMPANY (CT-NDX) IN THE STATE THE BONUS WAS PAID IN
082900*  WHEN THE GL FEED IS CUT AT THE END OF THE RUN
083000*****************************************************************
083100
083200 2400-POST-CLAWBACK-GL.
083300     IF WS-CLAWGL-COUNT NOT < WS-C-CLAWGL-TABLE-SIZE THEN
083400         MOVE '2400-POST-CLAWBACK-GL, ' TO WS-ABORT-MSG-PGRPH
083500         MOVE '- CLAWBACK GL TABLE FULL, ' TO WS-ABORT-MSG-EDESC
083600         MOVE '  ' TO WS-ABORT-MSG-SYSRC
083700         MOVE 4605 TO RETURN-CODE
083800         PERFORM 9999-ABORT THRU 9999-EXIT
083900     END-IF
084000
084100     ADD +1 TO WS-CLAWGL-COUNT
084200     SET CG-NDX TO WS-CLAWGL-COUNT
084300     MOVE CT-COMPANY-CODE (CT-NDX) TO CG-COMPANY-CODE (CG-NDX)
084400     MOVE AM-STATE-CODE            TO CG-STATE-CODE (CG-NDX)
084500     MOVE WS-AMOUNT-OWED           TO CG-AMOUNT (CG-NDX)
085100
085200     .
085300 2400-EXIT.
085400     EXIT.
085500*****************************************************************
085600*  LIST ONE AGREEMENT CLOSED (OR NOT POSTED) BY THIS RUN
085700*****************************************************************
085800
085900 2500-WRITE-DETAIL-LINE.
086000     MOVE SPACES               TO WS-REPORT-DETAIL
086100     MOVE AM-EMPLOYEE-ID       TO WRD-EMPLOYEE-ID
086200     MOVE AM-COMPANY-CODE      TO WRD-COMPANY-CODE
086300     MOVE AM-BONUS-TYPE        TO WRD-BONUS-TYPE
086400     MOVE AM-BONUS-RUN-DATE    TO WRD-BONUS-RUN-DATE
086500     MOVE AM-BONUS-SEQ-NO      TO WRD-BONUS-SEQ-NO
086600     MOVE AM-REPAY-METHOD      TO WRD-REPAY-METHOD
086700     MOVE AM-START-DATE        TO WRD-START-DATE
086800     MOVE AM-END-DATE          TO WRD-END-DATE
086900     MOVE AM-SEPARATION-DATE   TO WRD-SEPARATION-DATE
087000     MOVE AM-BONUS-GROSS       TO WRD-BONUS-GROSS
087100     MOVE WS-AMOUNT-OWED       TO WRD-AMOUNT-OWED
087200     MOVE WS-DETAIL-MESSAGE    TO WRD-MESSAGE
087300     MOVE WS-REPORT-DETAIL     TO CLAW-RECORD
087400     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
087500
087600     .
087700 2500-EXIT.
087800     EXIT.
087900*****************************************************************
088000*  COMPANY TOTALS AND LEDGER CONTROLS, THEN THE RUN FOOTERS
088100*****************************************************************
088200
088300 3000-WRITE-TOTALS.
088400     PERFORM 3100-WRITE-COMPANY-TOTAL THRU 3100-EXIT
088500         VARYING CY-NDX FROM 1 BY 1
088600         UNTIL CY-NDX > WS-COMPANY-COUNT
088610
088620     MOVE SPACES            TO WS-GL-TRAILER
088630     MOVE 'T'               TO WGL-T-RECORD-TYPE
088640     MOVE WS-GL-DEBITS      TO WGL-T-TOTAL-DEBITS
088650     MOVE WS-GL-CREDITS     TO WGL-T-TOTAL-CREDITS
088660     MOVE WS-GL-TRAILER     TO GL-RECORD
088670     PERFORM 8960-WRITE-GL-RECORD THRU 8960-EXIT
088700
088800     MOVE WS-AGRM-IN-CTR        TO WRF1-AGRM-IN-CTR
088900     MOVE WS-ALREADY-CLOSED-CTR TO WRF1-CLOSED-CTR
089000     MOVE WS-REPORT-FOOTER-1    TO CLAW-RECORD
089100     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
089200
089300     MOVE WS-STILL-OPEN-CTR     TO WRF2-OPEN-CTR
089400     MOVE WS-SERVED-OUT-CTR     TO WRF2-SERVED-CTR
089500     MOVE WS-REPORT-FOOTER-2    TO CLAW-RECORD
089600     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
089700
089800     MOVE WS-CLAWBACK-CTR       TO WRF3-CLAWBACK-CTR
089900     MOVE WS-NOT-POSTED-CTR     TO WRF3-NOT-POSTED-CTR
090000     MOVE WS-REPORT-FOOTER-3    TO CLAW-RECORD
090100     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
090200
090300     MOVE WS-TOTAL-OWED         TO WRF4-TOTAL-OWED
090400     MOVE WS-REPORT-FOOTER-4    TO CLAW-RECORD
090500     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
090600
090700     .
090800 3000-EXIT.
090900     EXIT.
091000*****************************************************************
091100*  ONE COMPANY WITH CLAWBACKS - ITS LISTING TOTAL, THEN ITS LEDGER
091200*  DETAILS AND ITS LEDGER CONTROL RECORD
091300*****************************************************************
091400
091500 3100-WRITE-COMPANY-TOTAL.
091600     IF CY-CLAWBACK-CTR (CY-NDX) = ZERO THEN
091700         GO TO 3100-EXIT
091800     END-IF
091900     SET CT-NDX TO CY-NDX
092000
092100     MOVE CT-COMPANY-CODE (CT-NDX)  TO WCT-COMPANY-CODE
092200     MOVE CY-CLAWBACK-CTR (CY-NDX)  TO WCT-CLAWBACK-CTR
092300     MOVE CY-AMOUNT-OWED (CY-NDX)   TO WCT-AMOUNT-OWED
092400     MOVE WS-COMPANY-TOTAL-LINE     TO CLAW-RECORD
092500     PERFORM 8500-WRITE-REPORT-RECORD THRU 8500-EXIT
092600
092700     IF WS-TRIAL-RUN THEN
092750         GO TO 3100-EXIT
092800     END-IF
092850
092900     MOVE ZERO TO WS-CO-GL-DEBITS, WS-CO-GL-CREDITS
092950     PERFORM 3110-BOOK-CLAWBACK-GL THRU 3110-EXIT
093000         VARYING CG-NDX FROM 1 BY 1
093050         UNTIL CG-NDX > WS-CLAWGL-COUNT
093100
093150     MOVE CT-GL-COMPANY (CT-NDX)  TO WGL-C-COMPANY
093200     MOVE WS-CO-GL-DEBITS         TO WGL-C-TOTAL-DEBITS
093250     MOVE WS-CO-GL-CREDITS        TO WGL-C-TOTAL-CREDITS
093300     MOVE WS-GL-COMPANY-CONTROL   TO GL-RECORD
093350     PERFORM 8960-WRITE-GL-RECORD THRU 8960-EXIT
093400
093500     .
093600 3100-EXIT.
093700     EXIT.
093710*****************************************************************
093720*  POST ONE HELD RECEIVABLE OF THE COMPANY AT CT-NDX - DEBIT THE
093730*  EMPLOYEE RECEIVABLE AND CREDIT BACK THE BONUS EXPENSE
093740*****************************************************************
093750
093760 3110-BOOK-CLAWBACK-GL.
093770     IF CG-COMPANY-CODE (CG-NDX) NOT =
093780         CT-COMPANY-CODE (CT-NDX) THEN
093790         GO TO 3110-EXIT
093800     END-IF
093810
093820     MOVE SPACES                 TO WS-GL-DETAIL
093830     MOVE 'D'                    TO WGL-D-RECORD-TYPE
093840     MOVE WS-RUN-DATE            TO WGL-D-RUN-DATE
093850     MOVE CG-STATE-CODE (CG-NDX) TO WGL-D-STATE-CODE
093860     MOVE CT-GL-COMPANY (CT-NDX) TO WGL-D-COMPANY
093870     MOVE CG-AMOUNT (CG-NDX)     TO WS-GL-WORK-AMOUNT
093880     MOVE WS-GL-WORK-AMOUNT      TO WGL-D-AMOUNT
093890
093900     MOVE WS-C-GL-RECEIVABLE-ACCT TO WGL-D-ACCOUNT
093910     MOVE 'D'                    TO WGL-D-DR-CR
093920     MOVE WS-GL-DETAIL           TO GL-RECORD
093930     PERFORM 8960-WRITE-GL-RECORD THRU 8960-EXIT
093940     ADD WS-GL-WORK-AMOUNT       TO WS-GL-DEBITS
093945                                    WS-CO-GL-DEBITS
093950
093960     MOVE WS-C-GL-EXPENSE-ACCT   TO WGL-D-ACCOUNT
093970     MOVE 'C'                    TO WGL-D-DR-CR
093980     MOVE WS-GL-DETAIL           TO GL-RECORD
093985     PERFORM 8960-WRITE-GL-RECORD THRU 8960-EXIT
093990     ADD WS-GL-WORK-AMOUNT       TO WS-GL-CREDITS
093992                                    WS-CO-GL-CREDITS
093995
093996     .
093997 3110-EXIT.
093998     EXIT.
094023*****************************************************************
094049*  TERMINATION ROUTINE
094074*****************************************************************
094100
094200 4000-TERMINATE.
095000     CLOSE AGRM-MASTER, HR-FILE, CLAW-REPORT, GL-FILE
095100
095200     DISPLAY '*** LAB46...TOTALS ***'
095300     DISPLAY 'AGREEMENTS READ          : ' WS-AGRM-IN-CTR
095400     DISPLAY 'ALREADY CLOSED           : ' WS-ALREADY-CLOSED-CTR
095500     DISPLAY 'STILL OPEN               : ' WS-STILL-OPEN-CTR
095600     DISPLAY 'SERVED OUT               : ' WS-SERVED-OUT-CTR
095700     DISPLAY 'CLAWED BACK              : ' WS-CLAWBACK-CTR
095800     DISPLAY 'NOT POSTED               : ' WS-NOT-POSTED-CTR
095900     DISPLAY 'TOTAL AMOUNT OWED        : ' WS-TOTAL-OWED
096000
096100     IF WS-TRIAL-RUN THEN
096200         DISPLAY 'TRIAL RUN - NOTHING UPDATED OR POSTED'
096300         MOVE 4 TO RETURN-CODE
096400     ELSE
096500         IF WS-NOT-POSTED-CTR > ZERO THEN
096600             MOVE 4 TO RETURN-CODE
096700         ELSE
096800             MOVE 0 TO RETURN-CODE
096900         END-IF
097000     END-IF
097100
097200     .
097300 4000-EXIT.
097400     EXIT.
097500*****************************************************************
097600*  READ THE NEXT AGREEMENT IN KEY ORDER
097700*****************************************************************
097800
097900 8000-READ-AGRM-MASTER.
098000     READ AGRM-MASTER NEXT RECORD
098100         AT END
098200             SET WS-AGRM-EOF TO TRUE
098300         NOT AT END
098400             ADD +1 TO WS-AGRM-IN-CTR
098500     END-READ
098600     IF WS-AGRMAST-STATUS-CODE = '00' OR
098700        WS-AGRMAST-STATUS-CODE = '10' THEN
098800         CONTINUE
098900     ELSE
099000         MOVE '8000-READ-AGRM-MASTER, ' TO WS-ABORT-MSG-PGRPH
099100         MOVE 'READING AGRM-MASTER, ' TO WS-ABORT-MSG-EDESC
099200         MOVE WS-AGRMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
099300         MOVE 8046 TO RETURN-CODE
099400         PERFORM 9999-ABORT THRU 9999-EXIT
099500     END-IF
099600
099700     .
099800 8000-EXIT.
099900     EXIT.
100000*****************************************************************
100100*  READ COMPANY TABLE ROUTINE
100200*****************************************************************
100300
100400 8300-READ-COMP-FILE.
100500     READ COMP-FILE
100600         AT END
100700             SET WS-COMP-EOF TO TRUE
100800     END-READ
100900     IF WS-CMPFILE-STATUS-CODE = '00' OR
101000         WS-CMPFILE-STATUS-CODE = '10' THEN
101100         CONTINUE
101200     ELSE
101300         MOVE '8300-READ-COMP-FILE, ' TO WS-ABORT-MSG-PGRPH
101400         MOVE 'READING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
101500         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
101600         MOVE 8346 TO RETURN-CODE
101700         PERFORM 9999-ABORT THRU 9999-EXIT
101800     END-IF
101900
102000     .
102100 8300-EXIT.
102200     EXIT.
102300*****************************************************************
102400*  READ HR MASTER ROUTINE
102500*****************************************************************
102600
102700 8400-READ-HR-FILE.
102800     READ HR-FILE
102900         AT END
103000             SET WS-HR-FILE-EOF TO TRUE
103100     END-READ
103200     IF WS-HRFILE-STATUS-CODE = '00' OR
103300         WS-HRFILE-STATUS-CODE = '10' THEN
103400         CONTINUE
103500     ELSE
103600         MOVE '8400-READ-HR-FILE, ' TO WS-ABORT-MSG-PGRPH
103700         MOVE 'READING FROM HR FILE, ' TO WS-ABORT-MSG-EDESC
103800         MOVE WS-HRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
103900         MOVE 8446 TO RETURN-CODE
104000         PERFORM 9999-ABORT THRU 9999-EXIT
104100     END-IF
104200
104300     .
104400 8400-EXIT.
104500     EXIT.
104600*****************************************************************
104700*  WRITE CLAWBACK LISTING RECORD
104800*****************************************************************
104900
105000 8500-WRITE-REPORT-RECORD.
105100     WRITE CLAW-RECORD
105200     IF WS-REPORT-STATUS-CODE = '00' THEN
105300         CONTINUE
105400     ELSE
105500         MOVE '8500-WRITE-REPORT-RECORD, ' TO WS-ABORT-MSG-PGRPH
105600         MOVE 'WRITING TO CLAW-REPORT, ' TO WS-ABORT-MSG-EDESC
105700         MOVE WS-REPORT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
105800         MOVE 8546 TO RETURN-CODE
105900         PERFORM 9999-ABORT THRU 9999-EXIT
106000     END-IF
106100
106200     .
106300 8500-EXIT.
106400     EXIT.
106500*****************************************************************
106600*  REPLACE THE CURRENT RECORD ON THE AGREEMENT MASTER
106700*****************************************************************
106800
106900 8700-REWRITE-AGRM-MASTER.
107000     REWRITE AGRM-RECORD
107100     IF WS-AGRMAST-STATUS-CODE = '00' THEN
107200         CONTINUE
107300     ELSE
107400         MOVE '8700-REWRITE-AGRM-MASTER, ' TO WS-ABORT-MSG-PGRPH
107500         MOVE 'REWRITING AGRM-MASTER, ' TO WS-ABORT-MSG-EDESC
107600         MOVE WS-AGRMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
107700         MOVE 8746 TO RETURN-CODE
107800         PERFORM 9999-ABORT THRU 9999-EXIT
107900     END-IF
108000
108100     .
108200 8700-EXIT.
108300     EXIT.
108400*****************************************************************
108500*  WRITE GENERAL LEDGER FEED RECORD
108600*****************************************************************
108700
108800 8960-WRITE-GL-RECORD.
108900     WRITE GL-RECORD
109000     IF WS-GLFILE-STATUS-CODE = '00' THEN
109100         CONTINUE
109200     ELSE
109300         MOVE '8960-WRITE-GL-RECORD, ' TO WS-ABORT-MSG-PGRPH
109400         MOVE 'WRITING TO GL-FILE, ' TO WS-ABORT-MSG-EDESC
109500         MOVE WS-GLFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
109600         MOVE 8946 TO RETURN-CODE
109700         PERFORM 9999-ABORT THRU 9999-EXIT
109800     END-IF
109900
110000     .
110100 8960-EXIT.
110200     EXIT.
110300*****************************************************************
110400*  MAJOR ERROR HANDLING ROUTINE
110500*****************************************************************
110600
110700 9999-ABORT.
110800     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
110900     DISPLAY 'PROGRAM: LAB46, ', WS-ABORT-MSG-STRING, ', RC='
111000         WS-RETURN-CODE-DISPLAY
111100     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
111200
111300     .
111400 9999-EXIT.
111500     EXIT.
111600*****************************************************************
111700*  PHYSICAL END OF PROGRAM
111800*****************************************************************
