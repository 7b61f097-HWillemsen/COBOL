002000*
002100*    NOTE:    THIS PROGRAM READS THE YTD MASTER SEQUENTIALLY AND
002200*    =====    DOES NOT CHANGE IT; RESETTING YTD BALANCES FOR THE
002257*                NEW YEAR IS A SEPARATE STEP (LAB17).  THE FEED
002314*                IS CUT PER COMPANY (LEGAL ENTITY): EACH COMPANY
002371*                HAS ITS OWN HEADER, STATE TRAILERS AND COMPANY
002428*                TRAILER, AND THE COMPANY TRAILERS SUM TO THE
002485*                FINAL FILE TRAILER.  A YTD ROW IS FILED UNDER
002542*                THE COMPANY THAT PAID ITS LAST POSTING IN THE
002544*                TAX YEAR (BONHIST); THE HR MASTER'S COMPANY IS
002546*                USED ONLY FOR A ROW WITH NO POSTING.
002549*                THE YTD MASTER IS POSTED BY RUN DATE BUT TAX IS
002556*                OWED IN THE YEAR THE BONUS IS PAID, SO A DECEMBER
002563*                RUN WHOSE BANK PAY DATE FALLS IN JANUARY BELONGS
002570*                TO THE NEXT TAX YEAR.  THE HISTORY FOR THE TWO
002577*                DECEMBER RUN MONTHS (PRIOR YEAR AND TAX YEAR) IS
002584*                READ FIRST, AND EACH YTD ROW IS ADJUSTED BY THE
002591*                POSTINGS THAT CROSSED THE YEAR BEFORE IT IS
002595*                FILED.
002600*
002700*    INPUT   YTD-MASTER-RECORD  COPYLIB MEMBER YTDCMP
002750*    =====   HR-RECORD          COPYLIB MEMBER HRMCMP (HRMAST)
002800*            COMP-RECORD        COPYLIB MEMBER COMPCMP (COMPANY)
002825*            HIST-RECORD        COPYLIB MEMBER BONHCMP (BONHIST)
002850*            LS-TAX-YEAR        TAX YEAR BEING CLOSED (PARM)
002900*
002966*    PROCESS 1. FIND THE PAYING COMPANY OF EACH YTD ROW FROM ITS
003032*    =======     POSTINGS (OR THE HR MASTER), AND SORT INTO
003098*                COMPANY/STATE/EMPLOYEE ORDER.
003164*            2. BUILD ONE ANNUAL SUMMARY DETAIL RECORD PER
003230*                EMPLOYEE, BRACKETED BY A HEADER PER COMPANY, A
003296*                TRAILER PER STATE, A TRAILER PER COMPANY, AND A
003362*                FINAL FILE TRAILER WITH THE RUN'S RECORD COUNT
003428*                AND TOTALS.
003500*            3. PRINT ONE ANNUAL STATEMENT PER EMPLOYEE.
003600*
003700*    OUTPUT  TAXFEED-RECORD     ANNUAL SUMMARY FEED FOR THE
005300* SUZI Q  PAYROLL   08/22/26  STATE TRAILERS AND    LAB16     001*
005400*                             EMPLOYEE STATEMENTS
005500* SUZI Q  PAYROLL   08/22/26  RUNTIME PARM FILE     LAB16     002*
005510* SUZI Q  PAYROLL   10/15/26  SOCIAL SECURITY AND   LAB16     003*
005520*                             MEDICARE ON THE FEED
005530* SUZI Q  PAYROLL   10/15/26  LOCAL TAX ON THE FEED LAB16     004*
005540* SUZI Q  PAYROLL   10/15/26  401(K) DEFERRALS ON   LAB16     005*
005550*                             THE FEED
005562* SUZI Q  PAYROLL   10/15/26  FEED CUT PER COMPANY  LAB16     006*
005574*                             FROM THE HR MASTER
005586*                             AND COMPANY TABLE
005588* SUZI Q  PAYROLL   10/15/26  TAX YEAR BY BANK PAY  LAB16     007*
005590*                             DATE - DECEMBER RUNS
005592*                             PAID IN JANUARY MOVE
005594*                             YEARS (BONHIST)
005595* SUZI Q  PAYROLL   10/15/26  YTD ROW FILED UNDER   LAB16     008*
005596*                             THE COMPANY THAT PAID
005597*                             ITS POSTINGS
005598* SUZI Q  PAYROLL   10/15/26  BONHIST WIDENED TO    LAB16     009*
005599*                             120 BYTES
005600*****************************************************************
005700*
005800*****************************************************************
006700            RECORD KEY IS YM-KEY
006800            FILE STATUS IS WS-YTDFILE-STATUS-CODE.
006900     SELECT SORT-FILE      ASSIGN TO SORTWK01.
006912     SELECT HIST-FILE      ASSIGN TO BONHIST
006924            ORGANIZATION IS INDEXED
006936            ACCESS MODE IS DYNAMIC
006948            RECORD KEY IS BH-KEY
006960            ALTERNATE RECORD KEY IS BH-RUN-MONTH
006972                WITH DUPLICATES
006984            FILE STATUS IS WS-HSTFILE-STATUS-CODE.
007000     SELECT TAXFEED        ASSIGN TO TAXFEED
007100            FILE STATUS IS WS-TAXFEED-STATUS-CODE.
007200     SELECT STMT-REPORT    ASSIGN TO STMTRPT
007300            FILE STATUS IS WS-STMFILE-STATUS-CODE.
007400     SELECT PARM-FILE      ASSIGN TO PARMFILE
007500            FILE STATUS IS WS-PRMFILE-STATUS-CODE.
007520     SELECT HR-FILE        ASSIGN TO HRMAST
007540            FILE STATUS IS WS-HRFILE-STATUS-CODE.
007560     SELECT COMP-FILE      ASSIGN TO COMPANY
007580            FILE STATUS IS WS-CMPFILE-STATUS-CODE.
007600*****************************************************************
007700*                  D A T A     D I V I S I O N
007800*****************************************************************
008400 FD  YTD-MASTER
008500     RECORDING F
008600     LABEL RECORDS STANDARD
008700     RECORD CONTAINS 100 CHARACTERS
008800     DATA RECORD IS YTD-MASTER-RECORD.
008900
009000     COPY YTDCMP REPLACING
009800         YC-YTD-GROSS           BY  YM-YTD-GROSS
009900         YC-YTD-FEDTX           BY  YM-YTD-FEDTX
010000         YC-YTD-STATETX         BY  YM-YTD-STATETX
010100         YC-YTD-NET             BY  YM-YTD-NET
010110         YC-YTD-FICA-WAGES      BY  YM-YTD-FICA-WAGES
010120         YC-YTD-SOCSEC          BY  YM-YTD-SOCSEC
010130         YC-YTD-MEDICARE        BY  YM-YTD-MEDICARE
010131         YC-YTD-LOCALTX         BY  YM-YTD-LOCALTX
010132         YC-YTD-401K            BY  YM-YTD-401K.
010200
010300*****************************************************************
010400*    SORT-FILE                                    WORKING
010500*****************************************************************
010600 SD  SORT-FILE
010700     RECORD CONTAINS 104 CHARACTERS
010800     DATA RECORD IS SORT-RECORD.
010900
010927*************** THE YTD RECORD CARRIED BEHIND THE EMPLOYEE'S
010940*************** COMPANY
010954 01  SORT-RECORD.
010981     05  SK-COMPANY-CODE         PIC X(04).
011008     05  SK-YTD-RECORD.
011035         10  SK-EMPLOYEE-ID      PIC X(08).
011062         10  SK-STATE-CODE       PIC X(02).
011089         10  FILLER              PIC X(90).
011091
011093*****************************************************************
011095*    HIST-FILE - BONUS PAYMENT HISTORY              INPUT
011097*****************************************************************
011099 FD  HIST-FILE
011101     LABEL RECORDS STANDARD
011103     RECORD CONTAINS 120 CHARACTERS
011105     DATA RECORD IS HIST-RECORD.
011107
011109 COPY BONHCMP REPLACING
011111     HC-RECORD              BY  HIST-RECORD
011113     HC-KEY                 BY  BH-KEY
011115     HC-EMPLOYEE-ID         BY  BH-EMPLOYEE-ID
011117     HC-RUN-DATE            BY  BH-RUN-DATE
011119     HC-RUN-MONTH           BY  BH-RUN-MONTH
011121     HC-RUN-DAY             BY  BH-RUN-DAY
011123     HC-SEQUENCE-NO         BY  BH-SEQUENCE-NO
011125     HC-STATE-CODE          BY  BH-STATE-CODE
011127     HC-FED-TAX-EXEMPT-CODE BY  BH-FED-TAX-EXEMPT-CODE
011129     HC-ST-TAX-EXEMPT-CODE  BY  BH-ST-TAX-EXEMPT-CODE
011131     HC-GROSS               BY  BH-GROSS
011133     HC-FEDTX               BY  BH-FEDTX
011135     HC-STATETX             BY  BH-STATETX
011137     HC-NET                 BY  BH-NET
011139     HC-SOCSEC              BY  BH-SOCSEC
011141     HC-MEDICARE            BY  BH-MEDICARE
011143     HC-LOCALITY-CODE       BY  BH-LOCALITY-CODE
011145     HC-LOCALTX             BY  BH-LOCALTX
011147     HC-401K                BY  BH-401K
011149     HC-GARNISH             BY  BH-GARNISH
011151     HC-COMPANY-CODE        BY  BH-COMPANY-CODE
011153     HC-BONUS-TYPE          BY  BH-BONUS-TYPE
011155     HC-REGULAR-BONUS       BY  BH-REGULAR-BONUS
011157     HC-SIGN-ON-BONUS       BY  BH-SIGN-ON-BONUS
011159     HC-RETENTION-BONUS     BY  BH-RETENTION-BONUS
011161     HC-PAY-DATE            BY  BH-PAY-DATE.
011163
011165*****************************************************************
011170*    HR-FILE                                       INPUT
011197*****************************************************************
011224 FD  HR-FILE
011251     RECORDING F
011278     LABEL RECORDS STANDARD
011305     RECORD CONTAINS 80 CHARACTERS
011332     BLOCK CONTAINS 0 RECORDS
011359     DATA RECORD IS HR-RECORD.
011386
011413 COPY HRMCMP REPLACING
011440     HM-RECORD              BY  HR-RECORD
011467     HM-EMPLOYEE-ID         BY  HR-EMPLOYEE-ID
011494     HM-DEPT-CODE           BY  HR-DEPT-CODE
011521     HM-MANAGER-NAME        BY  HR-MANAGER-NAME
011548     HM-HOME-STATE          BY  HR-HOME-STATE
011575     HM-LOCALITY-CODE       BY  HR-LOCALITY-CODE
011602     HM-COMPANY-CODE        BY  HR-COMPANY-CODE.
011629
011656*****************************************************************
011683*    COMP-FILE - COMPANY TABLE                      INPUT
011710*****************************************************************
011737 FD  COMP-FILE
011764     RECORDING F
011791     LABEL RECORDS STANDARD
011818     RECORD CONTAINS 80 CHARACTERS
011845     BLOCK CONTAINS 0 RECORDS
011872     DATA RECORD IS COMP-RECORD.
011899
011926 COPY COMPCMP REPLACING
011953     CO-RECORD              BY  COMP-RECORD
011980     CO-COMPANY-CODE        BY  CM-COMPANY-CODE
012007     CO-COMPANY-NAME        BY  CM-COMPANY-NAME
012034     CO-FEDERAL-ID          BY  CM-FEDERAL-ID
012061     CO-TAX-FEED-ID         BY  CM-TAX-FEED-ID
012088     CO-BANK-ROUTING        BY  CM-BANK-ROUTING
012115     CO-BANK-ACCOUNT        BY  CM-BANK-ACCOUNT
012142     CO-GL-COMPANY          BY  CM-GL-COMPANY.
012200
012300*****************************************************************
012400*    TAXFEED                                        OUTPUT
012600 FD  TAXFEED
012700     RECORDING F
012800     LABEL RECORDS STANDARD
012900     RECORD CONTAINS 150 CHARACTERS
013000     BLOCK CONTAINS 0 RECORDS
013100     DATA RECORD IS TAXFEED-RECORD.
013200
013300 01  TAXFEED-RECORD                 PIC X(150).
013400
013500*****************************************************************
013600*    STMT-REPORT                                    OUTPUT
017800     05  WS-TAXFEED-STATUS-CODE  PIC X(2)  VALUE '**'.
017900     05  WS-STMFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018000     05  WS-PRMFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018033     05  WS-HRFILE-STATUS-CODE   PIC X(2)  VALUE '**'.
018066     05  WS-CMPFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018083     05  WS-HSTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
018100     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
018200     05  WS-ABORT-CODE           PIC S9(1).
018300     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
020500         88  WS-SORT-EOF                   VALUE 'Y'.
020600     05  WS-PARMFILE-SWITCH      PIC X(01) VALUE 'N'.
020700         88  WS-PARMFILE-EOF               VALUE 'Y'.
020714     05  WS-HR-FILE-SWITCH       PIC X(01) VALUE 'N'.
020728         88  WS-HR-FILE-EOF                VALUE 'Y'.
020742     05  WS-COMP-FILE-SWITCH     PIC X(01) VALUE 'N'.
020756         88  WS-COMP-EOF                   VALUE 'Y'.
020770     05  WS-COMP-FOUND-SWITCH    PIC X(01) VALUE 'N'.
020784         88  WS-COMPANY-FOUND              VALUE 'Y'.
020787     05  WS-HIST-FILE-SWITCH     PIC X(01) VALUE 'N'.
020790         88  WS-HIST-EOF                   VALUE 'Y'.
020793     05  WS-ADJUST-FOUND-SWITCH  PIC X(01) VALUE 'N'.
020796         88  WS-ADJUST-FOUND               VALUE 'Y'.
020800
020900***********************
021000*  VARIABLES          *
021200
021300 01  GENERAL-VARIABLES.
021400     05  WS-CURRENT-STATE-GROUP  PIC X(02) VALUE '**'.
021403     05  WS-CURRENT-COMPANY      PIC X(04) VALUE '****'.
021406     05  WS-COMPANY-KEY          PIC X(04).
021409     05  WS-LAST-COMPANY-CODE    PIC X(04) VALUE LOW-VALUES.
021412     05  WS-COMPANY-COUNT        PIC S9(03) COMP-3 VALUE +0.
021414     05  WS-COMPANIES-FILED      PIC S9(03) COMP-3 VALUE +0.
021417     05  WS-NO-COMPANY-COUNT     PIC S9(07) COMP-3 VALUE +0.
021420     05  WS-TAX-YEAR-9           PIC 9(04)  VALUE ZERO.
021422     05  WS-HIST-MONTH           PIC X(06)  VALUE SPACES.
021425     05  WS-HIST-MONTH-9         REDEFINES WS-HIST-MONTH.
021428         10  WS-HIST-YEAR        PIC 9(04).
021431         10  WS-HIST-MM          PIC 9(02).
021433*************** THE DECEMBER RUN MONTH BEING BROWSED ON THE
021436*************** RUN-MONTH ALTERNATE INDEX
021439     05  WS-PAID-DATE            PIC X(08)  VALUE SPACES.
021441*************** THE POSTING'S BANK PAY DATE, OR ITS RUN DATE WHEN
021444*************** THE POSTING PREDATES THE PAY DATE
021447     05  WS-ADJUST-SIGN          PIC S9(01) VALUE +0.
021450*************** -1 TAKES A POSTING OUT OF THE TAX YEAR, +1 BRINGS
021452*************** ONE IN
021455     05  WS-ADJUST-COUNT         PIC S9(05) COMP-3 VALUE +0.
021458     05  WS-PAID-NEXT-YEAR       PIC S9(07) COMP-3 VALUE +0.
021461     05  WS-PAID-THIS-YEAR       PIC S9(07) COMP-3 VALUE +0.
021463     05  WS-ROWS-MOVED-OUT       PIC S9(07) COMP-3 VALUE +0.
021466     05  WS-CARRY-IN-ROWS        PIC S9(07) COMP-3 VALUE +0.
021469
021471***********************
021474*  CONSTANTS          *
021477***********************
021480
021482 01  WS-CONSTANTS.
021485     05  WS-C-COMPANY-TABLE-SIZE PIC S9(03) COMP-3 VALUE 10.
021488     05  WS-C-ADJUST-TABLE-SIZE  PIC S9(05) COMP-3 VALUE 2000.
021491
021493***********************
021496*  COMPANY TABLE      *
021499***********************
021501
021504 01  COMPANY-TABLE.
021507     05  COMPANY-ENTRY           OCCURS 10 TIMES
021510                                 ASCENDING KEY IS CT-COMPANY-CODE
021512                                 INDEXED BY CT-NDX.
021515         10  CT-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
021518         10  CT-COMPANY-NAME     PIC X(21).
021520         10  CT-FEDERAL-ID       PIC X(09).
021523         10  CT-TAX-FEED-ID      PIC X(08).
021526
021529***********************
021531*  PAY-DATE ADJUST    *
021534***********************
021537
021540*************** ONE ROW PER EMPLOYEE AND STATE WITH A POSTING
021542*************** WHOSE PAY DATE FALLS IN A DIFFERENT YEAR FROM ITS
021545*************** RUN DATE - THE NET AMOUNT TO ADD TO THE YTD ROW.
021548*************** ROWS ARE ADDED AS THE HISTORY IS READ (NO KEY
021549*************** ORDER).
021550 01  ADJUST-TABLE.
021553     05  ADJUST-ENTRY            OCCURS 2000 TIMES
021556                                 INDEXED BY AJ-NDX.
021559         10  AJ-EMPLOYEE-ID      PIC X(08) VALUE HIGH-VALUES.
021561         10  AJ-STATE-CODE       PIC X(02) VALUE HIGH-VALUES.
021564         10  AJ-COMPANY-CODE     PIC X(04).
021567         10  AJ-APPLIED-SWITCH   PIC X(01).
021570             88  AJ-APPLIED                VALUE 'Y'.
021572         10  AJ-GROSS            PIC S9(09)V99 COMP-3.
021575         10  AJ-FEDTX            PIC S9(09)V99 COMP-3.
021578         10  AJ-STATETX          PIC S9(09)V99 COMP-3.
021580         10  AJ-NET              PIC S9(09)V99 COMP-3.
021583         10  AJ-FICA-WAGES       PIC S9(09)V99 COMP-3.
021586         10  AJ-SOCSEC           PIC S9(09)V99 COMP-3.
021589         10  AJ-MEDICARE         PIC S9(09)V99 COMP-3.
021591         10  AJ-LOCALTX          PIC S9(09)V99 COMP-3.
021594         10  AJ-401K             PIC S9(09)V99 COMP-3.
021597
021600***********************
021700*  ACCUMULATORS       *
021800***********************
022200     05  WS-TOTAL-GROSS          PIC S9(11)V99 COMP-3  VALUE +0.
022300     05  WS-TOTAL-FEDTX          PIC S9(11)V99 COMP-3  VALUE +0.
022400     05  WS-TOTAL-STATETX        PIC S9(11)V99 COMP-3  VALUE +0.
022410     05  WS-TOTAL-SOCSEC         PIC S9(11)V99 COMP-3  VALUE +0.
022420     05  WS-TOTAL-MEDICARE       PIC S9(11)V99 COMP-3  VALUE +0.
022430     05  WS-TOTAL-LOCALTX        PIC S9(11)V99 COMP-3  VALUE +0.
022440     05  WS-TOTAL-401K           PIC S9(11)V99 COMP-3  VALUE +0.
022500     05  WS-ST-RECORD-COUNT      PIC S9(07) COMP-3     VALUE +0.
022600     05  WS-ST-GROSS             PIC S9(11)V99 COMP-3  VALUE +0.
022700     05  WS-ST-FEDTX             PIC S9(11)V99 COMP-3  VALUE +0.
022800     05  WS-ST-STATETX           PIC S9(11)V99 COMP-3  VALUE +0.
022810     05  WS-ST-SOCSEC            PIC S9(11)V99 COMP-3  VALUE +0.
022820     05  WS-ST-MEDICARE          PIC S9(11)V99 COMP-3  VALUE +0.
022830     05  WS-ST-LOCALTX           PIC S9(11)V99 COMP-3  VALUE +0.
022840     05  WS-ST-401K              PIC S9(11)V99 COMP-3  VALUE +0.
022841     05  WS-CO-RECORD-COUNT      PIC S9(07) COMP-3     VALUE +0.
022842     05  WS-CO-GROSS             PIC S9(11)V99 COMP-3  VALUE +0.
022843     05  WS-CO-FEDTX             PIC S9(11)V99 COMP-3  VALUE +0.
022844     05  WS-CO-STATETX           PIC S9(11)V99 COMP-3  VALUE +0.
022845     05  WS-CO-SOCSEC            PIC S9(11)V99 COMP-3  VALUE +0.
022846     05  WS-CO-MEDICARE          PIC S9(11)V99 COMP-3  VALUE +0.
022847     05  WS-CO-LOCALTX           PIC S9(11)V99 COMP-3  VALUE +0.
022848     05  WS-CO-401K              PIC S9(11)V99 COMP-3  VALUE +0.
022849
022850***********************
022851*  SORTED YTD RECORD  *
022852***********************
022853
022854     COPY YTDCMP REPLACING
022855         YC-RECORD              BY  WS-SORTED-YTD
022856         YC-KEY                 BY  SS-KEY
022857         YC-EMPLOYEE-ID         BY  SS-EMPLOYEE-ID
022858         YC-LAST-NAME           BY  SS-LAST-NAME
022859         YC-FIRST-NAME          BY  SS-FIRST-NAME
022860         YC-MID-INIT            BY  SS-MID-INIT
022861         YC-STATE-CODE          BY  SS-STATE-CODE
022862         YC-YTD-GROSS           BY  SS-YTD-GROSS
022863         YC-YTD-FEDTX           BY  SS-YTD-FEDTX
022864         YC-YTD-STATETX         BY  SS-YTD-STATETX
022865         YC-YTD-NET             BY  SS-YTD-NET
022866         YC-YTD-FICA-WAGES      BY  SS-YTD-FICA-WAGES
022867         YC-YTD-SOCSEC          BY  SS-YTD-SOCSEC
022868         YC-YTD-MEDICARE        BY  SS-YTD-MEDICARE
022869         YC-YTD-LOCALTX         BY  SS-YTD-LOCALTX
022870         YC-YTD-401K            BY  SS-YTD-401K.
022900
023000***********************
023100*  RECORD LAYOUTS     *
023200***********************
023300
023433*************** ONE HEADER PER COMPANY - WTH-COMPANY-ID IS THE
023566*************** COMPANY'S TAX FEED ID FROM THE COMPANY TABLE.
023700 01  WS-TAXFEED-HEADER.
023800     05 WTH-RECORD-TYPE          PIC X(01) VALUE 'H'.
023900     05 WTH-COMPANY-ID           PIC X(08).
024000     05 WTH-TAX-YEAR             PIC X(04).
024100     05 WTH-RUN-DATE             PIC X(08).
024150     05 WTH-COMPANY-CODE         PIC X(04).
024200     05 WTH-FEDERAL-ID           PIC X(09).
024250     05 WTH-FILLER               PIC X(116) VALUE SPACES.
024300
024400 01  WS-TAXFEED-DETAIL.
024500     05 WTD-RECORD-TYPE          PIC X(01) VALUE 'D'.
025300     05 WTD-ANNUAL-FEDTX         PIC 9(09)V99.
025400     05 WTD-ANNUAL-STATETX       PIC 9(09)V99.
025500     05 WTD-ANNUAL-NET           PIC 9(09)V99.
025510     05 WTD-ANNUAL-FICA-WAGES    PIC 9(09)V99.
025520     05 WTD-ANNUAL-SOCSEC        PIC 9(09)V99.
025530     05 WTD-ANNUAL-MEDICARE      PIC 9(09)V99.
025540     05 WTD-ANNUAL-LOCALTX       PIC 9(09)V99.
025550     05 WTD-ANNUAL-401K          PIC 9(09)V99.
025700
025800 01  WS-TAXFEED-ST-TRAILER.
025900     05 WTS-RECORD-TYPE          PIC X(01) VALUE 'S'.
026200     05 WTS-TOTAL-GROSS          PIC 9(11)V99.
026300     05 WTS-TOTAL-FEDTX          PIC 9(11)V99.
026400     05 WTS-TOTAL-STATETX        PIC 9(11)V99.
026410     05 WTS-TOTAL-SOCSEC         PIC 9(11)V99.
026420     05 WTS-TOTAL-MEDICARE       PIC 9(11)V99.
026430     05 WTS-TOTAL-LOCALTX        PIC 9(11)V99.
026440     05 WTS-TOTAL-401K           PIC 9(11)V99.
026500     05 WTS-FILLER               PIC X(49) VALUE SPACES.
026513
026526 01  WS-TAXFEED-CO-TRAILER.
026539     05 WTC-RECORD-TYPE          PIC X(01) VALUE 'C'.
026552     05 WTC-COMPANY-CODE         PIC X(04).
026565     05 WTC-RECORD-COUNT         PIC 9(07).
026578     05 WTC-TOTAL-GROSS          PIC 9(11)V99.
026591     05 WTC-TOTAL-FEDTX          PIC 9(11)V99.
026604     05 WTC-TOTAL-STATETX        PIC 9(11)V99.
026617     05 WTC-TOTAL-SOCSEC         PIC 9(11)V99.
026630     05 WTC-TOTAL-MEDICARE       PIC 9(11)V99.
026643     05 WTC-TOTAL-LOCALTX        PIC 9(11)V99.
026656     05 WTC-TOTAL-401K           PIC 9(11)V99.
026669     05 WTC-FILLER               PIC X(47) VALUE SPACES.
026682
026700 01  WS-TAXFEED-TRAILER.
026800     05 WTT-RECORD-TYPE          PIC X(01) VALUE 'T'.
026900     05 WTT-RECORD-COUNT         PIC 9(07).
027000     05 WTT-TOTAL-GROSS          PIC 9(11)V99.
027100     05 WTT-TOTAL-FEDTX          PIC 9(11)V99.
027200     05 WTT-TOTAL-STATETX        PIC 9(11)V99.
027210     05 WTT-TOTAL-SOCSEC         PIC 9(11)V99.
027220     05 WTT-TOTAL-MEDICARE       PIC 9(11)V99.
027230     05 WTT-TOTAL-LOCALTX        PIC 9(11)V99.
027240     05 WTT-TOTAL-401K           PIC 9(11)V99.
027300     05 WTT-FILLER               PIC X(51) VALUE SPACES.
027400
027500***********************
027600*  ANNUAL STATEMENT   *
028700 01  WS-STMT-COMPANY-LINE.
028800     05 WSM2-ASA-CODE            PIC X(01) VALUE '0'.
028900     05 WSM2-LABEL               PIC X(10) VALUE 'COMPANY : '.
028950     05 WSM2-COMPANY-NAME        PIC X(21).
029000     05 WSM2-COL-DIV-1           PIC X(04) VALUE SPACES.
029050     05 WSM2-FEDID-LABEL         PIC X(12) VALUE 'FEDERAL ID: '.
029100     05 WSM2-FEDERAL-ID          PIC X(09).
029150     05 WSM2-FILLER              PIC X(76) VALUE SPACES.
029200
029300 01  WS-STMT-EMP-LINE.
029400     05 WSM3-ASA-CODE            PIC X(01) VALUE '0'.
034300
034400 1000-INITIALIZATION.
034500     PERFORM 1050-LOAD-PARAMETERS THRU 1050-EXIT
034550     PERFORM 1070-LOAD-COMPANY-TABLE THRU 1070-EXIT
034575     PERFORM 1090-LOAD-PAY-DATE-ADJUST THRU 1090-EXIT
034600
034700     OPEN OUTPUT TAXFEED
034800     IF WS-TAXFEED-STATUS-CODE = '00' THEN
036600         PERFORM 9999-ABORT THRU 9999-EXIT
036700     END-IF
036800
036850*************** THE HEADERS ARE WRITTEN PER COMPANY (2700)
036900     MOVE FUNCTION CURRENT-DATE (1:8) TO WTH-RUN-DATE
037000     MOVE LS-TAX-YEAR                 TO WTH-TAX-YEAR
037300
037400     .
037500 1000-EXIT.
040100 1050-EXIT.
040200     EXIT.
040300*****************************************************************
040375*  APPLY ONE PARAMETER RECORD - LAB16 OWNS NO KEYWORD NOW THAT
040450*  EACH COMPANY'S TAX FEED ID IS ON THE COMPANY TABLE; IT PASSES
040525*  OVER THE KEYWORDS THE BONUS RUN OWNS
040600*****************************************************************
040700
040800 1060-APPLY-ONE-PARM.
041000         CONTINUE
041100     ELSE
041200         IF PR-KEYWORD = 'COMPANY-ID' THEN
041300             DISPLAY 'RETIRED PARM KEYWORD IGNORED: ' PR-KEYWORD
041400         END-IF
041500     END-IF
041600     PERFORM 8200-READ-PARM-FILE THRU 8200-EXIT
041800     .
041900 1060-EXIT.
042000     EXIT.
042003*****************************************************************
042006*  LOAD THE COMPANY TABLE (ASCENDING CODE ORDER, NO DUPLICATES)
042009*****************************************************************
042012
042015 1070-LOAD-COMPANY-TABLE.
042018     OPEN INPUT COMP-FILE
042021     IF WS-CMPFILE-STATUS-CODE = '00' THEN
042024         CONTINUE
042027     ELSE
042030         MOVE '1070-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
042033         MOVE 'OPENING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
042036         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
042039         MOVE 1071 TO RETURN-CODE
042042         PERFORM 9999-ABORT THRU 9999-EXIT
042045     END-IF
042048
042051     SET CT-NDX TO 1
042054     PERFORM 8300-READ-COMP-FILE THRU 8300-EXIT
042057
042060     PERFORM 1075-LOAD-ONE-COMPANY THRU 1075-EXIT
042063         UNTIL WS-COMP-EOF
042066
042069     CLOSE COMP-FILE
042072
042075     IF WS-COMPANY-COUNT = ZERO THEN
042078         MOVE '1070-LOAD-COMPANY-TABLE, ' TO WS-ABORT-MSG-PGRPH
042081         MOVE '- COMPANY TABLE EMPTY, ' TO WS-ABORT-MSG-EDESC
042084         MOVE '  ' TO WS-ABORT-MSG-SYSRC
042087         MOVE 1072 TO RETURN-CODE
042090         PERFORM 9999-ABORT THRU 9999-EXIT
042093     END-IF
042096
042099     .
042102 1070-EXIT.
042105     EXIT.
042108*****************************************************************
042111*  LOAD ONE COMPANY ROW AND READ AHEAD
042114*****************************************************************
042117
042120 1075-LOAD-ONE-COMPANY.
042123     IF WS-COMPANY-COUNT NOT < WS-C-COMPANY-TABLE-SIZE THEN
042126         MOVE '1075-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
042129         MOVE '- COMPANY TABLE FULL, ' TO WS-ABORT-MSG-EDESC
042132         MOVE '  ' TO WS-ABORT-MSG-SYSRC
042135         MOVE 1075 TO RETURN-CODE
042138         PERFORM 9999-ABORT THRU 9999-EXIT
042141     END-IF
042144     IF CM-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
042147         MOVE '1075-LOAD-ONE-COMPANY, ' TO WS-ABORT-MSG-PGRPH
042150         MOVE '- COMPANY TABLE OUT OF SEQUENCE, '
042153             TO WS-ABORT-MSG-EDESC
042156         MOVE '  ' TO WS-ABORT-MSG-SYSRC
042159         MOVE 1076 TO RETURN-CODE
042162         PERFORM 9999-ABORT THRU 9999-EXIT
042165     END-IF
042168
042171     MOVE CM-COMPANY-CODE   TO CT-COMPANY-CODE (CT-NDX)
042174     MOVE CM-COMPANY-NAME   TO CT-COMPANY-NAME (CT-NDX)
042177     MOVE CM-FEDERAL-ID     TO CT-FEDERAL-ID (CT-NDX)
042180     MOVE CM-TAX-FEED-ID    TO CT-TAX-FEED-ID (CT-NDX)
042183     MOVE CM-COMPANY-CODE   TO WS-LAST-COMPANY-CODE
042186     SET CT-NDX UP BY 1
042189     ADD +1 TO WS-COMPANY-COUNT
042192
042195     PERFORM 8300-READ-COMP-FILE THRU 8300-EXIT
042198
042201     .
042204 1075-EXIT.
042207     EXIT.
042210*****************************************************************
042213*  LOOK UP WS-COMPANY-KEY ON THE COMPANY TABLE
042216*****************************************************************
042219
042222 1080-FIND-COMPANY.
042225     MOVE 'N' TO WS-COMP-FOUND-SWITCH
042228     SEARCH ALL COMPANY-ENTRY
042231         AT END
042234             CONTINUE
042237         WHEN CT-COMPANY-CODE (CT-NDX) = WS-COMPANY-KEY
042240             SET WS-COMPANY-FOUND TO TRUE
042243     END-SEARCH
042246
042249     .
042252 1080-EXIT.
042255     EXIT.
042264*****************************************************************
042273*  READ THE HISTORY FOR THE PRIOR YEAR'S AND THE TAX YEAR'S
042282*  DECEMBER RUNS AND TABLE EVERY POSTING PAID IN ANOTHER YEAR.
042291*  THE BANK PAY DATE IS AT MOST A FEW BUSINESS DAYS AFTER THE
042300*  RUN, SO ONLY A DECEMBER RUN CAN BE PAID IN THE NEXT YEAR.
042309*****************************************************************
042318
042327 1090-LOAD-PAY-DATE-ADJUST.
042336     IF LS-TAX-YEAR IS NUMERIC THEN
042345         MOVE LS-TAX-YEAR TO WS-TAX-YEAR-9
042354     ELSE
042363         MOVE '1090-LOAD-PAY-DATE-ADJUST, ' TO WS-ABORT-MSG-PGRPH
042372         MOVE '- TAX YEAR NOT NUMERIC, ' TO WS-ABORT-MSG-EDESC
042381         MOVE '  ' TO WS-ABORT-MSG-SYSRC
042390         MOVE 1090 TO RETURN-CODE
042399         PERFORM 9999-ABORT THRU 9999-EXIT
042408     END-IF
042417
042426     OPEN INPUT HIST-FILE
042435     IF WS-HSTFILE-STATUS-CODE = '00' THEN
042444         CONTINUE
042453     ELSE
042462         MOVE '1090-LOAD-PAY-DATE-ADJUST, ' TO WS-ABORT-MSG-PGRPH
042471         MOVE 'OPENING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
042480         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
042489         MOVE 1091 TO RETURN-CODE
042498         PERFORM 9999-ABORT THRU 9999-EXIT
042507     END-IF
042516
042525     COMPUTE WS-HIST-YEAR = WS-TAX-YEAR-9 - 1
042534     MOVE 12 TO WS-HIST-MM
042543     PERFORM 1092-BROWSE-RUN-MONTH THRU 1092-EXIT
042552
042561     MOVE WS-TAX-YEAR-9 TO WS-HIST-YEAR
042570     MOVE 12 TO WS-HIST-MM
042579     PERFORM 1092-BROWSE-RUN-MONTH THRU 1092-EXIT
042588
042597     CLOSE HIST-FILE
042606
042615     .
042624 1090-EXIT.
042633     EXIT.
042642*****************************************************************
042651*  BROWSE ONE RUN MONTH (WS-HIST-MONTH) ON THE RUN-MONTH INDEX
042660*****************************************************************
042669
042678 1092-BROWSE-RUN-MONTH.
042687     MOVE 'N' TO WS-HIST-FILE-SWITCH
042696     MOVE WS-HIST-MONTH TO BH-RUN-MONTH
042705     START HIST-FILE
042714         KEY IS EQUAL TO BH-RUN-MONTH
042723         INVALID KEY
042732             SET WS-HIST-EOF TO TRUE
042741     END-START
042750     IF WS-HSTFILE-STATUS-CODE = '00' OR
042759         WS-HSTFILE-STATUS-CODE = '23' THEN
042768         CONTINUE
042777     ELSE
042786         MOVE '1092-BROWSE-RUN-MONTH, ' TO WS-ABORT-MSG-PGRPH
042795         MOVE 'STARTING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
042804         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
042813         MOVE 1092 TO RETURN-CODE
042822         PERFORM 9999-ABORT THRU 9999-EXIT
042831     END-IF
042840
042849     IF WS-HIST-EOF THEN
042858         GO TO 1092-EXIT
042867     END-IF
042876
042885     PERFORM 8700-READ-HIST-FILE THRU 8700-EXIT
042894
042903     PERFORM 1094-SCREEN-ONE-POSTING THRU 1094-EXIT
042912         UNTIL WS-HIST-EOF
042921
042930     .
042939 1092-EXIT.
042948     EXIT.
042957*****************************************************************
042966*  TABLE ONE POSTING WHEN ITS PAY DATE AND RUN DATE FALL IN
042975*  DIFFERENT YEARS AND ONE OF THEM IS THE TAX YEAR
042984*****************************************************************
042993
043002 1094-SCREEN-ONE-POSTING.
043011     IF BH-PAY-DATE = SPACES THEN
043020         MOVE BH-RUN-DATE TO WS-PAID-DATE
043029     ELSE
043038         MOVE BH-PAY-DATE TO WS-PAID-DATE
043047     END-IF
043056
043065     IF BH-RUN-DATE (1:4) = LS-TAX-YEAR AND
043074        WS-PAID-DATE (1:4) > LS-TAX-YEAR THEN
043083         MOVE -1 TO WS-ADJUST-SIGN
043092         ADD +1 TO WS-PAID-NEXT-YEAR
043101         PERFORM 1096-POST-ADJUSTMENT THRU 1096-EXIT
043110     ELSE
043119         IF BH-RUN-DATE (1:4) < LS-TAX-YEAR AND
043128            WS-PAID-DATE (1:4) = LS-TAX-YEAR THEN
043137             MOVE +1 TO WS-ADJUST-SIGN
043146             ADD +1 TO WS-PAID-THIS-YEAR
043155             PERFORM 1096-POST-ADJUSTMENT THRU 1096-EXIT
043164         END-IF
043173     END-IF
043182
043191     PERFORM 8700-READ-HIST-FILE THRU 8700-EXIT
043200
043209     .
043218 1094-EXIT.
043227     EXIT.
043236*****************************************************************
043245*  ADD THE POSTING (TIMES WS-ADJUST-SIGN) TO ITS EMPLOYEE/STATE
043254*  ADJUSTMENT ROW, OPENING THE ROW ON FIRST USE
043263*****************************************************************
043272
043281 1096-POST-ADJUSTMENT.
043290     SET AJ-NDX TO 1
043299     SEARCH ADJUST-ENTRY
043308         AT END
043317             PERFORM 1098-OPEN-ADJUST-ROW THRU 1098-EXIT
043326         WHEN AJ-EMPLOYEE-ID (AJ-NDX) = BH-EMPLOYEE-ID AND
043335              AJ-STATE-CODE (AJ-NDX)  = BH-STATE-CODE
043344             CONTINUE
043353     END-SEARCH
043362
043371     COMPUTE AJ-GROSS (AJ-NDX) = AJ-GROSS (AJ-NDX)
043380                               + WS-ADJUST-SIGN * BH-GROSS
043389     COMPUTE AJ-FEDTX (AJ-NDX) = AJ-FEDTX (AJ-NDX)
043398                               + WS-ADJUST-SIGN * BH-FEDTX
043407     COMPUTE AJ-STATETX (AJ-NDX) = AJ-STATETX (AJ-NDX)
043416                                 + WS-ADJUST-SIGN * BH-STATETX
043425     COMPUTE AJ-NET (AJ-NDX) = AJ-NET (AJ-NDX)
043434                             + WS-ADJUST-SIGN * BH-NET
043443     COMPUTE AJ-SOCSEC (AJ-NDX) = AJ-SOCSEC (AJ-NDX)
043452                                + WS-ADJUST-SIGN * BH-SOCSEC
043461     COMPUTE AJ-MEDICARE (AJ-NDX) = AJ-MEDICARE (AJ-NDX)
043470                                  + WS-ADJUST-SIGN * BH-MEDICARE
043479     COMPUTE AJ-LOCALTX (AJ-NDX) = AJ-LOCALTX (AJ-NDX)
043488                                 + WS-ADJUST-SIGN * BH-LOCALTX
043497     COMPUTE AJ-401K (AJ-NDX) = AJ-401K (AJ-NDX)
043506                              + WS-ADJUST-SIGN * BH-401K
043515*************** MEDICARE HAS NO WAGE BASE, SO A POSTING THAT TOOK
043524*************** MEDICARE WAS FICA WAGES IN FULL.
043533     IF BH-MEDICARE NOT = ZERO THEN
043542         COMPUTE AJ-FICA-WAGES (AJ-NDX) =
043551             AJ-FICA-WAGES (AJ-NDX) + WS-ADJUST-SIGN * BH-GROSS
043560     END-IF
043569
043578     .
043587 1096-EXIT.
043596     EXIT.
043605*****************************************************************
043614*  OPEN THE NEXT ADJUSTMENT ROW FOR THE POSTING'S EMPLOYEE/STATE
043623*****************************************************************
043632
043641 1098-OPEN-ADJUST-ROW.
043650     IF WS-ADJUST-COUNT NOT < WS-C-ADJUST-TABLE-SIZE THEN
043659         MOVE '1098-OPEN-ADJUST-ROW, ' TO WS-ABORT-MSG-PGRPH
043668         MOVE '- ADJUSTMENT TABLE FULL, ' TO WS-ABORT-MSG-EDESC
043677         MOVE '  ' TO WS-ABORT-MSG-SYSRC
043686         MOVE 1098 TO RETURN-CODE
043695         PERFORM 9999-ABORT THRU 9999-EXIT
043704     END-IF
043713
043722     ADD +1 TO WS-ADJUST-COUNT
043731     SET AJ-NDX TO WS-ADJUST-COUNT
043740     MOVE BH-EMPLOYEE-ID    TO AJ-EMPLOYEE-ID (AJ-NDX)
043749     MOVE BH-STATE-CODE     TO AJ-STATE-CODE (AJ-NDX)
043758     MOVE BH-COMPANY-CODE   TO AJ-COMPANY-CODE (AJ-NDX)
043767     MOVE 'N'               TO AJ-APPLIED-SWITCH (AJ-NDX)
043776     MOVE ZERO              TO AJ-GROSS (AJ-NDX)
043785                               AJ-FEDTX (AJ-NDX)
043794                               AJ-STATETX (AJ-NDX)
043803                               AJ-NET (AJ-NDX)
043812                               AJ-FICA-WAGES (AJ-NDX)
043821                               AJ-SOCSEC (AJ-NDX)
043830                               AJ-MEDICARE (AJ-NDX)
043839                               AJ-LOCALTX (AJ-NDX)
043848                               AJ-401K (AJ-NDX)
043857
043866     .
043875 1098-EXIT.
043884     EXIT.
043893*****************************************************************
043902*  SORT THE YTD MASTER INTO COMPANY/STATE/EMPLOYEE SEQUENCE
043911*****************************************************************
043920
043929 1500-SORT-YTD-MASTER.
043938     SORT SORT-FILE
043947         ASCENDING KEY SK-COMPANY-CODE
043956         ASCENDING KEY SK-STATE-CODE
043965         ASCENDING KEY SK-EMPLOYEE-ID
043974         INPUT PROCEDURE IS 1600-RELEASE-YTD THRU 1600-EXIT
043983         OUTPUT PROCEDURE IS 2000-PROCESS-SORTED THRU 2000-EXIT
043992
044001     IF SORT-RETURN NOT = 0 THEN
044010         DISPLAY 'SORT ABENDED - SORT-RETURN = ', SORT-RETURN
044019     END-IF
044028
044037     .
044046 1500-EXIT.
044055     EXIT.
044064*****************************************************************
044073*  RELEASE EVERY YTD MASTER RECORD TO THE SORT BEHIND THE
044082*  COMPANY THAT PAID IT.  BOTH MASTERS ARE IN EMPLOYEE-ID ORDER,
044091*  SO THE HR MASTER IS MATCHED CO-SEQUENTIALLY FOR THE FALLBACK.
044100*****************************************************************
044109
044300 1600-RELEASE-YTD.
044400     OPEN INPUT  YTD-MASTER
044500     IF WS-YTDFILE-STATUS-CODE = '00' THEN
045200         PERFORM 9999-ABORT THRU 9999-EXIT
045300     END-IF
045400
045408     OPEN INPUT  HR-FILE
045416     IF WS-HRFILE-STATUS-CODE = '00' THEN
045424         CONTINUE
045432     ELSE
045440         MOVE '1600-RELEASE-YTD, ' TO WS-ABORT-MSG-PGRPH
045448         MOVE 'OPENING HR-FILE, ' TO WS-ABORT-MSG-EDESC
045456         MOVE WS-HRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
045464         MOVE 1004 TO RETURN-CODE
045472         PERFORM 9999-ABORT THRU 9999-EXIT
045480     END-IF
045488
045489     OPEN INPUT  HIST-FILE
045490     IF WS-HSTFILE-STATUS-CODE = '00' THEN
045491         CONTINUE
045492     ELSE
045493         MOVE '1600-RELEASE-YTD, ' TO WS-ABORT-MSG-PGRPH
045494         MOVE 'OPENING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
045495         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
045496         MOVE 1005 TO RETURN-CODE
045497         PERFORM 9999-ABORT THRU 9999-EXIT
045498     END-IF
045499
045500     PERFORM 8000-READ-YTD-MASTER THRU 8000-EXIT
045566     PERFORM 8400-READ-HR-FILE THRU 8400-EXIT
045633
045700     PERFORM 1610-RELEASE-ONE-RECORD THRU 1610-EXIT
045800         UNTIL WS-YTDMAST-EOF
045851
045902     PERFORM 1630-RELEASE-CARRY-IN THRU 1630-EXIT
045953         VARYING AJ-NDX FROM 1 BY 1
046004         UNTIL AJ-NDX > WS-ADJUST-COUNT
046055
046107     CLOSE YTD-MASTER, HR-FILE, HIST-FILE
046114
046121*************** EVERY BALANCE MUST BE FILED UNDER SOME COMPANY -
046128*************** CORRECT THE HISTORY OR THE HR MASTER AND RERUN.
046135     IF WS-NO-COMPANY-COUNT > ZERO THEN
046142         MOVE '1600-RELEASE-YTD, ' TO WS-ABORT-MSG-PGRPH
046149         MOVE '- YTD ROWS WITH NO COMPANY, ' TO WS-ABORT-MSG-EDESC
046156         MOVE '  ' TO WS-ABORT-MSG-SYSRC
046163         MOVE 1601 TO RETURN-CODE
046170         PERFORM 9999-ABORT THRU 9999-EXIT
046177     END-IF
046184
046200     .
046300 1600-EXIT.
046400     EXIT.
046700*****************************************************************
046800
046900 1610-RELEASE-ONE-RECORD.
046902     PERFORM 1620-APPLY-PAY-DATE-ADJUST THRU 1620-EXIT
046904
046906*************** A ROW WHOSE WHOLE BONUS WAS PAID IN THE NEXT YEAR
046909*************** IS FILED THEN, NOT NOW.
046911     IF WS-ADJUST-FOUND AND YM-YTD-GROSS = ZERO THEN
046913         ADD +1 TO WS-ROWS-MOVED-OUT
046916         PERFORM 8000-READ-YTD-MASTER THRU 8000-EXIT
046918         GO TO 1610-EXIT
046920     END-IF
046922
046925     PERFORM 8400-READ-HR-FILE THRU 8400-EXIT
046927         UNTIL WS-HR-FILE-EOF
046929         OR HR-EMPLOYEE-ID NOT < YM-EMPLOYEE-ID
046932
046934     PERFORM 1640-FIND-POSTING-COMPANY THRU 1640-EXIT
046937
046938*************** A ROW WITH NO POSTING IN THE TAX YEAR (CONVERTED
046940*************** OR KEYED BY HAND) FALLS BACK TO THE HR MASTER'S
046942*************** COMPANY.
046943     IF WS-COMPANY-KEY = SPACES AND
046944        NOT WS-HR-FILE-EOF AND
046948        HR-EMPLOYEE-ID = YM-EMPLOYEE-ID THEN
046956         MOVE HR-COMPANY-CODE TO WS-COMPANY-KEY
046958     END-IF
046960
046962     IF WS-COMPANY-KEY NOT = SPACES THEN
046964         PERFORM 1080-FIND-COMPANY THRU 1080-EXIT
046972     ELSE
046988         MOVE 'N' TO WS-COMP-FOUND-SWITCH
046996     END-IF
047004
047012     IF WS-COMPANY-FOUND THEN
047020         MOVE WS-COMPANY-KEY      TO SK-COMPANY-CODE
047028         MOVE YTD-MASTER-RECORD   TO SK-YTD-RECORD
047036         RELEASE SORT-RECORD
047044     ELSE
047052         DISPLAY 'NO COMPANY FOR YTD EMPLOYEE ' YM-EMPLOYEE-ID
047060             ' STATE ' YM-STATE-CODE ' COMPANY "'
047068             WS-COMPANY-KEY '"'
047076         ADD +1 TO WS-NO-COMPANY-COUNT
047084     END-IF
047092
047100     PERFORM 8000-READ-YTD-MASTER THRU 8000-EXIT
047200
047300     .
047400 1610-EXIT.
047401     EXIT.
047402*****************************************************************
047403*  ADD THE ROW'S PAY-DATE ADJUSTMENT, IF ANY, INTO THE YTD ROW
047404*****************************************************************
047405
047406 1620-APPLY-PAY-DATE-ADJUST.
047407     MOVE 'N' TO WS-ADJUST-FOUND-SWITCH
047408     SET AJ-NDX TO 1
047409     SEARCH ADJUST-ENTRY
047410         AT END
047411             GO TO 1620-EXIT
047412         WHEN AJ-EMPLOYEE-ID (AJ-NDX) = YM-EMPLOYEE-ID AND
047413              AJ-STATE-CODE (AJ-NDX)  = YM-STATE-CODE
047414             SET WS-ADJUST-FOUND TO TRUE
047415     END-SEARCH
047416
047417     ADD AJ-GROSS (AJ-NDX)       TO YM-YTD-GROSS
047418     ADD AJ-FEDTX (AJ-NDX)       TO YM-YTD-FEDTX
047419     ADD AJ-STATETX (AJ-NDX)     TO YM-YTD-STATETX
047420     ADD AJ-NET (AJ-NDX)         TO YM-YTD-NET
047421     ADD AJ-FICA-WAGES (AJ-NDX)  TO YM-YTD-FICA-WAGES
047422     ADD AJ-SOCSEC (AJ-NDX)      TO YM-YTD-SOCSEC
047423     ADD AJ-MEDICARE (AJ-NDX)    TO YM-YTD-MEDICARE
047424     ADD AJ-LOCALTX (AJ-NDX)     TO YM-YTD-LOCALTX
047425     ADD AJ-401K (AJ-NDX)        TO YM-YTD-401K
047426     SET AJ-APPLIED (AJ-NDX) TO TRUE
047427
047428     .
047429 1620-EXIT.
047430     EXIT.
047431*****************************************************************
047432*  RELEASE A ROW FOR A PRIOR-YEAR RUN PAID IN THE TAX YEAR WHEN
047433*  THE EMPLOYEE HAS NO YTD ROW FOR THE STATE (NO BONUS WAS RUN
047434*  FOR THEM THIS YEAR).  THE NAME IS NOT ON THE HISTORY, SO THE
047435*  ROW IS LISTED FOR PAYROLL TO CHECK BEFORE THE MAILING.
047436*****************************************************************
047437
047438 1630-RELEASE-CARRY-IN.
047439     IF AJ-APPLIED (AJ-NDX) THEN
047440         GO TO 1630-EXIT
047441     END-IF
047442
047443     IF AJ-GROSS (AJ-NDX) NOT > ZERO THEN
047444         DISPLAY 'PAID NEXT YEAR WITH NO YTD ROW - EMPLOYEE '
047445             AJ-EMPLOYEE-ID (AJ-NDX) ' STATE '
047446             AJ-STATE-CODE (AJ-NDX)
047447         GO TO 1630-EXIT
047448     END-IF
047449
047450*************** A BLANK COMPANY IS HISTORY POSTED BEFORE THE CODE
047451*************** WAS CARRIED - IT BELONGS TO THE ORIGINAL ENTITY.
047452     IF AJ-COMPANY-CODE (AJ-NDX) = SPACES THEN
047453         MOVE CT-COMPANY-CODE (1) TO WS-COMPANY-KEY
047454     ELSE
047455         MOVE AJ-COMPANY-CODE (AJ-NDX) TO WS-COMPANY-KEY
047456     END-IF
047457     SET WS-COMPANY-FOUND TO TRUE
047458     SEARCH ALL COMPANY-ENTRY
047459         AT END
047460             MOVE 'N' TO WS-COMP-FOUND-SWITCH
047461         WHEN CT-COMPANY-CODE (CT-NDX) = WS-COMPANY-KEY
047462             CONTINUE
047463     END-SEARCH
047464     IF NOT WS-COMPANY-FOUND THEN
047465         DISPLAY 'NO COMPANY FOR CARRY-IN EMPLOYEE '
047466             AJ-EMPLOYEE-ID (AJ-NDX) ' STATE '
047467             AJ-STATE-CODE (AJ-NDX)
047468             ' HISTORY COMPANY "' WS-COMPANY-KEY '"'
047469         ADD +1 TO WS-NO-COMPANY-COUNT
047470         GO TO 1630-EXIT
047471     END-IF
047472
047473     MOVE SPACES                   TO WS-SORTED-YTD
047474     MOVE AJ-EMPLOYEE-ID (AJ-NDX)  TO SS-EMPLOYEE-ID
047475     MOVE AJ-STATE-CODE (AJ-NDX)   TO SS-STATE-CODE
047476     MOVE AJ-GROSS (AJ-NDX)        TO SS-YTD-GROSS
047477     MOVE AJ-FEDTX (AJ-NDX)        TO SS-YTD-FEDTX
047478     MOVE AJ-STATETX (AJ-NDX)      TO SS-YTD-STATETX
047479     MOVE AJ-NET (AJ-NDX)          TO SS-YTD-NET
047480     MOVE AJ-FICA-WAGES (AJ-NDX)   TO SS-YTD-FICA-WAGES
047481     MOVE AJ-SOCSEC (AJ-NDX)       TO SS-YTD-SOCSEC
047482     MOVE AJ-MEDICARE (AJ-NDX)     TO SS-YTD-MEDICARE
047483     MOVE AJ-LOCALTX (AJ-NDX)      TO SS-YTD-LOCALTX
047484     MOVE AJ-401K (AJ-NDX)         TO SS-YTD-401K
047485
047486     MOVE WS-COMPANY-KEY           TO SK-COMPANY-CODE
047487     MOVE WS-SORTED-YTD            TO SK-YTD-RECORD
047488     RELEASE SORT-RECORD
047489     ADD +1 TO WS-CARRY-IN-ROWS
047490     DISPLAY 'PRIOR-YEAR RUN PAID, NO YTD ROW - EMPLOYEE '
047491         AJ-EMPLOYEE-ID (AJ-NDX) ' STATE '
047492         AJ-STATE-CODE (AJ-NDX)
047493
047494     .
047495 1630-EXIT.
047586     EXIT.
047600*****************************************************************
047601*  FIND THE COMPANY THAT PAID THE YTD ROW - THE COMPANY ON THE
047602*  LAST POSTING FOR THE EMPLOYEE AND STATE WHOSE PAY DATE FALLS IN
047603*  THE TAX YEAR.  THE BROWSE STARTS AT THE PRIOR YEAR'S DECEMBER
047604*  RUNS, WHICH MAY BE PAID IN THE TAX YEAR.  WS-COMPANY-KEY IS
047605*  LEFT SPACES WHEN THERE IS NO SUCH POSTING.
047606*****************************************************************
047607
047608 1640-FIND-POSTING-COMPANY.
047609     MOVE SPACES TO WS-COMPANY-KEY
047610     MOVE 'N' TO WS-HIST-FILE-SWITCH
047611     COMPUTE WS-HIST-YEAR = WS-TAX-YEAR-9 - 1
047612     MOVE 12 TO WS-HIST-MM
047613     MOVE YM-EMPLOYEE-ID TO BH-EMPLOYEE-ID
047614     MOVE WS-HIST-MONTH  TO BH-RUN-MONTH
047615     MOVE '01'           TO BH-RUN-DAY
047616     MOVE ZERO           TO BH-SEQUENCE-NO
047617     START HIST-FILE
047618         KEY IS NOT LESS THAN BH-KEY
047619         INVALID KEY
047620             SET WS-HIST-EOF TO TRUE
047621     END-START
047622     IF WS-HSTFILE-STATUS-CODE = '00' OR
047623         WS-HSTFILE-STATUS-CODE = '23' THEN
047624         CONTINUE
047625     ELSE
047626         MOVE '1640-FIND-POSTING-COMPANY, ' TO WS-ABORT-MSG-PGRPH
047627         MOVE 'STARTING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
047628         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
047629         MOVE 1640 TO RETURN-CODE
047630         PERFORM 9999-ABORT THRU 9999-EXIT
047631     END-IF
047632
047633     IF WS-HIST-EOF THEN
047634         GO TO 1640-EXIT
047635     END-IF
047636
047637     PERFORM 8710-READ-HIST-BY-EMPLOYEE THRU 8710-EXIT
047638
047639     PERFORM 1645-SCREEN-ROW-POSTING THRU 1645-EXIT
047640         UNTIL WS-HIST-EOF
047641
047642     .
047643 1640-EXIT.
047644     EXIT.
047645*****************************************************************
047646*  TAKE THE POSTING'S COMPANY WHEN IT IS FOR THE ROW'S STATE AND
047647*  WAS PAID IN THE TAX YEAR.  A BLANK COMPANY IS HISTORY POSTED
047648*  BEFORE THE CODE WAS CARRIED - IT BELONGS TO THE FIRST COMPANY.
047649*****************************************************************
047650
047651 1645-SCREEN-ROW-POSTING.
047652     IF BH-PAY-DATE = SPACES THEN
047653         MOVE BH-RUN-DATE TO WS-PAID-DATE
047654     ELSE
047655         MOVE BH-PAY-DATE TO WS-PAID-DATE
047656     END-IF
047657
047658     IF BH-STATE-CODE = YM-STATE-CODE AND
047659        WS-PAID-DATE (1:4) = LS-TAX-YEAR THEN
047660         IF BH-COMPANY-CODE = SPACES THEN
047661             MOVE CT-COMPANY-CODE (1) TO WS-COMPANY-KEY
047662         ELSE
047663             MOVE BH-COMPANY-CODE     TO WS-COMPANY-KEY
047664         END-IF
047665     END-IF
047666
047667     PERFORM 8710-READ-HIST-BY-EMPLOYEE THRU 8710-EXIT
047668
047669     .
047670 1645-EXIT.
047671     EXIT.
047672*****************************************************************
047700*  BUILD THE COMPANY/STATE-SEQUENCED FEED AND THE STATEMENTS
047800*****************************************************************
047900
048000 2000-PROCESS-SORTED.
048400         GO TO 2000-EXIT
048500     END-IF
048600
048650     PERFORM 2700-START-COMPANY THRU 2700-EXIT
048700     MOVE SS-STATE-CODE TO WS-CURRENT-STATE-GROUP
048800
048900     PERFORM 2100-PROCESS-ONE-EMPLOYEE THRU 2100-EXIT
049000         UNTIL WS-SORT-EOF
049100
049200     PERFORM 2500-WRITE-STATE-TRAILER THRU 2500-EXIT
049250     PERFORM 2800-WRITE-COMPANY-TRAILER THRU 2800-EXIT
049300
049400     .
049500 2000-EXIT.
049600     EXIT.
049700*****************************************************************
049800*  ONE EMPLOYEE - COMPANY AND STATE BREAKS, FEED DETAIL, STATEMENT
049900*****************************************************************
050000
050100 2100-PROCESS-ONE-EMPLOYEE.
050114     IF SK-COMPANY-CODE NOT = WS-CURRENT-COMPANY THEN
050128         PERFORM 2500-WRITE-STATE-TRAILER THRU 2500-EXIT
050142         PERFORM 2800-WRITE-COMPANY-TRAILER THRU 2800-EXIT
050156         PERFORM 2700-START-COMPANY THRU 2700-EXIT
050170         MOVE SS-STATE-CODE TO WS-CURRENT-STATE-GROUP
050184     END-IF
050200     IF SS-STATE-CODE NOT = WS-CURRENT-STATE-GROUP THEN
050300         PERFORM 2500-WRITE-STATE-TRAILER THRU 2500-EXIT
050400         MOVE SS-STATE-CODE TO WS-CURRENT-STATE-GROUP
051600     MOVE SS-YTD-FEDTX       TO WTD-ANNUAL-FEDTX
051700     MOVE SS-YTD-STATETX     TO WTD-ANNUAL-STATETX
051800     MOVE SS-YTD-NET         TO WTD-ANNUAL-NET
051810     MOVE SS-YTD-FICA-WAGES  TO WTD-ANNUAL-FICA-WAGES
051820     MOVE SS-YTD-SOCSEC      TO WTD-ANNUAL-SOCSEC
051830     MOVE SS-YTD-MEDICARE    TO WTD-ANNUAL-MEDICARE
051840     MOVE SS-YTD-LOCALTX     TO WTD-ANNUAL-LOCALTX
051850     MOVE SS-YTD-401K        TO WTD-ANNUAL-401K
051900
052000     MOVE WS-TAXFEED-DETAIL  TO TAXFEED-RECORD
052100     PERFORM 8500-WRITE-TAXFEED-RECORD THRU 8500-EXIT
052400     ADD SS-YTD-GROSS   TO WS-TOTAL-GROSS
052500     ADD SS-YTD-FEDTX   TO WS-TOTAL-FEDTX
052600     ADD SS-YTD-STATETX TO WS-TOTAL-STATETX
052610     ADD SS-YTD-SOCSEC  TO WS-TOTAL-SOCSEC
052620     ADD SS-YTD-MEDICARE TO WS-TOTAL-MEDICARE
052630     ADD SS-YTD-LOCALTX TO WS-TOTAL-LOCALTX
052640     ADD SS-YTD-401K    TO WS-TOTAL-401K
052700     ADD +1             TO WS-ST-RECORD-COUNT
052800     ADD SS-YTD-GROSS   TO WS-ST-GROSS
052900     ADD SS-YTD-FEDTX   TO WS-ST-FEDTX
053000     ADD SS-YTD-STATETX TO WS-ST-STATETX
053010     ADD SS-YTD-SOCSEC  TO WS-ST-SOCSEC
053020     ADD SS-YTD-MEDICARE TO WS-ST-MEDICARE
053030     ADD SS-YTD-LOCALTX TO WS-ST-LOCALTX
053040     ADD SS-YTD-401K    TO WS-ST-401K
053046     ADD +1             TO WS-CO-RECORD-COUNT
053052     ADD SS-YTD-GROSS   TO WS-CO-GROSS
053058     ADD SS-YTD-FEDTX   TO WS-CO-FEDTX
053064     ADD SS-YTD-STATETX TO WS-CO-STATETX
053070     ADD SS-YTD-SOCSEC  TO WS-CO-SOCSEC
053076     ADD SS-YTD-MEDICARE TO WS-CO-MEDICARE
053082     ADD SS-YTD-LOCALTX TO WS-CO-LOCALTX
053088     ADD SS-YTD-401K    TO WS-CO-401K
053100
053200     PERFORM 2600-PRINT-STATEMENT THRU 2600-EXIT
053300
054800     MOVE WS-ST-GROSS            TO WTS-TOTAL-GROSS
054900     MOVE WS-ST-FEDTX            TO WTS-TOTAL-FEDTX
055000     MOVE WS-ST-STATETX          TO WTS-TOTAL-STATETX
055010     MOVE WS-ST-SOCSEC           TO WTS-TOTAL-SOCSEC
055020     MOVE WS-ST-MEDICARE         TO WTS-TOTAL-MEDICARE
055030     MOVE WS-ST-LOCALTX          TO WTS-TOTAL-LOCALTX
055040     MOVE WS-ST-401K             TO WTS-TOTAL-401K
055100     MOVE WS-TAXFEED-ST-TRAILER  TO TAXFEED-RECORD
055200     PERFORM 8500-WRITE-TAXFEED-RECORD THRU 8500-EXIT
055300
055500     MOVE ZERO TO WS-ST-GROSS
055600     MOVE ZERO TO WS-ST-FEDTX
055700     MOVE ZERO TO WS-ST-STATETX
055710     MOVE ZERO TO WS-ST-SOCSEC
055720     MOVE ZERO TO WS-ST-MEDICARE
055730     MOVE ZERO TO WS-ST-LOCALTX
055740     MOVE ZERO TO WS-ST-401K
055800
055900     .
056000 2500-EXIT.
056800     MOVE WS-STMT-HEADER-1   TO STMT-RECORD
056900     PERFORM 8600-WRITE-STMT-RECORD THRU 8600-EXIT
057000
057066     MOVE CT-COMPANY-NAME (CT-NDX) TO WSM2-COMPANY-NAME
057132     MOVE CT-FEDERAL-ID (CT-NDX)   TO WSM2-FEDERAL-ID
057200     MOVE WS-STMT-COMPANY-LINE TO STMT-RECORD
057300     PERFORM 8600-WRITE-STMT-RECORD THRU 8600-EXIT
057400
059400     MOVE SS-YTD-STATETX     TO WSM4-AMOUNT
059500     MOVE WS-STMT-AMOUNT-LINE TO STMT-RECORD
059600     PERFORM 8600-WRITE-STMT-RECORD THRU 8600-EXIT
059610
059620     MOVE 'SOCIAL SECURITY WITHHELD :' TO WSM4-LABEL
059630     MOVE SS-YTD-SOCSEC      TO WSM4-AMOUNT
059640     MOVE WS-STMT-AMOUNT-LINE TO STMT-RECORD
059650     PERFORM 8600-WRITE-STMT-RECORD THRU 8600-EXIT
059660
059670     MOVE 'MEDICARE WITHHELD        :' TO WSM4-LABEL
059680     MOVE SS-YTD-MEDICARE    TO WSM4-AMOUNT
059690     MOVE WS-STMT-AMOUNT-LINE TO STMT-RECORD
059691     PERFORM 8600-WRITE-STMT-RECORD THRU 8600-EXIT
059693
059694     MOVE 'LOCAL TAX WITHHELD       :' TO WSM4-LABEL
059696     MOVE SS-YTD-LOCALTX     TO WSM4-AMOUNT
059697     MOVE WS-STMT-AMOUNT-LINE TO STMT-RECORD
059699     PERFORM 8600-WRITE-STMT-RECORD THRU 8600-EXIT
059700
059710     MOVE '401(K) DEFERRED PRE-TAX  :' TO WSM4-LABEL
059720     MOVE SS-YTD-401K        TO WSM4-AMOUNT
059730     MOVE WS-STMT-AMOUNT-LINE TO STMT-RECORD
059740     PERFORM 8600-WRITE-STMT-RECORD THRU 8600-EXIT
059750
059800     MOVE 'ANNUAL NET BONUS         :' TO WSM4-LABEL
059900     MOVE SS-YTD-NET         TO WSM4-AMOUNT
060000     MOVE WS-STMT-AMOUNT-LINE TO STMT-RECORD
060300     .
060400 2600-EXIT.
060500     EXIT.
060505*****************************************************************
060510*  OPEN A COMPANY - LOOK IT UP AND WRITE ITS FEED HEADER
060515*****************************************************************
060520
060525 2700-START-COMPANY.
060530     MOVE SK-COMPANY-CODE    TO WS-CURRENT-COMPANY
060535     MOVE WS-CURRENT-COMPANY TO WS-COMPANY-KEY
060540     PERFORM 1080-FIND-COMPANY THRU 1080-EXIT
060545
060550     MOVE 'H'                      TO WTH-RECORD-TYPE
060555     MOVE CT-TAX-FEED-ID (CT-NDX)  TO WTH-COMPANY-ID
060560     MOVE WS-CURRENT-COMPANY       TO WTH-COMPANY-CODE
060565     MOVE CT-FEDERAL-ID (CT-NDX)   TO WTH-FEDERAL-ID
060570     MOVE WS-TAXFEED-HEADER        TO TAXFEED-RECORD
060575     PERFORM 8500-WRITE-TAXFEED-RECORD THRU 8500-EXIT
060580     ADD +1 TO WS-COMPANIES-FILED
060585
060590     .
060595 2700-EXIT.
060600     EXIT.
060605*****************************************************************
060610*  WRITE THE COMPANY TRAILER AND RESET THE COMPANY TOTALS
060615*****************************************************************
060620
060625 2800-WRITE-COMPANY-TRAILER.
060630     MOVE SPACES                 TO WS-TAXFEED-CO-TRAILER
060635     MOVE 'C'                    TO WTC-RECORD-TYPE
060640     MOVE WS-CURRENT-COMPANY     TO WTC-COMPANY-CODE
060645     MOVE WS-CO-RECORD-COUNT     TO WTC-RECORD-COUNT
060650     MOVE WS-CO-GROSS            TO WTC-TOTAL-GROSS
060655     MOVE WS-CO-FEDTX            TO WTC-TOTAL-FEDTX
060660     MOVE WS-CO-STATETX          TO WTC-TOTAL-STATETX
060665     MOVE WS-CO-SOCSEC           TO WTC-TOTAL-SOCSEC
060670     MOVE WS-CO-MEDICARE         TO WTC-TOTAL-MEDICARE
060675     MOVE WS-CO-LOCALTX          TO WTC-TOTAL-LOCALTX
060680     MOVE WS-CO-401K             TO WTC-TOTAL-401K
060685     MOVE WS-TAXFEED-CO-TRAILER  TO TAXFEED-RECORD
060690     PERFORM 8500-WRITE-TAXFEED-RECORD THRU 8500-EXIT
060695
060700     MOVE ZERO TO WS-CO-RECORD-COUNT
060705     MOVE ZERO TO WS-CO-GROSS
060710     MOVE ZERO TO WS-CO-FEDTX
060715     MOVE ZERO TO WS-CO-STATETX
060720     MOVE ZERO TO WS-CO-SOCSEC
060725     MOVE ZERO TO WS-CO-MEDICARE
060730     MOVE ZERO TO WS-CO-LOCALTX
060735     MOVE ZERO TO WS-CO-401K
060740
060745     .
060750 2800-EXIT.
060755     EXIT.
060760*****************************************************************
060765*  WRITE THE FINAL FILE TRAILER RECORD - ALL COMPANIES
060800*****************************************************************
060900
061000 3000-WRITE-TRAILER.
061400     MOVE WS-TOTAL-GROSS      TO WTT-TOTAL-GROSS
061500     MOVE WS-TOTAL-FEDTX      TO WTT-TOTAL-FEDTX
061600     MOVE WS-TOTAL-STATETX    TO WTT-TOTAL-STATETX
061610     MOVE WS-TOTAL-SOCSEC     TO WTT-TOTAL-SOCSEC
061620     MOVE WS-TOTAL-MEDICARE   TO WTT-TOTAL-MEDICARE
061630     MOVE WS-TOTAL-LOCALTX    TO WTT-TOTAL-LOCALTX
061640     MOVE WS-TOTAL-401K       TO WTT-TOTAL-401K
061700
061800     MOVE WS-TAXFEED-TRAILER  TO TAXFEED-RECORD
061900     PERFORM 8500-WRITE-TAXFEED-RECORD THRU 8500-EXIT
062900     CLOSE TAXFEED, STMT-REPORT
063000
063100     DISPLAY '*** LAB16...TOTALS ***'
063200     DISPLAY 'COMPANIES ON YEAR-END FEED : ' WS-COMPANIES-FILED
063300     DISPLAY 'EMPLOYEES ON YEAR-END FEED : ' WS-RECORD-COUNT
063400     DISPLAY 'TOTAL ANNUAL GROSS BONUS   : ' WS-TOTAL-GROSS
063500     DISPLAY 'TOTAL ANNUAL FEDERAL TAX   : ' WS-TOTAL-FEDTX
063600     DISPLAY 'TOTAL ANNUAL STATE TAX     : ' WS-TOTAL-STATETX
063610     DISPLAY 'TOTAL ANNUAL SOCIAL SEC    : ' WS-TOTAL-SOCSEC
063620     DISPLAY 'TOTAL ANNUAL MEDICARE      : ' WS-TOTAL-MEDICARE
063630     DISPLAY 'TOTAL ANNUAL LOCAL TAX     : ' WS-TOTAL-LOCALTX
063640     DISPLAY 'TOTAL ANNUAL 401(K) DEFER  : ' WS-TOTAL-401K
063652     DISPLAY 'POSTINGS PAID NEXT YEAR    : ' WS-PAID-NEXT-YEAR
063664     DISPLAY 'PRIOR-YEAR POSTINGS PAID   : ' WS-PAID-THIS-YEAR
063676     DISPLAY 'YTD ROWS MOVED TO NEXT YEAR: ' WS-ROWS-MOVED-OUT
063688     DISPLAY 'CARRY-IN ROWS WITH NO YTD  : ' WS-CARRY-IN-ROWS
063700
063800     MOVE 0 TO RETURN-CODE
063900
066400         AT END
066500             SET WS-SORT-EOF TO TRUE
066600     END-RETURN
066625     IF NOT WS-SORT-EOF THEN
066650         MOVE SK-YTD-RECORD TO WS-SORTED-YTD
066675     END-IF
066700
066800     .
066900 8100-EXIT.
069000
069100     .
069200 8200-EXIT.
069204     EXIT.
069208*****************************************************************
069212*  READ COMPANY TABLE ROUTINE
069216*****************************************************************
069220
069224 8300-READ-COMP-FILE.
069228     READ COMP-FILE
069232         AT END
069236             SET WS-COMP-EOF TO TRUE
069240     END-READ
069244     IF WS-CMPFILE-STATUS-CODE = '00' OR
069248         WS-CMPFILE-STATUS-CODE = '10' THEN
069252         CONTINUE
069256     ELSE
069260         MOVE '8300-READ-COMP-FILE, ' TO WS-ABORT-MSG-PGRPH
069264         MOVE 'READING COMP-FILE, ' TO WS-ABORT-MSG-EDESC
069268         MOVE WS-CMPFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
069272         MOVE 8301 TO RETURN-CODE
069276         PERFORM 9999-ABORT THRU 9999-EXIT
069280     END-IF
069284
069288     .
069292 8300-EXIT.
069296     EXIT.
069300*****************************************************************
069304*  READ HR MASTER ROUTINE
069308*****************************************************************
069312
069316 8400-READ-HR-FILE.
069320     READ HR-FILE
069324         AT END
069328             SET WS-HR-FILE-EOF TO TRUE
069332     END-READ
069336     IF WS-HRFILE-STATUS-CODE = '00' OR
069340         WS-HRFILE-STATUS-CODE = '10' THEN
069344         CONTINUE
069348     ELSE
069352         MOVE '8400-READ-HR-FILE, ' TO WS-ABORT-MSG-PGRPH
069356         MOVE 'READING FROM HR FILE, ' TO WS-ABORT-MSG-EDESC
069360         MOVE WS-HRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
069364         MOVE 8401 TO RETURN-CODE
069368         PERFORM 9999-ABORT THRU 9999-EXIT
069372     END-IF
069376
069380     .
069384 8400-EXIT.
069388     EXIT.
069391*****************************************************************
069394*  READ HISTORY FILE ROUTINE - ENDS AT THE END OF WS-HIST-MONTH
069397*****************************************************************
069400
069403 8700-READ-HIST-FILE.
069406     READ HIST-FILE NEXT RECORD
069409         AT END
069412             SET WS-HIST-EOF TO TRUE
069415     END-READ
069418*************** '02' IS A GOOD READ WITH MORE POSTINGS UNDER THE
069421*************** SAME RUN MONTH ON THE ALTERNATE INDEX.
069424     IF WS-HSTFILE-STATUS-CODE = '00' OR
069427         WS-HSTFILE-STATUS-CODE = '02' OR
069430         WS-HSTFILE-STATUS-CODE = '10' THEN
069433         CONTINUE
069436     ELSE
069439         MOVE '8700-READ-HIST-FILE, ' TO WS-ABORT-MSG-PGRPH
069442         MOVE 'READING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
069445         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
069448         MOVE 8701 TO RETURN-CODE
069451         PERFORM 9999-ABORT THRU 9999-EXIT
069454     END-IF
069457
069460     IF NOT WS-HIST-EOF
069463        AND BH-RUN-MONTH NOT = WS-HIST-MONTH THEN
069466         SET WS-HIST-EOF TO TRUE
069469     END-IF
069472
069475     .
069478 8700-EXIT.
069481     EXIT.
069484*****************************************************************
069487*  READ THE NEXT POSTING IN KEY ORDER FOR THE YTD ROW'S EMPLOYEE
069490*****************************************************************
069493
069496 8710-READ-HIST-BY-EMPLOYEE.
069499     READ HIST-FILE NEXT RECORD
069502         AT END
069505             SET WS-HIST-EOF TO TRUE
069508     END-READ
069511     IF WS-HSTFILE-STATUS-CODE = '00' OR
069514         WS-HSTFILE-STATUS-CODE = '10' THEN
069517         CONTINUE
069520     ELSE
069523         MOVE '8710-READ-HIST-BY-EMPLOYEE, ' TO WS-ABORT-MSG-PGRPH
069526         MOVE 'READING HIST-FILE, ' TO WS-ABORT-MSG-EDESC
069529         MOVE WS-HSTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
069532         MOVE 8711 TO RETURN-CODE
069535         PERFORM 9999-ABORT THRU 9999-EXIT
069538     END-IF
069541
069544     IF NOT WS-HIST-EOF
069547        AND BH-EMPLOYEE-ID NOT = YM-EMPLOYEE-ID THEN
069550         SET WS-HIST-EOF TO TRUE
069553     END-IF
069556
069559     .
069562 8710-EXIT.
069565     EXIT.
069568*****************************************************************
069571*  WRITE TAX FEED RECORD
069600*****************************************************************
069700
069800 8500-WRITE-TAXFEED-RECORD.
