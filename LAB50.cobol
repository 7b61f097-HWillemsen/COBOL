000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB50.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB50 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM CALCULATES THE PLAN BONUSES FOR A
001300*    =======     PERFORMANCE YEAR.  EACH EMPLOYEE'S TARGET IS
001400*                THE RATING'S TARGET PERCENT (BONUS PLAN MASTER,
001500*                MAINTAINED BY LAB49) OF BASE SALARY, PRORATED
001600*                FOR A PARTIAL YEAR OF SERVICE WHEN THE PLAN
001700*                SAYS SO.  THE TARGETS ARE THEN HELD TO THE
001800*                PLAN'S DEPARTMENT CAPS AND TO THE DEPARTMENT'S
001900*                MONTHLY BONUS BUDGET (DEPTBUDG, MAINTAINED BY
002000*                LAB33).  THE RESULT IS WRITTEN AS THE MONTHLY
002100*                BONUSCMP FEED FOR LAB14, WITH ITS H/T
002200*                HANDSHAKE, AND A CALCULATION WORKSHEET IS
002300*                PRINTED FOR FINANCE TO SIGN OFF BEFORE LAB14 IS
002400*                RELEASED.
002500*
002600*    NOTE:    HOLDING IS DONE IN TWO STEPS, EACH BY A PRO-RATA
002700*    =====    FACTOR SO EVERY EMPLOYEE IN THE GROUP LOSES THE
002800*                SAME SHARE OF THE TARGET:
002900*                1. PLAN CAP - WHEN THE TARGETS OF A PLAN'S
003000*                   EMPLOYEES IN A DEPARTMENT EXCEED THE PLAN'S
003100*                   CAP ROW FOR THAT DEPARTMENT, THEY ARE SCALED
003200*                   DOWN TO THE CAP.  NO CAP ROW = NOT CAPPED.
003300*                2. DEPARTMENT BUDGET - WHEN THE CAPPED AMOUNTS
003400*                   OF ALL PLANS IN A DEPARTMENT EXCEED THE
003500*                   DEPARTMENT'S MONTHLY BUDGET FOR THE PAYOUT
003600*                   YEAR, THEY ARE SCALED DOWN AGAIN TO THE
003700*                   BUDGET.  A DEPARTMENT WITH NO DEPTBUDG ROW IS
003800*                   NOT HELD AND IS FLAGGED ON THE WORKSHEET.
003900*                THE FACTORS AND THE AMOUNTS ARE TRUNCATED, NOT
004000*                ROUNDED, SO A HELD GROUP NEVER PAYS PAST ITS
004100*                CAP OR BUDGET.  THE PAYOUT YEAR IS THE YEAR THE
004200*                PROGRAM RUNS, AS IN LAB14; THE PLAN BONUSES ARE
004300*                EXPECTED TO BE THE ONLY FEED IN THEIR MONTH.
004400*
004500*                SERVICE IS COUNTED IN DAYS FROM THE LATER OF
004600*                THE HIRE DATE AND JANUARY 1 TO THE EARLIER OF
004700*                THE TERMINATION DATE AND DECEMBER 31 OF THE
004800*                PLAN YEAR.  AN EMPLOYEE BELOW THE PLAN'S
004900*                MINIMUM SERVICE EARNS NOTHING.  AN EMPLOYEE WHO
005000*                CANNOT BE CALCULATED IS LISTED AS AN EXCEPTION
005100*                AND IS NOT FED; THE STEP THEN ENDS RC 4.
005200*
005300*    INPUT   PLAN-RECORD        COPYLIB MEMBER BPLNCMP (BONPLAN)
005400*    =====   SAL-RECORD         COPYLIB MEMBER SALRCMP (SALRATE)
005500*            HR-RECORD          COPYLIB MEMBER HRMCMP  (HRMAST)
005600*            BUDG-RECORD        COPYLIB MEMBER DBUDCMP (DEPTBUDG)
005700*            LS-PLAN-YEAR       PERFORMANCE YEAR YYYY (PARM)
005800*
005900*    PROCESS 1. LOAD THE PLAN YEAR'S PLANS, RATINGS AND CAPS
006000*    =======    AND THE PAYOUT YEAR'S DEPARTMENT BUDGETS.
006100*            2. MATCH SALRATE TO THE HR MASTER FOR DEPARTMENT
006200*               AND HOME STATE; FIGURE EACH TARGET AND SORT
006300*               INTO DEPARTMENT/PLAN/EMPLOYEE SEQUENCE.
006400*            3. SET THE PLAN CAP AND BUDGET FACTORS.
006500*            4. WRITE THE HELD AMOUNTS TO THE FEED AND PRINT
006600*               THE WORKSHEET WITH ITS SIGN-OFF LINES.
006700*
006800*    OUTPUT  FEED-RECORD        BONUSCMP FEED FORMAT (CALCBON)
006900*    ======  CALC-RECORD        CALCULATION WORKSHEET (CALCRPT)
007000*
007100*    CALLING PROGRAM(S)  :   NONE
007200*
007300*    CALLED  PROGRAM(S)  :   NONE
007400*
007500*---------------------------------------------------------------*
007600*                 UPDATE LOG
007700*---------------------------------------------------------------*
007800*
007900* PERSON  PROJECT   DATE      DESCRIPTION          PROGRAM   VER*
008000* ------  --------  --------  -------------------  -------   ---*
008100* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB50     000*
008200*****************************************************************
008300*
008400*****************************************************************
008500*         E N V I R O N M E N T     D I V I S I O N
008600*****************************************************************
008700 ENVIRONMENT DIVISION.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT PLAN-FILE      ASSIGN TO BONPLAN
009100            FILE STATUS IS WS-PLNFILE-STATUS-CODE.
009200     SELECT SAL-FILE       ASSIGN TO SALRATE
009300            FILE STATUS IS WS-SALFILE-STATUS-CODE.
009400     SELECT HR-FILE        ASSIGN TO HRMAST
009500            FILE STATUS IS WS-HRFILE-STATUS-CODE.
009600     SELECT BUDG-FILE      ASSIGN TO DEPTBUDG
009700            FILE STATUS IS WS-BUDFILE-STATUS-CODE.
009800     SELECT SORT-FILE      ASSIGN TO SORTWK01.
009900     SELECT FEED-FILE      ASSIGN TO CALCBON
010000            FILE STATUS IS WS-FEDFILE-STATUS-CODE.
010100     SELECT CALC-REPORT    ASSIGN TO CALCRPT
010200            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
010300*****************************************************************
010400*                  D A T A     D I V I S I O N
010500*****************************************************************
010600 DATA DIVISION.
010700 FILE SECTION.
010800*****************************************************************
010900*    PLAN-FILE - BONUS PLAN MASTER                  INPUT
011000*****************************************************************
011100 FD  PLAN-FILE
011200     RECORDING F
011300     LABEL RECORDS STANDARD
011400     RECORD CONTAINS 80 CHARACTERS
011500     BLOCK CONTAINS 0 RECORDS
011600     DATA RECORD IS PLAN-RECORD.
011700
011800 COPY BPLNCMP REPLACING
011900     PL-RECORD              BY  PLAN-RECORD
012000     PL-KEY                 BY  PM-KEY
012100     PL-PLAN-YEAR           BY  PM-PLAN-YEAR
012200     PL-PLAN-CODE           BY  PM-PLAN-CODE
012300     PL-ROW-TYPE            BY  PM-ROW-TYPE
012400     PL-PLAN-ROW            BY  PM-PLAN-ROW
012500     PL-RATING-ROW          BY  PM-RATING-ROW
012600     PL-DEPT-CAP-ROW        BY  PM-DEPT-CAP-ROW
012700     PL-ROW-CODE            BY  PM-ROW-CODE
012800     PL-ROW-DATA            BY  PM-ROW-DATA
012900     PL-PLAN-DATA           BY  PM-PLAN-DATA
013000     PL-PLAN-NAME           BY  PM-PLAN-NAME
013100     PL-PRORATE-CODE        BY  PM-PRORATE-CODE
013200     PL-PRORATE             BY  PM-PRORATE
013300     PL-NO-PRORATE          BY  PM-NO-PRORATE
013400     PL-MIN-SERVICE-DAYS    BY  PM-MIN-SERVICE-DAYS
013500     PL-RATING-DATA         BY  PM-RATING-DATA
013600     PL-TARGET-PCT          BY  PM-TARGET-PCT
013700     PL-RATING-DESC         BY  PM-RATING-DESC
013800     PL-DEPT-CAP-DATA       BY  PM-DEPT-CAP-DATA
013900     PL-DEPT-CAP-AMT        BY  PM-DEPT-CAP-AMT.
014000
014100*****************************************************************
014200*    SAL-FILE - SALARY AND PERFORMANCE RATING       INPUT
014300*****************************************************************
014400 FD  SAL-FILE
014500     RECORDING F
014600     LABEL RECORDS STANDARD
014700     RECORD CONTAINS 80 CHARACTERS
014800     BLOCK CONTAINS 0 RECORDS
014900     DATA RECORD IS SAL-RECORD.
015000
015100 COPY SALRCMP REPLACING
015200     SA-RECORD              BY  SAL-RECORD
015300     SA-EMPLOYEE-ID         BY  SL-EMPLOYEE-ID
015400     SA-LAST-NAME           BY  SL-LAST-NAME
015500     SA-FIRST-NAME          BY  SL-FIRST-NAME
015600     SA-MID-INIT            BY  SL-MID-INIT
015700     SA-PLAN-CODE           BY  SL-PLAN-CODE
015800     SA-RATING-CODE         BY  SL-RATING-CODE
015900     SA-BASE-SALARY         BY  SL-BASE-SALARY
016000     SA-HIRE-DATE           BY  SL-HIRE-DATE
016100     SA-TERM-DATE           BY  SL-TERM-DATE
016200     SA-FED-TAX-EXEMPT-CODE BY  SL-FED-TAX-EXEMPT-CODE
016300     SA-ST-TAX-EXEMPT-CODE  BY  SL-ST-TAX-EXEMPT-CODE.
016400
016500*****************************************************************
016600*    HR-FILE - HR MASTER                            INPUT
016700*****************************************************************
016800 FD  HR-FILE
016900     RECORDING F
017000     LABEL RECORDS STANDARD
017100     RECORD CONTAINS 80 CHARACTERS
017200     BLOCK CONTAINS 0 RECORDS
017300     DATA RECORD IS HR-RECORD.
017400
017500 COPY HRMCMP REPLACING
017600     HM-RECORD              BY  HR-RECORD
017700     HM-EMPLOYEE-ID         BY  HR-EMPLOYEE-ID
017800     HM-DEPT-CODE           BY  HR-DEPT-CODE
017900     HM-MANAGER-NAME        BY  HR-MANAGER-NAME
018000     HM-HOME-STATE          BY  HR-HOME-STATE
018100     HM-LOCALITY-CODE       BY  HR-LOCALITY-CODE
018200     HM-COMPANY-CODE        BY  HR-COMPANY-CODE.
018300
018400*****************************************************************
018500*    BUDG-FILE - DEPARTMENT BONUS BUDGET MASTER     INPUT
018600*****************************************************************
018700 FD  BUDG-FILE
018800     RECORDING F
018900     LABEL RECORDS STANDARD
019000     RECORD CONTAINS 80 CHARACTERS
019100     BLOCK CONTAINS 0 RECORDS
019200     DATA RECORD IS BUDG-RECORD.
019300
019400 COPY DBUDCMP REPLACING
019500     DB-RECORD              BY  BUDG-RECORD
019600     DB-DEPT-CODE           BY  BD-DEPT-CODE
019700     DB-BUDGET-YEAR         BY  BD-BUDGET-YEAR
019800     DB-MONTHLY-BUDGET      BY  BD-MONTHLY-BUDGET.
019900
020000*****************************************************************
020100*    SORT-FILE                                    WORKING
020200*****************************************************************
020300 SD  SORT-FILE
020400     RECORD CONTAINS 111 CHARACTERS
020500     DATA RECORD IS SORT-RECORD.
020600
020700*************** ONE CALCULATED TARGET OR EXCEPTION PER EMPLOYEE -
020800*************** EXCEPTIONS SORT BEHIND EVERY CALCULATED ROW
020900 01  SORT-RECORD.
021000     05  SR-SORT-KEY.
021100         10  SR-RESULT-GROUP     PIC X(01).
021200             88  SR-CALCULATED           VALUE '1'.
021300             88  SR-EXCEPTION            VALUE '2'.
021400         10  SR-DEPT-CODE        PIC X(04).
021500         10  SR-PLAN-CODE        PIC X(04).
021600         10  SR-EMPLOYEE-ID      PIC X(08).
021700     05  SR-LAST-NAME            PIC X(20).
021800     05  SR-FIRST-NAME           PIC X(15).
021900     05  SR-MID-INIT             PIC X(01).
022000     05  SR-STATE-CODE           PIC X(02).
022100     05  SR-FED-TAX-EXEMPT-CODE  PIC X(01).
022200     05  SR-ST-TAX-EXEMPT-CODE   PIC X(01).
022300     05  SR-RATING-CODE          PIC X(01).
022400     05  SR-BASE-SALARY          PIC 9(07)V99.
022500     05  SR-TARGET-PCT           PIC 9(03)V99.
022600     05  SR-SERVICE-DAYS         PIC 9(03).
022700     05  SR-TARGET-AMT           PIC 9(09)V99 COMP-3.
022800     05  SR-EXCEPTION-TEXT       PIC X(30).
022900
023000*****************************************************************
023100*    FEED-FILE - CALCULATED BONUS FEED              OUTPUT
023200*****************************************************************
023300 FD  FEED-FILE
023400     RECORDING F
023500     LABEL RECORDS STANDARD
023600     RECORD CONTAINS 76 CHARACTERS
023700     BLOCK CONTAINS 0 RECORDS
023800     DATA RECORD IS FEED-RECORD.
023900
024000 COPY BONUSCMP REPLACING
024100     BC-RECORD              BY  FEED-RECORD
024200     BC-STATE-CODE          BY  FB-STATE-CODE
024300     BC-LAST-NAME           BY  FB-LAST-NAME
024400     BC-FIRST-NAME          BY  FB-FIRST-NAME
024500     BC-MID-INIT            BY  FB-MID-INIT
024600     BC-BONUS-AMT           BY  FB-BONUS-AMT
024700     BC-FED-TAX-EXEMPT-CODE BY  FB-FED-TAX-EXEMPT-CODE
024800     BC-FED-EXEMPT          BY  FB-FED-EXEMPT
024900     BC-FED-NON-EXEMPT      BY  FB-FED-NON-EXEMPT
025000     BC-ST-TAX-EXEMPT-CODE  BY  FB-ST-TAX-EXEMPT-CODE
025100     BC-STATE-EXEMPT        BY  FB-STATE-EXEMPT
025200     BC-STATE-NON-EXEMPT    BY  FB-STATE-NON-EXEMPT
025300     BC-EMPLOYEE-ID         BY  FB-EMPLOYEE-ID
025400     BC-RECORD-TYPE         BY  FB-RECORD-TYPE
025500     BC-NORMAL-BONUS        BY  FB-NORMAL-BONUS
025600     BC-ADJUSTMENT          BY  FB-ADJUSTMENT
025700     BC-SPLIT-ALLOCATION    BY  FB-SPLIT-ALLOCATION
025800     BC-FEED-HEADER         BY  FB-FEED-HEADER
025900     BC-FEED-TRAILER        BY  FB-FEED-TRAILER
026000     BC-ADJ-SIGN            BY  FB-ADJ-SIGN
026100     BC-ADJ-NEGATIVE        BY  FB-ADJ-NEGATIVE
026200     BC-ADJ-POSITIVE        BY  FB-ADJ-POSITIVE
026300     BC-BONUS-TYPE          BY  FB-BONUS-TYPE
026400     BC-REGULAR-BONUS       BY  FB-REGULAR-BONUS
026500     BC-SIGN-ON-BONUS       BY  FB-SIGN-ON-BONUS
026600     BC-RETENTION-BONUS     BY  FB-RETENTION-BONUS
026700     BC-ADJ-BASIS           BY  FB-ADJ-BASIS
026800     BC-ADJ-GROSS-BASIS     BY  FB-ADJ-GROSS-BASIS
026900     BC-ADJ-TAX-ONLY        BY  FB-ADJ-TAX-ONLY
027000     BC-SPLIT-PCT           BY  FB-SPLIT-PCT.
027100
027200*****************************************************************
027300*    CALC-REPORT - CALCULATION WORKSHEET            OUTPUT
027400*****************************************************************
027500 FD  CALC-REPORT
027600     RECORDING F
027700     LABEL RECORDS STANDARD
027800     RECORD CONTAINS 133 CHARACTERS
027900     BLOCK CONTAINS 0 RECORDS
028000     DATA RECORD IS CALC-RECORD.
028100
028200 01  CALC-RECORD.
028300     05  FILLER                  PIC X(133).
028400
028500*****************************************************************
028600*    W O R K I N G - S T O R A G E
028700*****************************************************************
028800
028900 WORKING-STORAGE SECTION.
029000
029100 01  WS-START-OF-WORKING-STORAGE.
029200     05 WS-START-OF-WS-MARKER           PIC X(37)
029300        VALUE 'LAB50 WORKING STORAGE BEGINS HERE'.
029400***********************
029500*  CONSTANTS          *
029600***********************
029700
029800 01  WS-CONSTANTS.
029900     05  WS-C-PLAN-TABLE-SIZE    PIC S9(03)     COMP-3 VALUE 50.
030000     05  WS-C-RATING-TABLE-SIZE  PIC S9(03)     COMP-3 VALUE 500.
030100     05  WS-C-HOLD-TABLE-SIZE    PIC S9(03)     COMP-3 VALUE 500.
030200     05  WS-C-DEPT-TABLE-SIZE    PIC S9(03)     COMP-3 VALUE 100.
030300*************** THE LARGEST AMOUNT BC-BONUS-AMT CAN CARRY
030400     05  WS-C-MAX-BONUS-AMT      PIC 9(07)V99   VALUE 9999999.99.
030500     05  WS-C-FULL-FACTOR        PIC 9V9(06)    VALUE 1.
030600
030700***********************
030800*  ERROR CODES        *
030900***********************
031000
031100 01  WS-ERROR-CODES.
031200     05  WS-PLNFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031300     05  WS-SALFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031400     05  WS-HRFILE-STATUS-CODE   PIC X(2)  VALUE '**'.
031500     05  WS-BUDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031600     05  WS-FEDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031700     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
031800     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
031900     05  WS-ABORT-CODE           PIC S9(1).
032000     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
032100
032200***********************
032300*  MESSAGE STRINGS    *
032400***********************
032500
032600 01  WS-ABORT-MSG-STRING.
032700     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
032800     05  WS-ABORT-MSG-EDESC      PIC X(28).
032900     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
033000     05  WS-ABORT-MSG-PGRPH      PIC X(28).
033100     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
033200     05  WS-ABORT-MSG-SYSRC      PIC X(02).
033300
033400***********************
033500*  SWITCHES           *
033600***********************
033700
033800 01  SWITCHES.
033900     05  WS-PLAN-FILE-SWITCH     PIC X(01) VALUE 'N'.
034000         88  WS-PLAN-EOF                   VALUE 'Y'.
034100     05  WS-SAL-FILE-SWITCH      PIC X(01) VALUE 'N'.
034200         88  WS-SAL-EOF                    VALUE 'Y'.
034300     05  WS-HR-FILE-SWITCH       PIC X(01) VALUE 'N'.
034400         88  WS-HR-FILE-EOF                VALUE 'Y'.
034500     05  WS-BUDG-FILE-SWITCH     PIC X(01) VALUE 'N'.
034600         88  WS-BUDG-EOF                   VALUE 'Y'.
034700     05  WS-SORT-FILE-SWITCH     PIC X(01) VALUE 'N'.
034800         88  WS-SORT-EOF                   VALUE 'Y'.
034900     05  WS-PLAN-FOUND-SWITCH    PIC X(01) VALUE 'N'.
035000         88  WS-PLAN-FOUND                 VALUE 'Y'.
035100     05  WS-RATING-FOUND-SWITCH  PIC X(01) VALUE 'N'.
035200         88  WS-RATING-FOUND               VALUE 'Y'.
035300     05  WS-BUDG-FOUND-SWITCH    PIC X(01) VALUE 'N'.
035400         88  WS-BUDG-FOUND                 VALUE 'Y'.
035500     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'N'.
035600         88  WS-DATE-IS-VALID              VALUE 'Y'.
035700     05  WS-EXCEPTIONS-SWITCH    PIC X(01) VALUE 'N'.
035800         88  WS-IN-EXCEPTIONS              VALUE 'Y'.
035900
036000***********************
036100*  ACCUMULATORS       *
036200***********************
036300
036400 01  ACCUMULATORS.
036500     05  WS-SAL-IN               PIC S9(07) COMP-3     VALUE +0.
036600     05  WS-CALCULATED-CTR       PIC S9(07) COMP-3     VALUE +0.
036700     05  WS-EXCEPTION-CTR        PIC S9(07) COMP-3     VALUE +0.
036800     05  WS-ZERO-TARGET-CTR      PIC S9(07) COMP-3     VALUE +0.
036900     05  WS-HELD-CTR             PIC S9(07) COMP-3     VALUE +0.
037000     05  WS-NO-BUDGET-CTR        PIC S9(07) COMP-3     VALUE +0.
037100     05  WS-FEED-WRITTEN         PIC S9(07) COMP-3     VALUE +0.
037200     05  WS-FEED-GROSS-TOTAL     PIC S9(11)V99 COMP-3  VALUE +0.
037300     05  WS-TOT-TARGET           PIC S9(11)V99 COMP-3  VALUE +0.
037400*************** PLAN/DEPARTMENT GROUP AND DEPARTMENT SUBTOTALS
037500     05  WS-PD-EMP-CTR           PIC S9(05) COMP-3     VALUE +0.
037600     05  WS-PD-TARGET            PIC S9(11)V99 COMP-3  VALUE +0.
037700     05  WS-PD-FINAL             PIC S9(11)V99 COMP-3  VALUE +0.
037800     05  WS-DP-EMP-CTR           PIC S9(05) COMP-3     VALUE +0.
037900     05  WS-DP-TARGET            PIC S9(11)V99 COMP-3  VALUE +0.
038000     05  WS-DP-FINAL             PIC S9(11)V99 COMP-3  VALUE +0.
038100
038200***********************
038300*  WORK FIELDS        *
038400***********************
038500
038600 01  WS-WORK-FIELDS.
038700     05  WS-RUN-DATE             PIC X(08)         VALUE SPACES.
038800     05  WS-PLAN-YEAR-9          PIC 9(04)         VALUE ZERO.
038900     05  WS-PLAN-COUNT           PIC S9(03) COMP-3 VALUE +0.
039000     05  WS-RATING-COUNT         PIC S9(03) COMP-3 VALUE +0.
039100     05  WS-HOLD-COUNT           PIC S9(03) COMP-3 VALUE +0.
039200     05  WS-BUDG-COUNT           PIC S9(03) COMP-3 VALUE +0.
039300     05  WS-LAST-EMPLOYEE-ID     PIC X(08)   VALUE LOW-VALUES.
039400     05  WS-EXCEPTION-TEXT       PIC X(30)         VALUE SPACES.
039500*************** LOOKUP KEYS FOR THE IN-CORE TABLES
039600     05  WS-PLAN-KEY             PIC X(04)         VALUE SPACES.
039700     05  WS-RATING-KEY.
039800         10  WS-RATING-PLAN      PIC X(04)         VALUE SPACES.
039900         10  WS-RATING-CODE      PIC X(01)         VALUE SPACES.
040000     05  WS-HOLD-KEY.
040100         10  WS-HOLD-PLAN        PIC X(04)         VALUE SPACES.
040200         10  WS-HOLD-DEPT        PIC X(04)         VALUE SPACES.
040300     05  WS-DEPT-KEY             PIC X(04)         VALUE SPACES.
040400*************** SERVICE IN THE PLAN YEAR - DATES AS YYYYMMDD AND
040500*************** AS INTEGER-OF-DATE DAY NUMBERS
040600     05  WS-YEAR-START-9         PIC 9(08)         VALUE ZERO.
040700     05  WS-YEAR-END-9           PIC 9(08)         VALUE ZERO.
040800     05  WS-SERVICE-FROM-9       PIC 9(08)         VALUE ZERO.
040900     05  WS-SERVICE-TO-9         PIC 9(08)         VALUE ZERO.
041000     05  WS-DAYS-IN-YEAR         PIC S9(05) COMP   VALUE ZERO.
041100     05  WS-SERVICE-DAYS         PIC S9(05) COMP   VALUE ZERO.
041200     05  WS-PAID-DAYS            PIC S9(05) COMP   VALUE ZERO.
041300     05  WS-TARGET-AMT           PIC S9(09)V99 COMP-3 VALUE 0.
041400     05  WS-FINAL-AMT            PIC S9(09)V99 COMP-3 VALUE 0.
041500     05  WS-HELD-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
041600*************** CALENDAR EDIT - THE DATE IS TURNED INTO A DAY
041700*************** NUMBER AND BACK; A DAY THAT DOES NOT EXIST IN ITS
041800*************** MONTH (02/30) DOES NOT SURVIVE THE ROUND TRIP
041900     05  WS-EDIT-DATE-9          PIC 9(08)         VALUE ZERO.
042000     05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-9.
042100         10  WS-EDIT-YEAR        PIC 9(04).
042200         10  WS-EDIT-MONTH       PIC 9(02).
042300         10  WS-EDIT-DAY         PIC 9(02).
042400     05  WS-DATE-INTEGER         PIC S9(09) COMP   VALUE ZERO.
042500     05  WS-DATE-CHECK-9         PIC 9(08)         VALUE ZERO.
042600*************** THE GROUP BEING PRINTED AND ITS HOLD FACTORS
042700     05  WS-CURRENT-DEPT         PIC X(04)   VALUE LOW-VALUES.
042800     05  WS-CURRENT-PLAN         PIC X(04)   VALUE LOW-VALUES.
042900     05  WS-CUR-PLAN-FACTOR      PIC 9V9(06)       VALUE ZERO.
043000     05  WS-CUR-BUDG-FACTOR      PIC 9V9(06)       VALUE ZERO.
043100
043200**************************
043300*  PLAN TABLE            *
043400**************************
043500*************** THE PLAN ROWS (TYPE P) FOR THE PLAN YEAR
043600 01  PLAN-TABLE.
043700     05  PLAN-ENTRY OCCURS 50 TIMES
043800             INDEXED BY PT-NDX.
043900         10  PT-PLAN-CODE        PIC X(04) VALUE HIGH-VALUES.
044000         10  PT-PLAN-NAME        PIC X(30).
044100         10  PT-PRORATE-CODE     PIC X(01).
044200             88  PT-PRORATE              VALUE 'Y'.
044300         10  PT-MIN-SERVICE-DAYS PIC 9(03).
044400
044500**************************
044600*  RATING TABLE          *
044700**************************
044800*************** THE RATING ROWS (TYPE R) FOR THE PLAN YEAR
044900 01  RATING-TABLE.
045000     05  RATING-ENTRY OCCURS 500 TIMES
045100             INDEXED BY RT-NDX.
045200         10  RT-KEY.
045300             15  RT-PLAN-CODE    PIC X(04) VALUE HIGH-VALUES.
045400             15  RT-RATING-CODE  PIC X(01) VALUE HIGH-VALUES.
045500         10  RT-TARGET-PCT       PIC 9(03)V99.
045600         10  RT-RATING-DESC      PIC X(20).
045700
045800**************************
045900*  PLAN/DEPT HOLD TABLE  *
046000**************************
046100*************** ONE ROW PER PLAN AND DEPARTMENT - OPENED BY A CAP
046200*************** ROW (TYPE D) OR BY THE FIRST TARGET CALCULATED IN
046300*************** THE GROUP.  THE FACTOR IS SET ONCE EVERY TARGET IS
046400*************** IN (2050).
046500 01  HOLD-TABLE.
046600     05  HOLD-ENTRY OCCURS 500 TIMES
046700             INDEXED BY PD-NDX.
046800         10  PD-KEY.
046900             15  PD-PLAN-CODE    PIC X(04) VALUE HIGH-VALUES.
047000             15  PD-DEPT-CODE    PIC X(04) VALUE HIGH-VALUES.
047100         10  PD-CAP-SWITCH       PIC X(01).
047200             88  PD-CAPPED               VALUE 'Y'.
047300         10  PD-CAP-AMT          PIC S9(09)V99 COMP-3.
047400         10  PD-TARGET-TOTAL     PIC S9(11)V99 COMP-3.
047500         10  PD-FACTOR           PIC 9V9(06).
047600
047700**************************
047800*  DEPT BUDGET TABLE     *
047900**************************
048000*************** THE BUDGET MASTER ROWS FOR THE PAYOUT YEAR (SEE
048100*************** COPYLIB DBUDCMP), LOADED AT INITIALIZATION
048200 01  BUDG-TABLE.
048300     05  BUDG-ENTRY OCCURS 100 TIMES
048400             INDEXED BY BG-NDX.
048500         10  BG-DEPT-CODE        PIC X(04) VALUE HIGH-VALUES.
048600         10  BG-MONTHLY-BUDGET   PIC S9(09)V99 COMP-3.
048700         10  BG-CAPPED-TOTAL     PIC S9(11)V99 COMP-3.
048800         10  BG-FACTOR           PIC 9V9(06).
048900
049000***********************
049100*  RECORD LAYOUTS     *
049200***********************
049300
049400 01  WS-CALC-HEADER-1.
049500     05 WC1-ASA-CODE             PIC X(01) VALUE '1'.
049600     05 WC1-TITLE                PIC X(40) VALUE
049700                  'BONUS PLAN CALCULATION WORKSHEET'.
049800     05 WC1-YEAR-LABEL           PIC X(11) VALUE 'PLAN YEAR: '.
049900     05 WC1-PLAN-YEAR            PIC X(04).
050000     05 WC1-COL-DIV-1            PIC X(03) VALUE SPACES.
050100     05 WC1-PAYOUT-LABEL         PIC X(14) VALUE
050200                                 'BUDGET YEAR: '.
050300     05 WC1-BUDGET-YEAR          PIC X(04).
050400     05 WC1-COL-DIV-2            PIC X(03) VALUE SPACES.
050500     05 WC1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
050600     05 WC1-RUN-DATE             PIC X(08).
050700     05 WC1-FILLER               PIC X(35) VALUE SPACES.
050800
050900 01  WS-CALC-HEADER-2.
051000     05 WC2-ASA-CODE             PIC X(01) VALUE '-'.
051100     05 WC2-DEPT-LABEL           PIC X(06) VALUE 'DEPT'.
051200     05 WC2-PLAN-LABEL           PIC X(06) VALUE 'PLAN'.
051300     05 WC2-EMP-LABEL            PIC X(10) VALUE 'EMPLOYEE'.
051400     05 WC2-NAME-LABEL           PIC X(28) VALUE 'NAME'.
051500     05 WC2-RATING-LABEL         PIC X(03) VALUE 'R'.
051600     05 WC2-SALARY-LABEL         PIC X(15) VALUE
051700                                 '  BASE SALARY'.
051800     05 WC2-PCT-LABEL            PIC X(08) VALUE 'TARGET%'.
051900     05 WC2-DAYS-LABEL           PIC X(05) VALUE 'SVC'.
052000     05 WC2-TARGET-LABEL         PIC X(15) VALUE
052100                                 '       TARGET'.
052200     05 WC2-FINAL-LABEL          PIC X(15) VALUE
052300                                 '    FINAL AMT'.
052400     05 WC2-MESSAGE-LABEL        PIC X(21) VALUE 'MESSAGE'.
052500
052600 01  WS-CALC-DETAIL.
052700     05 WCD-ASA-CODE             PIC X(01) VALUE SPACES.
052800     05 WCD-DEPT-CODE            PIC X(04).
052900     05 WCD-COL-DIV-1            PIC X(02) VALUE SPACES.
053000     05 WCD-PLAN-CODE            PIC X(04).
053100     05 WCD-COL-DIV-2            PIC X(02) VALUE SPACES.
053200     05 WCD-EMPLOYEE-ID          PIC X(08).
053300     05 WCD-COL-DIV-3            PIC X(02) VALUE SPACES.
053400     05 WCD-LAST-NAME            PIC X(15).
053500     05 WCD-COL-DIV-4            PIC X(01) VALUE SPACES.
053600     05 WCD-FIRST-NAME           PIC X(10).
053700     05 WCD-COL-DIV-5            PIC X(02) VALUE SPACES.
053800     05 WCD-RATING-CODE          PIC X(01).
053900     05 WCD-COL-DIV-6            PIC X(02) VALUE SPACES.
054000     05 WCD-BASE-SALARY          PIC ZZ,ZZZ,ZZ9.99.
054100     05 WCD-COL-DIV-7            PIC X(02) VALUE SPACES.
054200     05 WCD-TARGET-PCT           PIC ZZ9.99.
054300     05 WCD-COL-DIV-8            PIC X(02) VALUE SPACES.
054400     05 WCD-SERVICE-DAYS         PIC ZZ9.
054500     05 WCD-COL-DIV-9            PIC X(02) VALUE SPACES.
054600     05 WCD-TARGET-AMT           PIC ZZ,ZZZ,ZZ9.99.
054700     05 WCD-COL-DIV-10           PIC X(02) VALUE SPACES.
054800     05 WCD-FINAL-AMT            PIC ZZ,ZZZ,ZZ9.99.
054900     05 WCD-COL-DIV-11           PIC X(02) VALUE SPACES.
055000     05 WCD-MESSAGE              PIC X(21).
055100
055200*************** ONE PLAN'S EMPLOYEES IN ONE DEPARTMENT
055300 01  WS-CALC-PLAN-TOTAL.
055400     05 WCP-ASA-CODE             PIC X(01) VALUE SPACES.
055500     05 WCP-PLAN-LABEL           PIC X(07) VALUE '  PLAN '.
055600     05 WCP-PLAN-CODE            PIC X(04).
055700     05 WCP-DEPT-LABEL           PIC X(07) VALUE '  DEPT '.
055800     05 WCP-DEPT-CODE            PIC X(04).
055900     05 WCP-COL-DIV-1            PIC X(03) VALUE SPACES.
056000     05 WCP-EMP-COUNT            PIC ZZ,ZZ9.
056100     05 WCP-EMP-LABEL            PIC X(12) VALUE ' EMPLOYEES'.
056200     05 WCP-CAP-LABEL            PIC X(10) VALUE 'PLAN CAP: '.
056300     05 WCP-CAP-AMT              PIC ZZ,ZZZ,ZZ9.99.
056400     05 WCP-CAP-NONE REDEFINES WCP-CAP-AMT
056500                                 PIC X(13).
056600     05 WCP-COL-DIV-2            PIC X(15) VALUE SPACES.
056700     05 WCP-TARGET               PIC ZZ,ZZZ,ZZ9.99.
056800     05 WCP-COL-DIV-3            PIC X(02) VALUE SPACES.
056900     05 WCP-FINAL                PIC ZZ,ZZZ,ZZ9.99.
057000     05 WCP-COL-DIV-4            PIC X(02) VALUE SPACES.
057100     05 WCP-FACTOR-LABEL         PIC X(08) VALUE 'FACTOR '.
057200     05 WCP-FACTOR               PIC 9.999999.
057300     05 WCP-FILLER               PIC X(05) VALUE SPACES.
057400
057500*************** EVERY PLAN IN ONE DEPARTMENT
057600 01  WS-CALC-DEPT-TOTAL.
057700     05 WCT-ASA-CODE             PIC X(01) VALUE SPACES.
057800     05 WCT-DEPT-LABEL           PIC X(07) VALUE '  DEPT '.
057900     05 WCT-DEPT-CODE            PIC X(04).
058000     05 WCT-TOTAL-LABEL          PIC X(11) VALUE ' TOTAL'.
058100     05 WCT-COL-DIV-1            PIC X(03) VALUE SPACES.
058200     05 WCT-EMP-COUNT            PIC ZZ,ZZ9.
058300     05 WCT-EMP-LABEL            PIC X(12) VALUE ' EMPLOYEES'.
058400     05 WCT-BUDGET-LABEL         PIC X(10) VALUE 'BUDGET:   '.
058500     05 WCT-BUDGET-AMT           PIC ZZ,ZZZ,ZZ9.99.
058600     05 WCT-BUDGET-NONE REDEFINES WCT-BUDGET-AMT
058700                                 PIC X(13).
058800     05 WCT-COL-DIV-2            PIC X(15) VALUE SPACES.
058900     05 WCT-TARGET               PIC ZZ,ZZZ,ZZ9.99.
059000     05 WCT-COL-DIV-3            PIC X(02) VALUE SPACES.
059100     05 WCT-FINAL                PIC ZZ,ZZZ,ZZ9.99.
059200     05 WCT-COL-DIV-4            PIC X(02) VALUE SPACES.
059300     05 WCT-FACTOR-LABEL         PIC X(08) VALUE 'FACTOR '.
059400     05 WCT-FACTOR               PIC 9.999999.
059500     05 WCT-FILLER               PIC X(05) VALUE SPACES.
059600
059700 01  WS-CALC-EXCEPT-HEADER.
059800     05 WCX-ASA-CODE             PIC X(01) VALUE '-'.
059900     05 WCX-TITLE                PIC X(60) VALUE
060000                  'EXCEPTIONS - NOT CALCULATED, NOT FED'.
060100     05 WCX-FILLER               PIC X(72) VALUE SPACES.
060200
060300 01  WS-CALC-EXCEPTION.
060400     05 WCE-ASA-CODE             PIC X(01) VALUE SPACES.
060500     05 WCE-DEPT-CODE            PIC X(04).
060600     05 WCE-COL-DIV-1            PIC X(02) VALUE SPACES.
060700     05 WCE-PLAN-CODE            PIC X(04).
060800     05 WCE-COL-DIV-2            PIC X(02) VALUE SPACES.
060900     05 WCE-EMPLOYEE-ID          PIC X(08).
061000     05 WCE-COL-DIV-3            PIC X(02) VALUE SPACES.
061100     05 WCE-LAST-NAME            PIC X(15).
061200     05 WCE-COL-DIV-4            PIC X(01) VALUE SPACES.
061300     05 WCE-FIRST-NAME           PIC X(10).
061400     05 WCE-COL-DIV-5            PIC X(02) VALUE SPACES.
061500     05 WCE-RATING-CODE          PIC X(01).
061600     05 WCE-COL-DIV-6            PIC X(02) VALUE SPACES.
061700     05 WCE-MESSAGE              PIC X(30).
061800     05 WCE-FILLER               PIC X(49) VALUE SPACES.
061900
062000 01  WS-CALC-COUNT-LINE.
062100     05 WCC-ASA-CODE             PIC X(01) VALUE ' '.
062200     05 WCC-LABEL                PIC X(26).
062300     05 WCC-COUNT                PIC Z,ZZZ,ZZ9.
062400     05 WCC-FILLER               PIC X(97) VALUE SPACES.
062500
062600 01  WS-CALC-AMOUNT-LINE.
062700     05 WCA-ASA-CODE             PIC X(01) VALUE ' '.
062800     05 WCA-LABEL                PIC X(26).
062900     05 WCA-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
063000     05 WCA-FILLER               PIC X(89) VALUE SPACES.
063100
063200*************** FINANCE SIGNS THE WORKSHEET BEFORE LAB14 IS
063250*************** RELEASED
063300 01  WS-CALC-SIGNOFF-1.
063400     05 WCS1-ASA-CODE            PIC X(01) VALUE '-'.
063500     05 WCS1-TEXT                PIC X(66) VALUE
063600        'PREPARED BY: ______________________    DATE: __________'.
063700     05 WCS1-FILLER              PIC X(66) VALUE SPACES.
063800
063900 01  WS-CALC-SIGNOFF-2.
064000     05 WCS2-ASA-CODE            PIC X(01) VALUE '-'.
064100     05 WCS2-TEXT                PIC X(66) VALUE
064200        'FINANCE APPROVAL: _________________    DATE: __________'.
064300     05 WCS2-NOTE                PIC X(66) VALUE
064400        'APPROVE BEFORE LAB14 RUNS THE CALCBON FEED'.
064500
064600*************** TRANSMISSION HANDSHAKE AROUND THE CALCULATED
064700*************** FEED, SO IT PASSES LAB14'S TRAILER VERIFICATION
064800*************** WITH NO HAND EDITS.
064900 01  WS-CALC-FEED-HEADER.
065000     05 WCF-H-FEED-DATE          PIC X(08).
065100     05 WCF-H-SOURCE-SYSTEM      PIC X(08) VALUE 'LAB50'.
065200     05 FILLER                   PIC X(37) VALUE SPACES.
065300     05 WCF-H-RECORD-TYPE        PIC X(01) VALUE 'H'.
065400     05 FILLER                   PIC X(22) VALUE SPACES.
065500
065600 01  WS-CALC-FEED-TRAILER.
065700     05 WCF-T-RECORD-COUNT       PIC 9(07).
065800     05 WCF-T-GROSS-TOTAL        PIC 9(11)V99.
065900     05 FILLER                   PIC X(33) VALUE SPACES.
066000     05 WCF-T-RECORD-TYPE        PIC X(01) VALUE 'T'.
066100     05 FILLER                   PIC X(22) VALUE SPACES.
066200
066300 01  WS-END-OF-WORKING-STORAGE.
066400     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
066500        'LAB50 WORKING STORAGE ENDS HERE'.
066600*****************************************************************
066700*          L I N K A G E
066800*****************************************************************
066900
067000 LINKAGE SECTION.
067100
067200 01  LS-PLAN-YEAR                PIC X(04).
067300*                         'YYYY' - THE PERFORMANCE YEAR WHOSE PLAN
067400*                         ROWS ARE APPLIED AND OVER WHICH SERVICE
067500*                         IS PRORATED.  SUPPLIED VIA THE EXEC
067550*                         PARM.
067600
067700*****************************************************************
067800*          P R O C E D U R E     D I V I S I O N
067900*****************************************************************
068000
068100 PROCEDURE DIVISION USING LS-PLAN-YEAR.
068200 0000-MAINLINE.
068300     PERFORM 1000-INITIALIZATION     THRU 1000-EXIT
068400     PERFORM 1500-SORT-RESULTS       THRU 1500-EXIT
068500     PERFORM 3000-WRITE-FOOTERS      THRU 3000-EXIT
068600     PERFORM 4000-TERMINATE          THRU 4000-EXIT
068700     GOBACK
068800
068900     .
069000*****************************************************************
069100*  INITIALIZATION - EDIT THE YEAR, OPEN FILES, LOAD THE TABLES
069200*****************************************************************
069300
069400 1000-INITIALIZATION.
069500     IF LS-PLAN-YEAR IS NUMERIC THEN
069600         MOVE LS-PLAN-YEAR TO WS-PLAN-YEAR-9
069700     ELSE
069800         DISPLAY 'LAB50 PLAN YEAR MUST BE YYYY, GOT: '
069900             LS-PLAN-YEAR
070000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
070100         MOVE '- BAD PLAN YEAR, ' TO WS-ABORT-MSG-EDESC
070200         MOVE '  ' TO WS-ABORT-MSG-SYSRC
070300         MOVE 5001 TO RETURN-CODE
070400         PERFORM 9999-ABORT THRU 9999-EXIT
070500     END-IF
070600
070700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
070800     COMPUTE WS-YEAR-START-9 = WS-PLAN-YEAR-9 * 10000 + 0101
070900     COMPUTE WS-YEAR-END-9   = WS-PLAN-YEAR-9 * 10000 + 1231
071000     COMPUTE WS-DAYS-IN-YEAR =
071100         FUNCTION INTEGER-OF-DATE (WS-YEAR-END-9)
071200       - FUNCTION INTEGER-OF-DATE (WS-YEAR-START-9) + 1
071300
071400     PERFORM 1100-LOAD-PLAN-TABLE   THRU 1100-EXIT
071500     PERFORM 1200-LOAD-DEPT-BUDGETS THRU 1200-EXIT
071600
071700     OPEN OUTPUT FEED-FILE
071800     IF WS-FEDFILE-STATUS-CODE = '00' THEN
071900         CONTINUE
072000     ELSE
072100         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
072200         MOVE 'OPENING FEED-FILE, ' TO WS-ABORT-MSG-EDESC
072300         MOVE WS-FEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
072400         MOVE 5002 TO RETURN-CODE
072500         PERFORM 9999-ABORT THRU 9999-EXIT
072600     END-IF
072700
072800     MOVE WS-RUN-DATE         TO WCF-H-FEED-DATE
072900     MOVE WS-CALC-FEED-HEADER TO FEED-RECORD
073000     WRITE FEED-RECORD
073100     IF WS-FEDFILE-STATUS-CODE = '00' THEN
073200         CONTINUE
073300     ELSE
073400         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
073500         MOVE 'WRITING FEED HEADER, ' TO WS-ABORT-MSG-EDESC
073600         MOVE WS-FEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
073700         MOVE 5004 TO RETURN-CODE
073800         PERFORM 9999-ABORT THRU 9999-EXIT
073900     END-IF
074000
074100     OPEN OUTPUT CALC-REPORT
074200     IF WS-RPTFILE-STATUS-CODE = '00' THEN
074300         CONTINUE
074400     ELSE
074500         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
074600         MOVE 'OPENING CALC-REPORT, ' TO WS-ABORT-MSG-EDESC
074700         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
074800         MOVE 5003 TO RETURN-CODE
074900         PERFORM 9999-ABORT THRU 9999-EXIT
075000     END-IF
075100
075200     MOVE LS-PLAN-YEAR        TO WC1-PLAN-YEAR
075300     MOVE WS-RUN-DATE (1:4)   TO WC1-BUDGET-YEAR
075400     MOVE WS-RUN-DATE         TO WC1-RUN-DATE
075500     MOVE WS-CALC-HEADER-1    TO CALC-RECORD
075600     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
075700     MOVE WS-CALC-HEADER-2    TO CALC-RECORD
075800     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
075900
076000     .
076100 1000-EXIT.
076200     EXIT.
076300*****************************************************************
076400*  LOAD THE PLAN YEAR'S ROWS FROM THE BONUS PLAN MASTER
076500*****************************************************************
076600
076700 1100-LOAD-PLAN-TABLE.
076800     OPEN INPUT PLAN-FILE
076900     IF WS-PLNFILE-STATUS-CODE = '00' THEN
077000         CONTINUE
077100     ELSE
077200         MOVE '1100-LOAD-PLAN-TABLE, ' TO WS-ABORT-MSG-PGRPH
077300         MOVE 'OPENING PLAN-FILE, ' TO WS-ABORT-MSG-EDESC
077400         MOVE WS-PLNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
077500         MOVE 5005 TO RETURN-CODE
077600         PERFORM 9999-ABORT THRU 9999-EXIT
077700     END-IF
077800
077900     PERFORM 8000-READ-PLAN-FILE THRU 8000-EXIT
078000
078100     PERFORM 1110-LOAD-ONE-PLAN-ROW THRU 1110-EXIT
078200         UNTIL WS-PLAN-EOF
078300
078400     CLOSE PLAN-FILE
078500
078600*************** NOTHING CAN BE CALCULATED WITHOUT A PLAN - SET THE
078700*************** YEAR UP THROUGH LAB49 AND RERUN.
078800     IF WS-PLAN-COUNT = ZERO THEN
078900         DISPLAY 'LAB50 NO PLAN ROWS ON BONPLAN FOR ' LS-PLAN-YEAR
079000         MOVE '1100-LOAD-PLAN-TABLE, ' TO WS-ABORT-MSG-PGRPH
079100         MOVE '- NO PLANS FOR PLAN YEAR, ' TO WS-ABORT-MSG-EDESC
079200         MOVE '  ' TO WS-ABORT-MSG-SYSRC
079300         MOVE 5010 TO RETURN-CODE
079400         PERFORM 9999-ABORT THRU 9999-EXIT
079500     END-IF
079600
079700     .
079800 1100-EXIT.
079900     EXIT.
080000*****************************************************************
080100*  TABLE ONE PLAN MASTER ROW WHEN IT BELONGS TO THE PLAN YEAR
080200*****************************************************************
080300
080400 1110-LOAD-ONE-PLAN-ROW.
080500     IF PM-PLAN-YEAR = LS-PLAN-YEAR THEN
080600         EVALUATE TRUE
080700             WHEN PM-PLAN-ROW
080800                 PERFORM 1120-ADD-PLAN THRU 1120-EXIT
080900             WHEN PM-RATING-ROW
081000                 PERFORM 1130-ADD-RATING THRU 1130-EXIT
081100             WHEN PM-DEPT-CAP-ROW
081200                 PERFORM 1140-ADD-DEPT-CAP THRU 1140-EXIT
081300         END-EVALUATE
081400     END-IF
081500
081600     PERFORM 8000-READ-PLAN-FILE THRU 8000-EXIT
081700
081800     .
081900 1110-EXIT.
082000     EXIT.
082100*****************************************************************
082200*  TABLE A PLAN ROW - NAME, PRORATION AND MINIMUM SERVICE
082300*****************************************************************
082400
082500 1120-ADD-PLAN.
082600     IF WS-PLAN-COUNT NOT < WS-C-PLAN-TABLE-SIZE THEN
082700         MOVE '1120-ADD-PLAN, ' TO WS-ABORT-MSG-PGRPH
082800         MOVE '- PLAN TABLE FULL, ' TO WS-ABORT-MSG-EDESC
082900         MOVE '  ' TO WS-ABORT-MSG-SYSRC
083000         MOVE 5011 TO RETURN-CODE
083100         PERFORM 9999-ABORT THRU 9999-EXIT
083200     END-IF
083300
083400     ADD +1 TO WS-PLAN-COUNT
083500     SET PT-NDX TO WS-PLAN-COUNT
083600     MOVE PM-PLAN-CODE        TO PT-PLAN-CODE (PT-NDX)
083700     MOVE PM-PLAN-NAME        TO PT-PLAN-NAME (PT-NDX)
083800     MOVE PM-PRORATE-CODE     TO PT-PRORATE-CODE (PT-NDX)
083900     MOVE PM-MIN-SERVICE-DAYS TO PT-MIN-SERVICE-DAYS (PT-NDX)
084000
084100     .
084200 1120-EXIT.
084300     EXIT.
084400*****************************************************************
084500*  TABLE A RATING ROW - TARGET PERCENT OF BASE SALARY
084600*****************************************************************
084700
084800 1130-ADD-RATING.
084900     IF WS-RATING-COUNT NOT < WS-C-RATING-TABLE-SIZE THEN
085000         MOVE '1130-ADD-RATING, ' TO WS-ABORT-MSG-PGRPH
085100         MOVE '- RATING TABLE FULL, ' TO WS-ABORT-MSG-EDESC
085200         MOVE '  ' TO WS-ABORT-MSG-SYSRC
085300         MOVE 5012 TO RETURN-CODE
085400         PERFORM 9999-ABORT THRU 9999-EXIT
085500     END-IF
085600
085700     ADD +1 TO WS-RATING-COUNT
085800     SET RT-NDX TO WS-RATING-COUNT
085900     MOVE PM-PLAN-CODE        TO RT-PLAN-CODE (RT-NDX)
086000     MOVE PM-ROW-CODE (1:1)   TO RT-RATING-CODE (RT-NDX)
086100     MOVE PM-TARGET-PCT       TO RT-TARGET-PCT (RT-NDX)
086200     MOVE PM-RATING-DESC      TO RT-RATING-DESC (RT-NDX)
086300
086400     .
086500 1130-EXIT.
086600     EXIT.
086700*****************************************************************
086800*  OPEN THE PLAN/DEPARTMENT HOLD ROW FOR A CAP ROW AND SET ITS CAP
086900*****************************************************************
087000
087100 1140-ADD-DEPT-CAP.
087200     MOVE PM-PLAN-CODE        TO WS-HOLD-PLAN
087300     MOVE PM-ROW-CODE         TO WS-HOLD-DEPT
087400     PERFORM 1180-FIND-HOLD-ENTRY THRU 1180-EXIT
087500     MOVE 'Y'                 TO PD-CAP-SWITCH (PD-NDX)
087600     MOVE PM-DEPT-CAP-AMT     TO PD-CAP-AMT (PD-NDX)
087700
087800     .
087900 1140-EXIT.
088000     EXIT.
088100*****************************************************************
088200*  POINT PD-NDX AT THE HOLD ROW FOR WS-HOLD-KEY, OPENING THE ROW
088300*  ON FIRST USE
088400*****************************************************************
088500
088600 1180-FIND-HOLD-ENTRY.
088700     SET PD-NDX TO 1
088800     SEARCH HOLD-ENTRY
088900         AT END
089000             PERFORM 1185-OPEN-HOLD-ENTRY THRU 1185-EXIT
089100         WHEN PD-KEY (PD-NDX) = WS-HOLD-KEY
089200             CONTINUE
089300     END-SEARCH
089400
089500     .
089600 1180-EXIT.
089700     EXIT.
089800*****************************************************************
089900*  OPEN THE NEXT HOLD ROW - UNCAPPED UNTIL A CAP ROW SAYS
089950*  OTHERWISE
090000*****************************************************************
090100
090200 1185-OPEN-HOLD-ENTRY.
090300     IF WS-HOLD-COUNT NOT < WS-C-HOLD-TABLE-SIZE THEN
090400         MOVE '1185-OPEN-HOLD-ENTRY, ' TO WS-ABORT-MSG-PGRPH
090500         MOVE '- HOLD TABLE FULL, ' TO WS-ABORT-MSG-EDESC
090600         MOVE '  ' TO WS-ABORT-MSG-SYSRC
090700         MOVE 5013 TO RETURN-CODE
090800         PERFORM 9999-ABORT THRU 9999-EXIT
090900     END-IF
091000
091100     ADD +1 TO WS-HOLD-COUNT
091200     SET PD-NDX TO WS-HOLD-COUNT
091300     MOVE WS-HOLD-KEY         TO PD-KEY (PD-NDX)
091400     MOVE 'N'                 TO PD-CAP-SWITCH (PD-NDX)
091500     MOVE ZERO                TO PD-CAP-AMT (PD-NDX)
091600                                 PD-TARGET-TOTAL (PD-NDX)
091700     MOVE WS-C-FULL-FACTOR    TO PD-FACTOR (PD-NDX)
091800
091900     .
092000 1185-EXIT.
092100     EXIT.
092200*****************************************************************
092300*  LOAD THE PAYOUT YEAR'S DEPARTMENT BUDGETS INTO CORE
092400*****************************************************************
092500
092600 1200-LOAD-DEPT-BUDGETS.
092700     OPEN INPUT BUDG-FILE
092800     EVALUATE WS-BUDFILE-STATUS-CODE
092900         WHEN '35'
093000*************** NO BUDGET MASTER ALLOCATED YET - NOTHING IS HELD
093100*************** TO A BUDGET AND EVERY DEPARTMENT IS FLAGGED.
093200             GO TO 1200-EXIT
093300         WHEN '00'
093400             CONTINUE
093500         WHEN OTHER
093600             MOVE '1200-LOAD-DEPT-BUDGETS, ' TO WS-ABORT-MSG-PGRPH
093700             MOVE 'OPENING BUDG-FILE, ' TO WS-ABORT-MSG-EDESC
093800             MOVE WS-BUDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
093900             MOVE 5008 TO RETURN-CODE
094000             PERFORM 9999-ABORT THRU 9999-EXIT
094100     END-EVALUATE
094200
094300     SET BG-NDX TO 1
094400     PERFORM 8300-READ-BUDG-FILE THRU 8300-EXIT
094500
094600     PERFORM 1210-LOAD-ONE-BUDGET THRU 1210-EXIT
094700         UNTIL WS-BUDG-EOF
094800
094900     CLOSE BUDG-FILE
095000
095100     .
095200 1200-EXIT.
095300     EXIT.
095400*****************************************************************
095500*  LOAD ONE BUDGET ROW WHEN IT BELONGS TO THE PAYOUT YEAR
095600*****************************************************************
095700
095800 1210-LOAD-ONE-BUDGET.
095900     IF BD-BUDGET-YEAR = WS-RUN-DATE (1:4) THEN
096000         IF WS-BUDG-COUNT NOT < WS-C-DEPT-TABLE-SIZE THEN
096100             MOVE '1210-LOAD-ONE-BUDGET, ' TO WS-ABORT-MSG-PGRPH
096200             MOVE '- BUDGET TABLE FULL, ' TO WS-ABORT-MSG-EDESC
096300             MOVE '  ' TO WS-ABORT-MSG-SYSRC
096400             MOVE 5014 TO RETURN-CODE
096500             PERFORM 9999-ABORT THRU 9999-EXIT
096600         END-IF
096700         MOVE BD-DEPT-CODE      TO BG-DEPT-CODE (BG-NDX)
096800         MOVE BD-MONTHLY-BUDGET TO BG-MONTHLY-BUDGET (BG-NDX)
096900         MOVE ZERO              TO BG-CAPPED-TOTAL (BG-NDX)
097000         MOVE WS-C-FULL-FACTOR  TO BG-FACTOR (BG-NDX)
097100         SET BG-NDX UP BY 1
097200         ADD +1 TO WS-BUDG-COUNT
097300     END-IF
097400
097500     PERFORM 8300-READ-BUDG-FILE THRU 8300-EXIT
097600
097700     .
097800 1210-EXIT.
097900     EXIT.
098000*****************************************************************
098100*  CALCULATE EVERY TARGET AND SORT INTO DEPARTMENT/PLAN/EMPLOYEE
098200*  SEQUENCE, EXCEPTIONS LAST
098300*****************************************************************
098400
098500 1500-SORT-RESULTS.
098600     SORT SORT-FILE
098700         ASCENDING KEY SR-RESULT-GROUP
098800         ASCENDING KEY SR-DEPT-CODE
098900         ASCENDING KEY SR-PLAN-CODE
099000         ASCENDING KEY SR-EMPLOYEE-ID
099100         INPUT PROCEDURE IS 1600-CALCULATE-TARGETS THRU 1600-EXIT
099200         OUTPUT PROCEDURE IS 2000-WRITE-RESULTS THRU 2000-EXIT
099300
099400     IF SORT-RETURN NOT = 0 THEN
099500         DISPLAY 'SORT ABENDED - SORT-RETURN = ', SORT-RETURN
099600     END-IF
099700
099800     .
099900 1500-EXIT.
100000     EXIT.
100100*****************************************************************
100200*  RELEASE A TARGET OR AN EXCEPTION FOR EVERY SALRATE RECORD.
100300*  BOTH FILES ARE IN EMPLOYEE-ID ORDER, SO THE HR MASTER IS
100400*  MATCHED CO-SEQUENTIALLY.
100500*****************************************************************
100600
100700 1600-CALCULATE-TARGETS.
100800     OPEN INPUT  SAL-FILE
100900     IF WS-SALFILE-STATUS-CODE = '00' THEN
101000         CONTINUE
101100     ELSE
101200         MOVE '1600-CALCULATE-TARGETS, ' TO WS-ABORT-MSG-PGRPH
101300         MOVE 'OPENING SAL-FILE, ' TO WS-ABORT-MSG-EDESC
101400         MOVE WS-SALFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
101500         MOVE 5006 TO RETURN-CODE
101600         PERFORM 9999-ABORT THRU 9999-EXIT
101700     END-IF
101800
101900     OPEN INPUT  HR-FILE
102000     IF WS-HRFILE-STATUS-CODE = '00' THEN
102100         CONTINUE
102200     ELSE
102300         MOVE '1600-CALCULATE-TARGETS, ' TO WS-ABORT-MSG-PGRPH
102400         MOVE 'OPENING HR-FILE, ' TO WS-ABORT-MSG-EDESC
102500         MOVE WS-HRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
102600         MOVE 5007 TO RETURN-CODE
102700         PERFORM 9999-ABORT THRU 9999-EXIT
102800     END-IF
102900
103000     PERFORM 8100-READ-SAL-FILE THRU 8100-EXIT
103100     PERFORM 8400-READ-HR-FILE  THRU 8400-EXIT
103200
103300     PERFORM 1610-CALCULATE-ONE-EMPLOYEE THRU 1610-EXIT
103400         UNTIL WS-SAL-EOF
103500
103600     CLOSE SAL-FILE, HR-FILE
103700
103800     .
103900 1600-EXIT.
104000     EXIT.
104100*****************************************************************
104200*  FIGURE ONE EMPLOYEE'S TARGET, RELEASE IT AND READ AHEAD
104300*****************************************************************
104400
104500 1610-CALCULATE-ONE-EMPLOYEE.
104600*************** A SALRATE OUT OF ORDER WOULD MISS THE HR MATCH FOR
104700*************** EVERY EMPLOYEE AFTER IT - RESORT THE EXTRACT.
104800     IF SL-EMPLOYEE-ID NOT > WS-LAST-EMPLOYEE-ID THEN
104900         DISPLAY 'SALRATE OUT OF SEQUENCE AT ' SL-EMPLOYEE-ID
105000         MOVE '1610-CALCULATE-ONE-EMPLOYEE, '
105100             TO WS-ABORT-MSG-PGRPH
105200         MOVE '- SALRATE OUT OF SEQUENCE, ' TO WS-ABORT-MSG-EDESC
105300         MOVE '  ' TO WS-ABORT-MSG-SYSRC
105400         MOVE 5015 TO RETURN-CODE
105500         PERFORM 9999-ABORT THRU 9999-EXIT
105600     END-IF
105700     MOVE SL-EMPLOYEE-ID TO WS-LAST-EMPLOYEE-ID
105800
105900     MOVE SPACES                  TO SORT-RECORD
106000     MOVE SL-EMPLOYEE-ID          TO SR-EMPLOYEE-ID
106100     MOVE SL-LAST-NAME            TO SR-LAST-NAME
106200     MOVE SL-FIRST-NAME           TO SR-FIRST-NAME
106300     MOVE SL-MID-INIT             TO SR-MID-INIT
106400     MOVE SL-PLAN-CODE            TO SR-PLAN-CODE
106500     MOVE SL-RATING-CODE          TO SR-RATING-CODE
106600     MOVE SL-FED-TAX-EXEMPT-CODE  TO SR-FED-TAX-EXEMPT-CODE
106700     MOVE SL-ST-TAX-EXEMPT-CODE   TO SR-ST-TAX-EXEMPT-CODE
106800     MOVE ZERO                    TO SR-BASE-SALARY
106900                                     SR-TARGET-PCT
107000                                     SR-SERVICE-DAYS
107100                                     SR-TARGET-AMT
107200     MOVE SPACES                  TO WS-EXCEPTION-TEXT
107300
107400     PERFORM 8400-READ-HR-FILE THRU 8400-EXIT
107500         UNTIL WS-HR-FILE-EOF
107600         OR HR-EMPLOYEE-ID NOT < SL-EMPLOYEE-ID
107700
107800     IF NOT WS-HR-FILE-EOF AND
107900        HR-EMPLOYEE-ID = SL-EMPLOYEE-ID THEN
108000         MOVE HR-DEPT-CODE        TO SR-DEPT-CODE
108100         MOVE HR-HOME-STATE       TO SR-STATE-CODE
108200         IF HR-DEPT-CODE = SPACES THEN
108300             MOVE 'NO DEPARTMENT ON THE HR MASTER'
108400                 TO WS-EXCEPTION-TEXT
108500         END-IF
108600     ELSE
108700         MOVE 'NOT ON THE HR MASTER' TO WS-EXCEPTION-TEXT
108800     END-IF
108900
109000     IF WS-EXCEPTION-TEXT = SPACES THEN
109100         PERFORM 1620-EDIT-SALARY-RECORD THRU 1620-EXIT
109200     END-IF
109300     IF WS-EXCEPTION-TEXT = SPACES THEN
109400         PERFORM 1630-FIND-PLAN-AND-RATING THRU 1630-EXIT
109500     END-IF
109600     IF WS-EXCEPTION-TEXT = SPACES THEN
109700         PERFORM 1640-MEASURE-SERVICE THRU 1640-EXIT
109800     END-IF
109900
110000     IF WS-EXCEPTION-TEXT = SPACES THEN
110100         PERFORM 1660-FIGURE-TARGET THRU 1660-EXIT
110200     END-IF
110300
110400     IF WS-EXCEPTION-TEXT = SPACES THEN
110500         SET SR-CALCULATED TO TRUE
110600         ADD +1 TO WS-CALCULATED-CTR
110700     ELSE
110800         SET SR-EXCEPTION TO TRUE
110900         MOVE WS-EXCEPTION-TEXT   TO SR-EXCEPTION-TEXT
111000         ADD +1 TO WS-EXCEPTION-CTR
111100     END-IF
111200     RELEASE SORT-RECORD
111300
111400     PERFORM 8100-READ-SAL-FILE THRU 8100-EXIT
111500
111600     .
111700 1610-EXIT.
111800     EXIT.
111900*****************************************************************
112000*  EDIT THE SALARY, DATES AND EXEMPT CODES ON THE SALRATE RECORD
112100*****************************************************************
112200
112300 1620-EDIT-SALARY-RECORD.
112400     IF SL-BASE-SALARY IS NOT NUMERIC OR
112500        SL-BASE-SALARY = ZERO THEN
112600         MOVE 'BASE SALARY MISSING OR INVALID'
112700             TO WS-EXCEPTION-TEXT
112800         GO TO 1620-EXIT
112900     END-IF
113000     MOVE SL-BASE-SALARY TO SR-BASE-SALARY
113100
113200     IF (SL-FED-TAX-EXEMPT-CODE NOT = 'Y' AND NOT = 'N') OR
113300        (SL-ST-TAX-EXEMPT-CODE  NOT = 'Y' AND NOT = 'N') THEN
113400         MOVE 'EXEMPT CODES MUST BE Y OR N' TO WS-EXCEPTION-TEXT
113500         GO TO 1620-EXIT
113600     END-IF
113700
113800     IF SL-HIRE-DATE IS NUMERIC THEN
113900         MOVE SL-HIRE-DATE TO WS-EDIT-DATE-9
114000         PERFORM 1650-EDIT-DATE THRU 1650-EXIT
114100     ELSE
114200         MOVE 'N' TO WS-DATE-VALID-SWITCH
114300     END-IF
114400     IF NOT WS-DATE-IS-VALID THEN
114500         MOVE 'HIRE DATE IS NOT A DATE' TO WS-EXCEPTION-TEXT
114600         GO TO 1620-EXIT
114700     END-IF
114800
114900     IF SL-TERM-DATE IS NOT NUMERIC THEN
115000         MOVE 'TERMINATION DATE IS NOT A DATE'
115100             TO WS-EXCEPTION-TEXT
115200         GO TO 1620-EXIT
115300     END-IF
115400     IF SL-TERM-DATE NOT = ZERO THEN
115500         MOVE SL-TERM-DATE TO WS-EDIT-DATE-9
115600         PERFORM 1650-EDIT-DATE THRU 1650-EXIT
115700         IF NOT WS-DATE-IS-VALID THEN
115800             MOVE 'TERMINATION DATE IS NOT A DATE'
115900                 TO WS-EXCEPTION-TEXT
116000         ELSE
116100             IF SL-TERM-DATE < SL-HIRE-DATE THEN
116200                 MOVE 'TERMINATED BEFORE HIRE DATE'
116300                     TO WS-EXCEPTION-TEXT
116400             END-IF
116500         END-IF
116600     END-IF
116700
116800     .
116900 1620-EXIT.
117000     EXIT.
117100*****************************************************************
117200*  FIND THE EMPLOYEE'S PLAN AND THE PLAN'S ROW FOR THE RATING
117300*****************************************************************
117400
117500 1630-FIND-PLAN-AND-RATING.
117600     MOVE 'N' TO WS-PLAN-FOUND-SWITCH
117700     SET PT-NDX TO 1
117800     SEARCH PLAN-ENTRY
117900         AT END
118000             CONTINUE
118100         WHEN PT-PLAN-CODE (PT-NDX) = SL-PLAN-CODE
118200             SET WS-PLAN-FOUND TO TRUE
118300     END-SEARCH
118400     IF NOT WS-PLAN-FOUND THEN
118500         MOVE 'PLAN NOT ON BONPLAN FOR THE YEAR'
118600             TO WS-EXCEPTION-TEXT
118700         GO TO 1630-EXIT
118800     END-IF
118900
119000     MOVE SL-PLAN-CODE   TO WS-RATING-PLAN
119100     MOVE SL-RATING-CODE TO WS-RATING-CODE
119200     MOVE 'N' TO WS-RATING-FOUND-SWITCH
119300     SET RT-NDX TO 1
119400     SEARCH RATING-ENTRY
119500         AT END
119600             CONTINUE
119700         WHEN RT-KEY (RT-NDX) = WS-RATING-KEY
119800             SET WS-RATING-FOUND TO TRUE
119900     END-SEARCH
120000     IF WS-RATING-FOUND THEN
120100         MOVE RT-TARGET-PCT (RT-NDX) TO SR-TARGET-PCT
120200     ELSE
120300         MOVE 'RATING NOT IN THE PLAN' TO WS-EXCEPTION-TEXT
120400     END-IF
120500
120600     .
120700 1630-EXIT.
120800     EXIT.
120900*****************************************************************
121000*  COUNT THE DAYS OF SERVICE IN THE PLAN YEAR AND HOLD THEM TO
121100*  THE PLAN'S MINIMUM
121200*****************************************************************
121300
121400 1640-MEASURE-SERVICE.
121500     IF SL-HIRE-DATE > WS-YEAR-START-9 THEN
121600         MOVE SL-HIRE-DATE    TO WS-SERVICE-FROM-9
121700     ELSE
121800         MOVE WS-YEAR-START-9 TO WS-SERVICE-FROM-9
121900     END-IF
122000     IF SL-TERM-DATE NOT = ZERO AND
122100        SL-TERM-DATE < WS-YEAR-END-9 THEN
122200         MOVE SL-TERM-DATE    TO WS-SERVICE-TO-9
122300     ELSE
122400         MOVE WS-YEAR-END-9   TO WS-SERVICE-TO-9
122500     END-IF
122600
122700     IF WS-SERVICE-FROM-9 > WS-SERVICE-TO-9 THEN
122800         MOVE ZERO TO WS-SERVICE-DAYS
122900     ELSE
123000         COMPUTE WS-SERVICE-DAYS =
123100             FUNCTION INTEGER-OF-DATE (WS-SERVICE-TO-9)
123200           - FUNCTION INTEGER-OF-DATE (WS-SERVICE-FROM-9) + 1
123300     END-IF
123400     MOVE WS-SERVICE-DAYS TO SR-SERVICE-DAYS
123500
123600     EVALUATE TRUE
123700         WHEN WS-SERVICE-DAYS = ZERO
123800             MOVE 'NO SERVICE IN THE PLAN YEAR'
123900                 TO WS-EXCEPTION-TEXT
124000         WHEN WS-SERVICE-DAYS < PT-MIN-SERVICE-DAYS (PT-NDX)
124100             MOVE 'BELOW THE PLAN MINIMUM SERVICE'
124200                 TO WS-EXCEPTION-TEXT
124300         WHEN OTHER
124400             CONTINUE
124500     END-EVALUATE
124600
124700     .
124800 1640-EXIT.
124900     EXIT.
125000*****************************************************************
125100*  EDIT WS-EDIT-DATE-9 AS A CALENDAR DATE
125200*****************************************************************
125300
125400 1650-EDIT-DATE.
125500     MOVE 'Y' TO WS-DATE-VALID-SWITCH
125600     IF WS-EDIT-YEAR  < 1601 OR
125700        WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12 OR
125800        WS-EDIT-DAY   < 01 OR WS-EDIT-DAY   > 31 THEN
125900         MOVE 'N' TO WS-DATE-VALID-SWITCH
126000         GO TO 1650-EXIT
126100     END-IF
126200
126300     COMPUTE WS-DATE-INTEGER =
126400         FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
126500     COMPUTE WS-DATE-CHECK-9 =
126600         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
126700     IF WS-DATE-CHECK-9 NOT = WS-EDIT-DATE-9 THEN
126800         MOVE 'N' TO WS-DATE-VALID-SWITCH
126900     END-IF
127000
127100     .
127200 1650-EXIT.
127300     EXIT.
127400*****************************************************************
127500*  TARGET = BASE SALARY X TARGET PERCENT, X THE SHARE OF THE YEAR
127600*  SERVED WHEN THE PLAN PRORATES.  ADD IT TO ITS HOLD ROW.
127700*****************************************************************
127800
127900 1660-FIGURE-TARGET.
128000     IF PT-PRORATE (PT-NDX) THEN
128100         MOVE WS-SERVICE-DAYS TO WS-PAID-DAYS
128200     ELSE
128300         MOVE WS-DAYS-IN-YEAR TO WS-PAID-DAYS
128400     END-IF
128500
128600     COMPUTE WS-TARGET-AMT ROUNDED =
128700         SL-BASE-SALARY * RT-TARGET-PCT (RT-NDX) * WS-PAID-DAYS
128800       / (WS-DAYS-IN-YEAR * 100)
128900
129000     IF WS-TARGET-AMT > WS-C-MAX-BONUS-AMT THEN
129100         MOVE 'TARGET TOO LARGE FOR THE FEED' TO WS-EXCEPTION-TEXT
129200         GO TO 1660-EXIT
129300     END-IF
129400     MOVE WS-TARGET-AMT TO SR-TARGET-AMT
129500     ADD WS-TARGET-AMT  TO WS-TOT-TARGET
129600
129700     MOVE SL-PLAN-CODE  TO WS-HOLD-PLAN
129800     MOVE HR-DEPT-CODE  TO WS-HOLD-DEPT
129900     PERFORM 1180-FIND-HOLD-ENTRY THRU 1180-EXIT
130000     ADD WS-TARGET-AMT  TO PD-TARGET-TOTAL (PD-NDX)
130100
130200     .
130300 1660-EXIT.
130400     EXIT.
130500*****************************************************************
130600*  SET THE HOLD FACTORS, THEN WRITE THE FEED AND THE WORKSHEET
130700*  FROM THE SORTED TARGETS
130800*****************************************************************
130900
131000 2000-WRITE-RESULTS.
131100     PERFORM 2050-SET-HOLD-FACTORS THRU 2050-EXIT
131200
131300     PERFORM 8200-READ-SORTED-RESULT THRU 8200-EXIT
131400
131500     PERFORM 2100-PROCESS-ONE-RESULT THRU 2100-EXIT
131600         UNTIL WS-SORT-EOF
131700
131800     PERFORM 2500-WRITE-PLAN-TOTAL THRU 2500-EXIT
131900     PERFORM 2600-WRITE-DEPT-TOTAL THRU 2600-EXIT
132000
132100     .
132200 2000-EXIT.
132300     EXIT.
132400*****************************************************************
132500*  STEP 1 - EACH PLAN/DEPARTMENT GROUP OVER ITS CAP IS SCALED TO
132600*  THE CAP.  STEP 2 - EACH DEPARTMENT WHOSE CAPPED GROUPS EXCEED
132700*  ITS MONTHLY BUDGET IS SCALED TO THE BUDGET.
132800*****************************************************************
132900
133000 2050-SET-HOLD-FACTORS.
133100     PERFORM 2060-SET-PLAN-FACTOR THRU 2060-EXIT
133200         VARYING PD-NDX FROM 1 BY 1
133300         UNTIL PD-NDX > WS-HOLD-COUNT
133400
133500     PERFORM 2070-SET-BUDGET-FACTOR THRU 2070-EXIT
133600         VARYING BG-NDX FROM 1 BY 1
133700         UNTIL BG-NDX > WS-BUDG-COUNT
133800
133900     .
134000 2050-EXIT.
134100     EXIT.
134200*****************************************************************
134300*  SET ONE GROUP'S CAP FACTOR AND ADD ITS CAPPED TOTAL TO THE
134400*  DEPARTMENT'S BUDGET ROW
134500*****************************************************************
134600
134700 2060-SET-PLAN-FACTOR.
134800     IF PD-CAPPED (PD-NDX) AND
134900        PD-TARGET-TOTAL (PD-NDX) > PD-CAP-AMT (PD-NDX) THEN
135000         COMPUTE PD-FACTOR (PD-NDX) =
135100             PD-CAP-AMT (PD-NDX) / PD-TARGET-TOTAL (PD-NDX)
135200     ELSE
135300         MOVE WS-C-FULL-FACTOR TO PD-FACTOR (PD-NDX)
135400     END-IF
135500
135600     COMPUTE WS-HELD-TOTAL =
135700         PD-TARGET-TOTAL (PD-NDX) * PD-FACTOR (PD-NDX)
135800     MOVE PD-DEPT-CODE (PD-NDX) TO WS-DEPT-KEY
135900     PERFORM 2080-FIND-BUDGET THRU 2080-EXIT
136000     IF WS-BUDG-FOUND THEN
136100         ADD WS-HELD-TOTAL TO BG-CAPPED-TOTAL (BG-NDX)
136200     END-IF
136300
136400     .
136500 2060-EXIT.
136600     EXIT.
136700*****************************************************************
136800*  SET ONE DEPARTMENT'S BUDGET FACTOR
136900*****************************************************************
137000
137100 2070-SET-BUDGET-FACTOR.
137200     IF BG-CAPPED-TOTAL (BG-NDX) > BG-MONTHLY-BUDGET (BG-NDX) THEN
137300         COMPUTE BG-FACTOR (BG-NDX) =
137400             BG-MONTHLY-BUDGET (BG-NDX) / BG-CAPPED-TOTAL (BG-NDX)
137500     ELSE
137600         MOVE WS-C-FULL-FACTOR TO BG-FACTOR (BG-NDX)
137700     END-IF
137800
137900     .
138000 2070-EXIT.
138100     EXIT.
138200*****************************************************************
138300*  POINT BG-NDX AT THE BUDGET ROW FOR WS-DEPT-KEY
138400*****************************************************************
138500
138600 2080-FIND-BUDGET.
138700     MOVE 'N' TO WS-BUDG-FOUND-SWITCH
138800     SET BG-NDX TO 1
138900     SEARCH BUDG-ENTRY
139000         AT END
139100             CONTINUE
139200         WHEN BG-DEPT-CODE (BG-NDX) = WS-DEPT-KEY
139300             SET WS-BUDG-FOUND TO TRUE
139400     END-SEARCH
139500
139600     .
139700 2080-EXIT.
139800     EXIT.
139900*****************************************************************
140000*  ONE SORTED RESULT - GROUP BREAKS, HOLD, FEED, WORKSHEET LINE
140100*****************************************************************
140200
140300 2100-PROCESS-ONE-RESULT.
140400     IF SR-EXCEPTION THEN
140500         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
140600         PERFORM 8200-READ-SORTED-RESULT THRU 8200-EXIT
140700         GO TO 2100-EXIT
140800     END-IF
140900
141000     IF SR-DEPT-CODE NOT = WS-CURRENT-DEPT OR
141100        SR-PLAN-CODE NOT = WS-CURRENT-PLAN THEN
141200         PERFORM 2500-WRITE-PLAN-TOTAL THRU 2500-EXIT
141300     END-IF
141400     IF SR-DEPT-CODE NOT = WS-CURRENT-DEPT THEN
141500         PERFORM 2600-WRITE-DEPT-TOTAL THRU 2600-EXIT
141600         MOVE SR-DEPT-CODE TO WS-CURRENT-DEPT
141700         MOVE SR-DEPT-CODE TO WS-DEPT-KEY
141800         PERFORM 2080-FIND-BUDGET THRU 2080-EXIT
141900         IF WS-BUDG-FOUND THEN
142000             MOVE BG-FACTOR (BG-NDX) TO WS-CUR-BUDG-FACTOR
142100         ELSE
142200             MOVE WS-C-FULL-FACTOR   TO WS-CUR-BUDG-FACTOR
142300         END-IF
142400     END-IF
142500     IF SR-PLAN-CODE NOT = WS-CURRENT-PLAN OR
142600        WS-PD-EMP-CTR = ZERO THEN
142700         MOVE SR-PLAN-CODE TO WS-CURRENT-PLAN
142800         MOVE SR-PLAN-CODE TO WS-HOLD-PLAN
142900         MOVE SR-DEPT-CODE TO WS-HOLD-DEPT
143000         PERFORM 1180-FIND-HOLD-ENTRY THRU 1180-EXIT
143100         MOVE PD-FACTOR (PD-NDX) TO WS-CUR-PLAN-FACTOR
143200     END-IF
143300
143400     PERFORM 2200-APPLY-HOLD THRU 2200-EXIT
143500
143600     IF WS-FINAL-AMT > ZERO THEN
143700         PERFORM 2300-WRITE-FEED-DETAIL THRU 2300-EXIT
143800     END-IF
143900
144000     MOVE SPACES                  TO WS-CALC-DETAIL
144100     MOVE SR-DEPT-CODE            TO WCD-DEPT-CODE
144200     MOVE SR-PLAN-CODE            TO WCD-PLAN-CODE
144300     MOVE SR-EMPLOYEE-ID          TO WCD-EMPLOYEE-ID
144400     MOVE SR-LAST-NAME            TO WCD-LAST-NAME
144500     MOVE SR-FIRST-NAME           TO WCD-FIRST-NAME
144600     MOVE SR-RATING-CODE          TO WCD-RATING-CODE
144700     MOVE SR-BASE-SALARY          TO WCD-BASE-SALARY
144800     MOVE SR-TARGET-PCT           TO WCD-TARGET-PCT
144900     MOVE SR-SERVICE-DAYS         TO WCD-SERVICE-DAYS
145000     MOVE SR-TARGET-AMT           TO WCD-TARGET-AMT
145100     MOVE WS-FINAL-AMT            TO WCD-FINAL-AMT
145200     MOVE WS-CALC-DETAIL          TO CALC-RECORD
145300     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
145400
145500     ADD +1            TO WS-PD-EMP-CTR
145600     ADD SR-TARGET-AMT TO WS-PD-TARGET
145700     ADD WS-FINAL-AMT  TO WS-PD-FINAL
145800     ADD +1            TO WS-DP-EMP-CTR
145900     ADD SR-TARGET-AMT TO WS-DP-TARGET
146000     ADD WS-FINAL-AMT  TO WS-DP-FINAL
146100
146200     PERFORM 8200-READ-SORTED-RESULT THRU 8200-EXIT
146300
146400     .
146500 2100-EXIT.
146600     EXIT.
146700*****************************************************************
146800*  FINAL AMOUNT = TARGET X CAP FACTOR X BUDGET FACTOR, TRUNCATED
146900*****************************************************************
147000
147100 2200-APPLY-HOLD.
147200     MOVE SPACES TO WCD-MESSAGE
147300     COMPUTE WS-FINAL-AMT =
147400         SR-TARGET-AMT * WS-CUR-PLAN-FACTOR * WS-CUR-BUDG-FACTOR
147500
147600     EVALUATE TRUE
147700         WHEN SR-TARGET-AMT = ZERO
147800             ADD +1 TO WS-ZERO-TARGET-CTR
147900             MOVE 'ZERO TARGET'          TO WCD-MESSAGE
148000         WHEN WS-FINAL-AMT = SR-TARGET-AMT
148100             CONTINUE
148200         WHEN WS-FINAL-AMT = ZERO
148300             ADD +1 TO WS-HELD-CTR
148400             MOVE 'HELD TO ZERO'         TO WCD-MESSAGE
148500         WHEN WS-CUR-PLAN-FACTOR < WS-C-FULL-FACTOR AND
148600              WS-CUR-BUDG-FACTOR < WS-C-FULL-FACTOR
148700             ADD +1 TO WS-HELD-CTR
148800             MOVE 'HELD TO CAP + BUDGET' TO WCD-MESSAGE
148900         WHEN WS-CUR-PLAN-FACTOR < WS-C-FULL-FACTOR
149000             ADD +1 TO WS-HELD-CTR
149100             MOVE 'HELD TO PLAN CAP'     TO WCD-MESSAGE
149200         WHEN OTHER
149300             ADD +1 TO WS-HELD-CTR
149400             MOVE 'HELD TO DEPT BUDGET'  TO WCD-MESSAGE
149500     END-EVALUATE
149600
149700     .
149800 2200-EXIT.
149900     EXIT.
150000*****************************************************************
150100*  WRITE ONE NORMAL BONUS RECORD TO THE FEED
150200*****************************************************************
150300
150400 2300-WRITE-FEED-DETAIL.
150500     MOVE SPACES                  TO FEED-RECORD
150600     MOVE SR-STATE-CODE           TO FB-STATE-CODE
150700     MOVE SR-LAST-NAME            TO FB-LAST-NAME
150800     MOVE SR-FIRST-NAME           TO FB-FIRST-NAME
150900     MOVE SR-MID-INIT             TO FB-MID-INIT
151000     MOVE WS-FINAL-AMT            TO FB-BONUS-AMT
151100     MOVE SR-FED-TAX-EXEMPT-CODE  TO FB-FED-TAX-EXEMPT-CODE
151200     MOVE SR-ST-TAX-EXEMPT-CODE   TO FB-ST-TAX-EXEMPT-CODE
151300     MOVE SR-EMPLOYEE-ID          TO FB-EMPLOYEE-ID
151400     SET FB-NORMAL-BONUS          TO TRUE
151500     SET FB-REGULAR-BONUS         TO TRUE
151600     MOVE ZERO                    TO FB-SPLIT-PCT
151700     PERFORM 8600-WRITE-FEED-RECORD THRU 8600-EXIT
151800
151900     ADD +1           TO WS-FEED-WRITTEN
152000     ADD WS-FINAL-AMT TO WS-FEED-GROSS-TOTAL
152100
152200     .
152300 2300-EXIT.
152400     EXIT.
152500*****************************************************************
152600*  LIST ONE EXCEPTION - THE FIRST CLOSES THE LAST GROUP AND
152700*  STARTS THE EXCEPTION SECTION
152800*****************************************************************
152900
153000 2400-PRINT-EXCEPTION.
153100     IF NOT WS-IN-EXCEPTIONS THEN
153200         PERFORM 2500-WRITE-PLAN-TOTAL THRU 2500-EXIT
153300         PERFORM 2600-WRITE-DEPT-TOTAL THRU 2600-EXIT
153400         SET WS-IN-EXCEPTIONS TO TRUE
153500         MOVE WS-CALC-EXCEPT-HEADER TO CALC-RECORD
153600         PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
153700     END-IF
153800
153900     MOVE SPACES                  TO WS-CALC-EXCEPTION
154000     MOVE SR-DEPT-CODE            TO WCE-DEPT-CODE
154100     MOVE SR-PLAN-CODE            TO WCE-PLAN-CODE
154200     MOVE SR-EMPLOYEE-ID          TO WCE-EMPLOYEE-ID
154300     MOVE SR-LAST-NAME            TO WCE-LAST-NAME
154400     MOVE SR-FIRST-NAME           TO WCE-FIRST-NAME
154500     MOVE SR-RATING-CODE          TO WCE-RATING-CODE
154600     MOVE SR-EXCEPTION-TEXT       TO WCE-MESSAGE
154700     MOVE WS-CALC-EXCEPTION       TO CALC-RECORD
154800     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
154900
155000     .
155100 2400-EXIT.
155200     EXIT.
155300*****************************************************************
155400*  WRITE THE PLAN/DEPARTMENT GROUP TOTAL AND RESET IT
155500*****************************************************************
155600
155700 2500-WRITE-PLAN-TOTAL.
155800     IF WS-PD-EMP-CTR = ZERO THEN
155900         GO TO 2500-EXIT
156000     END-IF
156100
156200     MOVE WS-CURRENT-PLAN        TO WCP-PLAN-CODE
156300     MOVE WS-CURRENT-DEPT        TO WCP-DEPT-CODE
156400     MOVE WS-PD-EMP-CTR          TO WCP-EMP-COUNT
156500     IF PD-CAPPED (PD-NDX) THEN
156600         MOVE PD-CAP-AMT (PD-NDX) TO WCP-CAP-AMT
156700     ELSE
156800         MOVE '         NONE'    TO WCP-CAP-NONE
156900     END-IF
157000     MOVE WS-PD-TARGET           TO WCP-TARGET
157100     MOVE WS-PD-FINAL            TO WCP-FINAL
157200     MOVE WS-CUR-PLAN-FACTOR     TO WCP-FACTOR
157300     MOVE WS-CALC-PLAN-TOTAL     TO CALC-RECORD
157400     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
157500
157600     MOVE ZERO TO WS-PD-EMP-CTR
157700                  WS-PD-TARGET
157800                  WS-PD-FINAL
157900
158000     .
158100 2500-EXIT.
158200     EXIT.
158300*****************************************************************
158400*  WRITE THE DEPARTMENT TOTAL AGAINST ITS BUDGET AND RESET IT
158500*****************************************************************
158600
158700 2600-WRITE-DEPT-TOTAL.
158800     IF WS-DP-EMP-CTR = ZERO THEN
158900         GO TO 2600-EXIT
159000     END-IF
159100
159200     MOVE WS-CURRENT-DEPT        TO WCT-DEPT-CODE
159300     MOVE WS-DP-EMP-CTR          TO WCT-EMP-COUNT
159400     MOVE WS-CURRENT-DEPT        TO WS-DEPT-KEY
159500     PERFORM 2080-FIND-BUDGET THRU 2080-EXIT
159600     IF WS-BUDG-FOUND THEN
159700         MOVE BG-MONTHLY-BUDGET (BG-NDX) TO WCT-BUDGET-AMT
159800     ELSE
159900         MOVE 'NONE-NOT HELD'    TO WCT-BUDGET-NONE
160000         ADD +1 TO WS-NO-BUDGET-CTR
160100     END-IF
160200     MOVE WS-DP-TARGET           TO WCT-TARGET
160300     MOVE WS-DP-FINAL            TO WCT-FINAL
160400     MOVE WS-CUR-BUDG-FACTOR     TO WCT-FACTOR
160500     MOVE WS-CALC-DEPT-TOTAL     TO CALC-RECORD
160600     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
160700
160800     MOVE ZERO TO WS-DP-EMP-CTR
160900                  WS-DP-TARGET
161000                  WS-DP-FINAL
161100
161200     .
161300 2600-EXIT.
161400     EXIT.
161500*****************************************************************
161600*  WRITE THE WORKSHEET COUNTS, TOTALS AND SIGN-OFF LINES
161700*****************************************************************
161800
161900 3000-WRITE-FOOTERS.
162000     MOVE '-'                          TO WCC-ASA-CODE
162100     MOVE 'SALRATE RECORDS READ:'      TO WCC-LABEL
162200     MOVE WS-SAL-IN                    TO WCC-COUNT
162300     MOVE WS-CALC-COUNT-LINE           TO CALC-RECORD
162400     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
162500
162600     MOVE ' '                          TO WCC-ASA-CODE
162700     MOVE 'TARGETS CALCULATED:'        TO WCC-LABEL
162800     MOVE WS-CALCULATED-CTR            TO WCC-COUNT
162900     MOVE WS-CALC-COUNT-LINE           TO CALC-RECORD
163000     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
163100
163200     MOVE 'ZERO TARGETS:'              TO WCC-LABEL
163300     MOVE WS-ZERO-TARGET-CTR           TO WCC-COUNT
163400     MOVE WS-CALC-COUNT-LINE           TO CALC-RECORD
163500     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
163600
163700     MOVE 'AMOUNTS HELD:'              TO WCC-LABEL
163800     MOVE WS-HELD-CTR                  TO WCC-COUNT
163900     MOVE WS-CALC-COUNT-LINE           TO CALC-RECORD
164000     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
164100
164200     MOVE 'DEPTS WITH NO BUDGET:'      TO WCC-LABEL
164300     MOVE WS-NO-BUDGET-CTR             TO WCC-COUNT
164400     MOVE WS-CALC-COUNT-LINE           TO CALC-RECORD
164500     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
164600
164700     MOVE 'EXCEPTIONS (NOT FED):'      TO WCC-LABEL
164800     MOVE WS-EXCEPTION-CTR             TO WCC-COUNT
164900     MOVE WS-CALC-COUNT-LINE           TO CALC-RECORD
165000     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
165100
165200     MOVE 'FEED RECORDS WRITTEN:'      TO WCC-LABEL
165300     MOVE WS-FEED-WRITTEN              TO WCC-COUNT
165400     MOVE WS-CALC-COUNT-LINE           TO CALC-RECORD
165500     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
165600
165700     MOVE 'TOTAL TARGET:'              TO WCA-LABEL
165800     MOVE WS-TOT-TARGET                TO WCA-AMOUNT
165900     MOVE WS-CALC-AMOUNT-LINE          TO CALC-RECORD
166000     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
166100
166200     MOVE 'TOTAL FED (TRAILER GROSS):' TO WCA-LABEL
166300     MOVE WS-FEED-GROSS-TOTAL          TO WCA-AMOUNT
166400     MOVE WS-CALC-AMOUNT-LINE          TO CALC-RECORD
166500     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
166600
166700     MOVE WS-CALC-SIGNOFF-1            TO CALC-RECORD
166800     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
166900     MOVE WS-CALC-SIGNOFF-2            TO CALC-RECORD
167000     PERFORM 8500-WRITE-CALC-RECORD THRU 8500-EXIT
167100
167200     .
167300 3000-EXIT.
167400     EXIT.
167500*****************************************************************
167600*  TERMINATION - WRITE THE FEED TRAILER AND CLOSE
167700*****************************************************************
167800
167900 4000-TERMINATE.
168000     MOVE WS-FEED-WRITTEN      TO WCF-T-RECORD-COUNT
168100     MOVE WS-FEED-GROSS-TOTAL  TO WCF-T-GROSS-TOTAL
168200     MOVE WS-CALC-FEED-TRAILER TO FEED-RECORD
168300     PERFORM 8600-WRITE-FEED-RECORD THRU 8600-EXIT
168400
168500     CLOSE FEED-FILE, CALC-REPORT
168600
168700     DISPLAY '*** LAB50...TOTALS ***'
168800     DISPLAY 'SALRATE RECORDS READ     : ' WS-SAL-IN
168900     DISPLAY 'TARGETS CALCULATED       : ' WS-CALCULATED-CTR
169000     DISPLAY 'AMOUNTS HELD             : ' WS-HELD-CTR
169100     DISPLAY 'EXCEPTIONS               : ' WS-EXCEPTION-CTR
169200     DISPLAY 'FEED RECORDS WRITTEN     : ' WS-FEED-WRITTEN
169300     DISPLAY 'FEED GROSS TOTAL         : ' WS-FEED-GROSS-TOTAL
169400
169500     IF WS-EXCEPTION-CTR > ZERO THEN
169600         DISPLAY 'EXCEPTIONS ON THE WORKSHEET WERE NOT FED'
169700         MOVE 4 TO RETURN-CODE
169800     ELSE
169900         MOVE 0 TO RETURN-CODE
170000     END-IF
170100
170200     .
170300 4000-EXIT.
170400     EXIT.
170500*****************************************************************
170600*  READ BONUS PLAN MASTER ROUTINE
170700*****************************************************************
170800
170900 8000-READ-PLAN-FILE.
171000     READ PLAN-FILE
171100         AT END
171200             SET WS-PLAN-EOF TO TRUE
171300     END-READ
171400     IF WS-PLNFILE-STATUS-CODE = '00' OR
171500         WS-PLNFILE-STATUS-CODE = '10' THEN
171600         CONTINUE
171700     ELSE
171800         MOVE '8000-READ-PLAN-FILE, ' TO WS-ABORT-MSG-PGRPH
171900         MOVE 'READING PLAN-FILE, ' TO WS-ABORT-MSG-EDESC
172000         MOVE WS-PLNFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
172100         MOVE 8050 TO RETURN-CODE
172200         PERFORM 9999-ABORT THRU 9999-EXIT
172300     END-IF
172400
172500     .
172600 8000-EXIT.
172700     EXIT.
172800*****************************************************************
172900*  READ SALARY AND RATING ROUTINE
173000*****************************************************************
173100
173200 8100-READ-SAL-FILE.
173300     READ SAL-FILE
173400         AT END
173500             SET WS-SAL-EOF TO TRUE
173600         NOT AT END
173700             ADD +1 TO WS-SAL-IN
173800     END-READ
173900     IF WS-SALFILE-STATUS-CODE = '00' OR
174000         WS-SALFILE-STATUS-CODE = '10' THEN
174100         CONTINUE
174200     ELSE
174300         MOVE '8100-READ-SAL-FILE, ' TO WS-ABORT-MSG-PGRPH
174400         MOVE 'READING SAL-FILE, ' TO WS-ABORT-MSG-EDESC
174500         MOVE WS-SALFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
174600         MOVE 8150 TO RETURN-CODE
174700         PERFORM 9999-ABORT THRU 9999-EXIT
174800     END-IF
174900
175000     .
175100 8100-EXIT.
175200     EXIT.
175300*****************************************************************
175400*  RETURN THE NEXT SORTED RESULT
175500*****************************************************************
175600
175700 8200-READ-SORTED-RESULT.
175800     RETURN SORT-FILE
175900         AT END
176000             SET WS-SORT-EOF TO TRUE
176100     END-RETURN
176200
176300     .
176400 8200-EXIT.
176500     EXIT.
176600*****************************************************************
176700*  READ DEPARTMENT BUDGET MASTER ROUTINE
176800*****************************************************************
176900
177000 8300-READ-BUDG-FILE.
177100     READ BUDG-FILE
177200         AT END
177300             SET WS-BUDG-EOF TO TRUE
177400     END-READ
177500     IF WS-BUDFILE-STATUS-CODE = '00' OR
177600         WS-BUDFILE-STATUS-CODE = '10' THEN
177700         CONTINUE
177800     ELSE
177900         MOVE '8300-READ-BUDG-FILE, ' TO WS-ABORT-MSG-PGRPH
178000         MOVE 'READING BUDG-FILE, ' TO WS-ABORT-MSG-EDESC
178100         MOVE WS-BUDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
178200         MOVE 8350 TO RETURN-CODE
178300         PERFORM 9999-ABORT THRU 9999-EXIT
178400     END-IF
178500
178600     .
178700 8300-EXIT.
178800     EXIT.
178900*****************************************************************
179000*  READ HR MASTER ROUTINE
179100*****************************************************************
179200
179300 8400-READ-HR-FILE.
179400     READ HR-FILE
179500         AT END
179600             SET WS-HR-FILE-EOF TO TRUE
179700     END-READ
179800     IF WS-HRFILE-STATUS-CODE = '00' OR
179900         WS-HRFILE-STATUS-CODE = '10' THEN
180000         CONTINUE
180100     ELSE
180200         MOVE '8400-READ-HR-FILE, ' TO WS-ABORT-MSG-PGRPH
180300         MOVE 'READING HR-FILE, ' TO WS-ABORT-MSG-EDESC
180400         MOVE WS-HRFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
180500         MOVE 8450 TO RETURN-CODE
180600         PERFORM 9999-ABORT THRU 9999-EXIT
180700     END-IF
180800
180900     .
181000 8400-EXIT.
181100     EXIT.
181200*****************************************************************
181300*  WRITE CALCULATION WORKSHEET RECORD
181400*****************************************************************
181500
181600 8500-WRITE-CALC-RECORD.
181700     WRITE CALC-RECORD
181800     IF WS-RPTFILE-STATUS-CODE = '00' THEN
181900         CONTINUE
182000     ELSE
182100         MOVE '8500-WRITE-CALC-RECORD, ' TO WS-ABORT-MSG-PGRPH
182200         MOVE 'WRITING TO CALC-REPORT, ' TO WS-ABORT-MSG-EDESC
182300         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
182400         MOVE 8550 TO RETURN-CODE
182500         PERFORM 9999-ABORT THRU 9999-EXIT
182600     END-IF
182700
182800     .
182900 8500-EXIT.
183000     EXIT.
183100*****************************************************************
183200*  WRITE BONUS FEED RECORD
183300*****************************************************************
183400
183500 8600-WRITE-FEED-RECORD.
183600     WRITE FEED-RECORD
183700     IF WS-FEDFILE-STATUS-CODE = '00' THEN
183800         CONTINUE
183900     ELSE
184000         MOVE '8600-WRITE-FEED-RECORD, ' TO WS-ABORT-MSG-PGRPH
184100         MOVE 'WRITING TO FEED-FILE, ' TO WS-ABORT-MSG-EDESC
184200         MOVE WS-FEDFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
184300         MOVE 8650 TO RETURN-CODE
184400         PERFORM 9999-ABORT THRU 9999-EXIT
184500     END-IF
184600
184700     .
184800 8600-EXIT.
184900     EXIT.
185000*****************************************************************
185100*  MAJOR ERROR HANDLING ROUTINE
185200*****************************************************************
185300
185400 9999-ABORT.
185500     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
185600     DISPLAY 'PROGRAM: LAB50, ', WS-ABORT-MSG-STRING, ', RC='
185700         WS-RETURN-CODE-DISPLAY
185800     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
185900
186000     .
186100 9999-EXIT.
186200     EXIT.
186300*****************************************************************
186400*  PHYSICAL END OF PROGRAM
186500*****************************************************************
