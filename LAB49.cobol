000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB49.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB49 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM MAINTAINS THE BONUS PLAN MASTER
001300*    =======  (BONPLAN) THE PLAN BONUS CALCULATION (LAB50)
001400*                APPLIES - EACH PLAN'S PRORATION RULE, ITS TARGET
001500*                PERCENT OF BASE SALARY BY PERFORMANCE RATING AND
001600*                ITS DEPARTMENT FUNDING CAPS.  IT APPLIES ADD/
001700*                CHANGE/DELETE TRANSACTIONS AGAINST THE OLD
001800*                MASTER AND WRITES A NEW ONE, WITH THE SAME
001900*                EDIT-AND-AUDIT DISCIPLINE LAB34 GIVES THE
002000*                LOCALITY TABLE - EVERY TRANSACTION IS EDITED AND
002100*                A BEFORE/AFTER AUDIT LISTING IS PRINTED.
002200*
002300*    NOTE:    THIS PROGRAM USES A STANDARD SEQUENTIAL
002400*    =====    OLD-MASTER/TRANSACTION MATCH-MERGE ON THE FULL
002500*             PLAN KEY - PLAN YEAR, PLAN CODE, ROW TYPE AND ROW
002600*             CODE - AND THE TRANSACTIONS MUST ARRIVE IN THE SAME
002700*             SEQUENCE.  THE ROW TYPE SAYS WHICH VIEW OF THE ROW
002800*             DATA A TRANSACTION CARRIES:
002900*               P - PLAN ROW, ROW CODE BLANK: PLAN NAME,
003000*                   PRORATION FLAG (Y/N) AND MINIMUM DAYS OF
003100*                   SERVICE IN THE PLAN YEAR.
003200*               R - RATING ROW, ROW CODE IS THE ONE-CHARACTER
003300*                   RATING: TARGET PERCENT OF BASE SALARY AND
003400*                   THE RATING DESCRIPTION.
003500*               D - DEPARTMENT CAP ROW, ROW CODE IS THE
003600*                   DEPARTMENT: MOST THE PLAN MAY PAY THERE.
003700*             A NEW PLAN YEAR IS SET UP BY ADDING ITS ROWS; THE
003800*             PRIOR YEAR'S ROWS STAY ON FILE UNTIL DELETED.
003900*
004000*    INPUT   OLD-MASTER      BONPLAN  (CURRENT BONUS PLAN MASTER)
004100*    =====   TRANS-FILE      PLANTRAN (ADD/CHANGE/DELETE TRANS)
004200*            LS-RUN-MODE     'T' = TRIAL RUN (PARM) - THE FULL
004300*                            MATCH-MERGE AND AUDIT LISTING RUN,
004400*                            BUT NEWPLAN IS A PROPOSAL ONLY AND
004500*                            THE STEP ENDS RC 4 SO THE SCHEDULER
004600*                            SKIPS THE PROMOTE STEP.
004700*
004800*    PROCESS 1. READ THE FIRST OLD MASTER AND TRANSACTION.
004900*    ======= 2. MATCH TRANSACTIONS AGAINST THE MASTER BY PLAN
005000*               KEY.
005100*            3. EDIT EACH TRANSACTION BEFORE APPLYING IT.
005200*            4. WRITE THE NEW MASTER AND THE AUDIT LISTING.
005300*
005400*    OUTPUT  NEW-MASTER      NEWPLAN  (UPDATED BONUS PLAN MASTER)
005500*    ======  AUDIT-REPORT    PLANAUDT (BEFORE/AFTER AUDIT LIST)
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
006700* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB49     000*
006800*****************************************************************
006900*
007000*****************************************************************
007100*         E N V I R O N M E N T     D I V I S I O N
007200*****************************************************************
007300 ENVIRONMENT DIVISION.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT OLD-MASTER     ASSIGN TO BONPLAN
007700            FILE STATUS IS WS-OLDMAST-STATUS-CODE.
007800     SELECT TRANS-FILE     ASSIGN TO PLANTRAN
007900            FILE STATUS IS WS-TRANS-STATUS-CODE.
008000     SELECT NEW-MASTER     ASSIGN TO NEWPLAN
008100            FILE STATUS IS WS-NEWMAST-STATUS-CODE.
008200     SELECT AUDIT-REPORT   ASSIGN TO PLANAUDT
008300            FILE STATUS IS WS-AUDIT-STATUS-CODE.
008400*****************************************************************
008500*                  D A T A     D I V I S I O N
008600*****************************************************************
008700 DATA DIVISION.
008800 FILE SECTION.
008900*****************************************************************
009000*    OLD-MASTER                                     INPUT
009100*****************************************************************
009200 FD  OLD-MASTER
009300     RECORDING F
009400     RECORD CONTAINS 80 CHARACTERS
009500     BLOCK CONTAINS 0 RECORDS.
009600
009700 COPY BPLNCMP REPLACING
009800     PL-RECORD              BY  OLD-MASTER-RECORD
009900     PL-KEY                 BY  OM-KEY
010000     PL-PLAN-YEAR           BY  OM-PLAN-YEAR
010100     PL-PLAN-CODE           BY  OM-PLAN-CODE
010200     PL-ROW-TYPE            BY  OM-ROW-TYPE
010300     PL-PLAN-ROW            BY  OM-PLAN-ROW
010400     PL-RATING-ROW          BY  OM-RATING-ROW
010500     PL-DEPT-CAP-ROW        BY  OM-DEPT-CAP-ROW
010600     PL-ROW-CODE            BY  OM-ROW-CODE
010700     PL-ROW-DATA            BY  OM-ROW-DATA
010800     PL-PLAN-DATA           BY  OM-PLAN-DATA
010900     PL-PLAN-NAME           BY  OM-PLAN-NAME
011000     PL-PRORATE-CODE        BY  OM-PRORATE-CODE
011100     PL-PRORATE             BY  OM-PRORATE
011200     PL-NO-PRORATE          BY  OM-NO-PRORATE
011300     PL-MIN-SERVICE-DAYS    BY  OM-MIN-SERVICE-DAYS
011400     PL-RATING-DATA         BY  OM-RATING-DATA
011500     PL-TARGET-PCT          BY  OM-TARGET-PCT
011600     PL-RATING-DESC         BY  OM-RATING-DESC
011700     PL-DEPT-CAP-DATA       BY  OM-DEPT-CAP-DATA
011800     PL-DEPT-CAP-AMT        BY  OM-DEPT-CAP-AMT.
011900
012000*****************************************************************
012100*    TRANS-FILE                                     INPUT
012200*****************************************************************
012300 FD  TRANS-FILE
012400     RECORDING F
012500     RECORD CONTAINS 90 CHARACTERS
012600     BLOCK CONTAINS 0 RECORDS.
012700
012800 01  TRANS-RECORD.
012900     05  TR-KEY.
013000         10  TR-PLAN-YEAR        PIC X(04).
013100         10  TR-PLAN-CODE        PIC X(04).
013200         10  TR-ROW-TYPE         PIC X(01).
013300             88  TR-DEPT-CAP-ROW         VALUE 'D'.
013400             88  TR-PLAN-ROW             VALUE 'P'.
013500             88  TR-RATING-ROW           VALUE 'R'.
013600         10  TR-ROW-CODE         PIC X(04).
013700     05  TR-ACTION-CODE          PIC X(01).
013800         88  TR-ADD                      VALUE 'A'.
013900         88  TR-CHANGE                   VALUE 'C'.
014000         88  TR-DELETE                   VALUE 'D'.
014100     05  TR-ROW-DATA             PIC X(67).
014200*                         LAID OUT AS PL-ROW-DATA FOR THE ROW TYPE
014300     05  TR-PLAN-DATA REDEFINES TR-ROW-DATA.
014400         10  TR-PLAN-NAME        PIC X(30).
014500         10  TR-PRORATE-CODE     PIC X(01).
014600             88  TR-PRORATE-VALID        VALUE 'Y' 'N'.
014700         10  TR-MIN-SERVICE-DAYS PIC 9(03).
014800         10  FILLER              PIC X(33).
014900     05  TR-RATING-DATA REDEFINES TR-ROW-DATA.
015000         10  TR-TARGET-PCT       PIC 9(03)V99.
015100         10  TR-RATING-DESC      PIC X(20).
015200         10  FILLER              PIC X(42).
015300     05  TR-DEPT-CAP-DATA REDEFINES TR-ROW-DATA.
015400         10  TR-DEPT-CAP-AMT     PIC 9(09)V99.
015500         10  FILLER              PIC X(56).
015600     05  FILLER                  PIC X(09).
015700
015800*****************************************************************
015900*    NEW-MASTER                                     OUTPUT
016000*****************************************************************
016100 FD  NEW-MASTER
016200     RECORDING F
016300     RECORD CONTAINS 80 CHARACTERS
016400     BLOCK CONTAINS 0 RECORDS.
016500
016600 COPY BPLNCMP REPLACING
016700     PL-RECORD              BY  NEW-MASTER-RECORD
016800     PL-KEY                 BY  NM-KEY
016900     PL-PLAN-YEAR           BY  NM-PLAN-YEAR
017000     PL-PLAN-CODE           BY  NM-PLAN-CODE
017100     PL-ROW-TYPE            BY  NM-ROW-TYPE
017200     PL-PLAN-ROW            BY  NM-PLAN-ROW
017300     PL-RATING-ROW          BY  NM-RATING-ROW
017400     PL-DEPT-CAP-ROW        BY  NM-DEPT-CAP-ROW
017500     PL-ROW-CODE            BY  NM-ROW-CODE
017600     PL-ROW-DATA            BY  NM-ROW-DATA
017700     PL-PLAN-DATA           BY  NM-PLAN-DATA
017800     PL-PLAN-NAME           BY  NM-PLAN-NAME
017900     PL-PRORATE-CODE        BY  NM-PRORATE-CODE
018000     PL-PRORATE             BY  NM-PRORATE
018100     PL-NO-PRORATE          BY  NM-NO-PRORATE
018200     PL-MIN-SERVICE-DAYS    BY  NM-MIN-SERVICE-DAYS
018300     PL-RATING-DATA         BY  NM-RATING-DATA
018400     PL-TARGET-PCT          BY  NM-TARGET-PCT
018500     PL-RATING-DESC         BY  NM-RATING-DESC
018600     PL-DEPT-CAP-DATA       BY  NM-DEPT-CAP-DATA
018700     PL-DEPT-CAP-AMT        BY  NM-DEPT-CAP-AMT.
018800
018900*****************************************************************
019000*    AUDIT-REPORT                                   OUTPUT
019100*****************************************************************
019200 FD  AUDIT-REPORT
019300     RECORDING F
019400     RECORD CONTAINS 133 CHARACTERS
019500     BLOCK CONTAINS 0 RECORDS.
019600
019700 01  AUDIT-RECORD.
019800     05  FILLER                  PIC X(133).
019900*****************************************************************
020000*    W O R K I N G - S T O R A G E
020100*****************************************************************
020200 WORKING-STORAGE SECTION.
020300
020400 01  WS-START-OF-WORKING-STORAGE.
020500     05 WS-START-OF-WS-MARKER           PIC X(37)
020600        VALUE 'LAB49 WORKING STORAGE BEGINS HERE'.
020700***********************
020800*  CONSTANTS          *
020900***********************
021000
021100 01  WS-CONSTANTS.
021200*************** A TARGET ABOVE TWICE BASE SALARY IS TAKEN AS A
021300*************** KEYING ERROR (PERCENT KEYED WITHOUT ITS DECIMALS)
021400     05  WS-C-MAX-TARGET-PCT     PIC 9(03)V99   VALUE 200.00.
021500     05  WS-C-MAX-SERVICE-DAYS   PIC 9(03)      VALUE 366.
021600
021700***********************
021800*  ERROR CODES        *
021900***********************
022000
022100 01  WS-ERROR-CODES.
022200     05  WS-OLDMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
022300     05  WS-TRANS-STATUS-CODE    PIC X(2)  VALUE '**'.
022400     05  WS-NEWMAST-STATUS-CODE  PIC X(2)  VALUE '**'.
022500     05  WS-AUDIT-STATUS-CODE    PIC X(2)  VALUE '**'.
022600     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
022700     05  WS-ABORT-CODE           PIC S9(1).
022800     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
022900
023000***********************
023100*  MESSAGE STRINGS    *
023200***********************
023300
023400 01  WS-ABORT-MSG-STRING.
023500     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
023600     05  WS-ABORT-MSG-EDESC      PIC X(28).
023700     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
023800     05  WS-ABORT-MSG-PGRPH      PIC X(28).
023900     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
024000     05  WS-ABORT-MSG-SYSRC      PIC X(02).
024100
024200***********************
024300*  SWITCHES           *
024400***********************
024500
024600 01  SWITCHES.
024700     05  WS-OLDMAST-SWITCH       PIC X(01) VALUE 'N'.
024800         88  WS-OLDMAST-EOF                VALUE 'Y'.
024900     05  WS-TRANS-SWITCH         PIC X(01) VALUE 'N'.
025000         88  WS-TRANS-EOF                  VALUE 'Y'.
025100     05  WS-TRANS-VALID-SWITCH   PIC X(01) VALUE 'Y'.
025200         88  WS-TRANS-IS-VALID             VALUE 'Y'.
025300     05  WS-PENDING-SWITCH       PIC X(01) VALUE 'N'.
025400         88  WS-MASTER-PENDING             VALUE 'Y'.
025500     05  WS-PENDING-DELETED-SW   PIC X(01) VALUE 'N'.
025600         88  WS-PENDING-DELETED            VALUE 'Y'.
025700     05  WS-PENDING-OLDMAST-SW   PIC X(01) VALUE 'N'.
025800         88  WS-PENDING-FROM-OLDMAST       VALUE 'Y'.
025900     05  WS-RUN-MODE-SWITCH      PIC X(01) VALUE ' '.
026000         88  WS-TRIAL-RUN                  VALUE 'T'.
026100
026200***********************
026300*  ACCUMULATORS       *
026400***********************
026500
026600 01  ACCUMULATORS.
026700     05  WS-MASTER-IN-CTR        PIC S9(05) COMP-3 VALUE +0.
026800     05  WS-MASTER-OUT-CTR       PIC S9(05) COMP-3 VALUE +0.
026900     05  WS-TRANS-IN-CTR         PIC S9(05) COMP-3 VALUE +0.
027000     05  WS-TRANS-ERROR-CTR      PIC S9(05) COMP-3 VALUE +0.
027100     05  WS-ADD-CTR              PIC S9(05) COMP-3 VALUE +0.
027200     05  WS-CHANGE-CTR           PIC S9(05) COMP-3 VALUE +0.
027300     05  WS-DELETE-CTR           PIC S9(05) COMP-3 VALUE +0.
027400
027500***********************
027600*  WORKING VALUES     *
027700***********************
027800
027900 01  WS-WORKING-VALUES.
028000     05  WS-BEFORE-TEXT          PIC X(30)  VALUE SPACES.
028100     05  WS-ERROR-TEXT           PIC X(36)  VALUE SPACES.
028200*************** MATCH KEY OF THE HELD MASTER BUFFER - THE FULL
028300*************** PLAN KEY, AS ON TR-KEY
028400     05  WS-PENDING-KEY          PIC X(13)  VALUE SPACES.
028500*************** ONE-LINE SUMMARY OF A ROW'S DATA FOR THE AUDIT
028600*************** LISTING, IN THE VIEW ITS ROW TYPE CALLS FOR
028700     05  WS-SUMMARY-TEXT         PIC X(30)  VALUE SPACES.
028800     05  WS-PLAN-SUMMARY REDEFINES WS-SUMMARY-TEXT.
028900         10  WSP-PLAN-NAME       PIC X(20).
029000         10  WSP-FILL-1          PIC X(01).
029100         10  WSP-PRORATE-LABEL   PIC X(02).
029200         10  WSP-PRORATE-CODE    PIC X(01).
029300         10  WSP-FILL-2          PIC X(01).
029400         10  WSP-MIN-DAYS-LABEL  PIC X(02).
029500         10  WSP-MIN-SERVICE-DAYS
029600                                 PIC 9(03).
029700     05  WS-RATING-SUMMARY REDEFINES WS-SUMMARY-TEXT.
029800         10  WSR-TARGET-PCT      PIC ZZ9.99.
029900         10  WSR-PCT-SIGN        PIC X(01).
030000         10  WSR-FILL-1          PIC X(01).
030100         10  WSR-RATING-DESC     PIC X(20).
030200         10  WSR-FILL-2          PIC X(02).
030300     05  WS-CAP-SUMMARY REDEFINES WS-SUMMARY-TEXT.
030400         10  WSC-DEPT-CAP-AMT    PIC ZZZ,ZZZ,ZZ9.99.
030500         10  WSC-FILL-1          PIC X(16).
030600
030700***********************
030800*  RECORD LAYOUTS     *
030900***********************
031000
031100*************** A ROW TO BE SUMMARIZED FOR THE AUDIT LISTING
031200 COPY BPLNCMP REPLACING
031300     PL-RECORD              BY  WS-SUMMARY-ROW
031400     PL-KEY                 BY  WK-KEY
031500     PL-PLAN-YEAR           BY  WK-PLAN-YEAR
031600     PL-PLAN-CODE           BY  WK-PLAN-CODE
031700     PL-ROW-TYPE            BY  WK-ROW-TYPE
031800     PL-PLAN-ROW            BY  WK-PLAN-ROW
031900     PL-RATING-ROW          BY  WK-RATING-ROW
032000     PL-DEPT-CAP-ROW        BY  WK-DEPT-CAP-ROW
032100     PL-ROW-CODE            BY  WK-ROW-CODE
032200     PL-ROW-DATA            BY  WK-ROW-DATA
032300     PL-PLAN-DATA           BY  WK-PLAN-DATA
032400     PL-PLAN-NAME           BY  WK-PLAN-NAME
032500     PL-PRORATE-CODE        BY  WK-PRORATE-CODE
032600     PL-PRORATE             BY  WK-PRORATE
032700     PL-NO-PRORATE          BY  WK-NO-PRORATE
032800     PL-MIN-SERVICE-DAYS    BY  WK-MIN-SERVICE-DAYS
032900     PL-RATING-DATA         BY  WK-RATING-DATA
033000     PL-TARGET-PCT          BY  WK-TARGET-PCT
033100     PL-RATING-DESC         BY  WK-RATING-DESC
033200     PL-DEPT-CAP-DATA       BY  WK-DEPT-CAP-DATA
033300     PL-DEPT-CAP-AMT        BY  WK-DEPT-CAP-AMT.
033400
033500 01  WS-AUDIT-HEADER-1.
033600     05 WAH1-ASA-CODE            PIC X(01) VALUE '1'.
033700     05 WAH1-TITLE               PIC X(45) VALUE
033800                  'BONUS PLAN MASTER MAINTENANCE AUDIT LIST'.
033900     05 WAH1-MODE                PIC X(34) VALUE SPACES.
034000     05 WAH1-LEGEND              PIC X(45) VALUE
034100                  'ROW TYPE  P = PLAN  R = RATING  D = DEPT CAP'.
034200     05 WAH1-FILLER              PIC X(08) VALUE SPACES.
034300
034400 01  WS-AUDIT-HEADER-2.
034500     05 WAH2-ASA-CODE            PIC X(01) VALUE '-'.
034600     05 WAH2-KEY-LABEL           PIC X(16) VALUE
034700                                 'YEAR PLAN T CODE'.
034800     05 WAH2-COL-DIV-1           PIC X(03) VALUE SPACES.
034900     05 WAH2-ACTION-LABEL        PIC X(06) VALUE 'ACTION'.
035000     05 WAH2-COL-DIV-2           PIC X(05) VALUE SPACES.
035100     05 WAH2-BEFORE-LABEL        PIC X(30) VALUE 'BEFORE'.
035200     05 WAH2-COL-DIV-3           PIC X(03) VALUE SPACES.
035300     05 WAH2-AFTER-LABEL         PIC X(30) VALUE 'AFTER'.
035400     05 WAH2-COL-DIV-4           PIC X(03) VALUE SPACES.
035500     05 WAH2-MESSAGE-LABEL       PIC X(07) VALUE 'MESSAGE'.
035600     05 WAH2-FILLER              PIC X(29) VALUE SPACES.
035700
035800 01  WS-AUDIT-DETAIL.
035900     05 WAD-ASA-CODE             PIC X(01) VALUE SPACES.
036000     05 WAD-KEY.
036100        10 WAD-PLAN-YEAR         PIC X(04).
036200        10 WAD-KEY-DIV-1         PIC X(01).
036300        10 WAD-PLAN-CODE         PIC X(04).
036400        10 WAD-KEY-DIV-2         PIC X(01).
036500        10 WAD-ROW-TYPE          PIC X(01).
036600        10 WAD-KEY-DIV-3         PIC X(01).
036700        10 WAD-ROW-CODE          PIC X(04).
036800     05 WAD-COL-DIV-1            PIC X(03) VALUE SPACES.
036900     05 WAD-ACTION               PIC X(08).
037000     05 WAD-COL-DIV-2            PIC X(03) VALUE SPACES.
037100     05 WAD-BEFORE-TEXT          PIC X(30).
037200     05 WAD-COL-DIV-3            PIC X(03) VALUE SPACES.
037300     05 WAD-AFTER-TEXT           PIC X(30).
037400     05 WAD-COL-DIV-4            PIC X(03) VALUE SPACES.
037500     05 WAD-MESSAGE              PIC X(36).
037600
037700 01  WS-AUDIT-FOOTER.
037800     05 WAF-ASA-CODE             PIC X(01) VALUE '-'.
037900     05 WAF-LINE-1               PIC X(20) VALUE
038000                                 'RECORDS READ  (OLD):'.
038100     05 WAF-OLD-CTR              PIC ZZ,ZZ9.
038200     05 WAF-FILLER1              PIC X(05) VALUE SPACES.
038300     05 WAF-LINE-2               PIC X(20) VALUE
038400                                 'TRANSACTIONS READ  :'.
038500     05 WAF-TRANS-CTR            PIC ZZ,ZZ9.
038600     05 WAF-FILLER2              PIC X(05) VALUE SPACES.
038700     05 WAF-LINE-3               PIC X(20) VALUE
038800                                 'TRANSACTIONS BAD   :'.
038900     05 WAF-ERROR-CTR            PIC ZZ,ZZ9.
039000     05 WAF-FILLER3              PIC X(56) VALUE SPACES.
039100
039200 01  WS-AUDIT-FOOTER-2.
039300     05 WAF2-ASA-CODE            PIC X(01) VALUE ' '.
039400     05 WAF2-LINE-1              PIC X(20) VALUE
039500                                 'ADDS:    '.
039600     05 WAF2-ADD-CTR             PIC ZZ,ZZ9.
039700     05 WAF2-FILLER1             PIC X(05) VALUE SPACES.
039800     05 WAF2-LINE-2              PIC X(20) VALUE
039900                                 'CHANGES: '.
040000     05 WAF2-CHANGE-CTR          PIC ZZ,ZZ9.
040100     05 WAF2-FILLER2             PIC X(05) VALUE SPACES.
040200     05 WAF2-LINE-3              PIC X(20) VALUE
040300                                 'DELETES: '.
040400     05 WAF2-DELETE-CTR          PIC ZZ,ZZ9.
040500     05 WAF2-FILLER3             PIC X(77) VALUE SPACES.
040600
040700 01  WS-END-OF-WORKING-STORAGE.
040800     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
040900        'LAB49 WORKING STORAGE ENDS HERE'.
041000*****************************************************************
041100*          L I N K A G E
041200*****************************************************************
041300
041400 LINKAGE SECTION.
041500
041600 01  LS-RUN-MODE                 PIC X(01).
041700*                         'T' RUNS THE MAINTENANCE AS A TRIAL -
041800*                         FULL MERGE AND AUDIT LISTING, BUT THE
041900*                         STEP ENDS RC 4 SO NEWPLAN IS NOT
042000*                         PROMOTED.  OMITTED OR BLANK = LIVE.
042100
042200*****************************************************************
042300*          P R O C E D U R E     D I V I S I O N
042400*****************************************************************
042500
042600 PROCEDURE DIVISION USING OPTIONAL LS-RUN-MODE.
042700 0000-MAINLINE.
042800     PERFORM 1000-INITIALIZATION THRU 1000-EXIT
042900     PERFORM 2000-MERGE-MASTER   THRU 2000-EXIT
043000         UNTIL WS-OLDMAST-EOF AND WS-TRANS-EOF
043100     IF WS-MASTER-PENDING THEN
043200         PERFORM 2150-FLUSH-PENDING-MASTER THRU 2150-EXIT
043300     END-IF
043400     PERFORM 3000-WRITE-FOOTERS  THRU 3000-EXIT
043500     PERFORM 4000-TERMINATE      THRU 4000-EXIT
043600     GOBACK
043700
043800     .
043900*****************************************************************
044000*  INITIALIZATION ROUTINE
044100*****************************************************************
044200
044300 1000-INITIALIZATION.
044400     OPEN INPUT  OLD-MASTER
044500     IF WS-OLDMAST-STATUS-CODE = '00' THEN
044600         CONTINUE
044700     ELSE
044800         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
044900         MOVE 'OPENING OLD-MASTER, ' TO WS-ABORT-MSG-EDESC
045000         MOVE WS-OLDMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
045100         MOVE 4901 TO RETURN-CODE
045200         PERFORM 9999-ABORT THRU 9999-EXIT
045300     END-IF
045400
045500     OPEN INPUT  TRANS-FILE
045600     IF WS-TRANS-STATUS-CODE = '00' THEN
045700         CONTINUE
045800     ELSE
045900         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
046000         MOVE 'OPENING TRANS-FILE, ' TO WS-ABORT-MSG-EDESC
046100         MOVE WS-TRANS-STATUS-CODE TO WS-ABORT-MSG-SYSRC
046200         MOVE 4902 TO RETURN-CODE
046300         PERFORM 9999-ABORT THRU 9999-EXIT
046400     END-IF
046500
046600     OPEN OUTPUT NEW-MASTER
046700     IF WS-NEWMAST-STATUS-CODE = '00' THEN
046800         CONTINUE
046900     ELSE
047000         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
047100         MOVE 'OPENING NEW-MASTER, ' TO WS-ABORT-MSG-EDESC
047200         MOVE WS-NEWMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
047300         MOVE 4903 TO RETURN-CODE
047400         PERFORM 9999-ABORT THRU 9999-EXIT
047500     END-IF
047600
047700     OPEN OUTPUT AUDIT-REPORT
047800     IF WS-AUDIT-STATUS-CODE = '00' THEN
047900         CONTINUE
048000     ELSE
048100         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
048200         MOVE 'OPENING AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
048300         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
048400         MOVE 4904 TO RETURN-CODE
048500         PERFORM 9999-ABORT THRU 9999-EXIT
048600     END-IF
048700
048800     IF LS-RUN-MODE IS OMITTED
048900         CONTINUE
049000     ELSE
049100         MOVE LS-RUN-MODE TO WS-RUN-MODE-SWITCH
049200     END-IF
049300     IF WS-TRIAL-RUN THEN
049400         MOVE ' ** TRIAL - MASTER NOT REPLACED **'
049500             TO WAH1-MODE
049600     END-IF
049700     MOVE WS-AUDIT-HEADER-1 TO AUDIT-RECORD
049800     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
049900     MOVE WS-AUDIT-HEADER-2 TO AUDIT-RECORD
050000     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
050100
050200     PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
050300     PERFORM 8100-READ-TRANS      THRU 8100-EXIT
050400
050500     .
050600 1000-EXIT.
050700     EXIT.
050800*****************************************************************
050900*  MERGE OLD MASTER WITH TRANSACTIONS
051000*****************************************************************
051100
051200 2000-MERGE-MASTER.
051300     EVALUATE TRUE
051400         WHEN WS-MASTER-PENDING AND NOT WS-TRANS-EOF
051500             AND TR-KEY = WS-PENDING-KEY
051600             PERFORM 2300-PROCESS-MATCHED-TRANS THRU 2300-EXIT
051700         WHEN WS-MASTER-PENDING
051800             PERFORM 2150-FLUSH-PENDING-MASTER THRU 2150-EXIT
051900         WHEN WS-TRANS-EOF
052000             PERFORM 2100-KEEP-MASTER THRU 2100-EXIT
052100         WHEN WS-OLDMAST-EOF
052200             PERFORM 2200-PROCESS-TRANS-ONLY THRU 2200-EXIT
052300         WHEN OM-KEY < TR-KEY
052400             PERFORM 2100-KEEP-MASTER THRU 2100-EXIT
052500         WHEN OM-KEY > TR-KEY
052600             PERFORM 2200-PROCESS-TRANS-ONLY THRU 2200-EXIT
052700         WHEN OTHER
052800             MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
052900             SET WS-MASTER-PENDING TO TRUE
053000             MOVE 'Y' TO WS-PENDING-OLDMAST-SW
053100             MOVE NM-KEY            TO WS-PENDING-KEY
053200             PERFORM 2300-PROCESS-MATCHED-TRANS THRU 2300-EXIT
053300     END-EVALUATE
053400
053500     .
053600 2000-EXIT.
053700     EXIT.
053800*****************************************************************
053900*  WRITE THE HELD MASTER BUFFER AND ADVANCE AS NEEDED
054000*****************************************************************
054100
054200 2150-FLUSH-PENDING-MASTER.
054300     IF NOT WS-PENDING-DELETED THEN
054400         PERFORM 8600-WRITE-NEW-MASTER THRU 8600-EXIT
054500     END-IF
054600     IF WS-PENDING-FROM-OLDMAST THEN
054700         PERFORM 8000-READ-OLD-MASTER THRU 8000-EXIT
054800     END-IF
054900     MOVE 'N' TO WS-PENDING-SWITCH
055000     MOVE 'N' TO WS-PENDING-DELETED-SW
055100     MOVE 'N' TO WS-PENDING-OLDMAST-SW
055200
055300     .
055400 2150-EXIT.
055500     EXIT.
055600*****************************************************************
055700*  WRITE A MASTER RECORD THROUGH UNCHANGED, NO MATCHING TRANS
055800*****************************************************************
055900
056000 2100-KEEP-MASTER.
056100     MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
056200     PERFORM 8600-WRITE-NEW-MASTER THRU 8600-EXIT
056300     PERFORM 8000-READ-OLD-MASTER  THRU 8000-EXIT
056400
056500     .
056600 2100-EXIT.
056700     EXIT.
056800*****************************************************************
056900*  TRANSACTION WITH NO MATCHING MASTER RECORD - MUST BE AN ADD
057000*****************************************************************
057100
057200 2200-PROCESS-TRANS-ONLY.
057300     MOVE SPACES TO WS-BEFORE-TEXT
057400     MOVE SPACES TO NEW-MASTER-RECORD
057500     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
057600     IF WS-TRANS-IS-VALID THEN
057700         IF TR-ADD THEN
057800             MOVE TR-KEY             TO NM-KEY
057900             PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
058000             MOVE TR-KEY             TO WS-PENDING-KEY
058100             SET WS-MASTER-PENDING TO TRUE
058200             MOVE 'N' TO WS-PENDING-OLDMAST-SW
058300             ADD +1 TO WS-ADD-CTR
058400             PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
058500         ELSE
058600             MOVE 'NO PLAN MASTER ROW FOR THIS KEY'
058700                 TO WS-ERROR-TEXT
058800             MOVE 'N' TO WS-TRANS-VALID-SWITCH
058900             PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
059000         END-IF
059100     ELSE
059200         PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
059300     END-IF
059400     PERFORM 8100-READ-TRANS THRU 8100-EXIT
059500
059600     .
059700 2200-EXIT.
059800     EXIT.
059900*****************************************************************
060000*  TRANSACTION MATCHES OR CONTINUES A HELD MASTER BUFFER
060100*****************************************************************
060200
060300 2300-PROCESS-MATCHED-TRANS.
060400     MOVE NEW-MASTER-RECORD TO WS-SUMMARY-ROW
060500     PERFORM 2450-SUMMARIZE-ROW THRU 2450-EXIT
060600     MOVE WS-SUMMARY-TEXT   TO WS-BEFORE-TEXT
060700     PERFORM 2400-EDIT-TRANSACTION THRU 2400-EXIT
060800     IF WS-TRANS-IS-VALID THEN
060900         EVALUATE TRUE
061000             WHEN TR-ADD
061100                 MOVE 'PLAN MASTER ROW ALREADY ON FILE'
061200                     TO WS-ERROR-TEXT
061300                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
061400                 PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
061500             WHEN TR-CHANGE
061600                 PERFORM 2350-MOVE-TRANS-FIELDS THRU 2350-EXIT
061700                 MOVE 'N' TO WS-PENDING-DELETED-SW
061800                 ADD +1 TO WS-CHANGE-CTR
061900                 PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
062000             WHEN TR-DELETE
062100                 SET WS-PENDING-DELETED TO TRUE
062200                 ADD +1 TO WS-DELETE-CTR
062300                 PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT
062400         END-EVALUATE
062500     ELSE
062600         PERFORM 2600-WRITE-ERROR-LINE THRU 2600-EXIT
062700     END-IF
062800     PERFORM 8100-READ-TRANS      THRU 8100-EXIT
062900
063000     .
063100 2300-EXIT.
063200     EXIT.
063300*****************************************************************
063400*  CARRY THE ROW DATA ONTO THE HELD BUFFER
063500*****************************************************************
063600
063700 2350-MOVE-TRANS-FIELDS.
063800     MOVE TR-ROW-DATA        TO NM-ROW-DATA
063900
064000     .
064100 2350-EXIT.
064200     EXIT.
064300*****************************************************************
064400*  EDIT ONE TRANSACTION - KEY, ACTION, THEN THE ROW DATA
064500*****************************************************************
064600
064700 2400-EDIT-TRANSACTION.
064800     MOVE 'Y' TO WS-TRANS-VALID-SWITCH
064900     MOVE SPACES TO WS-ERROR-TEXT
065000
065100     EVALUATE TRUE
065200         WHEN TR-PLAN-YEAR IS NOT NUMERIC OR
065300              TR-PLAN-YEAR = '0000'
065400             MOVE 'N' TO WS-TRANS-VALID-SWITCH
065500             MOVE 'PLAN YEAR MUST BE NUMERIC YYYY'
065600                 TO WS-ERROR-TEXT
065700         WHEN TR-PLAN-CODE = SPACES
065800             MOVE 'N' TO WS-TRANS-VALID-SWITCH
065900             MOVE 'PLAN CODE MUST NOT BE BLANK'
066000                 TO WS-ERROR-TEXT
066100         WHEN NOT TR-PLAN-ROW AND NOT TR-RATING-ROW AND
066200              NOT TR-DEPT-CAP-ROW
066300             MOVE 'N' TO WS-TRANS-VALID-SWITCH
066400             MOVE 'ROW TYPE MUST BE P, R, OR D'
066500                 TO WS-ERROR-TEXT
066600         WHEN TR-PLAN-ROW AND TR-ROW-CODE NOT = SPACES
066700             MOVE 'N' TO WS-TRANS-VALID-SWITCH
066800             MOVE 'PLAN ROW CODE MUST BE BLANK'
066900                 TO WS-ERROR-TEXT
067000         WHEN TR-RATING-ROW AND (TR-ROW-CODE (1:1) = SPACE OR
067100              TR-ROW-CODE (2:3) NOT = SPACES)
067200             MOVE 'N' TO WS-TRANS-VALID-SWITCH
067300             MOVE 'RATING CODE MUST BE ONE CHARACTER'
067400                 TO WS-ERROR-TEXT
067500         WHEN TR-DEPT-CAP-ROW AND TR-ROW-CODE = SPACES
067600             MOVE 'N' TO WS-TRANS-VALID-SWITCH
067700             MOVE 'DEPARTMENT CODE MUST NOT BE BLANK'
067800                 TO WS-ERROR-TEXT
067900         WHEN NOT TR-ADD AND NOT TR-CHANGE AND NOT TR-DELETE
068000             MOVE 'N' TO WS-TRANS-VALID-SWITCH
068100             MOVE 'ACTION CODE MUST BE A, C, OR D'
068200                 TO WS-ERROR-TEXT
068300         WHEN TR-DELETE
068400             CONTINUE
068500         WHEN OTHER
068600             PERFORM 2410-EDIT-ROW-FIELDS THRU 2410-EXIT
068700     END-EVALUATE
068800
068900     .
069000 2400-EXIT.
069100     EXIT.
069200*****************************************************************
069300*  EDIT THE ROW DATA IN THE VIEW ITS ROW TYPE CALLS FOR
069400*****************************************************************
069500
069600 2410-EDIT-ROW-FIELDS.
069700     EVALUATE TRUE
069800         WHEN TR-PLAN-ROW
069900             IF TR-PLAN-NAME = SPACES THEN
070000                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
070100                 MOVE 'PLAN NAME MUST NOT BE BLANK'
070200                     TO WS-ERROR-TEXT
070300             ELSE
070400                 IF NOT TR-PRORATE-VALID THEN
070500                     MOVE 'N' TO WS-TRANS-VALID-SWITCH
070600                     MOVE 'PRORATE FLAG MUST BE Y OR N'
070700                         TO WS-ERROR-TEXT
070800                 ELSE
070900                     IF TR-MIN-SERVICE-DAYS IS NOT NUMERIC OR
071000                        TR-MIN-SERVICE-DAYS >
071100                            WS-C-MAX-SERVICE-DAYS THEN
071200                         MOVE 'N' TO WS-TRANS-VALID-SWITCH
071300                         MOVE 'MINIMUM SERVICE MUST BE 000-366'
071400                             TO WS-ERROR-TEXT
071500                     END-IF
071600                 END-IF
071700             END-IF
071800         WHEN TR-RATING-ROW
071900             IF TR-TARGET-PCT IS NOT NUMERIC OR
072000                TR-TARGET-PCT > WS-C-MAX-TARGET-PCT THEN
072100                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
072200                 MOVE 'TARGET PERCENT MUST BE 000.00-200.00'
072300                     TO WS-ERROR-TEXT
072400             ELSE
072500                 IF TR-RATING-DESC = SPACES THEN
072600                     MOVE 'N' TO WS-TRANS-VALID-SWITCH
072700                     MOVE 'RATING DESCRIPTION MUST NOT BE BLANK'
072800                         TO WS-ERROR-TEXT
072900                 END-IF
073000             END-IF
073100         WHEN TR-DEPT-CAP-ROW
073200             IF TR-DEPT-CAP-AMT IS NOT NUMERIC OR
073300                TR-DEPT-CAP-AMT = ZERO THEN
073400                 MOVE 'N' TO WS-TRANS-VALID-SWITCH
073500                 MOVE 'DEPT CAP MUST BE NUMERIC, NOT ZERO'
073600                     TO WS-ERROR-TEXT
073700             END-IF
073800     END-EVALUATE
073900
074000     .
074100 2410-EXIT.
074200     EXIT.
074300*****************************************************************
074400*  FORMAT THE ROW IN WS-SUMMARY-ROW AS ONE AUDIT COLUMN
074500*****************************************************************
074600
074700 2450-SUMMARIZE-ROW.
074800     MOVE SPACES TO WS-SUMMARY-TEXT
074900     EVALUATE TRUE
075000         WHEN WK-PLAN-ROW
075100             MOVE WK-PLAN-NAME        TO WSP-PLAN-NAME
075200             MOVE 'P='                TO WSP-PRORATE-LABEL
075300             MOVE WK-PRORATE-CODE     TO WSP-PRORATE-CODE
075400             MOVE 'M='                TO WSP-MIN-DAYS-LABEL
075500             MOVE WK-MIN-SERVICE-DAYS TO WSP-MIN-SERVICE-DAYS
075600         WHEN WK-RATING-ROW
075700             MOVE WK-TARGET-PCT       TO WSR-TARGET-PCT
075800             MOVE '%'                 TO WSR-PCT-SIGN
075900             MOVE WK-RATING-DESC      TO WSR-RATING-DESC
076000         WHEN WK-DEPT-CAP-ROW
076100             MOVE WK-DEPT-CAP-AMT     TO WSC-DEPT-CAP-AMT
076200     END-EVALUATE
076300
076400     .
076500 2450-EXIT.
076600     EXIT.
076700*****************************************************************
076800*  WRITE ONE NORMAL AUDIT LINE FOR AN APPLIED TRANSACTION
076900*****************************************************************
077000
077100 2500-WRITE-AUDIT-LINE.
077200     MOVE SPACES            TO WS-AUDIT-DETAIL
077300     PERFORM 2550-MOVE-AUDIT-KEY THRU 2550-EXIT
077400     MOVE WS-BEFORE-TEXT    TO WAD-BEFORE-TEXT
077500     EVALUATE TRUE
077600         WHEN TR-ADD     MOVE 'ADD'    TO WAD-ACTION
077700         WHEN TR-CHANGE  MOVE 'CHANGE' TO WAD-ACTION
077800         WHEN TR-DELETE  MOVE 'DELETE' TO WAD-ACTION
077900     END-EVALUATE
078000     IF TR-DELETE THEN
078100         MOVE SPACES TO WAD-AFTER-TEXT
078200         MOVE 'RECORD DELETED' TO WAD-MESSAGE
078300     ELSE
078400         MOVE NEW-MASTER-RECORD TO WS-SUMMARY-ROW
078500         PERFORM 2450-SUMMARIZE-ROW THRU 2450-EXIT
078600         MOVE WS-SUMMARY-TEXT TO WAD-AFTER-TEXT
078700         MOVE 'PLAN ROW APPLIED' TO WAD-MESSAGE
078800     END-IF
078900     MOVE WS-AUDIT-DETAIL TO AUDIT-RECORD
079000     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
079100
079200     .
079300 2500-EXIT.
079400     EXIT.
079500*****************************************************************
079600*  LAY THE TRANSACTION KEY OUT ON THE AUDIT DETAIL LINE
079700*****************************************************************
079800
079900 2550-MOVE-AUDIT-KEY.
080000     MOVE TR-PLAN-YEAR      TO WAD-PLAN-YEAR
080100     MOVE TR-PLAN-CODE      TO WAD-PLAN-CODE
080200     MOVE TR-ROW-TYPE       TO WAD-ROW-TYPE
080300     MOVE TR-ROW-CODE       TO WAD-ROW-CODE
080400
080500     .
080600 2550-EXIT.
080700     EXIT.
080800*****************************************************************
080900*  WRITE ONE ERROR AUDIT LINE FOR A REJECTED TRANSACTION - THE
081000*  AFTER COLUMN SHOWS THE ROW DATA AS KEYED
081100*****************************************************************
081200
081300 2600-WRITE-ERROR-LINE.
081400     MOVE SPACES            TO WS-AUDIT-DETAIL
081500     PERFORM 2550-MOVE-AUDIT-KEY THRU 2550-EXIT
081600     MOVE 'REJECTED'        TO WAD-ACTION
081700     MOVE WS-BEFORE-TEXT    TO WAD-BEFORE-TEXT
081800     MOVE TR-ROW-DATA       TO WAD-AFTER-TEXT
081900     MOVE WS-ERROR-TEXT     TO WAD-MESSAGE
082000     MOVE WS-AUDIT-DETAIL   TO AUDIT-RECORD
082100     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
082200     ADD +1 TO WS-TRANS-ERROR-CTR
082300
082400     .
082500 2600-EXIT.
082600     EXIT.
082700*****************************************************************
082800*  WRITE THE AUDIT REPORT FOOTER TOTALS
082900*****************************************************************
083000
083100 3000-WRITE-FOOTERS.
083200     MOVE WS-MASTER-IN-CTR   TO WAF-OLD-CTR
083300     MOVE WS-TRANS-IN-CTR    TO WAF-TRANS-CTR
083400     MOVE WS-TRANS-ERROR-CTR TO WAF-ERROR-CTR
083500     MOVE WS-AUDIT-FOOTER    TO AUDIT-RECORD
083600     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
083700
083800     MOVE WS-ADD-CTR         TO WAF2-ADD-CTR
083900     MOVE WS-CHANGE-CTR      TO WAF2-CHANGE-CTR
084000     MOVE WS-DELETE-CTR      TO WAF2-DELETE-CTR
084100     MOVE WS-AUDIT-FOOTER-2  TO AUDIT-RECORD
084200     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT
084300
084400     .
084500 3000-EXIT.
084600     EXIT.
084700*****************************************************************
084800*  TERMINATION ROUTINE
084900*****************************************************************
085000
085100 4000-TERMINATE.
085200     CLOSE OLD-MASTER, TRANS-FILE, NEW-MASTER, AUDIT-REPORT
085300
085400     DISPLAY '*** LAB49...TOTALS ***'
085500     DISPLAY 'OLD MASTER RECORDS READ  : ' WS-MASTER-IN-CTR
085600     DISPLAY 'NEW MASTER RECORDS WRITE : ' WS-MASTER-OUT-CTR
085700     DISPLAY 'TRANSACTIONS READ        : ' WS-TRANS-IN-CTR
085800     DISPLAY 'TRANSACTIONS REJECTED    : ' WS-TRANS-ERROR-CTR
085900
086000     IF WS-TRIAL-RUN THEN
086100         DISPLAY 'TRIAL RUN - NEW MASTER IS A PROPOSAL ONLY'
086200         MOVE 4 TO RETURN-CODE
086300     ELSE
086400         MOVE 0 TO RETURN-CODE
086500     END-IF
086600
086700     .
086800 4000-EXIT.
086900     EXIT.
087000*****************************************************************
087100*  READ OLD MASTER ROUTINE
087200*****************************************************************
087300
087400 8000-READ-OLD-MASTER.
087500     READ OLD-MASTER
087600         AT END
087700             SET WS-OLDMAST-EOF TO TRUE
087800         NOT AT END
087900             ADD +1 TO WS-MASTER-IN-CTR
088000     END-READ
088100
088200     .
088300 8000-EXIT.
088400     EXIT.
088500*****************************************************************
088600*  READ TRANSACTION ROUTINE
088700*****************************************************************
088800
088900 8100-READ-TRANS.
089000     READ TRANS-FILE
089100         AT END
089200             SET WS-TRANS-EOF TO TRUE
089300         NOT AT END
089400             ADD +1 TO WS-TRANS-IN-CTR
089500     END-READ
089600
089700     .
089800 8100-EXIT.
089900     EXIT.
090000*****************************************************************
090100*  WRITE AUDIT REPORT RECORD
090200*****************************************************************
090300
090400 8500-WRITE-AUDIT-RECORD.
090500     WRITE AUDIT-RECORD
090600     IF WS-AUDIT-STATUS-CODE = '00' THEN
090700         CONTINUE
090800     ELSE
090900         MOVE '8500-WRITE-AUDIT-RECORD, ' TO WS-ABORT-MSG-PGRPH
091000         MOVE 'WRITING TO AUDIT-REPORT, ' TO WS-ABORT-MSG-EDESC
091100         MOVE WS-AUDIT-STATUS-CODE TO WS-ABORT-MSG-SYSRC
091200         MOVE 8549 TO RETURN-CODE
091300         PERFORM 9999-ABORT THRU 9999-EXIT
091400     END-IF
091500
091600     .
091700 8500-EXIT.
091800     EXIT.
091900*****************************************************************
092000*  WRITE NEW MASTER RECORD
092100*****************************************************************
092200
092300 8600-WRITE-NEW-MASTER.
092400     WRITE NEW-MASTER-RECORD
092500     IF WS-NEWMAST-STATUS-CODE = '00' THEN
092600         ADD +1 TO WS-MASTER-OUT-CTR
092700     ELSE
092800         MOVE '8600-WRITE-NEW-MASTER, ' TO WS-ABORT-MSG-PGRPH
092900         MOVE 'WRITING TO NEW-MASTER, ' TO WS-ABORT-MSG-EDESC
093000         MOVE WS-NEWMAST-STATUS-CODE TO WS-ABORT-MSG-SYSRC
093100         MOVE 8649 TO RETURN-CODE
093200         PERFORM 9999-ABORT THRU 9999-EXIT
093300     END-IF
093400
093500     .
093600 8600-EXIT.
093700     EXIT.
093800*****************************************************************
093900*  MAJOR ERROR HANDLING ROUTINE
094000*****************************************************************
094100
094200 9999-ABORT.
094300     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
094400     DISPLAY 'PROGRAM: LAB49, ', WS-ABORT-MSG-STRING, ', RC='
094500         WS-RETURN-CODE-DISPLAY
094600     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
094700
094800     .
094900 9999-EXIT.
095000     EXIT.
095100*****************************************************************
095200*  PHYSICAL END OF PROGRAM
095300*****************************************************************
