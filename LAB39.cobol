000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB39.
000300 AUTHOR.        SUZI Q.
000400 DATE-WRITTEN.  OCTOBER 2026.
000500 DATE-COMPILED.
000600*****************************************************************
000700*
000800*-------------P R O G R A M  D E S C R I P T I O N--------------*
000900*
001000*    ----------------- LAB39 -----------------------
001100*
001200*    PURPOSE  THIS PROGRAM ISSUES THE PAYROLL CHECKS FOR THE
001300*    =======  BONUSES LAB14 COULD NOT SEND TO THE BANK - NO
001400*                ACCOUNT ON FILE, OR THE ACCOUNT IS STILL IN
001500*                ACH PRENOTE.  EACH CHECK REQUEST ON THE LAB14
001600*                EXTRACT IS GIVEN THE NEXT NUMBER FROM ITS
001700*                COMPANY'S CONTROLLED CHECK-STOCK RANGE ON
001800*                CHKSTOCK AND WRITTEN TO THE CHECK ISSUE FILE,
001900*                WHICH LAB40 CARRIES ONTO THE CHECK REGISTER.
002000*                EVERY CHECK ISSUED GOES TO THE BANK ON THE
002100*                POSITIVE-PAY FILE UNDER THE ACCOUNT IT IS DRAWN
002133*                ON, SO THE BANK HONOURS ONLY A CHECK PAYROLL
002166*                ACTUALLY WROTE, FOR THE AMOUNT IT WAS WRITTEN.
002300*
002400*    NOTE:    CHECK NUMBERS ARE NEVER SKIPPED OR REUSED.  THE
002500*    =====    STOCK RECORD IS REWRITTEN ONLY AT THE END OF A
002600*             CLEAN RUN, SO A RUN THAT ABENDS (OR RUNS OUT OF
002700*             STOCK) IS SIMPLY RERUN FROM THE SAME EXTRACT AND
002800*             TAKES THE SAME NUMBERS.  A REQUEST WITH NO NET
002900*             PAY LEFT AFTER DEDUCTIONS GETS NO CHECK AND IS
003000*             LISTED INSTEAD.  CHKSTOCK HOLDS ONE STOCK RECORD
003010*             PER COMPANY AND NO TWO RANGES MAY OVERLAP, SO A
003020*             CHECK NUMBER STILL NAMES ONE CHECK ON THE
003030*             REGISTER.  THE CHECKS ARE HELD UNTIL THE END OF
003040*             THE RUN - THE ISSUE FILE IS WRITTEN IN CHECK-
003050*             NUMBER ORDER FOR LAB40 AND THE POSITIVE-PAY FILE
003060*             ONE BATCH PER COMPANY ACCOUNT.
003100*
003200*    INPUT   CHKQ-FILE       CHKREQX  (LAB14 CHECK REQUESTS)
003300*    =====   STOCK-FILE      CHKSTOCK (CHECK-STOCK CONTROL)
003400*
003500*    PROCESS 1. LOAD THE CHECK-STOCK RECORDS, ONE PER COMPANY,
003600*    =======    AND CHECK EACH NEXT NUMBER IS INSIDE ITS RANGE
003650*               AND NO TWO RANGES OVERLAP.
003700*            2. NUMBER A CHECK FOR EACH REQUEST FROM ITS
003800*               COMPANY'S STOCK, LIST IT ON THE CHECK REGISTER,
003900*               AND HOLD IT.
004000*            3. WRITE ONE POSITIVE-PAY BATCH PER COMPANY ACCOUNT,
004033*               WRITE THE HELD CHECKS TO THE ISSUE FILE IN
004066*               NUMBER ORDER, AND ADVANCE EACH STOCK RECORD PAST
004100*               ITS LAST CHECK ISSUED.
004200*
004300*    OUTPUT  ISSUE-FILE      CHKISSUE (CHECKS ISSUED, FOR LAB40)
004400*    ======  POSPAY-FILE     POSPAY   (POSITIVE PAY TO THE BANK)
004500*            REG-REPORT      CHKREGRP (CHECK REGISTER LISTING)
004600*            STOCK-FILE      CHKSTOCK (REWRITTEN)
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
005800* SUZI Q  PAYROLL   10/15/26  INITIAL VERSION       LAB39     000*
005850* SUZI Q  PAYROLL   10/15/26  CHECK STOCK KEYED BY  LAB39     001*
005860*                             COMPANY; CHECKS HELD,
005870*                             ISSUE FILE IN NUMBER
005880*                             ORDER, POSITIVE PAY ONE
005890*                             BATCH PER ACCOUNT
005900*****************************************************************
006000*
006100*****************************************************************
006200*         E N V I R O N M E N T     D I V I S I O N
006300*****************************************************************
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CHKQ-FILE      ASSIGN TO CHKREQX
006800            FILE STATUS IS WS-CHQFILE-STATUS-CODE.
006900     SELECT STOCK-FILE     ASSIGN TO CHKSTOCK
007000            FILE STATUS IS WS-STKFILE-STATUS-CODE.
007100     SELECT ISSUE-FILE     ASSIGN TO CHKISSUE
007200            FILE STATUS IS WS-ISSFILE-STATUS-CODE.
007300     SELECT POSPAY-FILE    ASSIGN TO POSPAY
007400            FILE STATUS IS WS-PPYFILE-STATUS-CODE.
007500     SELECT REG-REPORT     ASSIGN TO CHKREGRP
007600            FILE STATUS IS WS-RPTFILE-STATUS-CODE.
007700*****************************************************************
007800*                  D A T A     D I V I S I O N
007900*****************************************************************
008000 DATA DIVISION.
008100 FILE SECTION.
008200*****************************************************************
008300*    CHKQ-FILE - CHECK REQUESTS FROM LAB14          INPUT
008400*****************************************************************
008500 FD  CHKQ-FILE
008600     RECORDING F
008700     LABEL RECORDS STANDARD
008800     RECORD CONTAINS 120 CHARACTERS
008900     BLOCK CONTAINS 0 RECORDS
009000     DATA RECORD IS CHKQ-RECORD.
009100
009200 COPY CHKQCMP REPLACING
009300     CQ-RECORD              BY  CHKQ-RECORD
009400     CQ-EMPLOYEE-ID         BY  CX-EMPLOYEE-ID
009500     CQ-LAST-NAME           BY  CX-LAST-NAME
009600     CQ-FIRST-NAME          BY  CX-FIRST-NAME
009700     CQ-MID-INIT            BY  CX-MID-INIT
009800     CQ-STATE-CODE          BY  CX-STATE-CODE
009900     CQ-FED-TAX-EXEMPT-CODE BY  CX-FED-TAX-EXEMPT-CODE
010000     CQ-ST-TAX-EXEMPT-CODE  BY  CX-ST-TAX-EXEMPT-CODE
010100     CQ-GROSS               BY  CX-GROSS
010200     CQ-NET-AMT             BY  CX-NET-AMT
010300     CQ-RUN-DATE            BY  CX-RUN-DATE
010400     CQ-RUN-NUMBER          BY  CX-RUN-NUMBER
010500     CQ-REASON              BY  CX-REASON
010550     CQ-COMPANY-CODE        BY  CX-COMPANY-CODE.
010600
010700*****************************************************************
010800*    STOCK-FILE - CHECK-STOCK CONTROL            INPUT/OUTPUT
010900*****************************************************************
011000 FD  STOCK-FILE
011100     RECORDING F
011200     LABEL RECORDS STANDARD
011300     RECORD CONTAINS 80 CHARACTERS
011400     BLOCK CONTAINS 0 RECORDS
011500     DATA RECORD IS STOCK-RECORD.
011600
011700 COPY CSTKCMP REPLACING
011800     CS-RECORD              BY  STOCK-RECORD
011900     CS-STOCK-ID            BY  SK-STOCK-ID
012000     CS-ACCOUNT-NUMBER      BY  SK-ACCOUNT-NUMBER
012100     CS-FIRST-CHECK         BY  SK-FIRST-CHECK
012200     CS-LAST-CHECK          BY  SK-LAST-CHECK
012300     CS-NEXT-CHECK          BY  SK-NEXT-CHECK
012400     CS-LAST-ISSUE-DATE     BY  SK-LAST-ISSUE-DATE
012450     CS-COMPANY-CODE        BY  SK-COMPANY-CODE.
012500
012600*****************************************************************
012700*    ISSUE-FILE - CHECKS ISSUED THIS RUN             OUTPUT
012800*****************************************************************
012900 FD  ISSUE-FILE
013000     RECORDING F
013100     LABEL RECORDS STANDARD
013200     RECORD CONTAINS 120 CHARACTERS
013300     BLOCK CONTAINS 0 RECORDS
013400     DATA RECORD IS ISSUE-RECORD.
013500
013600 COPY CHKRCMP REPLACING
013700     CR-RECORD              BY  ISSUE-RECORD
013800     CR-CHECK-NUMBER        BY  IS-CHECK-NUMBER
013900     CR-EMPLOYEE-ID         BY  IS-EMPLOYEE-ID
014000     CR-LAST-NAME           BY  IS-LAST-NAME
014100     CR-FIRST-NAME          BY  IS-FIRST-NAME
014200     CR-MID-INIT            BY  IS-MID-INIT
014300     CR-STATE-CODE          BY  IS-STATE-CODE
014400     CR-FED-TAX-EXEMPT-CODE BY  IS-FED-TAX-EXEMPT-CODE
014500     CR-ST-TAX-EXEMPT-CODE  BY  IS-ST-TAX-EXEMPT-CODE
014600     CR-GROSS               BY  IS-GROSS
014700     CR-NET-AMT             BY  IS-NET-AMT
014800     CR-ISSUE-DATE          BY  IS-ISSUE-DATE
014900     CR-RUN-NUMBER          BY  IS-RUN-NUMBER
015000     CR-STATUS              BY  IS-STATUS
015100     CR-OUTSTANDING         BY  IS-OUTSTANDING
015200     CR-CLEARED             BY  IS-CLEARED
015300     CR-VOIDED              BY  IS-VOIDED
015400     CR-STALE-DATED         BY  IS-STALE-DATED
015500     CR-ESCHEATED           BY  IS-ESCHEATED
015600     CR-STILL-OPEN          BY  IS-STILL-OPEN
015700     CR-STATUS-DATE         BY  IS-STATUS-DATE
015800     CR-PAID-AMT            BY  IS-PAID-AMT
015900     CR-VOID-REASON         BY  IS-VOID-REASON
015950     CR-COMPANY-CODE        BY  IS-COMPANY-CODE.
016000
016100*****************************************************************
016200*    POSPAY-FILE - POSITIVE PAY ISSUES TO THE BANK   OUTPUT
016300*****************************************************************
016400 FD  POSPAY-FILE
016500     RECORDING F
016600     LABEL RECORDS STANDARD
016700     RECORD CONTAINS 80 CHARACTERS
016800     BLOCK CONTAINS 0 RECORDS
016900     DATA RECORD IS POSPAY-RECORD.
017000
017100 COPY PPAYCMP REPLACING
017200     PP-RECORD              BY  POSPAY-RECORD
017300     PP-RECORD-TYPE         BY  PY-RECORD-TYPE
017400     PP-HEADER              BY  PY-HEADER
017500     PP-DETAIL              BY  PY-DETAIL
017600     PP-TRAILER             BY  PY-TRAILER
017700     PP-ACCOUNT-NUMBER      BY  PY-ACCOUNT-NUMBER
017800     PP-BODY                BY  PY-BODY
017900     PP-DETAIL-BODY         BY  PY-DETAIL-BODY
018000     PP-CHECK-NUMBER        BY  PY-CHECK-NUMBER
018100     PP-AMOUNT              BY  PY-AMOUNT
018200     PP-ISSUE-DATE          BY  PY-ISSUE-DATE
018300     PP-ACTION              BY  PY-ACTION
018400     PP-ISSUE               BY  PY-ISSUE
018500     PP-VOID                BY  PY-VOID
018600     PP-PAYEE-NAME          BY  PY-PAYEE-NAME
018700     PP-HEADER-BODY         BY  PY-HEADER-BODY
018800     PP-H-FILE-DATE         BY  PY-H-FILE-DATE
018900     PP-H-SOURCE-SYSTEM     BY  PY-H-SOURCE-SYSTEM
019000     PP-TRAILER-BODY        BY  PY-TRAILER-BODY
019100     PP-T-RECORD-COUNT      BY  PY-T-RECORD-COUNT
019200     PP-T-TOTAL-AMT         BY  PY-T-TOTAL-AMT.
019300
019400*****************************************************************
019500*    REG-REPORT                                      OUTPUT
019600*****************************************************************
019700 FD  REG-REPORT
019800     RECORDING F
019900     LABEL RECORDS STANDARD
020000     RECORD CONTAINS 133 CHARACTERS
020100     BLOCK CONTAINS 0 RECORDS
020200     DATA RECORD IS REG-REPORT-RECORD.
020300
020400 01  REG-REPORT-RECORD.
020500     05  FILLER                  PIC X(133).
020600
020700*****************************************************************
020800*    W O R K I N G - S T O R A G E
020900*****************************************************************
021000
021100 WORKING-STORAGE SECTION.
021200
021300 01  WS-START-OF-WORKING-STORAGE.
021400     05 WS-START-OF-WS-MARKER           PIC X(37)
021500        VALUE 'LAB39 WORKING STORAGE BEGINS HERE'.
021600***********************
021700*  CONSTANTS          *
021800***********************
021900
022000*************** WARN (RC 4) WHEN FEWER CHECKS THAN THIS ARE LEFT
022100*************** IN THE STOCK RANGE, SO NEW STOCK IS ORDERED
022200*************** BEFORE A RUN CAN FAIL FOR LACK OF IT.
022300 01  WS-CONSTANTS.
022400     05  WS-C-LOW-STOCK-WARN     PIC S9(05)     COMP-3 VALUE 200.
022450     05  WS-C-STOCK-TABLE-SIZE   PIC S9(05)     COMP-3 VALUE 10.
022475     05  WS-C-HELD-TABLE-SIZE    PIC S9(05)     COMP-3 VALUE 2000.
022500     05  WS-C-SOURCE-SYSTEM      PIC X(08)      VALUE 'LAB39'.
022600
022700***********************
022800*  ERROR CODES        *
022900***********************
023000
023100 01  WS-ERROR-CODES.
023200     05  WS-CHQFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
023300     05  WS-STKFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
023400     05  WS-ISSFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
023500     05  WS-PPYFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
023600     05  WS-RPTFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
023700     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
023800     05  WS-ABORT-CODE           PIC S9(1).
023900     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
024000
024100***********************
024200*  MESSAGE STRINGS    *
024300***********************
024400
024500 01  WS-ABORT-MSG-STRING.
024600     05  WS-ABORT-MSG-ERRLB      PIC X(06) VALUE 'ERROR '.
024700     05  WS-ABORT-MSG-EDESC      PIC X(28).
024800     05  WS-ABORT-MSG-IN         PIC X(14) VALUE ' IN PARAGRAPH '.
024900     05  WS-ABORT-MSG-PGRPH      PIC X(28).
025000     05  WS-ABORT-MSG-RCLBL      PIC X(08) VALUE 'SYS RC: '.
025100     05  WS-ABORT-MSG-SYSRC      PIC X(02).
025200
025300***********************
025400*  SWITCHES           *
025500***********************
025600
025700 01  SWITCHES.
025800     05  WS-CHKQ-FILE-SWITCH     PIC X(01) VALUE 'N'.
025900         88  WS-CHKQ-EOF                   VALUE 'Y'.
026000     05  WS-STOCK-FILE-SWITCH    PIC X(01) VALUE 'N'.
026100         88  WS-STOCK-EOF                  VALUE 'Y'.
026120     05  WS-STOCK-FOUND-SWITCH   PIC X(01) VALUE 'N'.
026140         88  WS-STOCK-FOUND                VALUE 'Y'.
026160     05  WS-NEXT-CO-SWITCH       PIC X(01) VALUE 'N'.
026180         88  WS-NEXT-COMPANY-FOUND         VALUE 'Y'.
026185     05  WS-ISSUES-DONE-SWITCH   PIC X(01) VALUE 'N'.
026190         88  WS-ISSUES-DONE                VALUE 'Y'.
026200
026300***********************
026400*  ACCUMULATORS       *
026500***********************
026600
026700 01  ACCUMULATORS.
026800     05  WS-REQ-IN-CTR           PIC S9(07) COMP-3 VALUE +0.
026900     05  WS-ISSUED-CTR           PIC S9(07) COMP-3 VALUE +0.
027000     05  WS-ISSUED-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
027100     05  WS-NO-CHECK-CTR         PIC S9(07) COMP-3 VALUE +0.
027120     05  WS-STOCK-COUNT          PIC S9(05) COMP-3 VALUE +0.
027140     05  WS-HELD-COUNT           PIC S9(05) COMP-3 VALUE +0.
027160     05  WS-LOW-STOCK-CTR        PIC S9(05) COMP-3 VALUE +0.
027180
027182**************************
027184*  CHECK-STOCK TABLE     *
027186**************************
027188*************** ONE ROW PER COMPANY FROM CHKSTOCK, IN COMPANY-CODE
027190*************** ORDER, WITH WHAT THIS RUN TOOK FROM EACH RANGE.
027192 01  STOCK-TABLE.
027194     05  STOCK-ENTRY OCCURS 10 TIMES
027196             ASCENDING KEY IS ST-COMPANY-CODE
027198             INDEXED BY ST-NDX, SO-NDX, SW-NDX.
027200         10  ST-COMPANY-CODE     PIC X(04) VALUE HIGH-VALUES.
027202         10  ST-STOCK-ID         PIC X(04).
027204         10  ST-ACCOUNT-NUMBER   PIC X(17).
027206         10  ST-FIRST-CHECK      PIC 9(08).
027208         10  ST-LAST-CHECK       PIC 9(08).
027210         10  ST-NEXT-CHECK       PIC 9(08).
027212         10  ST-ISSUED-CTR       PIC S9(07) COMP-3.
027214         10  ST-ISSUED-AMT       PIC S9(11)V99 COMP-3.
027216         10  ST-FIRST-ISSUED     PIC 9(08).
027218         10  ST-LAST-ISSUED      PIC 9(08).
027220         10  ST-WRITTEN-SW       PIC X(01).
027222
027224**************************
027226*  HELD-CHECK TABLE      *
027228**************************
027230*************** EVERY CHECK ISSUED THIS RUN, IN ISSUE ORDER, UNTIL
027232*************** THE ISSUE AND POSITIVE-PAY FILES ARE WRITTEN.
027234 01  ISSUE-HOLD-TABLE.
027236     05  ISSUE-HOLD OCCURS 2000 TIMES
027238             INDEXED BY IH-NDX.
027240         10  IH-COMPANY-CODE     PIC X(04).
027242         10  IH-CHECK-NUMBER     PIC 9(08).
027244         10  IH-NET-AMT          PIC S9(09)V99 COMP-3.
027246         10  IH-PAYEE-NAME       PIC X(30).
027248         10  IH-ISSUE-IMAGE      PIC X(120).
027274
027300***********************
027400*  WORKING VALUES     *
027500***********************
027600
027700 01  WS-WORKING-VALUES.
027800     05  WS-RUN-DATE             PIC X(08)  VALUE SPACES.
027900     05  WS-COMPANY-KEY          PIC X(04)  VALUE SPACES.
028000     05  WS-LAST-COMPANY-CODE    PIC X(04)  VALUE LOW-VALUES.
028100     05  WS-LOW-FIRST-ISSUED     PIC 9(08)  VALUE ZERO.
028200     05  WS-STOCK-LEFT           PIC S9(09) COMP-3 VALUE +0.
028300     05  WS-PAYEE-NAME           PIC X(30)  VALUE SPACES.
028400
028500***********************
028600*  RECORD LAYOUTS     *
028700***********************
028800
028900 01  WS-REGRPT-HEADER-1.
029000     05 WH1-ASA-CODE             PIC X(01) VALUE '1'.
029100     05 WH1-TITLE                PIC X(42) VALUE
029200                  'CHECK REGISTER - BONUS CHECKS ISSUED'.
029300     05 WH1-DATE-LABEL           PIC X(10) VALUE 'RUN DATE: '.
029400     05 WH1-RUN-DATE             PIC X(08).
030100     05 WH1-FILLER               PIC X(71) VALUE SPACES.
030200
030300 01  WS-REGRPT-HEADER-2.
030400     05 WH2-ASA-CODE             PIC X(01) VALUE '-'.
030450     05 WH2-COMPANY-LABEL        PIC X(06) VALUE 'CO'.
030500     05 WH2-CHECK-LABEL          PIC X(10) VALUE 'CHECK NO'.
030600     05 WH2-EMP-LABEL            PIC X(10) VALUE 'EMPLOYEE'.
030700     05 WH2-NAME-LABEL           PIC X(38) VALUE 'NAME'.
030800     05 WH2-STATE-LABEL          PIC X(07) VALUE 'ST'.
030900     05 WH2-AMOUNT-LABEL         PIC X(17) VALUE
031000                                 '         AMOUNT'.
031100     05 WH2-MSG-LABEL            PIC X(40) VALUE 'REASON'.
031200     05 WH2-FILLER               PIC X(04) VALUE SPACES.
031300
031400 01  WS-REGRPT-DETAIL.
031500     05 WRD-ASA-CODE             PIC X(01) VALUE SPACES.
031550     05 WRD-COMPANY-CODE         PIC X(04).
031575     05 WRD-COL-DIV-0            PIC X(02) VALUE SPACES.
031600     05 WRD-CHECK-NUMBER         PIC X(08).
031700     05 WRD-COL-DIV-1            PIC X(02) VALUE SPACES.
031800     05 WRD-EMPLOYEE-ID          PIC X(08).
031900     05 WRD-COL-DIV-2            PIC X(02) VALUE SPACES.
032000     05 WRD-LAST-NAME            PIC X(20).
032100     05 WRD-COL-DIV-3            PIC X(01) VALUE SPACES.
032200     05 WRD-FIRST-NAME           PIC X(15).
032300     05 WRD-COL-DIV-4            PIC X(02) VALUE SPACES.
032400     05 WRD-STATE-CODE           PIC X(02).
032500     05 WRD-COL-DIV-5            PIC X(05) VALUE SPACES.
032600     05 WRD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
032700     05 WRD-COL-DIV-6            PIC X(02) VALUE SPACES.
032800     05 WRD-MESSAGE              PIC X(40).
032900     05 WRD-FILLER               PIC X(04) VALUE SPACES.
033000
033100 01  WS-REGRPT-COUNT-LINE.
033200     05 WRC-ASA-CODE             PIC X(01) VALUE '-'.
033300     05 WRC-LABEL                PIC X(26).
033400     05 WRC-COUNT                PIC Z,ZZZ,ZZ9.
033500     05 WRC-FILLER               PIC X(97) VALUE SPACES.
033600
033700 01  WS-REGRPT-AMOUNT-LINE.
033800     05 WRA-ASA-CODE             PIC X(01) VALUE ' '.
033900     05 WRA-LABEL                PIC X(26).
034000     05 WRA-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
034100     05 WRA-FILLER               PIC X(91) VALUE SPACES.
034200
034300 01  WS-REGRPT-CHECK-LINE.
034400     05 WRK-ASA-CODE             PIC X(01) VALUE ' '.
034500     05 WRK-LABEL                PIC X(26).
034600     05 WRK-CHECK-NUMBER         PIC 9(08).
034700     05 WRK-FILLER               PIC X(98) VALUE SPACES.
034800
034900 01  WS-REGRPT-MESSAGE-LINE.
035000     05 WRM-ASA-CODE             PIC X(01) VALUE '-'.
035100     05 WRM-MESSAGE              PIC X(60).
035200     05 WRM-FILLER               PIC X(72) VALUE SPACES.
035220
035240 01  WS-REGRPT-STOCK-LINE.
035260     05 WRS-ASA-CODE             PIC X(01) VALUE '-'.
035280     05 WRS-COMPANY-LABEL        PIC X(09) VALUE 'COMPANY: '.
035300     05 WRS-COMPANY-CODE         PIC X(04).
035320     05 WRS-COL-DIV-1            PIC X(04) VALUE SPACES.
035340     05 WRS-STOCK-LABEL          PIC X(07) VALUE 'STOCK: '.
035360     05 WRS-STOCK-ID             PIC X(04).
035380     05 WRS-COL-DIV-2            PIC X(04) VALUE SPACES.
035400     05 WRS-ACCOUNT-LABEL        PIC X(09) VALUE 'ACCOUNT: '.
035420     05 WRS-ACCOUNT-NUMBER       PIC X(17).
035440     05 WRS-FILLER               PIC X(74) VALUE SPACES.
035460
035480 01  WS-END-OF-WORKING-STORAGE.
035500     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
035600        'LAB39 WORKING STORAGE ENDS HERE'.
035700
035800*****************************************************************
035900*          P R O C E D U R E     D I V I S I O N
036000*****************************************************************
036100
036200 PROCEDURE DIVISION.
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZATION  THRU 1000-EXIT
036500     PERFORM 2000-ISSUE-CHECKS    THRU 2000-EXIT
036600     PERFORM 3500-WRITE-FOOTERS   THRU 3500-EXIT
036700     PERFORM 4000-TERMINATE       THRU 4000-EXIT
036800     GOBACK
036900
037000     .
037100*****************************************************************
037200*  INITIALIZATION - OPEN FILES, LOAD AND CHECK THE STOCK RECORDS,
037300*  START THE REGISTER
037400*****************************************************************
037500
037600 1000-INITIALIZATION.
037700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
037800
037900     OPEN INPUT CHKQ-FILE
038000     IF WS-CHQFILE-STATUS-CODE = '00' THEN
038100         CONTINUE
038200     ELSE
038300         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
038400         MOVE 'OPENING CHKQ-FILE, ' TO WS-ABORT-MSG-EDESC
038500         MOVE WS-CHQFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
038600         MOVE 3901 TO RETURN-CODE
038700         PERFORM 9999-ABORT THRU 9999-EXIT
038800     END-IF
038900
039000     OPEN I-O STOCK-FILE
039100     IF WS-STKFILE-STATUS-CODE = '00' THEN
039200         CONTINUE
039300     ELSE
039400         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
039500         MOVE 'OPENING STOCK-FILE, ' TO WS-ABORT-MSG-EDESC
039600         MOVE WS-STKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
039700         MOVE 3902 TO RETURN-CODE
039800         PERFORM 9999-ABORT THRU 9999-EXIT
039900     END-IF
040000
040100     OPEN OUTPUT ISSUE-FILE
040200     IF WS-ISSFILE-STATUS-CODE = '00' THEN
040300         CONTINUE
040400     ELSE
040500         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
040600         MOVE 'OPENING ISSUE-FILE, ' TO WS-ABORT-MSG-EDESC
040700         MOVE WS-ISSFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
040800         MOVE 3903 TO RETURN-CODE
040900         PERFORM 9999-ABORT THRU 9999-EXIT
041000     END-IF
041100
041200     OPEN OUTPUT POSPAY-FILE
041300     IF WS-PPYFILE-STATUS-CODE = '00' THEN
041400         CONTINUE
041500     ELSE
041600         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
041700         MOVE 'OPENING POSPAY-FILE, ' TO WS-ABORT-MSG-EDESC
041800         MOVE WS-PPYFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
041900         MOVE 3904 TO RETURN-CODE
042000         PERFORM 9999-ABORT THRU 9999-EXIT
042100     END-IF
042200
042300     OPEN OUTPUT REG-REPORT
042400     IF WS-RPTFILE-STATUS-CODE = '00' THEN
042500         CONTINUE
042600     ELSE
042700         MOVE '1000-INITIALIZATION, ' TO WS-ABORT-MSG-PGRPH
042800         MOVE 'OPENING REG-REPORT, ' TO WS-ABORT-MSG-EDESC
042900         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
043000         MOVE 3905 TO RETURN-CODE
043100         PERFORM 9999-ABORT THRU 9999-EXIT
043200     END-IF
043300
043400     PERFORM 1100-LOAD-STOCK-TABLE THRU 1100-EXIT
043500
045600     MOVE WS-RUN-DATE          TO WH1-RUN-DATE
045900     MOVE WS-REGRPT-HEADER-1   TO REG-REPORT-RECORD
046000     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
046100     MOVE WS-REGRPT-HEADER-2   TO REG-REPORT-RECORD
046200     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
047000
047100     .
047200 1000-EXIT.
047300     EXIT.
047310*****************************************************************
047320*  LOAD THE CHECK-STOCK RECORDS - ONE PER COMPANY, IN COMPANY-CODE
047330*  ORDER, SEARCHED BY KEY
047340*****************************************************************
047350
047360 1100-LOAD-STOCK-TABLE.
047370     PERFORM 8100-READ-STOCK-FILE THRU 8100-EXIT
047380     IF WS-STOCK-EOF THEN
047390         MOVE '1100-LOAD-STOCK-TABLE, ' TO WS-ABORT-MSG-PGRPH
047400         MOVE '- NO CHECK-STOCK RECORD, ' TO WS-ABORT-MSG-EDESC
047410         MOVE '  ' TO WS-ABORT-MSG-SYSRC
047420         MOVE 3911 TO RETURN-CODE
047430         PERFORM 9999-ABORT THRU 9999-EXIT
047440     END-IF
047450
047460     PERFORM 1110-LOAD-ONE-STOCK THRU 1110-EXIT
047470         UNTIL WS-STOCK-EOF
047480
047490     .
047500 1100-EXIT.
047510     EXIT.
047520*****************************************************************
047530*  LOAD ONE COMPANY'S STOCK RECORD AND CHECK ITS RANGE AGAINST
047540*  THE COMPANIES ALREADY LOADED
047550*****************************************************************
047560
047570 1110-LOAD-ONE-STOCK.
047580     IF WS-STOCK-COUNT NOT < WS-C-STOCK-TABLE-SIZE THEN
047590         MOVE '1110-LOAD-ONE-STOCK, ' TO WS-ABORT-MSG-PGRPH
047600         MOVE '- STOCK TABLE FULL, ' TO WS-ABORT-MSG-EDESC
047610         MOVE '  ' TO WS-ABORT-MSG-SYSRC
047620         MOVE 3914 TO RETURN-CODE
047630         PERFORM 9999-ABORT THRU 9999-EXIT
047640     END-IF
047650
047660     IF SK-COMPANY-CODE NOT > WS-LAST-COMPANY-CODE THEN
047670         MOVE '1110-LOAD-ONE-STOCK, ' TO WS-ABORT-MSG-PGRPH
047680         MOVE '- STOCK OUT OF SEQUENCE, ' TO WS-ABORT-MSG-EDESC
047690         MOVE '  ' TO WS-ABORT-MSG-SYSRC
047700         MOVE 3915 TO RETURN-CODE
047710         PERFORM 9999-ABORT THRU 9999-EXIT
047720     END-IF
047730
047740*************** THE NEXT NUMBER MAY SIT ONE PAST THE LAST CHECK
047750*************** (STOCK USED UP), BUT NEVER OUTSIDE THE RANGE.
047760     IF SK-NEXT-CHECK NOT NUMERIC
047770        OR SK-NEXT-CHECK < SK-FIRST-CHECK
047780        OR SK-NEXT-CHECK > SK-LAST-CHECK + 1 THEN
047790         DISPLAY 'LAB39 NEXT CHECK OUT OF RANGE FOR COMPANY '
047800             SK-COMPANY-CODE
047810         MOVE '1110-LOAD-ONE-STOCK, ' TO WS-ABORT-MSG-PGRPH
047820         MOVE '- NEXT CHECK OUT OF RANGE, ' TO WS-ABORT-MSG-EDESC
047830         MOVE '  ' TO WS-ABORT-MSG-SYSRC
047840         MOVE 3912 TO RETURN-CODE
047850         PERFORM 9999-ABORT THRU 9999-EXIT
047860     END-IF
047870
047880     ADD +1                    TO WS-STOCK-COUNT
047890     SET ST-NDX                TO WS-STOCK-COUNT
047900     MOVE SK-COMPANY-CODE      TO ST-COMPANY-CODE (ST-NDX)
047910     MOVE SK-STOCK-ID          TO ST-STOCK-ID (ST-NDX)
047920     MOVE SK-ACCOUNT-NUMBER    TO ST-ACCOUNT-NUMBER (ST-NDX)
047930     MOVE SK-FIRST-CHECK       TO ST-FIRST-CHECK (ST-NDX)
047940     MOVE SK-LAST-CHECK        TO ST-LAST-CHECK (ST-NDX)
047950     MOVE SK-NEXT-CHECK        TO ST-NEXT-CHECK (ST-NDX)
047960     MOVE ZERO                 TO ST-ISSUED-CTR (ST-NDX)
047970                                  ST-ISSUED-AMT (ST-NDX)
047980                                  ST-FIRST-ISSUED (ST-NDX)
047990                                  ST-LAST-ISSUED (ST-NDX)
048000     MOVE 'N'                  TO ST-WRITTEN-SW (ST-NDX)
048010
048020     PERFORM 1120-CHECK-OVERLAP THRU 1120-EXIT
048030         VARYING SO-NDX FROM 1 BY 1
048040         UNTIL SO-NDX NOT < ST-NDX
048050
048060     MOVE SK-COMPANY-CODE      TO WS-LAST-COMPANY-CODE
048070     PERFORM 8100-READ-STOCK-FILE THRU 8100-EXIT
048080
048090     .
048100 1110-EXIT.
048110     EXIT.
048120*****************************************************************
048130*  TWO COMPANIES MAY NOT SHARE CHECK NUMBERS - THE REGISTER IS
048140*  KEYED BY CHECK NUMBER ALONE
048150*****************************************************************
048160
048170 1120-CHECK-OVERLAP.
048180     IF ST-FIRST-CHECK (ST-NDX) NOT > ST-LAST-CHECK (SO-NDX)
048190        AND ST-LAST-CHECK (ST-NDX) NOT < ST-FIRST-CHECK (SO-NDX)
048200        THEN
048210         DISPLAY 'LAB39 STOCK RANGES OVERLAP - COMPANIES '
048220             ST-COMPANY-CODE (SO-NDX) ' AND '
048230             ST-COMPANY-CODE (ST-NDX)
048240         MOVE '1120-CHECK-OVERLAP, ' TO WS-ABORT-MSG-PGRPH
048250         MOVE '- STOCK RANGES OVERLAP, ' TO WS-ABORT-MSG-EDESC
048260         MOVE '  ' TO WS-ABORT-MSG-SYSRC
048270         MOVE 3916 TO RETURN-CODE
048280         PERFORM 9999-ABORT THRU 9999-EXIT
048290     END-IF
048300
048310     .
048320 1120-EXIT.
048330     EXIT.
048336*****************************************************************
048342*  NUMBER A CHECK FOR EVERY REQUEST ON THE LAB14 EXTRACT
048349*****************************************************************
048355
048361 2000-ISSUE-CHECKS.
048368     PERFORM 8000-READ-CHKQ-FILE THRU 8000-EXIT
048374     PERFORM 2100-PROCESS-ONE-REQUEST THRU 2100-EXIT
048380         UNTIL WS-CHKQ-EOF
048387
048393     .
048400 2000-EXIT.
048500     EXIT.
048600*****************************************************************
048700*  ISSUE OR LIST ONE CHECK REQUEST, THEN READ THE NEXT
048800*****************************************************************
048900
049000 2100-PROCESS-ONE-REQUEST.
049100     PERFORM 2200-ISSUE-ONE-CHECK THRU 2200-EXIT
049200     PERFORM 8000-READ-CHKQ-FILE THRU 8000-EXIT
049300
049400     .
049500 2100-EXIT.
049600     EXIT.
049700*****************************************************************
049800*  TAKE THE NEXT CHECK NUMBER FROM THE COMPANY'S STOCK, LIST THE
049900*  CHECK ON THE REGISTER, AND HOLD IT FOR THE ISSUE AND
049950*  POSITIVE-PAY FILES
050000*****************************************************************
050100
050200 2200-ISSUE-ONE-CHECK.
050250     PERFORM 2210-FIND-COMPANY-STOCK THRU 2210-EXIT
050300     MOVE SPACES               TO WS-REGRPT-DETAIL
050350     MOVE ST-COMPANY-CODE (ST-NDX) TO WRD-COMPANY-CODE
050400     MOVE CX-EMPLOYEE-ID       TO WRD-EMPLOYEE-ID
050500     MOVE CX-LAST-NAME         TO WRD-LAST-NAME
050600     MOVE CX-FIRST-NAME        TO WRD-FIRST-NAME
050700     MOVE CX-STATE-CODE        TO WRD-STATE-CODE
050800     MOVE CX-NET-AMT           TO WRD-AMOUNT
050900
051000*************** DEDUCTIONS CAN TAKE THE WHOLE BONUS - THERE IS
051100*************** NOTHING TO PAY, SO NO CHECK NUMBER IS USED.
051200     IF CX-NET-AMT NOT > ZERO THEN
051300         MOVE 'NO CHECK - NO NET PAY AFTER DEDUCTIONS'
051400             TO WRD-MESSAGE
051500         MOVE WS-REGRPT-DETAIL TO REG-REPORT-RECORD
051600         PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
051700         ADD +1 TO WS-NO-CHECK-CTR
051800         GO TO 2200-EXIT
051900     END-IF
052000
052100     IF ST-NEXT-CHECK (ST-NDX) > ST-LAST-CHECK (ST-NDX) THEN
052150         DISPLAY 'LAB39 CHECK STOCK EXHAUSTED FOR COMPANY '
052175             ST-COMPANY-CODE (ST-NDX)
052200         MOVE '2200-ISSUE-ONE-CHECK, ' TO WS-ABORT-MSG-PGRPH
052300         MOVE '- CHECK STOCK EXHAUSTED, ' TO WS-ABORT-MSG-EDESC
052400         MOVE '  ' TO WS-ABORT-MSG-SYSRC
052500         MOVE 3913 TO RETURN-CODE
052600         PERFORM 9999-ABORT THRU 9999-EXIT
052700     END-IF
052800
052810     IF WS-HELD-COUNT NOT < WS-C-HELD-TABLE-SIZE THEN
052820         MOVE '2200-ISSUE-ONE-CHECK, ' TO WS-ABORT-MSG-PGRPH
052830         MOVE '- HELD CHECK TABLE FULL, ' TO WS-ABORT-MSG-EDESC
052840         MOVE '  ' TO WS-ABORT-MSG-SYSRC
052850         MOVE 3917 TO RETURN-CODE
052860         PERFORM 9999-ABORT THRU 9999-EXIT
052870     END-IF
052880
052890*************** THE ISSUE RECORD IS BUILT HERE AND HELD - IT IS
052895*************** WRITTEN IN CHECK-NUMBER ORDER AT END OF RUN.
052900     MOVE SPACES                 TO ISSUE-RECORD
053000     MOVE ST-NEXT-CHECK (ST-NDX) TO IS-CHECK-NUMBER
053100     MOVE CX-EMPLOYEE-ID         TO IS-EMPLOYEE-ID
053200     MOVE CX-LAST-NAME           TO IS-LAST-NAME
053300     MOVE CX-FIRST-NAME          TO IS-FIRST-NAME
053400     MOVE CX-MID-INIT            TO IS-MID-INIT
053500     MOVE CX-STATE-CODE          TO IS-STATE-CODE
053600     MOVE CX-FED-TAX-EXEMPT-CODE TO IS-FED-TAX-EXEMPT-CODE
053700     MOVE CX-ST-TAX-EXEMPT-CODE  TO IS-ST-TAX-EXEMPT-CODE
053800     MOVE CX-GROSS               TO IS-GROSS
053900     MOVE CX-NET-AMT             TO IS-NET-AMT
054000     MOVE WS-RUN-DATE            TO IS-ISSUE-DATE
054100     MOVE CX-RUN-NUMBER          TO IS-RUN-NUMBER
054200     SET IS-OUTSTANDING          TO TRUE
054300     MOVE WS-RUN-DATE            TO IS-STATUS-DATE
054400     MOVE ZERO                   TO IS-PAID-AMT
054500     MOVE ST-COMPANY-CODE (ST-NDX) TO IS-COMPANY-CODE
054600
054700     MOVE SPACES                 TO WS-PAYEE-NAME
054800     STRING CX-FIRST-NAME        DELIMITED BY SPACE
054900            ' '                  DELIMITED BY SIZE
055000            CX-LAST-NAME         DELIMITED BY SIZE
055100         INTO WS-PAYEE-NAME
055200     ADD +1                      TO WS-HELD-COUNT
055300     SET IH-NDX                  TO WS-HELD-COUNT
055400     MOVE ST-COMPANY-CODE (ST-NDX) TO IH-COMPANY-CODE (IH-NDX)
055500     MOVE ST-NEXT-CHECK (ST-NDX) TO IH-CHECK-NUMBER (IH-NDX)
055600     MOVE CX-NET-AMT             TO IH-NET-AMT (IH-NDX)
055700     MOVE WS-PAYEE-NAME          TO IH-PAYEE-NAME (IH-NDX)
055800     MOVE ISSUE-RECORD           TO IH-ISSUE-IMAGE (IH-NDX)
056100
056200     MOVE ST-NEXT-CHECK (ST-NDX) TO WRD-CHECK-NUMBER
056300     MOVE CX-REASON              TO WRD-MESSAGE
056400     MOVE WS-REGRPT-DETAIL       TO REG-REPORT-RECORD
056500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
056600
056700     IF ST-ISSUED-CTR (ST-NDX) = ZERO THEN
056800         MOVE ST-NEXT-CHECK (ST-NDX) TO ST-FIRST-ISSUED (ST-NDX)
056900     END-IF
057000     MOVE ST-NEXT-CHECK (ST-NDX) TO ST-LAST-ISSUED (ST-NDX)
057025     ADD +1                      TO ST-ISSUED-CTR (ST-NDX)
057050     ADD CX-NET-AMT              TO ST-ISSUED-AMT (ST-NDX)
057100     ADD +1                      TO WS-ISSUED-CTR
057200     ADD CX-NET-AMT              TO WS-ISSUED-AMT
057300     ADD 1                       TO ST-NEXT-CHECK (ST-NDX)
057400
057500     .
057600 2200-EXIT.
057700     EXIT.
057710*****************************************************************
057720*  FIND THE STOCK OF THE COMPANY THAT PAID THE BONUS - A REQUEST
057730*  WITH NO COMPANY BELONGS TO THE FIRST COMPANY ON CHKSTOCK
057740*****************************************************************
057750
057760 2210-FIND-COMPANY-STOCK.
057770     IF CX-COMPANY-CODE = SPACES THEN
057780         MOVE ST-COMPANY-CODE (1) TO WS-COMPANY-KEY
057790     ELSE
057800         MOVE CX-COMPANY-CODE     TO WS-COMPANY-KEY
057810     END-IF
057820
057830     MOVE 'N' TO WS-STOCK-FOUND-SWITCH
057840     SEARCH ALL STOCK-ENTRY
057850         AT END
057860             CONTINUE
057870         WHEN ST-COMPANY-CODE (ST-NDX) = WS-COMPANY-KEY
057880             SET WS-STOCK-FOUND TO TRUE
057890     END-SEARCH
057900
057910*************** A CHECK IS NEVER DRAWN ON ANOTHER COMPANY'S
057920*************** ACCOUNT - LOAD THE COMPANY'S STOCK AND RERUN.
057930     IF NOT WS-STOCK-FOUND THEN
057940         DISPLAY 'LAB39 NO CHECK STOCK FOR COMPANY '
057945             WS-COMPANY-KEY
057950             ', EMPLOYEE ' CX-EMPLOYEE-ID
057960         MOVE '2210-FIND-COMPANY-STOCK, ' TO WS-ABORT-MSG-PGRPH
057970         MOVE '- NO STOCK FOR COMPANY, ' TO WS-ABORT-MSG-EDESC
057980         MOVE '  ' TO WS-ABORT-MSG-SYSRC
057990         MOVE 3918 TO RETURN-CODE
058000         PERFORM 9999-ABORT THRU 9999-EXIT
058010     END-IF
058020
058030     .
058040 2210-EXIT.
058050     EXIT.
058062*****************************************************************
058075*  WRITE THE CONTROL COUNTS AND THE STOCK POSITION
058087*****************************************************************
058100
058200 3500-WRITE-FOOTERS.
058300     MOVE 'CHECK REQUESTS READ      :' TO WRC-LABEL
058400     MOVE WS-REQ-IN-CTR         TO WRC-COUNT
058500     MOVE WS-REGRPT-COUNT-LINE  TO REG-REPORT-RECORD
058600     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
058700
058800     MOVE 'CHECKS ISSUED            :' TO WRC-LABEL
058900     MOVE WS-ISSUED-CTR         TO WRC-COUNT
059000     MOVE WS-REGRPT-COUNT-LINE  TO REG-REPORT-RECORD
059100     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
059200
059300     MOVE 'AMOUNT ISSUED            :' TO WRA-LABEL
059400     MOVE WS-ISSUED-AMT         TO WRA-AMOUNT
059500     MOVE WS-REGRPT-AMOUNT-LINE TO REG-REPORT-RECORD
059600     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
059700
059800     MOVE 'REQUESTS WITH NO NET PAY :' TO WRC-LABEL
059900     MOVE WS-NO-CHECK-CTR       TO WRC-COUNT
060000     MOVE WS-REGRPT-COUNT-LINE  TO REG-REPORT-RECORD
060100     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
060200
060300     PERFORM 3600-WRITE-STOCK-FOOTERS THRU 3600-EXIT
060400         VARYING ST-NDX FROM 1 BY 1
060500         UNTIL ST-NDX > WS-STOCK-COUNT
063000
063100     .
063200 3500-EXIT.
063300     EXIT.
063310*****************************************************************
063320*  WRITE ONE COMPANY'S CHECKS AND STOCK POSITION
063330*****************************************************************
063340
063350 3600-WRITE-STOCK-FOOTERS.
063360     MOVE ST-COMPANY-CODE (ST-NDX)   TO WRS-COMPANY-CODE
063370     MOVE ST-STOCK-ID (ST-NDX)       TO WRS-STOCK-ID
063380     MOVE ST-ACCOUNT-NUMBER (ST-NDX) TO WRS-ACCOUNT-NUMBER
063390     MOVE WS-REGRPT-STOCK-LINE  TO REG-REPORT-RECORD
063400     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
063410
063420     MOVE 'CHECKS ISSUED            :' TO WRC-LABEL
063430     MOVE ST-ISSUED-CTR (ST-NDX) TO WRC-COUNT
063440     MOVE WS-REGRPT-COUNT-LINE  TO REG-REPORT-RECORD
063450     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
063460
063470     MOVE 'AMOUNT ISSUED            :' TO WRA-LABEL
063480     MOVE ST-ISSUED-AMT (ST-NDX) TO WRA-AMOUNT
063490     MOVE WS-REGRPT-AMOUNT-LINE TO REG-REPORT-RECORD
063500     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
063510
063520     MOVE 'FIRST CHECK ISSUED       :' TO WRK-LABEL
063530     MOVE ST-FIRST-ISSUED (ST-NDX) TO WRK-CHECK-NUMBER
063540     MOVE WS-REGRPT-CHECK-LINE  TO REG-REPORT-RECORD
063550     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
063560
063570     MOVE 'LAST CHECK ISSUED        :' TO WRK-LABEL
063580     MOVE ST-LAST-ISSUED (ST-NDX) TO WRK-CHECK-NUMBER
063590     MOVE WS-REGRPT-CHECK-LINE  TO REG-REPORT-RECORD
063600     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
063610
063620     MOVE 'NEXT CHECK IN STOCK      :' TO WRK-LABEL
063630     MOVE ST-NEXT-CHECK (ST-NDX) TO WRK-CHECK-NUMBER
063640     MOVE WS-REGRPT-CHECK-LINE  TO REG-REPORT-RECORD
063650     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
063660
063670     COMPUTE WS-STOCK-LEFT = ST-LAST-CHECK (ST-NDX)
063680                           - ST-NEXT-CHECK (ST-NDX) + 1
063690     MOVE 'CHECKS LEFT IN STOCK     :' TO WRC-LABEL
063700     MOVE WS-STOCK-LEFT         TO WRC-COUNT
063710     MOVE WS-REGRPT-COUNT-LINE  TO REG-REPORT-RECORD
063720     PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
063730
063740     IF WS-STOCK-LEFT < WS-C-LOW-STOCK-WARN THEN
063750         MOVE 'CHECK STOCK LOW - LOAD THE NEXT RANGE'
063760             TO WRM-MESSAGE
063770         MOVE WS-REGRPT-MESSAGE-LINE TO REG-REPORT-RECORD
063780         PERFORM 8600-WRITE-REPORT-RECORD THRU 8600-EXIT
063790         DISPLAY 'CHECK STOCK LOW - COMPANY '
063800             ST-COMPANY-CODE (ST-NDX) ', CHECKS LEFT: '
063810             WS-STOCK-LEFT
063820         ADD +1 TO WS-LOW-STOCK-CTR
063830     END-IF
063840
063850     .
063860 3600-EXIT.
063870     EXIT.
063874*****************************************************************
063878*  TERMINATION ROUTINE - WRITE THE POSITIVE-PAY BATCHES AND THE
063882*  ISSUE FILE, AND ADVANCE EACH STOCK RECORD PAST THE LAST CHECK
063887*  ISSUED
063891*****************************************************************
063895
063900 4000-TERMINATE.
064000     PERFORM 4100-WRITE-POSPAY-BATCH THRU 4100-EXIT
064100         VARYING ST-NDX FROM 1 BY 1
064200         UNTIL ST-NDX > WS-STOCK-COUNT
064300
064400     PERFORM 4200-WRITE-ISSUE-FILE THRU 4200-EXIT
064500     PERFORM 4300-REWRITE-STOCK    THRU 4300-EXIT
066100
066200     CLOSE CHKQ-FILE, ISSUE-FILE, POSPAY-FILE, REG-REPORT
066400
066500     DISPLAY '*** LAB39...TOTALS ***'
066600     DISPLAY 'CHECK REQUESTS READ   : ' WS-REQ-IN-CTR
066700     DISPLAY 'CHECKS ISSUED         : ' WS-ISSUED-CTR
066800     DISPLAY 'AMOUNT ISSUED         : ' WS-ISSUED-AMT
066900     DISPLAY 'NO NET PAY - NO CHECK : ' WS-NO-CHECK-CTR
067000     DISPLAY 'COMPANY STOCK RECORDS : ' WS-STOCK-COUNT
067100
067200     IF WS-LOW-STOCK-CTR > ZERO THEN
067300         DISPLAY 'CHECK STOCK LOW - COMPANIES: ' WS-LOW-STOCK-CTR
067400         MOVE 4 TO RETURN-CODE
067500     ELSE
067600         MOVE 0 TO RETURN-CODE
067700     END-IF
067800
067900     .
068000 4000-EXIT.
068100     EXIT.
068110*****************************************************************
068120*  ONE POSITIVE-PAY BATCH FOR ONE COMPANY ACCOUNT - HEADER, THE
068130*  COMPANY'S CHECKS, AND A TRAILER FOOTING THAT ACCOUNT ONLY
068140*****************************************************************
068150
068160 4100-WRITE-POSPAY-BATCH.
068170     MOVE SPACES                   TO POSPAY-RECORD
068180     SET PY-HEADER                 TO TRUE
068190     MOVE ST-ACCOUNT-NUMBER (ST-NDX) TO PY-ACCOUNT-NUMBER
068200     MOVE WS-RUN-DATE              TO PY-H-FILE-DATE
068210     MOVE WS-C-SOURCE-SYSTEM       TO PY-H-SOURCE-SYSTEM
068220     PERFORM 8400-WRITE-POSPAY-RECORD THRU 8400-EXIT
068230
068240     PERFORM 4110-WRITE-ONE-POSPAY THRU 4110-EXIT
068250         VARYING IH-NDX FROM 1 BY 1
068260         UNTIL IH-NDX > WS-HELD-COUNT
068270
068280     MOVE SPACES                   TO POSPAY-RECORD
068290     SET PY-TRAILER                TO TRUE
068300     MOVE ST-ACCOUNT-NUMBER (ST-NDX) TO PY-ACCOUNT-NUMBER
068310     MOVE ST-ISSUED-CTR (ST-NDX)   TO PY-T-RECORD-COUNT
068320     MOVE ST-ISSUED-AMT (ST-NDX)   TO PY-T-TOTAL-AMT
068330     PERFORM 8400-WRITE-POSPAY-RECORD THRU 8400-EXIT
068340
068350     .
068360 4100-EXIT.
068370     EXIT.
068380*****************************************************************
068390*  ONE HELD CHECK ON THE BATCH - CHECKS OF OTHER COMPANIES ARE
068400*  PASSED OVER
068410*****************************************************************
068420
068430 4110-WRITE-ONE-POSPAY.
068440     IF IH-COMPANY-CODE (IH-NDX) NOT = ST-COMPANY-CODE (ST-NDX)
068450        THEN
068460         GO TO 4110-EXIT
068470     END-IF
068480
068490     MOVE SPACES                   TO POSPAY-RECORD
068500     SET PY-DETAIL                 TO TRUE
068510     MOVE ST-ACCOUNT-NUMBER (ST-NDX) TO PY-ACCOUNT-NUMBER
068520     MOVE IH-CHECK-NUMBER (IH-NDX) TO PY-CHECK-NUMBER
068530     MOVE IH-NET-AMT (IH-NDX)      TO PY-AMOUNT
068540     MOVE WS-RUN-DATE              TO PY-ISSUE-DATE
068550     SET PY-ISSUE                  TO TRUE
068560     MOVE IH-PAYEE-NAME (IH-NDX)   TO PY-PAYEE-NAME
068570     PERFORM 8400-WRITE-POSPAY-RECORD THRU 8400-EXIT
068580
068590     .
068600 4110-EXIT.
068610     EXIT.
068620*****************************************************************
068630*  WRITE THE HELD CHECKS TO THE ISSUE FILE IN CHECK-NUMBER ORDER.
068640*  EACH COMPANY'S CHECKS ARE ONE UNBROKEN RUN FROM ITS OWN RANGE
068650*  AND NO TWO RANGES OVERLAP, SO THE COMPANIES ARE TAKEN LOWEST
068660*  FIRST CHECK FIRST, EACH IN THE ORDER ITS CHECKS WERE ISSUED.
068670*****************************************************************
068680
068690 4200-WRITE-ISSUE-FILE.
068700     MOVE 'N' TO WS-ISSUES-DONE-SWITCH
068710     PERFORM 4210-WRITE-NEXT-COMPANY THRU 4210-EXIT
068720         UNTIL WS-ISSUES-DONE
068730
068740     .
068750 4200-EXIT.
068760     EXIT.
068770*****************************************************************
068780*  WRITE THE CHECKS OF THE UNWRITTEN COMPANY WITH THE LOWEST
068790*  FIRST CHECK NUMBER
068800*****************************************************************
068810
068820 4210-WRITE-NEXT-COMPANY.
068830     MOVE 'N'      TO WS-NEXT-CO-SWITCH
068840     MOVE 99999999 TO WS-LOW-FIRST-ISSUED
068850     PERFORM 4220-FIND-LOWEST-COMPANY THRU 4220-EXIT
068860         VARYING SO-NDX FROM 1 BY 1
068870         UNTIL SO-NDX > WS-STOCK-COUNT
068880
068890     IF NOT WS-NEXT-COMPANY-FOUND THEN
068900         SET WS-ISSUES-DONE TO TRUE
068910         GO TO 4210-EXIT
068920     END-IF
068930
068940     MOVE 'Y' TO ST-WRITTEN-SW (SW-NDX)
068950     PERFORM 4230-WRITE-ONE-ISSUE THRU 4230-EXIT
068960         VARYING IH-NDX FROM 1 BY 1
068970         UNTIL IH-NDX > WS-HELD-COUNT
068980
068990     .
069000 4210-EXIT.
069010     EXIT.
069020*****************************************************************
069030*  KEEP THE LOWEST FIRST CHECK AMONG THE COMPANIES NOT YET WRITTEN
069040*****************************************************************
069050
069060 4220-FIND-LOWEST-COMPANY.
069070     IF ST-WRITTEN-SW (SO-NDX) = 'N'
069080        AND ST-ISSUED-CTR (SO-NDX) > ZERO
069090        AND ST-FIRST-ISSUED (SO-NDX) < WS-LOW-FIRST-ISSUED THEN
069100         MOVE ST-FIRST-ISSUED (SO-NDX) TO WS-LOW-FIRST-ISSUED
069110         SET SW-NDX TO SO-NDX
069120         SET WS-NEXT-COMPANY-FOUND TO TRUE
069130     END-IF
069140
069150     .
069160 4220-EXIT.
069170     EXIT.
069180*****************************************************************
069190*  WRITE ONE HELD CHECK OF THE COMPANY BEING WRITTEN
069200*****************************************************************
069210
069220 4230-WRITE-ONE-ISSUE.
069230     IF IH-COMPANY-CODE (IH-NDX) NOT = ST-COMPANY-CODE (SW-NDX)
069240        THEN
069250         GO TO 4230-EXIT
069260     END-IF
069270
069280     MOVE IH-ISSUE-IMAGE (IH-NDX) TO ISSUE-RECORD
069290     PERFORM 8300-WRITE-ISSUE-RECORD THRU 8300-EXIT
069300
069310     .
069320 4230-EXIT.
069330     EXIT.
069340*****************************************************************
069350*  ADVANCE EACH STOCK RECORD PAST ITS LAST CHECK ISSUED - THE FILE
069360*  IS READ AGAIN FROM THE TOP AND REWRITTEN IN PLACE
069370*****************************************************************
069380
069390 4300-REWRITE-STOCK.
069400     CLOSE STOCK-FILE
069410     OPEN I-O STOCK-FILE
069420     IF WS-STKFILE-STATUS-CODE = '00' THEN
069430         CONTINUE
069440     ELSE
069450         MOVE '4300-REWRITE-STOCK, ' TO WS-ABORT-MSG-PGRPH
069460         MOVE 'REOPENING STOCK-FILE, ' TO WS-ABORT-MSG-EDESC
069470         MOVE WS-STKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
069480         MOVE 3922 TO RETURN-CODE
069490         PERFORM 9999-ABORT THRU 9999-EXIT
069500     END-IF
069510
069520     MOVE 'N' TO WS-STOCK-FILE-SWITCH
069530     PERFORM 4310-REWRITE-ONE-STOCK THRU 4310-EXIT
069540         VARYING ST-NDX FROM 1 BY 1
069550         UNTIL ST-NDX > WS-STOCK-COUNT
069560     CLOSE STOCK-FILE
069570
069580     .
069590 4300-EXIT.
069600     EXIT.
069610*****************************************************************
069620*  REWRITE ONE COMPANY'S STOCK RECORD WITH ITS NEXT CHECK NUMBER
069630*****************************************************************
069640
069650 4310-REWRITE-ONE-STOCK.
069660     PERFORM 8100-READ-STOCK-FILE THRU 8100-EXIT
069670     IF WS-STOCK-EOF
069680        OR SK-COMPANY-CODE NOT = ST-COMPANY-CODE (ST-NDX) THEN
069690         MOVE '4310-REWRITE-ONE-STOCK, ' TO WS-ABORT-MSG-PGRPH
069700         MOVE '- STOCK FILE CHANGED, ' TO WS-ABORT-MSG-EDESC
069710         MOVE '  ' TO WS-ABORT-MSG-SYSRC
069720         MOVE 3923 TO RETURN-CODE
069730         PERFORM 9999-ABORT THRU 9999-EXIT
069740     END-IF
069750
069760     MOVE ST-NEXT-CHECK (ST-NDX) TO SK-NEXT-CHECK
069770     IF ST-ISSUED-CTR (ST-NDX) > ZERO THEN
069780         MOVE WS-RUN-DATE        TO SK-LAST-ISSUE-DATE
069790     END-IF
069800     REWRITE STOCK-RECORD
069810     IF WS-STKFILE-STATUS-CODE = '00' THEN
069820         CONTINUE
069830     ELSE
069840         MOVE '4310-REWRITE-ONE-STOCK, ' TO WS-ABORT-MSG-PGRPH
069850         MOVE 'REWRITING STOCK-FILE, ' TO WS-ABORT-MSG-EDESC
069860         MOVE WS-STKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
069870         MOVE 3921 TO RETURN-CODE
069880         PERFORM 9999-ABORT THRU 9999-EXIT
069890     END-IF
069900
069910     .
069920 4310-EXIT.
069930     EXIT.
069933*****************************************************************
069937*  READ CHECK-REQUEST EXTRACT ROUTINE
069941*****************************************************************
069944
069948 8000-READ-CHKQ-FILE.
069952     READ CHKQ-FILE
069955         AT END
069959             SET WS-CHKQ-EOF TO TRUE
069963         NOT AT END
069966             ADD +1 TO WS-REQ-IN-CTR
069970     END-READ
069974     IF WS-CHQFILE-STATUS-CODE = '00' OR
069977         WS-CHQFILE-STATUS-CODE = '10' THEN
069981         CONTINUE
069985     ELSE
069988         MOVE '8000-READ-CHKQ-FILE, ' TO WS-ABORT-MSG-PGRPH
069992         MOVE 'READING CHKQ-FILE, ' TO WS-ABORT-MSG-EDESC
069996         MOVE WS-CHQFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
070000         MOVE 8039 TO RETURN-CODE
070100         PERFORM 9999-ABORT THRU 9999-EXIT
070200     END-IF
070300
070400     .
070500 8000-EXIT.
070600     EXIT.
070700*****************************************************************
070800*  READ CHECK-STOCK CONTROL RECORD
070900*****************************************************************
071000
071100 8100-READ-STOCK-FILE.
071200     READ STOCK-FILE
071300         AT END
071400             SET WS-STOCK-EOF TO TRUE
071500     END-READ
071600     IF WS-STKFILE-STATUS-CODE = '00' OR
071700         WS-STKFILE-STATUS-CODE = '10' THEN
071800         CONTINUE
071900     ELSE
072000         MOVE '8100-READ-STOCK-FILE, ' TO WS-ABORT-MSG-PGRPH
072100         MOVE 'READING STOCK-FILE, ' TO WS-ABORT-MSG-EDESC
072200         MOVE WS-STKFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
072300         MOVE 8139 TO RETURN-CODE
072400         PERFORM 9999-ABORT THRU 9999-EXIT
072500     END-IF
072600
072700     .
072800 8100-EXIT.
072900     EXIT.
073000*****************************************************************
073100*  WRITE CHECK ISSUE RECORD
073200*****************************************************************
073300
073400 8300-WRITE-ISSUE-RECORD.
073500     WRITE ISSUE-RECORD
073600     IF WS-ISSFILE-STATUS-CODE = '00' THEN
073700         CONTINUE
073800     ELSE
073900         MOVE '8300-WRITE-ISSUE-RECORD, ' TO WS-ABORT-MSG-PGRPH
074000         MOVE 'WRITING TO ISSUE-FILE, ' TO WS-ABORT-MSG-EDESC
074100         MOVE WS-ISSFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
074200         MOVE 8339 TO RETURN-CODE
074300         PERFORM 9999-ABORT THRU 9999-EXIT
074400     END-IF
074500
074600     .
074700 8300-EXIT.
074800     EXIT.
074900*****************************************************************
075000*  WRITE POSITIVE-PAY RECORD
075100*****************************************************************
075200
075300 8400-WRITE-POSPAY-RECORD.
075400     WRITE POSPAY-RECORD
075500     IF WS-PPYFILE-STATUS-CODE = '00' THEN
075600         CONTINUE
075700     ELSE
075800         MOVE '8400-WRITE-POSPAY-RECORD, ' TO WS-ABORT-MSG-PGRPH
075900         MOVE 'WRITING TO POSPAY-FILE, ' TO WS-ABORT-MSG-EDESC
076000         MOVE WS-PPYFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
076100         MOVE 8439 TO RETURN-CODE
076200         PERFORM 9999-ABORT THRU 9999-EXIT
076300     END-IF
076400
076500     .
076600 8400-EXIT.
076700     EXIT.
076800*****************************************************************
076900*  WRITE CHECK REGISTER LISTING RECORD
077000*****************************************************************
077100
077200 8600-WRITE-REPORT-RECORD.
077300     WRITE REG-REPORT-RECORD
077400     IF WS-RPTFILE-STATUS-CODE = '00' THEN
077500         CONTINUE
077600     ELSE
077700         MOVE '8600-WRITE-REPORT-RECORD, ' TO WS-ABORT-MSG-PGRPH
077800         MOVE 'WRITING TO REG-REPORT, ' TO WS-ABORT-MSG-EDESC
077900         MOVE WS-RPTFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
078000         MOVE 8639 TO RETURN-CODE
078100         PERFORM 9999-ABORT THRU 9999-EXIT
078200     END-IF
078300
078400     .
078500 8600-EXIT.
078600     EXIT.
078700*****************************************************************
078800*  MAJOR ERROR HANDLING ROUTINE
078900*****************************************************************
079000
079100 9999-ABORT.
079200     MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY
079300     DISPLAY 'PROGRAM: LAB39, ', WS-ABORT-MSG-STRING, ', RC='
079400         WS-RETURN-CODE-DISPLAY
079500     DIVIDE 1 BY WS-ABORT-TRIGGER GIVING WS-ABORT-CODE
079600
079700     .
079800 9999-EXIT.
079900     EXIT.
080000*****************************************************************
080100*  PHYSICAL END OF PROGRAM
080200*****************************************************************
