001000*    ----------------- LAB20 -----------------------
001100*
001200*    PURPOSE  THIS IS THE SHOP'S ONE TAX-CALCULATION MODULE.
001300*    =======     IT FIGURES FEDERAL AND STATE TAX, SOCIAL
001310*                SECURITY, MEDICARE AND LOCAL (CITY/COUNTY/
001320*                SCHOOL-DISTRICT) TAX, AND THE NET
001400*                AMOUNT FOR ONE GROSS AMOUNT PER CALL, DRIVEN
001500*                BY THE EFFECTIVE-DATED FEDTABLE FEDERAL
001600*                BRACKET FEED AND THE EFFECTIVE-DATED INSTTAX
001700*                STATE TAX MASTER, SO EVERY REPORT THAT TAXES
001800*                A BONUS SHOWS THE SAME NUMBERS AND ONE RATE
001900*                CHANGE REACHES EVERY CALLER AT ONCE.
001910*                LOCAL TAX IS A FLAT RATE FROM THE EFFECTIVE-
001920*                DATED LOCLTAX TABLE MAINTAINED BY LAB34.
002000*
002100*    NOTE:    BOTH TABLES ARE LOADED ON THE FIRST CALL, USING
002200*    =====    THAT CALL'S RUN DATE TO PICK THE STATE BRACKET
002400*                ANY ORDER, SO THE STATE TABLE IS HELD IN
002500*                CORE - SIZED AT 99 ENTRIES, ENOUGH FOR EVERY
002600*                STATE AND TERRITORY THE SHOP CAN EVER FILE IN.
002610*                FICA NEEDS NO TABLE: THE CALLER PASSES THE
002620*                EMPLOYEE'S YTD FICA WAGES SO SOCIAL SECURITY
002630*                STOPS AT THE WAGE BASE AND ADDITIONAL MEDICARE
002640*                STARTS AT THE THRESHOLD.  FICA IS TAKEN EVEN
002650*                WHEN THE RECORD IS FED OR STATE EXEMPT.
002660*                LOCAL TAX FOLLOWS THE STATE EXEMPT CODE, AND
002670*                IS ONLY TAKEN WHEN THE BONUS IS POSTED TO THE
002680*                STATE THE LOCALITY LIES IN.  A BLANK LOCALITY
002690*                CODE MEANS NO LOCAL TAX IS OWED.
002691*                PRE-TAX DEDUCTIONS (TC-PRETAX-AMT) REDUCE THE
002692*                GROSS THAT FEDERAL, STATE AND LOCAL TAX ARE
002693*                FIGURED ON, BUT NOT THE FICA WAGES.
002700*
002800*    INPUT   (LINKAGE) LS-TAXCALC-AREA   COPYLIB MEMBER TAXCCMP
002900*    =====   FED-TABLE-RECORD            FEDERAL BRACKETS
003000*            TAX-RECORD                  STATE TAX MASTER
003010*            LOC-TAX-RECORD              LOCALITY TAX TABLE
003100*
003200*    PROCESS 1. FIRST CALL - LOAD THE FED AND STATE TABLES.
003300*    ======= 2. FIGURE FEDERAL TAX UNLESS FED EXEMPT.
003400*            3. FIGURE STATE TAX UNLESS STATE EXEMPT; SET
003500*               STATUS 'SN' WHEN NO SET IS IN EFFECT.
003510*            4. FIGURE SOCIAL SECURITY AND MEDICARE AGAINST
003520*               THE YTD FICA WAGES.
003530*            5. FIGURE LOCAL TAX UNLESS STATE EXEMPT; SET
003540*               STATUS 'LN' WHEN THE LOCALITY IS NOT ON FILE
003545*               AND NO 'SN' HAS BEEN SET.
003600*            6. RETURN NET = GROSS - PRE-TAX - FED - STATE -
003610*               SOCIAL SECURITY - MEDICARE - LOCAL.
003700*
003800*    OUTPUT  NONE (RESULTS RETURNED VIA LINKAGE)
003900*    ======
005100* ------  --------  --------  -------------------  -------   ---*
005200* SUZI Q  PAYROLL   08/22/26  INITIAL VERSION       LAB20     000*
005210* SUZI Q  PAYROLL   09/02/26  EFFECTIVE-DATED FED   LAB20     001*
005220* SUZI Q  PAYROLL   10/15/26  SOCIAL SECURITY AND   LAB20     002*
005230*                             MEDICARE WITHHOLDING
005240* SUZI Q  PAYROLL   10/15/26  LOCAL / MUNICIPAL     LAB20     003*
005250*                             INCOME TAX
005260* SUZI Q  PAYROLL   10/15/26  PRE-TAX DEDUCTIONS    LAB20     004*
005270*                             REDUCE TAXABLE GROSS
005277* SUZI Q  PAYROLL   10/15/26  UNKNOWN LOCALITY NO   LAB20     005*
005284*                             LONGER OVERWRITES A
005291*                             STATE-NOT-FOUND STATUS
005300*****************************************************************
005400*
005500*****************************************************************
006200            FILE STATUS IS WS-FEDFILE-STATUS-CODE.
006300     SELECT TAX-FILE       ASSIGN TO INSTTAX
006400            FILE STATUS IS WS-TAXFILE-STATUS-CODE.
006410     SELECT LOC-TAX-FILE   ASSIGN TO LOCLTAX
006420            FILE STATUS IS WS-LOCFILE-STATUS-CODE.
006500*****************************************************************
006600*                  D A T A     D I V I S I O N
006700*****************************************************************
010100         10  TAX-EFFECTIVE-DATE     PIC 9(08).
010200     05  TAX-FILLER                 PIC X(09).
010300
010310*****************************************************************
010320*    LOCALITY TAX FILE FOR TABLE                    INPUT
010330*****************************************************************
010340 FD  LOC-TAX-FILE
010350     RECORDING F
010360     LABEL RECORDS STANDARD
010370     RECORD CONTAINS 80 CHARACTERS
010380     BLOCK CONTAINS 0 RECORDS
010381     DATA RECORD IS LOC-TAX-RECORD.
010382
010383 COPY LOCLCMP REPLACING
010385     LT-RECORD              BY  LOC-TAX-RECORD
010386     LT-KEY                 BY  LTF-KEY
010387     LT-LOCALITY-CODE       BY  LTF-LOCALITY-CODE
010388     LT-EFFECTIVE-DATE      BY  LTF-EFFECTIVE-DATE
010390     LT-LOCALITY-NAME       BY  LTF-LOCALITY-NAME
010391     LT-STATE-CODE          BY  LTF-STATE-CODE
010392     LT-LOCALITY-TYPE       BY  LTF-LOCALITY-TYPE
010393     LT-CITY                BY  LTF-CITY
010395     LT-COUNTY              BY  LTF-COUNTY
010396     LT-SCHOOL-DISTRICT     BY  LTF-SCHOOL-DISTRICT
010397     LT-TAX-RATE            BY  LTF-TAX-RATE.
010398
010400*****************************************************************
010500*    W O R K I N G - S T O R A G E
010600*****************************************************************
011700 01  WS-CONSTANTS.
011800     05  WS-C-FED-TABLE-SIZE     PIC S9(03)     COMP-3 VALUE 5.
011900     05  WS-C-TAX-TABLE-SIZE     PIC S9(03)     COMP-3 VALUE 99.
011905     05  WS-C-LOC-TABLE-SIZE     PIC S9(03)     COMP-3 VALUE 500.
011910*************** FICA RATES AND LIMITS - THE SOCIAL SECURITY WAGE
011920*************** BASE IS RESET EVERY JANUARY WHEN SSA PUBLISHES IT.
011930     05  WS-C-SOCSEC-RATE        PIC V9(04)     VALUE .0620.
011940     05  WS-C-SOCSEC-WAGE-BASE   PIC S9(09)V99  COMP-3
011950                                 VALUE +184500.00.
011960     05  WS-C-MEDICARE-RATE      PIC V9(04)     VALUE .0145.
011970     05  WS-C-ADDL-MEDICARE-RATE PIC V9(04)     VALUE .0090.
011980     05  WS-C-ADDL-MEDICARE-THRESH
011985                                 PIC S9(09)V99  COMP-3
011990                                 VALUE +200000.00.
012000
012100***********************
012200*  ERROR CODES        *
012500 01  WS-ERROR-CODES.
012600     05  WS-FEDFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
012700     05  WS-TAXFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
012710     05  WS-LOCFILE-STATUS-CODE  PIC X(2)  VALUE '**'.
012800     05  WS-ABORT-TRIGGER        PIC S9(1) VALUE 0.
012900     05  WS-ABORT-CODE           PIC S9(1).
013000     05  WS-RETURN-CODE-DISPLAY  PIC S9(5) COMP-3.
015600         88  WS-TAX-FILE-EOF               VALUE 'Y'.
015700     05  WS-TAX-TABLE-SWITCH     PIC X(01) VALUE 'N'.
015800         88  WS-TAX-TABLE-IS-FULL          VALUE 'Y'.
015810     05  WS-LOC-FILE-SWITCH      PIC X(01) VALUE 'N'.
015820         88  WS-LOC-FILE-EOF               VALUE 'Y'.
015830     05  WS-LOC-TABLE-SWITCH     PIC X(01) VALUE 'N'.
015840         88  WS-LOC-TABLE-IS-FULL          VALUE 'Y'.
015900
016000***********************
016100*  WORK FIELDS        *
016400 01  WS-WORK-FIELDS.
016500     05  WS-LOAD-RUN-DATE        PIC 9(08)  VALUE ZERO.
016600     05  WS-PREV-TAX-STATE       PIC X(02)  VALUE LOW-VALUES.
016610     05  WS-PREV-LOCALITY        PIC X(04)  VALUE LOW-VALUES.
016620     05  WS-LOC-ENTRY-COUNT      PIC S9(03) COMP-3 VALUE 0.
016650     05  WS-FED-LOADED-DATE      PIC 9(08)  VALUE ZERO.
016700     05  WS-FED-BRACKET-COUNT    PIC 9(01)  VALUE 0.
016800     05  WS-FED-RATE             PIC V999          VALUE 0.
016900     05  WS-STATE-RATE           PIC V9(06)        VALUE 0.
017000     05  WS-ABS-GROSS            PIC 9(09)V99 COMP-3 VALUE 0.
017005     05  WS-TAXABLE-GROSS        PIC S9(09)V99 COMP-3 VALUE 0.
017010     05  WS-FICA-WAGES-AFTER     PIC S9(09)V99 COMP-3 VALUE 0.
017020     05  WS-SS-SUBJ-BEFORE       PIC S9(09)V99 COMP-3 VALUE 0.
017030     05  WS-SS-SUBJ-AFTER        PIC S9(09)V99 COMP-3 VALUE 0.
017040     05  WS-ADDL-SUBJ-BEFORE     PIC S9(09)V99 COMP-3 VALUE 0.
017050     05  WS-ADDL-SUBJ-AFTER      PIC S9(09)V99 COMP-3 VALUE 0.
017100
017200**************************
017300*  FED TABLE DEFINITION  *
019200             15  TT-BRACKET-LIMIT    PIC 9(07)V99.
019300             15  TT-BRACKET-RATE     PIC V9(06).
019400         10  TT-EFFECTIVE-DATE   PIC 9(08).
019410
019420*******************************
019430*  LOCALITY TABLE DEFINITION  *
019440*******************************
019450*************** ONLY THE ENTRIES LOADED (WS-LOC-ENTRY-COUNT) ARE
019460*************** SEARCHED; THE REST STAY AT HIGH-VALUES SO THE
019470*************** ASCENDING KEY HOLDS FOR THE BINARY SEARCH.
019480 01  LOCAL-TAX-TABLE.
019490     05  LOCALITIES OCCURS 500 TIMES
019491             ASCENDING KEY IS LTT-LOCALITY
019492             INDEXED BY LTT-NDX.
019494         10  LTT-LOCALITY        PIC X(04) VALUE HIGH-VALUES.
019495         10  LTT-STATE           PIC X(02).
019497         10  LTT-RATE            PIC V9(06).
019498         10  LTT-EFFECTIVE-DATE  PIC 9(08).
019500
019600 01  WS-END-OF-WORKING-STORAGE.
019700     05 WS-END-OF-WS-MARKER      PIC X(35) VALUE
020600     TC-AREA                BY  LS-TAXCALC-AREA
020700     TC-RUN-DATE            BY  LS-TC-RUN-DATE
020800     TC-STATE-CODE          BY  LS-TC-STATE-CODE
020801     TC-LOCALITY-CODE       BY  LS-TC-LOCALITY-CODE
020900     TC-FED-EXEMPT-CODE     BY  LS-TC-FED-EXEMPT-CODE
021000     TC-ST-EXEMPT-CODE      BY  LS-TC-ST-EXEMPT-CODE
021100     TC-GROSS-AMT           BY  LS-TC-GROSS-AMT
021110     TC-YTD-FICA-WAGES      BY  LS-TC-YTD-FICA-WAGES
021111     TC-PRETAX-AMT          BY  LS-TC-PRETAX-AMT
021200     TC-FED-TAX-AMT         BY  LS-TC-FED-TAX-AMT
021300     TC-STATE-TAX-AMT       BY  LS-TC-STATE-TAX-AMT
021310     TC-SOCSEC-AMT          BY  LS-TC-SOCSEC-AMT
021320     TC-MEDICARE-AMT        BY  LS-TC-MEDICARE-AMT
021321     TC-LOCAL-TAX-AMT       BY  LS-TC-LOCAL-TAX-AMT
021400     TC-NET-AMT             BY  LS-TC-NET-AMT
021500     TC-RETURN-STATUS       BY  LS-TC-RETURN-STATUS
021600     TC-CALC-CLEAN          BY  LS-TC-CALC-CLEAN
021700     TC-STATE-NOT-FOUND     BY  LS-TC-STATE-NOT-FOUND
021701     TC-LOCALITY-NOT-FOUND  BY  LS-TC-LOCALITY-NOT-FOUND.
021800
021900*****************************************************************
022000*          P R O C E D U R E     D I V I S I O N
023100     MOVE '00' TO LS-TC-RETURN-STATUS
023200     MOVE ZERO TO LS-TC-FED-TAX-AMT
023300     MOVE ZERO TO LS-TC-STATE-TAX-AMT
023310     MOVE ZERO TO LS-TC-SOCSEC-AMT
023320     MOVE ZERO TO LS-TC-MEDICARE-AMT
023330     MOVE ZERO TO LS-TC-LOCAL-TAX-AMT
023400
023410*************** PRE-TAX DEDUCTIONS COME OFF THE INCOME-TAXABLE
023420*************** GROSS ONLY - FICA IS STILL FIGURED ON THE FULL
023430*************** GROSS.
023440     COMPUTE WS-TAXABLE-GROSS =
023450         LS-TC-GROSS-AMT - LS-TC-PRETAX-AMT
023460
023500     IF WS-TAXABLE-GROSS < ZERO THEN
023600         COMPUTE WS-ABS-GROSS = ZERO - WS-TAXABLE-GROSS
023700     ELSE
023800         MOVE WS-TAXABLE-GROSS TO WS-ABS-GROSS
023900     END-IF
024000
024100     IF LS-TC-FED-EXEMPT-CODE = 'Y'
025000         PERFORM 3000-CALC-STATE-TAX THRU 3000-EXIT
025100     END-IF
025200
025210     PERFORM 4000-CALC-FICA THRU 4000-EXIT
025220
025230     IF LS-TC-ST-EXEMPT-CODE = 'Y' OR
025240        LS-TC-LOCALITY-CODE = SPACES
025250         CONTINUE
025260     ELSE
025270         PERFORM 5000-CALC-LOCAL-TAX THRU 5000-EXIT
025280     END-IF
025290
025300     COMPUTE LS-TC-NET-AMT = LS-TC-GROSS-AMT
025310         - LS-TC-PRETAX-AMT
025400         - LS-TC-FED-TAX-AMT - LS-TC-STATE-TAX-AMT
025410         - LS-TC-SOCSEC-AMT  - LS-TC-MEDICARE-AMT
025420         - LS-TC-LOCAL-TAX-AMT
025500
025600     GOBACK
025700
025900 0000-EXIT.
026000     EXIT.
026100*****************************************************************
026200*  FIRST CALL - LOAD THE FEDERAL, STATE AND LOCALITY TABLES
026300*****************************************************************
026400
026500 1000-LOAD-TABLES.
032500
032600     CLOSE TAX-FILE
032700
032710*************** AN EMPTY LOCALITY TABLE IS LEGITIMATE - IT ONLY
032720*************** MEANS NO EMPLOYEE OWES LOCAL TAX.
032730     OPEN INPUT LOC-TAX-FILE
032740     IF WS-LOCFILE-STATUS-CODE = '00' THEN
032750         CONTINUE
032760     ELSE
032770         MOVE '1000-LOAD-TABLES, ' TO WS-ABORT-MSG-PGRPH
032780         MOVE 'OPENING LOC-TAX-FILE, ' TO WS-ABORT-MSG-EDESC
032781         MOVE WS-LOCFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
032782         MOVE 2006 TO RETURN-CODE
032784         PERFORM 9999-ABORT THRU 9999-EXIT
032785     END-IF
032786
032788     SET LTT-NDX TO 1
032789     PERFORM 8170-READ-LOC-FILE THRU 8170-EXIT
032790
032792     PERFORM 1300-LOAD-LOCAL-TABLE THRU 1300-EXIT
032793         UNTIL WS-LOC-TABLE-IS-FULL
032794         OR WS-LOC-FILE-EOF
032796
032797     CLOSE LOC-TAX-FILE
032798
032800     SET WS-TABLES-ARE-LOADED TO TRUE
032900
033000     .
038000     .
038100 1200-EXIT.
038200     EXIT.
038210*****************************************************************
038220*  LOAD ONE LOCALITY RATE, HONOURING EFFECTIVE DATES.  THE
038230*  TABLE CARRIES ONE RECORD PER LOCALITY PER EFFECTIVE DATE,
038240*  IN LOCALITY/EFFECTIVE-DATE ORDER.  FUTURE-DATED RATES ARE
038250*  SKIPPED; WITHIN A LOCALITY THE LATEST RATE IN EFFECT FOR
038251*  THE RUN DATE REPLACES THE EARLIER ONE ALREADY LOADED.
038252*****************************************************************
038253
038254 1300-LOAD-LOCAL-TABLE.
038255     IF LTF-EFFECTIVE-DATE > WS-LOAD-RUN-DATE THEN
038257         PERFORM 8170-READ-LOC-FILE THRU 8170-EXIT
038258     ELSE
038259         IF LTF-LOCALITY-CODE = WS-PREV-LOCALITY THEN
038260             SET LTT-NDX DOWN BY 1
038261             PERFORM 1310-MOVE-LOCAL-ENTRY THRU 1310-EXIT
038263             SET LTT-NDX UP BY 1
038264             PERFORM 8170-READ-LOC-FILE THRU 8170-EXIT
038265         ELSE
038266             PERFORM 1310-MOVE-LOCAL-ENTRY THRU 1310-EXIT
038267             MOVE LTF-LOCALITY-CODE TO WS-PREV-LOCALITY
038269             ADD +1 TO WS-LOC-ENTRY-COUNT
038270             SET LTT-NDX UP BY 1
038271             IF LTT-NDX > WS-C-LOC-TABLE-SIZE THEN
038272                 SET WS-LOC-TABLE-IS-FULL TO TRUE
038273             ELSE
038275                 PERFORM 8170-READ-LOC-FILE THRU 8170-EXIT
038276             END-IF
038277         END-IF
038278     END-IF
038279
038280     .
038282 1300-EXIT.
038283     EXIT.
038284*****************************************************************
038285*  MOVE THE CURRENT LOCALITY RECORD INTO THE TABLE ENTRY
038286*****************************************************************
038288
038289 1310-MOVE-LOCAL-ENTRY.
038290     MOVE LTF-LOCALITY-CODE  TO LTT-LOCALITY       (LTT-NDX)
038291     MOVE LTF-STATE-CODE     TO LTT-STATE          (LTT-NDX)
038292     MOVE LTF-TAX-RATE       TO LTT-RATE           (LTT-NDX)
038294     MOVE LTF-EFFECTIVE-DATE TO LTT-EFFECTIVE-DATE (LTT-NDX)
038295
038296     .
038297 1310-EXIT.
038298     EXIT.
038300*****************************************************************
038400*  FEDERAL TAX - BRACKET RATE TIMES THE SIGNED TAXABLE GROSS
038500*****************************************************************
038600
038700 2000-CALC-FEDERAL-TAX.
039700             MOVE FB-RATE (FB-NDX)   TO WS-FED-RATE
039800     END-SEARCH
039900
040000     MULTIPLY WS-TAXABLE-GROSS BY WS-FED-RATE
040100         GIVING LS-TC-FED-TAX-AMT ROUNDED
040200
040300     .
040400 2000-EXIT.
040500     EXIT.
040600*****************************************************************
040700*  STATE TAX - BRACKET RATE TIMES THE SIGNED TAXABLE GROSS
040800*****************************************************************
040900
041000 3000-CALC-STATE-TAX.
041900 3000-EXIT.
042000     EXIT.
042100*****************************************************************
042200*  LOOK UP THE BRACKET WHOSE LIMIT COVERS THE TAXABLE GROSS
042300*****************************************************************
042400
042500 3100-LOOKUP-BRACKET.
043500                 TO WS-STATE-RATE
043600     END-SEARCH
043700
043800     MULTIPLY WS-TAXABLE-GROSS BY WS-STATE-RATE
043900         GIVING LS-TC-STATE-TAX-AMT ROUNDED
044000
044100     .
044200 3100-EXIT.
044300     EXIT.
044310*****************************************************************
044311*  SOCIAL SECURITY AND MEDICARE.  EACH IS THE RATE TIMES THE
044312*  GROWTH THIS GROSS CAUSES IN THE SUBJECT WAGES, SO A BONUS
044313*  THAT CROSSES THE WAGE BASE (OR THE ADDITIONAL MEDICARE
044314*  THRESHOLD) IS TAXED ONLY ON THE PART BELOW (OR ABOVE) IT,
044315*  AND A NEGATIVE GROSS GIVES BACK EXACTLY WHAT IT TOOK.
044316*****************************************************************
044317
044318 4000-CALC-FICA.
044319     COMPUTE WS-FICA-WAGES-AFTER =
044320         LS-TC-YTD-FICA-WAGES + LS-TC-GROSS-AMT
044321
044322     MOVE LS-TC-YTD-FICA-WAGES TO WS-SS-SUBJ-BEFORE
044323     IF WS-SS-SUBJ-BEFORE < ZERO THEN
044324         MOVE ZERO TO WS-SS-SUBJ-BEFORE
044325     END-IF
044326     IF WS-SS-SUBJ-BEFORE > WS-C-SOCSEC-WAGE-BASE THEN
044327         MOVE WS-C-SOCSEC-WAGE-BASE TO WS-SS-SUBJ-BEFORE
044328     END-IF
044329
044330     MOVE WS-FICA-WAGES-AFTER TO WS-SS-SUBJ-AFTER
044331     IF WS-SS-SUBJ-AFTER < ZERO THEN
044332         MOVE ZERO TO WS-SS-SUBJ-AFTER
044333     END-IF
044334     IF WS-SS-SUBJ-AFTER > WS-C-SOCSEC-WAGE-BASE THEN
044335         MOVE WS-C-SOCSEC-WAGE-BASE TO WS-SS-SUBJ-AFTER
044336     END-IF
044337
044338     COMPUTE LS-TC-SOCSEC-AMT ROUNDED =
044339         (WS-SS-SUBJ-AFTER - WS-SS-SUBJ-BEFORE) * WS-C-SOCSEC-RATE
044340
044341     COMPUTE WS-ADDL-SUBJ-BEFORE =
044342         LS-TC-YTD-FICA-WAGES - WS-C-ADDL-MEDICARE-THRESH
044343     IF WS-ADDL-SUBJ-BEFORE < ZERO THEN
044344         MOVE ZERO TO WS-ADDL-SUBJ-BEFORE
044345     END-IF
044346
044347     COMPUTE WS-ADDL-SUBJ-AFTER =
044348         WS-FICA-WAGES-AFTER - WS-C-ADDL-MEDICARE-THRESH
044349     IF WS-ADDL-SUBJ-AFTER < ZERO THEN
044350         MOVE ZERO TO WS-ADDL-SUBJ-AFTER
044351     END-IF
044352
044353     COMPUTE LS-TC-MEDICARE-AMT ROUNDED =
044355         (LS-TC-GROSS-AMT * WS-C-MEDICARE-RATE)
044356       + ((WS-ADDL-SUBJ-AFTER - WS-ADDL-SUBJ-BEFORE)
044357          * WS-C-ADDL-MEDICARE-RATE)
044358
044359     .
044360 4000-EXIT.
044361     EXIT.
044362*****************************************************************
044363*  LOCAL TAX - FLAT LOCALITY RATE TIMES THE TAXABLE GROSS, ONLY
044364*  WHEN THE BONUS IS POSTED TO THE STATE THE LOCALITY LIES IN
044365*****************************************************************
044366
044367 5000-CALC-LOCAL-TAX.
044368     IF WS-LOC-ENTRY-COUNT = ZERO THEN
044369         PERFORM 5100-SET-LOCALITY-NOT-FOUND THRU 5100-EXIT
044370         GO TO 5000-EXIT
044371     END-IF
044372
044373     SEARCH ALL LOCALITIES
044374         AT END
044375             PERFORM 5100-SET-LOCALITY-NOT-FOUND THRU 5100-EXIT
044376         WHEN LTT-LOCALITY (LTT-NDX) = LS-TC-LOCALITY-CODE
044377             IF LTT-STATE (LTT-NDX) = LS-TC-STATE-CODE THEN
044378                 MULTIPLY WS-TAXABLE-GROSS BY LTT-RATE (LTT-NDX)
044379                     GIVING LS-TC-LOCAL-TAX-AMT ROUNDED
044380             END-IF
044381     END-SEARCH
044382
044383     .
044384 5000-EXIT.
044385     EXIT.
044386*****************************************************************
044387*  FLAG AN UNKNOWN LOCALITY - A STATE NOT FOUND ('SN') ALREADY
044388*  SET STANDS, SO THE CALLER STILL SEES WHY STATE TAX IS ZERO
044389*****************************************************************
044390
044391 5100-SET-LOCALITY-NOT-FOUND.
044392     IF LS-TC-RETURN-STATUS = '00' THEN
044393         SET LS-TC-LOCALITY-NOT-FOUND TO TRUE
044394     END-IF
044395
044396     .
044397 5100-EXIT.
044399     EXIT.
044400*****************************************************************
044500*  MAJOR ERROR HANDLING ROUTINE
044600*****************************************************************
050000     .
050100 8160-EXIT.
050200     EXIT.
050210*****************************************************************
050220*  READ LOCALITY TAX FILE ROUTINE
050230*****************************************************************
050240
050250 8170-READ-LOC-FILE.
050260     READ LOC-TAX-FILE
050270         AT END
050280             SET WS-LOC-FILE-EOF TO TRUE
050281     END-READ
050282     IF WS-LOCFILE-STATUS-CODE = '00' OR
050283         WS-LOCFILE-STATUS-CODE = '10' THEN
050285         CONTINUE
050286     ELSE
050287         MOVE '8170-READ-LOC-FILE, ' TO WS-ABORT-MSG-PGRPH
050288         MOVE 'READING LOC-TAX-FILE, ' TO WS-ABORT-MSG-EDESC
050290         MOVE WS-LOCFILE-STATUS-CODE TO WS-ABORT-MSG-SYSRC
050291         MOVE 8271 TO RETURN-CODE
050292         PERFORM 9999-ABORT THRU 9999-EXIT
050293     END-IF
050295
050296     .
050297 8170-EXIT.
050298     EXIT.
050300*****************************************************************
050400*  PHYSICAL END OF PROGRAM
050500*****************************************************************
