001110*   FEDERAL TAX IS FIGURED BY LAB20, THE SHOP'S COMMON         *
001120*   TAX-CALCULATION MODULE, SO THIS REPORT AND THE LAB14       *
001130*   BONUS REPORT CAN NEVER DISAGREE ON THE SAME EMPLOYEE.      *
001140*   SOCIAL SECURITY AND MEDICARE COME FROM THE SAME CALL.      *
001150*   THIS REPORT HAS NO YTD MASTER, SO THEY ARE FIGURED AS IF   *
001160*   NO FICA WAGES WERE PAID EARLIER IN THE YEAR.               *
001170*   NO LOCALITY IS PASSED, SO NO LOCAL TAX IS TAKEN HERE.      *
001180*   NO DEDUCTIONS ARE TAKEN HERE, SO THE PRE-TAX AMOUNT IS 0.  *
001200****************************************************************
001300
001400****************************************************************
009400     TC-AREA                BY  W-TAXCALC-AREA
009500     TC-RUN-DATE            BY  W-TC-RUN-DATE
009600     TC-STATE-CODE          BY  W-TC-STATE-CODE
009601     TC-LOCALITY-CODE       BY  W-TC-LOCALITY-CODE
009700     TC-FED-EXEMPT-CODE     BY  W-TC-FED-EXEMPT-CODE
009800     TC-ST-EXEMPT-CODE      BY  W-TC-ST-EXEMPT-CODE
009900     TC-GROSS-AMT           BY  W-TC-GROSS-AMT
009950     TC-YTD-FICA-WAGES      BY  W-TC-YTD-FICA-WAGES
009951     TC-PRETAX-AMT          BY  W-TC-PRETAX-AMT
010000     TC-FED-TAX-AMT         BY  W-TC-FED-TAX-AMT
010100     TC-STATE-TAX-AMT       BY  W-TC-STATE-TAX-AMT
010130     TC-SOCSEC-AMT          BY  W-TC-SOCSEC-AMT
010160     TC-MEDICARE-AMT        BY  W-TC-MEDICARE-AMT
010161     TC-LOCAL-TAX-AMT       BY  W-TC-LOCAL-TAX-AMT
010200     TC-NET-AMT             BY  W-TC-NET-AMT
010300     TC-RETURN-STATUS       BY  W-TC-RETURN-STATUS
010400     TC-CALC-CLEAN          BY  W-TC-CALC-CLEAN
010500     TC-STATE-NOT-FOUND     BY  W-TC-STATE-NOT-FOUND
010501     TC-LOCALITY-NOT-FOUND  BY  W-TC-LOCALITY-NOT-FOUND.
010600
010800****************************************************************
010900*  INPUT FILE LAYOUT                                           *
017400         10  FILLER                  PIC X(09) VALUE 'STATE'.
017500         10  FILLER                  PIC X(13) VALUE 'GROSS'.
017600         10  FILLER                  PIC X(13) VALUE 'FED TAX'.
017610         10  FILLER                  PIC X(13) VALUE 'SOC SEC'.
017620         10  FILLER                  PIC X(13) VALUE 'MEDICARE'.
017700         10  FILLER                  PIC X(10) VALUE 'NET'.
017800         10  FILLER                  PIC X(18) VALUE 'MESSAGE'.
017900         10  FILLER                  PIC X(02) VALUE SPACE.
018000
018100     05  P-HEADER-4.
018200         10  P-HDR4-CC               PIC X(01) VALUE '+'.
018300         10  FILLER                  PIC X(131) VALUE ALL '_'.
018400         10  FILLER                  PIC X(01) VALUE SPACE.
018500
018600     05  P-HEADER-5.
018700         10  P-HDR5-CC               PIC X(01) VALUE ' '.
020500         10  FILLER                  PIC X(01) VALUE SPACE.
020600         10  P-DTL1-FED-TAX          PIC Z,ZZZ,ZZ9.99.
020700         10  FILLER                  PIC X(01) VALUE SPACE.
020720         10  P-DTL1-SOCSEC           PIC Z,ZZZ,ZZ9.99.
020740         10  FILLER                  PIC X(01) VALUE SPACE.
020760         10  P-DTL1-MEDICARE         PIC Z,ZZZ,ZZ9.99.
020780         10  FILLER                  PIC X(01) VALUE SPACE.
020800         10  P-DTL1-NET              PIC Z,ZZZ,ZZ9.99.
020900         10  FILLER                  PIC X(02) VALUE SPACE.
021000         10  P-DTL1-MESSAGE          PIC X(19) VALUE SPACE.
021100         10  FILLER                  PIC X(01) VALUE SPACE.
021200
021300 01 VARIABLES.
021400     05  P-DTL1-FED-TAX-N        PIC 9(7)V99.
029230* HAS NO SIGNED COLUMNS, SO THE RECORD IS LINED AND SKIPPED.
029240     IF W-IN-ADJUSTMENT
029250         MOVE ZEROES                 TO P-DTL1-FED-TAX
029255         MOVE ZEROES                 TO P-DTL1-SOCSEC
029257         MOVE ZEROES                 TO P-DTL1-MEDICARE
029260         MOVE ZEROES                 TO P-DTL1-NET
029270         MOVE 'ADJUSTMENT SKIPPED'   TO P-DTL1-MESSAGE
029280     ELSE
029300* THIS REPORT CARRIES NO STATE TAX COLUMN, SO LAB20 IS TOLD
029310* THE EMPLOYEE IS STATE EXEMPT AND NET IS GROSS LESS FED + FICA.
029320         MOVE W-IN-STATE-CODE          TO W-TC-STATE-CODE
029325         MOVE SPACES                   TO W-TC-LOCALITY-CODE
029330         MOVE W-IN-FED-TAX-EXEMPT-CODE TO W-TC-FED-EXEMPT-CODE
029340         MOVE 'Y'                      TO W-TC-ST-EXEMPT-CODE
029350         MOVE W-SPLIT-PORTION          TO W-TC-GROSS-AMT
029355         MOVE ZERO                     TO W-TC-YTD-FICA-WAGES
029356         MOVE ZERO                     TO W-TC-PRETAX-AMT
029360         CALL 'LAB20' USING W-TAXCALC-AREA
029362
029364* FICA IS WITHHELD EVEN FROM AN INCOME-TAX EXEMPT EMPLOYEE, SO
029366* NET ALWAYS COMES BACK FROM LAB20.
029368         MOVE W-TC-SOCSEC-AMT          TO P-DTL1-SOCSEC
029369         MOVE W-TC-MEDICARE-AMT        TO P-DTL1-MEDICARE
029370
029400         IF W-IN-FED-EXEMPT
029500             MOVE ZEROES                TO P-DTL1-FED-TAX
029600             MOVE W-TC-NET-AMT          TO P-DTL1-NET
029700             MOVE 'TAX EXEMPT EMPLOYEE' TO P-DTL1-MESSAGE
029800         ELSE
029900             MOVE W-TC-FED-TAX-AMT      TO P-DTL1-FED-TAX-N
