001300*            TC-RUN-DATE        BY  WS-TC-RUN-DATE                *
001400*            ...                                                  *
001500*                                                                 *
001600*    FIELDS DOWN TO TC-PRETAX-AMT ARE INPUT; THE REST ARE SET     *
001700*    BY LAB20.  TC-RETURN-STATUS IS '00' WHEN THE RECORD TAXED    *
001800*    CLEANLY AND 'SN' WHEN NO STATE BRACKET SET IS IN EFFECT      *
001900*    FOR A RECORD THAT NEEDS ONE (TAXES RETURNED AS ZERO).        *
001910*    'LN' MEANS THE LOCALITY CODE IS NOT ON THE LOCLTAX TABLE     *
001920*    (LOCAL TAX RETURNED AS ZERO, OTHER TAXES STILL FIGURED).     *
002000******************************************************************
002100 01  TC-AREA.
002200     05  TC-RUN-DATE                 PIC 9(08).
002300*                         YYYYMMDD - GOVERNS WHICH EFFECTIVE-
002400*                         DATED STATE BRACKET SETS ARE IN EFFECT
002500     05  TC-STATE-CODE               PIC X(02).
002510     05  TC-LOCALITY-CODE            PIC X(04).
002520*                         LOCAL TAXING AUTHORITY - BLANK = NONE
002600     05  TC-FED-EXEMPT-CODE          PIC X(01).
002700*                         'Y' = EXEMPT FROM FEDERAL TAX
002800     05  TC-ST-EXEMPT-CODE           PIC X(01).
003000     05  TC-GROSS-AMT                PIC S9(09)V99 COMP-3.
003100*                         SIGNED - A NEGATIVE GROSS RETURNS
003200*                         NEGATIVE TAXES AND NET
003210     05  TC-YTD-FICA-WAGES           PIC S9(09)V99 COMP-3.
003220*                         EMPLOYEE'S FICA WAGES YEAR-TO-DATE
003230*                         BEFORE THIS BONUS (ALL STATES) - DRIVES
003240*                         THE SOCIAL SECURITY WAGE BASE AND THE
003250*                         ADDITIONAL MEDICARE THRESHOLD
003260     05  TC-PRETAX-AMT               PIC S9(09)V99 COMP-3.
003270*                         PRE-TAX DEDUCTIONS (401(K) DEFERRAL)
003280*                         TAKEN FROM THIS GROSS - REDUCES THE
003290*                         INCOME-TAXABLE GROSS BUT NOT FICA WAGES
003300     05  TC-FED-TAX-AMT              PIC S9(09)V99 COMP-3.
003400     05  TC-STATE-TAX-AMT            PIC S9(09)V99 COMP-3.
003410     05  TC-SOCSEC-AMT               PIC S9(09)V99 COMP-3.
003420*                         SOCIAL SECURITY (OASDI) WITHHOLDING
003430     05  TC-MEDICARE-AMT             PIC S9(09)V99 COMP-3.
003440*                         MEDICARE WITHHOLDING, INCLUDING THE
003450*                         ADDITIONAL MEDICARE OVER THE THRESHOLD
003460     05  TC-LOCAL-TAX-AMT            PIC S9(09)V99 COMP-3.
003470*                         CITY/COUNTY/SCHOOL-DISTRICT WITHHOLDING
003500     05  TC-NET-AMT                  PIC S9(09)V99 COMP-3.
003600     05  TC-RETURN-STATUS            PIC X(02).
003700         88  TC-CALC-CLEAN                  VALUE '00'.
003800         88  TC-STATE-NOT-FOUND             VALUE 'SN'.
003900         88  TC-LOCALITY-NOT-FOUND          VALUE 'LN'.
